000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program29.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* COIA - ONLINE BETTOR ACCOUNT INQUIRY TRANSACTION
000900*----------------------------------------------------------------
001000* PSEUDO-CONVERSATIONAL CICS TRANSACTION IN THE COIB/Program9
001100* STYLE, SO THE COUNTER CAN ANSWER "WHAT IS MY BALANCE AND WHAT
001200* HAPPENED LAST NIGHT" WITHOUT THE PRINTED Program12 STATEMENT.
001300* COUNTER STAFF KEY A BETTOR ACCOUNT ON THE ACCTMP1 SCREEN
001400* (MAPSET ACCTMAP) AND PRESS ENTER.  THE SCREEN SHOWS:
001500*   - THE BETTOR MASTER (BETMAST) DETAILS - NAME, STATUS,
001600*     BALANCE, CREDIT LIMIT, MAX SINGLE STAKE, EXPOSURE CAP;
001700*   - THE BETS STILL OPEN ON ONLBETS (UP TO FOUR, WITH THE COUNT
001800*     AND TOTAL STAKE OF ALL OF THEM);
001900*   - FUNDS AVAILABLE: BALANCE PLUS CREDIT LIMIT LESS THE OPEN
002000*     STAKES, WHICH IS WHAT THE SETTLEMENT PASS (Program2) WILL
002100*     STILL LET THE ACCOUNT STAKE;
002200*   - SIX BALANCE MOVEMENTS FROM THE KEYED JOURNAL (JRNLKEY, SEE
002300*     JKEYREC.cpy), NEWEST FIRST.  PF8 PAGES TO OLDER MOVEMENTS,
002400*     PF7 BACK TO NEWER ONES.
002500* JRNLKEY IS REFRESHED FROM POSTJRNL BY Program28 AT THE END OF
002600* EVERY NIGHTLY RUN, SO THE MOVEMENTS ARE AS OF THE LAST RUN.
002700*
002800* THE SCREEN IS READ ONLY: EVERY FILE IS READ OR BROWSED, NEVER
002900* READ FOR UPDATE, AND THE ACCOUNT IS THE ONLY ENTRY FIELD.  THE
003000* ACCOUNT AND PAGING POSITION RIDE IN THE COMMAREA BETWEEN
003100* SCREENS; THE TOP KEY OF EACH PAGE SHOWN IS KEPT SO PF7 CAN GO
003200* BACK WITHOUT A BACKWARD BROWSE.  PAST WS-PAGE-MAX PAGES THE
003300* OLDER HISTORY IS FOR THE PRINTED STATEMENT (COINSTMT).
003400*----------------------------------------------------------------
003500* MODIFICATION HISTORY
003600*----------------------------------------------------------------
003700* DATE       INIT DESCRIPTION
003800* ---------- ---- -----------------------------------------------
003900* 10/15/2026 RA   ORIGINAL PROGRAM.
003910* 10/15/2026 RA   AN OPEN COMBINATION BET SHOWS ITS LEG COUNT AND
003920*                 LEG PICKS AFTER THE ENTRY DATE.
004000*----------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SPECIAL-NAMES.
004500     DECIMAL-POINT IS COMMA.
004600
004700 DATA DIVISION.
004800 WORKING-STORAGE SECTION.
004900 01  WS-RESP                     PIC S9(08) COMP VALUE 0.
005000
005100 01  WS-ACCOUNT-IN               PIC X(10) VALUE SPACES.
005200
005300*    CARRIED FROM ONE SCREEN TO THE NEXT.
005400 01  WS-COMMAREA.
005500     05  CA-ACCOUNT-ID           PIC X(10) VALUE SPACES.
005600     05  CA-PAGE                 PIC 9(03) VALUE 0.
005700     05  CA-MORE-SW              PIC X(01) VALUE "N".
005800         88  CA-MORE-OLDER                 VALUE "Y".
005900     05  CA-NEXT-KEY             PIC X(18) VALUE SPACES.
006000     05  CA-PAGE-TOP             PIC X(18) OCCURS 50 TIMES.
006100 01  WS-COMMAREA-LEN             PIC S9(04) COMP VALUE 932.
006200 01  WS-PAGE-MAX                 PIC 9(03) VALUE 50.
006300
006400 01  WS-ACCOUNT-SW               PIC X(01) VALUE "N".
006500     88  ACCOUNT-FOUND                     VALUE "Y".
006600
006700 01  WS-BROWSE-SW                PIC X(01) VALUE "N".
006800     88  BROWSE-DONE                       VALUE "Y".
006900 01  WS-BROWSE-COUNT             PIC 9(03) VALUE 0.
007000 01  WS-BROWSE-LINE              PIC X(70) VALUE SPACES.
007100 01  WS-SHOW-MAX                 PIC 9(03) VALUE 6.
007200
007300 01  WS-OPEN-COUNT               PIC 9(03) VALUE 0.
007400 01  WS-OPEN-STAKE               PIC 9(09)V9(02) VALUE 0.
007500 01  WS-OPEN-SHOW-MAX            PIC 9(03) VALUE 4.
007600 01  WS-AVAILABLE                PIC S9(10)V9(02) VALUE 0.
007700
007800 01  WS-MOVE-TEXT                PIC X(10) VALUE SPACES.
007810 01  WS-LEGS-TEXT                PIC X(30) VALUE SPACES.
007900 01  WS-COUNT-EDIT               PIC ZZ9.
008000 01  WS-PAGE-EDIT                PIC Z9.
008100 01  WS-AMOUNT-EDIT              PIC ZZZZZZ9,99.
008200 01  WS-MONEY-EDIT               PIC ZZZZZZZZZ9,99.
008300 01  WS-SIGNED-EDIT              PIC -ZZZZZZZZ9,99.
008400
008500 01  WS-MESSAGE                  PIC X(78) VALUE SPACES.
008600
008700     COPY "ACCTMAP.cpy".
008800     COPY "BETMREC.cpy".
008900     COPY "OBETREC.cpy".
009000     COPY "JKEYREC.cpy".
009100     COPY "PJRNREC.cpy".
009200     COPY DFHAID.
009300
009400 LINKAGE SECTION.
009500 01  DFHCOMMAREA                 PIC X(932).
009600
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     IF EIBCALEN = 0
010000         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
010100     ELSE
010200         MOVE DFHCOMMAREA            TO WS-COMMAREA
010300         PERFORM 2000-RECEIVE-AND-DISPATCH THRU 2000-EXIT
010400     END-IF
010500     GOBACK.
010600
010700 1000-INITIAL-ENTRY.
010800*    FIRST ENTRY INTO THE TRANSACTION -- SEND A BLANK SCREEN AND
010900*    WAIT FOR THE OPERATOR TO KEY AN ACCOUNT.
011000     MOVE LOW-VALUES                 TO ACCTMP1O
011100     MOVE SPACES                     TO MSGLINEO
011200     EXEC CICS SEND MAP("ACCTMP1")
011300         MAPSET("ACCTMAP")
011400         FROM(ACCTMP1O)
011500         ERASE
011600     END-EXEC
011700     EXEC CICS RETURN
011800         TRANSID("COIA")
011900         COMMAREA(WS-COMMAREA)
012000         LENGTH(WS-COMMAREA-LEN)
012100     END-EXEC.
012200 1000-EXIT.
012300     EXIT.
012400
012500 2000-RECEIVE-AND-DISPATCH.
012600*    A PF KEY WITH NOTHING KEYED RETURNS MAPFAIL - THE ACCOUNT IS
012700*    THEN TAKEN FROM THE COMMAREA.
012800     EXEC CICS RECEIVE MAP("ACCTMP1")
012900         MAPSET("ACCTMAP")
013000         INTO(ACCTMP1I)
013100         RESP(WS-RESP)
013200     END-EXEC
013300     MOVE SPACES                     TO WS-ACCOUNT-IN
013400     IF WS-RESP = DFHRESP(NORMAL)
013500        AND ACCTIDI NOT = LOW-VALUES
013600         MOVE ACCTIDI                TO WS-ACCOUNT-IN
013700     END-IF
013800
013900     EVALUATE EIBAID
014000         WHEN DFHENTER
014100             PERFORM 3000-INQUIRE THRU 3000-EXIT
014200         WHEN DFHPF7
014300             PERFORM 3200-PAGE-NEWER THRU 3200-EXIT
014400         WHEN DFHPF8
014500             PERFORM 3100-PAGE-OLDER THRU 3100-EXIT
014600         WHEN DFHPF3
014700             PERFORM 8000-END-SESSION THRU 8000-EXIT
014800         WHEN OTHER
014900             PERFORM 7000-INVALID-KEY THRU 7000-EXIT
015000     END-EVALUATE.
015100 2000-EXIT.
015200     EXIT.
015300
015400 3000-INQUIRE.
015500*    A NEWLY KEYED ACCOUNT STARTS AT ITS NEWEST MOVEMENT; ENTER
015600*    WITH NOTHING KEYED REFRESHES THE ACCOUNT ALREADY SHOWN.
015700     IF WS-ACCOUNT-IN = SPACES
015800         MOVE CA-ACCOUNT-ID          TO WS-ACCOUNT-IN
015900     END-IF
016000     IF WS-ACCOUNT-IN = SPACES
016100         MOVE "KEY A BETTOR ACCOUNT AND PRESS ENTER" TO WS-MESSAGE
016200         PERFORM 3900-BUILD-SCREEN THRU 3900-EXIT
016300         GO TO 3000-EXIT
016400     END-IF
016500     MOVE WS-ACCOUNT-IN              TO CA-ACCOUNT-ID
016600     MOVE 1                          TO CA-PAGE
016700     MOVE WS-ACCOUNT-IN              TO JK-ACCOUNT-ID
016800     MOVE 0                          TO JK-REVERSE-SERIAL
016900     MOVE JK-KEY                     TO CA-PAGE-TOP (1)
017000     PERFORM 3900-BUILD-SCREEN THRU 3900-EXIT.
017100 3000-EXIT.
017200     EXIT.
017300
017400 3100-PAGE-OLDER.
017500     IF CA-ACCOUNT-ID = SPACES
017600         MOVE "KEY A BETTOR ACCOUNT AND PRESS ENTER" TO WS-MESSAGE
017700     ELSE
017800         IF NOT CA-MORE-OLDER
017900             MOVE "NO OLDER MOVEMENTS ON THE JOURNAL"
018000                                     TO WS-MESSAGE
018100         ELSE
018200             IF CA-PAGE >= WS-PAGE-MAX
018300                 MOVE "OLDER MOVEMENTS ARE ON THE STATEMENT"
018400                                     TO WS-MESSAGE
018500             ELSE
018600                 ADD 1 TO CA-PAGE
018700                 MOVE CA-NEXT-KEY    TO CA-PAGE-TOP (CA-PAGE)
018800             END-IF
018900         END-IF
019000     END-IF
019100     PERFORM 3900-BUILD-SCREEN THRU 3900-EXIT.
019200 3100-EXIT.
019300     EXIT.
019400
019500 3200-PAGE-NEWER.
019600     IF CA-ACCOUNT-ID = SPACES
019700         MOVE "KEY A BETTOR ACCOUNT AND PRESS ENTER" TO WS-MESSAGE
019800     ELSE
019900         IF CA-PAGE <= 1
020000             MOVE "ALREADY SHOWING THE NEWEST MOVEMENTS"
020100                                     TO WS-MESSAGE
020200         ELSE
020300             SUBTRACT 1 FROM CA-PAGE
020400         END-IF
020500     END-IF
020600     PERFORM 3900-BUILD-SCREEN THRU 3900-EXIT.
020700 3200-EXIT.
020800     EXIT.
020900
021000 3900-BUILD-SCREEN.
021100*    EVERY SCREEN IS BUILT AFRESH FROM THE FILES, SO WHAT IS
021200*    SHOWN IS NEVER OLDER THAN THE LAST KEY PRESSED.
021300     MOVE LOW-VALUES                 TO ACCTMP1O
021400     IF CA-ACCOUNT-ID = SPACES
021500         MOVE WS-ACCOUNT-IN          TO ACCTIDO
021600         PERFORM 7500-SEND-SCREEN THRU 7500-EXIT
021700         GO TO 3900-EXIT
021800     END-IF
021900     MOVE CA-ACCOUNT-ID              TO ACCTIDO
022000     PERFORM 4000-SHOW-ACCOUNT THRU 4000-EXIT
022100     IF NOT ACCOUNT-FOUND
022200         MOVE SPACES                 TO CA-ACCOUNT-ID
022300         MOVE 0                      TO CA-PAGE
022400         MOVE "N"                    TO CA-MORE-SW
022500         PERFORM 7500-SEND-SCREEN THRU 7500-EXIT
022600         GO TO 3900-EXIT
022700     END-IF
022800     PERFORM 5000-SHOW-OPEN-BETS THRU 5000-EXIT
022900     COMPUTE WS-AVAILABLE = BM-BALANCE + BM-CREDIT-LIMIT
023000                          - WS-OPEN-STAKE
023100     MOVE WS-AVAILABLE               TO WS-SIGNED-EDIT
023200     MOVE WS-SIGNED-EDIT             TO AVAILO
023300     PERFORM 6000-SHOW-MOVEMENTS THRU 6000-EXIT
023400     IF WS-MESSAGE = SPACES
023500         MOVE "ACCOUNT SHOWN - INQUIRY ONLY, NO CHANGES POSSIBLE"
023600                                     TO WS-MESSAGE
023700     END-IF
023800     PERFORM 7500-SEND-SCREEN THRU 7500-EXIT.
023900 3900-EXIT.
024000     EXIT.
024100
024200 4000-SHOW-ACCOUNT.
024300     MOVE "N"                        TO WS-ACCOUNT-SW
024400     MOVE CA-ACCOUNT-ID              TO BM-ACCOUNT-ID
024500     EXEC CICS READ FILE("BETMAST")
024600         INTO(BETTOR-MASTER-RECORD)
024700         RIDFLD(BM-ACCOUNT-ID)
024800         RESP(WS-RESP)
024900     END-EXEC
025000     IF WS-RESP = DFHRESP(NOTFND)
025100         MOVE "ACCOUNT NOT ON THE BETTOR MASTER" TO WS-MESSAGE
025200         GO TO 4000-EXIT
025300     END-IF
025400     IF WS-RESP NOT = DFHRESP(NORMAL)
025500         MOVE "BETMAST READ FAILED - CALL SYSTEMS" TO WS-MESSAGE
025600         GO TO 4000-EXIT
025700     END-IF
025800     MOVE "Y"                        TO WS-ACCOUNT-SW
025900
026000     MOVE BM-NAME                    TO ACCNAMEO
026100     EVALUATE TRUE
026200         WHEN BM-ACTIVE
026300             MOVE "ACTIVE"           TO ACCSTATO
026400         WHEN BM-SUSPENDED
026500             MOVE "SUSPENDED"        TO ACCSTATO
026600         WHEN OTHER
026700             MOVE SPACES             TO ACCSTATO
026800             STRING "STATUS "        DELIMITED BY SIZE
026900                    BM-STATUS        DELIMITED BY SIZE
027000                 INTO ACCSTATO
027100             END-STRING
027200     END-EVALUATE
027300     MOVE BM-BALANCE                 TO WS-SIGNED-EDIT
027400     MOVE WS-SIGNED-EDIT             TO BALANCEO
027500     MOVE BM-CREDIT-LIMIT            TO WS-MONEY-EDIT
027600     MOVE WS-MONEY-EDIT              TO CRLIMITO
027700*    ZERO MEANS THE ACCOUNT HAS NO CEILING OF ITS OWN.
027800     IF BM-MAX-STAKE = 0
027900         MOVE "         NONE"        TO MAXSTKO
028000     ELSE
028100         MOVE BM-MAX-STAKE           TO WS-MONEY-EDIT
028200         MOVE WS-MONEY-EDIT          TO MAXSTKO
028300     END-IF
028400     IF BM-EXPOSURE-CAP = 0
028500         MOVE "         NONE"        TO EXPCAPO
028600     ELSE
028700         MOVE BM-EXPOSURE-CAP        TO WS-MONEY-EDIT
028800         MOVE WS-MONEY-EDIT          TO EXPCAPO
028900     END-IF.
029000 4000-EXIT.
029100     EXIT.
029200
029300 5000-SHOW-OPEN-BETS.
029400*    ONLY STATUS O BETS ARE STILL WAITING - A CANCELLED BET IS
029500*    GONE AND AN UNLOADED ONE HAS BEEN TAKEN BY THE NIGHT RUN.
029600     MOVE 0                          TO WS-OPEN-COUNT
029700     MOVE 0                          TO WS-OPEN-STAKE
029800     MOVE "N"                        TO WS-BROWSE-SW
029900     MOVE CA-ACCOUNT-ID              TO OBET-BETTOR
030000     MOVE LOW-VALUES                 TO OBET-RUN-ID
030100     MOVE 0                          TO OBET-SEQUENCE
030200     EXEC CICS STARTBR FILE("ONLBETS")
030300         RIDFLD(OBET-KEY)
030400         GTEQ
030500         RESP(WS-RESP)
030600     END-EXEC
030700     IF WS-RESP = DFHRESP(NORMAL)
030800         PERFORM 5100-READ-NEXT-BET THRU 5100-EXIT
030900             UNTIL BROWSE-DONE
031000         EXEC CICS ENDBR FILE("ONLBETS")
031100         END-EXEC
031200     END-IF
031300
031400     MOVE WS-OPEN-COUNT              TO WS-COUNT-EDIT
031500     MOVE SPACES                     TO WS-BROWSE-LINE
031600     STRING "RUN-ID   SEQNO P     AMOUNT ENTERED   OPEN BETS: "
031700                                     DELIMITED BY SIZE
031800            WS-COUNT-EDIT            DELIMITED BY SIZE
031900         INTO WS-BROWSE-LINE
032000     END-STRING
032100     MOVE WS-BROWSE-LINE             TO OBHDRO
032200     IF WS-OPEN-COUNT = 0
032300         MOVE "NO OPEN BETS WAITING FOR A DRAW" TO OB1O
032400     END-IF
032500     MOVE WS-OPEN-STAKE              TO WS-MONEY-EDIT
032600     MOVE WS-MONEY-EDIT              TO OPENAMTO.
032700 5000-EXIT.
032800     EXIT.
032900
033000 5100-READ-NEXT-BET.
033100     EXEC CICS READNEXT FILE("ONLBETS")
033200         INTO(ONLINE-BET-RECORD)
033300         RIDFLD(OBET-KEY)
033400         RESP(WS-RESP)
033500     END-EXEC
033600     IF WS-RESP NOT = DFHRESP(NORMAL)
033700         MOVE "Y"                    TO WS-BROWSE-SW
033800         GO TO 5100-EXIT
033900     END-IF
034000     IF OBET-BETTOR NOT = CA-ACCOUNT-ID
034100         MOVE "Y"                    TO WS-BROWSE-SW
034200         GO TO 5100-EXIT
034300     END-IF
034400     IF NOT OBET-OPEN
034500         GO TO 5100-EXIT
034600     END-IF
034700
034800     ADD 1 TO WS-OPEN-COUNT
034900     ADD OBET-AMOUNT TO WS-OPEN-STAKE
035000     IF WS-OPEN-COUNT > WS-OPEN-SHOW-MAX
035100         GO TO 5100-EXIT
035200     END-IF
035300
035400     MOVE OBET-AMOUNT                TO WS-AMOUNT-EDIT
035500     MOVE SPACES                     TO WS-BROWSE-LINE
035600     STRING OBET-RUN-ID              DELIMITED BY SIZE
035700            " "                      DELIMITED BY SIZE
035800            OBET-SEQUENCE            DELIMITED BY SIZE
035900            " "                      DELIMITED BY SIZE
036000            OBET-PICK                DELIMITED BY SIZE
036100            " "                      DELIMITED BY SIZE
036200            WS-AMOUNT-EDIT           DELIMITED BY SIZE
036300            " "                      DELIMITED BY SIZE
036400            OBET-ENTRY-DATE          DELIMITED BY SIZE
036500         INTO WS-BROWSE-LINE
036600     END-STRING
036610     IF OBET-COMBINATION
036620         MOVE SPACES                 TO WS-LEGS-TEXT
036630         STRING "COMBO "             DELIMITED BY SIZE
036640                OBET-LEG-COUNT       DELIMITED BY SIZE
036650                " LEGS "             DELIMITED BY SIZE
036660                OBET-LEG-PICKS       DELIMITED BY SIZE
036670             INTO WS-LEGS-TEXT
036680         END-STRING
036690         MOVE WS-LEGS-TEXT           TO WS-BROWSE-LINE (38:30)
036695     END-IF
036700     EVALUATE WS-OPEN-COUNT
036800         WHEN 1
036900             MOVE WS-BROWSE-LINE     TO OB1O
037000         WHEN 2
037100             MOVE WS-BROWSE-LINE     TO OB2O
037200         WHEN 3
037300             MOVE WS-BROWSE-LINE     TO OB3O
037400         WHEN 4
037500             MOVE WS-BROWSE-LINE     TO OB4O
037600     END-EVALUATE.
037700 5100-EXIT.
037800     EXIT.
037900
038000 6000-SHOW-MOVEMENTS.
038100*    SIX MOVEMENTS FROM THE TOP KEY OF THE CURRENT PAGE.  A
038200*    SEVENTH, IF THERE IS ONE, IS NOT SHOWN BUT BECOMES THE TOP
038300*    OF THE NEXT PAGE FOR PF8.
038400     MOVE SPACES                     TO WS-BROWSE-LINE
038500     STRING "DATE     MOVEMENT   RUN/SLIP SEQNO D     AMOUNT"
038600                                     DELIMITED BY SIZE
038700            "  BALANCE AFTER"        DELIMITED BY SIZE
038800         INTO WS-BROWSE-LINE
038900     END-STRING
039000     MOVE WS-BROWSE-LINE             TO MVHDRO
039100     MOVE 0                          TO WS-BROWSE-COUNT
039200     MOVE "N"                        TO WS-BROWSE-SW
039300     MOVE "N"                        TO CA-MORE-SW
039400     MOVE CA-PAGE-TOP (CA-PAGE)      TO JK-KEY
039500     EXEC CICS STARTBR FILE("JRNLKEY")
039600         RIDFLD(JK-KEY)
039700         GTEQ
039800         RESP(WS-RESP)
039900     END-EXEC
040000     IF WS-RESP = DFHRESP(NORMAL)
040100         PERFORM 6100-READ-NEXT-MOVEMENT THRU 6100-EXIT
040200             UNTIL BROWSE-DONE
040300         EXEC CICS ENDBR FILE("JRNLKEY")
040400         END-EXEC
040500     END-IF
040600
040700     IF WS-BROWSE-COUNT = 0
040800         MOVE "NO MOVEMENTS ON THE JOURNAL FOR THIS ACCOUNT"
040900                                     TO MV1O
041000     END-IF
041100     MOVE CA-PAGE                    TO WS-PAGE-EDIT
041200     MOVE SPACES                     TO WS-BROWSE-LINE
041300     EVALUATE TRUE
041400         WHEN CA-MORE-OLDER AND CA-PAGE > 1
041500             STRING "MOVEMENTS PAGE "   DELIMITED BY SIZE
041600                    WS-PAGE-EDIT        DELIMITED BY SIZE
041700                    " - PF8 OLDER  PF7 NEWER"
041800                                        DELIMITED BY SIZE
041900                 INTO WS-BROWSE-LINE
042000             END-STRING
042100         WHEN CA-MORE-OLDER
042200             STRING "MOVEMENTS PAGE "   DELIMITED BY SIZE
042300                    WS-PAGE-EDIT        DELIMITED BY SIZE
042400                    " - PF8 OLDER"      DELIMITED BY SIZE
042500                 INTO WS-BROWSE-LINE
042600             END-STRING
042700         WHEN CA-PAGE > 1
042800             STRING "MOVEMENTS PAGE "   DELIMITED BY SIZE
042900                    WS-PAGE-EDIT        DELIMITED BY SIZE
043000                    " - PF7 NEWER - OLDEST MOVEMENT SHOWN"
043100                                        DELIMITED BY SIZE
043200                 INTO WS-BROWSE-LINE
043300             END-STRING
043400         WHEN OTHER
043500             STRING "MOVEMENTS PAGE "   DELIMITED BY SIZE
043600                    WS-PAGE-EDIT        DELIMITED BY SIZE
043700                 INTO WS-BROWSE-LINE
043800             END-STRING
043900     END-EVALUATE
044000     MOVE WS-BROWSE-LINE             TO PAGELNO.
044100 6000-EXIT.
044200     EXIT.
044300
044400 6100-READ-NEXT-MOVEMENT.
044500     EXEC CICS READNEXT FILE("JRNLKEY")
044600         INTO(KEYED-JOURNAL-RECORD)
044700         RIDFLD(JK-KEY)
044800         RESP(WS-RESP)
044900     END-EXEC
045000     IF WS-RESP NOT = DFHRESP(NORMAL)
045100         MOVE "Y"                    TO WS-BROWSE-SW
045200         GO TO 6100-EXIT
045300     END-IF
045400     IF JK-ACCOUNT-ID NOT = CA-ACCOUNT-ID
045500         MOVE "Y"                    TO WS-BROWSE-SW
045600         GO TO 6100-EXIT
045700     END-IF
045800     IF WS-BROWSE-COUNT >= WS-SHOW-MAX
045900         MOVE "Y"                    TO CA-MORE-SW
046000         MOVE JK-KEY                 TO CA-NEXT-KEY
046100         MOVE "Y"                    TO WS-BROWSE-SW
046200         GO TO 6100-EXIT
046300     END-IF
046400
046500     MOVE JK-JOURNAL-DATA            TO POSTING-JOURNAL-RECORD
046600*    RECORDS FROM BEFORE THE MOVEMENT TYPE EXISTED ARE ALL
046700*    SETTLEMENT POSTINGS - A DEBIT WAS A STAKE, A CREDIT A PAYOUT.
046800     EVALUATE TRUE
046900         WHEN PJ-MOVE-STAKE
047000             MOVE "STAKE"            TO WS-MOVE-TEXT
047100         WHEN PJ-MOVE-PAYOUT
047200             MOVE "PAYOUT"           TO WS-MOVE-TEXT
047300         WHEN PJ-MOVE-DEPOSIT
047400             MOVE "DEPOSIT"          TO WS-MOVE-TEXT
047500         WHEN PJ-MOVE-WITHDRAWAL
047600             MOVE "WITHDRAWAL"       TO WS-MOVE-TEXT
047700         WHEN PJ-MOVE-VOID
047800             MOVE "VOID"             TO WS-MOVE-TEXT
047900         WHEN PJ-DEBIT
048000             MOVE "STAKE"            TO WS-MOVE-TEXT
048100         WHEN OTHER
048200             MOVE "PAYOUT"           TO WS-MOVE-TEXT
048300     END-EVALUATE
048400     MOVE PJ-AMOUNT                  TO WS-AMOUNT-EDIT
048500     MOVE PJ-BALANCE-AFTER           TO WS-SIGNED-EDIT
048600     MOVE SPACES                     TO WS-BROWSE-LINE
048700     STRING PJ-POST-DATE             DELIMITED BY SIZE
048800            " "                      DELIMITED BY SIZE
048900            WS-MOVE-TEXT             DELIMITED BY SIZE
049000            " "                      DELIMITED BY SIZE
049100            PJ-RUN-ID                DELIMITED BY SIZE
049200            " "                      DELIMITED BY SIZE
049300            PJ-SEQUENCE              DELIMITED BY SIZE
049400            " "                      DELIMITED BY SIZE
049500            PJ-DEBIT-CREDIT          DELIMITED BY SIZE
049600            " "                      DELIMITED BY SIZE
049700            WS-AMOUNT-EDIT           DELIMITED BY SIZE
049800            " "                      DELIMITED BY SIZE
049900            WS-SIGNED-EDIT           DELIMITED BY SIZE
050000         INTO WS-BROWSE-LINE
050100     END-STRING
050200
050300     ADD 1 TO WS-BROWSE-COUNT
050400     EVALUATE WS-BROWSE-COUNT
050500         WHEN 1
050600             MOVE WS-BROWSE-LINE     TO MV1O
050700         WHEN 2
050800             MOVE WS-BROWSE-LINE     TO MV2O
050900         WHEN 3
051000             MOVE WS-BROWSE-LINE     TO MV3O
051100         WHEN 4
051200             MOVE WS-BROWSE-LINE     TO MV4O
051300         WHEN 5
051400             MOVE WS-BROWSE-LINE     TO MV5O
051500         WHEN 6
051600             MOVE WS-BROWSE-LINE     TO MV6O
051700     END-EVALUATE.
051800 6100-EXIT.
051900     EXIT.
052000
052100 7000-INVALID-KEY.
052200     MOVE "INVALID KEY PRESSED - USE ENTER, PF7, PF8 OR PF3"
052300                                     TO WS-MESSAGE
052400     PERFORM 3900-BUILD-SCREEN THRU 3900-EXIT.
052500 7000-EXIT.
052600     EXIT.
052700
052800 7500-SEND-SCREEN.
052900     MOVE WS-MESSAGE                 TO MSGLINEO
053000     EXEC CICS SEND MAP("ACCTMP1")
053100         MAPSET("ACCTMAP")
053200         FROM(ACCTMP1O)
053300         ERASE
053400     END-EXEC
053500     EXEC CICS RETURN
053600         TRANSID("COIA")
053700         COMMAREA(WS-COMMAREA)
053800         LENGTH(WS-COMMAREA-LEN)
053900     END-EXEC.
054000 7500-EXIT.
054100     EXIT.
054200
054300 8000-END-SESSION.
054400     MOVE "SESSION ENDED - PRESS CLEAR TO RESTART"
054500                                     TO WS-MESSAGE
054600     MOVE LOW-VALUES                 TO ACCTMP1O
054700     MOVE WS-MESSAGE                 TO MSGLINEO
054800     EXEC CICS SEND MAP("ACCTMP1")
054900         MAPSET("ACCTMAP")
055000         FROM(ACCTMP1O)
055100         ERASE
055200     END-EXEC
055300     EXEC CICS RETURN
055400     END-EXEC.
055500 8000-EXIT.
055600     EXIT.
055700
055800 END PROGRAM Program29.
