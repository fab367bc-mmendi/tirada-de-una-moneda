000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program22.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* ANULACION DE TIRADA - VOID A DRAW AND REVERSE ITS SETTLEMENT
000900*----------------------------------------------------------------
001000* WHEN THE FLOOR MANAGER DECLARES A DRAW INVALID (A TAMPERED OR
001100* FAULTY RNG, A PROCEDURAL BREACH) EVERY BET SETTLED AGAINST IT
001200* HAS TO BE PUT BACK AS IF THE DRAW HAD NEVER HAPPENED.  THE
001300* VOIDPARM CARD NAMES THE RUN (RUN DATE + RUN-ID, THE RUNCTL
001400* KEY), THE DATE ITS SETTLEMENT WAS POSTED (BLANK OR ZERO MEANS
001500* THE RUN DATE) AND THE REASON.  THIS PROGRAM
001600*   - REFUSES A RUN THAT IS NOT ON RUNCTL OR IS ALREADY VOID
001700*   - PICKS UP EVERY POSTJRNL MOVEMENT AND EVERY SETTLTXN DETAIL
001800*     OF THAT RUN-ID POSTED ON THE SETTLEMENT DATE
001900*   - MARKS THE RUN VOID ON RUNCTL (RCTL-RUN-STATUS V AND THE
002000*     VOID DATE) BEFORE IT MOVES ANY MONEY, SO A RESUBMITTED
002100*     CARD CAN NEVER REVERSE THE SAME RUN TWICE
002200*   - POSTS THE OPPOSITE OF EACH MOVEMENT TO BETMAST AND APPENDS
002300*     IT TO POSTJRNL - EVERY STAKE DEBIT COMES BACK AS A CREDIT,
002400*     EVERY PAYOUT CREDIT IS CLAWED BACK AS A DEBIT, EACH WITH
002500*     THE BALANCE AFTER IT
002600*   - APPENDS AN HD / DT / TR GROUP TO SETTLTXN WITH ONE "V"
002700*     DETAIL PER ORIGINAL DETAIL, SO THE CASH OFFICE STOPS OR
002800*     RECOVERS THE PAYMENT (SEE SETLREC.cpy); THE HD RECORD
002810*     CARRIES THE SETTLEMENT DATE OF THE RUN IT REVERSES
002900*   - PRINTS EVERY REVERSAL AND THE TOTALS ON THE VOID REPORT.
003000* THE FAIRNESS, PATTERN AND REPLAY REPORTS (Program3, Program8,
003100* Program11) LEAVE A VOID RUN OUT FROM THEN ON.  AN ACCOUNT THAT
003200* IS NOT ON BETMAST OR A FAILED REWRITE OR WRITE IS LISTED ON THE
003300* REPORT FOR MANUAL POSTING AND ENDS THE STEP RC=8; A REFUSED
003400* CARD ALSO ENDS IT RC=8 WITHOUT TOUCHING ANYTHING.
003500*----------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*----------------------------------------------------------------
003800* DATE       INIT DESCRIPTION
003900* ---------- ---- -----------------------------------------------
004000* 10/15/2026 RA   ORIGINAL PROGRAM.
004010* 10/15/2026 RA   REVERSALS ARE JOURNALED AS MOVEMENT TYPE V, AND
004020*                 CASHIER DEPOSITS/WITHDRAWALS (WHOSE SLIP NUMBER
004030*                 SITS WHERE THE RUN-ID GOES) AND EARLIER
004040*                 REVERSALS ARE NEVER PICKED UP AS MOVEMENTS OF
004050*                 THE RUN.  REFUND DETAILS ON SETTLTXN ARE
004060*                 SKIPPED LIKE EARLIER REVERSALS.
004070* 10/15/2026 RA   HELD SETTLEMENT DETAILS WIDENED TO 78 BYTES SO
004080*                 THE V DETAIL OF A COMBINATION BET REPEATS ITS
004090*                 LEG COUNT AND LEG PICKS.
004091* 10/15/2026 RA   THE HD RECORD OF THE V GROUP NOW CARRIES THE
004092*                 SETTLEMENT DATE OF THE VOIDED RUN, SO A REPORT
004093*                 CAN TIE THE V DETAILS TO THE EXACT RUN.
004094*                 BETMAST IS OPENED BEFORE THE RUNCTL CHECKS SO
004095*                 A REFUSED CARD CLOSES NO FILE THAT WAS NEVER
004096*                 OPENED.
004100*----------------------------------------------------------------
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SPECIAL-NAMES.
004600     DECIMAL-POINT IS COMMA.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT PARM-FILE ASSIGN TO "VOIDPARM"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PARM-STATUS.
005300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS RCTL-KEY
005700         FILE STATUS IS WS-RUNCTL-STATUS.
005800     SELECT POST-FILE ASSIGN TO "POSTJRNL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-POST-STATUS.
006100     SELECT SETTLE-FILE ASSIGN TO "SETTLTXN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SETTLE-STATUS.
006400     SELECT BETTOR-FILE ASSIGN TO "BETMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS BM-ACCOUNT-ID
006800         FILE STATUS IS WS-BETTOR-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO "VOIDRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARM-FILE
007600     LABEL RECORDS ARE OMITTED
007700     RECORDING MODE IS F.
007800 01  VOID-PARM-RECORD.
007900     05  VP-RUN-DATE             PIC 9(08).
008000     05  FILLER                  PIC X(01).
008100     05  VP-RUN-ID               PIC X(08).
008200     05  FILLER                  PIC X(01).
008300     05  VP-SETTLE-DATE          PIC X(08).
008400     05  VP-SETTLE-DATE-N REDEFINES VP-SETTLE-DATE
008500                                 PIC 9(08).
008600     05  FILLER                  PIC X(01).
008700     05  VP-REASON               PIC X(40).
008800
008900 FD  RUNCTL-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY "RUNCTL.cpy".
009200
009300 FD  POST-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600     COPY "PJRNREC.cpy".
009700
009800 FD  SETTLE-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORDING MODE IS F.
010100     COPY "SETLREC.cpy".
010200
010300 FD  BETTOR-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY "BETMREC.cpy".
010600
010700 FD  REPORT-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 01  REPORT-RECORD                PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-PARM-STATUS               PIC X(02) VALUE "00".
011400     88  PARM-OK                            VALUE "00".
011500 01  WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
011600     88  RUNCTL-OK                          VALUE "00".
011700 01  WS-POST-STATUS               PIC X(02) VALUE "00".
011800     88  POST-OK                            VALUE "00".
011900     88  POST-EOF                           VALUE "10".
012000     88  POST-FILE-NOT-FOUND                VALUE "35".
012100 01  WS-SETTLE-STATUS             PIC X(02) VALUE "00".
012200     88  SETTLE-OK                          VALUE "00".
012300     88  SETTLE-EOF                         VALUE "10".
012400     88  SETTLE-FILE-NOT-FOUND              VALUE "35".
012500 01  WS-BETTOR-STATUS             PIC X(02) VALUE "00".
012600     88  BETTOR-OK                          VALUE "00".
012700 01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
012800     88  REPORT-OK                          VALUE "00".
012900
013000 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
013100     88  INIT-OK                            VALUE "Y".
013200 01  WS-REFUSE-SW                 PIC X(01) VALUE "N".
013300     88  RUN-REFUSED                        VALUE "Y".
013400 01  WS-OVERFLOW-SW               PIC X(01) VALUE "N".
013500     88  TABLE-OVERFLOWED                   VALUE "Y".
013600 01  WS-ACCOUNT-SW                PIC X(01) VALUE "Y".
013700     88  ACCOUNT-FOUND                      VALUE "Y".
013800
013900 01  WS-RUN-DATE                  PIC 9(08) VALUE 0.
014000 01  WS-RUN-ID                    PIC X(08) VALUE SPACES.
014100 01  WS-SETTLE-DATE               PIC 9(08) VALUE 0.
014200 01  WS-VOID-DATE                 PIC 9(08) VALUE 0.
014300 01  WS-REASON                    PIC X(40) VALUE SPACES.
014400
014500 01  WS-MOVE-COUNT                PIC 9(05) COMP VALUE 0.
014600 01  WS-MOVE-MAX                  PIC 9(05) COMP VALUE 20000.
014700 01  WS-MOVE-TABLE.
014800     05  WS-MOVE-ENTRY OCCURS 0 TO 20000 TIMES
014900                       DEPENDING ON WS-MOVE-COUNT
015000                       INDEXED BY MOVE-IDX.
015100         10  MV-ACCOUNT-ID        PIC X(10).
015200         10  MV-SEQUENCE          PIC 9(05).
015300         10  MV-DEBIT-CREDIT      PIC X(01).
015400         10  MV-AMOUNT            PIC 9(07)V9(02).
015500
015600 01  WS-DTL-COUNT                 PIC 9(05) COMP VALUE 0.
015700 01  WS-DTL-MAX                   PIC 9(05) COMP VALUE 10000.
015800 01  WS-DTL-TABLE.
015900     05  WS-DTL-ENTRY OCCURS 0 TO 10000 TIMES
016000                      DEPENDING ON WS-DTL-COUNT
016100                      INDEXED BY DTL-IDX.
016200         10  DT-DETAIL            PIC X(78).
016300
016400 01  WS-SCAN-IDX                  PIC 9(05) COMP VALUE 0.
016500 01  WS-JRNL-POST-SEQ             PIC 9(07) VALUE 0.
016600 01  WS-JRNL-DC                   PIC X(01) VALUE SPACE.
016700
016800 01  WS-MOVES-REVERSED            PIC 9(07) VALUE 0.
016900 01  WS-DTLS-REVERSED             PIC 9(07) VALUE 0.
017000 01  WS-POST-FAIL-COUNT           PIC 9(05) VALUE 0.
017100 01  WS-JRNL-FAIL-COUNT           PIC 9(05) VALUE 0.
017200 01  WS-TOTAL-REFUNDED            PIC 9(09)V9(02) VALUE 0.
017300 01  WS-TOTAL-CLAWED-BACK         PIC 9(09)V9(02) VALUE 0.
017400 01  WS-STAKE-HASH                PIC 9(13)V9(02) VALUE 0.
017500 01  WS-PAYOUT-HASH               PIC 9(13)V9(02) VALUE 0.
017600
017700 01  WS-AMOUNT-EDIT               PIC ZZZZZZ9,99.
017800 01  WS-AMOUNT-EDIT2              PIC ZZZZZZ9,99.
017900 01  WS-BALANCE-EDIT              PIC -ZZZZZZZZ9,99.
018000 01  WS-TOTAL-EDIT                PIC ZZZZZZZZ9,99.
018100 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
018200
018300 PROCEDURE DIVISION.
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018600     IF NOT INIT-OK
018700         DISPLAY "PROGRAM22 - INITIALIZATION FAILED - RUN ABORTED"
018800         MOVE 16                TO RETURN-CODE
018900         GOBACK
019000     END-IF
019100     IF RUN-REFUSED
019200         PERFORM 9000-TERMINATE THRU 9000-EXIT
019300         MOVE 8                 TO RETURN-CODE
019400         GOBACK
019500     END-IF
019600     PERFORM 2000-LOAD-MOVEMENTS THRU 2000-EXIT
019700     PERFORM 2500-LOAD-DETAILS THRU 2500-EXIT
019800*    A PARTIAL TABLE WOULD REVERSE ONLY PART OF THE RUN AND THEN
019900*    MARK IT VOID, SO THE REST COULD NEVER BE REVERSED - NOTHING
020000*    HAS BEEN TOUCHED YET, SO STOP HERE.
020100     IF NOT INIT-OK OR TABLE-OVERFLOWED
020200         DISPLAY "PROGRAM22 - RUN " WS-RUN-DATE " " WS-RUN-ID
020300             " NOT VOIDED - NOTHING REVERSED"
020400         PERFORM 9000-TERMINATE THRU 9000-EXIT
020500         MOVE 16                TO RETURN-CODE
020600         GOBACK
020700     END-IF
020800     PERFORM 3000-MARK-RUN-VOID THRU 3000-EXIT
020900     IF RUN-REFUSED
021000         PERFORM 9000-TERMINATE THRU 9000-EXIT
021100         MOVE 16                TO RETURN-CODE
021200         GOBACK
021300     END-IF
021400     PERFORM 4000-REVERSE-MOVEMENTS THRU 4000-EXIT
021500     PERFORM 5000-REVERSE-DETAILS THRU 5000-EXIT
021600     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT
021800     IF WS-POST-FAIL-COUNT > 0
021900         DISPLAY "PROGRAM22 - ACCOUNT REVERSALS FAILED - "
022000             WS-POST-FAIL-COUNT
022100         MOVE 8                 TO RETURN-CODE
022200     END-IF
022300     IF WS-JRNL-FAIL-COUNT > 0
022400         DISPLAY "PROGRAM22 - JOURNAL OR SETTLTXN WRITES FAILED "
022500             "- " WS-JRNL-FAIL-COUNT
022600         MOVE 8                 TO RETURN-CODE
022700     END-IF
022800     GOBACK.
022900
023000 1000-INITIALIZE.
023100     ACCEPT WS-VOID-DATE FROM DATE YYYYMMDD
023200     PERFORM 1100-READ-PARM THRU 1100-EXIT
023300     IF NOT INIT-OK
023400         GO TO 1000-EXIT
023500     END-IF
023600
023700     OPEN OUTPUT REPORT-FILE
023800     IF NOT REPORT-OK
023900         DISPLAY "PROGRAM22 - ERROR OPENING REPORT-FILE - "
024000             WS-REPORT-STATUS
024100         MOVE "N"                    TO WS-INIT-STATUS
024200         GO TO 1000-EXIT
024300     END-IF
024400     MOVE SPACES                     TO WS-REPORT-LINE
024500     STRING "RUN VOID - RUN "        DELIMITED BY SIZE
024600            WS-RUN-DATE              DELIMITED BY SIZE
024700            " "                      DELIMITED BY SIZE
024800            WS-RUN-ID                DELIMITED BY SIZE
024900            " SETTLED "              DELIMITED BY SIZE
025000            WS-SETTLE-DATE           DELIMITED BY SIZE
025100            " VOIDED "               DELIMITED BY SIZE
025200            WS-VOID-DATE             DELIMITED BY SIZE
025300         INTO WS-REPORT-LINE
025400     END-STRING
025500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
025600     MOVE SPACES                     TO WS-REPORT-LINE
025700     STRING "REASON: "               DELIMITED BY SIZE
025800            WS-REASON                DELIMITED BY SIZE
025900         INTO WS-REPORT-LINE
026000     END-STRING
026100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
026200
026210*    BETMAST IS OPENED AHEAD OF THE RUNCTL CHECKS SO A REFUSED
026220*    CARD CAN GO THROUGH 9000-TERMINATE WITH EVERY FILE OPEN.
026230     OPEN I-O BETTOR-FILE
026240     IF NOT BETTOR-OK
026250         DISPLAY "PROGRAM22 - ERROR OPENING BETTOR-FILE - "
026260             WS-BETTOR-STATUS
026270         MOVE "N"                    TO WS-INIT-STATUS
026280         GO TO 1000-EXIT
026290     END-IF
026295
026300     OPEN I-O RUNCTL-FILE
026400     IF NOT RUNCTL-OK
026500         DISPLAY "PROGRAM22 - ERROR OPENING RUNCTL-FILE - "
026600             WS-RUNCTL-STATUS
026700         MOVE "N"                    TO WS-INIT-STATUS
026800         GO TO 1000-EXIT
026900     END-IF
027000     MOVE WS-RUN-DATE                TO RCTL-RUN-DATE
027100     MOVE WS-RUN-ID                  TO RCTL-RUN-ID
027200     READ RUNCTL-FILE
027300         INVALID KEY
027400             MOVE "RUN NOT ON RUNCTL - VOID REFUSED"
027500                                     TO WS-REPORT-LINE
027600             PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
027700             MOVE "Y"                TO WS-REFUSE-SW
027800             GO TO 1000-EXIT
027900     END-READ
028000     IF RCTL-RUN-VOID
028100         MOVE SPACES                 TO WS-REPORT-LINE
028200         STRING "RUN ALREADY VOIDED " DELIMITED BY SIZE
028300                RCTL-VOID-DATE       DELIMITED BY SIZE
028400                " - VOID REFUSED"    DELIMITED BY SIZE
028500             INTO WS-REPORT-LINE
028600         END-STRING
028700         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
028800         MOVE "Y"                    TO WS-REFUSE-SW
028900         GO TO 1000-EXIT
029000     END-IF.
029900 1000-EXIT.
030000     EXIT.
030100
030200 1100-READ-PARM.
030300*    THERE IS NO SENSIBLE DEFAULT FOR WHICH DRAW TO VOID - A
030400*    MISSING OR UNREADABLE CARD STOPS THE JOB.
030500     OPEN INPUT PARM-FILE
030600     IF NOT PARM-OK
030700         DISPLAY "PROGRAM22 - NO VOIDPARM CARD - RUN ABORTED"
030800         MOVE "N"                    TO WS-INIT-STATUS
030900         GO TO 1100-EXIT
031000     END-IF
031100     READ PARM-FILE
031200         AT END
031300             DISPLAY "PROGRAM22 - EMPTY VOIDPARM CARD - "
031400                 "RUN ABORTED"
031500             MOVE "N"                TO WS-INIT-STATUS
031600             CLOSE PARM-FILE
031700             GO TO 1100-EXIT
031800     END-READ
031900     CLOSE PARM-FILE
032000     IF VP-RUN-DATE NOT NUMERIC
032100        OR VP-RUN-DATE = 0
032200        OR VP-RUN-ID = SPACES
032300         DISPLAY "PROGRAM22 - BAD VOIDPARM CARD - RUN DATE AND "
032400             "RUN-ID REQUIRED"
032500         MOVE "N"                    TO WS-INIT-STATUS
032600         GO TO 1100-EXIT
032700     END-IF
032800     MOVE VP-RUN-DATE                TO WS-RUN-DATE
032900     MOVE VP-RUN-ID                  TO WS-RUN-ID
033000     MOVE VP-REASON                  TO WS-REASON
033100     IF VP-SETTLE-DATE = SPACES
033200         MOVE WS-RUN-DATE            TO WS-SETTLE-DATE
033300     ELSE
033400         IF VP-SETTLE-DATE-N NOT NUMERIC
033500             DISPLAY "PROGRAM22 - BAD VOIDPARM SETTLEMENT DATE - "
033600                 VP-SETTLE-DATE
033700             MOVE "N"                TO WS-INIT-STATUS
033800             GO TO 1100-EXIT
033900         END-IF
034000         IF VP-SETTLE-DATE-N = 0
034100             MOVE WS-RUN-DATE        TO WS-SETTLE-DATE
034200         ELSE
034300             MOVE VP-SETTLE-DATE-N   TO WS-SETTLE-DATE
034400         END-IF
034500     END-IF
034600     DISPLAY "PROGRAM22 - VOIDING RUN " WS-RUN-DATE " " WS-RUN-ID
034700         " SETTLED " WS-SETTLE-DATE.
034800 1100-EXIT.
034900     EXIT.
035000
035100 2000-LOAD-MOVEMENTS.
035200*    THE JOURNAL IS READ IN FULL BEFORE ANYTHING IS APPENDED TO
035300*    IT, SO THE REVERSALS WRITTEN BELOW ARE NEVER PICKED UP AS
035400*    MOVEMENTS TO REVERSE.
035500     OPEN INPUT POST-FILE
035600     IF POST-FILE-NOT-FOUND
035700         DISPLAY "PROGRAM22 - NO POSTJRNL FILE - NO MOVEMENTS"
035800         GO TO 2000-EXIT
035900     END-IF
036000     IF NOT POST-OK
036100         DISPLAY "PROGRAM22 - ERROR OPENING POST-FILE - "
036200             WS-POST-STATUS
036300         MOVE "N"                    TO WS-INIT-STATUS
036400         GO TO 2000-EXIT
036500     END-IF
036600     PERFORM 2100-LOAD-ONE-MOVEMENT THRU 2100-EXIT
036700         UNTIL POST-EOF
036800     CLOSE POST-FILE.
036900 2000-EXIT.
037000     EXIT.
037100
037200 2100-LOAD-ONE-MOVEMENT.
037300     READ POST-FILE
037400         AT END
037500             GO TO 2100-EXIT
037600     END-READ
037610     IF PJ-MOVE-DEPOSIT OR PJ-MOVE-WITHDRAWAL OR PJ-MOVE-VOID
037620         GO TO 2100-EXIT
037630     END-IF
037700     IF PJ-RUN-ID NOT = WS-RUN-ID
037800        OR PJ-POST-DATE NOT = WS-SETTLE-DATE
037900         GO TO 2100-EXIT
038000     END-IF
038100     IF WS-MOVE-COUNT < WS-MOVE-MAX
038200         ADD 1 TO WS-MOVE-COUNT
038300         SET MOVE-IDX TO WS-MOVE-COUNT
038400         MOVE PJ-ACCOUNT-ID      TO MV-ACCOUNT-ID (MOVE-IDX)
038500         MOVE PJ-SEQUENCE        TO MV-SEQUENCE (MOVE-IDX)
038600         MOVE PJ-DEBIT-CREDIT    TO MV-DEBIT-CREDIT (MOVE-IDX)
038700         MOVE PJ-AMOUNT          TO MV-AMOUNT (MOVE-IDX)
038800     ELSE
038900         DISPLAY "PROGRAM22 - MOVEMENT TABLE FULL - "
039000             "RECORD SKIPPED"
039100         MOVE "Y"                TO WS-OVERFLOW-SW
039200     END-IF.
039300 2100-EXIT.
039400     EXIT.
039500
039600 2500-LOAD-DETAILS.
039700     OPEN INPUT SETTLE-FILE
039800     IF SETTLE-FILE-NOT-FOUND
039900         DISPLAY "PROGRAM22 - NO SETTLTXN FILE - NO DETAILS"
040000         GO TO 2500-EXIT
040100     END-IF
040200     IF NOT SETTLE-OK
040300         DISPLAY "PROGRAM22 - ERROR OPENING SETTLE-FILE - "
040400             WS-SETTLE-STATUS
040500         MOVE "N"                    TO WS-INIT-STATUS
040600         GO TO 2500-EXIT
040700     END-IF
040800     PERFORM 2600-LOAD-ONE-DETAIL THRU 2600-EXIT
040900         UNTIL SETTLE-EOF
041000     CLOSE SETTLE-FILE.
041100 2500-EXIT.
041200     EXIT.
041300
041400 2600-LOAD-ONE-DETAIL.
041500     READ SETTLE-FILE
041600         AT END
041700             GO TO 2600-EXIT
041800     END-READ
041900     IF STD-RECORD-TYPE NOT = "DT"
042000         GO TO 2600-EXIT
042100     END-IF
042200     IF STD-RUN-ID NOT = WS-RUN-ID
042300        OR STD-SETTLE-DATE NOT = WS-SETTLE-DATE
042400        OR STD-VOID-REVERSAL
042410        OR STD-REFUND
042500         GO TO 2600-EXIT
042600     END-IF
042700     IF WS-DTL-COUNT < WS-DTL-MAX
042800         ADD 1 TO WS-DTL-COUNT
042900         SET DTL-IDX TO WS-DTL-COUNT
043000         MOVE SETTLEMENT-DETAIL-RECORD TO DT-DETAIL (DTL-IDX)
043100     ELSE
043200         DISPLAY "PROGRAM22 - DETAIL TABLE FULL - RECORD SKIPPED"
043300         MOVE "Y"                TO WS-OVERFLOW-SW
043400     END-IF.
043500 2600-EXIT.
043600     EXIT.
043700
043800 3000-MARK-RUN-VOID.
043900*    THE RUN IS MARKED BEFORE ANY MONEY MOVES.  IF A REVERSAL
044000*    BELOW FAILS IT IS LISTED FOR MANUAL POSTING; RESUBMITTING THE
044100*    CARD IS REFUSED, SO NOTHING IS EVER REVERSED TWICE.
044200     IF WS-MOVE-COUNT = 0 AND WS-DTL-COUNT = 0
044300         DISPLAY "PROGRAM22 - NO SETTLEMENT FOUND FOR THE RUN ON "
044400             WS-SETTLE-DATE " - RUN VOIDED, NOTHING TO REVERSE"
044500     END-IF
044600     MOVE "V"                        TO RCTL-RUN-STATUS
044700     MOVE WS-VOID-DATE               TO RCTL-VOID-DATE
044800     REWRITE RUN-CONTROL-RECORD
044900     IF NOT RUNCTL-OK
045000         DISPLAY "PROGRAM22 - RUNCTL REWRITE FAILED - STATUS "
045100             WS-RUNCTL-STATUS " - NOTHING REVERSED"
045200         MOVE "Y"                    TO WS-REFUSE-SW
045300     END-IF.
045400 3000-EXIT.
045500     EXIT.
045600
045700 4000-REVERSE-MOVEMENTS.
045800     IF WS-MOVE-COUNT = 0
045900         GO TO 4000-EXIT
046000     END-IF
046100     OPEN EXTEND POST-FILE
046200     IF POST-FILE-NOT-FOUND
046300         OPEN OUTPUT POST-FILE
046400     END-IF
046500     IF NOT POST-OK
046600         DISPLAY "PROGRAM22 - ERROR OPENING POST-FILE - "
046700             WS-POST-STATUS
046800         ADD WS-MOVE-COUNT TO WS-JRNL-FAIL-COUNT
046900         MOVE "CANNOT OPEN POSTJRNL - NO MOVEMENTS REVERSED"
047000                                     TO WS-REPORT-LINE
047100         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
047200         GO TO 4000-EXIT
047300     END-IF
047400     MOVE 0 TO WS-SCAN-IDX
047500     PERFORM 4100-REVERSE-ONE-MOVEMENT THRU 4100-EXIT
047600         UNTIL WS-SCAN-IDX >= WS-MOVE-COUNT
047700     CLOSE POST-FILE.
047800 4000-EXIT.
047900     EXIT.
048000
048100 4100-REVERSE-ONE-MOVEMENT.
048200     ADD 1 TO WS-SCAN-IDX
048300     SET MOVE-IDX TO WS-SCAN-IDX
048400     MOVE MV-AMOUNT (MOVE-IDX)       TO WS-AMOUNT-EDIT
048500     MOVE MV-ACCOUNT-ID (MOVE-IDX)   TO BM-ACCOUNT-ID
048600     MOVE "Y"                        TO WS-ACCOUNT-SW
048700     READ BETTOR-FILE
048800         INVALID KEY
048900             MOVE "N"                TO WS-ACCOUNT-SW
049000     END-READ
049100     IF NOT ACCOUNT-FOUND
049200         ADD 1 TO WS-POST-FAIL-COUNT
049300         MOVE SPACES                 TO WS-REPORT-LINE
049400         STRING MV-ACCOUNT-ID (MOVE-IDX) DELIMITED BY SIZE
049500                " "                  DELIMITED BY SIZE
049600                MV-SEQUENCE (MOVE-IDX) DELIMITED BY SIZE
049700                " "                  DELIMITED BY SIZE
049800                MV-DEBIT-CREDIT (MOVE-IDX) DELIMITED BY SIZE
049900                " "                  DELIMITED BY SIZE
050000                WS-AMOUNT-EDIT       DELIMITED BY SIZE
050100                " NOT ON BETMAST - POST BY HAND"
050200                                     DELIMITED BY SIZE
050300             INTO WS-REPORT-LINE
050400         END-STRING
050500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
050600         GO TO 4100-EXIT
050700     END-IF
050800*    A STAKE DEBIT IS REFUNDED AS A CREDIT; A PAYOUT CREDIT IS
050900*    CLAWED BACK AS A DEBIT, EVEN WHERE THAT TAKES THE ACCOUNT
051000*    BELOW ZERO - THE WIN NEVER HAPPENED.
051100     IF MV-DEBIT-CREDIT (MOVE-IDX) = "D"
051200         ADD MV-AMOUNT (MOVE-IDX)    TO BM-BALANCE
051300         ADD MV-AMOUNT (MOVE-IDX)    TO WS-TOTAL-REFUNDED
051400         MOVE "C"                    TO WS-JRNL-DC
051500     ELSE
051600         SUBTRACT MV-AMOUNT (MOVE-IDX) FROM BM-BALANCE
051700         ADD MV-AMOUNT (MOVE-IDX)    TO WS-TOTAL-CLAWED-BACK
051800         MOVE "D"                    TO WS-JRNL-DC
051900     END-IF
052000     REWRITE BETTOR-MASTER-RECORD
052100     IF NOT BETTOR-OK
052200         DISPLAY "PROGRAM22 - BETTOR REWRITE FAILED - STATUS "
052300             WS-BETTOR-STATUS " ACCOUNT " BM-ACCOUNT-ID
052400         ADD 1 TO WS-POST-FAIL-COUNT
052500         MOVE SPACES                 TO WS-REPORT-LINE
052600         STRING MV-ACCOUNT-ID (MOVE-IDX) DELIMITED BY SIZE
052700                " "                  DELIMITED BY SIZE
052800                MV-SEQUENCE (MOVE-IDX) DELIMITED BY SIZE
052900                " "                  DELIMITED BY SIZE
053000                MV-DEBIT-CREDIT (MOVE-IDX) DELIMITED BY SIZE
053100                " "                  DELIMITED BY SIZE
053200                WS-AMOUNT-EDIT       DELIMITED BY SIZE
053300                " REWRITE FAILED - POST BY HAND"
053400                                     DELIMITED BY SIZE
053500             INTO WS-REPORT-LINE
053600         END-STRING
053700         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
053800         GO TO 4100-EXIT
053900     END-IF
054000     ADD 1 TO WS-MOVES-REVERSED
054100     PERFORM 4200-WRITE-JOURNAL THRU 4200-EXIT
054200     MOVE BM-BALANCE                 TO WS-BALANCE-EDIT
054300     MOVE SPACES                     TO WS-REPORT-LINE
054400     STRING MV-ACCOUNT-ID (MOVE-IDX) DELIMITED BY SIZE
054500            " "                      DELIMITED BY SIZE
054600            MV-SEQUENCE (MOVE-IDX)   DELIMITED BY SIZE
054700            " "                      DELIMITED BY SIZE
054800            MV-DEBIT-CREDIT (MOVE-IDX) DELIMITED BY SIZE
054900            " "                      DELIMITED BY SIZE
055000            WS-AMOUNT-EDIT           DELIMITED BY SIZE
055100            " REVERSED AS "          DELIMITED BY SIZE
055200            WS-JRNL-DC               DELIMITED BY SIZE
055300            " BALANCE "              DELIMITED BY SIZE
055400            WS-BALANCE-EDIT          DELIMITED BY SIZE
055500         INTO WS-REPORT-LINE
055600     END-STRING
055700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
055800 4100-EXIT.
055900     EXIT.
056000
056100 4200-WRITE-JOURNAL.
056200*    SAME LAYOUT AS THE SETTLEMENT'S OWN POSTINGS (SEE Program2
056300*    3700-WRITE-JOURNAL), DATED THE DAY OF THE VOID AND CARRYING
056400*    THE ORIGINAL RUN-ID AND SEQUENCE.
056500     ADD 1 TO WS-JRNL-POST-SEQ
056600     MOVE SPACES                 TO POSTING-JOURNAL-RECORD
056700     MOVE BM-ACCOUNT-ID          TO PJ-ACCOUNT-ID
056800     MOVE WS-VOID-DATE           TO PJ-POST-DATE
056900     MOVE WS-JRNL-POST-SEQ       TO PJ-POST-SEQ
057000     MOVE WS-RUN-ID              TO PJ-RUN-ID
057100     MOVE MV-SEQUENCE (MOVE-IDX) TO PJ-SEQUENCE
057200     MOVE WS-JRNL-DC             TO PJ-DEBIT-CREDIT
057300     MOVE MV-AMOUNT (MOVE-IDX)   TO PJ-AMOUNT
057400     MOVE BM-BALANCE             TO PJ-BALANCE-AFTER
057410     MOVE "V"                    TO PJ-MOVE-TYPE
057500     WRITE POSTING-JOURNAL-RECORD
057600     IF NOT POST-OK
057700         DISPLAY "PROGRAM22 - JOURNAL WRITE FAILED - STATUS "
057800             WS-POST-STATUS " ACCOUNT " BM-ACCOUNT-ID
057900         ADD 1 TO WS-JRNL-FAIL-COUNT
058000     END-IF.
058100 4200-EXIT.
058200     EXIT.
058300
058400 5000-REVERSE-DETAILS.
058500     IF WS-DTL-COUNT = 0
058600         GO TO 5000-EXIT
058700     END-IF
058800     OPEN EXTEND SETTLE-FILE
058900     IF SETTLE-FILE-NOT-FOUND
059000         OPEN OUTPUT SETTLE-FILE
059100     END-IF
059200     IF NOT SETTLE-OK
059300         DISPLAY "PROGRAM22 - ERROR OPENING SETTLE-FILE - "
059400             WS-SETTLE-STATUS
059500         ADD WS-DTL-COUNT TO WS-JRNL-FAIL-COUNT
059600         MOVE "CANNOT OPEN SETTLTXN - NO DETAILS REVERSED"
059700                                     TO WS-REPORT-LINE
059800         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
059900         GO TO 5000-EXIT
060000     END-IF
060100     MOVE SPACES                     TO SETTLEMENT-HEADER-RECORD
060200     MOVE "HD"                       TO STH-RECORD-TYPE
060300     MOVE WS-VOID-DATE               TO STH-SETTLE-DATE
060310     MOVE WS-SETTLE-DATE             TO STH-VOIDED-DATE-NUM
060400     WRITE SETTLEMENT-HEADER-RECORD
060500     MOVE 0 TO WS-SCAN-IDX
060600     PERFORM 5100-REVERSE-ONE-DETAIL THRU 5100-EXIT
060700         UNTIL WS-SCAN-IDX >= WS-DTL-COUNT
060800     MOVE SPACES                     TO SETTLEMENT-TRAILER-RECORD
060900     MOVE "TR"                       TO STT-RECORD-TYPE
061000     MOVE WS-DTLS-REVERSED           TO STT-RECORD-COUNT
061100     MOVE WS-STAKE-HASH              TO STT-STAKE-HASH
061200     MOVE WS-PAYOUT-HASH             TO STT-PAYOUT-HASH
061300     WRITE SETTLEMENT-TRAILER-RECORD
061400     IF NOT SETTLE-OK
061500         DISPLAY "PROGRAM22 - SETTLTXN TRAILER WRITE FAILED - "
061600             WS-SETTLE-STATUS
061700         ADD 1 TO WS-JRNL-FAIL-COUNT
061800     END-IF
061900     CLOSE SETTLE-FILE.
062000 5000-EXIT.
062100     EXIT.
062200
062300 5100-REVERSE-ONE-DETAIL.
062400*    THE "V" DETAIL REPEATS THE ORIGINAL SO THE CASH OFFICE CAN
062500*    MATCH IT ON BETTOR + RUN-ID + SEQUENCE (SEE Program15).
062600     ADD 1 TO WS-SCAN-IDX
062700     SET DTL-IDX TO WS-SCAN-IDX
062800     MOVE DT-DETAIL (DTL-IDX)        TO SETTLEMENT-DETAIL-RECORD
062900     MOVE STD-STAKE                  TO WS-AMOUNT-EDIT
063000     MOVE STD-PAYOUT                 TO WS-AMOUNT-EDIT2
063100     MOVE SPACES                     TO WS-REPORT-LINE
063200     IF STD-WIN
063300         STRING "SETTLED "           DELIMITED BY SIZE
063400                STD-BETTOR           DELIMITED BY SIZE
063500                " "                  DELIMITED BY SIZE
063600                STD-SEQUENCE         DELIMITED BY SIZE
063700                " WIN  STAKE "       DELIMITED BY SIZE
063800                WS-AMOUNT-EDIT       DELIMITED BY SIZE
063900                " PAYOUT "           DELIMITED BY SIZE
064000                WS-AMOUNT-EDIT2      DELIMITED BY SIZE
064100                " CLAWED BACK"       DELIMITED BY SIZE
064200             INTO WS-REPORT-LINE
064300         END-STRING
064400     ELSE
064500         STRING "SETTLED "           DELIMITED BY SIZE
064600                STD-BETTOR           DELIMITED BY SIZE
064700                " "                  DELIMITED BY SIZE
064800                STD-SEQUENCE         DELIMITED BY SIZE
064900                " LOSS STAKE "       DELIMITED BY SIZE
065000                WS-AMOUNT-EDIT       DELIMITED BY SIZE
065100                " REFUNDED"          DELIMITED BY SIZE
065200             INTO WS-REPORT-LINE
065300         END-STRING
065400     END-IF
065500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
065600     MOVE "V"                        TO STD-WIN-LOSS
065700     MOVE WS-VOID-DATE               TO STD-SETTLE-DATE
065800     WRITE SETTLEMENT-DETAIL-RECORD
065900     IF NOT SETTLE-OK
066000         DISPLAY "PROGRAM22 - SETTLTXN WRITE FAILED - STATUS "
066100             WS-SETTLE-STATUS " BETTOR " STD-BETTOR
066200         ADD 1 TO WS-JRNL-FAIL-COUNT
066300         GO TO 5100-EXIT
066400     END-IF
066500     ADD 1 TO WS-DTLS-REVERSED
066600     ADD STD-STAKE                   TO WS-STAKE-HASH
066700     ADD STD-PAYOUT                  TO WS-PAYOUT-HASH.
066800 5100-EXIT.
066900     EXIT.
067000
067100 6000-PRINT-SUMMARY.
067200     MOVE SPACES                     TO WS-REPORT-LINE
067300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
067400     MOVE SPACES                     TO WS-REPORT-LINE
067500     STRING "MOVEMENTS REVERSED ...... " DELIMITED BY SIZE
067600            WS-MOVES-REVERSED        DELIMITED BY SIZE
067700         INTO WS-REPORT-LINE
067800     END-STRING
067900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
068000     MOVE WS-TOTAL-REFUNDED          TO WS-TOTAL-EDIT
068100     MOVE SPACES                     TO WS-REPORT-LINE
068200     STRING "STAKES REFUNDED ......... " DELIMITED BY SIZE
068300            WS-TOTAL-EDIT            DELIMITED BY SIZE
068400         INTO WS-REPORT-LINE
068500     END-STRING
068600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
068700     MOVE WS-TOTAL-CLAWED-BACK       TO WS-TOTAL-EDIT
068800     MOVE SPACES                     TO WS-REPORT-LINE
068900     STRING "PAYOUTS CLAWED BACK ..... " DELIMITED BY SIZE
069000            WS-TOTAL-EDIT            DELIMITED BY SIZE
069100         INTO WS-REPORT-LINE
069200     END-STRING
069300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
069400     MOVE SPACES                     TO WS-REPORT-LINE
069500     STRING "SETTLEMENT DETAILS VOIDED " DELIMITED BY SIZE
069600            WS-DTLS-REVERSED         DELIMITED BY SIZE
069700         INTO WS-REPORT-LINE
069800     END-STRING
069900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
070000     MOVE SPACES                     TO WS-REPORT-LINE
070100     STRING "FAILURES TO POST BY HAND  " DELIMITED BY SIZE
070200            WS-POST-FAIL-COUNT       DELIMITED BY SIZE
070300         INTO WS-REPORT-LINE
070400     END-STRING
070500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
070600     DISPLAY "--------------------------------------------".
070700     DISPLAY "PROGRAM22 - RUN VOID SUMMARY".
070800     DISPLAY "--------------------------------------------".
070900     DISPLAY "  RUN ................... " WS-RUN-DATE " "
071000         WS-RUN-ID.
071100     DISPLAY "  SETTLEMENT DATE ....... " WS-SETTLE-DATE.
071200     DISPLAY "  VOID DATE ............. " WS-VOID-DATE.
071300     DISPLAY "  MOVEMENTS FOUND ....... " WS-MOVE-COUNT.
071400     DISPLAY "  MOVEMENTS REVERSED .... " WS-MOVES-REVERSED.
071500     DISPLAY "  DETAILS FOUND ......... " WS-DTL-COUNT.
071600     DISPLAY "  DETAILS VOIDED ........ " WS-DTLS-REVERSED.
071700     MOVE WS-TOTAL-REFUNDED          TO WS-TOTAL-EDIT
071800     DISPLAY "  STAKES REFUNDED ....... " WS-TOTAL-EDIT.
071900     MOVE WS-TOTAL-CLAWED-BACK       TO WS-TOTAL-EDIT
072000     DISPLAY "  PAYOUTS CLAWED BACK ... " WS-TOTAL-EDIT.
072100     DISPLAY "  ACCOUNT FAILURES ...... " WS-POST-FAIL-COUNT.
072200     DISPLAY "  WRITE FAILURES ........ " WS-JRNL-FAIL-COUNT.
072300     DISPLAY "--------------------------------------------".
072400 6000-EXIT.
072500     EXIT.
072600
072700 8000-WRITE-REPORT-LINE.
072800     MOVE WS-REPORT-LINE             TO REPORT-RECORD
072900     WRITE REPORT-RECORD
073000     DISPLAY WS-REPORT-LINE.
073100 8000-EXIT.
073200     EXIT.
073300
073400 9000-TERMINATE.
073500     CLOSE RUNCTL-FILE
073600     CLOSE BETTOR-FILE
073700     CLOSE REPORT-FILE.
073800 9000-EXIT.
073900     EXIT.
074000
074100 END PROGRAM Program22.
