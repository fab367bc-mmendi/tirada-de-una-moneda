000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program24.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* INTERFAZ CONTABLE - DAILY GENERAL LEDGER INTERFACE
000900*----------------------------------------------------------------
001000* ACCOUNTING USED TO RE-KEY THE DAY FROM THE Program2 PAYOUT
001100* PRINTOUT, AND THE LEDGER NEVER TIED TO THE BETTOR LIABILITY
001200* (THE SUM OF BM-BALANCE).  THIS PROGRAM SUMMARISES EVERY
001300* POSTJRNL MOVEMENT AND SETTLTXN DETAIL WRITTEN SINCE THE LAST
001400* FILE WAS SENT INTO DOUBLE-ENTRY GL RECORDS (GLIFACE, SEE
001500* GLREC.cpy) FOR FINANCE TO LOAD DIRECTLY:
001600*   STAKES    STAKES TAKEN (JOURNAL S)        CR STAKE
001700*   PAYOUTS   WIN PAYOUTS (JOURNAL P)         DR PAYOUT
001800*   DEPOSIT   CASHIER DEPOSITS (JOURNAL D)    DR CASH
001900*   WITHDRAW  CASHIER WITHDRAWALS (JOURNAL W) CR CASH
002000*   VOIDSTK   STAKES RETURNED BY A VOID       DR STAKE
002100*   VOIDPAY   PAYOUTS CLAWED BACK BY A VOID   CR PAYOUT
002200*   LIABCHG   CHANGE IN BETTOR LIABILITY      DR/CR LIAB
002300*   REFUND    CARRIED BETS REFUNDED (SETTLTXN "R" DETAILS)
002400*             DR REFUND / CR OPENBET
002500* THE LIABILITY LINE IS NOT DERIVED FROM THE JOURNAL: IT IS THE
002600* BETMAST TOTAL NOW LESS THE CLOSING LIABILITY RECORDED WHEN THE
002700* LAST DATE WAS SENT, SO DEBITS EQUAL CREDITS ONLY WHEN THE
002800* JOURNAL ACCOUNTS FOR EVERY CENT THE MASTER MOVED.  A CARRIED
002900* BET'S STAKE IS NEVER TAKEN FROM THE BALANCE, SO ITS REFUND
003000* MOVES NO MONEY AND IS BOOKED AS A PAIR OF ITS OWN.  THE GL
003100* ACCOUNT FOR EACH ROLE COMES FROM THE GLCODES CARDS.
003200*
003300* THE FILE ENDS WITH A TRAILER CARRYING THE DETAIL COUNT AND
003400* THE DEBIT/CREDIT PROOF.  AN OUT-OF-BALANCE DAY IS WRITTEN
003500* (FLAGGED "N" ON THE TRAILER) BUT NOT RECORDED AS SENT, AND
003600* THE STEP ENDS RC=8.  A BALANCED DAY IS RECORDED ON THE GL
003700* CONTROL FILE (GLCTL) WITH ITS CLOSING LIABILITY; A POSTING
003800* DATE ALREADY ON GLCTL, OR EARLIER THAN THE LAST ONE SENT, IS
003900* REFUSED RC=8 AND LEAVES GLIFACE EMPTY, SO NO DATE CAN EVER
004000* GO TO FINANCE TWICE.  THE SETTLTXN STAKE AND PAYOUT TOTALS
004100* ARE ALSO CHECKED AGAINST THE JOURNAL; A DIFFERENCE IS LISTED
004200* ON GLRPT AND ENDS THE STEP RC=4.
004300*
004400* BOTH INPUT FILES ARE ONLY EVER APPENDED TO, SO GLCTL ALSO
004500* KEEPS HOW MANY RECORDS EACH HELD WHEN THE LAST FILE WAS SENT
004600* AND TONIGHT'S FILE TAKES EVERY RECORD PAST THAT POINT,
004700* WHATEVER DATE IT CARRIES - A VOID JOURNALED AFTER ITS DAY WAS
004800* SENT STILL REACHES THE LEDGER.  THE VERY FIRST RUN HAS NO
004900* POINT TO START FROM AND TAKES ONLY THE POSTING DATE ITSELF.
005000*----------------------------------------------------------------
005100* MODIFICATION HISTORY
005200*----------------------------------------------------------------
005300* DATE       INIT DESCRIPTION
005400* ---------- ---- -----------------------------------------------
005500* 10/15/2026 RA   ORIGINAL PROGRAM.
005533* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
005566*                 END OF RUN FOR THE STREAM PROOF (Program27).
005600*----------------------------------------------------------------
005700
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SPECIAL-NAMES.
006100     DECIMAL-POINT IS COMMA.
006200
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT PARM-FILE ASSIGN TO "GLPARM"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PARM-STATUS.
006800     SELECT CODE-FILE ASSIGN TO "GLCODES"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CODE-STATUS.
007100     SELECT POST-FILE ASSIGN TO "POSTJRNL"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-POST-STATUS.
007400     SELECT SETTLE-FILE ASSIGN TO "SETTLTXN"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SETTLE-STATUS.
007700     SELECT BETTOR-FILE ASSIGN TO "BETMAST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS BM-ACCOUNT-ID
008100         FILE STATUS IS WS-BETTOR-STATUS.
008200     SELECT CTL-FILE ASSIGN TO "GLCTL"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-CTL-STATUS.
008500     SELECT GL-FILE ASSIGN TO "GLIFACE"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-GL-STATUS.
008800     SELECT REPORT-FILE ASSIGN TO "GLRPT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-REPORT-STATUS.
009025     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
009050         ORGANIZATION IS LINE SEQUENTIAL
009075         FILE STATUS IS WS-BCTL-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  PARM-FILE
009500     LABEL RECORDS ARE OMITTED
009600     RECORDING MODE IS F.
009700 01  GL-PARM-RECORD.
009800     05  GP-POST-DATE            PIC X(08).
009900     05  GP-POST-DATE-NUM REDEFINES GP-POST-DATE
010000                                 PIC 9(08).
010100     05  FILLER                  PIC X(72).
010200
010300 FD  CODE-FILE
010400     LABEL RECORDS ARE OMITTED
010500     RECORDING MODE IS F.
010600 01  GL-CODE-RECORD.
010700     05  GK-ROLE                 PIC X(08).
010800     05  FILLER                  PIC X(01).
010900     05  GK-ACCOUNT              PIC X(10).
011000     05  FILLER                  PIC X(61).
011100
011200 FD  POST-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500     COPY "PJRNREC.cpy".
011600
011700 FD  SETTLE-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000     COPY "SETLREC.cpy".
012100
012200 FD  BETTOR-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY "BETMREC.cpy".
012500
012600 FD  CTL-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F.
012900 01  GL-CONTROL-RECORD.
013000     05  GCT-POST-DATE           PIC 9(08).
013100     05  FILLER                  PIC X(01).
013200     05  GCT-PREV-DATE           PIC 9(08).
013300     05  FILLER                  PIC X(01).
013400     05  GCT-RECORD-COUNT        PIC 9(09).
013500     05  FILLER                  PIC X(01).
013600     05  GCT-DEBIT-TOTAL         PIC 9(13)V9(02).
013700     05  FILLER                  PIC X(01).
013800     05  GCT-CLOSING-LIAB        PIC S9(13)V9(02).
013900     05  FILLER                  PIC X(01).
014000     05  GCT-RUN-DATE            PIC 9(08).
014100     05  FILLER                  PIC X(01).
014200     05  GCT-JRNL-RECORDS        PIC 9(09).
014300     05  FILLER                  PIC X(01).
014400     05  GCT-STXN-RECORDS        PIC 9(09).
014500
014600 FD  GL-FILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORDING MODE IS F.
014900     COPY "GLREC.cpy".
015000
015100 FD  REPORT-FILE
015200     LABEL RECORDS ARE STANDARD
015300     RECORDING MODE IS F.
015400 01  REPORT-RECORD                PIC X(80).
015500
015516 FD  BCTL-FILE
015532     LABEL RECORDS ARE STANDARD
015548     RECORDING MODE IS F.
015564     COPY "BCTLREC.cpy".
015580
015600 WORKING-STORAGE SECTION.
015700 01  WS-PARM-STATUS               PIC X(02) VALUE "00".
015800     88  PARM-OK                            VALUE "00".
015900     88  PARM-FILE-NOT-FOUND                VALUE "35".
016000 01  WS-CODE-STATUS               PIC X(02) VALUE "00".
016100     88  CODE-OK                            VALUE "00".
016200     88  CODE-EOF                           VALUE "10".
016300 01  WS-POST-STATUS               PIC X(02) VALUE "00".
016400     88  POST-OK                            VALUE "00".
016500     88  POST-EOF                           VALUE "10".
016600     88  POST-FILE-NOT-FOUND                VALUE "35".
016700 01  WS-SETTLE-STATUS             PIC X(02) VALUE "00".
016800     88  SETTLE-OK                          VALUE "00".
016900     88  SETTLE-EOF                         VALUE "10".
017000     88  SETTLE-FILE-NOT-FOUND              VALUE "35".
017100 01  WS-BETTOR-STATUS             PIC X(02) VALUE "00".
017200     88  BETTOR-OK                          VALUE "00".
017300     88  BETTOR-EOF                         VALUE "10".
017400 01  WS-CTL-STATUS                PIC X(02) VALUE "00".
017500     88  CTL-OK                             VALUE "00".
017600     88  CTL-EOF                            VALUE "10".
017700     88  CTL-FILE-NOT-FOUND                 VALUE "35".
017800 01  WS-GL-STATUS                 PIC X(02) VALUE "00".
017900     88  GL-OK                              VALUE "00".
018000 01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
018100     88  REPORT-OK                          VALUE "00".
018200
018300 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
018400     88  INIT-OK                            VALUE "Y".
018500 01  WS-REFUSE-SW                 PIC X(01) VALUE "N".
018600     88  RUN-REFUSED                        VALUE "Y".
018700 01  WS-JOURNAL-SW                PIC X(01) VALUE "Y".
018800     88  JOURNAL-PRESENT                    VALUE "Y".
018900 01  WS-SETTLE-SW                 PIC X(01) VALUE "Y".
019000     88  SETTLE-PRESENT                     VALUE "Y".
019100
019200 01  WS-RUN-DATE                  PIC 9(08) VALUE 0.
019300 01  WS-POST-DATE                 PIC 9(08) VALUE 0.
019400 01  WS-PREV-DATE                 PIC 9(08) VALUE 0.
019500 01  WS-JRNL-SKIP                 PIC 9(09) VALUE 0.
019600 01  WS-JRNL-READ                 PIC 9(09) VALUE 0.
019700 01  WS-STXN-SKIP                 PIC 9(09) VALUE 0.
019800 01  WS-STXN-READ                 PIC 9(09) VALUE 0.
019900 01  WS-REFUSE-TEXT               PIC X(40) VALUE SPACES.
020000
020100 01  WS-GL-LIAB                   PIC X(10) VALUE SPACES.
020200 01  WS-GL-STAKE                  PIC X(10) VALUE SPACES.
020300 01  WS-GL-PAYOUT                 PIC X(10) VALUE SPACES.
020400 01  WS-GL-CASH                   PIC X(10) VALUE SPACES.
020500 01  WS-GL-REFUND                 PIC X(10) VALUE SPACES.
020600 01  WS-GL-OPENBET                PIC X(10) VALUE SPACES.
020700
020800 01  WS-JR-STAKES                 PIC 9(11)V9(02) VALUE 0.
020900 01  WS-JR-PAYOUTS                PIC 9(11)V9(02) VALUE 0.
021000 01  WS-JR-DEPOSITS               PIC 9(11)V9(02) VALUE 0.
021100 01  WS-JR-WITHDRAWALS            PIC 9(11)V9(02) VALUE 0.
021200 01  WS-JR-VOID-STAKES            PIC 9(11)V9(02) VALUE 0.
021300 01  WS-JR-VOID-PAYOUTS           PIC 9(11)V9(02) VALUE 0.
021400 01  WS-JR-NET                    PIC S9(13)V9(02) VALUE 0.
021500 01  WS-JR-COUNT                  PIC 9(07) VALUE 0.
021600
021700 01  WS-ST-STAKES                 PIC 9(11)V9(02) VALUE 0.
021800 01  WS-ST-PAYOUTS                PIC 9(11)V9(02) VALUE 0.
021900 01  WS-ST-VOID-STAKES            PIC 9(11)V9(02) VALUE 0.
022000 01  WS-ST-VOID-PAYOUTS           PIC 9(11)V9(02) VALUE 0.
022100 01  WS-ST-REFUNDS                PIC 9(11)V9(02) VALUE 0.
022200 01  WS-ST-COUNT                  PIC 9(07) VALUE 0.
022300 01  WS-XCHECK-COUNT              PIC 9(03) VALUE 0.
022400
022500 01  WS-OPENING-LIAB              PIC S9(13)V9(02) VALUE 0.
022600 01  WS-CLOSING-LIAB              PIC S9(13)V9(02) VALUE 0.
022700 01  WS-LIAB-CHANGE               PIC S9(13)V9(02) VALUE 0.
022800 01  WS-ACCOUNT-COUNT             PIC 9(07) VALUE 0.
022900
023000 01  WS-ENTRY-ACCOUNT             PIC X(10) VALUE SPACES.
023100 01  WS-ENTRY-DC                  PIC X(01) VALUE SPACE.
023200 01  WS-ENTRY-AMOUNT              PIC 9(11)V9(02) VALUE 0.
023300 01  WS-ENTRY-CODE                PIC X(08) VALUE SPACES.
023400 01  WS-ENTRY-DESC                PIC X(30) VALUE SPACES.
023500
023600 01  WS-GL-COUNT                  PIC 9(09) VALUE 0.
023700 01  WS-DEBIT-TOTAL               PIC 9(13)V9(02) VALUE 0.
023800 01  WS-CREDIT-TOTAL              PIC 9(13)V9(02) VALUE 0.
023900 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
024000
024100 01  WS-CHECK-NAME                PIC X(20) VALUE SPACES.
024200 01  WS-CHECK-JOURNAL             PIC 9(11)V9(02) VALUE 0.
024300 01  WS-CHECK-SETTLE              PIC 9(11)V9(02) VALUE 0.
024400
024500 01  WS-AMOUNT-EDIT               PIC ZZZZZZZZZZZZ9,99.
024600 01  WS-AMOUNT-EDIT2              PIC ZZZZZZZZZZZZ9,99.
024700 01  WS-SIGNED-EDIT               PIC -ZZZZZZZZZZZZ9,99.
024800 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
024820 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
024840     88  BCTL-OK                            VALUE "00".
024860     88  BCTL-FILE-NOT-FOUND                VALUE "35".
024880 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP050".
024900
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025300     IF NOT INIT-OK
025400         DISPLAY "PROGRAM24 - INITIALIZATION FAILED - RUN ABORTED"
025500         MOVE 16                TO RETURN-CODE
025550         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
025600         GOBACK
025700     END-IF
025800     IF RUN-REFUSED
025900         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
026000         MOVE 8                 TO RETURN-CODE
026050         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
026100         GOBACK
026200     END-IF
026300     IF JOURNAL-PRESENT
026400         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
026500             UNTIL POST-EOF
026600     END-IF
026700     IF SETTLE-PRESENT
026800         PERFORM 3000-READ-SETTLEMENT THRU 3000-EXIT
026900             UNTIL SETTLE-EOF
027000     END-IF
027100     PERFORM 4000-SUM-LIABILITY THRU 4000-EXIT
027200         UNTIL BETTOR-EOF
027300*    A FILE SHORTER THAN WHEN THE LAST DATE WAS SENT HAS BEEN
027400*    REBUILT OR RESTORED - NOTHING ON IT CAN BE TRUSTED TO START
027500*    FROM THE RECORDED POINT.
027600     IF WS-JRNL-READ < WS-JRNL-SKIP
027700        OR WS-STXN-READ < WS-STXN-SKIP
027800         MOVE "INPUT FILES SHORTER THAN WHEN LAST SENT"
027900                                     TO WS-REFUSE-TEXT
028000         PERFORM 9050-CLOSE-INPUTS THRU 9050-EXIT
028100         PERFORM 9100-REFUSE-RUN THRU 9100-EXIT
028200         MOVE 8                 TO RETURN-CODE
028250         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
028300         GOBACK
028400     END-IF
028500     PERFORM 5000-BUILD-ENTRIES THRU 5000-EXIT
028600     PERFORM 6000-CROSS-CHECK THRU 6000-EXIT
028700     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
028800        AND WS-WRITE-FAIL-COUNT = 0
028900         PERFORM 7000-RECORD-SENT THRU 7000-EXIT
029000     END-IF
029100     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
029200     PERFORM 9000-TERMINATE THRU 9000-EXIT
029300     IF WS-XCHECK-COUNT > 0
029400         MOVE 4                 TO RETURN-CODE
029500     END-IF
029600     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
029700         DISPLAY "PROGRAM24 - GL FILE OUT OF BALANCE - NOT "
029800             "RECORDED AS SENT - DO NOT LOAD"
029900         MOVE 8                 TO RETURN-CODE
030000     END-IF
030100     IF WS-WRITE-FAIL-COUNT > 0
030200         DISPLAY "PROGRAM24 - GL/CONTROL WRITES FAILED - "
030300             WS-WRITE-FAIL-COUNT
030400         MOVE 8                 TO RETURN-CODE
030500     END-IF
030550     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
030600     GOBACK.
030700
030800 1000-INITIALIZE.
030900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031000     MOVE WS-RUN-DATE                TO WS-POST-DATE
031100
031200*    NO CARD, OR A BLANK ONE, POSTS TODAY.
031300     OPEN INPUT PARM-FILE
031400     IF PARM-OK
031500         READ PARM-FILE
031600             AT END
031700                 MOVE SPACES         TO GL-PARM-RECORD
031800         END-READ
031900         CLOSE PARM-FILE
032000         IF GP-POST-DATE NOT = SPACES
032100             IF GP-POST-DATE IS NOT NUMERIC
032200                 DISPLAY "PROGRAM24 - GLPARM POSTING DATE NOT "
032300                     "NUMERIC - " GP-POST-DATE
032400                 MOVE "N"            TO WS-INIT-STATUS
032500                 GO TO 1000-EXIT
032600             END-IF
032700             IF GP-POST-DATE-NUM > 0
032800                 MOVE GP-POST-DATE-NUM TO WS-POST-DATE
032900             END-IF
033000         END-IF
033100     END-IF
033200
033300     PERFORM 1100-LOAD-CODES THRU 1100-EXIT
033400     IF NOT INIT-OK
033500         GO TO 1000-EXIT
033600     END-IF
033700
033800     PERFORM 1200-LOAD-CONTROL THRU 1200-EXIT
033900     IF NOT INIT-OK
034000         GO TO 1000-EXIT
034100     END-IF
034200
034300*    THE INTERFACE FILE IS REBUILT EVERY RUN - EVEN A REFUSED
034400*    RUN EMPTIES IT, SO YESTERDAY'S FILE CANNOT GO OUT AGAIN.
034500     OPEN OUTPUT GL-FILE
034600     IF NOT GL-OK
034700         DISPLAY "PROGRAM24 - ERROR OPENING GL-FILE - "
034800             WS-GL-STATUS
034900         MOVE "N"                    TO WS-INIT-STATUS
035000         GO TO 1000-EXIT
035100     END-IF
035200
035300     OPEN OUTPUT REPORT-FILE
035400     IF NOT REPORT-OK
035500         DISPLAY "PROGRAM24 - ERROR OPENING REPORT-FILE - "
035600             WS-REPORT-STATUS
035700         MOVE "N"                    TO WS-INIT-STATUS
035800         GO TO 1000-EXIT
035900     END-IF
036000
036100     MOVE SPACES                     TO WS-REPORT-LINE
036200     STRING "GENERAL LEDGER INTERFACE - POSTING DATE "
036300                                      DELIMITED BY SIZE
036400            WS-POST-DATE             DELIMITED BY SIZE
036500            " - LAST SENT "          DELIMITED BY SIZE
036600            WS-PREV-DATE             DELIMITED BY SIZE
036700         INTO WS-REPORT-LINE
036800     END-STRING
036900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
037000
037100     IF RUN-REFUSED
037200         GO TO 1000-EXIT
037300     END-IF
037400
037500     OPEN INPUT POST-FILE
037600     IF POST-FILE-NOT-FOUND
037700         DISPLAY "PROGRAM24 - NO POSTJRNL FILE - NO MOVEMENTS"
037800         MOVE "N"                    TO WS-JOURNAL-SW
037900     ELSE
038000         IF NOT POST-OK
038100             DISPLAY "PROGRAM24 - ERROR OPENING POST-FILE - "
038200                 WS-POST-STATUS
038300             MOVE "N"                TO WS-INIT-STATUS
038400             GO TO 1000-EXIT
038500         END-IF
038600     END-IF
038700
038800     OPEN INPUT SETTLE-FILE
038900     IF SETTLE-FILE-NOT-FOUND
039000         DISPLAY "PROGRAM24 - NO SETTLTXN FILE - NO DETAILS"
039100         MOVE "N"                    TO WS-SETTLE-SW
039200     ELSE
039300         IF NOT SETTLE-OK
039400             DISPLAY "PROGRAM24 - ERROR OPENING SETTLE-FILE - "
039500                 WS-SETTLE-STATUS
039600             MOVE "N"                TO WS-INIT-STATUS
039700             GO TO 1000-EXIT
039800         END-IF
039900     END-IF
040000
040100     OPEN INPUT BETTOR-FILE
040200     IF NOT BETTOR-OK
040300         DISPLAY "PROGRAM24 - ERROR OPENING BETTOR-FILE - "
040400             WS-BETTOR-STATUS
040500         MOVE "N"                    TO WS-INIT-STATUS
040600         GO TO 1000-EXIT
040700     END-IF.
040800 1000-EXIT.
040900     EXIT.
041000
041100 1100-LOAD-CODES.
041200*    ONE CARD PER ROLE: ROLE IN 1-8, GL ACCOUNT IN 10-19.  EVERY
041300*    ROLE MUST BE GIVEN - A LEDGER FILE WITH A BLANK ACCOUNT ON
041400*    IT IS WORSE THAN NO FILE.
041500     OPEN INPUT CODE-FILE
041600     IF NOT CODE-OK
041700         DISPLAY "PROGRAM24 - ERROR OPENING CODE-FILE - "
041800             WS-CODE-STATUS
041900         MOVE "N"                    TO WS-INIT-STATUS
042000         GO TO 1100-EXIT
042100     END-IF
042200     PERFORM 1110-LOAD-ONE-CODE THRU 1110-EXIT
042300         UNTIL CODE-EOF OR NOT INIT-OK
042400     CLOSE CODE-FILE
042500     IF NOT INIT-OK
042600         GO TO 1100-EXIT
042700     END-IF
042800     IF WS-GL-LIAB = SPACES OR WS-GL-STAKE = SPACES
042900        OR WS-GL-PAYOUT = SPACES OR WS-GL-CASH = SPACES
043000        OR WS-GL-REFUND = SPACES OR WS-GL-OPENBET = SPACES
043100         DISPLAY "PROGRAM24 - GLCODES MUST GIVE LIAB, STAKE, "
043200             "PAYOUT, CASH, REFUND AND OPENBET"
043300         MOVE "N"                    TO WS-INIT-STATUS
043400     END-IF.
043500 1100-EXIT.
043600     EXIT.
043700
043800 1110-LOAD-ONE-CODE.
043900     READ CODE-FILE
044000         AT END
044100             GO TO 1110-EXIT
044200     END-READ
044300     EVALUATE GK-ROLE
044400         WHEN "LIAB"
044500             MOVE GK-ACCOUNT         TO WS-GL-LIAB
044600         WHEN "STAKE"
044700             MOVE GK-ACCOUNT         TO WS-GL-STAKE
044800         WHEN "PAYOUT"
044900             MOVE GK-ACCOUNT         TO WS-GL-PAYOUT
045000         WHEN "CASH"
045100             MOVE GK-ACCOUNT         TO WS-GL-CASH
045200         WHEN "REFUND"
045300             MOVE GK-ACCOUNT         TO WS-GL-REFUND
045400         WHEN "OPENBET"
045500             MOVE GK-ACCOUNT         TO WS-GL-OPENBET
045600         WHEN OTHER
045700             DISPLAY "PROGRAM24 - UNKNOWN GLCODES ROLE - " GK-ROLE
045800             MOVE "N"                TO WS-INIT-STATUS
045900     END-EVALUATE.
046000 1110-EXIT.
046100     EXIT.
046200
046300 1200-LOAD-CONTROL.
046400*    EVERY POSTING DATE EVER SENT IS ON GLCTL.  THE LATEST ONE
046500*    GIVES THE OPENING LIABILITY AND HOW FAR INTO EACH INPUT
046600*    FILE THE LEDGER HAS ALREADY BEEN TOLD.
046700     OPEN INPUT CTL-FILE
046800     IF CTL-FILE-NOT-FOUND
046900         GO TO 1200-EXIT
047000     END-IF
047100     IF NOT CTL-OK
047200         DISPLAY "PROGRAM24 - ERROR OPENING CTL-FILE - "
047300             WS-CTL-STATUS
047400         MOVE "N"                    TO WS-INIT-STATUS
047500         GO TO 1200-EXIT
047600     END-IF
047700     PERFORM 1210-LOAD-ONE-CONTROL THRU 1210-EXIT
047800         UNTIL CTL-EOF
047900     CLOSE CTL-FILE
048000     IF RUN-REFUSED
048100         GO TO 1200-EXIT
048200     END-IF
048300     IF WS-PREV-DATE > WS-POST-DATE
048400         MOVE "Y"                    TO WS-REFUSE-SW
048500         MOVE "A LATER POSTING DATE HAS ALREADY BEEN SENT"
048600                                     TO WS-REFUSE-TEXT
048700     END-IF.
048800 1200-EXIT.
048900     EXIT.
049000
049100 1210-LOAD-ONE-CONTROL.
049200     READ CTL-FILE
049300         AT END
049400             GO TO 1210-EXIT
049500     END-READ
049600     IF GCT-POST-DATE = WS-POST-DATE
049700         MOVE "Y"                    TO WS-REFUSE-SW
049800         MOVE "POSTING DATE ALREADY SENT"
049900                                     TO WS-REFUSE-TEXT
050000     END-IF
050100     IF GCT-POST-DATE > WS-PREV-DATE
050200         MOVE GCT-POST-DATE          TO WS-PREV-DATE
050300         MOVE GCT-CLOSING-LIAB       TO WS-OPENING-LIAB
050400         MOVE GCT-JRNL-RECORDS       TO WS-JRNL-SKIP
050500         MOVE GCT-STXN-RECORDS       TO WS-STXN-SKIP
050600     END-IF.
050700 1210-EXIT.
050800     EXIT.
050900
051000 2000-READ-JOURNAL.
051100     READ POST-FILE
051200         AT END
051300             GO TO 2000-EXIT
051400     END-READ
051500     ADD 1 TO WS-JRNL-READ
051600     IF WS-JRNL-READ NOT > WS-JRNL-SKIP
051700         GO TO 2000-EXIT
051800     END-IF
051900     IF WS-PREV-DATE = 0
052000        AND PJ-POST-DATE NOT = WS-POST-DATE
052100         GO TO 2000-EXIT
052200     END-IF
052300     ADD 1 TO WS-JR-COUNT
052400     IF PJ-CREDIT
052500         ADD PJ-AMOUNT               TO WS-JR-NET
052600     ELSE
052700         SUBTRACT PJ-AMOUNT          FROM WS-JR-NET
052800     END-IF
052900*    A RECORD WRITTEN BEFORE PJ-MOVE-TYPE EXISTED IS A SETTLEMENT
053000*    MOVEMENT - A DEBIT IS A STAKE, A CREDIT A PAYOUT.
053100     EVALUATE TRUE
053200         WHEN PJ-MOVE-DEPOSIT
053300             ADD PJ-AMOUNT           TO WS-JR-DEPOSITS
053400         WHEN PJ-MOVE-WITHDRAWAL
053500             ADD PJ-AMOUNT           TO WS-JR-WITHDRAWALS
053600         WHEN PJ-MOVE-VOID AND PJ-CREDIT
053700             ADD PJ-AMOUNT           TO WS-JR-VOID-STAKES
053800         WHEN PJ-MOVE-VOID
053900             ADD PJ-AMOUNT           TO WS-JR-VOID-PAYOUTS
054000         WHEN PJ-CREDIT
054100             ADD PJ-AMOUNT           TO WS-JR-PAYOUTS
054200         WHEN OTHER
054300             ADD PJ-AMOUNT           TO WS-JR-STAKES
054400     END-EVALUATE.
054500 2000-EXIT.
054600     EXIT.
054700
054800 3000-READ-SETTLEMENT.
054900     READ SETTLE-FILE
055000         AT END
055100             GO TO 3000-EXIT
055200     END-READ
055300     ADD 1 TO WS-STXN-READ
055400     IF WS-STXN-READ NOT > WS-STXN-SKIP
055500         GO TO 3000-EXIT
055600     END-IF
055700     IF STD-RECORD-TYPE NOT = "DT"
055800         GO TO 3000-EXIT
055900     END-IF
056000     IF WS-PREV-DATE = 0
056100        AND STD-SETTLE-DATE NOT = WS-POST-DATE
056200         GO TO 3000-EXIT
056300     END-IF
056400     ADD 1 TO WS-ST-COUNT
056500     EVALUATE TRUE
056600         WHEN STD-REFUND
056700             ADD STD-STAKE           TO WS-ST-REFUNDS
056800         WHEN STD-VOID-REVERSAL
056900             ADD STD-STAKE           TO WS-ST-VOID-STAKES
057000             ADD STD-PAYOUT          TO WS-ST-VOID-PAYOUTS
057100         WHEN OTHER
057200             ADD STD-STAKE           TO WS-ST-STAKES
057300             ADD STD-PAYOUT          TO WS-ST-PAYOUTS
057400     END-EVALUATE.
057500 3000-EXIT.
057600     EXIT.
057700
057800 4000-SUM-LIABILITY.
057900     READ BETTOR-FILE NEXT RECORD
058000         AT END
058100             GO TO 4000-EXIT
058200     END-READ
058300     ADD 1 TO WS-ACCOUNT-COUNT
058400     ADD BM-BALANCE                  TO WS-CLOSING-LIAB.
058500 4000-EXIT.
058600     EXIT.
058700
058800 5000-BUILD-ENTRIES.
058900*    ON THE FIRST RUN THERE IS NO RECORDED CLOSING LIABILITY TO
059000*    START FROM; IT IS TAKEN AS TONIGHT'S TOTAL LESS TONIGHT'S
059100*    JOURNAL, SO THE FIRST FILE BALANCES BY CONSTRUCTION AND EVERY
059200*    LATER ONE IS A REAL PROOF.
059300     IF WS-PREV-DATE = 0
059400         COMPUTE WS-OPENING-LIAB = WS-CLOSING-LIAB - WS-JR-NET
059500         DISPLAY "PROGRAM24 - FIRST GL RUN - OPENING LIABILITY "
059600             "TAKEN FROM THE JOURNAL"
059700     END-IF
059800     COMPUTE WS-LIAB-CHANGE = WS-CLOSING-LIAB - WS-OPENING-LIAB
059900
060000     MOVE SPACES                     TO GL-HEADER-RECORD
060100     MOVE "HD"                       TO GLH-RECORD-TYPE
060200     MOVE WS-POST-DATE               TO GLH-POST-DATE
060300     MOVE WS-PREV-DATE               TO GLH-PREV-DATE
060400     MOVE "COINTOSS"                 TO GLH-SOURCE
060500     MOVE WS-RUN-DATE                TO GLH-CREATED-DATE
060600     WRITE GL-HEADER-RECORD
060700     IF NOT GL-OK
060800         ADD 1 TO WS-WRITE-FAIL-COUNT
060900     END-IF
061000     MOVE SPACES                     TO WS-REPORT-LINE
061100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
061200
061300     MOVE WS-GL-STAKE                TO WS-ENTRY-ACCOUNT
061400     MOVE "C"                        TO WS-ENTRY-DC
061500     MOVE WS-JR-STAKES               TO WS-ENTRY-AMOUNT
061600     MOVE "STAKES"                   TO WS-ENTRY-CODE
061700     MOVE "STAKES TAKEN"             TO WS-ENTRY-DESC
061800     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
061900
062000     MOVE WS-GL-PAYOUT               TO WS-ENTRY-ACCOUNT
062100     MOVE "D"                        TO WS-ENTRY-DC
062200     MOVE WS-JR-PAYOUTS              TO WS-ENTRY-AMOUNT
062300     MOVE "PAYOUTS"                  TO WS-ENTRY-CODE
062400     MOVE "WIN PAYOUTS"              TO WS-ENTRY-DESC
062500     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
062600
062700     MOVE WS-GL-CASH                 TO WS-ENTRY-ACCOUNT
062800     MOVE "D"                        TO WS-ENTRY-DC
062900     MOVE WS-JR-DEPOSITS             TO WS-ENTRY-AMOUNT
063000     MOVE "DEPOSIT"                  TO WS-ENTRY-CODE
063100     MOVE "CASHIER DEPOSITS"         TO WS-ENTRY-DESC
063200     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
063300
063400     MOVE WS-GL-CASH                 TO WS-ENTRY-ACCOUNT
063500     MOVE "C"                        TO WS-ENTRY-DC
063600     MOVE WS-JR-WITHDRAWALS          TO WS-ENTRY-AMOUNT
063700     MOVE "WITHDRAW"                 TO WS-ENTRY-CODE
063800     MOVE "CASHIER WITHDRAWALS"      TO WS-ENTRY-DESC
063900     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
064000
064100     MOVE WS-GL-STAKE                TO WS-ENTRY-ACCOUNT
064200     MOVE "D"                        TO WS-ENTRY-DC
064300     MOVE WS-JR-VOID-STAKES          TO WS-ENTRY-AMOUNT
064400     MOVE "VOIDSTK"                  TO WS-ENTRY-CODE
064500     MOVE "VOIDED DRAW - STAKES RETURNED" TO WS-ENTRY-DESC
064600     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
064700
064800     MOVE WS-GL-PAYOUT               TO WS-ENTRY-ACCOUNT
064900     MOVE "C"                        TO WS-ENTRY-DC
065000     MOVE WS-JR-VOID-PAYOUTS         TO WS-ENTRY-AMOUNT
065100     MOVE "VOIDPAY"                  TO WS-ENTRY-CODE
065200     MOVE "VOIDED DRAW - PAYOUTS BACK" TO WS-ENTRY-DESC
065300     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
065400
065500     MOVE WS-GL-LIAB                 TO WS-ENTRY-ACCOUNT
065600     IF WS-LIAB-CHANGE < 0
065700         MOVE "D"                    TO WS-ENTRY-DC
065800         COMPUTE WS-ENTRY-AMOUNT = 0 - WS-LIAB-CHANGE
065900     ELSE
066000         MOVE "C"                    TO WS-ENTRY-DC
066100         MOVE WS-LIAB-CHANGE         TO WS-ENTRY-AMOUNT
066200     END-IF
066300     MOVE "LIABCHG"                  TO WS-ENTRY-CODE
066400     MOVE "CHANGE IN BETTOR LIABILITY" TO WS-ENTRY-DESC
066500     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
066600
066700     MOVE WS-GL-REFUND               TO WS-ENTRY-ACCOUNT
066800     MOVE "D"                        TO WS-ENTRY-DC
066900     MOVE WS-ST-REFUNDS              TO WS-ENTRY-AMOUNT
067000     MOVE "REFUND"                   TO WS-ENTRY-CODE
067100     MOVE "CARRIED BETS REFUNDED"    TO WS-ENTRY-DESC
067200     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
067300     MOVE WS-GL-OPENBET              TO WS-ENTRY-ACCOUNT
067400     MOVE "C"                        TO WS-ENTRY-DC
067500     PERFORM 5100-WRITE-ENTRY THRU 5100-EXIT
067600
067700     MOVE SPACES                     TO GL-TRAILER-RECORD
067800     MOVE "TR"                       TO GLT-RECORD-TYPE
067900     MOVE WS-GL-COUNT                TO GLT-RECORD-COUNT
068000     MOVE WS-DEBIT-TOTAL             TO GLT-DEBIT-TOTAL
068100     MOVE WS-CREDIT-TOTAL            TO GLT-CREDIT-TOTAL
068200     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
068300         MOVE "Y"                    TO GLT-BALANCED
068400     ELSE
068500         MOVE "N"                    TO GLT-BALANCED
068600     END-IF
068700     WRITE GL-TRAILER-RECORD
068800     IF NOT GL-OK
068900         ADD 1 TO WS-WRITE-FAIL-COUNT
069000     END-IF.
069100 5000-EXIT.
069200     EXIT.
069300
069400 5100-WRITE-ENTRY.
069500*    ONE GL DETAIL FROM THE WS-ENTRY- FIELDS.  A ZERO AMOUNT IS
069600*    NOT SENT.
069700     IF WS-ENTRY-AMOUNT = 0
069800         GO TO 5100-EXIT
069900     END-IF
070000     ADD 1 TO WS-GL-COUNT
070100     IF WS-ENTRY-DC = "D"
070200         ADD WS-ENTRY-AMOUNT         TO WS-DEBIT-TOTAL
070300     ELSE
070400         ADD WS-ENTRY-AMOUNT         TO WS-CREDIT-TOTAL
070500     END-IF
070600     MOVE SPACES                     TO GL-DETAIL-RECORD
070700     MOVE "DT"                       TO GLD-RECORD-TYPE
070800     MOVE WS-POST-DATE               TO GLD-POST-DATE
070900     MOVE WS-ENTRY-ACCOUNT           TO GLD-ACCOUNT
071000     MOVE WS-ENTRY-DC                TO GLD-DEBIT-CREDIT
071100     MOVE WS-ENTRY-AMOUNT            TO GLD-AMOUNT
071200     MOVE WS-ENTRY-CODE              TO GLD-ENTRY-CODE
071300     MOVE WS-ENTRY-DESC              TO GLD-DESCRIPTION
071400     WRITE GL-DETAIL-RECORD
071500     IF NOT GL-OK
071600         DISPLAY "PROGRAM24 - GL WRITE FAILED - STATUS "
071700             WS-GL-STATUS " ENTRY " WS-ENTRY-CODE
071800         ADD 1 TO WS-WRITE-FAIL-COUNT
071900     END-IF
072000     MOVE WS-ENTRY-AMOUNT            TO WS-AMOUNT-EDIT
072100     MOVE SPACES                     TO WS-REPORT-LINE
072200     STRING WS-ENTRY-CODE            DELIMITED BY SIZE
072300            " "                      DELIMITED BY SIZE
072400            WS-ENTRY-ACCOUNT         DELIMITED BY SIZE
072500            " "                      DELIMITED BY SIZE
072600            WS-ENTRY-DC              DELIMITED BY SIZE
072700            " "                      DELIMITED BY SIZE
072800            WS-AMOUNT-EDIT           DELIMITED BY SIZE
072900            " "                      DELIMITED BY SIZE
073000            WS-ENTRY-DESC            DELIMITED BY SIZE
073100         INTO WS-REPORT-LINE
073200     END-STRING
073300     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
073400 5100-EXIT.
073500     EXIT.
073600
073700 5900-WRITE-REPORT-LINE.
073800     MOVE WS-REPORT-LINE             TO REPORT-RECORD
073900     WRITE REPORT-RECORD.
074000 5900-EXIT.
074100     EXIT.
074200
074300 6000-CROSS-CHECK.
074400*    THE JOURNAL IS THE BOOK OF RECORD FOR THE LEDGER; SETTLTXN
074500*    SHOULD SAY THE SAME THING.  A DIFFERENCE IS LISTED FOR THE
074600*    CASH OFFICE TO CHASE BUT DOES NOT STOP THE FILE.
074700     MOVE SPACES                     TO WS-REPORT-LINE
074800     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
074900     MOVE "STAKES TAKEN"             TO WS-CHECK-NAME
075000     MOVE WS-JR-STAKES               TO WS-CHECK-JOURNAL
075100     MOVE WS-ST-STAKES               TO WS-CHECK-SETTLE
075200     PERFORM 6100-CHECK-ONE THRU 6100-EXIT
075300     MOVE "WIN PAYOUTS"              TO WS-CHECK-NAME
075400     MOVE WS-JR-PAYOUTS              TO WS-CHECK-JOURNAL
075500     MOVE WS-ST-PAYOUTS              TO WS-CHECK-SETTLE
075600     PERFORM 6100-CHECK-ONE THRU 6100-EXIT
075700     MOVE "VOID STAKES RETURNED"     TO WS-CHECK-NAME
075800     MOVE WS-JR-VOID-STAKES          TO WS-CHECK-JOURNAL
075900     MOVE WS-ST-VOID-STAKES          TO WS-CHECK-SETTLE
076000     PERFORM 6100-CHECK-ONE THRU 6100-EXIT
076100     MOVE "VOID PAYOUTS BACK"        TO WS-CHECK-NAME
076200     MOVE WS-JR-VOID-PAYOUTS         TO WS-CHECK-JOURNAL
076300     MOVE WS-ST-VOID-PAYOUTS         TO WS-CHECK-SETTLE
076400     PERFORM 6100-CHECK-ONE THRU 6100-EXIT.
076500 6000-EXIT.
076600     EXIT.
076700
076800 6100-CHECK-ONE.
076900     MOVE WS-CHECK-JOURNAL           TO WS-AMOUNT-EDIT
077000     MOVE WS-CHECK-SETTLE            TO WS-AMOUNT-EDIT2
077100     MOVE SPACES                     TO WS-REPORT-LINE
077200     IF WS-CHECK-JOURNAL = WS-CHECK-SETTLE
077300         STRING "AGREES    "         DELIMITED BY SIZE
077400                WS-CHECK-NAME        DELIMITED BY SIZE
077500                " JRNL "             DELIMITED BY SIZE
077600                WS-AMOUNT-EDIT       DELIMITED BY SIZE
077700                " STXN "             DELIMITED BY SIZE
077800                WS-AMOUNT-EDIT2      DELIMITED BY SIZE
077900             INTO WS-REPORT-LINE
078000         END-STRING
078100     ELSE
078200         ADD 1 TO WS-XCHECK-COUNT
078300         STRING "DISAGREES "         DELIMITED BY SIZE
078400                WS-CHECK-NAME        DELIMITED BY SIZE
078500                " JRNL "             DELIMITED BY SIZE
078600                WS-AMOUNT-EDIT       DELIMITED BY SIZE
078700                " STXN "             DELIMITED BY SIZE
078800                WS-AMOUNT-EDIT2      DELIMITED BY SIZE
078900             INTO WS-REPORT-LINE
079000         END-STRING
079100     END-IF
079200     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
079300 6100-EXIT.
079400     EXIT.
079500
079600 7000-RECORD-SENT.
079700*    ONLY A BALANCED FILE IS RECORDED - AN UNBALANCED DAY CAN BE
079800*    PUT RIGHT AND RUN AGAIN FOR THE SAME DATE.
079900     OPEN EXTEND CTL-FILE
080000     IF CTL-FILE-NOT-FOUND
080100         OPEN OUTPUT CTL-FILE
080200     END-IF
080300     IF NOT CTL-OK
080400         DISPLAY "PROGRAM24 - ERROR OPENING CTL-FILE - "
080500             WS-CTL-STATUS " - RECORD " WS-POST-DATE " BY HAND"
080600         ADD 1 TO WS-WRITE-FAIL-COUNT
080700         GO TO 7000-EXIT
080800     END-IF
080900     MOVE SPACES                     TO GL-CONTROL-RECORD
081000     MOVE WS-POST-DATE               TO GCT-POST-DATE
081100     MOVE WS-PREV-DATE               TO GCT-PREV-DATE
081200     MOVE WS-GL-COUNT                TO GCT-RECORD-COUNT
081300     MOVE WS-DEBIT-TOTAL             TO GCT-DEBIT-TOTAL
081400     MOVE WS-CLOSING-LIAB            TO GCT-CLOSING-LIAB
081500     MOVE WS-RUN-DATE                TO GCT-RUN-DATE
081600     MOVE WS-JRNL-READ               TO GCT-JRNL-RECORDS
081700     MOVE WS-STXN-READ               TO GCT-STXN-RECORDS
081800     WRITE GL-CONTROL-RECORD
081900     IF NOT CTL-OK
082000         DISPLAY "PROGRAM24 - CONTROL WRITE FAILED - STATUS "
082100             WS-CTL-STATUS " - RECORD " WS-POST-DATE " BY HAND"
082200         ADD 1 TO WS-WRITE-FAIL-COUNT
082300     END-IF
082400     CLOSE CTL-FILE.
082500 7000-EXIT.
082600     EXIT.
082700
082800 8000-PRINT-SUMMARY.
082900     MOVE SPACES                     TO WS-REPORT-LINE
083000     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
083100     MOVE WS-OPENING-LIAB            TO WS-SIGNED-EDIT
083200     MOVE SPACES                     TO WS-REPORT-LINE
083300     STRING "OPENING LIABILITY ........ " DELIMITED BY SIZE
083400            WS-SIGNED-EDIT           DELIMITED BY SIZE
083500         INTO WS-REPORT-LINE
083600     END-STRING
083700     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
083800     MOVE WS-JR-NET                  TO WS-SIGNED-EDIT
083900     MOVE SPACES                     TO WS-REPORT-LINE
084000     STRING "JOURNAL NET MOVEMENT ..... " DELIMITED BY SIZE
084100            WS-SIGNED-EDIT           DELIMITED BY SIZE
084200         INTO WS-REPORT-LINE
084300     END-STRING
084400     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
084500     MOVE WS-CLOSING-LIAB            TO WS-SIGNED-EDIT
084600     MOVE SPACES                     TO WS-REPORT-LINE
084700     STRING "CLOSING LIABILITY ........ " DELIMITED BY SIZE
084800            WS-SIGNED-EDIT           DELIMITED BY SIZE
084900         INTO WS-REPORT-LINE
085000     END-STRING
085100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
085200     MOVE WS-DEBIT-TOTAL             TO WS-AMOUNT-EDIT
085300     MOVE WS-CREDIT-TOTAL            TO WS-AMOUNT-EDIT2
085400     MOVE SPACES                     TO WS-REPORT-LINE
085500     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
085600         STRING "IN BALANCE     DR "  DELIMITED BY SIZE
085700                WS-AMOUNT-EDIT        DELIMITED BY SIZE
085800                " CR "                DELIMITED BY SIZE
085900                WS-AMOUNT-EDIT2       DELIMITED BY SIZE
086000             INTO WS-REPORT-LINE
086100         END-STRING
086200     ELSE
086300         STRING "OUT OF BALANCE DR "  DELIMITED BY SIZE
086400                WS-AMOUNT-EDIT        DELIMITED BY SIZE
086500                " CR "                DELIMITED BY SIZE
086600                WS-AMOUNT-EDIT2       DELIMITED BY SIZE
086700                " - DO NOT LOAD"      DELIMITED BY SIZE
086800             INTO WS-REPORT-LINE
086900         END-STRING
087000     END-IF
087100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
087200
087300     DISPLAY "--------------------------------------------".
087400     DISPLAY "PROGRAM24 - GENERAL LEDGER INTERFACE SUMMARY".
087500     DISPLAY "--------------------------------------------".
087600     DISPLAY "  POSTING DATE .......... " WS-POST-DATE.
087700     DISPLAY "  LAST DATE SENT ........ " WS-PREV-DATE.
087800     DISPLAY "  JOURNAL MOVEMENTS ..... " WS-JR-COUNT.
087900     DISPLAY "  SETTLTXN DETAILS ...... " WS-ST-COUNT.
088000     DISPLAY "  ACCOUNTS ON BETMAST ... " WS-ACCOUNT-COUNT.
088100     DISPLAY "  GL RECORDS WRITTEN .... " WS-GL-COUNT.
088200     MOVE WS-DEBIT-TOTAL             TO WS-AMOUNT-EDIT
088300     DISPLAY "  TOTAL DEBITS .......... " WS-AMOUNT-EDIT.
088400     MOVE WS-CREDIT-TOTAL            TO WS-AMOUNT-EDIT
088500     DISPLAY "  TOTAL CREDITS ......... " WS-AMOUNT-EDIT.
088600     MOVE WS-LIAB-CHANGE             TO WS-SIGNED-EDIT
088700     DISPLAY "  LIABILITY CHANGE ...... " WS-SIGNED-EDIT.
088800     DISPLAY "  SETTLTXN DIFFERENCES .. " WS-XCHECK-COUNT.
088900     DISPLAY "--------------------------------------------".
089000 8000-EXIT.
089100     EXIT.
089200
089300 9000-TERMINATE.
089400     PERFORM 9050-CLOSE-INPUTS THRU 9050-EXIT
089500     CLOSE GL-FILE
089600     CLOSE REPORT-FILE.
089700 9000-EXIT.
089800     EXIT.
089900
090000 9050-CLOSE-INPUTS.
090100     IF JOURNAL-PRESENT
090200         CLOSE POST-FILE
090300     END-IF
090400     IF SETTLE-PRESENT
090500         CLOSE SETTLE-FILE
090600     END-IF
090700     CLOSE BETTOR-FILE.
090800 9050-EXIT.
090900     EXIT.
091000
091100 9100-REFUSE-RUN.
091200*    NOTHING IS WRITTEN TO GLIFACE - IT WAS OPENED OUTPUT AND IS
091300*    CLOSED EMPTY.
091400     DISPLAY "PROGRAM24 - " WS-POST-DATE " REFUSED - "
091500         WS-REFUSE-TEXT
091600     MOVE SPACES                     TO WS-REPORT-LINE
091700     STRING "REFUSED - "             DELIMITED BY SIZE
091800            WS-REFUSE-TEXT           DELIMITED BY SIZE
091900            " - NOTHING SENT"        DELIMITED BY SIZE
092000         INTO WS-REPORT-LINE
092100     END-STRING
092200     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
092300     CLOSE GL-FILE
092400     CLOSE REPORT-FILE.
092500 9100-EXIT.
092600     EXIT.
092700
092703 8800-WRITE-BATCH-CONTROL.
092706*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
092709*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
092712*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
092715*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
092718     MOVE SPACES                     TO BATCH-CONTROL-RECORD
092721     MOVE "COINTOSS"                 TO BC-JOB-NAME
092724     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
092727     MOVE "Program24"                TO BC-PROGRAM
092730     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
092733     ACCEPT BC-RUN-TIME FROM TIME
092736     MOVE WS-JR-COUNT                TO BC-RECORDS-IN
092739     MOVE WS-GL-COUNT                TO BC-RECORDS-OUT
092742     MOVE WS-ST-COUNT                TO BC-RECORDS-OTHER
092745     MOVE WS-DEBIT-TOTAL             TO BC-AMOUNT-HASH
092748     MOVE RETURN-CODE                TO BC-RETURN-CODE
092751     OPEN EXTEND BCTL-FILE
092754     IF BCTL-FILE-NOT-FOUND
092757         OPEN OUTPUT BCTL-FILE
092760     END-IF
092763     IF NOT BCTL-OK
092766         DISPLAY "PROGRAM24 - ERROR OPENING BCTL-FILE - "
092769             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
092772         GO TO 8800-EXIT
092775     END-IF
092778     WRITE BATCH-CONTROL-RECORD
092781     CLOSE BCTL-FILE.
092784 8800-EXIT.
092787     EXIT.
092790
092800 END PROGRAM Program24.
