000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program25.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* VIGILANCIA DE CUMPLIMIENTO - COMPLIANCE MONITORING REPORT
000900*----------------------------------------------------------------
001000* THE REGULATOR EXPECTS US TO REPORT BETTORS WHOSE STAKES OR
001100* WINNINGS PASS A REPORTABLE AMOUNT, AND TO SPOT PLAYERS WHO
001200* SPLIT THEIR BETTING ACROSS MANY SEQUENCES AND DRAWS TO STAY
001300* UNDER IT.  Program5 ONLY EVER SEES ONE STAKE AT A TIME, IN ONE
001400* NIGHT'S INTAKE.  THIS PROGRAM LOOKS ACROSS EVERY ACCOUNT'S
001500* ACTIVITY OVER A ROLLING WINDOW OF DAYS ENDING ON THE DATE ON
001600* THE CMPLPARM CARD:
001700*   STAKES   FROM THE POSTING JOURNAL (POSTJRNL) - THE STAKE
001800*            MOVEMENTS Program2 POSTS, BY POSTING DATE
001900*   PAYOUTS  FROM THE SETTLEMENT FILE (SETTLTXN) - THE WINNING
002000*            DETAILS, BY SETTLEMENT DATE
002100* CASHIER DEPOSITS AND WITHDRAWALS ARE NOT BETTING AND ARE LEFT
002200* OUT.  A VOIDED DRAW IS NOT NETTED OFF - THE STAKES WERE STILL
002300* PLACED AND THE WIN STILL SHOWN, WHICH IS WHAT THE REGULATOR
002400* ASKS ABOUT.
002500*
002600* AN ACCOUNT IS RAISED FOR EACH OF:
002700*   DY  ANY ONE DAY'S STAKES, OR ANY ONE DAY'S PAYOUTS, OVER
002800*       THE DAY THRESHOLD
002900*   WN  THE WINDOW'S STAKES, OR THE WINDOW'S PAYOUTS, OVER THE
003000*       WINDOW THRESHOLD
003100*   ST  AT LEAST THE NEAR-COUNT OF STAKES "JUST UNDER" THE
003200*       SINGLE-STAKE THRESHOLD - AT OR ABOVE THE NEAR PERCENTAGE
003300*       OF IT BUT BELOW IT - ANYWHERE IN THE WINDOW
003400* EACH CASE IS WRITTEN TO THE CASE FILE (CMPLCASE, SEE
003500* CMPLREC.cpy) WITH THE BETTOR'S NAME FROM BETMAST, AND LISTED
003600* ON CMPLRPT.  THE CASE FILE IS READ FIRST: AN ACCOUNT ALREADY
003700* RAISED FOR THE SAME REASON OVER A WINDOW THAT REACHES INTO
003800* THIS ONE IS LISTED AS ALREADY REPORTED AND NOT RAISED AGAIN,
003900* SO THE JOB CAN RUN EVERY NIGHT WITHOUT REPEATING ITSELF.
004000*
004100* CMPLPARM CARD (ALL AMOUNTS WITHOUT A DECIMAL POINT, LAST TWO
004200* DIGITS ARE CENTS):
004300*   1-8    WINDOW END DATE YYYYMMDD (BLANK OR ZERO = TODAY)
004400*   10-12  WINDOW LENGTH IN DAYS, 001-366
004500*   14-24  DAY THRESHOLD
004600*   26-36  WINDOW THRESHOLD
004700*   38-46  SINGLE-STAKE THRESHOLD
004800*   48-50  NEAR PERCENTAGE, 001-099
004900*   52-54  NEAR COUNT, 001 OR MORE
005000* A MISSING OR INVALID CARD ABORTS THE RUN RC=16 - A MONITOR
005100* RUN AGAINST MADE-UP THRESHOLDS IS WORSE THAN NONE.
005200*----------------------------------------------------------------
005300* MODIFICATION HISTORY
005400*----------------------------------------------------------------
005500* DATE       INIT DESCRIPTION
005600* ---------- ---- -----------------------------------------------
005700* 10/15/2026 RA   ORIGINAL PROGRAM.
005710* 10/15/2026 RA   AN ACCOUNT MISSING FROM BETMAST WHEN ITS CASE
005720*                 IS RAISED IS NOW LISTED ON CMPLRPT WITH THE
005730*                 READ STATUS.
005800*----------------------------------------------------------------
005900
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SPECIAL-NAMES.
006300     DECIMAL-POINT IS COMMA.
006400
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT PARM-FILE ASSIGN TO "CMPLPARM"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PARM-STATUS.
007000     SELECT POST-FILE ASSIGN TO "POSTJRNL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-POST-STATUS.
007300     SELECT SETTLE-FILE ASSIGN TO "SETTLTXN"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SETTLE-STATUS.
007600     SELECT BETTOR-FILE ASSIGN TO "BETMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS BM-ACCOUNT-ID
008000         FILE STATUS IS WS-BETTOR-STATUS.
008100     SELECT CASE-FILE ASSIGN TO "CMPLCASE"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-CASE-STATUS.
008400     SELECT REPORT-FILE ASSIGN TO "CMPLRPT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-REPORT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  PARM-FILE
009100     LABEL RECORDS ARE OMITTED
009200     RECORDING MODE IS F.
009300 01  CMPL-PARM-RECORD.
009400     05  CP-END-DATE             PIC X(08).
009500     05  CP-END-DATE-NUM REDEFINES CP-END-DATE
009600                                 PIC 9(08).
009700     05  FILLER                  PIC X(01).
009800     05  CP-WINDOW-DAYS          PIC X(03).
009900     05  CP-WINDOW-DAYS-NUM REDEFINES CP-WINDOW-DAYS
010000                                 PIC 9(03).
010100     05  FILLER                  PIC X(01).
010200     05  CP-DAY-LIMIT            PIC X(11).
010300     05  CP-DAY-LIMIT-NUM REDEFINES CP-DAY-LIMIT
010400                                 PIC 9(09)V9(02).
010500     05  FILLER                  PIC X(01).
010600     05  CP-WINDOW-LIMIT         PIC X(11).
010700     05  CP-WINDOW-LIMIT-NUM REDEFINES CP-WINDOW-LIMIT
010800                                 PIC 9(09)V9(02).
010900     05  FILLER                  PIC X(01).
011000     05  CP-STAKE-LIMIT          PIC X(09).
011100     05  CP-STAKE-LIMIT-NUM REDEFINES CP-STAKE-LIMIT
011200                                 PIC 9(07)V9(02).
011300     05  FILLER                  PIC X(01).
011400     05  CP-NEAR-PCT             PIC X(03).
011500     05  CP-NEAR-PCT-NUM REDEFINES CP-NEAR-PCT
011600                                 PIC 9(03).
011700     05  FILLER                  PIC X(01).
011800     05  CP-NEAR-COUNT           PIC X(03).
011900     05  CP-NEAR-COUNT-NUM REDEFINES CP-NEAR-COUNT
012000                                 PIC 9(03).
012100     05  FILLER                  PIC X(26).
012200
012300 FD  POST-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600     COPY "PJRNREC.cpy".
012700
012800 FD  SETTLE-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORDING MODE IS F.
013100     COPY "SETLREC.cpy".
013200
013300 FD  BETTOR-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY "BETMREC.cpy".
013600
013700 FD  CASE-FILE
013800     LABEL RECORDS ARE STANDARD
013900     RECORDING MODE IS F.
014000     COPY "CMPLREC.cpy".
014100
014200 FD  REPORT-FILE
014300     LABEL RECORDS ARE STANDARD
014400     RECORDING MODE IS F.
014500 01  REPORT-RECORD                PIC X(80).
014600
014700 WORKING-STORAGE SECTION.
014800 01  WS-PARM-STATUS               PIC X(02) VALUE "00".
014900     88  PARM-OK                            VALUE "00".
015000 01  WS-POST-STATUS               PIC X(02) VALUE "00".
015100     88  POST-OK                            VALUE "00".
015200     88  POST-EOF                           VALUE "10".
015300     88  POST-FILE-NOT-FOUND                VALUE "35".
015400 01  WS-SETTLE-STATUS             PIC X(02) VALUE "00".
015500     88  SETTLE-OK                          VALUE "00".
015600     88  SETTLE-EOF                         VALUE "10".
015700     88  SETTLE-FILE-NOT-FOUND              VALUE "35".
015800 01  WS-BETTOR-STATUS             PIC X(02) VALUE "00".
015900     88  BETTOR-OK                          VALUE "00".
016000 01  WS-CASE-STATUS               PIC X(02) VALUE "00".
016100     88  CASE-OK                            VALUE "00".
016200     88  CASE-EOF                           VALUE "10".
016300     88  CASE-FILE-NOT-FOUND                VALUE "35".
016400 01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
016500     88  REPORT-OK                          VALUE "00".
016600
016700 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
016800     88  INIT-OK                            VALUE "Y".
016900 01  WS-JOURNAL-SW                PIC X(01) VALUE "Y".
017000     88  JOURNAL-PRESENT                    VALUE "Y".
017100 01  WS-SETTLE-SW                 PIC X(01) VALUE "Y".
017200     88  SETTLE-PRESENT                     VALUE "Y".
017300 01  WS-PRIOR-SW                  PIC X(01) VALUE "N".
017400     88  ALREADY-REPORTED                   VALUE "Y".
017500
017600 01  WS-RUN-DATE                  PIC 9(08) VALUE 0.
017700 01  WS-WINDOW-FROM               PIC 9(08) VALUE 0.
017800 01  WS-WINDOW-TO                 PIC 9(08) VALUE 0.
017900 01  WS-WINDOW-DAYS               PIC 9(03) VALUE 0.
018000 01  WS-DAY-LIMIT                 PIC 9(09)V9(02) VALUE 0.
018100 01  WS-WINDOW-LIMIT              PIC 9(09)V9(02) VALUE 0.
018200 01  WS-STAKE-LIMIT               PIC 9(07)V9(02) VALUE 0.
018300 01  WS-NEAR-PCT                  PIC 9(03) VALUE 0.
018400 01  WS-NEAR-COUNT                PIC 9(03) VALUE 0.
018500 01  WS-NEAR-FLOOR                PIC 9(07)V9(02) VALUE 0.
018600 01  WS-BACK-COUNT                PIC 9(03) COMP VALUE 0.
018700
018800 01  WS-ROLL-DATE.
018900     05  WS-ROLL-YEAR             PIC 9(04).
019000     05  WS-ROLL-MONTH            PIC 9(02).
019100     05  WS-ROLL-DAY              PIC 9(02).
019200 01  WS-MONTH-DAYS                PIC 9(02) VALUE 0.
019300 01  WS-LEAP-FIELDS.
019400     05  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE 0.
019500     05  WS-LEAP-REM-4            PIC 9(01) COMP VALUE 0.
019600     05  WS-LEAP-REM-100          PIC 9(02) COMP VALUE 0.
019700     05  WS-LEAP-REM-400          PIC 9(03) COMP VALUE 0.
019800
019900*    ONE ENTRY PER ACCOUNT WITH ACTIVITY IN THE WINDOW.
020000 01  WS-ACCT-COUNT                PIC 9(05) COMP VALUE 0.
020100 01  WS-ACCT-MAX                  PIC 9(05) COMP VALUE 10000.
020200 01  WS-ACCT-TABLE.
020300     05  WS-ACCT-ENTRY OCCURS 0 TO 10000 TIMES
020400                       DEPENDING ON WS-ACCT-COUNT
020500                       INDEXED BY ACCT-IDX.
020600         10  AA-ACCOUNT-ID        PIC X(10).
020700         10  AA-STAKES            PIC 9(11)V9(02).
020800         10  AA-PAYOUTS           PIC 9(11)V9(02).
020900         10  AA-NEAR-COUNT        PIC 9(05).
021000         10  AA-NEAR-RUNS         PIC 9(05).
021100         10  AA-LAST-NEAR-RUN     PIC X(08).
021200         10  AA-PEAK-DATE         PIC 9(08).
021300         10  AA-PEAK-AMOUNT       PIC 9(11)V9(02).
021400         10  AA-DAY-SW            PIC X(01).
021500             88  AA-OVER-DAY                VALUE "Y".
021600 01  WS-ACCT-FOUND-IDX            PIC 9(05) COMP VALUE 0.
021700
021800*    ONE ENTRY PER ACCOUNT PER DAY IN THE WINDOW.
021900 01  WS-DAY-COUNT                 PIC 9(05) COMP VALUE 0.
022000 01  WS-DAY-MAX                   PIC 9(05) COMP VALUE 30000.
022100 01  WS-DAY-TABLE.
022200     05  WS-DAY-ENTRY OCCURS 0 TO 30000 TIMES
022300                      DEPENDING ON WS-DAY-COUNT
022400                      INDEXED BY DAY-IDX.
022500         10  AD-ACCOUNT-ID        PIC X(10).
022600         10  AD-DATE              PIC 9(08).
022700         10  AD-ACCT-NO           PIC 9(05) COMP.
022800         10  AD-STAKES            PIC 9(11)V9(02).
022900         10  AD-PAYOUTS           PIC 9(11)V9(02).
023000 01  WS-DAY-FOUND-IDX             PIC 9(05) COMP VALUE 0.
023100
023200*    CASES ALREADY RAISED OVER A WINDOW THAT REACHES INTO THIS
023300*    ONE.
023400 01  WS-PRIOR-COUNT               PIC 9(05) COMP VALUE 0.
023500 01  WS-PRIOR-MAX                 PIC 9(05) COMP VALUE 5000.
023600 01  WS-PRIOR-TABLE.
023700     05  WS-PRIOR-ENTRY OCCURS 0 TO 5000 TIMES
023800                        DEPENDING ON WS-PRIOR-COUNT
023900                        INDEXED BY PRIOR-IDX.
024000         10  PC-ACCOUNT-ID        PIC X(10).
024100         10  PC-REASON            PIC X(02).
024200 01  WS-SCAN-IDX                  PIC 9(05) COMP VALUE 0.
024300
024400 01  WS-FIND-ACCOUNT              PIC X(10) VALUE SPACES.
024500 01  WS-FIND-DATE                 PIC 9(08) VALUE 0.
024600 01  WS-CASE-REASON               PIC X(02) VALUE SPACES.
024700 01  WS-REASON-TEXT               PIC X(30) VALUE SPACES.
024800 01  WS-CASE-NAME                 PIC X(25) VALUE SPACES.
024900
025000 01  WS-JRNL-READ                 PIC 9(09) VALUE 0.
025100 01  WS-STAKE-COUNT               PIC 9(07) VALUE 0.
025200 01  WS-STXN-READ                 PIC 9(09) VALUE 0.
025300 01  WS-WIN-COUNT                 PIC 9(07) VALUE 0.
025400 01  WS-NEAR-TOTAL                PIC 9(07) VALUE 0.
025500 01  WS-STAKE-TOTAL               PIC 9(13)V9(02) VALUE 0.
025600 01  WS-PAYOUT-TOTAL              PIC 9(13)V9(02) VALUE 0.
025700 01  WS-PRIOR-LOADED              PIC 9(07) VALUE 0.
025800 01  WS-ACTIVE-COUNT              PIC 9(05) VALUE 0.
025900 01  WS-RAISED-COUNT              PIC 9(05) VALUE 0.
026000 01  WS-RAISED-DY                 PIC 9(05) VALUE 0.
026100 01  WS-RAISED-WN                 PIC 9(05) VALUE 0.
026200 01  WS-RAISED-ST                 PIC 9(05) VALUE 0.
026300 01  WS-REPEAT-COUNT              PIC 9(05) VALUE 0.
026400 01  WS-NO-NAME-COUNT             PIC 9(05) VALUE 0.
026500 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
026600
026700 01  WS-AMOUNT-EDIT               PIC ZZZZZZZZZZ9,99.
026800 01  WS-AMOUNT-EDIT2              PIC ZZZZZZZZZZ9,99.
026900 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
027000
027100 PROCEDURE DIVISION.
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027400     IF NOT INIT-OK
027500         DISPLAY "PROGRAM25 - INITIALIZATION FAILED - RUN ABORTED"
027600         MOVE 16                TO RETURN-CODE
027700         GOBACK
027800     END-IF
027900     IF JOURNAL-PRESENT
028000         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
028100             UNTIL POST-EOF OR NOT INIT-OK
028200     END-IF
028300     IF SETTLE-PRESENT AND INIT-OK
028400         PERFORM 3000-READ-SETTLEMENT THRU 3000-EXIT
028500             UNTIL SETTLE-EOF OR NOT INIT-OK
028600     END-IF
028700*    A FULL TABLE MEANS SOME ACTIVITY WAS NOT COUNTED - A CLEAN
028800*    REPORT OFF IT WOULD SAY NOTHING WAS FOUND WHEN IT WAS NOT
028900*    LOOKED FOR.
029000     IF NOT INIT-OK
029100         DISPLAY "PROGRAM25 - RUN ABORTED - NO CASES WRITTEN"
029200         PERFORM 9000-TERMINATE THRU 9000-EXIT
029300         MOVE 16                TO RETURN-CODE
029400         GOBACK
029500     END-IF
029600     MOVE 0                          TO WS-SCAN-IDX
029700     PERFORM 4000-ROLL-UP-DAY THRU 4000-EXIT
029800         UNTIL WS-SCAN-IDX >= WS-DAY-COUNT
029900     MOVE 0                          TO WS-SCAN-IDX
030000     PERFORM 5000-TEST-ACCOUNT THRU 5000-EXIT
030100         UNTIL WS-SCAN-IDX >= WS-ACCT-COUNT
030200     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
030300     PERFORM 9000-TERMINATE THRU 9000-EXIT
030400     IF WS-WRITE-FAIL-COUNT > 0
030500         DISPLAY "PROGRAM25 - CASE WRITES FAILED - "
030600             WS-WRITE-FAIL-COUNT " - CHECK THE CASE FILE"
030700         MOVE 8                 TO RETURN-CODE
030800     END-IF
030900     GOBACK.
031000
031100 1000-INITIALIZE.
031200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031300
031400     PERFORM 1100-READ-PARM THRU 1100-EXIT
031500     IF NOT INIT-OK
031600         GO TO 1000-EXIT
031700     END-IF
031800
031900*    THE WINDOW RUNS BACK FROM THE END DATE, COUNTING THE END
032000*    DATE ITSELF AS ITS LAST DAY.
032100     MOVE WS-WINDOW-TO               TO WS-ROLL-DATE
032200     MOVE 1                          TO WS-BACK-COUNT
032300     PERFORM 4200-BACK-ONE-DAY THRU 4200-EXIT
032400         UNTIL WS-BACK-COUNT >= WS-WINDOW-DAYS
032500     MOVE WS-ROLL-DATE               TO WS-WINDOW-FROM
032600     COMPUTE WS-NEAR-FLOOR ROUNDED =
032700         WS-STAKE-LIMIT * WS-NEAR-PCT / 100
032800
032900     PERFORM 1200-LOAD-PRIOR-CASES THRU 1200-EXIT
033000     IF NOT INIT-OK
033100         GO TO 1000-EXIT
033200     END-IF
033300
033400     OPEN EXTEND CASE-FILE
033500     IF CASE-FILE-NOT-FOUND
033600         OPEN OUTPUT CASE-FILE
033700     END-IF
033800     IF NOT CASE-OK
033900         DISPLAY "PROGRAM25 - ERROR OPENING CASE-FILE - "
034000             WS-CASE-STATUS
034100         MOVE "N"                    TO WS-INIT-STATUS
034200         GO TO 1000-EXIT
034300     END-IF
034400
034500     OPEN INPUT POST-FILE
034600     IF POST-FILE-NOT-FOUND
034700         DISPLAY "PROGRAM25 - NO POSTJRNL FILE - NO STAKES"
034800         MOVE "N"                    TO WS-JOURNAL-SW
034900     ELSE
035000         IF NOT POST-OK
035100             DISPLAY "PROGRAM25 - ERROR OPENING POST-FILE - "
035200                 WS-POST-STATUS
035300             MOVE "N"                TO WS-INIT-STATUS
035400             GO TO 1000-EXIT
035500         END-IF
035600     END-IF
035700
035800     OPEN INPUT SETTLE-FILE
035900     IF SETTLE-FILE-NOT-FOUND
036000         DISPLAY "PROGRAM25 - NO SETTLTXN FILE - NO PAYOUTS"
036100         MOVE "N"                    TO WS-SETTLE-SW
036200     ELSE
036300         IF NOT SETTLE-OK
036400             DISPLAY "PROGRAM25 - ERROR OPENING SETTLE-FILE - "
036500                 WS-SETTLE-STATUS
036600             MOVE "N"                TO WS-INIT-STATUS
036700             GO TO 1000-EXIT
036800         END-IF
036900     END-IF
037000
037100     OPEN INPUT BETTOR-FILE
037200     IF NOT BETTOR-OK
037300         DISPLAY "PROGRAM25 - ERROR OPENING BETTOR-FILE - "
037400             WS-BETTOR-STATUS
037500         MOVE "N"                    TO WS-INIT-STATUS
037600         GO TO 1000-EXIT
037700     END-IF
037800
037900     OPEN OUTPUT REPORT-FILE
038000     IF NOT REPORT-OK
038100         DISPLAY "PROGRAM25 - ERROR OPENING REPORT-FILE - "
038200             WS-REPORT-STATUS
038300         MOVE "N"                    TO WS-INIT-STATUS
038400         GO TO 1000-EXIT
038500     END-IF
038600
038700     MOVE SPACES                     TO WS-REPORT-LINE
038800     STRING "COMPLIANCE MONITOR - WINDOW "
038900                                      DELIMITED BY SIZE
039000            WS-WINDOW-FROM           DELIMITED BY SIZE
039100            " TO "                   DELIMITED BY SIZE
039200            WS-WINDOW-TO             DELIMITED BY SIZE
039300            " ("                     DELIMITED BY SIZE
039400            WS-WINDOW-DAYS           DELIMITED BY SIZE
039500            " DAYS) - RUN "          DELIMITED BY SIZE
039600            WS-RUN-DATE              DELIMITED BY SIZE
039700         INTO WS-REPORT-LINE
039800     END-STRING
039900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
040000     MOVE WS-DAY-LIMIT               TO WS-AMOUNT-EDIT
040100     MOVE WS-WINDOW-LIMIT            TO WS-AMOUNT-EDIT2
040200     MOVE SPACES                     TO WS-REPORT-LINE
040300     STRING "THRESHOLDS - DAY "      DELIMITED BY SIZE
040400            WS-AMOUNT-EDIT           DELIMITED BY SIZE
040500            " WINDOW "               DELIMITED BY SIZE
040600            WS-AMOUNT-EDIT2          DELIMITED BY SIZE
040700         INTO WS-REPORT-LINE
040800     END-STRING
040900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
041000     MOVE WS-STAKE-LIMIT             TO WS-AMOUNT-EDIT
041100     MOVE WS-NEAR-FLOOR              TO WS-AMOUNT-EDIT2
041200     MOVE SPACES                     TO WS-REPORT-LINE
041300     STRING "SINGLE STAKE "          DELIMITED BY SIZE
041400            WS-AMOUNT-EDIT           DELIMITED BY SIZE
041500            " NEAR FROM "            DELIMITED BY SIZE
041600            WS-AMOUNT-EDIT2          DELIMITED BY SIZE
041700            " - "                    DELIMITED BY SIZE
041800            WS-NEAR-COUNT            DELIMITED BY SIZE
041900            " OR MORE"               DELIMITED BY SIZE
042000         INTO WS-REPORT-LINE
042100     END-STRING
042200     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
042300     MOVE SPACES                     TO WS-REPORT-LINE
042400     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
042500 1000-EXIT.
042600     EXIT.
042700
042800 1100-READ-PARM.
042900     OPEN INPUT PARM-FILE
043000     IF NOT PARM-OK
043100         DISPLAY "PROGRAM25 - ERROR OPENING PARM-FILE - "
043200             WS-PARM-STATUS
043300         MOVE "N"                    TO WS-INIT-STATUS
043400         GO TO 1100-EXIT
043500     END-IF
043600     READ PARM-FILE
043700         AT END
043800             MOVE SPACES             TO CMPL-PARM-RECORD
043900     END-READ
044000     CLOSE PARM-FILE
044100
044200     MOVE WS-RUN-DATE                TO WS-WINDOW-TO
044300     IF CP-END-DATE NOT = SPACES
044400         IF CP-END-DATE IS NOT NUMERIC
044500             DISPLAY "PROGRAM25 - CMPLPARM END DATE NOT "
044600                 "NUMERIC - "
044700                 CP-END-DATE
044800             MOVE "N"                TO WS-INIT-STATUS
044900             GO TO 1100-EXIT
045000         END-IF
045100         IF CP-END-DATE-NUM > 0
045200             MOVE CP-END-DATE-NUM    TO WS-WINDOW-TO
045300         END-IF
045400     END-IF
045500     IF CP-WINDOW-DAYS IS NOT NUMERIC
045600        OR CP-WINDOW-DAYS-NUM = 0
045700        OR CP-WINDOW-DAYS-NUM > 366
045800         DISPLAY "PROGRAM25 - CMPLPARM WINDOW DAYS MUST BE "
045900             "001-366 - " CP-WINDOW-DAYS
046000         MOVE "N"                    TO WS-INIT-STATUS
046100         GO TO 1100-EXIT
046200     END-IF
046300     IF CP-DAY-LIMIT IS NOT NUMERIC
046400        OR CP-DAY-LIMIT-NUM = 0
046500         DISPLAY "PROGRAM25 - CMPLPARM DAY THRESHOLD INVALID - "
046600             CP-DAY-LIMIT
046700         MOVE "N"                    TO WS-INIT-STATUS
046800         GO TO 1100-EXIT
046900     END-IF
047000     IF CP-WINDOW-LIMIT IS NOT NUMERIC
047100        OR CP-WINDOW-LIMIT-NUM = 0
047200         DISPLAY "PROGRAM25 - CMPLPARM WINDOW THRESHOLD "
047300             "INVALID - "
047400             CP-WINDOW-LIMIT
047500         MOVE "N"                    TO WS-INIT-STATUS
047600         GO TO 1100-EXIT
047700     END-IF
047800     IF CP-STAKE-LIMIT IS NOT NUMERIC
047900        OR CP-STAKE-LIMIT-NUM = 0
048000         DISPLAY "PROGRAM25 - CMPLPARM STAKE THRESHOLD INVALID - "
048100             CP-STAKE-LIMIT
048200         MOVE "N"                    TO WS-INIT-STATUS
048300         GO TO 1100-EXIT
048400     END-IF
048500     IF CP-NEAR-PCT IS NOT NUMERIC
048600        OR CP-NEAR-PCT-NUM = 0
048700        OR CP-NEAR-PCT-NUM > 99
048800         DISPLAY "PROGRAM25 - CMPLPARM NEAR PERCENTAGE MUST BE "
048900             "001-099 - " CP-NEAR-PCT
049000         MOVE "N"                    TO WS-INIT-STATUS
049100         GO TO 1100-EXIT
049200     END-IF
049300     IF CP-NEAR-COUNT IS NOT NUMERIC
049400        OR CP-NEAR-COUNT-NUM = 0
049500         DISPLAY "PROGRAM25 - CMPLPARM NEAR COUNT INVALID - "
049600             CP-NEAR-COUNT
049700         MOVE "N"                    TO WS-INIT-STATUS
049800         GO TO 1100-EXIT
049900     END-IF
050000     MOVE CP-WINDOW-DAYS-NUM         TO WS-WINDOW-DAYS
050100     MOVE CP-DAY-LIMIT-NUM           TO WS-DAY-LIMIT
050200     MOVE CP-WINDOW-LIMIT-NUM        TO WS-WINDOW-LIMIT
050300     MOVE CP-STAKE-LIMIT-NUM         TO WS-STAKE-LIMIT
050400     MOVE CP-NEAR-PCT-NUM            TO WS-NEAR-PCT
050500     MOVE CP-NEAR-COUNT-NUM          TO WS-NEAR-COUNT.
050600 1100-EXIT.
050700     EXIT.
050800
050900 1200-LOAD-PRIOR-CASES.
051000*    ONLY CASES WHOSE WINDOW ENDS ON OR AFTER THE START OF THIS
051100*    ONE CAN OVERLAP IT; OLDER CASES ARE HISTORY AND AN ACCOUNT
051200*    STILL OVER A THRESHOLD IN A FRESH WINDOW IS RAISED AFRESH.
051300     OPEN INPUT CASE-FILE
051400     IF CASE-FILE-NOT-FOUND
051500         GO TO 1200-EXIT
051600     END-IF
051700     IF NOT CASE-OK
051800         DISPLAY "PROGRAM25 - ERROR OPENING CASE-FILE - "
051900             WS-CASE-STATUS
052000         MOVE "N"                    TO WS-INIT-STATUS
052100         GO TO 1200-EXIT
052200     END-IF
052300     PERFORM 1210-LOAD-ONE-CASE THRU 1210-EXIT
052400         UNTIL CASE-EOF OR NOT INIT-OK
052500     CLOSE CASE-FILE.
052600 1200-EXIT.
052700     EXIT.
052800
052900 1210-LOAD-ONE-CASE.
053000     READ CASE-FILE
053100         AT END
053200             GO TO 1210-EXIT
053300     END-READ
053400     IF CC-WINDOW-TO < WS-WINDOW-FROM
053500         GO TO 1210-EXIT
053600     END-IF
053700     IF WS-PRIOR-COUNT NOT < WS-PRIOR-MAX
053800         DISPLAY "PROGRAM25 - PRIOR CASE TABLE FULL - "
053900             "RUN ABANDONED - ENLARGE THE TABLE"
054000         MOVE "N"                    TO WS-INIT-STATUS
054100         GO TO 1210-EXIT
054200     END-IF
054300     ADD 1 TO WS-PRIOR-LOADED
054400     ADD 1 TO WS-PRIOR-COUNT
054500     SET PRIOR-IDX TO WS-PRIOR-COUNT
054600     MOVE CC-ACCOUNT-ID TO PC-ACCOUNT-ID (PRIOR-IDX)
054700     MOVE CC-REASON     TO PC-REASON (PRIOR-IDX).
054800 1210-EXIT.
054900     EXIT.
055000
055100 2000-READ-JOURNAL.
055200     READ POST-FILE
055300         AT END
055400             GO TO 2000-EXIT
055500     END-READ
055600     ADD 1 TO WS-JRNL-READ
055700     IF PJ-POST-DATE < WS-WINDOW-FROM
055800        OR PJ-POST-DATE > WS-WINDOW-TO
055900         GO TO 2000-EXIT
056000     END-IF
056100*    ONLY STAKES.  A RECORD WRITTEN BEFORE PJ-MOVE-TYPE EXISTED
056200*    IS A SETTLEMENT MOVEMENT, AND ITS DEBITS ARE STAKES.
056300     IF NOT PJ-MOVE-STAKE
056400         IF PJ-MOVE-TYPE NOT = SPACE OR NOT PJ-DEBIT
056500             GO TO 2000-EXIT
056600         END-IF
056700     END-IF
056800     ADD 1 TO WS-STAKE-COUNT
056900     ADD PJ-AMOUNT                   TO WS-STAKE-TOTAL
057000     MOVE PJ-ACCOUNT-ID              TO WS-FIND-ACCOUNT
057100     MOVE PJ-POST-DATE               TO WS-FIND-DATE
057200     PERFORM 2500-FIND-ACCOUNT-DAY THRU 2500-EXIT
057300     IF NOT INIT-OK
057400         GO TO 2000-EXIT
057500     END-IF
057600     SET DAY-IDX TO WS-DAY-FOUND-IDX
057700     ADD PJ-AMOUNT TO AD-STAKES (DAY-IDX)
057800*    A STAKE JUST UNDER THE SINGLE-STAKE THRESHOLD.  THE JOURNAL
057900*    IS WRITTEN ONE DRAW AT A TIME, SO A CHANGE OF RUN-ID ON THE
058000*    ACCOUNT'S NEXT NEAR STAKE IS A NEW DRAW.
058100     IF PJ-AMOUNT < WS-NEAR-FLOOR
058200        OR PJ-AMOUNT NOT < WS-STAKE-LIMIT
058300         GO TO 2000-EXIT
058400     END-IF
058500     ADD 1 TO WS-NEAR-TOTAL
058600     SET ACCT-IDX TO WS-ACCT-FOUND-IDX
058700     ADD 1 TO AA-NEAR-COUNT (ACCT-IDX)
058800     IF PJ-RUN-ID NOT = AA-LAST-NEAR-RUN (ACCT-IDX)
058900         ADD 1 TO AA-NEAR-RUNS (ACCT-IDX)
059000         MOVE PJ-RUN-ID TO AA-LAST-NEAR-RUN (ACCT-IDX)
059100     END-IF.
059200 2000-EXIT.
059300     EXIT.
059400
059500 2500-FIND-ACCOUNT-DAY.
059600*    SETS WS-ACCT-FOUND-IDX AND WS-DAY-FOUND-IDX FOR
059700*    WS-FIND-ACCOUNT / WS-FIND-DATE, ADDING EITHER ENTRY IF NEW.
059800     PERFORM 2600-FIND-ACCOUNT THRU 2600-EXIT
059900     IF NOT INIT-OK
060000         GO TO 2500-EXIT
060100     END-IF
060200     MOVE 0                          TO WS-DAY-FOUND-IDX
060300     IF WS-DAY-COUNT > 0
060400         SET DAY-IDX TO 1
060500         SEARCH WS-DAY-ENTRY
060600             AT END
060700                 CONTINUE
060800             WHEN AD-ACCOUNT-ID (DAY-IDX) = WS-FIND-ACCOUNT
060900              AND AD-DATE (DAY-IDX) = WS-FIND-DATE
061000                 SET WS-DAY-FOUND-IDX TO DAY-IDX
061100         END-SEARCH
061200     END-IF
061300     IF WS-DAY-FOUND-IDX > 0
061400         GO TO 2500-EXIT
061500     END-IF
061600     IF WS-DAY-COUNT NOT < WS-DAY-MAX
061700         DISPLAY "PROGRAM25 - ACCOUNT-DAY TABLE FULL - "
061800             "RUN ABANDONED - ENLARGE THE TABLE"
061900         MOVE "N"                    TO WS-INIT-STATUS
062000         GO TO 2500-EXIT
062100     END-IF
062200     ADD 1 TO WS-DAY-COUNT
062300     MOVE WS-DAY-COUNT               TO WS-DAY-FOUND-IDX
062400     SET DAY-IDX TO WS-DAY-COUNT
062500     MOVE WS-FIND-ACCOUNT   TO AD-ACCOUNT-ID (DAY-IDX)
062600     MOVE WS-FIND-DATE      TO AD-DATE (DAY-IDX)
062700     MOVE WS-ACCT-FOUND-IDX TO AD-ACCT-NO (DAY-IDX)
062800     MOVE 0                 TO AD-STAKES (DAY-IDX)
062900     MOVE 0                 TO AD-PAYOUTS (DAY-IDX).
063000 2500-EXIT.
063100     EXIT.
063200
063300 2600-FIND-ACCOUNT.
063400     MOVE 0                          TO WS-ACCT-FOUND-IDX
063500     IF WS-ACCT-COUNT > 0
063600         SET ACCT-IDX TO 1
063700         SEARCH WS-ACCT-ENTRY
063800             AT END
063900                 CONTINUE
064000             WHEN AA-ACCOUNT-ID (ACCT-IDX) = WS-FIND-ACCOUNT
064100                 SET WS-ACCT-FOUND-IDX TO ACCT-IDX
064200         END-SEARCH
064300     END-IF
064400     IF WS-ACCT-FOUND-IDX > 0
064500         GO TO 2600-EXIT
064600     END-IF
064700     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
064800         DISPLAY "PROGRAM25 - ACCOUNT TABLE FULL - "
064900             "RUN ABANDONED - ENLARGE THE TABLE"
065000         MOVE "N"                    TO WS-INIT-STATUS
065100         GO TO 2600-EXIT
065200     END-IF
065300     ADD 1 TO WS-ACCT-COUNT
065400     MOVE WS-ACCT-COUNT              TO WS-ACCT-FOUND-IDX
065500     SET ACCT-IDX TO WS-ACCT-COUNT
065600     MOVE WS-FIND-ACCOUNT TO AA-ACCOUNT-ID (ACCT-IDX)
065700     MOVE 0               TO AA-STAKES (ACCT-IDX)
065800     MOVE 0               TO AA-PAYOUTS (ACCT-IDX)
065900     MOVE 0               TO AA-NEAR-COUNT (ACCT-IDX)
066000     MOVE 0               TO AA-NEAR-RUNS (ACCT-IDX)
066100     MOVE SPACES          TO AA-LAST-NEAR-RUN (ACCT-IDX)
066200     MOVE 0               TO AA-PEAK-DATE (ACCT-IDX)
066300     MOVE 0               TO AA-PEAK-AMOUNT (ACCT-IDX)
066400     MOVE "N"             TO AA-DAY-SW (ACCT-IDX).
066500 2600-EXIT.
066600     EXIT.
066700
066800 3000-READ-SETTLEMENT.
066900     READ SETTLE-FILE
067000         AT END
067100             GO TO 3000-EXIT
067200     END-READ
067300     ADD 1 TO WS-STXN-READ
067400*    ONLY WINNING DETAILS - LOSSES PAY NOTHING, AND REFUNDS AND
067500*    VOID REVERSALS ARE NOT WINNINGS.
067600     IF STD-RECORD-TYPE NOT = "DT"
067700         GO TO 3000-EXIT
067800     END-IF
067900     IF NOT STD-WIN
068000         GO TO 3000-EXIT
068100     END-IF
068200     IF STD-SETTLE-DATE < WS-WINDOW-FROM
068300        OR STD-SETTLE-DATE > WS-WINDOW-TO
068400         GO TO 3000-EXIT
068500     END-IF
068600     ADD 1 TO WS-WIN-COUNT
068700     ADD STD-PAYOUT                  TO WS-PAYOUT-TOTAL
068800     MOVE STD-BETTOR                 TO WS-FIND-ACCOUNT
068900     MOVE STD-SETTLE-DATE            TO WS-FIND-DATE
069000     PERFORM 2500-FIND-ACCOUNT-DAY THRU 2500-EXIT
069100     IF NOT INIT-OK
069200         GO TO 3000-EXIT
069300     END-IF
069400     SET DAY-IDX TO WS-DAY-FOUND-IDX
069500     ADD STD-PAYOUT TO AD-PAYOUTS (DAY-IDX).
069600 3000-EXIT.
069700     EXIT.
069800
069900 4000-ROLL-UP-DAY.
070000*    CARRY ONE ACCOUNT-DAY INTO ITS ACCOUNT: THE WINDOW TOTALS,
070100*    THE BUSIEST DAY, AND WHETHER ANY DAY PASSED THE THRESHOLD.
070200     ADD 1 TO WS-SCAN-IDX
070300     SET DAY-IDX TO WS-SCAN-IDX
070400     SET ACCT-IDX TO AD-ACCT-NO (DAY-IDX)
070500     ADD AD-STAKES (DAY-IDX)  TO AA-STAKES (ACCT-IDX)
070600     ADD AD-PAYOUTS (DAY-IDX) TO AA-PAYOUTS (ACCT-IDX)
070700     IF AD-STAKES (DAY-IDX) > WS-DAY-LIMIT
070800        OR AD-PAYOUTS (DAY-IDX) > WS-DAY-LIMIT
070900         MOVE "Y"             TO AA-DAY-SW (ACCT-IDX)
071000     END-IF
071100     IF AD-STAKES (DAY-IDX) > AA-PEAK-AMOUNT (ACCT-IDX)
071200         MOVE AD-DATE (DAY-IDX)   TO AA-PEAK-DATE (ACCT-IDX)
071300         MOVE AD-STAKES (DAY-IDX) TO AA-PEAK-AMOUNT (ACCT-IDX)
071400     END-IF
071500     IF AD-PAYOUTS (DAY-IDX) > AA-PEAK-AMOUNT (ACCT-IDX)
071600         MOVE AD-DATE (DAY-IDX)    TO AA-PEAK-DATE (ACCT-IDX)
071700         MOVE AD-PAYOUTS (DAY-IDX) TO AA-PEAK-AMOUNT (ACCT-IDX)
071800     END-IF.
071900 4000-EXIT.
072000     EXIT.
072100
072200 4200-BACK-ONE-DAY.
072300*    MOVE WS-ROLL-DATE BACK ONE CALENDAR DAY - THE REVERSE OF THE
072400*    ROLL-FORWARD IN Program3.
072500     ADD 1 TO WS-BACK-COUNT
072600     IF WS-ROLL-DAY > 1
072700         SUBTRACT 1 FROM WS-ROLL-DAY
072800         GO TO 4200-EXIT
072900     END-IF
073000     IF WS-ROLL-MONTH > 1
073100         SUBTRACT 1 FROM WS-ROLL-MONTH
073200     ELSE
073300         MOVE 12                     TO WS-ROLL-MONTH
073400         SUBTRACT 1 FROM WS-ROLL-YEAR
073500     END-IF
073600     EVALUATE WS-ROLL-MONTH
073700         WHEN 2
073800             PERFORM 4300-DAYS-IN-FEBRUARY THRU 4300-EXIT
073900         WHEN 4
074000         WHEN 6
074100         WHEN 9
074200         WHEN 11
074300             MOVE 30                 TO WS-MONTH-DAYS
074400         WHEN OTHER
074500             MOVE 31                 TO WS-MONTH-DAYS
074600     END-EVALUATE
074700     MOVE WS-MONTH-DAYS              TO WS-ROLL-DAY.
074800 4200-EXIT.
074900     EXIT.
075000
075100 4300-DAYS-IN-FEBRUARY.
075200     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
075300         REMAINDER WS-LEAP-REM-4
075400     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
075500         REMAINDER WS-LEAP-REM-100
075600     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
075700         REMAINDER WS-LEAP-REM-400
075800     IF WS-LEAP-REM-4 = 0
075900        AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
076000         MOVE 29                     TO WS-MONTH-DAYS
076100     ELSE
076200         MOVE 28                     TO WS-MONTH-DAYS
076300     END-IF.
076400 4300-EXIT.
076500     EXIT.
076600
076700 5000-TEST-ACCOUNT.
076800     ADD 1 TO WS-SCAN-IDX
076900     SET ACCT-IDX TO WS-SCAN-IDX
077000     MOVE SPACES                     TO WS-CASE-NAME
077100     IF AA-OVER-DAY (ACCT-IDX)
077200         MOVE "DY"                   TO WS-CASE-REASON
077300         MOVE "DAY THRESHOLD PASSED"  TO WS-REASON-TEXT
077400         PERFORM 5100-RAISE-CASE THRU 5100-EXIT
077500     END-IF
077600     IF AA-STAKES (ACCT-IDX) > WS-WINDOW-LIMIT
077700        OR AA-PAYOUTS (ACCT-IDX) > WS-WINDOW-LIMIT
077800         MOVE "WN"                   TO WS-CASE-REASON
077900         MOVE "WINDOW THRESHOLD PASSED" TO WS-REASON-TEXT
078000         PERFORM 5100-RAISE-CASE THRU 5100-EXIT
078100     END-IF
078200     IF AA-NEAR-COUNT (ACCT-IDX) NOT < WS-NEAR-COUNT
078300         MOVE "ST"                   TO WS-CASE-REASON
078400         MOVE "STAKES JUST UNDER THRESHOLD" TO WS-REASON-TEXT
078500         PERFORM 5100-RAISE-CASE THRU 5100-EXIT
078600     END-IF.
078700 5000-EXIT.
078800     EXIT.
078900
079000 5100-RAISE-CASE.
079100     MOVE "N"                        TO WS-PRIOR-SW
079200     IF WS-PRIOR-COUNT > 0
079300         SET PRIOR-IDX TO 1
079400         SEARCH WS-PRIOR-ENTRY
079500             AT END
079600                 CONTINUE
079700             WHEN PC-ACCOUNT-ID (PRIOR-IDX)
079800                      = AA-ACCOUNT-ID (ACCT-IDX)
079900              AND PC-REASON (PRIOR-IDX) = WS-CASE-REASON
080000                 MOVE "Y"            TO WS-PRIOR-SW
080100         END-SEARCH
080200     END-IF
080300     IF ALREADY-REPORTED
080400         ADD 1 TO WS-REPEAT-COUNT
080500         MOVE SPACES                 TO WS-REPORT-LINE
080600         STRING "ALREADY REPORTED "  DELIMITED BY SIZE
080700                AA-ACCOUNT-ID (ACCT-IDX) DELIMITED BY SIZE
080800                " "                  DELIMITED BY SIZE
080900                WS-CASE-REASON       DELIMITED BY SIZE
081000                " "                  DELIMITED BY SIZE
081100                WS-REASON-TEXT       DELIMITED BY SIZE
081200             INTO WS-REPORT-LINE
081300         END-STRING
081400         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
081500         GO TO 5100-EXIT
081600     END-IF
081700
081800*    THE NAME IS LOOKED UP ONCE PER ACCOUNT, ON ITS FIRST CASE.
081900     IF WS-CASE-NAME = SPACES
082000         MOVE AA-ACCOUNT-ID (ACCT-IDX) TO BM-ACCOUNT-ID
082100         READ BETTOR-FILE
082200             INVALID KEY
082300                 ADD 1 TO WS-NO-NAME-COUNT
082400                 MOVE "*** NOT ON BETMAST ***" TO WS-CASE-NAME
082410                 MOVE SPACES         TO WS-REPORT-LINE
082420                 STRING "ACCOUNT "   DELIMITED BY SIZE
082430                        AA-ACCOUNT-ID (ACCT-IDX)
082440                                     DELIMITED BY SIZE
082450                        " NOT ON BETMAST - STATUS "
082460                                     DELIMITED BY SIZE
082470                        WS-BETTOR-STATUS DELIMITED BY SIZE
082480                     INTO WS-REPORT-LINE
082490                 END-STRING
082500                 PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
082600             NOT INVALID KEY
082610                 MOVE BM-NAME        TO WS-CASE-NAME
082700         END-READ
082800     END-IF
082900
083000     ADD 1 TO WS-RAISED-COUNT
083100     EVALUATE WS-CASE-REASON
083200         WHEN "DY"
083300             ADD 1 TO WS-RAISED-DY
083400         WHEN "WN"
083500             ADD 1 TO WS-RAISED-WN
083600         WHEN OTHER
083700             ADD 1 TO WS-RAISED-ST
083800     END-EVALUATE
083900     MOVE SPACES                     TO COMPLIANCE-CASE-RECORD
084000     MOVE AA-ACCOUNT-ID (ACCT-IDX)   TO CC-ACCOUNT-ID
084100     MOVE WS-CASE-NAME               TO CC-NAME
084200     MOVE WS-WINDOW-FROM             TO CC-WINDOW-FROM
084300     MOVE WS-WINDOW-TO               TO CC-WINDOW-TO
084400     MOVE WS-CASE-REASON             TO CC-REASON
084500     MOVE AA-STAKES (ACCT-IDX)       TO CC-STAKES
084600     MOVE AA-PAYOUTS (ACCT-IDX)      TO CC-PAYOUTS
084700     MOVE AA-NEAR-COUNT (ACCT-IDX)   TO CC-NEAR-COUNT
084800     MOVE AA-NEAR-RUNS (ACCT-IDX)    TO CC-NEAR-RUNS
084900     MOVE AA-PEAK-DATE (ACCT-IDX)    TO CC-PEAK-DATE
085000     MOVE AA-PEAK-AMOUNT (ACCT-IDX)  TO CC-PEAK-AMOUNT
085100     MOVE WS-RUN-DATE                TO CC-RAISED-DATE
085200     WRITE COMPLIANCE-CASE-RECORD
085300     IF NOT CASE-OK
085400         DISPLAY "PROGRAM25 - CASE WRITE FAILED - STATUS "
085500             WS-CASE-STATUS " ACCOUNT " CC-ACCOUNT-ID
085600         ADD 1 TO WS-WRITE-FAIL-COUNT
085700     END-IF
085800
085900     MOVE SPACES                     TO WS-REPORT-LINE
086000     STRING "RAISED           "      DELIMITED BY SIZE
086100            CC-ACCOUNT-ID            DELIMITED BY SIZE
086200            " "                      DELIMITED BY SIZE
086300            CC-REASON                DELIMITED BY SIZE
086400            " "                      DELIMITED BY SIZE
086500            WS-REASON-TEXT           DELIMITED BY SIZE
086600            " "                      DELIMITED BY SIZE
086700            CC-NAME                  DELIMITED BY SIZE
086800         INTO WS-REPORT-LINE
086900     END-STRING
087000     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
087100     MOVE CC-STAKES                  TO WS-AMOUNT-EDIT
087200     MOVE CC-PAYOUTS                 TO WS-AMOUNT-EDIT2
087300     MOVE SPACES                     TO WS-REPORT-LINE
087400     STRING "    STAKES "            DELIMITED BY SIZE
087500            WS-AMOUNT-EDIT           DELIMITED BY SIZE
087600            " PAYOUTS "              DELIMITED BY SIZE
087700            WS-AMOUNT-EDIT2          DELIMITED BY SIZE
087800            " NEAR "                 DELIMITED BY SIZE
087900            CC-NEAR-COUNT            DELIMITED BY SIZE
088000            " IN "                   DELIMITED BY SIZE
088100            CC-NEAR-RUNS             DELIMITED BY SIZE
088200            " DRAWS"                 DELIMITED BY SIZE
088300         INTO WS-REPORT-LINE
088400     END-STRING
088500     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
088600     MOVE CC-PEAK-AMOUNT             TO WS-AMOUNT-EDIT
088700     MOVE SPACES                     TO WS-REPORT-LINE
088800     STRING "    BUSIEST DAY "       DELIMITED BY SIZE
088900            CC-PEAK-DATE             DELIMITED BY SIZE
089000            " "                      DELIMITED BY SIZE
089100            WS-AMOUNT-EDIT           DELIMITED BY SIZE
089200         INTO WS-REPORT-LINE
089300     END-STRING
089400     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
089500 5100-EXIT.
089600     EXIT.
089700
089800 5900-WRITE-REPORT-LINE.
089900     MOVE WS-REPORT-LINE             TO REPORT-RECORD
090000     WRITE REPORT-RECORD.
090100 5900-EXIT.
090200     EXIT.
090300
090400 8000-PRINT-SUMMARY.
090500     MOVE WS-ACCT-COUNT              TO WS-ACTIVE-COUNT
090600     MOVE SPACES                     TO WS-REPORT-LINE
090700     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
090800     MOVE SPACES                     TO WS-REPORT-LINE
090900     STRING "ACCOUNTS ACTIVE "       DELIMITED BY SIZE
091000            WS-ACTIVE-COUNT          DELIMITED BY SIZE
091100            " CASES RAISED "         DELIMITED BY SIZE
091200            WS-RAISED-COUNT          DELIMITED BY SIZE
091300            " ALREADY REPORTED "     DELIMITED BY SIZE
091400            WS-REPEAT-COUNT          DELIMITED BY SIZE
091500         INTO WS-REPORT-LINE
091600     END-STRING
091700     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
091800
091900     DISPLAY "--------------------------------------------".
092000     DISPLAY "PROGRAM25 - COMPLIANCE MONITOR SUMMARY".
092100     DISPLAY "--------------------------------------------".
092200     DISPLAY "  WINDOW FROM ........... " WS-WINDOW-FROM.
092300     DISPLAY "  WINDOW TO ............. " WS-WINDOW-TO.
092400     DISPLAY "  JOURNAL RECORDS READ .. " WS-JRNL-READ.
092500     DISPLAY "  STAKES IN WINDOW ...... " WS-STAKE-COUNT.
092600     DISPLAY "    JUST UNDER LIMIT .... " WS-NEAR-TOTAL.
092700     DISPLAY "  SETTLTXN RECORDS READ . " WS-STXN-READ.
092800     DISPLAY "  WINS IN WINDOW ........ " WS-WIN-COUNT.
092900     MOVE WS-STAKE-TOTAL             TO WS-AMOUNT-EDIT
093000     DISPLAY "  TOTAL STAKED .......... " WS-AMOUNT-EDIT.
093100     MOVE WS-PAYOUT-TOTAL            TO WS-AMOUNT-EDIT
093200     DISPLAY "  TOTAL PAID OUT ........ " WS-AMOUNT-EDIT.
093300     DISPLAY "  ACCOUNTS ACTIVE ....... " WS-ACTIVE-COUNT.
093400     DISPLAY "  EARLIER CASES IN PLAY . " WS-PRIOR-LOADED.
093500     DISPLAY "  CASES RAISED .......... " WS-RAISED-COUNT.
093600     DISPLAY "    DAY THRESHOLD ....... " WS-RAISED-DY.
093700     DISPLAY "    WINDOW THRESHOLD .... " WS-RAISED-WN.
093800     DISPLAY "    STRUCTURING ......... " WS-RAISED-ST.
093900     DISPLAY "  ALREADY REPORTED ...... " WS-REPEAT-COUNT.
094000     DISPLAY "  NOT ON BETMAST ........ " WS-NO-NAME-COUNT.
094100     DISPLAY "--------------------------------------------".
094200 8000-EXIT.
094300     EXIT.
094400
094500 9000-TERMINATE.
094600     IF JOURNAL-PRESENT
094700         CLOSE POST-FILE
094800     END-IF
094900     IF SETTLE-PRESENT
095000         CLOSE SETTLE-FILE
095100     END-IF
095200     CLOSE BETTOR-FILE
095300     CLOSE CASE-FILE
095400     CLOSE REPORT-FILE.
095500 9000-EXIT.
095600     EXIT.
095700
095800 END PROGRAM Program25.
