000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program26.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* RETENCION DE LA CASA - HOUSE HOLD AND PROFIT REPORT
000900*----------------------------------------------------------------
001000* Program17 SAYS WHAT THE HOUSE COULD LOSE BEFORE A DRAW AND
001100* Program2 WHAT ONE NIGHT STAKED AND PAID.  THIS REPORT SAYS
001200* WHAT THE HOUSE ACTUALLY KEPT, AND WHETHER THAT IS WHAT THE
001300* PAYOUT TERMS SHOULD PRODUCE.  FROM THE SETTLEMENT DETAILS
001400* (SETTLTXN) OF THE YEAR TO THE AS-OF DATE IT PRINTS, FOR EVERY
001500* RUN AND EVERY DAY OF THE MONTH, THEN MONTH-TO-DATE AND
001600* YEAR-TO-DATE:
001700*   HANDLE   TOTAL STAKED ON SETTLED BETS
001800*   PAYOUTS  TOTAL PAID ON WINS
001900*   GGR      GROSS GAMING REVENUE = HANDLE - PAYOUTS
002000*   HOLD%    GGR AS A PERCENTAGE OF HANDLE
002100*   THEO%    THE HOLD THE TERMS GIVE ON A FAIR COIN.  A BET PAID
002200*            AT RATE R WINS HALF THE TIME, SO THE HOUSE EXPECTS
002300*            TO PAY STAKE * R / 2 AND KEEP 1 - R / 2 OF IT; THE
002400*            THEORETICAL HOLD IS THAT, WEIGHTED BY STAKE.  A
002410*            COMBINATION OF N LEGS WINS ONE TIME IN 2 ** N, SO
002420*            IT IS EXPECTED TO PAY STAKE * R / 2 ** N.
002500* THE RATE IS THE ONE Program2 APPLIED (STD-RATE).  A DETAIL
002600* WRITTEN BEFORE THE RATE WAS CARRIED IS PRICED FROM THE PAYOUT
002700* RATE MASTER (PAYRATE) FOR ITS SETTLEMENT DATE, EVEN MONEY WHEN
002800* THERE IS NONE - THE SAME RULE Program2 SETTLED IT BY.
002900*
003000* A RUN OR DAY WHOSE HOLD IS FURTHER FROM THEORETICAL THAN THE
003100* TOLERANCE ON THE HOLDPARM CARD IS FLAGGED "DRIFT" AND THE STEP
003200* ENDS RC=4.  A SINGLE RUN DRIFTS ON VARIANCE ALONE; A MONTH OR
003300* A YEAR THAT DRIFTS THE SAME WAY POINTS AT THE PRICING OR THE
003400* COIN.  A VOIDED RUN (Program22) IS LISTED "VOID" AND LEFT OUT
003500* OF EVERY TOTAL - IT NEVER HAPPENED.  REFUNDED BETS NEVER
003600* SETTLED AND ARE NOT HANDLE.
003700*
003800* HOLDPARM CARD: 1-8 AS-OF DATE YYYYMMDD (BLANK OR ZERO = TODAY),
003900* 10-14 TOLERANCE IN POINTS OF HOLD, NO DECIMAL POINT (00200 =
004000* 2,00 POINTS).  NO CARD, OR A BAD FIELD, TAKES THE DEFAULT.
004100*----------------------------------------------------------------
004200* MODIFICATION HISTORY
004300*----------------------------------------------------------------
004400* DATE       INIT DESCRIPTION
004500* ---------- ---- -----------------------------------------------
004600* 10/15/2026 RA   ORIGINAL PROGRAM.
004610* 10/15/2026 RA   THEORETICAL PAY OF A COMBINATION BET ALLOWS FOR
004620*                 EVERY ONE OF ITS LEGS HAVING TO WIN.
004630* 10/15/2026 RA   A VOID IS TIED TO ITS RUN BY THE SETTLEMENT DATE
004640*                 ON THE VOID GROUP'S HD, NOT GUESSED FROM THE
004650*                 VOID DATE.
004700*----------------------------------------------------------------
004800
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SPECIAL-NAMES.
005200     DECIMAL-POINT IS COMMA.
005300
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT PARM-FILE ASSIGN TO "HOLDPARM"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PARM-STATUS.
005900     SELECT SETTLE-FILE ASSIGN TO "SETTLTXN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SETTLE-STATUS.
006200     SELECT RATE-FILE ASSIGN TO "PAYRATE"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS PR-KEY
006600         FILE STATUS IS WS-RATE-STATUS.
006700     SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-REPORT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PARM-FILE
007400     LABEL RECORDS ARE OMITTED
007500     RECORDING MODE IS F.
007600 01  HOLD-PARM-RECORD.
007700     05  HP-AS-OF-DATE           PIC X(08).
007800     05  HP-AS-OF-DATE-NUM REDEFINES HP-AS-OF-DATE
007900                                 PIC 9(08).
008000     05  FILLER                  PIC X(01).
008100     05  HP-TOLERANCE            PIC X(05).
008200     05  HP-TOLERANCE-NUM REDEFINES HP-TOLERANCE
008300                                 PIC 9(03)V9(02).
008400     05  FILLER                  PIC X(66).
008500
008600 FD  SETTLE-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900     COPY "SETLREC.cpy".
009000
009100 FD  RATE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY "PAYRREC.cpy".
009400
009500 FD  REPORT-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800 01  REPORT-RECORD                PIC X(80).
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-PARM-STATUS               PIC X(02) VALUE "00".
010200     88  PARM-OK                            VALUE "00".
010300 01  WS-SETTLE-STATUS             PIC X(02) VALUE "00".
010400     88  SETTLE-OK                          VALUE "00".
010500     88  SETTLE-EOF                         VALUE "10".
010600     88  SETTLE-FILE-NOT-FOUND              VALUE "35".
010700 01  WS-RATE-STATUS               PIC X(02) VALUE "00".
010800     88  RATE-OK                            VALUE "00".
010900     88  RATE-EOF                           VALUE "10".
011000     88  RATE-NOT-FOUND                     VALUE "35".
011100 01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
011200     88  REPORT-OK                          VALUE "00".
011300
011400 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
011500     88  INIT-OK                            VALUE "Y".
011600 01  WS-SETTLE-SW                 PIC X(01) VALUE "Y".
011700     88  SETTLE-PRESENT                     VALUE "Y".
011800 01  WS-RUN-OVERFLOW-SW           PIC X(01) VALUE "N".
011900     88  RUN-TABLE-OVERFLOWED               VALUE "Y".
012000 01  WS-DRIFT-SW                  PIC X(01) VALUE "N".
012100     88  HOLD-DRIFTED                       VALUE "Y".
012200
012300 01  WS-AS-OF-DATE                PIC 9(08) VALUE 0.
012400 01  WS-YEAR-START                PIC 9(08) VALUE 0.
012500 01  WS-MONTH-START               PIC 9(08) VALUE 0.
012600 01  WS-TOLERANCE                 PIC 9(03)V9(02) VALUE 2,00.
012700
012800 01  WS-ROLL-DATE.
012900     05  WS-ROLL-YEAR             PIC 9(04).
013000     05  WS-ROLL-MONTH            PIC 9(02).
013100     05  WS-ROLL-DAY              PIC 9(02).
013200 01  WS-ROLL-DATE-NUM REDEFINES WS-ROLL-DATE
013300                                  PIC 9(08).
013400 01  WS-MONTH-DAYS                PIC 9(02) VALUE 0.
013500 01  WS-LEAP-FIELDS.
013600     05  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE 0.
013700     05  WS-LEAP-REM-4            PIC 9(01) COMP VALUE 0.
013800     05  WS-LEAP-REM-100          PIC 9(02) COMP VALUE 0.
013900     05  WS-LEAP-REM-400          PIC 9(03) COMP VALUE 0.
014000
014100 01  WS-RATE-COUNT                PIC 9(03) COMP VALUE 0.
014200 01  WS-RATE-MAX                  PIC 9(03) COMP VALUE 500.
014300 01  WS-RATE-TABLE.
014400     05  WS-RATE-ENTRY OCCURS 0 TO 500 TIMES
014500                       DEPENDING ON WS-RATE-COUNT
014600                       INDEXED BY RATE-IDX.
014700         10  RT-EFF-DATE          PIC 9(08).
014800         10  RT-MULTIPLIER        PIC 9(02)V9(02).
014900         10  RT-CARA-MULT         PIC 9(02)V9(02).
015000         10  RT-CRUZ-MULT         PIC 9(02)V9(02).
015100 01  WS-RATE-SCAN-IDX             PIC 9(03) COMP VALUE 0.
015200 01  WS-RATE-DATE                 PIC 9(08) VALUE 0.
015300 01  WS-CARA-RATE                 PIC 9(02)V9(02) VALUE 2,00.
015400 01  WS-CRUZ-RATE                 PIC 9(02)V9(02) VALUE 2,00.
015500 01  WS-APPLIED-RATE              PIC 9(02)V9(02) VALUE 0.
015510 01  WS-WIN-ODDS                  PIC 9(03) VALUE 2.
015600
015700*    ONE ENTRY PER RUN-ID PER SETTLEMENT DATE IN THE YEAR.
015800 01  WS-RUN-COUNT                 PIC 9(05) COMP VALUE 0.
015900 01  WS-RUN-MAX                   PIC 9(05) COMP VALUE 10000.
016000 01  WS-RUN-TABLE.
016100     05  WS-RUN-ENTRY OCCURS 0 TO 10000 TIMES
016200                      DEPENDING ON WS-RUN-COUNT
016300                      INDEXED BY RUN-IDX.
016400         10  RN-RUN-ID            PIC X(08).
016500         10  RN-DATE              PIC 9(08).
016600         10  RN-BETS              PIC 9(07).
016700         10  RN-HANDLE            PIC 9(11)V9(02).
016800         10  RN-PAYOUTS           PIC 9(11)V9(02).
016900         10  RN-THEO-PAY          PIC 9(11)V9(04).
017000         10  RN-VOID-SW           PIC X(01).
017100             88  RN-VOIDED                  VALUE "Y".
017200 01  WS-FOUND-IDX                 PIC 9(05) COMP VALUE 0.
017300 01  WS-SCAN-IDX                  PIC 9(05) COMP VALUE 0.
017400 01  WS-BEST-DATE                 PIC 9(08) VALUE 0.
017410 01  WS-VOIDED-DATE               PIC 9(08) VALUE 0.
017500
017600*    THE FIGURES FOR ONE REPORT LINE, WHATEVER ITS LEVEL.
017700 01  WS-P-ID                      PIC X(17) VALUE SPACES.
017800 01  WS-P-HANDLE                  PIC 9(11)V9(02) VALUE 0.
017900 01  WS-P-PAYOUTS                 PIC 9(11)V9(02) VALUE 0.
018000 01  WS-P-THEO-PAY                PIC 9(11)V9(04) VALUE 0.
018100 01  WS-P-GGR                     PIC S9(11)V9(02) VALUE 0.
018200 01  WS-P-HOLD                    PIC S9(05)V9(02) VALUE 0.
018300 01  WS-P-THEO-HOLD               PIC S9(05)V9(02) VALUE 0.
018400 01  WS-P-DRIFT                   PIC S9(05)V9(02) VALUE 0.
018500 01  WS-P-FLAG                    PIC X(05) VALUE SPACES.
018600
018700 01  WS-DAY-DATE                  PIC 9(08) VALUE 0.
018800 01  WS-DAY-RUNS                  PIC 9(05) VALUE 0.
018900 01  WS-DAY-HANDLE                PIC 9(11)V9(02) VALUE 0.
019000 01  WS-DAY-PAYOUTS               PIC 9(11)V9(02) VALUE 0.
019100 01  WS-DAY-THEO-PAY              PIC 9(11)V9(04) VALUE 0.
019200 01  WS-MTD-HANDLE                PIC 9(11)V9(02) VALUE 0.
019300 01  WS-MTD-PAYOUTS               PIC 9(11)V9(02) VALUE 0.
019400 01  WS-MTD-THEO-PAY              PIC 9(11)V9(04) VALUE 0.
019500 01  WS-YTD-HANDLE                PIC 9(11)V9(02) VALUE 0.
019600 01  WS-YTD-PAYOUTS               PIC 9(11)V9(02) VALUE 0.
019700 01  WS-YTD-THEO-PAY              PIC 9(11)V9(04) VALUE 0.
019800 01  WS-MTD-HOLD                  PIC S9(05)V9(02) VALUE 0.
019900 01  WS-YTD-HOLD                  PIC S9(05)V9(02) VALUE 0.
020000
020100 01  WS-STXN-READ                 PIC 9(09) VALUE 0.
020200 01  WS-DETAIL-COUNT              PIC 9(09) VALUE 0.
020300 01  WS-RERATED-COUNT             PIC 9(07) VALUE 0.
020400 01  WS-VOID-DETAILS              PIC 9(07) VALUE 0.
020500 01  WS-VOID-UNMATCHED            PIC 9(07) VALUE 0.
020600 01  WS-RUNS-IN-YEAR              PIC 9(05) VALUE 0.
020700 01  WS-VOID-RUNS                 PIC 9(05) VALUE 0.
020800 01  WS-RUN-FLAG-COUNT            PIC 9(05) VALUE 0.
020900 01  WS-DAY-FLAG-COUNT            PIC 9(05) VALUE 0.
021000
021100 01  WS-HANDLE-EDIT               PIC ZZZZZZZZ9,99.
021200 01  WS-PAYOUT-EDIT               PIC ZZZZZZZZ9,99.
021300 01  WS-GGR-EDIT                  PIC -ZZZZZZZ9,99.
021400 01  WS-PCT-EDIT                  PIC -ZZZ9,99.
021500 01  WS-PCT-EDIT2                 PIC -ZZZ9,99.
021600 01  WS-TOL-EDIT                  PIC ZZ9,99.
021700 01  WS-AMOUNT-EDIT               PIC -ZZZZZZZZZZ9,99.
021800 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022300     IF NOT INIT-OK
022400         DISPLAY "PROGRAM26 - INITIALIZATION FAILED - RUN ABORTED"
022500         MOVE 16                TO RETURN-CODE
022600         GOBACK
022700     END-IF
022800     IF SETTLE-PRESENT
022900         PERFORM 2000-READ-SETTLEMENT THRU 2000-EXIT
023000             UNTIL SETTLE-EOF
023100     END-IF
023200     IF RUN-TABLE-OVERFLOWED
023300         DISPLAY "PROGRAM26 - RUN TABLE FULL - REPORT "
023400             "ABANDONED - ENLARGE THE TABLE"
023500         PERFORM 9000-TERMINATE THRU 9000-EXIT
023600         MOVE 16                TO RETURN-CODE
023700         GOBACK
023800     END-IF
023900     PERFORM 3000-PRINT-MONTH THRU 3000-EXIT
024000     PERFORM 4000-PRINT-PERIODS THRU 4000-EXIT
024100     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
024200     PERFORM 9000-TERMINATE THRU 9000-EXIT
024300     IF WS-RUN-FLAG-COUNT > 0 OR WS-DAY-FLAG-COUNT > 0
024400         DISPLAY "PROGRAM26 - HOLD DRIFTED FROM THEORETICAL ON "
024500             WS-RUN-FLAG-COUNT " RUNS AND "
024600             WS-DAY-FLAG-COUNT " DAYS"
024700         MOVE 4                 TO RETURN-CODE
024800     END-IF
024900     GOBACK.
025000
025100 1000-INITIALIZE.
025200     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
025300     OPEN INPUT PARM-FILE
025400     IF PARM-OK
025500         READ PARM-FILE
025600             AT END
025700                 MOVE SPACES         TO HOLD-PARM-RECORD
025800         END-READ
025900         CLOSE PARM-FILE
026000         IF HP-AS-OF-DATE IS NUMERIC
026100             IF HP-AS-OF-DATE-NUM > 0
026200                 MOVE HP-AS-OF-DATE-NUM TO WS-AS-OF-DATE
026300             END-IF
026400         ELSE
026500             IF HP-AS-OF-DATE NOT = SPACES
026600                 DISPLAY "PROGRAM26 - BAD HOLDPARM DATE - "
026700                     "TODAY USED"
026800             END-IF
026900         END-IF
027000         IF HP-TOLERANCE IS NUMERIC
027100             MOVE HP-TOLERANCE-NUM   TO WS-TOLERANCE
027200         ELSE
027300             IF HP-TOLERANCE NOT = SPACES
027400                 DISPLAY "PROGRAM26 - BAD HOLDPARM TOLERANCE - "
027500                     "DEFAULT USED"
027600             END-IF
027700         END-IF
027800     ELSE
027900         DISPLAY "PROGRAM26 - NO HOLDPARM CARD - "
028000             "TODAY AND DEFAULT TOLERANCE USED"
028100     END-IF
028200     MOVE WS-TOLERANCE               TO WS-TOL-EDIT
028300     DISPLAY "PROGRAM26 - AS OF " WS-AS-OF-DATE
028400         " - DRIFT TOLERANCE " WS-TOL-EDIT " POINTS"
028500
028600     MOVE WS-AS-OF-DATE              TO WS-ROLL-DATE
028700     MOVE 1                          TO WS-ROLL-DAY
028800     MOVE WS-ROLL-DATE-NUM           TO WS-MONTH-START
028900     MOVE 1                          TO WS-ROLL-MONTH
029000     MOVE WS-ROLL-DATE-NUM           TO WS-YEAR-START
029100
029200     PERFORM 1500-LOAD-RATES THRU 1500-EXIT
029300     IF NOT INIT-OK
029400         GO TO 1000-EXIT
029500     END-IF
029600
029700     OPEN INPUT SETTLE-FILE
029800     IF SETTLE-FILE-NOT-FOUND
029900         DISPLAY "PROGRAM26 - NO SETTLTXN FILE - NOTHING SETTLED"
030000         MOVE "N"                    TO WS-SETTLE-SW
030100     ELSE
030200         IF NOT SETTLE-OK
030300             DISPLAY "PROGRAM26 - ERROR OPENING SETTLE-FILE - "
030400                 WS-SETTLE-STATUS
030500             MOVE "N"                TO WS-INIT-STATUS
030600             GO TO 1000-EXIT
030700         END-IF
030800     END-IF
030900
031000     OPEN OUTPUT REPORT-FILE
031100     IF NOT REPORT-OK
031200         DISPLAY "PROGRAM26 - ERROR OPENING REPORT-FILE - "
031300             WS-REPORT-STATUS
031400         MOVE "N"                    TO WS-INIT-STATUS
031500         GO TO 1000-EXIT
031600     END-IF
031700
031800     MOVE SPACES                     TO WS-REPORT-LINE
031900     STRING "HOUSE HOLD - ACTUAL VERSUS THEORETICAL - AS OF "
032000                                      DELIMITED BY SIZE
032100            WS-AS-OF-DATE            DELIMITED BY SIZE
032200         INTO WS-REPORT-LINE
032300     END-STRING
032400     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
032500     MOVE SPACES                     TO WS-REPORT-LINE
032600     STRING "DRIFT FLAGGED BEYOND +/- " DELIMITED BY SIZE
032700            WS-TOL-EDIT              DELIMITED BY SIZE
032800            " POINTS OF HOLD"        DELIMITED BY SIZE
032900         INTO WS-REPORT-LINE
033000     END-STRING
033100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
033200     MOVE SPACES                     TO WS-REPORT-LINE
033300     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
033400     MOVE SPACES                     TO WS-REPORT-LINE
033500     STRING "RUN-ID   DATE           HANDLE      PAYOUTS"
033600                                      DELIMITED BY SIZE
033700            "          GGR    HOLD%    THEO% FLAG"
033800                                      DELIMITED BY SIZE
033900         INTO WS-REPORT-LINE
034000     END-STRING
034100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
034200 1000-EXIT.
034300     EXIT.
034400
034500 1500-LOAD-RATES.
034600*    ONLY NEEDED FOR DETAILS WRITTEN BEFORE STD-RATE WAS CARRIED.
034700     OPEN INPUT RATE-FILE
034800     IF RATE-NOT-FOUND
034900         DISPLAY "PROGRAM26 - NO PAYOUT RATE MASTER - "
035000             "EVEN MONEY (2,00) ASSUMED FOR UNRATED DETAILS"
035100         GO TO 1500-EXIT
035200     END-IF
035300     IF NOT RATE-OK
035400         DISPLAY "PROGRAM26 - ERROR OPENING RATE-FILE - "
035500             WS-RATE-STATUS
035600         MOVE "N"                    TO WS-INIT-STATUS
035700         GO TO 1500-EXIT
035800     END-IF
035900     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
036000         UNTIL RATE-EOF
036100     CLOSE RATE-FILE.
036200 1500-EXIT.
036300     EXIT.
036400
036500 1510-LOAD-ONE-RATE.
036600     READ RATE-FILE NEXT RECORD
036700         AT END
036800             GO TO 1510-EXIT
036900     END-READ
037000     IF WS-RATE-COUNT < WS-RATE-MAX
037100         ADD 1 TO WS-RATE-COUNT
037200         SET RATE-IDX TO WS-RATE-COUNT
037300         MOVE PR-EFF-DATE        TO RT-EFF-DATE (RATE-IDX)
037400         MOVE PR-MULTIPLIER      TO RT-MULTIPLIER (RATE-IDX)
037500         MOVE PR-CARA-MULT       TO RT-CARA-MULT (RATE-IDX)
037600         MOVE PR-CRUZ-MULT       TO RT-CRUZ-MULT (RATE-IDX)
037700     ELSE
037800         DISPLAY "PROGRAM26 - RATE TABLE FULL - RECORD SKIPPED"
037900     END-IF.
038000 1510-EXIT.
038100     EXIT.
038200
038300 1520-PICK-RATE.
038400*    THE RATE IN FORCE ON WS-RATE-DATE, AS Program2 PICKS IT.
038500     MOVE 2,00                       TO WS-CARA-RATE
038600     MOVE 2,00                       TO WS-CRUZ-RATE
038700     MOVE 0 TO WS-RATE-SCAN-IDX
038800     PERFORM 1530-SCAN-ONE-RATE THRU 1530-EXIT
038900         UNTIL WS-RATE-SCAN-IDX >= WS-RATE-COUNT.
039000 1520-EXIT.
039100     EXIT.
039200
039300 1530-SCAN-ONE-RATE.
039400     ADD 1 TO WS-RATE-SCAN-IDX
039500     SET RATE-IDX TO WS-RATE-SCAN-IDX
039600     IF RT-EFF-DATE (RATE-IDX) NOT > WS-RATE-DATE
039700         IF RT-CARA-MULT (RATE-IDX) > 0
039800             MOVE RT-CARA-MULT (RATE-IDX) TO WS-CARA-RATE
039900         ELSE
040000             MOVE RT-MULTIPLIER (RATE-IDX) TO WS-CARA-RATE
040100         END-IF
040200         IF RT-CRUZ-MULT (RATE-IDX) > 0
040300             MOVE RT-CRUZ-MULT (RATE-IDX) TO WS-CRUZ-RATE
040400         ELSE
040500             MOVE RT-MULTIPLIER (RATE-IDX) TO WS-CRUZ-RATE
040600         END-IF
040700     END-IF.
040800 1530-EXIT.
040900     EXIT.
041000
041100 2000-READ-SETTLEMENT.
041200     READ SETTLE-FILE
041300         AT END
041400             GO TO 2000-EXIT
041500     END-READ
041600     ADD 1 TO WS-STXN-READ
041610*    EVERY HD STARTS A NEW GROUP - REMEMBER WHICH SETTLEMENT A
041620*    VOID GROUP REVERSES, ZERO FOR ANY OTHER GROUP.
041630     IF STH-RECORD-TYPE = "HD"
041640         MOVE 0                      TO WS-VOIDED-DATE
041650         IF STH-VOIDED-DATE IS NUMERIC
041660             MOVE STH-VOIDED-DATE-NUM TO WS-VOIDED-DATE
041670         END-IF
041680         GO TO 2000-EXIT
041690     END-IF
041700     IF STD-RECORD-TYPE NOT = "DT"
041800         GO TO 2000-EXIT
041900     END-IF
042000     IF STD-SETTLE-DATE < WS-YEAR-START
042100        OR STD-SETTLE-DATE > WS-AS-OF-DATE
042200         GO TO 2000-EXIT
042300     END-IF
042400     IF STD-REFUND
042500         GO TO 2000-EXIT
042600     END-IF
042700     IF STD-VOID-REVERSAL
042800         PERFORM 2300-APPLY-VOID THRU 2300-EXIT
042900         GO TO 2000-EXIT
043000     END-IF
043100     IF RUN-TABLE-OVERFLOWED
043200         GO TO 2000-EXIT
043300     END-IF
043400
043500     PERFORM 2100-FIND-RUN THRU 2100-EXIT
043600     IF WS-FOUND-IDX = 0
043700         GO TO 2000-EXIT
043800     END-IF
043900     ADD 1 TO WS-DETAIL-COUNT
044000
044100     IF STD-RATE IS NUMERIC AND STD-RATE > 0
044200         MOVE STD-RATE               TO WS-APPLIED-RATE
044300     ELSE
044400         ADD 1 TO WS-RERATED-COUNT
044500         IF STD-SETTLE-DATE NOT = WS-RATE-DATE
044600             MOVE STD-SETTLE-DATE    TO WS-RATE-DATE
044700             PERFORM 1520-PICK-RATE THRU 1520-EXIT
044800         END-IF
044900         IF STD-PICK = 0
045000             MOVE WS-CARA-RATE       TO WS-APPLIED-RATE
045100         ELSE
045200             MOVE WS-CRUZ-RATE       TO WS-APPLIED-RATE
045300         END-IF
045400     END-IF
045500
045600     SET RUN-IDX TO WS-FOUND-IDX
045700     ADD 1 TO RN-BETS (RUN-IDX)
045800     ADD STD-STAKE  TO RN-HANDLE (RUN-IDX)
045900     ADD STD-PAYOUT TO RN-PAYOUTS (RUN-IDX)
045910     MOVE 2                          TO WS-WIN-ODDS
045920     IF STD-LEG-COUNT IS NUMERIC AND STD-LEG-COUNT-NUM > 1
045930         COMPUTE WS-WIN-ODDS = 2 ** STD-LEG-COUNT-NUM
045940     END-IF
046000     COMPUTE RN-THEO-PAY (RUN-IDX) = RN-THEO-PAY (RUN-IDX)
046100         + STD-STAKE * WS-APPLIED-RATE / WS-WIN-ODDS.
046200 2000-EXIT.
046300     EXIT.
046400
046500 2100-FIND-RUN.
046600     MOVE 0                          TO WS-FOUND-IDX
046700     IF WS-RUN-COUNT > 0
046800         SET RUN-IDX TO 1
046900         SEARCH WS-RUN-ENTRY
047000             AT END
047100                 CONTINUE
047200             WHEN RN-RUN-ID (RUN-IDX) = STD-RUN-ID
047300              AND RN-DATE (RUN-IDX) = STD-SETTLE-DATE
047400                 SET WS-FOUND-IDX TO RUN-IDX
047500         END-SEARCH
047600     END-IF
047700     IF WS-FOUND-IDX > 0
047800         GO TO 2100-EXIT
047900     END-IF
048000     IF WS-RUN-COUNT NOT < WS-RUN-MAX
048100         MOVE "Y"                    TO WS-RUN-OVERFLOW-SW
048200         GO TO 2100-EXIT
048300     END-IF
048400     ADD 1 TO WS-RUN-COUNT
048500     MOVE WS-RUN-COUNT               TO WS-FOUND-IDX
048600     SET RUN-IDX TO WS-RUN-COUNT
048700     MOVE STD-RUN-ID      TO RN-RUN-ID (RUN-IDX)
048800     MOVE STD-SETTLE-DATE TO RN-DATE (RUN-IDX)
048900     MOVE 0               TO RN-BETS (RUN-IDX)
049000     MOVE 0               TO RN-HANDLE (RUN-IDX)
049100     MOVE 0               TO RN-PAYOUTS (RUN-IDX)
049200     MOVE 0               TO RN-THEO-PAY (RUN-IDX)
049300     MOVE "N"             TO RN-VOID-SW (RUN-IDX).
049400 2100-EXIT.
049500     EXIT.
049600
049700 2300-APPLY-VOID.
049800*    A "V" DETAIL CARRIES THE DATE OF THE VOID, NOT OF THE
049900*    SETTLEMENT IT REVERSES - THAT IS ON ITS GROUP'S HD, AND THE
050000*    RUN IT BELONGS TO IS THE ONE OF THAT RUN-ID SETTLED THAT
050010*    DAY.  A VOID GROUP WRITTEN BEFORE THE HD CARRIED THE DATE
050020*    FALLS BACK TO THE LATEST RUN OF THE ID SETTLED ON OR BEFORE
050030*    THE VOID.
050100     ADD 1 TO WS-VOID-DETAILS
050200     MOVE 0                          TO WS-FOUND-IDX
050300     MOVE 0                          TO WS-BEST-DATE
050400     MOVE 0                          TO WS-SCAN-IDX
050500     PERFORM 2310-MATCH-ONE-RUN THRU 2310-EXIT
050600         UNTIL WS-SCAN-IDX >= WS-RUN-COUNT
050700     IF WS-FOUND-IDX = 0
050800         ADD 1 TO WS-VOID-UNMATCHED
050900         GO TO 2300-EXIT
051000     END-IF
051100     SET RUN-IDX TO WS-FOUND-IDX
051200     MOVE "Y"                        TO RN-VOID-SW (RUN-IDX).
051300 2300-EXIT.
051400     EXIT.
051500
051600 2310-MATCH-ONE-RUN.
051700     ADD 1 TO WS-SCAN-IDX
051800     SET RUN-IDX TO WS-SCAN-IDX
051900     IF RN-RUN-ID (RUN-IDX) NOT = STD-RUN-ID
051910         GO TO 2310-EXIT
051920     END-IF
051930     IF WS-VOIDED-DATE > 0
051940         IF RN-DATE (RUN-IDX) = WS-VOIDED-DATE
051950             MOVE WS-SCAN-IDX        TO WS-FOUND-IDX
051960         END-IF
051970         GO TO 2310-EXIT
051980     END-IF
051990     IF RN-DATE (RUN-IDX) NOT > STD-SETTLE-DATE
052100        AND RN-DATE (RUN-IDX) NOT < WS-BEST-DATE
052200         MOVE RN-DATE (RUN-IDX)      TO WS-BEST-DATE
052300         MOVE WS-SCAN-IDX            TO WS-FOUND-IDX
052400     END-IF.
052500 2310-EXIT.
052600     EXIT.
052700
052800 3000-PRINT-MONTH.
052900*    EVERY DAY OF THE MONTH TO THE AS-OF DATE, ITS RUNS FIRST AND
053000*    THEN THE DAY.  A DAY WITH NOTHING SETTLED PRINTS NOTHING.
053100     MOVE WS-MONTH-START             TO WS-ROLL-DATE-NUM
053200     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
053300         UNTIL WS-ROLL-DATE-NUM > WS-AS-OF-DATE.
053400 3000-EXIT.
053500     EXIT.
053600
053700 3100-PRINT-ONE-DAY.
053800     MOVE WS-ROLL-DATE-NUM           TO WS-DAY-DATE
053900     MOVE 0                          TO WS-DAY-RUNS
054000     MOVE 0                          TO WS-DAY-HANDLE
054100     MOVE 0                          TO WS-DAY-PAYOUTS
054200     MOVE 0                          TO WS-DAY-THEO-PAY
054300     MOVE 0                          TO WS-SCAN-IDX
054400     PERFORM 3200-PRINT-ONE-RUN THRU 3200-EXIT
054500         UNTIL WS-SCAN-IDX >= WS-RUN-COUNT
054600     IF WS-DAY-RUNS > 0
054700         MOVE SPACES                 TO WS-P-ID
054800         STRING "  DAY    "          DELIMITED BY SIZE
054900                WS-DAY-DATE          DELIMITED BY SIZE
055000             INTO WS-P-ID
055100         END-STRING
055200         MOVE WS-DAY-HANDLE          TO WS-P-HANDLE
055300         MOVE WS-DAY-PAYOUTS         TO WS-P-PAYOUTS
055400         MOVE WS-DAY-THEO-PAY        TO WS-P-THEO-PAY
055500         PERFORM 5000-COMPUTE-HOLD THRU 5000-EXIT
055600         IF HOLD-DRIFTED
055700             ADD 1 TO WS-DAY-FLAG-COUNT
055800             MOVE "DRIFT"            TO WS-P-FLAG
055900         ELSE
056000             MOVE SPACES             TO WS-P-FLAG
056100         END-IF
056200         PERFORM 5100-PRINT-HOLD-LINE THRU 5100-EXIT
056300         MOVE SPACES                 TO WS-REPORT-LINE
056400         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
056500     END-IF
056600     PERFORM 4500-ROLL-DATE THRU 4500-EXIT.
056700 3100-EXIT.
056800     EXIT.
056900
057000 3200-PRINT-ONE-RUN.
057100     ADD 1 TO WS-SCAN-IDX
057200     SET RUN-IDX TO WS-SCAN-IDX
057300     IF RN-DATE (RUN-IDX) NOT = WS-DAY-DATE
057400         GO TO 3200-EXIT
057500     END-IF
057600     MOVE SPACES                     TO WS-P-ID
057700     STRING RN-RUN-ID (RUN-IDX)      DELIMITED BY SIZE
057800            " "                      DELIMITED BY SIZE
057900            RN-DATE (RUN-IDX)        DELIMITED BY SIZE
058000         INTO WS-P-ID
058100     END-STRING
058200     MOVE RN-HANDLE (RUN-IDX)        TO WS-P-HANDLE
058300     MOVE RN-PAYOUTS (RUN-IDX)       TO WS-P-PAYOUTS
058400     MOVE RN-THEO-PAY (RUN-IDX)      TO WS-P-THEO-PAY
058500     PERFORM 5000-COMPUTE-HOLD THRU 5000-EXIT
058600     IF RN-VOIDED (RUN-IDX)
058700         MOVE "VOID"                 TO WS-P-FLAG
058800         PERFORM 5100-PRINT-HOLD-LINE THRU 5100-EXIT
058900         GO TO 3200-EXIT
059000     END-IF
059100     IF HOLD-DRIFTED
059200         ADD 1 TO WS-RUN-FLAG-COUNT
059300         MOVE "DRIFT"                TO WS-P-FLAG
059400     ELSE
059500         MOVE SPACES                 TO WS-P-FLAG
059600     END-IF
059700     PERFORM 5100-PRINT-HOLD-LINE THRU 5100-EXIT
059800     ADD 1 TO WS-DAY-RUNS
059900     ADD RN-HANDLE (RUN-IDX)         TO WS-DAY-HANDLE
060000     ADD RN-PAYOUTS (RUN-IDX)        TO WS-DAY-PAYOUTS
060100     ADD RN-THEO-PAY (RUN-IDX)       TO WS-DAY-THEO-PAY.
060200 3200-EXIT.
060300     EXIT.
060400
060500 4000-PRINT-PERIODS.
060600     MOVE 0                          TO WS-SCAN-IDX
060700     PERFORM 4100-ADD-ONE-RUN THRU 4100-EXIT
060800         UNTIL WS-SCAN-IDX >= WS-RUN-COUNT
060900
061000     MOVE "MONTH TO DATE"            TO WS-P-ID
061100     MOVE WS-MTD-HANDLE              TO WS-P-HANDLE
061200     MOVE WS-MTD-PAYOUTS             TO WS-P-PAYOUTS
061300     MOVE WS-MTD-THEO-PAY            TO WS-P-THEO-PAY
061400     PERFORM 5000-COMPUTE-HOLD THRU 5000-EXIT
061500     MOVE WS-P-HOLD                  TO WS-MTD-HOLD
061600     MOVE SPACES                     TO WS-P-FLAG
061700     PERFORM 5100-PRINT-HOLD-LINE THRU 5100-EXIT
061800
061900     MOVE "YEAR TO DATE"             TO WS-P-ID
062000     MOVE WS-YTD-HANDLE              TO WS-P-HANDLE
062100     MOVE WS-YTD-PAYOUTS             TO WS-P-PAYOUTS
062200     MOVE WS-YTD-THEO-PAY            TO WS-P-THEO-PAY
062300     PERFORM 5000-COMPUTE-HOLD THRU 5000-EXIT
062400     MOVE WS-P-HOLD                  TO WS-YTD-HOLD
062500     MOVE SPACES                     TO WS-P-FLAG
062600     PERFORM 5100-PRINT-HOLD-LINE THRU 5100-EXIT.
062700 4000-EXIT.
062800     EXIT.
062900
063000 4100-ADD-ONE-RUN.
063100     ADD 1 TO WS-SCAN-IDX
063200     SET RUN-IDX TO WS-SCAN-IDX
063300     IF RN-VOIDED (RUN-IDX)
063400         ADD 1 TO WS-VOID-RUNS
063500         GO TO 4100-EXIT
063600     END-IF
063700     ADD 1 TO WS-RUNS-IN-YEAR
063800     ADD RN-HANDLE (RUN-IDX)         TO WS-YTD-HANDLE
063900     ADD RN-PAYOUTS (RUN-IDX)        TO WS-YTD-PAYOUTS
064000     ADD RN-THEO-PAY (RUN-IDX)       TO WS-YTD-THEO-PAY
064100     IF RN-DATE (RUN-IDX) NOT < WS-MONTH-START
064200         ADD RN-HANDLE (RUN-IDX)     TO WS-MTD-HANDLE
064300         ADD RN-PAYOUTS (RUN-IDX)    TO WS-MTD-PAYOUTS
064400         ADD RN-THEO-PAY (RUN-IDX)   TO WS-MTD-THEO-PAY
064500     END-IF.
064600 4100-EXIT.
064700     EXIT.
064800
064900 4500-ROLL-DATE.
065000*    ADVANCE WS-ROLL-DATE BY ONE CALENDAR DAY - THE SAME
065100*    ROLL-FORWARD Program3 USES.
065200     EVALUATE WS-ROLL-MONTH
065300         WHEN 2
065400             PERFORM 4600-DAYS-IN-FEBRUARY THRU 4600-EXIT
065500         WHEN 4
065600         WHEN 6
065700         WHEN 9
065800         WHEN 11
065900             MOVE 30                 TO WS-MONTH-DAYS
066000         WHEN OTHER
066100             MOVE 31                 TO WS-MONTH-DAYS
066200     END-EVALUATE
066300     ADD 1 TO WS-ROLL-DAY
066400     IF WS-ROLL-DAY > WS-MONTH-DAYS
066500         MOVE 1                      TO WS-ROLL-DAY
066600         ADD 1 TO WS-ROLL-MONTH
066700         IF WS-ROLL-MONTH > 12
066800             MOVE 1                  TO WS-ROLL-MONTH
066900             ADD 1 TO WS-ROLL-YEAR
067000         END-IF
067100     END-IF.
067200 4500-EXIT.
067300     EXIT.
067400
067500 4600-DAYS-IN-FEBRUARY.
067600     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
067700         REMAINDER WS-LEAP-REM-4
067800     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
067900         REMAINDER WS-LEAP-REM-100
068000     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
068100         REMAINDER WS-LEAP-REM-400
068200     IF WS-LEAP-REM-4 = 0
068300        AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
068400         MOVE 29                     TO WS-MONTH-DAYS
068500     ELSE
068600         MOVE 28                     TO WS-MONTH-DAYS
068700     END-IF.
068800 4600-EXIT.
068900     EXIT.
069000
069100 5000-COMPUTE-HOLD.
069200*    GGR, HOLD%, THEORETICAL HOLD% AND THE DRIFT BETWEEN THEM FOR
069300*    THE WS-P- FIGURES.  NO HANDLE, NO HOLD.
069400     COMPUTE WS-P-GGR = WS-P-HANDLE - WS-P-PAYOUTS
069500     MOVE 0                          TO WS-P-HOLD
069600     MOVE 0                          TO WS-P-THEO-HOLD
069700     IF WS-P-HANDLE > 0
069800         COMPUTE WS-P-HOLD ROUNDED =
069900             WS-P-GGR * 100 / WS-P-HANDLE
070000         COMPUTE WS-P-THEO-HOLD ROUNDED =
070100             (WS-P-HANDLE - WS-P-THEO-PAY) * 100 / WS-P-HANDLE
070200     END-IF
070300     COMPUTE WS-P-DRIFT = WS-P-HOLD - WS-P-THEO-HOLD
070400     IF WS-P-DRIFT > WS-TOLERANCE
070500        OR WS-P-DRIFT < 0 - WS-TOLERANCE
070600         MOVE "Y"                    TO WS-DRIFT-SW
070700     ELSE
070800         MOVE "N"                    TO WS-DRIFT-SW
070900     END-IF.
071000 5000-EXIT.
071100     EXIT.
071200
071300 5100-PRINT-HOLD-LINE.
071400     MOVE WS-P-HANDLE                TO WS-HANDLE-EDIT
071500     MOVE WS-P-PAYOUTS               TO WS-PAYOUT-EDIT
071600     MOVE WS-P-GGR                   TO WS-GGR-EDIT
071700     MOVE WS-P-HOLD                  TO WS-PCT-EDIT
071800     MOVE WS-P-THEO-HOLD             TO WS-PCT-EDIT2
071900     MOVE SPACES                     TO WS-REPORT-LINE
072000     STRING WS-P-ID                  DELIMITED BY SIZE
072100            " "                      DELIMITED BY SIZE
072200            WS-HANDLE-EDIT           DELIMITED BY SIZE
072300            " "                      DELIMITED BY SIZE
072400            WS-PAYOUT-EDIT           DELIMITED BY SIZE
072500            " "                      DELIMITED BY SIZE
072600            WS-GGR-EDIT              DELIMITED BY SIZE
072700            " "                      DELIMITED BY SIZE
072800            WS-PCT-EDIT              DELIMITED BY SIZE
072900            " "                      DELIMITED BY SIZE
073000            WS-PCT-EDIT2             DELIMITED BY SIZE
073100            " "                      DELIMITED BY SIZE
073200            WS-P-FLAG                DELIMITED BY SIZE
073300         INTO WS-REPORT-LINE
073400     END-STRING
073500     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
073600 5100-EXIT.
073700     EXIT.
073800
073900 5900-WRITE-REPORT-LINE.
074000     MOVE WS-REPORT-LINE             TO REPORT-RECORD
074100     WRITE REPORT-RECORD.
074200 5900-EXIT.
074300     EXIT.
074400
074500 8000-PRINT-SUMMARY.
074600     DISPLAY "--------------------------------------------".
074700     DISPLAY "PROGRAM26 - HOUSE HOLD SUMMARY".
074800     DISPLAY "--------------------------------------------".
074900     DISPLAY "  AS OF ................. " WS-AS-OF-DATE.
075000     DISPLAY "  SETTLTXN RECORDS READ . " WS-STXN-READ.
075100     DISPLAY "  DETAILS IN THE YEAR ... " WS-DETAIL-COUNT.
075200     DISPLAY "    PRICED FROM PAYRATE . " WS-RERATED-COUNT.
075300     DISPLAY "  RUNS IN THE YEAR ...... " WS-RUNS-IN-YEAR.
075400     DISPLAY "  VOIDED RUNS LEFT OUT .. " WS-VOID-RUNS.
075500     DISPLAY "  VOIDS NOT MATCHED ..... " WS-VOID-UNMATCHED.
075600     DISPLAY "  RUNS DRIFTED .......... " WS-RUN-FLAG-COUNT.
075700     DISPLAY "  DAYS DRIFTED .......... " WS-DAY-FLAG-COUNT.
075800     MOVE WS-MTD-HANDLE              TO WS-AMOUNT-EDIT
075900     DISPLAY "  MTD HANDLE ............ " WS-AMOUNT-EDIT.
076000     COMPUTE WS-P-GGR = WS-MTD-HANDLE - WS-MTD-PAYOUTS
076100     MOVE WS-P-GGR                   TO WS-AMOUNT-EDIT
076200     DISPLAY "  MTD GGR ............... " WS-AMOUNT-EDIT.
076300     MOVE WS-MTD-HOLD                TO WS-PCT-EDIT
076400     DISPLAY "  MTD HOLD % ............ " WS-PCT-EDIT.
076500     MOVE WS-YTD-HANDLE              TO WS-AMOUNT-EDIT
076600     DISPLAY "  YTD HANDLE ............ " WS-AMOUNT-EDIT.
076700     COMPUTE WS-P-GGR = WS-YTD-HANDLE - WS-YTD-PAYOUTS
076800     MOVE WS-P-GGR                   TO WS-AMOUNT-EDIT
076900     DISPLAY "  YTD GGR ............... " WS-AMOUNT-EDIT.
077000     MOVE WS-YTD-HOLD                TO WS-PCT-EDIT
077100     DISPLAY "  YTD HOLD % ............ " WS-PCT-EDIT.
077200     DISPLAY "--------------------------------------------".
077300 8000-EXIT.
077400     EXIT.
077500
077600 9000-TERMINATE.
077700     IF SETTLE-PRESENT
077800         CLOSE SETTLE-FILE
077900     END-IF
078000     CLOSE REPORT-FILE.
078100 9000-EXIT.
078200     EXIT.
078300
078400 END PROGRAM Program26.
