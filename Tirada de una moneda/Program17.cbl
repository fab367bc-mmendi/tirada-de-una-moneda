002730*                 MONEY MULTIPLIER, THE SAME RATE PICK AS THE
002740*                 SETTLEMENT PASS, SO THE EXPOSURE REPORT AND
002750*                 THE PAYOUTS IT PREDICTS CANNOT DRIFT APART.
002766* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
002782*                 END OF RUN FOR THE STREAM PROOF (Program27).
002783* 10/15/2026 RA   COMBINATION BETS (BET-TYPE "C", SEE BETREC) ARE
002784*                 LISTED IN THEIR OWN SECTION, ONE LINE PER BET,
002785*                 PRICED AT THE PAYRATE MULTIPLIER FOR THE LEG
002786*                 COUNT AND FLAGGED OVER THE THRESHOLD LIKE A
002787*                 TOSS.  THE RUN AND EVENING TOTALS GAINED A
002788*                 COMBINATION STAKE COLUMN, AND THEIR WORST CASE
002789*                 NOW ASSUMES EVERY COMBINATION COMES IN.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
004300     SELECT REPORT-FILE ASSIGN TO "EXPORPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004525     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WS-BCTL-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
006500     RECORDING MODE IS F.
006600 01  REPORT-RECORD                PIC X(80).
006700
006716 FD  BCTL-FILE
006732     LABEL RECORDS ARE STANDARD
006748     RECORDING MODE IS F.
006764     COPY "BCTLREC.cpy".
006780
006800 WORKING-STORAGE SECTION.
006900 01  WS-BETS-STATUS               PIC X(02) VALUE "00".
007000     88  BETS-OK                            VALUE "00".
008290         10  RT-MULTIPLIER        PIC 9(02)V9(02).
008291         10  RT-CARA-MULT         PIC 9(02)V9(02).
008292         10  RT-CRUZ-MULT         PIC 9(02)V9(02).
008299         10  RT-COMBO-RATES.
008306             15  RT-COMBO-MULT    PIC 9(02)V9(02) OCCURS 5 TIMES.
008313 01  WS-RATE-SCAN-IDX             PIC 9(03) COMP VALUE 0.
008320 01  WS-RATE-EFF-DATE             PIC 9(08) VALUE 0.
008327 01  WS-CARA-RATE                 PIC 9(02)V9(02) VALUE 2,00.
008334 01  WS-CRUZ-RATE                 PIC 9(02)V9(02) VALUE 2,00.
008341*    COMBINATION MULTIPLIERS IN FORCE, ENTRY = LEG COUNT - 1.
008348 01  WS-COMBO-RATES.
008355     05  WS-COMBO-RATE            PIC 9(02)V9(02) OCCURS 5 TIMES
008362                                  VALUE 0.
008369 01  WS-COMBO-SLOTS               PIC 9(02) COMP VALUE 5.
008376 01  WS-COMBO-SLOT                PIC 9(02) COMP VALUE 0.
008383 01  WS-COMBO-APPLIED-RATE        PIC 9(02)V9(02) VALUE 0.
008390
008400 01  WS-TOSS-COUNT                PIC 9(05) COMP VALUE 0.
008500 01  WS-TOSS-MAX                  PIC 9(05) COMP VALUE 50000.
008600 01  WS-TOSS-TABLE.
010200         10  XR-CARA-STAKE        PIC 9(11)V9(02).
010300         10  XR-CRUZ-STAKE        PIC 9(11)V9(02).
010400         10  XR-WORST-CASE        PIC 9(11)V9(02).
010404         10  XR-COMBO-STAKE       PIC 9(11)V9(02).
010408
010412*    ONE ENTRY PER COMBINATION BET - EACH PAYS ON ITS OWN PICKS,
010416*    SO THEY ARE NOT NETTED AGAINST EACH OTHER OR THE TOSSES.
010420 01  WS-COMBO-COUNT               PIC 9(05) COMP VALUE 0.
010424 01  WS-COMBO-MAX                 PIC 9(05) COMP VALUE 10000.
010428 01  WS-COMBO-TABLE.
010432     05  WS-COMBO-ENTRY OCCURS 0 TO 10000 TIMES
010436                        DEPENDING ON WS-COMBO-COUNT
010440                        INDEXED BY COMBO-IDX.
010444         10  XC-RUN-ID            PIC X(08).
010448         10  XC-SEQUENCE          PIC 9(05).
010452         10  XC-LEGS              PIC 9(02).
010456         10  XC-LEG-PICKS         PIC X(06).
010460         10  XC-STAKE             PIC 9(07)V9(02).
010464 01  WS-COMBO-SCAN-IDX            PIC 9(05) COMP VALUE 0.
010468 01  WS-COMBO-OVERFLOW-SW         PIC X(01) VALUE "N".
010472     88  COMBO-TABLE-OVERFLOWED              VALUE "Y".
010476 01  WS-COMBO-PAYOUT              PIC 9(11)V9(02) VALUE 0.
010480 01  WS-EVE-COMBO-STAKE           PIC 9(11)V9(02) VALUE 0.
010500
010600 01  WS-FOUND-IDX                 PIC 9(05) COMP VALUE 0.
010700 01  WS-SCAN-IDX                  PIC 9(05) COMP VALUE 0.
011900 01  WS-AMOUNT-EDIT               PIC ZZZZZZZZZZ9,99.
012000 01  WS-AMOUNT-EDIT2              PIC ZZZZZZZZZZ9,99.
012100 01  WS-AMOUNT-EDIT3              PIC ZZZZZZZZZZ9,99.
012110 01  WS-AMOUNT-EDIT4              PIC ZZZZZZZZZZ9,99.
012200 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
012216 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
012232     88  BCTL-OK                            VALUE "00".
012248     88  BCTL-FILE-NOT-FOUND                VALUE "35".
012264 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP017".
012280 01  WS-STAKE-TOTAL               PIC 9(11)V9(02) VALUE 0.
012300
012400 PROCEDURE DIVISION.
012500 0000-MAINLINE.
012700     IF NOT INIT-OK
012800         DISPLAY "PROGRAM17 - INITIALIZATION FAILED - RUN ABORTED"
012900         MOVE 16                TO RETURN-CODE
012950         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
013000         GOBACK
013100     END-IF
013200     PERFORM 2000-LOAD-BETS THRU 2000-EXIT
013300         UNTIL BETS-EOF
013400     IF TOSS-TABLE-OVERFLOWED OR COMBO-TABLE-OVERFLOWED
013500         DISPLAY "PROGRAM17 - BET TABLE FULL - REPORT "
013600             "ABANDONED - ENLARGE THE TABLE"
013700         PERFORM 9000-TERMINATE THRU 9000-EXIT
013800         MOVE 16                TO RETURN-CODE
013850         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
013900         GOBACK
014000     END-IF
014100     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
014150     PERFORM 3300-PRINT-COMBINATIONS THRU 3300-EXIT
014200     PERFORM 3500-PRINT-RUN-TOTALS THRU 3500-EXIT
014300     PERFORM 3800-PRINT-EVENING-TOTAL THRU 3800-EXIT
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT
014700             WS-FLAG-COUNT " TOSSES"
014800         MOVE 4                 TO RETURN-CODE
014900     END-IF
014950     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
015000     GOBACK.
015100
015200 1000-INITIALIZE.
019476         MOVE PR-MULTIPLIER      TO RT-MULTIPLIER (RATE-IDX)
019478         MOVE PR-CARA-MULT       TO RT-CARA-MULT (RATE-IDX)
019480         MOVE PR-CRUZ-MULT       TO RT-CRUZ-MULT (RATE-IDX)
019481         MOVE 0                  TO WS-COMBO-SLOT
019482         PERFORM 1515-LOAD-ONE-COMBO THRU 1515-EXIT
019483             UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS
019484     ELSE
019485         DISPLAY "PROGRAM17 - RATE TABLE FULL - RECORD SKIPPED"
019486     END-IF.
019488 1510-EXIT.
019490     EXIT.
019491
019492 1515-LOAD-ONE-COMBO.
019493*    A COMBINATION MULTIPLIER THAT IS NOT NUMERIC IS TAKEN AS
019494*    ZERO - THAT LEG COUNT IS NOT OFFERED.
019495     ADD 1 TO WS-COMBO-SLOT
019496     IF PR-COMBO-MULT (WS-COMBO-SLOT) IS NUMERIC
019497         MOVE PR-COMBO-MULT (WS-COMBO-SLOT)
019498             TO RT-COMBO-MULT (RATE-IDX, WS-COMBO-SLOT)
019499     ELSE
019500         MOVE 0 TO RT-COMBO-MULT (RATE-IDX, WS-COMBO-SLOT)
019501     END-IF.
019502 1515-EXIT.
019503     EXIT.
019504
019505 1520-PICK-RATE.
019506     MOVE 0 TO WS-RATE-SCAN-IDX
019507     PERFORM 1530-SCAN-ONE-RATE THRU 1530-EXIT
019508         UNTIL WS-RATE-SCAN-IDX >= WS-RATE-COUNT
019509     IF WS-RATE-EFF-DATE = 0
019510         DISPLAY "PROGRAM17 - NO RATE IN FORCE FOR "
019511             WS-REPORT-DATE " - EVEN MONEY (2,00) ASSUMED"
019512     END-IF.
019513 1520-EXIT.
019514     EXIT.
019515
019516 1530-SCAN-ONE-RATE.
019518     ADD 1 TO WS-RATE-SCAN-IDX
019520     SET RATE-IDX TO WS-RATE-SCAN-IDX
019540         ELSE
019542             MOVE RT-MULTIPLIER (RATE-IDX) TO WS-CRUZ-RATE
019544         END-IF
019545         MOVE RT-COMBO-RATES (RATE-IDX) TO WS-COMBO-RATES
019546     END-IF.
019548 1530-EXIT.
019550     EXIT.
020000     END-READ
020100
020200     ADD 1 TO WS-BET-COUNT
020225     IF BET-AMOUNT IS NUMERIC
020250         ADD BET-AMOUNT              TO WS-STAKE-TOTAL
020275     END-IF
020300
020310*    A COMBINATION IS ITS OWN LIABILITY, NOT A STAKE ON ONE TOSS.
020320     IF BET-COMBINATION
020330         IF WS-COMBO-COUNT < WS-COMBO-MAX
020340             ADD 1 TO WS-COMBO-COUNT
020350             SET COMBO-IDX TO WS-COMBO-COUNT
020360             MOVE BET-RUN-ID     TO XC-RUN-ID (COMBO-IDX)
020370             MOVE BET-SEQUENCE   TO XC-SEQUENCE (COMBO-IDX)
020380             MOVE BET-LEGS       TO XC-LEGS (COMBO-IDX)
020390             MOVE BET-LEG-PICKS  TO XC-LEG-PICKS (COMBO-IDX)
020391             MOVE BET-AMOUNT     TO XC-STAKE (COMBO-IDX)
020392         ELSE
020393             DISPLAY "PROGRAM17 - COMBINATION TABLE FULL - BET "
020394                 "SKIPPED"
020395             MOVE "Y"            TO WS-COMBO-OVERFLOW-SW
020396         END-IF
020397         GO TO 2000-EXIT
020398     END-IF
020399
020400     MOVE 0 TO WS-FOUND-IDX
020500     IF WS-TOSS-COUNT > 0
020600         SET TOSS-IDX TO 1
023900
024000 3000-PRINT-DETAIL.
024100     IF WS-TOSS-COUNT = 0
024110         IF WS-COMBO-COUNT = 0
024200             MOVE "NO EDITED BETS ON FILE - NOTHING AT RISK"
024300                                      TO WS-REPORT-LINE
024400             PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
024410         END-IF
024500         GO TO 3000-EXIT
024600     END-IF
024700     MOVE 0 TO WS-SCAN-IDX
031900             MOVE 0              TO XR-CARA-STAKE (RUN-IDX)
032000             MOVE 0              TO XR-CRUZ-STAKE (RUN-IDX)
032100             MOVE 0              TO XR-WORST-CASE (RUN-IDX)
032110             MOVE 0              TO XR-COMBO-STAKE (RUN-IDX)
032200         ELSE
032300             DISPLAY "PROGRAM17 - RUN TABLE FULL - TOTALS SHORT"
032400             GO TO 3200-EXIT
033500 3200-EXIT.
033600     EXIT.
033700
033701 3300-PRINT-COMBINATIONS.
033702*    EACH COMBINATION PAYS ITS STAKE AT THE MULTIPLIER FOR ITS
033703*    LEG COUNT ONLY IF EVERY LEG COMES IN; THE WORST CASE IS
033704*    THAT IT DOES.  ONE WITH NO TERMS IN FORCE WILL BE REJECTED
033705*    AT SETTLEMENT AND PUTS NOTHING AT RISK.
033706     IF WS-COMBO-COUNT = 0
033707         GO TO 3300-EXIT
033708     END-IF
033709     MOVE SPACES                     TO WS-REPORT-LINE
033710     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
033711     MOVE "COMBINATION BETS (RUN / FIRST SEQNO / LEGS / PICKS)"
033712                                      TO WS-REPORT-LINE
033713     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
033714     MOVE SPACES                     TO WS-REPORT-LINE
033715     MOVE "STAKE PAYS IF ALL WIN"    TO WS-REPORT-LINE (35:21)
033716     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
033717     MOVE 0 TO WS-COMBO-SCAN-IDX
033718     PERFORM 3400-PRINT-ONE-COMBINATION THRU 3400-EXIT
033719         UNTIL WS-COMBO-SCAN-IDX >= WS-COMBO-COUNT.
033720 3300-EXIT.
033721     EXIT.
033722
033723 3400-PRINT-ONE-COMBINATION.
033724     ADD 1 TO WS-COMBO-SCAN-IDX
033725     SET COMBO-IDX TO WS-COMBO-SCAN-IDX
033726     MOVE 0                          TO WS-COMBO-APPLIED-RATE
033727     IF XC-LEGS (COMBO-IDX) > 1
033728        AND XC-LEGS (COMBO-IDX) NOT > WS-COMBO-SLOTS + 1
033729         COMPUTE WS-COMBO-SLOT = XC-LEGS (COMBO-IDX) - 1
033730         MOVE WS-COMBO-RATE (WS-COMBO-SLOT)
033731                                      TO WS-COMBO-APPLIED-RATE
033732     END-IF
033733     COMPUTE WS-COMBO-PAYOUT ROUNDED =
033734         XC-STAKE (COMBO-IDX) * WS-COMBO-APPLIED-RATE
033735     MOVE XC-STAKE (COMBO-IDX)       TO WS-AMOUNT-EDIT
033736     MOVE WS-COMBO-PAYOUT            TO WS-AMOUNT-EDIT2
033737     MOVE SPACES                     TO WS-REPORT-LINE
033738     STRING XC-RUN-ID (COMBO-IDX)    DELIMITED BY SIZE
033739            " "                      DELIMITED BY SIZE
033740            XC-SEQUENCE (COMBO-IDX)  DELIMITED BY SIZE
033741            " "                      DELIMITED BY SIZE
033742            XC-LEGS (COMBO-IDX)      DELIMITED BY SIZE
033743            " "                      DELIMITED BY SIZE
033744            XC-LEG-PICKS (COMBO-IDX) DELIMITED BY SIZE
033745            " "                      DELIMITED BY SIZE
033746            WS-AMOUNT-EDIT           DELIMITED BY SIZE
033747            " "                      DELIMITED BY SIZE
033748            WS-AMOUNT-EDIT2          DELIMITED BY SIZE
033749         INTO WS-REPORT-LINE
033750     END-STRING
033751     IF WS-COMBO-APPLIED-RATE = 0
033752         MOVE " NO TERMS"            TO WS-REPORT-LINE (56:9)
033753     END-IF
033754     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
033755
033756     IF WS-COMBO-PAYOUT > WS-THRESHOLD
033757         ADD 1 TO WS-FLAG-COUNT
033758         MOVE SPACES                 TO WS-REPORT-LINE
033759         STRING "  *** COMBINATION EXPOSURE EXCEEDS THRESHOLD ON "
033760                                      DELIMITED BY SIZE
033761                XC-RUN-ID (COMBO-IDX) DELIMITED BY SIZE
033762                " "                  DELIMITED BY SIZE
033763                XC-SEQUENCE (COMBO-IDX) DELIMITED BY SIZE
033764             INTO WS-REPORT-LINE
033765         END-STRING
033766         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
033767     END-IF
033768
033769     PERFORM 3450-ROLL-COMBO-INTO-RUN THRU 3450-EXIT.
033770 3400-EXIT.
033771     EXIT.
033772
033773 3450-ROLL-COMBO-INTO-RUN.
033774     MOVE 0 TO WS-RUN-SCAN-IDX
033775     IF WS-RUN-COUNT > 0
033776         SET RUN-IDX TO 1
033777         SEARCH WS-RUN-ENTRY
033778             AT END
033779                 MOVE 0 TO WS-RUN-SCAN-IDX
033780             WHEN XR-RUN-ID (RUN-IDX) = XC-RUN-ID (COMBO-IDX)
033781                 SET WS-RUN-SCAN-IDX TO RUN-IDX
033782         END-SEARCH
033783     END-IF
033784     IF WS-RUN-SCAN-IDX = 0
033785         IF WS-RUN-COUNT < WS-RUN-MAX
033786             ADD 1 TO WS-RUN-COUNT
033787             SET RUN-IDX TO WS-RUN-COUNT
033788             SET WS-RUN-SCAN-IDX TO RUN-IDX
033789             MOVE XC-RUN-ID (COMBO-IDX) TO XR-RUN-ID (RUN-IDX)
033790             MOVE 0              TO XR-CARA-STAKE (RUN-IDX)
033791             MOVE 0              TO XR-CRUZ-STAKE (RUN-IDX)
033792             MOVE 0              TO XR-WORST-CASE (RUN-IDX)
033793             MOVE 0              TO XR-COMBO-STAKE (RUN-IDX)
033794         ELSE
033795             DISPLAY "PROGRAM17 - RUN TABLE FULL - TOTALS SHORT"
033796             GO TO 3450-EXIT
033797         END-IF
033798     END-IF
033799     ADD XC-STAKE (COMBO-IDX)
033800         TO XR-COMBO-STAKE (WS-RUN-SCAN-IDX)
033801     ADD WS-COMBO-PAYOUT TO XR-WORST-CASE (WS-RUN-SCAN-IDX)
033802     ADD XC-STAKE (COMBO-IDX) TO WS-EVE-COMBO-STAKE
033803     ADD WS-COMBO-PAYOUT TO WS-EVE-WORST-CASE.
033804 3450-EXIT.
033805     EXIT.
033806
033807 3500-PRINT-RUN-TOTALS.
033900     IF WS-RUN-COUNT = 0
034000         GO TO 3500-EXIT
034100     END-IF
034200     MOVE SPACES                     TO WS-REPORT-LINE
034300     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
034400     MOVE "RUN TOTALS (CARA / CRUZ / COMBINATION STAKE / WORST"
034500                                      TO WS-REPORT-LINE
034510     MOVE " CASE)"                   TO WS-REPORT-LINE (52:6)
034600     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
034700     MOVE 0 TO WS-RUN-SCAN-IDX
034800     PERFORM 3600-PRINT-ONE-RUN THRU 3600-EXIT
035600     MOVE XR-CARA-STAKE (RUN-IDX)    TO WS-AMOUNT-EDIT
035700     MOVE XR-CRUZ-STAKE (RUN-IDX)    TO WS-AMOUNT-EDIT2
035800     MOVE XR-WORST-CASE (RUN-IDX)    TO WS-AMOUNT-EDIT3
035810     MOVE XR-COMBO-STAKE (RUN-IDX)   TO WS-AMOUNT-EDIT4
035900     MOVE SPACES                     TO WS-REPORT-LINE
036000     STRING XR-RUN-ID (RUN-IDX)      DELIMITED BY SIZE
036100            " "                      DELIMITED BY SIZE
036200            WS-AMOUNT-EDIT           DELIMITED BY SIZE
036300            " "                      DELIMITED BY SIZE
036400            WS-AMOUNT-EDIT2          DELIMITED BY SIZE
036410            " "                      DELIMITED BY SIZE
036420            WS-AMOUNT-EDIT4          DELIMITED BY SIZE
036500            " "                      DELIMITED BY SIZE
036600            WS-AMOUNT-EDIT3          DELIMITED BY SIZE
036700         INTO WS-REPORT-LINE
037600     MOVE WS-EVE-CARA-STAKE          TO WS-AMOUNT-EDIT
037700     MOVE WS-EVE-CRUZ-STAKE          TO WS-AMOUNT-EDIT2
037800     MOVE WS-EVE-WORST-CASE          TO WS-AMOUNT-EDIT3
037810     MOVE WS-EVE-COMBO-STAKE         TO WS-AMOUNT-EDIT4
037900     MOVE SPACES                     TO WS-REPORT-LINE
038000     STRING "EVENING  "              DELIMITED BY SIZE
038100            WS-AMOUNT-EDIT           DELIMITED BY SIZE
038200            " "                      DELIMITED BY SIZE
038300            WS-AMOUNT-EDIT2          DELIMITED BY SIZE
038310            " "                      DELIMITED BY SIZE
038320            WS-AMOUNT-EDIT4          DELIMITED BY SIZE
038400            " "                      DELIMITED BY SIZE
038500            WS-AMOUNT-EDIT3          DELIMITED BY SIZE
038600         INTO WS-REPORT-LINE
039300     DISPLAY "  BETS READ ............. " WS-BET-COUNT
039400     DISPLAY "  TOSSES AT RISK ........ " WS-TOSS-COUNT
039500     DISPLAY "  RUNS AT RISK .......... " WS-RUN-COUNT
039550     DISPLAY "  COMBINATION BETS ...... " WS-COMBO-COUNT
039600     DISPLAY "  THRESHOLD FLAGS ....... " WS-FLAG-COUNT
039700     DISPLAY "--------------------------------------------".
039800 3800-EXIT.
041000 9000-EXIT.
041100     EXIT.
041200
041203 8800-WRITE-BATCH-CONTROL.
041206*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
041209*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
041212*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
041215*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
041218     MOVE SPACES                     TO BATCH-CONTROL-RECORD
041221     MOVE "COINTOSS"                 TO BC-JOB-NAME
041224     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
041227     MOVE "Program17"                TO BC-PROGRAM
041230     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
041233     ACCEPT BC-RUN-TIME FROM TIME
041236     MOVE WS-BET-COUNT               TO BC-RECORDS-IN
041239     MOVE WS-BET-COUNT               TO BC-RECORDS-OUT
041242     MOVE WS-FLAG-COUNT              TO BC-RECORDS-OTHER
041245     MOVE WS-STAKE-TOTAL             TO BC-AMOUNT-HASH
041248     MOVE RETURN-CODE                TO BC-RETURN-CODE
041251     OPEN EXTEND BCTL-FILE
041254     IF BCTL-FILE-NOT-FOUND
041257         OPEN OUTPUT BCTL-FILE
041260     END-IF
041263     IF NOT BCTL-OK
041266         DISPLAY "PROGRAM17 - ERROR OPENING BCTL-FILE - "
041269             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
041272         GO TO 8800-EXIT
041275     END-IF
041278     WRITE BATCH-CONTROL-RECORD
041281     CLOSE BCTL-FILE.
041284 8800-EXIT.
041287     EXIT.
041290
041300 END PROGRAM Program17.
