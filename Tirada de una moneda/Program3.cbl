002550* 08/09/2026 RA   SET RETURN-CODE TO 16 ON A FAILED INITIALIZE SO
002560*                 THE JCL'S COND= STEP-BYPASS LOGIC ACTUALLY
002570*                 TRIPS (WAS LEFT AT 0).
002580* 10/15/2026 RA   TOSSES OF A RUN VOIDED BY THE RUN-VOID JOB
002581*                 (Program22) ARE LEFT OUT OF THE MONTHLY
002582*                 CHI-SQUARE - THE VOID RUNS ARE LOADED FROM
002583*                 RUNCTL AT INITIALIZE AND THE EXCLUDED TOSSES
002584*                 ARE COUNTED ON THE SUMMARY.
002589* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
002594*                 END OF RUN FOR THE STREAM PROOF (Program27).
002595* 10/15/2026 RA   THE DAY-AFTER MATCH FOR A VOID RUN THAT DREW
002596*                 PAST MIDNIGHT NOW APPLIES ONLY WHEN RUNCTL HAS
002597*                 NO RUN OF THE SAME ID THAT NEXT NIGHT - RUN-IDS
002598*                 ARE REUSED, AND THE NEXT NIGHT'S LIVE RUN WAS
002599*                 BEING LEFT OUT WITH IT.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
004000     SELECT RECON-FILE ASSIGN TO "RECONRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RECON-STATUS.
004210     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS SEQUENTIAL
004240         RECORD KEY IS RCTL-KEY
004250         FILE STATUS IS WS-RUNCTL-STATUS.
004262     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
004274         ORGANIZATION IS LINE SEQUENTIAL
004286         FILE STATUS IS WS-BCTL-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  RECON-RECORD                 PIC X(80).
005310
005320 FD  RUNCTL-FILE
005330     LABEL RECORDS ARE STANDARD.
005340     COPY "RUNCTL.cpy".
005400
005416 FD  BCTL-FILE
005432     LABEL RECORDS ARE STANDARD
005448     RECORDING MODE IS F.
005464     COPY "BCTLREC.cpy".
005480
005500 WORKING-STORAGE SECTION.
005600 01  WS-HISTORY-STATUS            PIC X(02) VALUE "00".
005700     88  HISTORY-OK                         VALUE "00".
005800     88  HISTORY-EOF                         VALUE "10".
005900 01  WS-RECON-STATUS              PIC X(02) VALUE "00".
006000     88  RECON-OK                           VALUE "00".
006010 01  WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
006020     88  RUNCTL-OK                          VALUE "00".
006030     88  RUNCTL-EOF                          VALUE "10".
006040     88  RUNCTL-NOT-FOUND                    VALUE "35".
006100
006110 01  WS-INIT-STATUS               PIC X(01)          VALUE "Y".
006120     88  INIT-OK                                      VALUE "Y".
006300 01  WS-RECORD-MONTH              PIC 9(06) VALUE 0.
006400 01  WS-FIRST-RECORD-SW           PIC X(01) VALUE "Y".
006500     88  FIRST-RECORD                        VALUE "Y".
006504 01  WS-VOID-SW                   PIC X(01) VALUE "N".
006508     88  VOID-RUN-TOSS                       VALUE "Y".
006512 01  WS-VOID-TOSS-COUNT           PIC 9(07) VALUE 0.
006516 01  WS-VOID-COUNT                PIC 9(04) COMP VALUE 0.
006520 01  WS-VOID-MAX                  PIC 9(04) COMP VALUE 500.
006524 01  WS-VOID-TABLE.
006528     05  WS-VOID-ENTRY OCCURS 0 TO 500 TIMES
006532                       DEPENDING ON WS-VOID-COUNT
006536                       INDEXED BY VOID-IDX.
006540         10  VR-RUN-ID            PIC X(08).
006544         10  VR-RUN-DATE          PIC 9(08).
006548         10  VR-NEXT-DATE         PIC 9(08).
006552
006556 01  WS-ROLL-DATE.
006560     05  WS-ROLL-YEAR             PIC 9(04).
006564     05  WS-ROLL-MONTH            PIC 9(02).
006568     05  WS-ROLL-DAY              PIC 9(02).
006572 01  WS-MONTH-DAYS                PIC 9(02) VALUE 0.
006576 01  WS-LEAP-FIELDS.
006580     05  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE 0.
006584     05  WS-LEAP-REM-4            PIC 9(01) COMP VALUE 0.
006588     05  WS-LEAP-REM-100          PIC 9(02) COMP VALUE 0.
006592     05  WS-LEAP-REM-400          PIC 9(03) COMP VALUE 0.
006600
006700 01  WS-MONTH-CARA-COUNT          PIC 9(07) VALUE 0.
006800 01  WS-MONTH-CRUZ-COUNT          PIC 9(07) VALUE 0.
008000 01  WS-FAIRNESS-TEXT             PIC X(07) VALUE SPACES.
008100
008200 01  WS-RECON-LINE                PIC X(80) VALUE SPACES.
008220 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
008240     88  BCTL-OK                            VALUE "00".
008260     88  BCTL-FILE-NOT-FOUND                VALUE "35".
008280 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP030".
008300
008400 PROCEDURE DIVISION.
008500 0000-MAINLINE.
008610     IF NOT INIT-OK
008620         DISPLAY "PROGRAM3 - INITIALIZATION FAILED - RUN ABORTED"
008625         MOVE 16                TO RETURN-CODE
008627         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
008630         GOBACK
008640     END-IF
008700     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
009100     END-IF
009200     PERFORM 6000-PRINT-GRAND-TOTAL THRU 6000-EXIT
009300     PERFORM 9000-TERMINATE THRU 9000-EXIT
009350     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
009400     GOBACK.
009500
009600 1000-INITIALIZE.
010700             WS-RECON-STATUS
010750         MOVE "N"                    TO WS-INIT-STATUS
010800         GO TO 1000-EXIT
010900     END-IF
010910
010920     PERFORM 1500-LOAD-VOID-RUNS THRU 1500-EXIT.
011000 1000-EXIT.
011100     EXIT.
011200
011201 1500-LOAD-VOID-RUNS.
011202*    RUNS VOIDED BY THE RUN-VOID JOB (Program22) ARE LEFT OUT.
011203*    HISTFILE STAMPS EACH TOSS WITH THE DATE IT WAS DRAWN, SO A
011204*    RUN THAT KEPT DRAWING PAST MIDNIGHT HAS TOSSES UNDER ITS RUN
011205*    DATE AND THE DAY AFTER - BOTH DATES ARE HELD FOR THE MATCH,
011206*    THE SAME ROLL-FORWARD Program11 USES.  RUN-IDS ARE USED
011207*    AGAIN EVERY NIGHT, SO THE DAY AFTER ONLY COUNTS WHEN RUNCTL
011208*    HAS NO RUN OF THAT ID ON THAT DATE - OTHERWISE THOSE TOSSES
011209*    ARE THAT NIGHT'S OWN RUN.  RUNCTL READS IN DATE ORDER, SO
011210*    THE NEXT NIGHT'S RECORD ALWAYS COMES AFTER THE VOID RUN'S.
011211     OPEN INPUT RUNCTL-FILE
011212     IF RUNCTL-NOT-FOUND
011213         DISPLAY "PROGRAM3 - NO RUNCTL FILE - "
011214             "NO VOID RUNS EXCLUDED"
011215         GO TO 1500-EXIT
011216     END-IF
011217     IF NOT RUNCTL-OK
011218         DISPLAY "PROGRAM3 - ERROR OPENING RUNCTL-FILE - "
011219             WS-RUNCTL-STATUS
011220         MOVE "N"                    TO WS-INIT-STATUS
011221         GO TO 1500-EXIT
011222     END-IF
011223     PERFORM 1510-LOAD-ONE-VOID THRU 1510-EXIT
011224         UNTIL RUNCTL-EOF OR NOT INIT-OK
011225     CLOSE RUNCTL-FILE.
011226 1500-EXIT.
011227     EXIT.
011228
011229 1510-LOAD-ONE-VOID.
011230     READ RUNCTL-FILE NEXT RECORD
011231         AT END
011232             GO TO 1510-EXIT
011233     END-READ
011234     PERFORM 1520-CHECK-NEXT-NIGHT THRU 1520-EXIT
011235     IF NOT RCTL-RUN-VOID
011236         GO TO 1510-EXIT
011237     END-IF
011238*    A PARTIAL TABLE WOULD QUIETLY LET VOID TOSSES BACK INTO THE
011239*    STATISTICS - DO NOT REPORT AGAINST IT.
011240     IF WS-VOID-COUNT NOT < WS-VOID-MAX
011241         DISPLAY "PROGRAM3 - VOID RUN TABLE FULL - RUN ABANDONED"
011242         MOVE "N"                    TO WS-INIT-STATUS
011243         GO TO 1510-EXIT
011244     END-IF
011245     ADD 1 TO WS-VOID-COUNT
011246     SET VOID-IDX TO WS-VOID-COUNT
011247     MOVE RCTL-RUN-ID                TO VR-RUN-ID (VOID-IDX)
011248     MOVE RCTL-RUN-DATE              TO VR-RUN-DATE (VOID-IDX)
011249     MOVE RCTL-RUN-DATE              TO WS-ROLL-DATE
011250     PERFORM 4000-ROLL-DATE THRU 4000-EXIT
011251     MOVE WS-ROLL-DATE               TO VR-NEXT-DATE (VOID-IDX).
011252 1510-EXIT.
011253     EXIT.
011254
011255 1520-CHECK-NEXT-NIGHT.
011256*    A RUN OF THE SAME ID ON THE NIGHT AFTER A VOID RUN MEANS THE
011257*    VOID RUN'S TOSSES NEVER ROLLED INTO THAT DATE - DROP ITS
011258*    DAY-AFTER MATCH SO THE LIVE RUN IS KEPT.
011259     IF WS-VOID-COUNT = 0
011260         GO TO 1520-EXIT
011261     END-IF
011262     SET VOID-IDX TO 1
011263     SEARCH WS-VOID-ENTRY
011264         AT END
011265             CONTINUE
011266         WHEN VR-RUN-ID (VOID-IDX) = RCTL-RUN-ID
011267          AND VR-NEXT-DATE (VOID-IDX) = RCTL-RUN-DATE
011268             MOVE 0                  TO VR-NEXT-DATE (VOID-IDX)
011269     END-SEARCH.
011270 1520-EXIT.
011271     EXIT.
011280
011300 2000-PROCESS-HISTORY.
011400     READ HISTORY-FILE NEXT RECORD
011500         AT END
011600             GO TO 2000-EXIT
011700     END-READ
011800
011810     PERFORM 2100-CHECK-VOID-RUN THRU 2100-EXIT
011820     IF VOID-RUN-TOSS
011830         ADD 1 TO WS-VOID-TOSS-COUNT
011840         GO TO 2000-EXIT
011850     END-IF
011860
011900     MOVE HIST-RUN-DATE (1:6)       TO WS-RECORD-MONTH
012000
012100     IF FIRST-RECORD
013800 2000-EXIT.
013900     EXIT.
014000
014001 2100-CHECK-VOID-RUN.
014002     MOVE "N"                        TO WS-VOID-SW
014003     IF WS-VOID-COUNT = 0
014004         GO TO 2100-EXIT
014005     END-IF
014006     SET VOID-IDX TO 1
014007     SEARCH WS-VOID-ENTRY
014008         AT END
014009             CONTINUE
014010         WHEN VR-RUN-ID (VOID-IDX) = HIST-RUN-ID
014011          AND (VR-RUN-DATE (VOID-IDX) = HIST-RUN-DATE
014012            OR VR-NEXT-DATE (VOID-IDX) = HIST-RUN-DATE)
014013             MOVE "Y"                TO WS-VOID-SW
014014     END-SEARCH.
014015 2100-EXIT.
014016     EXIT.
014018
014020 4000-ROLL-DATE.
014021*    ADVANCE WS-ROLL-DATE BY ONE CALENDAR DAY, CARRYING MONTH AND
014022*    YEAR.
014023     EVALUATE WS-ROLL-MONTH
014024         WHEN 2
014025             PERFORM 4100-DAYS-IN-FEBRUARY THRU 4100-EXIT
014026         WHEN 4
014027         WHEN 6
014028         WHEN 9
014029         WHEN 11
014030             MOVE 30                 TO WS-MONTH-DAYS
014031         WHEN OTHER
014032             MOVE 31                 TO WS-MONTH-DAYS
014033     END-EVALUATE
014034     ADD 1 TO WS-ROLL-DAY
014035     IF WS-ROLL-DAY > WS-MONTH-DAYS
014036         MOVE 1                      TO WS-ROLL-DAY
014037         ADD 1 TO WS-ROLL-MONTH
014038         IF WS-ROLL-MONTH > 12
014039             MOVE 1                  TO WS-ROLL-MONTH
014040             ADD 1 TO WS-ROLL-YEAR
014041         END-IF
014042     END-IF.
014043 4000-EXIT.
014044     EXIT.
014045
014046 4100-DAYS-IN-FEBRUARY.
014047     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
014048         REMAINDER WS-LEAP-REM-4
014049     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
014050         REMAINDER WS-LEAP-REM-100
014051     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
014052         REMAINDER WS-LEAP-REM-400
014053     IF WS-LEAP-REM-4 = 0
014054        AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
014055         MOVE 29                     TO WS-MONTH-DAYS
014056     ELSE
014057         MOVE 28                     TO WS-MONTH-DAYS
014058     END-IF.
014059 4100-EXIT.
014060     EXIT.
014100 5000-MONTH-BREAK.
014200     COMPUTE WS-MONTH-TOTAL-COUNT =
014300         WS-MONTH-CARA-COUNT + WS-MONTH-CRUZ-COUNT
019100     DISPLAY "  MONTHS SUSPECT ........ " WS-MONTHS-SUSPECT.
019200     DISPLAY "  GRAND CARA COUNT ...... " WS-GRAND-CARA-COUNT.
019300     DISPLAY "  GRAND CRUZ COUNT ...... " WS-GRAND-CRUZ-COUNT.
019350     DISPLAY "  VOID-RUN TOSSES LEFT OUT " WS-VOID-TOSS-COUNT.
019400     DISPLAY "--------------------------------------------".
019500 6000-EXIT.
019600     EXIT.
020100 9000-EXIT.
020200     EXIT.
020300
020303 8800-WRITE-BATCH-CONTROL.
020306*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
020309*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
020312*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
020315*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
020318     MOVE SPACES                     TO BATCH-CONTROL-RECORD
020321     MOVE "COINTOSS"                 TO BC-JOB-NAME
020324     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
020327     MOVE "Program3"                 TO BC-PROGRAM
020330     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
020333     ACCEPT BC-RUN-TIME FROM TIME
020336     ADD WS-GRAND-CARA-COUNT WS-GRAND-CRUZ-COUNT
020339         GIVING BC-RECORDS-IN
020342     MOVE WS-MONTHS-TESTED           TO BC-RECORDS-OUT
020345     MOVE WS-MONTHS-SUSPECT          TO BC-RECORDS-OTHER
020348     MOVE 0                          TO BC-AMOUNT-HASH
020351     MOVE RETURN-CODE                TO BC-RETURN-CODE
020354     OPEN EXTEND BCTL-FILE
020357     IF BCTL-FILE-NOT-FOUND
020360         OPEN OUTPUT BCTL-FILE
020363     END-IF
020366     IF NOT BCTL-OK
020369         DISPLAY "PROGRAM3 - ERROR OPENING BCTL-FILE - "
020372             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
020375         GO TO 8800-EXIT
020378     END-IF
020381     WRITE BATCH-CONTROL-RECORD
020384     CLOSE BCTL-FILE.
020387 8800-EXIT.
020390     EXIT.
020393
020400 END PROGRAM Program3.
