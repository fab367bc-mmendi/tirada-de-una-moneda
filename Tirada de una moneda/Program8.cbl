003100* DATE       INIT DESCRIPTION
003200* ---------- ---- -----------------------------------------------
003300* 08/22/2026 RA   ORIGINAL PROGRAM.
003310* 10/15/2026 RA   TOSSES OF A RUN VOIDED BY THE RUN-VOID JOB
003320*                 (Program22) ARE LEFT OUT OF THE RUNS TEST AND
003330*                 THE STREAK DISTRIBUTION - THE VOID RUNS ARE
003340*                 LOADED FROM RUNCTL AT INITIALIZE AND THE
003350*                 EXCLUDED TOSSES ARE COUNTED ON THE SUMMARY.
003360* 10/15/2026 RA   THE DAY-AFTER MATCH FOR A VOID RUN THAT DREW
003361*                 PAST MIDNIGHT NOW APPLIES ONLY WHEN RUNCTL HAS
003362*                 NO RUN OF THE SAME ID THAT NEXT NIGHT - RUN-IDS
003363*                 ARE REUSED, AND THE NEXT NIGHT'S LIVE RUN WAS
003364*                 BEING LEFT OUT WITH IT.
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
004800     SELECT REPORT-FILE ASSIGN TO "PATTRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REPORT-STATUS.
005010     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS SEQUENTIAL
005040         RECORD KEY IS RCTL-KEY
005050         FILE STATUS IS WS-RUNCTL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005900     LABEL RECORDS ARE STANDARD
006000     RECORDING MODE IS F.
006100 01  REPORT-RECORD                PIC X(80).
006110
006120 FD  RUNCTL-FILE
006130     LABEL RECORDS ARE STANDARD.
006140     COPY "RUNCTL.cpy".
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-HISTORY-STATUS            PIC X(02) VALUE "00".
006600     88  HISTORY-EOF                         VALUE "10".
006700 01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
006800     88  REPORT-OK                          VALUE "00".
006810 01  WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
006820     88  RUNCTL-OK                          VALUE "00".
006830     88  RUNCTL-EOF                          VALUE "10".
006840     88  RUNCTL-NOT-FOUND                    VALUE "35".
006900
007000 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
007100     88  INIT-OK                            VALUE "Y".
007200 01  WS-FIRST-RECORD-SW           PIC X(01) VALUE "Y".
007300     88  FIRST-RECORD                        VALUE "Y".
007305 01  WS-VOID-SW                   PIC X(01) VALUE "N".
007308     88  VOID-RUN-TOSS                       VALUE "Y".
007311 01  WS-VOID-TOSS-COUNT           PIC 9(07) VALUE 0.
007314 01  WS-VOID-COUNT                PIC 9(04) COMP VALUE 0.
007317 01  WS-VOID-MAX                  PIC 9(04) COMP VALUE 500.
007320 01  WS-VOID-TABLE.
007323     05  WS-VOID-ENTRY OCCURS 0 TO 500 TIMES
007326                       DEPENDING ON WS-VOID-COUNT
007329                       INDEXED BY VOID-IDX.
007332         10  VR-RUN-ID            PIC X(08).
007335         10  VR-RUN-DATE          PIC 9(08).
007338         10  VR-NEXT-DATE         PIC 9(08).
007341
007344 01  WS-ROLL-DATE.
007347     05  WS-ROLL-YEAR             PIC 9(04).
007350     05  WS-ROLL-MONTH            PIC 9(02).
007353     05  WS-ROLL-DAY              PIC 9(02).
007356 01  WS-MONTH-DAYS                PIC 9(02) VALUE 0.
007359 01  WS-LEAP-FIELDS.
007362     05  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE 0.
007365     05  WS-LEAP-REM-4            PIC 9(01) COMP VALUE 0.
007368     05  WS-LEAP-REM-100          PIC 9(02) COMP VALUE 0.
007371     05  WS-LEAP-REM-400          PIC 9(03) COMP VALUE 0.
007400
007500 01  WS-CURRENT-MONTH             PIC 9(06) VALUE 0.
007600 01  WS-RECORD-MONTH              PIC 9(06) VALUE 0.
014200             WS-REPORT-STATUS
014300         MOVE "N"                    TO WS-INIT-STATUS
014400         GO TO 1000-EXIT
014500     END-IF
014510
014520     PERFORM 1500-LOAD-VOID-RUNS THRU 1500-EXIT.
014600 1000-EXIT.
014700     EXIT.
014800
014801 1500-LOAD-VOID-RUNS.
014802*    RUNS VOIDED BY THE RUN-VOID JOB (Program22) ARE LEFT OUT.
014803*    HISTFILE STAMPS EACH TOSS WITH THE DATE IT WAS DRAWN, SO A
014804*    RUN THAT KEPT DRAWING PAST MIDNIGHT HAS TOSSES UNDER ITS RUN
014805*    DATE AND THE DAY AFTER - BOTH DATES ARE HELD FOR THE MATCH,
014806*    THE SAME ROLL-FORWARD Program11 USES.  RUN-IDS ARE USED
014807*    AGAIN EVERY NIGHT, SO THE DAY AFTER ONLY COUNTS WHEN RUNCTL
014808*    HAS NO RUN OF THAT ID ON THAT DATE - OTHERWISE THOSE TOSSES
014809*    ARE THAT NIGHT'S OWN RUN.  RUNCTL READS IN DATE ORDER, SO
014810*    THE NEXT NIGHT'S RECORD ALWAYS COMES AFTER THE VOID RUN'S.
014811     OPEN INPUT RUNCTL-FILE
014812     IF RUNCTL-NOT-FOUND
014813         DISPLAY "PROGRAM8 - NO RUNCTL FILE - "
014814             "NO VOID RUNS EXCLUDED"
014815         GO TO 1500-EXIT
014816     END-IF
014817     IF NOT RUNCTL-OK
014818         DISPLAY "PROGRAM8 - ERROR OPENING RUNCTL-FILE - "
014819             WS-RUNCTL-STATUS
014820         MOVE "N"                    TO WS-INIT-STATUS
014821         GO TO 1500-EXIT
014822     END-IF
014823     PERFORM 1510-LOAD-ONE-VOID THRU 1510-EXIT
014824         UNTIL RUNCTL-EOF OR NOT INIT-OK
014825     CLOSE RUNCTL-FILE.
014826 1500-EXIT.
014827     EXIT.
014828
014829 1510-LOAD-ONE-VOID.
014830     READ RUNCTL-FILE NEXT RECORD
014831         AT END
014832             GO TO 1510-EXIT
014833     END-READ
014834     PERFORM 1520-CHECK-NEXT-NIGHT THRU 1520-EXIT
014835     IF NOT RCTL-RUN-VOID
014836         GO TO 1510-EXIT
014837     END-IF
014838*    A PARTIAL TABLE WOULD QUIETLY LET VOID TOSSES BACK INTO THE
014839*    STATISTICS - DO NOT REPORT AGAINST IT.
014840     IF WS-VOID-COUNT NOT < WS-VOID-MAX
014841         DISPLAY "PROGRAM8 - VOID RUN TABLE FULL - RUN ABANDONED"
014842         MOVE "N"                    TO WS-INIT-STATUS
014843         GO TO 1510-EXIT
014844     END-IF
014845     ADD 1 TO WS-VOID-COUNT
014846     SET VOID-IDX TO WS-VOID-COUNT
014847     MOVE RCTL-RUN-ID                TO VR-RUN-ID (VOID-IDX)
014848     MOVE RCTL-RUN-DATE              TO VR-RUN-DATE (VOID-IDX)
014849     MOVE RCTL-RUN-DATE              TO WS-ROLL-DATE
014850     PERFORM 4000-ROLL-DATE THRU 4000-EXIT
014851     MOVE WS-ROLL-DATE               TO VR-NEXT-DATE (VOID-IDX).
014852 1510-EXIT.
014853     EXIT.
014854
014855 1520-CHECK-NEXT-NIGHT.
014856*    A RUN OF THE SAME ID ON THE NIGHT AFTER A VOID RUN MEANS THE
014857*    VOID RUN'S TOSSES NEVER ROLLED INTO THAT DATE - DROP ITS
014858*    DAY-AFTER MATCH SO THE LIVE RUN IS KEPT.
014859     IF WS-VOID-COUNT = 0
014860         GO TO 1520-EXIT
014861     END-IF
014862     SET VOID-IDX TO 1
014863     SEARCH WS-VOID-ENTRY
014864         AT END
014865             CONTINUE
014866         WHEN VR-RUN-ID (VOID-IDX) = RCTL-RUN-ID
014867          AND VR-NEXT-DATE (VOID-IDX) = RCTL-RUN-DATE
014868             MOVE 0                  TO VR-NEXT-DATE (VOID-IDX)
014869     END-SEARCH.
014870 1520-EXIT.
014871     EXIT.
014900 2000-PROCESS-HISTORY.
015000     READ HISTORY-FILE NEXT RECORD
015100         AT END
015200             GO TO 2000-EXIT
015300     END-READ
015400
015410     PERFORM 2100-CHECK-VOID-RUN THRU 2100-EXIT
015420     IF VOID-RUN-TOSS
015430         ADD 1 TO WS-VOID-TOSS-COUNT
015440         GO TO 2000-EXIT
015450     END-IF
015460
015500     MOVE HIST-RUN-DATE (1:6)        TO WS-RECORD-MONTH
015600
015700     IF FIRST-RECORD
019400 2000-EXIT.
019500     EXIT.
019600
019601 2100-CHECK-VOID-RUN.
019602     MOVE "N"                        TO WS-VOID-SW
019603     IF WS-VOID-COUNT = 0
019604         GO TO 2100-EXIT
019605     END-IF
019606     SET VOID-IDX TO 1
019607     SEARCH WS-VOID-ENTRY
019608         AT END
019609             CONTINUE
019610         WHEN VR-RUN-ID (VOID-IDX) = HIST-RUN-ID
019611          AND (VR-RUN-DATE (VOID-IDX) = HIST-RUN-DATE
019612            OR VR-NEXT-DATE (VOID-IDX) = HIST-RUN-DATE)
019613             MOVE "Y"                TO WS-VOID-SW
019614     END-SEARCH.
019615 2100-EXIT.
019616     EXIT.
019620 4000-ROLL-DATE.
019621*    ADVANCE WS-ROLL-DATE BY ONE CALENDAR DAY, CARRYING MONTH AND
019622*    YEAR.
019623     EVALUATE WS-ROLL-MONTH
019624         WHEN 2
019625             PERFORM 4100-DAYS-IN-FEBRUARY THRU 4100-EXIT
019626         WHEN 4
019627         WHEN 6
019628         WHEN 9
019629         WHEN 11
019630             MOVE 30                 TO WS-MONTH-DAYS
019631         WHEN OTHER
019632             MOVE 31                 TO WS-MONTH-DAYS
019633     END-EVALUATE
019634     ADD 1 TO WS-ROLL-DAY
019635     IF WS-ROLL-DAY > WS-MONTH-DAYS
019636         MOVE 1                      TO WS-ROLL-DAY
019637         ADD 1 TO WS-ROLL-MONTH
019638         IF WS-ROLL-MONTH > 12
019639             MOVE 1                  TO WS-ROLL-MONTH
019640             ADD 1 TO WS-ROLL-YEAR
019641         END-IF
019642     END-IF.
019643 4000-EXIT.
019644     EXIT.
019645
019646 4100-DAYS-IN-FEBRUARY.
019647     DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
019648         REMAINDER WS-LEAP-REM-4
019649     DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
019650         REMAINDER WS-LEAP-REM-100
019651     DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
019652         REMAINDER WS-LEAP-REM-400
019653     IF WS-LEAP-REM-4 = 0
019654        AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
019655         MOVE 29                     TO WS-MONTH-DAYS
019656     ELSE
019657         MOVE 28                     TO WS-MONTH-DAYS
019658     END-IF.
019659 4100-EXIT.
019660     EXIT.
019700 5000-CLOSE-STREAK.
019800*    BANK THE STREAK THAT JUST ENDED INTO THE LENGTH
019900*    DISTRIBUTION; LENGTHS OF TEN OR MORE SHARE THE LAST BUCKET.
033100     DISPLAY "--------------------------------------------"
033200     DISPLAY "  SEQUENCES TESTED ...... " WS-GROUPS-TESTED
033300     DISPLAY "  SEQUENCES FLAGGED ..... " WS-GROUPS-FLAGGED
033350     DISPLAY "  VOID-RUN TOSSES LEFT OUT " WS-VOID-TOSS-COUNT
033400     DISPLAY "--------------------------------------------".
033500 6000-EXIT.
033600     EXIT.
