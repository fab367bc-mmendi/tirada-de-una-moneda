002570*                 THE ROLLED DATE FOR THE REST OF THE RUN.  A
002580*                 LEGITIMATE LATE-NIGHT OR RESUMED RUN NO LONGER
002590*                 RAISES A FALSE TAMPER ALARM.
002591* 10/15/2026 RA   A RUN VOIDED BY THE RUN-VOID JOB (Program22,
002592*                 RCTL-RUN-VOID) IS NO LONGER REPLAYED - IT IS
002593*                 LISTED AS VOID ON THE REPORT AND COUNTED
002594*                 SEPARATELY, AND CANNOT MAKE THE JOB END RC=8.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
009100     05  WS-RUNS-VERIFIED         PIC 9(05) VALUE 0.
009200     05  WS-RUNS-CLEAN            PIC 9(05) VALUE 0.
009300     05  WS-RUNS-DIRTY            PIC 9(05) VALUE 0.
009350     05  WS-RUNS-VOID             PIC 9(05) VALUE 0.
009400     05  WS-TOTAL-DIVERGED        PIC 9(07) VALUE 0.
009500     05  WS-TOTAL-MISSING         PIC 9(07) VALUE 0.
009600
014900             GO TO 2000-EXIT
015000     END-READ
015100
015110*    A VOIDED DRAW WAS DECLARED INVALID AND BACKED OUT - IT IS
015115*    NOT EVIDENCE FOR OR AGAINST THE COIN, SO IT IS NOT REPLAYED.
015120     IF RCTL-RUN-VOID
015125         ADD 1 TO WS-RUNS-VOID
015130         MOVE SPACES                 TO WS-REPORT-LINE
015135         STRING "RUN "               DELIMITED BY SIZE
015140                RCTL-RUN-DATE        DELIMITED BY SIZE
015145                " "                  DELIMITED BY SIZE
015150                RCTL-RUN-ID          DELIMITED BY SIZE
015155                " VOIDED "           DELIMITED BY SIZE
015160                RCTL-VOID-DATE       DELIMITED BY SIZE
015165                " - NOT REPLAYED"    DELIMITED BY SIZE
015170             INTO WS-REPORT-LINE
015175         END-STRING
015180         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
015185         GO TO 2000-EXIT
015190     END-IF
015195
015200     ADD 1 TO WS-RUNS-VERIFIED
015300     MOVE "Y"                        TO WS-RUN-CLEAN-SW
015350     MOVE RCTL-RUN-DATE              TO WS-VERIFY-DATE
029100     DISPLAY "  RUNS VERIFIED ......... " WS-RUNS-VERIFIED.
029200     DISPLAY "  RUNS CLEAN ............ " WS-RUNS-CLEAN.
029300     DISPLAY "  RUNS NOT REPLAYING .... " WS-RUNS-DIRTY.
029350     DISPLAY "  VOID RUNS SKIPPED ..... " WS-RUNS-VOID.
029400     DISPLAY "  TOSSES DIVERGED ....... " WS-TOTAL-DIVERGED.
029500     DISPLAY "  TOSSES MISSING ........ " WS-TOTAL-MISSING.
029600     DISPLAY "--------------------------------------------".
