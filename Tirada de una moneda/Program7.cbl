002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -----------------------------------------------
002700* 08/22/2026 RA   ORIGINAL PROGRAM.
002733* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
002766*                 END OF RUN FOR THE STREAM PROOF (Program27).
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
004800     SELECT REPORT-FILE ASSIGN TO "INTGRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REPORT-STATUS.
005025     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
005050         ORGANIZATION IS LINE SEQUENTIAL
005075         FILE STATUS IS WS-BCTL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
008200     RECORDING MODE IS F.
008300 01  REPORT-RECORD                PIC X(80).
008400
008416 FD  BCTL-FILE
008432     LABEL RECORDS ARE STANDARD
008448     RECORDING MODE IS F.
008464     COPY "BCTLREC.cpy".
008480
008500 WORKING-STORAGE SECTION.
008600 01  WS-RESULTS-STATUS            PIC X(02) VALUE "00".
008700     88  RESULTS-OK                         VALUE "00".
014420     88  TABLE-OVERFLOWED                   VALUE "Y".
014500
014600 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
014620 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
014640     88  BCTL-OK                            VALUE "00".
014660     88  BCTL-FILE-NOT-FOUND                VALUE "35".
014680 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP040".
014700
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015100     IF NOT INIT-OK
015200         DISPLAY "PROGRAM7 - INITIALIZATION FAILED - RUN ABORTED"
015300         MOVE 16                TO RETURN-CODE
015350         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
015400         GOBACK
015500     END-IF
015600     PERFORM 2000-LOAD-RESULTS THRU 2000-EXIT
017160             "CHECKED - ENLARGE THE TABLES OR ARCHIVE OLD DATA"
017170         MOVE 8                 TO RETURN-CODE
017180     END-IF
017190     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
017200     GOBACK.
017300
017400 1000-INITIALIZE.
052900 9000-EXIT.
053000     EXIT.
053100
053103 8800-WRITE-BATCH-CONTROL.
053106*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
053109*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
053112*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
053115*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
053118     MOVE SPACES                     TO BATCH-CONTROL-RECORD
053121     MOVE "COINTOSS"                 TO BC-JOB-NAME
053124     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
053127     MOVE "Program7"                 TO BC-PROGRAM
053130     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
053133     ACCEPT BC-RUN-TIME FROM TIME
053136     MOVE WS-TOSS-COUNT              TO BC-RECORDS-IN
053139     MOVE WS-RUN-COUNT               TO BC-RECORDS-OUT
053142     ADD WS-MISSING-COUNT WS-MISMATCH-COUNT WS-DUP-COUNT
053145         GIVING BC-RECORDS-OTHER
053148     MOVE 0                          TO BC-AMOUNT-HASH
053151     MOVE RETURN-CODE                TO BC-RETURN-CODE
053154     OPEN EXTEND BCTL-FILE
053157     IF BCTL-FILE-NOT-FOUND
053160         OPEN OUTPUT BCTL-FILE
053163     END-IF
053166     IF NOT BCTL-OK
053169         DISPLAY "PROGRAM7 - ERROR OPENING BCTL-FILE - "
053172             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
053175         GO TO 8800-EXIT
053178     END-IF
053181     WRITE BATCH-CONTROL-RECORD
053184     CLOSE BCTL-FILE.
053187 8800-EXIT.
053190     EXIT.
053193
053200 END PROGRAM Program7.
