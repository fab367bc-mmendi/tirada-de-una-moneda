002900* DATE       INIT DESCRIPTION
003000* ---------- ---- -----------------------------------------------
003100* 09/03/2026 RA   ORIGINAL PROGRAM.
003133* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
003166*                 END OF RUN FOR THE STREAM PROOF (Program27).
003200*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
005400     SELECT REPORT-FILE ASSIGN TO "GENRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005625     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
005650         ORGANIZATION IS LINE SEQUENTIAL
005675         FILE STATUS IS WS-BCTL-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
007800     RECORDING MODE IS F.
007900 01  REPORT-RECORD                PIC X(80).
008000
008016 FD  BCTL-FILE
008032     LABEL RECORDS ARE STANDARD
008048     RECORDING MODE IS F.
008064     COPY "BCTLREC.cpy".
008080
008100 WORKING-STORAGE SECTION.
008200 01  WS-SCHED-STATUS              PIC X(02) VALUE "00".
008300     88  SCHED-OK                           VALUE "00".
011000 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
011100
011200 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
011216 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
011232     88  BCTL-OK                            VALUE "00".
011248     88  BCTL-FILE-NOT-FOUND                VALUE "35".
011264 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP008".
011280 01  WS-GENERATED-TOSSES          PIC 9(09) VALUE 0.
011300
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011700     IF NOT INIT-OK
011800         DISPLAY "PROGRAM20 - INITIALIZATION FAILED - RUN ABORTED"
011900         MOVE 16                TO RETURN-CODE
011950         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
012000         GOBACK
012100     END-IF
012200     IF NOT NO-SCHEDULE-MASTER
013900             WS-WRITE-FAIL-COUNT " - HOLD THE STREAM"
014000         MOVE 8                 TO RETURN-CODE
014100     END-IF
014150     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
014200     GOBACK.
014300
014400 1000-INITIALIZE.
026700     END-IF
026800
026900     ADD 1 TO WS-GENERATED-COUNT
026950     ADD SCH-TOSS-COUNT TO WS-GENERATED-TOSSES
027000     MOVE SPACES                     TO WS-REPORT-LINE
027100     STRING "GENERATED "             DELIMITED BY SIZE
027200            SCH-RUN-ID               DELIMITED BY SIZE
035300 9000-EXIT.
035400     EXIT.
035500
035503 8800-WRITE-BATCH-CONTROL.
035506*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
035509*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
035512*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
035515*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
035518     MOVE SPACES                     TO BATCH-CONTROL-RECORD
035521     MOVE "COINTOSS"                 TO BC-JOB-NAME
035524     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
035527     MOVE "Program20"                TO BC-PROGRAM
035530     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
035533     ACCEPT BC-RUN-TIME FROM TIME
035536     MOVE WS-EXAMINED-COUNT          TO BC-RECORDS-IN
035539     MOVE WS-GENERATED-COUNT         TO BC-RECORDS-OUT
035542     MOVE WS-REJECT-COUNT            TO BC-RECORDS-OTHER
035545     MOVE WS-GENERATED-TOSSES        TO BC-AMOUNT-HASH
035548     MOVE RETURN-CODE                TO BC-RETURN-CODE
035551     OPEN EXTEND BCTL-FILE
035554     IF BCTL-FILE-NOT-FOUND
035557         OPEN OUTPUT BCTL-FILE
035560     END-IF
035563     IF NOT BCTL-OK
035566         DISPLAY "PROGRAM20 - ERROR OPENING BCTL-FILE - "
035569             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
035572         GO TO 8800-EXIT
035575     END-IF
035578     WRITE BATCH-CONTROL-RECORD
035581     CLOSE BCTL-FILE.
035584 8800-EXIT.
035587     EXIT.
035590
035600 END PROGRAM Program20.
