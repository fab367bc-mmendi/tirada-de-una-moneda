002700* DATE       INIT DESCRIPTION
002800* ---------- ---- -----------------------------------------------
002900* 09/03/2026 RA   ORIGINAL PROGRAM.
002933* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
002966*                 END OF RUN FOR THE STREAM PROOF (Program27).
002980* 10/15/2026 RA   PENDBETS RECORD WIDENED TO 49 BYTES SO A
002990*                 RELEASED COMBINATION BET KEEPS ITS LEGS.
003000*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
004700     SELECT CNTS-FILE ASSIGN TO "RELCNTS"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CNTS-STATUS.
004925     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
004950         ORGANIZATION IS LINE SEQUENTIAL
004975         FILE STATUS IS WS-BCTL-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005700 FD  PEND-FILE
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000 01  PEND-BET-RECORD              PIC X(49).
006100
006200 FD  CNTS-FILE
006300     LABEL RECORDS ARE STANDARD
006700     05  FILLER                  PIC X(01).
006800     05  RC-WRITEOFF             PIC 9(05).
006900
006916 FD  BCTL-FILE
006932     LABEL RECORDS ARE STANDARD
006948     RECORDING MODE IS F.
006964     COPY "BCTLREC.cpy".
006980
007000 WORKING-STORAGE SECTION.
007100 01  WS-REJMAST-STATUS            PIC X(02) VALUE "00".
007200     88  REJMAST-OK                         VALUE "00".
008800 01  WS-WRITEOFF-COUNT            PIC 9(05) VALUE 0.
008900 01  WS-SKIPPED-COUNT             PIC 9(05) VALUE 0.
009000 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
009014 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
009028     88  BCTL-OK                            VALUE "00".
009042     88  BCTL-FILE-NOT-FOUND                VALUE "35".
009056 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP014".
009070 01  WS-RELEASED-AMOUNT           PIC 9(11)V9(02) VALUE 0.
009084 01  WS-RJM-AMOUNT                PIC X(09) VALUE SPACES.
009088 01  WS-RJM-AMOUNT-NUM REDEFINES WS-RJM-AMOUNT
009092                                  PIC 9(07)V9(02).
009100
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009500     IF NOT INIT-OK
009600         DISPLAY "PROGRAM14 - INITIALIZATION FAILED - RUN ABORTED"
009700         MOVE 16                TO RETURN-CODE
009750         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
009800         GOBACK
009900     END-IF
010000     IF NOT NO-REJECT-MASTER
010900             WS-WRITE-FAIL-COUNT " - HOLD THE STREAM"
011000         MOVE 8                 TO RETURN-CODE
011100     END-IF
011150     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
011200     GOBACK.
011300
011400 1000-INITIALIZE.
018300         GO TO 2100-EXIT
018400     END-IF
018500     ADD 1 TO WS-RELEASED-COUNT
018520     MOVE RJM-AMOUNT                 TO WS-RJM-AMOUNT
018540     IF WS-RJM-AMOUNT-NUM IS NUMERIC
018560         ADD WS-RJM-AMOUNT-NUM       TO WS-RELEASED-AMOUNT
018580     END-IF
018600
018700     MOVE "X"                        TO RJM-STATUS
018800     REWRITE REJECT-MASTER-RECORD
023700 9000-EXIT.
023800     EXIT.
023900
023903 8800-WRITE-BATCH-CONTROL.
023906*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
023909*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
023912*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
023915*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
023918     MOVE SPACES                     TO BATCH-CONTROL-RECORD
023921     MOVE "COINTOSS"                 TO BC-JOB-NAME
023924     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
023927     MOVE "Program14"                TO BC-PROGRAM
023930     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
023933     ACCEPT BC-RUN-TIME FROM TIME
023936     MOVE WS-READ-COUNT              TO BC-RECORDS-IN
023939     MOVE WS-RELEASED-COUNT          TO BC-RECORDS-OUT
023942     MOVE WS-WRITEOFF-COUNT          TO BC-RECORDS-OTHER
023945     MOVE WS-RELEASED-AMOUNT         TO BC-AMOUNT-HASH
023948     MOVE RETURN-CODE                TO BC-RETURN-CODE
023951     OPEN EXTEND BCTL-FILE
023954     IF BCTL-FILE-NOT-FOUND
023957         OPEN OUTPUT BCTL-FILE
023960     END-IF
023963     IF NOT BCTL-OK
023966         DISPLAY "PROGRAM14 - ERROR OPENING BCTL-FILE - "
023969             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
023972         GO TO 8800-EXIT
023975     END-IF
023978     WRITE BATCH-CONTROL-RECORD
023981     CLOSE BCTL-FILE.
023984 8800-EXIT.
023987     EXIT.
023990
024000 END PROGRAM Program14.
