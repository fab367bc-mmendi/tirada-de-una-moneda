002099*                 JOB WHOSE SCHEDULE HAS SINCE CHANGED USED TO
002099*                 SKIP EVERY CARD AND END RC=0 WITH NOTHING
002099*                 DRAWN.
002113* 10/15/2026 RA   A NEW RUN-CONTROL RECORD NOW STARTS LIVE (BLANK
002127*                 RCTL-RUN-STATUS, ZERO RCTL-VOID-DATE) - SEE
002141*                 THE RUN-VOID JOB, Program22.
002155* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
002169*                 END OF RUN FOR THE STREAM PROOF (Program27).
002183*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003299         ACCESS MODE IS RANDOM
003299         RECORD KEY IS RCTL-KEY
003299         FILE STATUS IS WS-RUNCTL-STATUS.
003319     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
003339         ORGANIZATION IS LINE SEQUENTIAL
003359         FILE STATUS IS WS-BCTL-STATUS.
003379
003400 DATA DIVISION.
003500 FILE SECTION.
003510 FD  PARM-FILE
004799 FD  RUNCTL-FILE
004799     LABEL RECORDS ARE STANDARD.
004799     COPY "RUNCTL.cpy".
004811
004823 FD  BCTL-FILE
004835     LABEL RECORDS ARE STANDARD
004847     RECORDING MODE IS F.
004859     COPY "BCTLREC.cpy".
004871
004883 WORKING-STORAGE SECTION.
004900 01  WS-CLOCK                    PIC 9(08).
005200 01  CARA-CRUZ                   PIC 9.
005300 01  TIRADAS                     PIC 9(05)           VALUE 0.
006010     05  WS-LONGEST-LENGTH       PIC 9(05)           VALUE 0.
006020     05  WS-LONGEST-OUTCOME      PIC 9               VALUE 9.
006030     05  WS-LONGEST-TEXT         PIC X(04)           VALUE SPACES.
006040 01  WS-BCTL-STATUS              PIC X(02)           VALUE "00".
006050     88  BCTL-OK                                     VALUE "00".
006060     88  BCTL-FILE-NOT-FOUND                         VALUE "35".
006070 01  WS-BCTL-STEP                PIC X(08) VALUE "STEP010".
006080 01  WS-NIGHT-TOSS-COUNT         PIC 9(09)           VALUE 0.
006090
006100 PROCEDURE DIVISION.
006200
006300 0000-MAINLINE.
006410     IF NOT INIT-OK
006420         DISPLAY "PROGRAM1 - INITIALIZATION FAILED - RUN ABORTED"
006425         MOVE 16                TO RETURN-CODE
006427         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
006430         GOBACK
006440     END-IF
006500     PERFORM 1500-PROCESS-PARM-CARD THRU 1500-EXIT
006630         PERFORM 1600-EXECUTE-RUN THRU 1600-EXIT
006640     END-IF
006700     PERFORM 3000-TERMINATE THRU 3000-EXIT
006750     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
006800     GOBACK.
006900
007000 1000-INITIALIZE.
007934        AND PARM-RUN-ID NOT = WS-CKPT-SAVED-RUN-ID
007935         DISPLAY "PROGRAM1 - RUN " PARM-RUN-ID
007936             " COMPLETED BEFORE RESTART - CARD SKIPPED"
007937         ADD PARM-TOSS-COUNT        TO WS-NIGHT-TOSS-COUNT
007938         GO TO 1500-EXIT
007939     END-IF
007940
007941     MOVE PARM-RUN-ID               TO WS-RUN-ID
007942     MOVE PARM-TOSS-COUNT           TO WS-TOSS-COUNT
007943     MOVE PARM-SEED                 TO WS-RNG-SEED
007944     PERFORM 1600-EXECUTE-RUN THRU 1600-EXIT.
007945 1500-EXIT.
007946     EXIT.
007947
007950 1600-EXECUTE-RUN.
007951*    RESET THE PER-RUN STATE, RESUME FROM THE SAVED CHECKPOINT
007952*    WHEN THIS IS THE RUN THAT ABENDED, DRAW THE TIRADAS AND
007985
007986     PERFORM 2000-TIRAR-MONEDA THRU 2000-EXIT
007987         UNTIL TIRADAS >= WS-TOSS-COUNT
007988     ADD TIRADAS                    TO WS-NIGHT-TOSS-COUNT
007989     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
007990     PERFORM 7100-REFRESH-RUN-CONTROL THRU 7100-EXIT
007991     PERFORM 6500-CLEAR-CHECKPOINT THRU 6500-EXIT.
007992 1600-EXIT.
007993     EXIT.
007994
008000 2000-TIRAR-MONEDA.
008100     PERFORM 5000-GENERATE-RANDOM THRU 5000-EXIT
008200     DIVIDE WS-RNG-SEED BY 2 GIVING WS-RNG-QUOTIENT
010219     MOVE WS-TOSS-COUNT              TO RCTL-TOSS-COUNT
010219     MOVE WS-CARA-COUNT              TO RCTL-CARA-COUNT
010219     MOVE WS-CRUZ-COUNT              TO RCTL-CRUZ-COUNT
010220     MOVE SPACE                      TO RCTL-RUN-STATUS
010221     MOVE 0                          TO RCTL-VOID-DATE
010222     WRITE RUN-CONTROL-RECORD
010223         INVALID KEY
010224             DISPLAY "PROGRAM1 - RUN-CONTROL ALREADY ON FILE - "
010225                 "ORIGINAL SEED KEPT FOR RUN " WS-RUN-ID
010226     END-WRITE.
010227 7000-EXIT.
010228     EXIT.
010229
010230 7100-REFRESH-RUN-CONTROL.
010231*    BRING THE RUN-CONTROL RECORD UP TO DATE AT RUN COMPLETION -
010232*    TALLIES AND TOSS COUNT ONLY; THE RECORDED SEED IS NEVER
010233*    TOUCHED, SO A RESTARTED RUN KEEPS THE SEED IT STARTED FROM.
010234     MOVE WS-RCTL-RUN-DATE           TO RCTL-RUN-DATE
010235     MOVE WS-RUN-ID                  TO RCTL-RUN-ID
010236     READ RUNCTL-FILE
010237     IF NOT RUNCTL-OK
010238         DISPLAY "PROGRAM1 - RUN-CONTROL REFRESH FAILED - "
010239             WS-RUNCTL-STATUS
010240         GO TO 7100-EXIT
010241     END-IF
010242     MOVE TIRADAS                    TO RCTL-TOSS-COUNT
010243     MOVE WS-CARA-COUNT              TO RCTL-CARA-COUNT
010244     MOVE WS-CRUZ-COUNT              TO RCTL-CRUZ-COUNT
010245     REWRITE RUN-CONTROL-RECORD.
010246 7100-EXIT.
010247     EXIT.
010248
010249 4000-PRINT-SUMMARY.
010250     IF TIRADAS = 0
010251         GO TO 4000-EXIT
010252     END-IF
010260
010270     COMPUTE WS-CARA-PCT ROUNDED = (WS-CARA-COUNT / TIRADAS) * 100
010280     COMPUTE WS-CRUZ-PCT ROUNDED = (WS-CRUZ-COUNT / TIRADAS) * 100
010540 3000-EXIT.
010550     EXIT.
010800
010803 8800-WRITE-BATCH-CONTROL.
010806*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
010809*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
010812*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
010815*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
010818     MOVE SPACES                     TO BATCH-CONTROL-RECORD
010821     MOVE "COINTOSS"                 TO BC-JOB-NAME
010824     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
010827     MOVE "Program1"                 TO BC-PROGRAM
010830     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
010833     ACCEPT BC-RUN-TIME FROM TIME
010836     MOVE WS-PARM-COUNT              TO BC-RECORDS-IN
010839     MOVE WS-NIGHT-TOSS-COUNT        TO BC-RECORDS-OUT
010842     MOVE 0                          TO BC-RECORDS-OTHER
010845     MOVE 0                          TO BC-AMOUNT-HASH
010848     MOVE RETURN-CODE                TO BC-RETURN-CODE
010851     OPEN EXTEND BCTL-FILE
010854     IF BCTL-FILE-NOT-FOUND
010857         OPEN OUTPUT BCTL-FILE
010860     END-IF
010863     IF NOT BCTL-OK
010866         DISPLAY "PROGRAM1 - ERROR OPENING BCTL-FILE - "
010869             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
010872         GO TO 8800-EXIT
010875     END-IF
010878     WRITE BATCH-CONTROL-RECORD
010881     CLOSE BCTL-FILE.
010884 8800-EXIT.
010887     EXIT.
010890
010900 END PROGRAM Program1.
