001600* ALREADY-UNLOADED BETS ARE SKIPPED AND COUNTED.  THIS STEP
001700* REPLACES THE OLD PRACTICE OF HAND-EDITING THE PENDING-BETS
001800* DATASET IN ISPF, WHICH IS HOW A MISALIGNED RECORD ONCE BLEW UP
001900* A SETTLEMENT.  A COMBINATION BET IS UNLOADED WITH ITS TYPE,
001910* LEG COUNT AND LEG PICKS; A SINGLE GOES OUT AS TYPE S, ONE LEG.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002570*                 IS NOW CHECKED BEFORE THE BET IS MARKED
002580*                 UNLOADED - A BET WHOSE WRITE FAILED STAYS OPEN
002590*                 AND THE STEP ENDS RC=8.
002591* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
002592*                 END OF RUN FOR THE STREAM PROOF (Program27).
002593* 10/15/2026 RA   UNLOAD THE BET TYPE, LEG COUNT AND LEG PICKS
002594*                 OF COMBINATION BETS (PENDBETS GREW FROM 37 TO
002595*                 49 BYTES).  A BET KEYED BEFORE THE TYPE FIELD
002596*                 EXISTED GOES OUT AS A SINGLE.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
004000     SELECT PEND-FILE ASSIGN TO "PENDBETS"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PEND-STATUS.
004225     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
004250         ORGANIZATION IS LINE SEQUENTIAL
004275         FILE STATUS IS WS-BCTL-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
006000     05  PBET-PICK               PIC 9(01).
006100     05  FILLER                  PIC X(01).
006200     05  PBET-AMOUNT             PIC 9(07)V9(02).
006210     05  FILLER                  PIC X(01).
006220     05  PBET-BET-TYPE           PIC X(01).
006230     05  FILLER                  PIC X(01).
006240     05  PBET-LEG-COUNT          PIC 9(02).
006250     05  FILLER                  PIC X(01).
006260     05  PBET-LEG-PICKS          PIC X(06).
006300
006316 FD  BCTL-FILE
006332     LABEL RECORDS ARE STANDARD
006348     RECORDING MODE IS F.
006364     COPY "BCTLREC.cpy".
006380
006400 WORKING-STORAGE SECTION.
006500 01  WS-ONLINE-STATUS             PIC X(02) VALUE "00".
006600     88  ONLINE-OK                          VALUE "00".
007600 01  WS-CANCELLED-COUNT           PIC 9(05) VALUE 0.
007700 01  WS-PRIOR-COUNT               PIC 9(05) VALUE 0.
007710 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
007725 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
007740     88  BCTL-OK                            VALUE "00".
007755     88  BCTL-FILE-NOT-FOUND                VALUE "35".
007770 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP012".
007785 01  WS-UNLOAD-AMOUNT             PIC 9(11)V9(02) VALUE 0.
007800
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
008200     IF NOT INIT-OK
008300         DISPLAY "PROGRAM10 - INITIALIZATION FAILED - RUN ABORTED"
008400         MOVE 16                TO RETURN-CODE
008450         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
008500         GOBACK
008600     END-IF
008700     PERFORM 2000-UNLOAD-BETS THRU 2000-EXIT
009030             WS-WRITE-FAIL-COUNT " - HOLD THE STREAM"
009040         MOVE 8                 TO RETURN-CODE
009050     END-IF
009075     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
009100     GOBACK.
009200
009300 1000-INITIALIZE.
013100     MOVE OBET-BETTOR                TO PBET-BETTOR
013200     MOVE OBET-PICK                  TO PBET-PICK
013300     MOVE OBET-AMOUNT                TO PBET-AMOUNT
013310     IF OBET-COMBINATION
013320         MOVE "C"                    TO PBET-BET-TYPE
013330         MOVE OBET-LEG-COUNT         TO PBET-LEG-COUNT
013340         MOVE OBET-LEG-PICKS         TO PBET-LEG-PICKS
013350     ELSE
013360         MOVE "S"                    TO PBET-BET-TYPE
013370         MOVE 1                      TO PBET-LEG-COUNT
013380         MOVE OBET-PICK              TO PBET-LEG-PICKS
013390     END-IF
013400     WRITE PEND-BET-RECORD
013410*    ONLY A BET THAT ACTUALLY REACHED THE UNLOAD FILE MAY BE
013420*    MARKED UNLOADED - A FROZEN BET THAT WAS NEVER WRITTEN
013480         GO TO 2000-EXIT
013490     END-IF
013500     ADD 1 TO WS-UNLOAD-COUNT
013525     IF PBET-AMOUNT IS NUMERIC
013550         ADD PBET-AMOUNT             TO WS-UNLOAD-AMOUNT
013575     END-IF
013600
013700     MOVE "U"                        TO OBET-STATUS
013800     REWRITE ONLINE-BET-RECORD
016200 9000-EXIT.
016300     EXIT.
016400
016403 8800-WRITE-BATCH-CONTROL.
016406*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
016409*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
016412*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
016415*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
016418     MOVE SPACES                     TO BATCH-CONTROL-RECORD
016421     MOVE "COINTOSS"                 TO BC-JOB-NAME
016424     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
016427     MOVE "Program10"                TO BC-PROGRAM
016430     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
016433     ACCEPT BC-RUN-TIME FROM TIME
016436     MOVE WS-READ-COUNT              TO BC-RECORDS-IN
016439     MOVE WS-UNLOAD-COUNT            TO BC-RECORDS-OUT
016442     MOVE WS-CANCELLED-COUNT         TO BC-RECORDS-OTHER
016445     MOVE WS-UNLOAD-AMOUNT           TO BC-AMOUNT-HASH
016448     MOVE RETURN-CODE                TO BC-RETURN-CODE
016451     OPEN EXTEND BCTL-FILE
016454     IF BCTL-FILE-NOT-FOUND
016457         OPEN OUTPUT BCTL-FILE
016460     END-IF
016463     IF NOT BCTL-OK
016466         DISPLAY "PROGRAM10 - ERROR OPENING BCTL-FILE - "
016469             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
016472         GO TO 8800-EXIT
016475     END-IF
016478     WRITE BATCH-CONTROL-RECORD
016481     CLOSE BCTL-FILE.
016484 8800-EXIT.
016487     EXIT.
016490
016500 END PROGRAM Program10.
