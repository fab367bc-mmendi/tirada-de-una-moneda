000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program28.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* DIARIO POR CUENTA - KEYED COPY OF THE POSTING JOURNAL
000900*----------------------------------------------------------------
001000* THE COIA ACCOUNT INQUIRY (Program29) SHOWS A BETTOR'S MOST
001100* RECENT BALANCE MOVEMENTS, BUT POSTJRNL IS A FLAT FILE THAT
001200* Program2, Program23 AND Program22 ONLY EVER APPEND TO.  THIS
001300* STEP COPIES EVERY JOURNAL RECORD INTO THE INDEXED FILE JRNLKEY
001400* (SEE JKEYREC.cpy), KEYED BY ACCOUNT AND BY THE RECORD'S
001500* POSITION IN THE JOURNAL COUNTED DOWN FROM 99999999, SO THE
001600* SCREEN READS ONE ACCOUNT NEWEST FIRST WITHOUT SCANNING THE
001700* WHOLE JOURNAL.
001800*
001900* A RECORD'S POSITION NEVER CHANGES ONCE WRITTEN, SO EACH NIGHT
002000* THE WHOLE JOURNAL IS OFFERED AGAIN: A KEY ALREADY ON JRNLKEY
002100* IS COUNTED AS ALREADY KEYED AND LEFT ALONE, AND ONLY THE
002200* MOVEMENTS POSTED SINCE THE LAST RUN ARE ADDED.  A RERUN IS
002300* THEREFORE HARMLESS.  ANY OTHER WRITE FAILURE ENDS THE STEP
002400* RC=8 - THE SCREEN WOULD BE MISSING MOVEMENTS.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*----------------------------------------------------------------
002800* DATE       INIT DESCRIPTION
002900* ---------- ---- -----------------------------------------------
003000* 10/15/2026 RA   ORIGINAL PROGRAM.
003100*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JOURNAL-STATUS.
004300     SELECT JRNLKEY-FILE ASSIGN TO "JRNLKEY"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS JK-KEY
004700         FILE STATUS IS WS-JRNLKEY-STATUS.
004800     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BCTL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  JOURNAL-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700     COPY "PJRNREC.cpy".
005800
005900 FD  JRNLKEY-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY "JKEYREC.cpy".
006200
006300 FD  BCTL-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600     COPY "BCTLREC.cpy".
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-JOURNAL-STATUS            PIC X(02) VALUE "00".
007000     88  JOURNAL-OK                         VALUE "00".
007100     88  JOURNAL-EOF                        VALUE "10".
007200     88  JOURNAL-NOT-FOUND                  VALUE "35".
007300 01  WS-JRNLKEY-STATUS            PIC X(02) VALUE "00".
007400     88  JRNLKEY-OK                         VALUE "00".
007500     88  JRNLKEY-DUPLICATE                  VALUE "22".
007600     88  JRNLKEY-NOT-FOUND                  VALUE "35".
007700 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
007800     88  BCTL-OK                            VALUE "00".
007900     88  BCTL-FILE-NOT-FOUND                VALUE "35".
008000 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP055".
008100
008200 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
008300     88  INIT-OK                            VALUE "Y".
008400 01  WS-JOURNAL-SW                PIC X(01) VALUE "Y".
008500     88  JOURNAL-PRESENT                    VALUE "Y".
008600 01  WS-STOP-SW                   PIC X(01) VALUE "N".
008700     88  STOP-LOADING                       VALUE "Y".
008800
008900*    THE KEY COUNTS DOWN FROM HERE, ONE PER JOURNAL RECORD.
009000 01  WS-SERIAL-CEILING            PIC 9(08) VALUE 99999999.
009100 01  WS-JOURNAL-SERIAL            PIC 9(08) VALUE 0.
009200
009300 01  WS-READ-COUNT                PIC 9(09) VALUE 0.
009400 01  WS-KEYED-COUNT               PIC 9(09) VALUE 0.
009500 01  WS-ALREADY-COUNT             PIC 9(09) VALUE 0.
009600 01  WS-ERROR-COUNT               PIC 9(09) VALUE 0.
009700 01  WS-KEYED-AMOUNT              PIC 9(11)V9(02) VALUE 0.
009800
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010200     IF NOT INIT-OK
010300         DISPLAY "PROGRAM28 - INITIALIZATION FAILED - RUN ABORTED"
010400         MOVE 16                TO RETURN-CODE
010500         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
010600         GOBACK
010700     END-IF
010800     IF JOURNAL-PRESENT
010900         PERFORM 2000-KEY-ONE-MOVEMENT THRU 2000-EXIT
011000             UNTIL JOURNAL-EOF OR STOP-LOADING
011100     END-IF
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT
011300     IF WS-ERROR-COUNT > 0 OR STOP-LOADING
011400         MOVE 8                 TO RETURN-CODE
011500     END-IF
011600     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
011700     GOBACK.
011800
011900 1000-INITIALIZE.
012000     OPEN INPUT JOURNAL-FILE
012100     IF JOURNAL-NOT-FOUND
012200         DISPLAY "PROGRAM28 - NO POSTING JOURNAL YET - NOTHING "
012300             "TO KEY"
012400         MOVE "N"                    TO WS-JOURNAL-SW
012500     ELSE
012600         IF NOT JOURNAL-OK
012700             DISPLAY "PROGRAM28 - ERROR OPENING JOURNAL-FILE - "
012800                 WS-JOURNAL-STATUS
012900             MOVE "N"                TO WS-INIT-STATUS
013000             GO TO 1000-EXIT
013100         END-IF
013200     END-IF
013300
013400     OPEN I-O JRNLKEY-FILE
013500     IF JRNLKEY-NOT-FOUND
013600*        FIRST EVER RUN AGAINST A FRESHLY DEFINED CLUSTER - CREATE
013700*        THE CLUSTER CONTENTS, THEN REOPEN I-O, AS Program1 DOES
013800*        FOR RUNCTL.
013900         OPEN OUTPUT JRNLKEY-FILE
014000         CLOSE JRNLKEY-FILE
014100         OPEN I-O JRNLKEY-FILE
014200     END-IF
014300     IF NOT JRNLKEY-OK
014400         DISPLAY "PROGRAM28 - ERROR OPENING JRNLKEY-FILE - "
014500             WS-JRNLKEY-STATUS
014600         MOVE "N"                    TO WS-INIT-STATUS
014700         GO TO 1000-EXIT
014800     END-IF.
014900 1000-EXIT.
015000     EXIT.
015100
015200 2000-KEY-ONE-MOVEMENT.
015300     READ JOURNAL-FILE
015400         AT END
015500             GO TO 2000-EXIT
015600     END-READ
015700     ADD 1 TO WS-READ-COUNT
015800     IF WS-JOURNAL-SERIAL >= WS-SERIAL-CEILING
015900         DISPLAY "PROGRAM28 - JOURNAL LONGER THAN THE KEY "
016000             "ALLOWS - STOPPED AT RECORD " WS-READ-COUNT
016100         MOVE "Y"                    TO WS-STOP-SW
016200         GO TO 2000-EXIT
016300     END-IF
016400     ADD 1 TO WS-JOURNAL-SERIAL
016500
016600     MOVE PJ-ACCOUNT-ID              TO JK-ACCOUNT-ID
016700     SUBTRACT WS-JOURNAL-SERIAL FROM WS-SERIAL-CEILING
016800         GIVING JK-REVERSE-SERIAL
016900     MOVE POSTING-JOURNAL-RECORD     TO JK-JOURNAL-DATA
017000     WRITE KEYED-JOURNAL-RECORD
017100         INVALID KEY
017200             CONTINUE
017300     END-WRITE
017400     IF JRNLKEY-DUPLICATE
017500         ADD 1 TO WS-ALREADY-COUNT
017600         GO TO 2000-EXIT
017700     END-IF
017800     IF NOT JRNLKEY-OK
017900         DISPLAY "PROGRAM28 - WRITE FAILED - STATUS "
018000             WS-JRNLKEY-STATUS " - JOURNAL RECORD "
018100             WS-JOURNAL-SERIAL " ACCOUNT " PJ-ACCOUNT-ID
018200         ADD 1 TO WS-ERROR-COUNT
018300         GO TO 2000-EXIT
018400     END-IF
018500     ADD 1 TO WS-KEYED-COUNT
018600     IF PJ-AMOUNT IS NUMERIC
018700         ADD PJ-AMOUNT TO WS-KEYED-AMOUNT
018800     END-IF.
018900 2000-EXIT.
019000     EXIT.
019100
019200 8800-WRITE-BATCH-CONTROL.
019300*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
019400*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
019500*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
019600*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
019700     MOVE SPACES                     TO BATCH-CONTROL-RECORD
019800     MOVE "COINTOSS"                 TO BC-JOB-NAME
019900     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
020000     MOVE "Program28"                TO BC-PROGRAM
020100     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
020200     ACCEPT BC-RUN-TIME FROM TIME
020300     MOVE WS-READ-COUNT              TO BC-RECORDS-IN
020400     MOVE WS-KEYED-COUNT             TO BC-RECORDS-OUT
020500     MOVE WS-ALREADY-COUNT           TO BC-RECORDS-OTHER
020600     MOVE WS-KEYED-AMOUNT            TO BC-AMOUNT-HASH
020700     MOVE RETURN-CODE                TO BC-RETURN-CODE
020800     OPEN EXTEND BCTL-FILE
020900     IF BCTL-FILE-NOT-FOUND
021000         OPEN OUTPUT BCTL-FILE
021100     END-IF
021200     IF NOT BCTL-OK
021300         DISPLAY "PROGRAM28 - ERROR OPENING BCTL-FILE - "
021400             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
021500         GO TO 8800-EXIT
021600     END-IF
021700     WRITE BATCH-CONTROL-RECORD
021800     CLOSE BCTL-FILE.
021900 8800-EXIT.
022000     EXIT.
022100
022200 9000-TERMINATE.
022300     IF JOURNAL-PRESENT
022400         CLOSE JOURNAL-FILE
022500     END-IF
022600     CLOSE JRNLKEY-FILE
022700
022800     DISPLAY "--------------------------------------------".
022900     DISPLAY "PROGRAM28 - KEYED JOURNAL SUMMARY".
023000     DISPLAY "--------------------------------------------".
023100     DISPLAY "  JOURNAL RECORDS READ .. " WS-READ-COUNT.
023200     DISPLAY "  NEWLY KEYED ........... " WS-KEYED-COUNT.
023300     DISPLAY "  ALREADY KEYED ......... " WS-ALREADY-COUNT.
023400     DISPLAY "  WRITE FAILURES ........ " WS-ERROR-COUNT.
023500     DISPLAY "--------------------------------------------".
023600 9000-EXIT.
023700     EXIT.
023800
023900 END PROGRAM Program28.
