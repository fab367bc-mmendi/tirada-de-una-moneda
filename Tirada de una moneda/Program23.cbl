000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program23.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MOVIMIENTOS DE CAJA - CASHIER DEPOSIT AND WITHDRAWAL POSTING
000900*----------------------------------------------------------------
001000* BM-BALANCE USED TO MOVE ONLY WHEN Program2 SETTLED A BET, AND
001100* Program16 DELIBERATELY REFUSES TO MAINTAIN IT, SO CASH A
001200* BETTOR BROUGHT TO THE WINDOW OR COLLECTED FROM IT WAS NEVER
001300* RECORDED AND THE Program12 STATEMENT DID NOT MATCH WHAT THE
001400* BETTOR HELD.  THIS PROGRAM POSTS THE DAY'S CASHIER SLIPS
001500* (CASHSLIP), ONE PER CARD: D = DEPOSIT, W = WITHDRAWAL.  A SLIP
001600* IS REJECTED WHEN
001700*   - THE TYPE IS NOT D OR W, THE AMOUNT IS NOT NUMERIC OR IS
001800*     ZERO, OR THE SLIP NUMBER OR CASHIER ID IS MISSING
001900*   - THE SLIP NUMBER HAS ALREADY BEEN POSTED (EARLIER ON THIS
002000*     FILE OR ON ANY EARLIER NIGHT - EVERY SLIP NUMBER POSTED IS
002100*     KEPT ON THE INDEXED FILE SLIPKEY, SEE SKEYREC.cpy, AND
002110*     LOOKED UP BY KEY.  THE FIRST RUN AGAINST A FRESHLY DEFINED
002120*     CLUSTER LOADS IT FROM THE SLIPS ALREADY ON POSTJRNL)
002200*   - THE ACCOUNT IS NOT ON BETMAST OR IS NOT ACTIVE
002300*   - A WITHDRAWAL WOULD TAKE THE BALANCE BELOW ZERO (THE
002400*     CREDIT LIMIT IS FOR BETTING, NOT FOR CASH OUT)
002410*   - THE CASHIER IS NEW TO THE RUN AND THE CASHIER TOTALS
002420*     TABLE IS ALREADY FULL
002500* AN ACCEPTED SLIP MOVES BM-BALANCE AND IS APPENDED TO POSTJRNL
002600* WITH MOVEMENT TYPE D OR W AND THE SLIP NUMBER IN PLACE OF THE
002700* RUN-ID (SEE PJRNREC.cpy), SO THE STATEMENT SHOWS IT AS A
002800* DEPOSIT OR A WITHDRAWAL.  EVERY SLIP GOES ON THE CONTROL
002900* REPORT (CASHRPT), REJECTS WITH THEIR REASON, AND THE REPORT
003000* ENDS WITH A TOTAL PER CASHIER TO BALANCE AGAINST THE TILL.
003100* REJECTS END THE STEP RC=4; A FAILED MASTER OR JOURNAL WRITE
003200* ENDS IT RC=8.  A SLIP GOES ON SLIPKEY BEFORE ITS BALANCE
003210* MOVES, SO A RERUN NEVER POSTS IT AGAIN.
003300*----------------------------------------------------------------
003400* MODIFICATION HISTORY
003500*----------------------------------------------------------------
003600* DATE       INIT DESCRIPTION
003700* ---------- ---- -----------------------------------------------
003800* 10/15/2026 RA   ORIGINAL PROGRAM.
003809* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
003818*                 END OF RUN FOR THE STREAM PROOF (Program27).
003827* 10/15/2026 RA   A SLIP WHOSE CASHIER FINDS THE CASHIER TABLE
003836*                 FULL IS NOW REJECTED INSTEAD OF POSTED WITH NO
003845*                 TOTALS LINE.
003854* 10/15/2026 RA   THE DUPLICATE-SLIP CHECK IS A KEYED READ OF
003863*                 SLIPKEY INSTEAD OF A TABLE OF EVERY SLIP ON
003872*                 THE JOURNAL, WHICH FILLED UP AND STOPPED THE
003881*                 STEP FOR GOOD.  THE SLIP IS KEYED BEFORE THE
003890*                 MASTER IS REWRITTEN.
003900*----------------------------------------------------------------
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SPECIAL-NAMES.
004400     DECIMAL-POINT IS COMMA.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SLIP-FILE ASSIGN TO "CASHSLIP"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SLIP-STATUS.
005100     SELECT BETTOR-FILE ASSIGN TO "BETMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS BM-ACCOUNT-ID
005500         FILE STATUS IS WS-BETTOR-STATUS.
005600     SELECT POST-FILE ASSIGN TO "POSTJRNL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-POST-STATUS.
005900     SELECT REPORT-FILE ASSIGN TO "CASHRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-REPORT-STATUS.
006125     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
006150         ORGANIZATION IS LINE SEQUENTIAL
006175         FILE STATUS IS WS-BCTL-STATUS.
006180     SELECT SLIPKEY-FILE ASSIGN TO "SLIPKEY"
006185         ORGANIZATION IS INDEXED
006190         ACCESS MODE IS RANDOM
006192         RECORD KEY IS SK-SLIP-NUMBER
006195         FILE STATUS IS WS-SLIPKEY-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SLIP-FILE
006600     LABEL RECORDS ARE OMITTED
006700     RECORDING MODE IS F.
006800 01  CASH-SLIP-RECORD.
006900     05  CS-ACCOUNT-ID           PIC X(10).
007000     05  FILLER                  PIC X(01).
007100     05  CS-TYPE                 PIC X(01).
007200         88  CS-DEPOSIT          VALUE "D".
007300         88  CS-WITHDRAWAL       VALUE "W".
007400     05  FILLER                  PIC X(01).
007500     05  CS-AMOUNT               PIC X(09).
007600     05  CS-AMOUNT-NUM REDEFINES CS-AMOUNT
007700                                 PIC 9(07)V9(02).
007800     05  FILLER                  PIC X(01).
007900     05  CS-SLIP-NUMBER          PIC X(08).
008000     05  FILLER                  PIC X(01).
008100     05  CS-CASHIER-ID           PIC X(06).
008200
008300 FD  BETTOR-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY "BETMREC.cpy".
008600
008700 FD  POST-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000     COPY "PJRNREC.cpy".
009100
009200 FD  REPORT-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  REPORT-RECORD                PIC X(80).
009600
009616 FD  BCTL-FILE
009632     LABEL RECORDS ARE STANDARD
009648     RECORDING MODE IS F.
009664     COPY "BCTLREC.cpy".
009680
009684 FD  SLIPKEY-FILE
009688     LABEL RECORDS ARE STANDARD.
009692     COPY "SKEYREC.cpy".
009696
009700 WORKING-STORAGE SECTION.
009800 01  WS-SLIP-STATUS               PIC X(02) VALUE "00".
009900     88  SLIP-OK                            VALUE "00".
010000     88  SLIP-EOF                           VALUE "10".
010100 01  WS-BETTOR-STATUS             PIC X(02) VALUE "00".
010200     88  BETTOR-OK                          VALUE "00".
010300 01  WS-POST-STATUS               PIC X(02) VALUE "00".
010400     88  POST-OK                            VALUE "00".
010500     88  POST-EOF                           VALUE "10".
010600     88  POST-FILE-NOT-FOUND                VALUE "35".
010700 01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
010800     88  REPORT-OK                          VALUE "00".
010810 01  WS-SLIPKEY-STATUS            PIC X(02) VALUE "00".
010820     88  SLIPKEY-OK                         VALUE "00".
010830     88  SLIPKEY-DUPLICATE                  VALUE "22".
010840     88  SLIPKEY-NOT-ON-FILE                VALUE "23".
010850     88  SLIPKEY-NOT-FOUND                  VALUE "35".
010900
011000 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
011100     88  INIT-OK                            VALUE "Y".
011200 01  WS-ACCOUNT-SW                PIC X(01) VALUE "Y".
011300     88  ACCOUNT-FOUND                      VALUE "Y".
011400 01  WS-DUP-SW                    PIC X(01) VALUE "N".
011500     88  DUPLICATE-SLIP                     VALUE "Y".
011510     88  SLIP-CHECK-FAILED                  VALUE "E".
011520 01  WS-SLIPKEY-NEW-SW            PIC X(01) VALUE "N".
011530     88  SLIPKEY-NEW                        VALUE "Y".
011600
011700 01  WS-RUN-DATE                  PIC 9(08) VALUE 0.
011800 01  WS-REJECT-TEXT               PIC X(35) VALUE SPACES.
011900 01  WS-JRNL-POST-SEQ             PIC 9(07) VALUE 0.
012000 01  WS-NEW-BALANCE               PIC S9(09)V9(02) VALUE 0.
012100
013000 01  WS-CASHIER-COUNT             PIC 9(03) COMP VALUE 0.
013100 01  WS-CASHIER-MAX               PIC 9(03) COMP VALUE 200.
013200 01  WS-CASHIER-TABLE.
013300     05  WS-CASHIER-ENTRY OCCURS 0 TO 200 TIMES
013400                          DEPENDING ON WS-CASHIER-COUNT
013500                          INDEXED BY CASHIER-IDX.
013600         10  CT-CASHIER-ID        PIC X(06).
013700         10  CT-DEP-COUNT         PIC 9(05).
013800         10  CT-DEP-AMOUNT        PIC 9(09)V9(02).
013900         10  CT-WDL-COUNT         PIC 9(05).
014000         10  CT-WDL-AMOUNT        PIC 9(09)V9(02).
014100         10  CT-REJ-COUNT         PIC 9(05).
014200 01  WS-CASHIER-FOUND-IDX         PIC 9(03) COMP VALUE 0.
014300 01  WS-SCAN-IDX                  PIC 9(03) COMP VALUE 0.
014400
014500 01  WS-SLIP-COUNT                PIC 9(05) VALUE 0.
014600 01  WS-ACCEPT-COUNT              PIC 9(05) VALUE 0.
014700 01  WS-REJECT-COUNT              PIC 9(05) VALUE 0.
014800 01  WS-DEP-COUNT                 PIC 9(05) VALUE 0.
014900 01  WS-WDL-COUNT                 PIC 9(05) VALUE 0.
015000 01  WS-DEP-TOTAL                 PIC 9(09)V9(02) VALUE 0.
015100 01  WS-WDL-TOTAL                 PIC 9(09)V9(02) VALUE 0.
015200 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
015300 01  WS-JOURNAL-SLIPS             PIC 9(07) VALUE 0.
015400
015500 01  WS-AMOUNT-EDIT               PIC ZZZZZZ9,99.
015600 01  WS-BALANCE-EDIT              PIC -ZZZZZZZZ9,99.
015700 01  WS-TOTAL-EDIT                PIC ZZZZZZZZ9,99.
015800 01  WS-TOTAL-EDIT2               PIC ZZZZZZZZ9,99.
015900 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
015920 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
015940     88  BCTL-OK                            VALUE "00".
015960     88  BCTL-FILE-NOT-FOUND                VALUE "35".
015980 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP009".
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016400     IF NOT INIT-OK
016500         DISPLAY "PROGRAM23 - INITIALIZATION FAILED - RUN ABORTED"
016600         MOVE 16                TO RETURN-CODE
016650         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
016700         GOBACK
016800     END-IF
016900     PERFORM 2000-PROCESS-SLIP THRU 2000-EXIT
017000         UNTIL SLIP-EOF OR NOT INIT-OK
017100     IF NOT INIT-OK
017200         PERFORM 9000-TERMINATE THRU 9000-EXIT
017300         MOVE 16                TO RETURN-CODE
017350         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
017400         GOBACK
017500     END-IF
017600     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT
017800     IF WS-REJECT-COUNT > 0
017900         MOVE 4                 TO RETURN-CODE
018000     END-IF
018100     IF WS-WRITE-FAIL-COUNT > 0
018200         DISPLAY "PROGRAM23 - MASTER/JOURNAL WRITES FAILED - "
018300             WS-WRITE-FAIL-COUNT " - CHECK THE JOURNAL"
018400         MOVE 8                 TO RETURN-CODE
018500     END-IF
018550     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
018600     GOBACK.
018700
018800 1000-INITIALIZE.
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019000
019100     PERFORM 1400-OPEN-SLIPKEY THRU 1400-EXIT
019200     IF NOT INIT-OK
019300         GO TO 1000-EXIT
019400     END-IF
019500
019600     OPEN INPUT SLIP-FILE
019700     IF NOT SLIP-OK
019800         DISPLAY "PROGRAM23 - ERROR OPENING SLIP-FILE - "
019900             WS-SLIP-STATUS
020000         MOVE "N"                    TO WS-INIT-STATUS
020100         GO TO 1000-EXIT
020200     END-IF
020300
020400     OPEN I-O BETTOR-FILE
020500     IF NOT BETTOR-OK
020600         DISPLAY "PROGRAM23 - ERROR OPENING BETTOR-FILE - "
020700             WS-BETTOR-STATUS
020800         MOVE "N"                    TO WS-INIT-STATUS
020900         GO TO 1000-EXIT
021000     END-IF
021100
021200     OPEN EXTEND POST-FILE
021300     IF POST-FILE-NOT-FOUND
021400         OPEN OUTPUT POST-FILE
021500     END-IF
021600     IF NOT POST-OK
021700         DISPLAY "PROGRAM23 - ERROR OPENING POST-FILE - "
021800             WS-POST-STATUS
021900         MOVE "N"                    TO WS-INIT-STATUS
022000         GO TO 1000-EXIT
022100     END-IF
022200
022300     OPEN OUTPUT REPORT-FILE
022400     IF NOT REPORT-OK
022500         DISPLAY "PROGRAM23 - ERROR OPENING REPORT-FILE - "
022600             WS-REPORT-STATUS
022700         MOVE "N"                    TO WS-INIT-STATUS
022800         GO TO 1000-EXIT
022900     END-IF
023000
023100     MOVE SPACES                     TO WS-REPORT-LINE
023200     STRING "CASHIER DEPOSITS AND WITHDRAWALS - RUN "
023300                                      DELIMITED BY SIZE
023400            WS-RUN-DATE              DELIMITED BY SIZE
023500         INTO WS-REPORT-LINE
023600     END-STRING
023700     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
023800 1000-EXIT.
023900     EXIT.
024000
024010 1400-OPEN-SLIPKEY.
024020*    A SLIP NUMBER IS NEVER POSTED TWICE, WHATEVER NIGHT IT COMES
024030*    BACK ON - SLIPKEY HOLDS EVERY SLIP NUMBER EVER POSTED.
024040     MOVE "N"                        TO WS-SLIPKEY-NEW-SW
024050     OPEN I-O SLIPKEY-FILE
024060     IF SLIPKEY-NOT-FOUND
024070*        FIRST EVER RUN AGAINST A FRESHLY DEFINED CLUSTER - CREATE
024080*        THE CLUSTER CONTENTS, THEN REOPEN I-O, AS Program28 DOES
024090*        FOR JRNLKEY, AND LOAD THE SLIPS ALREADY JOURNALED.
024100         MOVE "Y"                    TO WS-SLIPKEY-NEW-SW
024110         OPEN OUTPUT SLIPKEY-FILE
024120         CLOSE SLIPKEY-FILE
024130         OPEN I-O SLIPKEY-FILE
024140     END-IF
024150     IF NOT SLIPKEY-OK
024160         DISPLAY "PROGRAM23 - ERROR OPENING SLIPKEY-FILE - "
024170             WS-SLIPKEY-STATUS
024180         MOVE "N"                    TO WS-INIT-STATUS
024190         GO TO 1400-EXIT
024200     END-IF
024210     IF SLIPKEY-NEW
024220         PERFORM 1500-LOAD-POSTED-SLIPS THRU 1500-EXIT
024230     END-IF.
024240 1400-EXIT.
024250     EXIT.
024260
024300 1500-LOAD-POSTED-SLIPS.
024400*    EVERY DEPOSIT AND WITHDRAWAL ALREADY JOURNALED IS KEYED ONTO
024410*    THE NEW SLIPKEY.  THE JOURNAL IS READ AND CLOSED BEFORE IT
024420*    IS REOPENED FOR TONIGHT'S POSTINGS.  A LOAD THAT FAILS
024430*    PART-WAY LEAVES THE CLUSTER HALF LOADED - IT MUST BE DELETED
024440*    AND REDEFINED BEFORE THE RERUN, OR THE REST IS NEVER KEYED.
024600     OPEN INPUT POST-FILE
024700     IF POST-FILE-NOT-FOUND
024800         DISPLAY "PROGRAM23 - NO POSTJRNL FILE - "
024900             "NO SLIPS POSTED YET"
025000         GO TO 1500-EXIT
025100     END-IF
025200     IF NOT POST-OK
025300         DISPLAY "PROGRAM23 - ERROR OPENING POST-FILE - "
025400             WS-POST-STATUS
025500         MOVE "N"                    TO WS-INIT-STATUS
025600         GO TO 1500-EXIT
025700     END-IF
025800     PERFORM 1510-LOAD-ONE-SLIP THRU 1510-EXIT
025900         UNTIL POST-EOF OR NOT INIT-OK
026000     CLOSE POST-FILE.
026100 1500-EXIT.
026200     EXIT.
026300
026400 1510-LOAD-ONE-SLIP.
026500     READ POST-FILE
026600         AT END
026700             GO TO 1510-EXIT
026800     END-READ
026900     IF NOT PJ-MOVE-DEPOSIT AND NOT PJ-MOVE-WITHDRAWAL
027000         GO TO 1510-EXIT
027100     END-IF
027200     MOVE SPACES                     TO SLIP-KEY-RECORD
027300     MOVE PJ-SLIP-NUMBER             TO SK-SLIP-NUMBER
027310     MOVE PJ-POST-DATE               TO SK-POST-DATE
027320     MOVE PJ-ACCOUNT-ID              TO SK-ACCOUNT-ID
027330     MOVE PJ-MOVE-TYPE               TO SK-MOVE-TYPE
027340     WRITE SLIP-KEY-RECORD
027350         INVALID KEY
027360             CONTINUE
027370     END-WRITE
027380     IF SLIPKEY-DUPLICATE
027390         GO TO 1510-EXIT
027400     END-IF
027410     IF NOT SLIPKEY-OK
027420         DISPLAY "PROGRAM23 - SLIPKEY LOAD FAILED - STATUS "
027430             WS-SLIPKEY-STATUS " SLIP " PJ-SLIP-NUMBER
027440             " - DELETE AND REDEFINE SLIPKEY BEFORE THE RERUN"
027450         MOVE "N"                    TO WS-INIT-STATUS
027460         GO TO 1510-EXIT
027470     END-IF
027480     ADD 1 TO WS-JOURNAL-SLIPS.
027500 1510-EXIT.
027600     EXIT.
027700
027800 2000-PROCESS-SLIP.
027900     READ SLIP-FILE
028000         AT END
028100             GO TO 2000-EXIT
028200     END-READ
028300
028400     ADD 1 TO WS-SLIP-COUNT
028500     MOVE SPACES                     TO WS-REJECT-TEXT
028600     PERFORM 2700-FIND-CASHIER THRU 2700-EXIT
028610     IF WS-CASHIER-FOUND-IDX = 0
028620         MOVE "CASHIER TABLE FULL"   TO WS-REJECT-TEXT
028630         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
028640         GO TO 2000-EXIT
028650     END-IF
028700
028800     IF NOT CS-DEPOSIT AND NOT CS-WITHDRAWAL
028900         MOVE "TYPE NOT D OR W"      TO WS-REJECT-TEXT
029000         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
029100         GO TO 2000-EXIT
029200     END-IF
029300     IF CS-AMOUNT IS NOT NUMERIC
029400         MOVE "AMOUNT NOT NUMERIC"   TO WS-REJECT-TEXT
029500         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
029600         GO TO 2000-EXIT
029700     END-IF
029800     IF CS-AMOUNT-NUM = 0
029900         MOVE "AMOUNT IS ZERO"       TO WS-REJECT-TEXT
030000         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
030100         GO TO 2000-EXIT
030200     END-IF
030300     IF CS-SLIP-NUMBER = SPACES
030400         MOVE "SLIP NUMBER MISSING"  TO WS-REJECT-TEXT
030500         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
030600         GO TO 2000-EXIT
030700     END-IF
030800     IF CS-CASHIER-ID = SPACES
030900         MOVE "CASHIER ID MISSING"   TO WS-REJECT-TEXT
031000         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
031100         GO TO 2000-EXIT
031200     END-IF
031300
031400     PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
031500     IF DUPLICATE-SLIP
031600         MOVE "DUPLICATE SLIP NUMBER" TO WS-REJECT-TEXT
031700         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
031800         GO TO 2000-EXIT
031900     END-IF
031910     IF SLIP-CHECK-FAILED
031920         ADD 1 TO WS-WRITE-FAIL-COUNT
031930         MOVE "SLIP CHECK FAILED - NOT POSTED"
031940                                     TO WS-REJECT-TEXT
031950         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
031960         GO TO 2000-EXIT
031970     END-IF
032000
032100     MOVE CS-ACCOUNT-ID              TO BM-ACCOUNT-ID
032200     MOVE "Y"                        TO WS-ACCOUNT-SW
032300     READ BETTOR-FILE
032400         INVALID KEY
032500             MOVE "N"                TO WS-ACCOUNT-SW
032600     END-READ
032700     IF NOT ACCOUNT-FOUND
032800         MOVE "ACCOUNT NOT ON FILE"  TO WS-REJECT-TEXT
032900         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
033000         GO TO 2000-EXIT
033100     END-IF
033200     IF NOT BM-ACTIVE
033300         MOVE "ACCOUNT NOT ACTIVE"   TO WS-REJECT-TEXT
033400         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
033500         GO TO 2000-EXIT
033600     END-IF
033700
033800     IF CS-DEPOSIT
033900         COMPUTE WS-NEW-BALANCE = BM-BALANCE + CS-AMOUNT-NUM
034000     ELSE
034100         COMPUTE WS-NEW-BALANCE = BM-BALANCE - CS-AMOUNT-NUM
034200         IF WS-NEW-BALANCE < 0
034300             MOVE "WITHDRAWAL EXCEEDS BALANCE"
034400                                     TO WS-REJECT-TEXT
034500             PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
034600             GO TO 2000-EXIT
034700         END-IF
034800     END-IF
034900
034910*    THE SLIP IS KEYED FIRST, SO ONCE THE BALANCE HAS MOVED A
034920*    RERUN CANNOT POST IT AGAIN.
034930     PERFORM 2600-KEY-SLIP THRU 2600-EXIT
034940     IF NOT SLIPKEY-OK
034950         ADD 1 TO WS-WRITE-FAIL-COUNT
034960         MOVE "SLIP KEY WRITE FAILED - NOT POSTED"
034970                                     TO WS-REJECT-TEXT
034980         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
034990         GO TO 2000-EXIT
034995     END-IF
035000     MOVE WS-NEW-BALANCE             TO BM-BALANCE
035100     REWRITE BETTOR-MASTER-RECORD
035200     IF NOT BETTOR-OK
035300         DISPLAY "PROGRAM23 - BETTOR REWRITE FAILED - STATUS "
035400             WS-BETTOR-STATUS " ACCOUNT " BM-ACCOUNT-ID
035500         ADD 1 TO WS-WRITE-FAIL-COUNT
035510         PERFORM 2650-UNKEY-SLIP THRU 2650-EXIT
035600         MOVE "MASTER REWRITE FAILED - NOT POSTED"
035700                                     TO WS-REJECT-TEXT
035800         PERFORM 3900-REJECT-SLIP THRU 3900-EXIT
035900         GO TO 2000-EXIT
036000     END-IF
036100     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
036300     PERFORM 3800-ACCEPT-SLIP THRU 3800-EXIT.
036400 2000-EXIT.
036500     EXIT.
036600
036700 2500-CHECK-DUPLICATE.
036800*    A SLIP NUMBER ON SLIPKEY HAS BEEN POSTED.  A READ THAT FAILS
036900*    FOR ANY OTHER REASON CANNOT PROVE THE SLIP IS NEW, SO THE
037000*    SLIP IS HELD BACK (SLIP-CHECK-FAILED) RATHER THAN POSTED.
037100     MOVE "N"                        TO WS-DUP-SW
037200     MOVE CS-SLIP-NUMBER             TO SK-SLIP-NUMBER
037300     READ SLIPKEY-FILE
037400         INVALID KEY
037500             CONTINUE
037600     END-READ
037700     IF SLIPKEY-OK
037710         MOVE "Y"                    TO WS-DUP-SW
037720         GO TO 2500-EXIT
037730     END-IF
037740     IF NOT SLIPKEY-NOT-ON-FILE
037750         DISPLAY "PROGRAM23 - SLIPKEY READ FAILED - STATUS "
037760             WS-SLIPKEY-STATUS " SLIP " CS-SLIP-NUMBER
037770         MOVE "E"                    TO WS-DUP-SW
037800     END-IF.
037900 2500-EXIT.
038000     EXIT.
038100
038200 2600-KEY-SLIP.
038300     MOVE SPACES                     TO SLIP-KEY-RECORD
038400     MOVE CS-SLIP-NUMBER             TO SK-SLIP-NUMBER
038500     MOVE WS-RUN-DATE                TO SK-POST-DATE
038600     MOVE CS-ACCOUNT-ID              TO SK-ACCOUNT-ID
038700     MOVE CS-TYPE                    TO SK-MOVE-TYPE
038800     MOVE CS-CASHIER-ID              TO SK-CASHIER-ID
038900     WRITE SLIP-KEY-RECORD
039000         INVALID KEY
039100             CONTINUE
039200     END-WRITE
039300     IF NOT SLIPKEY-OK
039400         DISPLAY "PROGRAM23 - SLIPKEY WRITE FAILED - STATUS "
039410             WS-SLIPKEY-STATUS " SLIP " CS-SLIP-NUMBER
039420     END-IF.
039500 2600-EXIT.
039600     EXIT.
039611
039622 2650-UNKEY-SLIP.
039633*    THE BALANCE DID NOT MOVE, SO THE SLIP MUST BE POSTABLE ON THE
039644*    RERUN - TAKE IT OFF SLIPKEY AGAIN.
039655     MOVE CS-SLIP-NUMBER             TO SK-SLIP-NUMBER
039666     DELETE SLIPKEY-FILE RECORD
039677         INVALID KEY
039688             CONTINUE
039699     END-DELETE
039710     IF NOT SLIPKEY-OK
039721         DISPLAY "PROGRAM23 - SLIP " CS-SLIP-NUMBER
039732             " ON SLIPKEY BUT NOT POSTED - STATUS "
039743             WS-SLIPKEY-STATUS " - DELETE IT BEFORE THE RERUN"
039754     END-IF.
039765 2650-EXIT.
039776     EXIT.
039787
039800 2700-FIND-CASHIER.
039900*    ONE TOTALS LINE PER CASHIER ID ON THE CARD, IN ORDER OF
040000*    FIRST APPEARANCE.  A BLANK ID IS TOTALLED AS ITSELF SO THE
040100*    REJECTS STILL BALANCE.  WHEN THE TABLE IS FULL THE FOUND
040110*    INDEX IS LEFT AT ZERO AND THE CALLER REJECTS THE SLIP - IT
040120*    CANNOT BE POSTED WITHOUT A TOTALS LINE TO BALANCE IT TO.
040200     MOVE 0                          TO WS-CASHIER-FOUND-IDX
040300     IF WS-CASHIER-COUNT > 0
040400         SET CASHIER-IDX TO 1
040500         SEARCH WS-CASHIER-ENTRY
040600             AT END
040700                 CONTINUE
040800             WHEN CT-CASHIER-ID (CASHIER-IDX) = CS-CASHIER-ID
040900                 SET WS-CASHIER-FOUND-IDX TO CASHIER-IDX
041000         END-SEARCH
041100     END-IF
041200     IF WS-CASHIER-FOUND-IDX > 0
041300         GO TO 2700-EXIT
041400     END-IF
041500     IF WS-CASHIER-COUNT NOT < WS-CASHIER-MAX
041600         DISPLAY "PROGRAM23 - CASHIER TABLE FULL - SLIP "
041700             CS-SLIP-NUMBER " REJECTED - ENLARGE THE TABLE"
041900         GO TO 2700-EXIT
042000     END-IF
042100     ADD 1 TO WS-CASHIER-COUNT
042200     MOVE WS-CASHIER-COUNT           TO WS-CASHIER-FOUND-IDX
042300     SET CASHIER-IDX TO WS-CASHIER-COUNT
042400     MOVE CS-CASHIER-ID TO CT-CASHIER-ID (CASHIER-IDX)
042500     MOVE 0 TO CT-DEP-COUNT (CASHIER-IDX)
042600     MOVE 0 TO CT-DEP-AMOUNT (CASHIER-IDX)
042700     MOVE 0 TO CT-WDL-COUNT (CASHIER-IDX)
042800     MOVE 0 TO CT-WDL-AMOUNT (CASHIER-IDX)
042900     MOVE 0 TO CT-REJ-COUNT (CASHIER-IDX).
043000 2700-EXIT.
043100     EXIT.
043200
043300 3700-WRITE-JOURNAL.
043400*    SAME LAYOUT AS THE SETTLEMENT POSTINGS; THE SLIP NUMBER
043500*    TAKES THE PLACE OF THE RUN-ID AND THE SEQUENCE IS ZERO.
043600     ADD 1 TO WS-JRNL-POST-SEQ
043700     MOVE SPACES                     TO POSTING-JOURNAL-RECORD
043800     MOVE BM-ACCOUNT-ID              TO PJ-ACCOUNT-ID
043900     MOVE WS-RUN-DATE                TO PJ-POST-DATE
044000     MOVE WS-JRNL-POST-SEQ           TO PJ-POST-SEQ
044100     MOVE CS-SLIP-NUMBER             TO PJ-SLIP-NUMBER
044200     MOVE 0                          TO PJ-SEQUENCE
044300     IF CS-DEPOSIT
044400         MOVE "C"                    TO PJ-DEBIT-CREDIT
044500         MOVE "D"                    TO PJ-MOVE-TYPE
044600     ELSE
044700         MOVE "D"                    TO PJ-DEBIT-CREDIT
044800         MOVE "W"                    TO PJ-MOVE-TYPE
044900     END-IF
045000     MOVE CS-AMOUNT-NUM              TO PJ-AMOUNT
045100     MOVE BM-BALANCE                 TO PJ-BALANCE-AFTER
045200     WRITE POSTING-JOURNAL-RECORD
045300     IF NOT POST-OK
045400         DISPLAY "PROGRAM23 - JOURNAL WRITE FAILED - STATUS "
045500             WS-POST-STATUS " ACCOUNT " BM-ACCOUNT-ID
045600         ADD 1 TO WS-WRITE-FAIL-COUNT
045700     END-IF.
045800 3700-EXIT.
045900     EXIT.
046000
046100 3800-ACCEPT-SLIP.
046200     ADD 1 TO WS-ACCEPT-COUNT
046300     SET CASHIER-IDX TO WS-CASHIER-FOUND-IDX
046400     IF CS-DEPOSIT
046500         ADD 1 TO WS-DEP-COUNT
046600         ADD CS-AMOUNT-NUM           TO WS-DEP-TOTAL
046700         ADD 1 TO CT-DEP-COUNT (CASHIER-IDX)
046800         ADD CS-AMOUNT-NUM TO CT-DEP-AMOUNT (CASHIER-IDX)
046900     ELSE
047000         ADD 1 TO WS-WDL-COUNT
047100         ADD CS-AMOUNT-NUM           TO WS-WDL-TOTAL
047200         ADD 1 TO CT-WDL-COUNT (CASHIER-IDX)
047300         ADD CS-AMOUNT-NUM TO CT-WDL-AMOUNT (CASHIER-IDX)
047400     END-IF
047500     MOVE CS-AMOUNT-NUM              TO WS-AMOUNT-EDIT
047600     MOVE BM-BALANCE                 TO WS-BALANCE-EDIT
047700     MOVE SPACES                     TO WS-REPORT-LINE
047800     STRING "POSTED   "              DELIMITED BY SIZE
047900            CS-TYPE                  DELIMITED BY SIZE
048000            " "                      DELIMITED BY SIZE
048100            CS-SLIP-NUMBER           DELIMITED BY SIZE
048200            " "                      DELIMITED BY SIZE
048300            CS-CASHIER-ID            DELIMITED BY SIZE
048400            " "                      DELIMITED BY SIZE
048500            CS-ACCOUNT-ID            DELIMITED BY SIZE
048600            " "                      DELIMITED BY SIZE
048700            WS-AMOUNT-EDIT           DELIMITED BY SIZE
048800            " BALANCE "              DELIMITED BY SIZE
048900            WS-BALANCE-EDIT          DELIMITED BY SIZE
049000         INTO WS-REPORT-LINE
049100     END-STRING
049200     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
049300 3800-EXIT.
049400     EXIT.
049500
049600 3900-REJECT-SLIP.
049700     ADD 1 TO WS-REJECT-COUNT
049800     IF WS-CASHIER-FOUND-IDX > 0
049900         SET CASHIER-IDX TO WS-CASHIER-FOUND-IDX
050000         ADD 1 TO CT-REJ-COUNT (CASHIER-IDX)
050100     END-IF
050200     MOVE SPACES                     TO WS-REPORT-LINE
050300     STRING "REJECTED "              DELIMITED BY SIZE
050400            CS-TYPE                  DELIMITED BY SIZE
050500            " "                      DELIMITED BY SIZE
050600            CS-SLIP-NUMBER           DELIMITED BY SIZE
050700            " "                      DELIMITED BY SIZE
050800            CS-CASHIER-ID            DELIMITED BY SIZE
050900            " "                      DELIMITED BY SIZE
051000            CS-ACCOUNT-ID            DELIMITED BY SIZE
051100            " "                      DELIMITED BY SIZE
051200            WS-REJECT-TEXT           DELIMITED BY SIZE
051300         INTO WS-REPORT-LINE
051400     END-STRING
051500     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
051600 3900-EXIT.
051700     EXIT.
051800
051900 4000-PRINT-SUMMARY.
052000     MOVE SPACES                     TO WS-REPORT-LINE
052100     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
052200     MOVE "TOTALS BY CASHIER - DEPOSITS / WITHDRAWALS / REJECTS"
052300                                     TO WS-REPORT-LINE
052400     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
052500     MOVE 0                          TO WS-SCAN-IDX
052600     PERFORM 4100-PRINT-ONE-CASHIER THRU 4100-EXIT
052700         UNTIL WS-SCAN-IDX >= WS-CASHIER-COUNT
052800     MOVE WS-DEP-TOTAL               TO WS-TOTAL-EDIT
052900     MOVE WS-WDL-TOTAL               TO WS-TOTAL-EDIT2
053000     MOVE SPACES                     TO WS-REPORT-LINE
053100     STRING "ALL     "               DELIMITED BY SIZE
053200            " DEP "                  DELIMITED BY SIZE
053300            WS-DEP-COUNT             DELIMITED BY SIZE
053400            " "                      DELIMITED BY SIZE
053500            WS-TOTAL-EDIT            DELIMITED BY SIZE
053600            " WDL "                  DELIMITED BY SIZE
053700            WS-WDL-COUNT             DELIMITED BY SIZE
053800            " "                      DELIMITED BY SIZE
053900            WS-TOTAL-EDIT2           DELIMITED BY SIZE
054000            " REJ "                  DELIMITED BY SIZE
054100            WS-REJECT-COUNT          DELIMITED BY SIZE
054200         INTO WS-REPORT-LINE
054300     END-STRING
054400     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
054500     DISPLAY "--------------------------------------------".
054600     DISPLAY "PROGRAM23 - CASHIER POSTING SUMMARY".
054700     DISPLAY "--------------------------------------------".
054800     DISPLAY "  SLIPS READ ............ " WS-SLIP-COUNT.
054900     DISPLAY "  POSTED ................ " WS-ACCEPT-COUNT.
055000     DISPLAY "  REJECTED .............. " WS-REJECT-COUNT.
055100     DISPLAY "    DEPOSITS ............ " WS-DEP-COUNT.
055200     DISPLAY "    WITHDRAWALS ......... " WS-WDL-COUNT.
055300     MOVE WS-DEP-TOTAL               TO WS-TOTAL-EDIT
055400     DISPLAY "  DEPOSITED ............. " WS-TOTAL-EDIT.
055500     MOVE WS-WDL-TOTAL               TO WS-TOTAL-EDIT
055600     DISPLAY "  WITHDRAWN ............. " WS-TOTAL-EDIT.
055700     DISPLAY "  SLIPKEY LOADED ........ " WS-JOURNAL-SLIPS.
055800     DISPLAY "--------------------------------------------".
055900 4000-EXIT.
056000     EXIT.
056100
056200 4100-PRINT-ONE-CASHIER.
056300     ADD 1 TO WS-SCAN-IDX
056400     SET CASHIER-IDX TO WS-SCAN-IDX
056500     MOVE CT-DEP-AMOUNT (CASHIER-IDX) TO WS-TOTAL-EDIT
056600     MOVE CT-WDL-AMOUNT (CASHIER-IDX) TO WS-TOTAL-EDIT2
056700     MOVE SPACES                     TO WS-REPORT-LINE
056800     STRING CT-CASHIER-ID (CASHIER-IDX) DELIMITED BY SIZE
056900            "  "                     DELIMITED BY SIZE
057000            " DEP "                  DELIMITED BY SIZE
057100            CT-DEP-COUNT (CASHIER-IDX) DELIMITED BY SIZE
057200            " "                      DELIMITED BY SIZE
057300            WS-TOTAL-EDIT            DELIMITED BY SIZE
057400            " WDL "                  DELIMITED BY SIZE
057500            CT-WDL-COUNT (CASHIER-IDX) DELIMITED BY SIZE
057600            " "                      DELIMITED BY SIZE
057700            WS-TOTAL-EDIT2           DELIMITED BY SIZE
057800            " REJ "                  DELIMITED BY SIZE
057900            CT-REJ-COUNT (CASHIER-IDX) DELIMITED BY SIZE
058000         INTO WS-REPORT-LINE
058100     END-STRING
058200     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
058300 4100-EXIT.
058400     EXIT.
058500
058600 5000-WRITE-REPORT-LINE.
058700     MOVE WS-REPORT-LINE             TO REPORT-RECORD
058800     WRITE REPORT-RECORD.
058900 5000-EXIT.
059000     EXIT.
059100
059200 9000-TERMINATE.
059300     CLOSE SLIP-FILE
059400     CLOSE BETTOR-FILE
059500     CLOSE POST-FILE
059550     CLOSE SLIPKEY-FILE
059600     CLOSE REPORT-FILE.
059700 9000-EXIT.
059800     EXIT.
059900
059903 8800-WRITE-BATCH-CONTROL.
059906*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
059909*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
059912*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
059915*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
059918     MOVE SPACES                     TO BATCH-CONTROL-RECORD
059921     MOVE "COINTOSS"                 TO BC-JOB-NAME
059924     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
059927     MOVE "Program23"                TO BC-PROGRAM
059930     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
059933     ACCEPT BC-RUN-TIME FROM TIME
059936     MOVE WS-SLIP-COUNT              TO BC-RECORDS-IN
059939     MOVE WS-ACCEPT-COUNT            TO BC-RECORDS-OUT
059942     MOVE WS-REJECT-COUNT            TO BC-RECORDS-OTHER
059945     ADD WS-DEP-TOTAL WS-WDL-TOTAL GIVING BC-AMOUNT-HASH
059948     MOVE RETURN-CODE                TO BC-RETURN-CODE
059951     OPEN EXTEND BCTL-FILE
059954     IF BCTL-FILE-NOT-FOUND
059957         OPEN OUTPUT BCTL-FILE
059960     END-IF
059963     IF NOT BCTL-OK
059966         DISPLAY "PROGRAM23 - ERROR OPENING BCTL-FILE - "
059969             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
059972         GO TO 8800-EXIT
059975     END-IF
059978     WRITE BATCH-CONTROL-RECORD
059981     CLOSE BCTL-FILE.
059984 8800-EXIT.
059987     EXIT.
059990
060000 END PROGRAM Program23.
