002485*                 OR NO RATE IN FORCE FALLS BACK TO EVEN MONEY
002486*                 (2,00) WITH A WARNING, SO A MIGRATION NIGHT
002487*                 STILL SETTLES AT THE OLD TERMS.
002489* 10/15/2026 RA   EACH JOURNAL RECORD NOW CARRIES ITS MOVEMENT
002491*                 TYPE (PJ-MOVE-TYPE S = STAKE, P = PAYOUT) SO THE
002493*                 STATEMENT CAN TELL IT FROM A CASHIER DEPOSIT OR
002495*                 WITHDRAWAL (Program23).
002497* 10/15/2026 RA   A CARRIED BET REFUNDED FOR AGING OUT NOW GETS A
002499*                 SETTLTXN DETAIL (STD-WIN-LOSS "R") SO THE
002501*                 GENERAL LEDGER INTERFACE (Program24) CAN BOOK
002503*                 IT.  THE TRAILER COUNT AND STAKE HASH INCLUDE
002505*                 THE REFUND DETAILS; TOTAL STAKED DOES NOT.
002507* 10/15/2026 RA   ADDED CHECKPOINT/RESTART (SETLCKPT) ON THE
002509*                 MODEL OF Program1'S CHKPOINT.  THE RUNNING
002511*                 COUNTS AND TOTALS ARE CHECKPOINTED AFTER EVERY
002513*                 BET, AND AN IN-FLIGHT RECORD CARRYING THE
002515*                 BALANCE BEFORE AND AFTER IS WRITTEN JUST BEFORE
002517*                 A BET IS POSTED.  A RERUN AFTER AN ABEND SKIPS
002519*                 THE BETS ALREADY SETTLED (REWRITING ONLY THEIR
002521*                 CARRY-FORWARD RECORDS), RESTORES THE TOTALS SO
002523*                 THE SETTLTXN TRAILER COMES OUT AS A CLEAN RUN'S
002525*                 WOULD, FINISHES A BET CAUGHT HALF-POSTED WITHOUT
002527*                 POSTING IT TWICE AND PRINTS WHERE IT RESUMED ON
002529*                 THE PAYOUT REPORT.  THE BETMAST REWRITE NOW
002531*                 COMES BEFORE THE JOURNAL AND SETTLTXN WRITES, SO
002533*                 THE BALANCE SHOWS WHETHER A BET WAS POSTED.
002535* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
002537*                 END OF RUN FOR THE STREAM PROOF (Program27).
002539* 10/15/2026 RA   COMBINATION BETS (BET-TYPE "C", SEE BETREC):
002541*                 THE TOSS LOOKUP MOVED TO 3050-FIND-TOSS, WHICH
002543*                 FINDS EVERY LEG OF A COMBINATION OR NONE.  A
002545*                 COMBINATION WITH A LEG NOT YET DRAWN IS CARRIED
002547*                 FORWARD LIKE A SINGLE BET; ONE WITH ALL LEGS
002549*                 DRAWN WINS ONLY IF EVERY LEG WAS CALLED, AT THE
002551*                 PAYRATE MULTIPLIER FOR ITS LEG COUNT, AND GOES
002553*                 TO SETTLTXN AS ONE DETAIL.  A COMBINATION WITH
002555*                 NO TERMS IN FORCE FOR ITS LEG COUNT IS REJECTED.
002557*                 CARRY RECORD GREW TO THE 53-BYTE BETREC.
002559* 10/15/2026 RA   THE PAYOUT LINE IS CLEARED AFTER EVERY WRITE SO
002561*                 A SHORTER LINE NO LONGER CARRIES THE TAIL OF A
002563*                 LONGER ONE BEFORE IT (COMBINATION BETS).
002565*----------------------------------------------------------------
002567
002569 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     DECIMAL-POINT IS COMMA.
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS BM-ACCOUNT-ID
004050         FILE STATUS IS WS-BETTOR-STATUS.
004060     SELECT CHECKPOINT-FILE ASSIGN TO "SETLCKPT"
004070         ORGANIZATION IS LINE SEQUENTIAL
004080         FILE STATUS IS WS-CHECKPOINT-STATUS.
004085     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
004090         ORGANIZATION IS LINE SEQUENTIAL
004095         FILE STATUS IS WS-BCTL-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
007005 FD  CARRY-FILE
007006     LABEL RECORDS ARE STANDARD
007007     RECORDING MODE IS F.
007008 01  CARRY-BET-RECORD            PIC X(53).
007009
007010 FD  BETTOR-FILE
007020     LABEL RECORDS ARE STANDARD.
007070     RECORDING MODE IS F.
007080     COPY "PJRNREC.cpy".
007090
007099 FD  CHECKPOINT-FILE
007108     LABEL RECORDS ARE STANDARD
007117     RECORDING MODE IS F.
007126 01  CHECKPOINT-RECORD           PIC X(168).
007135
007144 FD  BCTL-FILE
007153     LABEL RECORDS ARE STANDARD
007162     RECORDING MODE IS F.
007171     COPY "BCTLREC.cpy".
007180
007189 WORKING-STORAGE SECTION.
007200 01  WS-RESULTS-STATUS           PIC X(02).
007300     88  RESULTS-OK              VALUE "00".
007400     88  RESULTS-EOF             VALUE "10".
007900     88  PAYOUT-OK                VALUE "00".
007901 01  WS-SETTLE-STATUS             PIC X(02).
007902     88  SETTLE-OK                VALUE "00".
007903     88  SETTLE-EOF               VALUE "10".
007904     88  SETTLE-FILE-NOT-FOUND    VALUE "35".
007905 01  WS-CARRY-STATUS              PIC X(02).
007906     88  CARRY-OK                 VALUE "00".
007910 01  WS-BETTOR-STATUS             PIC X(02).
007930 01  WS-POST-STATUS               PIC X(02).
007940     88  POST-OK                  VALUE "00".
007945     88  POST-FILE-NOT-FOUND      VALUE "35".
007946     88  POST-EOF                 VALUE "10".
007947 01  WS-CHECKPOINT-STATUS         PIC X(02).
007948     88  CHECKPOINT-OK            VALUE "00".
007949     88  CHECKPOINT-NOT-FOUND     VALUE "35".
008000
007950 01  WS-INIT-STATUS               PIC X(01)          VALUE "Y".
007960     88  INIT-OK                                      VALUE "Y".
007968 01  WS-JRNL-POST-SEQ             PIC 9(07)          VALUE 0.
007969 01  WS-JRNL-DC                   PIC X(01)          VALUE SPACE.
007970 01  WS-JRNL-AMOUNT               PIC 9(07)V9(02)    VALUE 0.
007971 01  WS-JRNL-TYPE                 PIC X(01)          VALUE SPACE.
007972 01  WS-JRNL-BALANCE              PIC S9(09)V9(02)   VALUE 0.
007973 01  WS-OPEN-BALANCE              PIC S9(09)V9(02)   VALUE 0.
007974 01  WS-STAKE-BALANCE             PIC S9(09)V9(02)   VALUE 0.
008100 01  WS-TOSS-COUNT                PIC 9(05) COMP VALUE 0.
008200 01  WS-TOSS-MAX                  PIC 9(05) COMP VALUE 50000.
008300 01  WS-TOSS-TABLE.
009568         10  RT-MULTIPLIER        PIC 9(02)V9(02).
009569         10  RT-CARA-MULT         PIC 9(02)V9(02).
009571         10  RT-CRUZ-MULT         PIC 9(02)V9(02).
009572         10  RT-COMBO-RATES.
009573             15  RT-COMBO-MULT    PIC 9(02)V9(02) OCCURS 5 TIMES.
009574 01  WS-RATE-SCAN-IDX             PIC 9(03) COMP VALUE 0.
009575 01  WS-RATE-EFF-DATE             PIC 9(08) VALUE 0.
009576 01  WS-CARA-RATE                 PIC 9(02)V9(02) VALUE 2,00.
009577 01  WS-CRUZ-RATE                 PIC 9(02)V9(02) VALUE 2,00.
009578 01  WS-APPLIED-RATE              PIC 9(02)V9(02) VALUE 0.
009579*    COMBINATION MULTIPLIERS IN FORCE, ENTRY = LEG COUNT - 1.
009580 01  WS-COMBO-RATES.
009581     05  WS-COMBO-RATE            PIC 9(02)V9(02) OCCURS 5 TIMES
009582                                  VALUE 0.
009583 01  WS-COMBO-SLOTS               PIC 9(02) COMP VALUE 5.
009584 01  WS-COMBO-SLOT                PIC 9(02) COMP VALUE 0.
009585 01  WS-COMBO-RATE-LINE.
009586     05  WS-COMBO-RATE-ITEM       OCCURS 5 TIMES.
009587         10  WS-COMBO-RATE-EDIT   PIC Z9,99.
009588         10  FILLER               PIC X(01).
009589 01  WS-LEG-IDX                   PIC 9(02) COMP VALUE 0.
009590 01  WS-LEG-SEQ                   PIC 9(05) VALUE 0.
009591 01  WS-LEG-FOUND-IDX             PIC 9(05) COMP VALUE 0.
009592 01  WS-FIRST-LEG-IDX             PIC 9(05) COMP VALUE 0.
009593 01  WS-LEGS-HIT                  PIC 9(02) VALUE 0.
009594 01  WS-ALL-LEGS-SW               PIC X(01) VALUE "Y".
009595     88  ALL-LEGS-DRAWN           VALUE "Y".
009596 01  WS-RATE-EDIT                 PIC Z9,99.
009597 01  WS-SETTLE-TXN-COUNT          PIC 9(09) VALUE 0.
009600 01  WS-TOTAL-STAKED              PIC 9(09)V9(02) VALUE 0.
009605 01  WS-TOTAL-REFUNDED            PIC 9(09)V9(02) VALUE 0.
009606 01  WS-STAKE-HASH                PIC 9(13)V9(02) VALUE 0.
009610 01  WS-TOTAL-STAKED-EDIT         PIC ZZZZZZZZ9,99.
009700 01  WS-TOTAL-PAID-OUT            PIC 9(09)V9(02) VALUE 0.
009710 01  WS-TOTAL-PAID-OUT-EDIT       PIC ZZZZZZZZ9,99.
009900 01  WS-RESULT-TEXT               PIC X(04) VALUE SPACES.
010000
010100 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
010101
010102*    SETTLEMENT CHECKPOINT (SETLCKPT).  STATE D = THE BET NAMED
010103*    AND EVERY BET BEFORE IT ARE FINISHED, AND THE COUNTS AND
010104*    TOTALS ARE AS OF THAT BET.  STATE I = THE BET NAMED WAS
010105*    ABOUT TO BE POSTED; THE COUNTS ARE STILL THOSE OF THE BET
010106*    BEFORE IT AND THE BALANCES ARE THE ACCOUNT'S BEFORE AND
010107*    AFTER THE POSTING.
010108 01  WS-SETL-CHECKPOINT.
010109     05  SCK-SETTLE-DATE         PIC 9(08).
010110     05  FILLER                  PIC X(01).
010111     05  SCK-STATE               PIC X(01).
010112         88  SCK-BET-DONE        VALUE "D".
010113         88  SCK-BET-IN-FLIGHT   VALUE "I".
010114     05  FILLER                  PIC X(01).
010115     05  SCK-BETS-DONE           PIC 9(05).
010116     05  FILLER                  PIC X(01).
010117     05  SCK-RUN-ID              PIC X(08).
010118     05  FILLER                  PIC X(01).
010119     05  SCK-SEQUENCE            PIC 9(05).
010120     05  FILLER                  PIC X(01).
010121     05  SCK-BETTOR              PIC X(10).
010122     05  FILLER                  PIC X(01).
010123     05  SCK-WIN-COUNT           PIC 9(05).
010124     05  FILLER                  PIC X(01).
010125     05  SCK-LOSS-COUNT          PIC 9(05).
010126     05  FILLER                  PIC X(01).
010127     05  SCK-NOTFOUND-COUNT      PIC 9(05).
010128     05  FILLER                  PIC X(01).
010129     05  SCK-CARRIED-COUNT       PIC 9(05).
010130     05  FILLER                  PIC X(01).
010131     05  SCK-REFUND-COUNT        PIC 9(05).
010132     05  FILLER                  PIC X(01).
010133     05  SCK-REJECT-COUNT        PIC 9(05).
010134     05  FILLER                  PIC X(01).
010135     05  SCK-POST-FAIL-COUNT     PIC 9(05).
010136     05  FILLER                  PIC X(01).
010137     05  SCK-JRNL-FAIL-COUNT     PIC 9(05).
010138     05  FILLER                  PIC X(01).
010139     05  SCK-JRNL-POST-SEQ       PIC 9(07).
010140     05  FILLER                  PIC X(01).
010141     05  SCK-TXN-COUNT           PIC 9(09).
010142     05  FILLER                  PIC X(01).
010143     05  SCK-TOTAL-STAKED        PIC 9(09)V9(02).
010144     05  FILLER                  PIC X(01).
010145     05  SCK-TOTAL-REFUNDED      PIC 9(09)V9(02).
010146     05  FILLER                  PIC X(01).
010147     05  SCK-TOTAL-PAID-OUT      PIC 9(09)V9(02).
010148     05  FILLER                  PIC X(01).
010149     05  SCK-BAL-BEFORE          PIC S9(09)V9(02).
010150     05  FILLER                  PIC X(01).
010151     05  SCK-BAL-AFTER           PIC S9(09)V9(02).
010152 01  WS-CKPT-LAST-DONE           PIC X(168)         VALUE SPACES.
010153 01  WS-RESTART-SW               PIC X(01)          VALUE "N".
010154     88  RESTART-PENDING                            VALUE "Y".
010155 01  WS-RESTART-REFUSED-SW       PIC X(01)          VALUE "N".
010156     88  RESTART-REFUSED                            VALUE "Y".
010157 01  WS-CKPT-BETS-DONE           PIC 9(05)          VALUE 0.
010158 01  WS-SKIP-COUNT               PIC 9(05)          VALUE 0.
010159 01  WS-RESUME-BET               PIC 9(05)          VALUE 0.
010160 01  WS-CARRY-REWRITE-COUNT      PIC 9(05)          VALUE 0.
010161 01  WS-SKIP-FIRST-BET.
010162     05  SKF-RUN-ID              PIC X(08)          VALUE SPACES.
010163     05  FILLER                  PIC X(01)          VALUE SPACE.
010164     05  SKF-SEQUENCE            PIC 9(05)          VALUE 0.
010165     05  FILLER                  PIC X(01)          VALUE SPACE.
010166     05  SKF-BETTOR              PIC X(10)          VALUE SPACES.
010167 01  WS-SKIP-LAST-BET.
010168     05  SKL-RUN-ID              PIC X(08)          VALUE SPACES.
010169     05  FILLER                  PIC X(01)          VALUE SPACE.
010170     05  SKL-SEQUENCE            PIC 9(05)          VALUE 0.
010171     05  FILLER                  PIC X(01)          VALUE SPACE.
010172     05  SKL-BETTOR              PIC X(10)          VALUE SPACES.
010173 01  WS-IN-FLIGHT-SW             PIC X(01)          VALUE "N".
010174     88  IN-FLIGHT-PENDING                          VALUE "Y".
010175 01  WS-INFL-RUN-ID              PIC X(08)          VALUE SPACES.
010176 01  WS-INFL-SEQUENCE            PIC 9(05)          VALUE 0.
010177 01  WS-INFL-BETTOR              PIC X(10)          VALUE SPACES.
010178 01  WS-INFL-BAL-BEFORE          PIC S9(09)V9(02)   VALUE 0.
010179 01  WS-INFL-BAL-AFTER           PIC S9(09)V9(02)   VALUE 0.
010180 01  WS-INFL-RESULT-SW           PIC X(01)          VALUE SPACE.
010181     88  INFL-POSTED                                VALUE "P".
010182     88  INFL-NOT-POSTED                            VALUE "N".
010183     88  INFL-IN-DOUBT                              VALUE "U".
010184 01  WS-ALREADY-POSTED-SW        PIC X(01)          VALUE "N".
010185     88  BET-ALREADY-POSTED                         VALUE "Y".
010186 01  WS-GROUP-OPEN-SW            PIC X(01)          VALUE "N".
010187     88  SETTLE-GROUP-OPEN                          VALUE "Y".
010188 01  WS-BURIED-GROUP-SW          PIC X(01)          VALUE "N".
010189     88  OPEN-GROUP-BURIED                          VALUE "Y".
010190 01  WS-GROUP-DATE               PIC 9(08)          VALUE 0.
010191 01  WS-GROUP-DETAILS            PIC 9(09)          VALUE 0.
010192 01  WS-DETAIL-ON-FILE-SW        PIC X(01)          VALUE "N".
010193     88  SETTLE-DETAIL-ON-FILE                      VALUE "Y".
010194 01  WS-FILE-DTL-RUN-ID          PIC X(08)          VALUE SPACES.
010195 01  WS-FILE-DTL-SEQUENCE        PIC 9(05)          VALUE 0.
010196 01  WS-FILE-DTL-BETTOR          PIC X(10)          VALUE SPACES.
010197 01  WS-JRNL-ON-FILE-COUNT       PIC 9(05)          VALUE 0.
010198 01  WS-JRNL-DEBIT-ON-FILE-SW    PIC X(01)          VALUE "N".
010199     88  JRNL-DEBIT-ON-FILE                         VALUE "Y".
010200 01  WS-JRNL-CREDIT-ON-FILE-SW   PIC X(01)          VALUE "N".
010201     88  JRNL-CREDIT-ON-FILE                        VALUE "Y".
010202 01  WS-BCTL-STATUS              PIC X(02).
010203     88  BCTL-OK                 VALUE "00".
010204     88  BCTL-FILE-NOT-FOUND     VALUE "35".
010205 01  WS-BCTL-STEP                PIC X(08) VALUE "STEP020".
010206
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010510     IF NOT INIT-OK
010520         DISPLAY "PROGRAM2 - INITIALIZATION FAILED - RUN ABORTED"
010525         MOVE 16                TO RETURN-CODE
010527         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
010530         GOBACK
010540     END-IF
010600     PERFORM 2000-LOAD-TOSSES THRU 2000-EXIT
010760             "ABANDONED - ARCHIVE OLD RESULTS OR ENLARGE TABLE"
010770         PERFORM 9000-TERMINATE THRU 9000-EXIT
010780         MOVE 16                TO RETURN-CODE
010785         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
010790         GOBACK
010795     END-IF
010802     IF RESTART-PENDING
010809         PERFORM 2500-RESUME-FROM-CHECKPOINT THRU 2500-EXIT
010816     END-IF
010823     IF RESTART-REFUSED
010830         DISPLAY "PROGRAM2 - RESTART REFUSED - SETTLEMENT NOT "
010837             "RESUMED, CHECKPOINT KEPT"
010844         PERFORM 9000-TERMINATE THRU 9000-EXIT
010851         MOVE 16                TO RETURN-CODE
010858         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
010865         GOBACK
010872     END-IF
010879     PERFORM 6050-BUILD-CHECKPOINT THRU 6050-EXIT
010886     MOVE WS-SETL-CHECKPOINT     TO WS-CKPT-LAST-DONE
010893     PERFORM 3000-SETTLE-BETS THRU 3000-EXIT
010900         UNTIL BETS-EOF
011000     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT
011105     PERFORM 6500-CLEAR-CHECKPOINT THRU 6500-EXIT
011110     IF WS-POST-FAIL-COUNT > 0
011120         DISPLAY "PROGRAM2 - ACCOUNT POSTINGS FAILED - "
011130             WS-POST-FAIL-COUNT
011180             WS-JRNL-FAIL-COUNT
011190         MOVE 8                 TO RETURN-CODE
011195     END-IF
011197     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
011200     GOBACK.
011300
011400 1000-INITIALIZE.
013250         MOVE "N"                    TO WS-INIT-STATUS
013300         GO TO 1000-EXIT
013400     END-IF
013401
013402     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
013403     IF NOT INIT-OK
013404         GO TO 1000-EXIT
013405     END-IF
013406     IF RESTART-PENDING
013407         PERFORM 1200-CHECK-SETTLE-FILE THRU 1200-EXIT
013408         IF NOT INIT-OK
013409             GO TO 1000-EXIT
013410         END-IF
013411     END-IF
013412*    ON A RESTART THE HEADER WAS WRITTEN BY THE RUN THAT ABENDED,
013413*    SO ITS GROUP IS ADDED TO RATHER THAN A SECOND ONE OPENED.
013414     IF RESTART-PENDING
013415         OPEN EXTEND SETTLE-FILE
013416     ELSE
013417         OPEN OUTPUT SETTLE-FILE
013418     END-IF
013419     IF NOT SETTLE-OK
013420         DISPLAY "PROGRAM2 - ERROR OPENING SETTLE-FILE - "
013421             WS-SETTLE-STATUS
013422         MOVE "N"                    TO WS-INIT-STATUS
013423         GO TO 1000-EXIT
013424     END-IF
013425     IF NOT RESTART-PENDING
013426         ACCEPT WS-SETTLE-DATE FROM DATE YYYYMMDD
013427         MOVE SPACES                 TO SETTLEMENT-HEADER-RECORD
013428         MOVE "HD"                   TO STH-RECORD-TYPE
013429         MOVE WS-SETTLE-DATE         TO STH-SETTLE-DATE
013430         WRITE SETTLEMENT-HEADER-RECORD
013431     END-IF
013432
013433     PERFORM 1500-LOAD-RATES THRU 1500-EXIT
013434     IF NOT INIT-OK
013435         GO TO 1000-EXIT
013436     END-IF
013437
013438     OPEN OUTPUT CARRY-FILE
013439     IF NOT CARRY-OK
013440         DISPLAY "PROGRAM2 - ERROR OPENING CARRY-FILE - "
013441             WS-CARRY-STATUS
013442         MOVE "N"                    TO WS-INIT-STATUS
013443         GO TO 1000-EXIT
013444     END-IF
013445
013446     IF IN-FLIGHT-PENDING
013447         PERFORM 1300-SCAN-JOURNAL THRU 1300-EXIT
013448     END-IF
013449     OPEN EXTEND POST-FILE
013450     IF POST-FILE-NOT-FOUND
013451         OPEN OUTPUT POST-FILE
013452     END-IF
013453     IF NOT POST-OK
013454         DISPLAY "PROGRAM2 - ERROR OPENING POST-FILE - "
013455             WS-POST-STATUS
013456         MOVE "N"                    TO WS-INIT-STATUS
013457         GO TO 1000-EXIT
013458     END-IF
013459
013460     OPEN I-O BETTOR-FILE
013461     IF NOT BETTOR-OK
013462         DISPLAY "PROGRAM2 - ERROR OPENING BETTOR-FILE - "
013463             WS-BETTOR-STATUS
013464         MOVE "N"                    TO WS-INIT-STATUS
013465         GO TO 1000-EXIT
013466     END-IF.
013467 1000-EXIT.
013468     EXIT.
013469
013470 1100-READ-CHECKPOINT.
013471*    A CHECKPOINT LEFT BY A SETTLEMENT THAT ABENDED MEANS THIS IS
013472*    A RESTART: THE PASS RESUMES AFTER THE LAST BET IT FINISHED,
013473*    ON THE SETTLEMENT DATE OF THE ORIGINAL RUN.  A CLEARED
013474*    CHECKPOINT (SPACES) OR NO CHECKPOINT AT ALL IS A NORMAL RUN.
013475     OPEN INPUT CHECKPOINT-FILE
013476     IF NOT CHECKPOINT-OK
013477         IF NOT CHECKPOINT-NOT-FOUND
013478             DISPLAY "PROGRAM2 - ERROR OPENING CHECKPOINT-FILE - "
013479                 WS-CHECKPOINT-STATUS
013480             MOVE "N"                TO WS-INIT-STATUS
013481         END-IF
013482         GO TO 1100-EXIT
013483     END-IF
013484     READ CHECKPOINT-FILE INTO WS-SETL-CHECKPOINT
013485         AT END
013486             MOVE SPACES             TO WS-SETL-CHECKPOINT
013487     END-READ
013488     CLOSE CHECKPOINT-FILE
013489     IF SCK-SETTLE-DATE NOT NUMERIC
013490        OR SCK-BETS-DONE NOT NUMERIC
013491         GO TO 1100-EXIT
013492     END-IF
013493     IF NOT SCK-BET-IN-FLIGHT
013494        AND (NOT SCK-BET-DONE OR SCK-BETS-DONE = 0)
013495         GO TO 1100-EXIT
013496     END-IF
013497     MOVE "Y"                        TO WS-RESTART-SW
013498     MOVE SCK-SETTLE-DATE            TO WS-SETTLE-DATE
013499     MOVE SCK-BETS-DONE              TO WS-CKPT-BETS-DONE
013500     IF SCK-BET-IN-FLIGHT
013501         MOVE "Y"                    TO WS-IN-FLIGHT-SW
013502         MOVE SCK-RUN-ID             TO WS-INFL-RUN-ID
013503         MOVE SCK-SEQUENCE           TO WS-INFL-SEQUENCE
013504         MOVE SCK-BETTOR             TO WS-INFL-BETTOR
013505         MOVE SCK-BAL-BEFORE         TO WS-INFL-BAL-BEFORE
013506         MOVE SCK-BAL-AFTER          TO WS-INFL-BAL-AFTER
013507     END-IF.
013508 1100-EXIT.
013509     EXIT.
013510
013511 1200-CHECK-SETTLE-FILE.
013512*    THE CHECKPOINT IS ONLY HONOURED WHILE SETTLTXN STILL ENDS IN
013513*    THE OPEN GROUP (HEADER, NO TRAILER) OF THE RUN THAT ABENDED.
013514*    WITH NO OPEN GROUP FOR ITS DATE ANYWHERE ON THE FILE THE
013515*    CHECKPOINT IS STALE AND THE PASS STARTS FROM THE TOP, AS IT
013516*    DID BEFORE THE CHECKPOINT EXISTED.  AN OPEN GROUP FOR ITS
013517*    DATE WITH ANOTHER GROUP WRITTEN BEHIND IT (A VOID RUN BETWEEN
013518*    THE ABEND AND THE RESTART) CAN NEITHER BE RESUMED NOR
013519*    SETTLED AGAIN FROM THE TOP, SO THE RESTART IS REFUSED.
013520     MOVE "N"                        TO WS-GROUP-OPEN-SW
013521     MOVE "N"                        TO WS-BURIED-GROUP-SW
013522     OPEN INPUT SETTLE-FILE
013523     IF SETTLE-OK
013524         PERFORM 1210-SCAN-ONE-SETTLE THRU 1210-EXIT
013525             UNTIL SETTLE-EOF
013526         CLOSE SETTLE-FILE
013527     ELSE
013528         IF NOT SETTLE-FILE-NOT-FOUND
013529             DISPLAY "PROGRAM2 - ERROR OPENING SETTLE-FILE - "
013530                 WS-SETTLE-STATUS
013531             MOVE "N"                TO WS-INIT-STATUS
013532             GO TO 1200-EXIT
013533         END-IF
013534     END-IF
013535     IF OPEN-GROUP-BURIED
013536        AND NOT (SETTLE-GROUP-OPEN
013537             AND WS-GROUP-DATE = WS-SETTLE-DATE)
013538         DISPLAY "PROGRAM2 - OPEN SETTLTXN GROUP FOR "
013539             WS-SETTLE-DATE " IS NOT AT THE END OF THE FILE - "
013540             "RESTART REFUSED"
013541         MOVE "N"                    TO WS-INIT-STATUS
013542         GO TO 1200-EXIT
013543     END-IF
013544     IF NOT SETTLE-GROUP-OPEN
013545        OR WS-GROUP-DATE NOT = WS-SETTLE-DATE
013546         DISPLAY "PROGRAM2 - NO OPEN SETTLTXN GROUP FOR "
013547             WS-SETTLE-DATE " - CHECKPOINT IGNORED"
013548         MOVE "N"                    TO WS-RESTART-SW
013549         MOVE "N"                    TO WS-IN-FLIGHT-SW
013550         GO TO 1200-EXIT
013551     END-IF
013552*    NOTHING THE CHECKPOINT COUNTED MAY BE MISSING, AND ONLY THE
013553*    ONE BET IN HAND AT THE ABEND CAN HAVE WRITTEN PAST IT.
013554     IF WS-GROUP-DETAILS < SCK-TXN-COUNT
013555        OR WS-GROUP-DETAILS > SCK-TXN-COUNT + 1
013556         DISPLAY "PROGRAM2 - SETTLTXN HOLDS " WS-GROUP-DETAILS
013557             " DETAILS, CHECKPOINT " SCK-TXN-COUNT
013558             " - RESTART REFUSED"
013559         MOVE "N"                    TO WS-INIT-STATUS
013560         GO TO 1200-EXIT
013561     END-IF
013562     IF WS-GROUP-DETAILS > SCK-TXN-COUNT
013563         MOVE "Y"                    TO WS-DETAIL-ON-FILE-SW
013564     END-IF.
013565 1200-EXIT.
013566     EXIT.
013567
013568 1210-SCAN-ONE-SETTLE.
013569     READ SETTLE-FILE
013570         AT END
013571             GO TO 1210-EXIT
013572     END-READ
013573     IF STH-RECORD-TYPE = "HD"
013574         IF SETTLE-GROUP-OPEN
013575            AND WS-GROUP-DATE = WS-SETTLE-DATE
013576             MOVE "Y"                TO WS-BURIED-GROUP-SW
013577         END-IF
013578         MOVE "Y"                    TO WS-GROUP-OPEN-SW
013579         MOVE STH-SETTLE-DATE        TO WS-GROUP-DATE
013580         MOVE 0                      TO WS-GROUP-DETAILS
013581     END-IF
013582     IF STD-RECORD-TYPE = "DT" AND SETTLE-GROUP-OPEN
013583         ADD 1 TO WS-GROUP-DETAILS
013584         MOVE STD-RUN-ID             TO WS-FILE-DTL-RUN-ID
013585         MOVE STD-SEQUENCE           TO WS-FILE-DTL-SEQUENCE
013586         MOVE STD-BETTOR             TO WS-FILE-DTL-BETTOR
013587     END-IF
013588     IF STT-RECORD-TYPE = "TR"
013589         MOVE "N"                    TO WS-GROUP-OPEN-SW
013590     END-IF.
013591 1210-EXIT.
013592     EXIT.
013593
013594 1300-SCAN-JOURNAL.
013595*    THE BET IN FLIGHT AT THE ABEND MAY ALREADY HAVE JOURNALLED
013596*    ITS STAKE AND/OR PAYOUT (RECORDS NUMBERED PAST THE
013597*    CHECKPOINT FOR ITS ACCOUNT AND TOSS).  THOSE ARE NOT
013598*    WRITTEN AGAIN - SEE 3700-WRITE-JOURNAL.
013599     OPEN INPUT POST-FILE
013600     IF NOT POST-OK
013601         GO TO 1300-EXIT
013602     END-IF
013603     PERFORM 1310-SCAN-ONE-JOURNAL THRU 1310-EXIT
013604         UNTIL POST-EOF
013605     CLOSE POST-FILE.
013606 1300-EXIT.
013607     EXIT.
013608
013609 1310-SCAN-ONE-JOURNAL.
013610     READ POST-FILE
013611         AT END
013612             GO TO 1310-EXIT
013613     END-READ
013614     IF PJ-POST-DATE = WS-SETTLE-DATE
013615        AND PJ-POST-SEQ > SCK-JRNL-POST-SEQ
013616        AND PJ-ACCOUNT-ID = WS-INFL-BETTOR
013617        AND PJ-RUN-ID = WS-INFL-RUN-ID
013618        AND PJ-SEQUENCE = WS-INFL-SEQUENCE
013619        AND (PJ-MOVE-STAKE OR PJ-MOVE-PAYOUT)
013620         ADD 1 TO WS-JRNL-ON-FILE-COUNT
013621         IF PJ-DEBIT
013622             MOVE "Y"                TO WS-JRNL-DEBIT-ON-FILE-SW
013623         ELSE
013624             MOVE "Y"                TO WS-JRNL-CREDIT-ON-FILE-SW
013625         END-IF
013626     END-IF.
013627 1310-EXIT.
013628     EXIT.
013629
013630 1500-LOAD-RATES.
013631*    THE TERMS LIVE ON THE PAYOUT-RATE MASTER.  A SHOP THAT HAS
013632*    NOT LOADED ONE YET (OR HAS NO RATE IN FORCE FOR TONIGHT)
013633*    STILL SETTLES AT THE OLD EVEN-MONEY TERMS, WITH A WARNING.
013634     OPEN INPUT RATE-FILE
013635     IF RATE-NOT-FOUND
013636         DISPLAY "PROGRAM2 - NO PAYOUT RATE MASTER - "
013637             "EVEN MONEY (2,00) ASSUMED"
013638         GO TO 1500-EXIT
013639     END-IF
013640     IF NOT RATE-OK
013641         DISPLAY "PROGRAM2 - ERROR OPENING RATE-FILE - "
013642             WS-RATE-STATUS
013643         MOVE "N"                    TO WS-INIT-STATUS
013644         GO TO 1500-EXIT
013645     END-IF
013646     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
013647         UNTIL RATE-EOF
013648     CLOSE RATE-FILE
013649     PERFORM 1520-PICK-RATE THRU 1520-EXIT.
013650 1500-EXIT.
013651     EXIT.
013652
013653 1510-LOAD-ONE-RATE.
013654     READ RATE-FILE NEXT RECORD
013655         AT END
013656             GO TO 1510-EXIT
013657     END-READ
013658     IF WS-RATE-COUNT < WS-RATE-MAX
013659         ADD 1 TO WS-RATE-COUNT
013660         SET RATE-IDX TO WS-RATE-COUNT
013661         MOVE PR-EFF-DATE        TO RT-EFF-DATE (RATE-IDX)
013662         MOVE PR-MULTIPLIER      TO RT-MULTIPLIER (RATE-IDX)
013663         MOVE PR-CARA-MULT       TO RT-CARA-MULT (RATE-IDX)
013664         MOVE PR-CRUZ-MULT       TO RT-CRUZ-MULT (RATE-IDX)
013665         MOVE 0                  TO WS-COMBO-SLOT
013666         PERFORM 1515-LOAD-ONE-COMBO THRU 1515-EXIT
013667             UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS
013668     ELSE
013669         DISPLAY "PROGRAM2 - RATE TABLE FULL - RECORD SKIPPED"
013670     END-IF.
013671 1510-EXIT.
013672     EXIT.
013673
013674 1515-LOAD-ONE-COMBO.
013675*    A COMBINATION MULTIPLIER THAT IS NOT NUMERIC IS TAKEN AS
013676*    ZERO - THAT LEG COUNT IS NOT OFFERED.
013677     ADD 1 TO WS-COMBO-SLOT
013678     IF PR-COMBO-MULT (WS-COMBO-SLOT) IS NUMERIC
013679         MOVE PR-COMBO-MULT (WS-COMBO-SLOT)
013680             TO RT-COMBO-MULT (RATE-IDX, WS-COMBO-SLOT)
013681     ELSE
013682         MOVE 0 TO RT-COMBO-MULT (RATE-IDX, WS-COMBO-SLOT)
013683     END-IF.
013684 1515-EXIT.
013685     EXIT.
013686
013687 1520-PICK-RATE.
013688*    THE RATE IN FORCE IS THE RECORD WITH THE GREATEST EFFECTIVE
013689*    DATE NOT AFTER THE SETTLEMENT DATE; THE TABLE ARRIVES IN
013690*    KEY ORDER, SO THE LAST QUALIFIER WINS.  A PER-OUTCOME
013691*    OVERRIDE OF ZERO MEANS "USE THE SINGLE MULTIPLIER".
013692     MOVE 0 TO WS-RATE-SCAN-IDX
013693     PERFORM 1530-SCAN-ONE-RATE THRU 1530-EXIT
013694         UNTIL WS-RATE-SCAN-IDX >= WS-RATE-COUNT
013695     IF WS-RATE-EFF-DATE = 0
013696         DISPLAY "PROGRAM2 - NO RATE IN FORCE FOR "
013697             WS-SETTLE-DATE " - EVEN MONEY (2,00) ASSUMED"
013698     END-IF.
013699 1520-EXIT.
013700     EXIT.
013701
013702 1530-SCAN-ONE-RATE.
013703     ADD 1 TO WS-RATE-SCAN-IDX
013704     SET RATE-IDX TO WS-RATE-SCAN-IDX
013705     IF RT-EFF-DATE (RATE-IDX) NOT > WS-SETTLE-DATE
013706         MOVE RT-EFF-DATE (RATE-IDX) TO WS-RATE-EFF-DATE
013707         IF RT-CARA-MULT (RATE-IDX) > 0
013708             MOVE RT-CARA-MULT (RATE-IDX) TO WS-CARA-RATE
013709         ELSE
013710             MOVE RT-MULTIPLIER (RATE-IDX) TO WS-CARA-RATE
013711         END-IF
013712         IF RT-CRUZ-MULT (RATE-IDX) > 0
013713             MOVE RT-CRUZ-MULT (RATE-IDX) TO WS-CRUZ-RATE
013714         ELSE
013715             MOVE RT-MULTIPLIER (RATE-IDX) TO WS-CRUZ-RATE
013716         END-IF
013717         MOVE RT-COMBO-RATES (RATE-IDX) TO WS-COMBO-RATES
013718     END-IF.
013719 1530-EXIT.
013720     EXIT.
013721
013800 2000-LOAD-TOSSES.
013900     READ RESULTS-FILE
014000         AT END
015300     END-IF.
015400 2000-EXIT.
015500     EXIT.
015501
015502 2500-RESUME-FROM-CHECKPOINT.
015503*    SKIP THE BETS THE ABENDED RUN ALREADY FINISHED - NOTHING IS
015504*    POSTED, JOURNALLED OR WRITTEN TO SETTLTXN FOR THEM AGAIN -
015505*    THEN RESTORE ITS COUNTS AND TOTALS, SO THE TRAILER AND THE
015506*    SUMMARY COME OUT AS A CLEAN RUN'S WOULD.
015507     MOVE 0                          TO WS-SKIP-COUNT
015508     PERFORM 2510-SKIP-ONE-BET THRU 2510-EXIT
015509         UNTIL WS-SKIP-COUNT >= WS-CKPT-BETS-DONE
015510            OR BETS-EOF
015511     IF WS-SKIP-COUNT < WS-CKPT-BETS-DONE
015512         DISPLAY "PROGRAM2 - BETS FILE ENDS AT BET " WS-SKIP-COUNT
015513             ", CHECKPOINT IS AT BET " WS-CKPT-BETS-DONE
015514         MOVE "Y"                    TO WS-RESTART-REFUSED-SW
015515         GO TO 2500-EXIT
015516     END-IF
015517*    THE LAST BET SKIPPED MUST BE THE ONE THE CHECKPOINT NAMES, OR
015518*    THE BETS FILE HAS CHANGED SINCE THE RUN THAT ABENDED.
015519     IF SCK-BET-DONE
015520        AND (SKL-RUN-ID NOT = SCK-RUN-ID
015521          OR SKL-SEQUENCE NOT = SCK-SEQUENCE
015522          OR SKL-BETTOR NOT = SCK-BETTOR)
015523         DISPLAY "PROGRAM2 - BET " WS-SKIP-COUNT " IS "
015524             WS-SKIP-LAST-BET ", CHECKPOINT HAS " SCK-RUN-ID " "
015525             SCK-SEQUENCE " " SCK-BETTOR
015526         MOVE "Y"                    TO WS-RESTART-REFUSED-SW
015527         GO TO 2500-EXIT
015528     END-IF
015529     MOVE WS-SKIP-COUNT              TO WS-BET-COUNT
015530     MOVE SCK-WIN-COUNT              TO WS-WIN-COUNT
015531     MOVE SCK-LOSS-COUNT             TO WS-LOSS-COUNT
015532     MOVE SCK-NOTFOUND-COUNT         TO WS-NOTFOUND-COUNT
015533     MOVE SCK-CARRIED-COUNT          TO WS-CARRIED-COUNT
015534     MOVE SCK-REFUND-COUNT           TO WS-REFUND-COUNT
015535     MOVE SCK-REJECT-COUNT           TO WS-ACCT-REJECT-COUNT
015536     MOVE SCK-POST-FAIL-COUNT        TO WS-POST-FAIL-COUNT
015537     MOVE SCK-JRNL-FAIL-COUNT        TO WS-JRNL-FAIL-COUNT
015538     MOVE SCK-JRNL-POST-SEQ          TO WS-JRNL-POST-SEQ
015539     MOVE SCK-TXN-COUNT              TO WS-SETTLE-TXN-COUNT
015540     MOVE SCK-TOTAL-STAKED           TO WS-TOTAL-STAKED
015541     MOVE SCK-TOTAL-REFUNDED         TO WS-TOTAL-REFUNDED
015542     MOVE SCK-TOTAL-PAID-OUT         TO WS-TOTAL-PAID-OUT
015543     PERFORM 2550-PRINT-RESTART THRU 2550-EXIT.
015544 2500-EXIT.
015545     EXIT.
015546
015547 2510-SKIP-ONE-BET.
015548     READ BETS-FILE
015549         AT END
015550             GO TO 2510-EXIT
015551     END-READ
015552     ADD 1 TO WS-SKIP-COUNT
015553     MOVE BET-RUN-ID                 TO SKL-RUN-ID
015554     MOVE BET-SEQUENCE               TO SKL-SEQUENCE
015555     MOVE BET-BETTOR                 TO SKL-BETTOR
015556     IF WS-SKIP-COUNT = 1
015557         MOVE WS-SKIP-LAST-BET       TO WS-SKIP-FIRST-BET
015558     END-IF
015559*    CARRYOUT IS A NEW FILE EVERY PASS, SO A SKIPPED BET THAT WAS
015560*    CARRIED FORWARD IS WRITTEN TO IT AGAIN EXACTLY AS
015561*    3000-SETTLE-BETS DID; IT IS ALREADY IN THE RESTORED COUNTS.
015562     PERFORM 3050-FIND-TOSS THRU 3050-EXIT
015563     IF WS-FOUND-IDX = 0
015564         ADD 1 TO BET-CARRY-DAYS
015565         IF BET-CARRY-DAYS NOT > WS-CARRY-LIMIT-DAYS
015566             MOVE BET-RECORD         TO CARRY-BET-RECORD
015567             WRITE CARRY-BET-RECORD
015568             ADD 1 TO WS-CARRY-REWRITE-COUNT
015569         END-IF
015570     END-IF.
015571 2510-EXIT.
015572     EXIT.
015573
015574 2550-PRINT-RESTART.
015575*    THE RESTART REPORT, AT THE HEAD OF THIS PASS'S PAYOUT LINES:
015576*    WHERE THE PASS RESUMED AND WHAT IT SKIPPED.
015577     COMPUTE WS-RESUME-BET = WS-SKIP-COUNT + 1
015578     DISPLAY "PROGRAM2 - RESUMING SETTLEMENT OF " WS-SETTLE-DATE
015579         " FROM CHECKPOINT AT BET " WS-RESUME-BET
015580     MOVE SPACES                     TO WS-REPORT-LINE
015581     STRING "*** RESTART - SETTLEMENT OF " DELIMITED BY SIZE
015582            WS-SETTLE-DATE                DELIMITED BY SIZE
015583            " RESUMED AT BET "            DELIMITED BY SIZE
015584            WS-RESUME-BET                 DELIMITED BY SIZE
015585            " ***"                        DELIMITED BY SIZE
015586         INTO WS-REPORT-LINE
015587     END-STRING
015588     PERFORM 2560-WRITE-RESTART-LINE THRU 2560-EXIT
015589     IF WS-SKIP-COUNT > 0
015590         STRING "BETS 00001 TO "          DELIMITED BY SIZE
015591                WS-SKIP-COUNT             DELIMITED BY SIZE
015592                " SETTLED BEFORE THE ABEND - SKIPPED, "
015593                                          DELIMITED BY SIZE
015594                "NOT REPOSTED"            DELIMITED BY SIZE
015595             INTO WS-REPORT-LINE
015596         END-STRING
015597         PERFORM 2560-WRITE-RESTART-LINE THRU 2560-EXIT
015598         STRING "  FIRST BET SKIPPED ... " DELIMITED BY SIZE
015599                WS-SKIP-FIRST-BET         DELIMITED BY SIZE
015600             INTO WS-REPORT-LINE
015601         END-STRING
015602         PERFORM 2560-WRITE-RESTART-LINE THRU 2560-EXIT
015603         STRING "  LAST BET SKIPPED .... " DELIMITED BY SIZE
015604                WS-SKIP-LAST-BET          DELIMITED BY SIZE
015605             INTO WS-REPORT-LINE
015606         END-STRING
015607         PERFORM 2560-WRITE-RESTART-LINE THRU 2560-EXIT
015608         STRING "  CARRY-FORWARD RECORDS REWRITTEN "
015609                                          DELIMITED BY SIZE
015610                WS-CARRY-REWRITE-COUNT    DELIMITED BY SIZE
015611             INTO WS-REPORT-LINE
015612         END-STRING
015613         PERFORM 2560-WRITE-RESTART-LINE THRU 2560-EXIT
015614     END-IF
015615     IF IN-FLIGHT-PENDING
015616         STRING "  IN FLIGHT AT ABEND .. " DELIMITED BY SIZE
015617                WS-INFL-RUN-ID            DELIMITED BY SIZE
015618                " "                       DELIMITED BY SIZE
015619                WS-INFL-SEQUENCE          DELIMITED BY SIZE
015620                " "                       DELIMITED BY SIZE
015621                WS-INFL-BETTOR            DELIMITED BY SIZE
015622                " - CHECKED BEFORE POSTING"
015623                                          DELIMITED BY SIZE
015624             INTO WS-REPORT-LINE
015625         END-STRING
015626         PERFORM 2560-WRITE-RESTART-LINE THRU 2560-EXIT
015627     END-IF.
015628 2550-EXIT.
015629     EXIT.
015630
015631 2560-WRITE-RESTART-LINE.
015632     MOVE WS-REPORT-LINE             TO PAYOUT-RECORD
015633     WRITE PAYOUT-RECORD
015634     MOVE SPACES                     TO WS-REPORT-LINE.
015635 2560-EXIT.
015636     EXIT.
015637
015700 3000-SETTLE-BETS.
015800     READ BETS-FILE
015900         AT END
016310
016311*    LOOK THE TOSS UP FIRST: A BET ON A RUN NOT DRAWN YET MUST
016312*    BE CARRIED FORWARD, NOT CONSUMED BY AN ACCOUNT EDIT AGAINST
016313*    A BALANCE THAT IS ONLY DEBITED WHEN THE BET SETTLES.  A
016314*    COMBINATION COUNTS AS DRAWN ONLY WHEN EVERY LEG IS.
016500     PERFORM 3050-FIND-TOSS THRU 3050-EXIT
017500
017600     IF WS-FOUND-IDX = 0
017700         ADD 1 TO WS-NOTFOUND-COUNT
017920         ADD 1 TO BET-CARRY-DAYS
017930         IF BET-CARRY-DAYS > WS-CARRY-LIMIT-DAYS
017940             ADD 1 TO WS-REFUND-COUNT
017941             ADD BET-AMOUNT       TO WS-TOTAL-REFUNDED
017942             PERFORM 3650-WRITE-REFUND-TXN THRU 3650-EXIT
017950             STRING BET-RUN-ID    DELIMITED BY SIZE
017951                    " "           DELIMITED BY SIZE
017952                    BET-SEQUENCE  DELIMITED BY SIZE
018670         END-IF
018680         GO TO 3000-WRITE-LINE
018690     END-IF
018692
018694     IF IN-FLIGHT-PENDING
018696         PERFORM 3800-RESOLVE-IN-FLIGHT THRU 3800-EXIT
018698         IF INFL-IN-DOUBT
018700             GO TO 3000-WRITE-LINE
018702         END-IF
018704         IF INFL-POSTED
018706             GO TO 3000-POST-BET
018708         END-IF
018710     END-IF
018712*    A COMBINATION NEEDS TERMS IN FORCE FOR ITS LEG COUNT.
018714     PERFORM 3040-PRICE-BET THRU 3040-EXIT
018716     IF BET-COMBINATION AND WS-APPLIED-RATE = 0
018718         MOVE "NO COMBINATION TERMS - BET REJECTED"
018720                                  TO WS-REJECT-TEXT
018722         PERFORM 3500-REJECT-BET THRU 3500-EXIT
018724         GO TO 3000-WRITE-LINE
018726     END-IF
018728     MOVE BET-BETTOR          TO BM-ACCOUNT-ID
018730     MOVE "Y"                 TO WS-ACCOUNT-SW
018732     READ BETTOR-FILE
018734         INVALID KEY
018736             MOVE "N"         TO WS-ACCOUNT-SW
018738     END-READ
018740     IF NOT ACCOUNT-FOUND
018742         MOVE "UNKNOWN ACCOUNT - BET REJECTED"
018744                                  TO WS-REJECT-TEXT
018746         PERFORM 3500-REJECT-BET THRU 3500-EXIT
018748         GO TO 3000-WRITE-LINE
018750     END-IF
018752     IF BM-SUSPENDED
018754         MOVE "ACCOUNT SUSPENDED - BET REJECTED"
018756                                  TO WS-REJECT-TEXT
018758         PERFORM 3500-REJECT-BET THRU 3500-EXIT
018760         GO TO 3000-WRITE-LINE
018762     END-IF
018764     COMPUTE WS-AVAILABLE-FUNDS = BM-BALANCE + BM-CREDIT-LIMIT
018766     IF BET-AMOUNT > WS-AVAILABLE-FUNDS
018768         MOVE "INSUFFICIENT FUNDS - BET REJECTED"
018770                                  TO WS-REJECT-TEXT
018772         PERFORM 3500-REJECT-BET THRU 3500-EXIT
018774         GO TO 3000-WRITE-LINE
018776     END-IF.
018778
018780 3000-POST-BET.
018810     ADD BET-AMOUNT TO WS-TOTAL-STAKED
018820*    THE RATE RIDES ON THE DETAIL EVEN FOR A LOSS, SO THE CASH
018830*    OFFICE CAN VERIFY PAYOUT = STAKE * RATE EITHER WAY.
018864     PERFORM 3040-PRICE-BET THRU 3040-EXIT
018898     IF (BET-COMBINATION AND WS-LEGS-HIT = BET-LEGS)
018932        OR (NOT BET-COMBINATION
018966            AND BET-PICK = TT-OUTCOME (WS-FOUND-IDX))
019000         ADD 1 TO WS-WIN-COUNT
019100         COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
019110             BET-AMOUNT * WS-APPLIED-RATE
019600         MOVE "LOSS"          TO WS-RESULT-TEXT
019700     END-IF
019800     ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAID-OUT
019805     MOVE BM-BALANCE          TO WS-OPEN-BALANCE
019810     SUBTRACT BET-AMOUNT FROM BM-BALANCE
019811     MOVE BM-BALANCE          TO WS-STAKE-BALANCE
019812     ADD WS-PAYOUT-AMOUNT TO BM-BALANCE
019813*    THE IN-FLIGHT CHECKPOINT GOES DOWN BEFORE ANYTHING MOVES, AND
019814*    THE MASTER IS REWRITTEN AHEAD OF THE JOURNAL AND SETTLTXN, SO
019815*    A RESTART CAN TELL FROM THE BALANCE AND THOSE FILES WHETHER
019816*    THIS BET POSTED - SEE 3800-RESOLVE-IN-FLIGHT.
019817     PERFORM 6200-WRITE-IN-FLIGHT THRU 6200-EXIT
019818     IF BET-ALREADY-POSTED
019819         MOVE "N"             TO WS-ALREADY-POSTED-SW
019820     ELSE
019821         REWRITE BETTOR-MASTER-RECORD
019822         IF NOT BETTOR-OK
019823             DISPLAY "PROGRAM2 - BETTOR REWRITE FAILED - STATUS "
019824                 WS-BETTOR-STATUS " ACCOUNT " BM-ACCOUNT-ID
019825             ADD 1 TO WS-POST-FAIL-COUNT
019826         END-IF
019827     END-IF
019828     MOVE "D"                 TO WS-JRNL-DC
019829     MOVE "S"                 TO WS-JRNL-TYPE
019830     MOVE BET-AMOUNT          TO WS-JRNL-AMOUNT
019831     MOVE WS-STAKE-BALANCE    TO WS-JRNL-BALANCE
019832     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
019833     IF WS-PAYOUT-AMOUNT > 0
019834         MOVE "C"             TO WS-JRNL-DC
019835         MOVE "P"             TO WS-JRNL-TYPE
019836         MOVE WS-PAYOUT-AMOUNT TO WS-JRNL-AMOUNT
019837         MOVE BM-BALANCE      TO WS-JRNL-BALANCE
019838         PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
019839     END-IF
019840     PERFORM 3600-WRITE-SETTLE-TXN THRU 3600-EXIT
019850     MOVE WS-PAYOUT-AMOUNT    TO WS-PAYOUT-AMOUNT-EDIT
019852     IF BET-COMBINATION
019854         STRING BET-RUN-ID                 DELIMITED BY SIZE
019856                " "                        DELIMITED BY SIZE
019858                BET-SEQUENCE               DELIMITED BY SIZE
019860                " "                        DELIMITED BY SIZE
019862                BET-BETTOR                 DELIMITED BY SIZE
019864                " COMBO "                  DELIMITED BY SIZE
019866                BET-LEGS                   DELIMITED BY SIZE
019868                " LEGS HIT "               DELIMITED BY SIZE
019870                WS-LEGS-HIT                DELIMITED BY SIZE
019872                " "                        DELIMITED BY SIZE
019874                WS-RESULT-TEXT             DELIMITED BY SIZE
019876                " PAYOUT="                 DELIMITED BY SIZE
019878                WS-PAYOUT-AMOUNT-EDIT      DELIMITED BY SIZE
019880             INTO WS-REPORT-LINE
019882         END-STRING
019884         GO TO 3000-WRITE-LINE
019886     END-IF
019900     STRING BET-RUN-ID                     DELIMITED BY SIZE
020000            " "                             DELIMITED BY SIZE
020100            BET-SEQUENCE                    DELIMITED BY SIZE
021200
021210 3000-WRITE-LINE.
021300     MOVE WS-REPORT-LINE     TO PAYOUT-RECORD
021400     WRITE PAYOUT-RECORD
021420     MOVE SPACES             TO WS-REPORT-LINE
021450     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
021500 3000-EXIT.
021600     EXIT.
021610
021611 3040-PRICE-BET.
021612*    A SINGLE BET TAKES THE RATE FOR ITS PICK; A COMBINATION THE
021613*    MULTIPLIER FOR ITS LEG COUNT, ZERO IF NONE IS IN FORCE.
021614     IF NOT BET-COMBINATION
021615         IF BET-PICK = 0
021616             MOVE WS-CARA-RATE    TO WS-APPLIED-RATE
021617         ELSE
021618             MOVE WS-CRUZ-RATE    TO WS-APPLIED-RATE
021619         END-IF
021620         GO TO 3040-EXIT
021621     END-IF
021622     MOVE 0                       TO WS-APPLIED-RATE
021623     IF BET-LEGS IS NUMERIC
021624        AND BET-LEGS > 1
021625        AND BET-LEGS NOT > WS-COMBO-SLOTS + 1
021626         COMPUTE WS-COMBO-SLOT = BET-LEGS - 1
021627         MOVE WS-COMBO-RATE (WS-COMBO-SLOT) TO WS-APPLIED-RATE
021628     END-IF.
021629 3040-EXIT.
021630     EXIT.
021631
021632 3050-FIND-TOSS.
021633*    WS-FOUND-IDX COMES BACK AS THE BET'S TOSS - FOR A
021634*    COMBINATION ITS FIRST LEG, AND ONLY WHEN EVERY LEG HAS BEEN
021635*    DRAWN, WITH WS-LEGS-HIT THE NUMBER OF LEGS CALLED RIGHT -
021636*    OR ZERO WHEN THE BET CANNOT SETTLE YET.
021637     MOVE 0                       TO WS-FOUND-IDX
021638     MOVE 0                       TO WS-LEGS-HIT
021639     IF NOT BET-COMBINATION
021640         MOVE BET-SEQUENCE        TO WS-LEG-SEQ
021641         PERFORM 3060-FIND-ONE-TOSS THRU 3060-EXIT
021642         MOVE WS-LEG-FOUND-IDX    TO WS-FOUND-IDX
021643         GO TO 3050-EXIT
021644     END-IF
021645     IF BET-LEGS IS NOT NUMERIC
021646        OR BET-LEGS < 2
021647        OR BET-LEGS > WS-COMBO-SLOTS + 1
021648         GO TO 3050-EXIT
021649     END-IF
021650     MOVE "Y"                     TO WS-ALL-LEGS-SW
021651     MOVE 0                       TO WS-LEG-IDX
021652     PERFORM 3070-FIND-ONE-LEG THRU 3070-EXIT
021653         UNTIL WS-LEG-IDX >= BET-LEGS
021654            OR NOT ALL-LEGS-DRAWN
021655     IF ALL-LEGS-DRAWN
021656         MOVE WS-FIRST-LEG-IDX    TO WS-FOUND-IDX
021657     END-IF.
021658 3050-EXIT.
021659     EXIT.
021660
021661 3060-FIND-ONE-TOSS.
021662     MOVE 0                       TO WS-LEG-FOUND-IDX
021663     SET TOSS-IDX TO 1
021664     SEARCH WS-TOSS-ENTRY
021665         AT END
021666             MOVE 0 TO WS-LEG-FOUND-IDX
021667         WHEN TT-RUN-ID (TOSS-IDX)   = BET-RUN-ID
021668          AND TT-SEQUENCE (TOSS-IDX) = WS-LEG-SEQ
021669             SET WS-LEG-FOUND-IDX TO TOSS-IDX
021670     END-SEARCH.
021671 3060-EXIT.
021672     EXIT.
021673
021674 3070-FIND-ONE-LEG.
021675     ADD 1 TO WS-LEG-IDX
021676     COMPUTE WS-LEG-SEQ = BET-SEQUENCE + WS-LEG-IDX - 1
021677     PERFORM 3060-FIND-ONE-TOSS THRU 3060-EXIT
021678     IF WS-LEG-FOUND-IDX = 0
021679         MOVE "N"                 TO WS-ALL-LEGS-SW
021680         GO TO 3070-EXIT
021681     END-IF
021682     IF WS-LEG-IDX = 1
021683         MOVE WS-LEG-FOUND-IDX    TO WS-FIRST-LEG-IDX
021684     END-IF
021685     IF BET-LEG-PICK (WS-LEG-IDX) = TT-OUTCOME (WS-LEG-FOUND-IDX)
021686         ADD 1 TO WS-LEGS-HIT
021687     END-IF.
021688 3070-EXIT.
021689     EXIT.
021690
021691 3500-REJECT-BET.
021692     ADD 1 TO WS-ACCT-REJECT-COUNT
021693     MOVE SPACES              TO WS-REPORT-LINE
021694     STRING BET-RUN-ID        DELIMITED BY SIZE
021695            " "               DELIMITED BY SIZE
021696            BET-SEQUENCE      DELIMITED BY SIZE
021697            " "               DELIMITED BY SIZE
021698            BET-BETTOR        DELIMITED BY SIZE
021699            " "               DELIMITED BY SIZE
021700            WS-REJECT-TEXT    DELIMITED BY SIZE
021701         INTO WS-REPORT-LINE
021702     END-STRING.
021703 3500-EXIT.
021704     EXIT.
021705
021706 3700-WRITE-JOURNAL.
021707*    ONE PERMANENT JOURNAL RECORD PER BALANCE MOVEMENT - THE
021708*    CALLER SETS WS-JRNL-DC, WS-JRNL-TYPE, WS-JRNL-AMOUNT AND
021709*    WS-JRNL-BALANCE, THE BALANCE AS IT STOOD AFTER THIS
021710*    MOVEMENT, WHICH GOES TO PJ-BALANCE-AFTER.  A MOVEMENT THE
021711*    BET IN FLIGHT AT AN ABEND ALREADY JOURNALLED (FOUND BY
021712*    1300-SCAN-JOURNAL) KEEPS ITS NUMBER BUT IS NOT WRITTEN AGAIN.
021713     ADD 1 TO WS-JRNL-POST-SEQ
021714     IF WS-JRNL-DC = "D" AND JRNL-DEBIT-ON-FILE
021715         MOVE "N"                TO WS-JRNL-DEBIT-ON-FILE-SW
021716         GO TO 3700-EXIT
021717     END-IF
021718     IF WS-JRNL-DC = "C" AND JRNL-CREDIT-ON-FILE
021719         MOVE "N"                TO WS-JRNL-CREDIT-ON-FILE-SW
021720         GO TO 3700-EXIT
021721     END-IF
021722     MOVE SPACES                 TO POSTING-JOURNAL-RECORD
021723     MOVE BM-ACCOUNT-ID          TO PJ-ACCOUNT-ID
021724     MOVE WS-SETTLE-DATE         TO PJ-POST-DATE
021725     MOVE WS-JRNL-POST-SEQ       TO PJ-POST-SEQ
021726     MOVE BET-RUN-ID             TO PJ-RUN-ID
021727     MOVE BET-SEQUENCE           TO PJ-SEQUENCE
021728     MOVE WS-JRNL-DC             TO PJ-DEBIT-CREDIT
021729     MOVE WS-JRNL-AMOUNT         TO PJ-AMOUNT
021730     MOVE WS-JRNL-BALANCE        TO PJ-BALANCE-AFTER
021731     MOVE WS-JRNL-TYPE           TO PJ-MOVE-TYPE
021732     WRITE POSTING-JOURNAL-RECORD
021733     IF NOT POST-OK
021734         DISPLAY "PROGRAM2 - JOURNAL WRITE FAILED - STATUS "
021735             WS-POST-STATUS " ACCOUNT " BM-ACCOUNT-ID
021736         ADD 1 TO WS-JRNL-FAIL-COUNT
021737     END-IF.
021738 3700-EXIT.
021739     EXIT.
021740
021741 3600-WRITE-SETTLE-TXN.
021742*    ONE FIXED-FORMAT INTERFACE RECORD PER BET THAT ACTUALLY
021743*    SETTLED, FOR THE CASH OFFICE - SEE SETLREC.
021744     ADD 1 TO WS-SETTLE-TXN-COUNT
021745     MOVE SPACES                 TO SETTLEMENT-DETAIL-RECORD
021746     MOVE "DT"                   TO STD-RECORD-TYPE
021747     MOVE BET-BETTOR             TO STD-BETTOR
021748     MOVE BET-RUN-ID             TO STD-RUN-ID
021749     MOVE BET-SEQUENCE           TO STD-SEQUENCE
021750     MOVE BET-PICK               TO STD-PICK
021751     MOVE TT-OUTCOME (WS-FOUND-IDX) TO STD-OUTCOME
021752     MOVE BET-AMOUNT             TO STD-STAKE
021753     MOVE WS-PAYOUT-AMOUNT       TO STD-PAYOUT
021754     IF WS-RESULT-TEXT = "WIN "
021755         MOVE "W"                TO STD-WIN-LOSS
021756     ELSE
021757         MOVE "L"                TO STD-WIN-LOSS
021758     END-IF
021759     MOVE WS-SETTLE-DATE         TO STD-SETTLE-DATE
021760     MOVE WS-APPLIED-RATE        TO STD-RATE
021761     PERFORM 3690-SET-DETAIL-LEGS THRU 3690-EXIT
021762     PERFORM 3680-PUT-SETTLE-DETAIL THRU 3680-EXIT.
021763 3600-EXIT.
021764     EXIT.
021765
021766 3650-WRITE-REFUND-TXN.
021767*    A REFUNDED BET NEVER SETTLED AND NEVER MOVED THE BALANCE;
021768*    THE DETAIL CARRIES ITS STAKE SO THE LEDGER SEES THE REFUND.
021769     ADD 1 TO WS-SETTLE-TXN-COUNT
021770     MOVE SPACES                 TO SETTLEMENT-DETAIL-RECORD
021771     MOVE "DT"                   TO STD-RECORD-TYPE
021772     MOVE BET-BETTOR             TO STD-BETTOR
021773     MOVE BET-RUN-ID             TO STD-RUN-ID
021774     MOVE BET-SEQUENCE           TO STD-SEQUENCE
021775     MOVE BET-PICK               TO STD-PICK
021776     MOVE 0                      TO STD-OUTCOME
021777     MOVE BET-AMOUNT             TO STD-STAKE
021778     MOVE 0                      TO STD-PAYOUT
021779     MOVE "R"                    TO STD-WIN-LOSS
021780     MOVE WS-SETTLE-DATE         TO STD-SETTLE-DATE
021781     MOVE 0                      TO STD-RATE
021782     PERFORM 3690-SET-DETAIL-LEGS THRU 3690-EXIT
021783     PERFORM 3680-PUT-SETTLE-DETAIL THRU 3680-EXIT.
021784 3650-EXIT.
021785     EXIT.
021786
021787 3680-PUT-SETTLE-DETAIL.
021788*    A DETAIL THE BET IN HAND AT AN ABEND ALREADY WROTE (FOUND BY
021789*    1200-CHECK-SETTLE-FILE) IS COUNTED BUT NOT WRITTEN AGAIN.
021790     IF SETTLE-DETAIL-ON-FILE
021791         MOVE "N"                    TO WS-DETAIL-ON-FILE-SW
021792         IF STD-RUN-ID = WS-FILE-DTL-RUN-ID
021793            AND STD-SEQUENCE = WS-FILE-DTL-SEQUENCE
021794            AND STD-BETTOR = WS-FILE-DTL-BETTOR
021795             GO TO 3680-EXIT
021796         END-IF
021797         DISPLAY "PROGRAM2 - SETTLTXN DETAIL PAST CHECKPOINT ("
021798             WS-FILE-DTL-RUN-ID " " WS-FILE-DTL-SEQUENCE
021799             ") IS NOT THIS BET'S - CHECK BEFORE RELEASE"
021800         ADD 1 TO WS-POST-FAIL-COUNT
021801     END-IF
021802     WRITE SETTLEMENT-DETAIL-RECORD.
021803 3680-EXIT.
021804     EXIT.
021805
021806 3690-SET-DETAIL-LEGS.
021807*    A COMBINATION GOES TO THE CASH OFFICE AS ONE DETAIL WITH ITS
021808*    LEG COUNT AND PICKS; A SINGLE BET IS ONE LEG.
021809     IF BET-COMBINATION
021810         MOVE BET-LEGS           TO STD-LEG-COUNT-NUM
021811         MOVE BET-LEG-PICKS      TO STD-LEG-PICKS
021812     ELSE
021813         MOVE 1                  TO STD-LEG-COUNT-NUM
021814         MOVE BET-PICK           TO STD-LEG-PICKS
021815     END-IF.
021816 3690-EXIT.
021817     EXIT.
021818
021819 3800-RESOLVE-IN-FLIGHT.
021820*    THE BET IN HAND WHEN THE LAST RUN ABENDED.  IT REACHED
021821*    BETMAST IF A JOURNAL RECORD OR SETTLTXN DETAIL FOR IT IS ON
021822*    FILE (BOTH ARE WRITTEN ONLY AFTER THE REWRITE) OR THE BALANCE
021823*    NOW STANDS AT THE CHECKPOINTED AFTER-BALANCE: IT IS THEN
021824*    FINISHED FROM THE BEFORE-BALANCE WITHOUT TOUCHING THE MASTER
021825*    AGAIN.  STILL AT THE BEFORE-BALANCE, IT NEVER POSTED AND
021826*    SETTLES NORMALLY.  ANYTHING ELSE MEANS THE ACCOUNT HAS MOVED
021827*    SINCE, SO THE BET IS LEFT UNSETTLED FOR THE CASH OFFICE AND
021828*    THE STEP ENDS RC=8.
021829     MOVE "N"                        TO WS-IN-FLIGHT-SW
021830     MOVE "N"                        TO WS-INFL-RESULT-SW
021831     IF BET-RUN-ID NOT = WS-INFL-RUN-ID
021832        OR BET-SEQUENCE NOT = WS-INFL-SEQUENCE
021833        OR BET-BETTOR NOT = WS-INFL-BETTOR
021834         DISPLAY "PROGRAM2 - BET IN FLIGHT AT THE ABEND ("
021835             WS-INFL-RUN-ID " " WS-INFL-SEQUENCE
021836             ") NOT AT THE RESUME POINT - CHECK ACCOUNT "
021837             WS-INFL-BETTOR
021838         ADD 1 TO WS-POST-FAIL-COUNT
021839         GO TO 3800-EXIT
021840     END-IF
021841     MOVE BET-BETTOR                 TO BM-ACCOUNT-ID
021842     READ BETTOR-FILE
021843         INVALID KEY
021844             MOVE "U"                TO WS-INFL-RESULT-SW
021845             GO TO 3800-IN-DOUBT
021846     END-READ
021847     IF WS-JRNL-ON-FILE-COUNT > 0
021848        OR (SETTLE-DETAIL-ON-FILE
021849            AND WS-FILE-DTL-RUN-ID = BET-RUN-ID
021850            AND WS-FILE-DTL-SEQUENCE = BET-SEQUENCE
021851            AND WS-FILE-DTL-BETTOR = BET-BETTOR)
021852        OR (BM-BALANCE = WS-INFL-BAL-AFTER
021853            AND WS-INFL-BAL-AFTER NOT = WS-INFL-BAL-BEFORE)
021854         MOVE "P"                    TO WS-INFL-RESULT-SW
021855         MOVE "Y"                    TO WS-ALREADY-POSTED-SW
021856         MOVE WS-INFL-BAL-BEFORE     TO BM-BALANCE
021857         DISPLAY "PROGRAM2 - BET " BET-RUN-ID " " BET-SEQUENCE
021858             " POSTED BEFORE THE ABEND - FINISHED, NOT REPOSTED"
021859         GO TO 3800-EXIT
021860     END-IF
021861     IF BM-BALANCE = WS-INFL-BAL-BEFORE
021862         DISPLAY "PROGRAM2 - BET " BET-RUN-ID " " BET-SEQUENCE
021863             " NOT POSTED BEFORE THE ABEND - SETTLED NOW"
021864         GO TO 3800-EXIT
021865     END-IF
021866     MOVE "U"                        TO WS-INFL-RESULT-SW.
021867 3800-IN-DOUBT.
021868     ADD 1 TO WS-POST-FAIL-COUNT
021869     DISPLAY "PROGRAM2 - BET " BET-RUN-ID " " BET-SEQUENCE
021870         " IN FLIGHT AT THE ABEND, ACCOUNT HAS MOVED - NOT "
021871         "SETTLED, CHECK ACCOUNT " BET-BETTOR
021872     MOVE SPACES                     TO WS-REPORT-LINE
021873     STRING BET-RUN-ID               DELIMITED BY SIZE
021874            " "                      DELIMITED BY SIZE
021875            BET-SEQUENCE             DELIMITED BY SIZE
021876            " "                      DELIMITED BY SIZE
021877            BET-BETTOR               DELIMITED BY SIZE
021878            " IN FLIGHT AT ABEND - NOT SETTLED, CHECK"
021879                                     DELIMITED BY SIZE
021880         INTO WS-REPORT-LINE
021881     END-STRING.
021882 3800-EXIT.
021883     EXIT.
021884
021885 4000-PRINT-SUMMARY.
021900     DISPLAY "--------------------------------------------".
022000     DISPLAY "PROGRAM2 - SETTLEMENT SUMMARY".
022100     DISPLAY "--------------------------------------------".
022510     DISPLAY "  ACCOUNT REJECTS ....... " WS-ACCT-REJECT-COUNT.
022520     DISPLAY "  CARRIED FORWARD ....... " WS-CARRIED-COUNT.
022530     DISPLAY "  REFUNDED (AGED OUT) ... " WS-REFUND-COUNT.
022540     IF RESTART-PENDING
022541         DISPLAY "  RESUMED AFTER BET ..... " WS-SKIP-COUNT
022542         DISPLAY "  CARRY RECS REWRITTEN .. "
022543             WS-CARRY-REWRITE-COUNT
022544     END-IF.
022600     MOVE WS-TOTAL-STAKED             TO WS-TOTAL-STAKED-EDIT
022650     MOVE WS-TOTAL-PAID-OUT           TO WS-TOTAL-PAID-OUT-EDIT
022700     DISPLAY "  TOTAL STAKED .......... " WS-TOTAL-STAKED-EDIT.
022764     MOVE WS-CRUZ-RATE                TO WS-RATE-EDIT
022766     DISPLAY "  RATE IN FORCE (CRUZ) .. " WS-RATE-EDIT.
022768     DISPLAY "  RATE EFFECTIVE DATE ... " WS-RATE-EFF-DATE.
022774     MOVE 0                           TO WS-COMBO-SLOT
022780     PERFORM 4010-EDIT-ONE-COMBO THRU 4010-EXIT
022786         UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS
022792     DISPLAY "  COMBINATION 2-6 LEGS .. " WS-COMBO-RATE-LINE.
022800     DISPLAY "--------------------------------------------".
022900 4000-EXIT.
023000     EXIT.
023001
023002 4010-EDIT-ONE-COMBO.
023003     ADD 1 TO WS-COMBO-SLOT
023004     MOVE WS-COMBO-RATE (WS-COMBO-SLOT)
023005         TO WS-COMBO-RATE-EDIT (WS-COMBO-SLOT).
023006 4010-EXIT.
023007     EXIT.
023008
023009 6000-WRITE-CHECKPOINT.
023010*    RECORD THE BET JUST FINISHED AND THE RUNNING COUNTS AND
023011*    TOTALS, SO AN ABENDED PASS CAN BE RESUMED AFTER IT INSTEAD OF
023012*    SETTLING EVERY BET AGAIN.
023013     PERFORM 6050-BUILD-CHECKPOINT THRU 6050-EXIT
023014     MOVE BET-RUN-ID                 TO SCK-RUN-ID
023015     MOVE BET-SEQUENCE               TO SCK-SEQUENCE
023016     MOVE BET-BETTOR                 TO SCK-BETTOR
023017     MOVE WS-SETL-CHECKPOINT         TO WS-CKPT-LAST-DONE
023018     OPEN OUTPUT CHECKPOINT-FILE
023019     WRITE CHECKPOINT-RECORD FROM WS-SETL-CHECKPOINT
023020     CLOSE CHECKPOINT-FILE.
023021 6000-EXIT.
023022     EXIT.
023023
023024 6050-BUILD-CHECKPOINT.
023025     MOVE SPACES                     TO WS-SETL-CHECKPOINT
023026     MOVE WS-SETTLE-DATE             TO SCK-SETTLE-DATE
023027     MOVE "D"                        TO SCK-STATE
023028     MOVE WS-BET-COUNT               TO SCK-BETS-DONE
023029     MOVE 0                          TO SCK-SEQUENCE
023030     MOVE WS-WIN-COUNT               TO SCK-WIN-COUNT
023031     MOVE WS-LOSS-COUNT              TO SCK-LOSS-COUNT
023032     MOVE WS-NOTFOUND-COUNT          TO SCK-NOTFOUND-COUNT
023033     MOVE WS-CARRIED-COUNT           TO SCK-CARRIED-COUNT
023034     MOVE WS-REFUND-COUNT            TO SCK-REFUND-COUNT
023035     MOVE WS-ACCT-REJECT-COUNT       TO SCK-REJECT-COUNT
023036     MOVE WS-POST-FAIL-COUNT         TO SCK-POST-FAIL-COUNT
023037     MOVE WS-JRNL-FAIL-COUNT         TO SCK-JRNL-FAIL-COUNT
023038     MOVE WS-JRNL-POST-SEQ           TO SCK-JRNL-POST-SEQ
023039     MOVE WS-SETTLE-TXN-COUNT        TO SCK-TXN-COUNT
023040     MOVE WS-TOTAL-STAKED            TO SCK-TOTAL-STAKED
023041     MOVE WS-TOTAL-REFUNDED          TO SCK-TOTAL-REFUNDED
023042     MOVE WS-TOTAL-PAID-OUT          TO SCK-TOTAL-PAID-OUT
023043     MOVE 0                          TO SCK-BAL-BEFORE
023044     MOVE 0                          TO SCK-BAL-AFTER.
023045 6050-EXIT.
023046     EXIT.
023047
023048 6200-WRITE-IN-FLIGHT.
023049*    THE BET ABOUT TO BE POSTED, OVER THE COUNTS OF THE LAST BET
023050*    FINISHED, WITH THE ACCOUNT BALANCE BEFORE AND AFTER.
023051     MOVE WS-CKPT-LAST-DONE          TO WS-SETL-CHECKPOINT
023052     MOVE "I"                        TO SCK-STATE
023053     MOVE BET-RUN-ID                 TO SCK-RUN-ID
023054     MOVE BET-SEQUENCE               TO SCK-SEQUENCE
023055     MOVE BET-BETTOR                 TO SCK-BETTOR
023056     MOVE WS-OPEN-BALANCE            TO SCK-BAL-BEFORE
023057     MOVE BM-BALANCE                 TO SCK-BAL-AFTER
023058     OPEN OUTPUT CHECKPOINT-FILE
023059     WRITE CHECKPOINT-RECORD FROM WS-SETL-CHECKPOINT
023060     CLOSE CHECKPOINT-FILE.
023061 6200-EXIT.
023062     EXIT.
023063
023064 6500-CLEAR-CHECKPOINT.
023065*    THE PASS FINISHED - CLEAR THE CHECKPOINT SO TOMORROW'S RUN
023066*    DOES NOT MISTAKENLY RESUME FROM IT.
023067     MOVE SPACES                     TO CHECKPOINT-RECORD
023068     OPEN OUTPUT CHECKPOINT-FILE
023069     WRITE CHECKPOINT-RECORD
023070     CLOSE CHECKPOINT-FILE.
023071 6500-EXIT.
023072     EXIT.
023100
023200 9000-TERMINATE.
023205*    A REFUSED RESTART LEAVES THE ABENDED RUN'S GROUP OPEN - NO
023206*    TRAILER - SO THE NEXT ATTEMPT CAN STILL RESUME IT.
023207     IF RESTART-REFUSED
023208         GO TO 9000-CLOSE-FILES
023209     END-IF
023210     MOVE SPACES                 TO SETTLEMENT-TRAILER-RECORD
023220     MOVE "TR"                   TO STT-RECORD-TYPE
023230     MOVE WS-SETTLE-TXN-COUNT    TO STT-RECORD-COUNT
023235     COMPUTE WS-STAKE-HASH = WS-TOTAL-STAKED + WS-TOTAL-REFUNDED
023240     MOVE WS-STAKE-HASH          TO STT-STAKE-HASH
023250     MOVE WS-TOTAL-PAID-OUT      TO STT-PAYOUT-HASH
023260     WRITE SETTLEMENT-TRAILER-RECORD.
023270
023280 9000-CLOSE-FILES.
023300     CLOSE RESULTS-FILE
023400     CLOSE BETS-FILE
023500     CLOSE PAYOUT-FILE
023600 9000-EXIT.
023700     EXIT.
023800
023803 8800-WRITE-BATCH-CONTROL.
023806*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
023809*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
023812*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
023815*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
023818     MOVE SPACES                     TO BATCH-CONTROL-RECORD
023821     MOVE "COINTOSS"                 TO BC-JOB-NAME
023824     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
023827     MOVE "Program2"                 TO BC-PROGRAM
023830     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
023833     ACCEPT BC-RUN-TIME FROM TIME
023836     MOVE WS-BET-COUNT               TO BC-RECORDS-IN
023839     ADD WS-WIN-COUNT WS-LOSS-COUNT WS-REFUND-COUNT
023842         WS-ACCT-REJECT-COUNT GIVING BC-RECORDS-OUT
023845     MOVE WS-CARRIED-COUNT           TO BC-RECORDS-OTHER
023848     MOVE WS-TOTAL-STAKED            TO BC-AMOUNT-HASH
023851     MOVE RETURN-CODE                TO BC-RETURN-CODE
023854     OPEN EXTEND BCTL-FILE
023857     IF BCTL-FILE-NOT-FOUND
023860         OPEN OUTPUT BCTL-FILE
023863     END-IF
023866     IF NOT BCTL-OK
023869         DISPLAY "PROGRAM2 - ERROR OPENING BCTL-FILE - "
023872             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
023875         GO TO 8800-EXIT
023878     END-IF
023881     WRITE BATCH-CONTROL-RECORD
023884     CLOSE BCTL-FILE.
023887 8800-EXIT.
023890     EXIT.
023893
023900 END PROGRAM Program2.
