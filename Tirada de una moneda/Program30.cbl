000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program30.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CERTIFICADOS DE GANANCIAS - YEAR-END WINNINGS CERTIFICATES AND
000900* TAX RETURN
001000*----------------------------------------------------------------
001100* AT YEAR END THE TAX OFFICE WANTS A WINNINGS CERTIFICATE FOR
001200* EVERY BETTOR WHOSE WINNINGS PASS THE REPORTABLE THRESHOLD, AND
001300* ONE ELECTRONIC RETURN LISTING THEM ALL.  FOR THE TAX YEAR ON
001400* THE TAXPARM CARD THIS PROGRAM TOTALS, PER ACCOUNT:
001500*   PAYOUTS  FROM THE POSTING JOURNAL (POSTJRNL) - THE PAYOUT
001600*            CREDITS Program2 POSTED IN THE YEAR, LESS THE PAYOUTS
001700*            A DRAW VOID (Program22) TOOK BACK IN THE YEAR.  THE
001800*            JOURNAL IS THE BOOK OF RECORD, SO THIS IS THE FIGURE
001900*            CERTIFIED.
002000*   WINS     FROM THE SETTLEMENT HISTORY (SETTLTXN) - EVERY
002100*   STAKES   WINNING DETAIL SETTLED IN THE YEAR, WITH ITS STAKE
002200*            AND PAYOUT, LESS THE WINS VOIDED IN THE YEAR (A "V"
002300*            DETAIL THAT CARRIES A PAYOUT).
002400* NET WINNINGS ARE THE PAYOUTS LESS THE STAKES ON THOSE WINS.  A
002500* BETTOR IS REPORTABLE WHEN THE NET WINNINGS ARE OVER THE
002600* THRESHOLD.  CASHIER DEPOSITS AND WITHDRAWALS, LOSING BETS AND
002700* AGED-OUT REFUNDS ARE NOT WINNINGS AND ARE LEFT OUT.
002800*
002900* THE SETTLEMENT HISTORY'S WINNING PAYOUTS ARE PROVED AGAINST THE
003000* JOURNAL'S, ACCOUNT BY ACCOUNT.  A DISAGREEMENT IS LISTED ON THE
003100* EXCEPTIONS LIST WITH BOTH FIGURES AND ENDS THE STEP RC=4 - THE
003200* CERTIFICATE STILL CARRIES THE JOURNAL FIGURE.
003300*
003400* FOR EVERY REPORTABLE BETTOR:
003500*   - A CERTIFICATE IS PRINTED ON TAXCERT WITH THE ACCOUNT, NAME
003600*     AND TAX ID FROM THE BETTOR MASTER (BETMAST) AND THE YEAR'S
003700*     FIGURES
003800*   - A DETAIL IS WRITTEN TO THE RETURN FILE (TAXRETN, SEE
003900*     TAXRREC.cpy) BETWEEN A HEADER AND A TRAILER OF CONTROL
004000*     TOTALS
004100* A REPORTABLE ACCOUNT MISSING WHAT THE RETURN NEEDS - NOT ON
004200* BETMAST, NO NAME, OR NO TAX ID (BM-TAX-ID, KEYED ON A COINBMNT
004300* T CARD) - IS LEFT OFF THE RETURN AND LISTED ON THE EXCEPTIONS
004400* LIST (TAXEXCP) INSTEAD, AND THE STEP ENDS RC=4; THE TRAILER
004500* COUNTS HOW MANY WERE LEFT OFF.  AN ACCOUNT ON BETMAST STILL GETS
004600* ITS CERTIFICATE.  THE RETURN IS REBUILT FROM SCRATCH ON EVERY
004700* RUN, SO ONCE THE MISSING DETAILS ARE KEYED THE JOB IS SIMPLY
004800* RUN AGAIN.
004900*
005000* TAXPARM CARD (AMOUNT WITHOUT A DECIMAL POINT, LAST TWO DIGITS
005100* ARE CENTS):
005200*   1-4    TAX YEAR (BLANK OR ZERO = LAST YEAR)
005300*   6-16   REPORTABLE THRESHOLD ON NET WINNINGS
005400*   18-29  PAYER (HOUSE) TAX ID
005500*   31-60  PAYER NAME
005600* A MISSING OR INVALID CARD ABORTS THE RUN RC=16 - A RETURN
005700* AGAINST A MADE-UP THRESHOLD OR PAYER IS WORSE THAN NONE.  A
005710* FULL ACCOUNT TABLE OR A JOURNAL OR SETTLTXN READ ERROR ALSO
005720* ENDS IT RC=16, WITH THE RETURN INCOMPLETE; A FAILED WRITE TO
005730* THE RETURN ENDS IT RC=8.  SEND NEITHER.
005800*----------------------------------------------------------------
005900* MODIFICATION HISTORY
006000*----------------------------------------------------------------
006100* DATE       INIT DESCRIPTION
006200* ---------- ---- -----------------------------------------------
006300* 10/15/2026 RA   ORIGINAL PROGRAM.
006310* 10/15/2026 RA   A JOURNAL OR SETTLTXN READ ERROR NOW ENDS THE
006320*                 RUN RC=16 AS INCOMPLETE INSTEAD OF BEING READ
006330*                 AS DATA.
006400*----------------------------------------------------------------
006500
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SPECIAL-NAMES.
006900     DECIMAL-POINT IS COMMA.
007000
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT PARM-FILE ASSIGN TO "TAXPARM"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-PARM-STATUS.
007600     SELECT POST-FILE ASSIGN TO "POSTJRNL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-POST-STATUS.
007900     SELECT SETTLE-FILE ASSIGN TO "SETTLTXN"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-SETTLE-STATUS.
008200     SELECT BETTOR-FILE ASSIGN TO "BETMAST"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS BM-ACCOUNT-ID
008600         FILE STATUS IS WS-BETTOR-STATUS.
008700     SELECT RETURN-FILE ASSIGN TO "TAXRETN"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RETURN-STATUS.
009000     SELECT CERT-FILE ASSIGN TO "TAXCERT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-CERT-STATUS.
009300     SELECT EXCP-FILE ASSIGN TO "TAXEXCP"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-EXCP-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  PARM-FILE
010000     LABEL RECORDS ARE OMITTED
010100     RECORDING MODE IS F.
010200 01  TAX-PARM-RECORD.
010300     05  TP-TAX-YEAR             PIC X(04).
010400     05  TP-TAX-YEAR-NUM REDEFINES TP-TAX-YEAR
010500                                 PIC 9(04).
010600     05  FILLER                  PIC X(01).
010700     05  TP-THRESHOLD            PIC X(11).
010800     05  TP-THRESHOLD-NUM REDEFINES TP-THRESHOLD
010900                                 PIC 9(09)V9(02).
011000     05  FILLER                  PIC X(01).
011100     05  TP-PAYER-ID             PIC X(12).
011200     05  FILLER                  PIC X(01).
011300     05  TP-PAYER-NAME           PIC X(30).
011400     05  FILLER                  PIC X(20).
011500
011600 FD  POST-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900     COPY "PJRNREC.cpy".
012000
012100 FD  SETTLE-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORDING MODE IS F.
012400     COPY "SETLREC.cpy".
012500
012600 FD  BETTOR-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY "BETMREC.cpy".
012900
013000 FD  RETURN-FILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORDING MODE IS F.
013300     COPY "TAXRREC.cpy".
013400
013500 FD  CERT-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F.
013800 01  CERT-RECORD                  PIC X(80).
013900
014000 FD  EXCP-FILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORDING MODE IS F.
014300 01  EXCP-RECORD                  PIC X(80).
014400
014500 WORKING-STORAGE SECTION.
014600 01  WS-PARM-STATUS               PIC X(02) VALUE "00".
014700     88  PARM-OK                            VALUE "00".
014800 01  WS-POST-STATUS               PIC X(02) VALUE "00".
014900     88  POST-OK                            VALUE "00".
015000     88  POST-EOF                           VALUE "10".
015100     88  POST-FILE-NOT-FOUND                VALUE "35".
015200 01  WS-SETTLE-STATUS             PIC X(02) VALUE "00".
015300     88  SETTLE-OK                          VALUE "00".
015400     88  SETTLE-EOF                         VALUE "10".
015500     88  SETTLE-FILE-NOT-FOUND              VALUE "35".
015600 01  WS-BETTOR-STATUS             PIC X(02) VALUE "00".
015700     88  BETTOR-OK                          VALUE "00".
015800 01  WS-RETURN-STATUS             PIC X(02) VALUE "00".
015900     88  RETURN-OK                          VALUE "00".
016000 01  WS-CERT-STATUS               PIC X(02) VALUE "00".
016100     88  CERT-OK                            VALUE "00".
016200 01  WS-EXCP-STATUS               PIC X(02) VALUE "00".
016300     88  EXCP-OK                            VALUE "00".
016400
016500 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
016600     88  INIT-OK                            VALUE "Y".
016700 01  WS-JOURNAL-SW                PIC X(01) VALUE "Y".
016800     88  JOURNAL-PRESENT                    VALUE "Y".
016900 01  WS-SETTLE-SW                 PIC X(01) VALUE "Y".
017000     88  SETTLE-PRESENT                     VALUE "Y".
017100
017200 01  WS-RUN-DATE.
017300     05  WS-RUN-YEAR              PIC 9(04).
017400     05  WS-RUN-MONTH-DAY         PIC 9(04).
017500 01  WS-TAX-YEAR                  PIC 9(04) VALUE 0.
017600 01  WS-YEAR-FROM                 PIC 9(08) VALUE 0.
017700 01  WS-YEAR-TO                   PIC 9(08) VALUE 0.
017800 01  WS-THRESHOLD                 PIC 9(09)V9(02) VALUE 0.
017900 01  WS-PAYER-ID                  PIC X(12) VALUE SPACES.
018000 01  WS-PAYER-NAME                PIC X(30) VALUE SPACES.
018100
018200*    ONE ENTRY PER ACCOUNT WITH A WIN OR A PAYOUT IN THE YEAR.
018300 01  WS-ACCT-COUNT                PIC 9(05) COMP VALUE 0.
018400 01  WS-ACCT-MAX                  PIC 9(05) COMP VALUE 10000.
018500 01  WS-ACCT-TABLE.
018600     05  WS-ACCT-ENTRY OCCURS 0 TO 10000 TIMES
018700                       DEPENDING ON WS-ACCT-COUNT
018800                       INDEXED BY ACCT-IDX.
018900         10  AT-ACCOUNT-ID        PIC X(10).
019000         10  AT-WIN-COUNT         PIC S9(05).
019100         10  AT-WIN-PAYOUTS       PIC S9(11)V9(02).
019200         10  AT-WIN-STAKES        PIC S9(11)V9(02).
019300         10  AT-JRNL-PAYOUTS      PIC S9(11)V9(02).
019400 01  WS-ACCT-FOUND-IDX            PIC 9(05) COMP VALUE 0.
019500 01  WS-SCAN-IDX                  PIC 9(05) COMP VALUE 0.
019600
019700 01  WS-FIND-ACCOUNT              PIC X(10) VALUE SPACES.
019800 01  WS-NET-WINNINGS              PIC S9(11)V9(02) VALUE 0.
019900 01  WS-EXCP-REASON               PIC X(40) VALUE SPACES.
020000 01  WS-CERT-NAME                 PIC X(25) VALUE SPACES.
020100 01  WS-CERT-TAX-ID               PIC X(20) VALUE SPACES.
020200
020300 01  WS-JRNL-READ                 PIC 9(09) VALUE 0.
020400 01  WS-PAYOUT-COUNT              PIC 9(07) VALUE 0.
020500 01  WS-CLAWBACK-COUNT            PIC 9(07) VALUE 0.
020600 01  WS-STXN-READ                 PIC 9(09) VALUE 0.
020700 01  WS-WIN-COUNT                 PIC 9(07) VALUE 0.
020800 01  WS-VOIDED-WIN-COUNT          PIC 9(07) VALUE 0.
020900 01  WS-REPORTABLE-COUNT          PIC 9(05) VALUE 0.
021000 01  WS-CERT-COUNT                PIC 9(05) VALUE 0.
021100 01  WS-RETURN-COUNT              PIC 9(07) VALUE 0.
021200 01  WS-EXCLUDED-COUNT            PIC 9(05) VALUE 0.
021300 01  WS-DIFFER-COUNT              PIC 9(05) VALUE 0.
021400 01  WS-EXCP-COUNT                PIC 9(05) VALUE 0.
021500 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
021600 01  WS-RETURN-PAYOUTS            PIC 9(13)V9(02) VALUE 0.
021700 01  WS-RETURN-STAKES             PIC 9(13)V9(02) VALUE 0.
021800 01  WS-RETURN-NET                PIC 9(13)V9(02) VALUE 0.
021900
022000 01  WS-AMOUNT-EDIT               PIC -ZZZZZZZZZZ9,99.
022100 01  WS-AMOUNT-EDIT2              PIC -ZZZZZZZZZZ9,99.
022200 01  WS-TOTAL-EDIT                PIC ZZZZZZZZZZZZ9,99.
022300 01  WS-COUNT-EDIT                PIC ZZZZ9.
022400 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
022500 01  WS-RULE-LINE                 PIC X(80) VALUE ALL "=".
022600
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     IF NOT INIT-OK
023100         DISPLAY "PROGRAM30 - INITIALIZATION FAILED - RUN ABORTED"
023200         MOVE 16                TO RETURN-CODE
023300         GOBACK
023400     END-IF
023500     IF JOURNAL-PRESENT
023600         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
023700             UNTIL POST-EOF OR NOT INIT-OK
023800     END-IF
023900     IF SETTLE-PRESENT AND INIT-OK
024000         PERFORM 3000-READ-SETTLEMENT THRU 3000-EXIT
024100             UNTIL SETTLE-EOF OR NOT INIT-OK
024200     END-IF
024300*    A FULL TABLE MEANS SOME WINNINGS WERE NOT COUNTED - A RETURN
024400*    OFF IT WOULD UNDER-REPORT TO THE TAX OFFICE.
024500     IF NOT INIT-OK
024600         DISPLAY "PROGRAM30 - RUN ABORTED - RETURN IS "
024700             "INCOMPLETE, DO NOT SEND IT"
024800         PERFORM 9000-TERMINATE THRU 9000-EXIT
024900         MOVE 16                TO RETURN-CODE
025000         GOBACK
025100     END-IF
025200     MOVE 0                          TO WS-SCAN-IDX
025300     PERFORM 4000-TEST-ACCOUNT THRU 4000-EXIT
025400         UNTIL WS-SCAN-IDX >= WS-ACCT-COUNT
025500     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
025600     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT
025800     IF WS-EXCP-COUNT > 0
025900         MOVE 4                 TO RETURN-CODE
026000     END-IF
026100     IF WS-WRITE-FAIL-COUNT > 0
026200         DISPLAY "PROGRAM30 - RETURN WRITES FAILED - "
026300             WS-WRITE-FAIL-COUNT " - DO NOT SEND THE RETURN"
026400         MOVE 8                 TO RETURN-CODE
026500     END-IF
026600     GOBACK.
026700
026800 1000-INITIALIZE.
026900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027000
027100     PERFORM 1100-READ-PARM THRU 1100-EXIT
027200     IF NOT INIT-OK
027300         GO TO 1000-EXIT
027400     END-IF
027500     COMPUTE WS-YEAR-FROM = WS-TAX-YEAR * 10000 + 0101
027600     COMPUTE WS-YEAR-TO   = WS-TAX-YEAR * 10000 + 1231
027700
027800     OPEN INPUT POST-FILE
027900     IF POST-FILE-NOT-FOUND
028000         DISPLAY "PROGRAM30 - NO POSTJRNL FILE - NO PAYOUTS"
028100         MOVE "N"                    TO WS-JOURNAL-SW
028200     ELSE
028300         IF NOT POST-OK
028400             DISPLAY "PROGRAM30 - ERROR OPENING POST-FILE - "
028500                 WS-POST-STATUS
028600             MOVE "N"                TO WS-INIT-STATUS
028700             GO TO 1000-EXIT
028800         END-IF
028900     END-IF
029000
029100     OPEN INPUT SETTLE-FILE
029200     IF SETTLE-FILE-NOT-FOUND
029300         DISPLAY "PROGRAM30 - NO SETTLTXN FILE - NO WINS"
029400         MOVE "N"                    TO WS-SETTLE-SW
029500     ELSE
029600         IF NOT SETTLE-OK
029700             DISPLAY "PROGRAM30 - ERROR OPENING SETTLE-FILE - "
029800                 WS-SETTLE-STATUS
029900             MOVE "N"                TO WS-INIT-STATUS
030000             GO TO 1000-EXIT
030100         END-IF
030200     END-IF
030300
030400     OPEN INPUT BETTOR-FILE
030500     IF NOT BETTOR-OK
030600         DISPLAY "PROGRAM30 - ERROR OPENING BETTOR-FILE - "
030700             WS-BETTOR-STATUS
030800         MOVE "N"                    TO WS-INIT-STATUS
030900         GO TO 1000-EXIT
031000     END-IF
031100
031200     OPEN OUTPUT RETURN-FILE
031300     IF NOT RETURN-OK
031400         DISPLAY "PROGRAM30 - ERROR OPENING RETURN-FILE - "
031500             WS-RETURN-STATUS
031600         MOVE "N"                    TO WS-INIT-STATUS
031700         GO TO 1000-EXIT
031800     END-IF
031900
032000     OPEN OUTPUT CERT-FILE
032100     IF NOT CERT-OK
032200         DISPLAY "PROGRAM30 - ERROR OPENING CERT-FILE - "
032300             WS-CERT-STATUS
032400         MOVE "N"                    TO WS-INIT-STATUS
032500         GO TO 1000-EXIT
032600     END-IF
032700
032800     OPEN OUTPUT EXCP-FILE
032900     IF NOT EXCP-OK
033000         DISPLAY "PROGRAM30 - ERROR OPENING EXCP-FILE - "
033100             WS-EXCP-STATUS
033200         MOVE "N"                    TO WS-INIT-STATUS
033300         GO TO 1000-EXIT
033400     END-IF
033500
033600     MOVE SPACES                     TO TAX-HEADER-RECORD
033700     MOVE "HD"                       TO TXH-RECORD-TYPE
033800     MOVE WS-TAX-YEAR                TO TXH-TAX-YEAR
033900     MOVE WS-PAYER-ID                TO TXH-PAYER-ID
034000     MOVE WS-PAYER-NAME              TO TXH-PAYER-NAME
034100     MOVE WS-THRESHOLD               TO TXH-THRESHOLD
034200     MOVE WS-RUN-DATE                TO TXH-CREATED-DATE
034300     WRITE TAX-HEADER-RECORD
034400     IF NOT RETURN-OK
034500         DISPLAY "PROGRAM30 - RETURN HEADER WRITE FAILED - "
034600             "STATUS " WS-RETURN-STATUS
034700         MOVE "N"                    TO WS-INIT-STATUS
034800         GO TO 1000-EXIT
034900     END-IF
035000
035100     MOVE WS-THRESHOLD               TO WS-TOTAL-EDIT
035200     MOVE SPACES                     TO WS-REPORT-LINE
035300     STRING "WINNINGS RETURN EXCEPTIONS - TAX YEAR "
035400                                      DELIMITED BY SIZE
035500            WS-TAX-YEAR              DELIMITED BY SIZE
035600            " - RUN "                DELIMITED BY SIZE
035700            WS-RUN-DATE              DELIMITED BY SIZE
035800         INTO WS-REPORT-LINE
035900     END-STRING
036000     PERFORM 6900-WRITE-EXCP-LINE THRU 6900-EXIT
036100     MOVE SPACES                     TO WS-REPORT-LINE
036200     STRING "REPORTABLE THRESHOLD (NET WINNINGS) "
036300                                      DELIMITED BY SIZE
036400            WS-TOTAL-EDIT            DELIMITED BY SIZE
036500         INTO WS-REPORT-LINE
036600     END-STRING
036700     PERFORM 6900-WRITE-EXCP-LINE THRU 6900-EXIT
036800     MOVE SPACES                     TO WS-REPORT-LINE
036900     PERFORM 6900-WRITE-EXCP-LINE THRU 6900-EXIT.
037000 1000-EXIT.
037100     EXIT.
037200
037300 1100-READ-PARM.
037400     OPEN INPUT PARM-FILE
037500     IF NOT PARM-OK
037600         DISPLAY "PROGRAM30 - ERROR OPENING PARM-FILE - "
037700             WS-PARM-STATUS
037800         MOVE "N"                    TO WS-INIT-STATUS
037900         GO TO 1100-EXIT
038000     END-IF
038100     READ PARM-FILE
038200         AT END
038300             MOVE SPACES             TO TAX-PARM-RECORD
038400     END-READ
038500     CLOSE PARM-FILE
038600
038700*    THE RETURN IS NORMALLY RUN EARLY IN THE NEW YEAR FOR THE ONE
038800*    JUST ENDED, SO THAT IS THE DEFAULT.
038900     SUBTRACT 1 FROM WS-RUN-YEAR GIVING WS-TAX-YEAR
039000     IF TP-TAX-YEAR NOT = SPACES
039100         IF TP-TAX-YEAR IS NOT NUMERIC
039200             DISPLAY "PROGRAM30 - TAXPARM TAX YEAR NOT NUMERIC - "
039300                 TP-TAX-YEAR
039400             MOVE "N"                TO WS-INIT-STATUS
039500             GO TO 1100-EXIT
039600         END-IF
039700         IF TP-TAX-YEAR-NUM > 0
039800             MOVE TP-TAX-YEAR-NUM    TO WS-TAX-YEAR
039900         END-IF
040000     END-IF
040100     IF WS-TAX-YEAR > WS-RUN-YEAR
040200         DISPLAY "PROGRAM30 - TAXPARM TAX YEAR IS IN THE "
040300             "FUTURE - " WS-TAX-YEAR
040400         MOVE "N"                    TO WS-INIT-STATUS
040500         GO TO 1100-EXIT
040600     END-IF
040700     IF TP-THRESHOLD IS NOT NUMERIC
040800        OR TP-THRESHOLD-NUM = 0
040900         DISPLAY "PROGRAM30 - TAXPARM THRESHOLD INVALID - "
041000             TP-THRESHOLD
041100         MOVE "N"                    TO WS-INIT-STATUS
041200         GO TO 1100-EXIT
041300     END-IF
041400     IF TP-PAYER-ID = SPACES
041500        OR TP-PAYER-NAME = SPACES
041600         DISPLAY "PROGRAM30 - TAXPARM PAYER TAX ID AND NAME ARE "
041700             "BOTH REQUIRED"
041800         MOVE "N"                    TO WS-INIT-STATUS
041900         GO TO 1100-EXIT
042000     END-IF
042100     MOVE TP-THRESHOLD-NUM           TO WS-THRESHOLD
042200     MOVE TP-PAYER-ID                TO WS-PAYER-ID
042300     MOVE TP-PAYER-NAME              TO WS-PAYER-NAME.
042400 1100-EXIT.
042500     EXIT.
042600
042700 2000-READ-JOURNAL.
042800     READ POST-FILE
042900         AT END
043000             GO TO 2000-EXIT
043100     END-READ
043110*    A BAD READ WOULD LEAVE WINNINGS UNCOUNTED - END THE RUN AS
043120*    INCOMPLETE RATHER THAN REPORT WITHOUT THEM.
043130     IF NOT POST-OK
043140         DISPLAY "PROGRAM30 - POSTJRNL READ FAILED - STATUS "
043150             WS-POST-STATUS " AFTER RECORD " WS-JRNL-READ
043160         MOVE "N"                    TO WS-INIT-STATUS
043170         GO TO 2000-EXIT
043180     END-IF
043200     ADD 1 TO WS-JRNL-READ
043300     IF PJ-POST-DATE < WS-YEAR-FROM
043400        OR PJ-POST-DATE > WS-YEAR-TO
043500         GO TO 2000-EXIT
043600     END-IF
043700*    A PAYOUT CREDIT COUNTS FOR THE BETTOR.  A RECORD WRITTEN
043800*    BEFORE PJ-MOVE-TYPE EXISTED IS A SETTLEMENT MOVEMENT, AND ITS
043900*    CREDITS ARE PAYOUTS.  A VOID DEBIT IS A PAYOUT TAKEN BACK
044000*    (THE VOID'S CREDITS ARE RETURNED STAKES, NOT WINNINGS).
044100     IF PJ-MOVE-PAYOUT
044200        OR (PJ-MOVE-TYPE = SPACE AND PJ-CREDIT)
044300         MOVE PJ-ACCOUNT-ID          TO WS-FIND-ACCOUNT
044400         PERFORM 2600-FIND-ACCOUNT THRU 2600-EXIT
044500         IF NOT INIT-OK
044600             GO TO 2000-EXIT
044700         END-IF
044800         ADD 1 TO WS-PAYOUT-COUNT
044900         SET ACCT-IDX TO WS-ACCT-FOUND-IDX
045000         ADD PJ-AMOUNT TO AT-JRNL-PAYOUTS (ACCT-IDX)
045100         GO TO 2000-EXIT
045200     END-IF
045300     IF PJ-MOVE-VOID AND PJ-DEBIT
045400         MOVE PJ-ACCOUNT-ID          TO WS-FIND-ACCOUNT
045500         PERFORM 2600-FIND-ACCOUNT THRU 2600-EXIT
045600         IF NOT INIT-OK
045700             GO TO 2000-EXIT
045800         END-IF
045900         ADD 1 TO WS-CLAWBACK-COUNT
046000         SET ACCT-IDX TO WS-ACCT-FOUND-IDX
046100         SUBTRACT PJ-AMOUNT FROM AT-JRNL-PAYOUTS (ACCT-IDX)
046200     END-IF.
046300 2000-EXIT.
046400     EXIT.
046500
046600 2600-FIND-ACCOUNT.
046700*    SETS WS-ACCT-FOUND-IDX FOR WS-FIND-ACCOUNT, ADDING THE ENTRY
046800*    IF NEW.
046900     MOVE 0                          TO WS-ACCT-FOUND-IDX
047000     IF WS-ACCT-COUNT > 0
047100         SET ACCT-IDX TO 1
047200         SEARCH WS-ACCT-ENTRY
047300             AT END
047400                 CONTINUE
047500             WHEN AT-ACCOUNT-ID (ACCT-IDX) = WS-FIND-ACCOUNT
047600                 SET WS-ACCT-FOUND-IDX TO ACCT-IDX
047700         END-SEARCH
047800     END-IF
047900     IF WS-ACCT-FOUND-IDX > 0
048000         GO TO 2600-EXIT
048100     END-IF
048200     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
048300         DISPLAY "PROGRAM30 - ACCOUNT TABLE FULL - "
048400             "RUN ABANDONED - ENLARGE THE TABLE"
048500         MOVE "N"                    TO WS-INIT-STATUS
048600         GO TO 2600-EXIT
048700     END-IF
048800     ADD 1 TO WS-ACCT-COUNT
048900     MOVE WS-ACCT-COUNT              TO WS-ACCT-FOUND-IDX
049000     SET ACCT-IDX TO WS-ACCT-COUNT
049100     MOVE WS-FIND-ACCOUNT TO AT-ACCOUNT-ID (ACCT-IDX)
049200     MOVE 0               TO AT-WIN-COUNT (ACCT-IDX)
049300     MOVE 0               TO AT-WIN-PAYOUTS (ACCT-IDX)
049400     MOVE 0               TO AT-WIN-STAKES (ACCT-IDX)
049500     MOVE 0               TO AT-JRNL-PAYOUTS (ACCT-IDX).
049600 2600-EXIT.
049700     EXIT.
049800
049900 3000-READ-SETTLEMENT.
050000     READ SETTLE-FILE
050100         AT END
050200             GO TO 3000-EXIT
050300     END-READ
050310     IF NOT SETTLE-OK
050320         DISPLAY "PROGRAM30 - SETTLTXN READ FAILED - STATUS "
050330             WS-SETTLE-STATUS " AFTER RECORD " WS-STXN-READ
050340         MOVE "N"                    TO WS-INIT-STATUS
050350         GO TO 3000-EXIT
050360     END-IF
050400     ADD 1 TO WS-STXN-READ
050500     IF STD-RECORD-TYPE NOT = "DT"
050600         GO TO 3000-EXIT
050700     END-IF
050800     IF STD-SETTLE-DATE < WS-YEAR-FROM
050900        OR STD-SETTLE-DATE > WS-YEAR-TO
051000         GO TO 3000-EXIT
051100     END-IF
051200*    A WIN COUNTS; A VOID REVERSAL THAT CARRIES A PAYOUT IS A WIN
051300*    TAKEN BACK, DATED THE DAY OF THE VOID.  LOSSES, REFUNDS AND
051400*    REVERSED LOSSES PAY NOTHING.
051500     IF NOT STD-WIN
051600         IF NOT STD-VOID-REVERSAL OR STD-PAYOUT = 0
051700             GO TO 3000-EXIT
051800         END-IF
051900     END-IF
052000     MOVE STD-BETTOR                 TO WS-FIND-ACCOUNT
052100     PERFORM 2600-FIND-ACCOUNT THRU 2600-EXIT
052200     IF NOT INIT-OK
052300         GO TO 3000-EXIT
052400     END-IF
052500     SET ACCT-IDX TO WS-ACCT-FOUND-IDX
052600     IF STD-WIN
052700         ADD 1 TO WS-WIN-COUNT
052800         ADD 1          TO AT-WIN-COUNT (ACCT-IDX)
052900         ADD STD-PAYOUT TO AT-WIN-PAYOUTS (ACCT-IDX)
053000         ADD STD-STAKE  TO AT-WIN-STAKES (ACCT-IDX)
053100     ELSE
053200         ADD 1 TO WS-VOIDED-WIN-COUNT
053300         SUBTRACT 1          FROM AT-WIN-COUNT (ACCT-IDX)
053400         SUBTRACT STD-PAYOUT FROM AT-WIN-PAYOUTS (ACCT-IDX)
053500         SUBTRACT STD-STAKE  FROM AT-WIN-STAKES (ACCT-IDX)
053600     END-IF.
053700 3000-EXIT.
053800     EXIT.
053900
054000 4000-TEST-ACCOUNT.
054100     ADD 1 TO WS-SCAN-IDX
054200     SET ACCT-IDX TO WS-SCAN-IDX
054300*    THE TWO SOURCES MUST AGREE ON WHAT THE ACCOUNT WON - ONLY
054400*    CHECKED WHEN BOTH FILES WERE THERE TO READ.
054500     IF JOURNAL-PRESENT AND SETTLE-PRESENT
054600        AND AT-JRNL-PAYOUTS (ACCT-IDX)
054700            NOT = AT-WIN-PAYOUTS (ACCT-IDX)
054800         ADD 1 TO WS-DIFFER-COUNT
054900         MOVE "JOURNAL AND SETTLTXN PAYOUTS DIFFER"
055000                                     TO WS-EXCP-REASON
055100         MOVE SPACES                 TO WS-CERT-NAME
055200         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
055300         MOVE AT-JRNL-PAYOUTS (ACCT-IDX) TO WS-AMOUNT-EDIT
055400         MOVE AT-WIN-PAYOUTS (ACCT-IDX)  TO WS-AMOUNT-EDIT2
055500         MOVE SPACES                 TO WS-REPORT-LINE
055600         STRING "    JOURNAL "          DELIMITED BY SIZE
055700                WS-AMOUNT-EDIT          DELIMITED BY SIZE
055800                " SETTLTXN "            DELIMITED BY SIZE
055900                WS-AMOUNT-EDIT2         DELIMITED BY SIZE
056000             INTO WS-REPORT-LINE
056100         END-STRING
056200         PERFORM 6900-WRITE-EXCP-LINE THRU 6900-EXIT
056300     END-IF
056400
056500     COMPUTE WS-NET-WINNINGS = AT-JRNL-PAYOUTS (ACCT-IDX)
056600                             - AT-WIN-STAKES (ACCT-IDX)
056700     IF WS-NET-WINNINGS NOT > WS-THRESHOLD
056800         GO TO 4000-EXIT
056900     END-IF
057000     ADD 1 TO WS-REPORTABLE-COUNT
057100
057200*    WHAT THE RETURN NEEDS TO NAME THE BETTOR.
057300     MOVE AT-ACCOUNT-ID (ACCT-IDX)   TO BM-ACCOUNT-ID
057400     READ BETTOR-FILE
057500     IF NOT BETTOR-OK
057600         MOVE "*** NOT ON BETMAST ***" TO WS-CERT-NAME
057700         MOVE "NOT ON BETMAST - NO CERTIFICATE"
057800                                     TO WS-EXCP-REASON
057900         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
058000         ADD 1 TO WS-EXCLUDED-COUNT
058100         GO TO 4000-EXIT
058200     END-IF
058300     MOVE BM-NAME                    TO WS-CERT-NAME
058400     IF BM-TAX-ID = SPACES
058500         MOVE "*** NOT ON FILE ***"  TO WS-CERT-TAX-ID
058600     ELSE
058700         MOVE BM-TAX-ID              TO WS-CERT-TAX-ID
058800     END-IF
058900     PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT
059000
059100     IF BM-NAME = SPACES
059200         MOVE "NO NAME ON BETMAST - LEFT OFF THE RETURN"
059300                                     TO WS-EXCP-REASON
059400         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
059500         ADD 1 TO WS-EXCLUDED-COUNT
059600         GO TO 4000-EXIT
059700     END-IF
059800     IF BM-TAX-ID = SPACES
059900         MOVE "NO TAX ID - LEFT OFF THE RETURN"
060000                                     TO WS-EXCP-REASON
060100         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
060200         ADD 1 TO WS-EXCLUDED-COUNT
060300         GO TO 4000-EXIT
060400     END-IF
060500     PERFORM 4500-WRITE-RETURN-DETAIL THRU 4500-EXIT.
060600 4000-EXIT.
060700     EXIT.
060800
060900 4500-WRITE-RETURN-DETAIL.
061000     MOVE SPACES                     TO TAX-DETAIL-RECORD
061100     MOVE "DT"                       TO TXD-RECORD-TYPE
061200     MOVE WS-TAX-YEAR                TO TXD-TAX-YEAR
061300     MOVE AT-ACCOUNT-ID (ACCT-IDX)   TO TXD-ACCOUNT-ID
061400     MOVE BM-TAX-ID                  TO TXD-TAX-ID
061500     MOVE BM-NAME                    TO TXD-NAME
061600     MOVE AT-WIN-COUNT (ACCT-IDX)    TO TXD-WIN-COUNT
061700     MOVE AT-JRNL-PAYOUTS (ACCT-IDX) TO TXD-PAYOUTS
061800     MOVE AT-WIN-STAKES (ACCT-IDX)   TO TXD-STAKES
061900     MOVE WS-NET-WINNINGS            TO TXD-NET-WINNINGS
062000     WRITE TAX-DETAIL-RECORD
062100     IF NOT RETURN-OK
062200         DISPLAY "PROGRAM30 - RETURN WRITE FAILED - STATUS "
062300             WS-RETURN-STATUS " ACCOUNT " TXD-ACCOUNT-ID
062400         ADD 1 TO WS-WRITE-FAIL-COUNT
062500         GO TO 4500-EXIT
062600     END-IF
062700     ADD 1 TO WS-RETURN-COUNT
062800     ADD TXD-PAYOUTS                 TO WS-RETURN-PAYOUTS
062900     ADD TXD-STAKES                  TO WS-RETURN-STAKES
063000     ADD TXD-NET-WINNINGS            TO WS-RETURN-NET.
063100 4500-EXIT.
063200     EXIT.
063300
063400 5000-PRINT-CERTIFICATE.
063500*    ONE CERTIFICATE PER REPORTABLE BETTOR, RULED OFF FROM THE
063600*    NEXT SO THE PRINTOUT CAN BE SPLIT FOR POSTING.
063700     ADD 1 TO WS-CERT-COUNT
063800     MOVE WS-RULE-LINE               TO WS-REPORT-LINE
063900     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
064000     MOVE SPACES                     TO WS-REPORT-LINE
064100     STRING "CERTIFICADO DE GANANCIAS - WINNINGS CERTIFICATE - "
064200                                      DELIMITED BY SIZE
064300            "TAX YEAR "              DELIMITED BY SIZE
064400            WS-TAX-YEAR              DELIMITED BY SIZE
064500         INTO WS-REPORT-LINE
064600     END-STRING
064700     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
064800     MOVE WS-RULE-LINE               TO WS-REPORT-LINE
064900     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
065000     MOVE SPACES                     TO WS-REPORT-LINE
065100     STRING "PAYER ............ "    DELIMITED BY SIZE
065200            WS-PAYER-NAME            DELIMITED BY SIZE
065300            " TAX ID "               DELIMITED BY SIZE
065400            WS-PAYER-ID              DELIMITED BY SIZE
065500         INTO WS-REPORT-LINE
065600     END-STRING
065700     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
065800     MOVE SPACES                     TO WS-REPORT-LINE
065900     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
066000     MOVE SPACES                     TO WS-REPORT-LINE
066100     STRING "ACCOUNT .......... "    DELIMITED BY SIZE
066200            AT-ACCOUNT-ID (ACCT-IDX) DELIMITED BY SIZE
066300         INTO WS-REPORT-LINE
066400     END-STRING
066500     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
066600     MOVE SPACES                     TO WS-REPORT-LINE
066700     STRING "NAME ............. "    DELIMITED BY SIZE
066800            WS-CERT-NAME             DELIMITED BY SIZE
066900         INTO WS-REPORT-LINE
067000     END-STRING
067100     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
067200     MOVE SPACES                     TO WS-REPORT-LINE
067300     STRING "TAX ID ........... "    DELIMITED BY SIZE
067400            WS-CERT-TAX-ID           DELIMITED BY SIZE
067500         INTO WS-REPORT-LINE
067600     END-STRING
067700     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
067800     MOVE SPACES                     TO WS-REPORT-LINE
067900     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
068000     MOVE AT-WIN-COUNT (ACCT-IDX)    TO WS-COUNT-EDIT
068100     MOVE SPACES                     TO WS-REPORT-LINE
068200     STRING "WINNING BETS ..................... "
068300                                      DELIMITED BY SIZE
068400            "          "             DELIMITED BY SIZE
068500            WS-COUNT-EDIT            DELIMITED BY SIZE
068600         INTO WS-REPORT-LINE
068700     END-STRING
068800     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
068900     MOVE AT-JRNL-PAYOUTS (ACCT-IDX) TO WS-AMOUNT-EDIT
069000     MOVE SPACES                     TO WS-REPORT-LINE
069100     STRING "WINNING PAYOUTS .................. "
069200                                      DELIMITED BY SIZE
069300            WS-AMOUNT-EDIT           DELIMITED BY SIZE
069400         INTO WS-REPORT-LINE
069500     END-STRING
069600     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
069700     MOVE AT-WIN-STAKES (ACCT-IDX)   TO WS-AMOUNT-EDIT
069800     MOVE SPACES                     TO WS-REPORT-LINE
069900     STRING "STAKES ON THE WINNING BETS ....... "
070000                                      DELIMITED BY SIZE
070100            WS-AMOUNT-EDIT           DELIMITED BY SIZE
070200         INTO WS-REPORT-LINE
070300     END-STRING
070400     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
070500     MOVE WS-NET-WINNINGS            TO WS-AMOUNT-EDIT
070600     MOVE SPACES                     TO WS-REPORT-LINE
070700     STRING "NET WINNINGS ..................... "
070800                                      DELIMITED BY SIZE
070900            WS-AMOUNT-EDIT           DELIMITED BY SIZE
071000         INTO WS-REPORT-LINE
071100     END-STRING
071200     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
071300     MOVE SPACES                     TO WS-REPORT-LINE
071400     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
071500     MOVE SPACES                     TO WS-REPORT-LINE
071600     STRING "ISSUED "                DELIMITED BY SIZE
071700            WS-RUN-DATE              DELIMITED BY SIZE
071800         INTO WS-REPORT-LINE
071900     END-STRING
072000     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT
072100     MOVE SPACES                     TO WS-REPORT-LINE
072200     PERFORM 5900-WRITE-CERT-LINE THRU 5900-EXIT.
072300 5000-EXIT.
072400     EXIT.
072500
072600 5900-WRITE-CERT-LINE.
072700     MOVE WS-REPORT-LINE             TO CERT-RECORD
072800     WRITE CERT-RECORD.
072900 5900-EXIT.
073000     EXIT.
073100
073200 6000-LIST-EXCEPTION.
073300     ADD 1 TO WS-EXCP-COUNT
073400     MOVE SPACES                     TO WS-REPORT-LINE
073500     STRING AT-ACCOUNT-ID (ACCT-IDX) DELIMITED BY SIZE
073600            " "                      DELIMITED BY SIZE
073700            WS-CERT-NAME             DELIMITED BY SIZE
073800            " "                      DELIMITED BY SIZE
073900            WS-EXCP-REASON           DELIMITED BY SIZE
074000         INTO WS-REPORT-LINE
074100     END-STRING
074200     PERFORM 6900-WRITE-EXCP-LINE THRU 6900-EXIT.
074300 6000-EXIT.
074400     EXIT.
074500
074600 6900-WRITE-EXCP-LINE.
074700     MOVE WS-REPORT-LINE             TO EXCP-RECORD
074800     WRITE EXCP-RECORD.
074900 6900-EXIT.
075000     EXIT.
075100
075200 7000-WRITE-TRAILER.
075300     MOVE SPACES                     TO TAX-TRAILER-RECORD
075400     MOVE "TR"                       TO TXT-RECORD-TYPE
075500     MOVE WS-TAX-YEAR                TO TXT-TAX-YEAR
075600     MOVE WS-RETURN-COUNT            TO TXT-RECORD-COUNT
075700     MOVE WS-RETURN-PAYOUTS          TO TXT-PAYOUT-TOTAL
075800     MOVE WS-RETURN-STAKES           TO TXT-STAKE-TOTAL
075900     MOVE WS-RETURN-NET              TO TXT-NET-TOTAL
076000     MOVE WS-EXCLUDED-COUNT          TO TXT-EXCLUDED-COUNT
076100     WRITE TAX-TRAILER-RECORD
076200     IF NOT RETURN-OK
076300         DISPLAY "PROGRAM30 - RETURN TRAILER WRITE FAILED - "
076400             "STATUS " WS-RETURN-STATUS
076500         ADD 1 TO WS-WRITE-FAIL-COUNT
076600     END-IF.
076700 7000-EXIT.
076800     EXIT.
076900
077000 8000-PRINT-SUMMARY.
077100     MOVE SPACES                     TO WS-REPORT-LINE
077200     PERFORM 6900-WRITE-EXCP-LINE THRU 6900-EXIT
077300     MOVE SPACES                     TO WS-REPORT-LINE
077400     STRING "REPORTABLE "            DELIMITED BY SIZE
077500            WS-REPORTABLE-COUNT      DELIMITED BY SIZE
077600            " ON THE RETURN "        DELIMITED BY SIZE
077700            WS-RETURN-COUNT          DELIMITED BY SIZE
077800            " LEFT OFF "             DELIMITED BY SIZE
077900            WS-EXCLUDED-COUNT        DELIMITED BY SIZE
078000            " EXCEPTIONS "           DELIMITED BY SIZE
078100            WS-EXCP-COUNT            DELIMITED BY SIZE
078200         INTO WS-REPORT-LINE
078300     END-STRING
078400     PERFORM 6900-WRITE-EXCP-LINE THRU 6900-EXIT
078500
078600     DISPLAY "--------------------------------------------".
078700     DISPLAY "PROGRAM30 - WINNINGS RETURN SUMMARY".
078800     DISPLAY "--------------------------------------------".
078900     DISPLAY "  TAX YEAR .............. " WS-TAX-YEAR.
079000     MOVE WS-THRESHOLD               TO WS-TOTAL-EDIT
079100     DISPLAY "  THRESHOLD ............. " WS-TOTAL-EDIT.
079200     DISPLAY "  JOURNAL RECORDS READ .. " WS-JRNL-READ.
079300     DISPLAY "  PAYOUTS IN YEAR ....... " WS-PAYOUT-COUNT.
079400     DISPLAY "  PAYOUTS VOIDED ........ " WS-CLAWBACK-COUNT.
079500     DISPLAY "  SETTLTXN RECORDS READ . " WS-STXN-READ.
079600     DISPLAY "  WINS IN YEAR .......... " WS-WIN-COUNT.
079700     DISPLAY "  WINS VOIDED ........... " WS-VOIDED-WIN-COUNT.
079800     DISPLAY "  ACCOUNTS WITH WINNINGS  " WS-ACCT-COUNT.
079900     DISPLAY "  PAYOUTS NOT PROVED .... " WS-DIFFER-COUNT.
080000     DISPLAY "  REPORTABLE ACCOUNTS ... " WS-REPORTABLE-COUNT.
080100     DISPLAY "  CERTIFICATES PRINTED .. " WS-CERT-COUNT.
080200     DISPLAY "  RETURN DETAILS ........ " WS-RETURN-COUNT.
080300     DISPLAY "  LEFT OFF THE RETURN ... " WS-EXCLUDED-COUNT.
080400     MOVE WS-RETURN-PAYOUTS          TO WS-TOTAL-EDIT
080500     DISPLAY "  RETURN PAYOUTS ........ " WS-TOTAL-EDIT.
080600     MOVE WS-RETURN-STAKES           TO WS-TOTAL-EDIT
080700     DISPLAY "  RETURN STAKES ......... " WS-TOTAL-EDIT.
080800     MOVE WS-RETURN-NET              TO WS-TOTAL-EDIT
080900     DISPLAY "  RETURN NET WINNINGS ... " WS-TOTAL-EDIT.
081000     DISPLAY "--------------------------------------------".
081100 8000-EXIT.
081200     EXIT.
081300
081400 9000-TERMINATE.
081500     IF JOURNAL-PRESENT
081600         CLOSE POST-FILE
081700     END-IF
081800     IF SETTLE-PRESENT
081900         CLOSE SETTLE-FILE
082000     END-IF
082100     CLOSE BETTOR-FILE
082200     CLOSE RETURN-FILE
082300     CLOSE CERT-FILE
082400     CLOSE EXCP-FILE.
082500 9000-EXIT.
082600     EXIT.
082700
082800 END PROGRAM Program30.
