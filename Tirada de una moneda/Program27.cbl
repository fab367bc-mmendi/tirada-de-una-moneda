000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Program27.
000300 AUTHOR. R-ALVAREZ.
000400 INSTALLATION. SALA-DE-JUEGOS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* CONTROL DE LA CADENA - BATCH CONTROL PROOF OF THE NIGHT STREAM
000900*----------------------------------------------------------------
001000* EVERY PROGRAM STEP OF COINTOSS APPENDS A CONTROL RECORD TO
001100* BCTLFILE (BCTLREC) AS IT ENDS.  THIS STEP RUNS LAST, EVEN
001200* AFTER A FAILURE, AND PROVES FROM THOSE RECORDS THAT WHAT ONE
001300* STEP HANDED ON IS WHAT THE NEXT STEP TOOK IN, SO OPERATIONS
001400* KNOWS THE NIGHT IS COMPLETE BEFORE THE CASH OFFICE AND THE
001500* GENERAL LEDGER FILES LEAVE THE BUILDING.
001600*
001700* THE NIGHT IN HAND IS EVERY RECORD AFTER THE LAST Program27
001800* RECORD THAT ENDED BELOW RC=8.  A PROOF THAT FINDS A BREAK
001900* DOES NOT CLOSE THE NIGHT, SO STEPS RERUN AFTER A FIX JOIN
002000* THE SAME NIGHT AND THE LATEST RECORD OF EACH STEP COUNTS.  THE
002100* NIGHT CLOSED BEFORE IT IS "LAST NIGHT", WHOSE Program2 RECORD
002200* SAYS HOW MANY BETS WERE CARRIED INTO TONIGHT.  RUN ON ITS OWN
002300* AFTER A CLEAN PROOF, THE STEP PROVES THAT NIGHT AGAIN.
002400*
002500* WHAT EACH STEP REPORTS (IN / OUT / OTHER / HASH):
002600*   STEP008 Program20  SCHEDULE ENTRIES / CARDS / REJECTS /
002700*                      TOSSES CARDED
002800*   STEP009 Program23  SLIPS / POSTED / REJECTED / CASH MOVED
002900*   STEP010 Program1   CARDS / TOSSES DRAWN FOR THEM / - / -
003000*   STEP012 Program10  ONLINE BETS / UNLOADED / CANCELLED /
003100*                      STAKE UNLOADED
003200*   STEP014 Program14  REJECTS / RESUBMITTED / WRITTEN OFF /
003300*                      STAKE RESUBMITTED
003400*   STEP015 Program5   BETS / CLEAN / REJECTED / STAKE READ
003500*   STEP017 Program17  BETS / BETS / TOSSES FLAGGED / STAKE
003600*   STEP020 Program2   BETS / SETTLED, REFUNDED OR REJECTED /
003700*                      CARRIED / STAKE SETTLED
003800*   STEP030 Program3   TOSSES / MONTHS TESTED / SUSPECT / -
003900*   STEP040 Program7   TOSSES / RUNS / EXCEPTIONS / -
004000*   STEP050 Program24  JOURNAL RECORDS / GL RECORDS /
004100*                      SETTLEMENT DETAILS / DEBITS
004150*   STEP055 Program28  JOURNAL RECORDS / NEWLY KEYED /
004160*                      ALREADY KEYED / AMOUNT KEYED
004200* STAKE HASHES ADD ONLY NUMERIC AMOUNTS, SO A REJECT FOR A BAD
004300* AMOUNT IS LEFT OUT THE SAME WAY BY EVERY STEP THAT SEES IT.
004400*
004500* THE HAND-OFFS PROVED:
004600*   CARDS CARDED BY Program20 = CARDS READ BY Program1
004700*   TOSSES CARDED = TOSSES Program1 DREW
004800*   TOSSES DRAWN = CARA + CRUZ ON RUNCTL FOR TONIGHT'S CARDS
004900*   UNLOADED + RESUBMITTED = BETS Program5 READ, BY COUNT AND
005000*     BY STAKE
005100*   CLEAN BETS + LAST NIGHT'S CARRIED = BETS Program17 READ
005200*   CLEAN BETS + LAST NIGHT'S CARRIED = BETS Program2 READ
005300*   BETS Program2 READ = SETTLED/REFUNDED/REJECTED + CARRIED
005400*   CARRIED BY Program2 = RECORDS NOW ON CARRYBET (STEP025)
005500* A STEP THAT NEVER REPORTED, A STEP THAT ENDED RC=8 OR WORSE,
005600* OR A HAND-OFF THAT DOES NOT AGREE IS A BREAK AND THE STEP ENDS
005700* RC=8.  A HAND-OFF THAT CANNOT BE PROVED FOR WANT OF LAST
005800* NIGHT'S RECORD OR AN INPUT FILE IS LISTED AND ENDS RC=4.
005900*----------------------------------------------------------------
006000* MODIFICATION HISTORY
006100*----------------------------------------------------------------
006200* DATE       INIT DESCRIPTION
006300* ---------- ---- -----------------------------------------------
006400* 10/15/2026 RA   ORIGINAL PROGRAM.
006450* 10/15/2026 RA   STEP055 (Program28, THE KEYED JOURNAL) ADDED
006460*                 TO THE STEPS EXPECTED TO REPORT.
006500*----------------------------------------------------------------
006600
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SPECIAL-NAMES.
007000     DECIMAL-POINT IS COMMA.
007100
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BCTL-STATUS.
007700     SELECT PARM-FILE ASSIGN TO "PARMCARD"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PARM-STATUS.
008000     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS RCTL-KEY
008400         FILE STATUS IS WS-RUNCTL-STATUS.
008500     SELECT CARRY-FILE ASSIGN TO "CARRYBET"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-CARRY-STATUS.
008800     SELECT REPORT-FILE ASSIGN TO "CTLRPT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-REPORT-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  BCTL-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700     COPY "BCTLREC.cpy".
009800
009900 FD  PARM-FILE
010000     LABEL RECORDS ARE OMITTED
010100     RECORDING MODE IS F.
010200 01  PARM-RECORD.
010300     05  PARM-RUN-ID             PIC X(08).
010400     05  PARM-TOSS-COUNT         PIC 9(05).
010500     05  PARM-SEED               PIC 9(09).
010600
010700 FD  RUNCTL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY "RUNCTL.cpy".
011000
011100 FD  CARRY-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORDING MODE IS F.
011400     COPY "BETREC.cpy"
011500         REPLACING ==PENDING-BET-RECORD== BY ==CARRY-BET-RECORD==.
011600
011700 FD  REPORT-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000 01  REPORT-RECORD                PIC X(80).
012100
012200 WORKING-STORAGE SECTION.
012300 01  WS-BCTL-STATUS               PIC X(02) VALUE "00".
012400     88  BCTL-OK                            VALUE "00".
012500     88  BCTL-EOF                           VALUE "10".
012600     88  BCTL-FILE-NOT-FOUND                VALUE "35".
012700 01  WS-PARM-STATUS               PIC X(02) VALUE "00".
012800     88  PARM-OK                            VALUE "00".
012900     88  PARM-EOF                           VALUE "10".
013000 01  WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
013100     88  RUNCTL-OK                          VALUE "00".
013200     88  RUNCTL-EOF                         VALUE "10".
013300 01  WS-CARRY-STATUS              PIC X(02) VALUE "00".
013400     88  CARRY-OK                           VALUE "00".
013500     88  CARRY-EOF                          VALUE "10".
013600 01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
013700     88  REPORT-OK                          VALUE "00".
013800
013900 01  WS-INIT-STATUS               PIC X(01) VALUE "Y".
014000     88  INIT-OK                            VALUE "Y".
014100 01  WS-BCTL-SW                   PIC X(01) VALUE "Y".
014200     88  BCTL-PRESENT                       VALUE "Y".
014300 01  WS-CARDS-SW                  PIC X(01) VALUE "Y".
014400     88  CARDS-PRESENT                      VALUE "Y".
014500 01  WS-CARRY-SW                  PIC X(01) VALUE "Y".
014600     88  CARRY-PRESENT                      VALUE "Y".
014700 01  WS-RUNCTL-SW                 PIC X(01) VALUE "N".
014800     88  RUNCTL-TOTALLED                    VALUE "Y".
014900 01  WS-REPROVE-SW                PIC X(01) VALUE "N".
015000     88  REPROVING-LAST-NIGHT               VALUE "Y".
015100 01  WS-CARD-OVERFLOW-SW          PIC X(01) VALUE "N".
015200     88  CARD-TABLE-OVERFLOWED              VALUE "Y".
015300
015400 01  WS-RUN-DATE                  PIC 9(08) VALUE 0.
015500 01  WS-RUN-TIME                  PIC 9(08) VALUE 0.
015600 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP060".
015700
015800*    THE PROGRAM STEPS OF COINTOSS, IN STREAM ORDER.  A STEP
015900*    ADDED TO THE STREAM IS ADDED HERE, AND WS-STEP-MAX RAISED.
016000 01  WS-STEP-VALUES.
016100     05  FILLER                   PIC X(17) VALUE
016200                                  "STEP008 Program20".
016300     05  FILLER                   PIC X(17) VALUE
016400                                  "STEP009 Program23".
016500     05  FILLER                   PIC X(17) VALUE
016600                                  "STEP010 Program1 ".
016700     05  FILLER                   PIC X(17) VALUE
016800                                  "STEP012 Program10".
016900     05  FILLER                   PIC X(17) VALUE
017000                                  "STEP014 Program14".
017100     05  FILLER                   PIC X(17) VALUE
017200                                  "STEP015 Program5 ".
017300     05  FILLER                   PIC X(17) VALUE
017400                                  "STEP017 Program17".
017500     05  FILLER                   PIC X(17) VALUE
017600                                  "STEP020 Program2 ".
017700     05  FILLER                   PIC X(17) VALUE
017800                                  "STEP030 Program3 ".
017900     05  FILLER                   PIC X(17) VALUE
018000                                  "STEP040 Program7 ".
018100     05  FILLER                   PIC X(17) VALUE
018200                                  "STEP050 Program24".
018210     05  FILLER                   PIC X(17) VALUE
018220                                  "STEP055 Program28".
018300 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
018400     05  WS-STEP-ENTRY OCCURS 12 TIMES
018500                       INDEXED BY STEP-IDX.
018600         10  ST-STEP-NAME         PIC X(08).
018700         10  ST-PROGRAM           PIC X(09).
018800 01  WS-STEP-MAX                  PIC 9(02) COMP VALUE 12.
018900
019000*    WHERE THE STEPS THE HAND-OFFS NAME SIT IN THE TABLE ABOVE.
019100 01  WS-STEP-SUBSCRIPTS.
019200     05  SX-SCHEDULE              PIC 9(02) COMP VALUE 1.
019300     05  SX-DRAW                  PIC 9(02) COMP VALUE 3.
019400     05  SX-UNLOAD                PIC 9(02) COMP VALUE 4.
019500     05  SX-RESUBMIT              PIC 9(02) COMP VALUE 5.
019600     05  SX-EDIT                  PIC 9(02) COMP VALUE 6.
019700     05  SX-EXPOSURE              PIC 9(02) COMP VALUE 7.
019800     05  SX-SETTLE                PIC 9(02) COMP VALUE 8.
019900
020000*    THREE NIGHTS ARE KEPT WHILE THE FILE IS READ: TONIGHT, LAST
020100*    NIGHT, AND THE ONE BEFORE (NEEDED ONLY WHEN LAST NIGHT IS
020200*    PROVED AGAIN).  A CLEAN PROOF RECORD MOVES THEM ALL BACK ONE.
020300 01  WS-NIGHT-SUBSCRIPTS.
020400     05  NX-TWO-BACK              PIC 9(01) COMP VALUE 1.
020500     05  NX-LAST                  PIC 9(01) COMP VALUE 2.
020600     05  NX-TONIGHT               PIC 9(01) COMP VALUE 3.
020700 01  WS-NIGHT-TABLE.
020800     05  WS-NIGHT OCCURS 3 TIMES.
020900         10  NT-RECORDS           PIC 9(07).
021000         10  NT-STEP OCCURS 12 TIMES.
021100             15  NS-SEEN-SW       PIC X(01).
021200                 88  NS-REPORTED            VALUE "Y".
021300             15  NS-RUN-DATE      PIC 9(08).
021400             15  NS-RUN-TIME      PIC 9(08).
021500             15  NS-IN            PIC 9(09).
021600             15  NS-OUT           PIC 9(09).
021700             15  NS-OTHER         PIC 9(09).
021800             15  NS-HASH          PIC 9(13)V9(02).
021900             15  NS-RC            PIC 9(04).
022000 01  WS-CLEAR-IDX                 PIC 9(01) COMP VALUE 0.
022100 01  WS-STEP-SUB                  PIC 9(02) COMP VALUE 0.
022200 01  WS-SCAN-IDX                  PIC 9(02) COMP VALUE 0.
022300
022400*    TONIGHT'S RUN-IDS, FROM THE PARMCARD Program1 DREW FROM.
022500 01  WS-CARD-COUNT                PIC 9(03) COMP VALUE 0.
022600 01  WS-CARD-MAX                  PIC 9(03) COMP VALUE 999.
022700 01  WS-CARD-TABLE.
022800     05  WS-CARD-ENTRY OCCURS 0 TO 999 TIMES
022900                       DEPENDING ON WS-CARD-COUNT
023000                       INDEXED BY CARD-IDX.
023100         10  CD-RUN-ID            PIC X(08).
023200 01  WS-CARD-FOUND-SW             PIC X(01) VALUE "N".
023300     88  CARD-FOUND                         VALUE "Y".
023400 01  WS-LOW-DATE                  PIC 9(08) VALUE 0.
023500 01  WS-HIGH-DATE                 PIC 9(08) VALUE 0.
023600 01  WS-RUNCTL-TOSSES             PIC 9(09) VALUE 0.
023700 01  WS-RUNCTL-RUNS               PIC 9(05) VALUE 0.
023800 01  WS-CARRY-COUNT               PIC 9(09) VALUE 0.
023900
024000*    ONE HAND-OFF: WHAT THE GIVING SIDE SAYS AGAINST WHAT THE
024100*    TAKING SIDE SAYS.
024200 01  WS-PR-TEXT                   PIC X(34) VALUE SPACES.
024300 01  WS-PR-GIVEN                  PIC 9(13)V9(02) VALUE 0.
024400 01  WS-PR-TAKEN                  PIC 9(13)V9(02) VALUE 0.
024500 01  WS-PR-AMOUNT-SW              PIC X(01) VALUE "N".
024600     88  PR-IS-AMOUNT                       VALUE "Y".
024700 01  WS-PR-READY-SW               PIC X(01) VALUE "N".
024800     88  PR-READY                           VALUE "Y".
024900 01  WS-PR-RESULT                 PIC X(10) VALUE SPACES.
025000
025100 01  WS-BCTL-READ                 PIC 9(07) VALUE 0.
025200 01  WS-FOREIGN-COUNT             PIC 9(07) VALUE 0.
025300 01  WS-NIGHTS-CLOSED             PIC 9(05) VALUE 0.
025400 01  WS-REPORTED-COUNT            PIC 9(03) VALUE 0.
025500 01  WS-MISSING-COUNT             PIC 9(03) VALUE 0.
025600 01  WS-FAILED-COUNT              PIC 9(03) VALUE 0.
025700 01  WS-AGREE-COUNT               PIC 9(03) VALUE 0.
025800 01  WS-BREAK-COUNT               PIC 9(03) VALUE 0.
025900 01  WS-UNPROVED-COUNT            PIC 9(03) VALUE 0.
026000 01  WS-STATUS-TEXT               PIC X(14) VALUE SPACES.
026100
026200 01  WS-COUNT-EDIT                PIC ZZZZZZZZ9.
026300 01  WS-COUNT-EDIT2               PIC ZZZZZZZZ9.
026400 01  WS-COUNT-EDIT3               PIC ZZZZZZZZ9.
026500 01  WS-RC-EDIT                   PIC ZZZ9.
026600 01  WS-GIVEN-EDIT                PIC ZZZZZZZZZZ9,99.
026700 01  WS-TAKEN-EDIT                PIC ZZZZZZZZZZ9,99.
026800 01  WS-GIVEN-TEXT                PIC X(14) VALUE SPACES.
026900 01  WS-TAKEN-TEXT                PIC X(14) VALUE SPACES.
027000 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
027100
027200 PROCEDURE DIVISION.
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027500     IF NOT INIT-OK
027600         DISPLAY "PROGRAM27 - INITIALIZATION FAILED - RUN ABORTED"
027700         MOVE 16                TO RETURN-CODE
027800         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
027900         GOBACK
028000     END-IF
028100     IF BCTL-PRESENT
028200         PERFORM 2000-READ-CONTROL THRU 2000-EXIT
028300             UNTIL BCTL-EOF
028400         CLOSE BCTL-FILE
028500     END-IF
028600     PERFORM 2500-PICK-NIGHT THRU 2500-EXIT
028700     PERFORM 3000-LIST-STEPS THRU 3000-EXIT
028800     PERFORM 4000-PROVE-HANDOFFS THRU 4000-EXIT
028900     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
029000     PERFORM 9000-TERMINATE THRU 9000-EXIT
029100     IF WS-UNPROVED-COUNT > 0 OR REPROVING-LAST-NIGHT
029200         MOVE 4                 TO RETURN-CODE
029300     END-IF
029400     IF WS-MISSING-COUNT > 0 OR WS-FAILED-COUNT > 0
029500        OR WS-BREAK-COUNT > 0
029600         DISPLAY "PROGRAM27 - STREAM NOT PROVED - HOLD THE CASH "
029700             "OFFICE AND GL FILES UNTIL THE BREAKS ARE CLEARED"
029800         MOVE 8                 TO RETURN-CODE
029900     END-IF
030000     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
030100     GOBACK.
030200
030300 1000-INITIALIZE.
030400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030500     ACCEPT WS-RUN-TIME FROM TIME
030600     MOVE NX-TWO-BACK               TO WS-CLEAR-IDX
030700     PERFORM 1100-CLEAR-NIGHT THRU 1100-EXIT
030800     MOVE NX-LAST                   TO WS-CLEAR-IDX
030900     PERFORM 1100-CLEAR-NIGHT THRU 1100-EXIT
031000     MOVE NX-TONIGHT                TO WS-CLEAR-IDX
031100     PERFORM 1100-CLEAR-NIGHT THRU 1100-EXIT
031200
031300     OPEN INPUT BCTL-FILE
031400     IF BCTL-FILE-NOT-FOUND
031500         DISPLAY "PROGRAM27 - NO BATCH CONTROL FILE - NO STEP "
031600             "HAS REPORTED"
031700         MOVE "N"                    TO WS-BCTL-SW
031800     ELSE
031900         IF NOT BCTL-OK
032000             DISPLAY "PROGRAM27 - ERROR OPENING BCTL-FILE - "
032100                 WS-BCTL-STATUS
032200             MOVE "N"                TO WS-INIT-STATUS
032300             GO TO 1000-EXIT
032400         END-IF
032500     END-IF
032600
032700     OPEN OUTPUT REPORT-FILE
032800     IF NOT REPORT-OK
032900         DISPLAY "PROGRAM27 - ERROR OPENING REPORT-FILE - "
033000             WS-REPORT-STATUS
033100         MOVE "N"                    TO WS-INIT-STATUS
033200         GO TO 1000-EXIT
033300     END-IF
033400
033500     PERFORM 1500-LOAD-CARDS THRU 1500-EXIT
033600     PERFORM 1600-COUNT-CARRY THRU 1600-EXIT
033700
033800     MOVE SPACES                     TO WS-REPORT-LINE
033900     STRING "COINTOSS BATCH CONTROL PROOF - RUN "
034000                                     DELIMITED BY SIZE
034100            WS-RUN-DATE              DELIMITED BY SIZE
034200            " "                      DELIMITED BY SIZE
034300            WS-RUN-TIME              DELIMITED BY SIZE
034400         INTO WS-REPORT-LINE
034500     END-STRING
034600     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
034700 1000-EXIT.
034800     EXIT.
034900
035000 1100-CLEAR-NIGHT.
035100     MOVE 0                          TO NT-RECORDS (WS-CLEAR-IDX)
035200     MOVE 0                          TO WS-SCAN-IDX
035300     PERFORM 1110-CLEAR-ONE-STEP THRU 1110-EXIT
035400         UNTIL WS-SCAN-IDX >= WS-STEP-MAX.
035500 1100-EXIT.
035600     EXIT.
035700
035800 1110-CLEAR-ONE-STEP.
035900     ADD 1 TO WS-SCAN-IDX
036000     MOVE "N"          TO NS-SEEN-SW (WS-CLEAR-IDX, WS-SCAN-IDX).
036100 1110-EXIT.
036200     EXIT.
036300
036400 1500-LOAD-CARDS.
036500*    NO PARMCARD MEANS NO RUN-IDS TO TOTAL RUNCTL BY - THAT
036600*    HAND-OFF IS THEN NOT PROVED.  AN EMPTY ONE MEANS Program1
036700*    DREW ITS DEFAULT RUN, WHOSE RUN-ID IS BLANK.
036800     OPEN INPUT PARM-FILE
036900     IF NOT PARM-OK
037000         DISPLAY "PROGRAM27 - NO PARMCARD - STATUS "
037100             WS-PARM-STATUS " - RUNCTL TOTALS NOT PROVED"
037200         MOVE "N"                    TO WS-CARDS-SW
037300         GO TO 1500-EXIT
037400     END-IF
037500     PERFORM 1510-LOAD-ONE-CARD THRU 1510-EXIT
037600         UNTIL PARM-EOF
037700     CLOSE PARM-FILE
037800     IF WS-CARD-COUNT = 0
037900         MOVE 1                      TO WS-CARD-COUNT
038000         MOVE SPACES                 TO CD-RUN-ID (1)
038100     END-IF.
038200 1500-EXIT.
038300     EXIT.
038400
038500 1510-LOAD-ONE-CARD.
038600     READ PARM-FILE
038700         AT END
038800             GO TO 1510-EXIT
038900     END-READ
039000     IF WS-CARD-COUNT < WS-CARD-MAX
039100         ADD 1 TO WS-CARD-COUNT
039200         SET CARD-IDX TO WS-CARD-COUNT
039300         MOVE PARM-RUN-ID            TO CD-RUN-ID (CARD-IDX)
039400     ELSE
039500         MOVE "Y"                    TO WS-CARD-OVERFLOW-SW
039600     END-IF.
039700 1510-EXIT.
039800     EXIT.
039900
040000 1600-COUNT-CARRY.
040100     OPEN INPUT CARRY-FILE
040200     IF NOT CARRY-OK
040300         DISPLAY "PROGRAM27 - NO CARRYBET - STATUS "
040400             WS-CARRY-STATUS " - CARRY-FORWARD COPY NOT PROVED"
040500         MOVE "N"                    TO WS-CARRY-SW
040600         GO TO 1600-EXIT
040700     END-IF
040800     PERFORM 1610-COUNT-ONE-CARRY THRU 1610-EXIT
040900         UNTIL CARRY-EOF
041000     CLOSE CARRY-FILE.
041100 1600-EXIT.
041200     EXIT.
041300
041400 1610-COUNT-ONE-CARRY.
041500     READ CARRY-FILE
041600         AT END
041700             GO TO 1610-EXIT
041800     END-READ
041900     ADD 1 TO WS-CARRY-COUNT.
042000 1610-EXIT.
042100     EXIT.
042200
042300 2000-READ-CONTROL.
042400     READ BCTL-FILE
042500         AT END
042600             GO TO 2000-EXIT
042700     END-READ
042800     ADD 1 TO WS-BCTL-READ
042900     IF BC-JOB-NAME NOT = "COINTOSS"
043000        OR BC-RETURN-CODE IS NOT NUMERIC
043100         ADD 1 TO WS-FOREIGN-COUNT
043200         GO TO 2000-EXIT
043300     END-IF
043400
043500*    A CLEAN PROOF CLOSES THE NIGHT IT PROVED.  ONE THAT FOUND A
043600*    BREAK, OR A RERUN OF THE PROOF WITH NOTHING NEW TO PROVE,
043700*    CLOSES NOTHING.
043800     IF BC-PROGRAM = "Program27"
043900         IF BC-RETURN-CODE < 8
044000            AND NT-RECORDS (NX-TONIGHT) > 0
044100             PERFORM 2100-CLOSE-NIGHT THRU 2100-EXIT
044200         END-IF
044300         GO TO 2000-EXIT
044400     END-IF
044500
044600     SET STEP-IDX TO 1
044700     SEARCH WS-STEP-ENTRY
044800         AT END
044900             ADD 1 TO WS-FOREIGN-COUNT
045000             GO TO 2000-EXIT
045100         WHEN ST-PROGRAM (STEP-IDX) = BC-PROGRAM
045200             SET WS-STEP-SUB TO STEP-IDX
045300     END-SEARCH
045400     IF BC-RECORDS-IN IS NOT NUMERIC
045500        OR BC-RECORDS-OUT IS NOT NUMERIC
045600        OR BC-RECORDS-OTHER IS NOT NUMERIC
045700        OR BC-AMOUNT-HASH IS NOT NUMERIC
045800         ADD 1 TO WS-FOREIGN-COUNT
045900         GO TO 2000-EXIT
046000     END-IF
046100
046200     ADD 1 TO NT-RECORDS (NX-TONIGHT)
046300     MOVE "Y"             TO NS-SEEN-SW (NX-TONIGHT, WS-STEP-SUB)
046400     MOVE BC-RUN-DATE     TO NS-RUN-DATE (NX-TONIGHT, WS-STEP-SUB)
046500     MOVE BC-RUN-TIME     TO NS-RUN-TIME (NX-TONIGHT, WS-STEP-SUB)
046600     MOVE BC-RECORDS-IN   TO NS-IN (NX-TONIGHT, WS-STEP-SUB)
046700     MOVE BC-RECORDS-OUT  TO NS-OUT (NX-TONIGHT, WS-STEP-SUB)
046800     MOVE BC-RECORDS-OTHER
046900                          TO NS-OTHER (NX-TONIGHT, WS-STEP-SUB)
047000     MOVE BC-AMOUNT-HASH  TO NS-HASH (NX-TONIGHT, WS-STEP-SUB)
047100     MOVE BC-RETURN-CODE  TO NS-RC (NX-TONIGHT, WS-STEP-SUB).
047200 2000-EXIT.
047300     EXIT.
047400
047500 2100-CLOSE-NIGHT.
047600     MOVE WS-NIGHT (NX-LAST)         TO WS-NIGHT (NX-TWO-BACK)
047700     MOVE WS-NIGHT (NX-TONIGHT)      TO WS-NIGHT (NX-LAST)
047800     MOVE NX-TONIGHT                 TO WS-CLEAR-IDX
047900     PERFORM 1100-CLEAR-NIGHT THRU 1100-EXIT
048000     ADD 1 TO WS-NIGHTS-CLOSED.
048100 2100-EXIT.
048200     EXIT.
048300
048400 2500-PICK-NIGHT.
048500*    NOTHING HAS REPORTED SINCE THE LAST CLEAN PROOF - THE PROOF
048600*    IS BEING RERUN ON ITS OWN, SO PROVE THAT NIGHT AGAIN.
048700     IF NT-RECORDS (NX-TONIGHT) > 0
048800        OR NT-RECORDS (NX-LAST) = 0
048900         GO TO 2500-EXIT
049000     END-IF
049100     MOVE WS-NIGHT (NX-LAST)         TO WS-NIGHT (NX-TONIGHT)
049200     MOVE WS-NIGHT (NX-TWO-BACK)     TO WS-NIGHT (NX-LAST)
049300     MOVE "Y"                        TO WS-REPROVE-SW
049400     MOVE "NOTHING NEW SINCE THE LAST CLEAN PROOF - PROVED AGAIN"
049500                                     TO WS-REPORT-LINE
049600     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
049700     DISPLAY "PROGRAM27 - NOTHING NEW HAS REPORTED - LAST NIGHT "
049800         "PROVED AGAIN".
049900 2500-EXIT.
050000     EXIT.
050100
050200 3000-LIST-STEPS.
050300     MOVE SPACES                     TO WS-REPORT-LINE
050400     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
050500     STRING "STEP     PROGRAM   RUN DATE"
050600                                     DELIMITED BY SIZE
050700            "   RECS IN  RECS OUT  RECS OTH   RC STATUS"
050800                                     DELIMITED BY SIZE
050900         INTO WS-REPORT-LINE
051000     END-STRING
051100     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
051200     MOVE 0                          TO WS-SCAN-IDX
051300     PERFORM 3100-LIST-ONE-STEP THRU 3100-EXIT
051400         UNTIL WS-SCAN-IDX >= WS-STEP-MAX.
051500 3000-EXIT.
051600     EXIT.
051700
051800 3100-LIST-ONE-STEP.
051900     ADD 1 TO WS-SCAN-IDX
052000     SET STEP-IDX TO WS-SCAN-IDX
052100     MOVE SPACES                     TO WS-REPORT-LINE
052200     IF NOT NS-REPORTED (NX-TONIGHT, WS-SCAN-IDX)
052300         ADD 1 TO WS-MISSING-COUNT
052400         DISPLAY "PROGRAM27 - " ST-STEP-NAME (STEP-IDX) " "
052500             ST-PROGRAM (STEP-IDX) " NEVER REPORTED"
052600         STRING ST-STEP-NAME (STEP-IDX)  DELIMITED BY SIZE
052700                " "                      DELIMITED BY SIZE
052800                ST-PROGRAM (STEP-IDX)    DELIMITED BY SIZE
052900                "                         "
053000                                         DELIMITED BY SIZE
053100                "                    NEVER REPORTED"
053200                                         DELIMITED BY SIZE
053300             INTO WS-REPORT-LINE
053400         END-STRING
053500         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
053600         GO TO 3100-EXIT
053700     END-IF
053800
053900     ADD 1 TO WS-REPORTED-COUNT
054000     EVALUATE TRUE
054100         WHEN NS-RC (NX-TONIGHT, WS-SCAN-IDX) >= 8
054200             MOVE "FAILED"           TO WS-STATUS-TEXT
054300             ADD 1 TO WS-FAILED-COUNT
054400             DISPLAY "PROGRAM27 - " ST-STEP-NAME (STEP-IDX) " "
054500                 ST-PROGRAM (STEP-IDX) " ENDED RC="
054600                 NS-RC (NX-TONIGHT, WS-SCAN-IDX)
054700         WHEN NS-RC (NX-TONIGHT, WS-SCAN-IDX) > 0
054800             MOVE "WARNING"          TO WS-STATUS-TEXT
054900         WHEN OTHER
055000             MOVE "ENDED OK"         TO WS-STATUS-TEXT
055100     END-EVALUATE
055200     MOVE NS-IN (NX-TONIGHT, WS-SCAN-IDX)    TO WS-COUNT-EDIT
055300     MOVE NS-OUT (NX-TONIGHT, WS-SCAN-IDX)   TO WS-COUNT-EDIT2
055400     MOVE NS-OTHER (NX-TONIGHT, WS-SCAN-IDX) TO WS-COUNT-EDIT3
055500     MOVE NS-RC (NX-TONIGHT, WS-SCAN-IDX)    TO WS-RC-EDIT
055600     STRING ST-STEP-NAME (STEP-IDX)      DELIMITED BY SIZE
055700            " "                          DELIMITED BY SIZE
055800            ST-PROGRAM (STEP-IDX)        DELIMITED BY SIZE
055900            " "                          DELIMITED BY SIZE
056000            NS-RUN-DATE (NX-TONIGHT, WS-SCAN-IDX)
056100                                         DELIMITED BY SIZE
056200            " "                          DELIMITED BY SIZE
056300            WS-COUNT-EDIT                DELIMITED BY SIZE
056400            " "                          DELIMITED BY SIZE
056500            WS-COUNT-EDIT2               DELIMITED BY SIZE
056600            " "                          DELIMITED BY SIZE
056700            WS-COUNT-EDIT3               DELIMITED BY SIZE
056800            " "                          DELIMITED BY SIZE
056900            WS-RC-EDIT                   DELIMITED BY SIZE
057000            " "                          DELIMITED BY SIZE
057100            WS-STATUS-TEXT               DELIMITED BY SIZE
057200         INTO WS-REPORT-LINE
057300     END-STRING
057400     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
057500 3100-EXIT.
057600     EXIT.
057700
057800 4000-PROVE-HANDOFFS.
057900     MOVE SPACES                     TO WS-REPORT-LINE
058000     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
058100     STRING "HAND-OFF                           "
058200                                     DELIMITED BY SIZE
058300            "     HANDED ON       TAKEN IN RESULT"
058400                                     DELIMITED BY SIZE
058500         INTO WS-REPORT-LINE
058600     END-STRING
058700     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
058800
058900     MOVE "CARDS CARDED = CARDS READ"    TO WS-PR-TEXT
059000     MOVE "N"                            TO WS-PR-AMOUNT-SW
059100     MOVE "N"                            TO WS-PR-READY-SW
059200     IF NS-REPORTED (NX-TONIGHT, SX-SCHEDULE)
059300        AND NS-REPORTED (NX-TONIGHT, SX-DRAW)
059400         MOVE "Y"                        TO WS-PR-READY-SW
059500         MOVE NS-OUT (NX-TONIGHT, SX-SCHEDULE) TO WS-PR-GIVEN
059600         MOVE NS-IN (NX-TONIGHT, SX-DRAW)      TO WS-PR-TAKEN
059700     END-IF
059800     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
059900
060000     MOVE "TOSSES CARDED = TOSSES DRAWN" TO WS-PR-TEXT
060100     MOVE "N"                            TO WS-PR-READY-SW
060200     IF NS-REPORTED (NX-TONIGHT, SX-SCHEDULE)
060300        AND NS-REPORTED (NX-TONIGHT, SX-DRAW)
060400         MOVE "Y"                        TO WS-PR-READY-SW
060500         MOVE NS-HASH (NX-TONIGHT, SX-SCHEDULE) TO WS-PR-GIVEN
060600         MOVE NS-OUT (NX-TONIGHT, SX-DRAW)      TO WS-PR-TAKEN
060700     END-IF
060800     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
060900
061000     MOVE "TOSSES DRAWN = RUNCTL CARA+CRUZ" TO WS-PR-TEXT
061100     MOVE "N"                            TO WS-PR-READY-SW
061200     IF NS-REPORTED (NX-TONIGHT, SX-DRAW)
061300        AND CARDS-PRESENT
061400         PERFORM 4200-TOTAL-RUNCTL THRU 4200-EXIT
061500     END-IF
061600     IF RUNCTL-TOTALLED
061700         MOVE "Y"                        TO WS-PR-READY-SW
061800         MOVE NS-OUT (NX-TONIGHT, SX-DRAW)      TO WS-PR-GIVEN
061900         MOVE WS-RUNCTL-TOSSES                  TO WS-PR-TAKEN
062000     END-IF
062100     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
062200
062300     MOVE "UNLOADED + RESUBMITTED = EDITED" TO WS-PR-TEXT
062400     MOVE "N"                            TO WS-PR-READY-SW
062500     IF NS-REPORTED (NX-TONIGHT, SX-UNLOAD)
062600        AND NS-REPORTED (NX-TONIGHT, SX-RESUBMIT)
062700        AND NS-REPORTED (NX-TONIGHT, SX-EDIT)
062800         MOVE "Y"                        TO WS-PR-READY-SW
062900         ADD NS-OUT (NX-TONIGHT, SX-UNLOAD)
063000             NS-OUT (NX-TONIGHT, SX-RESUBMIT)
063100             GIVING WS-PR-GIVEN
063200         MOVE NS-IN (NX-TONIGHT, SX-EDIT)       TO WS-PR-TAKEN
063300     END-IF
063400     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
063500
063600     MOVE "  SAME, BY STAKE"             TO WS-PR-TEXT
063700     MOVE "Y"                            TO WS-PR-AMOUNT-SW
063800     IF PR-READY
063900         ADD NS-HASH (NX-TONIGHT, SX-UNLOAD)
064000             NS-HASH (NX-TONIGHT, SX-RESUBMIT)
064100             GIVING WS-PR-GIVEN
064200         MOVE NS-HASH (NX-TONIGHT, SX-EDIT)     TO WS-PR-TAKEN
064300     END-IF
064400     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
064500     MOVE "N"                            TO WS-PR-AMOUNT-SW
064600
064700*    LAST NIGHT'S CARRIED BETS ARE TONIGHT'S CARRYBET, READ
064800*    BEHIND CLEANBET BY BOTH Program17 AND Program2.
064900     MOVE "CLEAN + CARRIED IN = EXPOSURE IN" TO WS-PR-TEXT
065000     MOVE "N"                            TO WS-PR-READY-SW
065100     IF NS-REPORTED (NX-TONIGHT, SX-EDIT)
065200        AND NS-REPORTED (NX-LAST, SX-SETTLE)
065300        AND NS-REPORTED (NX-TONIGHT, SX-EXPOSURE)
065400         MOVE "Y"                        TO WS-PR-READY-SW
065500         ADD NS-OUT (NX-TONIGHT, SX-EDIT)
065600             NS-OTHER (NX-LAST, SX-SETTLE)
065700             GIVING WS-PR-GIVEN
065800         MOVE NS-IN (NX-TONIGHT, SX-EXPOSURE)   TO WS-PR-TAKEN
065900     END-IF
066000     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
066100
066200     MOVE "CLEAN + CARRIED IN = SETTLEMENT IN" TO WS-PR-TEXT
066300     MOVE "N"                            TO WS-PR-READY-SW
066400     IF NS-REPORTED (NX-TONIGHT, SX-EDIT)
066500        AND NS-REPORTED (NX-LAST, SX-SETTLE)
066600        AND NS-REPORTED (NX-TONIGHT, SX-SETTLE)
066700         MOVE "Y"                        TO WS-PR-READY-SW
066800         ADD NS-OUT (NX-TONIGHT, SX-EDIT)
066900             NS-OTHER (NX-LAST, SX-SETTLE)
067000             GIVING WS-PR-GIVEN
067100         MOVE NS-IN (NX-TONIGHT, SX-SETTLE)     TO WS-PR-TAKEN
067200     END-IF
067300     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
067400
067500     MOVE "SETTLED+REFUNDED+REJECTED+CARRIED" TO WS-PR-TEXT
067600     MOVE "N"                            TO WS-PR-READY-SW
067700     IF NS-REPORTED (NX-TONIGHT, SX-SETTLE)
067800         MOVE "Y"                        TO WS-PR-READY-SW
067900         ADD NS-OUT (NX-TONIGHT, SX-SETTLE)
068000             NS-OTHER (NX-TONIGHT, SX-SETTLE)
068100             GIVING WS-PR-GIVEN
068200         MOVE NS-IN (NX-TONIGHT, SX-SETTLE)     TO WS-PR-TAKEN
068300     END-IF
068400     PERFORM 4900-PROVE-ONE THRU 4900-EXIT
068500
068600     MOVE "CARRIED OUT = ON CARRYBET"    TO WS-PR-TEXT
068700     MOVE "N"                            TO WS-PR-READY-SW
068800     IF NS-REPORTED (NX-TONIGHT, SX-SETTLE)
068900        AND CARRY-PRESENT
069000         MOVE "Y"                        TO WS-PR-READY-SW
069100         MOVE NS-OTHER (NX-TONIGHT, SX-SETTLE)  TO WS-PR-GIVEN
069200         MOVE WS-CARRY-COUNT                    TO WS-PR-TAKEN
069300     END-IF
069400     PERFORM 4900-PROVE-ONE THRU 4900-EXIT.
069500 4000-EXIT.
069600     EXIT.
069700
069800 4200-TOTAL-RUNCTL.
069900*    TONIGHT'S RUNS ARE THE PARMCARD RUN-IDS DRAWN BETWEEN THE
070000*    DAY Program20 CARDED THEM AND THE DAY Program1 ENDED (A
070100*    SCHEDULE CAN CROSS MIDNIGHT, AND A RESTART CAN COME LATER).
070200     IF NS-REPORTED (NX-TONIGHT, SX-SCHEDULE)
070300         MOVE NS-RUN-DATE (NX-TONIGHT, SX-SCHEDULE) TO WS-LOW-DATE
070400     ELSE
070500         MOVE NS-RUN-DATE (NX-TONIGHT, SX-DRAW)     TO WS-LOW-DATE
070600     END-IF
070700     MOVE NS-RUN-DATE (NX-TONIGHT, SX-DRAW)     TO WS-HIGH-DATE
070800     IF CARD-TABLE-OVERFLOWED
070900         DISPLAY "PROGRAM27 - PARMCARD TABLE FULL - RUNCTL "
071000             "TOTALS NOT PROVED - ENLARGE THE TABLE"
071100         GO TO 4200-EXIT
071200     END-IF
071300     OPEN INPUT RUNCTL-FILE
071400     IF NOT RUNCTL-OK
071500         DISPLAY "PROGRAM27 - RUNCTL NOT AVAILABLE - STATUS "
071600             WS-RUNCTL-STATUS " - RUNCTL TOTALS NOT PROVED"
071700         GO TO 4200-EXIT
071800     END-IF
071900     PERFORM 4210-ADD-ONE-RUN THRU 4210-EXIT
072000         UNTIL RUNCTL-EOF
072100     CLOSE RUNCTL-FILE
072200     MOVE "Y"                        TO WS-RUNCTL-SW.
072300 4200-EXIT.
072400     EXIT.
072500
072600 4210-ADD-ONE-RUN.
072700     READ RUNCTL-FILE NEXT RECORD
072800         AT END
072900             GO TO 4210-EXIT
073000     END-READ
073100     IF RCTL-RUN-DATE < WS-LOW-DATE
073200        OR RCTL-RUN-DATE > WS-HIGH-DATE
073300         GO TO 4210-EXIT
073400     END-IF
073500     MOVE "N"                        TO WS-CARD-FOUND-SW
073600     SET CARD-IDX TO 1
073700     SEARCH WS-CARD-ENTRY
073800         AT END
073900             CONTINUE
074000         WHEN CD-RUN-ID (CARD-IDX) = RCTL-RUN-ID
074100             MOVE "Y"                TO WS-CARD-FOUND-SW
074200     END-SEARCH
074300     IF CARD-FOUND
074400         ADD RCTL-CARA-COUNT RCTL-CRUZ-COUNT TO WS-RUNCTL-TOSSES
074500         ADD 1 TO WS-RUNCTL-RUNS
074600     END-IF.
074700 4210-EXIT.
074800     EXIT.
074900
075000 4900-PROVE-ONE.
075100     IF NOT PR-READY
075200         MOVE "NOT PROVED"           TO WS-PR-RESULT
075300         ADD 1 TO WS-UNPROVED-COUNT
075400         MOVE SPACES                 TO WS-REPORT-LINE
075500         STRING WS-PR-TEXT           DELIMITED BY SIZE
075600                "                               "
075700                                     DELIMITED BY SIZE
075800                WS-PR-RESULT         DELIMITED BY SIZE
075900             INTO WS-REPORT-LINE
076000         END-STRING
076100         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
076200         GO TO 4900-EXIT
076300     END-IF
076400     IF WS-PR-GIVEN = WS-PR-TAKEN
076500         MOVE "AGREES"               TO WS-PR-RESULT
076600         ADD 1 TO WS-AGREE-COUNT
076700     ELSE
076800         MOVE "** BREAK"             TO WS-PR-RESULT
076900         ADD 1 TO WS-BREAK-COUNT
077000         DISPLAY "PROGRAM27 - BREAK - " WS-PR-TEXT
077100     END-IF
077200     IF PR-IS-AMOUNT
077300         MOVE WS-PR-GIVEN            TO WS-GIVEN-EDIT
077400         MOVE WS-PR-TAKEN            TO WS-TAKEN-EDIT
077500         MOVE WS-GIVEN-EDIT          TO WS-GIVEN-TEXT
077600         MOVE WS-TAKEN-EDIT          TO WS-TAKEN-TEXT
077700     ELSE
077800         MOVE WS-PR-GIVEN            TO WS-COUNT-EDIT
077900         MOVE WS-PR-TAKEN            TO WS-COUNT-EDIT2
078000         MOVE SPACES                 TO WS-GIVEN-TEXT
078100         MOVE SPACES                 TO WS-TAKEN-TEXT
078200         MOVE WS-COUNT-EDIT          TO WS-GIVEN-TEXT (6:9)
078300         MOVE WS-COUNT-EDIT2         TO WS-TAKEN-TEXT (6:9)
078400     END-IF
078500     MOVE SPACES                     TO WS-REPORT-LINE
078600     STRING WS-PR-TEXT               DELIMITED BY SIZE
078700            " "                      DELIMITED BY SIZE
078800            WS-GIVEN-TEXT            DELIMITED BY SIZE
078900            " "                      DELIMITED BY SIZE
079000            WS-TAKEN-TEXT            DELIMITED BY SIZE
079100            " "                      DELIMITED BY SIZE
079200            WS-PR-RESULT             DELIMITED BY SIZE
079300         INTO WS-REPORT-LINE
079400     END-STRING
079500     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
079600 4900-EXIT.
079700     EXIT.
079800
079900 5000-WRITE-REPORT-LINE.
080000     WRITE REPORT-RECORD FROM WS-REPORT-LINE
080100     MOVE SPACES                     TO WS-REPORT-LINE.
080200 5000-EXIT.
080300     EXIT.
080400
080500 7000-PRINT-SUMMARY.
080600     MOVE SPACES                     TO WS-REPORT-LINE
080700     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
080800     MOVE SPACES                     TO WS-REPORT-LINE
080900     STRING "STEPS NEVER REPORTED " DELIMITED BY SIZE
081000            WS-MISSING-COUNT         DELIMITED BY SIZE
081100            "  FAILED "              DELIMITED BY SIZE
081200            WS-FAILED-COUNT          DELIMITED BY SIZE
081300            "  BREAKS "              DELIMITED BY SIZE
081400            WS-BREAK-COUNT           DELIMITED BY SIZE
081500            "  NOT PROVED "          DELIMITED BY SIZE
081600            WS-UNPROVED-COUNT        DELIMITED BY SIZE
081700         INTO WS-REPORT-LINE
081800     END-STRING
081900     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
082000     IF WS-MISSING-COUNT > 0 OR WS-FAILED-COUNT > 0
082100        OR WS-BREAK-COUNT > 0
082200         MOVE "STREAM NOT PROVED - HOLD CASH OFFICE AND GL FILES"
082300                                     TO WS-REPORT-LINE
082400     ELSE
082500         MOVE "STREAM PROVED COMPLETE - FILES MAY BE RELEASED"
082600                                     TO WS-REPORT-LINE
082700     END-IF
082800     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
082900
083000     DISPLAY "--------------------------------------------".
083100     DISPLAY "PROGRAM27 - BATCH CONTROL PROOF SUMMARY".
083200     DISPLAY "--------------------------------------------".
083300     DISPLAY "  CONTROL RECORDS READ .. " WS-BCTL-READ.
083400     DISPLAY "  NOT OF THIS STREAM .... " WS-FOREIGN-COUNT.
083500     DISPLAY "  NIGHTS CLOSED BEFORE .. " WS-NIGHTS-CLOSED.
083600     DISPLAY "  STEPS REPORTED ........ " WS-REPORTED-COUNT.
083700     DISPLAY "  STEPS NEVER REPORTED .. " WS-MISSING-COUNT.
083800     DISPLAY "  STEPS FAILED (RC>=8) .. " WS-FAILED-COUNT.
083900     DISPLAY "  HAND-OFFS AGREED ...... " WS-AGREE-COUNT.
084000     DISPLAY "  HAND-OFF BREAKS ....... " WS-BREAK-COUNT.
084100     DISPLAY "  NOT PROVED ............ " WS-UNPROVED-COUNT.
084200     DISPLAY "  RUNCTL RUNS TOTALLED .. " WS-RUNCTL-RUNS.
084300     DISPLAY "--------------------------------------------".
084400 7000-EXIT.
084500     EXIT.
084600
084700 8800-WRITE-BATCH-CONTROL.
084800*    THE PROOF REPORTS LIKE ANY OTHER STEP.  BELOW RC=8 ITS
084900*    RECORD CLOSES THE NIGHT FOR THE NEXT PROOF.
085000     MOVE SPACES                     TO BATCH-CONTROL-RECORD
085100     MOVE "COINTOSS"                 TO BC-JOB-NAME
085200     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
085300     MOVE "Program27"                TO BC-PROGRAM
085400     MOVE WS-RUN-DATE                TO BC-RUN-DATE
085500     MOVE WS-RUN-TIME                TO BC-RUN-TIME
085600     MOVE WS-BCTL-READ               TO BC-RECORDS-IN
085700     MOVE WS-AGREE-COUNT             TO BC-RECORDS-OUT
085800     ADD WS-MISSING-COUNT WS-FAILED-COUNT WS-BREAK-COUNT
085900         GIVING BC-RECORDS-OTHER
086000     MOVE 0                          TO BC-AMOUNT-HASH
086100     MOVE RETURN-CODE                TO BC-RETURN-CODE
086200     OPEN EXTEND BCTL-FILE
086300     IF BCTL-FILE-NOT-FOUND
086400         OPEN OUTPUT BCTL-FILE
086500     END-IF
086600     IF NOT BCTL-OK
086700         DISPLAY "PROGRAM27 - ERROR OPENING BCTL-FILE - "
086800             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
086900         GO TO 8800-EXIT
087000     END-IF
087100     WRITE BATCH-CONTROL-RECORD
087200     CLOSE BCTL-FILE.
087300 8800-EXIT.
087400     EXIT.
087500
087600 9000-TERMINATE.
087700     CLOSE REPORT-FILE.
087800 9000-EXIT.
087900     EXIT.
088000
088100 END PROGRAM Program27.
