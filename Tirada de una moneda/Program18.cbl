001700* MULTIPLIER").  EVERY CARD - ACCEPTED OR REJECTED WITH ITS
001800* REASON - GOES ON THE CONTROL REPORT (RATERPT), SO THE TERMS
001900* IN FORCE ON ANY NIGHT CAN ALWAYS BE TRACED TO A CARD.
001910* THE CARD ALSO CARRIES THE COMBINATION MULTIPLIERS FOR 2 TO 6
001920* LEGS; A BLANK OR ZERO ONE MEANS COMBINATIONS OF THAT LENGTH
001930* ARE NOT OFFERED UNDER THESE TERMS.  AN AMEND REPLACES EVERY
001940* RATE ON THE RECORD, COMBINATIONS INCLUDED.
002000* REJECTS END THE STEP RC=4; A FAILED MASTER WRITE ENDS IT
002100* RC=8.  THE SETTLEMENT PASS (Program2), THE EXPOSURE REPORT
002200* (Program17) AND THE COIB ENTRY SCREEN (Program9) ALL READ
002700* DATE       INIT DESCRIPTION
002800* ---------- ---- -----------------------------------------------
002900* 09/03/2026 RA   ORIGINAL PROGRAM.
002910* 10/15/2026 RA   RATE CARD GREW FIVE COMBINATION MULTIPLIERS (2
002920*                 TO 6 LEGS, COLUMNS 27-50), EDITED AS NUMERIC
002930*                 WHEN PRESENT, STORED ON PR-COMBO-MULT AND
002940*                 PRINTED UNDER THE ACCEPTED LINE.
003000*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
007100     05  RX-CRUZ                 PIC X(04).
007200     05  RX-CRUZ-NUM REDEFINES RX-CRUZ
007300                                 PIC 9(02)V9(02).
007310     05  RX-COMBO-ENTRY          OCCURS 5 TIMES.
007320         10  FILLER              PIC X(01).
007330         10  RX-COMBO            PIC X(04).
007340         10  RX-COMBO-NUM REDEFINES RX-COMBO
007350                                 PIC 9(02)V9(02).
007400
007500 FD  RATE-FILE
007600     LABEL RECORDS ARE STANDARD.
009900 01  WS-REJECT-TEXT               PIC X(40) VALUE SPACES.
009910 01  WS-EDIT-CARA                 PIC 9(02)V9(02) VALUE 0.
009920 01  WS-EDIT-CRUZ                 PIC 9(02)V9(02) VALUE 0.
009930 01  WS-COMBO-SLOTS               PIC 9(02) COMP VALUE 5.
009940 01  WS-COMBO-SLOT                PIC 9(02) COMP VALUE 0.
009950 01  WS-COMBO-BAD-SW              PIC X(01) VALUE "N".
009960     88  COMBO-RATE-BAD                     VALUE "Y".
009970 01  WS-COMBO-RATE-LINE.
009980     05  WS-COMBO-RATE-ITEM       OCCURS 5 TIMES.
009990         10  FILLER               PIC X(01).
009995         10  WS-COMBO-RATE-TEXT   PIC X(04).
010000 01  WS-TXN-COUNT                 PIC 9(05) VALUE 0.
010100 01  WS-ACCEPT-COUNT              PIC 9(05) VALUE 0.
010200 01  WS-REJECT-COUNT              PIC 9(05) VALUE 0.
019200         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
019300         GO TO 2000-EXIT
019400     END-IF
019401     MOVE "N"                        TO WS-COMBO-BAD-SW
019402     MOVE 0                          TO WS-COMBO-SLOT
019403     PERFORM 2050-EDIT-ONE-COMBO THRU 2050-EXIT
019404         UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS
019405     IF COMBO-RATE-BAD
019406         MOVE "COMBINATION RATE NOT NUMERIC" TO WS-REJECT-TEXT
019407         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
019408         GO TO 2000-EXIT
019409     END-IF
019410*    RESOLVE THE RATE EACH OUTCOME WOULD ACTUALLY PAY - A ZERO
019420*    ANYWHERE MEANS THE HOUSE WOULD KEEP EVERY WIN, WHICH IS A
019430*    KEYING ERROR, NOT A TERMS CHANGE.
021700 2000-EXIT.
021800     EXIT.
021900
021910 2050-EDIT-ONE-COMBO.
021920     ADD 1 TO WS-COMBO-SLOT
021930     IF RX-COMBO (WS-COMBO-SLOT) NOT = SPACES
021940        AND RX-COMBO (WS-COMBO-SLOT) IS NOT NUMERIC
021950         MOVE "Y"                    TO WS-COMBO-BAD-SW
021960     END-IF.
021970 2050-EXIT.
021980     EXIT.
021990
022000 2100-ADD-RATE.
022100     PERFORM 2600-BUILD-RECORD THRU 2600-EXIT
022200     WRITE PAYOUT-RATE-RECORD
029000         MOVE 0                      TO PR-CRUZ-MULT
029100     ELSE
029200         MOVE RX-CRUZ-NUM            TO PR-CRUZ-MULT
029300     END-IF
029310     MOVE 0                          TO WS-COMBO-SLOT
029320     PERFORM 2610-BUILD-ONE-COMBO THRU 2610-EXIT
029330         UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS.
029400 2600-EXIT.
029500     EXIT.
029510
029520 2610-BUILD-ONE-COMBO.
029530     ADD 1 TO WS-COMBO-SLOT
029540     IF RX-COMBO (WS-COMBO-SLOT) = SPACES
029550         MOVE 0 TO PR-COMBO-MULT (WS-COMBO-SLOT)
029560     ELSE
029570         MOVE RX-COMBO-NUM (WS-COMBO-SLOT)
029580             TO PR-COMBO-MULT (WS-COMBO-SLOT)
029590     END-IF.
029591 2610-EXIT.
029592     EXIT.
029600
029700 3800-ACCEPT-TXN.
029800     ADD 1 TO WS-ACCEPT-COUNT
030900            RX-CRUZ                  DELIMITED BY SIZE
031000         INTO WS-REPORT-LINE
031100     END-STRING
031200     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
031210     IF RX-ACTION = "D"
031220         GO TO 3800-EXIT
031230     END-IF
031240     MOVE SPACES                     TO WS-COMBO-RATE-LINE
031250     MOVE 0                          TO WS-COMBO-SLOT
031260     PERFORM 3810-SHOW-ONE-COMBO THRU 3810-EXIT
031270         UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS
031280     MOVE SPACES                     TO WS-REPORT-LINE
031290     STRING "           COMBINATION 2-6 LEGS"
031291                                      DELIMITED BY SIZE
031292            WS-COMBO-RATE-LINE       DELIMITED BY SIZE
031293         INTO WS-REPORT-LINE
031294     END-STRING
031295     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
031300 3800-EXIT.
031400     EXIT.
031410
031420 3810-SHOW-ONE-COMBO.
031430*    A BLANK MULTIPLIER PRINTS AS ZERO - NOT OFFERED.
031440     ADD 1 TO WS-COMBO-SLOT
031450     IF RX-COMBO (WS-COMBO-SLOT) = SPACES
031460         MOVE "0000"         TO WS-COMBO-RATE-TEXT (WS-COMBO-SLOT)
031470     ELSE
031480         MOVE RX-COMBO (WS-COMBO-SLOT)
031490             TO WS-COMBO-RATE-TEXT (WS-COMBO-SLOT)
031491     END-IF.
031492 3810-EXIT.
031493     EXIT.
031500
031600 3900-REJECT-TXN.
031700     ADD 1 TO WS-REJECT-COUNT
