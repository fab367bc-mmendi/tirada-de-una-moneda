002000* PENDING-BETS DATASET IS NEVER HAND-EDITED IN ISPF AGAIN.  A
002100* BET ALREADY UNLOADED (STATUS U) OR CANCELLED (STATUS C) CAN NO
002200* LONGER BE AMENDED OR CANCELLED HERE.
002210*
002220* A COMBINATION BET IS KEYED WITH TYPE C, THE NUMBER OF LEGS
002230* (02-06) AND ONE PICK PER LEG; THE SEQUENCE IS THE FIRST LEG AND
002240* EACH FURTHER LEG IS THE NEXT TOSS OF THE SAME RUN.  IT IS ONLY
002250* TAKEN WHILE THE PAYRATE MASTER QUOTES A MULTIPLIER FOR THAT
002260* MANY LEGS.  TYPE BLANK OR S IS AN ORDINARY SINGLE BET.
002300*
002400* FULL FIELD VALIDATION (HOUSE LIMIT, TOSS EXISTS, DUPLICATES
002500* ACROSS THE WHOLE INTAKE) REMAINS WITH THE BATCH EDIT,
003497*                 REJECTING IT IN BATCH WITH NO WAY TO CORRECT
003498*                 IT.  ZERO BM-MAX-STAKE MEANS THE ACCOUNT HAS
003499*                 NO CEILING OF ITS OWN.
003510* 10/15/2026 RA   COMBINATION BETS: NEW TYPE, LEGS AND LEG PICKS
003521*                 FIELDS, EDITED HERE (LEGS 02-06, EVERY LEG
003532*                 PICK 0 OR 1, LAST LEG WITHIN SEQUENCE 99999,
003543*                 MULTIPLIER IN FORCE FOR THAT MANY LEGS) AND
003554*                 STORED ON ONLBETS.  COMBLINE QUOTES THE
003565*                 COMBINATION MULTIPLIERS; THE BROWSE SHOWS C
003576*                 AND THE LEG COUNT IN THE PICK COLUMN.
003587*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005800     05  WS-AMOUNT-IN            PIC X(09) VALUE SPACES.
005900     05  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-IN
006000                                 PIC 9(07)V9(02).
006010     05  WS-TYPE-IN              PIC X(01) VALUE SPACE.
006020         88  TYPE-SINGLE                   VALUE "S" " ".
006030         88  TYPE-COMBINATION              VALUE "C".
006040     05  WS-LEGS-IN              PIC X(02) VALUE SPACES.
006050     05  WS-LEGS-NUM REDEFINES WS-LEGS-IN
006060                                 PIC 9(02).
006070     05  WS-LEG-PICKS-IN         PIC X(06) VALUE SPACES.
006080     05  WS-LEG-PICK-TABLE REDEFINES WS-LEG-PICKS-IN.
006090         10  WS-LEG-PICK         PIC X(01) OCCURS 6 TIMES.
006100
006110 01  WS-HOUSE-LIMIT              PIC 9(07)V9(02) VALUE 10000,00.
006120
006126 01  WS-RATE-EDIT                PIC Z9,99.
006127 01  WS-RATE-EDIT2               PIC Z9,99.
006128 01  WS-RATE-LINE                PIC X(40) VALUE SPACES.
006131
006134*    COMBINATION MULTIPLIERS IN FORCE, ENTRY = LEGS - 1 AS ON
006137*    PAYRREC.cpy.  ZERO MEANS THAT MANY LEGS IS NOT OFFERED.
006140 01  WS-COMBO-RATES.
006143     05  WS-COMBO-RATE           PIC 9(02)V9(02) OCCURS 5 TIMES.
006146 01  WS-COMBO-SLOTS              PIC 9(02) VALUE 5.
006149 01  WS-COMBO-SLOT               PIC S9(04) COMP VALUE 0.
006152 01  WS-COMBO-LINE.
006155     05  FILLER                  PIC X(22)
006158                                 VALUE "COMBINATION 2-6 LEGS:".
006161     05  WS-COMBO-LINE-ENTRY     OCCURS 5 TIMES.
006164         10  FILLER              PIC X(01) VALUE SPACE.
006167         10  WS-COMBO-LINE-RATE  PIC Z9,99.
006170     05  FILLER                  PIC X(08) VALUE SPACES.
006173
006176 01  WS-MIN-LEGS                 PIC 9(02) VALUE 2.
006179 01  WS-MAX-LEGS                 PIC 9(02) VALUE 6.
006182 01  WS-LEG-IDX                  PIC S9(04) COMP VALUE 0.
006185 01  WS-LAST-LEG-SEQ             PIC 9(06) VALUE 0.
006188 01  WS-LEG-ERROR-SW             PIC X(01) VALUE "N".
006191     88  LEG-IN-ERROR                      VALUE "Y".
006194 01  WS-BROWSE-PICK              PIC X(02) VALUE SPACES.
006197
006200 01  WS-EDIT-STATUS              PIC X(01) VALUE "Y".
006300     88  EDITS-OK                          VALUE "Y".
006400
009000     MOVE SPACES                     TO MSGLINEO
009010     PERFORM 9100-FETCH-RATE THRU 9100-EXIT
009020     MOVE WS-RATE-LINE               TO RATELINEO
009030     PERFORM 9120-BUILD-COMBO-LINE THRU 9120-EXIT
009040     MOVE WS-COMBO-LINE              TO COMBLINEO
009100     EXEC CICS SEND MAP("BETMP1")
009200         MAPSET("BETMAP")
009300         FROM(BETMP1O)
011200     MOVE BETSEQI                    TO WS-SEQ-IN
011300     MOVE PICKI                      TO WS-PICK-IN
011400     MOVE AMOUNTI                    TO WS-AMOUNT-IN
011410     MOVE BETTYPI                    TO WS-TYPE-IN
011420     MOVE LEGCNTI                    TO WS-LEGS-IN
011430     MOVE LEGPKSI                    TO WS-LEG-PICKS-IN
011440     IF WS-TYPE-IN = LOW-VALUE
011450         MOVE SPACE                  TO WS-TYPE-IN
011460     END-IF
011500
011600     EVALUATE EIBAID
011700         WHEN DFHENTER
016300     MOVE WS-AMOUNT-NUM              TO OBET-AMOUNT
016400     MOVE "O"                        TO OBET-STATUS
016500     MOVE WS-TODAY                   TO OBET-ENTRY-DATE
016510     PERFORM 3700-SET-BET-TYPE THRU 3700-EXIT
016600
016700     EXEC CICS WRITE FILE("ONLBETS")
016800         FROM(ONLINE-BET-RECORD)
017200     EVALUATE WS-RESP
017300         WHEN DFHRESP(NORMAL)
017400             MOVE "BET ADDED" TO WS-MESSAGE
017410             IF TYPE-COMBINATION
017420                 PERFORM 3800-QUOTE-COMBINATION THRU 3800-EXIT
017430             END-IF
017500         WHEN DFHRESP(DUPREC)
017600             MOVE "BET ALREADY ON FILE - USE ACTION M TO AMEND"
017700                                  TO WS-MESSAGE
020000         MOVE "N"                    TO WS-EDIT-STATUS
020100         GO TO 3500-EXIT
020200     END-IF
020210     IF NOT TYPE-SINGLE AND NOT TYPE-COMBINATION
020220         MOVE "TYPE MUST BE S (SINGLE) OR C (COMBINATION)"
020230                                  TO WS-MESSAGE
020240         MOVE "N"                    TO WS-EDIT-STATUS
020250         GO TO 3500-EXIT
020260     END-IF
020270     IF TYPE-COMBINATION
020280         PERFORM 3600-EDIT-COMBINATION THRU 3600-EXIT
020290         IF NOT EDITS-OK
020291             GO TO 3500-EXIT
020292         END-IF
020293     END-IF
020300     IF WS-PICK-IN IS NOT NUMERIC OR WS-PICK-NUM > 1
020400         MOVE "PICK MUST BE 0 (CARA) OR 1 (CRUZ)" TO WS-MESSAGE
020500         MOVE "N"                    TO WS-EDIT-STATUS
021393     END-IF.
021400 3500-EXIT.
021500     EXIT.
021501
021502 3600-EDIT-COMBINATION.
021503*    EVERY LEG NEEDS A PICK OF ITS OWN, THE LAST LEG MUST STILL
021504*    BE A SEQUENCE NUMBER, AND THE HOUSE MUST BE QUOTING A
021505*    MULTIPLIER FOR THIS MANY LEGS TONIGHT.  THE FIRST LEG'S PICK
021506*    STANDS AS THE BET'S PICK, AS IT DOES ON THE BATCH RECORD.
021507     IF WS-LEGS-IN IS NOT NUMERIC
021508        OR WS-LEGS-NUM < WS-MIN-LEGS
021509        OR WS-LEGS-NUM > WS-MAX-LEGS
021510         MOVE "LEGS MUST BE 02 TO 06 FOR A COMBINATION"
021511                                  TO WS-MESSAGE
021512         MOVE "N"                    TO WS-EDIT-STATUS
021513         GO TO 3600-EXIT
021514     END-IF
021515     MOVE "N"                        TO WS-LEG-ERROR-SW
021516     MOVE 0                          TO WS-LEG-IDX
021517     PERFORM 3610-EDIT-ONE-LEG THRU 3610-EXIT
021518         UNTIL WS-LEG-IDX >= WS-LEGS-NUM
021519     IF LEG-IN-ERROR
021520         MOVE "KEY ONE PICK PER LEG, EACH 0 (CARA) OR 1 (CRUZ)"
021521                                  TO WS-MESSAGE
021522         MOVE "N"                    TO WS-EDIT-STATUS
021523         GO TO 3600-EXIT
021524     END-IF
021525     PERFORM 3620-CLEAR-ONE-LEG THRU 3620-EXIT
021526         UNTIL WS-LEG-IDX >= 6
021527     COMPUTE WS-LAST-LEG-SEQ = WS-SEQ-NUM + WS-LEGS-NUM - 1
021528     IF WS-LAST-LEG-SEQ > 99999
021529         MOVE "COMBINATION RUNS PAST SEQUENCE 99999"
021530                                  TO WS-MESSAGE
021531         MOVE "N"                    TO WS-EDIT-STATUS
021532         GO TO 3600-EXIT
021533     END-IF
021534     MOVE WS-LEG-PICK (1)            TO WS-PICK-IN
021535
021536     PERFORM 9100-FETCH-RATE THRU 9100-EXIT
021537     SUBTRACT 1 FROM WS-LEGS-NUM GIVING WS-COMBO-SLOT
021538     IF WS-COMBO-RATE (WS-COMBO-SLOT) = 0
021539         MOVE SPACES                 TO WS-MESSAGE
021540         STRING "COMBINATIONS OF "   DELIMITED BY SIZE
021541                WS-LEGS-IN           DELIMITED BY SIZE
021542                " LEGS ARE NOT OFFERED TONIGHT"
021543                                     DELIMITED BY SIZE
021544             INTO WS-MESSAGE
021545         END-STRING
021546         MOVE "N"                    TO WS-EDIT-STATUS
021547         GO TO 3600-EXIT
021548     END-IF.
021549 3600-EXIT.
021550     EXIT.
021551
021552 3610-EDIT-ONE-LEG.
021553     ADD 1 TO WS-LEG-IDX
021554     IF WS-LEG-PICK (WS-LEG-IDX) NOT = "0"
021555        AND WS-LEG-PICK (WS-LEG-IDX) NOT = "1"
021556         MOVE "Y"                    TO WS-LEG-ERROR-SW
021557     END-IF.
021558 3610-EXIT.
021559     EXIT.
021560
021561 3620-CLEAR-ONE-LEG.
021562*    POSITIONS PAST THE LAST LEG ARE NOT PART OF THE BET.
021563     ADD 1 TO WS-LEG-IDX
021564     MOVE SPACE                      TO WS-LEG-PICK (WS-LEG-IDX).
021565 3620-EXIT.
021566     EXIT.
021567
021568 3700-SET-BET-TYPE.
021569*    A SINGLE IS STORED AS ONE LEG WHOSE PICK IS THE BET'S PICK,
021570*    THE SAME SHAPE THE BATCH INTAKE EDIT GIVES IT.
021571     IF TYPE-COMBINATION
021572         MOVE "C"                    TO OBET-BET-TYPE
021573         MOVE WS-LEGS-NUM            TO OBET-LEG-COUNT
021574         MOVE WS-LEG-PICKS-IN        TO OBET-LEG-PICKS
021575     ELSE
021576         MOVE "S"                    TO OBET-BET-TYPE
021577         MOVE 1                      TO OBET-LEG-COUNT
021578         MOVE WS-PICK-IN             TO OBET-LEG-PICKS
021579     END-IF.
021580 3700-EXIT.
021581     EXIT.
021582
021583 3800-QUOTE-COMBINATION.
021584     MOVE WS-COMBO-RATE (WS-COMBO-SLOT) TO WS-RATE-EDIT
021585     MOVE SPACES                     TO WS-MESSAGE
021586     STRING "COMBINATION ADDED - PAYS " DELIMITED BY SIZE
021587            WS-RATE-EDIT             DELIMITED BY SIZE
021588            " TIMES THE STAKE IF ALL " DELIMITED BY SIZE
021589            WS-LEGS-IN               DELIMITED BY SIZE
021590            " LEGS WIN"              DELIMITED BY SIZE
021591         INTO WS-MESSAGE
021592     END-STRING.
021593 3800-EXIT.
021594     EXIT.
021600
021700 4000-AMEND-BET.
021800     PERFORM 3500-VALIDATE-INPUT THRU 3500-EXIT
025000
025100     MOVE WS-PICK-NUM                TO OBET-PICK
025200     MOVE WS-AMOUNT-NUM              TO OBET-AMOUNT
025210     PERFORM 3700-SET-BET-TYPE THRU 3700-EXIT
025300     EXEC CICS REWRITE FILE("ONLBETS")
025400         FROM(ONLINE-BET-RECORD)
025500         RESP(WS-RESP)
038700     END-IF
038800
038900     MOVE OBET-AMOUNT                TO WS-AMOUNT-EDIT
038910     IF OBET-COMBINATION
038920         MOVE "C"                    TO WS-BROWSE-PICK
038930         MOVE OBET-LEG-COUNT (2:1)   TO WS-BROWSE-PICK (2:1)
038940     ELSE
038950         MOVE OBET-PICK              TO WS-BROWSE-PICK
038960     END-IF
039000     MOVE SPACES                     TO WS-BROWSE-LINE
039100     STRING OBET-RUN-ID              DELIMITED BY SIZE
039200            " "                      DELIMITED BY SIZE
039300            OBET-SEQUENCE            DELIMITED BY SIZE
039400            " "                      DELIMITED BY SIZE
039500            WS-BROWSE-PICK           DELIMITED BY SIZE
039700            WS-AMOUNT-EDIT           DELIMITED BY SIZE
039800            " "                      DELIMITED BY SIZE
039900            OBET-ENTRY-DATE          DELIMITED BY SIZE
043500     MOVE WS-SEQ-IN                  TO BETSEQO
043600     MOVE WS-PICK-IN                 TO PICKO
043700     MOVE WS-AMOUNT-IN               TO AMOUNTO
043710     MOVE WS-TYPE-IN                 TO BETTYPO
043720     MOVE WS-LEGS-IN                 TO LEGCNTO
043730     MOVE WS-LEG-PICKS-IN            TO LEGPKSO
043800     MOVE WS-MESSAGE                 TO MSGLINEO
043900     EXEC CICS SEND MAP("BETMP1")
044000         MAPSET("BETMAP")
046700     END-EXEC
046710     MOVE 0                          TO WS-RATE-KEY
046720     MOVE "N"                        TO WS-RATE-BROWSE-SW
046725     MOVE ZEROS                      TO WS-COMBO-RATES
046730     EXEC CICS STARTBR FILE("PAYRATE")
046740         RIDFLD(WS-RATE-KEY)
046750         GTEQ
047190         MOVE PR-CRUZ-MULT           TO WS-CRUZ-RATE
047200     ELSE
047210         MOVE PR-MULTIPLIER          TO WS-CRUZ-RATE
047220     END-IF
047222     MOVE 0                          TO WS-COMBO-SLOT
047224     PERFORM 9115-LOAD-ONE-COMBO THRU 9115-EXIT
047226         UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS.
047230 9110-EXIT.
047240     EXIT.
081267
115294 9115-LOAD-ONE-COMBO.
149321     ADD 1 TO WS-COMBO-SLOT
183348     IF PR-COMBO-MULT (WS-COMBO-SLOT) IS NUMERIC
217375         MOVE PR-COMBO-MULT (WS-COMBO-SLOT)
251402                                  TO WS-COMBO-RATE (WS-COMBO-SLOT)
285429     ELSE
319456         MOVE 0                   TO WS-COMBO-RATE (WS-COMBO-SLOT)
353483     END-IF.
387510 9115-EXIT.
421537     EXIT.
455564
489591 9120-BUILD-COMBO-LINE.
523618     MOVE 0                          TO WS-COMBO-SLOT
557645     PERFORM 9125-SHOW-ONE-COMBO THRU 9125-EXIT
591672         UNTIL WS-COMBO-SLOT >= WS-COMBO-SLOTS.
625699 9120-EXIT.
659726     EXIT.
693753
727780 9125-SHOW-ONE-COMBO.
761807     ADD 1 TO WS-COMBO-SLOT
795834     MOVE WS-COMBO-RATE (WS-COMBO-SLOT)
829861                          TO WS-COMBO-LINE-RATE (WS-COMBO-SLOT).
863888 9125-EXIT.
897915     EXIT.
931942
965969 END PROGRAM Program9.
