002500* AMENDED AGAIN HERE UNTIL THAT UNLOAD RUNS.  RE-EDITING THE
002600* CORRECTED BET REMAINS WITH Program5 - THIS SCREEN ONLY
002700* ENFORCES THE KEY AND STATUS CHECKS A SUPERVISOR NEEDS
002800* IMMEDIATELY.  A COMBINATION BET'S TYPE, LEG COUNT AND LEG
002810* PICKS ARE SHOWN AND CORRECTED THE SAME WAY AS ITS OTHER FIELDS.
002900*----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*----------------------------------------------------------------
003200* DATE       INIT DESCRIPTION
003300* ---------- ---- -----------------------------------------------
003400* 09/03/2026 RA   ORIGINAL PROGRAM.
003410* 10/15/2026 RA   SHOW AND CORRECT THE BET TYPE, LEG COUNT AND
003420*                 LEG PICKS OF A REJECTED COMBINATION BET; THE
003430*                 BROWSE LINE SHOWS THE TYPE AND LEG COUNT.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
005600     05  WS-SEQ-IN               PIC X(05) VALUE SPACES.
005700     05  WS-PICK-IN              PIC X(01) VALUE SPACE.
005800     05  WS-AMOUNT-IN            PIC X(09) VALUE SPACES.
005810     05  WS-TYPE-IN              PIC X(01) VALUE SPACE.
005820     05  WS-LEGS-IN              PIC X(02) VALUE SPACES.
005830     05  WS-LEG-PICKS-IN         PIC X(06) VALUE SPACES.
005900
006000 01  WS-EDIT-STATUS              PIC X(01) VALUE "Y".
006100     88  EDITS-OK                          VALUE "Y".
011100     MOVE BETSEQI                    TO WS-SEQ-IN
011200     MOVE PICKI                      TO WS-PICK-IN
011300     MOVE AMOUNTI                    TO WS-AMOUNT-IN
011310     MOVE BETTYPI                    TO WS-TYPE-IN
011320     MOVE LEGCNTI                    TO WS-LEGS-IN
011330     MOVE LEGPKSI                    TO WS-LEG-PICKS-IN
011400
011500     EVALUATE EIBAID
011600         WHEN DFHENTER
014600                                        BRW4O BRW5O BRW6O
014700     MOVE "REJ DATE SERIAL RC RUN-ID   SEQNO BETTOR     P AMOUNT"
014800                                      TO BRWHDRO
014810     MOVE "TLG"                      TO BRWHDRO (58:3)
014900     MOVE 0                          TO WS-BROWSE-COUNT
015000     MOVE "N"                        TO WS-BROWSE-SW
015100
022600            RJM-PICK                 DELIMITED BY SIZE
022700            " "                      DELIMITED BY SIZE
022800            RJM-AMOUNT               DELIMITED BY SIZE
022810            " "                      DELIMITED BY SIZE
022820            RJM-BET-TYPE             DELIMITED BY SIZE
022830            RJM-LEG-COUNT            DELIMITED BY SIZE
022900         INTO WS-BROWSE-LINE
023000     END-STRING
023100
029600     MOVE RJM-BETTOR                 TO WS-BETTOR
030000     MOVE RJM-PICK                   TO WS-PICK-IN
030100     MOVE RJM-AMOUNT                 TO WS-AMOUNT-IN
030110     MOVE RJM-BET-TYPE               TO WS-TYPE-IN
030120     MOVE RJM-LEG-COUNT              TO WS-LEGS-IN
030130     MOVE RJM-LEG-PICKS              TO WS-LEG-PICKS-IN
030200     MOVE SPACES                     TO WS-MESSAGE
030300     STRING "REJECT SHOWN - REASON "  DELIMITED BY SIZE
030400            RJM-REASON-CODE          DELIMITED BY SIZE
036300        AND WS-AMOUNT-IN NOT = LOW-VALUES
036400         MOVE WS-AMOUNT-IN           TO RJM-AMOUNT
036500     END-IF
036510     IF WS-TYPE-IN NOT = SPACE AND WS-TYPE-IN NOT = LOW-VALUES
036520         MOVE WS-TYPE-IN             TO RJM-BET-TYPE
036530     END-IF
036540     IF WS-LEGS-IN NOT = SPACES AND WS-LEGS-IN NOT = LOW-VALUES
036550         MOVE WS-LEGS-IN             TO RJM-LEG-COUNT
036560     END-IF
036570     IF WS-LEG-PICKS-IN NOT = SPACES
036580        AND WS-LEG-PICKS-IN NOT = LOW-VALUES
036590         MOVE WS-LEG-PICKS-IN        TO RJM-LEG-PICKS
036595     END-IF
036600
036700     MOVE "R"                        TO RJM-STATUS
036800     EXEC CICS REWRITE FILE("REJMAST")
044500     MOVE WS-SEQ-IN                  TO BETSEQO
044600     MOVE WS-PICK-IN                 TO PICKO
044700     MOVE WS-AMOUNT-IN               TO AMOUNTO
044710     MOVE WS-TYPE-IN                 TO BETTYPO
044720     MOVE WS-LEGS-IN                 TO LEGCNTO
044730     MOVE WS-LEG-PICKS-IN            TO LEGPKSO
044800     MOVE WS-MESSAGE                 TO MSGLINEO
044900     EXEC CICS SEND MAP("REJMP1")
045000         MAPSET("REJMAP")
