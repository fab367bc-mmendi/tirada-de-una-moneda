001000* PRINTS A STATEMENT PER BETTOR ACCOUNT FROM THE PERMANENT
001100* POSTING JOURNAL THE SETTLEMENT PROGRAM (Program2) APPENDS TO
001200* (POSTJRNL, SEE PJRNREC.cpy).  THE INPUT HERE (SORTJRNL) IS THE
001300* JOURNAL SORTED BY ACCOUNT / POSTING DATE, JOURNAL ORDER KEPT
001310* WITHIN A DATE - THE JOB SORTS IT AHEAD OF THIS STEP (THE
001320* POSTING SEQUENCE STARTS AGAIN AT 1 IN EVERY PROGRAM THAT
001330* POSTS, SO IT IS NOT A SORT KEY).  FOR THE DATE RANGE ON
001500* THE STMTPARM CARD, EACH ACCOUNT WITH MOVEMENTS IN THE RANGE
001600* GETS ITS OPENING BALANCE, EVERY MOVEMENT IN DATE ORDER AND
001700* ITS CLOSING BALANCE.  THE LAST JOURNAL BALANCE OF EVERY
002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -----------------------------------------------
002700* 09/03/2026 RA   ORIGINAL PROGRAM.
002710* 10/15/2026 RA   EACH MOVEMENT LINE NOW SAYS WHAT THE MOVEMENT
002720*                 WAS (STAKE, PAYOUT, DEPOSIT, WITHDRAW, VOID)
002730*                 FROM PJ-MOVE-TYPE; ON A CASHIER DEPOSIT OR
002740*                 WITHDRAWAL THE RUN-ID COLUMN SHOWS THE SLIP
002750*                 NUMBER.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
011000
011100 01  WS-BALANCE-EDIT              PIC -ZZZZZZZZ9,99.
011200 01  WS-AMOUNT-EDIT               PIC ZZZZZZ9,99.
011210 01  WS-MOVE-TEXT                 PIC X(08) VALUE SPACES.
011300 01  WS-TOTAL-EDIT                PIC -ZZZZZZZZZZ9,99.
011400
011500 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
025100     MOVE PJ-BALANCE-AFTER           TO WS-CLOSING-BALANCE
025200     MOVE PJ-AMOUNT                  TO WS-AMOUNT-EDIT
025300     MOVE PJ-BALANCE-AFTER           TO WS-BALANCE-EDIT
025310     EVALUATE TRUE
025320         WHEN PJ-MOVE-STAKE
025330             MOVE "STAKE"            TO WS-MOVE-TEXT
025340         WHEN PJ-MOVE-PAYOUT
025350             MOVE "PAYOUT"           TO WS-MOVE-TEXT
025360         WHEN PJ-MOVE-DEPOSIT
025370             MOVE "DEPOSIT"          TO WS-MOVE-TEXT
025380         WHEN PJ-MOVE-WITHDRAWAL
025390             MOVE "WITHDRAW"         TO WS-MOVE-TEXT
025391         WHEN PJ-MOVE-VOID
025392             MOVE "VOID"             TO WS-MOVE-TEXT
025393         WHEN OTHER
025394             MOVE SPACES             TO WS-MOVE-TEXT
025395     END-EVALUATE
025400     MOVE SPACES                     TO WS-REPORT-LINE
025500     STRING "  "                     DELIMITED BY SIZE
025600            PJ-POST-DATE             DELIMITED BY SIZE
026100            " "                      DELIMITED BY SIZE
026200            PJ-DEBIT-CREDIT          DELIMITED BY SIZE
026300            " "                      DELIMITED BY SIZE
026310            WS-MOVE-TEXT             DELIMITED BY SIZE
026320            " "                      DELIMITED BY SIZE
026400            WS-AMOUNT-EDIT           DELIMITED BY SIZE
026500            " BALANCE "              DELIMITED BY SIZE
026600            WS-BALANCE-EDIT          DELIMITED BY SIZE
