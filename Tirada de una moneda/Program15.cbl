002800* DATE       INIT DESCRIPTION
002900* ---------- ---- -----------------------------------------------
003000* 09/03/2026 RA   ORIGINAL PROGRAM.
003010* 10/15/2026 RA   VOID-REVERSAL DETAILS (STD-WIN-LOSS "V", FROM
003020*                 THE RUN-VOID JOB Program22) CANCEL THE DETAIL
003030*                 THEY REVERSE: A VOIDED WIN IS NO LONGER
003040*                 EXCEPTIONED AS UNACKNOWLEDGED, AND AN ACK
003050*                 AGAINST A VOIDED DETAIL IS MATCHED WITHOUT THE
003060*                 PAID/FAILED CHECKS.  THE SETTLTXN TRAILER
003070*                 COUNTS ARE NOW SUMMED OVER EVERY HD/DT/TR
003080*                 GROUP ON THE FILE, SINCE A VOID APPENDS A
003090*                 GROUP OF ITS OWN.
003100*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
009400
009500 01  WS-FOUND-IDX                 PIC 9(05) COMP VALUE 0.
009600 01  WS-SCAN-IDX                  PIC 9(05) COMP VALUE 0.
009650 01  WS-SENT-VOIDS                PIC 9(09) VALUE 0.
009700
009800 01  WS-SENT-DETAILS              PIC 9(09) VALUE 0.
009900 01  WS-SENT-WINS                 PIC 9(09) VALUE 0.
019100         WHEN "DT"
019200             PERFORM 2100-LOAD-ONE-DETAIL THRU 2100-EXIT
019300         WHEN "TR"
019400             ADD STT-RECORD-COUNT    TO WS-SETTLE-TRAILER-CNT
019500             MOVE "Y"                TO WS-SETTLE-TRAILER-SW
019600         WHEN OTHER
019700             CONTINUE
020000     EXIT.
020100
020200 2100-LOAD-ONE-DETAIL.
020210     IF STD-VOID-REVERSAL
020220         PERFORM 2200-APPLY-VOID THRU 2200-EXIT
020230         GO TO 2100-EXIT
020240     END-IF
020300     IF WS-SENT-COUNT < WS-SENT-MAX
020400         ADD 1 TO WS-SENT-COUNT
020500         ADD 1 TO WS-SENT-DETAILS
022000 2100-EXIT.
022100     EXIT.
022200
022202 2200-APPLY-VOID.
022204*    A VOID-REVERSAL DETAIL CANCELS THE DETAIL IT REVERSES.  WHEN
022206*    THAT DETAIL IS ON THIS FILE IT IS MARKED "V" IN PLACE, SO A
022208*    VOIDED WIN IS NOT CHASED AS UNPAID; WHEN IT WENT OUT ON AN
022210*    EARLIER FILE THE REVERSAL GETS AN ENTRY OF ITS OWN, SO THE
022212*    CASH OFFICE'S ACK OF THE CLAWBACK STILL MATCHES.
022214     ADD 1 TO WS-SENT-DETAILS
022216     ADD 1 TO WS-SENT-VOIDS
022218     MOVE 0 TO WS-FOUND-IDX
022220     IF WS-SENT-COUNT > 0
022222         SET SENT-IDX TO 1
022224         SEARCH WS-SENT-ENTRY
022226             AT END
022228                 MOVE 0 TO WS-FOUND-IDX
022230             WHEN ST-BETTOR (SENT-IDX)   = STD-BETTOR
022232              AND ST-RUN-ID (SENT-IDX)   = STD-RUN-ID
022234              AND ST-SEQUENCE (SENT-IDX) = STD-SEQUENCE
022236                 SET WS-FOUND-IDX TO SENT-IDX
022238         END-SEARCH
022240     END-IF
022242     IF WS-FOUND-IDX > 0
022244         IF ST-WIN-LOSS (WS-FOUND-IDX) = "W"
022246             SUBTRACT 1 FROM WS-SENT-WINS
022248         END-IF
022250         MOVE "V"                TO ST-WIN-LOSS (WS-FOUND-IDX)
022252         GO TO 2200-EXIT
022254     END-IF
022256     IF WS-SENT-COUNT < WS-SENT-MAX
022258         ADD 1 TO WS-SENT-COUNT
022260         SET SENT-IDX TO WS-SENT-COUNT
022262         MOVE STD-BETTOR         TO ST-BETTOR (SENT-IDX)
022264         MOVE STD-RUN-ID         TO ST-RUN-ID (SENT-IDX)
022266         MOVE STD-SEQUENCE       TO ST-SEQUENCE (SENT-IDX)
022268         MOVE "V"                TO ST-WIN-LOSS (SENT-IDX)
022270         MOVE STD-PAYOUT         TO ST-PAYOUT (SENT-IDX)
022272         MOVE "N"                TO ST-ACK-SW (SENT-IDX)
022274     ELSE
022276         DISPLAY "PROGRAM15 - SENT TABLE FULL - RECORD SKIPPED"
022278         MOVE "Y"                TO WS-SENT-OVERFLOW-SW
022280     END-IF.
022282 2200-EXIT.
022284     EXIT.
022286 3000-MATCH-ACKS.
022400     READ ACK-FILE
022500         AT END
022600             GO TO 3000-EXIT
027500     END-IF
027600
027700     IF ST-ACK-SW (WS-FOUND-IDX) = "Y"
027750        AND ST-WIN-LOSS (WS-FOUND-IDX) NOT = "V"
027800         ADD 1 TO WS-EXC-DUP
027900         MOVE SPACES                 TO WS-REPORT-LINE
028000         STRING "DUPLICATE ACKNOWLEDGMENT   "
029300     MOVE "Y" TO ST-ACK-SW (WS-FOUND-IDX)
029400     ADD 1 TO WS-ACKS-MATCHED
029500
029510*    A VOIDED DETAIL MAY BE ACKED ONCE FOR THE PAYMENT AND ONCE
029520*    FOR THE CLAWBACK - NEITHER IS HELD TO THE ORIGINAL AMOUNT.
029530     IF ST-WIN-LOSS (WS-FOUND-IDX) = "V"
029540         GO TO 3100-EXIT
029550     END-IF
029560
029600     IF ACD-FAILED
029700         IF ST-WIN-LOSS (WS-FOUND-IDX) = "W"
029800             ADD 1 TO WS-EXC-FAILED
041200     DISPLAY "--------------------------------------------".
041300     DISPLAY "  DETAILS SENT .......... " WS-SENT-DETAILS.
041400     DISPLAY "  WINS SENT ............. " WS-SENT-WINS.
041450     DISPLAY "  VOID REVERSALS SENT ... " WS-SENT-VOIDS.
041500     DISPLAY "  ACKS RECEIVED ......... " WS-ACKS-READ.
041600     DISPLAY "  ACKS MATCHED .......... " WS-ACKS-MATCHED.
041700     DISPLAY "  WINS UNACKNOWLEDGED ... " WS-EXC-NOACK.
