001610*      EXPOSURE CAP (A BLANK FIELD IS KEPT)
001700*   S  SUSPEND THE ACCOUNT
001800*   R  REINSTATE A SUSPENDED ACCOUNT
001810*   T  SET THE BETTOR'S TAX ID (KEYED IN THE FIRST TWELVE
001820*      COLUMNS OF THE NAME FIELD) FOR THE YEAR-END WINNINGS
001830*      RETURN (Program30)
001900* THE RUNNING BALANCE IS NEVER MAINTAINABLE HERE - ONLY THE
001910* JOURNALED POSTINGS MOVE IT: SETTLEMENT (Program2), CASHIER
001920* DEPOSITS AND WITHDRAWALS (Program23) AND RUN-VOID
002000* REVERSALS (Program22).  EVERY ACCEPTED TRANSACTION
002100* WRITES A BEFORE/AFTER IMAGE TO THE PERMANENT MAINTENANCE
002200* AUDIT FILE (BETMAUD), AND EVERY TRANSACTION - ACCEPTED OR
002300* REJECTED, WITH ITS REASON - GOES ON THE CONTROL REPORT
003130*                 ON ADDS AND AMENDS; THE AUDIT IMAGES WIDENED
003140*                 WITH THE RECORD (62 TO 84 BYTES, BETMAUD
003150*                 LRECL 156 TO 200).
003160* 10/15/2026 RA   NEW T CARD SETS BM-TAX-ID FOR THE YEAR-END
003170*                 WINNINGS RETURN; THE AUDIT IMAGES WIDENED WITH
003180*                 THE RECORD (84 TO 97 BYTES, BETMAUD LRECL 200
003190*                 TO 226).
003200*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
006400     05  MT-ACCOUNT-ID           PIC X(10).
006500     05  FILLER                  PIC X(01).
006600     05  MT-NAME                 PIC X(25).
006610     05  MT-TAX-ID REDEFINES MT-NAME
006620                                 PIC X(12).
006700     05  FILLER                  PIC X(01).
006800     05  MT-CREDIT-LIMIT         PIC X(11).
006900     05  MT-CREDIT-NUM REDEFINES MT-CREDIT-LIMIT
008500     05  FILLER                  PIC X(01).
008600     05  MA-ACCOUNT-ID           PIC X(10).
008700     05  FILLER                  PIC X(01).
008800     05  MA-BEFORE-IMAGE         PIC X(97).
008900     05  FILLER                  PIC X(01).
009000     05  MA-AFTER-IMAGE          PIC X(97).
009100
009200 FD  REPORT-FILE
009300     LABEL RECORDS ARE STANDARD
011400
011500 01  WS-RUN-DATE                  PIC 9(08) VALUE 0.
011600 01  WS-RUN-TIME                  PIC 9(08) VALUE 0.
011700 01  WS-BEFORE-IMAGE              PIC X(97) VALUE SPACES.
011800 01  WS-REJECT-TEXT               PIC X(40) VALUE SPACES.
011900
012000 01  WS-TXN-COUNT                 PIC 9(05) VALUE 0.
012400 01  WS-AMEND-COUNT               PIC 9(05) VALUE 0.
012500 01  WS-SUSPEND-COUNT             PIC 9(05) VALUE 0.
012600 01  WS-REINSTATE-COUNT           PIC 9(05) VALUE 0.
012650 01  WS-TAXID-COUNT               PIC 9(05) VALUE 0.
012700 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE 0.
012800
012900 01  WS-REPORT-LINE               PIC X(80) VALUE SPACES.
023100             PERFORM 2300-SUSPEND-ACCOUNT THRU 2300-EXIT
023200         WHEN "R"
023300             PERFORM 2400-REINSTATE-ACCOUNT THRU 2400-EXIT
023310         WHEN "T"
023320             PERFORM 2450-SET-TAX-ID THRU 2450-EXIT
023400         WHEN OTHER
023500             MOVE "ACTION NOT A/M/S/R/T" TO WS-REJECT-TEXT
023600             PERFORM 3900-REJECT-TXN THRU 3900-EXIT
023700     END-EVALUATE.
023800 2000-EXIT.
035200     PERFORM 3800-ACCEPT-TXN THRU 3800-EXIT.
035300 2400-EXIT.
035400     EXIT.
035404
035408 2450-SET-TAX-ID.
035412*    THE TAX ID IS NEVER BLANKED ONCE SET - A BETTOR WHOSE ID
035416*    WAS KEYED WRONG GETS ANOTHER T CARD WITH THE RIGHT ONE.
035420     IF MT-TAX-ID = SPACES
035424         MOVE "TAX ID REQUIRED ON A T CARD" TO WS-REJECT-TEXT
035428         PERFORM 3900-REJECT-TXN THRU 3900-EXIT
035432         GO TO 2450-EXIT
035436     END-IF
035440     PERFORM 2500-READ-ACCOUNT THRU 2500-EXIT
035444     IF NOT ACCOUNT-FOUND
035448         GO TO 2450-EXIT
035452     END-IF
035456     MOVE MT-TAX-ID                  TO BM-TAX-ID
035460     REWRITE BETTOR-MASTER-RECORD
035464     IF NOT BETTOR-OK
035468         PERFORM 3950-MASTER-WRITE-FAILED THRU 3950-EXIT
035472         GO TO 2450-EXIT
035476     END-IF
035480     ADD 1 TO WS-TAXID-COUNT
035484     PERFORM 3700-WRITE-AUDIT THRU 3700-EXIT
035488     PERFORM 3800-ACCEPT-TXN THRU 3800-EXIT.
035492 2450-EXIT.
035496     EXIT.
035500
035600 2500-READ-ACCOUNT.
035700*    FETCH THE ACCOUNT AND HOLD ITS BEFORE IMAGE FOR THE AUDIT
044300     DISPLAY "    AMENDS .............. " WS-AMEND-COUNT.
044400     DISPLAY "    SUSPENSIONS ......... " WS-SUSPEND-COUNT.
044500     DISPLAY "    REINSTATEMENTS ...... " WS-REINSTATE-COUNT.
044550     DISPLAY "    TAX IDS SET ......... " WS-TAXID-COUNT.
044600     DISPLAY "--------------------------------------------".
044700     MOVE SPACES                     TO WS-REPORT-LINE
044800     STRING "TRANSACTIONS "           DELIMITED BY SIZE
