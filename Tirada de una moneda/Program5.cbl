002404*       (BM-MAX-STAKE ON BETMAST; ZERO = HOUSE LIMIT ONLY)
002406*   09  THE ACCOUNT'S ACCEPTED STAKES THIS EDIT WOULD EXCEED ITS
002408*       OPEN-EXPOSURE CAP (BM-EXPOSURE-CAP; ZERO = NO CAP)
002409*   10  BET TYPE IS NOT S (SINGLE, OR BLANK) OR C (COMBINATION),
002410*       OR A COMBINATION'S LEG COUNT IS NOT 2 THROUGH 6
002411*   11  A COMBINATION LEG PICK IS NOT 0 OR 1, OR THE LEGS RUN
002412*       PAST SEQUENCE 99999
002413*
002414* A COMBINATION BET (SEE BETREC) IS ONE STAKE ON CONSECUTIVE
002415* TOSSES FROM THE SEQUENCE GIVEN.  ITS STAKE IS EDITED AGAINST
002416* THE SAME LIMITS AS A SINGLE BET AND ITS DUPLICATE KEY IS THE
002417* FIRST LEG; BET-PICK ON THE CLEAN RECORD IS LEG 1'S PICK.
002418*
002420* WHETHER THE RUN-ID/SEQUENCE HAS ACTUALLY BEEN DRAWN IS NOT AN
002430* EDIT: A BET ON A RUN THAT ABENDED OR HAS NOT BEEN DRAWN YET
002440* MUST REACH THE SETTLEMENT PASS SO Program2 CAN CARRY IT
003104*                 Program14 LEAVES ON RELCNTS ARE PICKED UP AND
003105*                 PRINTED ON THE EDIT SUMMARY.  A FAILED REJECT
003106*                 MASTER WRITE FORCES RC=8.
003116* 10/15/2026 RA   APPEND A CONTROL RECORD TO BCTLFILE AT EVERY
003126*                 END OF RUN FOR THE STREAM PROOF (Program27).
003136* 10/15/2026 RA   COMBINATION BETS: THE RAW LAYOUT GREW A BET
003146*                 TYPE, LEG COUNT AND LEG PICKS (49 BYTES, A
003156*                 37-BYTE RECORD IS A SINGLE BET), EDITED AS
003166*                 REASONS 10 AND 11 AND CARRIED ONTO THE CLEAN
003176*                 RECORD.  REJECTS CARRY THE 49-BYTE RECORD.
003186*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005160     SELECT CNTS-FILE ASSIGN TO "RELCNTS"
005170         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS WS-CNTS-STATUS.
005185     SELECT BCTL-FILE ASSIGN TO "BCTLFILE"
005190         ORGANIZATION IS LINE SEQUENTIAL
005195         FILE STATUS IS WS-BCTL-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006580     05  RBET-PICK               PIC 9(01).
006590     05  FILLER                  PIC X(01).
006600     05  RBET-AMOUNT             PIC 9(07)V9(02).
006610     05  FILLER                  PIC X(01).
006620     05  RBET-BET-TYPE           PIC X(01).
006630         88  RBET-SINGLE         VALUE "S" " ".
006640         88  RBET-COMBINATION    VALUE "C".
006650     05  FILLER                  PIC X(01).
006660     05  RBET-LEG-COUNT          PIC 9(02).
006670     05  FILLER                  PIC X(01).
006680     05  RBET-LEG-PICKS          PIC X(06).
006690     05  RBET-LEG-PICK-TABLE REDEFINES RBET-LEG-PICKS.
006700         10  RBET-LEG-PICK       PIC 9(01) OCCURS 6 TIMES.
006800
006900 FD  CLEAN-FILE
007000     LABEL RECORDS ARE STANDARD
007700 01  REJECT-BET-RECORD.
007800     05  REJ-REASON-CODE         PIC X(02).
007900     05  FILLER                  PIC X(01).
008000     05  REJ-BET-DATA            PIC X(49).
008110
008120 FD  REJECT-MASTER
008130     LABEL RECORDS ARE STANDARD.
008192     05  FILLER                  PIC X(01).
008193     05  RC-WRITEOFF             PIC 9(05).
008100
008116 FD  BCTL-FILE
008132     LABEL RECORDS ARE STANDARD
008148     RECORDING MODE IS F.
008164     COPY "BCTLREC.cpy".
008180
008200 WORKING-STORAGE SECTION.
008600 01  WS-BETS-STATUS               PIC X(02).
008700     88  BETS-OK                 VALUE "00".
009578     88  ACCOUNT-FOUND            VALUE "Y".
009600
009700 01  WS-HOUSE-LIMIT               PIC 9(07)V9(02) VALUE 10000,00.
009710 01  WS-MIN-LEGS                  PIC 9(02) VALUE 2.
009720 01  WS-MAX-LEGS                  PIC 9(02) VALUE 6.
009730 01  WS-LEG-IDX                   PIC 9(02) COMP VALUE 0.
009740 01  WS-LAST-LEG-SEQ              PIC 9(06) VALUE 0.
009750 01  WS-LEG-ERROR-SW              PIC X(01) VALUE "N".
009760     88  LEG-IN-ERROR             VALUE "Y".
009800
010800 01  WS-SEEN-COUNT                PIC 9(05) COMP VALUE 0.
010900 01  WS-SEEN-MAX                  PIC 9(05) COMP VALUE 9999.
013030     05  WS-REJ-BETTOR-COUNT      PIC 9(05) VALUE 0.
013032     05  WS-REJ-ACCTMAX-COUNT     PIC 9(05) VALUE 0.
013034     05  WS-REJ-EXPCAP-COUNT      PIC 9(05) VALUE 0.
013035     05  WS-REJ-BETTYPE-COUNT     PIC 9(05) VALUE 0.
013036     05  WS-REJ-LEGPICK-COUNT     PIC 9(05) VALUE 0.
013037 01  WS-COMBO-COUNT               PIC 9(05) VALUE 0.
013040 01  WS-SEEN-OVERFLOW-SW          PIC X(01) VALUE "N".
013050     88  SEEN-TABLE-OVERFLOWED               VALUE "Y".
013052 01  WS-EXPO-OVERFLOW-SW          PIC X(01) VALUE "N".
013072         10  EXPO-TOTAL           PIC 9(11)V9(02).
013074 01  WS-EXPO-FOUND-IDX            PIC 9(05) COMP VALUE 0.
013076 01  WS-EXPO-NEW-TOTAL            PIC 9(11)V9(02) VALUE 0.
013080 01  WS-BCTL-STATUS               PIC X(02).
013084     88  BCTL-OK                 VALUE "00".
013088     88  BCTL-FILE-NOT-FOUND     VALUE "35".
013092 01  WS-BCTL-STEP                 PIC X(08) VALUE "STEP015".
013096 01  WS-READ-AMOUNT               PIC 9(11)V9(02) VALUE 0.
013100
013200 PROCEDURE DIVISION.
013300 0000-MAINLINE.
013500     IF NOT INIT-OK
013600         DISPLAY "PROGRAM5 - INITIALIZATION FAILED - RUN ABORTED"
013700         MOVE 16                TO RETURN-CODE
013750         PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
013800         GOBACK
013900     END-IF
014200     PERFORM 3000-EDIT-BETS THRU 3000-EXIT
014873             WS-RJM-FAIL-COUNT " - REJECTS NOT CORRECTABLE ONLINE"
014874         MOVE 8                 TO RETURN-CODE
014875     END-IF
014887     PERFORM 8800-WRITE-BATCH-CONTROL THRU 8800-EXIT
014900     GOBACK.
015000
015100 1000-INITIALIZE.
020700     END-READ
020800
020900     ADD 1 TO WS-BET-COUNT
020925     IF RBET-AMOUNT IS NUMERIC
020950         ADD RBET-AMOUNT         TO WS-READ-AMOUNT
020975     END-IF
021000     MOVE SPACES                 TO WS-REASON-CODE
021100
021110     IF RBET-RUN-ID = SPACES
022700         GO TO 3000-DISPOSE
022800     END-IF
022900
022910     IF NOT RBET-SINGLE AND NOT RBET-COMBINATION
022920         MOVE "10"               TO WS-REASON-CODE
022930         ADD 1 TO WS-REJ-BETTYPE-COUNT
022940         GO TO 3000-DISPOSE
022950     END-IF
022960     IF RBET-COMBINATION
022970         PERFORM 3100-EDIT-COMBINATION THRU 3100-EXIT
022980         IF NOT BET-IS-CLEAN
022990             GO TO 3000-DISPOSE
023000         END-IF
023010     END-IF
023020
024500     MOVE 0 TO WS-FOUND-IDX
024600     IF WS-SEEN-COUNT > 0
024700         SET SEEN-IDX TO 1
027840         MOVE RBET-PICK          TO BET-PICK
027850         MOVE RBET-AMOUNT        TO BET-AMOUNT
027860         MOVE 0                  TO BET-CARRY-DAYS
027870         IF RBET-COMBINATION
027871             ADD 1 TO WS-COMBO-COUNT
027872             MOVE "C"            TO BET-TYPE
027873             MOVE RBET-LEG-COUNT TO BET-LEGS
027874             MOVE RBET-LEG-PICKS TO BET-LEG-PICKS
027875             MOVE RBET-LEG-PICK (1) TO BET-PICK
027876         ELSE
027877             MOVE "S"            TO BET-TYPE
027878             MOVE 1              TO BET-LEGS
027879             MOVE RBET-PICK      TO BET-LEG-PICKS
027880         END-IF
027900         WRITE CLEAN-BET-RECORD
028000     ELSE
028100         ADD 1 TO WS-REJECT-COUNT
028600     END-IF.
028700 3000-EXIT.
028800     EXIT.
028801
028802 3100-EDIT-COMBINATION.
028803*    A COMBINATION NEEDS 2 TO 6 LEGS (REASON 10), A PICK OF 0 OR
028804*    1 FOR EVERY LEG, AND ITS LAST LEG WITHIN THE SEQUENCE RANGE
028805*    (REASON 11).  PICKS BEYOND THE LAST LEG ARE IGNORED.
028806     IF RBET-LEG-COUNT IS NOT NUMERIC
028807        OR RBET-LEG-COUNT < WS-MIN-LEGS
028808        OR RBET-LEG-COUNT > WS-MAX-LEGS
028809         MOVE "10"               TO WS-REASON-CODE
028810         ADD 1 TO WS-REJ-BETTYPE-COUNT
028811         GO TO 3100-EXIT
028812     END-IF
028813     COMPUTE WS-LAST-LEG-SEQ = RBET-SEQUENCE + RBET-LEG-COUNT - 1
028814     MOVE "N"                    TO WS-LEG-ERROR-SW
028815     MOVE 0                      TO WS-LEG-IDX
028816     PERFORM 3110-EDIT-ONE-LEG THRU 3110-EXIT
028817         UNTIL WS-LEG-IDX >= RBET-LEG-COUNT
028818     IF LEG-IN-ERROR OR WS-LAST-LEG-SEQ > 99999
028819         MOVE "11"               TO WS-REASON-CODE
028820         ADD 1 TO WS-REJ-LEGPICK-COUNT
028821     END-IF.
028822 3100-EXIT.
028823     EXIT.
028824
028825 3110-EDIT-ONE-LEG.
028826     ADD 1 TO WS-LEG-IDX
028827     IF RBET-LEG-PICK (WS-LEG-IDX) IS NOT NUMERIC
028828        OR RBET-LEG-PICK (WS-LEG-IDX) > 1
028829         MOVE "Y"                TO WS-LEG-ERROR-SW
028830     END-IF.
028831 3110-EXIT.
028832     EXIT.
028833
028834 3200-CHECK-ACCOUNT-LIMITS.
028835*    THE ACCOUNT'S OWN LIMITS: A SINGLE STAKE OVER BM-MAX-STAKE
028836*    IS REASON 08, AND A BET THAT WOULD PUSH THE ACCOUNT'S
028837*    ACCEPTED STAKES THIS EDIT OVER BM-EXPOSURE-CAP IS REASON
028838*    09.  AN UNKNOWN ACCOUNT PASSES THROUGH - THAT REJECTION
028839*    BELONGS TO THE SETTLEMENT PASS.
028840     IF NOT BETMAST-AVAILABLE
028841         GO TO 3200-EXIT
028842     END-IF
028843     MOVE RBET-BETTOR            TO BM-ACCOUNT-ID
028844     MOVE "Y"                    TO WS-ACCOUNT-SW
028845     READ BETTOR-FILE
028846         INVALID KEY
028847             MOVE "N"            TO WS-ACCOUNT-SW
028848     END-READ
028849     IF NOT ACCOUNT-FOUND
028850         GO TO 3200-EXIT
028851     END-IF
028852     IF BM-MAX-STAKE > 0 AND RBET-AMOUNT > BM-MAX-STAKE
028853         MOVE "08"               TO WS-REASON-CODE
028854         ADD 1 TO WS-REJ-ACCTMAX-COUNT
028855         GO TO 3200-EXIT
028856     END-IF
028857     PERFORM 3300-LOCATE-EXPOSURE THRU 3300-EXIT
028858     IF WS-EXPO-FOUND-IDX = 0
028859         GO TO 3200-EXIT
028860     END-IF
028861     COMPUTE WS-EXPO-NEW-TOTAL =
028862         EXPO-TOTAL (WS-EXPO-FOUND-IDX) + RBET-AMOUNT
028863     IF BM-EXPOSURE-CAP > 0
028864        AND WS-EXPO-NEW-TOTAL > BM-EXPOSURE-CAP
028865         MOVE "09"               TO WS-REASON-CODE
028866         ADD 1 TO WS-REJ-EXPCAP-COUNT
028867         GO TO 3200-EXIT
028868     END-IF
028869     MOVE WS-EXPO-NEW-TOTAL TO EXPO-TOTAL (WS-EXPO-FOUND-IDX).
028870 3200-EXIT.
028871     EXIT.
028872
028873 3300-LOCATE-EXPOSURE.
028874*    ONE RUNNING TOTAL OF ACCEPTED STAKES PER BETTOR THIS EDIT.
028875     MOVE 0 TO WS-EXPO-FOUND-IDX
028876     IF WS-EXPO-COUNT > 0
028877         SET EXPO-IDX TO 1
028878         SEARCH WS-EXPO-ENTRY
028879             AT END
028880                 MOVE 0 TO WS-EXPO-FOUND-IDX
028881             WHEN EXPO-BETTOR (EXPO-IDX) = RBET-BETTOR
028882                 SET WS-EXPO-FOUND-IDX TO EXPO-IDX
028883         END-SEARCH
028884     END-IF
028885     IF WS-EXPO-FOUND-IDX = 0
028886         IF WS-EXPO-COUNT < WS-EXPO-MAX
028887             ADD 1 TO WS-EXPO-COUNT
028888             SET EXPO-IDX TO WS-EXPO-COUNT
028889             SET WS-EXPO-FOUND-IDX TO EXPO-IDX
028890             MOVE RBET-BETTOR    TO EXPO-BETTOR (EXPO-IDX)
028891             MOVE 0              TO EXPO-TOTAL (EXPO-IDX)
028892         ELSE
028893             DISPLAY "PROGRAM5 - EXPOSURE TABLE FULL - BET AT "
028894                 RBET-RUN-ID " " RBET-SEQUENCE
028895                 " NOT CHECKED AGAINST THE CAP"
028896             MOVE "Y"            TO WS-EXPO-OVERFLOW-SW
028897         END-IF
028898     END-IF.
028899 3300-EXIT.
028900     EXIT.
028901
028902 3600-WRITE-REJECT-MASTER.
028903*    THE SAME REJECT, KEYED BY REJECT DATE + SERIAL, FOR THE
028904*    COIR CORRECTION SCREEN.  A DUPLICATE KEY MEANS A RERUN OF
028905*    THIS STEP (OR AN EARLIER EDIT TONIGHT) ALREADY USED THE
028906*    SERIAL - STEP PAST IT AND TAKE THE NEXT ONE.
028907     MOVE "N"                    TO WS-RJM-WRITTEN-SW
028908     PERFORM 3610-WRITE-RJM THRU 3610-EXIT
028909         UNTIL RJM-WRITE-DONE.
028910 3600-EXIT.
028911     EXIT.
028912
028913 3610-WRITE-RJM.
028914     ADD 1 TO WS-RJM-SERIAL
028915     MOVE SPACES                 TO REJECT-MASTER-RECORD
028916     MOVE WS-REJ-DATE            TO RJM-REJECT-DATE
028917     MOVE WS-RJM-SERIAL          TO RJM-SERIAL
028918     MOVE WS-REASON-CODE         TO RJM-REASON-CODE
028919     MOVE "P"                    TO RJM-STATUS
028920     MOVE RAW-BET-RECORD         TO RJM-BET-DATA
028921     WRITE REJECT-MASTER-RECORD
028922     IF REJMAST-OK
028923         MOVE "Y"                TO WS-RJM-WRITTEN-SW
028924     ELSE
028925         IF WS-REJMAST-STATUS NOT = "22"
028926             DISPLAY "PROGRAM5 - REJMAST WRITE FAILED - STATUS "
028927                 WS-REJMAST-STATUS
028928             ADD 1 TO WS-RJM-FAIL-COUNT
028929             MOVE "Y"            TO WS-RJM-WRITTEN-SW
028930         END-IF
028931     END-IF.
028932 3610-EXIT.
028933     EXIT.
028934
029000 4000-PRINT-SUMMARY.
029100     DISPLAY "--------------------------------------------".
029200     DISPLAY "PROGRAM5 - BET INTAKE EDIT SUMMARY".
030130     DISPLAY "    07 BETTOR BLANK ..... " WS-REJ-BETTOR-COUNT.
030132     DISPLAY "    08 OVER ACCT STAKE .. " WS-REJ-ACCTMAX-COUNT.
030134     DISPLAY "    09 OVER EXPOSURE CAP  " WS-REJ-EXPCAP-COUNT.
030136     DISPLAY "    10 BET TYPE / LEGS .. " WS-REJ-BETTYPE-COUNT.
030138     DISPLAY "    11 LEG PICK / RANGE . " WS-REJ-LEGPICK-COUNT.
030139     DISPLAY "  COMBINATIONS ACCEPTED . " WS-COMBO-COUNT.
030140     DISPLAY "  REJECTS RELEASED BACK . " WS-RELEASED-IN-CNT.
030150     DISPLAY "  REJECTS WRITTEN OFF ... " WS-WRITEOFF-IN-CNT.
030200     DISPLAY "--------------------------------------------".
031100 9000-EXIT.
031200     EXIT.
031300
031303 8800-WRITE-BATCH-CONTROL.
031306*    APPEND THIS STEP'S CONTROL RECORD FOR THE END-OF-STREAM
031309*    PROOF (Program27), WITH THE RETURN CODE THE STEP IS ABOUT
031312*    TO END WITH.  A FAILED APPEND IS ONLY DISPLAYED - THE PROOF
031315*    THEN REPORTS THE STEP AS NEVER HAVING REPORTED.
031318     MOVE SPACES                     TO BATCH-CONTROL-RECORD
031321     MOVE "COINTOSS"                 TO BC-JOB-NAME
031324     MOVE WS-BCTL-STEP               TO BC-STEP-NAME
031327     MOVE "Program5"                 TO BC-PROGRAM
031330     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
031333     ACCEPT BC-RUN-TIME FROM TIME
031336     MOVE WS-BET-COUNT               TO BC-RECORDS-IN
031339     MOVE WS-CLEAN-COUNT             TO BC-RECORDS-OUT
031342     MOVE WS-REJECT-COUNT            TO BC-RECORDS-OTHER
031345     MOVE WS-READ-AMOUNT             TO BC-AMOUNT-HASH
031348     MOVE RETURN-CODE                TO BC-RETURN-CODE
031351     OPEN EXTEND BCTL-FILE
031354     IF BCTL-FILE-NOT-FOUND
031357         OPEN OUTPUT BCTL-FILE
031360     END-IF
031363     IF NOT BCTL-OK
031366         DISPLAY "PROGRAM5 - ERROR OPENING BCTL-FILE - "
031369             WS-BCTL-STATUS " - NO CONTROL RECORD WRITTEN"
031372         GO TO 8800-EXIT
031375     END-IF
031378     WRITE BATCH-CONTROL-RECORD
031381     CLOSE BCTL-FILE.
031384 8800-EXIT.
031387     EXIT.
031390
031400 END PROGRAM Program5.
