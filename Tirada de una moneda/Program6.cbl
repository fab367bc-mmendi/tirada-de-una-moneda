002770*                 CHECK EVERY ARCHIVE/CARRY-OVER WRITE: A FAILED
002780*                 ARCHIVE WRITE NO LONGER DELETES THE CLUSTER
002790*                 RECORD, AND ANY WRITE FAILURE FORCES RC=8.
002791* 10/15/2026 RA   RUNCTL-ARCH-RECORD WIDENED FROM 45 TO 56 BYTES
002792*                 FOR THE RUN-VOID STATUS AND DATE ON RUNCTL.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
005857 FD  RUNCTL-ARCH-FILE
005858     LABEL RECORDS ARE STANDARD
005859     RECORDING MODE IS F.
005860 01  RUNCTL-ARCH-RECORD           PIC X(56).
005861
006000 FD  REPORT-FILE
006100     LABEL RECORDS ARE STANDARD
