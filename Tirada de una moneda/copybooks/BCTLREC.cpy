000100*----------------------------------------------------------------
000200* BCTLREC - BATCH CONTROL RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER PROGRAM STEP OF THE NIGHTLY STREAM (COINTOSS),
000500* APPENDED TO THE SHARED BATCH-CONTROL FILE (BCTLFILE) AS THE
000600* STEP ENDS - NORMALLY OR NOT - WITH THE RETURN CODE IT IS
000700* ABOUT TO GIVE BACK.  THE CONTROL STEP (Program27) READS THE
000800* FILE AT THE END OF THE STREAM AND PROVES EACH STEP'S OUTPUT
000900* IS THE NEXT STEP'S INPUT.  WHAT THE COUNTS MEAN IS UP TO THE
001000* STEP AND IS LISTED IN Program27; IN GENERAL:
001100*   BC-RECORDS-IN     RECORDS (CARDS, BETS, SLIPS) READ
001200*   BC-RECORDS-OUT    RECORDS PASSED ON OR DISPOSED OF
001300*   BC-RECORDS-OTHER  THE SECOND OUTPUT - REJECTS, WRITE-OFFS,
001400*                     BETS CARRIED TO THE NEXT NIGHT
001500*   BC-AMOUNT-HASH    SUM OF THE MONEY (OR TOSSES) THE STEP
001600*                     HANDLED, FOR A SECOND PROOF OF THE COUNTS
001700* THE FILE IS NEVER EMPTIED: Program27 APPENDS ITS OWN RECORD,
001800* AND A PROOF THAT ENDS BELOW RC=8 CLOSES THE NIGHT, SO THE
001900* RECORDS AFTER THE LAST CLEAN PROOF ARE THE NIGHT IN HAND.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -----------------------------------------------
002500* 10/15/2026 RA   ORIGINAL COPYBOOK.
002600*----------------------------------------------------------------
002700 01  BATCH-CONTROL-RECORD.
002800     05  BC-JOB-NAME             PIC X(08).
002900     05  FILLER                  PIC X(01).
003000     05  BC-STEP-NAME            PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  BC-PROGRAM              PIC X(09).
003300     05  FILLER                  PIC X(01).
003400     05  BC-RUN-DATE             PIC 9(08).
003500     05  FILLER                  PIC X(01).
003600     05  BC-RUN-TIME             PIC 9(08).
003700     05  FILLER                  PIC X(01).
003800     05  BC-RECORDS-IN           PIC 9(09).
003900     05  FILLER                  PIC X(01).
004000     05  BC-RECORDS-OUT          PIC 9(09).
004100     05  FILLER                  PIC X(01).
004200     05  BC-RECORDS-OTHER        PIC 9(09).
004300     05  FILLER                  PIC X(01).
004400     05  BC-AMOUNT-HASH          PIC 9(13)V9(02).
004500     05  FILLER                  PIC X(01).
004600     05  BC-RETURN-CODE          PIC 9(04).
