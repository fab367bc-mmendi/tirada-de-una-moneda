000100*----------------------------------------------------------------
000200* GLREC - GENERAL LEDGER INTERFACE FILE RECORD LAYOUTS
000300*----------------------------------------------------------------
000400* FIXED-FORMAT FILE (GLIFACE) WRITTEN BY THE GENERAL LEDGER
000500* INTERFACE PROGRAM (Program24) FOR FINANCE TO LOAD DIRECTLY,
000600* IN PLACE OF RE-KEYING THE Program2 PAYOUT PRINTOUT.  ONE
000700* HEADER, ONE DETAIL PER GL POSTING AND ONE TRAILER.  EACH
000800* DETAIL IS ONE SIDE OF A DOUBLE ENTRY - ACCOUNT, DEBIT (D) OR
000900* CREDIT (C), AMOUNT - WITH THE ENTRY CODE IT BELONGS TO
001000* (STAKES, PAYOUTS, DEPOSIT, WITHDRAW, VOIDSTK, VOIDPAY, REFUND,
001100* LIABCHG).  THE HEADER CARRIES THE POSTING DATE AND THE LAST
001200* POSTING DATE SENT BEFORE IT (ZERO ON THE FIRST FILE) - THE
001300* FILE COVERS EVERYTHING JOURNALED SINCE THAT ONE WAS SENT, SO
001400* A DAY THAT WAS NEVER SENT RIDES ON THE NEXT.  THE TRAILER
001500* CARRIES THE DETAIL COUNT, THE DEBIT AND CREDIT TOTALS AND
001600* GLT-BALANCED "Y" WHEN THEY AGREE.  ALL THREE LAYOUTS ARE 80
001700* BYTES; THE RECORD TYPE IN THE FIRST TWO BYTES TELLS THEM
001800* APART (HD / DT / TR).
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -----------------------------------------------
002400* 10/15/2026 RA   ORIGINAL COPYBOOK.
002500*----------------------------------------------------------------
002600 01  GL-HEADER-RECORD.
002700     05  GLH-RECORD-TYPE         PIC X(02).
002800     05  FILLER                  PIC X(01).
002900     05  GLH-POST-DATE           PIC 9(08).
003000     05  FILLER                  PIC X(01).
003100     05  GLH-PREV-DATE           PIC 9(08).
003200     05  FILLER                  PIC X(01).
003300     05  GLH-SOURCE              PIC X(08).
003400     05  FILLER                  PIC X(01).
003500     05  GLH-CREATED-DATE        PIC 9(08).
003600     05  FILLER                  PIC X(42).
003700
003800 01  GL-DETAIL-RECORD.
003900     05  GLD-RECORD-TYPE         PIC X(02).
004000     05  FILLER                  PIC X(01).
004100     05  GLD-POST-DATE           PIC 9(08).
004200     05  FILLER                  PIC X(01).
004300     05  GLD-ACCOUNT             PIC X(10).
004400     05  FILLER                  PIC X(01).
004500     05  GLD-DEBIT-CREDIT        PIC X(01).
004600         88  GLD-DEBIT           VALUE "D".
004700         88  GLD-CREDIT          VALUE "C".
004800     05  FILLER                  PIC X(01).
004900     05  GLD-AMOUNT              PIC 9(11)V9(02).
005000     05  FILLER                  PIC X(01).
005100     05  GLD-ENTRY-CODE          PIC X(08).
005200     05  FILLER                  PIC X(01).
005300     05  GLD-DESCRIPTION         PIC X(30).
005400     05  FILLER                  PIC X(02).
005500
005600 01  GL-TRAILER-RECORD.
005700     05  GLT-RECORD-TYPE         PIC X(02).
005800     05  FILLER                  PIC X(01).
005900     05  GLT-RECORD-COUNT        PIC 9(09).
006000     05  FILLER                  PIC X(01).
006100     05  GLT-DEBIT-TOTAL         PIC 9(13)V9(02).
006200     05  FILLER                  PIC X(01).
006300     05  GLT-CREDIT-TOTAL        PIC 9(13)V9(02).
006400     05  FILLER                  PIC X(01).
006500     05  GLT-BALANCED            PIC X(01).
006600         88  GLT-IN-BALANCE      VALUE "Y".
006700     05  FILLER                  PIC X(34).
