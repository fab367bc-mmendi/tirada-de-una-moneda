000100*----------------------------------------------------------------
000200* TAXRREC - YEAR-END WINNINGS RETURN FILE RECORD LAYOUTS
000300*----------------------------------------------------------------
000400* FIXED-FORMAT FILE (TAXRETN) WRITTEN ONCE A YEAR BY THE WINNINGS
000500* CERTIFICATE PROGRAM (Program30) AND SENT TO THE TAX OFFICE AS
000600* THE ELECTRONIC RETURN, IN PLACE OF A LISTING BUILT BY HAND FROM
000700* TWELVE MONTHS OF PAYOUT PRINTOUTS.  ONE HEADER, ONE DETAIL PER
000800* REPORTABLE BETTOR AND ONE TRAILER.  THE HEADER NAMES THE TAX
000900* YEAR, THE PAYER (THE HOUSE) AND THE REPORTABLE THRESHOLD USED.
001000* EACH DETAIL CARRIES THE BETTOR'S ACCOUNT, TAX ID AND NAME FROM
001100* THE BETTOR MASTER, THE NUMBER OF WINNING BETS, THE WINNING
001200* PAYOUTS, THE STAKES ON THOSE WINS AND THE NET WINNINGS.  THE
001300* TRAILER CARRIES THE DETAIL COUNT, THE TOTAL OF EACH AMOUNT
001400* COLUMN, AND THE NUMBER OF REPORTABLE BETTORS LEFT OFF THE FILE
001500* FOR WANT OF IDENTIFICATION (SEE THE TAXEXCP LIST).  ALL THREE
001600* LAYOUTS ARE 120 BYTES; THE RECORD TYPE IN THE FIRST TWO BYTES
001700* TELLS THEM APART (HD / DT / TR).
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*----------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -----------------------------------------------
002300* 10/15/2026 RA   ORIGINAL COPYBOOK.
002400*----------------------------------------------------------------
002500 01  TAX-HEADER-RECORD.
002600     05  TXH-RECORD-TYPE         PIC X(02).
002700     05  FILLER                  PIC X(01).
002800     05  TXH-TAX-YEAR            PIC 9(04).
002900     05  FILLER                  PIC X(01).
003000     05  TXH-PAYER-ID            PIC X(12).
003100     05  FILLER                  PIC X(01).
003200     05  TXH-PAYER-NAME          PIC X(30).
003300     05  FILLER                  PIC X(01).
003400     05  TXH-THRESHOLD           PIC 9(09)V9(02).
003500     05  FILLER                  PIC X(01).
003600     05  TXH-CREATED-DATE        PIC 9(08).
003700     05  FILLER                  PIC X(48).
003800
003900 01  TAX-DETAIL-RECORD.
004000     05  TXD-RECORD-TYPE         PIC X(02).
004100     05  FILLER                  PIC X(01).
004200     05  TXD-TAX-YEAR            PIC 9(04).
004300     05  FILLER                  PIC X(01).
004400     05  TXD-ACCOUNT-ID          PIC X(10).
004500     05  FILLER                  PIC X(01).
004600     05  TXD-TAX-ID              PIC X(12).
004700     05  FILLER                  PIC X(01).
004800     05  TXD-NAME                PIC X(25).
004900     05  FILLER                  PIC X(01).
005000     05  TXD-WIN-COUNT           PIC 9(05).
005100     05  FILLER                  PIC X(01).
005200     05  TXD-PAYOUTS             PIC 9(11)V9(02).
005300     05  FILLER                  PIC X(01).
005400     05  TXD-STAKES              PIC 9(11)V9(02).
005500     05  FILLER                  PIC X(01).
005600     05  TXD-NET-WINNINGS        PIC 9(11)V9(02).
005700     05  FILLER                  PIC X(15).
005800
005900 01  TAX-TRAILER-RECORD.
006000     05  TXT-RECORD-TYPE         PIC X(02).
006100     05  FILLER                  PIC X(01).
006200     05  TXT-TAX-YEAR            PIC 9(04).
006300     05  FILLER                  PIC X(01).
006400     05  TXT-RECORD-COUNT        PIC 9(07).
006500     05  FILLER                  PIC X(01).
006600     05  TXT-PAYOUT-TOTAL        PIC 9(13)V9(02).
006700     05  FILLER                  PIC X(01).
006800     05  TXT-STAKE-TOTAL         PIC 9(13)V9(02).
006900     05  FILLER                  PIC X(01).
007000     05  TXT-NET-TOTAL           PIC 9(13)V9(02).
007100     05  FILLER                  PIC X(01).
007200     05  TXT-EXCLUDED-COUNT      PIC 9(05).
007300     05  FILLER                  PIC X(51).
