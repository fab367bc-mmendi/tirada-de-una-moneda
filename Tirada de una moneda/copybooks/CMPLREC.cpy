000100*----------------------------------------------------------------
000200* CMPLREC - COMPLIANCE CASE FILE RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER ACCOUNT PER TRIGGER RAISED BY THE COMPLIANCE
000500* MONITOR (Program25), APPENDED TO THE PERMANENT CASE FILE
000600* (CMPLCASE) FOR THE COMPLIANCE OFFICER.  CC-WINDOW-FROM /
000700* CC-WINDOW-TO ARE THE ROLLING WINDOW THE CASE WAS RAISED OVER;
000800* CC-STAKES / CC-PAYOUTS ARE THE ACCOUNT'S TOTALS IN IT, AND
000900* CC-PEAK-DATE / CC-PEAK-AMOUNT ITS LARGEST SINGLE-DAY STAKES
001000* OR PAYOUTS.  CC-REASON SAYS WHAT TRIPPED:
001100*   DY  A SINGLE DAY'S STAKES OR PAYOUTS OVER THE DAY THRESHOLD
001200*   WN  THE WINDOW'S STAKES OR PAYOUTS OVER THE WINDOW THRESHOLD
001300*   ST  STRUCTURING - CC-NEAR-COUNT STAKES JUST UNDER THE
001400*       SINGLE-STAKE THRESHOLD INSIDE THE WINDOW, SPREAD OVER
001500*       CC-NEAR-RUNS DIFFERENT DRAWS
001600* THE MONITOR READS THE FILE BACK SO AN ACCOUNT IS NOT RAISED
001700* AGAIN FOR THE SAME REASON WHILE AN EARLIER CASE'S WINDOW
001800* STILL OVERLAPS THE CURRENT ONE.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -----------------------------------------------
002400* 10/15/2026 RA   ORIGINAL COPYBOOK.
002500*----------------------------------------------------------------
002600 01  COMPLIANCE-CASE-RECORD.
002700     05  CC-ACCOUNT-ID           PIC X(10).
002800     05  FILLER                  PIC X(01).
002900     05  CC-NAME                 PIC X(25).
003000     05  FILLER                  PIC X(01).
003100     05  CC-WINDOW-FROM          PIC 9(08).
003200     05  FILLER                  PIC X(01).
003300     05  CC-WINDOW-TO            PIC 9(08).
003400     05  FILLER                  PIC X(01).
003500     05  CC-REASON               PIC X(02).
003600         88  CC-DAY-THRESHOLD    VALUE "DY".
003700         88  CC-WINDOW-THRESHOLD VALUE "WN".
003800         88  CC-STRUCTURING      VALUE "ST".
003900     05  FILLER                  PIC X(01).
004000     05  CC-STAKES               PIC 9(11)V9(02).
004100     05  FILLER                  PIC X(01).
004200     05  CC-PAYOUTS              PIC 9(11)V9(02).
004300     05  FILLER                  PIC X(01).
004400     05  CC-NEAR-COUNT           PIC 9(05).
004500     05  FILLER                  PIC X(01).
004600     05  CC-NEAR-RUNS            PIC 9(05).
004700     05  FILLER                  PIC X(01).
004800     05  CC-PEAK-DATE            PIC 9(08).
004900     05  FILLER                  PIC X(01).
005000     05  CC-PEAK-AMOUNT          PIC 9(11)V9(02).
005100     05  FILLER                  PIC X(01).
005200     05  CC-RAISED-DATE          PIC 9(08).
