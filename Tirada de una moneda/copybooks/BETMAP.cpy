001740* 09/03/2026 RA   ADDED RATELINE (WITH bms/BETMAP.bms) - THE
001750*                 PAYOUT RATE IN FORCE FROM THE PAYRATE MASTER,
001760*                 SO THE COUNTER CAN QUOTE A PRICE.
001770* 10/15/2026 RA   ADDED BETTYP, LEGCNT AND LEGPKS WITH THEIR
001780*                 CAPTIONS FOR COMBINATION BETS, AND COMBLINE
001790*                 FOR THE COMBINATION MULTIPLIERS IN FORCE (WITH
001795*                 bms/BETMAP.bms).
001800*----------------------------------------------------------------
001900 01  BETMP1I.
002000     02  TITLE1L                  COMP PIC S9(4).
011700     02  FILLER REDEFINES AMOUNTSF.
011800         03  AMOUNTSA             PIC X.
011900     02  AMOUNTSI                 PIC X(01).
011910     02  TYPLBLL                  COMP PIC S9(4).
011911     02  TYPLBLF                  PIC X.
011912     02  FILLER REDEFINES TYPLBLF.
011913         03  TYPLBLA              PIC X.
011914     02  TYPLBLI                  PIC X(07).
011915     02  BETTYPL                  COMP PIC S9(4).
011916     02  BETTYPF                  PIC X.
011917     02  FILLER REDEFINES BETTYPF.
011918         03  BETTYPA              PIC X.
011919     02  BETTYPI                  PIC X(01).
011920     02  BETTYPSL                 COMP PIC S9(4).
011921     02  BETTYPSF                 PIC X.
011922     02  FILLER REDEFINES BETTYPSF.
011923         03  BETTYPSA             PIC X.
011924     02  BETTYPSI                 PIC X(01).
011925     02  LEGLBLL                  COMP PIC S9(4).
011926     02  LEGLBLF                  PIC X.
011927     02  FILLER REDEFINES LEGLBLF.
011928         03  LEGLBLA              PIC X.
011929     02  LEGLBLI                  PIC X(05).
011930     02  LEGCNTL                  COMP PIC S9(4).
011931     02  LEGCNTF                  PIC X.
011932     02  FILLER REDEFINES LEGCNTF.
011933         03  LEGCNTA              PIC X.
011934     02  LEGCNTI                  PIC X(02).
011935     02  LEGCNTSL                 COMP PIC S9(4).
011936     02  LEGCNTSF                 PIC X.
011937     02  FILLER REDEFINES LEGCNTSF.
011938         03  LEGCNTSA             PIC X.
011939     02  LEGCNTSI                 PIC X(01).
011940     02  LPKLBLL                  COMP PIC S9(4).
011941     02  LPKLBLF                  PIC X.
011942     02  FILLER REDEFINES LPKLBLF.
011943         03  LPKLBLA              PIC X.
011944     02  LPKLBLI                  PIC X(06).
011945     02  LEGPKSL                  COMP PIC S9(4).
011946     02  LEGPKSF                  PIC X.
011947     02  FILLER REDEFINES LEGPKSF.
011948         03  LEGPKSA              PIC X.
011949     02  LEGPKSI                  PIC X(06).
011950     02  LEGPKSSL                 COMP PIC S9(4).
011951     02  LEGPKSSF                 PIC X.
011952     02  FILLER REDEFINES LEGPKSSF.
011953         03  LEGPKSSA             PIC X.
011954     02  LEGPKSSI                 PIC X(01).
011955     02  TYPHLPL                  COMP PIC S9(4).
011956     02  TYPHLPF                  PIC X.
011957     02  FILLER REDEFINES TYPHLPF.
011958         03  TYPHLPA              PIC X.
011959     02  TYPHLPI                  PIC X(24).
012000     02  BRWHDRL                  COMP PIC S9(4).
012100     02  BRWHDRF                  PIC X.
012200     02  FILLER REDEFINES BRWHDRF.
015430     02  FILLER REDEFINES RATELINEF.
015440         03  RATELINEA            PIC X.
015450     02  RATELINEI                PIC X(40).
015451     02  COMBLINEL                COMP PIC S9(4).
015452     02  COMBLINEF                PIC X.
015453     02  FILLER REDEFINES COMBLINEF.
015454         03  COMBLINEA            PIC X.
015455     02  COMBLINEI                PIC X(60).
015500     02  MSGLINEL                 COMP PIC S9(4).
015600     02  MSGLINEF                 PIC X.
015700     02  FILLER REDEFINES MSGLINEF.
019800     02  AMOUNTO                  PIC X(09).
019900     02  FILLER                  PIC X(03).
020000     02  AMOUNTSO                 PIC X(01).
020010     02  FILLER                  PIC X(03).
020011     02  TYPLBLO                  PIC X(07).
020012     02  FILLER                  PIC X(03).
020013     02  BETTYPO                  PIC X(01).
020014     02  FILLER                  PIC X(03).
020015     02  BETTYPSO                 PIC X(01).
020016     02  FILLER                  PIC X(03).
020017     02  LEGLBLO                  PIC X(05).
020018     02  FILLER                  PIC X(03).
020019     02  LEGCNTO                  PIC X(02).
020020     02  FILLER                  PIC X(03).
020021     02  LEGCNTSO                 PIC X(01).
020022     02  FILLER                  PIC X(03).
020023     02  LPKLBLO                  PIC X(06).
020024     02  FILLER                  PIC X(03).
020025     02  LEGPKSO                  PIC X(06).
020026     02  FILLER                  PIC X(03).
020027     02  LEGPKSSO                 PIC X(01).
020028     02  FILLER                  PIC X(03).
020029     02  TYPHLPO                  PIC X(24).
020100     02  FILLER                  PIC X(03).
020200     02  BRWHDRO                  PIC X(40).
020300     02  FILLER                  PIC X(03).
021400     02  BRW6O                    PIC X(40).
021410     02  FILLER                  PIC X(03).
021420     02  RATELINEO                PIC X(40).
021421     02  FILLER                  PIC X(03).
021422     02  COMBLINEO                PIC X(60).
021500     02  FILLER                  PIC X(03).
021600     02  MSGLINEO                 PIC X(78).
