001500* DATE       INIT DESCRIPTION
001600* ---------- ---- -----------------------------------------------
001700* 09/03/2026 RA   ORIGINAL COPYBOOK.
001710* 10/15/2026 RA   ADDED BETTYP, LEGCNT AND LEGPKS WITH THEIR
001720*                 CAPTIONS FOR COMBINATION BETS (WITH
001730*                 bms/REJMAP.bms).
001800*----------------------------------------------------------------
001900 01  REJMP1I.
002000     02  TITLE1L                  COMP PIC S9(4).
014700     02  FILLER REDEFINES PICKSF.
014800         03  PICKSA               PIC X.
014900     02  PICKSI                   PIC X(01).
014910     02  TYPLBLL                  COMP PIC S9(4).
014911     02  TYPLBLF                  PIC X.
014912     02  FILLER REDEFINES TYPLBLF.
014913         03  TYPLBLA              PIC X.
014914     02  TYPLBLI                  PIC X(05).
014915     02  BETTYPL                  COMP PIC S9(4).
014916     02  BETTYPF                  PIC X.
014917     02  FILLER REDEFINES BETTYPF.
014918         03  BETTYPA              PIC X.
014919     02  BETTYPI                  PIC X(01).
014920     02  BETTYPSL                 COMP PIC S9(4).
014921     02  BETTYPSF                 PIC X.
014922     02  FILLER REDEFINES BETTYPSF.
014923         03  BETTYPSA             PIC X.
014924     02  BETTYPSI                 PIC X(01).
014925     02  LEGLBLL                  COMP PIC S9(4).
014926     02  LEGLBLF                  PIC X.
014927     02  FILLER REDEFINES LEGLBLF.
014928         03  LEGLBLA              PIC X.
014929     02  LEGLBLI                  PIC X(05).
014930     02  LEGCNTL                  COMP PIC S9(4).
014931     02  LEGCNTF                  PIC X.
014932     02  FILLER REDEFINES LEGCNTF.
014933         03  LEGCNTA              PIC X.
014934     02  LEGCNTI                  PIC X(02).
014935     02  LEGCNTSL                 COMP PIC S9(4).
014936     02  LEGCNTSF                 PIC X.
014937     02  FILLER REDEFINES LEGCNTSF.
014938         03  LEGCNTSA             PIC X.
014939     02  LEGCNTSI                 PIC X(01).
014940     02  LPKLBLL                  COMP PIC S9(4).
014941     02  LPKLBLF                  PIC X.
014942     02  FILLER REDEFINES LPKLBLF.
014943         03  LPKLBLA              PIC X.
014944     02  LPKLBLI                  PIC X(06).
014945     02  LEGPKSL                  COMP PIC S9(4).
014946     02  LEGPKSF                  PIC X.
014947     02  FILLER REDEFINES LEGPKSF.
014948         03  LEGPKSA              PIC X.
014949     02  LEGPKSI                  PIC X(06).
014950     02  LEGPKSSL                 COMP PIC S9(4).
014951     02  LEGPKSSF                 PIC X.
014952     02  FILLER REDEFINES LEGPKSSF.
014953         03  LEGPKSSA             PIC X.
014954     02  LEGPKSSI                 PIC X(01).
015000     02  AMTLBLL                  COMP PIC S9(4).
015100     02  AMTLBLF                  PIC X.
015200     02  FILLER REDEFINES AMTLBLF.
025500     02  PICKO                    PIC X(01).
025600     02  FILLER                  PIC X(03).
025700     02  PICKSO                   PIC X(01).
025710     02  FILLER                  PIC X(03).
025711     02  TYPLBLO                  PIC X(05).
025712     02  FILLER                  PIC X(03).
025713     02  BETTYPO                  PIC X(01).
025714     02  FILLER                  PIC X(03).
025715     02  BETTYPSO                 PIC X(01).
025716     02  FILLER                  PIC X(03).
025717     02  LEGLBLO                  PIC X(05).
025718     02  FILLER                  PIC X(03).
025719     02  LEGCNTO                  PIC X(02).
025720     02  FILLER                  PIC X(03).
025721     02  LEGCNTSO                 PIC X(01).
025722     02  FILLER                  PIC X(03).
025723     02  LPKLBLO                  PIC X(06).
025724     02  FILLER                  PIC X(03).
025725     02  LEGPKSO                  PIC X(06).
025726     02  FILLER                  PIC X(03).
025727     02  LEGPKSSO                 PIC X(01).
025800     02  FILLER                  PIC X(03).
025900     02  AMTLBLO                  PIC X(07).
026000     02  FILLER                  PIC X(03).
