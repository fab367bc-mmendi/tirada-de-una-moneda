000100*----------------------------------------------------------------
000200* ACCTMAP - SYMBOLIC MAP FOR THE ACCTMP1 SCREEN (MAPSET ACCTMAP)
000300*----------------------------------------------------------------
000400* HAND-MAINTAINED TO MATCH bms/ACCTMAP.bms FIELD FOR FIELD, THE
000500* SAME WAY BETMAP.cpy AND REJMAP.cpy TRACK THEIR MAPSETS (THIS
000600* SHOP DOES NOT RUN THE BMS ASSEMBLER IN THIS ENVIRONMENT, SO
000700* THE GENERATED DSECT IS KEPT IN SYNC BY HAND -- IF A FIELD IS
000800* ADDED TO THE MAP, ADD IT HERE TOO, IN THE SAME ORDER).  EVERY
000900* NAMED DFHMDF FIELD GETS AN L/F/A/I QUADRUPLET ON THE I-SIDE
001000* AND AN ATTRIBUTE-BYTE FILLER PLUS O-FIELD ON THE O-SIDE; ONLY
001100* THE UNNAMED LITERAL ON THE PF-KEY LINE IS LEFT OUT.
001200*----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*----------------------------------------------------------------
001500* DATE       INIT DESCRIPTION
001600* ---------- ---- -----------------------------------------------
001700* 10/15/2026 RA   ORIGINAL COPYBOOK.
001800*----------------------------------------------------------------
001900 01  ACCTMP1I.
002000     02  TITLE1L                  COMP PIC S9(4).
002100     02  TITLE1F                  PIC X.
002200     02  FILLER REDEFINES TITLE1F.
002300         03  TITLE1A              PIC X.
002400     02  TITLE1I                  PIC X(37).
002500     02  ACCLBLL                  COMP PIC S9(4).
002600     02  ACCLBLF                  PIC X.
002700     02  FILLER REDEFINES ACCLBLF.
002800         03  ACCLBLA              PIC X.
002900     02  ACCLBLI                  PIC X(08).
003000     02  ACCTIDL                  COMP PIC S9(4).
003100     02  ACCTIDF                  PIC X.
003200     02  FILLER REDEFINES ACCTIDF.
003300         03  ACCTIDA              PIC X.
003400     02  ACCTIDI                  PIC X(10).
003500     02  ACCTIDSL                 COMP PIC S9(4).
003600     02  ACCTIDSF                 PIC X.
003700     02  FILLER REDEFINES ACCTIDSF.
003800         03  ACCTIDSA             PIC X.
003900     02  ACCTIDSI                 PIC X(01).
004000     02  ACCHLPL                  COMP PIC S9(4).
004100     02  ACCHLPF                  PIC X.
004200     02  FILLER REDEFINES ACCHLPF.
004300         03  ACCHLPA              PIC X.
004400     02  ACCHLPI                  PIC X(40).
004500     02  NAMLBLL                  COMP PIC S9(4).
004600     02  NAMLBLF                  PIC X.
004700     02  FILLER REDEFINES NAMLBLF.
004800         03  NAMLBLA              PIC X.
004900     02  NAMLBLI                  PIC X(05).
005000     02  ACCNAMEL                 COMP PIC S9(4).
005100     02  ACCNAMEF                 PIC X.
005200     02  FILLER REDEFINES ACCNAMEF.
005300         03  ACCNAMEA             PIC X.
005400     02  ACCNAMEI                 PIC X(25).
005500     02  STSLBLL                  COMP PIC S9(4).
005600     02  STSLBLF                  PIC X.
005700     02  FILLER REDEFINES STSLBLF.
005800         03  STSLBLA              PIC X.
005900     02  STSLBLI                  PIC X(07).
006000     02  ACCSTATL                 COMP PIC S9(4).
006100     02  ACCSTATF                 PIC X.
006200     02  FILLER REDEFINES ACCSTATF.
006300         03  ACCSTATA             PIC X.
006400     02  ACCSTATI                 PIC X(10).
006500     02  BALLBLL                  COMP PIC S9(4).
006600     02  BALLBLF                  PIC X.
006700     02  FILLER REDEFINES BALLBLF.
006800         03  BALLBLA              PIC X.
006900     02  BALLBLI                  PIC X(08).
007000     02  BALANCEL                 COMP PIC S9(4).
007100     02  BALANCEF                 PIC X.
007200     02  FILLER REDEFINES BALANCEF.
007300         03  BALANCEA             PIC X.
007400     02  BALANCEI                 PIC X(13).
007500     02  CRLLBLL                  COMP PIC S9(4).
007600     02  CRLLBLF                  PIC X.
007700     02  FILLER REDEFINES CRLLBLF.
007800         03  CRLLBLA              PIC X.
007900     02  CRLLBLI                  PIC X(13).
008000     02  CRLIMITL                 COMP PIC S9(4).
008100     02  CRLIMITF                 PIC X.
008200     02  FILLER REDEFINES CRLIMITF.
008300         03  CRLIMITA             PIC X.
008400     02  CRLIMITI                 PIC X(13).
008500     02  MAXLBLL                  COMP PIC S9(4).
008600     02  MAXLBLF                  PIC X.
008700     02  FILLER REDEFINES MAXLBLF.
008800         03  MAXLBLA              PIC X.
008900     02  MAXLBLI                  PIC X(10).
009000     02  MAXSTKL                  COMP PIC S9(4).
009100     02  MAXSTKF                  PIC X.
009200     02  FILLER REDEFINES MAXSTKF.
009300         03  MAXSTKA              PIC X.
009400     02  MAXSTKI                  PIC X(13).
009500     02  CAPLBLL                  COMP PIC S9(4).
009600     02  CAPLBLF                  PIC X.
009700     02  FILLER REDEFINES CAPLBLF.
009800         03  CAPLBLA              PIC X.
009900     02  CAPLBLI                  PIC X(13).
010000     02  EXPCAPL                  COMP PIC S9(4).
010100     02  EXPCAPF                  PIC X.
010200     02  FILLER REDEFINES EXPCAPF.
010300         03  EXPCAPA              PIC X.
010400     02  EXPCAPI                  PIC X(13).
010500     02  OPNLBLL                  COMP PIC S9(4).
010600     02  OPNLBLF                  PIC X.
010700     02  FILLER REDEFINES OPNLBLF.
010800         03  OPNLBLA              PIC X.
010900     02  OPNLBLI                  PIC X(12).
011000     02  OPENAMTL                 COMP PIC S9(4).
011100     02  OPENAMTF                 PIC X.
011200     02  FILLER REDEFINES OPENAMTF.
011300         03  OPENAMTA             PIC X.
011400     02  OPENAMTI                 PIC X(13).
011500     02  AVLLBLL                  COMP PIC S9(4).
011600     02  AVLLBLF                  PIC X.
011700     02  FILLER REDEFINES AVLLBLF.
011800         03  AVLLBLA              PIC X.
011900     02  AVLLBLI                  PIC X(16).
012000     02  AVAILL                   COMP PIC S9(4).
012100     02  AVAILF                   PIC X.
012200     02  FILLER REDEFINES AVAILF.
012300         03  AVAILA               PIC X.
012400     02  AVAILI                   PIC X(13).
012500     02  OBHDRL                   COMP PIC S9(4).
012600     02  OBHDRF                   PIC X.
012700     02  FILLER REDEFINES OBHDRF.
012800         03  OBHDRA               PIC X.
012900     02  OBHDRI                   PIC X(60).
013000     02  OB1L                     COMP PIC S9(4).
013100     02  OB1F                     PIC X.
013200     02  FILLER REDEFINES OB1F.
013300         03  OB1A                 PIC X.
013400     02  OB1I                     PIC X(60).
013500     02  OB2L                     COMP PIC S9(4).
013600     02  OB2F                     PIC X.
013700     02  FILLER REDEFINES OB2F.
013800         03  OB2A                 PIC X.
013900     02  OB2I                     PIC X(60).
014000     02  OB3L                     COMP PIC S9(4).
014100     02  OB3F                     PIC X.
014200     02  FILLER REDEFINES OB3F.
014300         03  OB3A                 PIC X.
014400     02  OB3I                     PIC X(60).
014500     02  OB4L                     COMP PIC S9(4).
014600     02  OB4F                     PIC X.
014700     02  FILLER REDEFINES OB4F.
014800         03  OB4A                 PIC X.
014900     02  OB4I                     PIC X(60).
015000     02  MVHDRL                   COMP PIC S9(4).
015100     02  MVHDRF                   PIC X.
015200     02  FILLER REDEFINES MVHDRF.
015300         03  MVHDRA               PIC X.
015400     02  MVHDRI                   PIC X(70).
015500     02  MV1L                     COMP PIC S9(4).
015600     02  MV1F                     PIC X.
015700     02  FILLER REDEFINES MV1F.
015800         03  MV1A                 PIC X.
015900     02  MV1I                     PIC X(70).
016000     02  MV2L                     COMP PIC S9(4).
016100     02  MV2F                     PIC X.
016200     02  FILLER REDEFINES MV2F.
016300         03  MV2A                 PIC X.
016400     02  MV2I                     PIC X(70).
016500     02  MV3L                     COMP PIC S9(4).
016600     02  MV3F                     PIC X.
016700     02  FILLER REDEFINES MV3F.
016800         03  MV3A                 PIC X.
016900     02  MV3I                     PIC X(70).
017000     02  MV4L                     COMP PIC S9(4).
017100     02  MV4F                     PIC X.
017200     02  FILLER REDEFINES MV4F.
017300         03  MV4A                 PIC X.
017400     02  MV4I                     PIC X(70).
017500     02  MV5L                     COMP PIC S9(4).
017600     02  MV5F                     PIC X.
017700     02  FILLER REDEFINES MV5F.
017800         03  MV5A                 PIC X.
017900     02  MV5I                     PIC X(70).
018000     02  MV6L                     COMP PIC S9(4).
018100     02  MV6F                     PIC X.
018200     02  FILLER REDEFINES MV6F.
018300         03  MV6A                 PIC X.
018400     02  MV6I                     PIC X(70).
018500     02  PAGELNL                  COMP PIC S9(4).
018600     02  PAGELNF                  PIC X.
018700     02  FILLER REDEFINES PAGELNF.
018800         03  PAGELNA              PIC X.
018900     02  PAGELNI                  PIC X(60).
019000     02  MSGLINEL                 COMP PIC S9(4).
019100     02  MSGLINEF                 PIC X.
019200     02  FILLER REDEFINES MSGLINEF.
019300         03  MSGLINEA             PIC X.
019400     02  MSGLINEI                 PIC X(78).
019500 01  ACCTMP1O REDEFINES ACCTMP1I.
019600     02  FILLER                  PIC X(03).
019700     02  TITLE1O                  PIC X(37).
019800     02  FILLER                  PIC X(03).
019900     02  ACCLBLO                  PIC X(08).
020000     02  FILLER                  PIC X(03).
020100     02  ACCTIDO                  PIC X(10).
020200     02  FILLER                  PIC X(03).
020300     02  ACCTIDSO                 PIC X(01).
020400     02  FILLER                  PIC X(03).
020500     02  ACCHLPO                  PIC X(40).
020600     02  FILLER                  PIC X(03).
020700     02  NAMLBLO                  PIC X(05).
020800     02  FILLER                  PIC X(03).
020900     02  ACCNAMEO                 PIC X(25).
021000     02  FILLER                  PIC X(03).
021100     02  STSLBLO                  PIC X(07).
021200     02  FILLER                  PIC X(03).
021300     02  ACCSTATO                 PIC X(10).
021400     02  FILLER                  PIC X(03).
021500     02  BALLBLO                  PIC X(08).
021600     02  FILLER                  PIC X(03).
021700     02  BALANCEO                 PIC X(13).
021800     02  FILLER                  PIC X(03).
021900     02  CRLLBLO                  PIC X(13).
022000     02  FILLER                  PIC X(03).
022100     02  CRLIMITO                 PIC X(13).
022200     02  FILLER                  PIC X(03).
022300     02  MAXLBLO                  PIC X(10).
022400     02  FILLER                  PIC X(03).
022500     02  MAXSTKO                  PIC X(13).
022600     02  FILLER                  PIC X(03).
022700     02  CAPLBLO                  PIC X(13).
022800     02  FILLER                  PIC X(03).
022900     02  EXPCAPO                  PIC X(13).
023000     02  FILLER                  PIC X(03).
023100     02  OPNLBLO                  PIC X(12).
023200     02  FILLER                  PIC X(03).
023300     02  OPENAMTO                 PIC X(13).
023400     02  FILLER                  PIC X(03).
023500     02  AVLLBLO                  PIC X(16).
023600     02  FILLER                  PIC X(03).
023700     02  AVAILO                   PIC X(13).
023800     02  FILLER                  PIC X(03).
023900     02  OBHDRO                   PIC X(60).
024000     02  FILLER                  PIC X(03).
024100     02  OB1O                     PIC X(60).
024200     02  FILLER                  PIC X(03).
024300     02  OB2O                     PIC X(60).
024400     02  FILLER                  PIC X(03).
024500     02  OB3O                     PIC X(60).
024600     02  FILLER                  PIC X(03).
024700     02  OB4O                     PIC X(60).
024800     02  FILLER                  PIC X(03).
024900     02  MVHDRO                   PIC X(70).
025000     02  FILLER                  PIC X(03).
025100     02  MV1O                     PIC X(70).
025200     02  FILLER                  PIC X(03).
025300     02  MV2O                     PIC X(70).
025400     02  FILLER                  PIC X(03).
025500     02  MV3O                     PIC X(70).
025600     02  FILLER                  PIC X(03).
025700     02  MV4O                     PIC X(70).
025800     02  FILLER                  PIC X(03).
025900     02  MV5O                     PIC X(70).
026000     02  FILLER                  PIC X(03).
026100     02  MV6O                     PIC X(70).
026200     02  FILLER                  PIC X(03).
026300     02  PAGELNO                  PIC X(60).
026400     02  FILLER                  PIC X(03).
026500     02  MSGLINEO                 PIC X(78).
