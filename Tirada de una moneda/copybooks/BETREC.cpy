001050* CARRY-FORWARD FILE, WHICH IS CONCATENATED INTO THE NEXT DAY'S
001060* SETTLEMENT INPUT.  A BET CARRIED PAST THE LIMIT IN Program2 IS
001070* REFUNDED INSTEAD OF RECYCLED.
001071*
001072* BET-TYPE "C" IS A COMBINATION BET: ONE STAKE ON BET-LEGS
001073* CONSECUTIVE TOSSES OF THE SAME RUN, STARTING AT BET-SEQUENCE,
001074* WITH ONE PICK PER LEG IN BET-LEG-PICK (LEG 1 IS ALSO CARRIED
001075* IN BET-PICK).  IT PAYS ONLY IF EVERY LEG IS CALLED CORRECTLY,
001076* AT THE PER-LEG-COUNT MULTIPLIER ON THE PAYRATE MASTER, AND IT
001077* IS SETTLED ONLY ONCE EVERY LEG HAS BEEN DRAWN - UNTIL THEN IT
001078* IS CARRIED FORWARD LIKE A SINGLE BET.  A SINGLE BET CARRIES
001079* TYPE "S" AND ONE LEG; A RECORD WRITTEN BEFORE THE TYPE
001080* EXISTED HAS SPACES THERE AND IS TREATED AS A SINGLE.
001100*----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300*----------------------------------------------------------------
001910* 08/22/2026 RA   ADDED BET-CARRY-DAYS SO UNMATCHED BETS CAN BE
001920*                 CARRIED FORWARD WITH AN AGING COUNT INSTEAD OF
001930*                 BEING DISCARDED AFTER ONE SETTLEMENT PASS.
001940* 10/15/2026 RA   ADDED BET-TYPE, BET-LEGS AND BET-LEG-PICKS FOR
001950*                 COMBINATION BETS.  RECORD GREW FROM 41 TO 53
001960*                 BYTES.
002000*----------------------------------------------------------------
002100 01  PENDING-BET-RECORD.
002200     05  BET-RUN-ID              PIC X(08).
003000     05  BET-AMOUNT              PIC 9(07)V9(02).
003100     05  FILLER                  PIC X(01).
003200     05  BET-CARRY-DAYS          PIC 9(03).
003300     05  FILLER                  PIC X(01).
003400     05  BET-TYPE                PIC X(01).
003500         88  BET-SINGLE          VALUE "S" " ".
003600         88  BET-COMBINATION     VALUE "C".
003700     05  FILLER                  PIC X(01).
003800     05  BET-LEGS                PIC 9(02).
003900     05  FILLER                  PIC X(01).
004000     05  BET-LEG-PICKS           PIC X(06).
004100     05  BET-LEG-PICK-TABLE REDEFINES BET-LEG-PICKS.
004200         10  BET-LEG-PICK        PIC 9(01) OCCURS 6 TIMES.
