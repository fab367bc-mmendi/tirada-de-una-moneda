000800* CREDIT (C) FOR THE PAYOUT; PJ-BALANCE-AFTER CARRIES THE
000900* RUNNING BALANCE AS IT STOOD IMMEDIATELY AFTER THE MOVEMENT,
001000* SO THE JOURNAL REPLAYS THE ACCOUNT MOVEMENT BY MOVEMENT.
001100* PJ-POST-SEQ IS A SERIAL WITHIN ONE POSTING RUN ONLY - EACH
001200* PROGRAM THAT POSTS STARTS IT AT 1, SO THE ORDER OF MOVEMENTS
001210* POSTED THE SAME DAY IS THE JOURNAL'S OWN RECORD ORDER.  THE
001300* STATEMENT PROGRAM (Program12) PRINTS THE JOURNAL PER ACCOUNT
001400* FOR A DATE RANGE AND PROVES THE CLOSING BALANCES BACK TO THE
001500* BETTOR MASTER (BETMAST).
001510*
001520* PJ-MOVE-TYPE SAYS WHAT THE MOVEMENT WAS: S = SETTLED STAKE,
001530* P = WIN PAYOUT (BOTH Program2), D = CASHIER DEPOSIT AND
001540* W = CASHIER WITHDRAWAL (Program23), V = REVERSAL OF A VOIDED
001550* RUN (Program22).  RECORDS WRITTEN BEFORE THE FIELD EXISTED
001560* CARRY A SPACE.  ON A CASHIER MOVEMENT THERE IS NO RUN, SO
001570* THE RUN-ID POSITIONS HOLD THE CASHIER SLIP NUMBER
001580* (PJ-SLIP-NUMBER) AND PJ-SEQUENCE IS ZERO.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -----------------------------------------------
002100* 09/03/2026 RA   ORIGINAL COPYBOOK.
002110* 10/15/2026 RA   ADDED PJ-MOVE-TYPE AND THE PJ-SLIP-NUMBER VIEW
002120*                 OF THE RUN-ID FOR CASHIER DEPOSITS AND
002130*                 WITHDRAWALS - THE RECORD GREW FROM 66 TO 68
002140*                 BYTES.
002200*----------------------------------------------------------------
002300 01  POSTING-JOURNAL-RECORD.
002400     05  PJ-ACCOUNT-ID           PIC X(10).
002800     05  PJ-POST-SEQ             PIC 9(07).
002900     05  FILLER                  PIC X(01).
003000     05  PJ-RUN-ID               PIC X(08).
003010     05  PJ-SLIP-NUMBER REDEFINES PJ-RUN-ID
003020                                 PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  PJ-SEQUENCE             PIC 9(05).
003300     05  FILLER                  PIC X(01).
003800     05  PJ-AMOUNT               PIC 9(07)V9(02).
003900     05  FILLER                  PIC X(01).
004000     05  PJ-BALANCE-AFTER        PIC S9(09)V9(02).
004100     05  FILLER                  PIC X(01).
004200     05  PJ-MOVE-TYPE            PIC X(01).
004300         88  PJ-MOVE-STAKE       VALUE "S".
004400         88  PJ-MOVE-PAYOUT      VALUE "P".
004500         88  PJ-MOVE-DEPOSIT     VALUE "D".
004600         88  PJ-MOVE-WITHDRAWAL  VALUE "W".
004700         88  PJ-MOVE-VOID        VALUE "V".
