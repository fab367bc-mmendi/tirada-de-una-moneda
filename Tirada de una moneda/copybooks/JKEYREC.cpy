000100*----------------------------------------------------------------
000200* JKEYREC - KEYED POSTING JOURNAL RECORD LAYOUT
000300*----------------------------------------------------------------
000400* POSTJRNL (SEE PJRNREC) IS A FLAT FILE THAT IS ONLY EVER
000500* APPENDED TO, SO ONE ACCOUNT'S MOVEMENTS CAN ONLY BE FOUND BY
000600* READING ALL OF IT.  EVERY NIGHT Program28 COPIES EACH JOURNAL
000700* RECORD NOT YET COPIED INTO THE INDEXED FILE JRNLKEY, KEYED BY
000800* ACCOUNT AND BY THE RECORD'S POSITION IN THE JOURNAL COUNTED
000900* DOWN FROM 99999999 - SO A FORWARD BROWSE OF ONE ACCOUNT
001000* RETURNS ITS NEWEST MOVEMENT FIRST.  THE COIA ACCOUNT INQUIRY
001100* (Program29) READS IT.  JK-JOURNAL-DATA IS THE JOURNAL RECORD
001200* UNCHANGED; MOVE IT TO POSTING-JOURNAL-RECORD TO USE IT.
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001600* DATE       INIT DESCRIPTION
001700* ---------- ---- -----------------------------------------------
001800* 10/15/2026 RA   ORIGINAL COPYBOOK.
001900*----------------------------------------------------------------
002000 01  KEYED-JOURNAL-RECORD.
002100     05  JK-KEY.
002200         10  JK-ACCOUNT-ID       PIC X(10).
002300         10  JK-REVERSE-SERIAL   PIC 9(08).
002400     05  JK-JOURNAL-DATA         PIC X(68).
