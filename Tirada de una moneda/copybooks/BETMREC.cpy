001370* ACCOUNT'S TOTAL ACCEPTED STAKES IN ONE INTAKE EDIT - THE OPEN
001380* EXPOSURE RIDING INTO SETTLEMENT (REJECT REASON 09); ZERO
001390* MEANS NO CAP.  BOTH ARE MAINTAINED BY Program16 (COINBMNT).
001391*
001392* BM-TAX-ID IS THE BETTOR'S FISCAL IDENTIFICATION NUMBER AS THE
001393* TAX OFFICE KNOWS IT, SET BY THE COINBMNT T CARD.  THE YEAR-END
001394* WINNINGS RETURN (Program30, COINTAX) CANNOT REPORT AN ACCOUNT
001395* WITHOUT ONE - A REPORTABLE ACCOUNT LEFT BLANK HERE IS LISTED
001396* AS AN EXCEPTION INSTEAD.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001930*                 OPEN-EXPOSURE CEILING) - THE RECORD GREW FROM
001940*                 62 TO 84 BYTES, AND THE BETMAST RECORDSIZE IN
001950*                 THE COINTOSS SETUP STEP GREW WITH IT.
001960* 10/15/2026 RA   ADDED BM-TAX-ID FOR THE YEAR-END WINNINGS
001970*                 RETURN - THE RECORD GREW FROM 84 TO 97 BYTES.
002000*----------------------------------------------------------------
002100 01  BETTOR-MASTER-RECORD.
002200     05  BM-ACCOUNT-ID           PIC X(10).
003400     05  BM-MAX-STAKE            PIC 9(07)V9(02).
003500     05  FILLER                  PIC X(01).
003600     05  BM-EXPOSURE-CAP         PIC 9(09)V9(02).
003700     05  FILLER                  PIC X(01).
003800     05  BM-TAX-ID               PIC X(12).
