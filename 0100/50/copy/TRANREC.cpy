001770*         153A REFUSES TO WRITE THE GL EXTRACT WHEN THE FILE    *
001780*         FOOTING DOES NOT MATCH THE TRAILER, SO A TRUNCATED    *
001790*         TRANSMISSION CAN NEVER POST A SILENTLY SHORT TOTAL.   *
001791*   'F' - FEED TRANSMISSION HEADER.  NEVER ON TRANFILE - EACH   *
001792*         STORE FEED 153C CONSOLIDATES OPENS WITH ONE, CARRYING *
001793*         THE FEED ID ON THE 153C MANIFEST AND THE DATE AND     *
001794*         TIME (HHMM) THE FEED WAS SENT.  153C TAKES IT OFF.    *
001795*   EVERY RECORD ALSO CARRIES, IN ITS LAST SIX BYTES, THE ID OF *
001796*   THE CASHIER WHO WORKED THE DRAWER.  153A SETTLES THE 'D'    *
001797*   RECORD AGAINST THE CASHIER MASTER AND ACCOUNTS FOR ITS      *
001798*   OVER/SHORT TO THE CASHIER AS WELL AS THE REGISTER.  A       *
001799*   RECORD BUILT BEFORE CASHIERS WERE KEYED READS BLANK THERE.  *
001800*****************************************************************
001900 01  TRAN-RECORD.
002000     05  TRAN-REC-TYPE           PIC X(01).
002200         88  TRAN-DENOM-REC                  VALUE 'C'.
002210         88  TRAN-HEADER-REC                 VALUE 'H'.
002220         88  TRAN-TRAILER-REC                VALUE 'T'.
002230         88  TRAN-FEED-HEADER-REC            VALUE 'F'.
002300     05  TRAN-REG-NO             PIC X(05).
002400     05  TRAN-AMOUNT-FIELDS.
002500         10  TRAN-A-SIGN         PIC X(01).
004400     05  TRAN-TRL-FIELDS REDEFINES TRAN-AMOUNT-FIELDS.
004500         10  TRAN-TRL-COUNT-X    PIC X(07).
004600         10  TRAN-TRL-HASH-X     PIC X(15).
004610     05  TRAN-FEED-FIELDS REDEFINES TRAN-AMOUNT-FIELDS.
004620         10  TRAN-FEED-ID        PIC X(08).
004630         10  TRAN-FEED-SENT-DATE-X
004640                                 PIC X(08).
004650         10  TRAN-FEED-SENT-TIME-X
004660                                 PIC X(04).
004670         10  FILLER              PIC X(02).
004700     05  TRAN-CASHIER-ID         PIC X(06).
