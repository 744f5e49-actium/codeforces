000100*****************************************************************
000200* CMNTREC.CPY                                                   *
000300* CASHIER MASTER MAINTENANCE CARD - ONE PER REQUESTED CHANGE,   *
000400* READ BY 153R.  FUNCTION 'A' ADDS A NEW CASHIER, 'I'           *
000500* INACTIVATES AN EXISTING ONE, 'R' REACTIVATES AN INACTIVE      *
000600* ONE, AND 'T' TRANSFERS A CASHIER TO THE CARD'S HOME STORE.    *
000700* THE STORE NUMBER AND NAME ARE REQUIRED ON AN ADD; THE STORE   *
000800* IS ALSO REQUIRED ON A TRANSFER.  THE EFFECTIVE DATE IS        *
000900* OPTIONAL - A CARD THAT LEAVES IT BLANK OR ZERO TAKES THE RUN  *
001000* DATE.                                                         *
001100*****************************************************************
001200 01  CMNT-RECORD.
001300     05  CMNT-FUNCTION           PIC X(01).
001400         88  CMNT-ADD                        VALUE 'A'.
001500         88  CMNT-INACTIVATE                 VALUE 'I'.
001600         88  CMNT-REACTIVATE                 VALUE 'R'.
001700         88  CMNT-TRANSFER                   VALUE 'T'.
001800     05  CMNT-CASHIER-ID         PIC X(06).
001900     05  CMNT-STORE-NO           PIC X(03).
002000     05  CMNT-NAME               PIC X(30).
002100     05  CMNT-EFF-DATE           PIC X(08).
