000100*****************************************************************
000200* SMNTREC.CPY                                                   *
000300* STORE MASTER MAINTENANCE CARD - ONE PER REQUESTED CHANGE,     *
000400* READ BY 153P.  FUNCTION 'A' ADDS A NEW STORE AS OPEN, 'C'     *
000500* CLOSES AN OPEN STORE, 'R' REOPENS A CLOSED ONE, AND 'U'       *
000600* UPDATES THE NAME, DISTRICT, REGION, OR BANK ACCOUNT WITHOUT   *
000700* CHANGING THE STATUS.  THE NAME, DISTRICT, REGION, AND BANK    *
000800* ACCOUNT ARE ALL REQUIRED ON AN ADD; ON ANY OTHER FUNCTION A   *
000900* NON-BLANK FIELD REPLACES THE VALUE ON THE MASTER.  THE        *
001000* EFFECTIVE DATE IS OPTIONAL - A CARD THAT LEAVES IT BLANK OR   *
001100* ZERO TAKES THE RUN DATE.                                      *
001200*****************************************************************
001300 01  SMNT-RECORD.
001400     05  SMNT-FUNCTION           PIC X(01).
001500         88  SMNT-ADD                        VALUE 'A'.
001600         88  SMNT-CLOSE                      VALUE 'C'.
001700         88  SMNT-REOPEN                     VALUE 'R'.
001800         88  SMNT-UPDATE                     VALUE 'U'.
001900     05  SMNT-STORE-NO           PIC X(03).
002000     05  SMNT-NAME               PIC X(30).
002100     05  SMNT-DISTRICT           PIC X(03).
002200     05  SMNT-REGION             PIC X(02).
002300     05  SMNT-BANK-ACCOUNT       PIC X(17).
002400     05  SMNT-EFF-DATE           PIC X(08).
