000100*****************************************************************
000200* RCVRREC.CPY                                                   *
000300* RETURNED-CHECK RECOVERY CARD - ONE PER PAYMENT OR WRITE-OFF   *
000400* THE CASH OFFICE KEYS AGAINST AN OPEN RETURNED ITEM, READ BY   *
000500* 153U.  THE ITEM IS NAMED BY ITS STORE AND THE BANK'S ITEM     *
000600* REFERENCE.  FUNCTION 'R' RECORDS MONEY RECOVERED FROM THE     *
000700* CUSTOMER OR A RE-PRESENTED CHECK THAT CLEARED - THE AMOUNT IS *
000800* REQUIRED AND MAY BE LESS THAN THE BALANCE, SO AN ITEM CAN BE  *
000900* RECOVERED IN PART.  'W' WRITES THE REMAINING BALANCE OFF -    *
001000* THE AMOUNT IS OPTIONAL, BUT WHEN KEYED IT MUST MATCH THE      *
001100* BALANCE ON FILE.  THE EFFECTIVE DATE IS OPTIONAL - A CARD     *
001200* THAT LEAVES IT BLANK OR ZERO TAKES THE RUN DATE.              *
001300*****************************************************************
001400 01  RCVR-RECORD.
001500     05  RCVR-FUNCTION           PIC X(01).
001600         88  RCVR-RECOVERY                   VALUE 'R'.
001700         88  RCVR-WRITE-OFF                  VALUE 'W'.
001800     05  RCVR-STORE-NO           PIC X(03).
001900     05  RCVR-ITEM-REF           PIC X(12).
002000     05  RCVR-AMOUNT-X           PIC X(09).
002100     05  RCVR-AMOUNT REDEFINES RCVR-AMOUNT-X
002200                                 PIC 9(09).
002300     05  RCVR-EFF-DATE           PIC X(08).
