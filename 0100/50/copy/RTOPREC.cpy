000100*****************************************************************
000200* RTOPREC.CPY                                                   *
000300* RETURNED-CHECK OPEN-ITEMS RECORD - ONE PER RETURNED CHECK NOT *
000400* YET RECOVERED OR WRITTEN OFF, KEYED BY STORE AND THE BANK'S   *
000500* ITEM REFERENCE ON RTOPFILE, SO THE FILE READS IN STORE ORDER. *
000600* 153U ADDS THE RECORD WHEN THE BANK RETURNS THE CHECK, POSTS   *
000700* EACH RECOVERY AGAINST IT, AND DELETES IT WHEN THE BALANCE IS  *
000800* RECOVERED OR WRITTEN OFF.  153V AGES WHAT IS LEFT BY STORE    *
000900* FROM THE RETURN DATE.  THE SLIP NUMBER TIES THE ITEM BACK TO  *
001000* THE 153A DEPOSIT IT WENT OUT ON.                              *
001100*****************************************************************
001200 01  RTOP-RECORD.
001300     05  RTOP-KEY.
001400         10  RTOP-STORE-NO       PIC X(03).
001500         10  RTOP-ITEM-REF       PIC X(12).
001600     05  RTOP-SLIP-NO            PIC X(11).
001700     05  RTOP-CHECK-NO           PIC X(10).
001800     05  RTOP-RETURN-DATE        PIC 9(08).
001900     05  RTOP-REASON             PIC X(30).
002000     05  RTOP-AMOUNT             PIC S9(11).
002100     05  RTOP-RECOVERED          PIC S9(11).
002200     05  RTOP-LAST-ACTIVITY      PIC 9(08).
