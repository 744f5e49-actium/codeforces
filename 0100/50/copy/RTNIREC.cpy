000100*****************************************************************
000200* RTNIREC.CPY                                                   *
000300* BANK RETURN-ITEM RECORD - ONE PER CUSTOMER CHECK THE BANK     *
000400* SENT BACK UNPAID (NSF, ACCOUNT CLOSED, STOP PAYMENT, AND SO   *
000500* ON) AFTER IT WENT OUT ON A 153A DEPOSIT, HANDED OVER ON       *
000600* RTNFILE.  THE SLIP NUMBER IS THE ONE 153A STAMPED ON THE      *
000700* DEPOSIT (BUSINESS DATE PLUS STORE), SO EVERY RETURN TRACES TO *
000800* THE NIGHT AND STORE THAT TOOK THE CHECK.  THE ITEM REFERENCE  *
000900* IS THE BANK'S OWN TRACE NUMBER FOR THE RETURNED ITEM, AND THE *
001000* REASON IS WHATEVER TEXT THE BANK TRANSMITS WITH IT.  153U     *
001100* TAKES EACH RETURN ONTO THE OPEN-ITEMS FILE.                   *
001200*****************************************************************
001300 01  RTN-RECORD.
001400     05  RTN-SLIP-NO.
001500         10  RTN-SLIP-DATE       PIC 9(08).
001600         10  RTN-SLIP-STORE      PIC X(03).
001700     05  RTN-ITEM-REF            PIC X(12).
001800     05  RTN-CHECK-NO            PIC X(10).
001900     05  RTN-RETURN-DATE         PIC 9(08).
002000     05  RTN-AMOUNT              PIC S9(11).
002100     05  RTN-REASON              PIC X(30).
