000100*****************************************************************
000200* CSOSREC.CPY                                                   *
000300* CASHIER OVER/SHORT RECORD - ONE PER CASHIER, CARRYING A DATED *
000400* ROLLING HISTORY OF THE LAST 35 BUSINESS NIGHTS' POSTED        *
000500* OVER/SHORT, KEPT THE SAME WAY OVSHREC KEEPS IT BY REGISTER.   *
000600* ENTRY (1) IS THE MOST RECENT NIGHT AND AN UNUSED ENTRY        *
000700* CARRIES A ZERO DATE.  A CASHIER MAY WORK MORE THAN ONE DRAWER *
000800* IN A NIGHT, SO EACH ENTRY ALSO CARRIES THE RERUN CYCLE THAT   *
000900* BUILT IT AND THE NUMBER OF DRAWERS IN IT: A SECOND DRAWER IN  *
001000* THE SAME CYCLE ADDS TO ENTRY (1), WHILE A RERUN OF THE NIGHT  *
001100* UNDER A NEW CYCLE REPLACES IT.  153A ROLLS EACH POSTED        *
001200* DRAWER'S OVER/SHORT IN WHEN THE EXPECTED-SALES FEED WAS       *
001300* PRESENT; 153S READS THE FILE FOR THE MONTHLY CASHIER          *
001400* ACCOUNTABILITY REPORT.                                        *
001500*****************************************************************
001600 01  CSOS-RECORD.
001700     05  CSOS-CASHIER-ID         PIC X(06).
001800     05  CSOS-ENTRY OCCURS 35 TIMES.
001900         10  CSOS-ENTRY-DATE     PIC 9(08).
002000         10  CSOS-ENTRY-CYCLE    PIC 9(02).
002100         10  CSOS-ENTRY-DRAWERS  PIC 9(02).
002200         10  CSOS-ENTRY-AMT      PIC S9(11).
