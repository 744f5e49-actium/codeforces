000100*****************************************************************
000200* FLOTMSTR.CPY                                                  *
000300* REGISTER FLOAT (CHANGE FUND) MASTER - ONE PER REGISTER THAT   *
000400* HAS EVER BEEN ISSUED A STARTING BANK, KEYED BY THE REGISTER   *
000500* NUMBER CARRIED ON REGM-REG-NO.  FLOT-AMOUNT IS THE FLOAT      *
000600* AUTHORIZED TODAY (ZERO ONCE THE FUND IS RETURNED) AND         *
000700* FLOT-EFF-DATE THE DATE OF THE LAST ISSUE OR RETURN.           *
000800* MAINTAINED BY 153Q FROM ISSUE AND RETURN CARDS.  THE FLOAT    *
000900* HISTORY RECORDS WHAT THE REGISTER CARRIED WHEN - ENTRY (1) IS *
001000* THE LATEST EFFECTIVE-DATED ISSUE OR RETURN, A RETURN IS AN    *
001100* ENTRY WITH A ZERO AMOUNT, AND AN UNUSED ENTRY CARRIES A ZERO  *
001200* DATE.  153A TAKES THE FLOAT IN EFFECT ON THE BUSINESS DATE    *
001300* BEING SETTLED OUT OF THE COUNTED CASH BEFORE IT POSTS, SO A   *
001400* RERUN OF AN OLD NIGHT NETS THE FUND THAT NIGHT ACTUALLY HAD.  *
001500*****************************************************************
001600 01  FLOT-RECORD.
001700     05  FLOT-REG-NO             PIC X(05).
001800     05  FLOT-STATUS             PIC X(01).
001900         88  FLOT-ISSUED                     VALUE 'I'.
002000         88  FLOT-RETURNED                   VALUE 'R'.
002100     05  FLOT-AMOUNT             PIC 9(09).
002200     05  FLOT-EFF-DATE           PIC 9(08).
002300     05  FLOT-HIST-COUNT         PIC 9(02).
002400     05  FLOT-HISTORY OCCURS 10 TIMES.
002500         10  FLOT-HIST-DATE      PIC 9(08).
002600         10  FLOT-HIST-AMT       PIC 9(09).
