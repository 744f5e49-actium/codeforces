001300* HELDFILE ORDER - BLANK OR 01 MEANS THE FIRST.  A HELD GROUP   *
001400* WITHOUT A CARD IS CARRIED FORWARD ON THE NEW HELD FILE FOR    *
001500* A LATER NIGHT'S DECISION.                                     *
001510* THE CASHIER ID IS OPTIONAL - WHEN KEYED, ONLY A HELD          *
001520* APPEARANCE FOR THAT CASHIER'S DRAWER MATCHES THE CARD, SO     *
001530* TWO DRAWERS ON ONE REGISTER CAN BE DECIDED SEPARATELY.  A     *
001540* CARD THAT NAMES THE CASHIER AND LEAVES THE SEQUENCE BLANK     *
001550* TAKES THAT DRAWER'S FIRST HELD APPEARANCE.                    *
001600*****************************************************************
001700 01  DISP-RECORD.
001800     05  DISP-FUNCTION           PIC X(01).
002100         88  DISP-DISCARD                    VALUE 'D'.
002200     05  DISP-REG-NO             PIC X(05).
002300     05  DISP-SEQ                PIC X(02).
002400     05  DISP-CASHIER-ID         PIC X(06).
