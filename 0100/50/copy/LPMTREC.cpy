000100*****************************************************************
000200* LPMTREC.CPY                                                   *
000300* LOSS PREVENTION CASE CARD - ONE PER ENTRY THE INVESTIGATING   *
000400* OFFICE KEYS AGAINST AN OPEN CASE, READ BY 153Z.  THE CASE IS  *
000500* NAMED BY ITS STORE AND REGISTER (SEE LPCSMSTR).               *
000600*   'I' - ASSIGN THE INVESTIGATOR, WHICH IS REQUIRED.           *
000700*   'F' - RECORD THE FINDINGS FROM THE TEXT, WHICH IS REQUIRED  *
000800*         AND REPLACES ANY FINDINGS ALREADY ON THE CASE.        *
000900*   'R' - RECORD MONEY RECOVERED FROM THE RESPONSIBLE PARTY.    *
001000*         THE AMOUNT IS REQUIRED; THE EFFECTIVE DATE IS THE     *
001100*         BUSINESS DATE THE RECOVERY IS BOOKED UNDER.           *
001200*   'C' - CLOSE THE CASE WITH THE DISPOSITION, WHICH IS         *
001300*         REQUIRED.  TEXT ON A CLOSING CARD REPLACES THE        *
001400*         FINDINGS.                                             *
001500* THE EFFECTIVE DATE IS OPTIONAL - A CARD THAT LEAVES IT BLANK  *
001600* OR ZERO TAKES THE RUN DATE.                                   *
001700*****************************************************************
001800 01  LPMT-RECORD.
001900     05  LPMT-FUNCTION           PIC X(01).
002000         88  LPMT-INVESTIGATOR-CARD          VALUE 'I'.
002100         88  LPMT-FINDINGS-CARD              VALUE 'F'.
002200         88  LPMT-RECOVERY-CARD              VALUE 'R'.
002300         88  LPMT-CLOSE-CARD                 VALUE 'C'.
002400     05  LPMT-STORE-NO           PIC X(03).
002500     05  LPMT-REG-NO             PIC X(05).
002600     05  LPMT-EFF-DATE           PIC X(08).
002700     05  LPMT-INVESTIGATOR       PIC X(08).
002800     05  LPMT-AMOUNT-X           PIC X(09).
002900     05  LPMT-AMOUNT REDEFINES LPMT-AMOUNT-X
003000                                 PIC 9(09).
003100     05  LPMT-DISPOSITION        PIC X(01).
003200     05  LPMT-TEXT               PIC X(60).
