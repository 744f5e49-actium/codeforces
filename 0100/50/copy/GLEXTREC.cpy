000100*****************************************************************
000200* GLEXTREC.CPY                                                  *
000300* GENERAL LEDGER INTERFACE EXTRACT RECORD.  THE LEDGER          *
000400* INTERFACE GOES OUT AS BALANCED DOUBLE-ENTRY JOURNALS, ONE     *
000500* LINE PER RECORD, ON GLIFILE (153A NIGHTLY SETTLEMENT),        *
000600* GLADFILE (153J CORRECTIONS), GLFEFILE (153T CARD FEES),       *
000700* GLRTFILE (153U RETURNED CHECKS), AND GLLPFILE (153Z LOSS      *
000750* PREVENTION RECOVERIES).  153K CARRIES UNACKNOWLEDGED          *
000800* JOURNALS FORWARD ON GLCARRY IN THE SAME LAYOUT, UNDER A       *
000850* CONTROL RECORD OF ITS OWN.                                    *
000900*   'P' - POSTING LINE: THE AMOUNT TO A TENDER OR OTHER LEDGER  *
001000*         ACCOUNT.  THE STORE NUMBER COMES FROM THE REGISTER    *
001100*         MASTER; THE OVER/SHORT LINE CARRIES NONE.             *
001200*   'O' - OFFSET LINE: THE BALANCING AMOUNT TO THE DEPOSIT-IN-  *
001300*         TRANSIT CLEARING ACCOUNT (TENDER CODE 'DT').          *
001310*         153T, 153U, AND 153Z WRITE NONE - EACH OF THEIR       *
001320*         JOURNALS IS A DEBIT AND CREDIT POSTING PAIR.          *
001400*   'T' - FILE CONTROL RECORD, LAST ON THE FILE: THE JOURNAL    *
001500*         AND LINE COUNTS AND THE DEBIT AND CREDIT TOTALS.  IT  *
001600*         IS WRITTEN ONLY WHEN EVERY JOURNAL ON THE FILE        *
001700*         BALANCED - A FILE WITHOUT ONE IS NOT RELEASED TO THE  *
001800*         LEDGER.                                               *
001900* THE AMOUNT IS SIGNED, DEBIT POSITIVE AND CREDIT NEGATIVE, AND *
002000* THE DEBIT/CREDIT CODE AGREES WITH THE SIGN.  THE CONTROL      *
002100* RECORD CARRIES BOTH TOTALS POSITIVE.  THE JOURNAL NUMBER IS   *
002200* THE SOURCE ('SN' 153A, 'AD' 153J, 'FE' 153T, 'RT' 153U, 'LP'  *
002300* 153Z), THE DATE OF THE NIGHT OR RUN THAT RAISED IT, AND A     *
002350* SEQUENCE WITHIN THE RUN.  THE LINES OF A JOURNAL ARE          *
002400* WRITTEN TOGETHER, NUMBERED FROM 1, AND ALL CARRY THE SAME     *
002500* BUSINESS DATE.                                                *
002600*****************************************************************
002700 01  GL-RECORD.
002800     05  GL-COMPANY-CODE         PIC X(05).
002900     05  GL-LINE-FIELDS.
003000         10  GL-ACCOUNT          PIC X(10).
003100         10  GL-STORE-NO         PIC X(03).
003200         10  GL-AMOUNT           PIC S9(11).
003300         10  GL-BUSINESS-DATE    PIC 9(08).
003400         10  GL-JOURNAL-NO.
003500             15  GL-JRNL-SOURCE  PIC X(02).
003600             15  GL-JRNL-DATE    PIC 9(08).
003700             15  GL-JRNL-SEQ     PIC 9(04).
003800         10  GL-LINE-NO          PIC 9(04).
003900         10  GL-DR-CR            PIC X(01).
004000             88  GL-DEBIT                    VALUE 'D'.
004100             88  GL-CREDIT                   VALUE 'C'.
004200     05  GL-CONTROL-FIELDS REDEFINES GL-LINE-FIELDS.
004300         10  GL-CTL-JOURNAL-COUNT
004400                                 PIC 9(05).
004500         10  GL-CTL-LINE-COUNT   PIC 9(07).
004600         10  GL-CTL-DEBIT-TOTAL  PIC S9(13).
004700         10  GL-CTL-CREDIT-TOTAL PIC S9(13).
004800         10  FILLER              PIC X(13).
004900     05  GL-REC-TYPE             PIC X(01).
005000         88  GL-POSTING-LINE                 VALUE 'P'.
005100         88  GL-OFFSET-LINE                  VALUE 'O'.
005200         88  GL-JOURNAL-LINE                 VALUE 'P' 'O'.
005300         88  GL-CONTROL-REC                  VALUE 'T'.
