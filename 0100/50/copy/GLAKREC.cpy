000100*****************************************************************
000200* GLAKREC.CPY                                                   *
000300* LEDGER ACKNOWLEDGMENT RECORD - ONE PER GL JOURNAL THE LEDGER  *
000400* INTERFACE JOB PROCESSED, HANDED BACK ON GLACKFIL.  THE        *
000500* JOURNAL NUMBER, BUSINESS DATE, LINE COUNT, AND DEBIT TOTAL    *
000600* ECHO THE JOURNAL AS IT WAS SENT; THE STATUS SAYS WHETHER THE  *
000700* LEDGER ACCEPTED OR REJECTED THE WHOLE JOURNAL, WITH THE       *
000800* LEDGER'S REASON ON A REJECT.  153K MATCHES THIS FEED BY       *
000900* JOURNAL NUMBER AGAINST WHAT GLIFILE SENT, REPORTS ANY JOURNAL *
001000* UNACKNOWLEDGED OR REJECTED, AND CARRIES UNACKNOWLEDGED        *
001100* JOURNALS FORWARD WHOLE ON GLCARRY SO THEY ARE RE-PRESENTED    *
001200* INSTEAD OF LOST.                                              *
001300*****************************************************************
001400 01  GLAK-RECORD.
001500     05  GLAK-JOURNAL-NO.
001600         10  GLAK-JRNL-SOURCE    PIC X(02).
001700         10  GLAK-JRNL-DATE      PIC 9(08).
001800         10  GLAK-JRNL-SEQ       PIC 9(04).
001900     05  GLAK-BUSINESS-DATE      PIC 9(08).
002000     05  GLAK-LINE-COUNT         PIC 9(04).
002100     05  GLAK-DEBIT-TOTAL        PIC S9(13).
002200     05  GLAK-STATUS             PIC X(01).
002300         88  GLAK-ACCEPTED                   VALUE 'A'.
002400         88  GLAK-REJECTED                   VALUE 'R'.
002500     05  GLAK-REASON             PIC X(30).
