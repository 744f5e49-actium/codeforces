000100*****************************************************************
000200* LPCSMSTR.CPY                                                  *
000300* LOSS PREVENTION CASE MASTER - ONE RECORD PER REGISTER THAT    *
000400* HAS EVER BEEN FLAGGED, KEYED BY STORE AND REGISTER ON         *
000500* LPCSFILE, SO THE FILE READS IN STORE ORDER.  153N OPENS A     *
000600* CASE THE FIRST MONTH A REGISTER'S PERIOD-TO-DATE SHORTAGE     *
000700* REACHES THE LIMIT, ADDS EACH LATER MONTH'S FLAG TO THE CASE   *
000800* WHILE IT STAYS OPEN, AND OPENS THE NEXT CASE ON THE SAME      *
000900* RECORD WHEN A CLOSED REGISTER IS FLAGGED AGAIN.  THE CASE     *
001000* SEQUENCE COUNTS THE CASES EVER OPENED ON THE REGISTER, SO     *
001100* ANYTHING PAST 1 IS A REPEAT OFFENDER.  153Z RECORDS THE       *
001200* INVESTIGATOR, FINDINGS, RECOVERIES, AND CLOSING DISPOSITION   *
001300* FROM CASE CARDS (SEE LPMTREC) AND APPENDS EACH CASE IT        *
001400* CLOSES TO THE LPCHFILE HISTORY BEFORE 153N CAN REUSE THE      *
001500* RECORD.  A REGISTER MOVED TO ANOTHER STORE STARTS A NEW       *
001600* RECORD UNDER THAT STORE.  153N AGES THE OPEN CASES BY STORE   *
001700* EACH MONTH FROM THE OPEN DATE.                                *
001800*   DISPOSITION 'N' - NO LOSS FOUND (COUNT OR POSTING ERROR)    *
001900*               'P' - PROCEDURE OR TRAINING ISSUE CORRECTED     *
002000*               'R' - LOSS RECOVERED                            *
002100*               'D' - DISCIPLINARY ACTION TAKEN                 *
002200*               'U' - UNRESOLVED - LOSS ABSORBED                *
002300*****************************************************************
002400 01  LPCS-RECORD.
002500     05  LPCS-KEY.
002600         10  LPCS-STORE-NO       PIC X(03).
002700         10  LPCS-REG-NO         PIC X(05).
002800     05  LPCS-CASE-SEQ           PIC 9(03).
002900     05  LPCS-STATUS             PIC X(01).
003000         88  LPCS-OPEN                       VALUE 'O'.
003100         88  LPCS-CLOSED                     VALUE 'C'.
003200     05  LPCS-OPEN-DATE          PIC 9(08).
003300     05  LPCS-FLAG-COUNT         PIC 9(03).
003400     05  LPCS-LAST-FLAG-DATE     PIC 9(08).
003500     05  LPCS-FLAG-OVRSHT        PIC S9(13).
003600     05  LPCS-INVESTIGATOR       PIC X(08).
003700     05  LPCS-FINDINGS           PIC X(60).
003800     05  LPCS-RECOVERED          PIC S9(11).
003900     05  LPCS-DISPOSITION        PIC X(01).
004000         88  LPCS-NO-LOSS                    VALUE 'N'.
004100         88  LPCS-PROCEDURE                  VALUE 'P'.
004200         88  LPCS-RECOVERED-LOSS             VALUE 'R'.
004300         88  LPCS-DISCIPLINARY               VALUE 'D'.
004400         88  LPCS-UNRESOLVED                 VALUE 'U'.
004500         88  LPCS-VALID-DISPOSITION          VALUE 'N' 'P' 'R'
004600                                                   'D' 'U'.
004700     05  LPCS-CLOSE-DATE         PIC 9(08).
004800     05  LPCS-LAST-ACTIVITY      PIC 9(08).
