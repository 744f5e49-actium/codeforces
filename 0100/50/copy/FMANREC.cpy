000100*****************************************************************
000200* FMANREC.CPY                                                   *
000300* FEED MANIFEST CARD FOR 153C - THE STORE FEEDS EXPECTED EACH   *
000400* NIGHT ON FEEDFILE.  BYTE ONE SAYS WHICH KIND OF CARD:         *
000500*   'F' - ONE PER EXPECTED FEED.  THE FEED ID MATCHES THE ID ON *
000600*         THE FEED'S TRANSMISSION HEADER (SEE TRANREC).  THE    *
000700*         COUNT RANGE IS THE DETAIL AND DENOMINATION RECORDS A  *
000800*         NORMAL NIGHT SENDS - A BLANK MINIMUM TAKES ONE, A     *
000900*         BLANK MAXIMUM SETS NO UPPER LIMIT.  THE CUTOFF TIME   *
001000*         (HHMM) FALLS ON THE DAY THE CUTOFF DAYS COUNT PAST    *
001100*         THE BUSINESS DATE - 0 THE SAME NIGHT, 1 (OR BLANK)    *
001200*         THE MORNING AFTER.  A BLANK TIME SETS NO CUTOFF.      *
001300*   'S' - STORES THE FEED COVERS, UP TO FIFTEEN TO A CARD AND   *
001400*         AS MANY CARDS AS NEEDED, ANYWHERE AFTER THE FEED'S    *
001500*         'F' CARD.  A BLANK STORE ENTRY IS SKIPPED.            *
001600* A REGISTER BELONGS ON A FEED WHEN THE STORE IT IS ASSIGNED TO *
001700* ON THE BUSINESS DATE (REGMSTR) IS LISTED FOR THAT FEED.       *
001800* ADDING A TRANSMISSION POINT IS A NEW 'F' CARD AND ITS STORES. *
001900*****************************************************************
002000 01  FMAN-RECORD.
002100     05  FMAN-REC-TYPE           PIC X(01).
002200         88  FMAN-FEED-CARD                  VALUE 'F'.
002300         88  FMAN-STORE-CARD                 VALUE 'S'.
002400     05  FMAN-FEED-ID            PIC X(08).
002500     05  FMAN-FEED-FIELDS.
002600         10  FMAN-MIN-COUNT-X    PIC X(07).
002700         10  FMAN-MAX-COUNT-X    PIC X(07).
002800         10  FMAN-CUTOFF-DAYS-X  PIC X(01).
002900         10  FMAN-CUTOFF-TIME-X  PIC X(04).
003000         10  FILLER              PIC X(26).
003100     05  FMAN-STORE-FIELDS REDEFINES FMAN-FEED-FIELDS.
003200         10  FMAN-STORE-NO OCCURS 15 TIMES
003300                                 PIC X(03).
