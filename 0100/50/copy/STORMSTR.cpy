000100*****************************************************************
000200* STORMSTR.CPY                                                  *
000300* STORE MASTER RECORD - ONE PER STORE, KEYED BY THE THREE-BYTE  *
000400* STORE NUMBER CARRIED ON REGM-STORE-NO AND REGM-ASSIGN-STORE.  *
000500* CARRIES THE STORE NAME, THE DISTRICT AND REGION IT ROLLS UP   *
000600* TO, THE BANK ACCOUNT ITS DEPOSITS GO TO, AND AN OPEN/CLOSED   *
000700* STATUS WITH THE DATE THE STORE OPENED AND THE DATE IT CLOSED  *
000800* (ZERO WHILE OPEN).  MAINTAINED BY 153P FROM MAINTENANCE       *
000900* CARDS.  153B REFUSES TO ADD OR TRANSFER A REGISTER TO A STORE *
001000* THAT IS NOT ON THIS FILE OR IS CLOSED, AND THE SETTLEMENT,    *
001100* STATEMENT, AND ACCOUNTABILITY REPORTS TAKE THE STORE NAME AND *
001200* THE DISTRICT/REGION ROLLUP FROM HERE.                         *
001300*****************************************************************
001400 01  STOR-RECORD.
001500     05  STOR-STORE-NO           PIC X(03).
001600     05  STOR-STATUS             PIC X(01).
001700         88  STOR-OPEN                       VALUE 'O'.
001800         88  STOR-CLOSED                     VALUE 'C'.
001900     05  STOR-NAME               PIC X(30).
002000     05  STOR-DISTRICT           PIC X(03).
002100     05  STOR-REGION             PIC X(02).
002200     05  STOR-BANK-ACCOUNT       PIC X(17).
002300     05  STOR-OPEN-DATE          PIC 9(08).
002400     05  STOR-CLOSE-DATE         PIC 9(08).
