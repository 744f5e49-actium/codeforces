000100*****************************************************************
000200* CPOPREC.CPY                                                   *
000300* CARD SETTLEMENT CARRY-FORWARD RECORD - ONE PER STORE-NIGHT    *
000400* OF CREDIT SLIPS 153T IS STILL TRACKING.  153T READS LAST      *
000500* NIGHT'S FILE (CPOPFILE) AND WRITES TONIGHT'S (CPOPNEW), SO A  *
000600* NIGHT THE PROCESSOR HAS NOT FUNDED, OR FUNDED SHORT, IS       *
000700* CARRIED FROM RUN TO RUN UNTIL IT CLEARS.  A NIGHT THAT HAS    *
000800* CLEARED IS KEPT ONLY WHILE ITS POSTINGS ARE STILL ON THE LIVE *
000900* AUDIT TRAIL, SO IT IS NOT TAKEN UP A SECOND TIME AS UNFUNDED; *
001000* ONCE 153E ARCHIVES THAT NIGHT IT DROPS OFF.  THE EXPECTED     *
001100* AMOUNT IS THE AUDITED CREDIT SLIPS, THE GROSS AND FEE ARE     *
001200* WHAT THE PROCESSOR HAS SETTLED AGAINST THE NIGHT SO FAR.      *
001300*****************************************************************
001400 01  CPOP-RECORD.
001500     05  CPOP-STORE-NO           PIC X(03).
001600     05  CPOP-BUS-DATE           PIC 9(08).
001700     05  CPOP-STATUS             PIC X(01).
001800         88  CPOP-UNFUNDED                   VALUE 'U'.
001900         88  CPOP-PAID-SHORT                 VALUE 'S'.
002000         88  CPOP-PAID-FULL                  VALUE 'F'.
002100         88  CPOP-PAID-OVER                  VALUE 'O'.
002200     05  CPOP-EXPECTED-AMT       PIC S9(11).
002300     05  CPOP-GROSS-AMT          PIC S9(11).
002400     05  CPOP-FEE-AMT            PIC S9(11).
002500     05  CPOP-FUND-DATE          PIC 9(08).
