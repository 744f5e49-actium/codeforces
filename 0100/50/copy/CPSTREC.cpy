000100*****************************************************************
000200* CPSTREC.CPY                                                   *
000300* CARD PROCESSOR SETTLEMENT RECORD - ONE PER FUNDING BATCH ON   *
000400* THE PROCESSOR'S DAILY SETTLEMENT FILE (CPSTFILE).  EACH       *
000500* RECORD NAMES THE STORE AND THE BUSINESS DATE THE CARD SALES   *
000600* WERE TAKEN, THE GROSS SALES THE PROCESSOR SETTLED, THE        *
000700* DISCOUNT FEE IT KEPT, THE DATE IT FUNDED THE NET TO THE BANK, *
000800* AND ITS OWN BATCH REFERENCE.  A STORE-NIGHT SETTLED IN MORE   *
000900* THAN ONE BATCH ARRIVES AS MORE THAN ONE RECORD.  153T MATCHES *
001000* THE GROSS AGAINST THE CREDIT SLIPS 153A AUDITED FOR THE       *
001100* SAME STORE AND NIGHT.                                         *
001200*****************************************************************
001300 01  CPST-RECORD.
001400     05  CPST-STORE-NO           PIC X(03).
001500     05  CPST-BUS-DATE           PIC 9(08).
001600     05  CPST-GROSS-AMT          PIC S9(11).
001700     05  CPST-FEE-AMT            PIC S9(11).
001800     05  CPST-FUND-DATE          PIC 9(08).
001900     05  CPST-BATCH-REF          PIC X(12).
