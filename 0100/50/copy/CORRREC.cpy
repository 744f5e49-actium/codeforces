001500* EVERY REVERSAL AND REPOST WRITES AN AUDIT RECORD ('V'/'C')    *
001600* UNDER THE ORIGINAL BUSINESS DATE SO THE TRAIL TIES THE        *
001700* CORRECTION TO THE POSTING IT FIXES.                           *
001710* CORRECTION OF ONE DRAWER.  A REGISTER WITH MORE THAN ONE      *
001720* CASHIER ON THE NIGHT POSTS A RECORD PER DRAWER; THE CASHIER   *
001730* ID NAMES THE DRAWER TO FIX.  LEFT BLANK, THE LATEST POSTING   *
001740* FOR THE REGISTER AND DATE IS TAKEN, AS ON CARDS KEYED BEFORE  *
001750* THE FIELD WAS ADDED.                                          *
001800*****************************************************************
001900 01  CORR-RECORD.
002000     05  CORR-FUNCTION           PIC X(01).
003000         88  CORR-B-NEGATIVE                 VALUE '-'.
003100         88  CORR-B-POSITIVE                 VALUE '+', ' '.
003200     05  CORR-NEW-B-AMT          PIC X(10).
003300     05  CORR-CASHIER-ID         PIC X(06).
