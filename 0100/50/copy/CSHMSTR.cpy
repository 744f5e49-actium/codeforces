000100*****************************************************************
000200* CSHMSTR.CPY                                                   *
000300* CASHIER MASTER RECORD - ONE PER CASHIER ALLOWED TO WORK A     *
000400* REGISTER DRAWER.  153A LOOKS UP THE CASHIER ID ON EVERY       *
000500* TRANFILE DETAIL RECORD AGAINST THIS FILE AND REJECTS A DRAWER *
000600* WHOSE CASHIER IS MISSING, NOT ON FILE, OR NOT CURRENTLY       *
000700* ACTIVE.  MAINTAINED BY 153R FROM MAINTENANCE CARDS THE SAME   *
000800* WAY 153B MAINTAINS THE REGISTER MASTER.  THE HOME STORE IS    *
000900* THE STORE THE CASHIER IS ASSIGNED TO; A CASHIER MAY STILL     *
001000* WORK A DRAWER AT ANOTHER STORE.  THE STATUS DATE IS THE       *
001100* EFFECTIVE DATE OF THE LAST STATUS OR STORE CHANGE.            *
001200*****************************************************************
001300 01  CSHM-RECORD.
001400     05  CSHM-CASHIER-ID         PIC X(06).
001500     05  CSHM-STATUS             PIC X(01).
001600         88  CSHM-ACTIVE                     VALUE 'A'.
001700         88  CSHM-INACTIVE                   VALUE 'I'.
001800     05  CSHM-STORE-NO           PIC X(03).
001900     05  CSHM-NAME               PIC X(30).
002000     05  CSHM-STATUS-DATE        PIC 9(08).
