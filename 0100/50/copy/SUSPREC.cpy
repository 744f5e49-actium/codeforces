000900* WRITES TONIGHT'S REJECTS TO A NEW SUSPENSE FILE; A RECORD     *
001000* THAT HAS CYCLED PAST THE RUN-CARD LIMIT AGES OUT ONTO THE     *
001100* STILL-FAILING REPORT INSTEAD.                                 *
001110* THE CASHIER ID IS CARRIED BESIDE THE TRANSACTION IMAGE SO A   *
001120* RESUBMITTED RECORD IS STILL CHARGED TO THE SAME CASHIER.      *
001200*****************************************************************
001300 01  SUSP-RECORD.
001400     05  SUSP-TRAN-DATA          PIC X(28).
001500     05  SUSP-REJECT-REASON      PIC X(40).
001600     05  SUSP-CYCLE-COUNT        PIC 9(02).
001700     05  SUSP-CASHIER-ID         PIC X(06).
