000100*****************************************************************
000200* FMNTREC.CPY                                                   *
000300* REGISTER FLOAT MAINTENANCE CARD - ONE PER REQUESTED CHANGE,   *
000400* READ BY 153Q.  FUNCTION 'I' ISSUES A FLOAT TO A REGISTER, OR  *
000500* CHANGES THE AUTHORIZED AMOUNT OF ONE ALREADY ISSUED, AS OF    *
000600* THE EFFECTIVE DATE; 'R' RECORDS THE FUND RETURNED TO THE CASH *
000700* OFFICE, AFTER WHICH THE REGISTER SETTLES WITH NO FLOAT.  THE  *
000800* AMOUNT IS REQUIRED ON AN ISSUE; ON A RETURN IT IS OPTIONAL,   *
000900* BUT WHEN KEYED IT MUST MATCH THE FLOAT ON FILE.  THE          *
001000* EFFECTIVE DATE IS OPTIONAL - A CARD THAT LEAVES IT BLANK OR   *
001100* ZERO TAKES THE RUN DATE.                                      *
001200*****************************************************************
001300 01  FMNT-RECORD.
001400     05  FMNT-FUNCTION           PIC X(01).
001500         88  FMNT-ISSUE                      VALUE 'I'.
001600         88  FMNT-RETURN                     VALUE 'R'.
001700     05  FMNT-REG-NO             PIC X(05).
001800     05  FMNT-AMOUNT-X           PIC X(09).
001900     05  FMNT-AMOUNT REDEFINES FMNT-AMOUNT-X
002000                                 PIC 9(09).
002100     05  FMNT-EFF-DATE           PIC X(08).
