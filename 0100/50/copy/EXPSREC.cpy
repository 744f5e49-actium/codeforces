000400* THE POS SYSTEM WITH THE CASH IT EXPECTS THE REGISTER TO HOLD. *
000500* 153A READS THIS BY REGISTER NUMBER WHILE SETTLING AND POSTS   *
000600* COUNTED-MINUS-EXPECTED AS THE REGISTER'S OVER/SHORT.          *
000610* WHERE THE POS SYSTEM SPLITS A REGISTER'S EXPECTED CASH BY     *
000620* CASHIER THE KEY CARRIES THE CASHIER ID, AND 153A READS THE    *
000630* REGISTER AND CASHIER FIRST; A RECORD WITH A BLANK CASHIER ID  *
000640* IS THE REGISTER-LEVEL FIGURE USED WHEN NO SPLIT IS ON FILE.   *
000700*****************************************************************
000800 01  EXPS-RECORD.
000810     05  EXPS-KEY.
000900         10  EXPS-REG-NO         PIC X(05).
000910         10  EXPS-CASHIER-ID     PIC X(06).
001000     05  EXPS-EXPECTED-AMT       PIC S9(10).
