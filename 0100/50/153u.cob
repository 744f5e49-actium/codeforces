000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153U.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/05/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* RETURNED CHECK INTAKE AND RECOVERY.  A CUSTOMER CHECK THE     *
000090* BANK SENDS BACK UNPAID AFTER IT WENT OUT ON A 153A DEPOSIT    *
000100* HAS SO FAR BEEN CHASED BY HAND.  THIS PROGRAM TAKES THE       *
000110* BANK'S RETURN-ITEM FILE (RTNFILE) AND THE CASH OFFICE'S       *
000120* RECOVERY CARDS (RCVRFILE) AND KEEPS EVERY RETURNED CHECK ON   *
000130* THE OPEN-ITEMS FILE (RTOPFILE) UNTIL IT IS RECOVERED OR       *
000140* WRITTEN OFF:                                                  *
000150*   - EACH RETURN IS TIED TO ITS DEPOSIT BY THE SLIP NUMBER     *
000160*     153A STAMPED ON IT (BUSINESS DATE PLUS STORE), OPENED ON  *
000170*     RTOPFILE, AND MOVED OUT OF THE 'CK' CHECKS ACCOUNT INTO   *
000180*     THE 'RI' RETURNED-CHECK RECEIVABLE ON GLRTFILE UNDER THE  *
000190*     RETURN DATE;                                              *
000200*   - A RECOVERY CARD MOVES WHAT WAS COLLECTED BACK OUT OF THE  *
000210*     RECEIVABLE INTO THE CHECKS ACCOUNT, AND A WRITE-OFF CARD  *
000220*     MOVES THE REST OUT OF THE RECEIVABLE INTO THE 'RW'        *
000230*     WRITE-OFF ACCOUNT, BOTH UNDER THE CARD'S EFFECTIVE DATE.  *
000240*     AN ITEM WHOSE BALANCE REACHES ZERO IS DELETED;            *
000250*   - EVERY RETURN, RECOVERY, AND WRITE-OFF IS APPENDED TO THE  *
000260*     AUDIT TRAIL ('K', 'Y', 'W') UNDER THE BUSINESS DATE OF    *
000270*     THE DEPOSIT THE CHECK WENT OUT ON.                        *
000280* RETURNS ARE APPLIED BEFORE CARDS, SO A CHECK RETURNED AND     *
000290* MADE GOOD THE SAME DAY CLEARS IN ONE RUN.  A REJECTED RETURN  *
000300* OR CARD IS LISTED AND LEAVES RETURN CODE 8.  THE LEDGER JOB   *
000310* PICKS GLRTFILE UP ALONGSIDE THE NIGHTLY GLIFILE, AND 153V     *
000320* AGES WHAT IS LEFT ON RTOPFILE EACH MONTH.                     *
000330*****************************************************************
000340* MODIFICATION HISTORY                                          *
000350*   DATE        INIT  DESCRIPTION                               *
000360*   10/05/2026  DLM   ORIGINAL PROGRAM.  CARD FUNCTIONS ARE     *
000370*                     'R' (RECOVERY) AND 'W' (WRITE-OFF).       *
000372*   10/06/2026  DLM   EVERY AUDIT RECORD IS NOW NUMBERED AND    *
000374*                     SEALED WITH A CHECK VALUE CHAINED FROM    *
000376*                     THE LAST RECORD ON THE TRAIL, FOR 153W TO *
000378*                     VERIFY.                                   *
000379*   10/07/2026  DLM   THE OPERATOR, COMPANY, AND DEFAULT GL     *
000380*                     ACCOUNT AND THE CK, RI, AND RW ACCOUNTS   *
000381*                     NOW COME FROM THE VERSIONS ON CTLMFILE IN *
000382*                     EFFECT ON THE RUN DATE.  WITHOUT THE      *
000383*                     MASTER PARMFILE AND GLAFILE ARE READ AS   *
000384*                     BEFORE.                                   *
000385*   10/09/2026  DLM   EACH RETURN, RECOVERY, AND WRITE-OFF NOW  *
000386*                     GOES OUT AS A NUMBERED, BALANCED JOURNAL  *
000387*                     AND GLRTFILE IS RELEASED BY A CONTROL     *
000388*                     RECORD ONLY WHEN EVERY JOURNAL BALANCES.  *
000389*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RTNFILE ASSIGN TO RTNFILE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RTNFILE-STATUS.
000480     SELECT RCVRFILE ASSIGN TO RCVRFILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RCVRFILE-STATUS.
000510     SELECT STORFILE ASSIGN TO STORFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS STOR-STORE-NO
000550         FILE STATUS IS WS-STORFILE-STATUS.
000560     SELECT RTOPFILE ASSIGN TO RTOPFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS RTOP-KEY
000600         FILE STATUS IS WS-RTOPFILE-STATUS.
000610     SELECT PARMFILE ASSIGN TO PARMFILE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARMFILE-STATUS.
000640     SELECT GLAFILE ASSIGN TO GLAFILE
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-GLAFILE-STATUS.
000661     SELECT CTLMFILE ASSIGN TO CTLMFILE
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS CTLM-SETTING
000665         FILE STATUS IS WS-CTLMFILE-STATUS.
000670     SELECT GLRTFILE ASSIGN TO GLRTFILE
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT AUDTFILE ASSIGN TO AUDTFILE
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUDTFILE-STATUS.
000720     SELECT RTNLIST ASSIGN TO RTNLIST
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RTNFILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY RTNIREC.
000790 FD  RCVRFILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY RCVRREC.
000820 FD  STORFILE.
000830 COPY STORMSTR.
000840 FD  RTOPFILE.
000850 COPY RTOPREC.
000860 FD  PARMFILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY PARMREC.
000890 FD  GLAFILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY GLACREC.
000912 FD  CTLMFILE.
000914 COPY CTLMSTR.
000920 FD  GLRTFILE
000930     LABEL RECORDS ARE OMITTED.
000940 COPY GLEXTREC.
000950 FD  AUDTFILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY AUDTREC.
000980 FD  RTNLIST
000990     LABEL RECORDS ARE OMITTED.
001000 01  RTNL-RECORD                 PIC X(132).
001010 WORKING-STORAGE SECTION.
001020*****************************************************************
001030* REPORT LINE WORK AREAS                                        *
001040*****************************************************************
001050 01  WS-RPT-HDR1-LINE.
001060     05  FILLER                  PIC X(45) VALUE SPACES.
001070     05  FILLER                  PIC X(36)
001080             VALUE 'RETURNED CHECK INTAKE AND RECOVERIES'.
001090 01  WS-RPT-HDR2-LINE.
001100     05  FILLER                  PIC X(05) VALUE SPACES.
001110     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
001120     05  HDR-RUN-DATE             PIC X(10).
001130     05  FILLER                  PIC X(100) VALUE SPACES.
001140     05  FILLER                  PIC X(04) VALUE 'PAGE'.
001150     05  HDR-PAGE-NO              PIC ZZZ9.
001160 01  WS-RPT-HDR3-LINE.
001170     05  FILLER                  PIC X(07) VALUE '  STR  '.
001180     05  FILLER                  PIC X(14) VALUE 'ITEM REF'.
001190     05  FILLER                  PIC X(12) VALUE 'SLIP DATE'.
001200     05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
001210     05  FILLER                  PIC X(12) VALUE 'ACTION'.
001220     05  FILLER                  PIC X(12) VALUE 'EFFECTIVE'.
001230     05  FILLER                  PIC X(14) VALUE '      AMOUNT'.
001240     05  FILLER                  PIC X(14) VALUE '     BALANCE'.
001250     05  FILLER                  PIC X(06) VALUE 'RESULT'.
001260 01  WS-RPT-DTL-LINE.
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  DTL-STORE-NO             PIC X(03).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DTL-ITEM-REF             PIC X(12).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  DTL-SLIP-DATE            PIC X(10).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  DTL-CHECK-NO             PIC X(10).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  DTL-ACTION               PIC X(10).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  DTL-EFF-DATE             PIC X(10).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  DTL-AMOUNT               PIC -Z(10)9.
001410     05  DTL-AMOUNT-X REDEFINES DTL-AMOUNT
001420                                 PIC X(12).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  DTL-BALANCE              PIC -Z(10)9.
001450     05  DTL-BALANCE-X REDEFINES DTL-BALANCE
001460                                 PIC X(12).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  DTL-RESULT               PIC X(24).
001490 01  WS-RPT-CNT-LINE.
001500     05  FILLER                  PIC X(05) VALUE SPACES.
001510     05  CNT-LABEL                PIC X(26).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  CNT-COUNT                PIC ZZZZZZ9.
001540 01  WS-RPT-ERR-LINE.
001550     05  FILLER                  PIC X(05) VALUE SPACES.
001560     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001570     05  FILLER                  PIC X(05) VALUE ' *** '.
001580     05  ERR-MESSAGE              PIC X(60).
001590*****************************************************************
001600* REPORT CONTROL COUNTERS AND SWITCHES                          *
001610*****************************************************************
001620 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001630 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001640 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001650 77  WS-RTN-READ-COUNT           PIC 9(07) VALUE ZEROES.
001660 77  WS-RCVR-READ-COUNT          PIC 9(07) VALUE ZEROES.
001670 77  WS-OPENED-COUNT             PIC 9(07) VALUE ZEROES.
001680 77  WS-RECOVERED-COUNT          PIC 9(07) VALUE ZEROES.
001690 77  WS-CLEARED-COUNT            PIC 9(07) VALUE ZEROES.
001700 77  WS-WRITEOFF-COUNT           PIC 9(07) VALUE ZEROES.
001710 77  WS-REJECT-COUNT             PIC 9(07) VALUE ZEROES.
001720 77  WS-GLRT-LINE-COUNT          PIC 9(07) VALUE ZEROES.
001730 77  WS-BALANCE                  PIC S9(11) VALUE ZEROES.
001740 77  WS-EVENT-AMT                PIC S9(11) VALUE ZEROES.
001750 77  WS-GLRT-AMT                 PIC S9(11) VALUE ZEROES.
001760 01  WS-GLRT-DR-ACCOUNT          PIC X(10).
001770 01  WS-GLRT-CR-ACCOUNT          PIC X(10).
001780 01  WS-GLRT-ACCOUNT             PIC X(10).
001790 01  WS-GLRT-DATE                PIC 9(08).
001791*****************************************************************
001792* GL JOURNAL WORK AREAS - EACH RETURN, RECOVERY, OR WRITE-OFF   *
001793* IS ONE JOURNAL OF TWO LINES, NUMBERED FOR THE RUN DATE.  THE  *
001794* CREDIT TOTALS ARE KEPT POSITIVE.                              *
001795*****************************************************************
001796 01  WS-JRNL-NO.
001797     05  WS-JRNL-SOURCE           PIC X(02) VALUE 'RT'.
001798     05  WS-JRNL-DATE             PIC 9(08) VALUE ZEROES.
001799     05  WS-JRNL-SEQ              PIC 9(04) VALUE ZEROES.
001800 77  WS-JRNL-LINE-NO              PIC 9(04) VALUE ZEROES.
001801 77  WS-JRNL-DEBIT                PIC S9(13) VALUE ZEROES.
001802 77  WS-JRNL-CREDIT               PIC S9(13) VALUE ZEROES.
001803 77  WS-JRNL-COUNT                PIC 9(05) VALUE ZEROES.
001804 77  WS-JRNL-DEBIT-TOTAL          PIC S9(13) VALUE ZEROES.
001805 77  WS-JRNL-CREDIT-TOTAL         PIC S9(13) VALUE ZEROES.
001806 77  WS-JRNL-UNBAL-COUNT          PIC 9(05) VALUE ZEROES.
001807 01  WS-OPERATOR-ID              PIC X(08).
001810 01  WS-COMPANY-CODE             PIC X(05).
001820 01  WS-GL-ACCOUNT               PIC X(10).
001830 01  WS-CHECK-ACCOUNT            PIC X(10).
001840 01  WS-RECEIVABLE-ACCOUNT       PIC X(10).
001850 01  WS-WRITEOFF-ACCOUNT         PIC X(10).
001860 01  WS-ITEM-STORE               PIC X(03).
001870 01  WS-ITEM-REF                 PIC X(12).
001880 01  WS-SLIP-NO.
001890     05  WS-SLIP-DATE             PIC 9(08).
001900     05  WS-SLIP-STORE            PIC X(03).
001910 01  WS-RETURN-DATE              PIC 9(08).
001920 01  WS-EFFECTIVE-DATE           PIC 9(08).
001930 01  WS-EFF-DATE-X               PIC X(08).
001940 01  WS-EFF-DATE-9 REDEFINES WS-EFF-DATE-X
001950                                 PIC 9(08).
001960 01  WS-CURRENT-DATE.
001970     05  WS-CUR-CCYY              PIC 9(04).
001980     05  WS-CUR-MM                PIC 9(02).
001990     05  WS-CUR-DD                PIC 9(02).
002000 01  WS-CURRENT-TIME             PIC 9(08).
002010 01  WS-REPORT-DATE              PIC X(10).
002020 01  WS-WORK-DATE.
002030     05  WS-WRK-CCYY              PIC 9(04).
002040     05  WS-WRK-MM                PIC 9(02).
002050     05  WS-WRK-DD                PIC 9(02).
002060 01  WS-WORK-DATE-FMT            PIC X(10).
002070 01  WS-RTNFILE-STATUS           PIC X(02).
002080 01  WS-RCVRFILE-STATUS          PIC X(02).
002090 01  WS-STORFILE-STATUS          PIC X(02).
002100 01  WS-RTOPFILE-STATUS          PIC X(02).
002110 01  WS-PARMFILE-STATUS          PIC X(02).
002120 01  WS-GLAFILE-STATUS           PIC X(02).
002122 01  WS-CTLMFILE-STATUS          PIC X(02).
002124 01  WS-SETTING                  PIC X(02).
002126 77  WS-VERSION-SUB              PIC 9(02) VALUE ZEROES.
002128 77  WS-VERSION-HIT              PIC 9(02) VALUE ZEROES.
002130 01  WS-AUDTFILE-STATUS          PIC X(02).
002131* AUDIT CHAIN WORK AREAS - THE LAST SEQUENCE NUMBER AND CHECK
002132* VALUE ON AUDTFILE, AND THE CHARACTER TABLE WHOSE PLACES ARE
002133* FOLDED INTO EACH RECORD'S CHECK VALUE.  153W HOLDS THE SAME
002134* TABLE AND RULE - KEEP THEM IN STEP.
002135 77  WS-CHAIN-SEQ                PIC 9(09) VALUE ZEROES.
002136 77  WS-CHAIN-VALUE              PIC 9(09) VALUE ZEROES.
002137 77  WS-CHAIN-WORK               PIC 9(11) VALUE ZEROES.
002138 77  WS-CHAIN-QUOT               PIC 9(03) VALUE ZEROES.
002139 77  WS-CHAIN-REM                PIC 9(09) VALUE ZEROES.
002140 77  WS-CHAIN-ORD                PIC 9(03) VALUE ZEROES.
002141 77  WS-CHAIN-SUB                PIC 9(03) VALUE ZEROES.
002142 01  WS-CHAIN-BYTE               PIC X(01).
002143 01  WS-CHAIN-CHARS.
002144     05  FILLER                   PIC X(32)
002145             VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
002146     05  FILLER                   PIC X(32)
002147             VALUE '56789abcdefghijklmnopqrstuvwxyz.'.
002148     05  FILLER                   PIC X(31)
002149             VALUE ',-/()*&+$#@%:;''"=<>?!_{}[]|\^`~'.
002150 01  WS-SWITCHES.
002151     05  WS-RTN-EOF-SW            PIC X(01) VALUE 'N'.
002160         88  WS-RTN-EOF                      VALUE 'Y'.
002170     05  WS-RCVR-EOF-SW           PIC X(01) VALUE 'N'.
002180         88  WS-RCVR-EOF                     VALUE 'Y'.
002190     05  WS-GLA-EOF-SW            PIC X(01) VALUE 'N'.
002200         88  WS-GLA-EOF                      VALUE 'Y'.
002210     05  WS-RTNFILE-OPEN-SW       PIC X(01) VALUE 'N'.
002220         88  WS-RTNFILE-OPEN                 VALUE 'Y'.
002230     05  WS-RCVRFILE-OPEN-SW      PIC X(01) VALUE 'N'.
002240         88  WS-RCVRFILE-OPEN                VALUE 'Y'.
002242     05  WS-AUDT-EOF-SW           PIC X(01) VALUE 'N'.
002244         88  WS-AUDT-EOF                     VALUE 'Y'.
002246     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
002248         88  WS-VERSION-FOUND                VALUE 'Y'.
002250     05  WS-GLRT-HELD-SW          PIC X(01) VALUE 'N'.
002252         88  WS-GLRT-HELD                    VALUE 'Y'.
002254*****************************************************************
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290     PERFORM 2000-PROCESS-RETURN THRU 2000-PROCESS-RETURN-EXIT
002300         UNTIL WS-RTN-EOF
002310     PERFORM 3000-PROCESS-CARD THRU 3000-PROCESS-CARD-EXIT
002320         UNTIL WS-RCVR-EOF
002330     PERFORM 9000-TERMINATE
002340     STOP RUN.
002350*****************************************************************
002360* 1000-INITIALIZE -- PICK UP THE RUN CARD AND ACCOUNTS, PRINT   *
002370* THE HEADING, AND OPEN THE FILES.  WITHOUT THE RECEIVABLE AND  *
002380* WRITE-OFF ACCOUNTS, THE STORE MASTER, OR THE OPEN-ITEMS FILE  *
002390* NOTHING CAN BE BOOKED, SO THE RUN IS ABANDONED BEFORE ANY     *
002400* ITEM IS TOUCHED.  A MISSING RETURN FILE OR CARD FILE ONLY     *
002410* MEANS THERE IS NOTHING OF THAT KIND TONIGHT.  RTOPFILE IS     *
002420* CREATED EMPTY ON THE FIRST EVER RUN.                          *
002430*****************************************************************
002440 1000-INITIALIZE.
002450     OPEN OUTPUT RTNLIST
002460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002470     ACCEPT WS-CURRENT-TIME FROM TIME
002480     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002490     PERFORM 7100-FORMAT-DATE
002500     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002510     MOVE 'BATCH   ' TO WS-OPERATOR-ID
002520     MOVE SPACES    TO WS-COMPANY-CODE
002530     MOVE SPACES    TO WS-GL-ACCOUNT
002540     OPEN INPUT CTLMFILE
002550     IF WS-CTLMFILE-STATUS = '00'
002560         PERFORM 1500-LOAD-SETTINGS
002570         CLOSE CTLMFILE
002580     ELSE
002590         DISPLAY 'CTLMFILE NOT PRESENT - STATUS '
002600             WS-CTLMFILE-STATUS
002610         OPEN INPUT PARMFILE
002620         IF WS-PARMFILE-STATUS = '00'
002630             READ PARMFILE
002640                 AT END
002650                     CONTINUE
002660                 NOT AT END
002661                     MOVE PARM-OPERATOR-ID    TO WS-OPERATOR-ID
002662                     MOVE PARM-COMPANY-CODE   TO WS-COMPANY-CODE
002663                     MOVE PARM-GL-ACCOUNT     TO WS-GL-ACCOUNT
002664             END-READ
002665             CLOSE PARMFILE
002666         END-IF
002667         PERFORM 1300-LOAD-GL-ACCOUNTS
002668     END-IF
002670     PERFORM 2100-WRITE-REPORT-HEADER
002680     IF WS-RECEIVABLE-ACCOUNT = SPACES
002690             OR WS-WRITEOFF-ACCOUNT = SPACES
002700         MOVE 'NO RI OR RW ACCOUNT ASSIGNED - RUN ABANDONED'
002710             TO ERR-MESSAGE
002720         PERFORM 3900-ABANDON-RUN
002730     END-IF
002740     IF WS-CHECK-ACCOUNT = SPACES
002750         MOVE WS-GL-ACCOUNT TO WS-CHECK-ACCOUNT
002760     END-IF
002770     IF WS-CHECK-ACCOUNT = SPACES
002780         MOVE 'NO CK OR DEFAULT GL ACCOUNT - RUN ABANDONED'
002790             TO ERR-MESSAGE
002800         PERFORM 3900-ABANDON-RUN
002810     END-IF
002820     OPEN INPUT STORFILE
002830     IF WS-STORFILE-STATUS NOT = '00'
002840         MOVE 'STORFILE WILL NOT OPEN - RUN ABANDONED'
002850             TO ERR-MESSAGE
002860         PERFORM 3900-ABANDON-RUN
002870     END-IF
002880     OPEN I-O RTOPFILE
002890     IF WS-RTOPFILE-STATUS = '35'
002900         OPEN OUTPUT RTOPFILE
002910         CLOSE RTOPFILE
002920         OPEN I-O RTOPFILE
002930     END-IF
002940     IF WS-RTOPFILE-STATUS NOT = '00'
002950         CLOSE STORFILE
002960         MOVE 'RTOPFILE WILL NOT OPEN - RUN ABANDONED'
002970             TO ERR-MESSAGE
002980         PERFORM 3900-ABANDON-RUN
002990     END-IF
003000     OPEN OUTPUT GLRTFILE
003010     PERFORM 1400-FIND-AUDIT-TAIL
003015     OPEN EXTEND AUDTFILE
003020     IF WS-AUDTFILE-STATUS NOT = '00'
003030         OPEN OUTPUT AUDTFILE
003040     END-IF
003050     PERFORM 1100-OPEN-INPUT-FILES.
003060*****************************************************************
003070* 1100-OPEN-INPUT-FILES -- OPEN THE BANK'S RETURN FILE AND THE  *
003080* RECOVERY CARDS AND PRIME BOTH READ LOOPS.  EITHER MAY BE      *
003090* ABSENT ON A NIGHT THERE IS NOTHING OF THAT KIND.              *
003100*****************************************************************
003110 1100-OPEN-INPUT-FILES.
003120     OPEN INPUT RTNFILE
003130     IF WS-RTNFILE-STATUS NOT = '00'
003140         DISPLAY 'RTNFILE NOT PRESENT - STATUS ' WS-RTNFILE-STATUS
003150         DISPLAY 'NO RETURNED CHECKS TAKEN IN THIS RUN'
003160         MOVE 'Y' TO WS-RTN-EOF-SW
003170     ELSE
003180         MOVE 'Y' TO WS-RTNFILE-OPEN-SW
003190         PERFORM 8000-READ-RTNFILE
003200     END-IF
003210     OPEN INPUT RCVRFILE
003220     IF WS-RCVRFILE-STATUS NOT = '00'
003230         DISPLAY 'RCVRFILE NOT PRESENT - STATUS '
003240             WS-RCVRFILE-STATUS
003250         DISPLAY 'NO RECOVERIES APPLIED IN THIS RUN'
003260         MOVE 'Y' TO WS-RCVR-EOF-SW
003270     ELSE
003280         MOVE 'Y' TO WS-RCVRFILE-OPEN-SW
003290         PERFORM 8100-READ-RCVRFILE
003300     END-IF.
003310*****************************************************************
003320* 1300-LOAD-GL-ACCOUNTS -- PICK UP THE CHECKS ACCOUNT AND THE   *
003330* RETURNED-CHECK RECEIVABLE AND WRITE-OFF ACCOUNTS FROM         *
003340* GLAFILE.                                                      *
003350*****************************************************************
003360 1300-LOAD-GL-ACCOUNTS.
003370     MOVE SPACES TO WS-CHECK-ACCOUNT
003380     MOVE SPACES TO WS-RECEIVABLE-ACCOUNT
003390     MOVE SPACES TO WS-WRITEOFF-ACCOUNT
003400     OPEN INPUT GLAFILE
003410     IF WS-GLAFILE-STATUS NOT = '00'
003420         DISPLAY 'GLAFILE NOT PRESENT - STATUS ' WS-GLAFILE-STATUS
003430     ELSE
003440         MOVE 'N' TO WS-GLA-EOF-SW
003450         PERFORM 1310-LOAD-ONE-GLA-RECORD
003460             UNTIL WS-GLA-EOF
003470         CLOSE GLAFILE
003480     END-IF.
003490*****************************************************************
003500* 1310-LOAD-ONE-GLA-RECORD -- PICK UP ONE ACCOUNT ASSIGNMENT.   *
003510* THE CASH, CREDIT SLIP, AND FEE CARDS ARE NOT NEEDED HERE.     *
003520*****************************************************************
003530 1310-LOAD-ONE-GLA-RECORD.
003540     READ GLAFILE
003550         AT END
003560             MOVE 'Y' TO WS-GLA-EOF-SW
003570         NOT AT END
003580             IF GLA-CHECKS
003590                 MOVE GLA-ACCOUNT TO WS-CHECK-ACCOUNT
003600             ELSE
003610             IF GLA-RETURNED-ITEMS
003620                 MOVE GLA-ACCOUNT TO WS-RECEIVABLE-ACCOUNT
003630             ELSE
003640             IF GLA-RETURNED-WRITEOFF
003650                 MOVE GLA-ACCOUNT TO WS-WRITEOFF-ACCOUNT
003660             END-IF
003670             END-IF
003680             END-IF
003690     END-READ.
003700*****************************************************************
003701* 1400-FIND-AUDIT-TAIL -- READ THE AUDIT TRAIL THROUGH TO PICK  *
003702* UP THE LAST SEQUENCE NUMBER AND CHECK VALUE ON IT, SO THIS    *
003703* RUN'S RECORDS CONTINUE THE CHAIN.  NO TRAIL YET STARTS IT.    *
003704*****************************************************************
003705 1400-FIND-AUDIT-TAIL.
003706     OPEN INPUT AUDTFILE
003707     IF WS-AUDTFILE-STATUS = '00'
003708         PERFORM 1410-READ-AUDIT-TAIL
003709             UNTIL WS-AUDT-EOF
003710         CLOSE AUDTFILE
003711     END-IF.
003712*****************************************************************
003713* 1410-READ-AUDIT-TAIL -- NOTE THE SEQUENCE NUMBER AND CHECK    *
003714* VALUE OF ONE AUDIT RECORD.  A RECORD FROM BEFORE THE TRAIL    *
003715* WAS CHAINED READS BLANK THERE AND IS PASSED OVER.             *
003716*****************************************************************
003717 1410-READ-AUDIT-TAIL.
003718     READ AUDTFILE
003719         AT END
003720             MOVE 'Y' TO WS-AUDT-EOF-SW
003721         NOT AT END
003722             IF AUDT-SEQ-NO IS NUMERIC
003723                     AND AUDT-CHAIN-VALUE IS NUMERIC
003724                 MOVE AUDT-SEQ-NO      TO WS-CHAIN-SEQ
003725                 MOVE AUDT-CHAIN-VALUE TO WS-CHAIN-VALUE
003726             END-IF
003727     END-READ.
003728*****************************************************************
003729* 1500-LOAD-SETTINGS -- PICK UP THE OPERATOR, COMPANY, AND      *
003730* DEFAULT GL ACCOUNT FROM THE RUN CARD AND THE CHECKS,          *
003731* RECEIVABLE, AND WRITE-OFF ACCOUNTS FROM THE VERSIONS ON THE   *
003732* SETTINGS MASTER IN EFFECT ON THE RUN DATE.  A SETTING WITH NO *
003733* VERSION IN EFFECT KEEPS ITS DEFAULT.                          *
003734*****************************************************************
003735 1500-LOAD-SETTINGS.
003736     MOVE SPACES TO WS-CHECK-ACCOUNT
003737     MOVE SPACES TO WS-RECEIVABLE-ACCOUNT
003738     MOVE SPACES TO WS-WRITEOFF-ACCOUNT
003739     MOVE 'RC' TO WS-SETTING
003740     PERFORM 1510-FIND-SETTING-VERSION
003741     IF WS-VERSION-FOUND
003742         MOVE CTLM-VER-OPERATOR-ID (WS-VERSION-HIT)
003743             TO WS-OPERATOR-ID
003744         MOVE CTLM-VER-COMPANY-CODE (WS-VERSION-HIT)
003745             TO WS-COMPANY-CODE
003746         MOVE CTLM-VER-GL-ACCOUNT (WS-VERSION-HIT)
003747             TO WS-GL-ACCOUNT
003748     END-IF
003749     MOVE 'CK' TO WS-SETTING
003750     PERFORM 1510-FIND-SETTING-VERSION
003751     IF WS-VERSION-FOUND
003752         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
003753             TO WS-CHECK-ACCOUNT
003754     END-IF
003755     MOVE 'RI' TO WS-SETTING
003756     PERFORM 1510-FIND-SETTING-VERSION
003757     IF WS-VERSION-FOUND
003758         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
003759             TO WS-RECEIVABLE-ACCOUNT
003760     END-IF
003761     MOVE 'RW' TO WS-SETTING
003762     PERFORM 1510-FIND-SETTING-VERSION
003763     IF WS-VERSION-FOUND
003764         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
003765             TO WS-WRITEOFF-ACCOUNT
003766     END-IF.
003767*****************************************************************
003768* 1510-FIND-SETTING-VERSION -- READ THE SETTING IN WS-SETTING   *
003769* AND NOTE IN WS-VERSION-HIT THE FIRST VERSION NOT DATED AFTER  *
003770* THE RUN DATE - THE HISTORY RUNS LATEST DATE FIRST, SO THAT IS *
003771* THE VERSION IN EFFECT TODAY.                                  *
003772*****************************************************************
003773 1510-FIND-SETTING-VERSION.
003774     MOVE 'N' TO WS-VERSION-FOUND-SW
003775     MOVE WS-SETTING TO CTLM-SETTING
003776     READ CTLMFILE
003777         INVALID KEY
003778             CONTINUE
003779         NOT INVALID KEY
003780             PERFORM 1520-TEST-ONE-VERSION
003781                 VARYING WS-VERSION-SUB FROM 1 BY 1
003782                 UNTIL WS-VERSION-SUB > CTLM-VERSION-COUNT
003783                    OR WS-VERSION-FOUND
003784     END-READ.
003785*****************************************************************
003786* 1520-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY WHEN IT WAS   *
003787* ALREADY IN EFFECT ON THE RUN DATE.                            *
003788*****************************************************************
003789 1520-TEST-ONE-VERSION.
003790     IF CTLM-VER-EFF-DATE (WS-VERSION-SUB) NOT > WS-CURRENT-DATE
003791         MOVE 'Y' TO WS-VERSION-FOUND-SW
003792         MOVE WS-VERSION-SUB TO WS-VERSION-HIT
003793     END-IF.
003794*****************************************************************
003795* 2000-PROCESS-RETURN -- EDIT ONE RETURNED ITEM FROM THE BANK   *
003796* AND OPEN IT.  THE SLIP MUST NAME A BUSINESS DATE AND A STORE  *
003797* ON THE STORE MASTER, THE AMOUNT MUST BE POSITIVE, AND THE     *
003798* ITEM MUST NOT ALREADY BE OPEN - A RETURN FILE SENT TWICE IS   *
003799* NOT BOOKED TWICE.  A ZERO OR NON-NUMERIC RETURN DATE TAKES    *
003800* THE RUN DATE.                                                 *
003801*****************************************************************
003802 2000-PROCESS-RETURN.
003803     ADD 1 TO WS-RTN-READ-COUNT
003804     IF RTN-RETURN-DATE IS NUMERIC
003810             AND RTN-RETURN-DATE NOT = ZEROES
003820         MOVE RTN-RETURN-DATE TO WS-RETURN-DATE
003830     ELSE
003840         MOVE WS-CURRENT-DATE TO WS-RETURN-DATE
003850     END-IF
003860     PERFORM 4000-SET-RETURN-LINE
003870     IF RTN-ITEM-REF = SPACES
003880         MOVE 'ITEM REFERENCE IS BLANK - ITEM REJECTED'
003890             TO ERR-MESSAGE
003900         PERFORM 2050-REJECT-RETURN
003910         GO TO 2000-PROCESS-RETURN-EXIT
003920     END-IF
003930     IF RTN-SLIP-DATE IS NOT NUMERIC OR RTN-SLIP-DATE = ZEROES
003940         MOVE 'SLIP DATE IS NOT A VALID DATE - ITEM REJECTED'
003950             TO ERR-MESSAGE
003960         PERFORM 2050-REJECT-RETURN
003970         GO TO 2000-PROCESS-RETURN-EXIT
003980     END-IF
003990     IF RTN-SLIP-DATE > WS-RETURN-DATE
004000         MOVE 'RETURN DATE BEFORE THE DEPOSIT - ITEM REJECTED'
004010             TO ERR-MESSAGE
004020         PERFORM 2050-REJECT-RETURN
004030         GO TO 2000-PROCESS-RETURN-EXIT
004040     END-IF
004050     IF RTN-AMOUNT IS NOT NUMERIC OR RTN-AMOUNT NOT > ZEROES
004060         MOVE 'AMOUNT IS NOT A POSITIVE NUMBER - ITEM REJECTED'
004070             TO ERR-MESSAGE
004080         PERFORM 2050-REJECT-RETURN
004090         GO TO 2000-PROCESS-RETURN-EXIT
004100     END-IF
004110     MOVE RTN-SLIP-STORE TO STOR-STORE-NO
004120     READ STORFILE
004130         INVALID KEY
004140             MOVE 'SLIP STORE NOT ON STORE MASTER - ITEM REJECTED'
004150                 TO ERR-MESSAGE
004160             PERFORM 2050-REJECT-RETURN
004170             GO TO 2000-PROCESS-RETURN-EXIT
004180     END-READ
004190     MOVE RTN-SLIP-STORE TO RTOP-STORE-NO
004200     MOVE RTN-ITEM-REF   TO RTOP-ITEM-REF
004210     READ RTOPFILE
004220         INVALID KEY
004230             CONTINUE
004240         NOT INVALID KEY
004250             MOVE 'ITEM ALREADY OPEN ON RTOPFILE - ITEM REJECTED'
004260                 TO ERR-MESSAGE
004270             PERFORM 2050-REJECT-RETURN
004280             GO TO 2000-PROCESS-RETURN-EXIT
004290     END-READ
004300     PERFORM 2200-OPEN-RETURNED-ITEM
004310         THRU 2200-OPEN-RETURNED-ITEM-EXIT.
004320 2000-PROCESS-RETURN-EXIT.
004330     PERFORM 8000-READ-RTNFILE.
004340*****************************************************************
004350* 2050-REJECT-RETURN -- PRINT A RETURN THAT FAILED AN EDIT,     *
004360* WITH THE REJECT MESSAGE IN ERR-MESSAGE BENEATH IT.            *
004370*****************************************************************
004380 2050-REJECT-RETURN.
004390     MOVE 'REJECTED' TO DTL-RESULT
004400     PERFORM 4900-WRITE-DETAIL-LINE
004410     PERFORM 3950-PRINT-ERROR-LINE.
004420*****************************************************************
004430* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
004440*****************************************************************
004450 2100-WRITE-REPORT-HEADER.
004460     ADD 1 TO WS-PAGE-NO
004470     MOVE WS-PAGE-NO TO HDR-PAGE-NO
004480     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
004490     WRITE RTNL-RECORD FROM WS-RPT-HDR1-LINE
004500         AFTER ADVANCING PAGE
004510     WRITE RTNL-RECORD FROM WS-RPT-HDR2-LINE
004520         AFTER ADVANCING 1 LINE
004530     WRITE RTNL-RECORD FROM WS-RPT-HDR3-LINE
004540         AFTER ADVANCING 2 LINES
004550     MOVE ZEROES TO WS-LINE-CTR.
004560*****************************************************************
004570* 2200-OPEN-RETURNED-ITEM -- ADD THE EDITED RETURN TO RTOPFILE, *
004580* MOVE IT FROM THE CHECKS ACCOUNT TO THE RECEIVABLE UNDER THE   *
004590* RETURN DATE, AND APPEND THE 'K' AUDIT RECORD.                 *
004600*****************************************************************
004610 2200-OPEN-RETURNED-ITEM.
004620     MOVE RTN-SLIP-STORE  TO WS-ITEM-STORE
004630     MOVE RTN-ITEM-REF    TO WS-ITEM-REF
004640     MOVE RTN-SLIP-NO     TO WS-SLIP-NO
004650     MOVE RTN-SLIP-STORE  TO RTOP-STORE-NO
004660     MOVE RTN-ITEM-REF    TO RTOP-ITEM-REF
004670     MOVE RTN-SLIP-NO     TO RTOP-SLIP-NO
004680     MOVE RTN-CHECK-NO    TO RTOP-CHECK-NO
004690     MOVE WS-RETURN-DATE  TO RTOP-RETURN-DATE
004700     MOVE RTN-REASON      TO RTOP-REASON
004710     MOVE RTN-AMOUNT      TO RTOP-AMOUNT
004720     MOVE ZEROES          TO RTOP-RECOVERED
004730     MOVE WS-RETURN-DATE  TO RTOP-LAST-ACTIVITY
004740     WRITE RTOP-RECORD
004750         INVALID KEY
004760             MOVE 'OPEN-ITEMS WRITE FAILED - ITEM REJECTED'
004770                 TO ERR-MESSAGE
004780             PERFORM 2050-REJECT-RETURN
004790             GO TO 2200-OPEN-RETURNED-ITEM-EXIT
004800     END-WRITE
004810     MOVE WS-RECEIVABLE-ACCOUNT TO WS-GLRT-DR-ACCOUNT
004820     MOVE WS-CHECK-ACCOUNT      TO WS-GLRT-CR-ACCOUNT
004830     MOVE RTN-AMOUNT            TO WS-EVENT-AMT
004840     MOVE WS-RETURN-DATE        TO WS-GLRT-DATE
004850     PERFORM 5000-WRITE-GL-PAIR
004860     PERFORM 6000-CLEAR-AUDIT-RECORD
004870     MOVE 'K' TO AUDT-STATUS
004880     MULTIPLY RTN-AMOUNT BY -1 GIVING AUDT-CHECK-AMT
004890     MULTIPLY RTN-AMOUNT BY -1 GIVING AUDT-TOTAL
004900     MOVE 'RETURNED CHECK' TO AUDT-MESSAGE
004910     MOVE WS-ITEM-REF TO AUDT-MESSAGE(16:12)
004920     PERFORM 6100-CHAIN-AUDIT-RECORD
004925     WRITE AUDT-RECORD
004930     MOVE 'OPENED' TO DTL-RESULT
004940     PERFORM 4900-WRITE-DETAIL-LINE
004950     ADD 1 TO WS-OPENED-COUNT.
004960 2200-OPEN-RETURNED-ITEM-EXIT.
004970     EXIT.
004980*****************************************************************
004990* 3000-PROCESS-CARD -- APPLY ONE RECOVERY OR WRITE-OFF CARD TO  *
005000* ITS OPEN ITEM.  A CARD THAT FAILS AN EDIT IS LISTED WITH AN   *
005010* ERROR MESSAGE AND CHANGES NOTHING.                            *
005020*****************************************************************
005030 3000-PROCESS-CARD.
005040     ADD 1 TO WS-RCVR-READ-COUNT
005050     PERFORM 3300-RESOLVE-EFFECTIVE-DATE
005060     MOVE RCVR-STORE-NO TO RTOP-STORE-NO
005070     MOVE RCVR-ITEM-REF TO RTOP-ITEM-REF
005080     READ RTOPFILE
005090         INVALID KEY
005100             PERFORM 4100-PRINT-CARD-LINE
005110             MOVE 'ITEM IS NOT OPEN ON RTOPFILE - CARD REJECTED'
005120                 TO ERR-MESSAGE
005130             PERFORM 3950-PRINT-ERROR-LINE
005140             GO TO 3000-PROCESS-CARD-EXIT
005150     END-READ
005160     SUBTRACT RTOP-RECOVERED FROM RTOP-AMOUNT GIVING WS-BALANCE
005170     MOVE RTOP-STORE-NO TO WS-ITEM-STORE
005180     MOVE RTOP-ITEM-REF TO WS-ITEM-REF
005190     MOVE RTOP-SLIP-NO  TO WS-SLIP-NO
005200     PERFORM 4200-SET-ITEM-LINE
005210     IF NOT RCVR-RECOVERY AND NOT RCVR-WRITE-OFF
005220         MOVE 'FUNCTION IS NOT R OR W - CARD REJECTED'
005230             TO ERR-MESSAGE
005240         PERFORM 3050-REJECT-CARD
005250         GO TO 3000-PROCESS-CARD-EXIT
005260     END-IF
005270     IF WS-EFFECTIVE-DATE < RTOP-RETURN-DATE
005280         MOVE 'EFFECTIVE DATE BEFORE THE RETURN - CARD REJECTED'
005290             TO ERR-MESSAGE
005300         PERFORM 3050-REJECT-CARD
005310         GO TO 3000-PROCESS-CARD-EXIT
005320     END-IF
005330     IF RCVR-RECOVERY
005340         PERFORM 3100-APPLY-RECOVERY
005350             THRU 3100-APPLY-RECOVERY-EXIT
005360     ELSE
005370         PERFORM 3200-APPLY-WRITE-OFF
005380             THRU 3200-APPLY-WRITE-OFF-EXIT
005390     END-IF.
005400 3000-PROCESS-CARD-EXIT.
005410     PERFORM 8100-READ-RCVRFILE.
005420*****************************************************************
005430* 3050-REJECT-CARD -- PRINT A CARD THAT FAILED AN EDIT AGAINST  *
005440* ITS OPEN ITEM, WITH THE BALANCE UNCHANGED AND THE REJECT      *
005450* MESSAGE IN ERR-MESSAGE BENEATH IT.                            *
005460*****************************************************************
005470 3050-REJECT-CARD.
005480     MOVE 'REJECTED' TO DTL-RESULT
005490     PERFORM 4900-WRITE-DETAIL-LINE
005500     PERFORM 3950-PRINT-ERROR-LINE.
005510*****************************************************************
005520* 3100-APPLY-RECOVERY -- POST MONEY COLLECTED AGAINST THE ITEM. *
005530* THE AMOUNT IS REQUIRED AND MAY NOT EXCEED THE BALANCE.  IT    *
005540* MOVES BACK OUT OF THE RECEIVABLE INTO THE CHECKS ACCOUNT      *
005550* UNDER THE EFFECTIVE DATE, AND THE ITEM IS DELETED WHEN        *
005560* NOTHING IS LEFT OPEN.                                         *
005570*****************************************************************
005580 3100-APPLY-RECOVERY.
005590     IF RCVR-AMOUNT-X IS NOT NUMERIC OR RCVR-AMOUNT = ZEROES
005600         MOVE 'RECOVERY AMOUNT IS REQUIRED - CARD REJECTED'
005610             TO ERR-MESSAGE
005620         PERFORM 3050-REJECT-CARD
005630         GO TO 3100-APPLY-RECOVERY-EXIT
005640     END-IF
005650     IF RCVR-AMOUNT > WS-BALANCE
005660         MOVE 'RECOVERY EXCEEDS THE OPEN BALANCE - CARD REJECTED'
005670             TO ERR-MESSAGE
005680         PERFORM 3050-REJECT-CARD
005690         GO TO 3100-APPLY-RECOVERY-EXIT
005700     END-IF
005710     MOVE RCVR-AMOUNT TO WS-EVENT-AMT
005720     SUBTRACT WS-EVENT-AMT FROM WS-BALANCE
005730     IF WS-BALANCE = ZEROES
005740         DELETE RTOPFILE
005750             INVALID KEY
005760                 MOVE 'OPEN-ITEMS DELETE FAILED - CARD REJECTED'
005770                     TO ERR-MESSAGE
005780                 PERFORM 3050-REJECT-CARD
005790                 GO TO 3100-APPLY-RECOVERY-EXIT
005800         END-DELETE
005810         MOVE 'CLEARED' TO DTL-RESULT
005820         ADD 1 TO WS-CLEARED-COUNT
005830     ELSE
005840         ADD WS-EVENT-AMT TO RTOP-RECOVERED
005850         MOVE WS-EFFECTIVE-DATE TO RTOP-LAST-ACTIVITY
005860         REWRITE RTOP-RECORD
005870             INVALID KEY
005880                 MOVE 'OPEN-ITEMS REWRITE FAILED - CARD REJECTED'
005890                     TO ERR-MESSAGE
005900                 PERFORM 3050-REJECT-CARD
005910                 GO TO 3100-APPLY-RECOVERY-EXIT
005920         END-REWRITE
005930         MOVE 'PART RECOVERED' TO DTL-RESULT
005940     END-IF
005950     MOVE WS-BALANCE TO DTL-BALANCE
005960     MOVE WS-CHECK-ACCOUNT      TO WS-GLRT-DR-ACCOUNT
005970     MOVE WS-RECEIVABLE-ACCOUNT TO WS-GLRT-CR-ACCOUNT
005980     MOVE WS-EFFECTIVE-DATE     TO WS-GLRT-DATE
005990     PERFORM 5000-WRITE-GL-PAIR
006000     PERFORM 6000-CLEAR-AUDIT-RECORD
006010     MOVE 'Y' TO AUDT-STATUS
006020     MOVE WS-EVENT-AMT TO AUDT-CHECK-AMT
006030     MOVE WS-EVENT-AMT TO AUDT-TOTAL
006040     MOVE 'RECOVERED' TO AUDT-MESSAGE
006050     MOVE WS-ITEM-REF TO AUDT-MESSAGE(16:12)
006060     PERFORM 6100-CHAIN-AUDIT-RECORD
006065     WRITE AUDT-RECORD
006070     PERFORM 4900-WRITE-DETAIL-LINE
006080     ADD 1 TO WS-RECOVERED-COUNT.
006090 3100-APPLY-RECOVERY-EXIT.
006100     EXIT.
006110*****************************************************************
006120* 3200-APPLY-WRITE-OFF -- WRITE THE REST OF THE ITEM OFF.  AN   *
006130* AMOUNT KEYED ON THE CARD MUST MATCH THE BALANCE ON FILE, SO A *
006140* PAYMENT POSTED SINCE THE CARD WAS WRITTEN IS NOT WRITTEN OFF  *
006150* TWICE.  THE BALANCE MOVES OUT OF THE RECEIVABLE INTO THE      *
006160* WRITE-OFF ACCOUNT UNDER THE EFFECTIVE DATE AND THE ITEM IS    *
006170* DELETED.                                                      *
006180*****************************************************************
006190 3200-APPLY-WRITE-OFF.
006200     IF RCVR-AMOUNT-X NOT = SPACES
006210         IF RCVR-AMOUNT-X IS NOT NUMERIC
006220                 OR RCVR-AMOUNT NOT = WS-BALANCE
006230             MOVE 'AMOUNT IS NOT THE BALANCE - CARD REJECTED'
006240                 TO ERR-MESSAGE
006250             PERFORM 3050-REJECT-CARD
006260             GO TO 3200-APPLY-WRITE-OFF-EXIT
006270         END-IF
006280     END-IF
006290     MOVE WS-BALANCE TO WS-EVENT-AMT
006300     DELETE RTOPFILE
006310         INVALID KEY
006320             MOVE 'OPEN-ITEMS DELETE FAILED - CARD REJECTED'
006330                 TO ERR-MESSAGE
006340             PERFORM 3050-REJECT-CARD
006350             GO TO 3200-APPLY-WRITE-OFF-EXIT
006360     END-DELETE
006370     MOVE WS-WRITEOFF-ACCOUNT   TO WS-GLRT-DR-ACCOUNT
006380     MOVE WS-RECEIVABLE-ACCOUNT TO WS-GLRT-CR-ACCOUNT
006390     MOVE WS-EFFECTIVE-DATE     TO WS-GLRT-DATE
006400     PERFORM 5000-WRITE-GL-PAIR
006410     PERFORM 6000-CLEAR-AUDIT-RECORD
006420     MOVE 'W' TO AUDT-STATUS
006430     MOVE WS-EVENT-AMT TO AUDT-TOTAL
006440     MOVE 'WRITTEN OFF' TO AUDT-MESSAGE
006450     MOVE WS-ITEM-REF TO AUDT-MESSAGE(16:12)
006460     PERFORM 6100-CHAIN-AUDIT-RECORD
006465     WRITE AUDT-RECORD
006470     MOVE ZEROES TO DTL-BALANCE
006480     MOVE 'WRITTEN OFF' TO DTL-RESULT
006490     PERFORM 4900-WRITE-DETAIL-LINE
006500     ADD 1 TO WS-WRITEOFF-COUNT.
006510 3200-APPLY-WRITE-OFF-EXIT.
006520     EXIT.
006530*****************************************************************
006540* 3300-RESOLVE-EFFECTIVE-DATE -- A CARD MAY CARRY THE DATE THE  *
006550* MONEY CAME IN OR THE ITEM WAS WRITTEN OFF; A BLANK OR ZERO    *
006560* DATE TAKES THE RUN DATE.                                      *
006570*****************************************************************
006580 3300-RESOLVE-EFFECTIVE-DATE.
006590     MOVE RCVR-EFF-DATE TO WS-EFF-DATE-X
006600     IF WS-EFF-DATE-X IS NUMERIC AND WS-EFF-DATE-9 NOT = ZEROES
006610         MOVE WS-EFF-DATE-9 TO WS-EFFECTIVE-DATE
006620     ELSE
006630         MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
006640     END-IF.
006650*****************************************************************
006660* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
006670* CURRENT PAGE IS FULL.                                         *
006680*****************************************************************
006690 3500-CHECK-PAGE-BREAK.
006700     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
006710         PERFORM 2100-WRITE-REPORT-HEADER
006720     END-IF.
006730*****************************************************************
006740* 3900-ABANDON-RUN -- PRINT THE ERROR AND END THE RUN WITHOUT   *
006750* TOUCHING ANYTHING.                                            *
006760*****************************************************************
006770 3900-ABANDON-RUN.
006780     WRITE RTNL-RECORD FROM WS-RPT-ERR-LINE
006790         AFTER ADVANCING 2 LINES
006800     DISPLAY '153U TERMINATING - ' ERR-MESSAGE
006810     CLOSE RTNLIST
006820     MOVE 16 TO RETURN-CODE
006830     STOP RUN.
006840*****************************************************************
006850* 3950-PRINT-ERROR-LINE -- PRINT THE REJECT MESSAGE FOR A       *
006860* RETURN OR CARD THAT CHANGED NOTHING AND COUNT THE REJECT.     *
006870*****************************************************************
006880 3950-PRINT-ERROR-LINE.
006890     PERFORM 3500-CHECK-PAGE-BREAK
006900     WRITE RTNL-RECORD FROM WS-RPT-ERR-LINE
006910         AFTER ADVANCING 1 LINE
006920     ADD 1 TO WS-LINE-CTR
006930     ADD 1 TO WS-REJECT-COUNT.
006940*****************************************************************
006950* 4000-SET-RETURN-LINE -- SET UP THE DETAIL LINE FOR A RETURN   *
006960* FROM THE BANK'S RECORD.  IT IS PRINTED WITH ITS RESULT ONCE   *
006970* THE RETURN IS OPENED OR REJECTED.                             *
006980*****************************************************************
006990 4000-SET-RETURN-LINE.
007000     MOVE RTN-SLIP-STORE TO DTL-STORE-NO
007010     MOVE RTN-ITEM-REF   TO DTL-ITEM-REF
007020     IF RTN-SLIP-DATE IS NUMERIC
007030         MOVE RTN-SLIP-DATE TO WS-WORK-DATE
007040         PERFORM 7100-FORMAT-DATE
007050         MOVE WS-WORK-DATE-FMT TO DTL-SLIP-DATE
007060     ELSE
007070         MOVE RTN-SLIP-DATE TO DTL-SLIP-DATE
007080     END-IF
007090     MOVE RTN-CHECK-NO   TO DTL-CHECK-NO
007100     MOVE 'RETURNED  '   TO DTL-ACTION
007110     MOVE WS-RETURN-DATE TO WS-WORK-DATE
007120     PERFORM 7100-FORMAT-DATE
007130     MOVE WS-WORK-DATE-FMT TO DTL-EFF-DATE
007140     IF RTN-AMOUNT IS NUMERIC
007150         MOVE RTN-AMOUNT TO DTL-AMOUNT
007160         MOVE RTN-AMOUNT TO DTL-BALANCE
007170     ELSE
007180         MOVE SPACES TO DTL-AMOUNT-X
007190         MOVE SPACES TO DTL-BALANCE-X
007200     END-IF.
007210*****************************************************************
007220* 4100-PRINT-CARD-LINE -- PRINT A CARD THAT NAMES NO OPEN ITEM, *
007230* FROM THE CARD ALONE.                                          *
007240*****************************************************************
007250 4100-PRINT-CARD-LINE.
007260     MOVE RCVR-STORE-NO TO DTL-STORE-NO
007270     MOVE RCVR-ITEM-REF TO DTL-ITEM-REF
007280     MOVE SPACES        TO DTL-SLIP-DATE
007290     MOVE SPACES        TO DTL-CHECK-NO
007300     PERFORM 4150-SET-CARD-FIELDS
007310     MOVE SPACES        TO DTL-BALANCE-X
007320     MOVE 'REJECTED'    TO DTL-RESULT
007330     PERFORM 4900-WRITE-DETAIL-LINE.
007340*****************************************************************
007350* 4150-SET-CARD-FIELDS -- THE ACTION, EFFECTIVE DATE, AND       *
007360* AMOUNT COLUMNS FOR A RECOVERY OR WRITE-OFF CARD.              *
007370*****************************************************************
007380 4150-SET-CARD-FIELDS.
007390     IF RCVR-RECOVERY
007400         MOVE 'RECOVERY  ' TO DTL-ACTION
007410     ELSE
007420     IF RCVR-WRITE-OFF
007430         MOVE 'WRITE-OFF ' TO DTL-ACTION
007440     ELSE
007450         MOVE RCVR-FUNCTION TO DTL-ACTION
007460     END-IF
007470     END-IF
007480     MOVE WS-EFFECTIVE-DATE TO WS-WORK-DATE
007490     PERFORM 7100-FORMAT-DATE
007500     MOVE WS-WORK-DATE-FMT TO DTL-EFF-DATE
007510     IF RCVR-AMOUNT-X IS NUMERIC
007520         MOVE RCVR-AMOUNT TO DTL-AMOUNT
007530     ELSE
007540         MOVE SPACES TO DTL-AMOUNT-X
007550     END-IF.
007560*****************************************************************
007570* 4200-SET-ITEM-LINE -- SET UP THE DETAIL LINE FOR A CARD FROM  *
007580* ITS OPEN ITEM, WITH THE BALANCE AS IT STANDS BEFORE THE CARD. *
007590*****************************************************************
007600 4200-SET-ITEM-LINE.
007610     MOVE WS-ITEM-STORE TO DTL-STORE-NO
007620     MOVE WS-ITEM-REF   TO DTL-ITEM-REF
007630     MOVE WS-SLIP-DATE  TO WS-WORK-DATE
007640     PERFORM 7100-FORMAT-DATE
007650     MOVE WS-WORK-DATE-FMT TO DTL-SLIP-DATE
007660     MOVE RTOP-CHECK-NO TO DTL-CHECK-NO
007670     PERFORM 4150-SET-CARD-FIELDS
007680     MOVE WS-BALANCE    TO DTL-BALANCE.
007690*****************************************************************
007700* 4900-WRITE-DETAIL-LINE -- PRINT THE DETAIL LINE AS SET UP.    *
007710*****************************************************************
007720 4900-WRITE-DETAIL-LINE.
007730     PERFORM 3500-CHECK-PAGE-BREAK
007740     WRITE RTNL-RECORD FROM WS-RPT-DTL-LINE
007750         AFTER ADVANCING 1 LINE
007760     ADD 1 TO WS-LINE-CTR.
007770*****************************************************************
007780* 5000-WRITE-GL-PAIR -- BOOK THE EVENT AMOUNT TO THE DEBIT      *
007790* ACCOUNT AND THE SAME AMOUNT OUT OF THE CREDIT ACCOUNT, UNDER  *
007800* THE ITEM'S STORE AND THE DATE IN WS-GLRT-DATE, AS ONE         *
007810* JOURNAL.  THE JOURNAL IS FOLDED INTO THE FILE TOTALS AND      *
007820* COUNTED OUT OF BALANCE IF ITS DEBITS AND CREDITS DIFFER.      *
007830*****************************************************************
007840 5000-WRITE-GL-PAIR.
007850     MOVE WS-CURRENT-DATE TO WS-JRNL-DATE
007860     ADD 1 TO WS-JRNL-SEQ
007870     MOVE ZEROES TO WS-JRNL-LINE-NO
007880     MOVE ZEROES TO WS-JRNL-DEBIT
007890     MOVE ZEROES TO WS-JRNL-CREDIT
007900     MOVE WS-GLRT-DR-ACCOUNT TO WS-GLRT-ACCOUNT
007910     MOVE WS-EVENT-AMT TO WS-GLRT-AMT
007920     PERFORM 5100-WRITE-GLRT-LINE
007930     MOVE WS-GLRT-CR-ACCOUNT TO WS-GLRT-ACCOUNT
007940     MULTIPLY WS-EVENT-AMT BY -1 GIVING WS-GLRT-AMT
007950     PERFORM 5100-WRITE-GLRT-LINE
007960     ADD 1 TO WS-JRNL-COUNT
007970     ADD WS-JRNL-DEBIT  TO WS-JRNL-DEBIT-TOTAL
007980     ADD WS-JRNL-CREDIT TO WS-JRNL-CREDIT-TOTAL
007990     IF WS-JRNL-DEBIT NOT = WS-JRNL-CREDIT
007991         ADD 1 TO WS-JRNL-UNBAL-COUNT
007992         DISPLAY 'GL JOURNAL ' WS-JRNL-NO ' IS OUT OF BALANCE'
007993     END-IF.
007994*****************************************************************
007995* 5100-WRITE-GLRT-LINE -- NUMBER AND WRITE ONE LINE OF THE      *
007996* RETURNED-CHECK JOURNAL.  A POSITIVE AMOUNT IS A DEBIT AND A   *
007997* NEGATIVE ONE A CREDIT.                                        *
007998*****************************************************************
007999 5100-WRITE-GLRT-LINE.
008000     ADD 1 TO WS-JRNL-LINE-NO
008001     MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE
008002     MOVE WS-GLRT-ACCOUNT TO GL-ACCOUNT
008003     MOVE WS-ITEM-STORE   TO GL-STORE-NO
008004     MOVE WS-GLRT-AMT     TO GL-AMOUNT
008005     MOVE WS-GLRT-DATE    TO GL-BUSINESS-DATE
008006     MOVE WS-JRNL-NO      TO GL-JOURNAL-NO
008007     MOVE WS-JRNL-LINE-NO TO GL-LINE-NO
008008     MOVE 'P'             TO GL-REC-TYPE
008009     IF WS-GLRT-AMT < ZEROES
008010         MOVE 'C' TO GL-DR-CR
008011         SUBTRACT WS-GLRT-AMT FROM WS-JRNL-CREDIT
008012     ELSE
008013         MOVE 'D' TO GL-DR-CR
008014         ADD WS-GLRT-AMT TO WS-JRNL-DEBIT
008015     END-IF
008016     WRITE GL-RECORD
008017     ADD 1 TO WS-GLRT-LINE-COUNT.
008018*****************************************************************
008019* 6000-CLEAR-AUDIT-RECORD -- COMMON FIELDS FOR A RETURNED-CHECK *
008020* AUDIT RECORD, UNDER THE BUSINESS DATE AND STORE OF THE        *
008030* DEPOSIT THE CHECK WENT OUT ON.  NO REGISTER OR CASHIER IS     *
008040* NAMED - THE SLIP COVERS THE WHOLE STORE'S DEPOSIT.            *
008050*****************************************************************
008060 6000-CLEAR-AUDIT-RECORD.
008070     MOVE WS-SLIP-DATE    TO AUDT-RUN-DATE
008080     MOVE WS-CURRENT-TIME TO AUDT-RUN-TIME
008090     MOVE WS-OPERATOR-ID  TO AUDT-OPERATOR-ID
008100     MOVE SPACES          TO AUDT-REG-NO
008110     MOVE WS-ITEM-STORE   TO AUDT-STORE-NO
008120     MOVE SPACES          TO AUDT-CASHIER-ID
008130     MOVE SPACES TO AUDT-AMT-A-RAW
008140     MOVE SPACES TO AUDT-AMT-B-RAW
008150     MOVE ZEROES TO AUDT-AMT-A AUDT-AMT-B AUDT-TOTAL
008160     MOVE 'N'    TO AUDT-EXPS-FLAG
008170     MOVE ZEROES TO AUDT-OVER-SHORT
008180     MOVE SPACE  TO AUDT-SUSP-FLAG
008190     MOVE 'N'    TO AUDT-DENOM-FLAG
008200     MOVE ZEROES TO AUDT-CURRENCY-AMT
008210     MOVE ZEROES TO AUDT-COIN-AMT
008220     MOVE ZEROES TO AUDT-CHECK-AMT
008230     MOVE ZEROES TO AUDT-CREDIT-AMT
008240     MOVE ZEROES TO AUDT-RERUN-CYCLE
008250     MOVE SPACES TO AUDT-MESSAGE
008260     MOVE ZEROES TO AUDT-FLOAT-KEPT
008270     MOVE ZEROES TO AUDT-FLOAT-SHORT.
008271*****************************************************************
008272* 6100-CHAIN-AUDIT-RECORD -- NUMBER THE AUDIT RECORD IN HAND AS *
008273* THE NEXT ON THE TRAIL AND SEAL IT.  STARTING FROM THE PRIOR   *
008274* RECORD'S CHECK VALUE, EVERY BYTE AHEAD OF THE CHECK VALUE -   *
008275* THE SEQUENCE NUMBER INCLUDED - IS FOLDED IN BY ITS PLACE IN   *
008276* THE CHARACTER TABLE.  153W CHECKS THE TRAIL BY THE SAME RULE. *
008277*****************************************************************
008278 6100-CHAIN-AUDIT-RECORD.
008279     ADD 1 TO WS-CHAIN-SEQ
008280     MOVE WS-CHAIN-SEQ TO AUDT-SEQ-NO
008281     MOVE WS-CHAIN-VALUE TO WS-CHAIN-WORK
008282     PERFORM 6110-FOLD-CHAIN-BYTE
008283         VARYING WS-CHAIN-SUB FROM 1 BY 1
008284         UNTIL WS-CHAIN-SUB > 218
008285     MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE
008286     MOVE WS-CHAIN-VALUE TO AUDT-CHAIN-VALUE.
008287*****************************************************************
008288* 6110-FOLD-CHAIN-BYTE -- FOLD ONE BYTE OF THE AUDIT RECORD     *
008289* INTO THE CHECK VALUE.  A CHARACTER MISSING FROM THE TABLE     *
008290* TAKES THE PLACE PAST ITS END.                                 *
008291*****************************************************************
008292 6110-FOLD-CHAIN-BYTE.
008293     MOVE AUDT-RECORD(WS-CHAIN-SUB:1) TO WS-CHAIN-BYTE
008294     MOVE ZEROES TO WS-CHAIN-ORD
008295     INSPECT WS-CHAIN-CHARS TALLYING WS-CHAIN-ORD
008296         FOR CHARACTERS BEFORE INITIAL WS-CHAIN-BYTE
008297     MULTIPLY 31 BY WS-CHAIN-WORK
008298     ADD WS-CHAIN-ORD 1 TO WS-CHAIN-WORK
008299     DIVIDE WS-CHAIN-WORK BY 999999937
008300         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-REM
008301     MOVE WS-CHAIN-REM TO WS-CHAIN-WORK.
008302*****************************************************************
008303* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
008304* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
008310*****************************************************************
008320 7100-FORMAT-DATE.
008330     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
008340     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
008350     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
008360     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
008370     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
008380*****************************************************************
008390* 8000-READ-RTNFILE -- READ THE NEXT RETURNED ITEM AND SET THE  *
008400* END-OF-FILE SWITCH WHEN THE BANK'S FILE IS EXHAUSTED.         *
008410*****************************************************************
008420 8000-READ-RTNFILE.
008430     READ RTNFILE
008440         AT END
008450             MOVE 'Y' TO WS-RTN-EOF-SW
008460     END-READ.
008470*****************************************************************
008480* 8100-READ-RCVRFILE -- READ THE NEXT RECOVERY CARD AND SET THE *
008490* END-OF-FILE SWITCH WHEN THE CARDS ARE EXHAUSTED.              *
008500*****************************************************************
008510 8100-READ-RCVRFILE.
008520     READ RCVRFILE
008530         AT END
008540             MOVE 'Y' TO WS-RCVR-EOF-SW
008550     END-READ.
008560*****************************************************************
008570* 9000-TERMINATE -- PRINT THE RUN COUNTS, CLOSE THE FILES, AND  *
008580* LEAVE RETURN CODE 8 WHEN ANY RETURN OR CARD WAS REJECTED.     *
008590*****************************************************************
008600 9000-TERMINATE.
008610     MOVE 'RETURNED ITEMS READ:      ' TO CNT-LABEL
008620     MOVE WS-RTN-READ-COUNT TO CNT-COUNT
008630     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008640         AFTER ADVANCING 2 LINES
008650     MOVE 'RETURNED ITEMS OPENED:    ' TO CNT-LABEL
008660     MOVE WS-OPENED-COUNT TO CNT-COUNT
008670     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008680         AFTER ADVANCING 1 LINE
008690     MOVE 'RECOVERY CARDS READ:      ' TO CNT-LABEL
008700     MOVE WS-RCVR-READ-COUNT TO CNT-COUNT
008710     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008720         AFTER ADVANCING 1 LINE
008730     MOVE 'RECOVERIES POSTED:        ' TO CNT-LABEL
008740     MOVE WS-RECOVERED-COUNT TO CNT-COUNT
008750     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008760         AFTER ADVANCING 1 LINE
008770     MOVE 'ITEMS CLEARED BY RECOVERY:' TO CNT-LABEL
008780     MOVE WS-CLEARED-COUNT TO CNT-COUNT
008790     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008800         AFTER ADVANCING 1 LINE
008810     MOVE 'ITEMS WRITTEN OFF:        ' TO CNT-LABEL
008820     MOVE WS-WRITEOFF-COUNT TO CNT-COUNT
008830     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008840         AFTER ADVANCING 1 LINE
008850     MOVE 'RETURNS AND CARDS REJECTED' TO CNT-LABEL
008860     MOVE WS-REJECT-COUNT TO CNT-COUNT
008870     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008880         AFTER ADVANCING 1 LINE
008890     MOVE 'GL LINES WRITTEN:         ' TO CNT-LABEL
008900     MOVE WS-GLRT-LINE-COUNT TO CNT-COUNT
008910     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
008920         AFTER ADVANCING 1 LINE
008925     PERFORM 9100-RELEASE-GLRTFILE
008930     IF WS-RTNFILE-OPEN
008940         CLOSE RTNFILE
008950     END-IF
008960     IF WS-RCVRFILE-OPEN
008970         CLOSE RCVRFILE
008980     END-IF
008990     CLOSE STORFILE
009000     CLOSE RTOPFILE
009010     CLOSE GLRTFILE
009020     CLOSE AUDTFILE
009022     DISPLAY 'AUDIT TRAIL ENDS AT SEQUENCE ' WS-CHAIN-SEQ
009024         ' CHECK VALUE ' WS-CHAIN-VALUE
009030     CLOSE RTNLIST
009040     IF WS-REJECT-COUNT > ZEROES OR WS-GLRT-HELD
009050         MOVE 8 TO RETURN-CODE
009060     END-IF.
009070*****************************************************************
009080* 9100-RELEASE-GLRTFILE -- WRITE THE FILE CONTROL RECORD THAT   *
009090* RELEASES GLRTFILE TO THE LEDGER, BUT ONLY WHEN EVERY JOURNAL  *
009100* BALANCED.  OTHERWISE THE LINES STAND WITHOUT ONE, THE LEDGER  *
009110* JOB WILL NOT TAKE THE FILE, AND THE RUN ENDS IN ERROR.        *
009120*****************************************************************
009130 9100-RELEASE-GLRTFILE.
009140     MOVE 'GL JOURNALS WRITTEN:      ' TO CNT-LABEL
009150     MOVE WS-JRNL-COUNT TO CNT-COUNT
009160     WRITE RTNL-RECORD FROM WS-RPT-CNT-LINE
009170         AFTER ADVANCING 1 LINE
009180     IF WS-JRNL-UNBAL-COUNT > ZEROES
009190             OR WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
009200         MOVE 'UNBALANCED JOURNALS - GLRTFILE NOT RELEASED'
009210             TO ERR-MESSAGE
009220         WRITE RTNL-RECORD FROM WS-RPT-ERR-LINE
009230             AFTER ADVANCING 1 LINE
009240         DISPLAY ERR-MESSAGE
009250         MOVE 'Y' TO WS-GLRT-HELD-SW
009260     ELSE
009270         MOVE SPACES               TO GL-RECORD
009280         MOVE WS-COMPANY-CODE      TO GL-COMPANY-CODE
009290         MOVE WS-JRNL-COUNT        TO GL-CTL-JOURNAL-COUNT
009300         MOVE WS-GLRT-LINE-COUNT   TO GL-CTL-LINE-COUNT
009310         MOVE WS-JRNL-DEBIT-TOTAL  TO GL-CTL-DEBIT-TOTAL
009320         MOVE WS-JRNL-CREDIT-TOTAL TO GL-CTL-CREDIT-TOTAL
009330         MOVE 'T'                  TO GL-REC-TYPE
009340         WRITE GL-RECORD
009350     END-IF.
