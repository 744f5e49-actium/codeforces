000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153Z.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* LOSS PREVENTION CASE MAINTENANCE.  153N OPENS A CASE ON THE   *
000090* CASE MASTER (LPCSFILE) FOR EVERY REGISTER WHOSE MONTHLY       *
000100* SHORTAGE REACHES THE LIMIT.  THIS PROGRAM TAKES THE CASE      *
000110* CARDS THE INVESTIGATING OFFICE KEYS (LPMTFILE) AND RECORDS    *
000120* AGAINST EACH OPEN CASE:                                       *
000130*   - 'I' THE INVESTIGATOR ASSIGNED TO IT;                      *
000140*   - 'F' THE FINDINGS;                                         *
000150*   - 'R' MONEY RECOVERED FROM THE RESPONSIBLE PARTY, WHICH IS  *
000160*     ADDED TO THE CASE AND BOOKED ON GLLPFILE AS A JOURNAL     *
000170*     THAT DEBITS THE 'CA' CASH ACCOUNT AND CREDITS THE         *
000180*     OVER/SHORT ACCOUNT UNDER THE CARD'S EFFECTIVE DATE, SO    *
000190*     THE RECOVERY OFFSETS THE SHORTAGE 153A BOOKED THERE;      *
000200*   - 'C' THE CLOSING DISPOSITION.  A CLOSED CASE IS APPENDED   *
000210*     TO THE CASE HISTORY (LPCHFILE) AND STAYS ON THE MASTER    *
000220*     UNTIL 153N FLAGS THE REGISTER AGAIN AND OPENS ITS NEXT    *
000230*     CASE ON THE SAME RECORD.                                  *
000240* EVERY CARD IS LISTED WITH THE CASE IT WAS APPLIED TO.  A      *
000250* REJECTED CARD IS LISTED WITH ITS REASON, CHANGES NOTHING, AND *
000260* LEAVES RETURN CODE 8.  GLLPFILE IS RELEASED BY A CONTROL      *
000270* RECORD ONLY WHEN EVERY JOURNAL BALANCES; THE LEDGER JOB PICKS *
000280* IT UP ALONGSIDE THE NIGHTLY GLIFILE AND 153Y LISTS IT.        *
000290*****************************************************************
000300* MODIFICATION HISTORY                                          *
000310*   DATE        INIT  DESCRIPTION                               *
000320*   10/10/2026  DLM   ORIGINAL PROGRAM.  CARD FUNCTIONS ARE     *
000330*                     'I' (INVESTIGATOR), 'F' (FINDINGS), 'R'   *
000340*                     (RECOVERY), AND 'C' (CLOSE).              *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT LPMTFILE ASSIGN TO LPMTFILE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-LPMTFILE-STATUS.
000450     SELECT LPCSFILE ASSIGN TO LPCSFILE
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS LPCS-KEY
000490         FILE STATUS IS WS-LPCSFILE-STATUS.
000500     SELECT LPCHFILE ASSIGN TO LPCHFILE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LPCHFILE-STATUS.
000530     SELECT PARMFILE ASSIGN TO PARMFILE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARMFILE-STATUS.
000560     SELECT GLAFILE ASSIGN TO GLAFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-GLAFILE-STATUS.
000590     SELECT CTLMFILE ASSIGN TO CTLMFILE
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CTLM-SETTING
000630         FILE STATUS IS WS-CTLMFILE-STATUS.
000640     SELECT GLLPFILE ASSIGN TO GLLPFILE
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT LPMTLIST ASSIGN TO LPMTLIST
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LPMTFILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY LPMTREC.
000730 FD  LPCSFILE.
000740 COPY LPCSMSTR.
000750*    A CLOSED CASE, IN THE LPCSMSTR LAYOUT.
000760 FD  LPCHFILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  LPCH-RECORD                 PIC X(140).
000790 FD  PARMFILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY PARMREC.
000820 FD  GLAFILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY GLACREC.
000850 FD  CTLMFILE.
000860 COPY CTLMSTR.
000870 FD  GLLPFILE
000880     LABEL RECORDS ARE OMITTED.
000890 COPY GLEXTREC.
000900 FD  LPMTLIST
000910     LABEL RECORDS ARE OMITTED.
000920 01  LPML-RECORD                 PIC X(132).
000930 WORKING-STORAGE SECTION.
000940*****************************************************************
000950* REPORT LINE WORK AREAS                                        *
000960*****************************************************************
000970 01  WS-RPT-HDR1-LINE.
000980     05  FILLER                  PIC X(45) VALUE SPACES.
000990     05  FILLER                  PIC X(33)
001000             VALUE 'LOSS PREVENTION CASE MAINTENANCE'.
001010 01  WS-RPT-HDR2-LINE.
001020     05  FILLER                  PIC X(05) VALUE SPACES.
001030     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
001040     05  HDR-RUN-DATE             PIC X(10).
001050     05  FILLER                  PIC X(100) VALUE SPACES.
001060     05  FILLER                  PIC X(04) VALUE 'PAGE'.
001070     05  HDR-PAGE-NO              PIC ZZZ9.
001080 01  WS-RPT-HDR3-LINE.
001090     05  FILLER                  PIC X(07) VALUE '  STR  '.
001100     05  FILLER                  PIC X(07) VALUE 'REG'.
001110     05  FILLER                  PIC X(05) VALUE 'CSE'.
001120     05  FILLER                  PIC X(14) VALUE 'ACTION'.
001130     05  FILLER                  PIC X(12) VALUE 'EFFECTIVE'.
001140     05  FILLER                  PIC X(14) VALUE '      AMOUNT'.
001150     05  FILLER                  PIC X(14) VALUE '   RECOVERED'.
001160     05  FILLER                  PIC X(10) VALUE 'INVESTGTR'.
001170     05  FILLER                  PIC X(08) VALUE 'STATUS'.
001180     05  FILLER                  PIC X(06) VALUE 'RESULT'.
001190 01  WS-RPT-DTL-LINE.
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  DTL-STORE-NO             PIC X(03).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  DTL-REG-NO               PIC X(05).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  DTL-CASE-SEQ             PIC ZZ9.
001260     05  DTL-CASE-SEQ-X REDEFINES DTL-CASE-SEQ
001270                                 PIC X(03).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  DTL-ACTION               PIC X(12).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  DTL-EFF-DATE             PIC X(10).
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  DTL-AMOUNT               PIC -Z(10)9.
001340     05  DTL-AMOUNT-X REDEFINES DTL-AMOUNT
001350                                 PIC X(12).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DTL-RECOVERED            PIC -Z(10)9.
001380     05  DTL-RECOVERED-X REDEFINES DTL-RECOVERED
001390                                 PIC X(12).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  DTL-INVESTIGATOR         PIC X(08).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DTL-STATUS               PIC X(06).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DTL-RESULT               PIC X(24).
001460 01  WS-RPT-NOTE-LINE.
001470     05  FILLER                  PIC X(21) VALUE SPACES.
001480     05  FILLER                  PIC X(10) VALUE 'FINDINGS: '.
001490     05  NOTE-TEXT                PIC X(60).
001500 01  WS-RPT-CNT-LINE.
001510     05  FILLER                  PIC X(05) VALUE SPACES.
001520     05  CNT-LABEL                PIC X(26).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  CNT-COUNT                PIC ZZZZZZ9.
001550 01  WS-RPT-ERR-LINE.
001560     05  FILLER                  PIC X(05) VALUE SPACES.
001570     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001580     05  FILLER                  PIC X(05) VALUE ' *** '.
001590     05  ERR-MESSAGE              PIC X(60).
001600*****************************************************************
001610* REPORT CONTROL COUNTERS AND SWITCHES                          *
001620*****************************************************************
001630 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001640 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001650 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001660 77  WS-LPMT-READ-COUNT          PIC 9(07) VALUE ZEROES.
001670 77  WS-ASSIGNED-COUNT           PIC 9(07) VALUE ZEROES.
001680 77  WS-FINDINGS-COUNT           PIC 9(07) VALUE ZEROES.
001690 77  WS-RECOVERED-COUNT          PIC 9(07) VALUE ZEROES.
001700 77  WS-CLOSED-COUNT             PIC 9(07) VALUE ZEROES.
001710 77  WS-REJECT-COUNT             PIC 9(07) VALUE ZEROES.
001720 77  WS-GLLP-LINE-COUNT          PIC 9(07) VALUE ZEROES.
001730 77  WS-SHORTAGE                 PIC S9(13) VALUE ZEROES.
001740 77  WS-NEW-RECOVERED            PIC S9(13) VALUE ZEROES.
001750 77  WS-EVENT-AMT                PIC S9(11) VALUE ZEROES.
001760 77  WS-GLLP-AMT                 PIC S9(11) VALUE ZEROES.
001770 01  WS-GLLP-ACCOUNT             PIC X(10).
001780*****************************************************************
001790* GL JOURNAL WORK AREAS - EACH RECOVERY IS ONE JOURNAL OF TWO   *
001800* LINES, NUMBERED FOR THE RUN DATE.  THE CREDIT TOTALS ARE KEPT *
001810* POSITIVE.                                                     *
001820*****************************************************************
001830 01  WS-JRNL-NO.
001840     05  WS-JRNL-SOURCE           PIC X(02) VALUE 'LP'.
001850     05  WS-JRNL-DATE             PIC 9(08) VALUE ZEROES.
001860     05  WS-JRNL-SEQ              PIC 9(04) VALUE ZEROES.
001870 77  WS-JRNL-LINE-NO              PIC 9(04) VALUE ZEROES.
001880 77  WS-JRNL-DEBIT                PIC S9(13) VALUE ZEROES.
001890 77  WS-JRNL-CREDIT               PIC S9(13) VALUE ZEROES.
001900 77  WS-JRNL-COUNT                PIC 9(05) VALUE ZEROES.
001910 77  WS-JRNL-DEBIT-TOTAL          PIC S9(13) VALUE ZEROES.
001920 77  WS-JRNL-CREDIT-TOTAL         PIC S9(13) VALUE ZEROES.
001930 77  WS-JRNL-UNBAL-COUNT          PIC 9(05) VALUE ZEROES.
001940 01  WS-OPERATOR-ID              PIC X(08).
001950 01  WS-COMPANY-CODE             PIC X(05).
001960 01  WS-GL-ACCOUNT               PIC X(10).
001970 01  WS-CASH-ACCOUNT             PIC X(10).
001980 01  WS-OVRSHT-ACCOUNT           PIC X(10).
001990 01  WS-EFFECTIVE-DATE           PIC 9(08).
002000 01  WS-EFF-DATE-X               PIC X(08).
002010 01  WS-EFF-DATE-9 REDEFINES WS-EFF-DATE-X
002020                                 PIC 9(08).
002030 01  WS-CURRENT-DATE.
002040     05  WS-CUR-CCYY              PIC 9(04).
002050     05  WS-CUR-MM                PIC 9(02).
002060     05  WS-CUR-DD                PIC 9(02).
002070 01  WS-REPORT-DATE              PIC X(10).
002080 01  WS-WORK-DATE.
002090     05  WS-WRK-CCYY              PIC 9(04).
002100     05  WS-WRK-MM                PIC 9(02).
002110     05  WS-WRK-DD                PIC 9(02).
002120 01  WS-WORK-DATE-FMT            PIC X(10).
002130 01  WS-LPMTFILE-STATUS          PIC X(02).
002140 01  WS-LPCSFILE-STATUS          PIC X(02).
002150 01  WS-LPCHFILE-STATUS          PIC X(02).
002160 01  WS-PARMFILE-STATUS          PIC X(02).
002170 01  WS-GLAFILE-STATUS           PIC X(02).
002180 01  WS-CTLMFILE-STATUS          PIC X(02).
002190 01  WS-SETTING                  PIC X(02).
002200 77  WS-VERSION-SUB              PIC 9(02) VALUE ZEROES.
002210 77  WS-VERSION-HIT              PIC 9(02) VALUE ZEROES.
002220 01  WS-SWITCHES.
002230     05  WS-LPMT-EOF-SW           PIC X(01) VALUE 'N'.
002240         88  WS-LPMT-EOF                     VALUE 'Y'.
002250     05  WS-GLA-EOF-SW            PIC X(01) VALUE 'N'.
002260         88  WS-GLA-EOF                      VALUE 'Y'.
002270     05  WS-LPMTFILE-OPEN-SW      PIC X(01) VALUE 'N'.
002280         88  WS-LPMTFILE-OPEN                VALUE 'Y'.
002290     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
002300         88  WS-VERSION-FOUND                VALUE 'Y'.
002310     05  WS-GLLP-HELD-SW          PIC X(01) VALUE 'N'.
002320         88  WS-GLLP-HELD                    VALUE 'Y'.
002330*****************************************************************
002340 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE
002370     PERFORM 3000-PROCESS-CARD THRU 3000-PROCESS-CARD-EXIT
002380         UNTIL WS-LPMT-EOF
002390     PERFORM 9000-TERMINATE
002400     STOP RUN.
002410*****************************************************************
002420* 1000-INITIALIZE -- PICK UP THE RUN CARD AND ACCOUNTS, PRINT   *
002430* THE HEADING, AND OPEN THE FILES.  WITHOUT THE CASE MASTER     *
002440* THERE IS NOTHING TO MAINTAIN, SO THE RUN IS ABANDONED - 153N  *
002450* CREATES IT THE FIRST TIME IT FLAGS A REGISTER.  A MISSING     *
002460* CARD FILE ONLY MEANS THERE IS NOTHING TO APPLY.  THE CASH AND *
002470* OVER/SHORT ACCOUNTS ARE NEEDED ONLY FOR RECOVERIES, SO THEIR  *
002480* ABSENCE REJECTS THOSE CARDS ALONE.                            *
002490*****************************************************************
002500 1000-INITIALIZE.
002510     OPEN OUTPUT LPMTLIST
002520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002530     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002540     PERFORM 7100-FORMAT-DATE
002550     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002560     MOVE 'BATCH   ' TO WS-OPERATOR-ID
002570     MOVE SPACES    TO WS-COMPANY-CODE
002580     MOVE SPACES    TO WS-GL-ACCOUNT
002590     MOVE SPACES    TO WS-OVRSHT-ACCOUNT
002600     OPEN INPUT CTLMFILE
002610     IF WS-CTLMFILE-STATUS = '00'
002620         PERFORM 1500-LOAD-SETTINGS
002630         CLOSE CTLMFILE
002640     ELSE
002650         DISPLAY 'CTLMFILE NOT PRESENT - STATUS '
002660             WS-CTLMFILE-STATUS
002670         OPEN INPUT PARMFILE
002680         IF WS-PARMFILE-STATUS = '00'
002690             READ PARMFILE
002700                 AT END
002710                     CONTINUE
002720                 NOT AT END
002730                     MOVE PARM-OPERATOR-ID  TO WS-OPERATOR-ID
002740                     MOVE PARM-COMPANY-CODE TO WS-COMPANY-CODE
002750                     MOVE PARM-GL-ACCOUNT   TO WS-GL-ACCOUNT
002760                     MOVE PARM-OVRSHT-ACCOUNT
002770                         TO WS-OVRSHT-ACCOUNT
002780             END-READ
002790             CLOSE PARMFILE
002800         END-IF
002810         PERFORM 1300-LOAD-GL-ACCOUNTS
002820     END-IF
002830     IF WS-CASH-ACCOUNT = SPACES
002840         MOVE WS-GL-ACCOUNT TO WS-CASH-ACCOUNT
002850     END-IF
002860     PERFORM 2100-WRITE-REPORT-HEADER
002870     OPEN I-O LPCSFILE
002880     IF WS-LPCSFILE-STATUS NOT = '00'
002890         MOVE 'LPCSFILE WILL NOT OPEN - RUN ABANDONED'
002900             TO ERR-MESSAGE
002910         PERFORM 3900-ABANDON-RUN
002920     END-IF
002930     OPEN EXTEND LPCHFILE
002940     IF WS-LPCHFILE-STATUS NOT = '00'
002950         OPEN OUTPUT LPCHFILE
002960     END-IF
002970     OPEN OUTPUT GLLPFILE
002980     OPEN INPUT LPMTFILE
002990     IF WS-LPMTFILE-STATUS NOT = '00'
003000         DISPLAY 'LPMTFILE NOT PRESENT - STATUS '
003010             WS-LPMTFILE-STATUS
003020         DISPLAY 'NO CASE CARDS APPLIED IN THIS RUN'
003030         MOVE 'Y' TO WS-LPMT-EOF-SW
003040     ELSE
003050         MOVE 'Y' TO WS-LPMTFILE-OPEN-SW
003060         PERFORM 8000-READ-LPMTFILE
003070     END-IF.
003080*****************************************************************
003090* 1300-LOAD-GL-ACCOUNTS -- PICK UP THE CASH ACCOUNT FROM        *
003100* GLAFILE.                                                      *
003110*****************************************************************
003120 1300-LOAD-GL-ACCOUNTS.
003130     MOVE SPACES TO WS-CASH-ACCOUNT
003140     OPEN INPUT GLAFILE
003150     IF WS-GLAFILE-STATUS NOT = '00'
003160         DISPLAY 'GLAFILE NOT PRESENT - STATUS '
003170             WS-GLAFILE-STATUS
003180     ELSE
003190         MOVE 'N' TO WS-GLA-EOF-SW
003200         PERFORM 1310-LOAD-ONE-GLA-RECORD
003210             UNTIL WS-GLA-EOF
003220         CLOSE GLAFILE
003230     END-IF.
003240*****************************************************************
003250* 1310-LOAD-ONE-GLA-RECORD -- PICK UP ONE ACCOUNT ASSIGNMENT.   *
003260* ONLY THE CASH CARD IS NEEDED HERE.                            *
003270*****************************************************************
003280 1310-LOAD-ONE-GLA-RECORD.
003290     READ GLAFILE
003300         AT END
003310             MOVE 'Y' TO WS-GLA-EOF-SW
003320         NOT AT END
003330             IF GLA-CASH
003340                 MOVE GLA-ACCOUNT TO WS-CASH-ACCOUNT
003350             END-IF
003360     END-READ.
003370*****************************************************************
003380* 1500-LOAD-SETTINGS -- PICK UP THE OPERATOR, COMPANY, DEFAULT  *
003390* GL ACCOUNT, AND OVER/SHORT ACCOUNT FROM THE RUN CARD AND THE  *
003400* CASH ACCOUNT FROM THE VERSIONS ON THE SETTINGS MASTER IN      *
003410* EFFECT ON THE RUN DATE.  A SETTING WITH NO VERSION IN EFFECT  *
003420* KEEPS ITS DEFAULT.                                            *
003430*****************************************************************
003440 1500-LOAD-SETTINGS.
003450     MOVE SPACES TO WS-CASH-ACCOUNT
003460     MOVE 'RC' TO WS-SETTING
003470     PERFORM 1510-FIND-SETTING-VERSION
003480     IF WS-VERSION-FOUND
003490         MOVE CTLM-VER-OPERATOR-ID (WS-VERSION-HIT)
003500             TO WS-OPERATOR-ID
003510         MOVE CTLM-VER-COMPANY-CODE (WS-VERSION-HIT)
003520             TO WS-COMPANY-CODE
003530         MOVE CTLM-VER-GL-ACCOUNT (WS-VERSION-HIT)
003540             TO WS-GL-ACCOUNT
003550         MOVE CTLM-VER-OVRSHT-ACCOUNT (WS-VERSION-HIT)
003560             TO WS-OVRSHT-ACCOUNT
003570     END-IF
003580     MOVE 'CA' TO WS-SETTING
003590     PERFORM 1510-FIND-SETTING-VERSION
003600     IF WS-VERSION-FOUND
003610         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
003620             TO WS-CASH-ACCOUNT
003630     END-IF.
003640*****************************************************************
003650* 1510-FIND-SETTING-VERSION -- READ THE SETTING IN WS-SETTING   *
003660* AND NOTE IN WS-VERSION-HIT THE FIRST VERSION NOT DATED AFTER  *
003670* THE RUN DATE - THE HISTORY RUNS LATEST DATE FIRST, SO THAT IS *
003680* THE VERSION IN EFFECT TODAY.                                  *
003690*****************************************************************
003700 1510-FIND-SETTING-VERSION.
003710     MOVE 'N' TO WS-VERSION-FOUND-SW
003720     MOVE WS-SETTING TO CTLM-SETTING
003730     READ CTLMFILE
003740         INVALID KEY
003750             CONTINUE
003760         NOT INVALID KEY
003770             PERFORM 1520-TEST-ONE-VERSION
003780                 VARYING WS-VERSION-SUB FROM 1 BY 1
003790                 UNTIL WS-VERSION-SUB > CTLM-VERSION-COUNT
003800                    OR WS-VERSION-FOUND
003810     END-READ.
003820*****************************************************************
003830* 1520-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY WHEN IT WAS   *
003840* ALREADY IN EFFECT ON THE RUN DATE.                            *
003850*****************************************************************
003860 1520-TEST-ONE-VERSION.
003870     IF CTLM-VER-EFF-DATE (WS-VERSION-SUB) NOT > WS-CURRENT-DATE
003880         MOVE 'Y' TO WS-VERSION-FOUND-SW
003890         MOVE WS-VERSION-SUB TO WS-VERSION-HIT
003900     END-IF.
003910*****************************************************************
003920* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
003930*****************************************************************
003940 2100-WRITE-REPORT-HEADER.
003950     ADD 1 TO WS-PAGE-NO
003960     MOVE WS-PAGE-NO TO HDR-PAGE-NO
003970     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
003980     WRITE LPML-RECORD FROM WS-RPT-HDR1-LINE
003990         AFTER ADVANCING PAGE
004000     WRITE LPML-RECORD FROM WS-RPT-HDR2-LINE
004010         AFTER ADVANCING 1 LINE
004020     WRITE LPML-RECORD FROM WS-RPT-HDR3-LINE
004030         AFTER ADVANCING 2 LINES
004040     MOVE ZEROES TO WS-LINE-CTR.
004050*****************************************************************
004060* 3000-PROCESS-CARD -- APPLY ONE CASE CARD TO ITS REGISTER'S    *
004070* CASE.  THE CASE MUST BE ON FILE AND STILL OPEN, AND THE       *
004080* EFFECTIVE DATE MAY NOT FALL BEFORE THE DAY IT WAS OPENED.  A  *
004090* CARD THAT FAILS AN EDIT IS LISTED WITH AN ERROR MESSAGE AND   *
004100* CHANGES NOTHING.                                              *
004110*****************************************************************
004120 3000-PROCESS-CARD.
004130     ADD 1 TO WS-LPMT-READ-COUNT
004140     PERFORM 3300-RESOLVE-EFFECTIVE-DATE
004150     MOVE LPMT-STORE-NO TO LPCS-STORE-NO
004160     MOVE LPMT-REG-NO   TO LPCS-REG-NO
004170     READ LPCSFILE
004180         INVALID KEY
004190             PERFORM 4100-PRINT-CARD-LINE
004200             MOVE 'NO CASE ON FILE - CARD REJECTED'
004210                 TO ERR-MESSAGE
004220             PERFORM 3950-PRINT-ERROR-LINE
004230             GO TO 3000-PROCESS-CARD-EXIT
004240     END-READ
004250     PERFORM 4200-SET-CASE-LINE
004260     IF NOT LPMT-INVESTIGATOR-CARD AND NOT LPMT-FINDINGS-CARD
004270             AND NOT LPMT-RECOVERY-CARD AND NOT LPMT-CLOSE-CARD
004280         MOVE 'FUNCTION IS NOT I, F, R, OR C - CARD REJECTED'
004290             TO ERR-MESSAGE
004300         PERFORM 3050-REJECT-CARD
004310         GO TO 3000-PROCESS-CARD-EXIT
004320     END-IF
004330     IF NOT LPCS-OPEN
004340         MOVE 'CASE IS CLOSED - CARD REJECTED'
004350             TO ERR-MESSAGE
004360         PERFORM 3050-REJECT-CARD
004370         GO TO 3000-PROCESS-CARD-EXIT
004380     END-IF
004390     IF WS-EFFECTIVE-DATE < LPCS-OPEN-DATE
004400         MOVE 'EFFECTIVE DATE PRECEDES THE CASE - CARD REJECTED'
004410             TO ERR-MESSAGE
004420         PERFORM 3050-REJECT-CARD
004430         GO TO 3000-PROCESS-CARD-EXIT
004440     END-IF
004450     IF LPMT-INVESTIGATOR-CARD
004460         PERFORM 3100-ASSIGN-INVESTIGATOR
004470             THRU 3100-ASSIGN-INVESTIGATOR-EXIT
004480     ELSE
004490     IF LPMT-FINDINGS-CARD
004500         PERFORM 3200-RECORD-FINDINGS
004510             THRU 3200-RECORD-FINDINGS-EXIT
004520     ELSE
004530     IF LPMT-RECOVERY-CARD
004540         PERFORM 3400-RECORD-RECOVERY
004550             THRU 3400-RECORD-RECOVERY-EXIT
004560     ELSE
004570         PERFORM 3600-CLOSE-CASE
004580             THRU 3600-CLOSE-CASE-EXIT
004590     END-IF
004600     END-IF
004610     END-IF.
004620 3000-PROCESS-CARD-EXIT.
004630     PERFORM 8000-READ-LPMTFILE.
004640*****************************************************************
004650* 3050-REJECT-CARD -- PRINT A CARD THAT FAILED AN EDIT AGAINST  *
004660* ITS CASE, WITH THE CASE UNCHANGED AND THE REJECT MESSAGE IN   *
004670* ERR-MESSAGE BENEATH IT.                                       *
004680*****************************************************************
004690 3050-REJECT-CARD.
004700     MOVE 'REJECTED' TO DTL-RESULT
004710     PERFORM 4900-WRITE-DETAIL-LINE
004720     PERFORM 3950-PRINT-ERROR-LINE.
004730*****************************************************************
004740* 3100-ASSIGN-INVESTIGATOR -- NAME THE INVESTIGATOR ON THE      *
004750* CASE, REPLACING ANY NAMED BEFORE.                             *
004760*****************************************************************
004770 3100-ASSIGN-INVESTIGATOR.
004780     IF LPMT-INVESTIGATOR = SPACES
004790         MOVE 'INVESTIGATOR IS REQUIRED - CARD REJECTED'
004800             TO ERR-MESSAGE
004810         PERFORM 3050-REJECT-CARD
004820         GO TO 3100-ASSIGN-INVESTIGATOR-EXIT
004830     END-IF
004840     MOVE LPMT-INVESTIGATOR TO LPCS-INVESTIGATOR
004850     MOVE WS-EFFECTIVE-DATE TO LPCS-LAST-ACTIVITY
004860     REWRITE LPCS-RECORD
004870         INVALID KEY
004880             MOVE 'CASE REWRITE FAILED - CARD REJECTED'
004890                 TO ERR-MESSAGE
004900             PERFORM 3050-REJECT-CARD
004910             GO TO 3100-ASSIGN-INVESTIGATOR-EXIT
004920     END-REWRITE
004930     MOVE LPCS-INVESTIGATOR TO DTL-INVESTIGATOR
004940     MOVE 'ASSIGNED' TO DTL-RESULT
004950     PERFORM 4900-WRITE-DETAIL-LINE
004960     ADD 1 TO WS-ASSIGNED-COUNT.
004970 3100-ASSIGN-INVESTIGATOR-EXIT.
004980     EXIT.
004990*****************************************************************
005000* 3200-RECORD-FINDINGS -- RECORD THE CARD'S TEXT AS THE CASE'S  *
005010* FINDINGS, REPLACING ANY RECORDED BEFORE.                      *
005020*****************************************************************
005030 3200-RECORD-FINDINGS.
005040     IF LPMT-TEXT = SPACES
005050         MOVE 'FINDINGS TEXT IS REQUIRED - CARD REJECTED'
005060             TO ERR-MESSAGE
005070         PERFORM 3050-REJECT-CARD
005080         GO TO 3200-RECORD-FINDINGS-EXIT
005090     END-IF
005100     MOVE LPMT-TEXT TO LPCS-FINDINGS
005110     MOVE WS-EFFECTIVE-DATE TO LPCS-LAST-ACTIVITY
005120     REWRITE LPCS-RECORD
005130         INVALID KEY
005140             MOVE 'CASE REWRITE FAILED - CARD REJECTED'
005150                 TO ERR-MESSAGE
005160             PERFORM 3050-REJECT-CARD
005170             GO TO 3200-RECORD-FINDINGS-EXIT
005180     END-REWRITE
005190     MOVE 'FINDINGS RECORDED' TO DTL-RESULT
005200     PERFORM 4900-WRITE-DETAIL-LINE
005210     PERFORM 4950-WRITE-FINDINGS-LINE
005220     ADD 1 TO WS-FINDINGS-COUNT.
005230 3200-RECORD-FINDINGS-EXIT.
005240     EXIT.
005250*****************************************************************
005260* 3300-RESOLVE-EFFECTIVE-DATE -- TAKE THE CARD'S EFFECTIVE DATE *
005270* WHEN IT IS A NON-ZERO NUMBER, OTHERWISE THE RUN DATE.         *
005280*****************************************************************
005290 3300-RESOLVE-EFFECTIVE-DATE.
005300     MOVE LPMT-EFF-DATE TO WS-EFF-DATE-X
005310     IF WS-EFF-DATE-X IS NUMERIC AND WS-EFF-DATE-9 NOT = ZEROES
005320         MOVE WS-EFF-DATE-9 TO WS-EFFECTIVE-DATE
005330     ELSE
005340         MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
005350     END-IF.
005360*****************************************************************
005370* 3400-RECORD-RECOVERY -- ADD MONEY RECOVERED TO THE CASE AND   *
005380* BOOK IT OUT OF THE OVER/SHORT ACCOUNT INTO CASH UNDER THE     *
005390* EFFECTIVE DATE.  THE AMOUNT IS REQUIRED, AND WHAT HAS BEEN    *
005400* RECOVERED ON THE CASE MAY NOT PASS THE SHORTAGE IT WAS LAST   *
005410* FLAGGED FOR.                                                  *
005420*****************************************************************
005430 3400-RECORD-RECOVERY.
005440     IF LPMT-AMOUNT-X IS NOT NUMERIC OR LPMT-AMOUNT = ZEROES
005450         MOVE 'RECOVERY AMOUNT IS REQUIRED - CARD REJECTED'
005460             TO ERR-MESSAGE
005470         PERFORM 3050-REJECT-CARD
005480         GO TO 3400-RECORD-RECOVERY-EXIT
005490     END-IF
005500     MULTIPLY LPCS-FLAG-OVRSHT BY -1 GIVING WS-SHORTAGE
005510     ADD LPMT-AMOUNT LPCS-RECOVERED GIVING WS-NEW-RECOVERED
005520     IF WS-NEW-RECOVERED > WS-SHORTAGE
005530         MOVE 'RECOVERY EXCEEDS THE SHORTAGE - CARD REJECTED'
005540             TO ERR-MESSAGE
005550         PERFORM 3050-REJECT-CARD
005560         GO TO 3400-RECORD-RECOVERY-EXIT
005570     END-IF
005580     IF WS-CASH-ACCOUNT = SPACES OR WS-OVRSHT-ACCOUNT = SPACES
005590         MOVE 'NO CASH OR OVER/SHORT ACCOUNT - CARD REJECTED'
005600             TO ERR-MESSAGE
005610         PERFORM 3050-REJECT-CARD
005620         GO TO 3400-RECORD-RECOVERY-EXIT
005630     END-IF
005640     MOVE LPMT-AMOUNT TO WS-EVENT-AMT
005650     ADD WS-EVENT-AMT TO LPCS-RECOVERED
005660     MOVE WS-EFFECTIVE-DATE TO LPCS-LAST-ACTIVITY
005670     REWRITE LPCS-RECORD
005680         INVALID KEY
005690             MOVE 'CASE REWRITE FAILED - CARD REJECTED'
005700                 TO ERR-MESSAGE
005710             PERFORM 3050-REJECT-CARD
005720             GO TO 3400-RECORD-RECOVERY-EXIT
005730     END-REWRITE
005740     PERFORM 5000-WRITE-GL-PAIR
005750     MOVE LPCS-RECOVERED TO DTL-RECOVERED
005760     MOVE 'RECOVERY POSTED' TO DTL-RESULT
005770     PERFORM 4900-WRITE-DETAIL-LINE
005780     ADD 1 TO WS-RECOVERED-COUNT.
005790 3400-RECORD-RECOVERY-EXIT.
005800     EXIT.
005810*****************************************************************
005820* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
005830* CURRENT PAGE IS FULL.                                         *
005840*****************************************************************
005850 3500-CHECK-PAGE-BREAK.
005860     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
005870         PERFORM 2100-WRITE-REPORT-HEADER
005880     END-IF.
005890*****************************************************************
005900* 3600-CLOSE-CASE -- CLOSE THE CASE WITH THE CARD'S DISPOSITION *
005910* UNDER THE EFFECTIVE DATE AND APPEND IT TO THE CASE HISTORY.   *
005920* TEXT ON THE CARD REPLACES THE FINDINGS.  A CASE IS NOT CLOSED *
005930* WITHOUT AN INVESTIGATOR AND FINDINGS, AND IS NOT CLOSED AS    *
005940* RECOVERED WITH NOTHING RECOVERED ON IT.                       *
005950*****************************************************************
005960 3600-CLOSE-CASE.
005970     MOVE LPMT-DISPOSITION TO LPCS-DISPOSITION
005980     IF NOT LPCS-VALID-DISPOSITION
005990         MOVE 'DISPOSITION NOT N, P, R, D, OR U - CARD REJECTED'
006000             TO ERR-MESSAGE
006010         PERFORM 3050-REJECT-CARD
006020         GO TO 3600-CLOSE-CASE-EXIT
006030     END-IF
006040     IF LPCS-INVESTIGATOR = SPACES
006050         MOVE 'NO INVESTIGATOR ON THE CASE - CARD REJECTED'
006060             TO ERR-MESSAGE
006070         PERFORM 3050-REJECT-CARD
006080         GO TO 3600-CLOSE-CASE-EXIT
006090     END-IF
006100     IF LPMT-TEXT NOT = SPACES
006110         MOVE LPMT-TEXT TO LPCS-FINDINGS
006120     END-IF
006130     IF LPCS-FINDINGS = SPACES
006140         MOVE 'NO FINDINGS ON THE CASE - CARD REJECTED'
006150             TO ERR-MESSAGE
006160         PERFORM 3050-REJECT-CARD
006170         GO TO 3600-CLOSE-CASE-EXIT
006180     END-IF
006190     IF LPCS-RECOVERED-LOSS AND LPCS-RECOVERED = ZEROES
006200         MOVE 'NOTHING RECOVERED ON THE CASE - CARD REJECTED'
006210             TO ERR-MESSAGE
006220         PERFORM 3050-REJECT-CARD
006230         GO TO 3600-CLOSE-CASE-EXIT
006240     END-IF
006250     MOVE 'C' TO LPCS-STATUS
006260     MOVE WS-EFFECTIVE-DATE TO LPCS-CLOSE-DATE
006270     MOVE WS-EFFECTIVE-DATE TO LPCS-LAST-ACTIVITY
006280     REWRITE LPCS-RECORD
006290         INVALID KEY
006300             MOVE 'CASE REWRITE FAILED - CARD REJECTED'
006310                 TO ERR-MESSAGE
006320             PERFORM 3050-REJECT-CARD
006330             GO TO 3600-CLOSE-CASE-EXIT
006340     END-REWRITE
006350     WRITE LPCH-RECORD FROM LPCS-RECORD
006360     MOVE 'CLOSED' TO DTL-STATUS
006370     IF LPCS-NO-LOSS
006380         MOVE 'CLOSED - NO LOSS FOUND' TO DTL-RESULT
006390     ELSE
006400     IF LPCS-PROCEDURE
006410         MOVE 'CLOSED - PROCEDURE' TO DTL-RESULT
006420     ELSE
006430     IF LPCS-RECOVERED-LOSS
006440         MOVE 'CLOSED - RECOVERED' TO DTL-RESULT
006450     ELSE
006460     IF LPCS-DISCIPLINARY
006470         MOVE 'CLOSED - DISCIPLINARY' TO DTL-RESULT
006480     ELSE
006490         MOVE 'CLOSED - UNRESOLVED' TO DTL-RESULT
006500     END-IF
006510     END-IF
006520     END-IF
006530     END-IF
006540     PERFORM 4900-WRITE-DETAIL-LINE
006550     PERFORM 4950-WRITE-FINDINGS-LINE
006560     ADD 1 TO WS-CLOSED-COUNT.
006570 3600-CLOSE-CASE-EXIT.
006580     EXIT.
006590*****************************************************************
006600* 3900-ABANDON-RUN -- PRINT THE ERROR IN ERR-MESSAGE AND END    *
006610* THE RUN WITH RETURN CODE 16 BEFORE ANY CASE IS TOUCHED.       *
006620*****************************************************************
006630 3900-ABANDON-RUN.
006640     WRITE LPML-RECORD FROM WS-RPT-ERR-LINE
006650         AFTER ADVANCING 2 LINES
006660     DISPLAY '153Z TERMINATING - ' ERR-MESSAGE
006670     CLOSE LPMTLIST
006680     MOVE 16 TO RETURN-CODE
006690     STOP RUN.
006700*****************************************************************
006710* 3950-PRINT-ERROR-LINE -- PRINT THE REJECT MESSAGE IN          *
006720* ERR-MESSAGE AND COUNT THE REJECT.                             *
006730*****************************************************************
006740 3950-PRINT-ERROR-LINE.
006750     PERFORM 3500-CHECK-PAGE-BREAK
006760     WRITE LPML-RECORD FROM WS-RPT-ERR-LINE
006770         AFTER ADVANCING 1 LINE
006780     ADD 1 TO WS-LINE-CTR
006790     ADD 1 TO WS-REJECT-COUNT.
006800*****************************************************************
006810* 4100-PRINT-CARD-LINE -- PRINT A CARD THAT NAMES NO CASE ON    *
006820* FILE, FROM THE CARD ALONE.                                    *
006830*****************************************************************
006840 4100-PRINT-CARD-LINE.
006850     MOVE LPMT-STORE-NO TO DTL-STORE-NO
006860     MOVE LPMT-REG-NO   TO DTL-REG-NO
006870     MOVE SPACES        TO DTL-CASE-SEQ-X
006880     PERFORM 4150-SET-CARD-FIELDS
006890     MOVE SPACES        TO DTL-RECOVERED-X
006900     MOVE SPACES        TO DTL-INVESTIGATOR
006910     MOVE SPACES        TO DTL-STATUS
006920     MOVE 'REJECTED'    TO DTL-RESULT
006930     PERFORM 4900-WRITE-DETAIL-LINE.
006940*****************************************************************
006950* 4150-SET-CARD-FIELDS -- EDIT THE CARD'S ACTION, EFFECTIVE     *
006960* DATE, AND AMOUNT ONTO THE DETAIL LINE.                        *
006970*****************************************************************
006980 4150-SET-CARD-FIELDS.
006990     IF LPMT-INVESTIGATOR-CARD
007000         MOVE 'INVESTIGATOR' TO DTL-ACTION
007010     ELSE
007020     IF LPMT-FINDINGS-CARD
007030         MOVE 'FINDINGS    ' TO DTL-ACTION
007040     ELSE
007050     IF LPMT-RECOVERY-CARD
007060         MOVE 'RECOVERY    ' TO DTL-ACTION
007070     ELSE
007080     IF LPMT-CLOSE-CARD
007090         MOVE 'CLOSE       ' TO DTL-ACTION
007100     ELSE
007110         MOVE LPMT-FUNCTION TO DTL-ACTION
007120     END-IF
007130     END-IF
007140     END-IF
007150     END-IF
007160     MOVE WS-EFFECTIVE-DATE TO WS-WORK-DATE
007170     PERFORM 7100-FORMAT-DATE
007180     MOVE WS-WORK-DATE-FMT TO DTL-EFF-DATE
007190     IF LPMT-AMOUNT-X IS NUMERIC
007200         MOVE LPMT-AMOUNT TO DTL-AMOUNT
007210     ELSE
007220         MOVE SPACES TO DTL-AMOUNT-X
007230     END-IF.
007240*****************************************************************
007250* 4200-SET-CASE-LINE -- SET UP THE DETAIL LINE FOR A CARD       *
007260* AGAINST A CASE ON FILE, SHOWING THE CASE AS IT STANDS BEFORE  *
007270* THE CARD IS APPLIED.                                          *
007280*****************************************************************
007290 4200-SET-CASE-LINE.
007300     MOVE LPCS-STORE-NO     TO DTL-STORE-NO
007310     MOVE LPCS-REG-NO       TO DTL-REG-NO
007320     MOVE LPCS-CASE-SEQ     TO DTL-CASE-SEQ
007330     PERFORM 4150-SET-CARD-FIELDS
007340     MOVE LPCS-RECOVERED    TO DTL-RECOVERED
007350     MOVE LPCS-INVESTIGATOR TO DTL-INVESTIGATOR
007360     IF LPCS-OPEN
007370         MOVE 'OPEN'   TO DTL-STATUS
007380     ELSE
007390         MOVE 'CLOSED' TO DTL-STATUS
007400     END-IF.
007410*****************************************************************
007420* 4900-WRITE-DETAIL-LINE -- PRINT THE DETAIL LINE.              *
007430*****************************************************************
007440 4900-WRITE-DETAIL-LINE.
007450     PERFORM 3500-CHECK-PAGE-BREAK
007460     WRITE LPML-RECORD FROM WS-RPT-DTL-LINE
007470         AFTER ADVANCING 1 LINE
007480     ADD 1 TO WS-LINE-CTR.
007490*****************************************************************
007500* 4950-WRITE-FINDINGS-LINE -- PRINT THE CASE'S FINDINGS BENEATH *
007510* ITS DETAIL LINE.                                              *
007520*****************************************************************
007530 4950-WRITE-FINDINGS-LINE.
007540     PERFORM 3500-CHECK-PAGE-BREAK
007550     MOVE LPCS-FINDINGS TO NOTE-TEXT
007560     WRITE LPML-RECORD FROM WS-RPT-NOTE-LINE
007570         AFTER ADVANCING 1 LINE
007580     ADD 1 TO WS-LINE-CTR.
007590*****************************************************************
007600* 5000-WRITE-GL-PAIR -- BOOK THE RECOVERY IN WS-EVENT-AMT AS    *
007610* ONE JOURNAL: A DEBIT TO THE CASH ACCOUNT AND A CREDIT TO THE  *
007620* OVER/SHORT ACCOUNT, BOTH UNDER THE CASE'S STORE AND THE       *
007630* EFFECTIVE DATE, AND FOLD IT INTO THE FILE TOTALS.             *
007640*****************************************************************
007650 5000-WRITE-GL-PAIR.
007660     MOVE WS-CURRENT-DATE TO WS-JRNL-DATE
007670     ADD 1 TO WS-JRNL-SEQ
007680     MOVE ZEROES TO WS-JRNL-LINE-NO
007690     MOVE ZEROES TO WS-JRNL-DEBIT
007700     MOVE ZEROES TO WS-JRNL-CREDIT
007710     MOVE WS-CASH-ACCOUNT TO WS-GLLP-ACCOUNT
007720     MOVE WS-EVENT-AMT TO WS-GLLP-AMT
007730     PERFORM 5100-WRITE-GLLP-LINE
007740     MOVE WS-OVRSHT-ACCOUNT TO WS-GLLP-ACCOUNT
007750     MULTIPLY WS-EVENT-AMT BY -1 GIVING WS-GLLP-AMT
007760     PERFORM 5100-WRITE-GLLP-LINE
007770     ADD 1 TO WS-JRNL-COUNT
007780     ADD WS-JRNL-DEBIT  TO WS-JRNL-DEBIT-TOTAL
007790     ADD WS-JRNL-CREDIT TO WS-JRNL-CREDIT-TOTAL
007800     IF WS-JRNL-DEBIT NOT = WS-JRNL-CREDIT
007810         ADD 1 TO WS-JRNL-UNBAL-COUNT
007820         DISPLAY 'GL JOURNAL ' WS-JRNL-NO ' IS OUT OF BALANCE'
007830     END-IF.
007840*****************************************************************
007850* 5100-WRITE-GLLP-LINE -- WRITE ONE NUMBERED POSTING LINE OF    *
007860* THE JOURNAL, CODED DEBIT OR CREDIT BY ITS SIGN.               *
007870*****************************************************************
007880 5100-WRITE-GLLP-LINE.
007890     ADD 1 TO WS-JRNL-LINE-NO
007900     MOVE WS-COMPANY-CODE   TO GL-COMPANY-CODE
007910     MOVE WS-GLLP-ACCOUNT   TO GL-ACCOUNT
007920     MOVE LPCS-STORE-NO     TO GL-STORE-NO
007930     MOVE WS-GLLP-AMT       TO GL-AMOUNT
007940     MOVE WS-EFFECTIVE-DATE TO GL-BUSINESS-DATE
007950     MOVE WS-JRNL-NO        TO GL-JOURNAL-NO
007960     MOVE WS-JRNL-LINE-NO   TO GL-LINE-NO
007970     MOVE 'P'               TO GL-REC-TYPE
007980     IF WS-GLLP-AMT < ZEROES
007990         MOVE 'C' TO GL-DR-CR
008000         SUBTRACT WS-GLLP-AMT FROM WS-JRNL-CREDIT
008010     ELSE
008020         MOVE 'D' TO GL-DR-CR
008030         ADD WS-GLLP-AMT TO WS-JRNL-DEBIT
008040     END-IF
008050     WRITE GL-RECORD
008060     ADD 1 TO WS-GLLP-LINE-COUNT.
008070*****************************************************************
008080* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
008090* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
008100*****************************************************************
008110 7100-FORMAT-DATE.
008120     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
008130     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
008140     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
008150     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
008160     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
008170*****************************************************************
008180* 8000-READ-LPMTFILE -- READ THE NEXT CASE CARD AND SET THE     *
008190* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.                *
008200*****************************************************************
008210 8000-READ-LPMTFILE.
008220     READ LPMTFILE
008230         AT END
008240             MOVE 'Y' TO WS-LPMT-EOF-SW
008250     END-READ.
008260*****************************************************************
008270* 9000-TERMINATE -- PRINT THE RUN COUNTS, RELEASE GLLPFILE,     *
008280* CLOSE THE FILES, AND LEAVE RETURN CODE 8 WHEN ANY CARD WAS    *
008290* REJECTED OR GLLPFILE WAS HELD BACK.                           *
008300*****************************************************************
008310 9000-TERMINATE.
008320     MOVE 'CASE CARDS READ:          ' TO CNT-LABEL
008330     MOVE WS-LPMT-READ-COUNT TO CNT-COUNT
008340     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008350         AFTER ADVANCING 2 LINES
008360     MOVE 'INVESTIGATORS ASSIGNED:   ' TO CNT-LABEL
008370     MOVE WS-ASSIGNED-COUNT TO CNT-COUNT
008380     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008390         AFTER ADVANCING 1 LINE
008400     MOVE 'FINDINGS RECORDED:        ' TO CNT-LABEL
008410     MOVE WS-FINDINGS-COUNT TO CNT-COUNT
008420     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008430         AFTER ADVANCING 1 LINE
008440     MOVE 'RECOVERIES POSTED:        ' TO CNT-LABEL
008450     MOVE WS-RECOVERED-COUNT TO CNT-COUNT
008460     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008470         AFTER ADVANCING 1 LINE
008480     MOVE 'CASES CLOSED:             ' TO CNT-LABEL
008490     MOVE WS-CLOSED-COUNT TO CNT-COUNT
008500     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008510         AFTER ADVANCING 1 LINE
008520     MOVE 'CASE CARDS REJECTED:      ' TO CNT-LABEL
008530     MOVE WS-REJECT-COUNT TO CNT-COUNT
008540     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008550         AFTER ADVANCING 1 LINE
008560     MOVE 'GL LINES WRITTEN:         ' TO CNT-LABEL
008570     MOVE WS-GLLP-LINE-COUNT TO CNT-COUNT
008580     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008590         AFTER ADVANCING 1 LINE
008600     PERFORM 9100-RELEASE-GLLPFILE
008610     IF WS-LPMTFILE-OPEN
008620         CLOSE LPMTFILE
008630     END-IF
008640     CLOSE LPCSFILE
008650     CLOSE LPCHFILE
008660     CLOSE GLLPFILE
008670     CLOSE LPMTLIST
008680     IF WS-REJECT-COUNT > ZEROES OR WS-GLLP-HELD
008690         MOVE 8 TO RETURN-CODE
008700     END-IF.
008710*****************************************************************
008720* 9100-RELEASE-GLLPFILE -- PRINT THE JOURNAL COUNT AND, WHEN    *
008730* EVERY JOURNAL BALANCED, WRITE THE CONTROL RECORD THAT         *
008740* RELEASES GLLPFILE TO THE LEDGER.  OTHERWISE THE FILE IS HELD  *
008750* BACK WITHOUT ONE.                                             *
008760*****************************************************************
008770 9100-RELEASE-GLLPFILE.
008780     MOVE 'GL JOURNALS WRITTEN:      ' TO CNT-LABEL
008790     MOVE WS-JRNL-COUNT TO CNT-COUNT
008800     WRITE LPML-RECORD FROM WS-RPT-CNT-LINE
008810         AFTER ADVANCING 1 LINE
008820     IF WS-JRNL-UNBAL-COUNT > ZEROES
008830             OR WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
008840         MOVE 'UNBALANCED JOURNALS - GLLPFILE NOT RELEASED'
008850             TO ERR-MESSAGE
008860         WRITE LPML-RECORD FROM WS-RPT-ERR-LINE
008870             AFTER ADVANCING 1 LINE
008880         DISPLAY ERR-MESSAGE
008890         MOVE 'Y' TO WS-GLLP-HELD-SW
008900     ELSE
008910         MOVE SPACES               TO GL-RECORD
008920         MOVE WS-COMPANY-CODE      TO GL-COMPANY-CODE
008930         MOVE WS-JRNL-COUNT        TO GL-CTL-JOURNAL-COUNT
008940         MOVE WS-GLLP-LINE-COUNT   TO GL-CTL-LINE-COUNT
008950         MOVE WS-JRNL-DEBIT-TOTAL  TO GL-CTL-DEBIT-TOTAL
008960         MOVE WS-JRNL-CREDIT-TOTAL TO GL-CTL-CREDIT-TOTAL
008970         MOVE 'T'                  TO GL-REC-TYPE
008980         WRITE GL-RECORD
008990     END-IF.
