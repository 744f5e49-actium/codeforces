000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153T.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/04/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CARD PROCESSOR SETTLEMENT RECONCILIATION.  CREDIT SLIPS NEVER *
000090* GO TO THE BANK, SO 153G CANNOT PROVE THEM - THIS PROGRAM      *
000100* PROVES THEM AGAINST THE CARD PROCESSOR INSTEAD.  THE CREDIT   *
000110* SLIPS 153A AUDITED (AUDT-CREDIT-AMT) ARE TOTALLED BY STORE    *
000120* AND BUSINESS DATE FROM THE LIVE AUDIT TRAIL - THE LATEST      *
000130* RERUN CYCLE'S POSTINGS, LESS ANY 153J REVERSAL - AND THE      *
000140* PROCESSOR'S DAILY SETTLEMENT FILE (CPSTFILE) IS MATCHED       *
000150* AGAINST THEM.  EACH STORE-NIGHT PRINTS AS PAID IN FULL, PAID  *
000160* SHORT, PAID OVER, OR NOT YET FUNDED, AND:                     *
000170*   - EVERY NIGHT NOT YET FUNDED OR FUNDED SHORT IS CARRIED     *
000180*     FROM CPOPFILE TO CPOPNEW, WHICH THE JOB HANDS BACK AS     *
000190*     THE NEXT RUN'S CPOPFILE, SO IT IS REPORTED EVERY NIGHT    *
000200*     UNTIL IT CLEARS;                                          *
000210*   - THE PROCESSOR'S DISCOUNT FEE ON EACH FUNDING GOES OUT ON  *
000220*     GLFEFILE UNDER THE NIGHT'S BUSINESS DATE - THE FEE TO     *
000230*     THE 'FE' ACCOUNT ON GLAFILE, OFFSET OUT OF THE 'CR'       *
000240*     CREDIT SLIP ACCOUNT.  WITH THE NET FUNDING BOOKED FROM    *
000250*     THE BANK STATEMENT, THE CREDIT SLIP CLEARING ACCOUNT NETS *
000260*     TO ZERO FOR EVERY NIGHT PAID IN FULL;                     *
000270*   - A SHORT OR OVER PAYMENT, A FUNDING FOR A NIGHT WE HAVE NO *
000280*     CREDIT SLIPS FOR, OR FEES THAT COULD NOT BE BOOKED LEAVE  *
000290*     RETURN CODE 8.                                            *
000300* THE LEDGER JOB PICKS GLFEFILE UP ALONGSIDE THE NIGHTLY        *
000310* GLIFILE.  THE FIRST RUN TAKES UP EVERY NIGHT ON THE LIVE      *
000320* TRAIL, SO THE PROGRAM IS BROUGHT IN STRAIGHT AFTER A 153E     *
000330* MONTH-END ARCHIVE.                                            *
000340*****************************************************************
000350* MODIFICATION HISTORY                                          *
000360*   DATE        INIT  DESCRIPTION                               *
000370*   10/04/2026  DLM   ORIGINAL PROGRAM.                         *
000371*   10/07/2026  DLM   THE COMPANY CODE AND THE CR AND FE        *
000372*                     ACCOUNTS NOW COME FROM THE VERSIONS ON    *
000373*                     CTLMFILE IN EFFECT ON THE RUN DATE.       *
000374*                     WITHOUT THE MASTER PARMFILE AND GLAFILE   *
000375*                     ARE READ AS BEFORE.                       *
000376*   10/09/2026  DLM   FEE GL LINES GO OUT AS NUMBERED, BALANCED *
000377*                     JOURNALS AND GLFEFILE IS RELEASED BY A    *
000378*                     CONTROL RECORD ONLY WHEN EVERY JOURNAL    *
000379*                     BALANCES.                                 *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CPSTFILE ASSIGN TO CPSTFILE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CPSTFILE-STATUS.
000480     SELECT AUDTFILE ASSIGN TO AUDTFILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDTFILE-STATUS.
000510     SELECT CPOPFILE ASSIGN TO CPOPFILE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CPOPFILE-STATUS.
000540     SELECT CPOPNEW ASSIGN TO CPOPNEW
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT PARMFILE ASSIGN TO PARMFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PARMFILE-STATUS.
000590     SELECT GLAFILE ASSIGN TO GLAFILE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-GLAFILE-STATUS.
000611     SELECT CTLMFILE ASSIGN TO CTLMFILE
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS CTLM-SETTING
000615         FILE STATUS IS WS-CTLMFILE-STATUS.
000620     SELECT GLFEFILE ASSIGN TO GLFEFILE
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT CPSLIST ASSIGN TO CPSLIST
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CPSTFILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY CPSTREC.
000710 FD  AUDTFILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY AUDTREC.
000740 FD  CPOPFILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  CPOPI-RECORD                PIC X(53).
000770 FD  CPOPNEW
000780     LABEL RECORDS ARE STANDARD.
000790 COPY CPOPREC.
000800 FD  PARMFILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY PARMREC.
000830 FD  GLAFILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY GLACREC.
000852 FD  CTLMFILE.
000854 COPY CTLMSTR.
000860 FD  GLFEFILE
000870     LABEL RECORDS ARE OMITTED.
000880 COPY GLEXTREC.
000890 FD  CPSLIST
000900     LABEL RECORDS ARE OMITTED.
000910 01  CPSL-RECORD                 PIC X(132).
000920 WORKING-STORAGE SECTION.
000930*****************************************************************
000940* REPORT LINE WORK AREAS                                        *
000950*****************************************************************
000960 01  WS-RPT-HDR1-LINE.
000970     05  FILLER                  PIC X(40) VALUE SPACES.
000980     05  FILLER                  PIC X(40)
000990             VALUE 'CARD PROCESSOR SETTLEMENT RECONCILIATION'.
001000 01  WS-RPT-HDR2-LINE.
001010     05  FILLER                  PIC X(05) VALUE SPACES.
001020     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
001030     05  HDR-RUN-DATE             PIC X(10).
001040     05  FILLER                  PIC X(100) VALUE SPACES.
001050     05  FILLER                  PIC X(04) VALUE 'PAGE'.
001060     05  HDR-PAGE-NO              PIC ZZZ9.
001070 01  WS-RPT-HDR3-LINE.
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  FILLER                  PIC X(03) VALUE 'STR'.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  FILLER                  PIC X(10) VALUE 'NIGHT     '.
001120     05  FILLER                  PIC X(06) VALUE SPACES.
001130     05  FILLER                  PIC X(08) VALUE 'EXPECTED'.
001140     05  FILLER                  PIC X(04) VALUE SPACES.
001150     05  FILLER                  PIC X(09) VALUE 'PROCESSOR'.
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  FILLER                  PIC X(10) VALUE 'DIFFERENCE'.
001180     05  FILLER                  PIC X(10) VALUE SPACES.
001190     05  FILLER                  PIC X(03) VALUE 'FEE'.
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  FILLER                  PIC X(06) VALUE 'STATUS'.
001220     05  FILLER                  PIC X(17) VALUE SPACES.
001230     05  FILLER                  PIC X(10) VALUE 'FUNDED    '.
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  FILLER                  PIC X(09) VALUE 'BATCH REF'.
001260 01  WS-RPT-DTL-LINE.
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  DTL-STORE-NO             PIC X(03).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DTL-BUS-DATE             PIC X(10).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  DTL-EXPECTED             PIC -Z(10)9.
001330     05  DTL-EXPECTED-X REDEFINES DTL-EXPECTED
001340                                 PIC X(12).
001350     05  FILLER                  PIC X(01) VALUE SPACE.
001360     05  DTL-GROSS                PIC -Z(10)9.
001370     05  DTL-GROSS-X REDEFINES DTL-GROSS
001380                                 PIC X(12).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  DTL-DIFFERENCE           PIC -Z(10)9.
001410     05  DTL-DIFFERENCE-X REDEFINES DTL-DIFFERENCE
001420                                 PIC X(12).
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  DTL-FEE                  PIC -Z(10)9.
001450     05  DTL-FEE-X REDEFINES DTL-FEE
001460                                 PIC X(12).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  DTL-STATUS               PIC X(22).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  DTL-FUND-DATE            PIC X(10).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  DTL-BATCH-REF            PIC X(12).
001530 01  WS-RPT-CNT-LINE.
001540     05  FILLER                  PIC X(05) VALUE SPACES.
001550     05  CNT-LABEL                PIC X(26).
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  CNT-COUNT                PIC ZZZZZZ9.
001580 01  WS-RPT-ERR-LINE.
001590     05  FILLER                  PIC X(05) VALUE SPACES.
001600     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001610     05  FILLER                  PIC X(05) VALUE ' *** '.
001620     05  ERR-MESSAGE              PIC X(60).
001630*****************************************************************
001640* PROCESSOR FEED TABLE - THE WHOLE SETTLEMENT FILE IS HELD IN   *
001650* STORAGE SO ANY FUNDING LEFT UNMATCHED AT END OF RUN CAN BE    *
001660* LISTED AFTER THE NIGHTS.                                      *
001670*****************************************************************
001680 01  WS-FEED-TABLE.
001690     05  WS-FEED-ENTRY OCCURS 1000 TIMES.
001700         10  WS-FD-STORE          PIC X(03).
001710         10  WS-FD-DATE           PIC 9(08).
001720         10  WS-FD-GROSS          PIC S9(11).
001730         10  WS-FD-FEE            PIC S9(11).
001740         10  WS-FD-FUND-DATE      PIC 9(08).
001750         10  WS-FD-BATCH-REF      PIC X(12).
001760         10  WS-FD-USED-SW        PIC X(01).
001770 77  WS-FD-COUNT                  PIC 9(04) VALUE ZEROES.
001780 77  WS-FD-SUB                    PIC 9(04) VALUE ZEROES.
001790*****************************************************************
001800* STORE-NIGHT TABLE - ONE ENTRY PER STORE AND BUSINESS DATE,    *
001810* LOADED FROM LAST NIGHT'S CARRY-FORWARD FILE AND FROM THE LIVE *
001820* AUDIT TRAIL.  THE EXPECTED AMOUNT IS THE AUDITED CREDIT SLIPS *
001830* - REBUILT FROM THE TRAIL WHENEVER THE TRAIL STILL HOLDS THE   *
001840* NIGHT, SO A LATER RERUN OR REVERSAL CHANGES WHAT WE EXPECT.   *
001850*****************************************************************
001860 01  WS-NIGHT-TABLE.
001870     05  WS-NIGHT-ENTRY OCCURS 3000 TIMES.
001880         10  WS-NT-STORE          PIC X(03).
001890         10  WS-NT-DATE           PIC 9(08).
001900         10  WS-NT-EXPECTED       PIC S9(11).
001910         10  WS-NT-CYCLE          PIC 9(02).
001920         10  WS-NT-GROSS          PIC S9(11).
001930         10  WS-NT-FEE            PIC S9(11).
001940         10  WS-NT-FEE-TONIGHT    PIC S9(11).
001950         10  WS-NT-FUND-DATE      PIC 9(08).
001960         10  WS-NT-BATCH-REF      PIC X(12).
001970         10  WS-NT-OLD-STATUS     PIC X(01).
001980         10  WS-NT-STATUS         PIC X(01).
001990         10  WS-NT-TRAIL-SW       PIC X(01).
002000         10  WS-NT-FUNDED-SW      PIC X(01).
002010 77  WS-NT-COUNT                  PIC 9(04) VALUE ZEROES.
002020 77  WS-NT-SUB                    PIC 9(04) VALUE ZEROES.
002030 77  WS-NT-SLOT                   PIC 9(04) VALUE ZEROES.
002040 01  WS-KEY-STORE                 PIC X(03).
002050 01  WS-KEY-DATE                  PIC 9(08).
002060*****************************************************************
002070* REPORT CONTROL COUNTERS AND SWITCHES                          *
002080*****************************************************************
002090 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
002100 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
002110 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
002120 77  WS-AUDT-READ-COUNT          PIC 9(07) VALUE ZEROES.
002130 77  WS-CARRY-READ-COUNT         PIC 9(07) VALUE ZEROES.
002140 77  WS-FULL-COUNT               PIC 9(07) VALUE ZEROES.
002150 77  WS-SHORT-COUNT              PIC 9(07) VALUE ZEROES.
002160 77  WS-OVER-COUNT               PIC 9(07) VALUE ZEROES.
002170 77  WS-UNFUNDED-COUNT           PIC 9(07) VALUE ZEROES.
002180 77  WS-UNKNOWN-COUNT            PIC 9(07) VALUE ZEROES.
002190 77  WS-CARRIED-COUNT            PIC 9(07) VALUE ZEROES.
002200 77  WS-FEE-LINE-COUNT           PIC 9(07) VALUE ZEROES.
002210 77  WS-DIFFERENCE               PIC S9(12) VALUE ZEROES.
002220 77  WS-GLFE-AMT                 PIC S9(11) VALUE ZEROES.
002230 01  WS-GLFE-ACCOUNT             PIC X(10).
002240 01  WS-COMPANY-CODE             PIC X(05).
002250 01  WS-CREDIT-ACCOUNT           PIC X(10).
002260 01  WS-FEE-ACCOUNT              PIC X(10).
002261*****************************************************************
002262* GL JOURNAL WORK AREAS - EACH FUNDING'S FEE IS ONE JOURNAL OF  *
002263* TWO LINES, FE AGAINST CR, NUMBERED FOR THE RUN DATE.  THE     *
002264* CREDIT TOTALS ARE KEPT POSITIVE.                              *
002265*****************************************************************
002266 01  WS-JRNL-NO.
002267     05  WS-JRNL-SOURCE           PIC X(02) VALUE 'FE'.
002268     05  WS-JRNL-DATE             PIC 9(08) VALUE ZEROES.
002269     05  WS-JRNL-SEQ              PIC 9(04) VALUE ZEROES.
002270 77  WS-JRNL-LINE-NO              PIC 9(04) VALUE ZEROES.
002271 77  WS-JRNL-DEBIT                PIC S9(13) VALUE ZEROES.
002272 77  WS-JRNL-CREDIT               PIC S9(13) VALUE ZEROES.
002273 77  WS-JRNL-COUNT                PIC 9(05) VALUE ZEROES.
002274 77  WS-JRNL-DEBIT-TOTAL          PIC S9(13) VALUE ZEROES.
002275 77  WS-JRNL-CREDIT-TOTAL         PIC S9(13) VALUE ZEROES.
002276 77  WS-JRNL-UNBAL-COUNT          PIC 9(05) VALUE ZEROES.
002277 01  WS-CURRENT-DATE.
002280     05  WS-CUR-CCYY              PIC 9(04).
002290     05  WS-CUR-MM                PIC 9(02).
002300     05  WS-CUR-DD                PIC 9(02).
002310 01  WS-REPORT-DATE               PIC X(10).
002320 01  WS-WORK-DATE.
002330     05  WS-WRK-CCYY              PIC 9(04).
002340     05  WS-WRK-MM                PIC 9(02).
002350     05  WS-WRK-DD                PIC 9(02).
002360 01  WS-WORK-DATE-FMT            PIC X(10).
002370 01  WS-CPSTFILE-STATUS          PIC X(02).
002380 01  WS-AUDTFILE-STATUS          PIC X(02).
002390 01  WS-CPOPFILE-STATUS          PIC X(02).
002400 01  WS-PARMFILE-STATUS          PIC X(02).
002410 01  WS-GLAFILE-STATUS           PIC X(02).
002412 01  WS-CTLMFILE-STATUS          PIC X(02).
002414 01  WS-SETTING                  PIC X(02).
002416 77  WS-VERSION-SUB              PIC 9(02) VALUE ZEROES.
002418 77  WS-VERSION-HIT              PIC 9(02) VALUE ZEROES.
002420 01  WS-SWITCHES.
002430     05  WS-AUDT-EOF-SW           PIC X(01) VALUE 'N'.
002440         88  WS-AUDT-EOF                     VALUE 'Y'.
002450     05  WS-FEED-EOF-SW           PIC X(01) VALUE 'N'.
002460         88  WS-FEED-EOF                     VALUE 'Y'.
002470     05  WS-CPOP-EOF-SW           PIC X(01) VALUE 'N'.
002480         88  WS-CPOP-EOF                     VALUE 'Y'.
002490     05  WS-GLA-EOF-SW            PIC X(01) VALUE 'N'.
002500         88  WS-GLA-EOF                      VALUE 'Y'.
002510     05  WS-FEES-POSTABLE-SW      PIC X(01) VALUE 'Y'.
002520         88  WS-FEES-POSTABLE                VALUE 'Y'.
002530     05  WS-EXCEPTION-SW          PIC X(01) VALUE 'N'.
002540         88  WS-EXCEPTION                    VALUE 'Y'.
002542     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
002544         88  WS-VERSION-FOUND                VALUE 'Y'.
002550*****************************************************************
002560 PROCEDURE DIVISION.
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE
002590     PERFORM 2000-SCAN-AUDIT-TRAIL
002600     PERFORM 3000-APPLY-ONE-FUNDING
002610         VARYING WS-FD-SUB FROM 1 BY 1
002620         UNTIL WS-FD-SUB > WS-FD-COUNT
002630     PERFORM 4000-SETTLE-ONE-NIGHT
002640         VARYING WS-NT-SUB FROM 1 BY 1
002650         UNTIL WS-NT-SUB > WS-NT-COUNT
002660     PERFORM 6000-LIST-UNMATCHED-FUNDING
002670         VARYING WS-FD-SUB FROM 1 BY 1
002680         UNTIL WS-FD-SUB > WS-FD-COUNT
002690     PERFORM 9000-TERMINATE
002700     STOP RUN.
002710*****************************************************************
002720* 1000-INITIALIZE -- PICK UP THE RUN CARD AND ACCOUNTS, PRINT   *
002730* THE HEADING, LOAD THE PROCESSOR FEED, AND OPEN THE AUDIT      *
002740* TRAIL.  A MISSING FEED OR AUDIT TRAIL ABANDONS THE RUN BEFORE *
002750* THE CARRY-FORWARD FILE IS OPENED, SO LAST NIGHT'S OPEN NIGHTS *
002760* ARE NEVER LOST TO AN EMPTY CPOPNEW.                           *
002770*****************************************************************
002780 1000-INITIALIZE.
002790     OPEN OUTPUT CPSLIST
002800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002810     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002820     PERFORM 7100-FORMAT-DATE
002830     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002840     MOVE SPACES TO WS-COMPANY-CODE
002850     OPEN INPUT CTLMFILE
002860     IF WS-CTLMFILE-STATUS = '00'
002870         PERFORM 1400-LOAD-SETTINGS
002880         CLOSE CTLMFILE
002890     ELSE
002900         DISPLAY 'CTLMFILE NOT PRESENT - STATUS '
002905             WS-CTLMFILE-STATUS
002910         OPEN INPUT PARMFILE
002920         IF WS-PARMFILE-STATUS = '00'
002930             READ PARMFILE
002940                 AT END
002950                     CONTINUE
002951                 NOT AT END
002952                     MOVE PARM-COMPANY-CODE TO WS-COMPANY-CODE
002953             END-READ
002954             CLOSE PARMFILE
002955         END-IF
002956         PERFORM 1300-LOAD-GL-ACCOUNTS
002957     END-IF
002960     PERFORM 2100-WRITE-REPORT-HEADER
002970     IF WS-CREDIT-ACCOUNT = SPACES OR WS-FEE-ACCOUNT = SPACES
002980         MOVE 'N' TO WS-FEES-POSTABLE-SW
002990         MOVE 'NO CR OR FE ACCOUNT ASSIGNED - FEES NOT BOOKED'
003000             TO ERR-MESSAGE
003010         PERFORM 3950-PRINT-ERROR-LINE
003020     END-IF
003030     PERFORM 1100-LOAD-PROCESSOR-FEED
003040     OPEN INPUT AUDTFILE
003050     IF WS-AUDTFILE-STATUS NOT = '00'
003060         MOVE 'AUDTFILE WILL NOT OPEN - RUN ABANDONED'
003070             TO ERR-MESSAGE
003080         PERFORM 3900-ABANDON-RUN
003090     END-IF
003100     OPEN OUTPUT CPOPNEW
003110     OPEN OUTPUT GLFEFILE
003120     PERFORM 1200-LOAD-CARRIED-NIGHTS.
003130*****************************************************************
003140* 1100-LOAD-PROCESSOR-FEED -- HOLD THE WHOLE PROCESSOR          *
003150* SETTLEMENT FILE IN THE FEED TABLE.                            *
003160*****************************************************************
003170 1100-LOAD-PROCESSOR-FEED.
003180     OPEN INPUT CPSTFILE
003190     IF WS-CPSTFILE-STATUS NOT = '00'
003200         MOVE 'CPSTFILE WILL NOT OPEN - RUN ABANDONED'
003210             TO ERR-MESSAGE
003220         PERFORM 3900-ABANDON-RUN
003230     END-IF
003240     PERFORM 1110-LOAD-ONE-FUNDING
003250         UNTIL WS-FEED-EOF
003260     CLOSE CPSTFILE.
003270*****************************************************************
003280* 1110-LOAD-ONE-FUNDING -- TAKE ONE PROCESSOR FUNDING INTO THE  *
003290* FEED TABLE.  AN OVERFULL TABLE ABENDS RATHER THAN QUIETLY     *
003300* DROPPING A FUNDING FROM THE MATCH.                            *
003310*****************************************************************
003320 1110-LOAD-ONE-FUNDING.
003330     READ CPSTFILE
003340         AT END
003350             MOVE 'Y' TO WS-FEED-EOF-SW
003360         NOT AT END
003370             IF WS-FD-COUNT < 1000
003380                 ADD 1 TO WS-FD-COUNT
003390                 MOVE CPST-STORE-NO
003400                     TO WS-FD-STORE (WS-FD-COUNT)
003410                 MOVE CPST-BUS-DATE
003420                     TO WS-FD-DATE (WS-FD-COUNT)
003430                 MOVE CPST-GROSS-AMT
003440                     TO WS-FD-GROSS (WS-FD-COUNT)
003450                 MOVE CPST-FEE-AMT
003460                     TO WS-FD-FEE (WS-FD-COUNT)
003470                 MOVE CPST-FUND-DATE
003480                     TO WS-FD-FUND-DATE (WS-FD-COUNT)
003490                 MOVE CPST-BATCH-REF
003500                     TO WS-FD-BATCH-REF (WS-FD-COUNT)
003510                 MOVE 'N' TO WS-FD-USED-SW (WS-FD-COUNT)
003520             ELSE
003530                 DISPLAY 'CPSTFILE HAS MORE THAN 1000 RECORDS'
003540                 DISPLAY '153T TERMINATING - FEED NOT USABLE'
003550                 MOVE 16 TO RETURN-CODE
003560                 STOP RUN
003570             END-IF
003580     END-READ.
003590*****************************************************************
003600* 1200-LOAD-CARRIED-NIGHTS -- TAKE LAST NIGHT'S CARRY-FORWARD   *
003610* FILE INTO THE NIGHT TABLE.  A MISSING FILE IS THE FIRST RUN - *
003620* NOTHING IS CARRIED IN.                                        *
003630*****************************************************************
003640 1200-LOAD-CARRIED-NIGHTS.
003650     OPEN INPUT CPOPFILE
003660     IF WS-CPOPFILE-STATUS NOT = '00'
003670         DISPLAY 'CPOPFILE NOT PRESENT - STATUS '
003680             WS-CPOPFILE-STATUS
003690         DISPLAY 'NO NIGHTS CARRIED INTO THIS RUN'
003700     ELSE
003710         PERFORM 1210-LOAD-ONE-CARRIED-NIGHT
003720             UNTIL WS-CPOP-EOF
003730         CLOSE CPOPFILE
003740     END-IF.
003750*****************************************************************
003760* 1210-LOAD-ONE-CARRIED-NIGHT -- TAKE ONE CARRIED NIGHT INTO    *
003770* THE TABLE WITH THE FIGURES IT LEFT LAST NIGHT.                *
003780*****************************************************************
003790 1210-LOAD-ONE-CARRIED-NIGHT.
003800     READ CPOPFILE
003810         AT END
003820             MOVE 'Y' TO WS-CPOP-EOF-SW
003830         NOT AT END
003840             ADD 1 TO WS-CARRY-READ-COUNT
003850             MOVE CPOPI-RECORD TO CPOP-RECORD
003860             MOVE CPOP-STORE-NO TO WS-KEY-STORE
003870             MOVE CPOP-BUS-DATE TO WS-KEY-DATE
003880             PERFORM 2900-ADD-NIGHT
003890             MOVE CPOP-EXPECTED-AMT
003900                 TO WS-NT-EXPECTED (WS-NT-SLOT)
003910             MOVE CPOP-GROSS-AMT TO WS-NT-GROSS (WS-NT-SLOT)
003920             MOVE CPOP-FEE-AMT   TO WS-NT-FEE (WS-NT-SLOT)
003930             MOVE CPOP-FUND-DATE TO WS-NT-FUND-DATE (WS-NT-SLOT)
003940             MOVE CPOP-STATUS    TO WS-NT-OLD-STATUS (WS-NT-SLOT)
003950             MOVE CPOP-STATUS    TO WS-NT-STATUS (WS-NT-SLOT)
003960     END-READ.
003970*****************************************************************
003980* 1300-LOAD-GL-ACCOUNTS -- PICK UP THE CREDIT SLIP ACCOUNT THE  *
003990* NIGHT POSTED TO AND THE PROCESSOR FEE ACCOUNT FROM GLAFILE.   *
004000* WITHOUT BOTH THE FEES CANNOT BE BOOKED.                       *
004010*****************************************************************
004020 1300-LOAD-GL-ACCOUNTS.
004030     MOVE SPACES TO WS-CREDIT-ACCOUNT
004040     MOVE SPACES TO WS-FEE-ACCOUNT
004050     OPEN INPUT GLAFILE
004060     IF WS-GLAFILE-STATUS NOT = '00'
004070         DISPLAY 'GLAFILE NOT PRESENT - STATUS ' WS-GLAFILE-STATUS
004080     ELSE
004090         MOVE 'N' TO WS-GLA-EOF-SW
004100         PERFORM 1310-LOAD-ONE-GLA-RECORD
004110             UNTIL WS-GLA-EOF
004120         CLOSE GLAFILE
004130     END-IF.
004140*****************************************************************
004150* 1310-LOAD-ONE-GLA-RECORD -- PICK UP ONE ACCOUNT ASSIGNMENT.   *
004160* THE CASH AND CHECK CARDS ARE NOT NEEDED HERE.                 *
004170*****************************************************************
004180 1310-LOAD-ONE-GLA-RECORD.
004190     READ GLAFILE
004200         AT END
004210             MOVE 'Y' TO WS-GLA-EOF-SW
004220         NOT AT END
004230             IF GLA-CREDIT
004240                 MOVE GLA-ACCOUNT TO WS-CREDIT-ACCOUNT
004250             ELSE
004260             IF GLA-CARD-FEES
004270                 MOVE GLA-ACCOUNT TO WS-FEE-ACCOUNT
004280             END-IF
004290             END-IF
004300     END-READ.
004310*****************************************************************
004311* 1400-LOAD-SETTINGS -- PICK UP THE COMPANY CODE FROM THE RUN   *
004312* CARD AND THE CREDIT SLIP AND FEE ACCOUNTS FROM THE VERSIONS   *
004313* ON THE SETTINGS MASTER IN EFFECT ON THE RUN DATE.  A SETTING  *
004314* WITH NO VERSION IN EFFECT IS LEFT BLANK.                      *
004315*****************************************************************
004316 1400-LOAD-SETTINGS.
004317     MOVE SPACES TO WS-CREDIT-ACCOUNT
004318     MOVE SPACES TO WS-FEE-ACCOUNT
004319     MOVE 'RC' TO WS-SETTING
004320     PERFORM 1410-FIND-SETTING-VERSION
004321     IF WS-VERSION-FOUND
004322         MOVE CTLM-VER-COMPANY-CODE (WS-VERSION-HIT)
004323             TO WS-COMPANY-CODE
004324     END-IF
004325     MOVE 'CR' TO WS-SETTING
004326     PERFORM 1410-FIND-SETTING-VERSION
004327     IF WS-VERSION-FOUND
004328         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
004329             TO WS-CREDIT-ACCOUNT
004330     END-IF
004331     MOVE 'FE' TO WS-SETTING
004332     PERFORM 1410-FIND-SETTING-VERSION
004333     IF WS-VERSION-FOUND
004334         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
004335             TO WS-FEE-ACCOUNT
004336     END-IF.
004337*****************************************************************
004338* 1410-FIND-SETTING-VERSION -- READ THE SETTING IN WS-SETTING   *
004339* AND NOTE IN WS-VERSION-HIT THE FIRST VERSION NOT DATED AFTER  *
004340* THE RUN DATE - THE HISTORY RUNS LATEST DATE FIRST, SO THAT IS *
004341* THE VERSION IN EFFECT TODAY.                                  *
004342*****************************************************************
004343 1410-FIND-SETTING-VERSION.
004344     MOVE 'N' TO WS-VERSION-FOUND-SW
004345     MOVE WS-SETTING TO CTLM-SETTING
004346     READ CTLMFILE
004347         INVALID KEY
004348             CONTINUE
004349         NOT INVALID KEY
004350             PERFORM 1420-TEST-ONE-VERSION
004351                 VARYING WS-VERSION-SUB FROM 1 BY 1
004352                 UNTIL WS-VERSION-SUB > CTLM-VERSION-COUNT
004353                    OR WS-VERSION-FOUND
004354     END-READ.
004355*****************************************************************
004356* 1420-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY WHEN IT WAS   *
004357* ALREADY IN EFFECT ON THE RUN DATE.                            *
004358*****************************************************************
004359 1420-TEST-ONE-VERSION.
004360     IF CTLM-VER-EFF-DATE (WS-VERSION-SUB) NOT > WS-CURRENT-DATE
004361         MOVE 'Y' TO WS-VERSION-FOUND-SW
004362         MOVE WS-VERSION-SUB TO WS-VERSION-HIT
004363     END-IF.
004364*****************************************************************
004365* 2000-SCAN-AUDIT-TRAIL -- READ THE WHOLE LIVE AUDIT TRAIL      *
004366* ONCE, BUILDING EACH STORE-NIGHT'S EXPECTED CREDIT SLIPS.      *
004367*****************************************************************
004368 2000-SCAN-AUDIT-TRAIL.
004369     PERFORM 2010-SCAN-ONE-AUDIT-RECORD
004370         UNTIL WS-AUDT-EOF
004380     CLOSE AUDTFILE.
004390*****************************************************************
004400* 2010-SCAN-ONE-AUDIT-RECORD -- ONLY POSTINGS AND REVERSALS     *
004410* MOVE CREDIT SLIPS; EVERY OTHER DISPOSITION IS PASSED OVER.    *
004420*****************************************************************
004430 2010-SCAN-ONE-AUDIT-RECORD.
004440     READ AUDTFILE
004450         AT END
004460             MOVE 'Y' TO WS-AUDT-EOF-SW
004470         NOT AT END
004480             ADD 1 TO WS-AUDT-READ-COUNT
004490             IF AUDT-POSTED OR AUDT-REVERSED
004500                 PERFORM 2020-TAKE-UP-CREDIT
004510                     THRU 2020-TAKE-UP-CREDIT-EXIT
004520             END-IF
004530     END-READ.
004540*****************************************************************
004550* 2020-TAKE-UP-CREDIT -- FOLD THE RECORD IN HAND INTO ITS       *
004560* STORE-NIGHT.  THE FIRST TRAIL RECORD FOR A CARRIED NIGHT      *
004570* REPLACES THE CARRIED FIGURE, SO THE TRAIL ALWAYS WINS WHILE   *
004580* IT HOLDS THE NIGHT.  A POSTING FROM A LATER RERUN CYCLE       *
004590* REPLACES THE EARLIER CYCLE'S FIGURE, THE SAME AS IN THE       *
004600* LEDGER; A 'V' REVERSAL CARRIES ITS CREDIT SLIPS NEGATED AND   *
004610* TAKES THEM BACK OFF.  A NIGHT WITH NO CREDIT SLIPS IS NOT     *
004620* TAKEN UP.                                                     *
004630*****************************************************************
004640 2020-TAKE-UP-CREDIT.
004650     MOVE AUDT-STORE-NO TO WS-KEY-STORE
004660     MOVE AUDT-RUN-DATE TO WS-KEY-DATE
004670     MOVE ZEROES TO WS-NT-SLOT
004680     PERFORM 2200-FIND-NIGHT-SLOT
004690         VARYING WS-NT-SUB FROM 1 BY 1
004700         UNTIL WS-NT-SUB > WS-NT-COUNT
004710     IF WS-NT-SLOT = ZEROES
004720         IF AUDT-CREDIT-AMT = ZEROES
004730             GO TO 2020-TAKE-UP-CREDIT-EXIT
004740         END-IF
004750         PERFORM 2900-ADD-NIGHT
004760     END-IF
004770     IF WS-NT-TRAIL-SW (WS-NT-SLOT) = 'N'
004780         MOVE 'Y' TO WS-NT-TRAIL-SW (WS-NT-SLOT)
004790         MOVE ZEROES TO WS-NT-EXPECTED (WS-NT-SLOT)
004800         MOVE AUDT-RERUN-CYCLE TO WS-NT-CYCLE (WS-NT-SLOT)
004810     END-IF
004820     IF AUDT-REVERSED
004830         ADD AUDT-CREDIT-AMT TO WS-NT-EXPECTED (WS-NT-SLOT)
004840         GO TO 2020-TAKE-UP-CREDIT-EXIT
004850     END-IF
004860     IF AUDT-RERUN-CYCLE > WS-NT-CYCLE (WS-NT-SLOT)
004870         MOVE ZEROES TO WS-NT-EXPECTED (WS-NT-SLOT)
004880         MOVE AUDT-RERUN-CYCLE TO WS-NT-CYCLE (WS-NT-SLOT)
004890     END-IF
004900     IF AUDT-RERUN-CYCLE = WS-NT-CYCLE (WS-NT-SLOT)
004910         ADD AUDT-CREDIT-AMT TO WS-NT-EXPECTED (WS-NT-SLOT)
004920     END-IF.
004930 2020-TAKE-UP-CREDIT-EXIT.
004940     EXIT.
004950*****************************************************************
004960* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
004970*****************************************************************
004980 2100-WRITE-REPORT-HEADER.
004990     ADD 1 TO WS-PAGE-NO
005000     MOVE WS-PAGE-NO TO HDR-PAGE-NO
005010     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
005020     WRITE CPSL-RECORD FROM WS-RPT-HDR1-LINE
005030         AFTER ADVANCING PAGE
005040     WRITE CPSL-RECORD FROM WS-RPT-HDR2-LINE
005050         AFTER ADVANCING 1 LINE
005060     WRITE CPSL-RECORD FROM WS-RPT-HDR3-LINE
005070         AFTER ADVANCING 2 LINES
005080     MOVE ZEROES TO WS-LINE-CTR.
005090*****************************************************************
005100* 2200-FIND-NIGHT-SLOT -- NOTE THE NIGHT TABLE ENTRY FOR THE    *
005110* STORE AND BUSINESS DATE IN WS-KEY-STORE/WS-KEY-DATE, IF ONE   *
005120* EXISTS.                                                       *
005130*****************************************************************
005140 2200-FIND-NIGHT-SLOT.
005150     IF WS-NT-SLOT = ZEROES
005160             AND WS-NT-STORE (WS-NT-SUB) = WS-KEY-STORE
005170             AND WS-NT-DATE (WS-NT-SUB) = WS-KEY-DATE
005180         MOVE WS-NT-SUB TO WS-NT-SLOT
005190     END-IF.
005200*****************************************************************
005210* 2900-ADD-NIGHT -- OPEN A NEW, UNFUNDED TABLE ENTRY FOR THE    *
005220* STORE AND BUSINESS DATE IN WS-KEY-STORE/WS-KEY-DATE AND LEAVE *
005230* ITS SUBSCRIPT IN WS-NT-SLOT.  AN OVERFULL TABLE ABENDS RATHER *
005240* THAN LOSE A NIGHT THE PROCESSOR STILL OWES.                   *
005250*****************************************************************
005260 2900-ADD-NIGHT.
005270     IF WS-NT-COUNT >= 3000
005280         DISPLAY 'MORE THAN 3000 STORE-NIGHTS TO TRACK'
005290         DISPLAY '153T TERMINATING - NIGHT TABLE FULL'
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF
005330     ADD 1 TO WS-NT-COUNT
005340     MOVE WS-NT-COUNT  TO WS-NT-SLOT
005350     MOVE WS-KEY-STORE TO WS-NT-STORE (WS-NT-SLOT)
005360     MOVE WS-KEY-DATE  TO WS-NT-DATE (WS-NT-SLOT)
005370     MOVE ZEROES TO WS-NT-EXPECTED (WS-NT-SLOT)
005380     MOVE ZEROES TO WS-NT-CYCLE (WS-NT-SLOT)
005390     MOVE ZEROES TO WS-NT-GROSS (WS-NT-SLOT)
005400     MOVE ZEROES TO WS-NT-FEE (WS-NT-SLOT)
005410     MOVE ZEROES TO WS-NT-FEE-TONIGHT (WS-NT-SLOT)
005420     MOVE ZEROES TO WS-NT-FUND-DATE (WS-NT-SLOT)
005430     MOVE SPACES TO WS-NT-BATCH-REF (WS-NT-SLOT)
005440     MOVE SPACE  TO WS-NT-OLD-STATUS (WS-NT-SLOT)
005450     MOVE 'U'    TO WS-NT-STATUS (WS-NT-SLOT)
005460     MOVE 'N'    TO WS-NT-TRAIL-SW (WS-NT-SLOT)
005470     MOVE 'N'    TO WS-NT-FUNDED-SW (WS-NT-SLOT).
005480*****************************************************************
005490* 3000-APPLY-ONE-FUNDING -- SETTLE ONE PROCESSOR FUNDING        *
005500* AGAINST ITS STORE-NIGHT AND BOOK ITS DISCOUNT FEE.  A FUNDING *
005510* FOR A NIGHT WE HOLD NO CREDIT SLIPS FOR IS LEFT UNUSED, TO BE *
005520* LISTED AFTER THE NIGHTS, AND ITS FEE IS NOT BOOKED.           *
005530*****************************************************************
005540 3000-APPLY-ONE-FUNDING.
005550     MOVE WS-FD-STORE (WS-FD-SUB) TO WS-KEY-STORE
005560     MOVE WS-FD-DATE (WS-FD-SUB)  TO WS-KEY-DATE
005570     MOVE ZEROES TO WS-NT-SLOT
005580     PERFORM 2200-FIND-NIGHT-SLOT
005590         VARYING WS-NT-SUB FROM 1 BY 1
005600         UNTIL WS-NT-SUB > WS-NT-COUNT
005610     IF WS-NT-SLOT NOT = ZEROES
005620         MOVE 'Y' TO WS-FD-USED-SW (WS-FD-SUB)
005630         MOVE 'Y' TO WS-NT-FUNDED-SW (WS-NT-SLOT)
005640         ADD WS-FD-GROSS (WS-FD-SUB) TO WS-NT-GROSS (WS-NT-SLOT)
005650         ADD WS-FD-FEE (WS-FD-SUB)   TO WS-NT-FEE (WS-NT-SLOT)
005660         ADD WS-FD-FEE (WS-FD-SUB)
005670             TO WS-NT-FEE-TONIGHT (WS-NT-SLOT)
005680         IF WS-FD-FUND-DATE (WS-FD-SUB)
005690                 > WS-NT-FUND-DATE (WS-NT-SLOT)
005700             MOVE WS-FD-FUND-DATE (WS-FD-SUB)
005710                 TO WS-NT-FUND-DATE (WS-NT-SLOT)
005720         END-IF
005730         MOVE WS-FD-BATCH-REF (WS-FD-SUB)
005740             TO WS-NT-BATCH-REF (WS-NT-SLOT)
005750         IF WS-FD-FEE (WS-FD-SUB) NOT = ZEROES
005760                 AND WS-FEES-POSTABLE
005770             PERFORM 3100-WRITE-FEE-GL
005780         END-IF
005790     END-IF.
005800*****************************************************************
005810* 3100-WRITE-FEE-GL -- BOOK ONE FUNDING'S DISCOUNT FEE: THE FEE *
005820* TO THE PROCESSOR FEE ACCOUNT, AND THE SAME AMOUNT BACK OUT OF *
005830* THE CREDIT SLIP ACCOUNT, UNDER THE NIGHT'S STORE AND BUSINESS *
005840* DATE.                                                         *
005850*****************************************************************
005860 3100-WRITE-FEE-GL.
005870     PERFORM 3160-START-FEE-JOURNAL
005880     MOVE WS-FEE-ACCOUNT TO WS-GLFE-ACCOUNT
005890     MOVE WS-FD-FEE (WS-FD-SUB) TO WS-GLFE-AMT
005900     PERFORM 3150-WRITE-GLFE-LINE
005910     MOVE WS-CREDIT-ACCOUNT TO WS-GLFE-ACCOUNT
005920     MULTIPLY WS-FD-FEE (WS-FD-SUB) BY -1 GIVING WS-GLFE-AMT
005930     PERFORM 3150-WRITE-GLFE-LINE
005940     PERFORM 3170-END-FEE-JOURNAL.
005950*****************************************************************
005960* 3150-WRITE-GLFE-LINE -- NUMBER AND WRITE ONE LINE OF THE FEE  *
005970* JOURNAL.  A POSITIVE AMOUNT IS A DEBIT AND A NEGATIVE ONE A   *
005980* CREDIT.                                                       *
005990*****************************************************************
006000 3150-WRITE-GLFE-LINE.
006010     ADD 1 TO WS-JRNL-LINE-NO
006020     MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE
006030     MOVE WS-GLFE-ACCOUNT TO GL-ACCOUNT
006031     MOVE WS-FD-STORE (WS-FD-SUB) TO GL-STORE-NO
006032     MOVE WS-GLFE-AMT     TO GL-AMOUNT
006033     MOVE WS-FD-DATE (WS-FD-SUB) TO GL-BUSINESS-DATE
006034     MOVE WS-JRNL-NO      TO GL-JOURNAL-NO
006035     MOVE WS-JRNL-LINE-NO TO GL-LINE-NO
006036     MOVE 'P'             TO GL-REC-TYPE
006037     IF WS-GLFE-AMT < ZEROES
006038         MOVE 'C' TO GL-DR-CR
006039         SUBTRACT WS-GLFE-AMT FROM WS-JRNL-CREDIT
006040     ELSE
006041         MOVE 'D' TO GL-DR-CR
006042         ADD WS-GLFE-AMT TO WS-JRNL-DEBIT
006043     END-IF
006044     WRITE GL-RECORD
006045     ADD 1 TO WS-FEE-LINE-COUNT.
006046*****************************************************************
006047* 3160-START-FEE-JOURNAL -- TAKE THE NEXT JOURNAL NUMBER FOR    *
006048* THE FUNDING IN HAND AND CLEAR THE JOURNAL'S LINE NUMBER AND   *
006049* TOTALS.                                                       *
006050*****************************************************************
006051 3160-START-FEE-JOURNAL.
006052     MOVE WS-CURRENT-DATE TO WS-JRNL-DATE
006053     ADD 1 TO WS-JRNL-SEQ
006054     MOVE ZEROES TO WS-JRNL-LINE-NO
006055     MOVE ZEROES TO WS-JRNL-DEBIT
006056     MOVE ZEROES TO WS-JRNL-CREDIT.
006057*****************************************************************
006058* 3170-END-FEE-JOURNAL -- FOLD THE JOURNAL INTO THE FILE TOTALS *
006059* AND COUNT IT OUT OF BALANCE IF ITS DEBITS AND CREDITS DIFFER. *
006060*****************************************************************
006061 3170-END-FEE-JOURNAL.
006062     ADD 1 TO WS-JRNL-COUNT
006063     ADD WS-JRNL-DEBIT  TO WS-JRNL-DEBIT-TOTAL
006064     ADD WS-JRNL-CREDIT TO WS-JRNL-CREDIT-TOTAL
006065     IF WS-JRNL-DEBIT NOT = WS-JRNL-CREDIT
006066         ADD 1 TO WS-JRNL-UNBAL-COUNT
006067         DISPLAY 'GL JOURNAL ' WS-JRNL-NO ' IS OUT OF BALANCE'
006068     END-IF.
006069*****************************************************************
006070* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
006071* CURRENT PAGE IS FULL.                                         *
006072*****************************************************************
006080 3500-CHECK-PAGE-BREAK.
006090     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
006100         PERFORM 2100-WRITE-REPORT-HEADER
006110     END-IF.
006120*****************************************************************
006130* 3900-ABANDON-RUN -- PRINT THE ERROR AND END THE RUN WITHOUT   *
006140* TOUCHING ANYTHING.                                            *
006150*****************************************************************
006160 3900-ABANDON-RUN.
006170     WRITE CPSL-RECORD FROM WS-RPT-ERR-LINE
006180         AFTER ADVANCING 2 LINES
006190     DISPLAY '153T TERMINATING - ' ERR-MESSAGE
006200     CLOSE CPSLIST
006210     MOVE 16 TO RETURN-CODE
006220     STOP RUN.
006230*****************************************************************
006240* 3950-PRINT-ERROR-LINE -- PRINT ONE ERROR LINE AND KEEP GOING. *
006250*****************************************************************
006260 3950-PRINT-ERROR-LINE.
006270     PERFORM 3500-CHECK-PAGE-BREAK
006280     WRITE CPSL-RECORD FROM WS-RPT-ERR-LINE
006290         AFTER ADVANCING 1 LINE
006300     ADD 1 TO WS-LINE-CTR
006310     MOVE 'Y' TO WS-EXCEPTION-SW.
006320*****************************************************************
006330* 4000-SETTLE-ONE-NIGHT -- SET THE NIGHT'S STATUS FROM WHAT THE *
006340* PROCESSOR HAS PAID AGAINST WHAT WE EXPECT, PRINT IT WHEN IT   *
006350* WAS FUNDED TONIGHT, IS STILL OPEN, OR CHANGED STATUS, AND     *
006360* CARRY IT FORWARD WHEN IT IS STILL OPEN OR STILL ON THE LIVE   *
006370* TRAIL.  A CLEARED NIGHT THE TRAIL NO LONGER HOLDS DROPS OFF.  *
006380*****************************************************************
006390 4000-SETTLE-ONE-NIGHT.
006400     SUBTRACT WS-NT-EXPECTED (WS-NT-SUB)
006410         FROM WS-NT-GROSS (WS-NT-SUB)
006420         GIVING WS-DIFFERENCE
006430     IF WS-NT-GROSS (WS-NT-SUB) = ZEROES
006440             AND WS-NT-EXPECTED (WS-NT-SUB) NOT = ZEROES
006450         MOVE 'U' TO WS-NT-STATUS (WS-NT-SUB)
006460     ELSE
006470     IF WS-DIFFERENCE = ZEROES
006480         MOVE 'F' TO WS-NT-STATUS (WS-NT-SUB)
006490     ELSE
006500     IF WS-DIFFERENCE < ZEROES
006510         MOVE 'S' TO WS-NT-STATUS (WS-NT-SUB)
006520     ELSE
006530         MOVE 'O' TO WS-NT-STATUS (WS-NT-SUB)
006540     END-IF
006550     END-IF
006560     END-IF
006570     IF WS-NT-FUNDED-SW (WS-NT-SUB) = 'Y'
006580             OR WS-NT-STATUS (WS-NT-SUB) = 'U'
006590             OR WS-NT-STATUS (WS-NT-SUB) = 'S'
006600             OR WS-NT-STATUS (WS-NT-SUB)
006610                 NOT = WS-NT-OLD-STATUS (WS-NT-SUB)
006620         PERFORM 4100-PRINT-NIGHT-LINE
006630     END-IF
006640     IF WS-NT-STATUS (WS-NT-SUB) = 'U'
006650             OR WS-NT-STATUS (WS-NT-SUB) = 'S'
006660             OR WS-NT-TRAIL-SW (WS-NT-SUB) = 'Y'
006670         PERFORM 4200-WRITE-CARRY-RECORD
006680     END-IF.
006690*****************************************************************
006700* 4100-PRINT-NIGHT-LINE -- PRINT ONE STORE-NIGHT AND COUNT IT.  *
006710* A SHORT OR OVER PAYMENT IS AN EXCEPTION.                      *
006720*****************************************************************
006730 4100-PRINT-NIGHT-LINE.
006740     PERFORM 3500-CHECK-PAGE-BREAK
006750     MOVE WS-NT-STORE (WS-NT-SUB) TO DTL-STORE-NO
006760     MOVE WS-NT-DATE (WS-NT-SUB) TO WS-WORK-DATE
006770     PERFORM 7100-FORMAT-DATE
006780     MOVE WS-WORK-DATE-FMT TO DTL-BUS-DATE
006790     MOVE WS-NT-EXPECTED (WS-NT-SUB) TO DTL-EXPECTED
006800     MOVE WS-NT-BATCH-REF (WS-NT-SUB) TO DTL-BATCH-REF
006810     IF WS-NT-FUNDED-SW (WS-NT-SUB) = 'Y'
006820         MOVE WS-NT-FEE-TONIGHT (WS-NT-SUB) TO DTL-FEE
006830     ELSE
006840         MOVE SPACES TO DTL-FEE-X
006850     END-IF
006860     IF WS-NT-FUND-DATE (WS-NT-SUB) = ZEROES
006870         MOVE SPACES TO DTL-FUND-DATE
006880     ELSE
006890         MOVE WS-NT-FUND-DATE (WS-NT-SUB) TO WS-WORK-DATE
006900         PERFORM 7100-FORMAT-DATE
006910         MOVE WS-WORK-DATE-FMT TO DTL-FUND-DATE
006920     END-IF
006930     IF WS-NT-STATUS (WS-NT-SUB) = 'U'
006940         MOVE SPACES TO DTL-GROSS-X
006950         MOVE SPACES TO DTL-DIFFERENCE-X
006960         MOVE 'NOT YET FUNDED        ' TO DTL-STATUS
006970         ADD 1 TO WS-UNFUNDED-COUNT
006980     ELSE
006990         MOVE WS-NT-GROSS (WS-NT-SUB) TO DTL-GROSS
007000         MOVE WS-DIFFERENCE TO DTL-DIFFERENCE
007010         IF WS-NT-STATUS (WS-NT-SUB) = 'F'
007020             MOVE 'PAID IN FULL          ' TO DTL-STATUS
007030             ADD 1 TO WS-FULL-COUNT
007040         ELSE
007050         IF WS-NT-STATUS (WS-NT-SUB) = 'S'
007060             MOVE '** PAID SHORT **      ' TO DTL-STATUS
007070             ADD 1 TO WS-SHORT-COUNT
007080             MOVE 'Y' TO WS-EXCEPTION-SW
007090         ELSE
007100             MOVE '** PAID OVER **       ' TO DTL-STATUS
007110             ADD 1 TO WS-OVER-COUNT
007120             MOVE 'Y' TO WS-EXCEPTION-SW
007130         END-IF
007140         END-IF
007150     END-IF
007160     WRITE CPSL-RECORD FROM WS-RPT-DTL-LINE
007170         AFTER ADVANCING 1 LINE
007180     ADD 1 TO WS-LINE-CTR.
007190*****************************************************************
007200* 4200-WRITE-CARRY-RECORD -- CARRY ONE NIGHT FORWARD ON CPOPNEW *
007210* WITH TONIGHT'S STATUS AND FIGURES.                            *
007220*****************************************************************
007230 4200-WRITE-CARRY-RECORD.
007240     MOVE WS-NT-STORE (WS-NT-SUB)     TO CPOP-STORE-NO
007250     MOVE WS-NT-DATE (WS-NT-SUB)      TO CPOP-BUS-DATE
007260     MOVE WS-NT-STATUS (WS-NT-SUB)    TO CPOP-STATUS
007270     MOVE WS-NT-EXPECTED (WS-NT-SUB)  TO CPOP-EXPECTED-AMT
007280     MOVE WS-NT-GROSS (WS-NT-SUB)     TO CPOP-GROSS-AMT
007290     MOVE WS-NT-FEE (WS-NT-SUB)       TO CPOP-FEE-AMT
007300     MOVE WS-NT-FUND-DATE (WS-NT-SUB) TO CPOP-FUND-DATE
007310     WRITE CPOP-RECORD
007320     ADD 1 TO WS-CARRIED-COUNT.
007330*****************************************************************
007340* 6000-LIST-UNMATCHED-FUNDING -- PRINT ONE PROCESSOR FUNDING    *
007350* THAT MATCHED NO STORE-NIGHT WE HOLD CREDIT SLIPS FOR - EITHER *
007360* A STORE OR DATE KEYED WRONG AT THE PROCESSOR, OR CARD SALES   *
007370* THE REGISTERS NEVER COUNTED.                                  *
007380*****************************************************************
007390 6000-LIST-UNMATCHED-FUNDING.
007400     IF WS-FD-USED-SW (WS-FD-SUB) = 'N'
007410         PERFORM 3500-CHECK-PAGE-BREAK
007420         MOVE WS-FD-STORE (WS-FD-SUB) TO DTL-STORE-NO
007430         MOVE WS-FD-DATE (WS-FD-SUB) TO WS-WORK-DATE
007440         PERFORM 7100-FORMAT-DATE
007450         MOVE WS-WORK-DATE-FMT TO DTL-BUS-DATE
007460         MOVE SPACES TO DTL-EXPECTED-X
007470         MOVE WS-FD-GROSS (WS-FD-SUB) TO DTL-GROSS
007480         MOVE SPACES TO DTL-DIFFERENCE-X
007490         MOVE WS-FD-FEE (WS-FD-SUB) TO DTL-FEE
007500         MOVE '** NO MATCHING NIGHT  ' TO DTL-STATUS
007510         MOVE WS-FD-FUND-DATE (WS-FD-SUB) TO WS-WORK-DATE
007520         PERFORM 7100-FORMAT-DATE
007530         MOVE WS-WORK-DATE-FMT TO DTL-FUND-DATE
007540         MOVE WS-FD-BATCH-REF (WS-FD-SUB) TO DTL-BATCH-REF
007550         WRITE CPSL-RECORD FROM WS-RPT-DTL-LINE
007560             AFTER ADVANCING 1 LINE
007570         ADD 1 TO WS-LINE-CTR
007580         ADD 1 TO WS-UNKNOWN-COUNT
007590         MOVE 'Y' TO WS-EXCEPTION-SW
007600     END-IF.
007610*****************************************************************
007620* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
007630* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
007640*****************************************************************
007650 7100-FORMAT-DATE.
007660     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
007670     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
007680     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
007690     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
007700     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
007710*****************************************************************
007720* 9000-TERMINATE -- PRINT THE RUN COUNTS, CLOSE THE FILES, AND  *
007730* LEAVE A LOUD RETURN CODE WHEN ANYTHING FAILED TO RECONCILE.   *
007740*****************************************************************
007750 9000-TERMINATE.
007760     MOVE 'AUDIT RECORDS READ:       ' TO CNT-LABEL
007770     MOVE WS-AUDT-READ-COUNT TO CNT-COUNT
007780     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
007790         AFTER ADVANCING 2 LINES
007800     MOVE 'PROCESSOR FUNDINGS READ:  ' TO CNT-LABEL
007810     MOVE WS-FD-COUNT TO CNT-COUNT
007820     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
007830         AFTER ADVANCING 1 LINE
007840     MOVE 'NIGHTS CARRIED IN:        ' TO CNT-LABEL
007850     MOVE WS-CARRY-READ-COUNT TO CNT-COUNT
007860     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
007870         AFTER ADVANCING 1 LINE
007880     MOVE 'PAID IN FULL:             ' TO CNT-LABEL
007890     MOVE WS-FULL-COUNT TO CNT-COUNT
007900     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
007910         AFTER ADVANCING 1 LINE
007920     MOVE 'PAID SHORT:               ' TO CNT-LABEL
007930     MOVE WS-SHORT-COUNT TO CNT-COUNT
007940     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
007950         AFTER ADVANCING 1 LINE
007960     MOVE 'PAID OVER:                ' TO CNT-LABEL
007970     MOVE WS-OVER-COUNT TO CNT-COUNT
007980     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
007990         AFTER ADVANCING 1 LINE
008000     MOVE 'NOT YET FUNDED:           ' TO CNT-LABEL
008010     MOVE WS-UNFUNDED-COUNT TO CNT-COUNT
008020     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
008030         AFTER ADVANCING 1 LINE
008040     MOVE 'PROCESSOR-ONLY FUNDINGS:  ' TO CNT-LABEL
008050     MOVE WS-UNKNOWN-COUNT TO CNT-COUNT
008060     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
008070         AFTER ADVANCING 1 LINE
008080     MOVE 'FEE GL LINES WRITTEN:     ' TO CNT-LABEL
008090     MOVE WS-FEE-LINE-COUNT TO CNT-COUNT
008100     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
008110         AFTER ADVANCING 1 LINE
008115     PERFORM 9100-RELEASE-GLFEFILE
008120     MOVE 'NIGHTS CARRIED FORWARD:   ' TO CNT-LABEL
008130     MOVE WS-CARRIED-COUNT TO CNT-COUNT
008140     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
008150         AFTER ADVANCING 1 LINE
008160     CLOSE CPOPNEW
008170     CLOSE GLFEFILE
008180     CLOSE CPSLIST
008190     IF WS-EXCEPTION
008200         MOVE 8 TO RETURN-CODE
008210     END-IF.
008220*****************************************************************
008230* 9100-RELEASE-GLFEFILE -- WRITE THE FILE CONTROL RECORD THAT   *
008240* RELEASES GLFEFILE TO THE LEDGER, BUT ONLY WHEN EVERY FEE      *
008250* JOURNAL BALANCED.  OTHERWISE THE LINES STAND WITHOUT ONE, THE *
008260* LEDGER JOB WILL NOT TAKE THE FILE, AND THE RUN ENDS IN ERROR. *
008270*****************************************************************
008280 9100-RELEASE-GLFEFILE.
008290     MOVE 'FEE GL JOURNALS:          ' TO CNT-LABEL
008300     MOVE WS-JRNL-COUNT TO CNT-COUNT
008310     WRITE CPSL-RECORD FROM WS-RPT-CNT-LINE
008320         AFTER ADVANCING 1 LINE
008330     IF WS-JRNL-UNBAL-COUNT > ZEROES
008340             OR WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
008350         MOVE 'UNBALANCED JOURNALS - GLFEFILE NOT RELEASED'
008360             TO ERR-MESSAGE
008370         PERFORM 3950-PRINT-ERROR-LINE
008380         DISPLAY ERR-MESSAGE
008390     ELSE
008400         MOVE SPACES               TO GL-RECORD
008410         MOVE WS-COMPANY-CODE      TO GL-COMPANY-CODE
008420         MOVE WS-JRNL-COUNT        TO GL-CTL-JOURNAL-COUNT
008430         MOVE WS-FEE-LINE-COUNT    TO GL-CTL-LINE-COUNT
008440         MOVE WS-JRNL-DEBIT-TOTAL  TO GL-CTL-DEBIT-TOTAL
008450         MOVE WS-JRNL-CREDIT-TOTAL TO GL-CTL-CREDIT-TOTAL
008460         MOVE 'T'                  TO GL-REC-TYPE
008470         WRITE GL-RECORD
008480     END-IF.
