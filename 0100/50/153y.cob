000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153Y.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/09/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* NIGHTLY GL JOURNAL LISTING.  LISTS EVERY JOURNAL ON THE       *
000090* NIGHT'S GL INTERFACE FILES - GLIFILE (153A, REQUIRED) AND     *
000100* GLADFILE (153J), GLFEFILE (153T), GLRTFILE (153U), AND        *
000110* GLLPFILE (153Z), EACH OPTIONAL - LINE BY LINE WITH ITS        *
000115* DEBITS AND CREDITS, AND:                                      *
000120*   - TOTALS EACH JOURNAL AND FLAGS ONE WHOSE DEBITS AND        *
000130*     CREDITS DIFFER, OR A LINE WHOSE DEBIT/CREDIT CODE DOES    *
000140*     NOT AGREE WITH THE SIGN OF ITS AMOUNT;                    *
000150*   - TOTALS EACH FILE AND PROVES IT AGAINST ITS CONTROL        *
000160*     RECORD - A FILE WITHOUT ONE WAS NOT RELEASED TO THE       *
000170*     LEDGER;                                                   *
000180*   - ENDS WITH THE TOTAL OF ALL FILES AND A SIGN-OFF BLOCK FOR *
000190*     THE CONTROLLER.                                           *
000200* ANY JOURNAL OUT OF BALANCE, WRONG CODE, OR FILE NOT RELEASED  *
000210* OR DISAGREEING WITH ITS CONTROL RECORD ENDS WITH RETURN CODE  *
000220* 8.  THE LISTING IS RUN AFTER THE LAST OF THE FIVE WRITERS AND *
000230* BEFORE THE LEDGER JOB TAKES THE FILES.                        *
000240*****************************************************************
000250* MODIFICATION HISTORY                                          *
000260*   DATE        INIT  DESCRIPTION                               *
000270*   10/09/2026  DLM   ORIGINAL PROGRAM.                         *
000272*   10/10/2026  DLM   ADDED GLLPFILE, THE LOSS PREVENTION       *
000274*                     RECOVERY JOURNALS FROM 153Z, AS A FIFTH   *
000276*                     OPTIONAL FILE.                            *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT GLIFILE ASSIGN TO GLIFILE
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-GLIFILE-STATUS.
000380     SELECT GLADFILE ASSIGN TO GLADFILE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-GLADFILE-STATUS.
000410     SELECT GLFEFILE ASSIGN TO GLFEFILE
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-GLFEFILE-STATUS.
000440     SELECT GLRTFILE ASSIGN TO GLRTFILE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-GLRTFILE-STATUS.
000462     SELECT GLLPFILE ASSIGN TO GLLPFILE
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-GLLPFILE-STATUS.
000470     SELECT GLJLIST ASSIGN TO GLJLIST
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  GLIFILE
000520     LABEL RECORDS ARE OMITTED.
000530 COPY GLEXTREC.
000540*****************************************************************
000550* THE OTHER FOUR FILES ARE IN THE GLEXTREC LAYOUT AND ARE READ  *
000560* INTO GL-RECORD - KEEP THESE LENGTHS IN STEP WITH GLEXTREC.    *
000570*****************************************************************
000580 FD  GLADFILE
000590     LABEL RECORDS ARE OMITTED.
000600 01  GLAD-RECORD                 PIC X(57).
000610 FD  GLFEFILE
000620     LABEL RECORDS ARE OMITTED.
000630 01  GLFE-RECORD                 PIC X(57).
000640 FD  GLRTFILE
000650     LABEL RECORDS ARE OMITTED.
000660 01  GLRT-RECORD                 PIC X(57).
000662 FD  GLLPFILE
000664     LABEL RECORDS ARE OMITTED.
000666 01  GLLP-RECORD                 PIC X(57).
000670 FD  GLJLIST
000680     LABEL RECORDS ARE OMITTED.
000690 01  GLJL-RECORD                 PIC X(132).
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000720* REPORT LINE WORK AREAS                                        *
000730*****************************************************************
000740 01  WS-RPT-HDR1-LINE.
000750     05  FILLER                  PIC X(48) VALUE SPACES.
000760     05  FILLER                  PIC X(26)
000770             VALUE 'NIGHTLY GL JOURNAL LISTING'.
000780 01  WS-RPT-HDR2-LINE.
000790     05  FILLER                  PIC X(05) VALUE SPACES.
000800     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000810     05  HDR-RUN-DATE             PIC X(10).
000820     05  FILLER                  PIC X(100) VALUE SPACES.
000830     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000840     05  HDR-PAGE-NO              PIC ZZZ9.
000850 01  WS-RPT-FILE-LINE.
000860     05  FILLER                  PIC X(05) VALUE SPACES.
000870     05  FILLER                  PIC X(06) VALUE 'FILE: '.
000880     05  FIL-NAME                 PIC X(08).
000890     05  FILLER                  PIC X(03) VALUE ' - '.
000900     05  FIL-DESC                 PIC X(30).
000910 01  WS-RPT-HDR3-LINE.
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  FILLER                  PIC X(10) VALUE 'JOURNAL NO'.
000940     05  FILLER                  PIC X(06) VALUE SPACES.
000950     05  FILLER                  PIC X(04) VALUE 'LINE'.
000960     05  FILLER                  PIC X(02) VALUE SPACES.
000970     05  FILLER                  PIC X(10) VALUE 'ACCOUNT   '.
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  FILLER                  PIC X(03) VALUE 'STR'.
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  FILLER                  PIC X(10) VALUE 'NIGHT     '.
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  FILLER                  PIC X(01) VALUE 'T'.
001040     05  FILLER                  PIC X(10) VALUE SPACES.
001050     05  FILLER                  PIC X(05) VALUE 'DEBIT'.
001060     05  FILLER                  PIC X(09) VALUE SPACES.
001070     05  FILLER                  PIC X(06) VALUE 'CREDIT'.
001080 01  WS-RPT-DTL-LINE.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DTL-JOURNAL-NO           PIC X(14).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-LINE-NO              PIC ZZZ9.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DTL-ACCOUNT              PIC X(10).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DTL-STORE-NO             PIC X(03).
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  DTL-BUS-DATE             PIC X(10).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  DTL-REC-TYPE             PIC X(01).
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  DTL-DEBIT                PIC Z(12)9.
001230     05  DTL-DEBIT-X REDEFINES DTL-DEBIT
001240                                 PIC X(13).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  DTL-CREDIT               PIC Z(12)9.
001270     05  DTL-CREDIT-X REDEFINES DTL-CREDIT
001280                                 PIC X(13).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DTL-NOTE                 PIC X(30).
001310 01  WS-RPT-TOT-LINE.
001320     05  FILLER                  PIC X(24) VALUE SPACES.
001330     05  TOT-LABEL                PIC X(32).
001340     05  TOT-DEBIT                PIC Z(12)9.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  TOT-CREDIT               PIC Z(12)9.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  TOT-NOTE                 PIC X(30).
001390 01  WS-RPT-CNT-LINE.
001400     05  FILLER                  PIC X(05) VALUE SPACES.
001410     05  CNT-LABEL                PIC X(26).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  CNT-COUNT                PIC ZZZZZZ9.
001440 01  WS-RPT-MSG-LINE.
001450     05  FILLER                  PIC X(05) VALUE SPACES.
001460     05  MSG-TEXT                 PIC X(60).
001470 01  WS-RPT-SIGN-LINE.
001480     05  FILLER                  PIC X(05) VALUE SPACES.
001490     05  SIGN-LABEL               PIC X(24).
001500     05  FILLER                  PIC X(30) VALUE ALL '_'.
001510     05  FILLER                  PIC X(09) VALUE '   DATE: '.
001520     05  FILLER                  PIC X(12) VALUE ALL '_'.
001530 01  WS-RPT-ERR-LINE.
001540     05  FILLER                  PIC X(05) VALUE SPACES.
001550     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001560     05  FILLER                  PIC X(05) VALUE ' *** '.
001570     05  ERR-MESSAGE              PIC X(60).
001580*****************************************************************
001590* THE FIVE INTERFACE FILES, IN THE ORDER THEY ARE LISTED.       *
001600*****************************************************************
001610 01  WS-FILE-NAMES-DATA.
001620     05  FILLER                  PIC X(38)
001630             VALUE 'GLIFILE 153A NIGHTLY SETTLEMENT       '.
001640     05  FILLER                  PIC X(38)
001650             VALUE 'GLADFILE153J SETTLEMENT CORRECTIONS   '.
001660     05  FILLER                  PIC X(38)
001670             VALUE 'GLFEFILE153T CARD PROCESSOR FEES      '.
001680     05  FILLER                  PIC X(38)
001690             VALUE 'GLRTFILE153U RETURNED CHECKS          '.
001692     05  FILLER                  PIC X(38)
001694             VALUE 'GLLPFILE153Z LOSS PREVENTION RECOVERY '.
001700 01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-DATA.
001710     05  WS-FN-ENTRY OCCURS 5 TIMES.
001720         10  WS-FN-NAME           PIC X(08).
001730         10  WS-FN-DESC           PIC X(30).
001740 77  WS-FILE-NO                  PIC 9(01) VALUE ZEROES.
001750*****************************************************************
001760* JOURNAL, FILE, AND RUN TOTALS - ALL CREDIT TOTALS ARE KEPT    *
001770* POSITIVE, AS ON THE CONTROL RECORD.                           *
001780*****************************************************************
001790 01  WS-CUR-JOURNAL-NO           PIC X(14).
001800 77  WS-JRNL-DEBIT               PIC S9(13) VALUE ZEROES.
001810 77  WS-JRNL-CREDIT              PIC S9(13) VALUE ZEROES.
001820 77  WS-FILE-JOURNALS            PIC 9(05) VALUE ZEROES.
001830 77  WS-FILE-LINES               PIC 9(07) VALUE ZEROES.
001840 77  WS-FILE-DEBIT               PIC S9(13) VALUE ZEROES.
001850 77  WS-FILE-CREDIT              PIC S9(13) VALUE ZEROES.
001860 77  WS-CTL-JOURNALS             PIC 9(05) VALUE ZEROES.
001870 77  WS-CTL-LINES                PIC 9(07) VALUE ZEROES.
001880 77  WS-CTL-DEBIT                PIC S9(13) VALUE ZEROES.
001890 77  WS-CTL-CREDIT               PIC S9(13) VALUE ZEROES.
001900 77  WS-ALL-JOURNALS             PIC 9(07) VALUE ZEROES.
001910 77  WS-ALL-LINES                PIC 9(07) VALUE ZEROES.
001920 77  WS-ALL-DEBIT                PIC S9(15) VALUE ZEROES.
001930 77  WS-ALL-CREDIT               PIC S9(15) VALUE ZEROES.
001940 77  WS-FILES-LISTED             PIC 9(07) VALUE ZEROES.
001950 77  WS-FILES-RELEASED           PIC 9(07) VALUE ZEROES.
001960 77  WS-FILES-HELD               PIC 9(07) VALUE ZEROES.
001970 77  WS-UNBAL-COUNT              PIC 9(07) VALUE ZEROES.
001980 77  WS-CODE-ERR-COUNT           PIC 9(07) VALUE ZEROES.
001990*****************************************************************
002000* RUN CONTROL COUNTERS AND SWITCHES                             *
002010*****************************************************************
002020 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
002030 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
002040 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
002050 01  WS-CURRENT-DATE             PIC 9(08).
002060 01  WS-REPORT-DATE              PIC X(10).
002070 01  WS-WORK-DATE.
002080     05  WS-WRK-CCYY              PIC 9(04).
002090     05  WS-WRK-MM                PIC 9(02).
002100     05  WS-WRK-DD                PIC 9(02).
002110 01  WS-WORK-DATE-FMT            PIC X(10).
002120 01  WS-GLIFILE-STATUS           PIC X(02).
002130 01  WS-GLADFILE-STATUS          PIC X(02).
002140 01  WS-GLFEFILE-STATUS          PIC X(02).
002150 01  WS-GLRTFILE-STATUS          PIC X(02).
002155 01  WS-GLLPFILE-STATUS          PIC X(02).
002160 01  WS-OPEN-STATUS              PIC X(02).
002170 01  WS-SWITCHES.
002180     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
002190         88  WS-EOF                          VALUE 'Y'.
002200     05  WS-CTL-SEEN-SW           PIC X(01) VALUE 'N'.
002210         88  WS-CTL-SEEN                     VALUE 'Y'.
002220     05  WS-EXCEPTION-SW          PIC X(01) VALUE 'N'.
002230         88  WS-EXCEPTION                    VALUE 'Y'.
002240*****************************************************************
002250 PROCEDURE DIVISION.
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE
002280     PERFORM 2000-LIST-ONE-FILE
002290         THRU 2000-LIST-ONE-FILE-EXIT
002300         VARYING WS-FILE-NO FROM 1 BY 1
002310         UNTIL WS-FILE-NO > 5
002320     PERFORM 9000-TERMINATE
002330     STOP RUN.
002340*****************************************************************
002350* 1000-INITIALIZE -- OPEN THE LISTING AND MAKE SURE THE NIGHTLY *
002360* SETTLEMENT FILE IS THERE.  WITHOUT IT THERE IS NOTHING FOR    *
002370* THE CONTROLLER TO SIGN.                                       *
002380*****************************************************************
002390 1000-INITIALIZE.
002400     OPEN OUTPUT GLJLIST
002410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002420     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002430     PERFORM 7100-FORMAT-DATE
002440     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002450     OPEN INPUT GLIFILE
002460     IF WS-GLIFILE-STATUS NOT = '00'
002470         MOVE 'GLIFILE WILL NOT OPEN - RUN ABANDONED'
002480             TO ERR-MESSAGE
002490         PERFORM 3900-ABANDON-RUN
002500     END-IF
002510     CLOSE GLIFILE.
002520*****************************************************************
002530* 2000-LIST-ONE-FILE -- LIST EVERY JOURNAL ON ONE INTERFACE     *
002540* FILE AND PROVE THE FILE AGAINST ITS CONTROL RECORD.  AN       *
002550* OPTIONAL FILE THAT IS NOT THERE IS NOTED AND PASSED OVER.     *
002560*****************************************************************
002570 2000-LIST-ONE-FILE.
002580     MOVE WS-FN-NAME (WS-FILE-NO) TO FIL-NAME
002590     MOVE WS-FN-DESC (WS-FILE-NO) TO FIL-DESC
002600     PERFORM 8100-OPEN-GL-FILE
002610     IF WS-OPEN-STATUS NOT = '00'
002620         PERFORM 3500-CHECK-PAGE-BREAK
002630         MOVE SPACES TO MSG-TEXT
002640         MOVE FIL-NAME TO MSG-TEXT
002650         MOVE 'NOT PRESENT - NO JOURNALS TONIGHT' TO MSG-TEXT(10:)
002660         WRITE GLJL-RECORD FROM WS-RPT-MSG-LINE
002670             AFTER ADVANCING 2 LINES
002680         ADD 2 TO WS-LINE-CTR
002690         GO TO 2000-LIST-ONE-FILE-EXIT
002700     END-IF
002710     ADD 1 TO WS-FILES-LISTED
002720     MOVE ZEROES TO WS-FILE-JOURNALS
002730     MOVE ZEROES TO WS-FILE-LINES
002740     MOVE ZEROES TO WS-FILE-DEBIT
002750     MOVE ZEROES TO WS-FILE-CREDIT
002760     MOVE 'N' TO WS-CTL-SEEN-SW
002770     MOVE 'N' TO WS-EOF-SW
002780     PERFORM 2100-WRITE-REPORT-HEADER
002790     PERFORM 8000-READ-GL-FILE
002800     PERFORM 2200-LIST-ONE-JOURNAL
002810         UNTIL WS-EOF
002820     PERFORM 2400-PROVE-FILE
002830     PERFORM 8200-CLOSE-GL-FILE.
002840 2000-LIST-ONE-FILE-EXIT.
002850     EXIT.
002860*****************************************************************
002870* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE UNDER THE *
002880* NAME OF THE FILE BEING LISTED.                                *
002890*****************************************************************
002900 2100-WRITE-REPORT-HEADER.
002910     ADD 1 TO WS-PAGE-NO
002920     MOVE WS-PAGE-NO TO HDR-PAGE-NO
002930     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
002940     WRITE GLJL-RECORD FROM WS-RPT-HDR1-LINE
002950         AFTER ADVANCING PAGE
002960     WRITE GLJL-RECORD FROM WS-RPT-HDR2-LINE
002970         AFTER ADVANCING 1 LINE
002980     WRITE GLJL-RECORD FROM WS-RPT-FILE-LINE
002990         AFTER ADVANCING 2 LINES
003000     WRITE GLJL-RECORD FROM WS-RPT-HDR3-LINE
003010         AFTER ADVANCING 2 LINES
003020     MOVE ZEROES TO WS-LINE-CTR.
003030*****************************************************************
003040* 2200-LIST-ONE-JOURNAL -- LIST THE LINES OF THE JOURNAL WHOSE  *
003050* FIRST LINE IS IN HAND, THEN ITS TOTALS.  THE NEXT JOURNAL'S   *
003060* FIRST LINE IS LEFT IN HAND.                                   *
003070*****************************************************************
003080 2200-LIST-ONE-JOURNAL.
003090     MOVE GL-JOURNAL-NO TO WS-CUR-JOURNAL-NO
003100     MOVE ZEROES TO WS-JRNL-DEBIT
003110     MOVE ZEROES TO WS-JRNL-CREDIT
003120     ADD 1 TO WS-FILE-JOURNALS
003130     PERFORM 2300-LIST-ONE-LINE
003140         UNTIL WS-EOF
003150            OR GL-JOURNAL-NO NOT = WS-CUR-JOURNAL-NO
003160     PERFORM 3500-CHECK-PAGE-BREAK
003170     MOVE 'JOURNAL TOTAL' TO TOT-LABEL
003180     MOVE WS-JRNL-DEBIT TO TOT-DEBIT
003190     MOVE WS-JRNL-CREDIT TO TOT-CREDIT
003200     IF WS-JRNL-DEBIT NOT = WS-JRNL-CREDIT
003210         MOVE '** OUT OF BALANCE **' TO TOT-NOTE
003220         ADD 1 TO WS-UNBAL-COUNT
003230         MOVE 'Y' TO WS-EXCEPTION-SW
003240     ELSE
003250         MOVE SPACES TO TOT-NOTE
003260     END-IF
003270     WRITE GLJL-RECORD FROM WS-RPT-TOT-LINE
003280         AFTER ADVANCING 1 LINE
003290     MOVE SPACES TO GLJL-RECORD
003300     WRITE GLJL-RECORD
003310         AFTER ADVANCING 1 LINE
003320     ADD 2 TO WS-LINE-CTR
003330     ADD WS-JRNL-DEBIT TO WS-FILE-DEBIT
003340     ADD WS-JRNL-CREDIT TO WS-FILE-CREDIT.
003350*****************************************************************
003360* 2300-LIST-ONE-LINE -- PRINT ONE JOURNAL LINE IN THE DEBIT OR  *
003370* CREDIT COLUMN BY THE SIGN OF ITS AMOUNT, FOOT IT, AND READ    *
003380* THE NEXT LINE.                                                *
003390*****************************************************************
003400 2300-LIST-ONE-LINE.
003410     PERFORM 3500-CHECK-PAGE-BREAK
003420     MOVE GL-JOURNAL-NO TO DTL-JOURNAL-NO
003430     MOVE GL-LINE-NO TO DTL-LINE-NO
003440     MOVE GL-ACCOUNT TO DTL-ACCOUNT
003450     MOVE GL-STORE-NO TO DTL-STORE-NO
003460     MOVE GL-BUSINESS-DATE TO WS-WORK-DATE
003470     PERFORM 7100-FORMAT-DATE
003480     MOVE WS-WORK-DATE-FMT TO DTL-BUS-DATE
003490     MOVE GL-REC-TYPE TO DTL-REC-TYPE
003500     MOVE SPACES TO DTL-NOTE
003510     IF GL-AMOUNT < ZEROES
003520         MOVE SPACES TO DTL-DEBIT-X
003530         MULTIPLY GL-AMOUNT BY -1 GIVING DTL-CREDIT
003540         SUBTRACT GL-AMOUNT FROM WS-JRNL-CREDIT
003550         IF NOT GL-CREDIT
003560             MOVE '** DR/CR CODE WRONG **' TO DTL-NOTE
003570             ADD 1 TO WS-CODE-ERR-COUNT
003580             MOVE 'Y' TO WS-EXCEPTION-SW
003590         END-IF
003600     ELSE
003610         MOVE GL-AMOUNT TO DTL-DEBIT
003620         MOVE SPACES TO DTL-CREDIT-X
003630         ADD GL-AMOUNT TO WS-JRNL-DEBIT
003640         IF NOT GL-DEBIT
003650             MOVE '** DR/CR CODE WRONG **' TO DTL-NOTE
003660             ADD 1 TO WS-CODE-ERR-COUNT
003670             MOVE 'Y' TO WS-EXCEPTION-SW
003680         END-IF
003690     END-IF
003700     WRITE GLJL-RECORD FROM WS-RPT-DTL-LINE
003710         AFTER ADVANCING 1 LINE
003720     ADD 1 TO WS-LINE-CTR
003730     ADD 1 TO WS-FILE-LINES
003740     PERFORM 8000-READ-GL-FILE.
003750*****************************************************************
003760* 2400-PROVE-FILE -- PRINT THE FILE TOTALS AGAINST THE CONTROL  *
003770* RECORD.  THE FILE IS RELEASED ONLY WHEN THE CONTROL RECORD IS *
003780* THERE AND ITS COUNTS AND TOTALS AGREE WITH THE LINES LISTED.  *
003790*****************************************************************
003800 2400-PROVE-FILE.
003810     PERFORM 3500-CHECK-PAGE-BREAK
003820     MOVE 'FILE TOTAL' TO TOT-LABEL
003830     MOVE WS-FILE-DEBIT TO TOT-DEBIT
003840     MOVE WS-FILE-CREDIT TO TOT-CREDIT
003850     MOVE SPACES TO TOT-NOTE
003860     WRITE GLJL-RECORD FROM WS-RPT-TOT-LINE
003870         AFTER ADVANCING 1 LINE
003880     ADD 1 TO WS-LINE-CTR
003890     IF WS-CTL-SEEN
003900         MOVE 'CONTROL RECORD' TO TOT-LABEL
003910         MOVE WS-CTL-DEBIT TO TOT-DEBIT
003920         MOVE WS-CTL-CREDIT TO TOT-CREDIT
003930         IF WS-CTL-JOURNALS = WS-FILE-JOURNALS
003940                 AND WS-CTL-LINES = WS-FILE-LINES
003950                 AND WS-CTL-DEBIT = WS-FILE-DEBIT
003960                 AND WS-CTL-CREDIT = WS-FILE-CREDIT
003970             MOVE 'RELEASED' TO TOT-NOTE
003980             ADD 1 TO WS-FILES-RELEASED
003990         ELSE
004000             MOVE '** DOES NOT AGREE - HELD **' TO TOT-NOTE
004010             ADD 1 TO WS-FILES-HELD
004020             MOVE 'Y' TO WS-EXCEPTION-SW
004030         END-IF
004040         WRITE GLJL-RECORD FROM WS-RPT-TOT-LINE
004050             AFTER ADVANCING 1 LINE
004060     ELSE
004070         MOVE 'NO CONTROL RECORD - FILE WAS NOT RELEASED'
004080             TO MSG-TEXT
004090         WRITE GLJL-RECORD FROM WS-RPT-MSG-LINE
004100             AFTER ADVANCING 1 LINE
004110         ADD 1 TO WS-FILES-HELD
004120         MOVE 'Y' TO WS-EXCEPTION-SW
004130     END-IF
004140     ADD 1 TO WS-LINE-CTR
004150     MOVE 'JOURNALS ON FILE:         ' TO CNT-LABEL
004160     MOVE WS-FILE-JOURNALS TO CNT-COUNT
004170     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
004180         AFTER ADVANCING 2 LINES
004190     MOVE 'LINES ON FILE:            ' TO CNT-LABEL
004200     MOVE WS-FILE-LINES TO CNT-COUNT
004210     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
004220         AFTER ADVANCING 1 LINE
004230     ADD 3 TO WS-LINE-CTR
004240     ADD WS-FILE-JOURNALS TO WS-ALL-JOURNALS
004250     ADD WS-FILE-LINES TO WS-ALL-LINES
004260     ADD WS-FILE-DEBIT TO WS-ALL-DEBIT
004270     ADD WS-FILE-CREDIT TO WS-ALL-CREDIT.
004280*****************************************************************
004290* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
004300* CURRENT PAGE IS FULL.                                         *
004310*****************************************************************
004320 3500-CHECK-PAGE-BREAK.
004330     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
004340         PERFORM 2100-WRITE-REPORT-HEADER
004350     END-IF.
004360*****************************************************************
004370* 3900-ABANDON-RUN -- PRINT THE ERROR AND END THE RUN WITHOUT   *
004380* TOUCHING ANYTHING.                                            *
004390*****************************************************************
004400 3900-ABANDON-RUN.
004410     WRITE GLJL-RECORD FROM WS-RPT-ERR-LINE
004420         AFTER ADVANCING 2 LINES
004430     DISPLAY '153Y TERMINATING - ' ERR-MESSAGE
004440     CLOSE GLJLIST
004450     MOVE 16 TO RETURN-CODE
004460     STOP RUN.
004470*****************************************************************
004480* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
004490* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
004500*****************************************************************
004510 7100-FORMAT-DATE.
004520     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
004530     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
004540     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
004550     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
004560     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
004570*****************************************************************
004580* 8000-READ-GL-FILE -- READ THE NEXT JOURNAL LINE FROM THE FILE *
004590* BEING LISTED, TAKING UP ANY CONTROL RECORD ON THE WAY, AND    *
004600* SET THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.        *
004610*****************************************************************
004620 8000-READ-GL-FILE.
004630     PERFORM 8010-READ-GL-RECORD
004640     PERFORM 8010-READ-GL-RECORD
004650         UNTIL WS-EOF
004660            OR NOT GL-CONTROL-REC.
004670*****************************************************************
004680* 8010-READ-GL-RECORD -- READ ONE RECORD INTO GL-RECORD AND     *
004690* HOLD THE COUNTS AND TOTALS OF A CONTROL RECORD.               *
004700*****************************************************************
004710 8010-READ-GL-RECORD.
004720     IF WS-FILE-NO = 1
004730         READ GLIFILE
004740             AT END
004750                 MOVE 'Y' TO WS-EOF-SW
004760         END-READ
004770     ELSE
004780     IF WS-FILE-NO = 2
004790         READ GLADFILE INTO GL-RECORD
004800             AT END
004810                 MOVE 'Y' TO WS-EOF-SW
004820         END-READ
004830     ELSE
004840     IF WS-FILE-NO = 3
004850         READ GLFEFILE INTO GL-RECORD
004860             AT END
004870                 MOVE 'Y' TO WS-EOF-SW
004880         END-READ
004882     ELSE
004884     IF WS-FILE-NO = 4
004886         READ GLRTFILE INTO GL-RECORD
004888             AT END
004890                 MOVE 'Y' TO WS-EOF-SW
004892         END-READ
004894     ELSE
004896         READ GLLPFILE INTO GL-RECORD
004898             AT END
004900                 MOVE 'Y' TO WS-EOF-SW
004902         END-READ
004904     END-IF
004940     END-IF
004950     END-IF
004960     END-IF
004970     IF NOT WS-EOF
004980             AND GL-CONTROL-REC
004990         MOVE 'Y' TO WS-CTL-SEEN-SW
005000         MOVE GL-CTL-JOURNAL-COUNT TO WS-CTL-JOURNALS
005010         MOVE GL-CTL-LINE-COUNT TO WS-CTL-LINES
005020         MOVE GL-CTL-DEBIT-TOTAL TO WS-CTL-DEBIT
005030         MOVE GL-CTL-CREDIT-TOTAL TO WS-CTL-CREDIT
005040     END-IF.
005050*****************************************************************
005060* 8100-OPEN-GL-FILE -- OPEN THE FILE BEING LISTED AND LEAVE ITS *
005070* OPEN STATUS IN WS-OPEN-STATUS.                                *
005080*****************************************************************
005090 8100-OPEN-GL-FILE.
005100     IF WS-FILE-NO = 1
005110         OPEN INPUT GLIFILE
005120         MOVE WS-GLIFILE-STATUS TO WS-OPEN-STATUS
005130     ELSE
005140     IF WS-FILE-NO = 2
005150         OPEN INPUT GLADFILE
005160         MOVE WS-GLADFILE-STATUS TO WS-OPEN-STATUS
005170     ELSE
005180     IF WS-FILE-NO = 3
005190         OPEN INPUT GLFEFILE
005200         MOVE WS-GLFEFILE-STATUS TO WS-OPEN-STATUS
005202     ELSE
005204     IF WS-FILE-NO = 4
005206         OPEN INPUT GLRTFILE
005208         MOVE WS-GLRTFILE-STATUS TO WS-OPEN-STATUS
005210     ELSE
005212         OPEN INPUT GLLPFILE
005214         MOVE WS-GLLPFILE-STATUS TO WS-OPEN-STATUS
005216     END-IF
005240     END-IF
005250     END-IF
005260     END-IF.
005270*****************************************************************
005280* 8200-CLOSE-GL-FILE -- CLOSE THE FILE JUST LISTED.             *
005290*****************************************************************
005300 8200-CLOSE-GL-FILE.
005310     IF WS-FILE-NO = 1
005320         CLOSE GLIFILE
005330     ELSE
005340     IF WS-FILE-NO = 2
005350         CLOSE GLADFILE
005360     ELSE
005370     IF WS-FILE-NO = 3
005380         CLOSE GLFEFILE
005382     ELSE
005384     IF WS-FILE-NO = 4
005386         CLOSE GLRTFILE
005388     ELSE
005390         CLOSE GLLPFILE
005392     END-IF
005410     END-IF
005420     END-IF
005430     END-IF.
005440*****************************************************************
005450* 9000-TERMINATE -- PRINT THE TOTAL OF ALL FILES, THE RUN       *
005460* COUNTS, AND THE CONTROLLER'S SIGN-OFF BLOCK, SET THE RETURN   *
005470* CODE, AND CLOSE THE LISTING.                                  *
005480*****************************************************************
005490 9000-TERMINATE.
005500     MOVE 'ALL' TO FIL-NAME
005510     MOVE 'RUN TOTALS AND SIGN-OFF' TO FIL-DESC
005520     PERFORM 2100-WRITE-REPORT-HEADER
005530     MOVE 'ALL FILES TOTAL' TO TOT-LABEL
005540     MOVE WS-ALL-DEBIT TO TOT-DEBIT
005550     MOVE WS-ALL-CREDIT TO TOT-CREDIT
005560     IF WS-ALL-DEBIT NOT = WS-ALL-CREDIT
005570         MOVE '** OUT OF BALANCE **' TO TOT-NOTE
005580         MOVE 'Y' TO WS-EXCEPTION-SW
005590     ELSE
005600         MOVE SPACES TO TOT-NOTE
005610     END-IF
005620     WRITE GLJL-RECORD FROM WS-RPT-TOT-LINE
005630         AFTER ADVANCING 1 LINE
005640     MOVE 'FILES LISTED:             ' TO CNT-LABEL
005650     MOVE WS-FILES-LISTED TO CNT-COUNT
005660     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
005670         AFTER ADVANCING 2 LINES
005680     MOVE 'FILES RELEASED:           ' TO CNT-LABEL
005690     MOVE WS-FILES-RELEASED TO CNT-COUNT
005700     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
005710         AFTER ADVANCING 1 LINE
005720     MOVE 'FILES HELD BACK:          ' TO CNT-LABEL
005730     MOVE WS-FILES-HELD TO CNT-COUNT
005740     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
005750         AFTER ADVANCING 1 LINE
005760     MOVE 'JOURNALS LISTED:          ' TO CNT-LABEL
005770     MOVE WS-ALL-JOURNALS TO CNT-COUNT
005780     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
005790         AFTER ADVANCING 1 LINE
005800     MOVE 'LINES LISTED:             ' TO CNT-LABEL
005810     MOVE WS-ALL-LINES TO CNT-COUNT
005820     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
005830         AFTER ADVANCING 1 LINE
005840     MOVE 'JOURNALS OUT OF BALANCE:  ' TO CNT-LABEL
005850     MOVE WS-UNBAL-COUNT TO CNT-COUNT
005860     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
005870         AFTER ADVANCING 1 LINE
005880     MOVE 'LINES WITH WRONG CODE:    ' TO CNT-LABEL
005890     MOVE WS-CODE-ERR-COUNT TO CNT-COUNT
005900     WRITE GLJL-RECORD FROM WS-RPT-CNT-LINE
005910         AFTER ADVANCING 1 LINE
005920     IF WS-EXCEPTION
005930         MOVE '** EXCEPTIONS ABOVE - RESOLVE BEFORE SIGNING **'
005940             TO MSG-TEXT
005950     ELSE
005960         MOVE 'ALL JOURNALS BALANCED AND ALL FILES RELEASED'
005970             TO MSG-TEXT
005980     END-IF
005990     WRITE GLJL-RECORD FROM WS-RPT-MSG-LINE
006000         AFTER ADVANCING 2 LINES
006010     MOVE 'PREPARED BY:            ' TO SIGN-LABEL
006020     WRITE GLJL-RECORD FROM WS-RPT-SIGN-LINE
006030         AFTER ADVANCING 3 LINES
006040     MOVE 'REVIEWED BY CONTROLLER: ' TO SIGN-LABEL
006050     WRITE GLJL-RECORD FROM WS-RPT-SIGN-LINE
006060         AFTER ADVANCING 3 LINES
006070     CLOSE GLJLIST
006080     IF WS-EXCEPTION
006090         MOVE 8 TO RETURN-CODE
006100     END-IF.
