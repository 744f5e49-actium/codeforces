000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153S.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/03/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MONTHLY CASHIER ACCOUNTABILITY REPORT.  READS THE ROLLING     *
000090* PER-CASHIER OVER/SHORT HISTORY 153A KEEPS ON CSOSFILE AND     *
000100* RANKS EVERY CASHIER BY PERIOD-TO-DATE OVER/SHORT, WORST       *
000110* SHORTAGE FIRST, WITH THE AVERAGE PER NIGHT WORKED, THE        *
000120* DRAWERS SETTLED, AND HOW MANY NIGHTS THE CASHIER RAN SHORT    *
000130* VERSUS OVER - SO A SHORTAGE THAT FOLLOWS ONE PERSON FROM      *
000140* REGISTER TO REGISTER SHOWS UP UNDER THAT PERSON.  IT READS    *
000150* THE SAME PARAMETER CARD AS 153N, SO A CASHIER IS HELD TO THE  *
000160* SAME PERIOD AND SHORTAGE LIMIT AS A REGISTER: ANY CASHIER     *
000170* WHOSE PERIOD-TO-DATE SHORTAGE REACHES THE LIMIT IS FLAGGED    *
000180* FOR LOSS PREVENTION AND THE RUN LEAVES A WARNING RETURN CODE. *
000190* RUN MONTHLY; READ-ONLY.                                       *
000200*****************************************************************
000210* MODIFICATION HISTORY                                          *
000220*   DATE        INIT  DESCRIPTION                               *
000230*   10/03/2026  DLM   ORIGINAL PROGRAM.                         *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OVSPFILE ASSIGN TO OVSPFILE
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT CSOSFILE ASSIGN TO CSOSFILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS CSOS-CASHIER-ID
000370         FILE STATUS IS WS-CSOSFILE-STATUS.
000380     SELECT CSOSLIST ASSIGN TO CSOSLIST
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT CSHMFILE ASSIGN TO CSHMFILE
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CSHM-CASHIER-ID
000440         FILE STATUS IS WS-CSHMFILE-STATUS.
000450     SELECT SORTFILE ASSIGN TO SORTWK01.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  OVSPFILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY OVSPREC.
000510 FD  CSOSFILE.
000520 COPY CSOSREC.
000530 FD  CSOSLIST
000540     LABEL RECORDS ARE OMITTED.
000550 01  CSOL-RECORD                 PIC X(132).
000560 FD  CSHMFILE.
000570 COPY CSHMSTR.
000580 SD  SORTFILE.
000590 01  SORT-RECORD.
000600     05  SORT-CUM-OVRSHT         PIC S9(13).
000610     05  SORT-CASHIER-ID         PIC X(06).
000620     05  SORT-NAME               PIC X(30).
000630     05  SORT-STORE-NO           PIC X(03).
000640     05  SORT-AVG-OVRSHT         PIC S9(11).
000650     05  SORT-NIGHTS             PIC 9(03).
000660     05  SORT-DRAWERS            PIC 9(05).
000670     05  SORT-SHORT-NIGHTS       PIC 9(03).
000680     05  SORT-OVER-NIGHTS        PIC 9(03).
000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710* REPORT LINE WORK AREAS                                        *
000720*****************************************************************
000730 01  WS-RPT-HDR1-LINE.
000740     05  FILLER                  PIC X(40) VALUE SPACES.
000750     05  FILLER                  PIC X(38)
000760             VALUE 'MONTHLY CASHIER ACCOUNTABILITY REPORT'.
000770 01  WS-RPT-HDR2-LINE.
000780     05  FILLER                  PIC X(05) VALUE SPACES.
000790     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000800     05  HDR-RUN-DATE             PIC X(10).
000810     05  FILLER                  PIC X(08) VALUE '  PERIOD'.
000820     05  FILLER                  PIC X(06) VALUE ' FROM '.
000830     05  HDR-PERIOD-FROM          PIC X(10).
000840     05  FILLER                  PIC X(08) VALUE '  LIMIT '.
000850     05  HDR-SHORT-LIMIT          PIC Z(9)9.
000860     05  FILLER                  PIC X(50) VALUE SPACES.
000870     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000880     05  HDR-PAGE-NO              PIC ZZZ9.
000890 01  WS-RPT-HDR3-LINE.
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  FILLER                  PIC X(04) VALUE 'RANK'.
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  FILLER                  PIC X(06) VALUE 'CASHR '.
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  FILLER                  PIC X(30) VALUE 'CASHIER NAME'.
000960     05  FILLER                  PIC X(02) VALUE SPACES.
000970     05  FILLER                  PIC X(03) VALUE 'STR'.
000980     05  FILLER                  PIC X(04) VALUE SPACES.
000990     05  FILLER                  PIC X(14) VALUE 'CUM OVER/SHORT'.
001000     05  FILLER                  PIC X(03) VALUE SPACES.
001010     05  FILLER                  PIC X(09) VALUE 'AVG/NIGHT'.
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  FILLER                  PIC X(06) VALUE 'NIGHTS'.
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  FILLER                  PIC X(05) VALUE 'DRWRS'.
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  FILLER                  PIC X(05) VALUE 'SHORT'.
001080     05  FILLER                  PIC X(03) VALUE SPACES.
001090     05  FILLER                  PIC X(04) VALUE 'OVER'.
001100 01  WS-RPT-DTL-LINE.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DTL-RANK                 PIC ZZZ9.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DTL-CASHIER-ID           PIC X(06).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DTL-NAME                 PIC X(30).
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  DTL-STORE-NO             PIC X(03).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  DTL-CUM-OVRSHT           PIC -Z(12)9.
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  DTL-AVG-OVRSHT           PIC -Z(9)9.
001230     05  FILLER                  PIC X(03) VALUE SPACES.
001240     05  DTL-NIGHTS               PIC ZZZZ9.
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  DTL-DRAWERS              PIC ZZZZ9.
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  DTL-SHORT-NIGHTS         PIC ZZZZ9.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DTL-OVER-NIGHTS          PIC ZZZZ9.
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  DTL-FLAG                 PIC X(18).
001330 01  WS-RPT-CNT-LINE.
001340     05  FILLER                  PIC X(05) VALUE SPACES.
001350     05  CNT-LABEL                PIC X(26).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  CNT-COUNT                PIC ZZZZZ9.
001380*****************************************************************
001390* PERIOD ACCUMULATION WORK AREAS - ONE CASHIER AT A TIME.       *
001400*****************************************************************
001410 77  WS-CUM-OVRSHT               PIC S9(13) VALUE ZEROES.
001420 77  WS-AVG-OVRSHT               PIC S9(11) VALUE ZEROES.
001430 77  WS-NIGHT-CTR                PIC 9(03) VALUE ZEROES.
001440 77  WS-DRAWER-CTR               PIC 9(05) VALUE ZEROES.
001450 77  WS-SHORT-CTR                PIC 9(03) VALUE ZEROES.
001460 77  WS-OVER-CTR                 PIC 9(03) VALUE ZEROES.
001470 77  WS-ENT-SUB                  PIC 9(03) VALUE ZEROES.
001480 77  WS-ABS-SHORTAGE             PIC 9(13) VALUE ZEROES.
001490 01  WS-PERIOD-START             PIC 9(08) VALUE ZEROES.
001500 01  WS-SHORT-LIMIT              PIC 9(10) VALUE ZEROES.
001510 01  WS-DATE-WORK-X              PIC X(08).
001520 01  WS-DATE-WORK-9 REDEFINES WS-DATE-WORK-X
001530                                 PIC 9(08).
001540 01  WS-AMT-WORK-X               PIC X(10).
001550 01  WS-AMT-WORK-9 REDEFINES WS-AMT-WORK-X
001560                                 PIC 9(10).
001570*****************************************************************
001580* REPORT CONTROL COUNTERS AND SWITCHES                          *
001590*****************************************************************
001600 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001610 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001620 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001630 77  WS-CASHIER-COUNT            PIC 9(05) VALUE ZEROES.
001640 77  WS-FLAGGED-COUNT            PIC 9(05) VALUE ZEROES.
001650 77  WS-RANK-CTR                 PIC 9(04) VALUE ZEROES.
001660 01  WS-CURRENT-DATE.
001670     05  WS-CUR-CCYY              PIC 9(04).
001680     05  WS-CUR-MM                PIC 9(02).
001690     05  WS-CUR-DD                PIC 9(02).
001700 01  WS-REPORT-DATE               PIC X(10).
001710 01  WS-WORK-DATE.
001720     05  WS-WRK-CCYY              PIC 9(04).
001730     05  WS-WRK-MM                PIC 9(02).
001740     05  WS-WRK-DD                PIC 9(02).
001750 01  WS-WORK-DATE-FMT            PIC X(10).
001760 01  WS-CSOSFILE-STATUS          PIC X(02).
001770 01  WS-CSHMFILE-STATUS          PIC X(02).
001780 01  WS-SWITCHES.
001790     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001800         88  WS-EOF                          VALUE 'Y'.
001810     05  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
001820         88  WS-SORT-EOF                     VALUE 'Y'.
001830     05  WS-CSHM-AVAIL-SW         PIC X(01) VALUE 'N'.
001840         88  WS-CSHM-AVAIL                   VALUE 'Y'.
001850*****************************************************************
001860* THE SORT INPUT AND OUTPUT PROCEDURES MUST BE SECTIONS, SO THE *
001870* WHOLE PROCEDURE DIVISION IS SECTIONED - EACH SECTION ENDS     *
001880* WHERE THE NEXT BEGINS, WHICH IS WHAT KEEPS CONTROL FROM       *
001890* RUNNING OFF THE END OF A SORT PROCEDURE INTO THE PARAGRAPHS   *
001900* BEHIND IT.                                                    *
001910*****************************************************************
001920 PROCEDURE DIVISION.
001930 0000-MAIN SECTION.
001940 0010-MAINLINE.
001950     PERFORM 1000-INITIALIZE
001960     SORT SORTFILE
001970         ASCENDING KEY SORT-CUM-OVRSHT
001980                       SORT-CASHIER-ID
001990         INPUT PROCEDURE IS 0500-SORT-INPUT
002000         OUTPUT PROCEDURE IS 0600-SORT-OUTPUT
002010     PERFORM 9000-TERMINATE
002020     STOP RUN.
002030*****************************************************************
002040* 1000-INITIALIZE -- OPEN THE FILES, READ THE PARAMETER CARD,   *
002050* BUILD THE RUN DATE, AND PRINT THE FIRST PAGE HEADING.  A      *
002060* MISSING HISTORY FILE ENDS THE RUN - THERE IS NOTHING TO       *
002070* REPORT UNTIL 153A HAS BUILT SOME CASHIER HISTORY.  THE        *
002080* CASHIER MASTER ONLY SUPPLIES THE NAME AND HOME STORE -        *
002090* WITHOUT IT THE RANKING STILL PRINTS BY CASHIER ID.            *
002100*****************************************************************
002110 1000-INITIALIZE.
002120     OPEN INPUT CSOSFILE
002130     IF WS-CSOSFILE-STATUS NOT = '00'
002140         DISPLAY 'CSOSFILE WILL NOT OPEN - STATUS '
002150             WS-CSOSFILE-STATUS
002160         DISPLAY '153S TERMINATING - NO HISTORY TO REPORT'
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF
002200     OPEN OUTPUT CSOSLIST
002210     OPEN INPUT CSHMFILE
002220     IF WS-CSHMFILE-STATUS = '00'
002230         MOVE 'Y' TO WS-CSHM-AVAIL-SW
002240     ELSE
002250         DISPLAY 'CSHMFILE WILL NOT OPEN - STATUS '
002260             WS-CSHMFILE-STATUS
002270         DISPLAY 'CASHIER NAMES SKIPPED THIS RUN'
002280     END-IF
002290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002300     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002310     PERFORM 7100-FORMAT-DATE
002320     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002330     OPEN INPUT OVSPFILE
002340     READ OVSPFILE
002350         AT END
002360             CONTINUE
002370         NOT AT END
002380             MOVE OVSP-PERIOD-START TO WS-DATE-WORK-X
002390             IF WS-DATE-WORK-X IS NUMERIC
002400                 MOVE WS-DATE-WORK-9 TO WS-PERIOD-START
002410             END-IF
002420             MOVE OVSP-SHORT-LIMIT TO WS-AMT-WORK-X
002430             IF WS-AMT-WORK-X IS NUMERIC
002440                 MOVE WS-AMT-WORK-9 TO WS-SHORT-LIMIT
002450             END-IF
002460     END-READ
002470     CLOSE OVSPFILE
002480     IF WS-PERIOD-START = ZEROES
002490         MOVE 'ALL NIGHTS' TO HDR-PERIOD-FROM
002500     ELSE
002510         MOVE WS-PERIOD-START TO WS-WORK-DATE
002520         PERFORM 7100-FORMAT-DATE
002530         MOVE WS-WORK-DATE-FMT TO HDR-PERIOD-FROM
002540     END-IF
002550     MOVE WS-SHORT-LIMIT TO HDR-SHORT-LIMIT
002560     PERFORM 2100-WRITE-REPORT-HEADER.
002570*****************************************************************
002580* 0500-SORT-INPUT -- ACCUMULATE EACH CASHIER'S PERIOD FIGURES   *
002590* FROM THE ROLLING HISTORY AND RELEASE ONE SORT RECORD PER      *
002600* CASHIER WITH NIGHTS IN THE PERIOD.                            *
002610*****************************************************************
002620 0500-SORT-INPUT SECTION.
002630 0510-RELEASE-ALL-CASHIERS.
002640     PERFORM 8000-READ-CSOSFILE
002650     PERFORM 2000-RELEASE-ONE-CASHIER
002660         UNTIL WS-EOF
002670     GO TO 0590-SORT-INPUT-EXIT.
002680*****************************************************************
002690* 2000-RELEASE-ONE-CASHIER -- FOOT ONE CASHIER'S PERIOD FIGURES *
002700* AND RELEASE THE SORT RECORD, THEN READ THE NEXT.  A CASHIER   *
002710* WITH NO NIGHTS IN THE PERIOD RELEASES NOTHING.  THE AVERAGE   *
002720* IS PER NIGHT WORKED, HOWEVER MANY DRAWERS THE NIGHT HELD.     *
002730*****************************************************************
002740 2000-RELEASE-ONE-CASHIER.
002750     MOVE ZEROES TO WS-CUM-OVRSHT
002760     MOVE ZEROES TO WS-NIGHT-CTR
002770     MOVE ZEROES TO WS-DRAWER-CTR
002780     MOVE ZEROES TO WS-SHORT-CTR
002790     MOVE ZEROES TO WS-OVER-CTR
002800     PERFORM 2010-ACCUM-ONE-ENTRY
002810         VARYING WS-ENT-SUB FROM 1 BY 1
002820         UNTIL WS-ENT-SUB > 35
002830     IF WS-NIGHT-CTR > ZEROES
002840         DIVIDE WS-CUM-OVRSHT BY WS-NIGHT-CTR
002850             GIVING WS-AVG-OVRSHT ROUNDED
002860         MOVE WS-CUM-OVRSHT   TO SORT-CUM-OVRSHT
002870         MOVE CSOS-CASHIER-ID TO SORT-CASHIER-ID
002880         MOVE WS-AVG-OVRSHT   TO SORT-AVG-OVRSHT
002890         MOVE WS-NIGHT-CTR    TO SORT-NIGHTS
002900         MOVE WS-DRAWER-CTR   TO SORT-DRAWERS
002910         MOVE WS-SHORT-CTR    TO SORT-SHORT-NIGHTS
002920         MOVE WS-OVER-CTR     TO SORT-OVER-NIGHTS
002930         PERFORM 2050-LOOKUP-CASHIER
002940         RELEASE SORT-RECORD
002950     END-IF
002960     PERFORM 8000-READ-CSOSFILE.
002970*****************************************************************
002980* 2010-ACCUM-ONE-ENTRY -- FOLD ONE HISTORY NIGHT INSIDE THE     *
002990* PERIOD INTO THE CASHIER'S FIGURES.  AN ENTRY WITH A ZERO DATE *
003000* HAS NEVER BEEN POSTED AND IS SKIPPED.  A NIGHT COUNTS SHORT   *
003010* OR OVER ON THE NET OF ALL THE CASHIER'S DRAWERS THAT NIGHT.   *
003020*****************************************************************
003030 2010-ACCUM-ONE-ENTRY.
003040     IF CSOS-ENTRY-DATE (WS-ENT-SUB) NOT = ZEROES
003050             AND CSOS-ENTRY-DATE (WS-ENT-SUB)
003060                 NOT < WS-PERIOD-START
003070         ADD CSOS-ENTRY-AMT (WS-ENT-SUB) TO WS-CUM-OVRSHT
003080         ADD 1 TO WS-NIGHT-CTR
003090         IF CSOS-ENTRY-DRAWERS (WS-ENT-SUB) IS NUMERIC
003100             ADD CSOS-ENTRY-DRAWERS (WS-ENT-SUB) TO WS-DRAWER-CTR
003110         END-IF
003120         IF CSOS-ENTRY-AMT (WS-ENT-SUB) < ZEROES
003130             ADD 1 TO WS-SHORT-CTR
003140         ELSE
003150         IF CSOS-ENTRY-AMT (WS-ENT-SUB) > ZEROES
003160             ADD 1 TO WS-OVER-CTR
003170         END-IF
003180         END-IF
003190     END-IF.
003200*****************************************************************
003210* 2050-LOOKUP-CASHIER -- TAKE THE CASHIER'S NAME AND HOME STORE *
003220* FROM THE CASHIER MASTER.  A CASHIER NO LONGER ON THE MASTER   *
003230* (OR NO MASTER AT ALL) STILL RANKS, UNDER STORE '???'.         *
003240*****************************************************************
003250 2050-LOOKUP-CASHIER.
003260     MOVE '** NOT ON CASHIER MASTER **' TO SORT-NAME
003270     MOVE '???' TO SORT-STORE-NO
003280     IF WS-CSHM-AVAIL
003290         MOVE CSOS-CASHIER-ID TO CSHM-CASHIER-ID
003300         READ CSHMFILE
003310             INVALID KEY
003320                 CONTINUE
003330             NOT INVALID KEY
003340                 MOVE CSHM-NAME     TO SORT-NAME
003350                 MOVE CSHM-STORE-NO TO SORT-STORE-NO
003360         END-READ
003370     END-IF.
003380*****************************************************************
003390* 8000-READ-CSOSFILE -- READ THE NEXT HISTORY RECORD AND SET    *
003400* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.            *
003410*****************************************************************
003420 8000-READ-CSOSFILE.
003430     READ CSOSFILE
003440         AT END
003450             MOVE 'Y' TO WS-EOF-SW
003460     END-READ.
003470 0590-SORT-INPUT-EXIT.
003480     EXIT.
003490*****************************************************************
003500* 0600-SORT-OUTPUT -- TAKE THE RANKED RECORDS, WORST SHORTAGE   *
003510* FIRST, AND PRINT THE ACCOUNTABILITY LINES.                    *
003520*****************************************************************
003530 0600-SORT-OUTPUT SECTION.
003540 0610-TAKE-RANKED-RECORDS.
003550     MOVE 'N' TO WS-SORT-EOF-SW
003560     PERFORM 3000-TAKE-ONE-RECORD
003570         UNTIL WS-SORT-EOF
003580     GO TO 0690-SORT-OUTPUT-EXIT.
003590*****************************************************************
003600* 3000-TAKE-ONE-RECORD -- RETURN ONE RANKED RECORD AND PRINT    *
003610* ITS LINE.                                                     *
003620*****************************************************************
003630 3000-TAKE-ONE-RECORD.
003640     RETURN SORTFILE
003650         AT END
003660             MOVE 'Y' TO WS-SORT-EOF-SW
003670         NOT AT END
003680             PERFORM 3100-PRINT-RANKED-LINE
003690     END-RETURN.
003700*****************************************************************
003710* 3100-PRINT-RANKED-LINE -- PRINT ONE CASHIER'S RANKED LINE,    *
003720* FLAGGING A PERIOD-TO-DATE SHORTAGE THAT REACHES THE LIMIT.    *
003730*****************************************************************
003740 3100-PRINT-RANKED-LINE.
003750     PERFORM 3500-CHECK-PAGE-BREAK
003760     ADD 1 TO WS-RANK-CTR
003770     MOVE WS-RANK-CTR TO DTL-RANK
003780     MOVE SORT-CASHIER-ID TO DTL-CASHIER-ID
003790     MOVE SORT-NAME TO DTL-NAME
003800     MOVE SORT-STORE-NO TO DTL-STORE-NO
003810     MOVE SORT-CUM-OVRSHT TO DTL-CUM-OVRSHT
003820     MOVE SORT-AVG-OVRSHT TO DTL-AVG-OVRSHT
003830     MOVE SORT-NIGHTS TO DTL-NIGHTS
003840     MOVE SORT-DRAWERS TO DTL-DRAWERS
003850     MOVE SORT-SHORT-NIGHTS TO DTL-SHORT-NIGHTS
003860     MOVE SORT-OVER-NIGHTS TO DTL-OVER-NIGHTS
003870     MOVE SPACES TO DTL-FLAG
003880     IF WS-SHORT-LIMIT > ZEROES
003890             AND SORT-CUM-OVRSHT < ZEROES
003900         MULTIPLY SORT-CUM-OVRSHT BY -1 GIVING WS-ABS-SHORTAGE
003910         IF WS-ABS-SHORTAGE NOT < WS-SHORT-LIMIT
003920             MOVE '** OVER LIMIT **' TO DTL-FLAG
003930             ADD 1 TO WS-FLAGGED-COUNT
003940         END-IF
003950     END-IF
003960     WRITE CSOL-RECORD FROM WS-RPT-DTL-LINE
003970         AFTER ADVANCING 1 LINE
003980     ADD 1 TO WS-LINE-CTR
003990     ADD 1 TO WS-CASHIER-COUNT.
004000*****************************************************************
004010* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
004020*****************************************************************
004030 2100-WRITE-REPORT-HEADER.
004040     ADD 1 TO WS-PAGE-NO
004050     MOVE WS-PAGE-NO TO HDR-PAGE-NO
004060     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
004070     WRITE CSOL-RECORD FROM WS-RPT-HDR1-LINE
004080         AFTER ADVANCING PAGE
004090     WRITE CSOL-RECORD FROM WS-RPT-HDR2-LINE
004100         AFTER ADVANCING 1 LINE
004110     WRITE CSOL-RECORD FROM WS-RPT-HDR3-LINE
004120         AFTER ADVANCING 2 LINES
004130     MOVE ZEROES TO WS-LINE-CTR.
004140*****************************************************************
004150* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
004160* CURRENT PAGE IS FULL.                                         *
004170*****************************************************************
004180 3500-CHECK-PAGE-BREAK.
004190     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
004200         PERFORM 2100-WRITE-REPORT-HEADER
004210     END-IF.
004220 0690-SORT-OUTPUT-EXIT.
004230     EXIT.
004240*****************************************************************
004250* 8900-END-OF-JOB -- EVERYTHING FROM HERE DOWN RUNS AFTER THE   *
004260* SORT HAS FINISHED.                                            *
004270*****************************************************************
004280 8900-END-OF-JOB SECTION.
004290*****************************************************************
004300* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
004310* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
004320*****************************************************************
004330 7100-FORMAT-DATE.
004340     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
004350     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
004360     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
004370     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
004380     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
004390*****************************************************************
004400* 9000-TERMINATE -- PRINT THE RUN COUNTS, CLOSE THE FILES, AND  *
004410* LEAVE A WARNING RETURN CODE WHEN ANY CASHIER PASSED THE       *
004420* SHORTAGE LIMIT.                                               *
004430*****************************************************************
004440 9000-TERMINATE.
004450     MOVE 'CASHIERS REPORTED:        ' TO CNT-LABEL
004460     MOVE WS-CASHIER-COUNT TO CNT-COUNT
004470     WRITE CSOL-RECORD FROM WS-RPT-CNT-LINE
004480         AFTER ADVANCING 2 LINES
004490     MOVE 'CASHIERS OVER THE LIMIT:  ' TO CNT-LABEL
004500     MOVE WS-FLAGGED-COUNT TO CNT-COUNT
004510     WRITE CSOL-RECORD FROM WS-RPT-CNT-LINE
004520         AFTER ADVANCING 1 LINE
004530     CLOSE CSOSFILE
004540     IF WS-CSHM-AVAIL
004550         CLOSE CSHMFILE
004560     END-IF
004570     CLOSE CSOSLIST
004580     IF WS-FLAGGED-COUNT > ZEROES
004590         MOVE 4 TO RETURN-CODE
004600     END-IF.
