000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153V.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/05/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MONTHLY RETURNED CHECK AGING REPORT.  READS THE OPEN-ITEMS    *
000090* FILE 153U KEEPS (RTOPFILE), WHICH READS IN STORE ORDER, AND   *
000100* PRINTS EVERY RETURNED CHECK STILL OPEN WITH ITS BALANCE AGED  *
000110* FROM THE DATE THE BANK RETURNED IT TO THE RUN DATE - 0 TO 30, *
000120* 31 TO 60, 61 TO 90, AND OVER 90 DAYS - THEN EACH STORE'S      *
000130* TOTALS BY AGE AND THE TOTALS FOR ALL STORES.  THE STORE NAME  *
000140* COMES FROM THE STORE MASTER WHEN IT IS PRESENT.  RUN AT MONTH *
000150* END FOR THE CONTROLLER.  READ-ONLY; NOTHING IS CHANGED HERE.  *
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*   DATE        INIT  DESCRIPTION                               *
000190*   10/05/2026  DLM   ORIGINAL PROGRAM.                         *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000240 OBJECT-COMPUTER.   IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RTOPFILE ASSIGN TO RTOPFILE
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS RTOP-KEY
000310         FILE STATUS IS WS-RTOPFILE-STATUS.
000320     SELECT STORFILE ASSIGN TO STORFILE
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS STOR-STORE-NO
000360         FILE STATUS IS WS-STORFILE-STATUS.
000370     SELECT AGNGLIST ASSIGN TO AGNGLIST
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RTOPFILE.
000420 COPY RTOPREC.
000430 FD  STORFILE.
000440 COPY STORMSTR.
000450 FD  AGNGLIST
000460     LABEL RECORDS ARE OMITTED.
000470 01  AGNG-RECORD                 PIC X(132).
000480 WORKING-STORAGE SECTION.
000490*****************************************************************
000500* REPORT LINE WORK AREAS                                        *
000510*****************************************************************
000520 01  WS-RPT-HDR1-LINE.
000530     05  FILLER                  PIC X(45) VALUE SPACES.
000540     05  FILLER                  PIC X(30)
000550             VALUE 'RETURNED CHECK AGING BY STORE'.
000560 01  WS-RPT-HDR2-LINE.
000570     05  FILLER                  PIC X(05) VALUE SPACES.
000580     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000590     05  HDR-RUN-DATE             PIC X(10).
000600     05  FILLER                  PIC X(100) VALUE SPACES.
000610     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000620     05  HDR-PAGE-NO              PIC ZZZ9.
000630 01  WS-RPT-HDR3-LINE.
000640     05  FILLER                  PIC X(07) VALUE '  STR  '.
000650     05  FILLER                  PIC X(14) VALUE 'ITEM REF'.
000660     05  FILLER                  PIC X(12) VALUE 'SLIP DATE'.
000670     05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
000680     05  FILLER                  PIC X(12) VALUE 'RETURNED'.
000690     05  FILLER                  PIC X(05) VALUE ' DAYS'.
000700     05  FILLER                  PIC X(13) VALUE '       0 - 30'.
000710     05  FILLER                  PIC X(13) VALUE '      31 - 60'.
000720     05  FILLER                  PIC X(13) VALUE '      61 - 90'.
000730     05  FILLER                  PIC X(13) VALUE '      OVER 90'.
000740     05  FILLER                  PIC X(13) VALUE '        TOTAL'.
000750 01  WS-RPT-DTL-LINE.
000760     05  FILLER                  PIC X(02).
000770     05  DTL-STORE-NO             PIC X(03).
000780     05  FILLER                  PIC X(02).
000790     05  DTL-ITEM-REF             PIC X(12).
000800     05  FILLER                  PIC X(02).
000810     05  DTL-SLIP-DATE            PIC X(10).
000820     05  FILLER                  PIC X(02).
000830     05  DTL-CHECK-NO             PIC X(10).
000840     05  FILLER                  PIC X(02).
000850     05  DTL-RETURN-DATE          PIC X(10).
000860     05  FILLER                  PIC X(02).
000870     05  DTL-DAYS                 PIC ZZZZ9.
000880     05  DTL-BUCKET-COLUMN OCCURS 5 TIMES.
000890         10  FILLER              PIC X(01).
000900         10  DTL-BUCKET          PIC -Z(10)9.
000910 01  WS-RPT-TOT-LINE.
000920     05  FILLER                  PIC X(02).
000930     05  TOT-LABEL                PIC X(48).
000940     05  TOT-COUNT                PIC ZZZZ9.
000950     05  FILLER                  PIC X(07).
000960     05  TOT-BUCKET-COLUMN OCCURS 5 TIMES.
000970         10  FILLER              PIC X(01).
000980         10  TOT-BUCKET          PIC -Z(10)9.
000990 01  WS-RPT-CNT-LINE.
001000     05  FILLER                  PIC X(05) VALUE SPACES.
001010     05  CNT-LABEL                PIC X(26).
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  CNT-COUNT                PIC ZZZZZZ9.
001040*****************************************************************
001050* AGING ACCUMULATORS - BUCKETS 1-4 ARE THE AGE BANDS AND        *
001060* BUCKET 5 THE TOTAL, FOR THE STORE IN HAND AND FOR THE RUN.    *
001070*****************************************************************
001080 01  WS-STORE-TOTALS.
001090     05  WS-ST-BUCKET OCCURS 5 TIMES
001100                                 PIC S9(13).
001110 01  WS-GRAND-TOTALS.
001120     05  WS-GT-BUCKET OCCURS 5 TIMES
001130                                 PIC S9(13).
001140 77  WS-ST-COUNT                 PIC 9(05) VALUE ZEROES.
001150 77  WS-GT-COUNT                 PIC 9(05) VALUE ZEROES.
001160 77  WS-BKT-SUB                  PIC 9(01) VALUE ZEROES.
001170*****************************************************************
001180* REPORT CONTROL COUNTERS AND SWITCHES                          *
001190*****************************************************************
001200 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001210 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001220 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001230 77  WS-STORE-COUNT              PIC 9(05) VALUE ZEROES.
001240 77  WS-BALANCE                  PIC S9(11) VALUE ZEROES.
001250 77  WS-AGE-DAYS                 PIC S9(07) VALUE ZEROES.
001260 77  WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZEROES.
001270 77  WS-DAY-NUMBER               PIC 9(07) VALUE ZEROES.
001280 77  WS-DN-YEAR                  PIC 9(04) VALUE ZEROES.
001290 77  WS-DN-MONTH                 PIC 9(02) VALUE ZEROES.
001300 77  WS-DN-QUOT                  PIC 9(07) VALUE ZEROES.
001310 01  WS-PREV-STORE               PIC X(03).
001320 01  WS-SLIP-NO.
001330     05  WS-SLIP-DATE             PIC 9(08).
001340     05  WS-SLIP-STORE            PIC X(03).
001350 01  WS-CURRENT-DATE             PIC 9(08).
001360 01  WS-REPORT-DATE              PIC X(10).
001370 01  WS-WORK-DATE.
001380     05  WS-WRK-CCYY              PIC 9(04).
001390     05  WS-WRK-MM                PIC 9(02).
001400     05  WS-WRK-DD                PIC 9(02).
001410 01  WS-WORK-DATE-FMT            PIC X(10).
001420 01  WS-RTOPFILE-STATUS          PIC X(02).
001430 01  WS-STORFILE-STATUS          PIC X(02).
001440 01  WS-SWITCHES.
001450     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001460         88  WS-EOF                          VALUE 'Y'.
001470     05  WS-STORFILE-OPEN-SW      PIC X(01) VALUE 'N'.
001480         88  WS-STORFILE-OPEN                VALUE 'Y'.
001490*****************************************************************
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE
001530     PERFORM 2000-AGE-ONE-ITEM
001540         UNTIL WS-EOF
001550     IF WS-PREV-STORE NOT = SPACES
001560         PERFORM 3000-PRINT-STORE-TOTALS
001570     END-IF
001580     PERFORM 9000-TERMINATE
001590     STOP RUN.
001600*****************************************************************
001610* 1000-INITIALIZE -- OPEN THE FILES, BUILD THE RUN DATE AND ITS *
001620* DAY NUMBER, PRINT THE FIRST PAGE HEADING, AND PRIME THE READ  *
001630* LOOP.  A MISSING OPEN-ITEMS FILE ENDS THE RUN - THERE IS      *
001640* NOTHING TO AGE UNTIL 153U HAS TAKEN IN A RETURN.  WITHOUT THE *
001650* STORE MASTER THE REPORT SIMPLY PRINTS NO STORE NAMES.         *
001660*****************************************************************
001670 1000-INITIALIZE.
001680     OPEN INPUT RTOPFILE
001690     IF WS-RTOPFILE-STATUS NOT = '00'
001700         DISPLAY 'RTOPFILE WILL NOT OPEN - STATUS '
001710             WS-RTOPFILE-STATUS
001720         DISPLAY '153V TERMINATING - NO OPEN ITEMS TO AGE'
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF
001760     OPEN INPUT STORFILE
001770     IF WS-STORFILE-STATUS = '00'
001780         MOVE 'Y' TO WS-STORFILE-OPEN-SW
001790     ELSE
001800         DISPLAY 'STORFILE NOT PRESENT - STATUS '
001810             WS-STORFILE-STATUS
001820     END-IF
001830     OPEN OUTPUT AGNGLIST
001840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001850     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
001860     PERFORM 7100-FORMAT-DATE
001870     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
001880     PERFORM 7200-COMPUTE-DAY-NUMBER
001890     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
001900     MOVE SPACES TO WS-PREV-STORE
001910     MOVE ZEROES TO WS-STORE-TOTALS
001920     MOVE ZEROES TO WS-GRAND-TOTALS
001930     PERFORM 2100-WRITE-REPORT-HEADER
001940     PERFORM 8000-READ-RTOPFILE.
001950*****************************************************************
001960* 2000-AGE-ONE-ITEM -- CLOSE OFF THE PRIOR STORE WHEN THE STORE *
001970* CHANGES, AGE THE OPEN ITEM IN HAND INTO ITS BAND, PRINT IT,   *
001980* AND READ THE NEXT.                                            *
001990*****************************************************************
002000 2000-AGE-ONE-ITEM.
002010     IF RTOP-STORE-NO NOT = WS-PREV-STORE
002020         IF WS-PREV-STORE NOT = SPACES
002030             PERFORM 3000-PRINT-STORE-TOTALS
002040         END-IF
002050         MOVE RTOP-STORE-NO TO WS-PREV-STORE
002060         ADD 1 TO WS-STORE-COUNT
002070     END-IF
002080     SUBTRACT RTOP-RECOVERED FROM RTOP-AMOUNT GIVING WS-BALANCE
002090     MOVE RTOP-RETURN-DATE TO WS-WORK-DATE
002100     PERFORM 7200-COMPUTE-DAY-NUMBER
002110     SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
002120         GIVING WS-AGE-DAYS
002130     IF WS-AGE-DAYS < ZEROES
002140         MOVE ZEROES TO WS-AGE-DAYS
002150     END-IF
002160     IF WS-AGE-DAYS NOT > 30
002170         MOVE 1 TO WS-BKT-SUB
002180     ELSE
002190     IF WS-AGE-DAYS NOT > 60
002200         MOVE 2 TO WS-BKT-SUB
002210     ELSE
002220     IF WS-AGE-DAYS NOT > 90
002230         MOVE 3 TO WS-BKT-SUB
002240     ELSE
002250         MOVE 4 TO WS-BKT-SUB
002260     END-IF
002270     END-IF
002280     END-IF
002290     ADD WS-BALANCE TO WS-ST-BUCKET (WS-BKT-SUB)
002300     ADD WS-BALANCE TO WS-ST-BUCKET (5)
002310     ADD 1 TO WS-ST-COUNT
002320     PERFORM 2200-PRINT-ITEM-LINE
002330     PERFORM 8000-READ-RTOPFILE.
002340*****************************************************************
002350* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
002360*****************************************************************
002370 2100-WRITE-REPORT-HEADER.
002380     ADD 1 TO WS-PAGE-NO
002390     MOVE WS-PAGE-NO TO HDR-PAGE-NO
002400     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
002410     WRITE AGNG-RECORD FROM WS-RPT-HDR1-LINE
002420         AFTER ADVANCING PAGE
002430     WRITE AGNG-RECORD FROM WS-RPT-HDR2-LINE
002440         AFTER ADVANCING 1 LINE
002450     WRITE AGNG-RECORD FROM WS-RPT-HDR3-LINE
002460         AFTER ADVANCING 2 LINES
002470     MOVE ZEROES TO WS-LINE-CTR.
002480*****************************************************************
002490* 2200-PRINT-ITEM-LINE -- PRINT ONE OPEN ITEM WITH ITS BALANCE  *
002500* UNDER ITS AGE BAND AND UNDER THE TOTAL.                       *
002510*****************************************************************
002520 2200-PRINT-ITEM-LINE.
002530     PERFORM 3500-CHECK-PAGE-BREAK
002540     MOVE SPACES TO WS-RPT-DTL-LINE
002550     MOVE RTOP-STORE-NO TO DTL-STORE-NO
002560     MOVE RTOP-ITEM-REF TO DTL-ITEM-REF
002570     MOVE RTOP-SLIP-NO TO WS-SLIP-NO
002580     MOVE WS-SLIP-DATE TO WS-WORK-DATE
002590     PERFORM 7100-FORMAT-DATE
002600     MOVE WS-WORK-DATE-FMT TO DTL-SLIP-DATE
002610     MOVE RTOP-CHECK-NO TO DTL-CHECK-NO
002620     MOVE RTOP-RETURN-DATE TO WS-WORK-DATE
002630     PERFORM 7100-FORMAT-DATE
002640     MOVE WS-WORK-DATE-FMT TO DTL-RETURN-DATE
002650     MOVE WS-AGE-DAYS TO DTL-DAYS
002660     MOVE WS-BALANCE TO DTL-BUCKET (WS-BKT-SUB)
002670     MOVE WS-BALANCE TO DTL-BUCKET (5)
002680     WRITE AGNG-RECORD FROM WS-RPT-DTL-LINE
002690         AFTER ADVANCING 1 LINE
002700     ADD 1 TO WS-LINE-CTR.
002710*****************************************************************
002720* 3000-PRINT-STORE-TOTALS -- PRINT THE STORE'S TOTALS BY AGE    *
002730* BAND, ROLL THEM INTO THE RUN TOTALS, AND CLEAR THEM FOR THE   *
002740* NEXT STORE.                                                   *
002750*****************************************************************
002760 3000-PRINT-STORE-TOTALS.
002770     PERFORM 3500-CHECK-PAGE-BREAK
002780     MOVE SPACES TO WS-RPT-TOT-LINE
002790     MOVE 'STORE ' TO TOT-LABEL(1:6)
002800     MOVE WS-PREV-STORE TO TOT-LABEL(7:3)
002810     IF WS-STORFILE-OPEN
002820         MOVE WS-PREV-STORE TO STOR-STORE-NO
002830         READ STORFILE
002840             INVALID KEY
002850                 MOVE 'NOT ON THE STORE MASTER'
002860                     TO TOT-LABEL(11:30)
002870             NOT INVALID KEY
002880                 MOVE STOR-NAME TO TOT-LABEL(11:30)
002890         END-READ
002900     END-IF
002910     MOVE WS-ST-COUNT TO TOT-COUNT
002920     MOVE ' ITEMS ' TO WS-RPT-TOT-LINE(56:7)
002930     PERFORM 3100-ROLL-ONE-BUCKET
002940         VARYING WS-BKT-SUB FROM 1 BY 1
002950         UNTIL WS-BKT-SUB > 5
002960     WRITE AGNG-RECORD FROM WS-RPT-TOT-LINE
002970         AFTER ADVANCING 2 LINES
002980     MOVE SPACES TO AGNG-RECORD
002990     WRITE AGNG-RECORD
003000         AFTER ADVANCING 1 LINE
003010     ADD 4 TO WS-LINE-CTR
003020     ADD WS-ST-COUNT TO WS-GT-COUNT
003030     MOVE ZEROES TO WS-ST-COUNT
003040     MOVE ZEROES TO WS-STORE-TOTALS.
003050*****************************************************************
003060* 3100-ROLL-ONE-BUCKET -- EDIT ONE OF THE STORE'S BANDS ONTO    *
003070* THE TOTAL LINE AND ADD IT TO THE RUN TOTALS.                  *
003080*****************************************************************
003090 3100-ROLL-ONE-BUCKET.
003100     MOVE WS-ST-BUCKET (WS-BKT-SUB) TO TOT-BUCKET (WS-BKT-SUB)
003110     ADD WS-ST-BUCKET (WS-BKT-SUB) TO WS-GT-BUCKET (WS-BKT-SUB).
003120*****************************************************************
003130* 3200-EDIT-GRAND-BUCKET -- EDIT ONE OF THE RUN'S BANDS ONTO    *
003140* THE TOTAL LINE.                                               *
003150*****************************************************************
003160 3200-EDIT-GRAND-BUCKET.
003170     MOVE WS-GT-BUCKET (WS-BKT-SUB) TO TOT-BUCKET (WS-BKT-SUB).
003180*****************************************************************
003190* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
003200* CURRENT PAGE IS FULL.                                         *
003210*****************************************************************
003220 3500-CHECK-PAGE-BREAK.
003230     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
003240         PERFORM 2100-WRITE-REPORT-HEADER
003250     END-IF.
003260*****************************************************************
003270* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
003280* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
003290*****************************************************************
003300 7100-FORMAT-DATE.
003310     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
003320     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
003330     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
003340     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
003350     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
003360*****************************************************************
003370* 7200-COMPUTE-DAY-NUMBER -- TURN THE CCYYMMDD DATE IN          *
003380* WS-WORK-DATE INTO A DAY NUMBER IN WS-DAY-NUMBER, SO THE DAYS  *
003390* BETWEEN TWO DATES IS ONE DAY NUMBER LESS THE OTHER.  THE YEAR *
003400* IS TAKEN AS STARTING IN MARCH, SO FEBRUARY 29 FALLS AT ITS    *
003410* END AND EVERY OTHER MONTH STARTS A FIXED COUNT OF DAYS IN.    *
003420*****************************************************************
003430 7200-COMPUTE-DAY-NUMBER.
003440     IF WS-WRK-MM > 2
003450         MOVE WS-WRK-CCYY TO WS-DN-YEAR
003460         SUBTRACT 3 FROM WS-WRK-MM GIVING WS-DN-MONTH
003470     ELSE
003480         SUBTRACT 1 FROM WS-WRK-CCYY GIVING WS-DN-YEAR
003490         ADD 9 TO WS-WRK-MM GIVING WS-DN-MONTH
003500     END-IF
003510     MULTIPLY WS-DN-YEAR BY 365 GIVING WS-DAY-NUMBER
003520     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT
003530     ADD WS-DN-QUOT TO WS-DAY-NUMBER
003540     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT
003550     SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER
003560     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT
003570     ADD WS-DN-QUOT TO WS-DAY-NUMBER
003580     MULTIPLY WS-DN-MONTH BY 153 GIVING WS-DN-QUOT
003590     ADD 2 TO WS-DN-QUOT
003600     DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
003610     ADD WS-DN-QUOT TO WS-DAY-NUMBER
003620     ADD WS-WRK-DD TO WS-DAY-NUMBER.
003630*****************************************************************
003640* 8000-READ-RTOPFILE -- READ THE NEXT OPEN ITEM AND SET THE     *
003650* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.                *
003660*****************************************************************
003670 8000-READ-RTOPFILE.
003680     READ RTOPFILE
003690         AT END
003700             MOVE 'Y' TO WS-EOF-SW
003710     END-READ.
003720*****************************************************************
003730* 9000-TERMINATE -- PRINT THE TOTALS FOR ALL STORES AND THE RUN *
003740* COUNTS, AND CLOSE ALL FILES.                                  *
003750*****************************************************************
003760 9000-TERMINATE.
003770     MOVE SPACES TO WS-RPT-TOT-LINE
003780     MOVE 'ALL STORES' TO TOT-LABEL
003790     MOVE WS-GT-COUNT TO TOT-COUNT
003800     MOVE ' ITEMS ' TO WS-RPT-TOT-LINE(56:7)
003810     PERFORM 3200-EDIT-GRAND-BUCKET
003820         VARYING WS-BKT-SUB FROM 1 BY 1
003830         UNTIL WS-BKT-SUB > 5
003840     WRITE AGNG-RECORD FROM WS-RPT-TOT-LINE
003850         AFTER ADVANCING 2 LINES
003860     MOVE 'STORES WITH OPEN ITEMS:   ' TO CNT-LABEL
003870     MOVE WS-STORE-COUNT TO CNT-COUNT
003880     WRITE AGNG-RECORD FROM WS-RPT-CNT-LINE
003890         AFTER ADVANCING 2 LINES
003900     MOVE 'OPEN ITEMS AGED:          ' TO CNT-LABEL
003910     MOVE WS-GT-COUNT TO CNT-COUNT
003920     WRITE AGNG-RECORD FROM WS-RPT-CNT-LINE
003930         AFTER ADVANCING 1 LINE
003940     CLOSE RTOPFILE
003950     IF WS-STORFILE-OPEN
003960         CLOSE STORFILE
003970     END-IF
003980     CLOSE AGNGLIST.
