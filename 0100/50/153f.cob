000290* MODIFICATION HISTORY                                          *
000300*   DATE        INIT  DESCRIPTION                               *
000310*   09/02/2026  DLM   ORIGINAL PROGRAM.                         *
000311*   10/01/2026  DLM   ADDED STORFILE, THE STORE MASTER.  THE    *
000312*                     CLOSE NOW PRINTS EACH STORE'S NAME,       *
000313*                     DISTRICT, AND REGION ON ITS STATEMENT     *
000314*                     PAGE, PRINTS THE STORE PAGES IN           *
000315*                     REGION/DISTRICT ORDER, AND ENDS WITH A    *
000316*                     DISTRICT AND REGION ROLLUP PAGE CARRYING  *
000317*                     EACH STORE'S PERIOD TOTAL, A SUBTOTAL PER *
000318*                     DISTRICT AND PER REGION, AND THE PERIOD   *
000319*                     GRAND TOTAL.                              *
000320*   10/09/2026  DLM   GLIFILE NOW CARRIES BALANCED JOURNALS.    *
000321*                     ONLY THE STORE POSTING LINES ARE FOLDED;  *
000322*                     THE OFFSET LINES TO THE CLEARING ACCOUNT  *
000323*                     AND THE FILE CONTROL RECORD ARE PASSED    *
000324*                     OVER.                                     *
000325*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000510         FILE STATUS IS WS-DATEFILE-STATUS.
000520     SELECT STMTLIST ASSIGN TO STMTLIST
000530         ORGANIZATION IS LINE SEQUENTIAL.
000531     SELECT STORFILE ASSIGN TO STORFILE
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS STOR-STORE-NO
000535         FILE STATUS IS WS-STORFILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PCLPFILE
000710 FD  STMTLIST
000720     LABEL RECORDS ARE OMITTED.
000730 01  STMT-RECORD                 PIC X(132).
000732 FD  STORFILE.
000734 COPY STORMSTR.
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760* REPORT LINE WORK AREAS                                        *
000980     05  STO-PERIOD-FROM          PIC X(10).
000990     05  FILLER                  PIC X(06) VALUE ' THRU '.
001000     05  STO-PERIOD-THRU          PIC X(10).
001001     05  FILLER                  PIC X(02) VALUE SPACES.
001002     05  STO-STORE-NAME           PIC X(30).
001003     05  FILLER                  PIC X(11) VALUE '  DISTRICT '.
001004     05  STO-DISTRICT             PIC X(03).
001005     05  FILLER                  PIC X(09) VALUE '  REGION '.
001006     05  STO-REGION               PIC X(02).
001007 01  WS-RPT-RUH-LINE.
001008     05  FILLER                  PIC X(05) VALUE SPACES.
001009     05  FILLER                  PIC X(34)
001010             VALUE 'DISTRICT AND REGION ROLLUP  PERIOD'.
001011     05  FILLER                  PIC X(01) VALUE SPACES.
001012     05  RUH-PERIOD-FROM          PIC X(10).
001013     05  FILLER                  PIC X(06) VALUE ' THRU '.
001014     05  RUH-PERIOD-THRU          PIC X(10).
001015 01  WS-RPT-RUC-LINE.
001016     05  FILLER                  PIC X(05) VALUE SPACES.
001017     05  FILLER                  PIC X(05) VALUE 'STORE'.
001018     05  FILLER                  PIC X(04) VALUE SPACES.
001019     05  FILLER                  PIC X(04) VALUE 'NAME'.
001020     05  FILLER                  PIC X(34) VALUE SPACES.
001021     05  FILLER                  PIC X(12) VALUE 'PERIOD TOTAL'.
001022     05  FILLER                  PIC X(02) VALUE SPACES.
001023     05  FILLER                  PIC X(06) VALUE 'NIGHTS'.
001024 01  WS-RPT-RUS-LINE.
001025     05  FILLER                  PIC X(05) VALUE SPACES.
001026     05  RUS-STORE-NO             PIC X(03).
001027     05  FILLER                  PIC X(06) VALUE SPACES.
001028     05  RUS-STORE-NAME           PIC X(30).
001029     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  RUS-TOTAL                PIC -Z(12)9.
001031     05  FILLER                  PIC X(03) VALUE SPACES.
001032     05  RUS-NIGHTS               PIC ZZ9.
001033 01  WS-RPT-DST-LINE.
001034     05  FILLER                  PIC X(05) VALUE SPACES.
001035     05  FILLER                  PIC X(09) VALUE 'DISTRICT '.
001036     05  DST-DISTRICT             PIC X(03).
001037     05  FILLER                  PIC X(09) VALUE ' SUBTOTAL'.
001038     05  FILLER                  PIC X(25) VALUE SPACES.
001039     05  DST-TOTAL                PIC -Z(12)9.
001040     05  FILLER                  PIC X(03) VALUE SPACES.
001041     05  FILLER                  PIC X(07) VALUE 'STORES:'.
001042     05  DST-STORE-COUNT          PIC ZZ9.
001043 01  WS-RPT-RGN-LINE.
001044     05  FILLER                  PIC X(05) VALUE SPACES.
001045     05  FILLER                  PIC X(07) VALUE 'REGION '.
001046     05  RGN-REGION               PIC X(02).
001047     05  FILLER                  PIC X(09) VALUE ' SUBTOTAL'.
001048     05  FILLER                  PIC X(28) VALUE SPACES.
001049     05  RGN-TOTAL                PIC -Z(12)9.
001050     05  FILLER                  PIC X(03) VALUE SPACES.
001051     05  FILLER                  PIC X(07) VALUE 'STORES:'.
001052     05  RGN-STORE-COUNT          PIC ZZ9.
001053 01  WS-RPT-COL-LINE.
001054     05  FILLER                  PIC X(05) VALUE SPACES.
001055     05  FILLER                  PIC X(14) VALUE 'BUSINESS NIGHT'.
001056     05  FILLER                  PIC X(10) VALUE SPACES.
001057     05  FILLER                  PIC X(06) VALUE 'AMOUNT'.
001060 01  WS-RPT-NGT-LINE.
001070     05  FILLER                  PIC X(05) VALUE SPACES.
001080     05  NGT-DATE                 PIC X(10).
001520* STATEMENT WORK AREAS - THE STORE TABLE COLLECTS EACH STORE'S  *
001530* SETTLED NIGHTS FROM THE PERIOD-TO-DATE FILE; THE OPEN-NIGHTS  *
001540* TABLE LISTS EVERY CALENDAR-OPEN NIGHT IN THE PERIOD SO A      *
001550* NIGHT WITH NO SETTLEMENT PRINTS AS A LOUD GAP.  EACH STORE    *
001552* ENTRY ALSO TAKES ITS NAME AND DISTRICT/REGION ROLLUP FROM THE *
001554* STORE MASTER, AND THE ORDER TABLE LISTS THE ENTRIES IN        *
001556* REGION/DISTRICT/STORE ORDER FOR PRINTING.                     *
001560*****************************************************************
001570 01  WS-STMT-TABLE.
001580     05  WS-STMT-ENTRY OCCURS 100 TIMES.
001620         10  WS-STMT-NIGHT OCCURS 31 TIMES.
001630             15  WS-STMT-NGT-DATE PIC 9(08).
001640             15  WS-STMT-NGT-AMT  PIC S9(11).
001641         10  WS-STMT-STORE-NAME   PIC X(30).
001642         10  WS-STMT-ROLLUP-KEY.
001643             15  WS-STMT-REGION   PIC X(02).
001644             15  WS-STMT-DISTRICT PIC X(03).
001645             15  WS-STMT-KEY-NO   PIC X(03).
001650 77  WS-STMT-COUNT                PIC 9(03) VALUE ZEROES.
001660 77  WS-STMT-SUB                  PIC 9(03) VALUE ZEROES.
001670 77  WS-STMT-SLOT                 PIC 9(03) VALUE ZEROES.
001680 77  WS-NGT-SUB                   PIC 9(03) VALUE ZEROES.
001690 77  WS-NGT-SLOT                  PIC 9(03) VALUE ZEROES.
001691 01  WS-STMT-ORDER-TABLE.
001692     05  WS-STMT-ORDER OCCURS 100 TIMES
001693                                  PIC 9(03).
001694 77  WS-ORDER-COUNT               PIC 9(03) VALUE ZEROES.
001695 77  WS-ORDER-SUB                 PIC 9(03) VALUE ZEROES.
001696 77  WS-ORDER-SLOT                PIC 9(03) VALUE ZEROES.
001697 01  WS-PRIOR-REGION              PIC X(02).
001698 01  WS-PRIOR-DISTRICT            PIC X(03).
001699 77  WS-DIST-TOTAL                PIC S9(13) VALUE ZEROES.
001700 77  WS-DIST-STORE-COUNT          PIC 9(03) VALUE ZEROES.
001701 77  WS-RGN-TOTAL                 PIC S9(13) VALUE ZEROES.
001702 77  WS-RGN-STORE-COUNT           PIC 9(03) VALUE ZEROES.
001703 77  WS-GRAND-TOTAL               PIC S9(13) VALUE ZEROES.
001704 01  WS-OPEN-TABLE.
001710     05  WS-OPEN-DATE OCCURS 31 TIMES
001720                                 PIC 9(08).
001730 77  WS-OPEN-COUNT                PIC 9(03) VALUE ZEROES.
002260 01  WS-GLIFILE-STATUS           PIC X(02).
002270 01  WS-PTDFILE-STATUS           PIC X(02).
002280 01  WS-DATEFILE-STATUS          PIC X(02).
002285 01  WS-STORFILE-STATUS          PIC X(02).
002290 01  WS-FUNCTION                 PIC X(01).
002300     88  WS-FUNC-UPDATE                      VALUE 'U'.
002310     88  WS-FUNC-CLOSE                       VALUE 'C'.
002400         88  WS-NIGHT-FOUND                  VALUE 'Y'.
002410     05  WS-DAY-CLOSED-SW         PIC X(01) VALUE 'N'.
002420         88  WS-DAY-CLOSED                   VALUE 'Y'.
002422     05  WS-STOR-AVAIL-SW         PIC X(01) VALUE 'N'.
002424         88  WS-STOR-AVAIL                   VALUE 'Y'.
002426     05  WS-ORDER-PLACED-SW       PIC X(01) VALUE 'N'.
002428         88  WS-ORDER-PLACED                 VALUE 'Y'.
002430*****************************************************************
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002530             UNTIL WS-EOF
002540         PERFORM 5000-BUILD-OPEN-NIGHTS
002542             THRU 5000-BUILD-OPEN-NIGHTS-EXIT
002550         PERFORM 5500-ORDER-STATEMENTS
002560         PERFORM 6000-PRINT-STORE-STATEMENT
002570             VARYING WS-ORDER-SUB FROM 1 BY 1
002572             UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
002574         PERFORM 6500-PRINT-ROLLUP
002580     END-IF
002590     PERFORM 9000-TERMINATE
002600     STOP RUN.
003090             PERFORM 3900-ABANDON-RUN
003100         END-IF
003110         OPEN OUTPUT PTDNEW
003111* THE STORE MASTER ONLY SUPPLIES NAMES AND THE DISTRICT/REGION
003112* ROLLUP - A CLOSE WITHOUT IT STILL PRINTS, WITH EVERY STORE
003113* SHOWN AS NOT ON THE STORE MASTER.
003114         OPEN INPUT STORFILE
003115         IF WS-STORFILE-STATUS = '00'
003116             MOVE 'Y' TO WS-STOR-AVAIL-SW
003117         ELSE
003118             DISPLAY 'STORFILE WILL NOT OPEN - STATUS '
003119                 WS-STORFILE-STATUS
003120             DISPLAY 'STORE NAMES AND ROLLUPS SKIPPED THIS RUN'
003121         END-IF
003122         PERFORM 1200-LOAD-CALENDAR
003130         PERFORM 1300-RESOLVE-PERIOD-START
003140     END-IF
003150     PERFORM 2100-WRITE-REPORT-HEADER
004260* 2000-UPDATE-ONE-GL-RECORD -- FOLD ONE GL EXTRACT STORE LINE   *
004270* INTO THE UPDATE TABLE AND READ THE NEXT.  LINES WITHOUT A     *
004280* STORE NUMBER (THE CASH OVER/SHORT LINE) ARE PASSED OVER -     *
004290* THEY ARE NOT STORE SETTLEMENT MONEY - AND SO ARE THE JOURNAL  *
004300* OFFSET LINES AND THE FILE CONTROL RECORD.                     *
004310*****************************************************************
004320 2000-UPDATE-ONE-GL-RECORD.
004325     IF GL-POSTING-LINE AND GL-STORE-NO NOT = SPACES
004330         ADD 1 TO WS-GL-FOLD-COUNT
004340         MOVE GL-BUSINESS-DATE TO WS-UPD-BUS-DATE
004350         PERFORM 4000-POST-UPDATE-ENTRY
006710     IF WS-CLOSED-DATE (WS-CLOSED-SUB) = WS-NEXT-DATE
006720         MOVE 'Y' TO WS-DAY-CLOSED-SW
006730     END-IF.
006731*****************************************************************
006732* 5500-ORDER-STATEMENTS -- FILL EACH STATEMENT ENTRY'S NAME,    *
006733* DISTRICT, AND REGION FROM THE STORE MASTER AND LIST THE       *
006734* ENTRIES IN REGION/DISTRICT/STORE ORDER, SO A DISTRICT         *
006735* MANAGER'S STORES COME OFF THE PRINTER TOGETHER.               *
006736*****************************************************************
006737 5500-ORDER-STATEMENTS.
006738     PERFORM 5510-LOAD-STORE-ROLLUP
006739         VARYING WS-STMT-SUB FROM 1 BY 1
006740         UNTIL WS-STMT-SUB > WS-STMT-COUNT
006741     MOVE ZEROES TO WS-ORDER-COUNT
006742     PERFORM 5520-ORDER-ONE-STORE
006743         VARYING WS-STMT-SUB FROM 1 BY 1
006744         UNTIL WS-STMT-SUB > WS-STMT-COUNT.
006745*****************************************************************
006746* 5510-LOAD-STORE-ROLLUP -- FILL ONE STATEMENT ENTRY FROM THE   *
006747* STORE MASTER.  A STORE NOT ON THE MASTER (OR NO MASTER AT     *
006748* ALL) ROLLS UP UNDER DISTRICT ??? AND REGION ??, WHICH SORT    *
006749* AHEAD OF EVERY REAL ONE.                                      *
006750*****************************************************************
006751 5510-LOAD-STORE-ROLLUP.
006752     MOVE '** NOT ON STORE MASTER **'
006753         TO WS-STMT-STORE-NAME (WS-STMT-SUB)
006754     MOVE '??'  TO WS-STMT-REGION (WS-STMT-SUB)
006755     MOVE '???' TO WS-STMT-DISTRICT (WS-STMT-SUB)
006756     MOVE WS-STMT-STORE-NO (WS-STMT-SUB)
006757         TO WS-STMT-KEY-NO (WS-STMT-SUB)
006758     IF WS-STOR-AVAIL
006759         MOVE WS-STMT-STORE-NO (WS-STMT-SUB) TO STOR-STORE-NO
006760         READ STORFILE
006761             INVALID KEY
006762                 CONTINUE
006763             NOT INVALID KEY
006764                 MOVE STOR-NAME
006765                     TO WS-STMT-STORE-NAME (WS-STMT-SUB)
006766                 MOVE STOR-REGION
006767                     TO WS-STMT-REGION (WS-STMT-SUB)
006768                 MOVE STOR-DISTRICT
006769                     TO WS-STMT-DISTRICT (WS-STMT-SUB)
006770         END-READ
006771     END-IF.
006772*****************************************************************
006773* 5520-ORDER-ONE-STORE -- INSERT ONE STATEMENT ENTRY INTO THE   *
006774* PRINT ORDER TABLE BY ITS REGION/DISTRICT/STORE KEY, MOVING    *
006775* EVERY ENTRY THAT SORTS AFTER IT DOWN ONE SLOT.                *
006776*****************************************************************
006777 5520-ORDER-ONE-STORE.
006778     ADD 1 WS-ORDER-COUNT GIVING WS-ORDER-SLOT
006779     MOVE 'N' TO WS-ORDER-PLACED-SW
006780     PERFORM 5530-MAKE-ORDER-ROOM
006781         VARYING WS-ORDER-SUB FROM WS-ORDER-COUNT BY -1
006782         UNTIL WS-ORDER-SUB < 1
006783            OR WS-ORDER-PLACED
006784     MOVE WS-STMT-SUB TO WS-STMT-ORDER (WS-ORDER-SLOT)
006785     ADD 1 TO WS-ORDER-COUNT.
006786*****************************************************************
006787* 5530-MAKE-ORDER-ROOM -- MOVE ONE ORDER ENTRY DOWN A SLOT WHEN *
006788* IT SORTS AFTER THE ENTRY BEING INSERTED; OTHERWISE THE INSERT *
006789* POINT IS FOUND.                                               *
006790*****************************************************************
006791 5530-MAKE-ORDER-ROOM.
006792     IF WS-STMT-ROLLUP-KEY (WS-STMT-ORDER (WS-ORDER-SUB))
006793             > WS-STMT-ROLLUP-KEY (WS-STMT-SUB)
006794         MOVE WS-STMT-ORDER (WS-ORDER-SUB)
006795             TO WS-STMT-ORDER (WS-ORDER-SUB + 1)
006796         MOVE WS-ORDER-SUB TO WS-ORDER-SLOT
006797     ELSE
006798         MOVE 'Y' TO WS-ORDER-PLACED-SW
006799     END-IF.
006800*****************************************************************
006801* 6000-PRINT-STORE-STATEMENT -- PRINT ONE STORE'S PAGE: EVERY   *
006802* OPEN NIGHT OF THE PERIOD WITH ITS SETTLED TOTAL OR A LOUD     *
006803* NOT-SETTLED LINE, ANY NIGHT SETTLED OFF THE OPEN CALENDAR,    *
006804* THE PERIOD TOTAL, AND NIGHTS SETTLED VERSUS NIGHTS OPEN.      *
006805* THE STORES COME IN PRINT ORDER FROM THE ORDER TABLE.          *
006806*****************************************************************
006810 6000-PRINT-STORE-STATEMENT.
006820     MOVE WS-STMT-ORDER (WS-ORDER-SUB) TO WS-STMT-SUB
006821     PERFORM 2100-WRITE-REPORT-HEADER
006822     MOVE WS-STMT-STORE-NO (WS-STMT-SUB) TO STO-STORE-NO
006823     MOVE WS-STMT-STORE-NAME (WS-STMT-SUB) TO STO-STORE-NAME
006824     MOVE WS-STMT-DISTRICT (WS-STMT-SUB) TO STO-DISTRICT
006825     MOVE WS-STMT-REGION (WS-STMT-SUB) TO STO-REGION
006830     IF WS-PERIOD-START = ZEROES
006840         MOVE SPACES TO STO-PERIOD-FROM
006850     ELSE
007770             = WS-STMT-NGT-DATE (WS-STMT-SUB WS-NGT-SUB)
007780         MOVE WS-OPEN-SUB TO WS-OPEN-SLOT
007790     END-IF.
007791*****************************************************************
007792* 6500-PRINT-ROLLUP -- PRINT THE DISTRICT AND REGION ROLLUP     *
007793* PAGE: ONE LINE PER STORE IN PRINT ORDER WITH ITS PERIOD TOTAL *
007794* AND NIGHTS SETTLED, A SUBTOTAL AT EACH CHANGE OF DISTRICT AND *
007795* REGION, AND THE PERIOD GRAND TOTAL ACROSS EVERY STORE.        *
007796*****************************************************************
007797 6500-PRINT-ROLLUP.
007798     PERFORM 2100-WRITE-REPORT-HEADER
007799     MOVE WS-PERIOD-END TO WS-WORK-DATE
007800     PERFORM 7100-FORMAT-DATE
007801     MOVE WS-WORK-DATE-FMT TO RUH-PERIOD-THRU
007802     IF WS-PERIOD-START = ZEROES
007803         MOVE SPACES TO RUH-PERIOD-FROM
007804     ELSE
007805         MOVE WS-PERIOD-START TO WS-WORK-DATE
007806         PERFORM 7100-FORMAT-DATE
007807         MOVE WS-WORK-DATE-FMT TO RUH-PERIOD-FROM
007808     END-IF
007809     WRITE STMT-RECORD FROM WS-RPT-RUH-LINE
007810         AFTER ADVANCING 2 LINES
007811     WRITE STMT-RECORD FROM WS-RPT-RUC-LINE
007812         AFTER ADVANCING 2 LINES
007813     MOVE ZEROES TO WS-DIST-TOTAL
007814     MOVE ZEROES TO WS-DIST-STORE-COUNT
007815     MOVE ZEROES TO WS-RGN-TOTAL
007816     MOVE ZEROES TO WS-RGN-STORE-COUNT
007817     MOVE ZEROES TO WS-GRAND-TOTAL
007818     PERFORM 6510-PRINT-ROLLUP-STORE
007819         VARYING WS-ORDER-SUB FROM 1 BY 1
007820         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
007821     IF WS-ORDER-COUNT > ZEROES
007822         PERFORM 6520-PRINT-DISTRICT-LINE
007823         PERFORM 6530-PRINT-REGION-LINE
007824     END-IF
007825     MOVE 'PERIOD GRAND TOTAL'   TO FTR-LABEL
007826     MOVE WS-GRAND-TOTAL         TO FTR-TOTAL
007827     WRITE STMT-RECORD FROM WS-RPT-FTR-LINE
007828         AFTER ADVANCING 2 LINES.
007829*****************************************************************
007830* 6510-PRINT-ROLLUP-STORE -- PRINT THE ROLLUP LINE FOR THE NEXT *
007831* STORE IN PRINT ORDER, CLOSING OFF THE PRIOR DISTRICT AND      *
007832* REGION FIRST WHEN THIS STORE STARTS A NEW ONE.                *
007833*****************************************************************
007834 6510-PRINT-ROLLUP-STORE.
007835     MOVE WS-STMT-ORDER (WS-ORDER-SUB) TO WS-STMT-SUB
007836     IF WS-ORDER-SUB > 1
007837         IF WS-STMT-REGION (WS-STMT-SUB) NOT = WS-PRIOR-REGION
007838             PERFORM 6520-PRINT-DISTRICT-LINE
007839             PERFORM 6530-PRINT-REGION-LINE
007840         ELSE
007841         IF WS-STMT-DISTRICT (WS-STMT-SUB) NOT = WS-PRIOR-DISTRICT
007842             PERFORM 6520-PRINT-DISTRICT-LINE
007843         END-IF
007844         END-IF
007845     END-IF
007846     MOVE WS-STMT-REGION (WS-STMT-SUB)     TO WS-PRIOR-REGION
007847     MOVE WS-STMT-DISTRICT (WS-STMT-SUB)   TO WS-PRIOR-DISTRICT
007848     MOVE WS-STMT-STORE-NO (WS-STMT-SUB)   TO RUS-STORE-NO
007849     MOVE WS-STMT-STORE-NAME (WS-STMT-SUB) TO RUS-STORE-NAME
007850     MOVE WS-STMT-TOTAL (WS-STMT-SUB)      TO RUS-TOTAL
007851     MOVE WS-STMT-NIGHTS (WS-STMT-SUB)     TO RUS-NIGHTS
007852     WRITE STMT-RECORD FROM WS-RPT-RUS-LINE
007853         AFTER ADVANCING 1 LINE
007854     ADD WS-STMT-TOTAL (WS-STMT-SUB) TO WS-DIST-TOTAL
007855     ADD 1 TO WS-DIST-STORE-COUNT.
007856*****************************************************************
007857* 6520-PRINT-DISTRICT-LINE -- PRINT THE SUBTOTAL FOR THE        *
007858* DISTRICT JUST FINISHED AND ROLL IT INTO ITS REGION.           *
007859*****************************************************************
007860 6520-PRINT-DISTRICT-LINE.
007861     MOVE WS-PRIOR-DISTRICT   TO DST-DISTRICT
007862     MOVE WS-DIST-TOTAL       TO DST-TOTAL
007863     MOVE WS-DIST-STORE-COUNT TO DST-STORE-COUNT
007864     WRITE STMT-RECORD FROM WS-RPT-DST-LINE
007865         AFTER ADVANCING 1 LINE
007866     ADD WS-DIST-TOTAL       TO WS-RGN-TOTAL
007867     ADD WS-DIST-STORE-COUNT TO WS-RGN-STORE-COUNT
007868     MOVE ZEROES TO WS-DIST-TOTAL
007869     MOVE ZEROES TO WS-DIST-STORE-COUNT.
007870*****************************************************************
007871* 6530-PRINT-REGION-LINE -- PRINT THE SUBTOTAL FOR THE REGION   *
007872* JUST FINISHED AND ROLL IT INTO THE GRAND TOTAL.               *
007873*****************************************************************
007874 6530-PRINT-REGION-LINE.
007875     MOVE WS-PRIOR-REGION    TO RGN-REGION
007876     MOVE WS-RGN-TOTAL       TO RGN-TOTAL
007877     MOVE WS-RGN-STORE-COUNT TO RGN-STORE-COUNT
007878     WRITE STMT-RECORD FROM WS-RPT-RGN-LINE
007879         AFTER ADVANCING 1 LINE
007880     MOVE SPACES TO STMT-RECORD
007881     WRITE STMT-RECORD
007882         AFTER ADVANCING 1 LINE
007883     ADD WS-RGN-TOTAL TO WS-GRAND-TOTAL
007884     MOVE ZEROES TO WS-RGN-TOTAL
007885     MOVE ZEROES TO WS-RGN-STORE-COUNT.
007886*****************************************************************
007887* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
007888* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
007889*****************************************************************
007890 7100-FORMAT-DATE.
007891     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
007892     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
007893     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
007894     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
007895     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
007900*****************************************************************
007910* 7400-NEXT-CALENDAR-DAY -- STEP WS-NEXT-DATE FORWARD ONE       *
007920* CALENDAR DAY, MONTH LENGTHS AND LEAP YEARS INCLUDED - THE     *
008890             AFTER ADVANCING 1 LINE
008900         CLOSE PTDFILE
008910         CLOSE PTDNEW
008912         IF WS-STOR-AVAIL
008914             CLOSE STORFILE
008916         END-IF
008920         IF WS-MISSED-COUNT > ZEROES
008930             MOVE 4 TO RETURN-CODE
008940         END-IF
