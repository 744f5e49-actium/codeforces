000050 DATE-WRITTEN.   08/22/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* FRONT-END FEED CONSOLIDATOR.  MERGES THE NIGHT'S STORE COUNTS *
000090* FEEDS INTO THE SINGLE TRANFILE 153A SETTLES FROM, SORTED BY   *
000100* REGISTER NUMBER WITH EACH REGISTER'S DENOMINATION RECORDS     *
000110* KEPT BEHIND ITS OWN DETAIL RECORD.  THE FEEDS ARRIVE ONE      *
000120* BEHIND ANOTHER ON FEEDFILE, EACH OPENING WITH ITS             *
000130* TRANSMISSION HEADER, AND THE FEED MANIFEST (FMANFILE) SAYS    *
000140* WHICH FEEDS TO EXPECT, THE STORES EACH COVERS, ITS NORMAL     *
000150* RECORD COUNT RANGE, AND ITS CUTOFF - A NEW TRANSMISSION POINT *
000160* IS A MANIFEST CARD, NOT A PROGRAM CHANGE.  A REGISTER THAT    *
000170* APPEARS MORE THAN ONCE PASSES ONLY ITS FIRST APPEARANCE -     *
000180* THE EXTRAS ARE HELD OFF TO HELDFILE AND LISTED ON THE         *
000190* CONSOLIDATION REPORT FOR AN OPERATOR DECISION INSTEAD OF      *
000200* DOUBLE-POSTING.  THE REPORT ALSO SHOWS EACH FEED'S RECORD     *
000201* COUNT AND FLAGS A FEED THAT IS MISSING, LATE, OUTSIDE ITS     *
000202* COUNT RANGE, OR CARRYING REGISTERS FOR A STORE IT DOES NOT    *
000203* COVER, SO A PARTIAL NIGHT IS STOPPED BEFORE THE SETTLEMENT    *
000204* RUN IS RELEASED.  TRANFILE IS WRITTEN WITH THE BATCH HEADER   *
000205* AND TRAILER (DETAIL COUNT AND AMOUNT HASH, SIGNS IGNORED,     *
000206* NON-NUMERIC FIELDS CONTRIBUTING ZERO - THE SAME RULE 153A     *
000207* FOOTS BY).                                                    *
000210*****************************************************************
000220* MODIFICATION HISTORY                                          *
000230*   DATE        INIT  DESCRIPTION                               *
000260*                     FROM THE DATEFILE CALENDAR CONTROL, THE   *
000270*                     SAME DATE 153A WILL SETTLE UNDER, INSTEAD *
000280*                     OF THE MACHINE CLOCK.                     *
000281*   10/03/2026  DLM   FEED AND HELD IMAGES GREW TO 34 BYTES     *
000282*                     WITH THE CASHIER ID ON TRANREC.  A        *
000283*                     REGISTER'S RECORDS NOW SORT BY CASHIER    *
000284*                     WITHIN REGISTER, EACH DENOMINATION RECORD *
000285*                     FOLLOWING ITS OWN DRAWER, AND A DUPLICATE *
000286*                     IS THE SAME REGISTER AND THE SAME CASHIER *
000287*                     - TWO CASHIERS' DRAWERS ON ONE REGISTER   *
000288*                     BOTH PASS.                                *
000289*   10/08/2026  DLM   THE THREE FIXED FEED FILES ARE REPLACED   *
000290*                     BY ONE FEEDFILE CARRYING ANY NUMBER OF    *
000291*                     FEEDS, EACH BEHIND A TRANSMISSION HEADER, *
000292*                     CHECKED AGAINST THE NEW FEED MANIFEST FOR *
000293*                     MISSING, LATE, OUT-OF-RANGE, AND          *
000294*                     WRONG-STORE FEEDS.  THESE AND A MISSING   *
000295*                     FEED NOW END THE RUN WITH RETURN CODE 8.  *
000296*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FEEDFILE ASSIGN TO FEEDFILE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FEEDFILE-STATUS.
000390     SELECT FMANFILE ASSIGN TO FMANFILE
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FMANFILE-STATUS.
000420     SELECT REGMFILE ASSIGN TO REGMFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000442         RECORD KEY IS REGM-REG-NO
000444         FILE STATUS IS WS-REGMFILE-STATUS.
000450     SELECT TRANFILE ASSIGN TO TRANFILE
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT HELDFILE ASSIGN TO HELDFILE
000540     SELECT SORTFILE ASSIGN TO SORTWK01.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FEEDFILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  FEED-RECORD                 PIC X(34).
000600 FD  FMANFILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY FMANREC.
000630 FD  REGMFILE.
000640 COPY REGMSTR.
000660 FD  TRANFILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY TRANREC.
000690 FD  HELDFILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  HELD-RECORD                 PIC X(34).
000720 FD  CONLIST
000730     LABEL RECORDS ARE OMITTED.
000740 01  CONL-RECORD                 PIC X(132).
000780 SD  SORTFILE.
000790 01  SORT-RECORD.
000800     05  SORT-REG-NO             PIC X(05).
000805     05  SORT-CASHIER-ID         PIC X(06).
000810     05  SORT-FEED-NO            PIC 9(03).
000820     05  SORT-SEQ                PIC 9(07).
000830     05  SORT-TRAN-DATA          PIC X(34).
000840 WORKING-STORAGE SECTION.
000850*****************************************************************
000860* FEED RECORD WORK AREA - EVERY FEED RECORD PASSES THROUGH      *
000870* HERE ON ITS WAY TO THE SORT SO THE TYPE, REGISTER, AND        *
000880* CASHIER CAN BE PICKED UP WITHOUT A SEPARATE LAYOUT PER FEED.  *
000882* A TRANSMISSION HEADER CARRIES THE FEED ID AND SEND TIME IN    *
000884* PLACE OF THE AMOUNTS.                                         *
000890*****************************************************************
000900 01  WS-FEED-REC.
000910     05  WS-FEED-REC-TYPE        PIC X(01).
000920         88  WS-FEED-DETAIL                  VALUE 'D'.
000930         88  WS-FEED-DENOM                   VALUE 'C'.
000935         88  WS-FEED-HEADER                  VALUE 'F'.
000940     05  WS-FEED-REG-NO          PIC X(05).
000950     05  WS-FEED-REST            PIC X(22).
000951     05  WS-FEED-HDR-FIELDS REDEFINES WS-FEED-REST.
000952         10  WS-FEED-ID           PIC X(08).
000953         10  WS-FEED-SENT-DATE    PIC X(08).
000954         10  WS-FEED-SENT-TIME    PIC X(04).
000955         10  FILLER               PIC X(02).
000956     05  WS-FEED-CASHIER-ID      PIC X(06).
000960*****************************************************************
000970* REPORT LINE WORK AREAS                                        *
000980*****************************************************************
001040     05  FILLER                  PIC X(05) VALUE SPACES.
001050     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
001060     05  HDR-RUN-DATE             PIC X(10).
001070 01  WS-RPT-FEEDH-LINE.
001080     05  FILLER                  PIC X(05) VALUE SPACES.
001090     05  FILLER                  PIC X(40)
001100             VALUE 'FEED       RECORDS    EXPECTED RANGE    '.
001110     05  FILLER                  PIC X(40)
001120             VALUE ' SENT                STATUS             '.
001130 01  WS-RPT-FEED-LINE.
001140     05  FILLER                  PIC X(05) VALUE SPACES.
001141     05  FEED-ID                  PIC X(08).
001142     05  FILLER                  PIC X(03) VALUE SPACES.
001143     05  FEED-COUNT               PIC ZZZZZZ9.
001144     05  FILLER                  PIC X(03) VALUE SPACES.
001145     05  FEED-RANGE.
001146         10  FEED-MIN             PIC ZZZZZZ9.
001147         10  FILLER              PIC X(03) VALUE ' - '.
001148         10  FEED-MAX             PIC ZZZZZZ9.
001149     05  FILLER                  PIC X(03) VALUE SPACES.
001150     05  FEED-SENT.
001151         10  FEED-SENT-DATE       PIC X(10).
001152         10  FILLER              PIC X(01) VALUE SPACE.
001153         10  FEED-SENT-TIME       PIC X(05).
001154     05  FILLER                  PIC X(04) VALUE SPACES.
001155     05  FEED-STATUS              PIC X(34).
001156 01  WS-RPT-NOTE-LINE.
001157     05  FILLER                  PIC X(85) VALUE SPACES.
001158     05  NOTE-TEXT                PIC X(34).
001159 01  WS-RPT-COVH-LINE.
001160     05  FILLER                  PIC X(05) VALUE SPACES.
001161     05  FILLER                  PIC X(40)
001162             VALUE 'REGISTERS ON A FEED THAT DOES NOT COVER '.
001163     05  FILLER                  PIC X(12) VALUE 'THEIR STORE:'.
001164 01  WS-RPT-COV-LINE.
001165     05  FILLER                  PIC X(07) VALUE SPACES.
001166     05  FILLER                  PIC X(09) VALUE 'REGISTER '.
001167     05  COV-REG-NO               PIC X(05).
001168     05  FILLER                  PIC X(07) VALUE '  FEED '.
001169     05  COV-FEED-ID              PIC X(08).
001170     05  FILLER                  PIC X(08) VALUE '  STORE '.
001171     05  COV-STORE-NO             PIC X(03).
001172     05  FILLER                  PIC X(02) VALUE SPACES.
001173     05  COV-REASON               PIC X(34).
001174 01  WS-RPT-NOCOV-LINE.
001175     05  FILLER                  PIC X(07) VALUE SPACES.
001176     05  NOCOV-TEXT               PIC X(60).
001177 01  WS-RPT-MREJ-LINE.
001178     05  FILLER                  PIC X(05) VALUE SPACES.
001179     05  FILLER                  PIC X(24)
001180             VALUE 'MANIFEST CARD REJECTED: '.
001181     05  MREJ-REASON              PIC X(32).
001182     05  FILLER                  PIC X(02) VALUE SPACES.
001183     05  MREJ-IMAGE               PIC X(54).
001184 01  WS-RPT-DUPH-LINE.
001185     05  FILLER                  PIC X(05) VALUE SPACES.
001186     05  FILLER                  PIC X(42)
001187             VALUE 'DUPLICATE REGISTERS HELD FOR OPERATOR DECI'.
001190     05  FILLER                  PIC X(05) VALUE 'SION:'.
001200 01  WS-RPT-DUP-LINE.
001210     05  FILLER                  PIC X(07) VALUE SPACES.
001220     05  FILLER                  PIC X(09) VALUE 'REGISTER '.
001230     05  DUP-REG-NO               PIC X(05).
001240     05  FILLER                  PIC X(07) VALUE '  FEED '.
001250     05  DUP-FEED-ID              PIC X(08).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  DUP-IMAGE                PIC X(34).
001280 01  WS-RPT-NODUP-LINE.
001290     05  FILLER                  PIC X(07) VALUE SPACES.
001300     05  FILLER                  PIC X(25)
001370*****************************************************************
001380* CONTROL COUNTERS AND SWITCHES                                 *
001390*****************************************************************
001400*****************************************************************
001410* FEED TABLE - ONE ENTRY PER FEED ON THE MANIFEST, PLUS ONE FOR *
001420* EACH FEED THAT TURNS UP ON FEEDFILE WITHOUT BEING LISTED (AND *
001430* ONE, WITH A BLANK ID, FOR RECORDS AHEAD OF ANY HEADER).  THE  *
001431* COVER TABLE HOLDS EVERY STORE THE MANIFEST LISTS, WITH THE    *
001432* SUBSCRIPT OF THE FEED THAT COVERS IT.                         *
001433*****************************************************************
001434 01  WS-FEED-TABLE.
001435     05  WS-FT-ENTRY OCCURS 100 TIMES.
001436         10  WS-FT-FEED-ID        PIC X(08).
001437         10  WS-FT-LISTED-SW      PIC X(01).
001438             88  WS-FT-LISTED                VALUE 'Y'.
001439         10  WS-FT-MIN-COUNT      PIC 9(07).
001440         10  WS-FT-MAX-COUNT      PIC 9(07).
001441         10  WS-FT-CUTOFF-SW      PIC X(01).
001442             88  WS-FT-HAS-CUTOFF            VALUE 'Y'.
001443         10  WS-FT-CUTOFF-DAYS    PIC 9(01).
001444         10  WS-FT-CUTOFF-TIME    PIC 9(04).
001445         10  WS-FT-SENT-COUNT     PIC 9(03).
001446         10  WS-FT-SENT-DATE      PIC X(08).
001447         10  WS-FT-SENT-TIME      PIC X(04).
001448         10  WS-FT-READ-COUNT     PIC 9(07).
001449         10  WS-FT-OUTSIDE-COUNT  PIC 9(05).
001450 01  WS-COVER-TABLE.
001451     05  WS-CV-ENTRY OCCURS 1000 TIMES.
001452         10  WS-CV-FEED-SUB       PIC 9(03).
001453         10  WS-CV-STORE-NO       PIC X(03).
001454 77  WS-FEED-COUNT               PIC 9(03) VALUE ZEROES.
001455 77  WS-LISTED-COUNT             PIC 9(03) VALUE ZEROES.
001456 77  WS-FEED-SUB                 PIC 9(03) VALUE ZEROES.
001457 77  WS-FT-SUB                   PIC 9(03) VALUE ZEROES.
001458 77  WS-FT-SLOT                  PIC 9(03) VALUE ZEROES.
001459 77  WS-MIN-WORK                 PIC 9(07) VALUE ZEROES.
001460 77  WS-MAX-WORK                 PIC 9(07) VALUE ZEROES.
001461 77  WS-COVER-COUNT              PIC 9(04) VALUE ZEROES.
001462 77  WS-CV-SUB                   PIC 9(04) VALUE ZEROES.
001463 77  WS-STORE-SUB                PIC 9(02) VALUE ZEROES.
001464 77  WS-OUTSIDE-COUNT            PIC 9(07) VALUE ZEROES.
001465 77  WS-MREJ-COUNT               PIC 9(05) VALUE ZEROES.
001466 77  WS-ASSIGN-SUB               PIC 9(02) VALUE ZEROES.
001467 77  WS-ASSIGN-SLOT              PIC 9(02) VALUE ZEROES.
001468 77  WS-ASSIGN-BEST-DATE         PIC 9(08) VALUE ZEROES.
001469 77  WS-DAY-NUMBER               PIC 9(07) VALUE ZEROES.
001470 77  WS-DN-YEAR                  PIC 9(04) VALUE ZEROES.
001471 77  WS-DN-MONTH                 PIC 9(02) VALUE ZEROES.
001472 77  WS-DN-QUOT                  PIC 9(07) VALUE ZEROES.
001473 77  WS-BUS-DAY-NUMBER           PIC 9(07) VALUE ZEROES.
001474 77  WS-CUTOFF-DAY-NUMBER        PIC 9(07) VALUE ZEROES.
001475 01  WS-FIND-FEED-ID             PIC X(08).
001476 01  WS-REG-STORE                PIC X(03).
001477 01  WS-NOTE                     PIC X(34).
001478 01  WS-WORK-DATE.
001479     05  WS-WRK-CCYY              PIC 9(04).
001480     05  WS-WRK-MM                PIC 9(02).
001481     05  WS-WRK-DD                PIC 9(02).
001482 01  WS-WORK-TIME                PIC 9(04).
001483 77  WS-SORT-SEQ                 PIC 9(07) VALUE ZEROES.
001484 77  WS-PASSED-COUNT             PIC 9(07) VALUE ZEROES.
001485 77  WS-DETAIL-COUNT             PIC 9(07) VALUE ZEROES.
001486 77  WS-HELD-COUNT               PIC 9(07) VALUE ZEROES.
001487 77  WS-DUP-REG-COUNT            PIC 9(07) VALUE ZEROES.
001490 77  WS-TRAN-HASH                PIC 9(15) VALUE ZEROES.
001500 77  WS-HASH-AMT                 PIC 9(10) VALUE ZEROES.
001510 01  WS-HASH-WORK                PIC X(10).
001520 01  WS-LAST-REG                 PIC X(05) VALUE SPACES.
001522 01  WS-LAST-CASHIER             PIC X(06) VALUE SPACES.
001524 01  WS-GROUP-CASHIER            PIC X(06) VALUE SPACES.
001530 01  WS-CURRENT-DATE.
001540     05  WS-CUR-CCYY              PIC 9(04).
001550     05  WS-CUR-MM                PIC 9(02).
001570 01  WS-REPORT-DATE               PIC X(10).
001580 01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZEROES.
001590 01  WS-DATEFILE-STATUS           PIC X(02).
001600 01  WS-FEEDFILE-STATUS           PIC X(02).
001610 01  WS-FMANFILE-STATUS           PIC X(02).
001620 01  WS-REGMFILE-STATUS           PIC X(02).
001630 01  WS-SWITCHES.
001640     05  WS-FEED-EOF-SW           PIC X(01) VALUE 'N'.
001650         88  WS-FEED-EOF                     VALUE 'Y'.
001730         88  WS-BDAT-EOF                     VALUE 'Y'.
001740     05  WS-BDAT-FOUND-SW         PIC X(01) VALUE 'N'.
001750         88  WS-BDAT-FOUND                   VALUE 'Y'.
001751     05  WS-FMAN-EOF-SW           PIC X(01) VALUE 'N'.
001752         88  WS-FMAN-EOF                     VALUE 'Y'.
001753     05  WS-FT-FOUND-SW           PIC X(01) VALUE 'N'.
001754         88  WS-FT-FOUND                     VALUE 'Y'.
001755     05  WS-CV-FOUND-SW           PIC X(01) VALUE 'N'.
001756         88  WS-CV-FOUND                     VALUE 'Y'.
001757     05  WS-REGM-AVAIL-SW         PIC X(01) VALUE 'N'.
001758         88  WS-REGM-AVAIL                   VALUE 'Y'.
001759     05  WS-FEED-LINE-SW          PIC X(01) VALUE 'N'.
001760         88  WS-FEED-LINE-DONE               VALUE 'Y'.
001761     05  WS-FEED-EXCEPTION-SW     PIC X(01) VALUE 'N'.
001762         88  WS-FEED-EXCEPTION               VALUE 'Y'.
001763     05  WS-FEED-WARNING-SW       PIC X(01) VALUE 'N'.
001764         88  WS-FEED-WARNING                 VALUE 'Y'.
001765*****************************************************************
001770* THE SORT INPUT AND OUTPUT PROCEDURES MUST BE SECTIONS, SO THE *
001780* WHOLE PROCEDURE DIVISION IS SECTIONED - EACH SECTION ENDS     *
001790* WHERE THE NEXT BEGINS, WHICH IS WHAT KEEPS CONTROL FROM       *
001860     PERFORM 1000-INITIALIZE
001870     SORT SORTFILE
001880         ASCENDING KEY SORT-REG-NO
001885                       SORT-CASHIER-ID
001890                       SORT-FEED-NO
001900                       SORT-SEQ
001910         INPUT PROCEDURE IS 0500-SORT-INPUT
001940     STOP RUN.
001950*****************************************************************
001960* 1000-INITIALIZE -- OPEN THE REPORT AND OUTPUT FILES, BUILD    *
001970* THE RUN DATE, LOAD THE FEED MANIFEST, AND WRITE THE TRANFILE  *
001980* BATCH HEADER.  FEEDFILE ITSELF IS OPENED IN THE SORT INPUT    *
001990* PROCEDURE SO A MISSING FEED IS REPORTED RATHER THAN FAILING   *
002000* THE CONSOLIDATION.  THE REGISTER MASTER IS OPTIONAL - WITHOUT *
002005* IT THE STORE COVERAGE CHECK IS SKIPPED WITH A WARNING.        *
002010*****************************************************************
002020 1000-INITIALIZE.
002030     OPEN OUTPUT TRANFILE
002150     WRITE CONL-RECORD FROM WS-RPT-HDR2-LINE
002160         AFTER ADVANCING 1 LINE
002170     PERFORM 1100-LOAD-BUSINESS-DATE
002171     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
002172     PERFORM 7200-COMPUTE-DAY-NUMBER
002173     MOVE WS-DAY-NUMBER TO WS-BUS-DAY-NUMBER
002174     PERFORM 1200-LOAD-FEED-MANIFEST
002175     PERFORM 1300-OPEN-REGISTER-MASTER
002180     PERFORM 2600-WRITE-BATCH-HEADER.
002190*****************************************************************
002200* 1100-LOAD-BUSINESS-DATE -- PICK UP THE SETTLEMENT BUSINESS    *
002580             END-IF
002590     END-READ.
002600*****************************************************************
002601* 1200-LOAD-FEED-MANIFEST -- HOLD EVERY FEED THE MANIFEST LISTS *
002602* IN THE FEED TABLE AND EVERY STORE IT COVERS IN THE COVER      *
002603* TABLE.  A BAD CARD IS LISTED AND FAILS THE RUN'S RETURN CODE; *
002604* A MISSING OR EMPTY MANIFEST ABENDS THE CONSOLIDATION, SINCE   *
002605* THERE WOULD BE NOTHING TO HOLD THE NIGHT'S FEEDS TO.          *
002606*****************************************************************
002607 1200-LOAD-FEED-MANIFEST.
002608     OPEN INPUT FMANFILE
002609     IF WS-FMANFILE-STATUS NOT = '00'
002610         DISPLAY 'FMANFILE WILL NOT OPEN - STATUS '
002611             WS-FMANFILE-STATUS
002612         DISPLAY '153C TERMINATING - FEED MANIFEST IS REQUIRED'
002613         MOVE 16 TO RETURN-CODE
002614         STOP RUN
002615     END-IF
002616     MOVE 'N' TO WS-FMAN-EOF-SW
002617     PERFORM 1210-LOAD-ONE-MANIFEST-CARD
002618         UNTIL WS-FMAN-EOF
002619     CLOSE FMANFILE
002620     IF WS-LISTED-COUNT = ZEROES
002621         DISPLAY 'FMANFILE LISTS NO FEEDS'
002622         DISPLAY '153C TERMINATING - FEED MANIFEST IS REQUIRED'
002623         MOVE 16 TO RETURN-CODE
002624         STOP RUN
002625     END-IF.
002626*****************************************************************
002627* 1210-LOAD-ONE-MANIFEST-CARD -- READ ONE MANIFEST CARD AND     *
002628* TAKE IT BY ITS CARD TYPE.                                     *
002629*****************************************************************
002630 1210-LOAD-ONE-MANIFEST-CARD.
002631     READ FMANFILE
002632         AT END
002633             MOVE 'Y' TO WS-FMAN-EOF-SW
002634         NOT AT END
002635             IF FMAN-FEED-CARD
002636                 PERFORM 1220-ADD-MANIFEST-FEED
002637                     THRU 1220-ADD-MANIFEST-FEED-EXIT
002638             ELSE
002639             IF FMAN-STORE-CARD
002640                 PERFORM 1230-ADD-MANIFEST-STORES
002641                     THRU 1230-ADD-MANIFEST-STORES-EXIT
002642             ELSE
002643                 MOVE 'UNKNOWN CARD TYPE' TO MREJ-REASON
002644                 PERFORM 1290-REJECT-MANIFEST-CARD
002645             END-IF
002646             END-IF
002647     END-READ.
002648*****************************************************************
002649* 1220-ADD-MANIFEST-FEED -- EDIT AN 'F' CARD AND ENTER ITS FEED *
002650* IN THE FEED TABLE.  A BLANK MINIMUM TAKES ONE RECORD, A BLANK *
002651* MAXIMUM SETS NO UPPER LIMIT, BLANK CUTOFF DAYS TAKE THE       *
002652* MORNING AFTER THE BUSINESS DATE, AND A BLANK CUTOFF TIME SETS *
002653* NO CUTOFF.                                                    *
002654*****************************************************************
002655 1220-ADD-MANIFEST-FEED.
002656     IF FMAN-FEED-ID = SPACES
002657         MOVE 'BLANK FEED ID' TO MREJ-REASON
002658         PERFORM 1290-REJECT-MANIFEST-CARD
002659         GO TO 1220-ADD-MANIFEST-FEED-EXIT
002660     END-IF
002661     MOVE FMAN-FEED-ID TO WS-FIND-FEED-ID
002662     PERFORM 2250-FIND-FEED-SLOT
002663     IF WS-FT-FOUND
002664         MOVE 'FEED LISTED TWICE' TO MREJ-REASON
002665         PERFORM 1290-REJECT-MANIFEST-CARD
002666         GO TO 1220-ADD-MANIFEST-FEED-EXIT
002667     END-IF
002668     MOVE 1 TO WS-MIN-WORK
002669     MOVE 9999999 TO WS-MAX-WORK
002670     IF FMAN-MIN-COUNT-X NOT = SPACES
002671         IF FMAN-MIN-COUNT-X IS NUMERIC
002672             MOVE FMAN-MIN-COUNT-X TO WS-MIN-WORK
002673         ELSE
002674             MOVE 'MINIMUM COUNT NOT NUMERIC' TO MREJ-REASON
002675             PERFORM 1290-REJECT-MANIFEST-CARD
002676             GO TO 1220-ADD-MANIFEST-FEED-EXIT
002677         END-IF
002678     END-IF
002679     IF FMAN-MAX-COUNT-X NOT = SPACES
002680         IF FMAN-MAX-COUNT-X IS NUMERIC
002681             MOVE FMAN-MAX-COUNT-X TO WS-MAX-WORK
002682         ELSE
002683             MOVE 'MAXIMUM COUNT NOT NUMERIC' TO MREJ-REASON
002684             PERFORM 1290-REJECT-MANIFEST-CARD
002685             GO TO 1220-ADD-MANIFEST-FEED-EXIT
002686         END-IF
002687     END-IF
002688     IF WS-MIN-WORK > WS-MAX-WORK
002689         MOVE 'MINIMUM COUNT OVER MAXIMUM' TO MREJ-REASON
002690         PERFORM 1290-REJECT-MANIFEST-CARD
002691         GO TO 1220-ADD-MANIFEST-FEED-EXIT
002692     END-IF
002693     IF FMAN-CUTOFF-DAYS-X NOT = SPACE
002694             AND FMAN-CUTOFF-DAYS-X IS NOT NUMERIC
002695         MOVE 'CUTOFF DAYS NOT NUMERIC' TO MREJ-REASON
002696         PERFORM 1290-REJECT-MANIFEST-CARD
002697         GO TO 1220-ADD-MANIFEST-FEED-EXIT
002698     END-IF
002699     IF FMAN-CUTOFF-TIME-X NOT = SPACES
002700         IF FMAN-CUTOFF-TIME-X IS NOT NUMERIC
002701                 OR FMAN-CUTOFF-TIME-X > '2359'
002702                 OR FMAN-CUTOFF-TIME-X (3:2) > '59'
002703             MOVE 'CUTOFF TIME NOT A VALID HHMM' TO MREJ-REASON
002704             PERFORM 1290-REJECT-MANIFEST-CARD
002705             GO TO 1220-ADD-MANIFEST-FEED-EXIT
002706         END-IF
002707     END-IF
002708     PERFORM 2270-ADD-FEED-SLOT
002709     ADD 1 TO WS-LISTED-COUNT
002710     MOVE 'Y' TO WS-FT-LISTED-SW (WS-FT-SLOT)
002711     MOVE WS-MIN-WORK TO WS-FT-MIN-COUNT (WS-FT-SLOT)
002712     MOVE WS-MAX-WORK TO WS-FT-MAX-COUNT (WS-FT-SLOT)
002713     IF FMAN-CUTOFF-DAYS-X = SPACE
002714         MOVE 1 TO WS-FT-CUTOFF-DAYS (WS-FT-SLOT)
002715     ELSE
002716         MOVE FMAN-CUTOFF-DAYS-X TO WS-FT-CUTOFF-DAYS (WS-FT-SLOT)
002717     END-IF
002718     IF FMAN-CUTOFF-TIME-X NOT = SPACES
002719         MOVE 'Y' TO WS-FT-CUTOFF-SW (WS-FT-SLOT)
002720         MOVE FMAN-CUTOFF-TIME-X TO WS-FT-CUTOFF-TIME (WS-FT-SLOT)
002721     END-IF.
002722 1220-ADD-MANIFEST-FEED-EXIT.
002723     EXIT.
002724*****************************************************************
002725* 1230-ADD-MANIFEST-STORES -- ENTER THE STORES ON AN 'S' CARD   *
002726* UNDER THEIR FEED, WHICH MUST ALREADY HAVE ITS 'F' CARD.       *
002727*****************************************************************
002728 1230-ADD-MANIFEST-STORES.
002729     MOVE FMAN-FEED-ID TO WS-FIND-FEED-ID
002730     PERFORM 2250-FIND-FEED-SLOT
002731     IF NOT WS-FT-FOUND OR FMAN-FEED-ID = SPACES
002732         MOVE 'NO EARLIER F CARD FOR THE FEED' TO MREJ-REASON
002733         PERFORM 1290-REJECT-MANIFEST-CARD
002734         GO TO 1230-ADD-MANIFEST-STORES-EXIT
002735     END-IF
002736     PERFORM 1240-ADD-ONE-STORE
002737         VARYING WS-STORE-SUB FROM 1 BY 1
002738         UNTIL WS-STORE-SUB > 15.
002739 1230-ADD-MANIFEST-STORES-EXIT.
002740     EXIT.
002741*****************************************************************
002742* 1240-ADD-ONE-STORE -- ENTER ONE STORE FROM THE CARD IN THE    *
002743* COVER TABLE.  AN OVERFULL TABLE ABENDS RATHER THAN LEAVE A    *
002744* STORE'S REGISTERS FLAGGED AS OUTSIDE THEIR FEED.              *
002745*****************************************************************
002746 1240-ADD-ONE-STORE.
002747     IF FMAN-STORE-NO (WS-STORE-SUB) NOT = SPACES
002748         IF WS-COVER-COUNT >= 1000
002749             DISPLAY 'MORE THAN 1000 STORES ON THE MANIFEST'
002750             DISPLAY '153C TERMINATING - COVER TABLE FULL'
002751             MOVE 16 TO RETURN-CODE
002752             STOP RUN
002753         END-IF
002754         ADD 1 TO WS-COVER-COUNT
002755         MOVE WS-FT-SLOT TO WS-CV-FEED-SUB (WS-COVER-COUNT)
002756         MOVE FMAN-STORE-NO (WS-STORE-SUB)
002757             TO WS-CV-STORE-NO (WS-COVER-COUNT)
002758     END-IF.
002759*****************************************************************
002760* 1290-REJECT-MANIFEST-CARD -- LIST A MANIFEST CARD THAT CANNOT *
002761* BE TAKEN, WITH THE REASON IN MREJ-REASON.  A FEED WHOSE CARD  *
002762* IS REJECTED SHOWS UP AGAIN AS NOT ON THE MANIFEST WHEN IT     *
002763* ARRIVES.                                                      *
002764*****************************************************************
002765 1290-REJECT-MANIFEST-CARD.
002766     ADD 1 TO WS-MREJ-COUNT
002767     MOVE 'Y' TO WS-FEED-EXCEPTION-SW
002768     MOVE FMAN-RECORD TO MREJ-IMAGE
002769     IF WS-MREJ-COUNT = 1
002770         WRITE CONL-RECORD FROM WS-RPT-MREJ-LINE
002771             AFTER ADVANCING 2 LINES
002772     ELSE
002773         WRITE CONL-RECORD FROM WS-RPT-MREJ-LINE
002774             AFTER ADVANCING 1 LINE
002775     END-IF.
002776*****************************************************************
002777* 1300-OPEN-REGISTER-MASTER -- OPEN REGMFILE FOR THE STORE      *
002778* COVERAGE CHECK.  WITHOUT IT THE CHECK IS SKIPPED AND THE RUN  *
002779* ENDS WITH A WARNING.                                          *
002780*****************************************************************
002781 1300-OPEN-REGISTER-MASTER.
002782     OPEN INPUT REGMFILE
002783     IF WS-REGMFILE-STATUS = '00'
002784         MOVE 'Y' TO WS-REGM-AVAIL-SW
002785     ELSE
002786         DISPLAY 'REGMFILE WILL NOT OPEN - STATUS '
002787             WS-REGMFILE-STATUS
002788         DISPLAY 'STORE COVERAGE NOT CHECKED THIS RUN'
002789         MOVE 'Y' TO WS-FEED-WARNING-SW
002790     END-IF.
002791*****************************************************************
002792* 2600-WRITE-BATCH-HEADER -- WRITE THE TRANFILE BATCH HEADER    *
002793* CARRYING THE BUSINESS DATE FROM THE CALENDAR CONTROL.         *
002794*****************************************************************
002795 2600-WRITE-BATCH-HEADER.
002796     MOVE SPACES TO TRAN-RECORD
002797     MOVE 'H' TO TRAN-REC-TYPE
002798     MOVE WS-BUSINESS-DATE TO TRAN-HDR-BUS-DATE-X
002799     WRITE TRAN-RECORD.
002800*****************************************************************
002801* 7200-COMPUTE-DAY-NUMBER -- TURN THE CCYYMMDD DATE IN          *
002802* WS-WORK-DATE INTO A DAY NUMBER IN WS-DAY-NUMBER, SO THE DAYS  *
002803* BETWEEN TWO DATES IS ONE DAY NUMBER LESS THE OTHER.  THE YEAR *
002804* IS TAKEN AS STARTING IN MARCH, SO FEBRUARY 29 FALLS AT ITS    *
002805* END AND EVERY OTHER MONTH STARTS A FIXED COUNT OF DAYS IN.    *
002806*****************************************************************
002807 7200-COMPUTE-DAY-NUMBER.
002808     IF WS-WRK-MM > 2
002809         MOVE WS-WRK-CCYY TO WS-DN-YEAR
002810         SUBTRACT 3 FROM WS-WRK-MM GIVING WS-DN-MONTH
002811     ELSE
002812         SUBTRACT 1 FROM WS-WRK-CCYY GIVING WS-DN-YEAR
002813         ADD 9 TO WS-WRK-MM GIVING WS-DN-MONTH
002814     END-IF
002815     MULTIPLY WS-DN-YEAR BY 365 GIVING WS-DAY-NUMBER
002816     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT
002817     ADD WS-DN-QUOT TO WS-DAY-NUMBER
002818     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT
002819     SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER
002820     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT
002821     ADD WS-DN-QUOT TO WS-DAY-NUMBER
002822     MULTIPLY WS-DN-MONTH BY 153 GIVING WS-DN-QUOT
002823     ADD 2 TO WS-DN-QUOT
002824     DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
002825     ADD WS-DN-QUOT TO WS-DAY-NUMBER
002826     ADD WS-WRK-DD TO WS-DAY-NUMBER.
002827*****************************************************************
002828* 0500-SORT-INPUT -- READ THE FEEDS ON FEEDFILE IN TURN AND     *
002829* RELEASE EVERY RECORD TO THE SORT, TAGGED WITH ITS FEED AND    *
002830* ARRIVAL SEQUENCE SO EACH REGISTER'S DENOMINATION RECORDS      *
002831* STAY BEHIND THEIR OWN DETAIL RECORD THROUGH THE SORT.  EACH   *
002832* TRANSMISSION HEADER SAYS WHICH FEED THE RECORDS BEHIND IT     *
002833* BELONG TO.  WHEN THE FILE IS READ THE FEEDS ARE HELD TO THE   *
002834* MANIFEST AND LISTED - A FEED THAT NEVER ARRIVED COUNTS ZERO   *
002835* RECORDS AND IS FLAGGED NOT TRANSMITTED ON THE REPORT.         *
002836*****************************************************************
002837 0500-SORT-INPUT SECTION.
002838 0510-RELEASE-ALL-FEEDS.
002839     MOVE ZEROES TO WS-FEED-SUB
002840     MOVE SPACES TO WS-GROUP-CASHIER
002841     OPEN INPUT FEEDFILE
002842     IF WS-FEEDFILE-STATUS = '00'
002843         MOVE 'N' TO WS-FEED-EOF-SW
002844         PERFORM 2100-TAKE-ONE-FEED-RECORD
002850             UNTIL WS-FEED-EOF
002860         CLOSE FEEDFILE
002870     ELSE
002880         DISPLAY 'FEEDFILE WILL NOT OPEN - STATUS '
002885             WS-FEEDFILE-STATUS
002890     END-IF
002900     IF WS-OUTSIDE-COUNT = ZEROES
002910         IF WS-REGM-AVAIL
002920             MOVE 'NO REGISTERS OUTSIDE THEIR FEED''S STORES.'
002930                 TO NOCOV-TEXT
002940         ELSE
002950             MOVE 'STORE COVERAGE NOT CHECKED - NO REGMFILE.'
002960                 TO NOCOV-TEXT
002970         END-IF
002980         WRITE CONL-RECORD FROM WS-RPT-NOCOV-LINE
002990             AFTER ADVANCING 2 LINES
003000     END-IF
003010     WRITE CONL-RECORD FROM WS-RPT-FEEDH-LINE
003020         AFTER ADVANCING 2 LINES
003030     PERFORM 3100-WRITE-FEED-LINE
003040         VARYING WS-FEED-SUB FROM 1 BY 1
003050         UNTIL WS-FEED-SUB > WS-FEED-COUNT
003060     GO TO 0590-SORT-INPUT-EXIT.
003070*****************************************************************
003080* 2100-TAKE-ONE-FEED-RECORD -- READ ONE FEEDFILE RECORD.        *
003090*****************************************************************
003100 2100-TAKE-ONE-FEED-RECORD.
003110     READ FEEDFILE
003120         AT END
003130             MOVE 'Y' TO WS-FEED-EOF-SW
003140         NOT AT END
003150             MOVE FEED-RECORD TO WS-FEED-REC
003160             PERFORM 2110-ROUTE-FEED-RECORD
003165     END-READ.
003170*****************************************************************
003180* 2110-ROUTE-FEED-RECORD -- A TRANSMISSION HEADER STARTS A NEW  *
003190* FEED; ANY OTHER RECORD IS RELEASED UNDER THE FEED IN HAND.    *
003200* RECORDS AHEAD OF THE FIRST HEADER GO UNDER A FEED WITH A      *
003210* BLANK ID, WHICH THE REPORT FLAGS.  A LISTED FEED'S DETAIL     *
003220* RECORDS ARE HELD TO THE STORES IT COVERS.                     *
003230*****************************************************************
003240 2110-ROUTE-FEED-RECORD.
003250     IF WS-FEED-HEADER
003260         PERFORM 2200-START-FEED
003270     ELSE
003280         IF WS-FEED-SUB = ZEROES
003290             MOVE SPACES TO WS-FIND-FEED-ID
003300             PERFORM 2250-FIND-FEED-SLOT
003310             IF NOT WS-FT-FOUND
003320                 PERFORM 2270-ADD-FEED-SLOT
003330             END-IF
003340             MOVE WS-FT-SLOT TO WS-FEED-SUB
003350         END-IF
003360         IF WS-FEED-DETAIL AND WS-REGM-AVAIL
003370                 AND WS-FT-LISTED (WS-FEED-SUB)
003380             PERFORM 2300-CHECK-STORE-COVERAGE
003390         END-IF
003400         PERFORM 2500-RELEASE-FEED-RECORD
003410     END-IF.
003420*****************************************************************
003430* 2200-START-FEED -- TAKE A TRANSMISSION HEADER.  A FEED NOT ON *
003440* THE MANIFEST IS ENTERED IN THE TABLE SO ITS RECORDS ARE STILL *
003445* COUNTED AND LISTED.  A FEED SENT TWICE KEEPS THE LATER SEND   *
003450* TIME.                                                         *
003460*****************************************************************
003470 2200-START-FEED.
003480     MOVE WS-FEED-ID TO WS-FIND-FEED-ID
003490     PERFORM 2250-FIND-FEED-SLOT
003500     IF NOT WS-FT-FOUND
003510         PERFORM 2270-ADD-FEED-SLOT
003520     END-IF
003530     MOVE WS-FT-SLOT TO WS-FEED-SUB
003540     ADD 1 TO WS-FT-SENT-COUNT (WS-FEED-SUB)
003550     MOVE WS-FEED-SENT-DATE TO WS-FT-SENT-DATE (WS-FEED-SUB)
003560     MOVE WS-FEED-SENT-TIME TO WS-FT-SENT-TIME (WS-FEED-SUB)
003570     MOVE SPACES TO WS-GROUP-CASHIER.
003580*****************************************************************
003590* 2250-FIND-FEED-SLOT -- LOOK THE FEED ID IN WS-FIND-FEED-ID UP *
003600* IN THE FEED TABLE, LEAVING ITS SUBSCRIPT IN WS-FT-SLOT.       *
003610*****************************************************************
003620 2250-FIND-FEED-SLOT.
003630     MOVE 'N' TO WS-FT-FOUND-SW
003640     PERFORM 2260-TEST-ONE-FEED
003650         VARYING WS-FT-SUB FROM 1 BY 1
003660         UNTIL WS-FT-SUB > WS-FEED-COUNT
003661            OR WS-FT-FOUND.
003662*****************************************************************
003663* 2260-TEST-ONE-FEED -- COMPARE ONE FEED TABLE ENTRY.           *
003664*****************************************************************
003665 2260-TEST-ONE-FEED.
003666     IF WS-FT-FEED-ID (WS-FT-SUB) = WS-FIND-FEED-ID
003667         MOVE 'Y' TO WS-FT-FOUND-SW
003668         MOVE WS-FT-SUB TO WS-FT-SLOT
003669     END-IF.
003670*****************************************************************
003671* 2270-ADD-FEED-SLOT -- OPEN A NEW FEED TABLE ENTRY, NOT YET ON *
003672* THE MANIFEST, FOR THE FEED ID IN WS-FIND-FEED-ID AND LEAVE    *
003673* ITS SUBSCRIPT IN WS-FT-SLOT.  AN OVERFULL TABLE ABENDS.       *
003674*****************************************************************
003675 2270-ADD-FEED-SLOT.
003676     IF WS-FEED-COUNT >= 100
003677         DISPLAY 'MORE THAN 100 FEEDS TO TRACK'
003678         DISPLAY '153C TERMINATING - FEED TABLE FULL'
003679         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003681     END-IF
003682     ADD 1 TO WS-FEED-COUNT
003683     MOVE WS-FEED-COUNT TO WS-FT-SLOT
003684     MOVE WS-FIND-FEED-ID TO WS-FT-FEED-ID (WS-FT-SLOT)
003685     MOVE 'N'    TO WS-FT-LISTED-SW (WS-FT-SLOT)
003686     MOVE ZEROES TO WS-FT-MIN-COUNT (WS-FT-SLOT)
003687     MOVE ZEROES TO WS-FT-MAX-COUNT (WS-FT-SLOT)
003688     MOVE 'N'    TO WS-FT-CUTOFF-SW (WS-FT-SLOT)
003689     MOVE ZEROES TO WS-FT-CUTOFF-DAYS (WS-FT-SLOT)
003690     MOVE ZEROES TO WS-FT-CUTOFF-TIME (WS-FT-SLOT)
003691     MOVE ZEROES TO WS-FT-SENT-COUNT (WS-FT-SLOT)
003692     MOVE SPACES TO WS-FT-SENT-DATE (WS-FT-SLOT)
003693     MOVE SPACES TO WS-FT-SENT-TIME (WS-FT-SLOT)
003694     MOVE ZEROES TO WS-FT-READ-COUNT (WS-FT-SLOT)
003695     MOVE ZEROES TO WS-FT-OUTSIDE-COUNT (WS-FT-SLOT).
003696*****************************************************************
003697* 2300-CHECK-STORE-COVERAGE -- LOOK THE DETAIL RECORD'S         *
003698* REGISTER UP ON THE MASTER AND LIST IT WHEN THE STORE IT IS    *
003699* ASSIGNED TO ON THE BUSINESS DATE IS NOT ONE ITS FEED COVERS,  *
003700* OR WHEN THE MASTER DOES NOT KNOW IT AT ALL.                   *
003701*****************************************************************
003702 2300-CHECK-STORE-COVERAGE.
003703     MOVE WS-FEED-REG-NO TO REGM-REG-NO
003704     READ REGMFILE
003705         INVALID KEY
003706             MOVE SPACES TO WS-REG-STORE
003707             MOVE 'REGISTER NOT ON REGISTER MASTER' TO WS-NOTE
003708             PERFORM 3160-WRITE-COVERAGE-LINE
003709         NOT INVALID KEY
003710             PERFORM 2310-RESOLVE-STORE-FOR-DATE
003711             PERFORM 2330-FIND-COVERAGE
003712             IF NOT WS-CV-FOUND
003713                 MOVE 'STORE NOT COVERED BY THE FEED' TO WS-NOTE
003714                 PERFORM 3160-WRITE-COVERAGE-LINE
003715             END-IF
003716     END-READ.
003717*****************************************************************
003718* 2310-RESOLVE-STORE-FOR-DATE -- PICK THE STORE ASSIGNMENT IN   *
003719* EFFECT ON THE BUSINESS DATE, THE SAME WAY 153A DOES - THE     *
003720* LATEST ASSIGNMENT DATED ON OR BEFORE THE NIGHT, OR THE        *
003721* CURRENT STORE WHEN THE HISTORY HAS NONE.                      *
003722*****************************************************************
003723 2310-RESOLVE-STORE-FOR-DATE.
003724     MOVE REGM-STORE-NO TO WS-REG-STORE
003725     IF REGM-ASSIGN-COUNT IS NUMERIC
003726             AND REGM-ASSIGN-COUNT > ZEROES
003727         MOVE ZEROES TO WS-ASSIGN-SLOT
003728         MOVE ZEROES TO WS-ASSIGN-BEST-DATE
003729         PERFORM 2320-MATCH-ONE-ASSIGNMENT
003730             VARYING WS-ASSIGN-SUB FROM 1 BY 1
003731             UNTIL WS-ASSIGN-SUB > REGM-ASSIGN-COUNT
003732                OR WS-ASSIGN-SUB > 10
003733         IF WS-ASSIGN-SLOT NOT = ZEROES
003734             MOVE REGM-ASSIGN-STORE (WS-ASSIGN-SLOT)
003735                 TO WS-REG-STORE
003736         END-IF
003737     END-IF.
003738*****************************************************************
003739* 2320-MATCH-ONE-ASSIGNMENT -- NOTE THE LATEST ASSIGNMENT       *
003740* DATED ON OR BEFORE THE BUSINESS DATE.                         *
003741*****************************************************************
003742 2320-MATCH-ONE-ASSIGNMENT.
003743     IF REGM-ASSIGN-DATE (WS-ASSIGN-SUB) IS NUMERIC
003744             AND REGM-ASSIGN-DATE (WS-ASSIGN-SUB) NOT = ZEROES
003745             AND REGM-ASSIGN-DATE (WS-ASSIGN-SUB)
003746                 NOT > WS-BUSINESS-DATE
003747             AND REGM-ASSIGN-DATE (WS-ASSIGN-SUB)
003748                 > WS-ASSIGN-BEST-DATE
003749         MOVE REGM-ASSIGN-DATE (WS-ASSIGN-SUB)
003750             TO WS-ASSIGN-BEST-DATE
003751         MOVE WS-ASSIGN-SUB TO WS-ASSIGN-SLOT
003752     END-IF.
003753*****************************************************************
003754* 2330-FIND-COVERAGE -- SEE WHETHER THE MANIFEST LISTS THE      *
003755* REGISTER'S STORE UNDER THE FEED IN HAND.                      *
003756*****************************************************************
003757 2330-FIND-COVERAGE.
003758     MOVE 'N' TO WS-CV-FOUND-SW
003759     PERFORM 2340-TEST-ONE-COVERAGE
003760         VARYING WS-CV-SUB FROM 1 BY 1
003761         UNTIL WS-CV-SUB > WS-COVER-COUNT
003762            OR WS-CV-FOUND.
003763*****************************************************************
003764* 2340-TEST-ONE-COVERAGE -- COMPARE ONE COVER TABLE ENTRY.      *
003765*****************************************************************
003766 2340-TEST-ONE-COVERAGE.
003767     IF WS-CV-FEED-SUB (WS-CV-SUB) = WS-FEED-SUB
003768             AND WS-CV-STORE-NO (WS-CV-SUB) = WS-REG-STORE
003769         MOVE 'Y' TO WS-CV-FOUND-SW
003770     END-IF.
003771*****************************************************************
003772* 2500-RELEASE-FEED-RECORD -- TAG THE FEED RECORD IN HAND WITH  *
003773* ITS FEED NUMBER AND ARRIVAL SEQUENCE AND RELEASE IT.  A       *
003774* DENOMINATION RECORD IS TAGGED WITH THE CASHIER OF THE DETAIL  *
003775* RECORD AHEAD OF IT IN THE SAME FEED, SO IT SORTS BEHIND ITS   *
003776* OWN DRAWER WHEN A REGISTER HAS MORE THAN ONE.                 *
003777*****************************************************************
003778 2500-RELEASE-FEED-RECORD.
003779     ADD 1 TO WS-FT-READ-COUNT (WS-FEED-SUB)
003780     ADD 1 TO WS-SORT-SEQ
003781     IF WS-FEED-DETAIL
003782         MOVE WS-FEED-CASHIER-ID TO WS-GROUP-CASHIER
003783     END-IF
003784     MOVE WS-FEED-REG-NO  TO SORT-REG-NO
003785     MOVE WS-GROUP-CASHIER TO SORT-CASHIER-ID
003786     MOVE WS-FEED-SUB     TO SORT-FEED-NO
003787     MOVE WS-SORT-SEQ     TO SORT-SEQ
003788     MOVE WS-FEED-REC     TO SORT-TRAN-DATA
003789     RELEASE SORT-RECORD.
003790*****************************************************************
003800* 3100-WRITE-FEED-LINE -- PRINT ONE FEED'S RECORD COUNT, RANGE, *
003810* AND SEND TIME, WITH A NOTE FOR EACH THING WRONG WITH IT - THE *
003820* FIRST ON THE FEED'S OWN LINE, ANY MORE ON LINES BELOW.  A     *
003830* FEED WITH NOTHING WRONG READS RECEIVED.                       *
003840*****************************************************************
003850 3100-WRITE-FEED-LINE.
003860     MOVE 'N' TO WS-FEED-LINE-SW
003870     IF WS-FT-FEED-ID (WS-FEED-SUB) = SPACES
003880         MOVE '(NO ID)' TO FEED-ID
003890     ELSE
003900         MOVE WS-FT-FEED-ID (WS-FEED-SUB) TO FEED-ID
003910     END-IF
003920     MOVE WS-FT-READ-COUNT (WS-FEED-SUB) TO FEED-COUNT
003930     IF WS-FT-LISTED (WS-FEED-SUB)
003940         MOVE WS-FT-MIN-COUNT (WS-FEED-SUB) TO FEED-MIN
003950         MOVE ' - ' TO FEED-RANGE (8:3)
003960         MOVE WS-FT-MAX-COUNT (WS-FEED-SUB) TO FEED-MAX
003961     ELSE
003962         MOVE SPACES TO FEED-RANGE
003963     END-IF
003964     MOVE SPACES TO FEED-SENT
003965     IF WS-FT-SENT-COUNT (WS-FEED-SUB) > ZEROES
003966         PERFORM 3110-FORMAT-SENT-TIME
003967     END-IF
003968     IF WS-FT-LISTED (WS-FEED-SUB)
003969         PERFORM 3120-CHECK-LISTED-FEED
003970     ELSE
003971         MOVE 'Y' TO WS-FEED-EXCEPTION-SW
003972         IF WS-FT-FEED-ID (WS-FEED-SUB) = SPACES
003973             MOVE 'RECORDS AHEAD OF ANY FEED HEADER' TO WS-NOTE
003974         ELSE
003975             MOVE 'NOT ON THE FEED MANIFEST' TO WS-NOTE
003976         END-IF
003977         PERFORM 3150-WRITE-FEED-NOTE
003978     END-IF
003979     IF WS-FT-OUTSIDE-COUNT (WS-FEED-SUB) > ZEROES
003980         MOVE 'CARRIES REGISTERS FOR OTHER STORES' TO WS-NOTE
003981         PERFORM 3150-WRITE-FEED-NOTE
003982     END-IF
003983     IF NOT WS-FEED-LINE-DONE
003984         MOVE 'RECEIVED' TO WS-NOTE
003985         PERFORM 3150-WRITE-FEED-NOTE
003986     END-IF.
003987*****************************************************************
003988* 3110-FORMAT-SENT-TIME -- EDIT THE SEND DATE AND TIME FROM THE *
003989* FEED'S TRANSMISSION HEADER FOR THE FEED LINE.                 *
003990*****************************************************************
003991 3110-FORMAT-SENT-TIME.
003992     IF WS-FT-SENT-DATE (WS-FEED-SUB) IS NUMERIC
003993         MOVE WS-FT-SENT-DATE (WS-FEED-SUB) TO WS-WORK-DATE
003994         MOVE WS-WRK-MM TO FEED-SENT-DATE (1:2)
003995         MOVE '/' TO FEED-SENT-DATE (3:1)
003996         MOVE WS-WRK-DD TO FEED-SENT-DATE (4:2)
003997         MOVE '/' TO FEED-SENT-DATE (6:1)
003998         MOVE WS-WRK-CCYY TO FEED-SENT-DATE (7:4)
003999     END-IF
004000     IF WS-FT-SENT-TIME (WS-FEED-SUB) IS NUMERIC
004001         MOVE WS-FT-SENT-TIME (WS-FEED-SUB) (1:2)
004002             TO FEED-SENT-TIME (1:2)
004003         MOVE ':' TO FEED-SENT-TIME (3:1)
004004         MOVE WS-FT-SENT-TIME (WS-FEED-SUB) (3:2)
004005             TO FEED-SENT-TIME (4:2)
004006     END-IF.
004007*****************************************************************
004008* 3120-CHECK-LISTED-FEED -- HOLD A MANIFEST FEED TO ITS COUNT   *
004009* RANGE AND CUTOFF.  AN EMPTY FEED IS A STORE THAT HAS NOT      *
004010* TRANSMITTED, THE SAME AS ONE THAT NEVER ARRIVED.  A MISSING   *
004011* OR SHORT FEED FAILS THE RUN; A FEED OVER ITS RANGE, SENT      *
004012* TWICE, OR SENT LATE ONLY WARNS, SINCE ITS RECORDS ARE HERE.   *
004013*****************************************************************
004014 3120-CHECK-LISTED-FEED.
004015     IF WS-FT-READ-COUNT (WS-FEED-SUB) = ZEROES
004016         MOVE 'Y' TO WS-FEED-MISSING-SW
004017         IF WS-FT-SENT-COUNT (WS-FEED-SUB) = ZEROES
004018             MOVE '** NOT TRANSMITTED **' TO WS-NOTE
004019         ELSE
004020             MOVE '** SENT EMPTY **' TO WS-NOTE
004021         END-IF
004022         PERFORM 3150-WRITE-FEED-NOTE
004023     ELSE
004024         IF WS-FT-READ-COUNT (WS-FEED-SUB)
004025                 < WS-FT-MIN-COUNT (WS-FEED-SUB)
004026             MOVE 'Y' TO WS-FEED-EXCEPTION-SW
004027             MOVE 'COUNT BELOW EXPECTED RANGE' TO WS-NOTE
004028             PERFORM 3150-WRITE-FEED-NOTE
004029         END-IF
004030         IF WS-FT-READ-COUNT (WS-FEED-SUB)
004031                 > WS-FT-MAX-COUNT (WS-FEED-SUB)
004032             MOVE 'Y' TO WS-FEED-WARNING-SW
004033             MOVE 'COUNT ABOVE EXPECTED RANGE' TO WS-NOTE
004034             PERFORM 3150-WRITE-FEED-NOTE
004035         END-IF
004036     END-IF
004037     IF WS-FT-SENT-COUNT (WS-FEED-SUB) > 1
004038         MOVE 'Y' TO WS-FEED-WARNING-SW
004039         MOVE 'TRANSMITTED MORE THAN ONCE' TO WS-NOTE
004040         PERFORM 3150-WRITE-FEED-NOTE
004041     END-IF
004042     IF WS-FT-SENT-COUNT (WS-FEED-SUB) > ZEROES
004043             AND WS-FT-HAS-CUTOFF (WS-FEED-SUB)
004044         PERFORM 3130-CHECK-FEED-CUTOFF
004045     END-IF.
004046*****************************************************************
004047* 3130-CHECK-FEED-CUTOFF -- THE FEED IS LATE WHEN IT WAS SENT   *
004048* ON A LATER DAY THAN ITS CUTOFF DAY, OR ON THAT DAY AFTER THE  *
004049* CUTOFF TIME.  A HEADER WITHOUT A USABLE SEND TIME CANNOT BE   *
004050* SHOWN ON TIME AND IS FLAGGED AS SUCH.                         *
004051*****************************************************************
004052 3130-CHECK-FEED-CUTOFF.
004053     IF WS-FT-SENT-DATE (WS-FEED-SUB) IS NOT NUMERIC
004054             OR WS-FT-SENT-DATE (WS-FEED-SUB) = ZEROES
004055             OR WS-FT-SENT-TIME (WS-FEED-SUB) IS NOT NUMERIC
004056         MOVE 'Y' TO WS-FEED-WARNING-SW
004057         MOVE 'NO SEND TIME ON FEED HEADER' TO WS-NOTE
004058         PERFORM 3150-WRITE-FEED-NOTE
004059     ELSE
004060         MOVE WS-FT-SENT-DATE (WS-FEED-SUB) TO WS-WORK-DATE
004061         MOVE WS-FT-SENT-TIME (WS-FEED-SUB) TO WS-WORK-TIME
004062         PERFORM 7200-COMPUTE-DAY-NUMBER
004063         ADD WS-BUS-DAY-NUMBER WS-FT-CUTOFF-DAYS (WS-FEED-SUB)
004064             GIVING WS-CUTOFF-DAY-NUMBER
004065         IF WS-DAY-NUMBER > WS-CUTOFF-DAY-NUMBER
004066                 OR (WS-DAY-NUMBER = WS-CUTOFF-DAY-NUMBER
004067                 AND WS-WORK-TIME
004068                     > WS-FT-CUTOFF-TIME (WS-FEED-SUB))
004069             MOVE 'Y' TO WS-FEED-WARNING-SW
004070             MOVE 'SENT AFTER ITS CUTOFF' TO WS-NOTE
004071             PERFORM 3150-WRITE-FEED-NOTE
004072         END-IF
004073     END-IF.
004074*****************************************************************
004075* 3150-WRITE-FEED-NOTE -- PRINT THE NOTE IN WS-NOTE, ON THE     *
004076* FEED'S OWN LINE THE FIRST TIME AND ON A LINE BELOW IT AFTER.  *
004077*****************************************************************
004078 3150-WRITE-FEED-NOTE.
004079     IF WS-FEED-LINE-DONE
004080         MOVE WS-NOTE TO NOTE-TEXT
004081         WRITE CONL-RECORD FROM WS-RPT-NOTE-LINE
004082             AFTER ADVANCING 1 LINE
004083     ELSE
004084         MOVE WS-NOTE TO FEED-STATUS
004085         WRITE CONL-RECORD FROM WS-RPT-FEED-LINE
004086             AFTER ADVANCING 1 LINE
004087         MOVE 'Y' TO WS-FEED-LINE-SW
004088     END-IF.
004089*****************************************************************
004090* 3160-WRITE-COVERAGE-LINE -- LIST ONE REGISTER ITS FEED DOES   *
004091* NOT COVER, WITH THE REASON IN WS-NOTE.  ANY SUCH REGISTER     *
004092* FAILS THE RUN.                                                *
004093*****************************************************************
004094 3160-WRITE-COVERAGE-LINE.
004095     ADD 1 TO WS-OUTSIDE-COUNT
004096     ADD 1 TO WS-FT-OUTSIDE-COUNT (WS-FEED-SUB)
004097     MOVE 'Y' TO WS-FEED-EXCEPTION-SW
004098     IF WS-OUTSIDE-COUNT = 1
004099         WRITE CONL-RECORD FROM WS-RPT-COVH-LINE
004100             AFTER ADVANCING 2 LINES
004101     END-IF
004102     MOVE WS-FEED-REG-NO TO COV-REG-NO
004103     MOVE WS-FT-FEED-ID (WS-FEED-SUB) TO COV-FEED-ID
004104     MOVE WS-REG-STORE TO COV-STORE-NO
004105     MOVE WS-NOTE TO COV-REASON
004106     WRITE CONL-RECORD FROM WS-RPT-COV-LINE
004107         AFTER ADVANCING 1 LINE.
004108 0590-SORT-INPUT-EXIT.
004109     EXIT.
004110*****************************************************************
004111* 0600-SORT-OUTPUT -- TAKE THE SORTED RECORDS, PASS THE FIRST   *
004112* APPEARANCE OF EACH REGISTER (WITH ITS DENOMINATION RECORDS)   *
004113* TO TRANFILE, HOLD EVERY LATER APPEARANCE OFF TO HELDFILE AND  *
004114* THE OPERATOR DECISION SECTION OF THE REPORT, AND FOOT THE     *
004115* DETAIL COUNT AND AMOUNT HASH FOR THE BATCH TRAILER.           *
004116*****************************************************************
004117 0600-SORT-OUTPUT SECTION.
004118 0610-TAKE-SORTED-RECORDS.
004119     MOVE SPACES TO WS-LAST-REG
004120     MOVE SPACES TO WS-LAST-CASHIER
004121     MOVE 'N' TO WS-HOLDING-SW
004122     MOVE 'N' TO WS-SORT-EOF-SW
004123     PERFORM 2400-TAKE-ONE-RECORD
004124         UNTIL WS-SORT-EOF
004130     GO TO 0690-SORT-OUTPUT-EXIT.
004140*****************************************************************
004150* 2400-TAKE-ONE-RECORD -- RETURN ONE SORTED RECORD AND ROUTE IT *
004260     END-RETURN.
004270*****************************************************************
004280* 2410-ROUTE-ONE-RECORD -- DECIDE WHERE ONE SORTED RECORD GOES. *
004282* A DETAIL RECORD IS A DUPLICATE ONLY WHEN BOTH THE REGISTER    *
004284* AND THE CASHIER MATCH THE DRAWER LAST PASSED.                 *
004290*****************************************************************
004300 2410-ROUTE-ONE-RECORD.
004310     MOVE SORT-TRAN-DATA TO WS-FEED-REC
004320     IF WS-FEED-DETAIL
004330         IF WS-FEED-REG-NO = WS-LAST-REG
004335                 AND SORT-CASHIER-ID = WS-LAST-CASHIER
004340             MOVE 'Y' TO WS-HOLDING-SW
004350             ADD 1 TO WS-DUP-REG-COUNT
004360             PERFORM 3200-WRITE-DUPLICATE-LINE
004380         ELSE
004390             MOVE 'N' TO WS-HOLDING-SW
004400             MOVE WS-FEED-REG-NO TO WS-LAST-REG
004405             MOVE SORT-CASHIER-ID TO WS-LAST-CASHIER
004410             PERFORM 3400-WRITE-TRAN-RECORD
004420             ADD 1 TO WS-DETAIL-COUNT
004430             PERFORM 3500-HASH-AMOUNTS
004590             AFTER ADVANCING 2 LINES
004600     END-IF
004610     MOVE WS-FEED-REG-NO TO DUP-REG-NO
004620     MOVE WS-FT-FEED-ID (SORT-FEED-NO) TO DUP-FEED-ID
004630     MOVE SORT-TRAN-DATA TO DUP-IMAGE
004640     WRITE CONL-RECORD FROM WS-RPT-DUP-LINE
004650         AFTER ADVANCING 1 LINE.
005160     WRITE TRAN-RECORD.
005170*****************************************************************
005180* 9000-TERMINATE -- WRITE THE BATCH TRAILER, PRINT THE RUN      *
005190* COUNTS, AND CLOSE THE FILES.  A MISSING OR SHORT FEED, A      *
005200* REJECTED MANIFEST CARD, OR A REGISTER OUTSIDE ITS FEED'S      *
005210* STORES FAILS THE RUN WITH RETURN CODE 8, SO A PARTIAL NIGHT   *
005212* IS NOT RELEASED.  A LATE OR OVERSIZED FEED, A FEED SENT       *
005214* TWICE, OR A HELD DUPLICATE LEAVES A WARNING RETURN CODE SO    *
005216* THE OPERATOR LOOKS AT THE REPORT BEFORE RELEASING THE RUN.    *
005220*****************************************************************
005230 9000-TERMINATE.
005240     PERFORM 2700-WRITE-BATCH-TRAILER
005420     MOVE WS-HELD-COUNT TO CNT-COUNT
005430     WRITE CONL-RECORD FROM WS-RPT-CNT-LINE
005440         AFTER ADVANCING 1 LINE
005450     MOVE 'FEEDS ON THE MANIFEST:    ' TO CNT-LABEL
005460     MOVE WS-LISTED-COUNT TO CNT-COUNT
005470     WRITE CONL-RECORD FROM WS-RPT-CNT-LINE
005480         AFTER ADVANCING 1 LINE
005490     MOVE 'REGISTERS OUTSIDE STORES: ' TO CNT-LABEL
005500     MOVE WS-OUTSIDE-COUNT TO CNT-COUNT
005510     WRITE CONL-RECORD FROM WS-RPT-CNT-LINE
005520         AFTER ADVANCING 1 LINE
005530     MOVE 'MANIFEST CARDS REJECTED:  ' TO CNT-LABEL
005540     MOVE WS-MREJ-COUNT TO CNT-COUNT
005550     WRITE CONL-RECORD FROM WS-RPT-CNT-LINE
005560         AFTER ADVANCING 1 LINE
005570     CLOSE TRANFILE
005580     CLOSE HELDFILE
005590     CLOSE CONLIST
005600     IF WS-REGM-AVAIL
005610         CLOSE REGMFILE
005620     END-IF
005630     IF WS-FEED-MISSING OR WS-FEED-EXCEPTION
005640         MOVE 8 TO RETURN-CODE
005650     ELSE
005660         IF WS-FEED-WARNING OR WS-DUP-REG-COUNT > ZEROES
005670             MOVE 4 TO RETURN-CODE
005680         END-IF
005690     END-IF.
