000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153R.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/03/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CASHIER MASTER MAINTENANCE.  READS MAINTENANCE CARDS AND      *
000090* ADDS, INACTIVATES, REACTIVATES, OR TRANSFERS CASHIER MASTER   *
000100* RECORDS ON CSHMFILE SO THE CASH OFFICE CAN MAINTAIN THE       *
000110* CASHIERS 153A SETTLES DRAWERS AGAINST WITHOUT A PROGRAMMER.   *
000120* A CASHIER IS ONLY ADDED OR TRANSFERRED TO A STORE THAT IS ON  *
000130* THE STORE MASTER AND OPEN.  EVERY CARD PRINTS A BEFORE AND    *
000140* AFTER IMAGE ON THE MAINTENANCE REGISTER (CMNTLIST) FOR        *
000150* SIGN-OFF, THE SAME WAY 153B MAINTAINS THE REGISTER MASTER.    *
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*   DATE        INIT  DESCRIPTION                               *
000190*   10/03/2026  DLM   ORIGINAL PROGRAM.  CARD FUNCTIONS ARE     *
000200*                     'A' (ADD), 'I' (INACTIVATE), 'R'          *
000210*                     (REACTIVATE), AND 'T' (TRANSFER TO A NEW  *
000220*                     HOME STORE).                              *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CMNTFILE ASSIGN TO CMNTFILE
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT CMNTLIST ASSIGN TO CMNTLIST
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT CSHMFILE ASSIGN TO CSHMFILE
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CSHM-CASHIER-ID
000380         FILE STATUS IS WS-CSHMFILE-STATUS.
000390     SELECT STORFILE ASSIGN TO STORFILE
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS STOR-STORE-NO
000430         FILE STATUS IS WS-STORFILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CMNTFILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY CMNTREC.
000490 FD  CMNTLIST
000500     LABEL RECORDS ARE OMITTED.
000510 01  CMNL-RECORD                 PIC X(132).
000520 FD  CSHMFILE.
000530 COPY CSHMSTR.
000540 FD  STORFILE.
000550 COPY STORMSTR.
000560 WORKING-STORAGE SECTION.
000570*****************************************************************
000580* REPORT LINE WORK AREAS                                        *
000590*****************************************************************
000600 01  WS-RPT-HDR1-LINE.
000610     05  FILLER                  PIC X(45) VALUE SPACES.
000620     05  FILLER                  PIC X(35)
000630             VALUE 'CASHIER MASTER MAINTENANCE REGISTER'.
000640 01  WS-RPT-HDR2-LINE.
000650     05  FILLER                  PIC X(05) VALUE SPACES.
000660     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000670     05  HDR-RUN-DATE             PIC X(10).
000680     05  FILLER                  PIC X(100) VALUE SPACES.
000690     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000700     05  HDR-PAGE-NO              PIC ZZZ9.
000710 01  WS-RPT-CARD-LINE.
000720     05  FILLER                  PIC X(02) VALUE SPACES.
000730     05  FILLER                  PIC X(05) VALUE 'CARD '.
000740     05  CRD-CARD-NO              PIC ZZZZ9.
000750     05  FILLER                  PIC X(02) VALUE SPACES.
000760     05  FILLER                  PIC X(09) VALUE 'FUNCTION '.
000770     05  CRD-FUNCTION             PIC X(01).
000780     05  FILLER                  PIC X(02) VALUE SPACES.
000790     05  FILLER                  PIC X(08) VALUE 'CASHIER '.
000800     05  CRD-CASHIER-ID           PIC X(06).
000810     05  FILLER                  PIC X(02) VALUE SPACES.
000820     05  FILLER                  PIC X(10) VALUE 'EFFECTIVE '.
000830     05  CRD-EFF-DATE             PIC X(10).
000840 01  WS-RPT-BA-LINE.
000850     05  FILLER                  PIC X(05) VALUE SPACES.
000860     05  BA-LABEL                 PIC X(08).
000870     05  FILLER                  PIC X(07) VALUE 'STATUS '.
000880     05  BA-STATUS                PIC X(01).
000890     05  FILLER                  PIC X(08) VALUE '  STORE '.
000900     05  BA-STORE-NO              PIC X(03).
000910     05  FILLER                  PIC X(11) VALUE '  EFF DATE '.
000920     05  BA-STATUS-DATE           PIC X(10).
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  BA-NAME                  PIC X(30).
000950 01  WS-RPT-NOF-LINE.
000960     05  FILLER                  PIC X(05) VALUE SPACES.
000970     05  NOF-LABEL                PIC X(08).
000980     05  FILLER                  PIC X(17)
000990             VALUE '** NOT ON FILE **'.
001000 01  WS-RPT-ERR-LINE.
001010     05  FILLER                  PIC X(05) VALUE SPACES.
001020     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001030     05  FILLER                  PIC X(05) VALUE ' *** '.
001040     05  ERR-MESSAGE              PIC X(60).
001050 01  WS-RPT-CNT-LINE.
001060     05  FILLER                  PIC X(05) VALUE SPACES.
001070     05  CNT-LABEL                PIC X(22).
001080     05  FILLER                  PIC X(03) VALUE SPACES.
001090     05  CNT-COUNT                PIC ZZZZ9.
001100*****************************************************************
001110* REPORT CONTROL COUNTERS AND SWITCHES                          *
001120*****************************************************************
001130 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001140 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001150 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001160 77  WS-CARD-NO                  PIC 9(05) VALUE ZEROES.
001170 77  WS-ADD-COUNT                PIC 9(05) VALUE ZEROES.
001180 77  WS-INACT-COUNT              PIC 9(05) VALUE ZEROES.
001190 77  WS-REACT-COUNT              PIC 9(05) VALUE ZEROES.
001200 77  WS-XFER-COUNT               PIC 9(05) VALUE ZEROES.
001210 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROES.
001220 01  WS-CURRENT-DATE             PIC 9(08).
001230 01  WS-REPORT-DATE              PIC X(10).
001240 01  WS-EFFECTIVE-DATE           PIC 9(08).
001250 01  WS-EFF-DATE-X               PIC X(08).
001260 01  WS-EFF-DATE-9 REDEFINES WS-EFF-DATE-X
001270                                 PIC 9(08).
001280 01  WS-WORK-DATE.
001290     05  WS-WRK-CCYY              PIC 9(04).
001300     05  WS-WRK-MM                PIC 9(02).
001310     05  WS-WRK-DD                PIC 9(02).
001320 01  WS-WORK-DATE-FMT            PIC X(10).
001330 01  WS-CSHMFILE-STATUS          PIC X(02).
001340 01  WS-STORFILE-STATUS          PIC X(02).
001350 01  WS-SWITCHES.
001360     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001370         88  WS-EOF                          VALUE 'Y'.
001380     05  WS-CSHM-FOUND-SW         PIC X(01) VALUE 'N'.
001390         88  WS-CSHM-FOUND                   VALUE 'Y'.
001400     05  WS-STORE-OK-SW           PIC X(01) VALUE 'N'.
001410         88  WS-STORE-OK                     VALUE 'Y'.
001420*****************************************************************
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
001470         UNTIL WS-EOF
001480     PERFORM 9000-TERMINATE
001490     STOP RUN.
001500*****************************************************************
001510* 1000-INITIALIZE -- OPEN THE FILES, BUILD THE RUN DATE, PRINT  *
001520* THE FIRST REPORT PAGE HEADING, AND PRIME THE CARD LOOP.       *
001530* CSHMFILE IS CREATED EMPTY ON THE FIRST EVER RUN SO THE MASTER *
001540* CAN BE BUILT FROM SCRATCH WITH ADD CARDS.                     *
001550*****************************************************************
001560 1000-INITIALIZE.
001570     OPEN INPUT CMNTFILE
001580     OPEN OUTPUT CMNTLIST
001590     OPEN I-O CSHMFILE
001600     IF WS-CSHMFILE-STATUS = '35'
001610         OPEN OUTPUT CSHMFILE
001620         CLOSE CSHMFILE
001630         OPEN I-O CSHMFILE
001640     END-IF
001650     IF WS-CSHMFILE-STATUS NOT = '00'
001660         DISPLAY 'CSHMFILE WILL NOT OPEN - STATUS '
001670             WS-CSHMFILE-STATUS
001680         DISPLAY '153R TERMINATING - NO MAINTENANCE APPLIED'
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF
001720* THE STORE MASTER IS ONLY READ HERE - IT IS MAINTAINED BY 153P.
001730* WITHOUT IT NO STORE CAN BE VALIDATED, SO NO CARD IS APPLIED.
001740     OPEN INPUT STORFILE
001750     IF WS-STORFILE-STATUS NOT = '00'
001760         DISPLAY 'STORFILE WILL NOT OPEN - STATUS '
001770             WS-STORFILE-STATUS
001780         DISPLAY '153R TERMINATING - NO MAINTENANCE APPLIED'
001790         CLOSE CSHMFILE
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF
001830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001840     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
001850     PERFORM 7100-FORMAT-DATE
001860     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
001870     PERFORM 2100-WRITE-REPORT-HEADER
001880     PERFORM 8000-READ-CMNTFILE.
001890*****************************************************************
001900* 2000-PROCESS-CARD -- APPLY ONE MAINTENANCE CARD TO THE MASTER *
001910* AND PRINT ITS BEFORE/AFTER IMAGES.  A CARD THAT FAILS AN EDIT *
001920* IS PRINTED WITH AN ERROR MESSAGE AND APPLIES NO CHANGE.       *
001930*****************************************************************
001940 2000-PROCESS-CARD.
001950     ADD 1 TO WS-CARD-NO
001960     PERFORM 2300-RESOLVE-EFFECTIVE-DATE
001970     PERFORM 3000-PRINT-CARD-LINE
001980     IF NOT CMNT-ADD AND NOT CMNT-INACTIVATE
001990             AND NOT CMNT-REACTIVATE AND NOT CMNT-TRANSFER
002000         MOVE 'FUNCTION IS NOT A, I, R, OR T - CARD REJECTED'
002010             TO ERR-MESSAGE
002020         PERFORM 3300-PRINT-ERROR-LINE
002030         GO TO 2000-PROCESS-CARD-EXIT
002040     END-IF
002050     IF CMNT-CASHIER-ID = SPACES
002060         MOVE 'CASHIER ID IS BLANK - CARD REJECTED'
002070             TO ERR-MESSAGE
002080         PERFORM 3300-PRINT-ERROR-LINE
002090         GO TO 2000-PROCESS-CARD-EXIT
002100     END-IF
002110     MOVE CMNT-CASHIER-ID TO CSHM-CASHIER-ID
002120     MOVE 'N' TO WS-CSHM-FOUND-SW
002130     READ CSHMFILE
002140         INVALID KEY
002150             CONTINUE
002160         NOT INVALID KEY
002170             MOVE 'Y' TO WS-CSHM-FOUND-SW
002180     END-READ
002190     IF CMNT-ADD
002200         PERFORM 2400-ADD-CASHIER
002210             THRU 2400-ADD-CASHIER-EXIT
002220     ELSE
002230     IF CMNT-INACTIVATE
002240         PERFORM 2500-INACTIVATE-CASHIER
002250             THRU 2500-INACTIVATE-CASHIER-EXIT
002260     ELSE
002270     IF CMNT-REACTIVATE
002280         PERFORM 2600-REACTIVATE-CASHIER
002290             THRU 2600-REACTIVATE-CASHIER-EXIT
002300     ELSE
002310         PERFORM 2800-TRANSFER-CASHIER
002320             THRU 2800-TRANSFER-CASHIER-EXIT
002330     END-IF
002340     END-IF
002350     END-IF.
002360 2000-PROCESS-CARD-EXIT.
002370     PERFORM 8000-READ-CMNTFILE.
002380*****************************************************************
002390* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
002400*****************************************************************
002410 2100-WRITE-REPORT-HEADER.
002420     ADD 1 TO WS-PAGE-NO
002430     MOVE WS-PAGE-NO TO HDR-PAGE-NO
002440     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
002450     WRITE CMNL-RECORD FROM WS-RPT-HDR1-LINE
002460         AFTER ADVANCING PAGE
002470     WRITE CMNL-RECORD FROM WS-RPT-HDR2-LINE
002480         AFTER ADVANCING 1 LINE
002490     MOVE ZEROES TO WS-LINE-CTR.
002500*****************************************************************
002510* 2300-RESOLVE-EFFECTIVE-DATE -- A CARD MAY CARRY THE EFFECTIVE *
002520* DATE OF THE CHANGE; A BLANK OR ZERO DATE TAKES THE RUN DATE   *
002530* SO A NORMAL SAME-DAY CHANGE NEEDS NO DATE KEYED.              *
002540*****************************************************************
002550 2300-RESOLVE-EFFECTIVE-DATE.
002560     MOVE CMNT-EFF-DATE TO WS-EFF-DATE-X
002570     IF WS-EFF-DATE-X IS NUMERIC AND WS-EFF-DATE-9 NOT = ZEROES
002580         MOVE WS-EFF-DATE-9 TO WS-EFFECTIVE-DATE
002590     ELSE
002600         MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
002610     END-IF.
002620*****************************************************************
002630* 2400-ADD-CASHIER -- ADD A NEW CASHIER TO THE MASTER, ACTIVE   *
002640* AS OF THE EFFECTIVE DATE.  THE CARD MUST CARRY A HOME STORE   *
002650* THAT IS ON THE STORE MASTER AND OPEN, AND THE CASHIER'S NAME; *
002660* THE CASHIER MUST NOT ALREADY BE ON FILE.                      *
002670*****************************************************************
002680 2400-ADD-CASHIER.
002690     IF WS-CSHM-FOUND
002700         PERFORM 3100-PRINT-BEFORE-LINE
002710         MOVE 'CASHIER ALREADY ON FILE - CARD REJECTED'
002720             TO ERR-MESSAGE
002730         PERFORM 3300-PRINT-ERROR-LINE
002740         GO TO 2400-ADD-CASHIER-EXIT
002750     END-IF
002760     IF CMNT-STORE-NO IS NOT NUMERIC
002770         MOVE 'STORE NUMBER IS NOT NUMERIC - CARD REJECTED'
002780             TO ERR-MESSAGE
002790         PERFORM 3300-PRINT-ERROR-LINE
002800         GO TO 2400-ADD-CASHIER-EXIT
002810     END-IF
002820     PERFORM 2900-VALIDATE-STORE
002830         THRU 2900-VALIDATE-STORE-EXIT
002840     IF NOT WS-STORE-OK
002850         PERFORM 3300-PRINT-ERROR-LINE
002860         GO TO 2400-ADD-CASHIER-EXIT
002870     END-IF
002880     IF CMNT-NAME = SPACES
002890         MOVE 'NAME IS REQUIRED ON AN ADD - CARD REJECTED'
002900             TO ERR-MESSAGE
002910         PERFORM 3300-PRINT-ERROR-LINE
002920         GO TO 2400-ADD-CASHIER-EXIT
002930     END-IF
002940     PERFORM 3100-PRINT-BEFORE-LINE
002950     MOVE CMNT-CASHIER-ID    TO CSHM-CASHIER-ID
002960     MOVE 'A'                TO CSHM-STATUS
002970     MOVE CMNT-STORE-NO      TO CSHM-STORE-NO
002980     MOVE CMNT-NAME          TO CSHM-NAME
002990     MOVE WS-EFFECTIVE-DATE  TO CSHM-STATUS-DATE
003000     WRITE CSHM-RECORD
003010         INVALID KEY
003020             MOVE 'CASHIER MASTER WRITE FAILED - CARD REJECTED'
003030                 TO ERR-MESSAGE
003040             PERFORM 3300-PRINT-ERROR-LINE
003050             GO TO 2400-ADD-CASHIER-EXIT
003060     END-WRITE
003070     PERFORM 3200-PRINT-AFTER-LINE
003080     ADD 1 TO WS-ADD-COUNT.
003090 2400-ADD-CASHIER-EXIT.
003100     EXIT.
003110*****************************************************************
003120* 2500-INACTIVATE-CASHIER -- SET AN ACTIVE CASHIER INACTIVE.    *
003130* FROM THE NEXT SETTLEMENT ON, 153A REJECTS ANY DRAWER KEYED    *
003140* UNDER THE CASHIER.  A NON-BLANK STORE NUMBER OR NAME ON THE   *
003150* CARD ALSO UPDATES THOSE FIELDS ON THE MASTER.                 *
003160*****************************************************************
003170 2500-INACTIVATE-CASHIER.
003180     IF NOT WS-CSHM-FOUND
003190         MOVE 'CASHIER NOT ON FILE - CARD REJECTED'
003200             TO ERR-MESSAGE
003210         PERFORM 3300-PRINT-ERROR-LINE
003220         GO TO 2500-INACTIVATE-CASHIER-EXIT
003230     END-IF
003240     PERFORM 3100-PRINT-BEFORE-LINE
003250     IF CSHM-INACTIVE
003260         MOVE 'CASHIER IS ALREADY INACTIVE - CARD REJECTED'
003270             TO ERR-MESSAGE
003280         PERFORM 3300-PRINT-ERROR-LINE
003290         GO TO 2500-INACTIVATE-CASHIER-EXIT
003300     END-IF
003310     IF CMNT-STORE-NO NOT = SPACES
003320             AND CMNT-STORE-NO IS NUMERIC
003330         PERFORM 2900-VALIDATE-STORE
003340             THRU 2900-VALIDATE-STORE-EXIT
003350         IF NOT WS-STORE-OK
003360             PERFORM 3300-PRINT-ERROR-LINE
003370             GO TO 2500-INACTIVATE-CASHIER-EXIT
003380         END-IF
003390     END-IF
003400     MOVE 'I' TO CSHM-STATUS
003410     PERFORM 2700-APPLY-CARD-OVERRIDES
003420     MOVE WS-EFFECTIVE-DATE TO CSHM-STATUS-DATE
003430     REWRITE CSHM-RECORD
003440     PERFORM 3200-PRINT-AFTER-LINE
003450     ADD 1 TO WS-INACT-COUNT.
003460 2500-INACTIVATE-CASHIER-EXIT.
003470     EXIT.
003480*****************************************************************
003490* 2600-REACTIVATE-CASHIER -- SET AN INACTIVE CASHIER ACTIVE     *
003500* AGAIN.  A NON-BLANK STORE NUMBER OR NAME ON THE CARD ALSO     *
003510* UPDATES THOSE FIELDS ON THE MASTER.                           *
003520*****************************************************************
003530 2600-REACTIVATE-CASHIER.
003540     IF NOT WS-CSHM-FOUND
003550         MOVE 'CASHIER NOT ON FILE - CARD REJECTED'
003560             TO ERR-MESSAGE
003570         PERFORM 3300-PRINT-ERROR-LINE
003580         GO TO 2600-REACTIVATE-CASHIER-EXIT
003590     END-IF
003600     PERFORM 3100-PRINT-BEFORE-LINE
003610     IF CSHM-ACTIVE
003620         MOVE 'CASHIER IS ALREADY ACTIVE - CARD REJECTED'
003630             TO ERR-MESSAGE
003640         PERFORM 3300-PRINT-ERROR-LINE
003650         GO TO 2600-REACTIVATE-CASHIER-EXIT
003660     END-IF
003670     IF CMNT-STORE-NO NOT = SPACES
003680             AND CMNT-STORE-NO IS NUMERIC
003690         PERFORM 2900-VALIDATE-STORE
003700             THRU 2900-VALIDATE-STORE-EXIT
003710         IF NOT WS-STORE-OK
003720             PERFORM 3300-PRINT-ERROR-LINE
003730             GO TO 2600-REACTIVATE-CASHIER-EXIT
003740         END-IF
003750     END-IF
003760     MOVE 'A' TO CSHM-STATUS
003770     PERFORM 2700-APPLY-CARD-OVERRIDES
003780     MOVE WS-EFFECTIVE-DATE TO CSHM-STATUS-DATE
003790     REWRITE CSHM-RECORD
003800     PERFORM 3200-PRINT-AFTER-LINE
003810     ADD 1 TO WS-REACT-COUNT.
003820 2600-REACTIVATE-CASHIER-EXIT.
003830     EXIT.
003840*****************************************************************
003850* 2700-APPLY-CARD-OVERRIDES -- ON AN INACTIVATE OR REACTIVATE,  *
003860* A NON-BLANK STORE NUMBER OR NAME ON THE CARD REPLACES THE     *
003870* VALUE ON THE MASTER SO A CASHIER WHO MOVED OR WHOSE NAME WAS  *
003880* MISKEYED CAN BE CORRECTED ON THE SAME CARD.                   *
003890*****************************************************************
003900 2700-APPLY-CARD-OVERRIDES.
003910     IF CMNT-STORE-NO NOT = SPACES
003920             AND CMNT-STORE-NO IS NUMERIC
003930         MOVE CMNT-STORE-NO TO CSHM-STORE-NO
003940     END-IF
003950     IF CMNT-NAME NOT = SPACES
003960         MOVE CMNT-NAME TO CSHM-NAME
003970     END-IF.
003980*****************************************************************
003990* 2800-TRANSFER-CASHIER -- MOVE A CASHIER TO A NEW HOME STORE   *
004000* AS OF THE EFFECTIVE DATE.  THE CASHIER KEEPS ITS STATUS; THE  *
004010* NEW STORE MUST BE ON THE STORE MASTER AND OPEN.               *
004020*****************************************************************
004030 2800-TRANSFER-CASHIER.
004040     IF NOT WS-CSHM-FOUND
004050         MOVE 'CASHIER NOT ON FILE - CARD REJECTED'
004060             TO ERR-MESSAGE
004070         PERFORM 3300-PRINT-ERROR-LINE
004080         GO TO 2800-TRANSFER-CASHIER-EXIT
004090     END-IF
004100     PERFORM 3100-PRINT-BEFORE-LINE
004110     IF CMNT-STORE-NO IS NOT NUMERIC
004120         MOVE 'STORE NUMBER IS NOT NUMERIC - CARD REJECTED'
004130             TO ERR-MESSAGE
004140         PERFORM 3300-PRINT-ERROR-LINE
004150         GO TO 2800-TRANSFER-CASHIER-EXIT
004160     END-IF
004170     IF CMNT-STORE-NO = CSHM-STORE-NO
004180         MOVE 'CASHIER IS ALREADY AT THAT STORE - CARD REJECTED'
004190             TO ERR-MESSAGE
004200         PERFORM 3300-PRINT-ERROR-LINE
004210         GO TO 2800-TRANSFER-CASHIER-EXIT
004220     END-IF
004230     PERFORM 2900-VALIDATE-STORE
004240         THRU 2900-VALIDATE-STORE-EXIT
004250     IF NOT WS-STORE-OK
004260         PERFORM 3300-PRINT-ERROR-LINE
004270         GO TO 2800-TRANSFER-CASHIER-EXIT
004280     END-IF
004290     MOVE CMNT-STORE-NO TO CSHM-STORE-NO
004300     MOVE WS-EFFECTIVE-DATE TO CSHM-STATUS-DATE
004310     REWRITE CSHM-RECORD
004320     PERFORM 3200-PRINT-AFTER-LINE
004330     ADD 1 TO WS-XFER-COUNT.
004340 2800-TRANSFER-CASHIER-EXIT.
004350     EXIT.
004360*****************************************************************
004370* 2900-VALIDATE-STORE -- THE CARD'S STORE MUST BE ON THE STORE  *
004380* MASTER, NOT CLOSED, AND ALREADY OPEN ON THE EFFECTIVE DATE.   *
004390* ON A FAILURE THE REJECT MESSAGE IS LEFT IN ERR-MESSAGE FOR    *
004400* THE CALLER TO PRINT.                                          *
004410*****************************************************************
004420 2900-VALIDATE-STORE.
004430     MOVE 'N' TO WS-STORE-OK-SW
004440     MOVE CMNT-STORE-NO TO STOR-STORE-NO
004450     READ STORFILE
004460         INVALID KEY
004470             MOVE 'STORE NOT ON THE STORE MASTER - CARD REJECTED'
004480                 TO ERR-MESSAGE
004490             GO TO 2900-VALIDATE-STORE-EXIT
004500     END-READ
004510     IF STOR-CLOSED
004520         MOVE 'STORE IS CLOSED - CARD REJECTED'
004530             TO ERR-MESSAGE
004540         GO TO 2900-VALIDATE-STORE-EXIT
004550     END-IF
004560     IF WS-EFFECTIVE-DATE < STOR-OPEN-DATE
004570         MOVE 'STORE NOT OPEN ON EFFECTIVE DATE - CARD REJECTED'
004580             TO ERR-MESSAGE
004590         GO TO 2900-VALIDATE-STORE-EXIT
004600     END-IF
004610     MOVE 'Y' TO WS-STORE-OK-SW.
004620 2900-VALIDATE-STORE-EXIT.
004630     EXIT.
004640*****************************************************************
004650* 3000-PRINT-CARD-LINE -- PRINT THE IDENTIFYING LINE FOR THE    *
004660* CARD BEING APPLIED, WITH A BLANK LINE AHEAD OF IT SO EACH     *
004670* CARD'S BEFORE/AFTER GROUP READS AS A BLOCK.                   *
004680*****************************************************************
004690 3000-PRINT-CARD-LINE.
004700     PERFORM 3500-CHECK-PAGE-BREAK
004710     MOVE WS-CARD-NO      TO CRD-CARD-NO
004720     MOVE CMNT-FUNCTION   TO CRD-FUNCTION
004730     MOVE CMNT-CASHIER-ID TO CRD-CASHIER-ID
004740     MOVE WS-EFFECTIVE-DATE TO WS-WORK-DATE
004750     PERFORM 7100-FORMAT-DATE
004760     MOVE WS-WORK-DATE-FMT TO CRD-EFF-DATE
004770     WRITE CMNL-RECORD FROM WS-RPT-CARD-LINE
004780         AFTER ADVANCING 2 LINES
004790     ADD 2 TO WS-LINE-CTR.
004800*****************************************************************
004810* 3100-PRINT-BEFORE-LINE -- PRINT THE MASTER IMAGE AS IT STOOD  *
004820* BEFORE THE CARD, OR A NOT-ON-FILE LINE FOR AN ADD.            *
004830*****************************************************************
004840 3100-PRINT-BEFORE-LINE.
004850     PERFORM 3500-CHECK-PAGE-BREAK
004860     IF WS-CSHM-FOUND
004870         MOVE 'BEFORE: ' TO BA-LABEL
004880         PERFORM 3150-PRINT-MASTER-IMAGE
004890     ELSE
004900         MOVE 'BEFORE: ' TO NOF-LABEL
004910         WRITE CMNL-RECORD FROM WS-RPT-NOF-LINE
004920             AFTER ADVANCING 1 LINE
004930         ADD 1 TO WS-LINE-CTR
004940     END-IF.
004950*****************************************************************
004960* 3150-PRINT-MASTER-IMAGE -- PRINT THE CURRENT CSHM-RECORD.     *
004970* THE CALLER SETS BA-LABEL.                                     *
004980*****************************************************************
004990 3150-PRINT-MASTER-IMAGE.
005000     MOVE CSHM-STATUS        TO BA-STATUS
005010     MOVE CSHM-STORE-NO      TO BA-STORE-NO
005020     MOVE CSHM-STATUS-DATE   TO WS-WORK-DATE
005030     PERFORM 7100-FORMAT-DATE
005040     MOVE WS-WORK-DATE-FMT   TO BA-STATUS-DATE
005050     MOVE CSHM-NAME          TO BA-NAME
005060     WRITE CMNL-RECORD FROM WS-RPT-BA-LINE
005070         AFTER ADVANCING 1 LINE
005080     ADD 1 TO WS-LINE-CTR.
005090*****************************************************************
005100* 3200-PRINT-AFTER-LINE -- PRINT THE MASTER IMAGE AS IT STANDS  *
005110* AFTER THE CARD WAS APPLIED.                                   *
005120*****************************************************************
005130 3200-PRINT-AFTER-LINE.
005140     PERFORM 3500-CHECK-PAGE-BREAK
005150     MOVE 'AFTER : ' TO BA-LABEL
005160     PERFORM 3150-PRINT-MASTER-IMAGE.
005170*****************************************************************
005180* 3300-PRINT-ERROR-LINE -- PRINT THE REJECT MESSAGE FOR A CARD  *
005190* THAT APPLIED NO CHANGE AND COUNT THE REJECT.                  *
005200*****************************************************************
005210 3300-PRINT-ERROR-LINE.
005220     PERFORM 3500-CHECK-PAGE-BREAK
005230     WRITE CMNL-RECORD FROM WS-RPT-ERR-LINE
005240         AFTER ADVANCING 1 LINE
005250     ADD 1 TO WS-LINE-CTR
005260     ADD 1 TO WS-REJECT-COUNT.
005270*****************************************************************
005280* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
005290* CURRENT PAGE IS FULL.                                         *
005300*****************************************************************
005310 3500-CHECK-PAGE-BREAK.
005320     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
005330         PERFORM 2100-WRITE-REPORT-HEADER
005340     END-IF.
005350*****************************************************************
005360* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
005370* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
005380*****************************************************************
005390 7100-FORMAT-DATE.
005400     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
005410     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
005420     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
005430     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
005440     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
005450*****************************************************************
005460* 8000-READ-CMNTFILE -- READ THE NEXT MAINTENANCE CARD AND SET  *
005470* THE END-OF-FILE SWITCH WHEN THE CARDS ARE EXHAUSTED.          *
005480*****************************************************************
005490 8000-READ-CMNTFILE.
005500     READ CMNTFILE
005510         AT END
005520             MOVE 'Y' TO WS-EOF-SW
005530     END-READ.
005540*****************************************************************
005550* 9000-TERMINATE -- PRINT THE MAINTENANCE COUNTS AND CLOSE ALL  *
005560* FILES.                                                        *
005570*****************************************************************
005580 9000-TERMINATE.
005590     MOVE 'CASHIERS ADDED:       ' TO CNT-LABEL
005600     MOVE WS-ADD-COUNT TO CNT-COUNT
005610     WRITE CMNL-RECORD FROM WS-RPT-CNT-LINE
005620         AFTER ADVANCING 2 LINES
005630     MOVE 'CASHIERS INACTIVATED: ' TO CNT-LABEL
005640     MOVE WS-INACT-COUNT TO CNT-COUNT
005650     WRITE CMNL-RECORD FROM WS-RPT-CNT-LINE
005660         AFTER ADVANCING 1 LINE
005670     MOVE 'CASHIERS REACTIVATED: ' TO CNT-LABEL
005680     MOVE WS-REACT-COUNT TO CNT-COUNT
005690     WRITE CMNL-RECORD FROM WS-RPT-CNT-LINE
005700         AFTER ADVANCING 1 LINE
005710     MOVE 'CASHIERS TRANSFERRED: ' TO CNT-LABEL
005720     MOVE WS-XFER-COUNT TO CNT-COUNT
005730     WRITE CMNL-RECORD FROM WS-RPT-CNT-LINE
005740         AFTER ADVANCING 1 LINE
005750     MOVE 'CARDS REJECTED:       ' TO CNT-LABEL
005760     MOVE WS-REJECT-COUNT TO CNT-COUNT
005770     WRITE CMNL-RECORD FROM WS-RPT-CNT-LINE
005780         AFTER ADVANCING 1 LINE
005790     CLOSE CMNTFILE
005800     CLOSE CMNTLIST
005810     CLOSE CSHMFILE
005820     CLOSE STORFILE.
