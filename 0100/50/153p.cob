000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153P.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/01/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* STORE MASTER MAINTENANCE.  READS MAINTENANCE CARDS AND ADDS,  *
000090* CLOSES, REOPENS, OR UPDATES STORE MASTER RECORDS ON STORFILE  *
000100* SO OPERATIONS CAN MAINTAIN THE STORE LIST WITHOUT A           *
000110* PROGRAMMER.  EVERY CARD PRINTS A BEFORE AND AFTER IMAGE ON    *
000120* THE MAINTENANCE REGISTER (SMNTLIST) FOR SIGN-OFF, THE SAME    *
000130* WAY 153B MAINTAINS THE REGISTER MASTER.                       *
000140*****************************************************************
000150* MODIFICATION HISTORY                                          *
000160*   DATE        INIT  DESCRIPTION                               *
000170*   10/01/2026  DLM   ORIGINAL PROGRAM.  CARD FUNCTIONS ARE     *
000180*                     'A' (ADD), 'C' (CLOSE), 'R' (REOPEN), AND *
000190*                     'U' (UPDATE NAME, DISTRICT, REGION, OR    *
000200*                     BANK ACCOUNT).                            *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SMNTFILE ASSIGN TO SMNTFILE
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT SMNTLIST ASSIGN TO SMNTLIST
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT STORFILE ASSIGN TO STORFILE
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS STOR-STORE-NO
000360         FILE STATUS IS WS-STORFILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SMNTFILE
000400     LABEL RECORDS ARE STANDARD.
000410 COPY SMNTREC.
000420 FD  SMNTLIST
000430     LABEL RECORDS ARE OMITTED.
000440 01  SMNL-RECORD                 PIC X(132).
000450 FD  STORFILE.
000460 COPY STORMSTR.
000470 WORKING-STORAGE SECTION.
000480*****************************************************************
000490* REPORT LINE WORK AREAS                                        *
000500*****************************************************************
000510 01  WS-RPT-HDR1-LINE.
000520     05  FILLER                  PIC X(45) VALUE SPACES.
000530     05  FILLER                  PIC X(33)
000540             VALUE 'STORE MASTER MAINTENANCE REGISTER'.
000550 01  WS-RPT-HDR2-LINE.
000560     05  FILLER                  PIC X(05) VALUE SPACES.
000570     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000580     05  HDR-RUN-DATE             PIC X(10).
000590     05  FILLER                  PIC X(100) VALUE SPACES.
000600     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000610     05  HDR-PAGE-NO              PIC ZZZ9.
000620 01  WS-RPT-CARD-LINE.
000630     05  FILLER                  PIC X(02) VALUE SPACES.
000640     05  FILLER                  PIC X(05) VALUE 'CARD '.
000650     05  CRD-CARD-NO              PIC ZZZZ9.
000660     05  FILLER                  PIC X(02) VALUE SPACES.
000670     05  FILLER                  PIC X(09) VALUE 'FUNCTION '.
000680     05  CRD-FUNCTION             PIC X(01).
000690     05  FILLER                  PIC X(02) VALUE SPACES.
000700     05  FILLER                  PIC X(06) VALUE 'STORE '.
000710     05  CRD-STORE-NO             PIC X(03).
000720 01  WS-RPT-BA-LINE.
000730     05  FILLER                  PIC X(05) VALUE SPACES.
000740     05  BA-LABEL                 PIC X(08).
000750     05  FILLER                  PIC X(07) VALUE 'STATUS '.
000760     05  BA-STATUS                PIC X(01).
000770     05  FILLER                  PIC X(11) VALUE '  DISTRICT '.
000780     05  BA-DISTRICT              PIC X(03).
000790     05  FILLER                  PIC X(09) VALUE '  REGION '.
000800     05  BA-REGION                PIC X(02).
000810     05  FILLER                  PIC X(02) VALUE SPACES.
000820     05  BA-NAME                  PIC X(30).
000830     05  FILLER                  PIC X(07) VALUE '  BANK '.
000840     05  BA-BANK-ACCOUNT          PIC X(17).
000850 01  WS-RPT-BD-LINE.
000860     05  FILLER                  PIC X(13) VALUE SPACES.
000870     05  FILLER                  PIC X(07) VALUE 'OPENED '.
000880     05  BD-OPEN-DATE             PIC X(10).
000890     05  FILLER                  PIC X(09) VALUE '  CLOSED '.
000900     05  BD-CLOSE-DATE            PIC X(10).
000910 01  WS-RPT-NOF-LINE.
000920     05  FILLER                  PIC X(05) VALUE SPACES.
000930     05  NOF-LABEL                PIC X(08).
000940     05  FILLER                  PIC X(17)
000950             VALUE '** NOT ON FILE **'.
000960 01  WS-RPT-ERR-LINE.
000970     05  FILLER                  PIC X(05) VALUE SPACES.
000980     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
000990     05  FILLER                  PIC X(05) VALUE ' *** '.
001000     05  ERR-MESSAGE              PIC X(60).
001010 01  WS-RPT-CNT-LINE.
001020     05  FILLER                  PIC X(05) VALUE SPACES.
001030     05  CNT-LABEL                PIC X(22).
001040     05  FILLER                  PIC X(03) VALUE SPACES.
001050     05  CNT-COUNT                PIC ZZZZ9.
001060*****************************************************************
001070* REPORT CONTROL COUNTERS AND SWITCHES                          *
001080*****************************************************************
001090 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001100 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001110 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001120 77  WS-CARD-NO                  PIC 9(05) VALUE ZEROES.
001130 77  WS-ADD-COUNT                PIC 9(05) VALUE ZEROES.
001140 77  WS-CLOSE-COUNT              PIC 9(05) VALUE ZEROES.
001150 77  WS-REOPEN-COUNT             PIC 9(05) VALUE ZEROES.
001160 77  WS-UPDATE-COUNT             PIC 9(05) VALUE ZEROES.
001170 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROES.
001180 01  WS-CURRENT-DATE             PIC 9(08).
001190 01  WS-REPORT-DATE              PIC X(10).
001200 01  WS-EFFECTIVE-DATE           PIC 9(08).
001210 01  WS-EFF-DATE-X               PIC X(08).
001220 01  WS-EFF-DATE-9 REDEFINES WS-EFF-DATE-X
001230                                 PIC 9(08).
001240 01  WS-WORK-DATE.
001250     05  WS-WRK-CCYY              PIC 9(04).
001260     05  WS-WRK-MM                PIC 9(02).
001270     05  WS-WRK-DD                PIC 9(02).
001280 01  WS-WORK-DATE-FMT            PIC X(10).
001290 01  WS-STORFILE-STATUS          PIC X(02).
001300 01  WS-SWITCHES.
001310     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001320         88  WS-EOF                          VALUE 'Y'.
001330     05  WS-STOR-FOUND-SW         PIC X(01) VALUE 'N'.
001340         88  WS-STOR-FOUND                   VALUE 'Y'.
001350*****************************************************************
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE
001390     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
001400         UNTIL WS-EOF
001410     PERFORM 9000-TERMINATE
001420     STOP RUN.
001430*****************************************************************
001440* 1000-INITIALIZE -- OPEN THE FILES, BUILD THE RUN DATE, PRINT  *
001450* THE FIRST REPORT PAGE HEADING, AND PRIME THE CARD LOOP.       *
001460* STORFILE IS CREATED EMPTY ON THE FIRST EVER RUN SO THE MASTER *
001470* CAN BE BUILT FROM SCRATCH WITH ADD CARDS.                     *
001480*****************************************************************
001490 1000-INITIALIZE.
001500     OPEN INPUT SMNTFILE
001510     OPEN OUTPUT SMNTLIST
001520     OPEN I-O STORFILE
001530     IF WS-STORFILE-STATUS = '35'
001540         OPEN OUTPUT STORFILE
001550         CLOSE STORFILE
001560         OPEN I-O STORFILE
001570     END-IF
001580     IF WS-STORFILE-STATUS NOT = '00'
001590         DISPLAY 'STORFILE WILL NOT OPEN - STATUS '
001600             WS-STORFILE-STATUS
001610         DISPLAY '153P TERMINATING - NO MAINTENANCE APPLIED'
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF
001650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001660     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
001670     PERFORM 7100-FORMAT-DATE
001680     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
001690     PERFORM 2100-WRITE-REPORT-HEADER
001700     PERFORM 8000-READ-SMNTFILE.
001710*****************************************************************
001720* 2000-PROCESS-CARD -- APPLY ONE MAINTENANCE CARD TO THE MASTER *
001730* AND PRINT ITS BEFORE/AFTER IMAGES.  A CARD THAT FAILS AN EDIT *
001740* IS PRINTED WITH AN ERROR MESSAGE AND APPLIES NO CHANGE.       *
001750*****************************************************************
001760 2000-PROCESS-CARD.
001770     ADD 1 TO WS-CARD-NO
001780     PERFORM 3000-PRINT-CARD-LINE
001790     IF NOT SMNT-ADD AND NOT SMNT-CLOSE
001800             AND NOT SMNT-REOPEN AND NOT SMNT-UPDATE
001810         MOVE 'FUNCTION IS NOT A, C, R, OR U - CARD REJECTED'
001820             TO ERR-MESSAGE
001830         PERFORM 3300-PRINT-ERROR-LINE
001840         GO TO 2000-PROCESS-CARD-EXIT
001850     END-IF
001860     IF SMNT-STORE-NO IS NOT NUMERIC
001870         MOVE 'STORE NUMBER IS NOT NUMERIC - CARD REJECTED'
001880             TO ERR-MESSAGE
001890         PERFORM 3300-PRINT-ERROR-LINE
001900         GO TO 2000-PROCESS-CARD-EXIT
001910     END-IF
001920     PERFORM 2300-RESOLVE-EFFECTIVE-DATE
001930     MOVE SMNT-STORE-NO TO STOR-STORE-NO
001940     MOVE 'N' TO WS-STOR-FOUND-SW
001950     READ STORFILE
001960         INVALID KEY
001970             CONTINUE
001980         NOT INVALID KEY
001990             MOVE 'Y' TO WS-STOR-FOUND-SW
002000     END-READ
002010     IF SMNT-ADD
002020         PERFORM 2400-ADD-STORE
002030             THRU 2400-ADD-STORE-EXIT
002040     ELSE
002050     IF SMNT-CLOSE
002060         PERFORM 2500-CLOSE-STORE
002070             THRU 2500-CLOSE-STORE-EXIT
002080     ELSE
002090     IF SMNT-REOPEN
002100         PERFORM 2600-REOPEN-STORE
002110             THRU 2600-REOPEN-STORE-EXIT
002120     ELSE
002130         PERFORM 2800-UPDATE-STORE
002140             THRU 2800-UPDATE-STORE-EXIT
002150     END-IF
002160     END-IF
002170     END-IF.
002180 2000-PROCESS-CARD-EXIT.
002190     PERFORM 8000-READ-SMNTFILE.
002200*****************************************************************
002210* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
002220*****************************************************************
002230 2100-WRITE-REPORT-HEADER.
002240     ADD 1 TO WS-PAGE-NO
002250     MOVE WS-PAGE-NO TO HDR-PAGE-NO
002260     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
002270     WRITE SMNL-RECORD FROM WS-RPT-HDR1-LINE
002280         AFTER ADVANCING PAGE
002290     WRITE SMNL-RECORD FROM WS-RPT-HDR2-LINE
002300         AFTER ADVANCING 1 LINE
002310     MOVE ZEROES TO WS-LINE-CTR.
002320*****************************************************************
002330* 2300-RESOLVE-EFFECTIVE-DATE -- A CARD MAY CARRY THE EFFECTIVE *
002340* DATE OF THE CHANGE; A BLANK OR ZERO DATE TAKES THE RUN DATE   *
002350* SO A NORMAL SAME-DAY CHANGE NEEDS NO DATE KEYED.              *
002360*****************************************************************
002370 2300-RESOLVE-EFFECTIVE-DATE.
002380     MOVE SMNT-EFF-DATE TO WS-EFF-DATE-X
002390     IF WS-EFF-DATE-X IS NUMERIC AND WS-EFF-DATE-9 NOT = ZEROES
002400         MOVE WS-EFF-DATE-9 TO WS-EFFECTIVE-DATE
002410     ELSE
002420         MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
002430     END-IF.
002440*****************************************************************
002450* 2400-ADD-STORE -- ADD A NEW STORE TO THE MASTER AS OPEN FROM  *
002460* THE EFFECTIVE DATE.  THE CARD MUST CARRY THE NAME, DISTRICT,  *
002470* REGION, AND BANK ACCOUNT; THE STORE MUST NOT ALREADY BE ON    *
002480* FILE.                                                         *
002490*****************************************************************
002500 2400-ADD-STORE.
002510     IF WS-STOR-FOUND
002520         PERFORM 3100-PRINT-BEFORE-LINE
002530         MOVE 'STORE ALREADY ON FILE - CARD REJECTED'
002540             TO ERR-MESSAGE
002550         PERFORM 3300-PRINT-ERROR-LINE
002560         GO TO 2400-ADD-STORE-EXIT
002570     END-IF
002580     IF SMNT-NAME = SPACES
002590         MOVE 'STORE NAME IS REQUIRED ON AN ADD - CARD REJECTED'
002600             TO ERR-MESSAGE
002610         PERFORM 3300-PRINT-ERROR-LINE
002620         GO TO 2400-ADD-STORE-EXIT
002630     END-IF
002640     IF SMNT-DISTRICT = SPACES OR SMNT-REGION = SPACES
002650         MOVE 'DISTRICT/REGION REQUIRED ON AN ADD - CARD REJECTED'
002660             TO ERR-MESSAGE
002670         PERFORM 3300-PRINT-ERROR-LINE
002680         GO TO 2400-ADD-STORE-EXIT
002690     END-IF
002700     IF SMNT-BANK-ACCOUNT = SPACES
002710         MOVE 'BANK ACCOUNT IS REQUIRED ON AN ADD - CARD REJECTED'
002720             TO ERR-MESSAGE
002730         PERFORM 3300-PRINT-ERROR-LINE
002740         GO TO 2400-ADD-STORE-EXIT
002750     END-IF
002760     PERFORM 3100-PRINT-BEFORE-LINE
002770     MOVE SMNT-STORE-NO      TO STOR-STORE-NO
002780     MOVE 'O'                TO STOR-STATUS
002790     MOVE SMNT-NAME          TO STOR-NAME
002800     MOVE SMNT-DISTRICT      TO STOR-DISTRICT
002810     MOVE SMNT-REGION        TO STOR-REGION
002820     MOVE SMNT-BANK-ACCOUNT  TO STOR-BANK-ACCOUNT
002830     MOVE WS-EFFECTIVE-DATE  TO STOR-OPEN-DATE
002840     MOVE ZEROES             TO STOR-CLOSE-DATE
002850     WRITE STOR-RECORD
002860         INVALID KEY
002870             MOVE 'STORE MASTER WRITE FAILED - CARD REJECTED'
002880                 TO ERR-MESSAGE
002890             PERFORM 3300-PRINT-ERROR-LINE
002900             GO TO 2400-ADD-STORE-EXIT
002910     END-WRITE
002920     PERFORM 3200-PRINT-AFTER-LINE
002930     ADD 1 TO WS-ADD-COUNT.
002940 2400-ADD-STORE-EXIT.
002950     EXIT.
002960*****************************************************************
002970* 2500-CLOSE-STORE -- CLOSE AN OPEN STORE AS OF THE EFFECTIVE   *
002980* DATE.  FROM THEN ON 153B WILL NOT ADD OR TRANSFER A REGISTER  *
002990* TO IT.  A CLOSE DATED AHEAD OF THE OPEN DATE IS A KEYING      *
003000* ERROR AND IS REFUSED.                                         *
003010*****************************************************************
003020 2500-CLOSE-STORE.
003030     IF NOT WS-STOR-FOUND
003040         MOVE 'STORE NOT ON FILE - CARD REJECTED'
003050             TO ERR-MESSAGE
003060         PERFORM 3300-PRINT-ERROR-LINE
003070         GO TO 2500-CLOSE-STORE-EXIT
003080     END-IF
003090     PERFORM 3100-PRINT-BEFORE-LINE
003100     IF STOR-CLOSED
003110         MOVE 'STORE IS ALREADY CLOSED - CARD REJECTED'
003120             TO ERR-MESSAGE
003130         PERFORM 3300-PRINT-ERROR-LINE
003140         GO TO 2500-CLOSE-STORE-EXIT
003150     END-IF
003160     IF WS-EFFECTIVE-DATE < STOR-OPEN-DATE
003170         MOVE 'CLOSE DATE IS BEFORE THE OPEN DATE - CARD REJECTED'
003180             TO ERR-MESSAGE
003190         PERFORM 3300-PRINT-ERROR-LINE
003200         GO TO 2500-CLOSE-STORE-EXIT
003210     END-IF
003220     MOVE 'C' TO STOR-STATUS
003230     PERFORM 2700-APPLY-CARD-OVERRIDES
003240     MOVE WS-EFFECTIVE-DATE TO STOR-CLOSE-DATE
003250     REWRITE STOR-RECORD
003260     PERFORM 3200-PRINT-AFTER-LINE
003270     ADD 1 TO WS-CLOSE-COUNT.
003280 2500-CLOSE-STORE-EXIT.
003290     EXIT.
003300*****************************************************************
003310* 2600-REOPEN-STORE -- REOPEN A CLOSED STORE AS OF THE          *
003320* EFFECTIVE DATE.  THE OPEN DATE MOVES TO THE REOPENING AND THE *
003330* CLOSE DATE IS CLEARED.                                        *
003340*****************************************************************
003350 2600-REOPEN-STORE.
003360     IF NOT WS-STOR-FOUND
003370         MOVE 'STORE NOT ON FILE - CARD REJECTED'
003380             TO ERR-MESSAGE
003390         PERFORM 3300-PRINT-ERROR-LINE
003400         GO TO 2600-REOPEN-STORE-EXIT
003410     END-IF
003420     PERFORM 3100-PRINT-BEFORE-LINE
003430     IF STOR-OPEN
003440         MOVE 'STORE IS ALREADY OPEN - CARD REJECTED'
003450             TO ERR-MESSAGE
003460         PERFORM 3300-PRINT-ERROR-LINE
003470         GO TO 2600-REOPEN-STORE-EXIT
003480     END-IF
003490     MOVE 'O' TO STOR-STATUS
003500     PERFORM 2700-APPLY-CARD-OVERRIDES
003510     MOVE WS-EFFECTIVE-DATE TO STOR-OPEN-DATE
003520     MOVE ZEROES TO STOR-CLOSE-DATE
003530     REWRITE STOR-RECORD
003540     PERFORM 3200-PRINT-AFTER-LINE
003550     ADD 1 TO WS-REOPEN-COUNT.
003560 2600-REOPEN-STORE-EXIT.
003570     EXIT.
003580*****************************************************************
003590* 2700-APPLY-CARD-OVERRIDES -- A NON-BLANK NAME, DISTRICT,      *
003600* REGION, OR BANK ACCOUNT ON THE CARD REPLACES THE VALUE ON THE *
003610* MASTER.                                                       *
003620*****************************************************************
003630 2700-APPLY-CARD-OVERRIDES.
003640     IF SMNT-NAME NOT = SPACES
003650         MOVE SMNT-NAME TO STOR-NAME
003660     END-IF
003670     IF SMNT-DISTRICT NOT = SPACES
003680         MOVE SMNT-DISTRICT TO STOR-DISTRICT
003690     END-IF
003700     IF SMNT-REGION NOT = SPACES
003710         MOVE SMNT-REGION TO STOR-REGION
003720     END-IF
003730     IF SMNT-BANK-ACCOUNT NOT = SPACES
003740         MOVE SMNT-BANK-ACCOUNT TO STOR-BANK-ACCOUNT
003750     END-IF.
003760*****************************************************************
003770* 2800-UPDATE-STORE -- CHANGE THE NAME, DISTRICT, REGION, OR    *
003780* BANK ACCOUNT OF A STORE WITHOUT TOUCHING ITS STATUS, SO A     *
003790* DISTRICT REALIGNMENT IS ONE CARD PER STORE.                   *
003800*****************************************************************
003810 2800-UPDATE-STORE.
003820     IF NOT WS-STOR-FOUND
003830         MOVE 'STORE NOT ON FILE - CARD REJECTED'
003840             TO ERR-MESSAGE
003850         PERFORM 3300-PRINT-ERROR-LINE
003860         GO TO 2800-UPDATE-STORE-EXIT
003870     END-IF
003880     PERFORM 3100-PRINT-BEFORE-LINE
003890     IF SMNT-NAME = SPACES AND SMNT-DISTRICT = SPACES
003900             AND SMNT-REGION = SPACES
003910             AND SMNT-BANK-ACCOUNT = SPACES
003920         MOVE 'UPDATE CARD CHANGES NOTHING - CARD REJECTED'
003930             TO ERR-MESSAGE
003940         PERFORM 3300-PRINT-ERROR-LINE
003950         GO TO 2800-UPDATE-STORE-EXIT
003960     END-IF
003970     PERFORM 2700-APPLY-CARD-OVERRIDES
003980     REWRITE STOR-RECORD
003990     PERFORM 3200-PRINT-AFTER-LINE
004000     ADD 1 TO WS-UPDATE-COUNT.
004010 2800-UPDATE-STORE-EXIT.
004020     EXIT.
004030*****************************************************************
004040* 3000-PRINT-CARD-LINE -- PRINT THE IDENTIFYING LINE FOR THE    *
004050* CARD BEING APPLIED, WITH A BLANK LINE AHEAD OF IT SO EACH     *
004060* CARD'S BEFORE/AFTER GROUP READS AS A BLOCK.                   *
004070*****************************************************************
004080 3000-PRINT-CARD-LINE.
004090     PERFORM 3500-CHECK-PAGE-BREAK
004100     MOVE WS-CARD-NO     TO CRD-CARD-NO
004110     MOVE SMNT-FUNCTION  TO CRD-FUNCTION
004120     MOVE SMNT-STORE-NO  TO CRD-STORE-NO
004130     WRITE SMNL-RECORD FROM WS-RPT-CARD-LINE
004140         AFTER ADVANCING 2 LINES
004150     ADD 2 TO WS-LINE-CTR.
004160*****************************************************************
004170* 3100-PRINT-BEFORE-LINE -- PRINT THE MASTER IMAGE AS IT STOOD  *
004180* BEFORE THE CARD, OR A NOT-ON-FILE LINE FOR AN ADD.            *
004190*****************************************************************
004200 3100-PRINT-BEFORE-LINE.
004210     PERFORM 3500-CHECK-PAGE-BREAK
004220     IF WS-STOR-FOUND
004230         MOVE 'BEFORE: ' TO BA-LABEL
004240         PERFORM 3150-PRINT-MASTER-IMAGE
004250     ELSE
004260         MOVE 'BEFORE: ' TO NOF-LABEL
004270         WRITE SMNL-RECORD FROM WS-RPT-NOF-LINE
004280             AFTER ADVANCING 1 LINE
004290         ADD 1 TO WS-LINE-CTR
004300     END-IF.
004310*****************************************************************
004320* 3150-PRINT-MASTER-IMAGE -- PRINT THE CURRENT STOR-RECORD AS   *
004330* TWO LINES - THE STATUS, ROLLUP, NAME, AND BANK ACCOUNT, THEN  *
004340* THE OPEN AND CLOSE DATES.  THE CALLER SETS BA-LABEL.          *
004350*****************************************************************
004360 3150-PRINT-MASTER-IMAGE.
004370     MOVE STOR-STATUS        TO BA-STATUS
004380     MOVE STOR-DISTRICT      TO BA-DISTRICT
004390     MOVE STOR-REGION        TO BA-REGION
004400     MOVE STOR-NAME          TO BA-NAME
004410     MOVE STOR-BANK-ACCOUNT  TO BA-BANK-ACCOUNT
004420     MOVE STOR-OPEN-DATE     TO WS-WORK-DATE
004430     PERFORM 7100-FORMAT-DATE
004440     MOVE WS-WORK-DATE-FMT   TO BD-OPEN-DATE
004450     IF STOR-CLOSE-DATE = ZEROES
004460         MOVE SPACES TO BD-CLOSE-DATE
004470     ELSE
004480         MOVE STOR-CLOSE-DATE TO WS-WORK-DATE
004490         PERFORM 7100-FORMAT-DATE
004500         MOVE WS-WORK-DATE-FMT TO BD-CLOSE-DATE
004510     END-IF
004520     WRITE SMNL-RECORD FROM WS-RPT-BA-LINE
004530         AFTER ADVANCING 1 LINE
004540     WRITE SMNL-RECORD FROM WS-RPT-BD-LINE
004550         AFTER ADVANCING 1 LINE
004560     ADD 2 TO WS-LINE-CTR.
004570*****************************************************************
004580* 3200-PRINT-AFTER-LINE -- PRINT THE MASTER IMAGE AS IT STANDS  *
004590* AFTER THE CARD WAS APPLIED.                                   *
004600*****************************************************************
004610 3200-PRINT-AFTER-LINE.
004620     PERFORM 3500-CHECK-PAGE-BREAK
004630     MOVE 'AFTER : ' TO BA-LABEL
004640     PERFORM 3150-PRINT-MASTER-IMAGE.
004650*****************************************************************
004660* 3300-PRINT-ERROR-LINE -- PRINT THE REJECT MESSAGE FOR A CARD  *
004670* THAT APPLIED NO CHANGE AND COUNT THE REJECT.                  *
004680*****************************************************************
004690 3300-PRINT-ERROR-LINE.
004700     PERFORM 3500-CHECK-PAGE-BREAK
004710     WRITE SMNL-RECORD FROM WS-RPT-ERR-LINE
004720         AFTER ADVANCING 1 LINE
004730     ADD 1 TO WS-LINE-CTR
004740     ADD 1 TO WS-REJECT-COUNT.
004750*****************************************************************
004760* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
004770* CURRENT PAGE IS FULL.                                         *
004780*****************************************************************
004790 3500-CHECK-PAGE-BREAK.
004800     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
004810         PERFORM 2100-WRITE-REPORT-HEADER
004820     END-IF.
004830*****************************************************************
004840* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
004850* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
004860*****************************************************************
004870 7100-FORMAT-DATE.
004880     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
004890     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
004900     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
004910     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
004920     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
004930*****************************************************************
004940* 8000-READ-SMNTFILE -- READ THE NEXT MAINTENANCE CARD AND SET  *
004950* THE END-OF-FILE SWITCH WHEN THE CARDS ARE EXHAUSTED.          *
004960*****************************************************************
004970 8000-READ-SMNTFILE.
004980     READ SMNTFILE
004990         AT END
005000             MOVE 'Y' TO WS-EOF-SW
005010     END-READ.
005020*****************************************************************
005030* 9000-TERMINATE -- PRINT THE MAINTENANCE COUNTS AND CLOSE ALL  *
005040* FILES.                                                        *
005050*****************************************************************
005060 9000-TERMINATE.
005070     MOVE 'STORES ADDED:         ' TO CNT-LABEL
005080     MOVE WS-ADD-COUNT TO CNT-COUNT
005090     WRITE SMNL-RECORD FROM WS-RPT-CNT-LINE
005100         AFTER ADVANCING 2 LINES
005110     MOVE 'STORES CLOSED:        ' TO CNT-LABEL
005120     MOVE WS-CLOSE-COUNT TO CNT-COUNT
005130     WRITE SMNL-RECORD FROM WS-RPT-CNT-LINE
005140         AFTER ADVANCING 1 LINE
005150     MOVE 'STORES REOPENED:      ' TO CNT-LABEL
005160     MOVE WS-REOPEN-COUNT TO CNT-COUNT
005170     WRITE SMNL-RECORD FROM WS-RPT-CNT-LINE
005180         AFTER ADVANCING 1 LINE
005190     MOVE 'STORES UPDATED:       ' TO CNT-LABEL
005200     MOVE WS-UPDATE-COUNT TO CNT-COUNT
005210     WRITE SMNL-RECORD FROM WS-RPT-CNT-LINE
005220         AFTER ADVANCING 1 LINE
005230     MOVE 'CARDS REJECTED:       ' TO CNT-LABEL
005240     MOVE WS-REJECT-COUNT TO CNT-COUNT
005250     WRITE SMNL-RECORD FROM WS-RPT-CNT-LINE
005260         AFTER ADVANCING 1 LINE
005270     CLOSE SMNTFILE
005280     CLOSE SMNTLIST
005290     CLOSE STORFILE.
