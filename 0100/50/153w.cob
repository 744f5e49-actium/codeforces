000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153W.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/06/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AUDIT TRAIL CHAIN VERIFICATION.  EVERY AUDIT RECORD 153A,     *
000090* 153H, 153J, AND 153U WRITE CARRIES A SEQUENCE NUMBER AND A    *
000100* CHECK VALUE FOLDED FROM ITS OWN CONTENT AND THE CHECK VALUE   *
000110* OF THE RECORD BEFORE IT.  THIS PROGRAM WALKS THE 153E ARCHIVE *
000120* FILES (ARCHFILE, OPTIONAL - ONE MONTH OR SEVERAL CONCATENATED *
000130* OLDEST FIRST) AND THEN THE LIVE AUDTFILE AS ONE TRAIL, AND    *
000140* LISTS EVERY:                                                  *
000150*   - GAP - SEQUENCE NUMBERS MISSING FROM THE TRAIL;            *
000160*   - RECORD OUT OF SEQUENCE OR REPEATED;                       *
000170*   - ALTERED RECORD - ITS CHECK VALUE DOES NOT FOLD FROM ITS   *
000180*     CONTENT AND THE RECORD BEFORE IT;                         *
000190*   - 'Z' CARRY RECORD THAT DOES NOT JOIN THE FILE BEFORE IT -  *
000200*     THE SEQUENCE NUMBER IT RESUMES AFTER IS MISSING THERE OR  *
000210*     CARRIES A DIFFERENT CHECK VALUE.                          *
000220* AN 'S' STUB 153E LEFT FOR A RECORD FILED ON THE OTHER SIDE OF *
000230* THE CUT IS TAKEN AT ITS CHECK VALUE.  A FIRST PASS PICKS UP   *
000240* THE CARRY RECORDS SO THE SECOND CAN PROVE EACH JOIN.  THE     *
000250* LAST SEQUENCE NUMBER AND CHECK VALUE PRINTED AT THE END       *
000260* SHOULD MATCH THE ONES THE LAST NIGHTLY PROGRAM DISPLAYED -    *
000270* A SHORTER TRAIL HAS LOST RECORDS OFF ITS END.  ANY EXCEPTION  *
000280* ENDS WITH RETURN CODE 8; A RECORD WRITTEN BEFORE THE TRAIL    *
000290* WAS CHAINED, FOUND AFTER THE CHAIN BEGINS, CANNOT BE PROVED   *
000300* AND ENDS WITH RETURN CODE 4.                                  *
000310*****************************************************************
000320* MODIFICATION HISTORY                                          *
000330*   DATE        INIT  DESCRIPTION                               *
000340*   10/06/2026  DLM   ORIGINAL PROGRAM.                         *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ARCHFILE ASSIGN TO ARCHFILE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ARCHFILE-STATUS.
000450     SELECT AUDTFILE ASSIGN TO AUDTFILE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDTFILE-STATUS.
000480     SELECT AUDVLIST ASSIGN TO AUDVLIST
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000530* THE ARCHIVE RECORD IS AN IMAGE OF AUDT-RECORD AND IS READ     *
000540* INTO IT - KEEP THIS LENGTH IN STEP WITH AUDTREC.              *
000550*****************************************************************
000560 FD  ARCHFILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  ARCH-RECORD                 PIC X(227).
000590 FD  AUDTFILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY AUDTREC.
000620 FD  AUDVLIST
000630     LABEL RECORDS ARE OMITTED.
000640 01  AUDV-RECORD                 PIC X(132).
000650 WORKING-STORAGE SECTION.
000660*****************************************************************
000670* REPORT LINE WORK AREAS                                        *
000680*****************************************************************
000690 01  WS-RPT-HDR1-LINE.
000700     05  FILLER                  PIC X(45) VALUE SPACES.
000710     05  FILLER                  PIC X(30)
000720             VALUE 'AUDIT TRAIL CHAIN VERIFICATION'.
000730 01  WS-RPT-HDR2-LINE.
000740     05  FILLER                  PIC X(05) VALUE SPACES.
000750     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000760     05  HDR-RUN-DATE             PIC X(10).
000770     05  FILLER                  PIC X(100) VALUE SPACES.
000780     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000790     05  HDR-PAGE-NO              PIC ZZZ9.
000800 01  WS-RPT-HDR3-LINE.
000810     05  FILLER                  PIC X(11) VALUE '  FILE     '.
000820     05  FILLER                  PIC X(09) VALUE '   RECORD'.
000830     05  FILLER                  PIC X(11) VALUE '     SEQ NO'.
000840     05  FILLER                  PIC X(14) VALUE '  RUN DATE    '.
000850     05  FILLER                  PIC X(07) VALUE 'REG    '.
000860     05  FILLER                  PIC X(04) VALUE 'ST  '.
000870     05  FILLER                  PIC X(09) VALUE 'EXCEPTION'.
000880 01  WS-RPT-XCP-LINE.
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  XCP-SOURCE               PIC X(07).
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  XCP-RECNO                PIC Z(08)9.
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  XCP-SEQ-NO               PIC Z(08)9.
000950     05  XCP-SEQ-NO-X REDEFINES XCP-SEQ-NO
000960                                 PIC X(09).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  XCP-RUN-DATE             PIC X(10).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  XCP-REG-NO               PIC X(05).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  XCP-STATUS               PIC X(01).
001030     05  FILLER                  PIC X(03) VALUE SPACES.
001040     05  XCP-MESSAGE              PIC X(50).
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  XCP-FIGURE               PIC Z(08)9.
001070     05  XCP-FIGURE-X REDEFINES XCP-FIGURE
001080                                 PIC X(09).
001090 01  WS-RPT-CNT-LINE.
001100     05  FILLER                  PIC X(05) VALUE SPACES.
001110     05  CNT-LABEL                PIC X(26).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  CNT-COUNT                PIC Z(08)9.
001140 01  WS-RPT-ERR-LINE.
001150     05  FILLER                  PIC X(05) VALUE SPACES.
001160     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001170     05  FILLER                  PIC X(05) VALUE ' *** '.
001180     05  ERR-MESSAGE              PIC X(60).
001190*****************************************************************
001200* CARRY TABLE - EVERY 'Z' CARRY RECORD ON THE TRAIL, IN THE     *
001210* ORDER READ, WITH WHETHER THE FILE BEFORE IT WAS FOUND TO HOLD *
001220* THE SEQUENCE NUMBER IT RESUMES AFTER ('Y' WITH THE SAME CHECK *
001230* VALUE, 'N' WITH ANOTHER, BLANK NOT AT ALL).                   *
001240*****************************************************************
001250 01  WS-CARRY-TABLE.
001260     05  WS-CT-ENTRY OCCURS 100 TIMES.
001270         10  WS-CT-SEQ            PIC 9(09).
001280         10  WS-CT-VALUE          PIC 9(09).
001290         10  WS-CT-JOIN           PIC X(01).
001300 77  WS-CARRY-COUNT              PIC 9(03) VALUE ZEROES.
001310 77  WS-CARRY-SUB                PIC 9(03) VALUE ZEROES.
001320 77  WS-NEXT-SUB                 PIC 9(03) VALUE ZEROES.
001330*****************************************************************
001340* AUDIT CHAIN WORK AREAS - THE CHARACTER TABLE WHOSE PLACES ARE *
001350* FOLDED INTO EACH RECORD'S CHECK VALUE.  153A, 153H, 153J, AND *
001360* 153U HOLD THE SAME TABLE AND RULE - KEEP THEM IN STEP.        *
001370*****************************************************************
001380 77  WS-CHAIN-WORK               PIC 9(11) VALUE ZEROES.
001390 77  WS-CHAIN-QUOT               PIC 9(03) VALUE ZEROES.
001400 77  WS-CHAIN-REM                PIC 9(09) VALUE ZEROES.
001410 77  WS-CHAIN-ORD                PIC 9(03) VALUE ZEROES.
001420 77  WS-CHAIN-SUB                PIC 9(03) VALUE ZEROES.
001430 01  WS-CHAIN-BYTE               PIC X(01).
001440 01  WS-CHAIN-CHARS.
001450     05  FILLER                  PIC X(32)
001460             VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
001470     05  FILLER                  PIC X(32)
001480             VALUE '56789abcdefghijklmnopqrstuvwxyz.'.
001490     05  FILLER                  PIC X(31)
001500             VALUE ',-/()*&+$#@%:;''"=<>?!_{}[]|\^`~'.
001510*****************************************************************
001520* VERIFICATION CONTROL - THE SEQUENCE NUMBER AND CHECK VALUE OF *
001530* THE LAST RECORD IN ORDER, AND THE RUN COUNTERS.               *
001540*****************************************************************
001550 77  WS-PREV-SEQ                 PIC 9(09) VALUE ZEROES.
001560 77  WS-PREV-VALUE               PIC 9(09) VALUE ZEROES.
001570 77  WS-NEXT-SEQ                 PIC 9(09) VALUE ZEROES.
001580 77  WS-MISSING-COUNT            PIC 9(09) VALUE ZEROES.
001590 77  WS-ARCH-READ-COUNT          PIC 9(09) VALUE ZEROES.
001600 77  WS-LIVE-READ-COUNT          PIC 9(09) VALUE ZEROES.
001610 77  WS-VERIFY-COUNT             PIC 9(09) VALUE ZEROES.
001620 77  WS-STUB-COUNT               PIC 9(09) VALUE ZEROES.
001630 77  WS-CARRY-READ-COUNT         PIC 9(09) VALUE ZEROES.
001640 77  WS-UNCHAINED-COUNT          PIC 9(09) VALUE ZEROES.
001650 77  WS-LATE-UNCHAINED-COUNT     PIC 9(09) VALUE ZEROES.
001660 77  WS-GAP-COUNT                PIC 9(09) VALUE ZEROES.
001670 77  WS-ORDER-COUNT              PIC 9(09) VALUE ZEROES.
001680 77  WS-ALTERED-COUNT            PIC 9(09) VALUE ZEROES.
001690 77  WS-JOIN-COUNT               PIC 9(09) VALUE ZEROES.
001700 77  WS-SOURCE-RECNO             PIC 9(09) VALUE ZEROES.
001710 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001720 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001730 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001740 01  WS-SOURCE                   PIC X(07).
001750 01  WS-CURRENT-DATE             PIC 9(08).
001760 01  WS-REPORT-DATE              PIC X(10).
001770 01  WS-WORK-DATE.
001780     05  WS-WRK-CCYY              PIC 9(04).
001790     05  WS-WRK-MM                PIC 9(02).
001800     05  WS-WRK-DD                PIC 9(02).
001810 01  WS-WORK-DATE-FMT            PIC X(10).
001820 01  WS-ARCHFILE-STATUS          PIC X(02).
001830 01  WS-AUDTFILE-STATUS          PIC X(02).
001840 01  WS-SWITCHES.
001850     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001860         88  WS-EOF                          VALUE 'Y'.
001870     05  WS-ARCH-PRESENT-SW       PIC X(01) VALUE 'N'.
001880         88  WS-ARCH-PRESENT                 VALUE 'Y'.
001890     05  WS-IN-ARCHIVE-SW         PIC X(01) VALUE 'N'.
001900         88  WS-IN-ARCHIVE                   VALUE 'Y'.
001910     05  WS-CHAIN-STARTED-SW      PIC X(01) VALUE 'N'.
001920         88  WS-CHAIN-STARTED                VALUE 'Y'.
001930*****************************************************************
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE
001970     PERFORM 2000-VERIFY-ONE-RECORD
001980         THRU 2000-VERIFY-ONE-RECORD-EXIT
001990         UNTIL WS-EOF
002000     PERFORM 9000-TERMINATE
002010     STOP RUN.
002020*****************************************************************
002030* 1000-INITIALIZE -- PRINT THE HEADING, MAKE SURE THE LIVE FILE *
002040* IS THERE, NOTE WHETHER AN ARCHIVE WAS SUPPLIED, PICK UP THE   *
002050* CARRY RECORDS, AND PRIME THE VERIFICATION PASS.               *
002060*****************************************************************
002070 1000-INITIALIZE.
002080     OPEN OUTPUT AUDVLIST
002090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002100     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002110     PERFORM 7100-FORMAT-DATE
002120     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002130     PERFORM 2100-WRITE-REPORT-HEADER
002140     OPEN INPUT AUDTFILE
002150     IF WS-AUDTFILE-STATUS NOT = '00'
002160         MOVE 'AUDTFILE WILL NOT OPEN - RUN ABANDONED'
002170             TO ERR-MESSAGE
002180         PERFORM 3900-ABANDON-RUN
002190     END-IF
002200     CLOSE AUDTFILE
002210     OPEN INPUT ARCHFILE
002220     IF WS-ARCHFILE-STATUS = '00'
002230         MOVE 'Y' TO WS-ARCH-PRESENT-SW
002240         CLOSE ARCHFILE
002250     ELSE
002260         DISPLAY 'ARCHFILE NOT PRESENT - STATUS '
002270             WS-ARCHFILE-STATUS
002280         DISPLAY 'THE LIVE AUDIT TRAIL IS VERIFIED ALONE'
002290     END-IF
002300     PERFORM 1100-COLLECT-CARRIES
002310     PERFORM 1200-OPEN-TRAIL
002320     PERFORM 8000-READ-NEXT-RECORD.
002330*****************************************************************
002340* 1100-COLLECT-CARRIES -- FIRST PASS: READ THE WHOLE TRAIL AND  *
002350* TABLE EVERY CARRY RECORD ON IT.                               *
002360*****************************************************************
002370 1100-COLLECT-CARRIES.
002380     PERFORM 1200-OPEN-TRAIL
002390     PERFORM 8000-READ-NEXT-RECORD
002400     PERFORM 1110-COLLECT-ONE-RECORD
002410         UNTIL WS-EOF
002420     PERFORM 1300-CLOSE-TRAIL.
002430*****************************************************************
002440* 1110-COLLECT-ONE-RECORD -- TABLE THE RECORD IN HAND WHEN IT   *
002450* IS A CARRY RECORD, AND READ THE NEXT.                         *
002460*****************************************************************
002470 1110-COLLECT-ONE-RECORD.
002480     IF AUDT-CHAIN-CARRY
002490             AND AUDT-SEQ-NO IS NUMERIC
002500             AND AUDT-CHAIN-VALUE IS NUMERIC
002510         IF WS-CARRY-COUNT >= 100
002520             MOVE 'MORE THAN 100 CARRY RECORDS - RUN ABANDONED'
002530                 TO ERR-MESSAGE
002540             PERFORM 3900-ABANDON-RUN
002550         END-IF
002560         ADD 1 TO WS-CARRY-COUNT
002570         MOVE AUDT-SEQ-NO      TO WS-CT-SEQ (WS-CARRY-COUNT)
002580         MOVE AUDT-CHAIN-VALUE TO WS-CT-VALUE (WS-CARRY-COUNT)
002590         MOVE SPACE            TO WS-CT-JOIN (WS-CARRY-COUNT)
002600     END-IF
002610     PERFORM 8000-READ-NEXT-RECORD.
002620*****************************************************************
002630* 1200-OPEN-TRAIL -- OPEN THE ARCHIVE, WHEN THERE IS ONE, AND   *
002640* THE LIVE FILE TO BE READ AS ONE TRAIL FROM THE TOP.           *
002650*****************************************************************
002660 1200-OPEN-TRAIL.
002670     MOVE 'N' TO WS-EOF-SW
002680     MOVE ZEROES TO WS-ARCH-READ-COUNT
002690     MOVE ZEROES TO WS-LIVE-READ-COUNT
002700     IF WS-ARCH-PRESENT
002710         OPEN INPUT ARCHFILE
002720         MOVE 'Y' TO WS-IN-ARCHIVE-SW
002730     ELSE
002740         MOVE 'N' TO WS-IN-ARCHIVE-SW
002750     END-IF
002760     OPEN INPUT AUDTFILE.
002770*****************************************************************
002780* 1300-CLOSE-TRAIL -- CLOSE THE FILES THE TRAIL WAS READ FROM.  *
002790*****************************************************************
002800 1300-CLOSE-TRAIL.
002810     IF WS-ARCH-PRESENT
002820         CLOSE ARCHFILE
002830     END-IF
002840     CLOSE AUDTFILE.
002850*****************************************************************
002860* 2000-VERIFY-ONE-RECORD -- SECOND PASS: PROVE ONE RECORD       *
002870* AGAINST THE ONE BEFORE IT IN ORDER, AND READ THE NEXT.        *
002880*   - A RECORD WITH NO SEQUENCE NUMBER PREDATES THE CHAIN; ONE  *
002890*     FOUND AFTER THE CHAIN BEGINS IS LISTED AS UNPROVED.       *
002900*   - A CARRY RECORD MUST JOIN THE FILE BEFORE IT, AND THE      *
002910*     CHAIN RESUMES AFTER IT.                                   *
002920*   - ANY OTHER RECORD MUST BE NEXT IN SEQUENCE.  A FULL RECORD *
002930*     MUST FOLD TO ITS OWN CHECK VALUE FROM THE ONE BEFORE IT;  *
002940*     A STUB IS TAKEN AT ITS CHECK VALUE.  A RECORD AFTER A GAP *
002950*     CANNOT BE PROVED AND IS TAKEN AT ITS CHECK VALUE.  A      *
002960*     RECORD OUT OF SEQUENCE LEAVES THE CHAIN WHERE IT WAS.     *
002970*****************************************************************
002980 2000-VERIFY-ONE-RECORD.
002990     IF AUDT-SEQ-NO IS NOT NUMERIC
003000             OR AUDT-CHAIN-VALUE IS NOT NUMERIC
003010         ADD 1 TO WS-UNCHAINED-COUNT
003020         IF WS-CHAIN-STARTED
003030             ADD 1 TO WS-LATE-UNCHAINED-COUNT
003040             MOVE 'RECORD CARRIES NO SEQUENCE NUMBER - NOT PROVED'
003050                 TO XCP-MESSAGE
003060             MOVE SPACES TO XCP-FIGURE-X
003070             PERFORM 3000-PRINT-EXCEPTION
003080         END-IF
003090         GO TO 2000-VERIFY-ONE-RECORD-EXIT
003100     END-IF
003110     IF AUDT-CHAIN-CARRY
003120         PERFORM 2200-TAKE-UP-CARRY
003130         GO TO 2000-VERIFY-ONE-RECORD-EXIT
003140     END-IF
003150     PERFORM 2300-NOTE-CARRY-POINT
003160     IF NOT WS-CHAIN-STARTED
003170         MOVE 'Y' TO WS-CHAIN-STARTED-SW
003180         MOVE ZEROES TO WS-PREV-SEQ
003190         MOVE ZEROES TO WS-PREV-VALUE
003200     END-IF
003210     IF AUDT-SEQ-NO NOT > WS-PREV-SEQ
003220         ADD 1 TO WS-ORDER-COUNT
003230         MOVE 'OUT OF SEQUENCE OR REPEATED - FOLLOWS SEQ NO'
003240             TO XCP-MESSAGE
003250         MOVE WS-PREV-SEQ TO XCP-FIGURE
003260         PERFORM 3000-PRINT-EXCEPTION
003270         GO TO 2000-VERIFY-ONE-RECORD-EXIT
003280     END-IF
003290     ADD 1 TO WS-PREV-SEQ GIVING WS-NEXT-SEQ
003300     IF AUDT-SEQ-NO > WS-NEXT-SEQ
003310         ADD 1 TO WS-GAP-COUNT
003320         SUBTRACT WS-NEXT-SEQ FROM AUDT-SEQ-NO
003330             GIVING WS-MISSING-COUNT
003340         MOVE 'GAP - RECORDS MISSING AHEAD OF THIS ONE:'
003350             TO XCP-MESSAGE
003360         MOVE WS-MISSING-COUNT TO XCP-FIGURE
003370         PERFORM 3000-PRINT-EXCEPTION
003380     ELSE
003390     IF AUDT-CHAIN-STUB
003400         ADD 1 TO WS-STUB-COUNT
003410     ELSE
003420         PERFORM 3100-COMPUTE-CHECK-VALUE
003430         IF WS-CHAIN-WORK = AUDT-CHAIN-VALUE
003440             ADD 1 TO WS-VERIFY-COUNT
003450         ELSE
003460             ADD 1 TO WS-ALTERED-COUNT
003470             MOVE 'ALTERED - CHECK VALUE DOES NOT FOLD FROM DATA'
003480                 TO XCP-MESSAGE
003490             MOVE SPACES TO XCP-FIGURE-X
003500             PERFORM 3000-PRINT-EXCEPTION
003510         END-IF
003520     END-IF
003530     END-IF
003540     MOVE AUDT-SEQ-NO      TO WS-PREV-SEQ
003550     MOVE AUDT-CHAIN-VALUE TO WS-PREV-VALUE.
003560 2000-VERIFY-ONE-RECORD-EXIT.
003570     PERFORM 8000-READ-NEXT-RECORD.
003580*****************************************************************
003590* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
003600*****************************************************************
003610 2100-WRITE-REPORT-HEADER.
003620     ADD 1 TO WS-PAGE-NO
003630     MOVE WS-PAGE-NO TO HDR-PAGE-NO
003640     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
003650     WRITE AUDV-RECORD FROM WS-RPT-HDR1-LINE
003660         AFTER ADVANCING PAGE
003670     WRITE AUDV-RECORD FROM WS-RPT-HDR2-LINE
003680         AFTER ADVANCING 1 LINE
003690     WRITE AUDV-RECORD FROM WS-RPT-HDR3-LINE
003700         AFTER ADVANCING 2 LINES
003710     MOVE ZEROES TO WS-LINE-CTR.
003720*****************************************************************
003730* 2200-TAKE-UP-CARRY -- A CARRY RECORD OPENS A FILE.  PAST THE  *
003740* FIRST FILE IT MUST JOIN THE FILE BEFORE IT; A CARRY FROM THE  *
003750* VERY START OF THE CHAIN JOINS ANYTHING.  EITHER WAY THE CHAIN *
003760* RESUMES AFTER THE SEQUENCE NUMBER AND CHECK VALUE IT CARRIES, *
003770* AND THE POINT IT RESUMES AT IS LISTED FOR THE AUDITOR.        *
003780*****************************************************************
003790 2200-TAKE-UP-CARRY.
003800     ADD 1 TO WS-CARRY-READ-COUNT
003810     ADD 1 TO WS-CARRY-SUB
003820     IF WS-CHAIN-STARTED
003830             AND (AUDT-SEQ-NO NOT = ZEROES
003840               OR AUDT-CHAIN-VALUE NOT = ZEROES)
003850         IF WS-CT-JOIN (WS-CARRY-SUB) = SPACE
003860             ADD 1 TO WS-JOIN-COUNT
003870             MOVE 'CARRY - SEQ NO IT RESUMES AFTER IS NOT ON FILE'
003880                 TO XCP-MESSAGE
003890             MOVE SPACES TO XCP-FIGURE-X
003900             PERFORM 3000-PRINT-EXCEPTION
003910         END-IF
003920         IF WS-CT-JOIN (WS-CARRY-SUB) = 'N'
003930             ADD 1 TO WS-JOIN-COUNT
003940             MOVE 'CARRY - CHECK VALUE DIFFERS FROM PRIOR FILE'
003950                 TO XCP-MESSAGE
003960             MOVE SPACES TO XCP-FIGURE-X
003970             PERFORM 3000-PRINT-EXCEPTION
003980         END-IF
003990     END-IF
004000     MOVE 'NOTE - CHAIN RESUMES AFTER THIS SEQ NO' TO XCP-MESSAGE
004010     MOVE SPACES TO XCP-FIGURE-X
004020     PERFORM 3050-PRINT-RECORD-LINE
004030     MOVE 'Y' TO WS-CHAIN-STARTED-SW
004040     MOVE AUDT-SEQ-NO      TO WS-PREV-SEQ
004050     MOVE AUDT-CHAIN-VALUE TO WS-PREV-VALUE.
004060*****************************************************************
004070* 2300-NOTE-CARRY-POINT -- WHEN THE RECORD IN HAND IS THE ONE   *
004080* THE NEXT CARRY RECORD RESUMES AFTER, NOTE WHETHER THEIR CHECK *
004090* VALUES AGREE, FOR 2200 TO PROVE THE JOIN WHEN IT GETS THERE.  *
004100*****************************************************************
004110 2300-NOTE-CARRY-POINT.
004120     IF WS-CARRY-SUB < WS-CARRY-COUNT
004130         ADD 1 TO WS-CARRY-SUB GIVING WS-NEXT-SUB
004140         IF AUDT-SEQ-NO = WS-CT-SEQ (WS-NEXT-SUB)
004150             IF AUDT-CHAIN-VALUE = WS-CT-VALUE (WS-NEXT-SUB)
004160                 MOVE 'Y' TO WS-CT-JOIN (WS-NEXT-SUB)
004170             ELSE
004180                 MOVE 'N' TO WS-CT-JOIN (WS-NEXT-SUB)
004190             END-IF
004200         END-IF
004210     END-IF.
004220*****************************************************************
004230* 3000-PRINT-EXCEPTION -- LIST THE RECORD IN HAND WITH THE      *
004240* EXCEPTION AND FIGURE THE CALLER MOVED.                        *
004250*****************************************************************
004260 3000-PRINT-EXCEPTION.
004270     PERFORM 3050-PRINT-RECORD-LINE.
004280*****************************************************************
004290* 3050-PRINT-RECORD-LINE -- PRINT ONE LINE FOR THE RECORD IN    *
004300* HAND: THE FILE IT CAME FROM, ITS PLACE THERE, ITS SEQUENCE    *
004310* NUMBER, RUN DATE, REGISTER, AND STATUS.                       *
004320*****************************************************************
004330 3050-PRINT-RECORD-LINE.
004340     PERFORM 3500-CHECK-PAGE-BREAK
004350     MOVE WS-SOURCE TO XCP-SOURCE
004360     MOVE WS-SOURCE-RECNO TO XCP-RECNO
004370     IF AUDT-SEQ-NO IS NUMERIC
004380         MOVE AUDT-SEQ-NO TO XCP-SEQ-NO
004390     ELSE
004400         MOVE SPACES TO XCP-SEQ-NO-X
004410     END-IF
004420     IF AUDT-RUN-DATE IS NUMERIC
004430         MOVE AUDT-RUN-DATE TO WS-WORK-DATE
004440         PERFORM 7100-FORMAT-DATE
004450         MOVE WS-WORK-DATE-FMT TO XCP-RUN-DATE
004460     ELSE
004470         MOVE SPACES TO XCP-RUN-DATE
004480     END-IF
004490     MOVE AUDT-REG-NO TO XCP-REG-NO
004500     MOVE AUDT-STATUS TO XCP-STATUS
004510     WRITE AUDV-RECORD FROM WS-RPT-XCP-LINE
004520         AFTER ADVANCING 1 LINE
004530     ADD 1 TO WS-LINE-CTR.
004540*****************************************************************
004550* 3100-COMPUTE-CHECK-VALUE -- FOLD THE RECORD IN HAND'S CHECK   *
004560* VALUE INTO WS-CHAIN-WORK THE WAY ITS WRITER DID: STARTING     *
004570* FROM THE PRIOR RECORD'S CHECK VALUE, EVERY BYTE AHEAD OF THE  *
004580* CHECK VALUE - THE SEQUENCE NUMBER INCLUDED - IS FOLDED IN BY  *
004590* ITS PLACE IN THE CHARACTER TABLE.                             *
004600*****************************************************************
004610 3100-COMPUTE-CHECK-VALUE.
004620     MOVE WS-PREV-VALUE TO WS-CHAIN-WORK
004630     PERFORM 3110-FOLD-CHAIN-BYTE
004640         VARYING WS-CHAIN-SUB FROM 1 BY 1
004650         UNTIL WS-CHAIN-SUB > 218.
004660*****************************************************************
004670* 3110-FOLD-CHAIN-BYTE -- FOLD ONE BYTE OF THE AUDIT RECORD     *
004680* INTO THE CHECK VALUE.  A CHARACTER MISSING FROM THE TABLE     *
004690* TAKES THE PLACE PAST ITS END.                                 *
004700*****************************************************************
004710 3110-FOLD-CHAIN-BYTE.
004720     MOVE AUDT-RECORD(WS-CHAIN-SUB:1) TO WS-CHAIN-BYTE
004730     MOVE ZEROES TO WS-CHAIN-ORD
004740     INSPECT WS-CHAIN-CHARS TALLYING WS-CHAIN-ORD
004750         FOR CHARACTERS BEFORE INITIAL WS-CHAIN-BYTE
004760     MULTIPLY 31 BY WS-CHAIN-WORK
004770     ADD WS-CHAIN-ORD 1 TO WS-CHAIN-WORK
004780     DIVIDE WS-CHAIN-WORK BY 999999937
004790         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-REM
004800     MOVE WS-CHAIN-REM TO WS-CHAIN-WORK.
004810*****************************************************************
004820* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
004830* CURRENT PAGE IS FULL.                                         *
004840*****************************************************************
004850 3500-CHECK-PAGE-BREAK.
004860     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
004870         PERFORM 2100-WRITE-REPORT-HEADER
004880     END-IF.
004890*****************************************************************
004900* 3900-ABANDON-RUN -- PRINT THE ERROR AND END THE RUN.          *
004910*****************************************************************
004920 3900-ABANDON-RUN.
004930     WRITE AUDV-RECORD FROM WS-RPT-ERR-LINE
004940         AFTER ADVANCING 2 LINES
004950     DISPLAY '153W TERMINATING - ' ERR-MESSAGE
004960     CLOSE AUDVLIST
004970     MOVE 16 TO RETURN-CODE
004980     STOP RUN.
004990*****************************************************************
005000* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
005010* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
005020*****************************************************************
005030 7100-FORMAT-DATE.
005040     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
005050     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
005060     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
005070     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
005080     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
005090*****************************************************************
005100* 8000-READ-NEXT-RECORD -- READ THE NEXT RECORD ON THE TRAIL:   *
005110* THE ARCHIVE UNTIL IT RUNS OUT, THEN THE LIVE FILE.  SETS THE  *
005120* END-OF-FILE SWITCH WHEN BOTH ARE EXHAUSTED.                   *
005130*****************************************************************
005140 8000-READ-NEXT-RECORD.
005150     IF WS-IN-ARCHIVE
005160         READ ARCHFILE INTO AUDT-RECORD
005170             AT END
005180                 MOVE 'N' TO WS-IN-ARCHIVE-SW
005190             NOT AT END
005200                 ADD 1 TO WS-ARCH-READ-COUNT
005210                 MOVE 'ARCHIVE' TO WS-SOURCE
005220                 MOVE WS-ARCH-READ-COUNT TO WS-SOURCE-RECNO
005230         END-READ
005240     END-IF
005250     IF NOT WS-IN-ARCHIVE
005260         READ AUDTFILE
005270             AT END
005280                 MOVE 'Y' TO WS-EOF-SW
005290             NOT AT END
005300                 ADD 1 TO WS-LIVE-READ-COUNT
005310                 MOVE 'LIVE   ' TO WS-SOURCE
005320                 MOVE WS-LIVE-READ-COUNT TO WS-SOURCE-RECNO
005330         END-READ
005340     END-IF.
005350*****************************************************************
005360* 9000-TERMINATE -- PRINT THE RUN COUNTS AND THE POINT THE      *
005370* TRAIL ENDS AT, SET THE RETURN CODE, AND CLOSE THE FILES.      *
005380*****************************************************************
005390 9000-TERMINATE.
005400     MOVE 'ARCHIVE RECORDS READ:     ' TO CNT-LABEL
005410     MOVE WS-ARCH-READ-COUNT TO CNT-COUNT
005420     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005430         AFTER ADVANCING 2 LINES
005440     MOVE 'LIVE RECORDS READ:        ' TO CNT-LABEL
005450     MOVE WS-LIVE-READ-COUNT TO CNT-COUNT
005460     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005470         AFTER ADVANCING 1 LINE
005480     MOVE 'RECORDS PROVED:           ' TO CNT-LABEL
005490     MOVE WS-VERIFY-COUNT TO CNT-COUNT
005500     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005510         AFTER ADVANCING 1 LINE
005520     MOVE 'STUBS TAKEN AT VALUE:     ' TO CNT-LABEL
005530     MOVE WS-STUB-COUNT TO CNT-COUNT
005540     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005550         AFTER ADVANCING 1 LINE
005560     MOVE 'CARRY RECORDS:            ' TO CNT-LABEL
005570     MOVE WS-CARRY-READ-COUNT TO CNT-COUNT
005580     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005590         AFTER ADVANCING 1 LINE
005600     MOVE 'RECORDS NOT CHAINED:      ' TO CNT-LABEL
005610     MOVE WS-UNCHAINED-COUNT TO CNT-COUNT
005620     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005630         AFTER ADVANCING 1 LINE
005640     MOVE 'GAPS:                     ' TO CNT-LABEL
005650     MOVE WS-GAP-COUNT TO CNT-COUNT
005660     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005670         AFTER ADVANCING 1 LINE
005680     MOVE 'OUT OF SEQUENCE:          ' TO CNT-LABEL
005690     MOVE WS-ORDER-COUNT TO CNT-COUNT
005700     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005710         AFTER ADVANCING 1 LINE
005720     MOVE 'ALTERED RECORDS:          ' TO CNT-LABEL
005730     MOVE WS-ALTERED-COUNT TO CNT-COUNT
005740     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005750         AFTER ADVANCING 1 LINE
005760     MOVE 'CARRIES NOT JOINED:       ' TO CNT-LABEL
005770     MOVE WS-JOIN-COUNT TO CNT-COUNT
005780     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005790         AFTER ADVANCING 1 LINE
005800     MOVE 'TRAIL ENDS AT SEQ NO:     ' TO CNT-LABEL
005810     MOVE WS-PREV-SEQ TO CNT-COUNT
005820     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005830         AFTER ADVANCING 2 LINES
005840     MOVE 'WITH CHECK VALUE:         ' TO CNT-LABEL
005850     MOVE WS-PREV-VALUE TO CNT-COUNT
005860     WRITE AUDV-RECORD FROM WS-RPT-CNT-LINE
005870         AFTER ADVANCING 1 LINE
005880     IF WS-GAP-COUNT > ZEROES
005890             OR WS-ORDER-COUNT > ZEROES
005900             OR WS-ALTERED-COUNT > ZEROES
005910             OR WS-JOIN-COUNT > ZEROES
005920         MOVE 8 TO RETURN-CODE
005930     ELSE
005940     IF WS-LATE-UNCHAINED-COUNT > ZEROES
005950         MOVE 4 TO RETURN-CODE
005960     END-IF
005970     END-IF
005980     PERFORM 1300-CLOSE-TRAIL
005990     CLOSE AUDVLIST.
