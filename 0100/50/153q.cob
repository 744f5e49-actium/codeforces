000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153Q.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/02/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* REGISTER FLOAT (CHANGE FUND) MAINTENANCE.  READS ISSUE AND    *
000090* RETURN CARDS AND MAINTAINS THE AUTHORIZED STARTING BANK FOR   *
000100* EACH REGISTER ON FLOTFILE, WITH AN EFFECTIVE-DATED HISTORY SO *
000110* 153A NETS THE FLOAT THAT APPLIED ON THE NIGHT IT IS SETTLING. *
000120* A FLOAT IS ONLY ISSUED TO A REGISTER THAT IS ON THE REGISTER  *
000130* MASTER AND ACTIVE.  EVERY CARD PRINTS A BEFORE AND AFTER      *
000140* IMAGE ON THE MAINTENANCE REGISTER (FMNTLIST) FOR SIGN-OFF,    *
000150* THE SAME WAY 153B MAINTAINS THE REGISTER MASTER.              *
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*   DATE        INIT  DESCRIPTION                               *
000190*   10/02/2026  DLM   ORIGINAL PROGRAM.  CARD FUNCTIONS ARE     *
000200*                     'I' (ISSUE OR CHANGE THE FLOAT) AND 'R'   *
000210*                     (FLOAT RETURNED TO THE CASH OFFICE).      *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT FMNTFILE ASSIGN TO FMNTFILE
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT FMNTLIST ASSIGN TO FMNTLIST
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT FLOTFILE ASSIGN TO FLOTFILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS FLOT-REG-NO
000370         FILE STATUS IS WS-FLOTFILE-STATUS.
000380     SELECT REGMFILE ASSIGN TO REGMFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS REGM-REG-NO
000420         FILE STATUS IS WS-REGMFILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  FMNTFILE
000460     LABEL RECORDS ARE STANDARD.
000470 COPY FMNTREC.
000480 FD  FMNTLIST
000490     LABEL RECORDS ARE OMITTED.
000500 01  FMNL-RECORD                 PIC X(132).
000510 FD  FLOTFILE.
000520 COPY FLOTMSTR.
000530 FD  REGMFILE.
000540 COPY REGMSTR.
000550 WORKING-STORAGE SECTION.
000560*****************************************************************
000570* REPORT LINE WORK AREAS                                        *
000580*****************************************************************
000590 01  WS-RPT-HDR1-LINE.
000600     05  FILLER                  PIC X(45) VALUE SPACES.
000610     05  FILLER                  PIC X(35)
000620             VALUE 'REGISTER FLOAT MAINTENANCE REGISTER'.
000630 01  WS-RPT-HDR2-LINE.
000640     05  FILLER                  PIC X(05) VALUE SPACES.
000650     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000660     05  HDR-RUN-DATE             PIC X(10).
000670     05  FILLER                  PIC X(100) VALUE SPACES.
000680     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000690     05  HDR-PAGE-NO              PIC ZZZ9.
000700 01  WS-RPT-CARD-LINE.
000710     05  FILLER                  PIC X(02) VALUE SPACES.
000720     05  FILLER                  PIC X(05) VALUE 'CARD '.
000730     05  CRD-CARD-NO              PIC ZZZZ9.
000740     05  FILLER                  PIC X(02) VALUE SPACES.
000750     05  FILLER                  PIC X(09) VALUE 'FUNCTION '.
000760     05  CRD-FUNCTION             PIC X(01).
000770     05  FILLER                  PIC X(02) VALUE SPACES.
000780     05  FILLER                  PIC X(09) VALUE 'REGISTER '.
000790     05  CRD-REG-NO               PIC X(05).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  FILLER                  PIC X(07) VALUE 'AMOUNT '.
000820     05  CRD-AMOUNT               PIC X(09).
000830     05  FILLER                  PIC X(02) VALUE SPACES.
000840     05  FILLER                  PIC X(10) VALUE 'EFFECTIVE '.
000850     05  CRD-EFF-DATE             PIC X(10).
000860 01  WS-RPT-BA-LINE.
000870     05  FILLER                  PIC X(05) VALUE SPACES.
000880     05  BA-LABEL                 PIC X(08).
000890     05  FILLER                  PIC X(07) VALUE 'STATUS '.
000900     05  BA-STATUS                PIC X(01).
000910     05  FILLER                  PIC X(08) VALUE '  FLOAT '.
000920     05  BA-AMOUNT                PIC Z(08)9.
000930     05  FILLER                  PIC X(12) VALUE '  EFFECTIVE '.
000940     05  BA-EFF-DATE              PIC X(10).
000950 01  WS-RPT-BH-LINE.
000960     05  FILLER                  PIC X(13) VALUE SPACES.
000970     05  FILLER                  PIC X(08) VALUE 'HISTORY '.
000980     05  BH-ENTRY-NO              PIC Z9.
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  BH-DATE                  PIC X(10).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  BH-AMOUNT                PIC Z(08)9.
001030 01  WS-RPT-NOF-LINE.
001040     05  FILLER                  PIC X(05) VALUE SPACES.
001050     05  NOF-LABEL                PIC X(08).
001060     05  FILLER                  PIC X(17)
001070             VALUE '** NOT ON FILE **'.
001080 01  WS-RPT-ERR-LINE.
001090     05  FILLER                  PIC X(05) VALUE SPACES.
001100     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001110     05  FILLER                  PIC X(05) VALUE ' *** '.
001120     05  ERR-MESSAGE              PIC X(60).
001130 01  WS-RPT-CNT-LINE.
001140     05  FILLER                  PIC X(05) VALUE SPACES.
001150     05  CNT-LABEL                PIC X(22).
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  CNT-COUNT                PIC ZZZZ9.
001180*****************************************************************
001190* REPORT CONTROL COUNTERS AND SWITCHES                          *
001200*****************************************************************
001210 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001220 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001230 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001240 77  WS-CARD-NO                  PIC 9(05) VALUE ZEROES.
001250 77  WS-ISSUE-COUNT              PIC 9(05) VALUE ZEROES.
001260 77  WS-CHANGE-COUNT             PIC 9(05) VALUE ZEROES.
001270 77  WS-RETURN-COUNT             PIC 9(05) VALUE ZEROES.
001280 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROES.
001290 77  WS-HIST-SUB                 PIC 9(03) VALUE ZEROES.
001300 01  WS-CURRENT-DATE             PIC 9(08).
001310 01  WS-REPORT-DATE              PIC X(10).
001320 01  WS-EFFECTIVE-DATE           PIC 9(08).
001330 01  WS-EFF-DATE-X               PIC X(08).
001340 01  WS-EFF-DATE-9 REDEFINES WS-EFF-DATE-X
001350                                 PIC 9(08).
001360 01  WS-WORK-DATE.
001370     05  WS-WRK-CCYY              PIC 9(04).
001380     05  WS-WRK-MM                PIC 9(02).
001390     05  WS-WRK-DD                PIC 9(02).
001400 01  WS-WORK-DATE-FMT            PIC X(10).
001410 01  WS-FLOTFILE-STATUS          PIC X(02).
001420 01  WS-REGMFILE-STATUS          PIC X(02).
001430 01  WS-SWITCHES.
001440     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001450         88  WS-EOF                          VALUE 'Y'.
001460     05  WS-FLOT-FOUND-SW         PIC X(01) VALUE 'N'.
001470         88  WS-FLOT-FOUND                   VALUE 'Y'.
001480*****************************************************************
001490 PROCEDURE DIVISION.
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE
001520     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
001530         UNTIL WS-EOF
001540     PERFORM 9000-TERMINATE
001550     STOP RUN.
001560*****************************************************************
001570* 1000-INITIALIZE -- OPEN THE FILES, BUILD THE RUN DATE, PRINT  *
001580* THE FIRST REPORT PAGE HEADING, AND PRIME THE CARD LOOP.       *
001590* FLOTFILE IS CREATED EMPTY ON THE FIRST EVER RUN SO THE MASTER *
001600* CAN BE BUILT FROM SCRATCH WITH ISSUE CARDS.  THE REGISTER     *
001610* MASTER IS REQUIRED - NO FLOAT IS ISSUED TO A REGISTER THAT    *
001620* CANNOT BE CHECKED.                                            *
001630*****************************************************************
001640 1000-INITIALIZE.
001650     OPEN INPUT FMNTFILE
001660     OPEN OUTPUT FMNTLIST
001670     OPEN INPUT REGMFILE
001680     IF WS-REGMFILE-STATUS NOT = '00'
001690         DISPLAY 'REGMFILE WILL NOT OPEN - STATUS '
001700             WS-REGMFILE-STATUS
001710         DISPLAY '153Q TERMINATING - REGISTER MASTER IS REQUIRED'
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF
001750     OPEN I-O FLOTFILE
001760     IF WS-FLOTFILE-STATUS = '35'
001770         OPEN OUTPUT FLOTFILE
001780         CLOSE FLOTFILE
001790         OPEN I-O FLOTFILE
001800     END-IF
001810     IF WS-FLOTFILE-STATUS NOT = '00'
001820         DISPLAY 'FLOTFILE WILL NOT OPEN - STATUS '
001830             WS-FLOTFILE-STATUS
001840         DISPLAY '153Q TERMINATING - NO MAINTENANCE APPLIED'
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF
001880     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001890     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
001900     PERFORM 7100-FORMAT-DATE
001910     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
001920     PERFORM 2100-WRITE-REPORT-HEADER
001930     PERFORM 8000-READ-FMNTFILE.
001940*****************************************************************
001950* 2000-PROCESS-CARD -- APPLY ONE MAINTENANCE CARD TO THE MASTER *
001960* AND PRINT ITS BEFORE/AFTER IMAGES.  A CARD THAT FAILS AN EDIT *
001970* IS PRINTED WITH AN ERROR MESSAGE AND APPLIES NO CHANGE.       *
001980*****************************************************************
001990 2000-PROCESS-CARD.
002000     ADD 1 TO WS-CARD-NO
002010     PERFORM 2300-RESOLVE-EFFECTIVE-DATE
002020     PERFORM 3000-PRINT-CARD-LINE
002030     IF NOT FMNT-ISSUE AND NOT FMNT-RETURN
002040         MOVE 'FUNCTION IS NOT I OR R - CARD REJECTED'
002050             TO ERR-MESSAGE
002060         PERFORM 3300-PRINT-ERROR-LINE
002070         GO TO 2000-PROCESS-CARD-EXIT
002080     END-IF
002090     IF FMNT-REG-NO = SPACES
002100         MOVE 'REGISTER NUMBER IS BLANK - CARD REJECTED'
002110             TO ERR-MESSAGE
002120         PERFORM 3300-PRINT-ERROR-LINE
002130         GO TO 2000-PROCESS-CARD-EXIT
002140     END-IF
002150     MOVE FMNT-REG-NO TO FLOT-REG-NO
002160     MOVE 'N' TO WS-FLOT-FOUND-SW
002170     READ FLOTFILE
002180         INVALID KEY
002190             CONTINUE
002200         NOT INVALID KEY
002210             MOVE 'Y' TO WS-FLOT-FOUND-SW
002220     END-READ
002230     IF FMNT-ISSUE
002240         PERFORM 2400-ISSUE-FLOAT
002250             THRU 2400-ISSUE-FLOAT-EXIT
002260     ELSE
002270         PERFORM 2500-RETURN-FLOAT
002280             THRU 2500-RETURN-FLOAT-EXIT
002290     END-IF.
002300 2000-PROCESS-CARD-EXIT.
002310     PERFORM 8000-READ-FMNTFILE.
002320*****************************************************************
002330* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
002340*****************************************************************
002350 2100-WRITE-REPORT-HEADER.
002360     ADD 1 TO WS-PAGE-NO
002370     MOVE WS-PAGE-NO TO HDR-PAGE-NO
002380     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
002390     WRITE FMNL-RECORD FROM WS-RPT-HDR1-LINE
002400         AFTER ADVANCING PAGE
002410     WRITE FMNL-RECORD FROM WS-RPT-HDR2-LINE
002420         AFTER ADVANCING 1 LINE
002430     MOVE ZEROES TO WS-LINE-CTR.
002440*****************************************************************
002450* 2300-RESOLVE-EFFECTIVE-DATE -- A CARD MAY CARRY THE EFFECTIVE *
002460* DATE OF THE CHANGE; A BLANK OR ZERO DATE TAKES THE RUN DATE   *
002470* SO A NORMAL SAME-DAY CHANGE NEEDS NO DATE KEYED.              *
002480*****************************************************************
002490 2300-RESOLVE-EFFECTIVE-DATE.
002500     MOVE FMNT-EFF-DATE TO WS-EFF-DATE-X
002510     IF WS-EFF-DATE-X IS NUMERIC AND WS-EFF-DATE-9 NOT = ZEROES
002520         MOVE WS-EFF-DATE-9 TO WS-EFFECTIVE-DATE
002530     ELSE
002540         MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
002550     END-IF.
002560*****************************************************************
002570* 2400-ISSUE-FLOAT -- ISSUE A FLOAT TO A REGISTER, OR CHANGE    *
002580* THE AUTHORIZED AMOUNT OF ONE ALREADY ISSUED, AS OF THE        *
002590* EFFECTIVE DATE.  THE REGISTER MUST BE ON THE REGISTER MASTER  *
002600* AND ACTIVE, AND A CHANGE MAY NOT BE DATED AHEAD OF THE LAST   *
002610* ISSUE OR RETURN ALREADY ON FILE.                              *
002620*****************************************************************
002630 2400-ISSUE-FLOAT.
002640     IF FMNT-AMOUNT-X IS NOT NUMERIC OR FMNT-AMOUNT = ZEROES
002650         MOVE 'FLOAT AMOUNT MISSING OR INVALID - CARD REJECTED'
002660             TO ERR-MESSAGE
002670         PERFORM 3300-PRINT-ERROR-LINE
002680         GO TO 2400-ISSUE-FLOAT-EXIT
002690     END-IF
002700     MOVE FMNT-REG-NO TO REGM-REG-NO
002710     READ REGMFILE
002720         INVALID KEY
002730             MOVE 'REGISTER NOT ON FILE - CARD REJECTED'
002740                 TO ERR-MESSAGE
002750             PERFORM 3300-PRINT-ERROR-LINE
002760             GO TO 2400-ISSUE-FLOAT-EXIT
002770     END-READ
002780     IF NOT REGM-ACTIVE
002790         MOVE 'REGISTER IS NOT ACTIVE - CARD REJECTED'
002800             TO ERR-MESSAGE
002810         PERFORM 3300-PRINT-ERROR-LINE
002820         GO TO 2400-ISSUE-FLOAT-EXIT
002830     END-IF
002840     PERFORM 3100-PRINT-BEFORE-LINE
002850     IF WS-FLOT-FOUND
002860         IF FLOT-ISSUED AND FLOT-AMOUNT = FMNT-AMOUNT
002870             MOVE 'FLOAT ALREADY AT THAT AMOUNT - CARD REJECTED'
002880                 TO ERR-MESSAGE
002890             PERFORM 3300-PRINT-ERROR-LINE
002900             GO TO 2400-ISSUE-FLOAT-EXIT
002910         END-IF
002920         IF WS-EFFECTIVE-DATE < FLOT-EFF-DATE
002930             MOVE 'BEFORE LAST FLOAT CHANGE - CARD REJECTED'
002940                 TO ERR-MESSAGE
002950             PERFORM 3300-PRINT-ERROR-LINE
002960             GO TO 2400-ISSUE-FLOAT-EXIT
002970         END-IF
002980     ELSE
002990         MOVE FMNT-REG-NO TO FLOT-REG-NO
003000         MOVE ZEROES TO FLOT-HIST-COUNT
003010         PERFORM 2870-ZERO-HIST-ENTRY
003020             VARYING WS-HIST-SUB FROM 1 BY 1
003030             UNTIL WS-HIST-SUB > 10
003040     END-IF
003050     MOVE 'I'               TO FLOT-STATUS
003060     MOVE FMNT-AMOUNT       TO FLOT-AMOUNT
003070     MOVE WS-EFFECTIVE-DATE TO FLOT-EFF-DATE
003080     PERFORM 2850-RECORD-HISTORY
003090     IF WS-FLOT-FOUND
003100         REWRITE FLOT-RECORD
003110         ADD 1 TO WS-CHANGE-COUNT
003120     ELSE
003130         WRITE FLOT-RECORD
003140             INVALID KEY
003150                 MOVE 'FLOAT MASTER WRITE FAILED - CARD REJECTED'
003160                     TO ERR-MESSAGE
003170                 PERFORM 3300-PRINT-ERROR-LINE
003180                 GO TO 2400-ISSUE-FLOAT-EXIT
003190         END-WRITE
003200         ADD 1 TO WS-ISSUE-COUNT
003210     END-IF
003220     PERFORM 3200-PRINT-AFTER-LINE.
003230 2400-ISSUE-FLOAT-EXIT.
003240     EXIT.
003250*****************************************************************
003260* 2500-RETURN-FLOAT -- RECORD A REGISTER'S FLOAT RETURNED TO    *
003270* THE CASH OFFICE AS OF THE EFFECTIVE DATE.  FROM THAT NIGHT ON *
003280* THE REGISTER SETTLES WITH NO FLOAT NETTED.  AN AMOUNT KEYED   *
003290* ON THE CARD MUST MATCH THE FLOAT ON FILE, SO A SHORT RETURN   *
003300* IS CAUGHT HERE AND NOT BOOKED AS A FULL ONE.                  *
003310*****************************************************************
003320 2500-RETURN-FLOAT.
003330     IF NOT WS-FLOT-FOUND
003340         MOVE 'REGISTER HAS NO FLOAT ON FILE - CARD REJECTED'
003350             TO ERR-MESSAGE
003360         PERFORM 3300-PRINT-ERROR-LINE
003370         GO TO 2500-RETURN-FLOAT-EXIT
003380     END-IF
003390     PERFORM 3100-PRINT-BEFORE-LINE
003400     IF FLOT-RETURNED
003410         MOVE 'FLOAT IS ALREADY RETURNED - CARD REJECTED'
003420             TO ERR-MESSAGE
003430         PERFORM 3300-PRINT-ERROR-LINE
003440         GO TO 2500-RETURN-FLOAT-EXIT
003450     END-IF
003460     IF FMNT-AMOUNT-X NOT = SPACES
003470         IF FMNT-AMOUNT-X IS NOT NUMERIC
003480                 OR FMNT-AMOUNT NOT = FLOT-AMOUNT
003490             MOVE 'AMOUNT NOT EQUAL TO FLOAT - CARD REJECTED'
003500                 TO ERR-MESSAGE
003510             PERFORM 3300-PRINT-ERROR-LINE
003520             GO TO 2500-RETURN-FLOAT-EXIT
003530         END-IF
003540     END-IF
003550     IF WS-EFFECTIVE-DATE < FLOT-EFF-DATE
003560         MOVE 'BEFORE LAST FLOAT CHANGE - CARD REJECTED'
003570             TO ERR-MESSAGE
003580         PERFORM 3300-PRINT-ERROR-LINE
003590         GO TO 2500-RETURN-FLOAT-EXIT
003600     END-IF
003610     MOVE 'R'               TO FLOT-STATUS
003620     MOVE ZEROES            TO FLOT-AMOUNT
003630     MOVE WS-EFFECTIVE-DATE TO FLOT-EFF-DATE
003640     PERFORM 2850-RECORD-HISTORY
003650     REWRITE FLOT-RECORD
003660     PERFORM 3200-PRINT-AFTER-LINE
003670     ADD 1 TO WS-RETURN-COUNT.
003680 2500-RETURN-FLOAT-EXIT.
003690     EXIT.
003700*****************************************************************
003710* 2850-RECORD-HISTORY -- RECORD THE NEW FLOAT AMOUNT AT ENTRY   *
003720* (1) OF THE HISTORY, SHIFTING THE OLDER ENTRIES DOWN A SLOT    *
003730* (THE TENTH FALLS OFF).  A SECOND CARD FOR THE SAME EFFECTIVE  *
003740* DATE REPLACES ENTRY (1) RATHER THAN STACKING, SO ONLY ONE     *
003750* FLOAT IS EVER IN EFFECT FOR A GIVEN NIGHT.                    *
003760*****************************************************************
003770 2850-RECORD-HISTORY.
003780     IF FLOT-HIST-COUNT IS NOT NUMERIC
003790         MOVE ZEROES TO FLOT-HIST-COUNT
003800         PERFORM 2870-ZERO-HIST-ENTRY
003810             VARYING WS-HIST-SUB FROM 1 BY 1
003820             UNTIL WS-HIST-SUB > 10
003830     END-IF
003840     IF FLOT-HIST-COUNT > ZEROES
003850             AND FLOT-HIST-DATE (1) = WS-EFFECTIVE-DATE
003860         MOVE FLOT-AMOUNT TO FLOT-HIST-AMT (1)
003870     ELSE
003880         PERFORM 2860-SHIFT-HIST-ENTRY
003890             VARYING WS-HIST-SUB FROM 10 BY -1
003900             UNTIL WS-HIST-SUB < 2
003910         MOVE WS-EFFECTIVE-DATE TO FLOT-HIST-DATE (1)
003920         MOVE FLOT-AMOUNT       TO FLOT-HIST-AMT (1)
003930         IF FLOT-HIST-COUNT < 10
003940             ADD 1 TO FLOT-HIST-COUNT
003950         END-IF
003960     END-IF.
003970*****************************************************************
003980* 2860-SHIFT-HIST-ENTRY -- MOVE ONE HISTORY ENTRY DOWN A SLOT   *
003990* AHEAD OF THE INSERT AT ENTRY (1).                             *
004000*****************************************************************
004010 2860-SHIFT-HIST-ENTRY.
004020     MOVE FLOT-HIST-DATE (WS-HIST-SUB - 1)
004030         TO FLOT-HIST-DATE (WS-HIST-SUB)
004040     MOVE FLOT-HIST-AMT (WS-HIST-SUB - 1)
004050         TO FLOT-HIST-AMT (WS-HIST-SUB).
004060*****************************************************************
004070* 2870-ZERO-HIST-ENTRY -- CLEAR ONE FLOAT HISTORY ENTRY.        *
004080*****************************************************************
004090 2870-ZERO-HIST-ENTRY.
004100     MOVE ZEROES TO FLOT-HIST-DATE (WS-HIST-SUB)
004110     MOVE ZEROES TO FLOT-HIST-AMT (WS-HIST-SUB).
004120*****************************************************************
004130* 3000-PRINT-CARD-LINE -- PRINT THE IDENTIFYING LINE FOR THE    *
004140* CARD BEING APPLIED, WITH A BLANK LINE AHEAD OF IT SO EACH     *
004150* CARD'S BEFORE/AFTER GROUP READS AS A BLOCK.                   *
004160*****************************************************************
004170 3000-PRINT-CARD-LINE.
004180     PERFORM 3500-CHECK-PAGE-BREAK
004190     MOVE WS-CARD-NO     TO CRD-CARD-NO
004200     MOVE FMNT-FUNCTION  TO CRD-FUNCTION
004210     MOVE FMNT-REG-NO    TO CRD-REG-NO
004220     MOVE FMNT-AMOUNT-X  TO CRD-AMOUNT
004230     MOVE WS-EFFECTIVE-DATE TO WS-WORK-DATE
004240     PERFORM 7100-FORMAT-DATE
004250     MOVE WS-WORK-DATE-FMT TO CRD-EFF-DATE
004260     WRITE FMNL-RECORD FROM WS-RPT-CARD-LINE
004270         AFTER ADVANCING 2 LINES
004280     ADD 2 TO WS-LINE-CTR.
004290*****************************************************************
004300* 3100-PRINT-BEFORE-LINE -- PRINT THE MASTER IMAGE AS IT STOOD  *
004310* BEFORE THE CARD, OR A NOT-ON-FILE LINE FOR A FIRST ISSUE.     *
004320*****************************************************************
004330 3100-PRINT-BEFORE-LINE.
004340     PERFORM 3500-CHECK-PAGE-BREAK
004350     IF WS-FLOT-FOUND
004360         MOVE 'BEFORE: ' TO BA-LABEL
004370         PERFORM 3150-PRINT-MASTER-IMAGE
004380     ELSE
004390         MOVE 'BEFORE: ' TO NOF-LABEL
004400         WRITE FMNL-RECORD FROM WS-RPT-NOF-LINE
004410             AFTER ADVANCING 1 LINE
004420         ADD 1 TO WS-LINE-CTR
004430     END-IF.
004440*****************************************************************
004450* 3150-PRINT-MASTER-IMAGE -- PRINT THE CURRENT FLOT-RECORD - THE *
004460* STATUS, AUTHORIZED FLOAT, AND EFFECTIVE DATE, THEN ONE LINE   *
004470* PER HISTORY ENTRY IN USE.  THE CALLER SETS BA-LABEL.          *
004480*****************************************************************
004490 3150-PRINT-MASTER-IMAGE.
004500     MOVE FLOT-STATUS        TO BA-STATUS
004510     MOVE FLOT-AMOUNT        TO BA-AMOUNT
004520     MOVE FLOT-EFF-DATE      TO WS-WORK-DATE
004530     PERFORM 7100-FORMAT-DATE
004540     MOVE WS-WORK-DATE-FMT   TO BA-EFF-DATE
004550     WRITE FMNL-RECORD FROM WS-RPT-BA-LINE
004560         AFTER ADVANCING 1 LINE
004570     ADD 1 TO WS-LINE-CTR
004580     IF FLOT-HIST-COUNT IS NUMERIC
004590         PERFORM 3160-PRINT-HIST-ENTRY
004600             VARYING WS-HIST-SUB FROM 1 BY 1
004610             UNTIL WS-HIST-SUB > FLOT-HIST-COUNT
004620                OR WS-HIST-SUB > 10
004630     END-IF.
004640*****************************************************************
004650* 3160-PRINT-HIST-ENTRY -- PRINT ONE FLOAT HISTORY ENTRY.       *
004660*****************************************************************
004670 3160-PRINT-HIST-ENTRY.
004680     MOVE WS-HIST-SUB TO BH-ENTRY-NO
004690     MOVE FLOT-HIST-DATE (WS-HIST-SUB) TO WS-WORK-DATE
004700     PERFORM 7100-FORMAT-DATE
004710     MOVE WS-WORK-DATE-FMT TO BH-DATE
004720     MOVE FLOT-HIST-AMT (WS-HIST-SUB) TO BH-AMOUNT
004730     WRITE FMNL-RECORD FROM WS-RPT-BH-LINE
004740         AFTER ADVANCING 1 LINE
004750     ADD 1 TO WS-LINE-CTR.
004760*****************************************************************
004770* 3200-PRINT-AFTER-LINE -- PRINT THE MASTER IMAGE AS IT STANDS  *
004780* AFTER THE CARD WAS APPLIED.                                   *
004790*****************************************************************
004800 3200-PRINT-AFTER-LINE.
004810     PERFORM 3500-CHECK-PAGE-BREAK
004820     MOVE 'AFTER : ' TO BA-LABEL
004830     PERFORM 3150-PRINT-MASTER-IMAGE.
004840*****************************************************************
004850* 3300-PRINT-ERROR-LINE -- PRINT THE REJECT MESSAGE FOR A CARD  *
004860* THAT APPLIED NO CHANGE AND COUNT THE REJECT.                  *
004870*****************************************************************
004880 3300-PRINT-ERROR-LINE.
004890     PERFORM 3500-CHECK-PAGE-BREAK
004900     WRITE FMNL-RECORD FROM WS-RPT-ERR-LINE
004910         AFTER ADVANCING 1 LINE
004920     ADD 1 TO WS-LINE-CTR
004930     ADD 1 TO WS-REJECT-COUNT.
004940*****************************************************************
004950* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
004960* CURRENT PAGE IS FULL.                                         *
004970*****************************************************************
004980 3500-CHECK-PAGE-BREAK.
004990     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
005000         PERFORM 2100-WRITE-REPORT-HEADER
005010     END-IF.
005020*****************************************************************
005030* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
005040* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
005050*****************************************************************
005060 7100-FORMAT-DATE.
005070     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
005080     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
005090     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
005100     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
005110     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
005120*****************************************************************
005130* 8000-READ-FMNTFILE -- READ THE NEXT MAINTENANCE CARD AND SET  *
005140* THE END-OF-FILE SWITCH WHEN THE CARDS ARE EXHAUSTED.          *
005150*****************************************************************
005160 8000-READ-FMNTFILE.
005170     READ FMNTFILE
005180         AT END
005190             MOVE 'Y' TO WS-EOF-SW
005200     END-READ.
005210*****************************************************************
005220* 9000-TERMINATE -- PRINT THE MAINTENANCE COUNTS AND CLOSE ALL  *
005230* FILES.                                                        *
005240*****************************************************************
005250 9000-TERMINATE.
005260     MOVE 'FLOATS ISSUED:        ' TO CNT-LABEL
005270     MOVE WS-ISSUE-COUNT TO CNT-COUNT
005280     WRITE FMNL-RECORD FROM WS-RPT-CNT-LINE
005290         AFTER ADVANCING 2 LINES
005300     MOVE 'FLOATS CHANGED:       ' TO CNT-LABEL
005310     MOVE WS-CHANGE-COUNT TO CNT-COUNT
005320     WRITE FMNL-RECORD FROM WS-RPT-CNT-LINE
005330         AFTER ADVANCING 1 LINE
005340     MOVE 'FLOATS RETURNED:      ' TO CNT-LABEL
005350     MOVE WS-RETURN-COUNT TO CNT-COUNT
005360     WRITE FMNL-RECORD FROM WS-RPT-CNT-LINE
005370         AFTER ADVANCING 1 LINE
005380     MOVE 'CARDS REJECTED:       ' TO CNT-LABEL
005390     MOVE WS-REJECT-COUNT TO CNT-COUNT
005400     WRITE FMNL-RECORD FROM WS-RPT-CNT-LINE
005410         AFTER ADVANCING 1 LINE
005420     CLOSE FMNTFILE
005430     CLOSE FMNTLIST
005440     CLOSE FLOTFILE
005450     CLOSE REGMFILE.
