000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     153X.
000030 AUTHOR.         D L MASSEY.
000040 INSTALLATION.   RETAIL OPERATIONS - NIGHT SETTLEMENT.
000050 DATE-WRITTEN.   10/07/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* CONTROL SETTINGS MAINTENANCE.  READS CHANGE CARDS AND ADDS    *
000090* EFFECTIVE-DATED VERSIONS OF THE RUN CARD AND THE TENDER GL    *
000100* ACCOUNT ASSIGNMENTS TO THE SETTINGS MASTER (CTLMFILE), AND    *
000110* PUTS ONE-USE RERUN AUTHORIZATIONS ON THE RUN REGISTRY         *
000120* (RUNRFILE), SO NO SETTING CHANGES WITHOUT A RECORD OF WHO     *
000130* ASKED, WHO APPROVED, AND WHEN.  THE REQUESTER AND APPROVER    *
000140* MUST BOTH BE KEYED AND MUST DIFFER.  EVERY CARD PRINTS A      *
000150* BEFORE AND AFTER IMAGE ON THE CHANGE REGISTER (CTLLIST) FOR   *
000160* SIGN-OFF, AND EVERY CHANGE APPLIED IS APPENDED TO THE CHANGE  *
000170* HISTORY (CTLHFILE), WHICH KEEPS EVERY VERSION FOR GOOD.       *
000180*****************************************************************
000190* MODIFICATION HISTORY                                          *
000200*   DATE        INIT  DESCRIPTION                               *
000210*   10/07/2026  DLM   ORIGINAL PROGRAM.                         *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CTLCFILE ASSIGN TO CTLCFILE
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT CTLLIST ASSIGN TO CTLLIST
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT CTLMFILE ASSIGN TO CTLMFILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CTLM-SETTING
000370         FILE STATUS IS WS-CTLMFILE-STATUS.
000380     SELECT RUNRFILE ASSIGN TO RUNRFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS RUNR-BUS-DATE
000420         FILE STATUS IS WS-RUNRFILE-STATUS.
000430     SELECT CTLHFILE ASSIGN TO CTLHFILE
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CTLHFILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CTLCFILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY CTLCREC.
000510 FD  CTLLIST
000520     LABEL RECORDS ARE OMITTED.
000530 01  CTLL-RECORD                 PIC X(132).
000540 FD  CTLMFILE.
000550 COPY CTLMSTR.
000560 FD  RUNRFILE.
000570 COPY RUNRREC.
000580 FD  CTLHFILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY CTLHREC.
000610 WORKING-STORAGE SECTION.
000620*****************************************************************
000630* REPORT LINE WORK AREAS                                        *
000640*****************************************************************
000650 01  WS-RPT-HDR1-LINE.
000660     05  FILLER                  PIC X(45) VALUE SPACES.
000670     05  FILLER                  PIC X(33)
000680             VALUE 'CONTROL SETTINGS CHANGE REGISTER'.
000690 01  WS-RPT-HDR2-LINE.
000700     05  FILLER                  PIC X(05) VALUE SPACES.
000710     05  FILLER                  PIC X(09) VALUE 'RUN DATE:'.
000720     05  HDR-RUN-DATE             PIC X(10).
000730     05  FILLER                  PIC X(100) VALUE SPACES.
000740     05  FILLER                  PIC X(04) VALUE 'PAGE'.
000750     05  HDR-PAGE-NO              PIC ZZZ9.
000760 01  WS-RPT-CARD-LINE.
000770     05  FILLER                  PIC X(02) VALUE SPACES.
000780     05  FILLER                  PIC X(05) VALUE 'CARD '.
000790     05  CRD-CARD-NO              PIC ZZZZ9.
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  FILLER                  PIC X(09) VALUE 'FUNCTION '.
000820     05  CRD-FUNCTION             PIC X(01).
000830     05  FILLER                  PIC X(02) VALUE SPACES.
000840     05  FILLER                  PIC X(08) VALUE 'SETTING '.
000850     05  CRD-SETTING              PIC X(02).
000860     05  FILLER                  PIC X(02) VALUE SPACES.
000870     05  FILLER                  PIC X(10) VALUE 'EFFECTIVE '.
000880     05  CRD-EFF-DATE             PIC X(08).
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  FILLER                  PIC X(13) VALUE 'REQUESTED BY '.
000910     05  CRD-REQUESTER            PIC X(08).
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  FILLER                  PIC X(12) VALUE 'APPROVED BY '.
000940     05  CRD-APPROVER             PIC X(08).
000950 01  WS-RPT-RC-LINE.
000960     05  FILLER                  PIC X(05) VALUE SPACES.
000970     05  RC-LABEL                 PIC X(08).
000980     05  FILLER                  PIC X(04) VALUE 'VER '.
000990     05  RC-VER-NO                PIC ZZZZ9.
001000     05  FILLER                  PIC X(05) VALUE ' EFF '.
001010     05  RC-EFF-DATE              PIC X(10).
001020     05  FILLER                  PIC X(06) VALUE ' OPER '.
001030     05  RC-OPERATOR-ID           PIC X(08).
001040     05  FILLER                  PIC X(04) VALUE ' CO '.
001050     05  RC-COMPANY-CODE          PIC X(05).
001060     05  FILLER                  PIC X(04) VALUE ' GL '.
001070     05  RC-GL-ACCOUNT            PIC X(10).
001080     05  FILLER                  PIC X(08) VALUE ' THRESH '.
001090     05  RC-THRESHOLD             PIC -(10)9.
001100     05  FILLER                  PIC X(07) VALUE ' RESUB '.
001110     05  RC-RESUBMIT-SW           PIC X(01).
001120     05  FILLER                  PIC X(08) VALUE ' CYCLES '.
001130     05  RC-MAX-CYCLES            PIC X(02).
001140     05  FILLER                  PIC X(05) VALUE ' O/S '.
001150     05  RC-OVRSHT-ACCOUNT        PIC X(10).
001160 01  WS-RPT-GA-LINE.
001170     05  FILLER                  PIC X(05) VALUE SPACES.
001180     05  GA-LABEL                 PIC X(08).
001190     05  FILLER                  PIC X(04) VALUE 'VER '.
001200     05  GA-VER-NO                PIC ZZZZ9.
001210     05  FILLER                  PIC X(05) VALUE ' EFF '.
001220     05  GA-EFF-DATE              PIC X(10).
001230     05  FILLER                  PIC X(09) VALUE ' ACCOUNT '.
001240     05  GA-ACCOUNT               PIC X(10).
001250 01  WS-RPT-RA-LINE.
001260     05  FILLER                  PIC X(05) VALUE SPACES.
001270     05  RA-LABEL                 PIC X(08).
001280     05  FILLER                  PIC X(06) VALUE 'NIGHT '.
001290     05  RA-BUS-DATE              PIC X(10).
001300     05  FILLER                  PIC X(08) VALUE ' STATUS '.
001310     05  RA-STATUS                PIC X(01).
001320     05  FILLER                  PIC X(08) VALUE ' RERUNS '.
001330     05  RA-RERUN-COUNT           PIC Z9.
001340     05  FILLER                  PIC X(06) VALUE ' AUTH '.
001350     05  RA-AUTH-STATUS           PIC X(01).
001360     05  FILLER                  PIC X(05) VALUE ' REQ '.
001370     05  RA-REQUESTER             PIC X(08).
001380     05  FILLER                  PIC X(06) VALUE ' APPR '.
001390     05  RA-APPROVER              PIC X(08).
001400     05  FILLER                  PIC X(04) VALUE ' ON '.
001410     05  RA-AUTH-DATE             PIC X(10).
001420     05  FILLER                  PIC X(06) VALUE ' USED '.
001430     05  RA-USED-DATE             PIC X(10).
001440 01  WS-RPT-VER-LINE.
001450     05  FILLER                  PIC X(09) VALUE SPACES.
001460     05  FILLER                  PIC X(08) VALUE 'VERSION '.
001470     05  VER-VER-NO               PIC ZZZZ9.
001480     05  FILLER                  PIC X(11) VALUE ' EFFECTIVE '.
001490     05  VER-EFF-DATE             PIC X(10).
001500     05  FILLER                  PIC X(05) VALUE ' REQ '.
001510     05  VER-REQUESTER            PIC X(08).
001520     05  FILLER                  PIC X(06) VALUE ' APPR '.
001530     05  VER-APPROVER             PIC X(08).
001540     05  FILLER                  PIC X(09) VALUE ' CHANGED '.
001550     05  VER-CHG-DATE             PIC X(10).
001560 01  WS-RPT-NOF-LINE.
001570     05  FILLER                  PIC X(05) VALUE SPACES.
001580     05  NOF-LABEL                PIC X(08).
001590     05  FILLER                  PIC X(17)
001600             VALUE '** NOT ON FILE **'.
001610 01  WS-RPT-NOTE-LINE.
001620     05  FILLER                  PIC X(05) VALUE SPACES.
001630     05  FILLER                  PIC X(14) VALUE '*** NOTE  *** '.
001640     05  NOTE-MESSAGE             PIC X(52).
001650     05  NOTE-DATE                PIC X(10).
001660 01  WS-RPT-ERR-LINE.
001670     05  FILLER                  PIC X(05) VALUE SPACES.
001680     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001690     05  FILLER                  PIC X(05) VALUE ' *** '.
001700     05  ERR-MESSAGE              PIC X(60).
001710 01  WS-RPT-CNT-LINE.
001720     05  FILLER                  PIC X(05) VALUE SPACES.
001730     05  CNT-LABEL                PIC X(22).
001740     05  FILLER                  PIC X(03) VALUE SPACES.
001750     05  CNT-COUNT                PIC ZZZZ9.
001760*****************************************************************
001770* REPORT CONTROL COUNTERS AND SWITCHES                          *
001780*****************************************************************
001790 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001800 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001810 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001820 77  WS-CARD-NO                  PIC 9(05) VALUE ZEROES.
001830 77  WS-RC-COUNT                 PIC 9(05) VALUE ZEROES.
001840 77  WS-GA-COUNT                 PIC 9(05) VALUE ZEROES.
001850 77  WS-RA-COUNT                 PIC 9(05) VALUE ZEROES.
001860 77  WS-BACKDATE-COUNT           PIC 9(05) VALUE ZEROES.
001870 77  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROES.
001880*****************************************************************
001890* VERSION WORK AREAS - THE SETTING THE CARD CHANGES, WHERE ITS  *
001900* NEW VERSION GOES IN THE MASTER'S HISTORY, AND THE VERSION IN  *
001910* EFFECT ON THE CARD'S DATE THAT IT IS BUILT FROM.  THE RUN     *
001920* CARD VERSION IS BUILT IN A PARM-RECORD IMAGE.                 *
001930*****************************************************************
001940 77  WS-VER-SUB                  PIC 9(02) VALUE ZEROES.
001950 77  WS-INSERT-SUB               PIC 9(02) VALUE ZEROES.
001960 01  WS-SETTING                  PIC X(02).
001970 01  WS-BASE-VALUE               PIC X(47).
001980 01  WS-NEW-VALUE                PIC X(47).
001990 01  WS-NEW-GLA-VALUE REDEFINES WS-NEW-VALUE.
002000     05  WS-NEW-ACCOUNT           PIC X(10).
002010     05  FILLER                  PIC X(37).
002020 COPY PARMREC.
002030 01  WS-CURRENT-DATE             PIC 9(08).
002040 01  WS-REPORT-DATE              PIC X(10).
002050 01  WS-EFFECTIVE-DATE           PIC 9(08).
002060 01  WS-EFF-DATE-X               PIC X(08).
002070 01  WS-EFF-DATE-9 REDEFINES WS-EFF-DATE-X
002080                                 PIC 9(08).
002090 01  WS-WORK-DATE.
002100     05  WS-WRK-CCYY              PIC 9(04).
002110     05  WS-WRK-MM                PIC 9(02).
002120     05  WS-WRK-DD                PIC 9(02).
002130 01  WS-WORK-DATE-FMT            PIC X(10).
002140 01  WS-CTLMFILE-STATUS          PIC X(02).
002150 01  WS-RUNRFILE-STATUS          PIC X(02).
002160 01  WS-CTLHFILE-STATUS          PIC X(02).
002170 01  WS-SWITCHES.
002180     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
002190         88  WS-EOF                          VALUE 'Y'.
002200     05  WS-CTLM-FOUND-SW         PIC X(01) VALUE 'N'.
002210         88  WS-CTLM-FOUND                   VALUE 'Y'.
002220     05  WS-BASE-FOUND-SW         PIC X(01) VALUE 'N'.
002230         88  WS-BASE-FOUND                   VALUE 'Y'.
002240     05  WS-RUNR-AVAIL-SW         PIC X(01) VALUE 'N'.
002250         88  WS-RUNR-AVAIL                   VALUE 'Y'.
002260     05  WS-CARD-OK-SW            PIC X(01) VALUE 'N'.
002270         88  WS-CARD-OK                      VALUE 'Y'.
002280*****************************************************************
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE
002320     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
002330         UNTIL WS-EOF
002340     PERFORM 9000-TERMINATE
002350     STOP RUN.
002360*****************************************************************
002370* 1000-INITIALIZE -- OPEN THE FILES, BUILD THE RUN DATE, PRINT  *
002380* THE FIRST REPORT PAGE HEADING, AND PRIME THE CARD LOOP.       *
002390* CTLMFILE IS CREATED EMPTY ON THE FIRST EVER RUN SO THE MASTER *
002400* CAN BE BUILT FROM SCRATCH WITH CHANGE CARDS.  THE RUN         *
002410* REGISTRY IS ONLY NEEDED FOR RERUN AUTHORIZATIONS - WITHOUT IT *
002420* THOSE CARDS ARE REFUSED AND THE REST STILL APPLY.             *
002430*****************************************************************
002440 1000-INITIALIZE.
002450     OPEN INPUT CTLCFILE
002460     OPEN OUTPUT CTLLIST
002470     OPEN I-O CTLMFILE
002480     IF WS-CTLMFILE-STATUS = '35'
002490         OPEN OUTPUT CTLMFILE
002500         CLOSE CTLMFILE
002510         OPEN I-O CTLMFILE
002520     END-IF
002530     IF WS-CTLMFILE-STATUS NOT = '00'
002540         DISPLAY 'CTLMFILE WILL NOT OPEN - STATUS '
002550             WS-CTLMFILE-STATUS
002560         DISPLAY '153X TERMINATING - NO CHANGES APPLIED'
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002600     OPEN I-O RUNRFILE
002610     IF WS-RUNRFILE-STATUS = '00'
002620         MOVE 'Y' TO WS-RUNR-AVAIL-SW
002630     ELSE
002640         DISPLAY 'RUNRFILE WILL NOT OPEN - STATUS '
002650             WS-RUNRFILE-STATUS
002660         DISPLAY 'RERUN AUTHORIZATIONS REFUSED THIS RUN'
002670     END-IF
002680* THE CHANGE HISTORY IS EXTENDED, NEVER REWRITTEN - IT IS THE
002690* PERMANENT RECORD OF EVERY VERSION.
002700     OPEN EXTEND CTLHFILE
002710     IF WS-CTLHFILE-STATUS NOT = '00'
002720         OPEN OUTPUT CTLHFILE
002730     END-IF
002740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002750     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002760     PERFORM 7100-FORMAT-DATE
002770     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002780     PERFORM 2100-WRITE-REPORT-HEADER
002790     PERFORM 8000-READ-CTLCFILE.
002800*****************************************************************
002810* 2000-PROCESS-CARD -- APPLY ONE CHANGE CARD AND PRINT ITS      *
002820* BEFORE/AFTER IMAGES.  A CARD THAT FAILS AN EDIT IS PRINTED    *
002830* WITH AN ERROR MESSAGE AND APPLIES NO CHANGE.                  *
002840*****************************************************************
002850 2000-PROCESS-CARD.
002860     ADD 1 TO WS-CARD-NO
002870     PERFORM 3000-PRINT-CARD-LINE
002880     IF NOT CTLC-RUN-CARD AND NOT CTLC-GL-ACCOUNT
002890             AND NOT CTLC-RERUN
002900         MOVE 'FUNCTION IS NOT P, G, OR R - CARD REJECTED'
002910             TO ERR-MESSAGE
002920         PERFORM 3300-PRINT-ERROR-LINE
002930         GO TO 2000-PROCESS-CARD-EXIT
002940     END-IF
002950     IF CTLC-REQUESTER = SPACES OR CTLC-APPROVER = SPACES
002960         MOVE 'REQUESTER AND APPROVER REQUIRED - CARD REJECTED'
002970             TO ERR-MESSAGE
002980         PERFORM 3300-PRINT-ERROR-LINE
002990         GO TO 2000-PROCESS-CARD-EXIT
003000     END-IF
003010     IF CTLC-REQUESTER = CTLC-APPROVER
003020         MOVE 'REQUESTER MAY NOT APPROVE - CARD REJECTED'
003030             TO ERR-MESSAGE
003040         PERFORM 3300-PRINT-ERROR-LINE
003050         GO TO 2000-PROCESS-CARD-EXIT
003060     END-IF
003070     PERFORM 2300-RESOLVE-EFFECTIVE-DATE
003080     IF NOT WS-CARD-OK
003090         PERFORM 3300-PRINT-ERROR-LINE
003100         GO TO 2000-PROCESS-CARD-EXIT
003110     END-IF
003120     IF CTLC-RERUN
003130         PERFORM 2700-AUTHORIZE-RERUN
003140             THRU 2700-AUTHORIZE-RERUN-EXIT
003150         GO TO 2000-PROCESS-CARD-EXIT
003160     END-IF
003170     IF CTLC-GL-ACCOUNT
003180         IF NOT CTLC-TENDER-KNOWN
003190             MOVE 'TENDER TYPE NOT KNOWN - CARD REJECTED'
003200                 TO ERR-MESSAGE
003210             PERFORM 3300-PRINT-ERROR-LINE
003220             GO TO 2000-PROCESS-CARD-EXIT
003230         END-IF
003240         MOVE CTLC-TENDER-TYPE TO WS-SETTING
003250     ELSE
003260         MOVE 'RC' TO WS-SETTING
003270     END-IF
003280     PERFORM 2400-ADD-VERSION
003290         THRU 2400-ADD-VERSION-EXIT.
003300 2000-PROCESS-CARD-EXIT.
003310     PERFORM 8000-READ-CTLCFILE.
003320*****************************************************************
003330* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
003340*****************************************************************
003350 2100-WRITE-REPORT-HEADER.
003360     ADD 1 TO WS-PAGE-NO
003370     MOVE WS-PAGE-NO TO HDR-PAGE-NO
003380     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
003390     WRITE CTLL-RECORD FROM WS-RPT-HDR1-LINE
003400         AFTER ADVANCING PAGE
003410     WRITE CTLL-RECORD FROM WS-RPT-HDR2-LINE
003420         AFTER ADVANCING 1 LINE
003430     MOVE ZEROES TO WS-LINE-CTR.
003440*****************************************************************
003450* 2300-RESOLVE-EFFECTIVE-DATE -- A 'P' OR 'G' CARD MAY CARRY    *
003460* THE DATE THE CHANGE TAKES EFFECT; A BLANK OR ZERO DATE TAKES  *
003470* THE RUN DATE SO A NORMAL SAME-DAY CHANGE NEEDS NO DATE KEYED. *
003480* AN 'R' CARD MUST CARRY THE BUSINESS DATE TO BE RERUN.  A DATE *
003490* KEYED BUT NOT NUMERIC IS REFUSED RATHER THAN GUESSED AT.      *
003500*****************************************************************
003510 2300-RESOLVE-EFFECTIVE-DATE.
003520     MOVE 'Y' TO WS-CARD-OK-SW
003530     MOVE CTLC-EFF-DATE TO WS-EFF-DATE-X
003540     IF WS-EFF-DATE-X IS NUMERIC AND WS-EFF-DATE-9 NOT = ZEROES
003550         MOVE WS-EFF-DATE-9 TO WS-EFFECTIVE-DATE
003560     ELSE
003570     IF CTLC-RERUN
003580         MOVE 'N' TO WS-CARD-OK-SW
003590         MOVE 'BUSINESS DATE TO RERUN IS REQUIRED - CARD REJECTED'
003600             TO ERR-MESSAGE
003610     ELSE
003620     IF WS-EFF-DATE-X = SPACES OR WS-EFF-DATE-X = ZEROES
003630         MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
003640     ELSE
003650         MOVE 'N' TO WS-CARD-OK-SW
003660         MOVE 'EFFECTIVE DATE IS NOT NUMERIC - CARD REJECTED'
003670             TO ERR-MESSAGE
003680     END-IF
003690     END-IF
003700     END-IF.
003710*****************************************************************
003720* 2400-ADD-VERSION -- ADD A NEW VERSION OF THE RUN CARD OR A    *
003730* TENDER ACCOUNT AS OF THE CARD'S EFFECTIVE DATE.  THE NEW      *
003740* VERSION STARTS FROM THE ONE IN EFFECT ON THAT DATE AND TAKES  *
003750* THE CARD'S CHANGES; IT GOES INTO THE HISTORY AHEAD OF THAT    *
003760* VERSION, SO A LATER-DATED VERSION ALREADY ON FILE STILL TAKES *
003770* OVER ON ITS OWN DATE.  A CARD THAT WOULD CHANGE NOTHING IS    *
003780* REFUSED SO THE HISTORY HOLDS ONLY REAL CHANGES.               *
003790*****************************************************************
003800 2400-ADD-VERSION.
003810     MOVE WS-SETTING TO CTLM-SETTING
003820     MOVE 'N' TO WS-CTLM-FOUND-SW
003830     READ CTLMFILE
003840         INVALID KEY
003850             CONTINUE
003860         NOT INVALID KEY
003870             MOVE 'Y' TO WS-CTLM-FOUND-SW
003880     END-READ
003890     IF NOT WS-CTLM-FOUND
003900         MOVE WS-SETTING TO CTLM-SETTING
003910         MOVE ZEROES TO CTLM-LAST-VERSION-NO
003920         MOVE ZEROES TO CTLM-VERSION-COUNT
003930         PERFORM 2870-ZERO-VERSION
003940             VARYING WS-VER-SUB FROM 1 BY 1
003950             UNTIL WS-VER-SUB > 20
003960     END-IF
003970     PERFORM 2450-FIND-BASE-VERSION
003980     PERFORM 3100-PRINT-BEFORE-LINE
003990     IF WS-INSERT-SUB > 20
004000         MOVE 'OLDER THAN EVERY VERSION KEPT - CARD REJECTED'
004010             TO ERR-MESSAGE
004020         PERFORM 3300-PRINT-ERROR-LINE
004030         GO TO 2400-ADD-VERSION-EXIT
004040     END-IF
004050     IF CTLC-RUN-CARD
004060         PERFORM 2500-BUILD-RUN-CARD
004070             THRU 2500-BUILD-RUN-CARD-EXIT
004080     ELSE
004090         MOVE SPACES TO WS-NEW-VALUE
004100         MOVE CTLC-ACCOUNT TO WS-NEW-ACCOUNT
004110         MOVE 'Y' TO WS-CARD-OK-SW
004120     END-IF
004130     IF NOT WS-CARD-OK
004140         PERFORM 3300-PRINT-ERROR-LINE
004150         GO TO 2400-ADD-VERSION-EXIT
004160     END-IF
004170     IF WS-BASE-FOUND AND WS-NEW-VALUE = WS-BASE-VALUE
004180         MOVE 'CARD CHANGES NOTHING - CARD REJECTED'
004190             TO ERR-MESSAGE
004200         PERFORM 3300-PRINT-ERROR-LINE
004210         GO TO 2400-ADD-VERSION-EXIT
004220     END-IF
004230     PERFORM 2860-SHIFT-VERSION
004240         VARYING WS-VER-SUB FROM 20 BY -1
004250         UNTIL WS-VER-SUB NOT > WS-INSERT-SUB
004260     ADD 1 TO CTLM-LAST-VERSION-NO
004270     MOVE WS-EFFECTIVE-DATE
004280         TO CTLM-VER-EFF-DATE (WS-INSERT-SUB)
004290     MOVE CTLM-LAST-VERSION-NO TO CTLM-VER-NO (WS-INSERT-SUB)
004300     MOVE CTLC-REQUESTER
004310         TO CTLM-VER-REQUESTER (WS-INSERT-SUB)
004320     MOVE CTLC-APPROVER
004330         TO CTLM-VER-APPROVER (WS-INSERT-SUB)
004340     MOVE WS-CURRENT-DATE
004350         TO CTLM-VER-CHG-DATE (WS-INSERT-SUB)
004360     MOVE WS-NEW-VALUE TO CTLM-VER-VALUE (WS-INSERT-SUB)
004370     IF CTLM-VERSION-COUNT < 20
004380         ADD 1 TO CTLM-VERSION-COUNT
004390     END-IF
004400     IF WS-CTLM-FOUND
004410         REWRITE CTLM-RECORD
004420     ELSE
004430         WRITE CTLM-RECORD
004440             INVALID KEY
004450                 MOVE 'MASTER WRITE FAILED - CARD REJECTED'
004460                     TO ERR-MESSAGE
004470                 PERFORM 3300-PRINT-ERROR-LINE
004480                 GO TO 2400-ADD-VERSION-EXIT
004490         END-WRITE
004500     END-IF
004510     MOVE WS-INSERT-SUB TO WS-VER-SUB
004520     PERFORM 3200-PRINT-AFTER-LINE
004530     PERFORM 3250-PRINT-VERSIONS
004540     IF WS-EFFECTIVE-DATE < WS-CURRENT-DATE
004550         MOVE 'BACKDATED - RERUNS OF NIGHTS FROM DATE USE IT:'
004560             TO NOTE-MESSAGE
004570         MOVE WS-EFFECTIVE-DATE TO WS-WORK-DATE
004580         PERFORM 7100-FORMAT-DATE
004590         MOVE WS-WORK-DATE-FMT TO NOTE-DATE
004600         PERFORM 3400-PRINT-NOTE-LINE
004610         ADD 1 TO WS-BACKDATE-COUNT
004620     END-IF
004630     MOVE WS-SETTING           TO CTLH-SETTING
004640     MOVE CTLM-LAST-VERSION-NO TO CTLH-VER-NO
004650     MOVE WS-NEW-VALUE         TO CTLH-AFTER-VALUE
004660     IF WS-BASE-FOUND
004670         MOVE WS-BASE-VALUE TO CTLH-BEFORE-VALUE
004680     ELSE
004690         MOVE SPACES TO CTLH-BEFORE-VALUE
004700     END-IF
004710     PERFORM 5000-WRITE-HISTORY
004720     IF CTLC-RUN-CARD
004730         ADD 1 TO WS-RC-COUNT
004740     ELSE
004750         ADD 1 TO WS-GA-COUNT
004760     END-IF.
004770 2400-ADD-VERSION-EXIT.
004780     EXIT.
004790*****************************************************************
004800* 2450-FIND-BASE-VERSION -- THE HISTORY RUNS LATEST EFFECTIVE   *
004810* DATE FIRST.  THE FIRST ENTRY NOT DATED AFTER THE CARD'S       *
004820* EFFECTIVE DATE IS THE VERSION IN EFFECT ON THAT DATE - THE    *
004830* BASE THE NEW VERSION IS BUILT FROM - AND THE NEW VERSION      *
004840* TAKES ITS PLACE, SO A SAME-DATED CHANGE STANDS AHEAD OF THE   *
004850* ONE IT REPLACES.  WITH NO SUCH ENTRY THE NEW VERSION GOES     *
004860* AFTER THE LAST ONE IN USE AND THERE IS NO BASE.               *
004870*****************************************************************
004880 2450-FIND-BASE-VERSION.
004890     MOVE 'N' TO WS-BASE-FOUND-SW
004900     MOVE SPACES TO WS-BASE-VALUE
004910     ADD 1 TO CTLM-VERSION-COUNT GIVING WS-INSERT-SUB
004920     PERFORM 2460-TEST-ONE-VERSION
004930         VARYING WS-VER-SUB FROM 1 BY 1
004940         UNTIL WS-VER-SUB > CTLM-VERSION-COUNT
004950            OR WS-BASE-FOUND.
004960*****************************************************************
004970* 2460-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY AS THE BASE   *
004980* WHEN IT WAS ALREADY IN EFFECT ON THE CARD'S DATE.             *
004990*****************************************************************
005000 2460-TEST-ONE-VERSION.
005010     IF CTLM-VER-EFF-DATE (WS-VER-SUB) NOT > WS-EFFECTIVE-DATE
005020         MOVE 'Y' TO WS-BASE-FOUND-SW
005030         MOVE WS-VER-SUB TO WS-INSERT-SUB
005040         MOVE CTLM-VER-VALUE (WS-VER-SUB) TO WS-BASE-VALUE
005050     END-IF.
005060*****************************************************************
005070* 2500-BUILD-RUN-CARD -- BUILD THE NEW RUN CARD VERSION IN THE  *
005080* PARM-RECORD IMAGE: THE BASE VERSION (OR AN EMPTY CARD WHEN    *
005090* THERE IS NONE) WITH EVERY NON-BLANK VALUE ON THE CARD LAID    *
005100* OVER IT.  THE RERUN-AUTH BYTE IS ALWAYS 'N' - A RERUN IS      *
005110* AUTHORIZED ON THE RUN REGISTRY, NEVER ON THE RUN CARD.        *
005120*****************************************************************
005130 2500-BUILD-RUN-CARD.
005140     MOVE 'N' TO WS-CARD-OK-SW
005150     IF CTLC-OPERATOR-ID = SPACES AND CTLC-COMPANY-CODE = SPACES
005160             AND CTLC-ACCOUNT = SPACES
005170             AND CTLC-THRESHOLD-X = SPACES
005180             AND CTLC-RESUBMIT-SW = SPACE
005190             AND CTLC-MAX-CYCLES-X = SPACES
005200             AND CTLC-OVRSHT-ACCOUNT = SPACES
005210         MOVE 'NO RUN CARD SETTING KEYED - CARD REJECTED'
005220             TO ERR-MESSAGE
005230         GO TO 2500-BUILD-RUN-CARD-EXIT
005240     END-IF
005250     IF CTLC-THRESHOLD-X NOT = SPACES
005260             AND CTLC-THRESHOLD IS NOT NUMERIC
005270         MOVE 'VARIANCE THRESHOLD IS NOT NUMERIC - CARD REJECTED'
005280             TO ERR-MESSAGE
005290         GO TO 2500-BUILD-RUN-CARD-EXIT
005300     END-IF
005310     IF CTLC-RESUBMIT-SW NOT = SPACE
005320             AND CTLC-RESUBMIT-SW NOT = 'Y'
005330             AND CTLC-RESUBMIT-SW NOT = 'N'
005340         MOVE 'RESUBMIT SWITCH IS NOT Y OR N - CARD REJECTED'
005350             TO ERR-MESSAGE
005360         GO TO 2500-BUILD-RUN-CARD-EXIT
005370     END-IF
005380     IF CTLC-MAX-CYCLES-X NOT = SPACES
005390         IF CTLC-MAX-CYCLES IS NOT NUMERIC
005400                 OR CTLC-MAX-CYCLES = ZEROES
005410             MOVE 'MAX CYCLES NOT 01 TO 99 - CARD REJECTED'
005420                 TO ERR-MESSAGE
005430             GO TO 2500-BUILD-RUN-CARD-EXIT
005440         END-IF
005450     END-IF
005460     IF WS-BASE-FOUND
005470         MOVE WS-BASE-VALUE TO PARM-RECORD
005480     ELSE
005490         MOVE SPACES TO PARM-RECORD
005500         MOVE ZEROES TO PARM-VARIANCE-THRESHOLD
005510         MOVE 'N'    TO PARM-RESUBMIT-SW
005520         MOVE ZEROES TO PARM-MAX-CYCLES
005530     END-IF
005540     IF CTLC-OPERATOR-ID NOT = SPACES
005550         MOVE CTLC-OPERATOR-ID TO PARM-OPERATOR-ID
005560     END-IF
005570     IF CTLC-COMPANY-CODE NOT = SPACES
005580         MOVE CTLC-COMPANY-CODE TO PARM-COMPANY-CODE
005590     END-IF
005600     IF CTLC-ACCOUNT NOT = SPACES
005610         MOVE CTLC-ACCOUNT TO PARM-GL-ACCOUNT
005620     END-IF
005630     IF CTLC-THRESHOLD-X NOT = SPACES
005640         MOVE CTLC-THRESHOLD TO PARM-VARIANCE-THRESHOLD
005650     END-IF
005660     IF CTLC-RESUBMIT-SW NOT = SPACE
005670         MOVE CTLC-RESUBMIT-SW TO PARM-RESUBMIT-SW
005680     END-IF
005690     IF CTLC-MAX-CYCLES-X NOT = SPACES
005700         MOVE CTLC-MAX-CYCLES TO PARM-MAX-CYCLES
005710     END-IF
005720     IF CTLC-OVRSHT-ACCOUNT NOT = SPACES
005730         MOVE CTLC-OVRSHT-ACCOUNT TO PARM-OVRSHT-ACCOUNT
005740     END-IF
005750     MOVE 'N' TO PARM-RERUN-AUTH
005760     MOVE PARM-RECORD TO WS-NEW-VALUE
005770     MOVE 'Y' TO WS-CARD-OK-SW.
005780 2500-BUILD-RUN-CARD-EXIT.
005790     EXIT.
005800*****************************************************************
005810* 2700-AUTHORIZE-RERUN -- PUT A ONE-USE RERUN AUTHORIZATION ON  *
005820* THE RUN REGISTRY RECORD FOR THE CARD'S BUSINESS DATE.  ONLY A *
005830* NIGHT THE REGISTRY SHOWS COMPLETE NEEDS ONE - A NIGHT STILL   *
005840* STARTED RESTARTS WITHOUT CEREMONY - AND A NIGHT ALREADY       *
005850* HOLDING AN UNUSED AUTHORIZATION IS NOT GIVEN A SECOND.        *
005860*****************************************************************
005870 2700-AUTHORIZE-RERUN.
005880     IF NOT WS-RUNR-AVAIL
005890         MOVE 'RUN REGISTRY IS NOT AVAILABLE - CARD REJECTED'
005900             TO ERR-MESSAGE
005910         PERFORM 3300-PRINT-ERROR-LINE
005920         GO TO 2700-AUTHORIZE-RERUN-EXIT
005930     END-IF
005940     MOVE WS-EFFECTIVE-DATE TO RUNR-BUS-DATE
005950     READ RUNRFILE
005960         INVALID KEY
005970             MOVE 'BEFORE: ' TO NOF-LABEL
005980             PERFORM 3150-PRINT-NOT-ON-FILE
005990             MOVE 'NIGHT NOT ON RUN REGISTRY - CARD REJECTED'
006000                 TO ERR-MESSAGE
006010             PERFORM 3300-PRINT-ERROR-LINE
006020             GO TO 2700-AUTHORIZE-RERUN-EXIT
006030     END-READ
006040     IF RUNR-AUTH-STATUS NOT = 'A' AND RUNR-AUTH-STATUS NOT = 'U'
006050         MOVE SPACE  TO RUNR-AUTH-STATUS
006060         MOVE SPACES TO RUNR-AUTH-REQUESTER
006070         MOVE SPACES TO RUNR-AUTH-APPROVER
006080         MOVE ZEROES TO RUNR-AUTH-DATE
006090         MOVE ZEROES TO RUNR-AUTH-USED-DATE
006100     END-IF
006110     MOVE 'BEFORE: ' TO RA-LABEL
006120     PERFORM 3500-CHECK-PAGE-BREAK
006130     PERFORM 3160-FILL-REGISTRY-IMAGE
006140     WRITE CTLL-RECORD FROM WS-RPT-RA-LINE
006150         AFTER ADVANCING 1 LINE
006160     ADD 1 TO WS-LINE-CTR
006170     IF NOT RUNR-COMPLETE
006180         MOVE 'NIGHT NOT COMPLETE - CARD REJECTED'
006190             TO ERR-MESSAGE
006200         PERFORM 3300-PRINT-ERROR-LINE
006210         GO TO 2700-AUTHORIZE-RERUN-EXIT
006220     END-IF
006230     IF RUNR-AUTH-OPEN
006240         MOVE 'UNUSED AUTHORIZATION ON FILE - CARD REJECTED'
006250             TO ERR-MESSAGE
006260         PERFORM 3300-PRINT-ERROR-LINE
006270         GO TO 2700-AUTHORIZE-RERUN-EXIT
006280     END-IF
006290     MOVE 'A'             TO RUNR-AUTH-STATUS
006300     MOVE CTLC-REQUESTER  TO RUNR-AUTH-REQUESTER
006310     MOVE CTLC-APPROVER   TO RUNR-AUTH-APPROVER
006320     MOVE WS-CURRENT-DATE TO RUNR-AUTH-DATE
006330     MOVE ZEROES          TO RUNR-AUTH-USED-DATE
006340     REWRITE RUNR-RECORD
006350     MOVE 'AFTER : ' TO RA-LABEL
006360     PERFORM 3500-CHECK-PAGE-BREAK
006370     PERFORM 3160-FILL-REGISTRY-IMAGE
006380     WRITE CTLL-RECORD FROM WS-RPT-RA-LINE
006390         AFTER ADVANCING 1 LINE
006400     ADD 1 TO WS-LINE-CTR
006410     MOVE 'RA'   TO CTLH-SETTING
006420     MOVE ZEROES TO CTLH-VER-NO
006430     MOVE SPACES TO CTLH-BEFORE-VALUE
006440     MOVE SPACES TO CTLH-AFTER-VALUE
006450     PERFORM 5000-WRITE-HISTORY
006460     ADD 1 TO WS-RA-COUNT.
006470 2700-AUTHORIZE-RERUN-EXIT.
006480     EXIT.
006490*****************************************************************
006500* 2860-SHIFT-VERSION -- MOVE ONE HISTORY ENTRY DOWN A SLOT      *
006510* AHEAD OF THE INSERT.  THE TWENTIETH ENTRY FALLS OFF - IT IS   *
006520* STILL ON THE CHANGE HISTORY.                                  *
006530*****************************************************************
006540 2860-SHIFT-VERSION.
006550     MOVE CTLM-VERSION (WS-VER-SUB - 1)
006560         TO CTLM-VERSION (WS-VER-SUB).
006570*****************************************************************
006580* 2870-ZERO-VERSION -- CLEAR ONE VERSION HISTORY ENTRY.         *
006590*****************************************************************
006600 2870-ZERO-VERSION.
006610     MOVE ZEROES TO CTLM-VER-EFF-DATE (WS-VER-SUB)
006620     MOVE ZEROES TO CTLM-VER-NO (WS-VER-SUB)
006630     MOVE SPACES TO CTLM-VER-REQUESTER (WS-VER-SUB)
006640     MOVE SPACES TO CTLM-VER-APPROVER (WS-VER-SUB)
006650     MOVE ZEROES TO CTLM-VER-CHG-DATE (WS-VER-SUB)
006660     MOVE SPACES TO CTLM-VER-VALUE (WS-VER-SUB).
006670*****************************************************************
006680* 3000-PRINT-CARD-LINE -- PRINT THE IDENTIFYING LINE FOR THE    *
006690* CARD BEING APPLIED, WITH A BLANK LINE AHEAD OF IT SO EACH     *
006700* CARD'S BEFORE/AFTER GROUP READS AS A BLOCK.                   *
006710*****************************************************************
006720 3000-PRINT-CARD-LINE.
006730     PERFORM 3500-CHECK-PAGE-BREAK
006740     MOVE WS-CARD-NO     TO CRD-CARD-NO
006750     MOVE CTLC-FUNCTION  TO CRD-FUNCTION
006760     IF CTLC-RUN-CARD
006770         MOVE 'RC' TO CRD-SETTING
006780     ELSE
006790     IF CTLC-RERUN
006800         MOVE 'RA' TO CRD-SETTING
006810     ELSE
006820         MOVE CTLC-TENDER-TYPE TO CRD-SETTING
006830     END-IF
006840     END-IF
006850     MOVE CTLC-EFF-DATE  TO CRD-EFF-DATE
006860     MOVE CTLC-REQUESTER TO CRD-REQUESTER
006870     MOVE CTLC-APPROVER  TO CRD-APPROVER
006880     WRITE CTLL-RECORD FROM WS-RPT-CARD-LINE
006890         AFTER ADVANCING 2 LINES
006900     ADD 2 TO WS-LINE-CTR.
006910*****************************************************************
006920* 3100-PRINT-BEFORE-LINE -- PRINT THE VERSION IN EFFECT ON THE  *
006930* CARD'S DATE AS IT STOOD BEFORE THE CARD, OR A NOT-ON-FILE     *
006940* LINE WHEN THERE WAS NONE.                                     *
006950*****************************************************************
006960 3100-PRINT-BEFORE-LINE.
006970     IF WS-BASE-FOUND
006980         MOVE 'BEFORE: ' TO RC-LABEL
006990         MOVE 'BEFORE: ' TO GA-LABEL
007000         MOVE WS-INSERT-SUB TO WS-VER-SUB
007010         PERFORM 3170-PRINT-VERSION-IMAGE
007020     ELSE
007030         MOVE 'BEFORE: ' TO NOF-LABEL
007040         PERFORM 3150-PRINT-NOT-ON-FILE
007050     END-IF.
007060*****************************************************************
007070* 3150-PRINT-NOT-ON-FILE -- PRINT A NOT-ON-FILE IMAGE LINE.     *
007080*****************************************************************
007090 3150-PRINT-NOT-ON-FILE.
007100     PERFORM 3500-CHECK-PAGE-BREAK
007110     WRITE CTLL-RECORD FROM WS-RPT-NOF-LINE
007120         AFTER ADVANCING 1 LINE
007130     ADD 1 TO WS-LINE-CTR.
007140*****************************************************************
007150* 3160-FILL-REGISTRY-IMAGE -- MOVE THE RUN REGISTRY RECORD'S    *
007160* STATUS AND AUTHORIZATION INTO THE BEFORE/AFTER PRINT LINE.    *
007170*****************************************************************
007180 3160-FILL-REGISTRY-IMAGE.
007190     MOVE RUNR-BUS-DATE TO WS-WORK-DATE
007200     PERFORM 7100-FORMAT-DATE
007210     MOVE WS-WORK-DATE-FMT    TO RA-BUS-DATE
007220     MOVE RUNR-STATUS         TO RA-STATUS
007230     IF RUNR-RERUN-COUNT IS NUMERIC
007240         MOVE RUNR-RERUN-COUNT TO RA-RERUN-COUNT
007250     ELSE
007260         MOVE ZEROES TO RA-RERUN-COUNT
007270     END-IF
007280     MOVE RUNR-AUTH-STATUS    TO RA-AUTH-STATUS
007290     MOVE RUNR-AUTH-REQUESTER TO RA-REQUESTER
007300     MOVE RUNR-AUTH-APPROVER  TO RA-APPROVER
007310     MOVE SPACES TO RA-AUTH-DATE
007320     MOVE SPACES TO RA-USED-DATE
007330     IF RUNR-AUTH-DATE NOT = ZEROES
007340         MOVE RUNR-AUTH-DATE TO WS-WORK-DATE
007350         PERFORM 7100-FORMAT-DATE
007360         MOVE WS-WORK-DATE-FMT TO RA-AUTH-DATE
007370     END-IF
007380     IF RUNR-AUTH-USED-DATE NOT = ZEROES
007390         MOVE RUNR-AUTH-USED-DATE TO WS-WORK-DATE
007400         PERFORM 7100-FORMAT-DATE
007410         MOVE WS-WORK-DATE-FMT TO RA-USED-DATE
007420     END-IF.
007430*****************************************************************
007440* 3170-PRINT-VERSION-IMAGE -- PRINT HISTORY ENTRY WS-VER-SUB AS *
007450* A RUN CARD OR A TENDER ACCOUNT IMAGE.  THE CALLER HAS SET THE *
007460* LINE LABEL.                                                   *
007470*****************************************************************
007480 3170-PRINT-VERSION-IMAGE.
007490     PERFORM 3500-CHECK-PAGE-BREAK
007500     MOVE CTLM-VER-EFF-DATE (WS-VER-SUB) TO WS-WORK-DATE
007510     PERFORM 7100-FORMAT-DATE
007520     IF CTLM-RUN-CARD
007530         MOVE CTLM-VER-NO (WS-VER-SUB) TO RC-VER-NO
007540         MOVE WS-WORK-DATE-FMT         TO RC-EFF-DATE
007550         MOVE CTLM-VER-VALUE (WS-VER-SUB) TO PARM-RECORD
007560         MOVE PARM-OPERATOR-ID         TO RC-OPERATOR-ID
007570         MOVE PARM-COMPANY-CODE        TO RC-COMPANY-CODE
007580         MOVE PARM-GL-ACCOUNT          TO RC-GL-ACCOUNT
007590         MOVE PARM-VARIANCE-THRESHOLD  TO RC-THRESHOLD
007600         MOVE PARM-RESUBMIT-SW         TO RC-RESUBMIT-SW
007610         MOVE PARM-MAX-CYCLES          TO RC-MAX-CYCLES
007620         MOVE PARM-OVRSHT-ACCOUNT      TO RC-OVRSHT-ACCOUNT
007630         WRITE CTLL-RECORD FROM WS-RPT-RC-LINE
007640             AFTER ADVANCING 1 LINE
007650     ELSE
007660         MOVE CTLM-VER-NO (WS-VER-SUB) TO GA-VER-NO
007670         MOVE WS-WORK-DATE-FMT         TO GA-EFF-DATE
007680         IF CTLM-VER-ACCOUNT (WS-VER-SUB) = SPACES
007690             MOVE '*DEFAULT*'          TO GA-ACCOUNT
007700         ELSE
007710             MOVE CTLM-VER-ACCOUNT (WS-VER-SUB) TO GA-ACCOUNT
007720         END-IF
007730         WRITE CTLL-RECORD FROM WS-RPT-GA-LINE
007740             AFTER ADVANCING 1 LINE
007750     END-IF
007760     ADD 1 TO WS-LINE-CTR.
007770*****************************************************************
007780* 3200-PRINT-AFTER-LINE -- PRINT THE NEW VERSION AS IT STANDS   *
007790* ON THE MASTER.                                                *
007800*****************************************************************
007810 3200-PRINT-AFTER-LINE.
007820     MOVE 'AFTER : ' TO RC-LABEL
007830     MOVE 'AFTER : ' TO GA-LABEL
007840     PERFORM 3170-PRINT-VERSION-IMAGE.
007850*****************************************************************
007860* 3250-PRINT-VERSIONS -- PRINT THE SETTING'S VERSION HISTORY    *
007870* AFTER A CHANGE SO THE SIGN-OFF SHOWS WHAT WAS IN EFFECT WHEN, *
007880* AND WHO ASKED FOR AND APPROVED EACH VERSION.                  *
007890*****************************************************************
007900 3250-PRINT-VERSIONS.
007910     PERFORM 3260-PRINT-ONE-VERSION
007920         VARYING WS-VER-SUB FROM 1 BY 1
007930         UNTIL WS-VER-SUB > CTLM-VERSION-COUNT.
007940*****************************************************************
007950* 3260-PRINT-ONE-VERSION -- PRINT ONE VERSION HISTORY ENTRY.    *
007960*****************************************************************
007970 3260-PRINT-ONE-VERSION.
007980     PERFORM 3500-CHECK-PAGE-BREAK
007990     MOVE CTLM-VER-NO (WS-VER-SUB)        TO VER-VER-NO
008000     MOVE CTLM-VER-REQUESTER (WS-VER-SUB) TO VER-REQUESTER
008010     MOVE CTLM-VER-APPROVER (WS-VER-SUB)  TO VER-APPROVER
008020     MOVE CTLM-VER-EFF-DATE (WS-VER-SUB)  TO WS-WORK-DATE
008030     PERFORM 7100-FORMAT-DATE
008040     MOVE WS-WORK-DATE-FMT TO VER-EFF-DATE
008050     MOVE CTLM-VER-CHG-DATE (WS-VER-SUB)  TO WS-WORK-DATE
008060     PERFORM 7100-FORMAT-DATE
008070     MOVE WS-WORK-DATE-FMT TO VER-CHG-DATE
008080     WRITE CTLL-RECORD FROM WS-RPT-VER-LINE
008090         AFTER ADVANCING 1 LINE
008100     ADD 1 TO WS-LINE-CTR.
008110*****************************************************************
008120* 3300-PRINT-ERROR-LINE -- PRINT THE REJECT MESSAGE FOR A CARD  *
008130* THAT APPLIED NO CHANGE AND COUNT THE REJECT.                  *
008140*****************************************************************
008150 3300-PRINT-ERROR-LINE.
008160     PERFORM 3500-CHECK-PAGE-BREAK
008170     WRITE CTLL-RECORD FROM WS-RPT-ERR-LINE
008180         AFTER ADVANCING 1 LINE
008190     ADD 1 TO WS-LINE-CTR
008200     ADD 1 TO WS-REJECT-COUNT.
008210*****************************************************************
008220* 3400-PRINT-NOTE-LINE -- PRINT A NOTE UNDER A CARD THAT WAS    *
008230* APPLIED.                                                      *
008240*****************************************************************
008250 3400-PRINT-NOTE-LINE.
008260     PERFORM 3500-CHECK-PAGE-BREAK
008270     WRITE CTLL-RECORD FROM WS-RPT-NOTE-LINE
008280         AFTER ADVANCING 1 LINE
008290     ADD 1 TO WS-LINE-CTR.
008300*****************************************************************
008310* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
008320* CURRENT PAGE IS FULL.                                         *
008330*****************************************************************
008340 3500-CHECK-PAGE-BREAK.
008350     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
008360         PERFORM 2100-WRITE-REPORT-HEADER
008370     END-IF.
008380*****************************************************************
008390* 5000-WRITE-HISTORY -- APPEND THE CHANGE JUST APPLIED TO THE   *
008400* CHANGE HISTORY.  THE CALLER HAS SET THE SETTING, VERSION      *
008410* NUMBER, AND VALUES.                                           *
008420*****************************************************************
008430 5000-WRITE-HISTORY.
008440     MOVE WS-CURRENT-DATE   TO CTLH-RUN-DATE
008450     MOVE WS-CARD-NO        TO CTLH-CARD-NO
008460     MOVE WS-EFFECTIVE-DATE TO CTLH-EFF-DATE
008470     MOVE CTLC-REQUESTER    TO CTLH-REQUESTER
008480     MOVE CTLC-APPROVER     TO CTLH-APPROVER
008490     WRITE CTLH-RECORD.
008500*****************************************************************
008510* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
008520* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
008530*****************************************************************
008540 7100-FORMAT-DATE.
008550     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
008560     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
008570     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
008580     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
008590     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
008600*****************************************************************
008610* 8000-READ-CTLCFILE -- READ THE NEXT CHANGE CARD AND SET THE   *
008620* END-OF-FILE SWITCH WHEN THE CARDS ARE EXHAUSTED.              *
008630*****************************************************************
008640 8000-READ-CTLCFILE.
008650     READ CTLCFILE
008660         AT END
008670             MOVE 'Y' TO WS-EOF-SW
008680     END-READ.
008690*****************************************************************
008700* 9000-TERMINATE -- PRINT THE CHANGE COUNTS AND CLOSE ALL       *
008710* FILES.                                                        *
008720*****************************************************************
008730 9000-TERMINATE.
008740     MOVE 'RUN CARD VERSIONS:    ' TO CNT-LABEL
008750     MOVE WS-RC-COUNT TO CNT-COUNT
008760     WRITE CTLL-RECORD FROM WS-RPT-CNT-LINE
008770         AFTER ADVANCING 2 LINES
008780     MOVE 'GL ACCOUNT VERSIONS:  ' TO CNT-LABEL
008790     MOVE WS-GA-COUNT TO CNT-COUNT
008800     WRITE CTLL-RECORD FROM WS-RPT-CNT-LINE
008810         AFTER ADVANCING 1 LINE
008820     MOVE 'RERUNS AUTHORIZED:    ' TO CNT-LABEL
008830     MOVE WS-RA-COUNT TO CNT-COUNT
008840     WRITE CTLL-RECORD FROM WS-RPT-CNT-LINE
008850         AFTER ADVANCING 1 LINE
008860     MOVE 'BACKDATED CHANGES:    ' TO CNT-LABEL
008870     MOVE WS-BACKDATE-COUNT TO CNT-COUNT
008880     WRITE CTLL-RECORD FROM WS-RPT-CNT-LINE
008890         AFTER ADVANCING 1 LINE
008900     MOVE 'CARDS REJECTED:       ' TO CNT-LABEL
008910     MOVE WS-REJECT-COUNT TO CNT-COUNT
008920     WRITE CTLL-RECORD FROM WS-RPT-CNT-LINE
008930         AFTER ADVANCING 1 LINE
008940     CLOSE CTLCFILE
008950     CLOSE CTLLIST
008960     CLOSE CTLMFILE
008970     IF WS-RUNR-AVAIL
008980         CLOSE RUNRFILE
008990     END-IF
009000     CLOSE CTLHFILE.
