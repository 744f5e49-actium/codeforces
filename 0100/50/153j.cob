000260*     CORRECTION TO THE POSTING IT FIXES.                       *
000270* A REGISTER ALREADY REVERSED REFUSES A SECOND REVERSAL.  THE   *
000280* LEDGER JOB PICKS GLADFILE UP ALONGSIDE THE NIGHTLY GLIFILE.   *
000282* EACH APPLIED CARD GOES OUT AS ONE BALANCED JOURNAL OFFSET TO  *
000284* THE 'DT' CLEARING ACCOUNT, AND GLADFILE IS RELEASED ONLY WHEN *
000286* EVERY JOURNAL BALANCED.                                       *
000290*****************************************************************
000300* MODIFICATION HISTORY                                          *
000310*   DATE        INIT  DESCRIPTION                               *
000320*   09/02/2026  DLM   ORIGINAL PROGRAM.                         *
000321*   10/02/2026  DLM   A CORRECTED REPOST IS NOW NET OF THE      *
000322*                     FLOAT 153A TOOK OUT OF THE REGISTER'S     *
000323*                     CASH ON THE ORIGINAL NIGHT, THE SAME AS   *
000324*                     THE POSTING IT REPLACES, AND THE 'C'      *
000325*                     AUDIT RECORD CARRIES THAT FLOAT.          *
000326*   10/03/2026  DLM   A CARD MAY NAME THE CASHIER WHOSE DRAWER  *
000327*                     IT CORRECTS NOW THAT A REGISTER CAN       *
000328*                     SETTLE SEVERAL DRAWERS A NIGHT; A CARD    *
000329*                     WITHOUT ONE TAKES THE LATEST POSTING AS   *
000330*                     BEFORE.  THE 'V' AND 'C' AUDIT RECORDS    *
000331*                     CARRY THE CASHIER OF THE POSTING THEY     *
000332*                     FIX.                                      *
000333*   10/04/2026  DLM   THE 'V' AUDIT RECORD NOW CARRIES THE      *
000334*                     REVERSED TENDER BREAKDOWN, NEGATED, SO    *
000335*                     153T TAKES A REVERSED REGISTER'S CREDIT   *
000336*                     SLIPS OFF THE NIGHT IT EXPECTS THE CARD   *
000337*                     PROCESSOR TO FUND.                        *
000338*   10/06/2026  DLM   EVERY AUDIT RECORD IS NOW NUMBERED AND    *
000339*                     SEALED WITH A CHECK VALUE CHAINED FROM    *
000340*                     THE LAST RECORD ON THE TRAIL, FOR 153W TO *
000341*                     VERIFY.  THE TRAIL SCAN PICKS UP WHERE    *
000342*                     THE CHAIN LEFT OFF.                       *
000343*   10/07/2026  DLM   THE RUN CARD AND THE TENDER ACCOUNTS NOW  *
000344*                     COME FROM THE VERSIONS ON CTLMFILE IN     *
000345*                     EFFECT ON EACH CARD'S BUSINESS DATE, SO A *
000346*                     REVERSAL BACKS OUT THE ACCOUNTS THAT      *
000347*                     NIGHT ACTUALLY POSTED TO.  WITHOUT THE    *
000348*                     MASTER PARMFILE AND GLAFILE ARE READ AS   *
000349*                     BEFORE.                                   *
000350*   10/09/2026  DLM   EACH APPLIED CARD NOW GOES OUT ON         *
000351*                     GLADFILE AS ONE NUMBERED, BALANCED        *
000352*                     JOURNAL OFFSET TO THE 'DT'                *
000353*                     DEPOSIT-IN-TRANSIT CLEARING ACCOUNT IN    *
000354*                     EFFECT ON THE CARD'S NIGHT.  THE FILE     *
000355*                     CONTROL RECORD THAT RELEASES GLADFILE IS  *
000356*                     WRITTEN ONLY WHEN EVERY JOURNAL BALANCES  *
000357*                     AND HAS ITS CLEARING ACCOUNT; OTHERWISE   *
000358*                     THE RUN ENDS WITH RC 8.                   *
000359*****************************************************************
000360 ENVIRONMENT DIVISION.
000361 CONFIGURATION SECTION.
000362 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000460     SELECT GLAFILE ASSIGN TO GLAFILE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-GLAFILE-STATUS.
000481     SELECT CTLMFILE ASSIGN TO CTLMFILE
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000484         RECORD KEY IS CTLM-SETTING
000485         FILE STATUS IS WS-CTLMFILE-STATUS.
000490     SELECT AUDTFILE ASSIGN TO AUDTFILE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDTFILE-STATUS.
000690 FD  GLAFILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY GLACREC.
000712 FD  CTLMFILE.
000714 COPY CTLMSTR.
000720 FD  AUDTFILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY AUDTREC.
001080     05  FILLER                  PIC X(09) VALUE 'NEW TOTAL'.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  FILLER                  PIC X(11) VALUE 'DISPOSITION'.
001102     05  FILLER                  PIC X(24) VALUE SPACES.
001104     05  FILLER                  PIC X(07) VALUE 'CASHIER'.
001110 01  WS-RPT-DTL-LINE.
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DTL-REG-NO               PIC X(05).
001230                                 PIC X(12).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  DTL-ACTION               PIC X(34).
001252     05  FILLER                  PIC X(02) VALUE SPACES.
001254     05  DTL-CASHIER-ID           PIC X(06).
001260 01  WS-RPT-NOTE-LINE.
001270     05  FILLER                  PIC X(09) VALUE SPACES.
001280     05  FILLER                  PIC X(05) VALUE 'NOTE '.
001650         10  WS-CD-OVER-SHORT     PIC S9(11).
001660         10  WS-CD-A-RAW          PIC X(11).
001670         10  WS-CD-B-RAW          PIC X(11).
001675         10  WS-CD-FLOAT-KEPT     PIC S9(11).
001676         10  WS-CD-CASHIER-ID     PIC X(06).
001677         10  WS-CD-POST-CASHIER   PIC X(06).
001680 77  WS-CD-COUNT                  PIC 9(03) VALUE ZEROES.
001690 77  WS-CD-SUB                    PIC 9(03) VALUE ZEROES.
001700 77  WS-CD-SUB2                   PIC 9(03) VALUE ZEROES.
001710*****************************************************************
001720* GL ADJUSTMENT LINE WORK AREAS - THE TENDER ACCOUNTS ARE THE   *
001730* VERSIONS ON CTLMFILE IN EFFECT ON EACH CARD'S BUSINESS DATE,  *
001740* OR COME FROM GLAFILE WITHOUT THE MASTER, THE SAME WAY 153A    *
001742* LOADS THEM; A TENDER WITHOUT AN ASSIGNMENT FOLDS INTO THE     *
001744* DEFAULT-ACCOUNT LUMP LINE.                                    *
001750*****************************************************************
001760 01  WS-CASH-ACCOUNT              PIC X(10).
001770 01  WS-CHECK-ACCOUNT             PIC X(10).
001850 01  WS-GLAD-STORE                PIC X(03).
001860 77  WS-GLAD-AMT                  PIC S9(11) VALUE ZEROES.
001870 77  WS-GLAD-LINE-COUNT           PIC 9(07) VALUE ZEROES.
001871*****************************************************************
001872* GL JOURNAL WORK AREAS - EACH APPLIED CARD IS ONE JOURNAL,     *
001873* NUMBERED FOR THE RUN DATE.  THE STORE LINES AND THE OVER/     *
001874* SHORT LINE ARE NETTED SEPARATELY SO EACH OFFSETS TO THE       *
001875* CLEARING ACCOUNT UNDER THE SAME STORE THE NIGHT DID.  THE     *
001876* CREDIT TOTALS ARE KEPT POSITIVE.                              *
001877*****************************************************************
001878 01  WS-TRANSIT-ACCOUNT           PIC X(10).
001879 01  WS-GLAD-TYPE                 PIC X(01).
001880 01  WS-JRNL-NO.
001881     05  WS-JRNL-SOURCE           PIC X(02) VALUE 'AD'.
001882     05  WS-JRNL-DATE             PIC 9(08) VALUE ZEROES.
001883     05  WS-JRNL-SEQ              PIC 9(04) VALUE ZEROES.
001884 77  WS-JRNL-LINE-NO              PIC 9(04) VALUE ZEROES.
001885 77  WS-JRNL-STORE-NET            PIC S9(13) VALUE ZEROES.
001886 77  WS-JRNL-OVRSHT-NET           PIC S9(13) VALUE ZEROES.
001887 77  WS-JRNL-DEBIT                PIC S9(13) VALUE ZEROES.
001888 77  WS-JRNL-CREDIT               PIC S9(13) VALUE ZEROES.
001889 77  WS-JRNL-COUNT                PIC 9(05) VALUE ZEROES.
001890 77  WS-JRNL-DEBIT-TOTAL          PIC S9(13) VALUE ZEROES.
001891 77  WS-JRNL-CREDIT-TOTAL         PIC S9(13) VALUE ZEROES.
001892 77  WS-JRNL-UNBAL-COUNT          PIC 9(05) VALUE ZEROES.
001893 77  WS-JRNL-NO-DT-COUNT          PIC 9(05) VALUE ZEROES.
001894*****************************************************************
001895* RUN CONTROL COUNTERS AND SWITCHES                             *
001900*****************************************************************
001910 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001920 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
002240 01  WS-CORRFILE-STATUS          PIC X(02).
002250 01  WS-PARMFILE-STATUS          PIC X(02).
002260 01  WS-GLAFILE-STATUS           PIC X(02).
002262 01  WS-CTLMFILE-STATUS          PIC X(02).
002264 01  WS-SETTING                  PIC X(02).
002266 77  WS-VERSION-SUB              PIC 9(02) VALUE ZEROES.
002268 77  WS-VERSION-HIT              PIC 9(02) VALUE ZEROES.
002270 01  WS-AUDTFILE-STATUS          PIC X(02).
002271* AUDIT CHAIN WORK AREAS - THE LAST SEQUENCE NUMBER AND CHECK
002272* VALUE ON AUDTFILE, AND THE CHARACTER TABLE WHOSE PLACES ARE
002273* FOLDED INTO EACH RECORD'S CHECK VALUE.  153W HOLDS THE SAME
002274* TABLE AND RULE - KEEP THEM IN STEP.
002275 77  WS-CHAIN-SEQ                PIC 9(09) VALUE ZEROES.
002276 77  WS-CHAIN-VALUE              PIC 9(09) VALUE ZEROES.
002277 77  WS-CHAIN-WORK               PIC 9(11) VALUE ZEROES.
002278 77  WS-CHAIN-QUOT               PIC 9(03) VALUE ZEROES.
002279 77  WS-CHAIN-REM                PIC 9(09) VALUE ZEROES.
002280 77  WS-CHAIN-ORD                PIC 9(03) VALUE ZEROES.
002281 77  WS-CHAIN-SUB                PIC 9(03) VALUE ZEROES.
002282 01  WS-CHAIN-BYTE               PIC X(01).
002283 01  WS-CHAIN-CHARS.
002284     05  FILLER                   PIC X(32)
002285             VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
002286     05  FILLER                   PIC X(32)
002287             VALUE '56789abcdefghijklmnopqrstuvwxyz.'.
002288     05  FILLER                   PIC X(31)
002289             VALUE ',-/()*&+$#@%:;''"=<>?!_{}[]|\^`~'.
002290 01  WS-HISTFILE-STATUS          PIC X(02).
002291 01  WS-SWITCHES.
002300     05  WS-CORR-EOF-SW           PIC X(01) VALUE 'N'.
002310         88  WS-CORR-EOF                     VALUE 'Y'.
002320     05  WS-AUDT-EOF-SW           PIC X(01) VALUE 'N'.
002370         88  WS-HIST-AVAIL                   VALUE 'Y'.
002380     05  WS-ANY-ERROR-SW          PIC X(01) VALUE 'N'.
002390         88  WS-ANY-ERROR                    VALUE 'Y'.
002392     05  WS-CTLM-AVAIL-SW         PIC X(01) VALUE 'N'.
002394         88  WS-CTLM-AVAIL                   VALUE 'Y'.
002396     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
002398         88  WS-VERSION-FOUND                VALUE 'Y'.
002400*****************************************************************
002410 PROCEDURE DIVISION.
002420 0000-MAINLINE.
002500     PERFORM 9000-TERMINATE
002510     STOP RUN.
002520*****************************************************************
002530* 1000-INITIALIZE -- OPEN THE REGISTER AND THE SETTINGS MASTER  *
002540* (OR, WITHOUT IT, PICK UP THE RUN CARD AND THE TENDER          *
002550* ACCOUNTS), LOAD AND EDIT THE CORRECTION CARDS, AND PRINT THE  *
002555* HEADING.  NO CARDS MEANS NOTHING TO DO.                       *
002560*****************************************************************
002570 1000-INITIALIZE.
002580     OPEN OUTPUT CORLIST
002650     MOVE SPACES    TO WS-COMPANY-CODE
002660     MOVE SPACES    TO WS-GL-ACCOUNT
002670     MOVE SPACES    TO WS-OVRSHT-ACCOUNT
002680* WITH THE SETTINGS MASTER EACH CARD TAKES THE SETTINGS IN
002690* EFFECT ON ITS OWN NIGHT AS IT IS APPLIED - THE DECK CAN SPAN
002700* NIGHTS ON EITHER SIDE OF A CHANGE.
002710     OPEN INPUT CTLMFILE
002720     IF WS-CTLMFILE-STATUS = '00'
002730         MOVE 'Y' TO WS-CTLM-AVAIL-SW
002740     ELSE
002750         DISPLAY 'CTLMFILE NOT PRESENT - STATUS '
002760             WS-CTLMFILE-STATUS
002770         DISPLAY 'SETTINGS TAKEN FROM PARMFILE AND GLAFILE'
002780         OPEN INPUT PARMFILE
002790         IF WS-PARMFILE-STATUS = '00'
002800             READ PARMFILE
002810                 AT END
002811                     CONTINUE
002812                 NOT AT END
002813                     MOVE PARM-OPERATOR-ID    TO WS-OPERATOR-ID
002814                     MOVE PARM-COMPANY-CODE   TO WS-COMPANY-CODE
002815                     MOVE PARM-GL-ACCOUNT     TO WS-GL-ACCOUNT
002816                     MOVE PARM-OVRSHT-ACCOUNT TO WS-OVRSHT-ACCOUNT
002817             END-READ
002818             CLOSE PARMFILE
002819         END-IF
002820         PERFORM 1300-LOAD-GL-ACCOUNTS
002821     END-IF
002822     PERFORM 2100-WRITE-REPORT-HEADER
002830     PERFORM 1200-LOAD-CORRECTION-CARDS.
002840*****************************************************************
002850* 1200-LOAD-CORRECTION-CARDS -- HOLD AND EDIT THE WHOLE CARD    *
003240 1220-EDIT-ONE-CARD.
003250     MOVE CORR-FUNCTION TO WS-CD-FUNCTION (WS-CD-COUNT)
003260     MOVE CORR-REG-NO   TO WS-CD-REG-NO (WS-CD-COUNT)
003262     MOVE CORR-CASHIER-ID TO WS-CD-CASHIER-ID (WS-CD-COUNT)
003264     MOVE SPACES        TO WS-CD-POST-CASHIER (WS-CD-COUNT)
003270     MOVE 'N'           TO WS-CD-STATE (WS-CD-COUNT)
003280     MOVE ZEROES        TO WS-CD-DATE (WS-CD-COUNT)
003290     MOVE ZEROES        TO WS-CD-NEW-A (WS-CD-COUNT)
003970     EXIT.
003980*****************************************************************
003990* 1300-LOAD-GL-ACCOUNTS -- PICK UP THE TENDER-TO-ACCOUNT        *
004000* ASSIGNMENTS FROM GLAFILE WHEN THERE IS NO SETTINGS MASTER,    *
004010* THE SAME ASSIGNMENTS 153A POSTS BY, SO THE REVERSAL BACKS OUT *
004020* THE SAME ACCOUNTS THE NIGHT WENT TO.                          *
004030*****************************************************************
004040 1300-LOAD-GL-ACCOUNTS.
004050     MOVE SPACES TO WS-CASH-ACCOUNT
004060     MOVE SPACES TO WS-CHECK-ACCOUNT
004070     MOVE SPACES TO WS-CREDIT-ACCOUNT
004075     MOVE SPACES TO WS-TRANSIT-ACCOUNT
004080     OPEN INPUT GLAFILE
004090     IF WS-GLAFILE-STATUS NOT = '00'
004100         DISPLAY 'GLAFILE NOT PRESENT - STATUS ' WS-GLAFILE-STATUS
004310             ELSE
004320             IF GLA-CREDIT
004330                 MOVE GLA-ACCOUNT TO WS-CREDIT-ACCOUNT
004340             ELSE
004350             IF GLA-TRANSIT-CLEARING
004360                 MOVE GLA-ACCOUNT TO WS-TRANSIT-ACCOUNT
004362             END-IF
004364             END-IF
004366             END-IF
004368             END-IF
004370     END-READ.
004371*****************************************************************
004372* 1400-LOAD-NIGHT-SETTINGS -- TAKE THE RUN CARD AND THE TENDER  *
004373* ACCOUNT VERSIONS IN EFFECT ON THE CURRENT CARD'S BUSINESS     *
004374* DATE FROM THE SETTINGS MASTER, SO THE REVERSAL AND REPOST GO  *
004375* TO THE ACCOUNTS THAT NIGHT POSTED TO.  A NIGHT WITH NO RUN    *
004376* CARD VERSION IN EFFECT TAKES THE DEFAULTS, THE SAME AS AN     *
004377* EMPTY PARMFILE; A TENDER WITH NO VERSION IS LEFT UNASSIGNED.  *
004378*****************************************************************
004379 1400-LOAD-NIGHT-SETTINGS.
004380     MOVE 'BATCH   ' TO WS-OPERATOR-ID
004381     MOVE SPACES    TO WS-COMPANY-CODE
004382     MOVE SPACES    TO WS-GL-ACCOUNT
004383     MOVE SPACES    TO WS-OVRSHT-ACCOUNT
004384     MOVE SPACES    TO WS-CASH-ACCOUNT
004385     MOVE SPACES    TO WS-CHECK-ACCOUNT
004386     MOVE SPACES    TO WS-CREDIT-ACCOUNT
004387     MOVE SPACES    TO WS-TRANSIT-ACCOUNT
004388     MOVE 'RC' TO WS-SETTING
004389     PERFORM 1410-FIND-SETTING-VERSION
004390     IF WS-VERSION-FOUND
004391         MOVE CTLM-VER-OPERATOR-ID (WS-VERSION-HIT)
004392             TO WS-OPERATOR-ID
004393         MOVE CTLM-VER-COMPANY-CODE (WS-VERSION-HIT)
004394             TO WS-COMPANY-CODE
004395         MOVE CTLM-VER-GL-ACCOUNT (WS-VERSION-HIT)
004396             TO WS-GL-ACCOUNT
004397         MOVE CTLM-VER-OVRSHT-ACCOUNT (WS-VERSION-HIT)
004398             TO WS-OVRSHT-ACCOUNT
004399     ELSE
004400         DISPLAY 'NO RUN CARD IN EFFECT ON '
004401             WS-CD-DATE (WS-CD-SUB)
004402     END-IF
004403     MOVE 'CA' TO WS-SETTING
004404     PERFORM 1410-FIND-SETTING-VERSION
004405     IF WS-VERSION-FOUND
004406         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
004407             TO WS-CASH-ACCOUNT
004408     END-IF
004409     MOVE 'CK' TO WS-SETTING
004410     PERFORM 1410-FIND-SETTING-VERSION
004411     IF WS-VERSION-FOUND
004412         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
004413             TO WS-CHECK-ACCOUNT
004414     END-IF
004415     MOVE 'CR' TO WS-SETTING
004416     PERFORM 1410-FIND-SETTING-VERSION
004417     IF WS-VERSION-FOUND
004418         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
004419             TO WS-CREDIT-ACCOUNT
004420     END-IF
004421     MOVE 'DT' TO WS-SETTING
004422     PERFORM 1410-FIND-SETTING-VERSION
004423     IF WS-VERSION-FOUND
004424         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
004425             TO WS-TRANSIT-ACCOUNT
004426     END-IF.
004427*****************************************************************
004428* 1410-FIND-SETTING-VERSION -- READ THE SETTING IN WS-SETTING   *
004429* AND NOTE IN WS-VERSION-HIT THE FIRST VERSION NOT DATED AFTER  *
004430* THE CARD'S BUSINESS DATE - THE HISTORY RUNS LATEST DATE       *
004431* FIRST, SO THAT IS THE VERSION IN EFFECT THAT NIGHT.           *
004432*****************************************************************
004433 1410-FIND-SETTING-VERSION.
004434     MOVE 'N' TO WS-VERSION-FOUND-SW
004435     MOVE WS-SETTING TO CTLM-SETTING
004436     READ CTLMFILE
004437         INVALID KEY
004438             CONTINUE
004439         NOT INVALID KEY
004440             PERFORM 1420-TEST-ONE-VERSION
004441                 VARYING WS-VERSION-SUB FROM 1 BY 1
004442                 UNTIL WS-VERSION-SUB > CTLM-VERSION-COUNT
004443                    OR WS-VERSION-FOUND
004444     END-READ.
004445*****************************************************************
004446* 1420-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY WHEN IT WAS   *
004447* ALREADY IN EFFECT ON THE CARD'S BUSINESS DATE.                *
004448*****************************************************************
004449 1420-TEST-ONE-VERSION.
004450     IF CTLM-VER-EFF-DATE (WS-VERSION-SUB)
004451             NOT > WS-CD-DATE (WS-CD-SUB)
004452         MOVE 'Y' TO WS-VERSION-FOUND-SW
004453         MOVE WS-VERSION-SUB TO WS-VERSION-HIT
004454     END-IF.
004455*****************************************************************
004456* 2000-SCAN-AUDIT-TRAIL -- READ THE WHOLE AUDIT TRAIL ONCE,     *
004457* CAPTURING EACH CARD'S ORIGINAL POSTING AND NOTING ANY         *
004458* POSTING ALREADY REVERSED.  THE LATEST MATCHING POSTED         *
004459* RECORD WINS - A RERUN NIGHT'S FINAL FIGURES ARE THE ONES IN   *
004460* THE LEDGER.                                                   *
004461*****************************************************************
004462 2000-SCAN-AUDIT-TRAIL.
004463     OPEN INPUT AUDTFILE
004470     IF WS-AUDTFILE-STATUS NOT = '00'
004480         MOVE 'AUDTFILE WILL NOT OPEN - RUN ABANDONED'
004490             TO ERR-MESSAGE
004610         AT END
004620             MOVE 'Y' TO WS-AUDT-EOF-SW
004630         NOT AT END
004631* THE LAST CHAINED RECORD ON THE TRAIL IS WHERE THIS RUN'S
004632* RECORDS PICK UP THE SEQUENCE AND THE CHECK VALUE.
004633             IF AUDT-SEQ-NO IS NUMERIC
004634                     AND AUDT-CHAIN-VALUE IS NUMERIC
004635                 MOVE AUDT-SEQ-NO      TO WS-CHAIN-SEQ
004636                 MOVE AUDT-CHAIN-VALUE TO WS-CHAIN-VALUE
004637             END-IF
004640             IF AUDT-POSTED
004650                 PERFORM 2020-MATCH-POSTED-RECORD
004660                     VARYING WS-CD-SUB FROM 1 BY 1
004750     END-READ.
004760*****************************************************************
004770* 2020-MATCH-POSTED-RECORD -- CAPTURE THE POSTED RECORD IN      *
004780* HAND INTO EVERY CARD IT SATISFIES.  A CARD NAMING A CASHIER   *
004790* TAKES ONLY THAT CASHIER'S DRAWER.                             *
004800*****************************************************************
004810 2020-MATCH-POSTED-RECORD.
004820     IF (WS-CD-STATE (WS-CD-SUB) = 'N'
004830             OR WS-CD-STATE (WS-CD-SUB) = 'F')
004840             AND WS-CD-REG-NO (WS-CD-SUB) = AUDT-REG-NO
004842             AND WS-CD-DATE (WS-CD-SUB) = AUDT-RUN-DATE
004844             AND (WS-CD-CASHIER-ID (WS-CD-SUB) = SPACES
004846               OR WS-CD-CASHIER-ID (WS-CD-SUB) = AUDT-CASHIER-ID)
004850         MOVE 'F' TO WS-CD-STATE (WS-CD-SUB)
004860         MOVE AUDT-TOTAL        TO WS-CD-ORIG-TOTAL (WS-CD-SUB)
004870         MOVE AUDT-STORE-NO     TO WS-CD-STORE (WS-CD-SUB)
004940         MOVE AUDT-OVER-SHORT   TO WS-CD-OVER-SHORT (WS-CD-SUB)
004950         MOVE AUDT-AMT-A-RAW    TO WS-CD-A-RAW (WS-CD-SUB)
004960         MOVE AUDT-AMT-B-RAW    TO WS-CD-B-RAW (WS-CD-SUB)
004961         MOVE AUDT-CASHIER-ID   TO WS-CD-POST-CASHIER (WS-CD-SUB)
004962* A POSTING FROM BEFORE FLOATS WERE NETTED READS BLANK THERE.
004963         IF AUDT-FLOAT-KEPT IS NUMERIC
004964             MOVE AUDT-FLOAT-KEPT TO WS-CD-FLOAT-KEPT (WS-CD-SUB)
004965         ELSE
004966             MOVE ZEROES TO WS-CD-FLOAT-KEPT (WS-CD-SUB)
004967         END-IF
004970     END-IF.
004980*****************************************************************
004990* 2030-MATCH-REVERSED-RECORD -- A REVERSAL ALREADY ON THE       *
005000* TRAIL BLOCKS A SECOND REVERSAL OF THE SAME POSTING.  A CARD   *
005010* NAMING A CASHIER IS BLOCKED ONLY BY THAT DRAWER'S REVERSAL.   *
005020*****************************************************************
005030 2030-MATCH-REVERSED-RECORD.
005040     IF WS-CD-STATE (WS-CD-SUB) NOT = 'E'
005050             AND WS-CD-REG-NO (WS-CD-SUB) = AUDT-REG-NO
005052             AND WS-CD-DATE (WS-CD-SUB) = AUDT-RUN-DATE
005054             AND (WS-CD-CASHIER-ID (WS-CD-SUB) = SPACES
005056               OR WS-CD-CASHIER-ID (WS-CD-SUB) = AUDT-CASHIER-ID)
005060         MOVE 'V' TO WS-CD-STATE (WS-CD-SUB)
005070     END-IF.
005080*****************************************************************
005590         PERFORM 3950-PRINT-ERROR-LINE
005600         GO TO 4000-APPLY-ONE-CARD-EXIT
005610     END-IF
005620     IF WS-CTLM-AVAIL
005622         PERFORM 1400-LOAD-NIGHT-SETTINGS
005624     END-IF
005626     PERFORM 4050-START-GLAD-JOURNAL
005628     PERFORM 4100-WRITE-REVERSAL-GL
005630     MOVE ZEROES TO WS-HIST-NEW-TOTAL
005640     IF WS-CD-FUNCTION (WS-CD-SUB) = 'C'
005650         ADD WS-CD-NEW-A (WS-CD-SUB) WS-CD-NEW-B (WS-CD-SUB)
005660             GIVING WS-NEW-TOTAL
005662* THE ORIGINAL NIGHT POSTED NET OF THE REGISTER'S FLOAT, SO THE
005664* REPOST COMES OUT NET OF THE SAME FLOAT.
005666         SUBTRACT WS-CD-FLOAT-KEPT (WS-CD-SUB) FROM WS-NEW-TOTAL
005670         MOVE WS-NEW-TOTAL TO WS-HIST-NEW-TOTAL
005680         PERFORM 4400-WRITE-REPOST-GL
005690     END-IF
005700     PERFORM 4450-END-GLAD-JOURNAL
005705     PERFORM 4200-FIX-HISTORY
005710         THRU 4200-FIX-HISTORY-EXIT
005720     PERFORM 4300-WRITE-AUDIT-REVERSAL
005730     ADD 1 TO WS-REVERSE-COUNT
005850         UNTIL WS-CD-SUB2 > WS-CD-COUNT.
005860 4000-APPLY-ONE-CARD-EXIT.
005870     EXIT.
005871*****************************************************************
005872* 4050-START-GLAD-JOURNAL -- TAKE THE NEXT JOURNAL NUMBER FOR   *
005873* THE CARD IN HAND AND CLEAR THE JOURNAL'S LINE NUMBER AND      *
005874* TOTALS.                                                       *
005875*****************************************************************
005876 4050-START-GLAD-JOURNAL.
005877     MOVE WS-CURRENT-DATE TO WS-JRNL-DATE
005878     ADD 1 TO WS-JRNL-SEQ
005879     MOVE ZEROES TO WS-JRNL-LINE-NO
005880     MOVE ZEROES TO WS-JRNL-STORE-NET
005881     MOVE ZEROES TO WS-JRNL-OVRSHT-NET
005882     MOVE ZEROES TO WS-JRNL-DEBIT
005883     MOVE ZEROES TO WS-JRNL-CREDIT
005884     MOVE 'P' TO WS-GLAD-TYPE.
005885*****************************************************************
005890* 4100-WRITE-REVERSAL-GL -- WRITE THE OFFSETTING GL LINES FOR   *
005900* THE ORIGINAL POSTING, UNDER ITS OWN BUSINESS DATE AND THE     *
005910* SAME ACCOUNT SPLIT THE NIGHT POSTED: TENDER AMOUNTS TO THE    *
006970*****************************************************************
006980* 4300-WRITE-AUDIT-REVERSAL -- APPEND THE 'V' AUDIT RECORD      *
006990* UNDER THE ORIGINAL BUSINESS DATE, CARRYING THE NEGATED        *
007000* TOTAL AND TENDER BREAKDOWN, SO THE TRAIL SHOWS THE POSTING    *
007010* AND ITS REVERSAL SIDE BY SIDE AND 153T SEES THE CREDIT SLIPS  *
007015* COME BACK OFF THE NIGHT.                                      *
007020*****************************************************************
007030 4300-WRITE-AUDIT-REVERSAL.
007040     PERFORM 4380-CLEAR-AUDIT-RECORD
007070     MOVE WS-CD-B-RAW (WS-CD-SUB) TO AUDT-AMT-B-RAW
007080     MULTIPLY WS-CD-ORIG-TOTAL (WS-CD-SUB) BY -1
007090         GIVING AUDT-TOTAL
007091     MOVE WS-CD-DENOM-FLAG (WS-CD-SUB) TO AUDT-DENOM-FLAG
007092     MULTIPLY WS-CD-CURRENCY (WS-CD-SUB) BY -1
007093         GIVING AUDT-CURRENCY-AMT
007094     MULTIPLY WS-CD-COIN (WS-CD-SUB) BY -1
007095         GIVING AUDT-COIN-AMT
007096     MULTIPLY WS-CD-CHECKS (WS-CD-SUB) BY -1
007097         GIVING AUDT-CHECK-AMT
007098     MULTIPLY WS-CD-CREDIT (WS-CD-SUB) BY -1
007099         GIVING AUDT-CREDIT-AMT
007100     MOVE 'REVERSAL OF POSTED TOTAL' TO AUDT-MESSAGE
007110     PERFORM 4390-CHAIN-AUDIT-RECORD
007115     WRITE AUDT-RECORD.
007120*****************************************************************
007130* 4350-WRITE-AUDIT-REPOST -- APPEND THE 'C' AUDIT RECORD        *
007140* CARRYING THE CORRECTED AMOUNTS.                               *
007210     MOVE WS-CD-NEW-A (WS-CD-SUB) TO AUDT-AMT-A
007220     MOVE WS-CD-NEW-B (WS-CD-SUB) TO AUDT-AMT-B
007230     MOVE WS-NEW-TOTAL TO AUDT-TOTAL
007235     MOVE WS-CD-FLOAT-KEPT (WS-CD-SUB) TO AUDT-FLOAT-KEPT
007240     MOVE 'CORRECTED REPOST' TO AUDT-MESSAGE
007250     PERFORM 4390-CHAIN-AUDIT-RECORD
007255     WRITE AUDT-RECORD.
007260*****************************************************************
007270* 4380-CLEAR-AUDIT-RECORD -- COMMON FIELDS FOR A CORRECTION     *
007280* AUDIT RECORD.                                                 *
007330     MOVE WS-OPERATOR-ID  TO AUDT-OPERATOR-ID
007340     MOVE WS-CD-REG-NO (WS-CD-SUB) TO AUDT-REG-NO
007350     MOVE WS-CD-STORE (WS-CD-SUB)  TO AUDT-STORE-NO
007355     MOVE WS-CD-POST-CASHIER (WS-CD-SUB) TO AUDT-CASHIER-ID
007360     MOVE SPACES TO AUDT-AMT-A-RAW
007370     MOVE SPACES TO AUDT-AMT-B-RAW
007380     MOVE ZEROES TO AUDT-AMT-A AUDT-AMT-B AUDT-TOTAL
007450     MOVE ZEROES TO AUDT-CHECK-AMT
007460     MOVE ZEROES TO AUDT-CREDIT-AMT
007470     MOVE ZEROES TO AUDT-RERUN-CYCLE
007480     MOVE SPACES TO AUDT-MESSAGE
007482     MOVE ZEROES TO AUDT-FLOAT-KEPT
007484     MOVE ZEROES TO AUDT-FLOAT-SHORT.
007485*****************************************************************
007486* 4390-CHAIN-AUDIT-RECORD -- NUMBER THE AUDIT RECORD IN HAND AS *
007487* THE NEXT ON THE TRAIL AND SEAL IT.  STARTING FROM THE PRIOR   *
007488* RECORD'S CHECK VALUE, EVERY BYTE AHEAD OF THE CHECK VALUE -   *
007489* THE SEQUENCE NUMBER INCLUDED - IS FOLDED IN BY ITS PLACE IN   *
007490* THE CHARACTER TABLE.  153W CHECKS THE TRAIL BY THE SAME RULE. *
007491*****************************************************************
007492 4390-CHAIN-AUDIT-RECORD.
007493     ADD 1 TO WS-CHAIN-SEQ
007494     MOVE WS-CHAIN-SEQ TO AUDT-SEQ-NO
007495     MOVE WS-CHAIN-VALUE TO WS-CHAIN-WORK
007496     PERFORM 4395-FOLD-CHAIN-BYTE
007497         VARYING WS-CHAIN-SUB FROM 1 BY 1
007498         UNTIL WS-CHAIN-SUB > 218
007499     MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE
007500     MOVE WS-CHAIN-VALUE TO AUDT-CHAIN-VALUE.
007501*****************************************************************
007502* 4395-FOLD-CHAIN-BYTE -- FOLD ONE BYTE OF THE AUDIT RECORD     *
007503* INTO THE CHECK VALUE.  A CHARACTER MISSING FROM THE TABLE     *
007504* TAKES THE PLACE PAST ITS END.                                 *
007505*****************************************************************
007506 4395-FOLD-CHAIN-BYTE.
007507     MOVE AUDT-RECORD(WS-CHAIN-SUB:1) TO WS-CHAIN-BYTE
007508     MOVE ZEROES TO WS-CHAIN-ORD
007509     INSPECT WS-CHAIN-CHARS TALLYING WS-CHAIN-ORD
007510         FOR CHARACTERS BEFORE INITIAL WS-CHAIN-BYTE
007511     MULTIPLY 31 BY WS-CHAIN-WORK
007512     ADD WS-CHAIN-ORD 1 TO WS-CHAIN-WORK
007513     DIVIDE WS-CHAIN-WORK BY 999999937
007514         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-REM
007515     MOVE WS-CHAIN-REM TO WS-CHAIN-WORK.
007516*****************************************************************
007517* 4400-WRITE-REPOST-GL -- WRITE THE CORRECTED TOTAL BACK TO     *
007518* THE LEDGER AS A LUMP SUM ON THE DEFAULT ACCOUNT, UNDER THE    *
007520* ORIGINAL BUSINESS DATE.  A CORRECTION CARD CARRIES NO         *
007530* DENOMINATION DETAIL, SO IT POSTS THE WAY A REGISTER WITHOUT   *
007540* DETAIL ALWAYS HAS.                                            *
007590     MOVE WS-NEW-TOTAL TO WS-GLAD-AMT
007600     PERFORM 4500-WRITE-GLAD-LINE.
007610*****************************************************************
007620* 4450-END-GLAD-JOURNAL -- BALANCE THE CARD'S JOURNAL TO THE    *
007630* CLEARING ACCOUNT: ONE OFFSET LINE UNDER THE REGISTER'S STORE  *
007640* FOR THE STORE LINES, AND ONE WITH NO STORE FOR THE OVER/SHORT *
007650* LINE WHEN THERE WAS ONE.  THEN FOLD THE JOURNAL INTO THE FILE *
007660* TOTALS AND COUNT IT OUT OF BALANCE IF ITS DEBITS AND CREDITS  *
007670* DIFFER.                                                       *
007680*****************************************************************
007690 4450-END-GLAD-JOURNAL.
007700     IF WS-TRANSIT-ACCOUNT = SPACES
007710         ADD 1 TO WS-JRNL-NO-DT-COUNT
007720     END-IF
007721     MOVE 'O' TO WS-GLAD-TYPE
007722     MOVE WS-TRANSIT-ACCOUNT TO WS-GLAD-ACCOUNT
007723     MOVE WS-CD-STORE (WS-CD-SUB) TO WS-GLAD-STORE
007724     MULTIPLY WS-JRNL-STORE-NET BY -1 GIVING WS-GLAD-AMT
007725     PERFORM 4500-WRITE-GLAD-LINE
007726     IF WS-JRNL-OVRSHT-NET NOT = ZEROES
007727         MOVE SPACES TO WS-GLAD-STORE
007728         MULTIPLY WS-JRNL-OVRSHT-NET BY -1 GIVING WS-GLAD-AMT
007729         PERFORM 4500-WRITE-GLAD-LINE
007730     END-IF
007731     ADD 1 TO WS-JRNL-COUNT
007732     ADD WS-JRNL-DEBIT  TO WS-JRNL-DEBIT-TOTAL
007733     ADD WS-JRNL-CREDIT TO WS-JRNL-CREDIT-TOTAL
007734     IF WS-JRNL-DEBIT NOT = WS-JRNL-CREDIT
007735         ADD 1 TO WS-JRNL-UNBAL-COUNT
007736         DISPLAY 'GL JOURNAL ' WS-JRNL-NO ' IS OUT OF BALANCE'
007737     END-IF.
007738*****************************************************************
007739* 4500-WRITE-GLAD-LINE -- NUMBER AND WRITE ONE LINE OF THE      *
007740* CARD'S JOURNAL UNDER ITS ORIGINAL BUSINESS DATE.  A POSITIVE  *
007741* AMOUNT IS A DEBIT AND A NEGATIVE ONE A CREDIT.  A POSTING     *
007742* LINE IS NETTED ON THE STORE OR THE OVER/SHORT SIDE FOR THE    *
007743* OFFSET.                                                       *
007744*****************************************************************
007745 4500-WRITE-GLAD-LINE.
007746     ADD 1 TO WS-JRNL-LINE-NO
007747     MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE
007748     MOVE WS-GLAD-ACCOUNT TO GL-ACCOUNT
007749     MOVE WS-GLAD-STORE   TO GL-STORE-NO
007750     MOVE WS-GLAD-AMT     TO GL-AMOUNT
007751     MOVE WS-CD-DATE (WS-CD-SUB) TO GL-BUSINESS-DATE
007752     MOVE WS-JRNL-NO      TO GL-JOURNAL-NO
007753     MOVE WS-JRNL-LINE-NO TO GL-LINE-NO
007754     MOVE WS-GLAD-TYPE    TO GL-REC-TYPE
007755     IF WS-GLAD-AMT < ZEROES
007756         MOVE 'C' TO GL-DR-CR
007757         SUBTRACT WS-GLAD-AMT FROM WS-JRNL-CREDIT
007758     ELSE
007759         MOVE 'D' TO GL-DR-CR
007760         ADD WS-GLAD-AMT TO WS-JRNL-DEBIT
007761     END-IF
007762     IF WS-GLAD-TYPE = 'P'
007763         IF WS-GLAD-STORE = SPACES
007764             ADD WS-GLAD-AMT TO WS-JRNL-OVRSHT-NET
007765         ELSE
007766             ADD WS-GLAD-AMT TO WS-JRNL-STORE-NET
007767         END-IF
007768     END-IF
007769     WRITE GL-RECORD
007770     ADD 1 TO WS-GLAD-LINE-COUNT.
007771*****************************************************************
007772* 4600-PRINT-CARD-LINE -- PRINT THE APPLIED CARD ON THE         *
007773* CORRECTION REGISTER.                                          *
007774*****************************************************************
007775 4600-PRINT-CARD-LINE.
007780     PERFORM 3500-CHECK-PAGE-BREAK
007790     MOVE WS-CD-REG-NO (WS-CD-SUB) TO DTL-REG-NO
007800     MOVE WS-CD-DATE (WS-CD-SUB) TO WS-WORK-DATE
007820     MOVE WS-WORK-DATE-FMT TO DTL-BUS-DATE
007830     MOVE WS-CD-FUNCTION (WS-CD-SUB) TO DTL-FUNCTION
007840     MOVE WS-CD-ORIG-TOTAL (WS-CD-SUB) TO DTL-ORIG-TOTAL
007845     MOVE WS-CD-POST-CASHIER (WS-CD-SUB) TO DTL-CASHIER-ID
007850     IF WS-CD-FUNCTION (WS-CD-SUB) = 'C'
007860         MOVE WS-NEW-TOTAL TO DTL-NEW-TOTAL
007870         MOVE 'REVERSED AND REPOSTED' TO DTL-ACTION
008020     ADD 1 TO WS-LINE-CTR.
008030*****************************************************************
008040* 4700-MARK-DUPLICATE-CARD -- MARK ANY LATER CARD FOR THE SAME  *
008050* REGISTER, NIGHT AND DRAWER AS ALREADY REVERSED, NOW THAT THIS *
008060* CARD HAS REVERSED THE POSTING.                                *
008070*****************************************************************
008080 4700-MARK-DUPLICATE-CARD.
008090     IF WS-CD-SUB2 NOT = WS-CD-SUB
008120                 = WS-CD-REG-NO (WS-CD-SUB)
008130             AND WS-CD-DATE (WS-CD-SUB2)
008140                 = WS-CD-DATE (WS-CD-SUB)
008142             AND WS-CD-POST-CASHIER (WS-CD-SUB2)
008144                 = WS-CD-POST-CASHIER (WS-CD-SUB)
008150         MOVE 'V' TO WS-CD-STATE (WS-CD-SUB2)
008160     END-IF.
008170*****************************************************************
008790     MOVE WS-CARD-ERR-COUNT TO CNT-COUNT
008800     WRITE CORL-RECORD FROM WS-RPT-CNT-LINE
008810         AFTER ADVANCING 1 LINE
008820     PERFORM 9100-RELEASE-GLADFILE
008825     CLOSE GLADFILE
008830     CLOSE AUDTFILE
008832     DISPLAY 'AUDIT TRAIL ENDS AT SEQUENCE ' WS-CHAIN-SEQ
008834         ' CHECK VALUE ' WS-CHAIN-VALUE
008840     IF WS-HIST-AVAIL
008850         CLOSE HISTFILE
008860     END-IF
008862     IF WS-CTLM-AVAIL
008864         CLOSE CTLMFILE
008866     END-IF
008870     CLOSE CORLIST
008880     IF WS-ANY-ERROR
008890         MOVE 8 TO RETURN-CODE
008900     END-IF.
008910*****************************************************************
008920* 9100-RELEASE-GLADFILE -- WRITE THE FILE CONTROL RECORD THAT   *
008930* RELEASES GLADFILE TO THE LEDGER, BUT ONLY WHEN EVERY CARD'S   *
008940* NIGHT HAD A CLEARING ACCOUNT AND EVERY JOURNAL BALANCED.      *
008950* OTHERWISE THE FILE IS HELD BACK AND THE RUN ENDS WITH RC 8.   *
008960*****************************************************************
008970 9100-RELEASE-GLADFILE.
008980     MOVE 'GL ADJUSTMENT JOURNALS:   ' TO CNT-LABEL
008990     MOVE WS-JRNL-COUNT TO CNT-COUNT
009000     WRITE CORL-RECORD FROM WS-RPT-CNT-LINE
009010         AFTER ADVANCING 1 LINE
009020     IF WS-JRNL-NO-DT-COUNT > ZEROES
009030         MOVE 'NO DT CLEARING ACCOUNT - GLADFILE NOT RELEASED'
009040             TO NOTE-TEXT
009050         PERFORM 9110-WRITE-RELEASE-FAILURE
009060     ELSE
009070         IF WS-JRNL-UNBAL-COUNT > ZEROES
009080                 OR WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
009090             MOVE 'UNBALANCED JOURNALS - GLADFILE NOT RELEASED'
009100                 TO NOTE-TEXT
009110             PERFORM 9110-WRITE-RELEASE-FAILURE
009120         ELSE
009130             MOVE SPACES               TO GL-RECORD
009140             MOVE WS-COMPANY-CODE      TO GL-COMPANY-CODE
009150             MOVE WS-JRNL-COUNT        TO GL-CTL-JOURNAL-COUNT
009160             MOVE WS-GLAD-LINE-COUNT   TO GL-CTL-LINE-COUNT
009170             MOVE WS-JRNL-DEBIT-TOTAL  TO GL-CTL-DEBIT-TOTAL
009180             MOVE WS-JRNL-CREDIT-TOTAL TO GL-CTL-CREDIT-TOTAL
009190             MOVE 'T'                  TO GL-REC-TYPE
009200             WRITE GL-RECORD
009210         END-IF
009220     END-IF.
009230*****************************************************************
009240* 9110-WRITE-RELEASE-FAILURE -- PRINT WHY GLADFILE WAS HELD     *
009250* BACK AND MARK THE RUN IN ERROR.                               *
009260*****************************************************************
009270 9110-WRITE-RELEASE-FAILURE.
009280     WRITE CORL-RECORD FROM WS-RPT-NOTE-LINE
009290         AFTER ADVANCING 1 LINE
009300     DISPLAY NOTE-TEXT
009310     MOVE 'Y' TO WS-ANY-ERROR-SW.
