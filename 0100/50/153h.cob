000300* MODIFICATION HISTORY                                          *
000310*   DATE        INIT  DESCRIPTION                               *
000320*   09/02/2026  DLM   ORIGINAL PROGRAM.                         *
000322*   10/02/2026  DLM   HELD-DUPLICATE AUDIT RECORDS CARRY ZERO   *
000324*                     IN THE AUDTREC FLOAT FIELDS.              *
000325*   10/03/2026  DLM   HELD AND TRANFILE IMAGES GREW TO 34 BYTES *
000326*                     WITH THE CASHIER ID ON TRANREC.  A CARD   *
000327*                     MAY NAME THE CASHIER WHOSE DRAWER IT      *
000328*                     MEANS, A 'P' RELEASE REPLACES ONLY THE    *
000329*                     PASSED DRAWER OF THE SAME CASHIER, AND    *
000330*                     THE CASHIER PRINTS ON THE REGISTER AND IS *
000331*                     CARRIED ON THE AUDIT RECORD.              *
000332*   10/06/2026  DLM   EVERY AUDIT RECORD IS NOW NUMBERED AND    *
000333*                     SEALED WITH A CHECK VALUE CHAINED FROM    *
000334*                     THE LAST RECORD ON THE TRAIL, FOR 153W TO *
000335*                     VERIFY.                                   *
000336*   10/07/2026  DLM   THE OPERATOR ID NOW COMES FROM THE RUN    *
000337*                     CARD VERSION ON CTLMFILE IN EFFECT ON THE *
000338*                     BUSINESS DATE, SO THE CALENDAR IS NOW     *
000339*                     LOADED FIRST.  WITHOUT THE MASTER         *
000340*                     PARMFILE IS READ AS BEFORE.               *
000341*****************************************************************
000342 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000530     SELECT PARMFILE ASSIGN TO PARMFILE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARMFILE-STATUS.
000551     SELECT CTLMFILE ASSIGN TO CTLMFILE
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS RANDOM
000554         RECORD KEY IS CTLM-SETTING
000555         FILE STATUS IS WS-CTLMFILE-STATUS.
000560     SELECT AUDTFILE ASSIGN TO AUDTFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDTFILE-STATUS.
000680 COPY DISPREC.
000690 FD  HELDFILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  HELD-RECORD                 PIC X(34).
000720 FD  HELDNEW
000730     LABEL RECORDS ARE STANDARD.
000740 01  HELDN-RECORD                PIC X(34).
000750 FD  TRANIN
000760     LABEL RECORDS ARE STANDARD.
000770 COPY TRANREC.
000780 FD  TRANOUT
000790     LABEL RECORDS ARE STANDARD.
000800 01  TRANO-RECORD                PIC X(34).
000810 FD  PARMFILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY PARMREC.
000832 FD  CTLMFILE.
000834 COPY CTLMSTR.
000840 FD  AUDTFILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY AUDTREC.
001040     05  WS-HELD-A-AMT-X         PIC X(10).
001050     05  WS-HELD-B-SIGN          PIC X(01).
001060     05  WS-HELD-B-AMT-X         PIC X(10).
001065     05  WS-HELD-CASHIER-ID      PIC X(06).
001070*****************************************************************
001080* REPORT LINE WORK AREAS                                        *
001090*****************************************************************
001280     05  FILLER                  PIC X(11) VALUE 'RAW B      '.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  FILLER                  PIC X(11) VALUE 'DISPOSITION'.
001302     05  FILLER                  PIC X(21) VALUE SPACES.
001304     05  FILLER                  PIC X(07) VALUE 'CASHIER'.
001310 01  WS-RPT-DTL-LINE.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  DTL-REG-NO               PIC X(05).
001380     05  DTL-AMT-B-RAW            PIC X(11).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  DTL-ACTION               PIC X(30).
001402     05  FILLER                  PIC X(02) VALUE SPACES.
001404     05  DTL-CASHIER-ID           PIC X(06).
001410 01  WS-RPT-ERR-LINE.
001420     05  FILLER                  PIC X(05) VALUE SPACES.
001430     05  FILLER                  PIC X(09) VALUE '*** ERROR'.
001580         10  WS-CARD-FUNCTION     PIC X(01).
001590         10  WS-CARD-REG-NO       PIC X(05).
001600         10  WS-CARD-SEQ          PIC 9(02).
001605         10  WS-CARD-CASHIER-ID   PIC X(06).
001610         10  WS-CARD-USED-SW      PIC X(01).
001620 77  WS-CARD-COUNT                PIC 9(03) VALUE ZEROES.
001630 77  WS-CARD-SUB                  PIC 9(03) VALUE ZEROES.
001730     05  WS-RELG-ENTRY OCCURS 50 TIMES.
001740         10  WS-RELG-REG-NO       PIC X(05).
001750         10  WS-RELG-MODE         PIC X(01).
001755         10  WS-RELG-CASHIER-ID   PIC X(06).
001760         10  WS-RELG-USED-SW      PIC X(01).
001770         10  WS-RELG-START        PIC 9(03).
001780         10  WS-RELG-COUNT        PIC 9(03).
001810 77  WS-RELG-SLOT                 PIC 9(03) VALUE ZEROES.
001820 01  WS-RELR-TABLE.
001830     05  WS-RELR-IMAGE OCCURS 300 TIMES
001840                                 PIC X(34).
001850 77  WS-RELR-CTR                  PIC 9(03) VALUE ZEROES.
001860 77  WS-RELR-SUB                  PIC 9(03) VALUE ZEROES.
001870 77  WS-RELR-END                  PIC 9(03) VALUE ZEROES.
002150 77  WS-IN-HASH                   PIC 9(15) VALUE ZEROES.
002160 77  WS-TRL-EXP-COUNT             PIC 9(07) VALUE ZEROES.
002170 77  WS-TRL-EXP-HASH              PIC 9(15) VALUE ZEROES.
002180 01  WS-OLD-TRAILER               PIC X(34).
002190 01  WS-NEW-TRAILER.
002200     05  WS-NTRL-TYPE             PIC X(01).
002210     05  FILLER                   PIC X(05).
002220     05  WS-NTRL-COUNT            PIC 9(07).
002230     05  WS-NTRL-HASH             PIC 9(15).
002235     05  FILLER                   PIC X(06).
002240 01  WS-SKIP-REG                  PIC X(05) VALUE SPACES.
002250 01  WS-GROUP-ROUTE               PIC X(01) VALUE SPACE.
002260     88  WS-ROUTE-RELEASE                     VALUE 'L'.
002500 01  WS-HELDFILE-STATUS           PIC X(02).
002510 01  WS-TRANIN-STATUS             PIC X(02).
002520 01  WS-PARMFILE-STATUS           PIC X(02).
002522 01  WS-CTLMFILE-STATUS           PIC X(02).
002524 77  WS-VERSION-SUB               PIC 9(02) VALUE ZEROES.
002526 77  WS-VERSION-HIT               PIC 9(02) VALUE ZEROES.
002530 01  WS-AUDTFILE-STATUS           PIC X(02).
002540 01  WS-DATEFILE-STATUS           PIC X(02).
002550 01  WS-AUDT-ACTION               PIC X(01).
002560 01  WS-ACTION-TEXT               PIC X(30).
002561* AUDIT CHAIN WORK AREAS - THE LAST SEQUENCE NUMBER AND CHECK
002562* VALUE ON AUDTFILE, AND THE CHARACTER TABLE WHOSE PLACES ARE
002563* FOLDED INTO EACH RECORD'S CHECK VALUE.  153W HOLDS THE SAME
002564* TABLE AND RULE - KEEP THEM IN STEP.
002565 77  WS-CHAIN-SEQ                 PIC 9(09) VALUE ZEROES.
002566 77  WS-CHAIN-VALUE               PIC 9(09) VALUE ZEROES.
002567 77  WS-CHAIN-WORK                PIC 9(11) VALUE ZEROES.
002568 77  WS-CHAIN-QUOT                PIC 9(03) VALUE ZEROES.
002569 77  WS-CHAIN-REM                 PIC 9(09) VALUE ZEROES.
002570 77  WS-CHAIN-ORD                 PIC 9(03) VALUE ZEROES.
002571 77  WS-CHAIN-SUB                 PIC 9(03) VALUE ZEROES.
002572 01  WS-CHAIN-BYTE                PIC X(01).
002573 01  WS-CHAIN-CHARS.
002574     05  FILLER                   PIC X(32)
002575             VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
002576     05  FILLER                   PIC X(32)
002577             VALUE '56789abcdefghijklmnopqrstuvwxyz.'.
002578     05  FILLER                   PIC X(31)
002579             VALUE ',-/()*&+$#@%:;''"=<>?!_{}[]|\^`~'.
002580 01  WS-SWITCHES.
002581     05  WS-HELD-EOF-SW           PIC X(01) VALUE 'N'.
002590         88  WS-HELD-EOF                     VALUE 'Y'.
002600     05  WS-DISP-EOF-SW           PIC X(01) VALUE 'N'.
002610         88  WS-DISP-EOF                     VALUE 'Y'.
002750         88  WS-TRL-BAD                      VALUE 'Y'.
002760     05  WS-INCTL-FAIL-SW         PIC X(01) VALUE 'N'.
002770         88  WS-INCTL-FAIL                   VALUE 'Y'.
002772     05  WS-AUDT-EOF-SW           PIC X(01) VALUE 'N'.
002774         88  WS-AUDT-EOF                     VALUE 'Y'.
002776     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
002778         88  WS-VERSION-FOUND                VALUE 'Y'.
002780*****************************************************************
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE.
003050     MOVE '/' TO WS-REPORT-DATE(6:1)
003060     MOVE WS-CUR-CCYY TO WS-REPORT-DATE(7:4)
003070     MOVE 'BATCH   ' TO WS-OPERATOR-ID
003080     PERFORM 1100-LOAD-BUSINESS-DATE
003090     PERFORM 1150-LOAD-RUN-CARD
003190     PERFORM 1200-LOAD-DECISION-CARDS
003200     OPEN INPUT TRANIN
003210     IF WS-TRANIN-STATUS NOT = '00'
003250     END-IF
003260     OPEN OUTPUT TRANOUT
003270     OPEN OUTPUT HELDNEW
003280     PERFORM 1300-FIND-AUDIT-TAIL
003285     OPEN EXTEND AUDTFILE
003290     IF WS-AUDTFILE-STATUS NOT = '00'
003300         OPEN OUTPUT AUDTFILE
003310     END-IF
003800                 MOVE BDAT-DATE TO WS-BUSINESS-DATE
003810             END-IF
003820     END-READ.
003821*****************************************************************
003822* 1150-LOAD-RUN-CARD -- PICK UP THE OPERATOR FROM THE RUN CARD  *
003823* VERSION IN EFFECT ON THE BUSINESS DATE ON THE SETTINGS        *
003824* MASTER, OR FROM PARMFILE WHEN THERE IS NO MASTER.  WITH       *
003825* NEITHER THE OPERATOR STAYS 'BATCH'.                           *
003826*****************************************************************
003827 1150-LOAD-RUN-CARD.
003828     OPEN INPUT CTLMFILE
003829     IF WS-CTLMFILE-STATUS = '00'
003830         PERFORM 1160-FIND-RUN-CARD-VERSION
003831         IF WS-VERSION-FOUND
003832             MOVE CTLM-VER-OPERATOR-ID (WS-VERSION-HIT)
003833                 TO WS-OPERATOR-ID
003834         END-IF
003835         CLOSE CTLMFILE
003836     ELSE
003837         OPEN INPUT PARMFILE
003838         IF WS-PARMFILE-STATUS = '00'
003839             READ PARMFILE
003840                 AT END
003841                     CONTINUE
003842                 NOT AT END
003843                     MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
003844             END-READ
003845             CLOSE PARMFILE
003846         END-IF
003847     END-IF.
003848*****************************************************************
003849* 1160-FIND-RUN-CARD-VERSION -- NOTE IN WS-VERSION-HIT THE      *
003850* FIRST RUN CARD VERSION NOT DATED AFTER THE BUSINESS DATE -    *
003851* THE HISTORY RUNS LATEST DATE FIRST, SO THAT IS THE VERSION IN *
003852* EFFECT THAT NIGHT.                                            *
003853*****************************************************************
003854 1160-FIND-RUN-CARD-VERSION.
003855     MOVE 'N' TO WS-VERSION-FOUND-SW
003856     MOVE 'RC' TO CTLM-SETTING
003857     READ CTLMFILE
003858         INVALID KEY
003859             CONTINUE
003860         NOT INVALID KEY
003861             PERFORM 1170-TEST-ONE-VERSION
003862                 VARYING WS-VERSION-SUB FROM 1 BY 1
003863                 UNTIL WS-VERSION-SUB > CTLM-VERSION-COUNT
003864                    OR WS-VERSION-FOUND
003865     END-READ.
003866*****************************************************************
003867* 1170-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY WHEN IT WAS   *
003868* ALREADY IN EFFECT ON THE BUSINESS DATE.                       *
003869*****************************************************************
003870 1170-TEST-ONE-VERSION.
003871     IF CTLM-VER-EFF-DATE (WS-VERSION-SUB) NOT > WS-BUSINESS-DATE
003872         MOVE 'Y' TO WS-VERSION-FOUND-SW
003873         MOVE WS-VERSION-SUB TO WS-VERSION-HIT
003874     END-IF.
003875*****************************************************************
003876* 1200-LOAD-DECISION-CARDS -- HOLD THE WHOLE CARD DECK IN THE   *
003877* DECISION TABLE.  A MISSING DECK MEANS EVERY HELD GROUP        *
003878* CARRIES FORWARD.                                              *
003879*****************************************************************
003880 1200-LOAD-DECISION-CARDS.
003890     OPEN INPUT DISPFILE
003900     IF WS-DISPFILE-STATUS NOT = '00'
004200                     TO WS-CARD-FUNCTION (WS-CARD-COUNT)
004210                 MOVE DISP-REG-NO
004220                     TO WS-CARD-REG-NO (WS-CARD-COUNT)
004230                 MOVE DISP-CASHIER-ID
004240                     TO WS-CARD-CASHIER-ID (WS-CARD-COUNT)
004250* A CARD THAT NAMES THE CASHIER BUT NO SEQUENCE TAKES THE FIRST
004260* HELD APPEARANCE OF THAT CASHIER'S DRAWER, WHATEVER ITS NUMBER.
004270                 IF DISP-SEQ IS NUMERIC AND DISP-SEQ NOT = '00'
004280                     MOVE DISP-SEQ
004281                         TO WS-CARD-SEQ (WS-CARD-COUNT)
004282                 ELSE
004283                     IF DISP-CASHIER-ID NOT = SPACES
004284                         MOVE ZEROES
004286                             TO WS-CARD-SEQ (WS-CARD-COUNT)
004288                     ELSE
004290                         MOVE 01 TO WS-CARD-SEQ (WS-CARD-COUNT)
004292                     END-IF
004294                 END-IF
004296                 MOVE 'N' TO WS-CARD-USED-SW (WS-CARD-COUNT)
004300             ELSE
004310                 DISPLAY 'DISPFILE HAS MORE THAN 100 CARDS'
004320                 DISPLAY '153H TERMINATING - DECK NOT USABLE'
004360             END-IF
004370     END-READ.
004380*****************************************************************
004381* 1300-FIND-AUDIT-TAIL -- READ THE AUDIT TRAIL THROUGH TO PICK  *
004382* UP THE LAST SEQUENCE NUMBER AND CHECK VALUE ON IT, SO THIS    *
004383* RUN'S RECORDS CONTINUE THE CHAIN.  NO TRAIL YET STARTS IT.    *
004384*****************************************************************
004385 1300-FIND-AUDIT-TAIL.
004386     OPEN INPUT AUDTFILE
004387     IF WS-AUDTFILE-STATUS = '00'
004388         PERFORM 1310-READ-AUDIT-TAIL
004389             UNTIL WS-AUDT-EOF
004390         CLOSE AUDTFILE
004391     END-IF.
004392*****************************************************************
004393* 1310-READ-AUDIT-TAIL -- NOTE THE SEQUENCE NUMBER AND CHECK    *
004394* VALUE OF ONE AUDIT RECORD.  A RECORD FROM BEFORE THE TRAIL    *
004395* WAS CHAINED READS BLANK THERE AND IS PASSED OVER.             *
004396*****************************************************************
004397 1310-READ-AUDIT-TAIL.
004398     READ AUDTFILE
004399         AT END
004400             MOVE 'Y' TO WS-AUDT-EOF-SW
004401         NOT AT END
004402             IF AUDT-SEQ-NO IS NUMERIC
004403                     AND AUDT-CHAIN-VALUE IS NUMERIC
004404                 MOVE AUDT-SEQ-NO      TO WS-CHAIN-SEQ
004405                 MOVE AUDT-CHAIN-VALUE TO WS-CHAIN-VALUE
004406             END-IF
004407     END-READ.
004408*****************************************************************
004409* 2000-DISPOSE-ONE-GROUP -- DECIDE ONE HELD GROUP (A 'D'        *
004410* RECORD AND ITS 'C' RECORDS), ROUTE ITS RECORDS, PRINT ITS     *
004411* REGISTER LINE, AND LEAVE THE NEXT GROUP'S FIRST RECORD IN     *
004420* HAND.  A STRAY RECORD THAT IS NOT A GROUP START CARRIES       *
004430* FORWARD UNTOUCHED.                                            *
004440*****************************************************************
005460     END-IF.
005470*****************************************************************
005480* 2400-FIND-DECISION-CARD -- NOTE THE FIRST UNUSED CARD THAT    *
005490* NAMES THE REGISTER AND APPEARANCE IN HAND.  A CARD THAT ALSO  *
005500* NAMES A CASHIER MATCHES ONLY THAT CASHIER'S DRAWER.           *
005510*****************************************************************
005520 2400-FIND-DECISION-CARD.
005530     IF WS-CARD-SLOT = ZEROES
005540             AND WS-CARD-USED-SW (WS-CARD-SUB) = 'N'
005550             AND WS-CARD-REG-NO (WS-CARD-SUB) = WS-HELD-REG-NO
005560             AND (WS-CARD-SEQ (WS-CARD-SUB) = WS-HELD-SEQ-NO
005570               OR WS-CARD-SEQ (WS-CARD-SUB) = ZEROES)
005571             AND (WS-CARD-CASHIER-ID (WS-CARD-SUB) = SPACES
005572               OR WS-CARD-CASHIER-ID (WS-CARD-SUB)
005573                      = WS-HELD-CASHIER-ID)
005574         MOVE WS-CARD-SUB TO WS-CARD-SLOT
005575     END-IF.
005580*****************************************************************
005590* 2500-START-RELEASE-GROUP -- OPEN A RELEASE TABLE ENTRY FOR    *
005600* THE GROUP IN HAND.  OVERFULL RELEASE TABLES ABEND RATHER      *
005700     ADD 1 TO WS-RELG-CTR
005710     MOVE WS-RELG-CTR TO WS-RELG-SLOT
005720     MOVE WS-HELD-REG-NO TO WS-RELG-REG-NO (WS-RELG-SLOT)
005722     MOVE WS-HELD-CASHIER-ID
005724         TO WS-RELG-CASHIER-ID (WS-RELG-SLOT)
005730     MOVE WS-CARD-FUNCTION (WS-CARD-SLOT)
005740         TO WS-RELG-MODE (WS-RELG-SLOT)
005750     MOVE 'N' TO WS-RELG-USED-SW (WS-RELG-SLOT)
007050     MOVE WS-HELD-B-SIGN TO DTL-AMT-B-RAW(1:1)
007060     MOVE WS-HELD-B-AMT-X TO DTL-AMT-B-RAW(2:10)
007070     MOVE WS-ACTION-TEXT TO DTL-ACTION
007075     MOVE WS-HELD-CASHIER-ID TO DTL-CASHIER-ID
007080     WRITE DSPL-RECORD FROM WS-RPT-DTL-LINE
007090         AFTER ADVANCING 1 LINE
007100     ADD 1 TO WS-LINE-CTR.
007110*****************************************************************
007120* 3200-FIND-REPLACE-GROUP -- NOTE THE FIRST UNUSED 'P' RELEASE  *
007130* GROUP FOR THE TRANFILE DRAWER IN HAND - SAME REGISTER, SAME   *
007140* CASHIER - IF ONE EXISTS.                                      *
007150*****************************************************************
007160 3200-FIND-REPLACE-GROUP.
007170     IF WS-RELG-SLOT = ZEROES
007180             AND WS-RELG-USED-SW (WS-RELG-SUB) = 'N'
007190             AND WS-RELG-MODE (WS-RELG-SUB) = 'P'
007200             AND WS-RELG-REG-NO (WS-RELG-SUB) = TRAN-REG-NO
007210             AND WS-RELG-CASHIER-ID (WS-RELG-SUB)
007211                     = TRAN-CASHIER-ID
007212         MOVE WS-RELG-SUB TO WS-RELG-SLOT
007214     END-IF.
007220*****************************************************************
007230* 3300-WRITE-AUDIT-LINE -- APPEND AN AUDIT RECORD FOR THE HELD  *
007240* GROUP IN HAND, UNDER THE BUSINESS DATE 153A WILL SETTLE, SO   *
007290     MOVE WS-CURRENT-TIME  TO AUDT-RUN-TIME
007300     MOVE WS-OPERATOR-ID   TO AUDT-OPERATOR-ID
007310     MOVE WS-HELD-REG-NO   TO AUDT-REG-NO
007315     MOVE WS-HELD-CASHIER-ID TO AUDT-CASHIER-ID
007320     MOVE SPACES           TO AUDT-STORE-NO
007330     MOVE WS-AUDT-ACTION   TO AUDT-STATUS
007340     MOVE WS-HELD-A-SIGN   TO AUDT-AMT-A-RAW(1:1)
007460     MOVE ZEROES           TO AUDT-CREDIT-AMT
007470     MOVE ZEROES           TO AUDT-RERUN-CYCLE
007480     MOVE WS-ACTION-TEXT   TO AUDT-MESSAGE
007482     MOVE ZEROES           TO AUDT-FLOAT-KEPT
007484     MOVE ZEROES           TO AUDT-FLOAT-SHORT
007490     PERFORM 3310-CHAIN-AUDIT-RECORD
007491     WRITE AUDT-RECORD.
007492*****************************************************************
007493* 3310-CHAIN-AUDIT-RECORD -- NUMBER THE AUDIT RECORD IN HAND AS *
007494* THE NEXT ON THE TRAIL AND SEAL IT.  STARTING FROM THE PRIOR   *
007495* RECORD'S CHECK VALUE, EVERY BYTE AHEAD OF THE CHECK VALUE -   *
007496* THE SEQUENCE NUMBER INCLUDED - IS FOLDED IN BY ITS PLACE IN   *
007497* THE CHARACTER TABLE.  153W CHECKS THE TRAIL BY THE SAME RULE. *
007498*****************************************************************
007499 3310-CHAIN-AUDIT-RECORD.
007500     ADD 1 TO WS-CHAIN-SEQ
007501     MOVE WS-CHAIN-SEQ TO AUDT-SEQ-NO
007502     MOVE WS-CHAIN-VALUE TO WS-CHAIN-WORK
007503     PERFORM 3320-FOLD-CHAIN-BYTE
007504         VARYING WS-CHAIN-SUB FROM 1 BY 1
007505         UNTIL WS-CHAIN-SUB > 218
007506     MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE
007507     MOVE WS-CHAIN-VALUE TO AUDT-CHAIN-VALUE.
007508*****************************************************************
007509* 3320-FOLD-CHAIN-BYTE -- FOLD ONE BYTE OF THE AUDIT RECORD     *
007510* INTO THE CHECK VALUE.  A CHARACTER MISSING FROM THE TABLE     *
007511* TAKES THE PLACE PAST ITS END.                                 *
007512*****************************************************************
007513 3320-FOLD-CHAIN-BYTE.
007514     MOVE AUDT-RECORD(WS-CHAIN-SUB:1) TO WS-CHAIN-BYTE
007515     MOVE ZEROES TO WS-CHAIN-ORD
007516     INSPECT WS-CHAIN-CHARS TALLYING WS-CHAIN-ORD
007517         FOR CHARACTERS BEFORE INITIAL WS-CHAIN-BYTE
007518     MULTIPLY 31 BY WS-CHAIN-WORK
007519     ADD WS-CHAIN-ORD 1 TO WS-CHAIN-WORK
007520     DIVIDE WS-CHAIN-WORK BY 999999937
007521         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-REM
007522     MOVE WS-CHAIN-REM TO WS-CHAIN-WORK.
007523*****************************************************************
007524* 3400-COPY-TRAN-RECORD -- PASS THE TRANFILE RECORD IN HAND     *
007525* THROUGH TO TRANOUT, FOOTING A DETAIL RECORD INTO THE NEW      *
007530* TRAILER CONTROLS.                                             *
007540*****************************************************************
007550 3400-COPY-TRAN-RECORD.
009710     CLOSE TRANIN
009720     CLOSE TRANOUT
009730     CLOSE AUDTFILE
009732     DISPLAY 'AUDIT TRAIL ENDS AT SEQUENCE ' WS-CHAIN-SEQ
009734         ' CHECK VALUE ' WS-CHAIN-VALUE
009740     CLOSE DSPLIST
009750     IF WS-CARD-ERROR OR WS-INCTL-FAIL
009760         MOVE 8 TO RETURN-CODE
