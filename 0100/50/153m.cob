000190*           RECORDS WRITTEN PLUS REJECTS AGED OUT.              *
000200*   LEG 4 - NET POSTED OVER/SHORT AGAINST THE GL OVER/SHORT     *
000210*           LINE.                                               *
000212*   LEG 5 - GL JOURNAL DEBITS AGAINST GL JOURNAL CREDITS, WITH  *
000214*           A NOTE WHEN GLIFILE HAS NO CONTROL RECORD OR ITS    *
000216*           TOTALS DO NOT AGREE WITH THE LINES.                 *
000220* EVERY LEG PRINTS BOTH SIDES AND THE DIFFERENCE; ANY LEG OUT   *
000230* OF BALANCE LEAVES RETURN CODE 8.  CORRECTION AND              *
000240* DISPOSITION AUDIT STATUSES (V/C/L/X) ARE NOT SETTLEMENT       *
000300* MODIFICATION HISTORY                                          *
000310*   DATE        INIT  DESCRIPTION                               *
000320*   09/03/2026  DLM   ORIGINAL PROGRAM.                         *
000322*   10/03/2026  DLM   SUSPIN IMAGE GREW TO 76 BYTES WITH THE    *
000324*                     CASHIER ID NOW CARRIED ON SUSPREC.        *
000325*   10/07/2026  DLM   THE RESUBMIT SWITCH NOW COMES FROM THE    *
000326*                     RUN CARD VERSION ON CTLMFILE IN EFFECT ON *
000327*                     THE NIGHT BEING PROVED, SO IT IS LOADED   *
000328*                     ONCE THAT DATE IS KNOWN.  WITHOUT THE     *
000329*                     MASTER PARMFILE IS READ AS BEFORE.        *
000330*   10/09/2026  DLM   GLIFILE NOW CARRIES BALANCED JOURNALS.    *
000331*                     THE GL LEGS FOOT THE POSTING LINES ONLY,  *
000332*                     AND A FIFTH LEG PROVES THE JOURNAL DEBITS *
000333*                     AGAINST THE CREDITS AND THE FILE CONTROL  *
000334*                     RECORD AGAINST BOTH.                      *
000335*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000580     SELECT PARMFILE ASSIGN TO PARMFILE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARMFILE-STATUS.
000601     SELECT CTLMFILE ASSIGN TO CTLMFILE
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS RANDOM
000604         RECORD KEY IS CTLM-SETTING
000605         FILE STATUS IS WS-CTLMFILE-STATUS.
000610     SELECT RUNRFILE ASSIGN TO RUNRFILE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000810 COPY SUSPREC.
000820 FD  SUSPIN
000830     LABEL RECORDS ARE STANDARD.
000840 01  SUSPI-RECORD                PIC X(76).
000850 FD  DATEFILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY BDATREC.
000880 FD  PARMFILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY PARMREC.
000902 FD  CTLMFILE.
000904 COPY CTLMSTR.
000910 FD  RUNRFILE.
000920 COPY RUNRREC.
000930 FD  PRFLIST
001600 77  WS-AUDT-OVRSHT-TOTAL        PIC S9(15) VALUE ZEROES.
001610 77  WS-GL-STORE-TOTAL           PIC S9(15) VALUE ZEROES.
001620 77  WS-GL-OVRSHT-TOTAL          PIC S9(15) VALUE ZEROES.
001621 77  WS-GL-DEBIT-TOTAL           PIC S9(15) VALUE ZEROES.
001622 77  WS-GL-CREDIT-TOTAL          PIC S9(15) VALUE ZEROES.
001623 77  WS-GL-CTL-DEBIT       PIC S9(15) VALUE ZEROES.
001624 77  WS-GL-CTL-CREDIT      PIC S9(15) VALUE ZEROES.
001625 01  WS-GL-CTL-SW                PIC X(01) VALUE 'N'.
001626     88  WS-GL-CTL-SEEN                     VALUE 'Y'.
001630 77  WS-LEG-SIDE-A               PIC S9(15) VALUE ZEROES.
001640 77  WS-LEG-SIDE-B               PIC S9(15) VALUE ZEROES.
001650 77  WS-LEG-DIFFERENCE           PIC S9(15) VALUE ZEROES.
001850 01  WS-SUSPIN-STATUS            PIC X(02).
001860 01  WS-DATEFILE-STATUS          PIC X(02).
001870 01  WS-PARMFILE-STATUS          PIC X(02).
001872 01  WS-CTLMFILE-STATUS          PIC X(02).
001874 77  WS-VERSION-SUB              PIC 9(02) VALUE ZEROES.
001876 77  WS-VERSION-HIT              PIC 9(02) VALUE ZEROES.
001880 01  WS-RUNRFILE-STATUS          PIC X(02).
001890 77  WS-RUN-CYCLE                PIC 9(02) VALUE ZEROES.
001900 77  WS-AUDT-CYCLE               PIC 9(02) VALUE ZEROES.
001990         88  WS-BDAT-FOUND                   VALUE 'Y'.
002000     05  WS-TRL-SEEN-SW           PIC X(01) VALUE 'N'.
002010         88  WS-TRL-SEEN                     VALUE 'Y'.
002012     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
002014         88  WS-VERSION-FOUND                VALUE 'Y'.
002020*****************************************************************
002030* THE PROOF RUNS AFTER 153A, BEFORE THE CALENDAR HAS MOVED ON  *
002040* FOR THE NEXT NIGHT ONLY WHEN 153A FAILED - A CLEAN 153A HAS  *
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE
002130     PERFORM 2000-FOOT-TRANFILE
002135     PERFORM 1200-LOAD-RUN-CARD
002140     PERFORM 2150-LOAD-RUN-CYCLE
002150     PERFORM 2200-FOOT-AUDTFILE
002160     PERFORM 2400-FOOT-GLIFILE
002290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002300     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002310     PERFORM 7100-FORMAT-DATE
002320     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE.
002470*****************************************************************
002480* 2000-FOOT-TRANFILE -- PICK UP THE BATCH HEADER'S BUSINESS     *
002490* DATE AND THE TRAILER'S DETAIL COUNT.  A MISSING TRAILER IS    *
003220                 MOVE BDAT-DATE TO WS-BUSINESS-DATE
003230             END-IF
003240     END-READ.
003241*****************************************************************
003242* 1200-LOAD-RUN-CARD -- THE SAME RUN CARD 153A SETTLED WITH     *
003243* SAYS WHETHER THE PRIOR NIGHT'S SUSPENSE WAS PULLED INTO THE   *
003244* RUN - SUSPIN ONLY COUNTS INTO THE PROOF WHEN IT WAS, OR A     *
003245* STILL-ALLOCATED SUSPENSE FILE WOULD FALSE-FAIL A CLEAN NIGHT. *
003246* THAT IS THE VERSION ON THE SETTINGS MASTER IN EFFECT ON THE   *
003247* NIGHT BEING PROVED, OR THE PARMFILE CARD WHEN THERE IS NO     *
003248* MASTER.                                                       *
003249*****************************************************************
003250 1200-LOAD-RUN-CARD.
003251     OPEN INPUT CTLMFILE
003252     IF WS-CTLMFILE-STATUS = '00'
003253         PERFORM 1210-FIND-RUN-CARD-VERSION
003254         IF WS-VERSION-FOUND
003255             MOVE CTLM-VER-RESUBMIT-SW (WS-VERSION-HIT)
003256                 TO WS-RESUBMIT-SW
003257         END-IF
003258         CLOSE CTLMFILE
003259     ELSE
003260         OPEN INPUT PARMFILE
003261         IF WS-PARMFILE-STATUS = '00'
003262             READ PARMFILE
003263                 AT END
003264                     CONTINUE
003265                 NOT AT END
003266                     MOVE PARM-RESUBMIT-SW TO WS-RESUBMIT-SW
003267             END-READ
003268             CLOSE PARMFILE
003269         END-IF
003270     END-IF.
003271*****************************************************************
003272* 1210-FIND-RUN-CARD-VERSION -- NOTE IN WS-VERSION-HIT THE      *
003273* FIRST RUN CARD VERSION NOT DATED AFTER THE BUSINESS DATE -    *
003274* THE HISTORY RUNS LATEST DATE FIRST, SO THAT IS THE VERSION IN *
003275* EFFECT THAT NIGHT.                                            *
003276*****************************************************************
003277 1210-FIND-RUN-CARD-VERSION.
003278     MOVE 'N' TO WS-VERSION-FOUND-SW
003279     MOVE 'RC' TO CTLM-SETTING
003280     READ CTLMFILE
003281         INVALID KEY
003282             CONTINUE
003283         NOT INVALID KEY
003284             PERFORM 1220-TEST-ONE-VERSION
003285                 VARYING WS-VERSION-SUB FROM 1 BY 1
003286                 UNTIL WS-VERSION-SUB > CTLM-VERSION-COUNT
003287                    OR WS-VERSION-FOUND
003288     END-READ.
003289*****************************************************************
003290* 1220-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY WHEN IT WAS   *
003291* ALREADY IN EFFECT ON THE BUSINESS DATE.                       *
003292*****************************************************************
003293 1220-TEST-ONE-VERSION.
003294     IF CTLM-VER-EFF-DATE (WS-VERSION-SUB) NOT > WS-BUSINESS-DATE
003295         MOVE 'Y' TO WS-VERSION-FOUND-SW
003296         MOVE WS-VERSION-SUB TO WS-VERSION-HIT
003297     END-IF.
003298*****************************************************************
003299* 2100-WRITE-REPORT-HEADER -- PRINT THE ONE-PAGE HEADING.       *
003300*****************************************************************
003301 2100-WRITE-REPORT-HEADER.
003302     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
003303     WRITE PRFL-RECORD FROM WS-RPT-HDR1-LINE
003310         AFTER ADVANCING PAGE
003320     WRITE PRFL-RECORD FROM WS-RPT-HDR2-LINE
003330         AFTER ADVANCING 1 LINE
004060     END-READ.
004070*****************************************************************
004080* 2400-FOOT-GLIFILE -- FOOT THE GL EXTRACT: STORE LINES ON ONE  *
004090* SIDE, THE OVER/SHORT LINE (NO STORE NUMBER) ON THE OTHER, AND *
004095* EVERY JOURNAL LINE INTO THE DEBIT OR CREDIT TOTAL.            *
004100*****************************************************************
004110 2400-FOOT-GLIFILE.
004120     OPEN INPUT GLIFILE
004210     CLOSE GLIFILE.
004220*****************************************************************
004230* 2410-FOOT-ONE-GL-RECORD -- FOLD ONE GL EXTRACT LINE INTO THE  *
004240* PROOF ACCUMULATORS.  ONLY POSTING LINES ENTER LEGS 2 AND 4;   *
004250* THE OFFSET LINES TO THE CLEARING ACCOUNT BALANCE THEM.  THE   *
004260* CONTROL RECORD'S TOTALS ARE KEPT FOR LEG 5.                   *
004270*****************************************************************
004280 2410-FOOT-ONE-GL-RECORD.
004290     READ GLIFILE
004300         AT END
004310             MOVE 'Y' TO WS-EOF-SW
004320         NOT AT END
004330             IF GL-CONTROL-REC
004340                 MOVE 'Y' TO WS-GL-CTL-SW
004350                 MOVE GL-CTL-DEBIT-TOTAL  TO WS-GL-CTL-DEBIT
004360                 MOVE GL-CTL-CREDIT-TOTAL TO WS-GL-CTL-CREDIT
004361             ELSE
004362                 IF GL-POSTING-LINE
004363                     IF GL-STORE-NO = SPACES
004364                         ADD GL-AMOUNT TO WS-GL-OVRSHT-TOTAL
004365                     ELSE
004366                         ADD GL-AMOUNT TO WS-GL-STORE-TOTAL
004367                     END-IF
004368                 END-IF
004369                 IF GL-AMOUNT < ZEROES
004370                     SUBTRACT GL-AMOUNT FROM WS-GL-CREDIT-TOTAL
004371                 ELSE
004372                     ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
004373                 END-IF
004374             END-IF
004375     END-READ.
004376*****************************************************************
004380* 2600-COUNT-SUSPENSE-FILES -- COUNT TONIGHT'S SUSPENSE OUTPUT  *
004390* AND, ONLY WHEN THE RUN CARD ASKED FOR RESUBMISSION, THE       *
004400* PRIOR NIGHT'S SUSPENSE RECORDS THE RUN PULLED - THEY SETTLED  *
004830             ADD 1 TO WS-SUSPIN-COUNT
004840     END-READ.
004850*****************************************************************
004860* 3000-PRINT-PROOF -- PRINT THE FIVE LEGS, EACH WITH BOTH       *
004870* SIDES, THE DIFFERENCE, AND THE VERDICT, AND THE GO/NO-GO      *
004880* LINE AT THE BOTTOM.                                           *
004890*****************************************************************
005170     MOVE WS-AUDT-OVRSHT-TOTAL TO WS-LEG-SIDE-A
005180     MOVE WS-GL-OVRSHT-TOTAL   TO WS-LEG-SIDE-B
005190     PERFORM 3100-PRINT-ONE-LEG
005200     MOVE 'GL JOURNAL DEBITS VS GL JOURNAL CREDITS'
005201         TO LEG-DESC
005202     MOVE WS-GL-DEBIT-TOTAL  TO WS-LEG-SIDE-A
005203     MOVE WS-GL-CREDIT-TOTAL TO WS-LEG-SIDE-B
005204     PERFORM 3100-PRINT-ONE-LEG
005205     IF NOT WS-GL-CTL-SEEN
005206         MOVE 'GLIFILE HAS NO CONTROL RECORD -' TO NOTE-TEXT
005207         MOVE ' 153A DID NOT RELEASE IT' TO NOTE-TEXT(32:24)
005208         WRITE PRFL-RECORD FROM WS-RPT-NOTE-LINE
005209             AFTER ADVANCING 1 LINE
005210         ADD 1 TO WS-LEGS-OUT
005211     ELSE
005212         IF WS-GL-CTL-DEBIT NOT = WS-GL-DEBIT-TOTAL
005213                 OR WS-GL-CTL-CREDIT NOT = WS-GL-CREDIT-TOTAL
005214             MOVE 'GLIFILE CONTROL RECORD TOTALS DO NOT AGREE'
005215                 TO NOTE-TEXT
005216             MOVE ' WITH ITS LINES' TO NOTE-TEXT(43:15)
005217             WRITE PRFL-RECORD FROM WS-RPT-NOTE-LINE
005218                 AFTER ADVANCING 1 LINE
005219             ADD 1 TO WS-LEGS-OUT
005220         END-IF
005221     END-IF
005222     IF WS-LEGS-OUT = ZEROES
005223         MOVE 'NIGHT IS IN BALANCE - RELEASE THE LEDGER JOB'
005224             TO VER-TEXT
005230     ELSE
005240         MOVE '** NIGHT IS OUT OF BALANCE - DO NOT RELEASE **'
005250             TO VER-TEXT
