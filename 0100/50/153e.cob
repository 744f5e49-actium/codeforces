000230*       BEFORE THE CARD'S CUTOFF MOVE TO THE DATED ARCHIVE      *
000240*       FILE (ARCHFILE); THE REST ARE REWRITTEN TO AUDTNEW,     *
000250*       WHICH THE JOB SWAPS IN AS THE LIVE AUDTFILE, SO THE     *
000260*       NIGHTLY RESTART RE-READ STAYS FAST.  THE AUDIT CHAIN    *
000261*       IS CARRIED ACROSS THE CUT: EACH FILE OPENS WITH A 'Z'   *
000262*       CARRY RECORD NAMING WHERE ITS CHAIN RESUMES (THE        *
000263*       ARCHIVE TAKES THE OLD LIVE FILE'S), AND A RECORD FILED  *
000264*       ON ONE SIDE OF THE CUT LEAVES AN 'S' STUB IN ITS PLACE  *
000265*       ON THE OTHER, SO 153W VERIFIES EITHER FILE ALONE OR THE *
000266*       TWO END TO END.                                         *
000270*****************************************************************
000280* MODIFICATION HISTORY                                          *
000290*   DATE        INIT  DESCRIPTION                               *
000309*                     FOR HELD-DUPLICATE DISPOSITIONS, AND THE  *
000310*                     'V' REVERSED AND 'C' CORRECTED STATUSES   *
000311*                     153J WRITES FOR CORRECTIONS.              *
000312*   10/02/2026  DLM   ARCHIVE/NEW-LIVE RECORD IMAGES GREW TO    *
000313*                     203 BYTES WITH THE FLOAT NETTED AND THE   *
000314*                     FLOAT SHORTFALL NOW CARRIED ON AUDTREC.   *
000316*   10/03/2026  DLM   ARCHIVE/NEW-LIVE RECORD IMAGES GREW TO    *
000317*                     209 BYTES WITH THE CASHIER ID NOW         *
000318*                     CARRIED ON AUDTREC.                       *
000320*   10/05/2026  DLM   THE INQUIRY NOW FORMATS THE 'K' RETURNED, *
000322*                     'Y' RECOVERED, AND 'W' WRITTEN-OFF        *
000324*                     STATUSES 153U WRITES FOR RETURNED CHECKS. *
000325*   10/06/2026  DLM   ARCHIVE/NEW-LIVE RECORD IMAGES GREW TO    *
000326*                     227 BYTES WITH THE AUDIT SEQUENCE NUMBER  *
000327*                     AND CHECK VALUE.  THE ARCHIVE NOW CARRIES *
000328*                     THE AUDIT CHAIN ACROSS THE CUT WITH CARRY *
000329*                     RECORDS AND STUBS, AND THE INQUIRY PRINTS *
000330*                     EACH RECORD'S SEQUENCE NUMBER.            *
000331*****************************************************************
000332 ENVIRONMENT DIVISION.
000333 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000630*****************************************************************
000640 FD  ARCHFILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  ARCH-RECORD                 PIC X(227).
000670 FD  AUDTNEW
000680     LABEL RECORDS ARE STANDARD.
000690 01  AUDN-RECORD                 PIC X(227).
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000720* REPORT LINE WORK AREAS                                        *
001100     05  FILLER                  PIC X(12) VALUE '       TOTAL'.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  FILLER                  PIC X(07) VALUE 'MESSAGE'.
001122     05  FILLER                  PIC X(35) VALUE SPACES.
001124     05  FILLER                  PIC X(09) VALUE '   SEQ NO'.
001130 01  WS-RPT-DTL-LINE.
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DTL-RUN-DATE             PIC X(10).
001290     05  DTL-TOTAL                PIC -Z(9)9.
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  DTL-MESSAGE              PIC X(40).
001312     05  FILLER                  PIC X(02) VALUE SPACES.
001314     05  DTL-SEQ-NO               PIC Z(08)9.
001316     05  DTL-SEQ-NO-X REDEFINES DTL-SEQ-NO
001318                                  PIC X(09).
001320 01  WS-RPT-CNT-LINE.
001330     05  FILLER                  PIC X(05) VALUE SPACES.
001340     05  CNT-LABEL                PIC X(26).
001580 77  WS-SELECT-COUNT             PIC 9(07) VALUE ZEROES.
001590 77  WS-ARCHIVE-COUNT            PIC 9(07) VALUE ZEROES.
001600 77  WS-KEEP-COUNT               PIC 9(07) VALUE ZEROES.
001601 77  WS-STUB-COUNT               PIC 9(07) VALUE ZEROES.
001602*****************************************************************
001603* AUDIT CHAIN CARRY WORK AREAS - THE SEQUENCE NUMBER AND CHECK  *
001604* VALUE THE NEW LIVE FILE'S CHAIN RESUMES AFTER, AND THE RECORD *
001605* IN HAND WHILE ITS CARRY RECORD IS BUILT.                      *
001606*****************************************************************
001607 77  WS-CARRY-SEQ                PIC 9(09) VALUE ZEROES.
001608 77  WS-CARRY-VALUE              PIC 9(09) VALUE ZEROES.
001609 01  WS-STUB-MESSAGE             PIC X(40).
001610 01  WS-AUDT-SAVE                PIC X(227).
001611 01  WS-CURRENT-DATE.
001620     05  WS-CUR-CCYY              PIC 9(04).
001630     05  WS-CUR-MM                PIC 9(02).
001640     05  WS-CUR-DD                PIC 9(02).
001790         88  WS-EOF                          VALUE 'Y'.
001800     05  WS-SELECT-SW             PIC X(01) VALUE 'N'.
001810         88  WS-SELECTED                     VALUE 'Y'.
001812     05  WS-CHAIN-SEEN-SW         PIC X(01) VALUE 'N'.
001814         88  WS-CHAIN-SEEN                   VALUE 'Y'.
001816     05  WS-LIVE-STARTED-SW       PIC X(01) VALUE 'N'.
001818         88  WS-LIVE-STARTED                 VALUE 'Y'.
001820*****************************************************************
001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
003550*****************************************************************
003560* 2500-ARCHIVE-ONE-RECORD -- ROUTE ONE AUDIT RECORD TO THE      *
003570* ARCHIVE OR TO THE NEW LIVE FILE BY ITS RUN DATE, AND READ     *
003580* THE NEXT.  A RECORD FROM BEFORE THE TRAIL WAS CHAINED IS      *
003590* ROUTED AS IT ALWAYS WAS.  A STUB ALREADY STANDS FOR A RECORD  *
003600* ON AN EARLIER ARCHIVE, SO IT GOES WITH THE ARCHIVED RECORDS.  *
003610*****************************************************************
003620 2500-ARCHIVE-ONE-RECORD.
003630     IF AUDT-SEQ-NO IS NOT NUMERIC
003640             OR AUDT-CHAIN-VALUE IS NOT NUMERIC
003650         IF AUDT-RUN-DATE < WS-CUTOFF-DATE
003660             WRITE ARCH-RECORD FROM AUDT-RECORD
003670             ADD 1 TO WS-ARCHIVE-COUNT
003680         ELSE
003681             WRITE AUDN-RECORD FROM AUDT-RECORD
003682             ADD 1 TO WS-KEEP-COUNT
003683         END-IF
003684     ELSE
003685         MOVE 'Y' TO WS-CHAIN-SEEN-SW
003686         IF AUDT-CHAIN-CARRY
003687             PERFORM 2510-FILE-CHAIN-CARRY
003688         ELSE
003689         IF AUDT-CHAIN-STUB OR AUDT-RUN-DATE < WS-CUTOFF-DATE
003690             PERFORM 2520-ARCHIVE-CHAINED-RECORD
003691         ELSE
003692             PERFORM 2530-KEEP-CHAINED-RECORD
003693         END-IF
003694         END-IF
003695     END-IF
003696     PERFORM 8000-READ-AUDTFILE.
003697*****************************************************************
003698* 2510-FILE-CHAIN-CARRY -- THE OLD LIVE FILE'S CARRY RECORD     *
003699* HEADS THE ARCHIVE, WHOSE CHAIN RESUMES AT THE SAME POINT, AND *
003700* IS WHERE THE NEW LIVE FILE'S CHAIN RESUMES UNTIL A RECORD IS  *
003701* KEPT.                                                         *
003702*****************************************************************
003703 2510-FILE-CHAIN-CARRY.
003704     WRITE ARCH-RECORD FROM AUDT-RECORD
003705     IF WS-LIVE-STARTED
003706         WRITE AUDN-RECORD FROM AUDT-RECORD
003707     ELSE
003708         MOVE AUDT-SEQ-NO      TO WS-CARRY-SEQ
003709         MOVE AUDT-CHAIN-VALUE TO WS-CARRY-VALUE
003710     END-IF.
003711*****************************************************************
003712* 2520-ARCHIVE-CHAINED-RECORD -- FILE ONE CHAINED RECORD ON THE *
003713* ARCHIVE.  ONCE THE NEW LIVE FILE HAS STARTED, A STUB TAKES    *
003714* ITS PLACE THERE; UNTIL THEN IT ONLY MOVES UP THE POINT THE    *
003715* NEW LIVE FILE'S CHAIN RESUMES AFTER.                          *
003716*****************************************************************
003717 2520-ARCHIVE-CHAINED-RECORD.
003718     WRITE ARCH-RECORD FROM AUDT-RECORD
003719     IF NOT AUDT-CHAIN-STUB
003720         ADD 1 TO WS-ARCHIVE-COUNT
003721     END-IF
003722     IF WS-LIVE-STARTED
003723         MOVE 'RECORD FILED ON THE ARCHIVE' TO WS-STUB-MESSAGE
003724         PERFORM 2550-BUILD-CHAIN-STUB
003725         WRITE AUDN-RECORD FROM AUDT-RECORD
003726         ADD 1 TO WS-STUB-COUNT
003727     ELSE
003728         MOVE AUDT-SEQ-NO      TO WS-CARRY-SEQ
003729         MOVE AUDT-CHAIN-VALUE TO WS-CARRY-VALUE
003730     END-IF.
003731*****************************************************************
003732* 2530-KEEP-CHAINED-RECORD -- KEEP ONE CHAINED RECORD ON THE    *
003733* NEW LIVE FILE, HEADING THE FILE WITH ITS CARRY RECORD THE     *
003734* FIRST TIME, AND LEAVE A STUB IN ITS PLACE ON THE ARCHIVE.     *
003735*****************************************************************
003736 2530-KEEP-CHAINED-RECORD.
003737     IF NOT WS-LIVE-STARTED
003738         PERFORM 2560-WRITE-LIVE-CARRY
003739     END-IF
003740     WRITE AUDN-RECORD FROM AUDT-RECORD
003741     ADD 1 TO WS-KEEP-COUNT
003742     MOVE 'RECORD KEPT ON THE LIVE TRAIL' TO WS-STUB-MESSAGE
003743     PERFORM 2550-BUILD-CHAIN-STUB
003744     WRITE ARCH-RECORD FROM AUDT-RECORD
003745     ADD 1 TO WS-STUB-COUNT.
003746*****************************************************************
003747* 2550-BUILD-CHAIN-STUB -- CUT THE CHAINED RECORD IN HAND DOWN  *
003748* TO A STUB: ITS RUN DATE, TIME, OPERATOR, REGISTER, STORE,     *
003749* CASHIER, SEQUENCE NUMBER, AND CHECK VALUE.  A RECORD THAT IS  *
003750* ALREADY A STUB IS LEFT AS IT IS.                              *
003751*****************************************************************
003752 2550-BUILD-CHAIN-STUB.
003753     IF NOT AUDT-CHAIN-STUB
003754         MOVE 'S'    TO AUDT-STATUS
003755         MOVE SPACES TO AUDT-AMT-A-RAW
003756         MOVE SPACES TO AUDT-AMT-B-RAW
003757         MOVE ZEROES TO AUDT-AMT-A AUDT-AMT-B AUDT-TOTAL
003758         MOVE 'N'    TO AUDT-EXPS-FLAG
003759         MOVE ZEROES TO AUDT-OVER-SHORT
003760         MOVE SPACE  TO AUDT-SUSP-FLAG
003761         MOVE 'N'    TO AUDT-DENOM-FLAG
003762         MOVE ZEROES TO AUDT-CURRENCY-AMT
003763         MOVE ZEROES TO AUDT-COIN-AMT
003764         MOVE ZEROES TO AUDT-CHECK-AMT
003765         MOVE ZEROES TO AUDT-CREDIT-AMT
003766         MOVE ZEROES TO AUDT-RERUN-CYCLE
003767         MOVE WS-STUB-MESSAGE TO AUDT-MESSAGE
003768         MOVE ZEROES TO AUDT-FLOAT-KEPT
003769         MOVE ZEROES TO AUDT-FLOAT-SHORT
003770     END-IF.
003771*****************************************************************
003772* 2560-WRITE-LIVE-CARRY -- HEAD THE NEW LIVE FILE WITH A CARRY  *
003773* RECORD NAMING THE SEQUENCE NUMBER AND CHECK VALUE ITS CHAIN   *
003774* RESUMES AFTER.  THE RECORD IN HAND IS SET ASIDE AND PUT BACK. *
003775*****************************************************************
003776 2560-WRITE-LIVE-CARRY.
003777     MOVE AUDT-RECORD TO WS-AUDT-SAVE
003778     MOVE WS-CURRENT-DATE TO AUDT-RUN-DATE
003779     MOVE ZEROES     TO AUDT-RUN-TIME
003780     MOVE 'ARCHIVE ' TO AUDT-OPERATOR-ID
003781     MOVE SPACES     TO AUDT-REG-NO
003782     MOVE SPACES     TO AUDT-STORE-NO
003783     MOVE SPACES     TO AUDT-CASHIER-ID
003784     MOVE 'RECORD KEPT ON THE LIVE TRAIL' TO WS-STUB-MESSAGE
003785     MOVE SPACES     TO AUDT-STATUS
003786     PERFORM 2550-BUILD-CHAIN-STUB
003787     MOVE 'Z' TO AUDT-STATUS
003788     MOVE 'CHAIN CARRIED FROM THE ARCHIVE' TO AUDT-MESSAGE
003789     MOVE WS-CARRY-SEQ   TO AUDT-SEQ-NO
003790     MOVE WS-CARRY-VALUE TO AUDT-CHAIN-VALUE
003791     WRITE AUDN-RECORD FROM AUDT-RECORD
003792     MOVE 'Y' TO WS-LIVE-STARTED-SW
003793     MOVE WS-AUDT-SAVE TO AUDT-RECORD.
003794*****************************************************************
003795* 3000-PRINT-AUDIT-LINE -- PRINT ONE SELECTED AUDIT RECORD,     *
003796* FORMATTED FOR THE AUDITOR.                                    *
003797*****************************************************************
003798 3000-PRINT-AUDIT-LINE.
003799     PERFORM 3500-CHECK-PAGE-BREAK
003800     MOVE AUDT-RUN-DATE TO WS-WORK-DATE
003801     PERFORM 7100-FORMAT-DATE
003802     MOVE WS-WORK-DATE-FMT TO DTL-RUN-DATE
003803     MOVE AUDT-RUN-TIME TO WS-WORK-TIME
003804     PERFORM 7200-FORMAT-TIME
003805     MOVE WS-WORK-TIME-FMT TO DTL-RUN-TIME
003810     MOVE AUDT-REG-NO   TO DTL-REG-NO
003820     MOVE AUDT-STORE-NO TO DTL-STORE-NO
003830     IF AUDT-POSTED
003926     IF AUDT-CORRECTED
003927         MOVE 'CORRECTD' TO DTL-STATUS
003928     ELSE
003929     IF AUDT-CHECK-RETURNED
003930         MOVE 'RETURNED' TO DTL-STATUS
003931     ELSE
003932     IF AUDT-CHECK-RECOVERED
003933         MOVE 'RECOVERD' TO DTL-STATUS
003934     ELSE
003935     IF AUDT-CHECK-WRITTEN-OFF
003936         MOVE 'WRITEOFF' TO DTL-STATUS
003937     ELSE
003938     IF AUDT-CHAIN-CARRY
003939         MOVE 'CARRY   ' TO DTL-STATUS
003940     ELSE
003941     IF AUDT-CHAIN-STUB
003942         MOVE 'STUB    ' TO DTL-STATUS
003943     ELSE
003944         MOVE AUDT-STATUS TO DTL-STATUS
003945     END-IF
003946     END-IF
003947     END-IF
003948     END-IF
003949     END-IF
003950     END-IF
003951     END-IF
003952     END-IF
003953     END-IF
003954     END-IF
003955     END-IF
003956     END-IF
003960     MOVE AUDT-AMT-A   TO DTL-AMT-A
003970     MOVE AUDT-AMT-B   TO DTL-AMT-B
003980     MOVE AUDT-TOTAL   TO DTL-TOTAL
003990     MOVE AUDT-MESSAGE TO DTL-MESSAGE
003991     IF AUDT-SEQ-NO IS NUMERIC
003992         MOVE AUDT-SEQ-NO TO DTL-SEQ-NO
003993     ELSE
003994         MOVE SPACES TO DTL-SEQ-NO-X
003995     END-IF
004000     WRITE AUDL-RECORD FROM WS-RPT-DTL-LINE
004010         AFTER ADVANCING 1 LINE
004020     ADD 1 TO WS-LINE-CTR.
004640         WRITE AUDL-RECORD FROM WS-RPT-CNT-LINE
004650             AFTER ADVANCING 1 LINE
004660     ELSE
004670* A LIVE FILE THAT KEPT NOTHING STILL OPENS WITH ITS CARRY RECORD,
004671* SO THE NIGHTLY PROGRAMS CONTINUE THE CHAIN FROM IT.
004672         IF WS-CHAIN-SEEN AND NOT WS-LIVE-STARTED
004673             PERFORM 2560-WRITE-LIVE-CARRY
004674         END-IF
004675         MOVE 'RECORDS ARCHIVED:         ' TO CNT-LABEL
004680         MOVE WS-ARCHIVE-COUNT TO CNT-COUNT
004690         WRITE AUDL-RECORD FROM WS-RPT-CNT-LINE
004700             AFTER ADVANCING 1 LINE
004720         MOVE WS-KEEP-COUNT TO CNT-COUNT
004730         WRITE AUDL-RECORD FROM WS-RPT-CNT-LINE
004740             AFTER ADVANCING 1 LINE
004742         MOVE 'CHAIN STUBS WRITTEN:      ' TO CNT-LABEL
004744         MOVE WS-STUB-COUNT TO CNT-COUNT
004746         WRITE AUDL-RECORD FROM WS-RPT-CNT-LINE
004748             AFTER ADVANCING 1 LINE
004750         CLOSE ARCHFILE
004760         CLOSE AUDTNEW
004770     END-IF
