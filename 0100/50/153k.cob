000060 DATE-COMPILED.
000070*****************************************************************
000080* LEDGER ACKNOWLEDGMENT RECONCILIATION.  THE LEDGER INTERFACE   *
000090* JOB HANDS BACK ONE ACKNOWLEDGMENT (GLACKFIL) PER GL JOURNAL   *
000100* IT PROCESSED, ACCEPTED OR REJECTED WITH A REASON.  THIS       *
000110* PROGRAM MATCHES THE FEED AGAINST WHAT GLIFILE SENT, JOURNAL   *
000120* BY JOURNAL ON THE JOURNAL NUMBER, AND:                        *
000130*   - REPORTS EVERY JOURNAL'S FATE ON THE RECONCILIATION        *
000140*     REPORT, AND AN ACCEPTED JOURNAL WHOSE ECHOED LINE COUNT   *
000150*     OR DEBIT TOTAL DOES NOT AGREE WITH WHAT WAS SENT;         *
000160*   - WRITES EVERY LINE OF AN UNACKNOWLEDGED JOURNAL TO THE     *
000170*     CARRY-FORWARD FILE (GLCARRY), UNDER A CONTROL RECORD OF   *
000180*     ITS OWN, WHICH THE JOB CONCATENATES AHEAD OF THE NEXT     *
000190*     NIGHT'S EXTRACT SO A DROPPED JOURNAL IS RE-PRESENTED      *
000200*     WHOLE INSTEAD OF LOST;                                    *
000202*   - ENDS WITH RETURN CODE 8 WHEN ANYTHING WAS UNMATCHED OR    *
000204*     REJECTED, SO A DROPPED JOURNAL IS LOUD THE MORNING IT     *
000206*     HAPPENS INSTEAD OF SILENT UNTIL MONTH-END.                *
000208* FILE CONTROL RECORDS ON THE EXTRACT ARE COUNTED AND SKIPPED.  *
000210*****************************************************************
000220* MODIFICATION HISTORY                                          *
000230*   DATE        INIT  DESCRIPTION                               *
000240*   09/02/2026  DLM   ORIGINAL PROGRAM.                         *
000241*   10/09/2026  DLM   THE LEDGER NOW ACKNOWLEDGES WHOLE         *
000242*                     JOURNALS BY JOURNAL NUMBER.  THE MATCH,   *
000243*                     THE REPORT, AND THE CARRY-FORWARD WORK BY *
000244*                     JOURNAL, GLCARRY IS WIDENED TO THE NEW    *
000245*                     EXTRACT LAYOUT AND RELEASED UNDER ITS OWN *
000246*                     CONTROL RECORD, AND EXTRACT CONTROL       *
000247*                     RECORDS ARE PASSED OVER.                  *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000490 COPY GLAKREC.
000500 FD  GLCARRY
000510     LABEL RECORDS ARE OMITTED.
000520 01  GLCY-RECORD                 PIC X(57).
000530 FD  ACKLIST
000540     LABEL RECORDS ARE OMITTED.
000550 01  ACKL-RECORD                 PIC X(132).
000700     05  HDR-PAGE-NO              PIC ZZZ9.
000710 01  WS-RPT-HDR3-LINE.
000720     05  FILLER                  PIC X(02) VALUE SPACES.
000730     05  FILLER                  PIC X(10) VALUE 'JOURNAL NO'.
000740     05  FILLER                  PIC X(06) VALUE SPACES.
000750     05  FILLER                  PIC X(10) VALUE 'NIGHT     '.
000760     05  FILLER                  PIC X(01) VALUE SPACE.
000770     05  FILLER                  PIC X(05) VALUE 'LINES'.
000780     05  FILLER                  PIC X(09) VALUE SPACES.
000790     05  FILLER                  PIC X(06) VALUE 'DEBITS'.
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  FILLER                  PIC X(06) VALUE 'STATUS'.
000820 01  WS-RPT-DTL-LINE.
000830     05  FILLER                  PIC X(02) VALUE SPACES.
000840     05  DTL-JOURNAL-NO           PIC X(14).
000850     05  FILLER                  PIC X(02) VALUE SPACES.
000860     05  DTL-BUS-DATE             PIC X(10).
000870     05  FILLER                  PIC X(02) VALUE SPACES.
000880     05  DTL-LINE-COUNT           PIC ZZZ9.
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  DTL-DEBIT-TOTAL          PIC Z(12)9.
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  DTL-STATUS               PIC X(24).
000930     05  FILLER                  PIC X(01) VALUE SPACE.
001030     05  FILLER                  PIC X(05) VALUE ' *** '.
001040     05  ERR-MESSAGE              PIC X(60).
001050*****************************************************************
001060* ACKNOWLEDGMENT TABLE - THE WHOLE FEED IS HELD IN STORAGE SO   *
001070* EACH JOURNAL CAN BE MATCHED AND ANY ACKNOWLEDGMENT LEFT OVER  *
001080* AT END OF RUN CAN BE LISTED.                                  *
001090*****************************************************************
001100 01  WS-ACK-TABLE.
001110     05  WS-ACK-ENTRY OCCURS 1000 TIMES.
001120         10  WS-ACK-JOURNAL-NO    PIC X(14).
001130         10  WS-ACK-DATE          PIC 9(08).
001140         10  WS-ACK-LINE-COUNT    PIC 9(04).
001150         10  WS-ACK-DEBIT         PIC S9(13).
001160         10  WS-ACK-STATUS        PIC X(01).
001170         10  WS-ACK-REASON        PIC X(30).
001180         10  WS-ACK-USED-SW       PIC X(01).
001190 77  WS-ACK-COUNT                 PIC 9(04) VALUE ZEROES.
001200 77  WS-ACK-SUB                   PIC 9(04) VALUE ZEROES.
001210 77  WS-ACK-SLOT                  PIC 9(04) VALUE ZEROES.
001211*****************************************************************
001212* JOURNAL IN HAND AND CARRY-FORWARD TOTALS - THE CREDIT TOTAL   *
001213* IS KEPT POSITIVE.                                             *
001214*****************************************************************
001215 01  WS-CUR-JOURNAL-NO            PIC X(14).
001216 77  WS-CUR-BUS-DATE              PIC 9(08) VALUE ZEROES.
001217 77  WS-CUR-LINE-COUNT            PIC 9(04) VALUE ZEROES.
001218 77  WS-CUR-DEBIT                 PIC S9(13) VALUE ZEROES.
001219 01  WS-CARRY-COMPANY             PIC X(05) VALUE SPACES.
001220 77  WS-CARRY-LINE-COUNT          PIC 9(07) VALUE ZEROES.
001221 77  WS-CARRY-DEBIT               PIC S9(13) VALUE ZEROES.
001222 77  WS-CARRY-CREDIT              PIC S9(13) VALUE ZEROES.
001223*****************************************************************
001230* RUN CONTROL COUNTERS AND SWITCHES                             *
001240*****************************************************************
001250 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001260 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001270 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001280 77  WS-GL-READ-COUNT            PIC 9(07) VALUE ZEROES.
001282 77  WS-GL-CTL-COUNT             PIC 9(07) VALUE ZEROES.
001284 77  WS-JOURNAL-COUNT            PIC 9(07) VALUE ZEROES.
001290 77  WS-ACCEPTED-COUNT           PIC 9(07) VALUE ZEROES.
001300 77  WS-REJECTED-COUNT           PIC 9(07) VALUE ZEROES.
001305 77  WS-MISMATCH-COUNT           PIC 9(07) VALUE ZEROES.
001310 77  WS-UNACKED-COUNT            PIC 9(07) VALUE ZEROES.
001320 77  WS-ORPHAN-COUNT             PIC 9(07) VALUE ZEROES.
001330 01  WS-CURRENT-DATE.
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE
001560     PERFORM 2000-RECONCILE-ONE-JOURNAL
001570         UNTIL WS-EOF
001580     PERFORM 6000-LIST-ORPHAN-ACK
001590         VARYING WS-ACK-SUB FROM 1 BY 1
002080         NOT AT END
002090             IF WS-ACK-COUNT < 1000
002100                 ADD 1 TO WS-ACK-COUNT
002110                 MOVE GLAK-JOURNAL-NO
002120                     TO WS-ACK-JOURNAL-NO (WS-ACK-COUNT)
002130                 MOVE GLAK-BUSINESS-DATE
002140                     TO WS-ACK-DATE (WS-ACK-COUNT)
002150                 MOVE GLAK-LINE-COUNT
002160                     TO WS-ACK-LINE-COUNT (WS-ACK-COUNT)
002170                 MOVE GLAK-DEBIT-TOTAL
002180                     TO WS-ACK-DEBIT (WS-ACK-COUNT)
002190                 MOVE GLAK-STATUS
002200                     TO WS-ACK-STATUS (WS-ACK-COUNT)
002210                 MOVE GLAK-REASON
002290             END-IF
002300     END-READ.
002310*****************************************************************
002320* 2000-RECONCILE-ONE-JOURNAL -- MATCH ONE GL JOURNAL AGAINST    *
002330* THE ACKNOWLEDGMENT FEED, TAKE IN ITS LINES (CARRYING THEM     *
002340* FORWARD WHEN IT WAS NOT ACKNOWLEDGED), AND PRINT ITS FATE.    *
002350* THE NEXT JOURNAL'S FIRST LINE IS LEFT IN HAND.                *
002360*****************************************************************
002370 2000-RECONCILE-ONE-JOURNAL.
002380     MOVE GL-JOURNAL-NO TO WS-CUR-JOURNAL-NO
002390     MOVE GL-BUSINESS-DATE TO WS-CUR-BUS-DATE
002400     MOVE ZEROES TO WS-CUR-LINE-COUNT
002410     MOVE ZEROES TO WS-CUR-DEBIT
002420     ADD 1 TO WS-JOURNAL-COUNT
002430     MOVE ZEROES TO WS-ACK-SLOT
002440     PERFORM 2200-FIND-ACK-SLOT
002450         VARYING WS-ACK-SUB FROM 1 BY 1
002460         UNTIL WS-ACK-SUB > WS-ACK-COUNT
002470     PERFORM 2300-TAKE-JOURNAL-LINE
002480         UNTIL WS-EOF
002490            OR GL-JOURNAL-NO NOT = WS-CUR-JOURNAL-NO
002500     PERFORM 3500-CHECK-PAGE-BREAK
002510     MOVE WS-CUR-JOURNAL-NO TO DTL-JOURNAL-NO
002520     MOVE WS-CUR-BUS-DATE TO WS-WORK-DATE
002530     PERFORM 7100-FORMAT-DATE
002540     MOVE WS-WORK-DATE-FMT TO DTL-BUS-DATE
002550     MOVE WS-CUR-LINE-COUNT TO DTL-LINE-COUNT
002560     MOVE WS-CUR-DEBIT TO DTL-DEBIT-TOTAL
002570     MOVE SPACES TO DTL-REASON
002580     IF WS-ACK-SLOT = ZEROES
002590         MOVE '** NOT ACKNOWLEDGED **  ' TO DTL-STATUS
002600         ADD 1 TO WS-UNACKED-COUNT
002610         MOVE 'Y' TO WS-EXCEPTION-SW
002620     ELSE
002630         MOVE 'Y' TO WS-ACK-USED-SW (WS-ACK-SLOT)
002640         IF WS-ACK-STATUS (WS-ACK-SLOT) NOT = 'A'
002650             MOVE '** REJECTED **          ' TO DTL-STATUS
002660             MOVE WS-ACK-REASON (WS-ACK-SLOT) TO DTL-REASON
002670             ADD 1 TO WS-REJECTED-COUNT
002680             MOVE 'Y' TO WS-EXCEPTION-SW
002690         ELSE
002691         IF WS-ACK-LINE-COUNT (WS-ACK-SLOT)
002692                     NOT = WS-CUR-LINE-COUNT
002693                 OR WS-ACK-DEBIT (WS-ACK-SLOT) NOT = WS-CUR-DEBIT
002694             MOVE '** ACK TOTALS DIFFER ** ' TO DTL-STATUS
002695             MOVE 'ACCEPTED - ECHO DOES NOT AGREE' TO DTL-REASON
002696             ADD 1 TO WS-MISMATCH-COUNT
002697             MOVE 'Y' TO WS-EXCEPTION-SW
002698         ELSE
002699             MOVE 'ACCEPTED                ' TO DTL-STATUS
002700             ADD 1 TO WS-ACCEPTED-COUNT
002701         END-IF
002702         END-IF
002703     END-IF
002704     WRITE ACKL-RECORD FROM WS-RPT-DTL-LINE
002705         AFTER ADVANCING 1 LINE
002706     ADD 1 TO WS-LINE-CTR.
002707*****************************************************************
002710* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
002720*****************************************************************
002730 2100-WRITE-REPORT-HEADER.
002830     MOVE ZEROES TO WS-LINE-CTR.
002840*****************************************************************
002850* 2200-FIND-ACK-SLOT -- NOTE THE FIRST UNUSED ACKNOWLEDGMENT    *
002860* FOR THE JOURNAL NUMBER IN HAND.                               *
002870*****************************************************************
002880 2200-FIND-ACK-SLOT.
002890     IF WS-ACK-SLOT = ZEROES
002900             AND WS-ACK-USED-SW (WS-ACK-SUB) = 'N'
002910             AND WS-ACK-JOURNAL-NO (WS-ACK-SUB)
002911                 = WS-CUR-JOURNAL-NO
002920         MOVE WS-ACK-SUB TO WS-ACK-SLOT
002930     END-IF.
002940*****************************************************************
002950* 2300-TAKE-JOURNAL-LINE -- FOOT ONE LINE OF THE JOURNAL IN     *
002960* HAND, CARRY IT FORWARD WHEN THE JOURNAL WAS NOT ACKNOWLEDGED, *
002970* AND READ THE NEXT LINE.                                       *
002971*****************************************************************
002972 2300-TAKE-JOURNAL-LINE.
002973     ADD 1 TO WS-CUR-LINE-COUNT
002974     IF GL-AMOUNT NOT < ZEROES
002975         ADD GL-AMOUNT TO WS-CUR-DEBIT
002976     END-IF
002977     IF WS-ACK-SLOT = ZEROES
002978         WRITE GLCY-RECORD FROM GL-RECORD
002979         ADD 1 TO WS-CARRY-LINE-COUNT
002980         MOVE GL-COMPANY-CODE TO WS-CARRY-COMPANY
002981         IF GL-AMOUNT < ZEROES
002982             SUBTRACT GL-AMOUNT FROM WS-CARRY-CREDIT
002983         ELSE
002984             ADD GL-AMOUNT TO WS-CARRY-DEBIT
002985         END-IF
002986     END-IF
002987     PERFORM 8000-READ-GLIFILE.
002988*****************************************************************
002990* 3500-CHECK-PAGE-BREAK -- START A NEW REPORT PAGE WHEN THE     *
003000* CURRENT PAGE IS FULL.                                         *
003010*****************************************************************
003220 6000-LIST-ORPHAN-ACK.
003230     IF WS-ACK-USED-SW (WS-ACK-SUB) = 'N'
003240         PERFORM 3500-CHECK-PAGE-BREAK
003250         MOVE WS-ACK-JOURNAL-NO (WS-ACK-SUB) TO DTL-JOURNAL-NO
003270         MOVE WS-ACK-DATE (WS-ACK-SUB) TO WS-WORK-DATE
003280         PERFORM 7100-FORMAT-DATE
003290         MOVE WS-WORK-DATE-FMT TO DTL-BUS-DATE
003300         MOVE WS-ACK-LINE-COUNT (WS-ACK-SUB) TO DTL-LINE-COUNT
003305         MOVE WS-ACK-DEBIT (WS-ACK-SUB) TO DTL-DEBIT-TOTAL
003310         MOVE '** ACK WITHOUT EXTRACT' TO DTL-STATUS
003320         MOVE WS-ACK-REASON (WS-ACK-SUB) TO DTL-REASON
003330         WRITE ACKL-RECORD FROM WS-RPT-DTL-LINE
003470     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
003480     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
003490*****************************************************************
003500* 8000-READ-GLIFILE -- READ THE NEXT GL EXTRACT LINE, PASSING   *
003510* OVER ANY FILE CONTROL RECORD, AND SET THE END-OF-FILE SWITCH  *
003520* WHEN THE FILE IS EXHAUSTED.                                   *
003530*****************************************************************
003540 8000-READ-GLIFILE.
003550     PERFORM 8010-READ-GLIFILE-RECORD
003560     PERFORM 8010-READ-GLIFILE-RECORD
003570         UNTIL WS-EOF
003580            OR NOT GL-CONTROL-REC.
003590*****************************************************************
003591* 8010-READ-GLIFILE-RECORD -- READ ONE RECORD AND COUNT IT AS A *
003592* JOURNAL LINE OR A CONTROL RECORD.                             *
003593*****************************************************************
003594 8010-READ-GLIFILE-RECORD.
003595     READ GLIFILE
003596         AT END
003597             MOVE 'Y' TO WS-EOF-SW
003598         NOT AT END
003599             IF GL-CONTROL-REC
003600                 ADD 1 TO WS-GL-CTL-COUNT
003601             ELSE
003602                 ADD 1 TO WS-GL-READ-COUNT
003603             END-IF
003604     END-READ.
003605*****************************************************************
003610* 9000-TERMINATE -- PRINT THE RUN COUNTS, CLOSE THE FILES, AND  *
003620* LEAVE A LOUD RETURN CODE WHEN ANYTHING WAS UNMATCHED OR       *
003630* REJECTED.                                                     *
003670     MOVE WS-GL-READ-COUNT TO CNT-COUNT
003680     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003690         AFTER ADVANCING 2 LINES
003700     MOVE 'CONTROL RECORDS PASSED:   ' TO CNT-LABEL
003710     MOVE WS-GL-CTL-COUNT TO CNT-COUNT
003720     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003730         AFTER ADVANCING 1 LINE
003740     MOVE 'JOURNALS SENT:            ' TO CNT-LABEL
003750     MOVE WS-JOURNAL-COUNT TO CNT-COUNT
003760     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003770         AFTER ADVANCING 1 LINE
003780     MOVE 'ACCEPTED BY THE LEDGER:   ' TO CNT-LABEL
003790     MOVE WS-ACCEPTED-COUNT TO CNT-COUNT
003800     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003810         AFTER ADVANCING 1 LINE
003820     MOVE 'REJECTED BY THE LEDGER:   ' TO CNT-LABEL
003830     MOVE WS-REJECTED-COUNT TO CNT-COUNT
003840     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003850         AFTER ADVANCING 1 LINE
003860     MOVE 'ACK TOTALS DIFFER:        ' TO CNT-LABEL
003870     MOVE WS-MISMATCH-COUNT TO CNT-COUNT
003880     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003890         AFTER ADVANCING 1 LINE
003900     MOVE 'NOT ACKNOWLEDGED:         ' TO CNT-LABEL
003910     MOVE WS-UNACKED-COUNT TO CNT-COUNT
003911     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003912         AFTER ADVANCING 1 LINE
003913     MOVE 'JOURNALS CARRIED FORWARD: ' TO CNT-LABEL
003914     MOVE WS-UNACKED-COUNT TO CNT-COUNT
003915     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003916         AFTER ADVANCING 1 LINE
003917     MOVE 'LINES CARRIED FORWARD:    ' TO CNT-LABEL
003918     MOVE WS-CARRY-LINE-COUNT TO CNT-COUNT
003919     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003920         AFTER ADVANCING 1 LINE
003921     MOVE 'ACKS WITHOUT EXTRACT:     ' TO CNT-LABEL
003922     MOVE WS-ORPHAN-COUNT TO CNT-COUNT
003923     WRITE ACKL-RECORD FROM WS-RPT-CNT-LINE
003924         AFTER ADVANCING 1 LINE
003925     PERFORM 9100-RELEASE-GLCARRY
003926     CLOSE GLIFILE
003927     CLOSE GLCARRY
003928     CLOSE ACKLIST
003930     IF WS-EXCEPTION
003940         MOVE 8 TO RETURN-CODE
003950     END-IF.
003960*****************************************************************
003970* 9100-RELEASE-GLCARRY -- WRITE THE CONTROL RECORD THAT         *
003980* RELEASES THE CARRIED JOURNALS TO THE LEDGER WITH THE NEXT     *
003990* NIGHT'S EXTRACT.  THEY ARE CARRIED WHOLE, SO THEY BALANCE     *
004000* UNLESS A JOURNAL WAS SENT OUT OF BALANCE; THEN THE FILE IS    *
004010* HELD BACK WITHOUT ONE AND THE RUN ENDS IN ERROR.              *
004020*****************************************************************
004030 9100-RELEASE-GLCARRY.
004040     IF WS-CARRY-DEBIT NOT = WS-CARRY-CREDIT
004050         MOVE 'CARRIED JOURNALS UNBALANCED - GLCARRY NOT RELEASED'
004060             TO ERR-MESSAGE
004070         WRITE ACKL-RECORD FROM WS-RPT-ERR-LINE
004080             AFTER ADVANCING 1 LINE
004090         DISPLAY ERR-MESSAGE
004100         MOVE 'Y' TO WS-EXCEPTION-SW
004110     ELSE
004120         MOVE SPACES               TO GL-RECORD
004130         MOVE WS-CARRY-COMPANY     TO GL-COMPANY-CODE
004140         MOVE WS-UNACKED-COUNT     TO GL-CTL-JOURNAL-COUNT
004150         MOVE WS-CARRY-LINE-COUNT  TO GL-CTL-LINE-COUNT
004160         MOVE WS-CARRY-DEBIT       TO GL-CTL-DEBIT-TOTAL
004170         MOVE WS-CARRY-CREDIT      TO GL-CTL-CREDIT-TOTAL
004180         MOVE 'T'                  TO GL-REC-TYPE
004190         WRITE GLCY-RECORD FROM GL-RECORD
004200     END-IF.
