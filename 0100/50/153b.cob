000260*                     ASSIGNMENT, AN ADD SEEDS THE FIRST ONE,   *
000270*                     AND 153A PICKS THE STORE IN EFFECT ON THE *
000280*                     BUSINESS DATE BEING SETTLED.              *
000281*   10/01/2026  DLM   ADDED STORFILE, THE STORE MASTER.  AN ADD *
000282*                     OR TRANSFER - OR A STORE CORRECTION ON AN *
000283*                     INACTIVATE OR REACTIVATE - IS NOW REFUSED *
000284*                     WHEN THE STORE IS NOT ON THE STORE MASTER,*
000285*                     IS CLOSED, OR HAD NOT YET OPENED ON THE   *
000286*                     CARD'S EFFECTIVE DATE, SO A MISKEYED STORE*
000287*                     NUMBER CAN NO LONGER CREATE A PHANTOM     *
000288*                     STORE.                                    *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS REGM-REG-NO
000440         FILE STATUS IS WS-REGMFILE-STATUS.
000441     SELECT STORFILE ASSIGN TO STORFILE
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS STOR-STORE-NO
000445         FILE STATUS IS WS-STORFILE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  MNTCFILE
000520 01  MNTL-RECORD                 PIC X(132).
000530 FD  REGMFILE.
000540 COPY REGMSTR.
000542 FD  STORFILE.
000544 COPY STORMSTR.
000550 WORKING-STORAGE SECTION.
000560*****************************************************************
000570* REPORT LINE WORK AREAS                                        *
001340     05  WS-WRK-DD                PIC 9(02).
001350 01  WS-WORK-DATE-FMT            PIC X(10).
001360 01  WS-REGMFILE-STATUS          PIC X(02).
001365 01  WS-STORFILE-STATUS          PIC X(02).
001370 01  WS-SWITCHES.
001380     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001390         88  WS-EOF                          VALUE 'Y'.
001400     05  WS-REGM-FOUND-SW         PIC X(01) VALUE 'N'.
001410         88  WS-REGM-FOUND                   VALUE 'Y'.
001412     05  WS-STORE-OK-SW           PIC X(01) VALUE 'N'.
001414         88  WS-STORE-OK                     VALUE 'Y'.
001420*****************************************************************
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF
001711* THE STORE MASTER IS ONLY READ HERE - IT IS MAINTAINED BY 153P.
001712* WITHOUT IT NO STORE CAN BE VALIDATED, SO NO CARD IS APPLIED.
001713     OPEN INPUT STORFILE
001714     IF WS-STORFILE-STATUS NOT = '00'
001715         DISPLAY 'STORFILE WILL NOT OPEN - STATUS '
001716             WS-STORFILE-STATUS
001717         DISPLAY '153B TERMINATING - NO MAINTENANCE APPLIED'
001718         CLOSE REGMFILE
001719         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001721     END-IF
001722     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001730     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
001740     PERFORM 7100-FORMAT-DATE
001750     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
002610         PERFORM 3300-PRINT-ERROR-LINE
002620         GO TO 2400-ADD-REGISTER-EXIT
002630     END-IF
002631     PERFORM 2900-VALIDATE-STORE
002632         THRU 2900-VALIDATE-STORE-EXIT
002633     IF NOT WS-STORE-OK
002634         PERFORM 3300-PRINT-ERROR-LINE
002635         GO TO 2400-ADD-REGISTER-EXIT
002636     END-IF
002640     IF MNTC-DESCRIPTION = SPACES
002650         MOVE 'DESCRIPTION IS REQUIRED ON AN ADD - CARD REJECTED'
002660             TO ERR-MESSAGE
003120         PERFORM 3300-PRINT-ERROR-LINE
003130         GO TO 2500-INACTIVATE-REGISTER-EXIT
003140     END-IF
003141     IF MNTC-STORE-NO NOT = SPACES
003142             AND MNTC-STORE-NO IS NUMERIC
003143         PERFORM 2900-VALIDATE-STORE
003144             THRU 2900-VALIDATE-STORE-EXIT
003145         IF NOT WS-STORE-OK
003146             PERFORM 3300-PRINT-ERROR-LINE
003147             GO TO 2500-INACTIVATE-REGISTER-EXIT
003148         END-IF
003149     END-IF
003150     MOVE 'I' TO REGM-STATUS
003160     PERFORM 2700-APPLY-CARD-OVERRIDES
003170     MOVE WS-EFFECTIVE-DATE TO REGM-STATUS-DATE
003390         PERFORM 3300-PRINT-ERROR-LINE
003400         GO TO 2600-REACTIVATE-REGISTER-EXIT
003410     END-IF
003411     IF MNTC-STORE-NO NOT = SPACES
003412             AND MNTC-STORE-NO IS NUMERIC
003413         PERFORM 2900-VALIDATE-STORE
003414             THRU 2900-VALIDATE-STORE-EXIT
003415         IF NOT WS-STORE-OK
003416             PERFORM 3300-PRINT-ERROR-LINE
003417             GO TO 2600-REACTIVATE-REGISTER-EXIT
003418         END-IF
003419     END-IF
003420     MOVE 'A' TO REGM-STATUS
003430     PERFORM 2700-APPLY-CARD-OVERRIDES
003440     MOVE WS-EFFECTIVE-DATE TO REGM-STATUS-DATE
003910         PERFORM 3300-PRINT-ERROR-LINE
003920         GO TO 2800-TRANSFER-REGISTER-EXIT
003930     END-IF
003931     PERFORM 2900-VALIDATE-STORE
003932         THRU 2900-VALIDATE-STORE-EXIT
003933     IF NOT WS-STORE-OK
003934         PERFORM 3300-PRINT-ERROR-LINE
003935         GO TO 2800-TRANSFER-REGISTER-EXIT
003936     END-IF
003940     PERFORM 2850-RECORD-ASSIGNMENT
003950     MOVE MNTC-STORE-NO TO REGM-STORE-NO
003960     REWRITE REGM-RECORD
004410 2870-ZERO-ASSIGNMENT.
004420     MOVE ZEROES TO REGM-ASSIGN-DATE (WS-ASSIGN-SUB)
004430     MOVE SPACES TO REGM-ASSIGN-STORE (WS-ASSIGN-SUB).
004431*****************************************************************
004432* 2900-VALIDATE-STORE -- LOOK THE CARD'S STORE UP ON THE STORE  *
004433* MASTER.  THE STORE MUST BE ON FILE, OPEN, AND ALREADY OPEN ON *
004434* THE CARD'S EFFECTIVE DATE.  A STORE THAT FAILS LEAVES THE     *
004435* REASON IN ERR-MESSAGE FOR THE CALLER TO PRINT.                *
004436*****************************************************************
004437 2900-VALIDATE-STORE.
004438     MOVE 'N' TO WS-STORE-OK-SW
004439     MOVE MNTC-STORE-NO TO STOR-STORE-NO
004440     READ STORFILE
004441         INVALID KEY
004442             MOVE 'STORE NOT ON THE STORE MASTER - CARD REJECTED'
004443                 TO ERR-MESSAGE
004444             GO TO 2900-VALIDATE-STORE-EXIT
004445     END-READ
004446     IF STOR-CLOSED
004447         MOVE 'STORE IS CLOSED - CARD REJECTED'
004448             TO ERR-MESSAGE
004449         GO TO 2900-VALIDATE-STORE-EXIT
004450     END-IF
004451     IF WS-EFFECTIVE-DATE < STOR-OPEN-DATE
004452         MOVE 'STORE NOT OPEN ON EFFECTIVE DATE - CARD REJECTED'
004453             TO ERR-MESSAGE
004454         GO TO 2900-VALIDATE-STORE-EXIT
004455     END-IF
004456     MOVE 'Y' TO WS-STORE-OK-SW.
004457 2900-VALIDATE-STORE-EXIT.
004458     EXIT.
004459*****************************************************************
004460* 3250-PRINT-ASSIGNMENTS -- PRINT THE ASSIGNMENT HISTORY AFTER  *
004461* A TRANSFER SO THE SIGN-OFF SHOWS WHERE THE REGISTER WAS       *
004470* WHEN.                                                         *
004480*****************************************************************
004490 3250-PRINT-ASSIGNMENTS.
005800         AFTER ADVANCING 1 LINE
005810     CLOSE MNTCFILE
005820     CLOSE MNTLIST
005830     CLOSE REGMFILE
005840     CLOSE STORFILE.
