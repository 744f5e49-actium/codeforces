000700* LIMIT IS A POSITIVE AMOUNT; A REGISTER WHOSE PERIOD-TO-DATE   *
000800* SHORTAGE REACHES IT IS FLAGGED FOR LOSS PREVENTION.  A        *
000900* BLANK, ZERO, OR NON-NUMERIC LIMIT FLAGS NOTHING.              *
000910* 153S READS THE SAME CARD FOR THE MONTHLY CASHIER REPORT, SO A *
000920* CASHIER IS HELD TO THE SAME PERIOD AND LIMIT AS A REGISTER.   *
000930* EACH FLAG OPENS OR ADDS TO A LOSS PREVENTION CASE (SEE        *
000940* LPCSMSTR).  THE CASE AGE LIMIT IS THE NUMBER OF DAYS A CASE   *
000950* MAY STAY OPEN BEFORE 153N'S AGING PAGE CALLS IT OUT - A       *
000960* BLANK, ZERO, OR NON-NUMERIC LIMIT TAKES 30 DAYS.              *
001000*****************************************************************
001100 01  OVSP-RECORD.
001200     05  OVSP-PERIOD-START       PIC X(08).
001300     05  OVSP-SHORT-LIMIT        PIC X(10).
001310     05  OVSP-CASE-AGE-LIMIT     PIC X(03).
