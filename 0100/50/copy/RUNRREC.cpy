000600* END, WITH THE START/END TIMES, RETURN CODE, REGISTERS         *
000700* POSTED, AND GRAND TOTAL.  A BUSINESS DATE THE REGISTRY        *
000800* ALREADY SHOWS COMPLETE REFUSES TO SETTLE AGAIN UNLESS THE     *
000900* RUN REGISTRY CARRIES AN UNUSED RERUN AUTHORIZATION, SO A      *
001000* RESUBMITTED NIGHT WITH A FRESH CHECKPOINT FILE CAN NO LONGER  *
001100* DOUBLE-POST THE GL.  AN ABENDED OR CONTROL-FAILED NIGHT       *
001200* STAYS 'S' SO THE PRESCRIBED RESTART RUNS WITHOUT CEREMONY.    *
001300* 153L PRINTS THE REGISTRY - EVERY NIGHT'S RUN OUTCOME IN ONE   *
001400* PLACE.                                                        *
001410* THE RERUN AUTHORIZATION IS PUT ON A COMPLETE NIGHT BY 153X    *
001420* FROM AN APPROVED CHANGE CARD, STATUS 'A' WITH WHO ASKED FOR   *
001430* IT, WHO APPROVED IT, AND WHEN.  THE RERUN THAT USES IT        *
001440* MARKS IT 'U' WITH THE DATE IT WAS USED, SO IT AUTHORIZES      *
001450* EXACTLY ONE RERUN.  A NIGHT NEVER AUTHORIZED CARRIES A        *
001460* BLANK STATUS.                                                 *
001500*****************************************************************
001600 01  RUNR-RECORD.
001700     05  RUNR-BUS-DATE           PIC 9(08).
002600     05  RUNR-GRAND-TOTAL        PIC S9(11).
002700     05  RUNR-OPERATOR-ID        PIC X(08).
002800     05  RUNR-RERUN-COUNT        PIC 9(02).
002900     05  RUNR-AUTH-STATUS        PIC X(01).
003000         88  RUNR-AUTH-OPEN                  VALUE 'A'.
003100         88  RUNR-AUTH-USED                  VALUE 'U'.
003200     05  RUNR-AUTH-REQUESTER     PIC X(08).
003300     05  RUNR-AUTH-APPROVER      PIC X(08).
003400     05  RUNR-AUTH-DATE          PIC 9(08).
003500     05  RUNR-AUTH-USED-DATE     PIC 9(08).
