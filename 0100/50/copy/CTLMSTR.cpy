000100*****************************************************************
000200* CTLMSTR.CPY                                                   *
000300* SETTLEMENT CONTROL SETTINGS MASTER - ONE RECORD PER SETTING,  *
000400* KEYED BY THE SETTING CODE ON CTLMFILE:                        *
000500*   'RC' - THE RUN CARD.  EACH VERSION'S VALUE IS A FULL        *
000600*          PARM-RECORD IMAGE (OPERATOR, COMPANY, DEFAULT GL     *
000700*          ACCOUNT, VARIANCE THRESHOLD, RESUBMISSION CONTROLS,  *
000800*          AND OVER/SHORT ACCOUNT).  THE RERUN-AUTH BYTE IN THE *
000900*          IMAGE IS ALWAYS 'N' - A RERUN IS AUTHORIZED ON THE   *
001000*          RUN REGISTRY, ONE NIGHT AND ONE USE AT A TIME.       *
001100*   'CA', 'CK', 'CR', 'FE', 'RI', 'RW', 'DT' - THE GL ACCOUNT   *
001200*          ASSIGNED TO THAT TENDER TYPE (SEE GLACREC).  A BLANK *
001300*          ACCOUNT FOLDS THE TENDER INTO THE RUN CARD'S DEFAULT *
001400*          ACCOUNT, THE SAME AS A TENDER WITH NO GLAFILE CARD.  *
001410*          THE 'DT' CLEARING ACCOUNT HAS NO DEFAULT.            *
001500* MAINTAINED ONLY BY 153X FROM CHANGE CARDS THAT CARRY AN       *
001600* EFFECTIVE DATE AND A REQUESTER AND APPROVER WHO MUST DIFFER.  *
001700* THE VERSION HISTORY RECORDS WHAT WAS IN EFFECT WHEN - ENTRY   *
001800* (1) HAS THE LATEST EFFECTIVE DATE, TWO VERSIONS WITH THE SAME *
001900* DATE STAND NEWEST FIRST, AND AN UNUSED ENTRY CARRIES A ZERO   *
002000* DATE.  153A, 153H, 153J, AND 153M TAKE THE FIRST ENTRY NOT    *
002100* DATED AFTER THE BUSINESS DATE THEY PROCESS, SO A RERUN OF AN  *
002200* OLD NIGHT POSTS TO THE ACCOUNTS THAT APPLIED THAT NIGHT.      *
002210* 153T, 153U, AND 153Z, WHICH WORK ACROSS NIGHTS, TAKE THE      *
002220* VERSION IN EFFECT ON THE DAY THEY RUN.                        *
002300* WHEN THE TWENTY ENTRIES ARE FULL THE OLDEST FALLS OFF HERE;   *
002400* EVERY VERSION EVER APPLIED STAYS ON THE CTLHFILE HISTORY.     *
002500*****************************************************************
002600 01  CTLM-RECORD.
002700     05  CTLM-SETTING            PIC X(02).
002800         88  CTLM-RUN-CARD                   VALUE 'RC'.
002900     05  CTLM-LAST-VERSION-NO    PIC 9(05).
003000     05  CTLM-VERSION-COUNT      PIC 9(02).
003100     05  CTLM-VERSION OCCURS 20 TIMES.
003200         10  CTLM-VER-EFF-DATE   PIC 9(08).
003300         10  CTLM-VER-NO         PIC 9(05).
003400         10  CTLM-VER-REQUESTER  PIC X(08).
003500         10  CTLM-VER-APPROVER   PIC X(08).
003600         10  CTLM-VER-CHG-DATE   PIC 9(08).
003700         10  CTLM-VER-VALUE      PIC X(47).
003800         10  CTLM-VER-GLA-VALUE REDEFINES CTLM-VER-VALUE.
003900             15  CTLM-VER-ACCOUNT PIC X(10).
004000             15  FILLER           PIC X(37).
004100         10  CTLM-VER-RC-VALUE REDEFINES CTLM-VER-VALUE.
004200             15  CTLM-VER-OPERATOR-ID    PIC X(08).
004300             15  CTLM-VER-COMPANY-CODE   PIC X(05).
004400             15  CTLM-VER-GL-ACCOUNT     PIC X(10).
004500             15  CTLM-VER-THRESHOLD      PIC S9(10).
004600             15  CTLM-VER-RESUBMIT-SW    PIC X(01).
004700             15  CTLM-VER-MAX-CYCLES     PIC 9(02).
004800             15  CTLM-VER-OVRSHT-ACCOUNT PIC X(10).
004900             15  CTLM-VER-RERUN-AUTH     PIC X(01).
