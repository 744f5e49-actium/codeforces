000100*****************************************************************
000200* CTLCREC.CPY                                                   *
000300* CONTROL SETTINGS CHANGE CARD - ONE PER REQUESTED CHANGE, READ *
000400* BY 153X.  EVERY CARD NAMES WHO REQUESTED THE CHANGE AND WHO   *
000500* APPROVED IT; BOTH ARE REQUIRED AND THEY MUST DIFFER.          *
000600*   'P' - CHANGE THE RUN CARD AS OF THE EFFECTIVE DATE.  EVERY  *
000700*         NON-BLANK VALUE FIELD REPLACES THAT SETTING IN THE    *
000800*         VERSION IN EFFECT ON THE DATE; A BLANK FIELD CARRIES  *
000900*         IT FORWARD.  THE RESUBMIT SWITCH IS 'Y' OR 'N'.       *
001000*   'G' - ASSIGN THE TENDER TYPE'S GL ACCOUNT AS OF THE         *
001100*         EFFECTIVE DATE.  THE ACCOUNT IS TAKEN AS KEYED - A    *
001200*         BLANK ACCOUNT FOLDS THE TENDER INTO THE DEFAULT.      *
001300*   'R' - AUTHORIZE ONE RERUN OF THE BUSINESS DATE KEYED IN THE *
001400*         EFFECTIVE DATE FIELD, WHICH IS REQUIRED.  THE NIGHT   *
001500*         MUST BE COMPLETE ON THE RUN REGISTRY.  THE NEXT 153A  *
001600*         RERUN OF THE NIGHT USES THE AUTHORIZATION UP.         *
001700* ON A 'P' OR 'G' CARD THE EFFECTIVE DATE IS OPTIONAL - A CARD  *
001800* THAT LEAVES IT BLANK OR ZERO TAKES THE RUN DATE.              *
001900*****************************************************************
002000 01  CTLC-RECORD.
002100     05  CTLC-FUNCTION           PIC X(01).
002200         88  CTLC-RUN-CARD                   VALUE 'P'.
002300         88  CTLC-GL-ACCOUNT                 VALUE 'G'.
002400         88  CTLC-RERUN                      VALUE 'R'.
002500     05  CTLC-TENDER-TYPE        PIC X(02).
002600         88  CTLC-TENDER-KNOWN               VALUE 'CA' 'CK' 'CR'
002700                                                   'FE' 'RI' 'RW'
002750                                                   'DT'.
002800     05  CTLC-EFF-DATE           PIC X(08).
002900     05  CTLC-REQUESTER          PIC X(08).
003000     05  CTLC-APPROVER           PIC X(08).
003100     05  CTLC-OPERATOR-ID        PIC X(08).
003200     05  CTLC-COMPANY-CODE       PIC X(05).
003300     05  CTLC-ACCOUNT            PIC X(10).
003400     05  CTLC-THRESHOLD-X        PIC X(10).
003500     05  CTLC-THRESHOLD REDEFINES CTLC-THRESHOLD-X
003600                                 PIC S9(10).
003700     05  CTLC-RESUBMIT-SW        PIC X(01).
003800     05  CTLC-MAX-CYCLES-X       PIC X(02).
003900     05  CTLC-MAX-CYCLES REDEFINES CTLC-MAX-CYCLES-X
004000                                 PIC 9(02).
004100     05  CTLC-OVRSHT-ACCOUNT     PIC X(10).
