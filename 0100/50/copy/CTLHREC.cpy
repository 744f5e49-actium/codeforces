000100*****************************************************************
000200* CTLHREC.CPY                                                   *
000300* CONTROL SETTINGS CHANGE HISTORY - ONE RECORD FOR EVERY CHANGE *
000400* 153X APPLIES, APPENDED TO CTLHFILE AND NEVER REWRITTEN, SO    *
000500* EVERY VERSION OF EVERY SETTING STAYS ON FILE AFTER IT FALLS   *
000600* OFF THE MASTER'S TWENTY-ENTRY HISTORY.  THE SETTING IS AS ON  *
000700* CTLMSTR, OR 'RA' FOR A RERUN AUTHORIZATION, WHOSE EFFECTIVE   *
000800* DATE IS THE BUSINESS DATE AUTHORIZED.  THE BEFORE VALUE IS    *
000900* THE VERSION THAT WAS IN EFFECT ON THE EFFECTIVE DATE (SPACES  *
001000* WHEN THERE WAS NONE) AND THE AFTER VALUE THE NEW VERSION.     *
001100*****************************************************************
001200 01  CTLH-RECORD.
001300     05  CTLH-SETTING            PIC X(02).
001400     05  CTLH-RUN-DATE           PIC 9(08).
001500     05  CTLH-CARD-NO            PIC 9(05).
001600     05  CTLH-EFF-DATE           PIC 9(08).
001700     05  CTLH-VER-NO             PIC 9(05).
001800     05  CTLH-REQUESTER          PIC X(08).
001900     05  CTLH-APPROVER           PIC X(08).
002000     05  CTLH-BEFORE-VALUE       PIC X(47).
002100     05  CTLH-AFTER-VALUE        PIC X(47).
