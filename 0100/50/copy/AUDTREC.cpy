000140* REGISTRY'S RERUN COUNT FOR THE NIGHT, SO A RESTART - AND THE *
000150* NIGHT-END PROOF - CAN TELL THE CURRENT CYCLE'S RECORDS FROM  *
000160* A SUPERSEDED RUN'S UNDER THE SAME BUSINESS DATE.             *
000162* A POSTED REGISTER ALSO CARRIES THE FLOAT 153A NETTED OUT OF   *
000164* ITS COUNTED CASH AND ANY SHORTFALL WHEN THE CASH CAME IN      *
000166* UNDER THE FLOAT, SO A RESTART REBUILDS THE FLOAT SHORTAGE     *
000168* SECTION AND A CORRECTION REPOSTS NET OF THE SAME FLOAT.  A    *
000169* RECORD WRITTEN BEFORE FLOATS WERE NETTED READS BLANK THERE.   *
000170* EVERY RECORD ALSO CARRIES THE CASHIER WHO WORKED THE DRAWER,  *
000171* SO EACH DISPOSITION CAN BE TRACED TO THE PERSON AS WELL AS    *
000172* THE REGISTER; AN OLDER RECORD READS BLANK THERE.              *
000173* EVERY RECORD IS NUMBERED IN THE ORDER IT WAS WRITTEN AND      *
000174* SEALED WITH A CHECK VALUE FOLDED FROM ITS OWN CONTENT AND THE *
000175* CHECK VALUE OF THE RECORD BEFORE IT, SO 153W CAN PROVE THE    *
000176* TRAIL HAS NO GAP, NO RECORD OUT OF ORDER, AND NO RECORD       *
000177* ALTERED.  AN OLDER RECORD READS BLANK THERE.                  *
000178*****************************************************************
000180 01  AUDT-RECORD.
000190     05  AUDT-RUN-DATE           PIC 9(08).
000200     05  AUDT-RUN-TIME           PIC 9(08).
000350* REPOSTED, SO THE TRAIL TIES THE CORRECTION TO ITS POSTING.
000360* NEITHER COUNTS AS A SETTLEMENT DISPOSITION - 153A'S RESTART
000370* REBUILD AND THE NIGHT-END PROOFS LOOK ONLY AT P/R/O.
000372* A 'V' RECORD CARRIES THE REVERSED TENDER BREAKDOWN NEGATED,
000374* SO 153T TAKES A REVERSED REGISTER'S CREDIT SLIPS BACK OFF THE
000376* NIGHT IT EXPECTS THE CARD PROCESSOR TO FUND.
000380         88  AUDT-REVERSED                   VALUE 'V'.
000390         88  AUDT-CORRECTED                  VALUE 'C'.
000391* 'K', 'Y', AND 'W' ARE WRITTEN BY 153U UNDER THE BUSINESS DATE
000392* OF THE DEPOSIT A RETURNED CHECK WENT OUT ON - 'K' WHEN THE BANK
000393* RETURNS IT, 'Y' FOR EACH RECOVERY, 'W' WHEN THE REST IS WRITTEN
000394* OFF.  THE CHECKS AMOUNT CARRIES THE EFFECT ON THE STORE'S
000395* DEPOSITED CHECKS AND THE TOTAL THE AMOUNT OF THE EVENT.  NONE
000396* COUNTS AS A SETTLEMENT DISPOSITION.
000397         88  AUDT-CHECK-RETURNED             VALUE 'K'.
000398         88  AUDT-CHECK-RECOVERED            VALUE 'Y'.
000399         88  AUDT-CHECK-WRITTEN-OFF          VALUE 'W'.
000400* 'Z' AND 'S' ARE WRITTEN ONLY BY THE 153E ARCHIVE TO CARRY THE
000401* CHAIN ACROSS THE CUT.  A 'Z' CARRY RECORD HEADS A FILE AND SAYS
000402* THE CHAIN IN IT RESUMES AFTER THE SEQUENCE NUMBER AND CHECK
000403* VALUE IT CARRIES.  AN 'S' STUB STANDS IN FOR A RECORD FILED ON
000404* THE OTHER SIDE OF THE CUT, CARRYING THAT RECORD'S RUN DATE,
000405* REGISTER, SEQUENCE NUMBER, AND CHECK VALUE SO THE CHAIN STAYS
000406* UNBROKEN.  NEITHER IS A DISPOSITION OF ANY KIND.
000407         88  AUDT-CHAIN-CARRY                VALUE 'Z'.
000408         88  AUDT-CHAIN-STUB                 VALUE 'S'.
000409     05  AUDT-AMT-A-RAW          PIC X(11).
000410     05  AUDT-AMT-B-RAW          PIC X(11).
000420     05  AUDT-AMT-A              PIC S9(10).
000430     05  AUDT-AMT-B              PIC S9(10).
000540     05  AUDT-CREDIT-AMT         PIC S9(11).
000550     05  AUDT-RERUN-CYCLE        PIC 9(02).
000560     05  AUDT-MESSAGE            PIC X(40).
000570     05  AUDT-FLOAT-KEPT         PIC 9(09).
000580     05  AUDT-FLOAT-SHORT        PIC 9(09).
000590     05  AUDT-CASHIER-ID         PIC X(06).
000600     05  AUDT-SEQ-NO             PIC 9(09).
000610     05  AUDT-CHAIN-VALUE        PIC 9(09).
