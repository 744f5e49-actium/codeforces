000370* SUSPENSE RESUBMISSION CONTROLS - 'Y' IN THE RESUBMIT SWITCH   *
000380* PULLS THE PRIOR NIGHT'S SUSPENSE FILE INTO THE RUN, AND THE   *
000390* MAX-CYCLES COUNT SAYS HOW MANY NIGHTS A REJECT MAY CYCLE      *
000391* BEFORE IT AGES OUT ONTO THE STILL-FAILING REPORT.  THE        *
000392* RERUN-AUTH BYTE IS NO LONGER HONORED - A RERUN OF A NIGHT THE *
000393* RUN REGISTRY SHOWS COMPLETE NEEDS THE ONE-USE AUTHORIZATION   *
000394* 153X PUTS ON THE REGISTRY (SEE RUNRREC).  THE CARD IS NOW     *
000395* READ ONLY WHEN THE CTLMFILE SETTINGS MASTER IS NOT PRESENT;   *
000396* THE MASTER HOLDS EFFECTIVE-DATED VERSIONS OF THIS SAME IMAGE  *
000397* (SEE CTLMSTR).                                                *
000400*****************************************************************
000500 01  PARM-RECORD.
000600     05  PARM-OPERATOR-ID        PIC X(08).
