000500* OWN LEDGER ACCOUNT SO ACCOUNTING CAN RECLASSIFY CHECKS AND    *
000600* CREDIT SLIPS OUT OF THE CASH ACCOUNT WITHOUT A PROGRAM        *
000700* CHANGE:                                                       *
000800*   'CA' - CASH (CURRENCY AND COIN).  153Z ALSO DEBITS IT WITH  *
000810*          LOSS PREVENTION RECOVERIES, AGAINST THE OVER/SHORT   *
000820*          ACCOUNT.                                             *
000900*   'CK' - CHECKS                                               *
001000*   'CR' - CREDIT SLIPS                                         *
001010*   'FE' - CARD PROCESSOR DISCOUNT FEES - READ ONLY BY 153T,    *
001020*          WHICH MOVES THE FEES OUT OF THE CREDIT SLIP ACCOUNT  *
001030*          INTO THIS ONE AS THE PROCESSOR SETTLES EACH NIGHT.   *
001040*   'RI' - RETURNED-CHECK RECEIVABLE, AND                       *
001050*   'RW' - RETURNED-CHECK WRITE-OFFS - BOTH READ ONLY BY 153U,  *
001060*          WHICH MOVES A RETURNED CHECK OUT OF THE CHECKS       *
001070*          ACCOUNT INTO THE RECEIVABLE AND CLEARS IT BACK OUT   *
001080*          ON RECOVERY OR WRITE-OFF.                            *
001082*   'DT' - DEPOSIT-IN-TRANSIT CLEARING - THE OFFSET ACCOUNT     *
001084*          EVERY BALANCED JOURNAL ON THE GL INTERFACE BOOKS     *
001086*          AGAINST THE TENDER ACCOUNTS (SEE GLEXTREC).  153A    *
001088*          AND 153J DO NOT RELEASE THEIR JOURNALS WITHOUT ONE.  *
001100* A TENDER TYPE WITHOUT A CARD - OR A MISSING FILE - FOLDS      *
001200* THAT TENDER INTO THE RUN CARD'S DEFAULT GL ACCOUNT, THE SAME  *
001300* LUMP-SUM LINE A REGISTER WITHOUT DENOMINATION DETAIL POSTS.   *
001310* GLAFILE IS NOW READ ONLY WHEN THE CTLMFILE SETTINGS MASTER    *
001320* IS NOT PRESENT.  THE MASTER HOLDS EFFECTIVE-DATED VERSIONS OF *
001330* THESE ASSIGNMENTS UNDER THE SAME TENDER CODES, MAINTAINED BY  *
001340* 153X UNDER REQUESTER/APPROVER CONTROL (SEE CTLMSTR).          *
001400*****************************************************************
001500 01  GLA-RECORD.
001600     05  GLA-TENDER-TYPE         PIC X(02).
001700         88  GLA-CASH                        VALUE 'CA'.
001800         88  GLA-CHECKS                      VALUE 'CK'.
001900         88  GLA-CREDIT                      VALUE 'CR'.
001950         88  GLA-CARD-FEES                   VALUE 'FE'.
001960         88  GLA-RETURNED-ITEMS              VALUE 'RI'.
001970         88  GLA-RETURNED-WRITEOFF           VALUE 'RW'.
001980         88  GLA-TRANSIT-CLEARING            VALUE 'DT'.
002000     05  GLA-ACCOUNT             PIC X(10).
