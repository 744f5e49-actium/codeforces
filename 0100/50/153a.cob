002160*                    START DATE IS NOW THE MACHINE DATE, SO A     *
002170*                    NIGHT CAUGHT UP DAYS LATE SHOWS WHEN IT      *
002180*                    ACTUALLY RAN.                                *
002181*   10/01/2026  DLM   ADDED STORFILE, THE STORE MASTER.  THE    *
002182*                    STORE SUBTOTALS NOW PRINT IN               *
002183*                    REGION/DISTRICT ORDER WITH THE STORE NAME, *
002184*                    AND A DISTRICT SUBTOTAL AND A REGION       *
002185*                    SUBTOTAL PRINT AT EACH BREAK.  A STORE NOT *
002186*                    ON THE STORE MASTER PRINTS UNDER DISTRICT  *
002187*                    ??? AND REGION ?? SO IT CANNOT HIDE.  THE  *
002188*                    STORE MASTER IS OPTIONAL - WITHOUT IT THE  *
002189*                    NIGHT STILL SETTLES.                       *
002190*   10/02/2026  DLM   ADDED FLOTFILE, THE REGISTER FLOAT        *
002191*                    MASTER.  THE FLOAT IN EFFECT ON THE        *
002192*                    BUSINESS DATE COMES OUT OF THE COUNTED     *
002193*                    CURRENCY AND COIN (CURRENCY FIRST) - OR    *
002194*                    OUT OF THE LUMP TOTAL OF A REGISTER        *
002195*                    WITHOUT DENOMINATION DETAIL - BEFORE THE   *
002196*                    OVER/SHORT, THE GL EXTRACT, AND THE        *
002197*                    DEPOSIT.  A REGISTER WHOSE COUNTED CASH IS *
002198*                    UNDER ITS FLOAT NETS ONLY THE CASH IT HAS  *
002199*                    AND PRINTS ON THE NEW FLOAT SHORTAGE       *
002200*                    SECTION.  THE AUDIT RECORD CARRIES THE     *
002201*                    FLOAT NETTED AND THE SHORTFALL SO A        *
002202*                    RESTART REBUILDS BOTH.                     *
002203*   10/03/2026  DLM   ADDED CSHMFILE, THE CASHIER MASTER, AND   *
002204*                    CSOSFILE, THE CASHIER OVER/SHORT HISTORY.  *
002205*                    EVERY DETAIL RECORD NOW CARRIES THE        *
002206*                    CASHIER WHO WORKED THE DRAWER, AND A       *
002207*                    MISSING, UNKNOWN, OR INACTIVE CASHIER      *
002208*                    REJECTS THE RECORD.  EXPSFILE IS NOW KEYED *
002209*                    BY REGISTER AND CASHIER, FALLING BACK TO   *
002210*                    THE REGISTER-LEVEL FIGURE.  EACH POSTED    *
002211*                    DRAWER'S OVER/SHORT ROLLS INTO THE         *
002212*                    CASHIER'S 35-NIGHT HISTORY FOR 153S.  THE  *
002213*                    CASHIER PRINTS ON THE DETAIL AND REJECT    *
002214*                    LINES AND IS CARRIED ON THE AUDIT AND      *
002215*                    SUSPENSE RECORDS.                          *
002216*   10/04/2026  DLM   GLAFILE NOW ALSO CARRIES THE 'FE' CARD    *
002217*                    PROCESSOR FEE ACCOUNT FOR 153T; IT IS      *
002218*                    PASSED OVER HERE WITHOUT A MESSAGE.        *
002219*   10/05/2026  DLM   THE 'RI' AND 'RW' RETURNED-CHECK ACCOUNT  *
002220*                    CARDS FOR 153U ARE PASSED OVER THE SAME    *
002221*                    WAY AS THE 'FE' CARD.                      *
002222*   10/06/2026  DLM   EVERY AUDIT RECORD IS NOW NUMBERED AND    *
002223*                    SEALED WITH A CHECK VALUE CHAINED FROM     *
002224*                    THE RECORD BEFORE IT, FOR 153W TO VERIFY.  *
002225*                    THE RESTART RE-READ PICKS UP THE LAST      *
002226*                    SEQUENCE NUMBER AND CHECK VALUE ON THE     *
002227*                    TRAIL SO TONIGHT'S RECORDS CONTINUE IT.    *
002228*   10/07/2026  DLM   THE RUN CARD AND THE TENDER ACCOUNTS NOW   *
002229*                    COME FROM THE VERSIONS ON CTLMFILE, THE    *
002230*                    SETTINGS MASTER 153X MAINTAINS, IN EFFECT  *
002231*                    ON THE BUSINESS DATE, SO THE CALENDAR IS   *
002232*                    NOW LOADED AHEAD OF THE RUN CARD.  WITHOUT *
002233*                    THE MASTER PARMFILE AND GLAFILE ARE READ   *
002234*                    AS BEFORE.  A RERUN OF A COMPLETE NIGHT    *
002235*                    NOW NEEDS THE ONE-USE AUTHORIZATION 153X   *
002236*                    PUTS ON THE RUN REGISTRY; THE RERUN USES   *
002237*                    IT UP.  THE RUN CARD'S RERUN-AUTH BYTE IS  *
002238*                    NO LONGER HONORED.                         *
002239*   10/09/2026  DLM   GLIFILE NOW GOES OUT AS BALANCED          *
002240*                    JOURNALS.  EACH STORE'S TENDER LINES ARE   *
002241*                    ONE NUMBERED JOURNAL OFFSET TO THE NEW     *
002242*                    'DT' DEPOSIT-IN-TRANSIT CLEARING ACCOUNT,  *
002243*                    AND THE OVER/SHORT LINE IS ANOTHER.  THE   *
002244*                    FILE CONTROL RECORD THAT RELEASES GLIFILE  *
002245*                    IS WRITTEN ONLY WHEN EVERY JOURNAL         *
002246*                    BALANCES AND THE CLEARING ACCOUNT IS       *
002247*                    ASSIGNED, OR THE RUN ENDS WITH RC 8.       *
002248*****************************************************************
002249 ENVIRONMENT DIVISION.
002250 CONFIGURATION SECTION.
002251 SOURCE-COMPUTER.   IBM-370.
002252 OBJECT-COMPUTER.   IBM-370.
002253 INPUT-OUTPUT SECTION.
002254 FILE-CONTROL.
002260     SELECT TRANFILE ASSIGN TO TRANFILE
002270         ORGANIZATION IS LINE SEQUENTIAL.
002280     SELECT REPTFILE ASSIGN TO REPTFILE
002500     SELECT EXPSFILE ASSIGN TO EXPSFILE
002510         ORGANIZATION IS INDEXED
002520         ACCESS MODE IS RANDOM
002530         RECORD KEY IS EXPS-KEY
002540         FILE STATUS IS WS-EXPSFILE-STATUS.
002550     SELECT EXCPFILE ASSIGN TO EXCPFILE
002560         ORGANIZATION IS LINE SEQUENTIAL.
002700     SELECT GLAFILE ASSIGN TO GLAFILE
002710         ORGANIZATION IS LINE SEQUENTIAL
002720         FILE STATUS IS WS-GLAFILE-STATUS.
002721     SELECT CTLMFILE ASSIGN TO CTLMFILE
002722         ORGANIZATION IS INDEXED
002723         ACCESS MODE IS RANDOM
002724         RECORD KEY IS CTLM-SETTING
002725         FILE STATUS IS WS-CTLMFILE-STATUS.
002730     SELECT RUNRFILE ASSIGN TO RUNRFILE
002740         ORGANIZATION IS INDEXED
002750         ACCESS MODE IS RANDOM
002800         ACCESS MODE IS RANDOM
002810         RECORD KEY IS OVSH-REG-NO
002820         FILE STATUS IS WS-OVSHFILE-STATUS.
002821     SELECT STORFILE ASSIGN TO STORFILE
002822         ORGANIZATION IS INDEXED
002823         ACCESS MODE IS RANDOM
002824         RECORD KEY IS STOR-STORE-NO
002825         FILE STATUS IS WS-STORFILE-STATUS.
002827     SELECT FLOTFILE ASSIGN TO FLOTFILE
002829         ORGANIZATION IS INDEXED
002831         ACCESS MODE IS RANDOM
002833         RECORD KEY IS FLOT-REG-NO
002835         FILE STATUS IS WS-FLOTFILE-STATUS.
002836     SELECT CSHMFILE ASSIGN TO CSHMFILE
002837         ORGANIZATION IS INDEXED
002838         ACCESS MODE IS RANDOM
002839         RECORD KEY IS CSHM-CASHIER-ID
002840         FILE STATUS IS WS-CSHMFILE-STATUS.
002841     SELECT CSOSFILE ASSIGN TO CSOSFILE
002842         ORGANIZATION IS INDEXED
002843         ACCESS MODE IS RANDOM
002844         RECORD KEY IS CSOS-CASHIER-ID
002845         FILE STATUS IS WS-CSOSFILE-STATUS.
002846 DATA DIVISION.
002847 FILE SECTION.
002850 FD  TRANFILE
002860     LABEL RECORDS ARE STANDARD.
002870 COPY TRANREC.
003140 COPY SUSPREC.
003150 FD  SUSPOUT
003160     LABEL RECORDS ARE STANDARD.
003170 01  SUSPO-RECORD                PIC X(76).
003180 FD  DATEFILE
003190     LABEL RECORDS ARE STANDARD.
003200 COPY BDATREC.
003270 FD  GLAFILE
003280     LABEL RECORDS ARE STANDARD.
003290 COPY GLACREC.
003292 FD  CTLMFILE.
003294 COPY CTLMSTR.
003300 FD  RUNRFILE.
003310 COPY RUNRREC.
003320 FD  OVSHFILE.
003330 COPY OVSHREC.
003332 FD  STORFILE.
003334 COPY STORMSTR.
003336 FD  FLOTFILE.
003338 COPY FLOTMSTR.
003340 FD  CSHMFILE.
003342 COPY CSHMSTR.
003344 FD  CSOSFILE.
003346 COPY CSOSREC.
003348 WORKING-STORAGE SECTION.
003350 01  A                           PIC S9(10) VALUE ZEROES.
003360 01  B                           PIC S9(10) VALUE ZEROES.
003370 01  S                           PIC X(10).
003620     05  FILLER                  PIC X(05) VALUE 'TOTAL'.
003630     05  FILLER                  PIC X(04) VALUE SPACES.
003640     05  FILLER                  PIC X(10) VALUE 'OVER/SHORT'.
003642     05  FILLER                  PIC X(08) VALUE SPACES.
003644     05  FILLER                  PIC X(05) VALUE 'FLOAT'.
003646     05  FILLER                  PIC X(04) VALUE SPACES.
003648     05  FILLER                  PIC X(07) VALUE 'CASHIER'.
003650 01  WS-RPT-DTL-LINE.
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  DTL-REG-NO               PIC X(05).
003770     05  DTL-OVER-SHORT           PIC -Z(9)9.
003780     05  DTL-OVER-SHORT-X REDEFINES DTL-OVER-SHORT
003790                                 PIC X(11).
003792     05  FILLER                  PIC X(03) VALUE SPACES.
003794     05  DTL-FLOAT                PIC -Z(9)9.
003796     05  FILLER                  PIC X(03) VALUE SPACES.
003798     05  DTL-CASHIER-ID           PIC X(06).
003800 01  WS-RPT-FTR-LINE.
003810     05  FILLER                  PIC X(05) VALUE SPACES.
003820     05  FTR-LABEL                PIC X(20).
003960     05  ERR-AMT-B-RAW            PIC X(11).
003970     05  FILLER                  PIC X(03) VALUE SPACES.
003980     05  ERR-MESSAGE              PIC X(60).
003982     05  FILLER                  PIC X(02) VALUE SPACES.
003984     05  ERR-CASHIER-ID           PIC X(06).
003990*****************************************************************
004000* STILL-FAILING REPORT WORK AREAS                               *
004010*****************************************************************
004390     05  FILLER                  PIC X(03) VALUE SPACES.
004400     05  FILLER                  PIC X(10) VALUE 'REGISTERS:'.
004410     05  STO-REG-COUNT            PIC ZZZZ9.
004411     05  FILLER                  PIC X(02) VALUE SPACES.
004412     05  STO-STORE-NAME           PIC X(30).
004413 01  WS-RPT-DST-LINE.
004414     05  FILLER                  PIC X(05) VALUE SPACES.
004415     05  FILLER                  PIC X(09) VALUE 'DISTRICT '.
004416     05  DST-DISTRICT             PIC X(03).
004417     05  FILLER                  PIC X(09) VALUE ' SUBTOTAL'.
004418     05  FILLER                  PIC X(03) VALUE SPACES.
004419     05  DST-TOTAL                PIC -Z(10)9.
004420     05  FILLER                  PIC X(03) VALUE SPACES.
004421     05  FILLER                  PIC X(10) VALUE 'REGISTERS:'.
004422     05  DST-REG-COUNT            PIC ZZZZ9.
004423     05  FILLER                  PIC X(02) VALUE SPACES.
004424     05  FILLER                  PIC X(07) VALUE 'STORES:'.
004425     05  DST-STORE-COUNT          PIC ZZ9.
004426 01  WS-RPT-RGN-LINE.
004427     05  FILLER                  PIC X(05) VALUE SPACES.
004428     05  FILLER                  PIC X(07) VALUE 'REGION '.
004429     05  RGN-REGION               PIC X(02).
004430     05  FILLER                  PIC X(09) VALUE ' SUBTOTAL'.
004431     05  FILLER                  PIC X(06) VALUE SPACES.
004432     05  RGN-TOTAL                PIC -Z(10)9.
004433     05  FILLER                  PIC X(03) VALUE SPACES.
004434     05  FILLER                  PIC X(10) VALUE 'REGISTERS:'.
004435     05  RGN-REG-COUNT            PIC ZZZZ9.
004436     05  FILLER                  PIC X(02) VALUE SPACES.
004437     05  FILLER                  PIC X(07) VALUE 'STORES:'.
004438     05  RGN-STORE-COUNT          PIC ZZ9.
004439 01  WS-RPT-CTLBAN-LINE.
004440     05  FILLER                  PIC X(05) VALUE SPACES.
004441     05  FILLER                  PIC X(26)
004450             VALUE '*** BATCH CONTROL FAILURE '.
004460     05  FILLER                  PIC X(27)
004470             VALUE '- GL EXTRACT SUPPRESSED ***'.
004730     05  DEN-COUNT                PIC ZZZZZZZZ9.
004740     05  FILLER                  PIC X(03) VALUE SPACES.
004750     05  DEN-AMOUNT               PIC -Z(10)9.
004751 01  WS-RPT-FSHH-LINE.
004752     05  FILLER                  PIC X(05) VALUE SPACES.
004753     05  FILLER                  PIC X(14)
004754             VALUE 'FLOAT SHORTAGE'.
004755 01  WS-RPT-FSHC-LINE.
004756     05  FILLER                  PIC X(05) VALUE SPACES.
004757     05  FILLER                  PIC X(03) VALUE 'REG'.
004758     05  FILLER                  PIC X(04) VALUE SPACES.
004759     05  FILLER                  PIC X(05) VALUE 'STORE'.
004760     05  FILLER                  PIC X(07) VALUE SPACES.
004761     05  FILLER                  PIC X(05) VALUE 'FLOAT'.
004762     05  FILLER                  PIC X(02) VALUE SPACES.
004763     05  FILLER                  PIC X(12) VALUE 'COUNTED CASH'.
004764     05  FILLER                  PIC X(05) VALUE SPACES.
004765     05  FILLER                  PIC X(09) VALUE 'SHORTFALL'.
004766 01  WS-RPT-FSH-LINE.
004767     05  FILLER                  PIC X(05) VALUE SPACES.
004768     05  FSH-REG-NO               PIC X(05).
004769     05  FILLER                  PIC X(02) VALUE SPACES.
004770     05  FSH-STORE-NO             PIC X(03).
004771     05  FILLER                  PIC X(03) VALUE SPACES.
004772     05  FSH-FLOAT                PIC -Z(9)9.
004773     05  FILLER                  PIC X(03) VALUE SPACES.
004774     05  FSH-COUNTED              PIC -Z(9)9.
004775     05  FILLER                  PIC X(03) VALUE SPACES.
004776     05  FSH-SHORT                PIC -Z(9)9.
004777*****************************************************************
004778* EXCEPTION REPORT WORK AREAS                                    *
004780*****************************************************************
004790 01  WS-EXCP-HDR-LINE.
004800     05  FILLER                  PIC X(35) VALUE SPACES.
005530 77  WS-GL-LUMP-AMT               PIC S9(11) VALUE ZEROES.
005540 01  WS-GL-LINE-ACCOUNT           PIC X(10).
005550 77  WS-GL-LINE-AMT               PIC S9(11) VALUE ZEROES.
005551 01  WS-GL-LINE-STORE             PIC X(03).
005552 01  WS-GL-LINE-TYPE              PIC X(01).
005553*****************************************************************
005554* GL JOURNAL WORK AREAS - EACH STORE'S TENDER LINES GO OUT AS   *
005555* ONE JOURNAL OFFSET TO THE 'DT' DEPOSIT-IN-TRANSIT CLEARING    *
005556* ACCOUNT, AND THE OVER/SHORT LINE AS ONE MORE.  THE JOURNAL    *
005557* AND FILE TOTALS PROVE DEBITS EQUAL CREDITS BEFORE THE CONTROL *
005558* RECORD RELEASES GLIFILE.  CREDIT TOTALS ARE KEPT POSITIVE.    *
005559*****************************************************************
005560 01  WS-TRANSIT-ACCOUNT           PIC X(10).
005561 01  WS-JRNL-NO.
005562     05  WS-JRNL-SOURCE           PIC X(02) VALUE 'SN'.
005563     05  WS-JRNL-DATE             PIC 9(08) VALUE ZEROES.
005564     05  WS-JRNL-SEQ              PIC 9(04) VALUE ZEROES.
005565 77  WS-JRNL-LINE-NO              PIC 9(04) VALUE ZEROES.
005566 77  WS-JRNL-NET                  PIC S9(13) VALUE ZEROES.
005567 77  WS-JRNL-DEBIT                PIC S9(13) VALUE ZEROES.
005568 77  WS-JRNL-CREDIT               PIC S9(13) VALUE ZEROES.
005569 77  WS-JRNL-COUNT                PIC 9(05) VALUE ZEROES.
005570 77  WS-JRNL-LINE-COUNT           PIC 9(07) VALUE ZEROES.
005571 77  WS-JRNL-DEBIT-TOTAL          PIC S9(13) VALUE ZEROES.
005572 77  WS-JRNL-CREDIT-TOTAL         PIC S9(13) VALUE ZEROES.
005573 77  WS-JRNL-UNBAL-COUNT          PIC 9(05) VALUE ZEROES.
005574*****************************************************************
005580* SETTINGS MASTER WORK AREAS - THE RUN CARD AND THE TENDER      *
005590* ACCOUNTS ARE THE VERSIONS ON CTLMFILE IN EFFECT ON THE        *
005600* BUSINESS DATE.  WITHOUT THE MASTER THE RUN FALLS BACK TO      *
005610* PARMFILE AND GLAFILE.                                         *
005620*****************************************************************
005630 01  WS-CTLMFILE-STATUS           PIC X(02).
005631 01  WS-SETTING                   PIC X(02).
005632 77  WS-VERSION-SUB               PIC 9(02) VALUE ZEROES.
005633 77  WS-VERSION-HIT               PIC 9(02) VALUE ZEROES.
005634*****************************************************************
005635* RUN REGISTRY WORK AREAS - A BUSINESS DATE THE REGISTRY SHOWS  *
005636* COMPLETE REFUSES TO SETTLE AGAIN UNLESS ITS RECORD CARRIES AN *
005637* UNUSED RERUN AUTHORIZATION FROM 153X.                         *
005638*****************************************************************
005639 01  WS-RUNRFILE-STATUS           PIC X(02).
005640 01  WS-RUNR-FOUND-SW             PIC X(01) VALUE 'N'.
005650     88  WS-RUNR-FOUND                        VALUE 'Y'.
005660 77  WS-ASSIGN-SUB                PIC 9(03) VALUE ZEROES.
005670 77  WS-ASSIGN-SLOT               PIC 9(03) VALUE ZEROES.
005680 77  WS-ASSIGN-BEST-DATE          PIC 9(08) VALUE ZEROES.
005690 01  WS-OVSHFILE-STATUS           PIC X(02).
005695 01  WS-STORFILE-STATUS           PIC X(02).
005700 77  WS-RUN-CYCLE                 PIC 9(02) VALUE ZEROES.
005710 77  WS-AUDT-CYCLE                PIC 9(02) VALUE ZEROES.
005711* AUDIT CHAIN WORK AREAS - THE LAST SEQUENCE NUMBER AND CHECK
005712* VALUE ON AUDTFILE, AND THE CHARACTER TABLE WHOSE PLACES ARE
005713* FOLDED INTO EACH RECORD'S CHECK VALUE.  153W HOLDS THE SAME
005714* TABLE AND RULE - KEEP THEM IN STEP.
005715 77  WS-CHAIN-SEQ                 PIC 9(09) VALUE ZEROES.
005716 77  WS-CHAIN-VALUE               PIC 9(09) VALUE ZEROES.
005717 77  WS-CHAIN-WORK                PIC 9(11) VALUE ZEROES.
005718 77  WS-CHAIN-QUOT                PIC 9(03) VALUE ZEROES.
005719 77  WS-CHAIN-REM                 PIC 9(09) VALUE ZEROES.
005720 77  WS-CHAIN-ORD                 PIC 9(03) VALUE ZEROES.
005721 77  WS-CHAIN-SUB                 PIC 9(03) VALUE ZEROES.
005722 01  WS-CHAIN-BYTE                PIC X(01).
005723 01  WS-CHAIN-CHARS.
005724     05  FILLER                   PIC X(32)
005725             VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ01234'.
005726     05  FILLER                   PIC X(32)
005727             VALUE '56789abcdefghijklmnopqrstuvwxyz.'.
005728     05  FILLER                   PIC X(31)
005729             VALUE ',-/()*&+$#@%:;''"=<>?!_{}[]|\^`~'.
005730 01  WS-MACHINE-DATE              PIC 9(08) VALUE ZEROES.
005731 01  WS-OVSH-FOUND-SW             PIC X(01) VALUE 'N'.
005740     88  WS-OVSH-FOUND                        VALUE 'Y'.
005750 77  WS-OVSH-SUB                  PIC 9(03) VALUE ZEROES.
005760 77  WS-OVER-SHORT                PIC S9(11) VALUE ZEROES.
005970     05  WS-SUSP-TRAN-DATA        PIC X(28).
005980     05  WS-SUSP-REASON           PIC X(40).
005990     05  WS-SUSP-CYCLE            PIC 9(02).
005995     05  WS-SUSP-CASHIER-ID       PIC X(06).
006000*****************************************************************
006010* DENOMINATION WORK AREAS - THE CONSTANT TABLE NAMES THE VALID  *
006020* DENOMINATION CODES, THE GROUP TABLE ACCUMULATES ONE REGISTER'S*
006910     05  FILLER                   PIC X(01).
006920     05  WS-HOLD-REG-NO           PIC X(05).
006930     05  FILLER                   PIC X(22).
006935     05  FILLER                   PIC X(06).
006940 01  WS-PENDING-TRAN              PIC X(34).
006950*****************************************************************
006960* STORE SUBTOTAL TABLE - ONE ENTRY PER STORE SEEN TONIGHT,      *
006970* BUILT IN FIRST-SEEN ORDER AS REGISTERS POST.  THE SUBTOTALS   *
006980* PRINT AHEAD OF THE REPORT GRAND TOTAL AND EACH ENTRY WRITES   *
006990* ITS OWN GL EXTRACT RECORD AT END OF RUN.  THE NAME AND THE    *
006992* DISTRICT/REGION ROLLUP ARE FILLED FROM THE STORE MASTER JUST  *
006994* BEFORE THE SUBTOTALS PRINT; THE ORDER TABLE THEN LISTS THE    *
006996* ENTRIES IN REGION/DISTRICT/STORE ORDER FOR THE PRINT ONLY, SO *
006998* THE GL EXTRACT AND DEPOSIT RECORDS KEEP FIRST-SEEN ORDER.     *
007000*****************************************************************
007010 01  WS-STORE-TABLE.
007020* ENTRY 101 IS THE CATCH-ALL ('***') FOR STORES PAST THE 100
007180* DETAIL, WHICH POST TO THE DEFAULT GL ACCOUNT AS ALWAYS.
007190         10  WS-STORE-CREDIT      PIC S9(11).
007200         10  WS-STORE-LUMP        PIC S9(11).
007201         10  WS-STORE-NAME        PIC X(30).
007202         10  WS-STORE-ROLLUP-KEY.
007203             15  WS-STORE-REGION  PIC X(02).
007204             15  WS-STORE-DISTRICT
007205                                  PIC X(03).
007206             15  WS-STORE-KEY-NO  PIC X(03).
007210 77  WS-STORE-COUNT               PIC 9(03) VALUE ZEROES.
007220 77  WS-STORE-SUB                 PIC 9(03) VALUE ZEROES.
007230 77  WS-STORE-SLOT                PIC 9(03) VALUE ZEROES.
007240 01  WS-CURRENT-STORE             PIC X(03).
007241 01  WS-STORE-ORDER-TABLE.
007242     05  WS-STORE-ORDER OCCURS 101 TIMES
007243                                  PIC 9(03).
007244 77  WS-ORDER-COUNT               PIC 9(03) VALUE ZEROES.
007245 77  WS-ORDER-SUB                 PIC 9(03) VALUE ZEROES.
007246 77  WS-ORDER-SLOT                PIC 9(03) VALUE ZEROES.
007247 01  WS-PRIOR-REGION              PIC X(02).
007248 01  WS-PRIOR-DISTRICT            PIC X(03).
007249 77  WS-DIST-TOTAL                PIC S9(13) VALUE ZEROES.
007250 77  WS-DIST-REG-COUNT            PIC 9(05) VALUE ZEROES.
007251 77  WS-DIST-STORE-COUNT          PIC 9(03) VALUE ZEROES.
007252 77  WS-RGN-TOTAL                 PIC S9(13) VALUE ZEROES.
007253 77  WS-RGN-REG-COUNT             PIC 9(05) VALUE ZEROES.
007254 77  WS-RGN-STORE-COUNT           PIC 9(03) VALUE ZEROES.
007255*****************************************************************
007256* REGISTER FLOAT WORK AREAS - THE FLOAT IN EFFECT ON THE        *
007257* BUSINESS DATE COMES OUT OF THE REGISTER'S COUNTED CASH        *
007258* BEFORE ANYTHING POSTS.  A REGISTER WHOSE COUNTED CASH COMES   *
007259* IN UNDER ITS FLOAT NETS ONLY THE CASH IT HAS AND IS LISTED ON *
007260* THE FLOAT SHORTAGE SECTION; SHORTAGES PAST THE TABLE'S 200    *
007261* ENTRIES ARE COUNTED AND TOTALLED BUT NOT LISTED.              *
007262*****************************************************************
007263 01  WS-FLOTFILE-STATUS           PIC X(02).
007264 77  WS-REG-FLOAT                 PIC S9(11) VALUE ZEROES.
007265 77  WS-FLOAT-KEPT                PIC S9(11) VALUE ZEROES.
007266 77  WS-FLOAT-SHORT               PIC S9(11) VALUE ZEROES.
007267 77  WS-FLOAT-REMAINDER           PIC S9(11) VALUE ZEROES.
007268 77  WS-COUNTED-CASH              PIC S9(11) VALUE ZEROES.
007269 77  WS-FLOAT-SUB                 PIC 9(03) VALUE ZEROES.
007270 77  WS-FLOAT-SLOT                PIC 9(03) VALUE ZEROES.
007271 77  WS-FLOAT-BEST-DATE           PIC 9(08) VALUE ZEROES.
007272*****************************************************************
007273* CASHIER WORK AREAS - EVERY DRAWER IS SETTLED AGAINST THE      *
007274* CASHIER MASTER, AND A POSTED DRAWER'S OVER/SHORT ROLLS INTO   *
007275* THE CASHIER'S OWN 35-NIGHT HISTORY ON CSOSFILE.               *
007276*****************************************************************
007277 01  WS-CSHMFILE-STATUS           PIC X(02).
007278 01  WS-CSOSFILE-STATUS           PIC X(02).
007279 01  WS-CSOS-FOUND-SW             PIC X(01) VALUE 'N'.
007280     88  WS-CSOS-FOUND                        VALUE 'Y'.
007281 77  WS-CSOS-SUB                  PIC 9(03) VALUE ZEROES.
007282 01  WS-FSHT-TABLE.
007283     05  WS-FSHT-ENTRY OCCURS 200 TIMES.
007284         10  WS-FSHT-REG-NO       PIC X(05).
007285         10  WS-FSHT-STORE-NO     PIC X(03).
007286         10  WS-FSHT-FLOAT        PIC S9(11).
007287         10  WS-FSHT-COUNTED      PIC S9(11).
007288         10  WS-FSHT-SHORT        PIC S9(11).
007289 77  WS-FSHT-COUNT                PIC 9(05) VALUE ZEROES.
007290 77  WS-FSHT-SUB                  PIC 9(05) VALUE ZEROES.
007291 77  WS-FSHT-TOTAL                PIC S9(11) VALUE ZEROES.
007292 01  WS-SWITCHES.
007293     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
007294         88  WS-EOF                          VALUE 'Y'.
007295     05  WS-CHKP-EOF-SW           PIC X(01) VALUE 'N'.
007296         88  WS-CHKP-EOF                     VALUE 'Y'.
007300     05  WS-AUDT-EOF-SW           PIC X(01) VALUE 'N'.
007310         88  WS-AUDT-EOF                     VALUE 'Y'.
007320     05  WS-HIST-FOUND-SW         PIC X(01) VALUE 'N'.
007430         88  WS-EXPS-AVAIL                   VALUE 'Y'.
007440     05  WS-GLA-EOF-SW            PIC X(01) VALUE 'N'.
007450         88  WS-GLA-EOF                      VALUE 'Y'.
007452     05  WS-CTLM-AVAIL-SW         PIC X(01) VALUE 'N'.
007454         88  WS-CTLM-AVAIL                   VALUE 'Y'.
007456     05  WS-VERSION-FOUND-SW      PIC X(01) VALUE 'N'.
007458         88  WS-VERSION-FOUND                VALUE 'Y'.
007460     05  WS-HDR-SEEN-SW           PIC X(01) VALUE 'N'.
007470         88  WS-HDR-SEEN                     VALUE 'Y'.
007480     05  WS-TRL-SEEN-SW           PIC X(01) VALUE 'N'.
007630         88  WS-BDAT-FOUND                   VALUE 'Y'.
007640     05  WS-EXPS-FOUND-SW         PIC X(01) VALUE 'N'.
007650         88  WS-EXPS-FOUND                   VALUE 'Y'.
007652     05  WS-STOR-AVAIL-SW         PIC X(01) VALUE 'N'.
007654         88  WS-STOR-AVAIL                   VALUE 'Y'.
007656     05  WS-ORDER-PLACED-SW       PIC X(01) VALUE 'N'.
007658         88  WS-ORDER-PLACED                 VALUE 'Y'.
007660     05  WS-FLOT-AVAIL-SW         PIC X(01) VALUE 'N'.
007662         88  WS-FLOT-AVAIL                   VALUE 'Y'.
007664*****************************************************************
007670 PROCEDURE DIVISION.
007680 0000-MAINLINE.
007690     PERFORM 1000-INITIALIZE
007790* PRIME THE PROCESSING LOOP WITH THE FIRST TRANSACTION RECORD.   *
007800*****************************************************************
007810 1000-INITIALIZE.
007820* THE CALENDAR, THE RUN CARD, AND THE RUN REGISTRY CHECK COME
007830* BEFORE ANY OUTPUT FILE OPENS - A RESUBMITTED NIGHT THE
007840* REGISTRY REFUSES MUST STOP WITHOUT WIPING THE SETTLED
007850* NIGHT'S GL EXTRACT AND DEPOSIT FILE, WHICH THE LEDGER AND
007860* BANK JOBS MAY NOT HAVE PICKED UP YET.  THE CALENDAR COMES
007870* FIRST - THE RUN CARD IN EFFECT DEPENDS ON THE BUSINESS DATE.
007880     PERFORM 1300-LOAD-BUSINESS-DATE
007890     PERFORM 1350-LOAD-RUN-CARD
007900     PERFORM 1500-CHECK-RUN-REGISTRY
008120     OPEN INPUT TRANFILE
008130     OPEN OUTPUT REPTFILE
008140     OPEN OUTPUT GLIFILE
008220         MOVE 16 TO RETURN-CODE
008230         STOP RUN
008240     END-IF
008241     OPEN INPUT CSHMFILE
008242     IF WS-CSHMFILE-STATUS NOT = '00'
008243         DISPLAY 'CSHMFILE WILL NOT OPEN - STATUS '
008244             WS-CSHMFILE-STATUS
008245         DISPLAY '153A TERMINATING - CASHIER MASTER IS REQUIRED'
008246         MOVE 16 TO RETURN-CODE
008247         STOP RUN
008248     END-IF
008250     OPEN I-O HISTFILE
008260     IF WS-HISTFILE-STATUS NOT = '00'
008270         OPEN OUTPUT HISTFILE
008340         CLOSE OVSHFILE
008350         OPEN I-O OVSHFILE
008360     END-IF
008361     OPEN I-O CSOSFILE
008362     IF WS-CSOSFILE-STATUS NOT = '00'
008363         OPEN OUTPUT CSOSFILE
008364         CLOSE CSOSFILE
008365         OPEN I-O CSOSFILE
008366     END-IF
008370* THE EXPECTED-SALES FEED IS OPTIONAL - A NIGHT WITHOUT IT STILL
008380* SETTLES, IT JUST SETTLES WITHOUT OVER/SHORT REPORTING.
008390     OPEN INPUT EXPSFILE
008440             WS-EXPSFILE-STATUS
008450         DISPLAY 'OVER/SHORT REPORTING SKIPPED THIS RUN'
008460     END-IF
008461* THE STORE MASTER ONLY SUPPLIES NAMES AND THE DISTRICT/REGION
008462* ROLLUP FOR THE REPORT - A NIGHT WITHOUT IT STILL SETTLES, WITH
008463* EVERY STORE PRINTED AS NOT ON THE STORE MASTER.
008464     OPEN INPUT STORFILE
008465     IF WS-STORFILE-STATUS = '00'
008466         MOVE 'Y' TO WS-STOR-AVAIL-SW
008467     ELSE
008468         DISPLAY 'STORFILE WILL NOT OPEN - STATUS '
008469             WS-STORFILE-STATUS
008470         DISPLAY 'STORE NAMES AND ROLLUPS SKIPPED THIS RUN'
008471     END-IF
008472* THE FLOAT MASTER IS OPTIONAL TOO - WITHOUT IT EVERY REGISTER
008473* SETTLES GROSS, THE WAY THEY ALL DID BEFORE FLOATS WERE NETTED.
008474     OPEN INPUT FLOTFILE
008475     IF WS-FLOTFILE-STATUS = '00'
008476         MOVE 'Y' TO WS-FLOT-AVAIL-SW
008477     ELSE
008478         DISPLAY 'FLOTFILE WILL NOT OPEN - STATUS '
008479             WS-FLOTFILE-STATUS
008480         DISPLAY 'FLOAT NETTING SKIPPED THIS RUN'
008481     END-IF
008482     PERFORM 1400-LOAD-GL-ACCOUNTS
008483* SUSPOUT IS EXTENDED, NOT REWRITTEN, SO SUSPENSE RECORDS ALREADY
008490* WRITTEN BY AN ABENDED RUN SURVIVE THE RESTART (THE RESTART WILL
008500* SKIP THOSE REGISTERS AND MUST NOT LOSE THEIR SUSPENSE IMAGES).
008510     OPEN EXTEND SUSPOUT
009800         AT END
009810             MOVE 'Y' TO WS-AUDT-EOF-SW
009820         NOT AT END
009821* THE LAST CHAINED RECORD ON THE TRAIL IS WHERE TONIGHT'S RECORDS
009822* PICK UP THE SEQUENCE AND THE CHECK VALUE.
009823             IF AUDT-SEQ-NO IS NUMERIC
009824                     AND AUDT-CHAIN-VALUE IS NUMERIC
009825                 MOVE AUDT-SEQ-NO      TO WS-CHAIN-SEQ
009826                 MOVE AUDT-CHAIN-VALUE TO WS-CHAIN-VALUE
009827             END-IF
009830* A RECORD FROM BEFORE THE CYCLE STAMP EXISTED READS BLANK
009840* THERE AND COUNTS AS CYCLE ZERO, WHICH IS WHAT IT WAS.
009850             IF AUDT-RERUN-CYCLE IS NUMERIC
010140                     IF AUDT-EXPS-FLAG = 'Y'
010150                         ADD AUDT-OVER-SHORT TO WS-OVRSHT-TOTAL
010160                     END-IF
010161* A RECORD FROM BEFORE FLOATS WERE NETTED READS BLANK THERE AND
010162* HAD NO SHORTAGE.
010163                     IF AUDT-FLOAT-SHORT IS NUMERIC
010164                             AND AUDT-FLOAT-SHORT > ZEROES
010165                         PERFORM 4450-NOTE-FLOAT-SHORTAGE
010166                     END-IF
010170                 ELSE
010180                 IF AUDT-REJECTED
010190                     ADD 1 TO WS-REJECT-COUNT
010980         PERFORM 3100-WRITE-REJECT-LINE
010990         GO TO 2000-PROCESS-REGISTER-EXIT
011000     END-IF
011001* THE DRAWER IS CHARGED TO THE CASHIER WHO WORKED IT, SO THE
011002* CASHIER MUST BE KNOWN AND ACTIVE BEFORE ANYTHING POSTS.
011003     IF TRAN-CASHIER-ID = SPACES
011004         MOVE 'CASHIER ID MISSING - RECORD REJECTED'
011005             TO ERR-MESSAGE
011006         PERFORM 3100-WRITE-REJECT-LINE
011007         GO TO 2000-PROCESS-REGISTER-EXIT
011008     END-IF
011009     MOVE TRAN-CASHIER-ID TO CSHM-CASHIER-ID
011010     READ CSHMFILE
011011         INVALID KEY
011012             MOVE 'CASHIER NOT ON FILE - RECORD REJECTED'
011013                 TO ERR-MESSAGE
011014             PERFORM 3100-WRITE-REJECT-LINE
011015             GO TO 2000-PROCESS-REGISTER-EXIT
011016     END-READ
011017     IF NOT CSHM-ACTIVE
011018         MOVE 'CASHIER IS NOT ACTIVE - RECORD REJECTED'
011019             TO ERR-MESSAGE
011020         PERFORM 3100-WRITE-REJECT-LINE
011021         GO TO 2000-PROCESS-REGISTER-EXIT
011022     END-IF
011023     MOVE TRAN-A-AMT-X TO S
011024     IF S IS NOT NUMERIC
011030         MOVE 'FIELD A IS NOT NUMERIC - RECORD REJECTED'
011040             TO ERR-MESSAGE
011050         PERFORM 3100-WRITE-REJECT-LINE
011520         PERFORM 3100-WRITE-REJECT-LINE
011530         GO TO 2000-PROCESS-REGISTER-EXIT
011540     END-IF
011541* THE FLOAT COMES OUT BEFORE ANYTHING ELSE LOOKS AT THE TOTAL -
011542* THE OVER/SHORT, THE DETAIL LINE, THE GL, AND THE DEPOSIT ALL SEE
011543* THE NIGHT'S TAKINGS, NOT THE STARTING BANK.  THE TENDER
011544* BREAKDOWN IS FOOTED FIRST SO THE FLOAT CAN COME OUT OF ITS CASH.
011545     IF WS-DENOM-REC-COUNT > ZEROES
011546         PERFORM 4160-FOOT-REGISTER-TENDER
011547     ELSE
011548         MOVE ZEROES TO WS-REG-CURRENCY
011549         MOVE ZEROES TO WS-REG-COIN
011550         MOVE ZEROES TO WS-REG-CHECKS
011551         MOVE ZEROES TO WS-REG-CREDIT
011552     END-IF
011553     PERFORM 4400-APPLY-REGISTER-FLOAT
011554     PERFORM 4200-COMPUTE-OVER-SHORT
011560     PERFORM 3000-WRITE-DETAIL-LINE
011570     ADD WS-REG-TOTAL TO WS-PAGE-TOTAL
011580         ON SIZE ERROR
011770             VARYING WS-DENOM-SUB FROM 1 BY 1
011780             UNTIL WS-DENOM-SUB > 13
011790* THE STORE SLOT SET BY 4000-POST-STORE-TOTAL IS STILL IN HAND,
011800* SO THE REGISTER'S NET TENDER FIGURES FOLD INTO THE STORE'S
011810* DEPOSIT BREAKDOWN.
011820         PERFORM 4150-FOLD-STORE-TENDER
011830     ELSE
011840* NO DENOMINATION DETAIL - THE WHOLE TOTAL POSTS AS A LUMP SUM
011850* TO THE DEFAULT GL ACCOUNT, THE WAY EVERY REGISTER DID BEFORE
011860* THE TENDER SPLIT.
011870         ADD WS-REG-TOTAL TO WS-STORE-LUMP (WS-STORE-SLOT)
011880     END-IF
011960     MOVE 'P' TO AUDT-STATUS
011970     PERFORM 3300-WRITE-AUDIT-LINE
011972     IF WS-FLOAT-SHORT > ZEROES
011974         PERFORM 4450-NOTE-FLOAT-SHORTAGE
011976     END-IF
011980     PERFORM 3700-CHECK-VARIANCE
011990     IF WS-EXPS-FOUND
012000         PERFORM 3800-UPDATE-OVRSHT-HIST
012005         PERFORM 3850-UPDATE-CASHIER-HIST
012010     END-IF
012020     ADD 1 TO WS-REG-COUNT.
012030 2000-PROCESS-REGISTER-EXIT.
014670     ELSE
014680         MOVE SPACES TO DTL-OVER-SHORT-X
014690     END-IF
014695     MOVE WS-REG-FLOAT TO DTL-FLOAT
014697     MOVE TRAN-CASHIER-ID TO DTL-CASHIER-ID
014700     WRITE REPT-RECORD FROM WS-RPT-DTL-LINE
014710         AFTER ADVANCING 1 LINE
014720     ADD 1 TO WS-LINE-CTR.
014850     MOVE WS-CURRENT-TIME TO AUDT-RUN-TIME
014860     MOVE WS-OPERATOR-ID  TO AUDT-OPERATOR-ID
014870     MOVE TRAN-REG-NO     TO AUDT-REG-NO
014875     MOVE TRAN-CASHIER-ID TO AUDT-CASHIER-ID
014880     MOVE WS-CURRENT-STORE TO AUDT-STORE-NO
014890     MOVE TRAN-A-SIGN     TO AUDT-AMT-A-RAW(1:1)
014900     MOVE TRAN-A-AMT-X    TO AUDT-AMT-A-RAW(2:10)
015160             MOVE ZEROES          TO AUDT-CHECK-AMT
015170             MOVE ZEROES          TO AUDT-CREDIT-AMT
015180         END-IF
015182         MOVE WS-FLOAT-KEPT   TO AUDT-FLOAT-KEPT
015184         MOVE WS-FLOAT-SHORT  TO AUDT-FLOAT-SHORT
015190     ELSE
015200         MOVE ZEROES          TO AUDT-AMT-A AUDT-AMT-B AUDT-TOTAL
015210         MOVE 'N'             TO AUDT-EXPS-FLAG
015270         MOVE ZEROES          TO AUDT-CHECK-AMT
015280         MOVE ZEROES          TO AUDT-CREDIT-AMT
015290         MOVE ERR-MESSAGE     TO AUDT-MESSAGE
015292         MOVE ZEROES          TO AUDT-FLOAT-KEPT
015294         MOVE ZEROES          TO AUDT-FLOAT-SHORT
015300     END-IF
015310     MOVE WS-RUN-CYCLE    TO AUDT-RERUN-CYCLE
015320     PERFORM 3310-CHAIN-AUDIT-RECORD
015321     WRITE AUDT-RECORD.
015322*****************************************************************
015323* 3310-CHAIN-AUDIT-RECORD -- NUMBER THE AUDIT RECORD IN HAND AS *
015324* THE NEXT ON THE TRAIL AND SEAL IT.  STARTING FROM THE PRIOR   *
015325* RECORD'S CHECK VALUE, EVERY BYTE AHEAD OF THE CHECK VALUE -   *
015326* THE SEQUENCE NUMBER INCLUDED - IS FOLDED IN BY ITS PLACE IN   *
015327* THE CHARACTER TABLE.  153W CHECKS THE TRAIL BY THE SAME RULE. *
015328*****************************************************************
015329 3310-CHAIN-AUDIT-RECORD.
015330     ADD 1 TO WS-CHAIN-SEQ
015331     MOVE WS-CHAIN-SEQ TO AUDT-SEQ-NO
015332     MOVE WS-CHAIN-VALUE TO WS-CHAIN-WORK
015333     PERFORM 3320-FOLD-CHAIN-BYTE
015334         VARYING WS-CHAIN-SUB FROM 1 BY 1
015335         UNTIL WS-CHAIN-SUB > 218
015336     MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE
015337     MOVE WS-CHAIN-VALUE TO AUDT-CHAIN-VALUE.
015338*****************************************************************
015339* 3320-FOLD-CHAIN-BYTE -- FOLD ONE BYTE OF THE AUDIT RECORD     *
015340* INTO THE CHECK VALUE.  A CHARACTER MISSING FROM THE TABLE     *
015341* TAKES THE PLACE PAST ITS END.                                 *
015342*****************************************************************
015343 3320-FOLD-CHAIN-BYTE.
015344     MOVE AUDT-RECORD(WS-CHAIN-SUB:1) TO WS-CHAIN-BYTE
015345     MOVE ZEROES TO WS-CHAIN-ORD
015346     INSPECT WS-CHAIN-CHARS TALLYING WS-CHAIN-ORD
015347         FOR CHARACTERS BEFORE INITIAL WS-CHAIN-BYTE
015348     MULTIPLY 31 BY WS-CHAIN-WORK
015349     ADD WS-CHAIN-ORD 1 TO WS-CHAIN-WORK
015350     DIVIDE WS-CHAIN-WORK BY 999999937
015351         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-REM
015352     MOVE WS-CHAIN-REM TO WS-CHAIN-WORK.
015353*****************************************************************
015354* 3400-WRITE-CHECKPOINT -- RECORD THAT THIS TRANFILE REGISTER HAS  *
015355* BEEN FULLY HANDLED (POSTED, REJECTED, OR OVERFLOWED) SO A        *
015360* RESTART WILL SKIP PAST IT RATHER THAN PROCESS IT AGAIN.          *
015370*****************************************************************
015380 3400-WRITE-CHECKPOINT.
016320     MOVE TRAN-A-AMT-X TO ERR-AMT-A-RAW(2:10)
016330     MOVE TRAN-B-SIGN TO ERR-AMT-B-RAW(1:1)
016340     MOVE TRAN-B-AMT-X TO ERR-AMT-B-RAW(2:10)
016345     MOVE TRAN-CASHIER-ID TO ERR-CASHIER-ID
016350     WRITE REPT-RECORD FROM WS-RPT-ERR-LINE
016360         AFTER ADVANCING 1 LINE
016370     ADD 1 TO WS-LINE-CTR
016660         MOVE TRAN-RECORD   TO WS-SUSP-TRAN-DATA
016670         MOVE ERR-MESSAGE   TO WS-SUSP-REASON
016680         MOVE WS-NEW-CYCLE  TO WS-SUSP-CYCLE
016685         MOVE TRAN-CASHIER-ID TO WS-SUSP-CASHIER-ID
016690         WRITE SUSPO-RECORD FROM WS-SUSP-BUILD
016700         ADD 1 TO WS-SUSP-OUT-COUNT
016710     END-IF.
016980     MOVE TRAN-A-AMT-X TO ERR-AMT-A-RAW(2:10)
016990     MOVE TRAN-B-SIGN TO ERR-AMT-B-RAW(1:1)
017000     MOVE TRAN-B-AMT-X TO ERR-AMT-B-RAW(2:10)
017005     MOVE TRAN-CASHIER-ID TO ERR-CASHIER-ID
017010     WRITE REPT-RECORD FROM WS-RPT-ERR-LINE
017020         AFTER ADVANCING 1 LINE
017030     ADD 1 TO WS-LINE-CTR
017910     ADD WS-GROUP-DENOM-AMT (WS-DENOM-SUB)
017920         TO WS-RECAP-AMOUNT (WS-DENOM-SUB).
017930*****************************************************************
017940* 4150-FOLD-STORE-TENDER -- FOLD A POSTED REGISTER'S TENDER     *
017950* BREAKDOWN, NET OF ITS FLOAT, INTO ITS STORE'S BREAKDOWN.      *
017960* CURRENCY, COIN, AND CHECKS DRIVE THE DEPOSIT RECORD; CASH     *
017970* (CURRENCY PLUS COIN), CHECKS, AND CREDIT SLIPS DRIVE THE GL   *
017980* TENDER SPLIT.  THE AUDIT RECORD CARRIES THE SAME FIGURES SO A *
017990* RESTART REBUILDS THE BREAKDOWN.                               *
018000*****************************************************************
018010 4150-FOLD-STORE-TENDER.
018020     ADD WS-REG-CURRENCY TO WS-STORE-CURRENCY (WS-STORE-SLOT)
018030     ADD WS-REG-COIN     TO WS-STORE-COIN (WS-STORE-SLOT)
018040     ADD WS-REG-CHECKS   TO WS-STORE-CHECKS (WS-STORE-SLOT)
018050     ADD WS-REG-CREDIT   TO WS-STORE-CREDIT (WS-STORE-SLOT).
018200*****************************************************************
018210* 4160-FOOT-REGISTER-TENDER -- FOOT THE POSTED REGISTER'S OWN   *
018220* TENDER BREAKDOWN FROM ITS DENOMINATION GROUP, FOR THE AUDIT   *
019390             END-IF
019400             END-IF
019410     END-READ.
019411*****************************************************************
019412* 1350-LOAD-RUN-CARD -- TAKE THE RUN CARD VERSION IN EFFECT ON  *
019413* THE BUSINESS DATE FROM THE SETTINGS MASTER.  A NIGHT WITH NO  *
019414* VERSION IN EFFECT RUNS ON THE DEFAULTS, THE SAME AS AN EMPTY  *
019415* PARMFILE.  WITHOUT THE MASTER THE CARD IS READ FROM PARMFILE  *
019416* AS IT ALWAYS WAS.  THE MASTER STAYS OPEN FOR THE TENDER       *
019417* ACCOUNTS.                                                     *
019418*****************************************************************
019419 1350-LOAD-RUN-CARD.
019420     MOVE 'BATCH   ' TO WS-OPERATOR-ID
019421     MOVE SPACES    TO WS-COMPANY-CODE
019422     MOVE SPACES    TO WS-GL-ACCOUNT
019423     MOVE ZEROES    TO WS-VARIANCE-THRESHOLD
019424     MOVE SPACES    TO WS-OVRSHT-ACCOUNT
019425     OPEN INPUT CTLMFILE
019426     IF WS-CTLMFILE-STATUS NOT = '00'
019427         DISPLAY 'CTLMFILE NOT PRESENT - STATUS '
019428             WS-CTLMFILE-STATUS
019429         DISPLAY 'SETTINGS TAKEN FROM PARMFILE AND GLAFILE'
019430         PERFORM 1360-READ-PARM-CARD
019431     ELSE
019432         MOVE 'Y' TO WS-CTLM-AVAIL-SW
019433         MOVE 'RC' TO WS-SETTING
019434         PERFORM 1450-FIND-SETTING-VERSION
019435         IF WS-VERSION-FOUND
019436             MOVE CTLM-VER-OPERATOR-ID (WS-VERSION-HIT)
019437                 TO WS-OPERATOR-ID
019438             MOVE CTLM-VER-COMPANY-CODE (WS-VERSION-HIT)
019439                 TO WS-COMPANY-CODE
019440             MOVE CTLM-VER-GL-ACCOUNT (WS-VERSION-HIT)
019441                 TO WS-GL-ACCOUNT
019442             MOVE CTLM-VER-THRESHOLD (WS-VERSION-HIT)
019443                 TO WS-VARIANCE-THRESHOLD
019444             MOVE CTLM-VER-RESUBMIT-SW (WS-VERSION-HIT)
019445                 TO WS-RESUBMIT-SW
019446             IF CTLM-VER-MAX-CYCLES (WS-VERSION-HIT) IS NUMERIC
019447                 IF CTLM-VER-MAX-CYCLES (WS-VERSION-HIT) > ZEROES
019448                     MOVE CTLM-VER-MAX-CYCLES (WS-VERSION-HIT)
019449                         TO WS-MAX-CYCLES
019450                 END-IF
019452             END-IF
019453             MOVE CTLM-VER-OVRSHT-ACCOUNT (WS-VERSION-HIT)
019454                 TO WS-OVRSHT-ACCOUNT
019455         ELSE
019456             DISPLAY 'NO RUN CARD IN EFFECT ON ' WS-CURRENT-DATE
019457             DISPLAY 'RUN CARD DEFAULTS TAKEN THIS RUN'
019458         END-IF
019459     END-IF.
019460*****************************************************************
019461* 1360-READ-PARM-CARD -- READ THE RUN CARD FROM PARMFILE WHEN   *
019462* THERE IS NO SETTINGS MASTER.  AN EMPTY FILE LEAVES THE        *
019463* DEFAULTS.                                                     *
019464*****************************************************************
019465 1360-READ-PARM-CARD.
019466     OPEN INPUT PARMFILE
019467     READ PARMFILE
019468         AT END
019469             CONTINUE
019470         NOT AT END
019471             MOVE PARM-OPERATOR-ID        TO WS-OPERATOR-ID
019472             MOVE PARM-COMPANY-CODE       TO WS-COMPANY-CODE
019473             MOVE PARM-GL-ACCOUNT         TO WS-GL-ACCOUNT
019474             MOVE PARM-VARIANCE-THRESHOLD TO WS-VARIANCE-THRESHOLD
019475             MOVE PARM-RESUBMIT-SW        TO WS-RESUBMIT-SW
019476             IF PARM-MAX-CYCLES IS NUMERIC
019477                     AND PARM-MAX-CYCLES > ZEROES
019478                 MOVE PARM-MAX-CYCLES     TO WS-MAX-CYCLES
019479             END-IF
019480             MOVE PARM-OVRSHT-ACCOUNT     TO WS-OVRSHT-ACCOUNT
019481     END-READ
019482     CLOSE PARMFILE.
019483*****************************************************************
019484* 1400-LOAD-GL-ACCOUNTS -- PICK UP THE TENDER-TO-ACCOUNT        *
019485* ASSIGNMENTS IN EFFECT ON THE BUSINESS DATE FROM THE SETTINGS  *
019486* MASTER, OR FROM GLAFILE WHEN THERE IS NO MASTER.  THE FILE IS *
019487* OPTIONAL AND SO IS EACH ASSIGNMENT - ANY TENDER LEFT          *
019488* UNASSIGNED FOLDS INTO THE RUN CARD'S DEFAULT ACCOUNT AT       *
019489* EXTRACT TIME, SO AN OLD JOB DECK WITHOUT THE FILE POSTS THE   *
019490* LUMP SUM EXACTLY AS BEFORE.                                   *
019500*****************************************************************
019510 1400-LOAD-GL-ACCOUNTS.
019520     MOVE SPACES TO WS-CASH-ACCOUNT
019530     MOVE SPACES TO WS-CHECK-ACCOUNT
019540     MOVE SPACES TO WS-CREDIT-ACCOUNT
019545     MOVE SPACES TO WS-TRANSIT-ACCOUNT
019550     IF WS-CTLM-AVAIL
019560         PERFORM 1420-LOAD-GL-VERSIONS
019570         CLOSE CTLMFILE
019580     ELSE
019590         OPEN INPUT GLAFILE
019600         IF WS-GLAFILE-STATUS NOT = '00'
019610             DISPLAY 'GLAFILE NOT PRESENT - STATUS '
019620                 WS-GLAFILE-STATUS
019621             DISPLAY 'GL EXTRACT WILL POST LUMP SUMS THIS RUN'
019622         ELSE
019623             MOVE 'N' TO WS-GLA-EOF-SW
019624             PERFORM 1410-LOAD-ONE-GLA-RECORD
019625                 UNTIL WS-GLA-EOF
019626             CLOSE GLAFILE
019627         END-IF
019628     END-IF.
019630*****************************************************************
019640* 1410-LOAD-ONE-GLA-RECORD -- PICK UP ONE TENDER ASSIGNMENT.    *
019650* A CARD WITH AN UNKNOWN TENDER TYPE IS NOTED AND PASSED OVER.  *
019652* THE 'DT' CARD NAMES THE DEPOSIT-IN-TRANSIT CLEARING ACCOUNT   *
019654* THE JOURNALS OFFSET TO.  THE 'FE' CARD PROCESSOR FEE CARD     *
019656* BELONGS TO 153T AND THE 'RI' AND 'RW' RETURNED-CHECK CARDS TO *
019658* 153U; THEY ARE PASSED OVER QUIETLY.                           *
019660*****************************************************************
019670 1410-LOAD-ONE-GLA-RECORD.
019680     READ GLAFILE
019780             IF GLA-CREDIT
019790                 MOVE GLA-ACCOUNT TO WS-CREDIT-ACCOUNT
019800             ELSE
019810             IF GLA-TRANSIT-CLEARING
019815                 MOVE GLA-ACCOUNT TO WS-TRANSIT-ACCOUNT
019820             ELSE
019830             IF GLA-CARD-FEES OR GLA-RETURNED-ITEMS
019840                     OR GLA-RETURNED-WRITEOFF
019850                 CONTINUE
019860             ELSE
019862                 DISPLAY 'GLAFILE TENDER TYPE NOT KNOWN: '
019864                     GLA-TENDER-TYPE
019866             END-IF
019867             END-IF
019868             END-IF
019869             END-IF
019870             END-IF
019871     END-READ.
019872*****************************************************************
019873* 1420-LOAD-GL-VERSIONS -- PICK UP THE CASH, CHECK, CREDIT, AND *
019874* CLEARING ACCOUNT VERSIONS IN EFFECT ON THE BUSINESS DATE.  A  *
019875* TENDER WITH NO VERSION IN EFFECT IS LEFT UNASSIGNED.          *
019876*****************************************************************
019877 1420-LOAD-GL-VERSIONS.
019878     MOVE 'CA' TO WS-SETTING
019879     PERFORM 1450-FIND-SETTING-VERSION
019880     IF WS-VERSION-FOUND
019881         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
019882             TO WS-CASH-ACCOUNT
019883     END-IF
019884     MOVE 'CK' TO WS-SETTING
019885     PERFORM 1450-FIND-SETTING-VERSION
019886     IF WS-VERSION-FOUND
019887         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
019888             TO WS-CHECK-ACCOUNT
019889     END-IF
019890     MOVE 'CR' TO WS-SETTING
019891     PERFORM 1450-FIND-SETTING-VERSION
019892     IF WS-VERSION-FOUND
019893         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
019894             TO WS-CREDIT-ACCOUNT
019895     END-IF
019896     MOVE 'DT' TO WS-SETTING
019897     PERFORM 1450-FIND-SETTING-VERSION
019898     IF WS-VERSION-FOUND
019899         MOVE CTLM-VER-ACCOUNT (WS-VERSION-HIT)
019900             TO WS-TRANSIT-ACCOUNT
019901     END-IF.
019902*****************************************************************
019903* 1450-FIND-SETTING-VERSION -- READ THE SETTING IN WS-SETTING   *
019904* AND NOTE IN WS-VERSION-HIT THE FIRST VERSION NOT DATED AFTER  *
019905* THE BUSINESS DATE - THE HISTORY RUNS LATEST DATE FIRST, SO    *
019906* THAT IS THE VERSION IN EFFECT THAT NIGHT.                     *
019907*****************************************************************
019908 1450-FIND-SETTING-VERSION.
019909     MOVE 'N' TO WS-VERSION-FOUND-SW
019910     MOVE WS-SETTING TO CTLM-SETTING
019911     READ CTLMFILE
019912         INVALID KEY
019913             CONTINUE
019914         NOT INVALID KEY
019915             PERFORM 1460-TEST-ONE-VERSION
019916                 VARYING WS-VERSION-SUB FROM 1 BY 1
019917                 UNTIL WS-VERSION-SUB > CTLM-VERSION-COUNT
019918                    OR WS-VERSION-FOUND
019919     END-READ.
019920*****************************************************************
019921* 1460-TEST-ONE-VERSION -- TAKE ONE HISTORY ENTRY WHEN IT WAS   *
019922* ALREADY IN EFFECT ON THE BUSINESS DATE.                       *
019923*****************************************************************
019924 1460-TEST-ONE-VERSION.
019925     IF CTLM-VER-EFF-DATE (WS-VERSION-SUB) NOT > WS-CURRENT-DATE
019926         MOVE 'Y' TO WS-VERSION-FOUND-SW
019927         MOVE WS-VERSION-SUB TO WS-VERSION-HIT
019928     END-IF.
019929*****************************************************************
019930* 4200-COMPUTE-OVER-SHORT -- LOOK THE CURRENT DRAWER UP ON THE  *
019931* EXPECTED-SALES FEED AND COMPUTE COUNTED-MINUS-EXPECTED.  THE  *
019932* FEED IS READ BY REGISTER AND CASHIER FIRST; WHEN THE POS      *
019933* SYSTEM DID NOT SPLIT THE REGISTER BY CASHIER THE              *
019934* REGISTER-LEVEL RECORD (BLANK CASHIER) IS USED.  A DRAWER THE  *
019935* POS FEED DOES NOT KNOW PRINTS A BLANK OVER/SHORT COLUMN AND   *
019936* ADDS NOTHING TO THE NET.                                      *
019940*****************************************************************
019950 4200-COMPUTE-OVER-SHORT.
019960     MOVE 'N' TO WS-EXPS-FOUND-SW
019970     MOVE ZEROES TO WS-OVER-SHORT
019980     IF WS-EXPS-AVAIL
019990         MOVE TRAN-REG-NO     TO EXPS-REG-NO
020000         MOVE TRAN-CASHIER-ID TO EXPS-CASHIER-ID
020010         READ EXPSFILE
020020             INVALID KEY
020030                 CONTINUE
020040             NOT INVALID KEY
020050                 MOVE 'Y' TO WS-EXPS-FOUND-SW
020060         END-READ
020061         IF NOT WS-EXPS-FOUND
020062             MOVE TRAN-REG-NO TO EXPS-REG-NO
020063             MOVE SPACES      TO EXPS-CASHIER-ID
020064             READ EXPSFILE
020065                 INVALID KEY
020066                     CONTINUE
020067                 NOT INVALID KEY
020068                     MOVE 'Y' TO WS-EXPS-FOUND-SW
020069             END-READ
020070         END-IF
020071         IF WS-EXPS-FOUND
020072             SUBTRACT EXPS-EXPECTED-AMT FROM WS-REG-TOTAL
020073                 GIVING WS-OVER-SHORT
020074         END-IF
020075     END-IF.
020076*****************************************************************
020080* 8000-READ-TRANFILE -- READ THE NEXT TRANSACTION RECORD AND SET *
020090* THE END-OF-FILE SWITCH WHEN TRANFILE IS EXHAUSTED.             *
020100*****************************************************************
020250             MOVE 'Y' TO WS-SUSP-EOF-SW
020260         NOT AT END
020270             MOVE SUSP-TRAN-DATA TO TRAN-RECORD
020275             MOVE SUSP-CASHIER-ID TO TRAN-CASHIER-ID
020280             IF SUSP-CYCLE-COUNT IS NUMERIC
020290                 MOVE SUSP-CYCLE-COUNT TO WS-PRIOR-CYCLE
020300             ELSE
020670     WRITE REPT-RECORD FROM WS-RPT-CNT-LINE
020680         AFTER ADVANCING 1 LINE
020690     PERFORM 9070-WRITE-DENOM-RECAP
020695     PERFORM 9075-WRITE-FLOAT-SHORTAGES
020700* THE GL EXTRACT ONLY WRITES WHEN THE FILE FOOTING MATCHED THE
020710* BATCH TRAILER - A SHORT OR DAMAGED TRANSMISSION MUST NEVER
020720* POST A QUIETLY WRONG TOTAL TO THE LEDGER.
020900     CLOSE TRANFILE
020910     CLOSE REPTFILE
020920     CLOSE AUDTFILE
020922     DISPLAY 'AUDIT TRAIL ENDS AT SEQUENCE ' WS-CHAIN-SEQ
020924         ' CHECK VALUE ' WS-CHAIN-VALUE
020930* ON A CLEAN NIGHT THE CHECKPOINTS TAKEN DURING THIS RUN ARE NO
020940* LONGER NEEDED -- RESET CHKPFILE TO EMPTY SO TOMORROW NIGHT'S
020950* RUN STARTS WITH NO RECORDS TO SKIP.  A RUN THAT FAILED ITS
021060     CLOSE REGMFILE
021070     CLOSE HISTFILE
021080     CLOSE OVSHFILE
021082     CLOSE CSHMFILE
021084     CLOSE CSOSFILE
021090     IF WS-EXPS-AVAIL
021100         CLOSE EXPSFILE
021110     END-IF
021112     IF WS-STOR-AVAIL
021114         CLOSE STORFILE
021116     END-IF
021117     IF WS-FLOT-AVAIL
021118         CLOSE FLOTFILE
021119     END-IF
021120     CLOSE EXCPFILE
021130     CLOSE SUSPOUT
021140     CLOSE FAILFILE.
021150*****************************************************************
021160* 9050-WRITE-STORE-SUBTOTALS -- PRINT ONE SUBTOTAL LINE PER     *
021170* STORE SEEN TONIGHT, AHEAD OF THE REPORT GRAND TOTAL, SO EACH  *
021180* STORE'S SHARE OF THE NIGHT IS ON THE REPORT INSTEAD OF BEING  *
021190* SPLIT OUT BY HAND.  THE STORES PRINT IN REGION/DISTRICT/STORE *
021200* ORDER WITH THEIR NAMES, AND A DISTRICT SUBTOTAL AND A REGION  *
021210* SUBTOTAL PRINT AT EACH CHANGE.                                *
021220*****************************************************************
021230 9050-WRITE-STORE-SUBTOTALS.
021240     PERFORM 9052-LOAD-STORE-ROLLUP
021250         VARYING WS-STORE-SUB FROM 1 BY 1
021260         UNTIL WS-STORE-SUB > WS-STORE-COUNT
021270     MOVE ZEROES TO WS-ORDER-COUNT
021280     PERFORM 9054-ORDER-ONE-STORE
021290         VARYING WS-STORE-SUB FROM 1 BY 1
021300         UNTIL WS-STORE-SUB > WS-STORE-COUNT
021310     MOVE ZEROES TO WS-DIST-TOTAL
021320     MOVE ZEROES TO WS-DIST-REG-COUNT
021330     MOVE ZEROES TO WS-DIST-STORE-COUNT
021340     MOVE ZEROES TO WS-RGN-TOTAL
021341     MOVE ZEROES TO WS-RGN-REG-COUNT
021342     MOVE ZEROES TO WS-RGN-STORE-COUNT
021343     PERFORM 9060-WRITE-STORE-LINE
021344         VARYING WS-ORDER-SUB FROM 1 BY 1
021345         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
021346     IF WS-ORDER-COUNT > ZEROES
021347         PERFORM 9064-WRITE-DISTRICT-LINE
021348         PERFORM 9066-WRITE-REGION-LINE
021349     END-IF.
021350*****************************************************************
021351* 9052-LOAD-STORE-ROLLUP -- FILL ONE STORE TABLE ENTRY'S NAME,  *
021352* DISTRICT, AND REGION FROM THE STORE MASTER.  A STORE NOT ON   *
021353* THE MASTER (OR NO MASTER AT ALL) ROLLS UP UNDER DISTRICT ???  *
021354* AND REGION ??, WHICH SORT AHEAD OF EVERY REAL ONE.            *
021355*****************************************************************
021356 9052-LOAD-STORE-ROLLUP.
021357     MOVE '** NOT ON STORE MASTER **'
021358         TO WS-STORE-NAME (WS-STORE-SUB)
021359     MOVE '??'  TO WS-STORE-REGION (WS-STORE-SUB)
021360     MOVE '???' TO WS-STORE-DISTRICT (WS-STORE-SUB)
021361     MOVE WS-STORE-NO (WS-STORE-SUB)
021362         TO WS-STORE-KEY-NO (WS-STORE-SUB)
021363     IF WS-STOR-AVAIL
021364         MOVE WS-STORE-NO (WS-STORE-SUB) TO STOR-STORE-NO
021365         READ STORFILE
021366             INVALID KEY
021367                 CONTINUE
021368             NOT INVALID KEY
021369                 MOVE STOR-NAME TO WS-STORE-NAME (WS-STORE-SUB)
021370                 MOVE STOR-REGION
021371                     TO WS-STORE-REGION (WS-STORE-SUB)
021372                 MOVE STOR-DISTRICT
021373                     TO WS-STORE-DISTRICT (WS-STORE-SUB)
021374         END-READ
021375     END-IF.
021376*****************************************************************
021377* 9054-ORDER-ONE-STORE -- INSERT ONE STORE TABLE ENTRY INTO THE *
021378* PRINT ORDER TABLE BY ITS REGION/DISTRICT/STORE KEY, MOVING    *
021379* EVERY ENTRY THAT SORTS AFTER IT DOWN ONE SLOT.                *
021380*****************************************************************
021381 9054-ORDER-ONE-STORE.
021382     ADD 1 WS-ORDER-COUNT GIVING WS-ORDER-SLOT
021383     MOVE 'N' TO WS-ORDER-PLACED-SW
021384     PERFORM 9056-MAKE-ORDER-ROOM
021385         VARYING WS-ORDER-SUB FROM WS-ORDER-COUNT BY -1
021386         UNTIL WS-ORDER-SUB < 1
021387            OR WS-ORDER-PLACED
021388     MOVE WS-STORE-SUB TO WS-STORE-ORDER (WS-ORDER-SLOT)
021389     ADD 1 TO WS-ORDER-COUNT.
021390*****************************************************************
021391* 9056-MAKE-ORDER-ROOM -- MOVE ONE ORDER ENTRY DOWN A SLOT WHEN *
021392* IT SORTS AFTER THE ENTRY BEING INSERTED; OTHERWISE THE INSERT *
021393* POINT IS FOUND.                                               *
021394*****************************************************************
021395 9056-MAKE-ORDER-ROOM.
021396     IF WS-STORE-ROLLUP-KEY (WS-STORE-ORDER (WS-ORDER-SUB))
021397             > WS-STORE-ROLLUP-KEY (WS-STORE-SUB)
021398         MOVE WS-STORE-ORDER (WS-ORDER-SUB)
021399             TO WS-STORE-ORDER (WS-ORDER-SUB + 1)
021400         MOVE WS-ORDER-SUB TO WS-ORDER-SLOT
021401     ELSE
021402         MOVE 'Y' TO WS-ORDER-PLACED-SW
021403     END-IF.
021404*****************************************************************
021405* 9060-WRITE-STORE-LINE -- PRINT THE SUBTOTAL LINE FOR THE NEXT *
021406* STORE IN PRINT ORDER, CLOSING OFF THE PRIOR DISTRICT AND      *
021407* REGION FIRST WHEN THIS STORE STARTS A NEW ONE.                *
021408*****************************************************************
021409 9060-WRITE-STORE-LINE.
021410     MOVE WS-STORE-ORDER (WS-ORDER-SUB) TO WS-STORE-SUB
021411     IF WS-ORDER-SUB > 1
021412         IF WS-STORE-REGION (WS-STORE-SUB) NOT = WS-PRIOR-REGION
021413             PERFORM 9064-WRITE-DISTRICT-LINE
021414             PERFORM 9066-WRITE-REGION-LINE
021415         ELSE
021416         IF WS-STORE-DISTRICT (WS-STORE-SUB)
021417                 NOT = WS-PRIOR-DISTRICT
021418             PERFORM 9064-WRITE-DISTRICT-LINE
021419         END-IF
021420         END-IF
021421     END-IF
021422     MOVE WS-STORE-REGION (WS-STORE-SUB)   TO WS-PRIOR-REGION
021423     MOVE WS-STORE-DISTRICT (WS-STORE-SUB) TO WS-PRIOR-DISTRICT
021424     MOVE WS-STORE-NO (WS-STORE-SUB)        TO STO-STORE-NO
021425     MOVE WS-STORE-TOTAL (WS-STORE-SUB)     TO STO-TOTAL
021426     MOVE WS-STORE-REG-COUNT (WS-STORE-SUB) TO STO-REG-COUNT
021427     MOVE WS-STORE-NAME (WS-STORE-SUB)      TO STO-STORE-NAME
021428     WRITE REPT-RECORD FROM WS-RPT-STO-LINE
021429         AFTER ADVANCING 1 LINE
021430     ADD WS-STORE-TOTAL (WS-STORE-SUB)     TO WS-DIST-TOTAL
021431     ADD WS-STORE-REG-COUNT (WS-STORE-SUB) TO WS-DIST-REG-COUNT
021432     ADD 1 TO WS-DIST-STORE-COUNT.
021433*****************************************************************
021434* 9064-WRITE-DISTRICT-LINE -- PRINT THE SUBTOTAL FOR THE        *
021435* DISTRICT JUST FINISHED AND ROLL IT INTO ITS REGION.           *
021436*****************************************************************
021437 9064-WRITE-DISTRICT-LINE.
021438     MOVE WS-PRIOR-DISTRICT   TO DST-DISTRICT
021439     MOVE WS-DIST-TOTAL       TO DST-TOTAL
021440     MOVE WS-DIST-REG-COUNT   TO DST-REG-COUNT
021441     MOVE WS-DIST-STORE-COUNT TO DST-STORE-COUNT
021442     WRITE REPT-RECORD FROM WS-RPT-DST-LINE
021443         AFTER ADVANCING 1 LINE
021444     ADD WS-DIST-TOTAL       TO WS-RGN-TOTAL
021445     ADD WS-DIST-REG-COUNT   TO WS-RGN-REG-COUNT
021446     ADD WS-DIST-STORE-COUNT TO WS-RGN-STORE-COUNT
021447     MOVE ZEROES TO WS-DIST-TOTAL
021448     MOVE ZEROES TO WS-DIST-REG-COUNT
021449     MOVE ZEROES TO WS-DIST-STORE-COUNT.
021450*****************************************************************
021451* 9066-WRITE-REGION-LINE -- PRINT THE SUBTOTAL FOR THE REGION   *
021452* JUST FINISHED, FOLLOWED BY A BLANK LINE.                      *
021453*****************************************************************
021454 9066-WRITE-REGION-LINE.
021455     MOVE WS-PRIOR-REGION    TO RGN-REGION
021456     MOVE WS-RGN-TOTAL       TO RGN-TOTAL
021457     MOVE WS-RGN-REG-COUNT   TO RGN-REG-COUNT
021458     MOVE WS-RGN-STORE-COUNT TO RGN-STORE-COUNT
021459     WRITE REPT-RECORD FROM WS-RPT-RGN-LINE
021460         AFTER ADVANCING 1 LINE
021461     MOVE SPACES TO REPT-RECORD
021462     WRITE REPT-RECORD
021463         AFTER ADVANCING 1 LINE
021464     MOVE ZEROES TO WS-RGN-TOTAL
021465     MOVE ZEROES TO WS-RGN-REG-COUNT
021466     MOVE ZEROES TO WS-RGN-STORE-COUNT.
021467*****************************************************************
021468* 9070-WRITE-DENOM-RECAP -- PRINT THE DENOMINATION RECAP SECTION *
021469* AT END OF REPORT - ONE LINE PER DENOMINATION WITH THE TOTAL    *
021470* COUNT AND AMOUNT ACROSS EVERY REGISTER THAT POSTED TONIGHT.    *
021471*****************************************************************
021472 9070-WRITE-DENOM-RECAP.
021473     WRITE REPT-RECORD FROM WS-RPT-DENH-LINE
021474         AFTER ADVANCING 2 LINES
021475     WRITE REPT-RECORD FROM WS-RPT-DENC-LINE
021476         AFTER ADVANCING 1 LINE
021477     PERFORM 9080-WRITE-DENOM-LINE
021478         VARYING WS-DENOM-SUB FROM 1 BY 1
021479         UNTIL WS-DENOM-SUB > 13.
021480*****************************************************************
021490* 9080-WRITE-DENOM-LINE -- PRINT THE RECAP LINE FOR ONE          *
021500* DENOMINATION.                                                  *
021550     MOVE WS-RECAP-AMOUNT (WS-DENOM-SUB) TO DEN-AMOUNT
021560     WRITE REPT-RECORD FROM WS-RPT-DEN-LINE
021570         AFTER ADVANCING 1 LINE.
021571*****************************************************************
021572* 9075-WRITE-FLOAT-SHORTAGES -- PRINT THE FLOAT SHORTAGE        *
021573* SECTION: ONE LINE PER REGISTER WHOSE COUNTED CASH CAME IN     *
021574* UNDER ITS FLOAT, THEN THE COUNT AND THE TOTAL SHORTFALL.  THE *
021575* SHORTFALL WAS NOT NETTED INTO THE GL OR THE DEPOSIT - THE     *
021576* CASH OFFICE RECOVERS IT FROM THE DRAWER'S CASHIER OR WRITES   *
021577* IT OFF.                                                       *
021578*****************************************************************
021579 9075-WRITE-FLOAT-SHORTAGES.
021580     WRITE REPT-RECORD FROM WS-RPT-FSHH-LINE
021581         AFTER ADVANCING 2 LINES
021582     WRITE REPT-RECORD FROM WS-RPT-FSHC-LINE
021583         AFTER ADVANCING 1 LINE
021584     PERFORM 9076-WRITE-FLOAT-SHORT-LINE
021585         VARYING WS-FSHT-SUB FROM 1 BY 1
021586         UNTIL WS-FSHT-SUB > WS-FSHT-COUNT
021587            OR WS-FSHT-SUB > 200
021588     IF WS-FSHT-COUNT > 200
021589         MOVE 'ONLY THE FIRST 200 FLOAT SHORTAGES ARE LISTED'
021590             TO CTL-MESSAGE
021591         WRITE REPT-RECORD FROM WS-RPT-CTL-LINE
021592             AFTER ADVANCING 1 LINE
021593     END-IF
021594     MOVE 'FLOAT SHORTAGES:    ' TO CNT-LABEL
021595     MOVE WS-FSHT-COUNT TO CNT-REG-COUNT
021596     WRITE REPT-RECORD FROM WS-RPT-CNT-LINE
021597         AFTER ADVANCING 1 LINE
021598     MOVE 'TOTAL FLOAT SHORT:  ' TO FTR-LABEL
021599     MOVE WS-FSHT-TOTAL TO FTR-TOTAL
021600     WRITE REPT-RECORD FROM WS-RPT-FTR-LINE
021601         AFTER ADVANCING 1 LINE.
021602*****************************************************************
021603* 9076-WRITE-FLOAT-SHORT-LINE -- PRINT ONE FLOAT SHORTAGE LINE. *
021604*****************************************************************
021605 9076-WRITE-FLOAT-SHORT-LINE.
021606     MOVE WS-FSHT-REG-NO (WS-FSHT-SUB)   TO FSH-REG-NO
021607     MOVE WS-FSHT-STORE-NO (WS-FSHT-SUB) TO FSH-STORE-NO
021608     MOVE WS-FSHT-FLOAT (WS-FSHT-SUB)    TO FSH-FLOAT
021609     MOVE WS-FSHT-COUNTED (WS-FSHT-SUB)  TO FSH-COUNTED
021610     MOVE WS-FSHT-SHORT (WS-FSHT-SUB)    TO FSH-SHORT
021611     WRITE REPT-RECORD FROM WS-RPT-FSH-LINE
021612         AFTER ADVANCING 1 LINE.
021613*****************************************************************
021614* 9100-WRITE-GL-EXTRACT -- WRITE THE NIGHT'S GL INTERFACE AS    *
021615* BALANCED JOURNALS, ONE PER STORE SEEN TONIGHT SO EACH STORE'S *
021616* SETTLEMENT TOTAL POSTS TO THE LEDGER UNDER ITS OWN STORE      *
021620* NUMBER, THEN RELEASE THE FILE IF THEY ALL BALANCED.  THE      *
021630* JOURNALS ARE NUMBERED FOR THE BUSINESS DATE.                  *
021640*****************************************************************
021650 9100-WRITE-GL-EXTRACT.
021660     MOVE WS-CURRENT-DATE TO WS-JRNL-DATE
021670     MOVE ZEROES          TO WS-JRNL-SEQ
021680     PERFORM 9110-WRITE-GL-STORE-RECORD
021690         VARYING WS-STORE-SUB FROM 1 BY 1
021700         UNTIL WS-STORE-SUB > WS-STORE-COUNT
021710* THE NET OVER/SHORT POSTS AS ITS OWN JOURNAL TO THE CASH-OVER/
021720* SHORT ACCOUNT INSTEAD OF BEING BURIED IN THE DEPOSIT FIGURE.
021730* THE JOURNAL IS ONLY WRITTEN ON A NIGHT THE EXPECTED-SALES FEED
021740* WAS PRESENT AND THE RUN CARD NAMED THE ACCOUNT, SO A FEEDLESS
021750* NIGHT OR AN OLD-FORMAT RUN CARD DOES NOT POST A BLANK LINE.
021760     IF WS-EXPS-AVAIL AND WS-OVRSHT-ACCOUNT NOT = SPACES
021770         PERFORM 9170-START-GL-JOURNAL
021780         MOVE WS-OVRSHT-ACCOUNT TO WS-GL-LINE-ACCOUNT
021790         MOVE SPACES            TO WS-GL-LINE-STORE
021791         MOVE WS-OVRSHT-TOTAL   TO WS-GL-LINE-AMT
021792         PERFORM 9120-WRITE-GL-TENDER-LINE
021793         PERFORM 9130-WRITE-GL-OFFSET-LINE
021794         PERFORM 9180-END-GL-JOURNAL
021795     END-IF
021796     PERFORM 9190-RELEASE-GLIFILE.
021800*****************************************************************
021810* 9110-WRITE-GL-STORE-RECORD -- WRITE THE GL JOURNAL FOR ONE    *
021820* STORE TABLE ENTRY, SPLIT BY TENDER TYPE.  CASH (CURRENCY PLUS *
021830* COIN), CHECKS, AND CREDIT SLIPS EACH POST TO THEIR ASSIGNED   *
021840* ACCOUNT WHEN ONE WAS LOADED FROM GLAFILE; A TENDER WITHOUT AN *
021850* ASSIGNMENT FOLDS INTO THE LUMP LINE, AND THE LUMP LINE - THE  *
021860* DEFAULT ACCOUNT - ALWAYS WRITES, SO EVERY STORE STILL POSTS   *
021870* AT LEAST ONE LINE AND THE LINES FOOT TO THE STORE'S           *
021880* SETTLEMENT TOTAL.  THE OFFSET LINE TO THE CLEARING ACCOUNT    *
021885* BALANCES THEM.                                                *
021890*****************************************************************
021900 9110-WRITE-GL-STORE-RECORD.
021902     PERFORM 9170-START-GL-JOURNAL
021904     MOVE WS-STORE-NO (WS-STORE-SUB) TO WS-GL-LINE-STORE
021910     ADD WS-STORE-CURRENCY (WS-STORE-SUB)
021920         WS-STORE-COIN (WS-STORE-SUB)
021930         GIVING WS-GL-CASH-AMT
022230     END-IF
022240     MOVE WS-GL-ACCOUNT  TO WS-GL-LINE-ACCOUNT
022250     MOVE WS-GL-LUMP-AMT TO WS-GL-LINE-AMT
022260     PERFORM 9120-WRITE-GL-TENDER-LINE
022270     PERFORM 9130-WRITE-GL-OFFSET-LINE
022280     PERFORM 9180-END-GL-JOURNAL.
022290*****************************************************************
022300* 9120-WRITE-GL-TENDER-LINE -- WRITE ONE GL POSTING LINE TO THE *
022310* ACCOUNT AND STORE IN HAND.                                    *
022320*****************************************************************
022330 9120-WRITE-GL-TENDER-LINE.
022340     MOVE 'P' TO WS-GL-LINE-TYPE
022350     PERFORM 9140-WRITE-GL-JOURNAL-LINE.
022360*****************************************************************
022370* 9130-WRITE-GL-OFFSET-LINE -- BALANCE THE JOURNAL IN HAND WITH *
022371* ONE LINE TO THE DEPOSIT-IN-TRANSIT CLEARING ACCOUNT FOR THE   *
022372* NET OF ITS POSTING LINES, UNDER THE SAME STORE.               *
022373*****************************************************************
022374 9130-WRITE-GL-OFFSET-LINE.
022375     MOVE WS-TRANSIT-ACCOUNT TO WS-GL-LINE-ACCOUNT
022376     MULTIPLY WS-JRNL-NET BY -1 GIVING WS-GL-LINE-AMT
022377     MOVE 'O' TO WS-GL-LINE-TYPE
022378     PERFORM 9140-WRITE-GL-JOURNAL-LINE.
022379*****************************************************************
022380* 9140-WRITE-GL-JOURNAL-LINE -- NUMBER AND WRITE ONE LINE OF    *
022381* THE JOURNAL IN HAND.  A POSITIVE AMOUNT IS A DEBIT AND A      *
022382* NEGATIVE ONE A CREDIT; EACH IS FOOTED INTO THE JOURNAL'S      *
022383* TOTALS.                                                       *
022384*****************************************************************
022385 9140-WRITE-GL-JOURNAL-LINE.
022386     ADD 1 TO WS-JRNL-LINE-NO
022387     MOVE WS-COMPANY-CODE        TO GL-COMPANY-CODE
022388     MOVE WS-GL-LINE-ACCOUNT     TO GL-ACCOUNT
022389     MOVE WS-GL-LINE-STORE       TO GL-STORE-NO
022390     MOVE WS-GL-LINE-AMT         TO GL-AMOUNT
022391     MOVE WS-CURRENT-DATE        TO GL-BUSINESS-DATE
022392     MOVE WS-JRNL-NO             TO GL-JOURNAL-NO
022393     MOVE WS-JRNL-LINE-NO        TO GL-LINE-NO
022394     MOVE WS-GL-LINE-TYPE        TO GL-REC-TYPE
022395     ADD WS-GL-LINE-AMT TO WS-JRNL-NET
022396     IF WS-GL-LINE-AMT < ZEROES
022397         MOVE 'C' TO GL-DR-CR
022398         SUBTRACT WS-GL-LINE-AMT FROM WS-JRNL-CREDIT
022399     ELSE
022400         MOVE 'D' TO GL-DR-CR
022401         ADD WS-GL-LINE-AMT TO WS-JRNL-DEBIT
022402     END-IF
022403     ADD 1 TO WS-JRNL-LINE-COUNT
022404     WRITE GL-RECORD.
022405*****************************************************************
022406* 9150-WRITE-DEPOSIT-RECORDS -- WRITE ONE DATED DEPOSIT RECORD  *
022407* PER STORE WITH MONEY TO BANK, FROM THE TENDER BREAKDOWN THE   *
022410* POSTED DENOMINATION COUNTS BUILT.  A STORE WHOSE REGISTERS    *
022420* ALL SETTLED WITHOUT DENOMINATION DETAIL HAS NOTHING COUNTED   *
022430* TO DEPOSIT AND GETS NO SLIP.                                  *
022660         MOVE WS-STORE-CHECKS (WS-STORE-SUB) TO DEP-CHECK-AMT
022670         WRITE DEP-RECORD
022680     END-IF.
022681*****************************************************************
022682* 9170-START-GL-JOURNAL -- TAKE THE NEXT JOURNAL NUMBER AND     *
022683* CLEAR THE JOURNAL'S LINE NUMBER AND TOTALS.                   *
022684*****************************************************************
022685 9170-START-GL-JOURNAL.
022686     ADD 1 TO WS-JRNL-SEQ
022687     MOVE ZEROES TO WS-JRNL-LINE-NO
022688     MOVE ZEROES TO WS-JRNL-NET
022689     MOVE ZEROES TO WS-JRNL-DEBIT
022690     MOVE ZEROES TO WS-JRNL-CREDIT.
022691*****************************************************************
022692* 9180-END-GL-JOURNAL -- FOLD THE JOURNAL INTO THE FILE TOTALS  *
022693* AND COUNT IT OUT OF BALANCE IF ITS DEBITS AND CREDITS DIFFER. *
022694*****************************************************************
022695 9180-END-GL-JOURNAL.
022696     ADD 1 TO WS-JRNL-COUNT
022697     ADD WS-JRNL-DEBIT  TO WS-JRNL-DEBIT-TOTAL
022698     ADD WS-JRNL-CREDIT TO WS-JRNL-CREDIT-TOTAL
022699     IF WS-JRNL-DEBIT NOT = WS-JRNL-CREDIT
022700         ADD 1 TO WS-JRNL-UNBAL-COUNT
022701         DISPLAY 'GL JOURNAL ' WS-JRNL-NO ' IS OUT OF BALANCE'
022702     END-IF.
022703*****************************************************************
022704* 9190-RELEASE-GLIFILE -- WRITE THE FILE CONTROL RECORD THAT    *
022705* RELEASES GLIFILE TO THE LEDGER, BUT ONLY WHEN THE CLEARING    *
022706* ACCOUNT WAS ASSIGNED AND EVERY JOURNAL BALANCED.  OTHERWISE   *
022707* THE JOURNALS STAY ON THE FILE FOR THE LISTING, THE FILE IS    *
022708* HELD BACK, AND THE RUN ENDS WITH RC 8.                        *
022709*****************************************************************
022710 9190-RELEASE-GLIFILE.
022711     MOVE 'GL JOURNALS WRITTEN:' TO CNT-LABEL
022712     MOVE WS-JRNL-COUNT TO CNT-REG-COUNT
022713     WRITE REPT-RECORD FROM WS-RPT-CNT-LINE
022714         AFTER ADVANCING 2 LINES
022715     IF WS-TRANSIT-ACCOUNT = SPACES
022716         MOVE 'NO DT CLEARING ACCOUNT - GLIFILE NOT RELEASED'
022717             TO CTL-MESSAGE
022718         PERFORM 9195-WRITE-RELEASE-FAILURE
022719     ELSE
022720         IF WS-JRNL-UNBAL-COUNT > ZEROES
022721                 OR WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
022722             MOVE 'UNBALANCED JOURNALS - GLIFILE NOT RELEASED'
022723                 TO CTL-MESSAGE
022724             PERFORM 9195-WRITE-RELEASE-FAILURE
022725         ELSE
022726             MOVE SPACES               TO GL-RECORD
022727             MOVE WS-COMPANY-CODE      TO GL-COMPANY-CODE
022728             MOVE WS-JRNL-COUNT        TO GL-CTL-JOURNAL-COUNT
022729             MOVE WS-JRNL-LINE-COUNT   TO GL-CTL-LINE-COUNT
022730             MOVE WS-JRNL-DEBIT-TOTAL  TO GL-CTL-DEBIT-TOTAL
022731             MOVE WS-JRNL-CREDIT-TOTAL TO GL-CTL-CREDIT-TOTAL
022732             MOVE 'T'                  TO GL-REC-TYPE
022733             WRITE GL-RECORD
022734         END-IF
022735     END-IF.
022736*****************************************************************
022737* 9195-WRITE-RELEASE-FAILURE -- PRINT WHY GLIFILE WAS HELD BACK *
022738* AND SET THE RETURN CODE.                                      *
022739*****************************************************************
022740 9195-WRITE-RELEASE-FAILURE.
022741     WRITE REPT-RECORD FROM WS-RPT-CTL-LINE
022742         AFTER ADVANCING 1 LINE
022743     DISPLAY CTL-MESSAGE
022744     MOVE 8 TO RETURN-CODE.
022745*****************************************************************
022746* 9200-VERIFY-BATCH-CONTROLS -- CHECK THE FILE FOOTING AGAINST  *
022747* THE BATCH HEADER AND TRAILER.  EVERY PROBLEM PRINTS ITS OWN   *
022748* LINE UNDER A LOUD BANNER ON THE SETTLEMENT REPORT, AND ANY    *
022749* PROBLEM SUPPRESSES THE GL EXTRACT AND SETS A NONZERO RETURN   *
022750* CODE SO OPERATIONS SEES THE NIGHT FAILED.                     *
022751*****************************************************************
022760 9200-VERIFY-BATCH-CONTROLS.
022770     IF NOT WS-HDR-SEEN
022780         MOVE 'BATCH HEADER RECORD IS MISSING'
024900*****************************************************************
024910* 1500-CHECK-RUN-REGISTRY -- LOOK TONIGHT'S BUSINESS DATE UP    *
024920* ON THE RUN REGISTRY BEFORE ANYTHING POSTS.  A DATE ALREADY    *
024930* COMPLETE REFUSES TO SETTLE AGAIN UNLESS ITS RECORD CARRIES AN *
024940* UNUSED RERUN AUTHORIZATION FROM 153X; THE RERUN USES IT UP    *
024950* AND IS COUNTED ON THE RECORD.  A DATE STILL MARKED STARTED IS *
024960* A RESTART AND RUNS WITHOUT CEREMONY.  THE REGISTRY STAYS     *
024970* OPEN SO THE CLEAN END OF RUN CAN MARK THE NIGHT COMPLETE.     *
024980*****************************************************************
024990 1500-CHECK-RUN-REGISTRY.
025000     OPEN I-O RUNRFILE
025240             MOVE 'Y' TO WS-RUNR-FOUND-SW
025250     END-READ
025260     IF WS-RUNR-FOUND AND RUNR-COMPLETE
025270             AND NOT RUNR-AUTH-OPEN
025280         DISPLAY 'BUSINESS DATE ' WS-CURRENT-DATE
025290             ' IS ALREADY SETTLED ON THE RUN REGISTRY'
025300         DISPLAY '153A TERMINATING - RERUN NEEDS AN AUTHORIZATION'
025310             ' FROM 153X'
025320         MOVE 16 TO RETURN-CODE
025330         STOP RUN
025340     END-IF
025420* THE NIGHT-END PROOF SEE ONLY THIS CYCLE'S RECORDS AND THE
025430* SUPERSEDED RUN'S CANNOT DOUBLE INTO THE TOTALS.
025440             ADD 1 TO RUNR-RERUN-COUNT
025442* THE AUTHORIZATION IS GOOD FOR THIS ONE RERUN ONLY.
025444             MOVE 'U' TO RUNR-AUTH-STATUS
025446             MOVE WS-MACHINE-DATE TO RUNR-AUTH-USED-DATE
025450* THE RERUN REPLACES THE NIGHT'S OUTPUTS, AND THAT INCLUDES
025460* THE SUSPENSE FILE - LEFT ALONE, THE SUPERSEDED RUN'S REJECT
025470* IMAGES WOULD RIDE ALONG, THE NIGHT-END PROOF'S REJECT LEG
025720         MOVE ZEROES TO RUNR-GRAND-TOTAL
025730         MOVE WS-OPERATOR-ID TO RUNR-OPERATOR-ID
025740         MOVE ZEROES TO RUNR-RERUN-COUNT
025741         MOVE SPACE  TO RUNR-AUTH-STATUS
025742         MOVE SPACES TO RUNR-AUTH-REQUESTER
025743         MOVE SPACES TO RUNR-AUTH-APPROVER
025744         MOVE ZEROES TO RUNR-AUTH-DATE
025745         MOVE ZEROES TO RUNR-AUTH-USED-DATE
025750         MOVE ZEROES TO WS-RUN-CYCLE
025760         WRITE RUNR-RECORD
025770     END-IF.
026410             TO WS-ASSIGN-BEST-DATE
026420         MOVE WS-ASSIGN-SUB TO WS-ASSIGN-SLOT
026430     END-IF.
026431*****************************************************************
026432* 4400-APPLY-REGISTER-FLOAT -- TAKE THE REGISTER'S FLOAT OUT OF *
026433* ITS COUNTED CASH.  WITH DENOMINATION DETAIL THE COUNTED CASH  *
026434* IS THE CURRENCY PLUS THE COIN, AND THE FLOAT COMES OUT OF THE *
026435* CURRENCY FIRST AND THE COIN AFTER; CHECKS AND CREDIT SLIPS    *
026436* ARE NEVER PART OF A FLOAT.  WITHOUT DETAIL THE WHOLE TOTAL IS *
026437* TREATED AS CASH.  WHEN THE COUNTED CASH IS UNDER THE FLOAT    *
026438* ONLY THE CASH ON HAND COMES OUT AND THE REST IS LEFT IN       *
026439* WS-FLOAT-SHORT FOR THE FLOAT SHORTAGE SECTION - THE SHORTFALL *
026440* IS NEVER TAKEN OUT OF THE NIGHT'S CHECKS OR CREDIT SLIPS.     *
026441*****************************************************************
026442 4400-APPLY-REGISTER-FLOAT.
026443     MOVE ZEROES TO WS-REG-FLOAT
026444     MOVE ZEROES TO WS-FLOAT-KEPT
026445     MOVE ZEROES TO WS-FLOAT-SHORT
026446     IF WS-FLOT-AVAIL
026447         PERFORM 4410-RESOLVE-FLOAT-FOR-DATE
026448     END-IF
026449     IF WS-REG-FLOAT > ZEROES
026450         IF WS-DENOM-REC-COUNT > ZEROES
026451             ADD WS-REG-CURRENCY WS-REG-COIN
026452                 GIVING WS-COUNTED-CASH
026453         ELSE
026454             MOVE WS-REG-TOTAL TO WS-COUNTED-CASH
026455         END-IF
026456         IF WS-COUNTED-CASH < WS-REG-FLOAT
026457             IF WS-COUNTED-CASH > ZEROES
026458                 MOVE WS-COUNTED-CASH TO WS-FLOAT-KEPT
026459             END-IF
026460             SUBTRACT WS-FLOAT-KEPT FROM WS-REG-FLOAT
026461                 GIVING WS-FLOAT-SHORT
026462         ELSE
026463             MOVE WS-REG-FLOAT TO WS-FLOAT-KEPT
026464         END-IF
026465         SUBTRACT WS-FLOAT-KEPT FROM WS-REG-TOTAL
026466         IF WS-DENOM-REC-COUNT > ZEROES
026467             IF WS-FLOAT-KEPT > WS-REG-CURRENCY
026468                 SUBTRACT WS-REG-CURRENCY FROM WS-FLOAT-KEPT
026469                     GIVING WS-FLOAT-REMAINDER
026470                 MOVE ZEROES TO WS-REG-CURRENCY
026471                 SUBTRACT WS-FLOAT-REMAINDER FROM WS-REG-COIN
026472             ELSE
026473                 SUBTRACT WS-FLOAT-KEPT FROM WS-REG-CURRENCY
026474             END-IF
026475         END-IF
026476     END-IF.
026477*****************************************************************
026478* 4410-RESOLVE-FLOAT-FOR-DATE -- FIND THE REGISTER'S FLOAT IN   *
026479* EFFECT ON THE BUSINESS DATE BEING SETTLED - THE LATEST ISSUE  *
026480* OR RETURN DATED ON OR BEFORE THE NIGHT.  A REGISTER NOT ON    *
026481* THE FLOAT MASTER, OR WHOSE FIRST ISSUE POSTDATES THE NIGHT,   *
026482* SETTLES WITH NO FLOAT.                                        *
026483*****************************************************************
026484 4410-RESOLVE-FLOAT-FOR-DATE.
026485     MOVE TRAN-REG-NO TO FLOT-REG-NO
026486     READ FLOTFILE
026487         INVALID KEY
026488             CONTINUE
026489         NOT INVALID KEY
026490             IF FLOT-HIST-COUNT IS NUMERIC
026491                     AND FLOT-HIST-COUNT > ZEROES
026492                 MOVE ZEROES TO WS-FLOAT-SLOT
026493                 MOVE ZEROES TO WS-FLOAT-BEST-DATE
026494                 PERFORM 4420-MATCH-ONE-FLOAT
026495                     VARYING WS-FLOAT-SUB FROM 1 BY 1
026496                     UNTIL WS-FLOAT-SUB > FLOT-HIST-COUNT
026497                        OR WS-FLOAT-SUB > 10
026498                 IF WS-FLOAT-SLOT NOT = ZEROES
026499                     MOVE FLOT-HIST-AMT (WS-FLOAT-SLOT)
026500                         TO WS-REG-FLOAT
026501                 END-IF
026502             ELSE
026503                 IF FLOT-ISSUED
026504                         AND FLOT-EFF-DATE NOT > WS-CURRENT-DATE
026505                     MOVE FLOT-AMOUNT TO WS-REG-FLOAT
026506                 END-IF
026507             END-IF
026508     END-READ.
026509*****************************************************************
026510* 4420-MATCH-ONE-FLOAT -- NOTE THE LATEST FLOAT HISTORY ENTRY   *
026511* DATED ON OR BEFORE THE BUSINESS DATE.                         *
026512*****************************************************************
026513 4420-MATCH-ONE-FLOAT.
026514     IF FLOT-HIST-DATE (WS-FLOAT-SUB) IS NUMERIC
026515             AND FLOT-HIST-DATE (WS-FLOAT-SUB) NOT = ZEROES
026516             AND FLOT-HIST-DATE (WS-FLOAT-SUB)
026517                 NOT > WS-CURRENT-DATE
026518             AND FLOT-HIST-DATE (WS-FLOAT-SUB)
026519                 > WS-FLOAT-BEST-DATE
026520         MOVE FLOT-HIST-DATE (WS-FLOAT-SUB)
026521             TO WS-FLOAT-BEST-DATE
026522         MOVE WS-FLOAT-SUB TO WS-FLOAT-SLOT
026523     END-IF.
026524*****************************************************************
026525* 4450-NOTE-FLOAT-SHORTAGE -- LIST A POSTED REGISTER WHOSE      *
026526* COUNTED CASH CAME IN UNDER ITS FLOAT ON THE SHORTAGE SECTION. *
026527* WORKS FROM THE AUDIT RECORD, SO THE SAME PARAGRAPH SERVES A   *
026528* REGISTER POSTED TONIGHT AND ONE A RESTART IS RESTORING.  A    *
026529* SHORT REGISTER'S COUNTED CASH ALL WENT TO THE FLOAT.          *
026530*****************************************************************
026531 4450-NOTE-FLOAT-SHORTAGE.
026532     ADD 1 TO WS-FSHT-COUNT
026533     ADD AUDT-FLOAT-SHORT TO WS-FSHT-TOTAL
026534     IF WS-FSHT-COUNT NOT > 200
026535         MOVE AUDT-REG-NO   TO WS-FSHT-REG-NO (WS-FSHT-COUNT)
026536         MOVE AUDT-STORE-NO TO WS-FSHT-STORE-NO (WS-FSHT-COUNT)
026537         ADD AUDT-FLOAT-KEPT AUDT-FLOAT-SHORT
026538             GIVING WS-FSHT-FLOAT (WS-FSHT-COUNT)
026539         MOVE AUDT-FLOAT-KEPT  TO WS-FSHT-COUNTED (WS-FSHT-COUNT)
026540         MOVE AUDT-FLOAT-SHORT TO WS-FSHT-SHORT (WS-FSHT-COUNT)
026541     END-IF.
026542*****************************************************************
026543* 3800-UPDATE-OVRSHT-HIST -- ROLL TONIGHT'S OVER/SHORT FOR THE  *
026544* POSTED REGISTER INTO ITS DATED 35-NIGHT OVER/SHORT HISTORY,   *
026545* THE SAME WAY 3700 ROLLS THE TOTALS: ENTRIES SHIFT DOWN A      *
026546* NIGHT AND TONIGHT GOES IN AT ENTRY (1); A RERUN UNDER THE     *
026547* SAME BUSINESS DATE REPLACES ENTRY (1) INSTEAD OF SHIFTING.    *
026548* ONLY PERFORMED WHEN THE EXPECTED-SALES FEED PRODUCED AN       *
026549* OVER/SHORT FOR THE REGISTER TONIGHT.                          *
026550*****************************************************************
026551 3800-UPDATE-OVRSHT-HIST.
026552     MOVE TRAN-REG-NO TO OVSH-REG-NO
026553     MOVE 'N' TO WS-OVSH-FOUND-SW
026560     READ OVSHFILE
026570         INVALID KEY
026580             PERFORM 3815-ZERO-OVSH-ENTRY
026910         TO OVSH-ENTRY-DATE (WS-OVSH-SUB)
026920     MOVE OVSH-ENTRY-AMT (WS-OVSH-SUB - 1)
026930         TO OVSH-ENTRY-AMT (WS-OVSH-SUB).
026940*****************************************************************
026950* 3850-UPDATE-CASHIER-HIST -- ROLL THE POSTED DRAWER'S          *
026960* OVER/SHORT INTO ITS CASHIER'S DATED 35-NIGHT HISTORY.  A      *
026970* CASHIER CAN WORK MORE THAN ONE DRAWER IN A NIGHT, SO A SECOND *
026980* DRAWER IN THE SAME RERUN CYCLE ADDS TO ENTRY (1); THE FIRST   *
026990* DRAWER OF A NEW NIGHT SHIFTS THE HISTORY DOWN, AND THE FIRST  *
027000* DRAWER OF A RERUN UNDER THE SAME BUSINESS DATE REPLACES THE   *
027010* SUPERSEDED CYCLE'S ENTRY.  ONLY PERFORMED WHEN THE            *
027020* EXPECTED-SALES FEED PRODUCED AN OVER/SHORT FOR THE DRAWER     *
027025* TONIGHT.                                                      *
027030*****************************************************************
027040 3850-UPDATE-CASHIER-HIST.
027050     MOVE TRAN-CASHIER-ID TO CSOS-CASHIER-ID
027060     MOVE 'N' TO WS-CSOS-FOUND-SW
027070     READ CSOSFILE
027080         INVALID KEY
027090             PERFORM 3855-ZERO-CSOS-ENTRY
027100                 VARYING WS-CSOS-SUB FROM 1 BY 1
027110                 UNTIL WS-CSOS-SUB > 35
027120             MOVE TRAN-CASHIER-ID TO CSOS-CASHIER-ID
027130         NOT INVALID KEY
027140             MOVE 'Y' TO WS-CSOS-FOUND-SW
027150     END-READ
027160     IF CSOS-ENTRY-DATE (1) = WS-CURRENT-DATE
027170             AND CSOS-ENTRY-CYCLE (1) = WS-RUN-CYCLE
027180         ADD WS-OVER-SHORT TO CSOS-ENTRY-AMT (1)
027190         IF CSOS-ENTRY-DRAWERS (1) < 99
027200             ADD 1 TO CSOS-ENTRY-DRAWERS (1)
027210         END-IF
027220     ELSE
027230         IF CSOS-ENTRY-DATE (1) NOT = WS-CURRENT-DATE
027240             PERFORM 3860-SHIFT-CSOS-ENTRY
027250                 VARYING WS-CSOS-SUB FROM 35 BY -1
027260                 UNTIL WS-CSOS-SUB < 2
027270             MOVE WS-CURRENT-DATE TO CSOS-ENTRY-DATE (1)
027280         END-IF
027290         MOVE WS-RUN-CYCLE  TO CSOS-ENTRY-CYCLE (1)
027300         MOVE 1             TO CSOS-ENTRY-DRAWERS (1)
027310         MOVE WS-OVER-SHORT TO CSOS-ENTRY-AMT (1)
027320     END-IF
027330     IF WS-CSOS-FOUND
027340         REWRITE CSOS-RECORD
027350     ELSE
027360         WRITE CSOS-RECORD
027370     END-IF.
027380*****************************************************************
027390* 3855-ZERO-CSOS-ENTRY -- CLEAR ONE HISTORY ENTRY WHEN A        *
027400* CASHIER GETS THEIR FIRST OVER/SHORT RECORD.                   *
027410*****************************************************************
027420 3855-ZERO-CSOS-ENTRY.
027430     MOVE ZEROES TO CSOS-ENTRY-DATE (WS-CSOS-SUB)
027440     MOVE ZEROES TO CSOS-ENTRY-CYCLE (WS-CSOS-SUB)
027450     MOVE ZEROES TO CSOS-ENTRY-DRAWERS (WS-CSOS-SUB)
027460     MOVE ZEROES TO CSOS-ENTRY-AMT (WS-CSOS-SUB).
027470*****************************************************************
027480* 3860-SHIFT-CSOS-ENTRY -- MOVE ONE HISTORY ENTRY DOWN A NIGHT  *
027490* AHEAD OF TONIGHT'S INSERT AT ENTRY (1); THE 35TH NIGHT FALLS  *
027500* OFF.                                                          *
027510*****************************************************************
027520 3860-SHIFT-CSOS-ENTRY.
027530     MOVE CSOS-ENTRY (WS-CSOS-SUB - 1)
027540         TO CSOS-ENTRY (WS-CSOS-SUB).
