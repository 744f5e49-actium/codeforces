000140* PARAMETER CARD NAMES THE PERIOD START AND THE SHORTAGE        *
000150* LIMIT; ANY REGISTER WHOSE PERIOD-TO-DATE SHORTAGE REACHES     *
000160* THE LIMIT IS FLAGGED FOR LOSS PREVENTION AND THE RUN LEAVES   *
000170* A WARNING RETURN CODE.  EACH FLAG OPENS A LOSS PREVENTION     *
000171* CASE ON LPCSFILE, OR ADDS TO THE REGISTER'S CASE WHILE IT IS  *
000172* STILL OPEN, AND THE REPORT ENDS WITH A PAGE AGING EVERY OPEN  *
000173* CASE BY STORE FROM THE DAY IT WAS OPENED, CALLING OUT REPEAT  *
000174* OFFENDERS AND CASES OPEN PAST THE CARD'S AGE LIMIT (SEE       *
000175* LPCSMSTR).  RUN MONTHLY.                                      *
000180*****************************************************************
000190* MODIFICATION HISTORY                                          *
000200*   DATE        INIT  DESCRIPTION                               *
000210*   09/03/2026  DLM   ORIGINAL PROGRAM.                         *
000211*   10/01/2026  DLM   ADDED REGMFILE AND STORFILE.  EACH RANKED *
000212*                     LINE NOW SHOWS THE REGISTER'S STORE AND   *
000213*                     STORE NAME, AND THE REPORT ENDS WITH A    *
000214*                     DISTRICT AND REGION ROLLUP PAGE - EACH    *
000215*                     STORE'S PERIOD OVER/SHORT, REGISTERS      *
000216*                     REPORTED, AND REGISTERS OVER THE LIMIT,   *
000217*                     WITH A SUBTOTAL PER DISTRICT AND PER      *
000218*                     REGION.  A REGISTER ROLLS UP UNDER THE    *
000219*                     STORE IT IS ASSIGNED TO TODAY.            *
000220*   10/10/2026  DLM   EVERY REGISTER FLAGGED OVER THE LIMIT NOW *
000221*                     OPENS A LOSS PREVENTION CASE ON LPCSFILE, *
000222*                     OR ADDS THE MONTH'S FLAG TO THE           *
000223*                     REGISTER'S OPEN CASE, AND THE RANKED LINE *
000224*                     SAYS WHICH.  THE CARD NOW ALSO CARRIES A  *
000225*                     CASE AGE LIMIT, AND THE REPORT ENDS WITH  *
000226*                     AN OPEN-CASE AGING PAGE BY STORE SHOWING  *
000227*                     REPEAT OFFENDERS AND CASES OPEN PAST THE  *
000228*                     LIMIT.                                    *
000229*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000350         FILE STATUS IS WS-OVSHFILE-STATUS.
000360     SELECT OVSLIST ASSIGN TO OVSLIST
000370         ORGANIZATION IS LINE SEQUENTIAL.
000371     SELECT REGMFILE ASSIGN TO REGMFILE
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS RANDOM
000374         RECORD KEY IS REGM-REG-NO
000375         FILE STATUS IS WS-REGMFILE-STATUS.
000376     SELECT STORFILE ASSIGN TO STORFILE
000377         ORGANIZATION IS INDEXED
000378         ACCESS MODE IS RANDOM
000379         RECORD KEY IS STOR-STORE-NO
000380         FILE STATUS IS WS-STORFILE-STATUS.
000381     SELECT LPCSFILE ASSIGN TO LPCSFILE
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS LPCS-KEY
000385         FILE STATUS IS WS-LPCSFILE-STATUS.
000386     SELECT SORTFILE ASSIGN TO SORTWK01.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  OVSPFILE
000460 FD  OVSLIST
000470     LABEL RECORDS ARE OMITTED.
000480 01  OVSL-RECORD                 PIC X(132).
000482 FD  REGMFILE.
000484 COPY REGMSTR.
000486 FD  STORFILE.
000488 COPY STORMSTR.
000490 FD  LPCSFILE.
000492 COPY LPCSMSTR.
000494 SD  SORTFILE.
000500 01  SORT-RECORD.
000510     05  SORT-CUM-OVRSHT         PIC S9(13).
000520     05  SORT-REG-NO             PIC X(05).
000540     05  SORT-NIGHTS             PIC 9(03).
000550     05  SORT-SHORT-NIGHTS       PIC 9(03).
000560     05  SORT-OVER-NIGHTS        PIC 9(03).
000565     05  SORT-STORE-SUB          PIC 9(03).
000567     05  SORT-STORE-NO           PIC X(03).
000570 WORKING-STORAGE SECTION.
000580*****************************************************************
000590* REPORT LINE WORK AREAS                                        *
000790     05  FILLER                  PIC X(04) VALUE 'RANK'.
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  FILLER                  PIC X(05) VALUE 'REG  '.
000812     05  FILLER                  PIC X(02) VALUE SPACES.
000814     05  FILLER                  PIC X(03) VALUE 'STR'.
000816     05  FILLER                  PIC X(02) VALUE SPACES.
000818     05  FILLER                  PIC X(30) VALUE 'STORE NAME'.
000820     05  FILLER                  PIC X(04) VALUE SPACES.
000830     05  FILLER                  PIC X(14) VALUE 'CUM OVER/SHORT'.
000840     05  FILLER                  PIC X(03) VALUE SPACES.
000890     05  FILLER                  PIC X(05) VALUE 'SHORT'.
000900     05  FILLER                  PIC X(03) VALUE SPACES.
000910     05  FILLER                  PIC X(04) VALUE 'OVER'.
000912     05  FILLER                  PIC X(14) VALUE SPACES.
000914     05  FILLER                  PIC X(07) VALUE 'LP CASE'.
000920 01  WS-RPT-DTL-LINE.
000930     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  DTL-RANK                 PIC ZZZ9.
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  DTL-REG-NO               PIC X(05).
000962     05  FILLER                  PIC X(02) VALUE SPACES.
000964     05  DTL-STORE-NO             PIC X(03).
000966     05  FILLER                  PIC X(02) VALUE SPACES.
000968     05  DTL-STORE-NAME           PIC X(30).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  DTL-CUM-OVRSHT           PIC -Z(12)9.
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DTL-OVER-NIGHTS          PIC ZZZZ9.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DTL-FLAG                 PIC X(16).
001082     05  FILLER                  PIC X(01) VALUE SPACES.
001084     05  DTL-CASE-ACTION          PIC X(14).
001090 01  WS-RPT-CNT-LINE.
001100     05  FILLER                  PIC X(05) VALUE SPACES.
001110     05  CNT-LABEL                PIC X(26).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  CNT-COUNT                PIC ZZZZZ9.
001131 01  WS-RPT-RUH-LINE.
001132     05  FILLER                  PIC X(05) VALUE SPACES.
001133     05  FILLER                  PIC X(26)
001134             VALUE 'DISTRICT AND REGION ROLLUP'.
001135 01  WS-RPT-RUC-LINE.
001136     05  FILLER                  PIC X(05) VALUE SPACES.
001137     05  FILLER                  PIC X(05) VALUE 'STORE'.
001138     05  FILLER                  PIC X(02) VALUE SPACES.
001139     05  FILLER                  PIC X(30) VALUE 'STORE NAME'.
001140     05  FILLER                  PIC X(04) VALUE SPACES.
001141     05  FILLER                  PIC X(14) VALUE 'CUM OVER/SHORT'.
001142     05  FILLER                  PIC X(02) VALUE SPACES.
001143     05  FILLER                  PIC X(09) VALUE 'REGISTERS'.
001144     05  FILLER                  PIC X(02) VALUE SPACES.
001145     05  FILLER                  PIC X(10) VALUE 'OVER LIMIT'.
001146 01  WS-RPT-RUS-LINE.
001147     05  FILLER                  PIC X(05) VALUE SPACES.
001148     05  RUS-STORE-NO             PIC X(03).
001149     05  FILLER                  PIC X(04) VALUE SPACES.
001150     05  RUS-STORE-NAME           PIC X(30).
001151     05  FILLER                  PIC X(04) VALUE SPACES.
001152     05  RUS-CUM-OVRSHT           PIC -Z(12)9.
001153     05  FILLER                  PIC X(06) VALUE SPACES.
001154     05  RUS-REG-COUNT            PIC ZZZZ9.
001155     05  FILLER                  PIC X(07) VALUE SPACES.
001156     05  RUS-FLAG-COUNT           PIC ZZZZ9.
001157 01  WS-RPT-DST-LINE.
001158     05  FILLER                  PIC X(05) VALUE SPACES.
001159     05  FILLER                  PIC X(09) VALUE 'DISTRICT '.
001160     05  DST-DISTRICT             PIC X(03).
001161     05  FILLER                  PIC X(09) VALUE ' SUBTOTAL'.
001162     05  FILLER                  PIC X(20) VALUE SPACES.
001163     05  DST-CUM-OVRSHT           PIC -Z(12)9.
001164     05  FILLER                  PIC X(06) VALUE SPACES.
001165     05  DST-REG-COUNT            PIC ZZZZ9.
001166     05  FILLER                  PIC X(07) VALUE SPACES.
001167     05  DST-FLAG-COUNT           PIC ZZZZ9.
001168     05  FILLER                  PIC X(03) VALUE SPACES.
001169     05  FILLER                  PIC X(07) VALUE 'STORES:'.
001170     05  DST-STORE-COUNT          PIC ZZ9.
001171 01  WS-RPT-RGN-LINE.
001172     05  FILLER                  PIC X(05) VALUE SPACES.
001173     05  FILLER                  PIC X(07) VALUE 'REGION '.
001174     05  RGN-REGION               PIC X(02).
001175     05  FILLER                  PIC X(09) VALUE ' SUBTOTAL'.
001176     05  FILLER                  PIC X(23) VALUE SPACES.
001177     05  RGN-CUM-OVRSHT           PIC -Z(12)9.
001178     05  FILLER                  PIC X(06) VALUE SPACES.
001179     05  RGN-REG-COUNT            PIC ZZZZ9.
001180     05  FILLER                  PIC X(07) VALUE SPACES.
001181     05  RGN-FLAG-COUNT           PIC ZZZZ9.
001182     05  FILLER                  PIC X(03) VALUE SPACES.
001183     05  FILLER                  PIC X(07) VALUE 'STORES:'.
001184     05  RGN-STORE-COUNT          PIC ZZ9.
001185 01  WS-RPT-AGH-LINE.
001186     05  FILLER                  PIC X(05) VALUE SPACES.
001187     05  FILLER                  PIC X(43)
001188             VALUE 'OPEN LOSS PREVENTION CASES - AGING BY STORE'.
001189     05  FILLER                  PIC X(04) VALUE SPACES.
001190     05  FILLER                  PIC X(15)
001191             VALUE 'CASE AGE LIMIT '.
001192     05  AGH-AGE-LIMIT            PIC ZZ9.
001193     05  FILLER                  PIC X(05) VALUE ' DAYS'.
001194 01  WS-RPT-AGC-LINE.
001195     05  FILLER                  PIC X(02) VALUE SPACES.
001196     05  FILLER                  PIC X(03) VALUE 'STR'.
001197     05  FILLER                  PIC X(02) VALUE SPACES.
001198     05  FILLER                  PIC X(05) VALUE 'REG  '.
001199     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  FILLER                  PIC X(03) VALUE 'CSE'.
001201     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  FILLER                  PIC X(10) VALUE 'OPENED'.
001203     05  FILLER                  PIC X(02) VALUE SPACES.
001204     05  FILLER                  PIC X(05) VALUE ' DAYS'.
001205     05  FILLER                  PIC X(02) VALUE SPACES.
001206     05  FILLER                  PIC X(03) VALUE 'FLG'.
001207     05  FILLER                  PIC X(02) VALUE SPACES.
001208     05  FILLER                  PIC X(14) VALUE '  FLAGGED O/S'.
001209     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  FILLER                  PIC X(12) VALUE 'INVESTIGATOR'.
001211     05  FILLER                  PIC X(02) VALUE SPACES.
001212     05  FILLER                  PIC X(12) VALUE '   RECOVERED'.
001213     05  FILLER                  PIC X(02) VALUE SPACES.
001214     05  FILLER                  PIC X(05) VALUE 'NOTES'.
001215 01  WS-RPT-AGD-LINE.
001216     05  FILLER                  PIC X(02) VALUE SPACES.
001217     05  AGD-STORE-NO             PIC X(03).
001218     05  FILLER                  PIC X(02) VALUE SPACES.
001219     05  AGD-REG-NO               PIC X(05).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001221     05  AGD-CASE-SEQ             PIC ZZ9.
001222     05  FILLER                  PIC X(02) VALUE SPACES.
001223     05  AGD-OPEN-DATE            PIC X(10).
001224     05  FILLER                  PIC X(02) VALUE SPACES.
001225     05  AGD-DAYS                 PIC ZZZZ9.
001226     05  FILLER                  PIC X(02) VALUE SPACES.
001227     05  AGD-FLAGS                PIC ZZ9.
001228     05  FILLER                  PIC X(02) VALUE SPACES.
001229     05  AGD-FLAG-OVRSHT          PIC -Z(12)9.
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001231     05  AGD-INVESTIGATOR         PIC X(12).
001232     05  FILLER                  PIC X(02) VALUE SPACES.
001233     05  AGD-RECOVERED            PIC -Z(10)9.
001234     05  FILLER                  PIC X(02) VALUE SPACES.
001235     05  AGD-REPEAT               PIC X(15).
001236     05  FILLER                  PIC X(02) VALUE SPACES.
001237     05  AGD-PAST-LIMIT           PIC X(16).
001238 01  WS-RPT-AGS-LINE.
001239     05  FILLER                  PIC X(05) VALUE SPACES.
001240     05  FILLER                  PIC X(06) VALUE 'STORE '.
001241     05  AGS-STORE-NO             PIC X(03).
001242     05  FILLER                  PIC X(02) VALUE SPACES.
001243     05  AGS-STORE-NAME           PIC X(30).
001244     05  FILLER                  PIC X(02) VALUE SPACES.
001245     05  FILLER                  PIC X(11) VALUE 'OPEN CASES:'.
001246     05  AGS-CASE-COUNT           PIC ZZZZ9.
001247     05  FILLER                  PIC X(10) VALUE '   REPEAT:'.
001248     05  AGS-REPEAT-COUNT         PIC ZZZZ9.
001249     05  FILLER                  PIC X(14) VALUE '   PAST LIMIT:'.
001250     05  AGS-PAST-LIMIT-COUNT     PIC ZZZZ9.
001251     05  FILLER                  PIC X(13) VALUE '   RECOVERED:'.
001252     05  AGS-RECOVERED            PIC -Z(10)9.
001253*****************************************************************
001254* LOSS PREVENTION CASE WORK AREAS - THE COUNTS OF CASES POSTED  *
001255* FROM TONIGHT'S FLAGS, AND THE AGING FIGURES FOR THE STORE IN  *
001256* HAND AND FOR THE RUN.  THE AGE LIMIT DEFAULTS TO 30 DAYS.     *
001257*****************************************************************
001258 77  WS-CASE-AGE-LIMIT           PIC 9(03) VALUE 030.
001259 77  WS-CASE-OPENED-COUNT        PIC 9(05) VALUE ZEROES.
001260 77  WS-CASE-ADDED-COUNT         PIC 9(05) VALUE ZEROES.
001261 77  WS-CASE-ERROR-COUNT         PIC 9(05) VALUE ZEROES.
001262 77  WS-ST-CASE-COUNT            PIC 9(05) VALUE ZEROES.
001263 77  WS-ST-REPEAT-COUNT          PIC 9(05) VALUE ZEROES.
001264 77  WS-ST-PAST-LIMIT-COUNT      PIC 9(05) VALUE ZEROES.
001265 77  WS-ST-RECOVERED             PIC S9(13) VALUE ZEROES.
001266 77  WS-CASE-STORE-COUNT         PIC 9(05) VALUE ZEROES.
001267 77  WS-OPEN-CASE-COUNT          PIC 9(05) VALUE ZEROES.
001268 77  WS-REPEAT-COUNT             PIC 9(05) VALUE ZEROES.
001269 77  WS-PAST-LIMIT-COUNT         PIC 9(05) VALUE ZEROES.
001270 77  WS-AGE-DAYS                 PIC S9(07) VALUE ZEROES.
001271 77  WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZEROES.
001272 77  WS-DAY-NUMBER               PIC 9(07) VALUE ZEROES.
001273 77  WS-DN-YEAR                  PIC 9(04) VALUE ZEROES.
001274 77  WS-DN-MONTH                 PIC 9(02) VALUE ZEROES.
001275 77  WS-DN-QUOT                  PIC 9(07) VALUE ZEROES.
001276 01  WS-PREV-STORE               PIC X(03).
001277 01  WS-AGE-WORK-X               PIC X(03).
001278 01  WS-AGE-WORK-9 REDEFINES WS-AGE-WORK-X
001279                                 PIC 9(03).
001280*****************************************************************
001281* PERIOD ACCUMULATION WORK AREAS - ONE REGISTER AT A TIME.      *
001282*****************************************************************
001283 77  WS-CUM-OVRSHT               PIC S9(13) VALUE ZEROES.
001284 77  WS-AVG-OVRSHT               PIC S9(11) VALUE ZEROES.
001285 77  WS-NIGHT-CTR                PIC 9(03) VALUE ZEROES.
001286 77  WS-SHORT-CTR                PIC 9(03) VALUE ZEROES.
001287 77  WS-OVER-CTR                 PIC 9(03) VALUE ZEROES.
001288 77  WS-ENT-SUB                  PIC 9(03) VALUE ZEROES.
001289 77  WS-ABS-SHORTAGE             PIC 9(13) VALUE ZEROES.
001290 01  WS-PERIOD-START             PIC 9(08) VALUE ZEROES.
001291 01  WS-SHORT-LIMIT              PIC 9(10) VALUE ZEROES.
001292 01  WS-DATE-WORK-X              PIC X(08).
001293 01  WS-DATE-WORK-9 REDEFINES WS-DATE-WORK-X
001294                                 PIC 9(08).
001295 01  WS-AMT-WORK-X               PIC X(10).
001300 01  WS-AMT-WORK-9 REDEFINES WS-AMT-WORK-X
001310                                 PIC 9(10).
001311*****************************************************************
001312* STORE ROLLUP WORK AREAS - ONE ENTRY PER STORE WITH A REGISTER *
001313* REPORTED, CARRYING ITS NAME AND DISTRICT/REGION FROM THE      *
001314* STORE MASTER.  ENTRY 101 CATCHES ANY STORES PAST THE FIRST    *
001315* 100 UNDER STORE '***'.  THE ORDER TABLE LISTS THE ENTRIES IN  *
001316* REGION/DISTRICT/STORE ORDER FOR THE ROLLUP PAGE.              *
001317*****************************************************************
001318 01  WS-STORE-TABLE.
001319     05  WS-STORE-ENTRY OCCURS 101 TIMES.
001320         10  WS-STORE-NO          PIC X(03).
001321         10  WS-STORE-NAME        PIC X(30).
001322         10  WS-STORE-ROLLUP-KEY.
001323             15  WS-STORE-REGION  PIC X(02).
001324             15  WS-STORE-DISTRICT
001325                                  PIC X(03).
001326             15  WS-STORE-KEY-NO  PIC X(03).
001327         10  WS-STORE-CUM-OVRSHT  PIC S9(13).
001328         10  WS-STORE-REG-COUNT   PIC 9(05).
001329         10  WS-STORE-FLAG-COUNT  PIC 9(05).
001330 77  WS-STORE-COUNT              PIC 9(03) VALUE ZEROES.
001331 77  WS-STORE-SUB                PIC 9(03) VALUE ZEROES.
001332 77  WS-STORE-SLOT               PIC 9(03) VALUE ZEROES.
001333 01  WS-CURRENT-STORE            PIC X(03).
001334 01  WS-STORE-ORDER-TABLE.
001335     05  WS-STORE-ORDER OCCURS 101 TIMES
001336                                 PIC 9(03).
001337 77  WS-ORDER-COUNT              PIC 9(03) VALUE ZEROES.
001338 77  WS-ORDER-SUB                PIC 9(03) VALUE ZEROES.
001339 77  WS-ORDER-SLOT               PIC 9(03) VALUE ZEROES.
001340 01  WS-PRIOR-REGION             PIC X(02).
001341 01  WS-PRIOR-DISTRICT           PIC X(03).
001342 77  WS-DIST-CUM-OVRSHT          PIC S9(13) VALUE ZEROES.
001343 77  WS-DIST-REG-COUNT           PIC 9(05) VALUE ZEROES.
001344 77  WS-DIST-FLAG-COUNT          PIC 9(05) VALUE ZEROES.
001345 77  WS-DIST-STORE-COUNT         PIC 9(03) VALUE ZEROES.
001346 77  WS-RGN-CUM-OVRSHT           PIC S9(13) VALUE ZEROES.
001347 77  WS-RGN-REG-COUNT            PIC 9(05) VALUE ZEROES.
001348 77  WS-RGN-FLAG-COUNT           PIC 9(05) VALUE ZEROES.
001349 77  WS-RGN-STORE-COUNT          PIC 9(03) VALUE ZEROES.
001350*****************************************************************
001351* REPORT CONTROL COUNTERS AND SWITCHES                          *
001352*****************************************************************
001353 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 050.
001360 77  WS-PAGE-NO                  PIC 9(04) VALUE ZEROES.
001370 77  WS-LINE-CTR                 PIC 9(03) VALUE ZEROES.
001380 77  WS-REG-COUNT                PIC 9(05) VALUE ZEROES.
001490     05  WS-WRK-DD                PIC 9(02).
001500 01  WS-WORK-DATE-FMT            PIC X(10).
001510 01  WS-OVSHFILE-STATUS          PIC X(02).
001512 01  WS-REGMFILE-STATUS          PIC X(02).
001514 01  WS-STORFILE-STATUS          PIC X(02).
001516 01  WS-LPCSFILE-STATUS          PIC X(02).
001520 01  WS-SWITCHES.
001530     05  WS-EOF-SW                PIC X(01) VALUE 'N'.
001540         88  WS-EOF                          VALUE 'Y'.
001550     05  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
001560         88  WS-SORT-EOF                     VALUE 'Y'.
001561     05  WS-REGM-AVAIL-SW         PIC X(01) VALUE 'N'.
001562         88  WS-REGM-AVAIL                   VALUE 'Y'.
001563     05  WS-STOR-AVAIL-SW         PIC X(01) VALUE 'N'.
001564         88  WS-STOR-AVAIL                   VALUE 'Y'.
001565     05  WS-ORDER-PLACED-SW       PIC X(01) VALUE 'N'.
001566         88  WS-ORDER-PLACED                 VALUE 'Y'.
001568     05  WS-LPCS-EOF-SW           PIC X(01) VALUE 'N'.
001570         88  WS-LPCS-EOF                     VALUE 'Y'.
001572     05  WS-CASE-ON-FILE-SW       PIC X(01) VALUE 'N'.
001574         88  WS-CASE-ON-FILE                 VALUE 'Y'.
001576*****************************************************************
001580* THE SORT INPUT AND OUTPUT PROCEDURES MUST BE SECTIONS, SO THE *
001590* WHOLE PROCEDURE DIVISION IS SECTIONED - EACH SECTION ENDS     *
001600* WHERE THE NEXT BEGINS, WHICH IS WHAT KEEPS CONTROL FROM       *
001700                       SORT-REG-NO
001710         INPUT PROCEDURE IS 0500-SORT-INPUT
001720         OUTPUT PROCEDURE IS 0600-SORT-OUTPUT
001730     PERFORM 6000-PRINT-ROLLUP
001732     PERFORM 6500-PRINT-CASE-AGING
001735     PERFORM 9000-TERMINATE
001740     STOP RUN.
001750*****************************************************************
001760* 1000-INITIALIZE -- OPEN THE FILES, READ THE PARAMETER CARD,   *
001770* BUILD THE RUN DATE, AND PRINT THE FIRST PAGE HEADING.  A      *
001780* MISSING HISTORY FILE ENDS THE RUN - THERE IS NOTHING TO       *
001790* REPORT UNTIL 153A HAS BUILT SOME OVER/SHORT HISTORY.  THE     *
001792* REGISTER AND STORE MASTERS ONLY PLACE EACH REGISTER IN ITS    *
001794* STORE, DISTRICT, AND REGION - WITHOUT THEM THE RANKING STILL  *
001796* PRINTS AND THE REGISTERS ROLL UP UNDER UNKNOWN STORE '???'.   *
001797* THE CASE FILE IS CREATED EMPTY ON THE FIRST EVER RUN; ONE     *
001798* THAT WILL NOT OPEN ENDS THE RUN, SINCE A FLAG THAT CANNOT     *
001799* OPEN ITS CASE WOULD BE LOST.                                  *
001800*****************************************************************
001810 1000-INITIALIZE.
001820     OPEN INPUT OVSHFILE
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF
001891     OPEN I-O LPCSFILE
001892     IF WS-LPCSFILE-STATUS = '35'
001893         OPEN OUTPUT LPCSFILE
001894         CLOSE LPCSFILE
001895         OPEN I-O LPCSFILE
001896     END-IF
001897     IF WS-LPCSFILE-STATUS NOT = '00'
001898         DISPLAY 'LPCSFILE WILL NOT OPEN - STATUS '
001899             WS-LPCSFILE-STATUS
001900         DISPLAY '153N TERMINATING - NO CASE FILE TO POST'
001901         CLOSE OVSHFILE
001902         MOVE 16 TO RETURN-CODE
001903         STOP RUN
001904     END-IF
001905     OPEN OUTPUT OVSLIST
001906     OPEN INPUT REGMFILE
001907     IF WS-REGMFILE-STATUS = '00'
001908         MOVE 'Y' TO WS-REGM-AVAIL-SW
001909     ELSE
001910         DISPLAY 'REGMFILE WILL NOT OPEN - STATUS '
001911             WS-REGMFILE-STATUS
001912         DISPLAY 'STORE ASSIGNMENTS SKIPPED THIS RUN'
001913     END-IF
001914     OPEN INPUT STORFILE
001915     IF WS-STORFILE-STATUS = '00'
001916         MOVE 'Y' TO WS-STOR-AVAIL-SW
001917     ELSE
001918         DISPLAY 'STORFILE WILL NOT OPEN - STATUS '
001919             WS-STORFILE-STATUS
001920         DISPLAY 'STORE NAMES AND ROLLUPS SKIPPED THIS RUN'
001921     END-IF
001922     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001923     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
001930     PERFORM 7100-FORMAT-DATE
001940     MOVE WS-WORK-DATE-FMT TO WS-REPORT-DATE
001942     PERFORM 7200-COMPUTE-DAY-NUMBER
001944     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
001950     OPEN INPUT OVSPFILE
001960     READ OVSPFILE
001970         AT END
002050             IF WS-AMT-WORK-X IS NUMERIC
002060                 MOVE WS-AMT-WORK-9 TO WS-SHORT-LIMIT
002070             END-IF
002071             MOVE OVSP-CASE-AGE-LIMIT TO WS-AGE-WORK-X
002072             IF WS-AGE-WORK-X IS NUMERIC
002073                     AND WS-AGE-WORK-9 > ZEROES
002074                 MOVE WS-AGE-WORK-9 TO WS-CASE-AGE-LIMIT
002075             END-IF
002080     END-READ
002090     CLOSE OVSPFILE
002100     IF WS-PERIOD-START = ZEROES
002150         MOVE WS-WORK-DATE-FMT TO HDR-PERIOD-FROM
002160     END-IF
002170     MOVE WS-SHORT-LIMIT TO HDR-SHORT-LIMIT
002175     MOVE WS-CASE-AGE-LIMIT TO AGH-AGE-LIMIT
002180     PERFORM 2100-WRITE-REPORT-HEADER.
002190*****************************************************************
002200* 0500-SORT-INPUT -- ACCUMULATE EACH REGISTER'S PERIOD FIGURES  *
002310* 2000-RELEASE-ONE-REGISTER -- FOOT ONE REGISTER'S PERIOD       *
002320* FIGURES AND RELEASE ITS SORT RECORD, THEN READ THE NEXT.      *
002330* A REGISTER WITH NO NIGHTS IN THE PERIOD RELEASES NOTHING.     *
002332* A REGISTER THAT IS RELEASED IS ALSO FOOTED INTO ITS STORE'S   *
002334* ROLLUP ENTRY, WHOSE SUBSCRIPT RIDES ALONG ON THE SORT RECORD. *
002340*****************************************************************
002350 2000-RELEASE-ONE-REGISTER.
002360     MOVE ZEROES TO WS-CUM-OVRSHT
002490         MOVE WS-NIGHT-CTR  TO SORT-NIGHTS
002500         MOVE WS-SHORT-CTR  TO SORT-SHORT-NIGHTS
002510         MOVE WS-OVER-CTR   TO SORT-OVER-NIGHTS
002512         PERFORM 2050-LOCATE-STORE
002513             THRU 2050-LOCATE-STORE-EXIT
002514         MOVE WS-STORE-SLOT TO SORT-STORE-SUB
002515         MOVE WS-CURRENT-STORE TO SORT-STORE-NO
002516         ADD WS-CUM-OVRSHT TO WS-STORE-CUM-OVRSHT (WS-STORE-SLOT)
002518         ADD 1 TO WS-STORE-REG-COUNT (WS-STORE-SLOT)
002520         RELEASE SORT-RECORD
002530     END-IF
002540     PERFORM 8000-READ-OVSHFILE.
002710         END-IF
002720         END-IF
002730     END-IF.
002731*****************************************************************
002732* 2050-LOCATE-STORE -- FIND THE STORE THE REGISTER IS ASSIGNED  *
002733* TO ON THE REGISTER MASTER AND ITS ROLLUP ENTRY, ADDING THE    *
002734* ENTRY THE FIRST TIME THE STORE IS SEEN.  A REGISTER NOT ON    *
002735* THE MASTER ROLLS UP UNDER STORE '???'.                        *
002736*****************************************************************
002737 2050-LOCATE-STORE.
002738     MOVE '???' TO WS-CURRENT-STORE
002739     IF WS-REGM-AVAIL
002740         MOVE OVSH-REG-NO TO REGM-REG-NO
002741         READ REGMFILE
002742             INVALID KEY
002743                 CONTINUE
002744             NOT INVALID KEY
002745                 MOVE REGM-STORE-NO TO WS-CURRENT-STORE
002746         END-READ
002747     END-IF
002748     MOVE ZEROES TO WS-STORE-SLOT
002749     PERFORM 2060-MATCH-STORE
002750         VARYING WS-STORE-SUB FROM 1 BY 1
002751         UNTIL WS-STORE-SUB > WS-STORE-COUNT
002752     IF WS-STORE-SLOT = ZEROES
002753         IF WS-STORE-COUNT < 100
002754             ADD 1 TO WS-STORE-COUNT
002755             MOVE WS-STORE-COUNT TO WS-STORE-SLOT
002756             MOVE WS-CURRENT-STORE TO WS-STORE-NO (WS-STORE-SLOT)
002757         ELSE
002758             IF WS-STORE-COUNT = 100
002759                 ADD 1 TO WS-STORE-COUNT
002760                 MOVE '***' TO WS-STORE-NO (101)
002761                 MOVE 101 TO WS-STORE-SLOT
002762             ELSE
002763                 MOVE 101 TO WS-STORE-SLOT
002764                 GO TO 2050-LOCATE-STORE-EXIT
002765             END-IF
002766         END-IF
002767         MOVE ZEROES TO WS-STORE-CUM-OVRSHT (WS-STORE-SLOT)
002768         MOVE ZEROES TO WS-STORE-REG-COUNT (WS-STORE-SLOT)
002769         MOVE ZEROES TO WS-STORE-FLAG-COUNT (WS-STORE-SLOT)
002770         PERFORM 2070-LOAD-STORE-ROLLUP
002771     END-IF.
002772 2050-LOCATE-STORE-EXIT.
002773     EXIT.
002774*****************************************************************
002775* 2060-MATCH-STORE -- IS THIS TABLE ENTRY THE CURRENT STORE.    *
002776*****************************************************************
002777 2060-MATCH-STORE.
002778     IF WS-STORE-NO (WS-STORE-SUB) = WS-CURRENT-STORE
002779         MOVE WS-STORE-SUB TO WS-STORE-SLOT
002780     END-IF.
002781*****************************************************************
002782* 2070-LOAD-STORE-ROLLUP -- FILL A NEW ROLLUP ENTRY'S NAME,     *
002783* DISTRICT, AND REGION FROM THE STORE MASTER.  A STORE NOT ON   *
002784* THE MASTER (OR NO MASTER AT ALL) ROLLS UP UNDER DISTRICT ???  *
002785* AND REGION ??, WHICH SORT AHEAD OF EVERY REAL ONE.            *
002786*****************************************************************
002787 2070-LOAD-STORE-ROLLUP.
002788     MOVE '** NOT ON STORE MASTER **'
002789         TO WS-STORE-NAME (WS-STORE-SLOT)
002790     MOVE '??'  TO WS-STORE-REGION (WS-STORE-SLOT)
002791     MOVE '???' TO WS-STORE-DISTRICT (WS-STORE-SLOT)
002792     MOVE WS-STORE-NO (WS-STORE-SLOT)
002793         TO WS-STORE-KEY-NO (WS-STORE-SLOT)
002794     IF WS-STOR-AVAIL
002795         MOVE WS-STORE-NO (WS-STORE-SLOT) TO STOR-STORE-NO
002796         READ STORFILE
002797             INVALID KEY
002798                 CONTINUE
002799             NOT INVALID KEY
002800                 MOVE STOR-NAME
002801                     TO WS-STORE-NAME (WS-STORE-SLOT)
002802                 MOVE STOR-REGION
002803                     TO WS-STORE-REGION (WS-STORE-SLOT)
002804                 MOVE STOR-DISTRICT
002805                     TO WS-STORE-DISTRICT (WS-STORE-SLOT)
002806         END-READ
002807     END-IF.
002808*****************************************************************
002809* 8000-READ-OVSHFILE -- READ THE NEXT HISTORY RECORD AND SET    *
002810* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.            *
002811*****************************************************************
002812 8000-READ-OVSHFILE.
002813     READ OVSHFILE
002814         AT END
002815             MOVE 'Y' TO WS-EOF-SW
002820     END-READ.
002830 0590-SORT-INPUT-EXIT.
002840     EXIT.
003050     END-RETURN.
003060*****************************************************************
003070* 3100-PRINT-RANKED-LINE -- PRINT ONE REGISTER'S RANKED LINE,   *
003080* FLAGGING A PERIOD-TO-DATE SHORTAGE THAT REACHES THE LIMIT AND *
003085* POSTING THE FLAG TO THE REGISTER'S LOSS PREVENTION CASE.      *
003090*****************************************************************
003100 3100-PRINT-RANKED-LINE.
003110     PERFORM 3500-CHECK-PAGE-BREAK
003120     ADD 1 TO WS-RANK-CTR
003130     MOVE WS-RANK-CTR TO DTL-RANK
003140     MOVE SORT-REG-NO TO DTL-REG-NO
003142     MOVE WS-STORE-NO (SORT-STORE-SUB) TO DTL-STORE-NO
003144     MOVE WS-STORE-NAME (SORT-STORE-SUB) TO DTL-STORE-NAME
003150     MOVE SORT-CUM-OVRSHT TO DTL-CUM-OVRSHT
003160     MOVE SORT-AVG-OVRSHT TO DTL-AVG-OVRSHT
003170     MOVE SORT-NIGHTS TO DTL-NIGHTS
003180     MOVE SORT-SHORT-NIGHTS TO DTL-SHORT-NIGHTS
003190     MOVE SORT-OVER-NIGHTS TO DTL-OVER-NIGHTS
003200     MOVE SPACES TO DTL-FLAG
003205     MOVE SPACES TO DTL-CASE-ACTION
003210     IF WS-SHORT-LIMIT > ZEROES
003220             AND SORT-CUM-OVRSHT < ZEROES
003230         MULTIPLY SORT-CUM-OVRSHT BY -1 GIVING WS-ABS-SHORTAGE
003240         IF WS-ABS-SHORTAGE NOT < WS-SHORT-LIMIT
003250             MOVE '** OVER LIMIT **' TO DTL-FLAG
003260             ADD 1 TO WS-FLAGGED-COUNT
003265             ADD 1 TO WS-STORE-FLAG-COUNT (SORT-STORE-SUB)
003266             PERFORM 3200-POST-LP-CASE
003267                 THRU 3200-POST-LP-CASE-EXIT
003270         END-IF
003280     END-IF
003290     WRITE OVSL-RECORD FROM WS-RPT-DTL-LINE
003300         AFTER ADVANCING 1 LINE
003310     ADD 1 TO WS-LINE-CTR
003320     ADD 1 TO WS-REG-COUNT.
003321*****************************************************************
003322* 3200-POST-LP-CASE -- POST A FLAGGED REGISTER TO ITS CASE ON   *
003323* LPCSFILE UNDER THE STORE IT IS ASSIGNED TO TODAY.  A REGISTER *
003324* WITH NO CASE, OR WHOSE LAST CASE IS CLOSED, OPENS A NEW ONE.  *
003325* AN OPEN CASE TAKES ONE MORE FLAG, UNLESS IT WAS ALREADY       *
003326* FLAGGED THIS MONTH - A RERUN ONLY REFRESHES THE FLAGGED       *
003327* OVER/SHORT.  A CASE THAT CANNOT BE WRITTEN IS NOTED ON THE    *
003328* LINE AND LEAVES RETURN CODE 8.                                *
003329*****************************************************************
003330 3200-POST-LP-CASE.
003331     MOVE 'N' TO WS-CASE-ON-FILE-SW
003332     MOVE SORT-STORE-NO TO LPCS-STORE-NO
003333     MOVE SORT-REG-NO   TO LPCS-REG-NO
003334     READ LPCSFILE
003335         INVALID KEY
003336             CONTINUE
003337         NOT INVALID KEY
003338             MOVE 'Y' TO WS-CASE-ON-FILE-SW
003339     END-READ
003340     IF NOT WS-CASE-ON-FILE
003341         MOVE ZEROES TO LPCS-CASE-SEQ
003342         PERFORM 3210-START-NEW-CASE
003343         WRITE LPCS-RECORD
003344             INVALID KEY
003345                 PERFORM 3250-CASE-NOT-POSTED
003346                 GO TO 3200-POST-LP-CASE-EXIT
003347         END-WRITE
003348         MOVE 'CASE OPENED' TO DTL-CASE-ACTION
003349         ADD 1 TO WS-CASE-OPENED-COUNT
003350         GO TO 3200-POST-LP-CASE-EXIT
003351     END-IF
003352     IF LPCS-CLOSED
003353         PERFORM 3210-START-NEW-CASE
003354         MOVE 'CASE OPENED' TO DTL-CASE-ACTION
003355         ADD 1 TO WS-CASE-OPENED-COUNT
003356     ELSE
003357         MOVE LPCS-LAST-FLAG-DATE TO WS-WORK-DATE
003358         IF WS-WRK-CCYY = WS-CUR-CCYY AND WS-WRK-MM = WS-CUR-MM
003359             MOVE 'CASE UPDATED' TO DTL-CASE-ACTION
003360         ELSE
003361             ADD 1 TO LPCS-FLAG-COUNT
003362             MOVE 'ADDED TO CASE' TO DTL-CASE-ACTION
003363             ADD 1 TO WS-CASE-ADDED-COUNT
003364         END-IF
003365         MOVE WS-CURRENT-DATE TO LPCS-LAST-FLAG-DATE
003366         MOVE SORT-CUM-OVRSHT TO LPCS-FLAG-OVRSHT
003367         MOVE WS-CURRENT-DATE TO LPCS-LAST-ACTIVITY
003368     END-IF
003369     REWRITE LPCS-RECORD
003370         INVALID KEY
003371             PERFORM 3250-CASE-NOT-POSTED
003372     END-REWRITE.
003373 3200-POST-LP-CASE-EXIT.
003374     EXIT.
003375*****************************************************************
003376* 3210-START-NEW-CASE -- SET UP THE NEXT CASE ON THE REGISTER'S *
003377* RECORD, OPENED TODAY WITH TONIGHT'S FLAG AS ITS FIRST.        *
003378*****************************************************************
003379 3210-START-NEW-CASE.
003380     ADD 1 TO LPCS-CASE-SEQ
003381     MOVE 'O'             TO LPCS-STATUS
003382     MOVE WS-CURRENT-DATE TO LPCS-OPEN-DATE
003383     MOVE 1               TO LPCS-FLAG-COUNT
003384     MOVE WS-CURRENT-DATE TO LPCS-LAST-FLAG-DATE
003385     MOVE SORT-CUM-OVRSHT TO LPCS-FLAG-OVRSHT
003386     MOVE SPACES          TO LPCS-INVESTIGATOR
003387     MOVE SPACES          TO LPCS-FINDINGS
003388     MOVE ZEROES          TO LPCS-RECOVERED
003389     MOVE SPACES          TO LPCS-DISPOSITION
003390     MOVE ZEROES          TO LPCS-CLOSE-DATE
003391     MOVE WS-CURRENT-DATE TO LPCS-LAST-ACTIVITY.
003392*****************************************************************
003393* 3250-CASE-NOT-POSTED -- NOTE A FLAG WHOSE CASE COULD NOT BE   *
003394* WRITTEN.                                                      *
003395*****************************************************************
003396 3250-CASE-NOT-POSTED.
003397     MOVE 'NOT POSTED' TO DTL-CASE-ACTION
003398     DISPLAY 'LPCSFILE WRITE FAILED - STATUS ' WS-LPCSFILE-STATUS
003399         ' REGISTER ' SORT-REG-NO
003400     ADD 1 TO WS-CASE-ERROR-COUNT.
003401*****************************************************************
003402* 2100-WRITE-REPORT-HEADER -- START A NEW REPORT PAGE.          *
003403*****************************************************************
003404 2100-WRITE-REPORT-HEADER.
003405     ADD 1 TO WS-PAGE-NO
003406     MOVE WS-PAGE-NO TO HDR-PAGE-NO
003407     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
003408     WRITE OVSL-RECORD FROM WS-RPT-HDR1-LINE
003410         AFTER ADVANCING PAGE
003420     WRITE OVSL-RECORD FROM WS-RPT-HDR2-LINE
003430         AFTER ADVANCING 1 LINE
003590* SORT HAS FINISHED.                                            *
003600*****************************************************************
003610 8900-END-OF-JOB SECTION.
003611*****************************************************************
003612* 6000-PRINT-ROLLUP -- PRINT THE DISTRICT AND REGION ROLLUP     *
003613* PAGE: ONE LINE PER STORE IN REGION/DISTRICT/STORE ORDER WITH  *
003614* ITS PERIOD OVER/SHORT, REGISTERS REPORTED, AND REGISTERS OVER *
003615* THE LIMIT, AND A SUBTOTAL AT EACH CHANGE OF DISTRICT AND      *
003616* REGION.                                                       *
003617*****************************************************************
003618 6000-PRINT-ROLLUP.
003619     MOVE ZEROES TO WS-ORDER-COUNT
003620     PERFORM 6100-ORDER-ONE-STORE
003621         VARYING WS-STORE-SUB FROM 1 BY 1
003622         UNTIL WS-STORE-SUB > WS-STORE-COUNT
003623     PERFORM 6010-WRITE-ROLLUP-HEADER
003624     MOVE ZEROES TO WS-DIST-CUM-OVRSHT
003625     MOVE ZEROES TO WS-DIST-REG-COUNT
003626     MOVE ZEROES TO WS-DIST-FLAG-COUNT
003627     MOVE ZEROES TO WS-DIST-STORE-COUNT
003628     MOVE ZEROES TO WS-RGN-CUM-OVRSHT
003629     MOVE ZEROES TO WS-RGN-REG-COUNT
003630     MOVE ZEROES TO WS-RGN-FLAG-COUNT
003631     MOVE ZEROES TO WS-RGN-STORE-COUNT
003632     PERFORM 6200-PRINT-ROLLUP-STORE
003633         VARYING WS-ORDER-SUB FROM 1 BY 1
003634         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
003635     IF WS-ORDER-COUNT > ZEROES
003636         PERFORM 6300-PRINT-DISTRICT-LINE
003637         PERFORM 6400-PRINT-REGION-LINE
003638     END-IF.
003639*****************************************************************
003640* 6010-WRITE-ROLLUP-HEADER -- START A NEW ROLLUP PAGE.          *
003641*****************************************************************
003642 6010-WRITE-ROLLUP-HEADER.
003643     ADD 1 TO WS-PAGE-NO
003644     MOVE WS-PAGE-NO TO HDR-PAGE-NO
003645     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
003646     WRITE OVSL-RECORD FROM WS-RPT-HDR1-LINE
003647         AFTER ADVANCING PAGE
003648     WRITE OVSL-RECORD FROM WS-RPT-HDR2-LINE
003649         AFTER ADVANCING 1 LINE
003650     WRITE OVSL-RECORD FROM WS-RPT-RUH-LINE
003651         AFTER ADVANCING 2 LINES
003652     WRITE OVSL-RECORD FROM WS-RPT-RUC-LINE
003653         AFTER ADVANCING 2 LINES
003654     MOVE ZEROES TO WS-LINE-CTR.
003655*****************************************************************
003656* 6100-ORDER-ONE-STORE -- INSERT ONE ROLLUP ENTRY INTO THE      *
003657* ORDER TABLE BY ITS REGION/DISTRICT/STORE KEY, MOVING EVERY    *
003658* ENTRY THAT SORTS AFTER IT DOWN ONE SLOT.                      *
003659*****************************************************************
003660 6100-ORDER-ONE-STORE.
003661     ADD 1 WS-ORDER-COUNT GIVING WS-ORDER-SLOT
003662     MOVE 'N' TO WS-ORDER-PLACED-SW
003663     PERFORM 6110-MAKE-ORDER-ROOM
003664         VARYING WS-ORDER-SUB FROM WS-ORDER-COUNT BY -1
003665         UNTIL WS-ORDER-SUB < 1
003666            OR WS-ORDER-PLACED
003667     MOVE WS-STORE-SUB TO WS-STORE-ORDER (WS-ORDER-SLOT)
003668     ADD 1 TO WS-ORDER-COUNT.
003669*****************************************************************
003670* 6110-MAKE-ORDER-ROOM -- MOVE ONE ORDER ENTRY DOWN A SLOT WHEN *
003671* IT SORTS AFTER THE ENTRY BEING INSERTED; OTHERWISE THE INSERT *
003672* POINT IS FOUND.                                               *
003673*****************************************************************
003674 6110-MAKE-ORDER-ROOM.
003675     IF WS-STORE-ROLLUP-KEY (WS-STORE-ORDER (WS-ORDER-SUB))
003676             > WS-STORE-ROLLUP-KEY (WS-STORE-SUB)
003677         MOVE WS-STORE-ORDER (WS-ORDER-SUB)
003678             TO WS-STORE-ORDER (WS-ORDER-SUB + 1)
003679         MOVE WS-ORDER-SUB TO WS-ORDER-SLOT
003680     ELSE
003681         MOVE 'Y' TO WS-ORDER-PLACED-SW
003682     END-IF.
003683*****************************************************************
003684* 6200-PRINT-ROLLUP-STORE -- PRINT THE ROLLUP LINE FOR THE NEXT *
003685* STORE IN ORDER, CLOSING OFF THE PRIOR DISTRICT AND REGION     *
003686* FIRST WHEN THIS STORE STARTS A NEW ONE.                       *
003687*****************************************************************
003688 6200-PRINT-ROLLUP-STORE.
003689     MOVE WS-STORE-ORDER (WS-ORDER-SUB) TO WS-STORE-SUB
003690     IF WS-ORDER-SUB > 1
003691         IF WS-STORE-REGION (WS-STORE-SUB) NOT = WS-PRIOR-REGION
003692             PERFORM 6300-PRINT-DISTRICT-LINE
003693             PERFORM 6400-PRINT-REGION-LINE
003694         ELSE
003695         IF WS-STORE-DISTRICT (WS-STORE-SUB)
003696                 NOT = WS-PRIOR-DISTRICT
003697             PERFORM 6300-PRINT-DISTRICT-LINE
003698         END-IF
003699         END-IF
003700     END-IF
003701     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
003702         PERFORM 6010-WRITE-ROLLUP-HEADER
003703     END-IF
003704     MOVE WS-STORE-REGION (WS-STORE-SUB)     TO WS-PRIOR-REGION
003705     MOVE WS-STORE-DISTRICT (WS-STORE-SUB)   TO WS-PRIOR-DISTRICT
003706     MOVE WS-STORE-NO (WS-STORE-SUB)         TO RUS-STORE-NO
003707     MOVE WS-STORE-NAME (WS-STORE-SUB)       TO RUS-STORE-NAME
003708     MOVE WS-STORE-CUM-OVRSHT (WS-STORE-SUB) TO RUS-CUM-OVRSHT
003709     MOVE WS-STORE-REG-COUNT (WS-STORE-SUB)  TO RUS-REG-COUNT
003710     MOVE WS-STORE-FLAG-COUNT (WS-STORE-SUB) TO RUS-FLAG-COUNT
003711     WRITE OVSL-RECORD FROM WS-RPT-RUS-LINE
003712         AFTER ADVANCING 1 LINE
003713     ADD 1 TO WS-LINE-CTR
003714     ADD WS-STORE-CUM-OVRSHT (WS-STORE-SUB) TO WS-DIST-CUM-OVRSHT
003715     ADD WS-STORE-REG-COUNT (WS-STORE-SUB)  TO WS-DIST-REG-COUNT
003716     ADD WS-STORE-FLAG-COUNT (WS-STORE-SUB) TO WS-DIST-FLAG-COUNT
003717     ADD 1 TO WS-DIST-STORE-COUNT.
003718*****************************************************************
003719* 6300-PRINT-DISTRICT-LINE -- PRINT THE SUBTOTAL FOR THE        *
003720* DISTRICT JUST FINISHED AND ROLL IT INTO ITS REGION.           *
003721*****************************************************************
003722 6300-PRINT-DISTRICT-LINE.
003723     MOVE WS-PRIOR-DISTRICT   TO DST-DISTRICT
003724     MOVE WS-DIST-CUM-OVRSHT  TO DST-CUM-OVRSHT
003725     MOVE WS-DIST-REG-COUNT   TO DST-REG-COUNT
003726     MOVE WS-DIST-FLAG-COUNT  TO DST-FLAG-COUNT
003727     MOVE WS-DIST-STORE-COUNT TO DST-STORE-COUNT
003728     WRITE OVSL-RECORD FROM WS-RPT-DST-LINE
003729         AFTER ADVANCING 1 LINE
003730     ADD 1 TO WS-LINE-CTR
003731     ADD WS-DIST-CUM-OVRSHT  TO WS-RGN-CUM-OVRSHT
003732     ADD WS-DIST-REG-COUNT   TO WS-RGN-REG-COUNT
003733     ADD WS-DIST-FLAG-COUNT  TO WS-RGN-FLAG-COUNT
003734     ADD WS-DIST-STORE-COUNT TO WS-RGN-STORE-COUNT
003735     MOVE ZEROES TO WS-DIST-CUM-OVRSHT
003736     MOVE ZEROES TO WS-DIST-REG-COUNT
003737     MOVE ZEROES TO WS-DIST-FLAG-COUNT
003738     MOVE ZEROES TO WS-DIST-STORE-COUNT.
003739*****************************************************************
003740* 6400-PRINT-REGION-LINE -- PRINT THE SUBTOTAL FOR THE REGION   *
003741* JUST FINISHED, FOLLOWED BY A BLANK LINE.                      *
003742*****************************************************************
003743 6400-PRINT-REGION-LINE.
003744     MOVE WS-PRIOR-REGION    TO RGN-REGION
003745     MOVE WS-RGN-CUM-OVRSHT  TO RGN-CUM-OVRSHT
003746     MOVE WS-RGN-REG-COUNT   TO RGN-REG-COUNT
003747     MOVE WS-RGN-FLAG-COUNT  TO RGN-FLAG-COUNT
003748     MOVE WS-RGN-STORE-COUNT TO RGN-STORE-COUNT
003749     WRITE OVSL-RECORD FROM WS-RPT-RGN-LINE
003750         AFTER ADVANCING 1 LINE
003751     MOVE SPACES TO OVSL-RECORD
003752     WRITE OVSL-RECORD
003753         AFTER ADVANCING 1 LINE
003754     ADD 2 TO WS-LINE-CTR
003755     MOVE ZEROES TO WS-RGN-CUM-OVRSHT
003756     MOVE ZEROES TO WS-RGN-REG-COUNT
003757     MOVE ZEROES TO WS-RGN-FLAG-COUNT
003758     MOVE ZEROES TO WS-RGN-STORE-COUNT.
003763*****************************************************************
003768* 6500-PRINT-CASE-AGING -- PRINT THE OPEN-CASE AGING PAGE:     *
003773* EVERY OPEN CASE ON LPCSFILE, WHICH READS IN STORE ORDER, AGED *
003775* FROM THE DAY IT WAS OPENED TO THE RUN DATE, WITH A LINE FOR   *
003778* EACH STORE.  A REGISTER ON ITS SECOND OR LATER CASE, OR       *
003783* FLAGGED IN MORE THAN ONE MONTH ON THIS CASE, IS A REPEAT      *
003788* OFFENDER.  A CASE OPEN LONGER THAN THE AGE LIMIT IS CALLED    *
003793* OUT.  THE FILE IS REOPENED FOR INPUT SO IT READS FROM THE     *
003798* START, AND NOW HOLDS TONIGHT'S CASES.                         *
003808*****************************************************************
003813 6500-PRINT-CASE-AGING.
003818     CLOSE LPCSFILE
003823     OPEN INPUT LPCSFILE
003828     PERFORM 6510-WRITE-AGING-HEADER
003833     IF WS-LPCSFILE-STATUS NOT = '00'
003838         DISPLAY 'LPCSFILE WILL NOT REOPEN - STATUS '
003843             WS-LPCSFILE-STATUS
003848         DISPLAY 'OPEN CASE AGING SKIPPED THIS RUN'
003853         ADD 1 TO WS-CASE-ERROR-COUNT
003858         MOVE 'Y' TO WS-LPCS-EOF-SW
003863     ELSE
003868         PERFORM 8100-READ-LPCSFILE
003873     END-IF
003878     MOVE SPACES TO WS-PREV-STORE
003883     PERFORM 6600-AGE-ONE-CASE
003888         UNTIL WS-LPCS-EOF
003893     IF WS-PREV-STORE NOT = SPACES
003898         PERFORM 6700-PRINT-CASE-STORE-LINE
003903     END-IF.
003908*****************************************************************
003913* 6510-WRITE-AGING-HEADER -- START A NEW CASE AGING PAGE.       *
003918*****************************************************************
003923 6510-WRITE-AGING-HEADER.
003928     ADD 1 TO WS-PAGE-NO
003933     MOVE WS-PAGE-NO TO HDR-PAGE-NO
003938     MOVE WS-REPORT-DATE TO HDR-RUN-DATE
003943     WRITE OVSL-RECORD FROM WS-RPT-HDR1-LINE
003948         AFTER ADVANCING PAGE
003953     WRITE OVSL-RECORD FROM WS-RPT-HDR2-LINE
003958         AFTER ADVANCING 1 LINE
003963     WRITE OVSL-RECORD FROM WS-RPT-AGH-LINE
003968         AFTER ADVANCING 2 LINES
003973     WRITE OVSL-RECORD FROM WS-RPT-AGC-LINE
003978         AFTER ADVANCING 2 LINES
003983     MOVE ZEROES TO WS-LINE-CTR.
003988*****************************************************************
003993* 6600-AGE-ONE-CASE -- CLOSE OFF THE PRIOR STORE WHEN THE STORE *
003998* CHANGES, PRINT THE CASE IN HAND WHEN IT IS OPEN, AND READ THE *
004003* NEXT.  A CLOSED CASE IS PASSED OVER.                          *
004008*****************************************************************
004013 6600-AGE-ONE-CASE.
004018     IF LPCS-OPEN
004023         IF LPCS-STORE-NO NOT = WS-PREV-STORE
004028             IF WS-PREV-STORE NOT = SPACES
004033                 PERFORM 6700-PRINT-CASE-STORE-LINE
004038             END-IF
004043             MOVE LPCS-STORE-NO TO WS-PREV-STORE
004048             ADD 1 TO WS-CASE-STORE-COUNT
004053         END-IF
004058         PERFORM 6650-PRINT-CASE-LINE
004063     END-IF
004068     PERFORM 8100-READ-LPCSFILE.
004073*****************************************************************
004078* 6650-PRINT-CASE-LINE -- AGE ONE OPEN CASE AND PRINT ITS LINE, *
004083* NOTING A REPEAT OFFENDER AND A CASE OPEN PAST THE LIMIT.      *
004088*****************************************************************
004093 6650-PRINT-CASE-LINE.
004098     MOVE LPCS-OPEN-DATE TO WS-WORK-DATE
004103     PERFORM 7200-COMPUTE-DAY-NUMBER
004108     SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
004113         GIVING WS-AGE-DAYS
004118     IF WS-AGE-DAYS < ZEROES
004123         MOVE ZEROES TO WS-AGE-DAYS
004128     END-IF
004133     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
004138         PERFORM 6510-WRITE-AGING-HEADER
004143     END-IF
004148     MOVE LPCS-STORE-NO     TO AGD-STORE-NO
004153     MOVE LPCS-REG-NO       TO AGD-REG-NO
004158     MOVE LPCS-CASE-SEQ     TO AGD-CASE-SEQ
004163     PERFORM 7100-FORMAT-DATE
004168     MOVE WS-WORK-DATE-FMT  TO AGD-OPEN-DATE
004173     MOVE WS-AGE-DAYS       TO AGD-DAYS
004178     MOVE LPCS-FLAG-COUNT   TO AGD-FLAGS
004183     MOVE LPCS-FLAG-OVRSHT  TO AGD-FLAG-OVRSHT
004188     IF LPCS-INVESTIGATOR = SPACES
004193         MOVE 'UNASSIGNED' TO AGD-INVESTIGATOR
004198     ELSE
004203         MOVE LPCS-INVESTIGATOR TO AGD-INVESTIGATOR
004208     END-IF
004213     MOVE LPCS-RECOVERED    TO AGD-RECOVERED
004218     MOVE SPACES TO AGD-REPEAT
004223     MOVE SPACES TO AGD-PAST-LIMIT
004228     IF LPCS-CASE-SEQ > 1 OR LPCS-FLAG-COUNT > 1
004233         MOVE 'REPEAT OFFENDER' TO AGD-REPEAT
004238         ADD 1 TO WS-ST-REPEAT-COUNT
004243         ADD 1 TO WS-REPEAT-COUNT
004248     END-IF
004253     IF WS-AGE-DAYS > WS-CASE-AGE-LIMIT
004258         MOVE '** PAST LIMIT **' TO AGD-PAST-LIMIT
004263         ADD 1 TO WS-ST-PAST-LIMIT-COUNT
004268         ADD 1 TO WS-PAST-LIMIT-COUNT
004273     END-IF
004278     WRITE OVSL-RECORD FROM WS-RPT-AGD-LINE
004283         AFTER ADVANCING 1 LINE
004288     ADD 1 TO WS-LINE-CTR
004293     ADD 1 TO WS-ST-CASE-COUNT
004298     ADD 1 TO WS-OPEN-CASE-COUNT
004303     ADD LPCS-RECOVERED TO WS-ST-RECOVERED.
004308*****************************************************************
004313* 6700-PRINT-CASE-STORE-LINE -- PRINT THE STORE'S OPEN CASES,   *
004318* REPEAT OFFENDERS, CASES PAST THE LIMIT, AND RECOVERIES, THEN  *
004323* CLEAR THEM FOR THE NEXT STORE.                                *
004328*****************************************************************
004333 6700-PRINT-CASE-STORE-LINE.
004338     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
004343         PERFORM 6510-WRITE-AGING-HEADER
004348     END-IF
004353     MOVE WS-PREV-STORE TO AGS-STORE-NO
004358     MOVE '** NOT ON STORE MASTER **' TO AGS-STORE-NAME
004363     IF WS-STOR-AVAIL
004368         MOVE WS-PREV-STORE TO STOR-STORE-NO
004373         READ STORFILE
004378             INVALID KEY
004383                 CONTINUE
004388             NOT INVALID KEY
004393                 MOVE STOR-NAME TO AGS-STORE-NAME
004398         END-READ
004403     END-IF
004408     MOVE WS-ST-CASE-COUNT       TO AGS-CASE-COUNT
004413     MOVE WS-ST-REPEAT-COUNT     TO AGS-REPEAT-COUNT
004418     MOVE WS-ST-PAST-LIMIT-COUNT TO AGS-PAST-LIMIT-COUNT
004423     MOVE WS-ST-RECOVERED        TO AGS-RECOVERED
004428     WRITE OVSL-RECORD FROM WS-RPT-AGS-LINE
004433         AFTER ADVANCING 1 LINE
004438     MOVE SPACES TO OVSL-RECORD
004443     WRITE OVSL-RECORD
004448         AFTER ADVANCING 1 LINE
004453     ADD 2 TO WS-LINE-CTR
004458     MOVE ZEROES TO WS-ST-CASE-COUNT
004463     MOVE ZEROES TO WS-ST-REPEAT-COUNT
004468     MOVE ZEROES TO WS-ST-PAST-LIMIT-COUNT
004473     MOVE ZEROES TO WS-ST-RECOVERED.
004478*****************************************************************
004483* 7100-FORMAT-DATE -- EDIT A CCYYMMDD DATE IN WS-WORK-DATE INTO *
004488* MM/DD/CCYY DISPLAY FORM IN WS-WORK-DATE-FMT.                  *
004493*****************************************************************
004498 7100-FORMAT-DATE.
004503     MOVE WS-WRK-MM   TO WS-WORK-DATE-FMT(1:2)
004508     MOVE '/'         TO WS-WORK-DATE-FMT(3:1)
004513     MOVE WS-WRK-DD   TO WS-WORK-DATE-FMT(4:2)
004518     MOVE '/'         TO WS-WORK-DATE-FMT(6:1)
004523     MOVE WS-WRK-CCYY TO WS-WORK-DATE-FMT(7:4).
004528*****************************************************************
004533* 7200-COMPUTE-DAY-NUMBER -- TURN THE CCYYMMDD DATE IN          *
004538* WS-WORK-DATE INTO A DAY NUMBER IN WS-DAY-NUMBER, SO THE DAYS  *
004543* BETWEEN TWO DATES IS ONE DAY NUMBER LESS THE OTHER.  THE YEAR *
004548* IS TAKEN AS STARTING IN MARCH, SO FEBRUARY 29 FALLS AT ITS    *
004553* END AND EVERY OTHER MONTH STARTS A FIXED COUNT OF DAYS IN.    *
004558*****************************************************************
004563 7200-COMPUTE-DAY-NUMBER.
004568     IF WS-WRK-MM > 2
004573         MOVE WS-WRK-CCYY TO WS-DN-YEAR
004578         SUBTRACT 3 FROM WS-WRK-MM GIVING WS-DN-MONTH
004583     ELSE
004588         SUBTRACT 1 FROM WS-WRK-CCYY GIVING WS-DN-YEAR
004593         ADD 9 TO WS-WRK-MM GIVING WS-DN-MONTH
004598     END-IF
004603     MULTIPLY WS-DN-YEAR BY 365 GIVING WS-DAY-NUMBER
004608     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT
004613     ADD WS-DN-QUOT TO WS-DAY-NUMBER
004618     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT
004623     SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER
004628     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT
004633     ADD WS-DN-QUOT TO WS-DAY-NUMBER
004638     MULTIPLY WS-DN-MONTH BY 153 GIVING WS-DN-QUOT
004643     ADD 2 TO WS-DN-QUOT
004648     DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
004653     ADD WS-DN-QUOT TO WS-DAY-NUMBER
004658     ADD WS-WRK-DD TO WS-DAY-NUMBER.
004663*****************************************************************
004668* 8100-READ-LPCSFILE -- READ THE NEXT CASE AND SET THE          *
004673* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.                *
004678*****************************************************************
004683 8100-READ-LPCSFILE.
004688     READ LPCSFILE NEXT RECORD
004693         AT END
004698             MOVE 'Y' TO WS-LPCS-EOF-SW
004703     END-READ.
004708*****************************************************************
004713* 9000-TERMINATE -- PRINT THE RUN COUNTS, CLOSE THE FILES, AND  *
004718* LEAVE A WARNING RETURN CODE WHEN ANY REGISTER PASSED THE      *
004723* SHORTAGE LIMIT OR ANY CASE IS OPEN PAST THE AGE LIMIT, OR     *
004728* RETURN CODE 8 WHEN A FLAG COULD NOT BE POSTED TO ITS CASE.    *
004733 9000-TERMINATE.
004738     MOVE 'REGISTERS REPORTED:       ' TO CNT-LABEL
004743     MOVE WS-REG-COUNT TO CNT-COUNT
004748     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004753         AFTER ADVANCING 2 LINES
004758     MOVE 'REGISTERS OVER THE LIMIT: ' TO CNT-LABEL
004763     MOVE WS-FLAGGED-COUNT TO CNT-COUNT
004768     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004773         AFTER ADVANCING 1 LINE
004778     MOVE 'LP CASES OPENED:          ' TO CNT-LABEL
004783     MOVE WS-CASE-OPENED-COUNT TO CNT-COUNT
004788     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004793         AFTER ADVANCING 1 LINE
004798     MOVE 'FLAGS ADDED TO OPEN CASES:' TO CNT-LABEL
004803     MOVE WS-CASE-ADDED-COUNT TO CNT-COUNT
004808     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004813         AFTER ADVANCING 1 LINE
004818     MOVE 'FLAGS NOT POSTED TO CASES:' TO CNT-LABEL
004823     MOVE WS-CASE-ERROR-COUNT TO CNT-COUNT
004828     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004833         AFTER ADVANCING 1 LINE
004838     MOVE 'STORES WITH OPEN CASES:   ' TO CNT-LABEL
004843     MOVE WS-CASE-STORE-COUNT TO CNT-COUNT
004848     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004853         AFTER ADVANCING 1 LINE
004858     MOVE 'OPEN CASES AGED:          ' TO CNT-LABEL
004863     MOVE WS-OPEN-CASE-COUNT TO CNT-COUNT
004868     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004873         AFTER ADVANCING 1 LINE
004878     MOVE 'REPEAT OFFENDERS:         ' TO CNT-LABEL
004883     MOVE WS-REPEAT-COUNT TO CNT-COUNT
004888     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004893         AFTER ADVANCING 1 LINE
004898     MOVE 'CASES OPEN PAST THE LIMIT:' TO CNT-LABEL
004903     MOVE WS-PAST-LIMIT-COUNT TO CNT-COUNT
004908     WRITE OVSL-RECORD FROM WS-RPT-CNT-LINE
004913         AFTER ADVANCING 1 LINE
004918     CLOSE OVSHFILE
004923     CLOSE LPCSFILE
004928     IF WS-REGM-AVAIL
004933         CLOSE REGMFILE
004938     END-IF
004943     IF WS-STOR-AVAIL
004948         CLOSE STORFILE
004953     END-IF
004958     CLOSE OVSLIST
004963     IF WS-CASE-ERROR-COUNT > ZEROES
004968         MOVE 8 TO RETURN-CODE
004973     ELSE
004978     IF WS-FLAGGED-COUNT > ZEROES OR WS-PAST-LIMIT-COUNT > ZEROES
004983         MOVE 4 TO RETURN-CODE
004988     END-IF
004993     END-IF.
