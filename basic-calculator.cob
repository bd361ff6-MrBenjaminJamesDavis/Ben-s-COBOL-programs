000100*                    linkage), logged to the shared ERROR-LOG,  *
000101*                    and never logged to CALCLOG as a wrong     *
000102*                    answer.                                    *
000103*  15-OCT-2026  BJD  Interest and loan operations for customer  *
000104*                    payment plans: menu option 8 works out     *
000105*                    simple or compound interest and option 9   *
000106*                    a level-payment repayment loan, from a     *
000107*                    principal, annual rate, term and payment   *
000108*                    frequency. Each prints a full schedule     *
000109*                    (period, payment, interest, capital,       *
000110*                    balance) through RPT-WTR as LOANSCHD,      *
000111*                    honours the session rounding mode and      *
000112*                    logs one summary line ("S", "C" or "R") to *
000113*                    CALCLOG. The same operators are accepted   *
000114*                    through BASIC-CALC-SUB, with the term and  *
000115*                    frequency in an optional sixth parameter   *
000116*                    (COPY LOANCALL in the caller).             *
000117*  15-OCT-2026  BJD  Per-role value limits from the new CALCLMT *
000118*                    control file: a single calculation, the    *
000119*                    amount of one currency conversion and the  *
000120*                    operator's cumulative value for the day    *
000121*                    (today's CALCLOG lines plus the session).  *
000122*                    A conversion counts at its sterling        *
000123*                    equivalent, whatever the currencies. An    *
000124*                    interactive result over a limit is held -  *
000125*                    not shown, logged or carried forward - and *
000126*                    referred to a supervisor through APP-QUE   *
000127*                    as a CALCREF request on PENDAPPR. One-shot *
000128*                    BASIC-CALC-SUB calls are not checked;      *
000129*                    CALC-BAT applies its own batch limits.     *
000130 ENVIRONMENT DIVISION.
000131 INPUT-OUTPUT SECTION.
000132 FILE-CONTROL.
000133     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000134         ORGANIZATION IS LINE SEQUENTIAL
000135         FILE STATUS IS WS-CALC-STATUS.
000136     SELECT EXRATE-FILE ASSIGN TO "EXRATES"
000137         ORGANIZATION IS INDEXED
000138         ACCESS MODE IS RANDOM
000139         RECORD KEY IS EXR-KEY
000140         FILE STATUS IS WS-EXR-STATUS.
000141     SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
000142         ORGANIZATION IS LINE SEQUENTIAL
000143         FILE STATUS IS WS-VAT-STATUS.
000144     SELECT CALC-LIMIT-FILE ASSIGN TO "CALCLMT"
000145         ORGANIZATION IS LINE SEQUENTIAL
000146         FILE STATUS IS WS-LMT-STATUS.
000147*
000148 DATA DIVISION.
000149 FILE SECTION.
000150 FD  CALC-LOG-FILE
000151     LABEL RECORDS ARE STANDARD.
000152 01  CALC-LOG-RECORD             PIC X(120).
000153*
000154*--------------------------------------------------------------*
000155*  Read back only at the start of a session, to total the       *
000156*  operator's calculations so far today against the daily       *
000157*  limit.                                                       *
000158*--------------------------------------------------------------*
000159 01  CALC-LOG-FIELDS REDEFINES CALC-LOG-RECORD.
000160     05  CLF-DATE                PIC 9(08).
000161     05  FILLER                  PIC X(01).
000162     05  CLF-TIME                PIC 9(08).
000163     05  FILLER                  PIC X(01).
000164     05  CLF-FIRST               PIC X(17).
000165     05  FILLER                  PIC X(01).
000166     05  CLF-OPERATOR            PIC X(01).
000167     05  FILLER                  PIC X(01).
000168     05  CLF-SECOND              PIC X(17).
000169     05  FILLER                  PIC X(03).
000170     05  CLF-RESULT              PIC X(17).
000171     05  FILLER                  PIC X(01).
000172     05  CLF-OPR-ID              PIC X(08).
000173     05  CLF-CONV-TAIL.
000174         10  FILLER              PIC X(01).
000175         10  CLF-CONV-FROM       PIC X(03).
000176         10  FILLER              PIC X(01).
000177         10  CLF-CONV-TO         PIC X(03).
000178         10  FILLER              PIC X(13).
000179         10  CLF-CONV-DATE       PIC X(08).
000180     05  FILLER                  PIC X(07).
000181*
000182 FD  EXRATE-FILE
000183     LABEL RECORDS ARE STANDARD.
000184     COPY EXRATREC.
000185*
000186*--------------------------------------------------------------*
000187*  VATRATE is a small effective-dated control file: one record  *
000188*  per rate change, date then percentage. The latest record    *
000189*  dated on or before today carries the rate in force.          *
000190*--------------------------------------------------------------*
000191 FD  VAT-RATE-FILE
000192     LABEL RECORDS ARE STANDARD.
000193 01  VAT-RATE-RECORD.
000194     05  VTR-EFFECTIVE-DATE  PIC 9(08).
000195     05  FILLER              PIC X(01).
000196     05  VTR-RATE-TEXT       PIC X(06).
000197*
000198 FD  CALC-LIMIT-FILE
000199     LABEL RECORDS ARE STANDARD.
000200     COPY CLMTREC.
000201*
000202 WORKING-STORAGE SECTION.
000203*
000204 01  WS-CALC-STATUS          PIC X(02) VALUE "00".
000205     88  WS-CALC-OK                   VALUE "00".
000206     88  WS-CALC-EOF                  VALUE "10".
000207*
000208 01  WS-EXR-STATUS           PIC X(02) VALUE "00".
000209     88  WS-EXR-OK                    VALUE "00".
000210*
000211 01  WS-EXR-AVAIL-SWITCH     PIC X(01) VALUE "N".
000212     88  WS-EXR-AVAILABLE             VALUE "Y".
000213*
000214 01  WS-SWITCHES.
000215     05  WS-EXIT-SWITCH      PIC X(01) VALUE "N".
000216         88  WS-EXIT-PROGRAM         VALUE "Y".
000217     05  WS-VALID-SWITCH     PIC X(01) VALUE "N".
000218         88  WS-INPUT-VALID           VALUE "Y".
000219         88  WS-INPUT-INVALID         VALUE "N".
000220*
000221 01  WS-MENU-CHOICE          PIC 9(02) VALUE ZERO.
000222 01  WS-OPERATOR-CHAR        PIC X(01) VALUE SPACE.
000223*
000224 01  first-num               PIC S9(13)V99 VALUE ZERO.
000225 01  second-num              PIC S9(13)V99 VALUE ZERO.
000226 01  result                  PIC S9(13)V99 VALUE ZERO.
000227*
000228 01  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
000229     88  WS-RESULT-OVERFLOWED         VALUE "Y".
000230*
000231*--------------------------------------------------------------*
000232*  ADDING-MACHINE WORK AREAS                                     *
000233*--------------------------------------------------------------*
000234 01  WS-CHAIN-SWITCH         PIC X(01) VALUE "N".
000235     88  WS-CHAIN-MODE                VALUE "Y".
000236 01  WS-RESULT-SWITCH        PIC X(01) VALUE "N".
000237     88  WS-HAVE-RESULT               VALUE "Y".
000238 01  WS-MEMORY-VALUE         PIC S9(13)V99 VALUE ZERO.
000239 01  WS-SESSION-TOTAL        PIC S9(13)V99 VALUE ZERO.
000240 01  WS-TOTAL-DISPLAY        PIC -9(13).99.
000241 01  WS-ONE-SHOT-SWITCH      PIC X(01) VALUE "N".
000242     88  WS-ONE-SHOT                  VALUE "Y".
000243*
000244*--------------------------------------------------------------*
000245*  CURRENCY-CONVERSION WORK AREAS                                *
000246*--------------------------------------------------------------*
000247 01  WS-CONV-FROM            PIC X(03).
000248 01  WS-CONV-TO              PIC X(03).
000249 01  WS-CONV-DATE            PIC 9(08).
000250 01  WS-CONV-DATE-TEXT       PIC X(12).
000251 01  WS-CONV-RATE-FROM       PIC 9(03)V9(06).
000252 01  WS-CONV-RATE-TO         PIC 9(03)V9(06).
000253 01  WS-CONV-CROSS-RATE      PIC 9(03)V9(06).
000254 01  WS-CONV-FAIL-SWITCH     PIC X(01) VALUE "N".
000255     88  WS-CONV-FAILED               VALUE "Y".
000256 01  WS-CONV-FROM-TO-FETCH   PIC X(03).
000257 01  WS-FETCHED-RATE         PIC 9(03)V9(06).
000258*
000259*--------------------------------------------------------------*
000260*  VAT WORK AREAS                                                *
000261*--------------------------------------------------------------*
000262 01  WS-VAT-STATUS           PIC X(02) VALUE "00".
000263     88  WS-VAT-OK                    VALUE "00".
000264     88  WS-VAT-EOF                   VALUE "10".
000265*
000266 01  WS-VAT-RATE             PIC 9(02)V99 VALUE ZERO.
000267 01  WS-VAT-RATE-DATE        PIC 9(08) VALUE ZERO.
000268 01  WS-VAT-FOUND-SWITCH     PIC X(01) VALUE "N".
000269     88  WS-VAT-RATE-FOUND            VALUE "Y".
000270 01  WS-VAT-TODAY            PIC 9(08).
000271 01  WS-VAT-NET              PIC S9(13)V99.
000272 01  WS-VAT-AMOUNT           PIC S9(13)V99.
000273 01  WS-VAT-GROSS            PIC S9(13)V99.
000274 01  WS-VAT-MODE             PIC X(01).
000275     88  WS-VAT-ADD                   VALUE "V".
000276     88  WS-VAT-EXTRACT               VALUE "E".
000277 01  WS-VAT-RATE-DISPLAY     PIC Z9.99.
000278*
000279*--------------------------------------------------------------*
000280*  INTEREST AND LOAN-SCHEDULE WORK AREAS                         *
000281*                                                                *
000282*  The principal and annual rate travel in first-num and        *
000283*  second-num like any other operands; the rest of the terms    *
000284*  and the running schedule figures are held here.              *
000285*--------------------------------------------------------------*
000286 01  WS-SCHED-TYPE           PIC X(01).
000287     88  WS-SCHED-SIMPLE              VALUE "S".
000288     88  WS-SCHED-COMPOUND            VALUE "C".
000289     88  WS-SCHED-REPAYMENT           VALUE "R".
000290     88  WS-SCHED-TYPE-VALID          VALUE "S" "C" "R".
000291 01  WS-SCHED-FREQUENCY      PIC X(01).
000292     88  WS-SCHED-MONTHLY             VALUE "M".
000293     88  WS-SCHED-QUARTERLY           VALUE "Q".
000294     88  WS-SCHED-ANNUAL              VALUE "A".
000295 01  WS-SCHED-VALID-SWITCH   PIC X(01) VALUE "N".
000296     88  WS-SCHED-TERMS-VALID         VALUE "Y".
000297 01  WS-SCHED-REJECT-TEXT    PIC X(50).
000298 01  WS-SCHED-TERM-IN        PIC S9(13)V99.
000299 01  WS-SCHED-TERM           PIC 9(03).
000300 01  WS-SCHED-MAX-TERM       PIC 9(03) VALUE 600.
000301 01  WS-SCHED-PER-YEAR       PIC 9(02).
000302 01  WS-SCHED-ANNUAL-RATE    PIC 9(02)V99.
000303 01  WS-SCHED-PERIOD-RATE    PIC 9(01)V9(12).
000304 01  WS-SCHED-FACTOR         PIC 9(06)V9(12).
000305 01  WS-SCHED-PAYMENT        PIC S9(13)V99.
000306 01  WS-SCHED-CAPITAL-STEP   PIC S9(13)V99.
000307 01  WS-SCHED-WORK           PIC S9(13)V99.
000308 01  WS-SCHED-PERIOD         PIC 9(03).
000309 01  WS-SCHED-BALANCE        PIC S9(13)V99.
000310 01  WS-SCHED-PRD-PAYMENT    PIC S9(13)V99.
000311 01  WS-SCHED-PRD-INTEREST   PIC S9(13)V99.
000312 01  WS-SCHED-PRD-CAPITAL    PIC S9(13)V99.
000313 01  WS-SCHED-TOT-PAYMENT    PIC S9(13)V99.
000314 01  WS-SCHED-TOT-INTEREST   PIC S9(13)V99.
000315 01  WS-SCHED-TOT-CAPITAL    PIC S9(13)V99.
000316*
000317 01  WS-SCHED-TITLE-LINE.
000318     05  FILLER              PIC X(18) VALUE "PAYMENT SCHEDULE -".
000319     05  FILLER              PIC X(01) VALUE SPACE.
000320     05  STL-TYPE            PIC X(24).
000321     05  FILLER              PIC X(11) VALUE "  ROUNDING ".
000322     05  STL-ROUNDING        PIC X(08).
000323*
000324 01  WS-SCHED-TERMS-LINE.
000325     05  FILLER              PIC X(10) VALUE "PRINCIPAL ".
000326     05  STM-PRINCIPAL       PIC -Z(12)9.99.
000327     05  FILLER              PIC X(08) VALUE "  RATE  ".
000328     05  STM-RATE            PIC Z9.99.
000329     05  FILLER              PIC X(09) VALUE "%  TERM  ".
000330     05  STM-TERM            PIC ZZ9.
000331     05  FILLER              PIC X(01) VALUE SPACE.
000332     05  STM-FREQUENCY       PIC X(09).
000333     05  FILLER              PIC X(10) VALUE " PAYMENTS ".
000334     05  STM-CURRENCY        PIC X(03).
000335*
000336 01  WS-SCHED-COLUMN-LINE.
000337     05  FILLER              PIC X(06) VALUE "PERIOD".
000338     05  FILLER              PIC X(19) VALUE "          PAYMENT".
000339     05  FILLER              PIC X(19) VALUE "         INTEREST".
000340     05  FILLER              PIC X(19) VALUE "          CAPITAL".
000341     05  FILLER              PIC X(19) VALUE "          BALANCE".
000342*
000343 01  WS-SCHED-DETAIL-LINE.
000344     05  FILLER              PIC X(03) VALUE SPACES.
000345     05  SDL-PERIOD          PIC ZZ9.
000346     05  FILLER              PIC X(02) VALUE SPACES.
000347     05  SDL-PAYMENT         PIC -Z(12)9.99.
000348     05  FILLER              PIC X(02) VALUE SPACES.
000349     05  SDL-INTEREST        PIC -Z(12)9.99.
000350     05  FILLER              PIC X(02) VALUE SPACES.
000351     05  SDL-CAPITAL         PIC -Z(12)9.99.
000352     05  FILLER              PIC X(02) VALUE SPACES.
000353     05  SDL-BALANCE         PIC -Z(12)9.99.
000354*
000355 01  WS-SCHED-TOTAL-LINE.
000356     05  FILLER              PIC X(08) VALUE "TOTALS".
000357     05  STT-PAYMENT         PIC -Z(12)9.99.
000358     05  FILLER              PIC X(02) VALUE SPACES.
000359     05  STT-INTEREST        PIC -Z(12)9.99.
000360     05  FILLER              PIC X(02) VALUE SPACES.
000361     05  STT-CAPITAL         PIC -Z(12)9.99.
000362*
000363*--------------------------------------------------------------*
000364*  OPERATOR VALUE-LIMIT WORK AREAS                              *
000365*                                                                *
000366*  The signed-on operator's role limits from CALCLMT (zero is   *
000367*  no limit) and the value of their calculations so far today.  *
000368*  A calculation's value is the larger of its first amount and  *
000369*  its result; for interest and loans it is the principal.      *
000370*--------------------------------------------------------------*
000371 01  WS-LMT-STATUS           PIC X(02) VALUE "00".
000372     88  WS-LMT-OK                    VALUE "00".
000373     88  WS-LMT-EOF                   VALUE "10".
000374*
000375 01  WS-LMT-ROLE             PIC X(01).
000376 01  WS-LMT-CALC-LIMIT       PIC 9(13)V99 VALUE ZERO.
000377 01  WS-LMT-CONV-LIMIT       PIC 9(13)V99 VALUE ZERO.
000378 01  WS-LMT-DAILY-LIMIT      PIC 9(13)V99 VALUE ZERO.
000379 01  WS-LMT-DAY-TOTAL        PIC S9(15)V99 VALUE ZERO.
000380 01  WS-LMT-TODAY            PIC 9(08).
000381 01  WS-LMT-VALUE            PIC S9(15)V99.
000382 01  WS-LMT-WORK             PIC S9(15)V99.
000383 01  WS-LMT-OPERATION        PIC X(01).
000384 01  WS-LMT-SECOND           PIC S9(13)V99.
000385 01  WS-LMT-KIND             PIC X(05).
000386 01  WS-LMT-BREACHED         PIC 9(13)V99.
000387 01  WS-REFER-SWITCH         PIC X(01) VALUE "N".
000388     88  WS-RESULT-REFERRED           VALUE "Y".
000389*
000390*--------------------------------------------------------------*
000391*  ROUNDING-MODE AND CURRENCY WORK AREAS                        *
000392*--------------------------------------------------------------*
000393 01  WS-ROUND-CHOICE         PIC 9(01) VALUE 1.
000394     88  WS-ROUND-NEAREST             VALUE 1.
000395     88  WS-ROUND-TRUNCATE            VALUE 2.
000396*
000397 01  WS-CURRENCY-CHOICE      PIC 9(01) VALUE 1.
000398 01  WS-CURRENCY-CODE        PIC X(03) VALUE "GBP".
000399 01  WS-DECIMAL-PLACES       PIC 9(01) VALUE 2.
000400 01  WS-DISPLAY-WHOLE        PIC -9(13).
000401*
000402*--------------------------------------------------------------*
000403*  OPERAND VALIDATION WORK AREAS                                 *
000404*--------------------------------------------------------------*
000405 01  WS-PROMPT-TEXT          PIC X(30).
000406 01  WS-INPUT-TEXT           PIC X(18).
000407 01  WS-NUMVAL-CHECK         PIC S9(4) COMP.
000408 01  WS-NUM-WORK             PIC S9(15)V99.
000409 01  WS-NUMBER-VALUE         PIC S9(13)V99.
000410*
000411*--------------------------------------------------------------*
000412*  TRANSACTION LOG WORK AREAS                                    *
000413*--------------------------------------------------------------*
000414 01  WS-LOG-DATE              PIC 9(08).
000415 01  WS-LOG-TIME              PIC 9(08).
000416*
000417 01  WS-LOG-LINE.
000418     05  WS-LOG-DATE-OUT      PIC 9(08).
000419     05  FILLER               PIC X(01) VALUE SPACE.
000420     05  WS-LOG-TIME-OUT      PIC 9(08).
000421     05  FILLER               PIC X(01) VALUE SPACE.
000422     05  WS-LOG-FIRST-OUT     PIC -9(13).99.
000423     05  FILLER               PIC X(01) VALUE SPACE.
000424     05  WS-LOG-OP-OUT        PIC X(01).
000425     05  FILLER               PIC X(01) VALUE SPACE.
000426     05  WS-LOG-SECOND-OUT    PIC -9(13).99.
000427     05  FILLER               PIC X(03) VALUE " = ".
000428     05  WS-LOG-RESULT-OUT    PIC -9(13).99.
000429     05  FILLER               PIC X(01) VALUE SPACE.
000430     05  WS-LOG-OPR-OUT       PIC X(08).
000431     05  WS-LOG-CONV-TAIL     PIC X(29) VALUE SPACES.
000432*
000433*--------------------------------------------------------------*
000434*  Built into WS-LOG-CONV-TAIL on a conversion line only, so    *
000435*  the reconciliation can see which rate and rate-date were     *
000436*  applied; ordinary calculation lines leave the tail blank.    *
000437*--------------------------------------------------------------*
000438 01  WS-CONV-TAIL-LINE.
000439     05  FILLER               PIC X(01) VALUE SPACE.
000440     05  WS-CT-FROM           PIC X(03).
000441     05  FILLER               PIC X(01) VALUE ">".
000442     05  WS-CT-TO             PIC X(03).
000443     05  FILLER               PIC X(02) VALUE " @".
000444     05  WS-CT-RATE           PIC ZZ9.9(06).
000445     05  FILLER               PIC X(01) VALUE SPACE.
000446     05  WS-CT-DATE           PIC 9(08).
000447*
000448*--------------------------------------------------------------*
000449*  Built into WS-LOG-CONV-TAIL on a VAT line only, so the       *
000450*  reconciliation can see which rate and effective date were    *
000451*  applied.                                                     *
000452*--------------------------------------------------------------*
000453 01  WS-VAT-TAIL-LINE.
000454     05  FILLER               PIC X(05) VALUE " VAT@".
000455     05  WS-VT-RATE           PIC Z9.99.
000456     05  FILLER               PIC X(05) VALUE " EFF ".
000457     05  WS-VT-DATE           PIC 9(08).
000458*
000459*--------------------------------------------------------------*
000460*  Built into WS-LOG-CONV-TAIL on an interest or loan line      *
000461*  only, so the reconciliation can see the rate, the number of  *
000462*  periods and the payment frequency behind the totals.         *
000463*--------------------------------------------------------------*
000464 01  WS-LOAN-TAIL-LINE.
000465     05  FILLER               PIC X(02) VALUE " @".
000466     05  WS-LT-RATE           PIC Z9.99.
000467     05  FILLER               PIC X(02) VALUE "% ".
000468     05  WS-LT-TERM           PIC ZZ9.
000469     05  WS-LT-FREQUENCY      PIC X(01).
000470*
000471*--------------------------------------------------------------*
000472*  SHARED ERROR-LOG WORK AREAS                                   *
000473*--------------------------------------------------------------*
000474     COPY ERRCALL.
000475*
000476*--------------------------------------------------------------*
000477*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000478*--------------------------------------------------------------*
000479     COPY OPRCURR.
000480*
000481*--------------------------------------------------------------*
000482*  SHARED CONTROL-TOTAL WORK AREAS                               *
000483*--------------------------------------------------------------*
000484     COPY CTLCALL.
000485*
000486*--------------------------------------------------------------*
000487*  SHARED IDLE-TIMER WORK AREAS                                  *
000488*--------------------------------------------------------------*
000489     COPY TIMCALL.
000490*
000491*--------------------------------------------------------------*
000492*  SHARED REPORT-WRITER WORK AREAS                               *
000493*--------------------------------------------------------------*
000494     COPY RPTCALL.
000495*
000496*--------------------------------------------------------------*
000497*  SHARED APPROVAL-QUEUE AND CALCULATOR-REFERRAL WORK AREAS      *
000498*--------------------------------------------------------------*
000499     COPY APPCALL.
000500     COPY CREFCALL.
000501*
000502 LINKAGE SECTION.
000503*
000504*--------------------------------------------------------------*
000505*  Passed only when this program is CALLed as a subroutine.     *
000506*  LK-OPERATOR of SPACE or LOW-VALUES means "run interactively" *
000507*  since no caller supplied an operator to work on.              *
000508*--------------------------------------------------------------*
000509 01  LK-FIRST-NUM             PIC S9(13)V99.
000510 01  LK-OPERATOR              PIC X(01).
000511 01  LK-SECOND-NUM            PIC S9(13)V99.
000512 01  LK-RESULT                PIC S9(13)V99.
000513 01  LK-OVERFLOW-FLAG         PIC X(01).
000514*
000515*--------------------------------------------------------------*
000516*  Passed only with the "S", "C" and "R" interest and loan      *
000517*  operators (laid out as COPY LOANCALL in the caller); it is   *
000518*  never referenced for any other operator, so existing five-   *
000519*  parameter callers need no change.                            *
000520*--------------------------------------------------------------*
000521 01  LK-LOAN-TERMS.
000522     05  LK-LOAN-TERM             PIC 9(03).
000523     05  LK-LOAN-FREQUENCY        PIC X(01).
000524     05  LK-LOAN-PAYMENT          PIC S9(13)V99.
000525     05  LK-LOAN-INTEREST         PIC S9(13)V99.
000526     05  LK-LOAN-STATUS           PIC X(01).
000527*
000528 PROCEDURE DIVISION.
000529*
000530*--------------------------------------------------------------*
000531*  0000-MAINLINE                                                *
000532*                                                                *
000533*  Standalone console entry point - no LINKAGE items, so this   *
000534*  program still builds and runs as its own executable exactly  *
000535*  as it did before the subroutine entry point below existed.   *
000536*--------------------------------------------------------------*
000537 0000-MAINLINE.
000538     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000539     PERFORM 1100-RESET-SESSION THRU 1100-EXIT.
000540     PERFORM 1500-SELECT-OPTIONS THRU 1500-EXIT.
000541     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000542         UNTIL WS-EXIT-PROGRAM.
000543     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000544     STOP RUN.
000545*
000546*--------------------------------------------------------------*
000547*  0050-SUBROUTINE-ENTRY                                        *
000548*                                                                *
000549*  Alternate entry point for other programs (main-menu.cob) to  *
000550*  CALL "BASIC-CALC-SUB" USING two amounts, an operator and a    *
000551*  result. LK-OPERATOR of SPACE or LOW-VALUES means "no operator*
000552*  supplied - run the interactive console menu" (this is how    *
000553*  main-menu.cob drives the operator-facing calculator); any    *
000554*  other value means "do the arithmetic and return the result." *
000555*  The interest and loan operators also take LK-LOAN-TERMS.     *
000556*--------------------------------------------------------------*
000557 0050-SUBROUTINE-ENTRY.
000558 ENTRY "BASIC-CALC-SUB" USING LK-FIRST-NUM LK-OPERATOR
000559         LK-SECOND-NUM LK-RESULT LK-OVERFLOW-FLAG LK-LOAN-TERMS.
000560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000561     IF LK-OPERATOR = SPACE OR LK-OPERATOR = LOW-VALUES
000562         PERFORM 1100-RESET-SESSION THRU 1100-EXIT
000563         PERFORM 1500-SELECT-OPTIONS THRU 1500-EXIT
000564         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000565             UNTIL WS-EXIT-PROGRAM
000566     ELSE
000567         SET WS-ONE-SHOT TO TRUE
000568         PERFORM 7000-RUN-AS-SUBROUTINE THRU 7000-EXIT
000569         MOVE "N" TO WS-ONE-SHOT-SWITCH
000570     END-IF.
000571     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000572     GOBACK.
000573*
000574*--------------------------------------------------------------*
000575*  1000-INITIALIZE                                               *
000576*--------------------------------------------------------------*
000577 1000-INITIALIZE.
000578     MOVE "N" TO WS-EXIT-SWITCH.
000579     MOVE "G" TO WS-CUR-FUNCTION.
000580     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000581         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000582     OPEN EXTEND CALC-LOG-FILE.
000583     IF NOT WS-CALC-OK
000584         OPEN OUTPUT CALC-LOG-FILE
000585         CLOSE CALC-LOG-FILE
000586         OPEN EXTEND CALC-LOG-FILE
000587     END-IF.
000588     OPEN INPUT EXRATE-FILE.
000589     IF WS-EXR-OK
000590         SET WS-EXR-AVAILABLE TO TRUE
000591     END-IF.
000592 1000-EXIT.
000593     EXIT.
000594*
000595*--------------------------------------------------------------*
000596*  1100-RESET-SESSION                                            *
000597*                                                                *
000598*  Starts each interactive session with a clean adding-machine  *
000599*  tape: the program stays loaded between MAIN-MENU visits, so  *
000600*  the session total, carried-result switch and chained mode    *
000601*  would otherwise leak from one session into the next. One-    *
000602*  shot BASIC-CALC-SUB calls do not come through here.          *
000603*  The operator's value limits and the day's total so far are   *
000604*  picked up afresh for each session.                           *
000605*--------------------------------------------------------------*
000606 1100-RESET-SESSION.
000607     MOVE ZERO TO WS-SESSION-TOTAL.
000608     MOVE "N"  TO WS-RESULT-SWITCH.
000609     MOVE "N"  TO WS-CHAIN-SWITCH.
000610     PERFORM 1200-LOAD-LIMITS THRU 1200-EXIT.
000611     PERFORM 1300-LOAD-DAY-TOTAL THRU 1300-EXIT.
000612 1100-EXIT.
000613     EXIT.
000614*
000615*--------------------------------------------------------------*
000616*  1200-LOAD-LIMITS                                              *
000617*                                                                *
000618*  Takes the CALCLMT record for the operator's role; an         *
000619*  operator with no role signed on is held to the clerk limits. *
000620*  No file, no record for the role or a non-numeric limit       *
000621*  leaves that limit off.                                       *
000622*--------------------------------------------------------------*
000623 1200-LOAD-LIMITS.
000624     MOVE ZERO TO WS-LMT-CALC-LIMIT.
000625     MOVE ZERO TO WS-LMT-CONV-LIMIT.
000626     MOVE ZERO TO WS-LMT-DAILY-LIMIT.
000627     MOVE WS-CUR-OPR-ROLE TO WS-LMT-ROLE.
000628     IF WS-LMT-ROLE = SPACE
000629         MOVE "C" TO WS-LMT-ROLE
000630     END-IF.
000631     OPEN INPUT CALC-LIMIT-FILE.
000632     IF NOT WS-LMT-OK
000633         GO TO 1200-EXIT
000634     END-IF.
000635     PERFORM 1210-READ-ONE-LIMIT THRU 1210-EXIT
000636         UNTIL WS-LMT-EOF.
000637     CLOSE CALC-LIMIT-FILE.
000638 1200-EXIT.
000639     EXIT.
000640*
000641 1210-READ-ONE-LIMIT.
000642     READ CALC-LIMIT-FILE
000643         AT END
000644             MOVE "10" TO WS-LMT-STATUS
000645             GO TO 1210-EXIT
000646     END-READ.
000647     IF CLM-ROLE NOT = WS-LMT-ROLE
000648         GO TO 1210-EXIT
000649     END-IF.
000650     IF CLM-CALC-LIMIT NUMERIC
000651         MOVE CLM-CALC-LIMIT TO WS-LMT-CALC-LIMIT
000652     END-IF.
000653     IF CLM-CONV-LIMIT NUMERIC
000654         MOVE CLM-CONV-LIMIT TO WS-LMT-CONV-LIMIT
000655     END-IF.
000656     IF CLM-DAILY-LIMIT NUMERIC
000657         MOVE CLM-DAILY-LIMIT TO WS-LMT-DAILY-LIMIT
000658     END-IF.
000659 1210-EXIT.
000660     EXIT.
000661*
000662*--------------------------------------------------------------*
000663*  1300-LOAD-DAY-TOTAL                                           *
000664*                                                                *
000665*  Re-reads CALCLOG for the value of the operator's             *
000666*  calculations already logged today, so the daily limit holds  *
000667*  across sessions. Session-total and rate-adjustment lines are *
000668*  not calculations and are skipped. A conversion line counts   *
000669*  at its sterling equivalent, as 5000-CHECK-LIMITS counted it. *
000670*--------------------------------------------------------------*
000671 1300-LOAD-DAY-TOTAL.
000672     MOVE ZERO TO WS-LMT-DAY-TOTAL.
000673     IF WS-LMT-DAILY-LIMIT = ZERO OR WS-CUR-OPR-ID = SPACES
000674         GO TO 1300-EXIT
000675     END-IF.
000676     ACCEPT WS-LMT-TODAY FROM DATE YYYYMMDD.
000677     CLOSE CALC-LOG-FILE.
000678     OPEN INPUT CALC-LOG-FILE.
000679     IF WS-CALC-OK
000680         PERFORM 1310-ADD-ONE-LOG-LINE THRU 1310-EXIT
000681             UNTIL WS-CALC-EOF
000682         CLOSE CALC-LOG-FILE
000683     END-IF.
000684     OPEN EXTEND CALC-LOG-FILE.
000685 1300-EXIT.
000686     EXIT.
000687*
000688 1310-ADD-ONE-LOG-LINE.
000689     READ CALC-LOG-FILE
000690         AT END
000691             MOVE "10" TO WS-CALC-STATUS
000692             GO TO 1310-EXIT
000693     END-READ.
000694     IF CLF-DATE NOT = WS-LMT-TODAY
000695        OR CLF-OPR-ID NOT = WS-CUR-OPR-ID
000696         GO TO 1310-EXIT
000697     END-IF.
000698     EVALUATE CLF-OPERATOR
000699         WHEN "X"
000700             PERFORM 1320-VALUE-CONVERSION THRU 1320-EXIT
000701             ADD WS-LMT-VALUE TO WS-LMT-DAY-TOTAL
000702             GO TO 1310-EXIT
000703         WHEN "+"
000704         WHEN "-"
000705         WHEN "*"
000706         WHEN "/"
000707         WHEN "V"
000708         WHEN "E"
000709             COMPUTE WS-LMT-VALUE = FUNCTION NUMVAL(CLF-FIRST)
000710             COMPUTE WS-LMT-WORK = FUNCTION NUMVAL(CLF-RESULT)
000711         WHEN "S"
000712         WHEN "C"
000713         WHEN "R"
000714             COMPUTE WS-LMT-VALUE = FUNCTION NUMVAL(CLF-FIRST)
000715             MOVE ZERO TO WS-LMT-WORK
000716         WHEN OTHER
000717             GO TO 1310-EXIT
000718     END-EVALUATE.
000719     PERFORM 5050-TAKE-LARGER THRU 5050-EXIT.
000720     ADD WS-LMT-VALUE TO WS-LMT-DAY-TOTAL.
000721 1310-EXIT.
000722     EXIT.
000723*
000724*--------------------------------------------------------------*
000725*  1320-VALUE-CONVERSION                                        *
000726*                                                                *
000727*  Works out the sterling value of a logged conversion from its *
000728*  tail: the amount converted when it was from sterling, the    *
000729*  result when it was to sterling, otherwise the amount over    *
000730*  the from-currency rate on the logged rate date. Should that  *
000731*  rate have gone from EXRATE, the larger of amount and result  *
000732*  is counted instead.                                          *
000733*--------------------------------------------------------------*
000734 1320-VALUE-CONVERSION.
000735     COMPUTE WS-LMT-VALUE = FUNCTION NUMVAL(CLF-FIRST).
000736     COMPUTE WS-LMT-WORK = FUNCTION NUMVAL(CLF-RESULT).
000737     IF CLF-CONV-FROM = "GBP"
000738         MOVE ZERO TO WS-LMT-WORK
000739         GO TO 1320-TAKE
000740     END-IF.
000741     IF CLF-CONV-TO = "GBP"
000742         MOVE WS-LMT-WORK TO WS-LMT-VALUE
000743         MOVE ZERO TO WS-LMT-WORK
000744         GO TO 1320-TAKE
000745     END-IF.
000746     IF NOT WS-EXR-AVAILABLE OR CLF-CONV-DATE NOT NUMERIC
000747         GO TO 1320-TAKE
000748     END-IF.
000749     MOVE CLF-CONV-FROM TO EXR-CURRENCY.
000750     MOVE CLF-CONV-DATE TO EXR-DATE.
000751     READ EXRATE-FILE
000752         INVALID KEY
000753             GO TO 1320-TAKE
000754     END-READ.
000755     IF EXR-RATE = ZERO
000756         GO TO 1320-TAKE
000757     END-IF.
000758     COMPUTE WS-LMT-VALUE ROUNDED = WS-LMT-VALUE / EXR-RATE.
000759     MOVE ZERO TO WS-LMT-WORK.
000760 1320-TAKE.
000761     PERFORM 5050-TAKE-LARGER THRU 5050-EXIT.
000762 1320-EXIT.
000763     EXIT.
000764*
000765*--------------------------------------------------------------*
000766*  1500-SELECT-OPTIONS                                          *
000767*                                                                *
000768*  Asked once at the start of an interactive session. Rounding  *
000769*  mode governs whether COMPUTE below rounds to the nearest     *
000770*  cent or simply truncates; currency governs the code shown    *
000771*  with the result and, for a zero-decimal currency, whether    *
000772*  the result is shown as a whole number.                       *
000773*--------------------------------------------------------------*
000774 1500-SELECT-OPTIONS.
000775     DISPLAY "ROUNDING MODE - 1=NEAREST  2=TRUNCATE: "
000776        WITH NO ADVANCING.
000777     ACCEPT WS-ROUND-CHOICE.
000778     IF NOT WS-ROUND-NEAREST AND NOT WS-ROUND-TRUNCATE
000779        MOVE 1 TO WS-ROUND-CHOICE
000780     END-IF.
000781     DISPLAY "CURRENCY - 1=GBP  2=USD  3=JPY: "
000782        WITH NO ADVANCING.
000783     ACCEPT WS-CURRENCY-CHOICE.
000784     EVALUATE WS-CURRENCY-CHOICE
000785        WHEN 2
000786            MOVE "USD" TO WS-CURRENCY-CODE
000787            MOVE 2     TO WS-DECIMAL-PLACES
000788        WHEN 3
000789            MOVE "JPY" TO WS-CURRENCY-CODE
000790            MOVE 0     TO WS-DECIMAL-PLACES
000791        WHEN OTHER
000792            MOVE "GBP" TO WS-CURRENCY-CODE
000793            MOVE 2     TO WS-DECIMAL-PLACES
000794     END-EVALUATE.
000795 1500-EXIT.
000796     EXIT.
000797*
000798*--------------------------------------------------------------*
000799*  2000-PROCESS-MENU                                             *
000800*--------------------------------------------------------------*
000801 2000-PROCESS-MENU.
000802     DISPLAY " ".
000803     DISPLAY "----------------------------------------".
000804     DISPLAY "  BASIC CALCULATOR".
000805     DISPLAY "  1. ADD       (+)".
000806     DISPLAY "  2. SUBTRACT  (-)".
000807     DISPLAY "  3. MULTIPLY  (*)".
000808     DISPLAY "  4. DIVIDE    (/)".
000809     DISPLAY "  5. CONVERT CURRENCY".
000810     DISPLAY "  6. ADD VAT".
000811     DISPLAY "  7. EXTRACT VAT".
000812     DISPLAY "  8. INTEREST (SIMPLE/COMPOUND)".
000813     DISPLAY "  9. LOAN REPAYMENT SCHEDULE".
000814     IF WS-CHAIN-MODE
000815         DISPLAY " 10. CHAINED MODE OFF"
000816     ELSE
000817         DISPLAY " 10. CHAINED MODE ON"
000818     END-IF.
000819     DISPLAY " 11. MEMORY STORE".
000820     DISPLAY " 12. MEMORY RECALL".
000821     DISPLAY " 13. MEMORY CLEAR".
000822     DISPLAY " 14. SHOW SESSION TOTAL".
000823     DISPLAY "  0. EXIT".
000824     DISPLAY "----------------------------------------".
000825     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000826     ACCEPT WS-MENU-CHOICE.
000827     MOVE "C" TO WS-TIM-FUNCTION.
000828     MOVE "N" TO WS-TIM-EXPIRED.
000829     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000830     IF WS-TIM-EXPIRED = "Y"
000831         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000832         SET WS-EXIT-PROGRAM TO TRUE
000833         GO TO 2000-EXIT
000834     END-IF.
000835     MOVE "T" TO WS-TIM-FUNCTION.
000836     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000837     EVALUATE WS-MENU-CHOICE
000838         WHEN 1
000839             MOVE "+" TO WS-OPERATOR-CHAR
000840         WHEN 2
000841             MOVE "-" TO WS-OPERATOR-CHAR
000842         WHEN 3
000843             MOVE "*" TO WS-OPERATOR-CHAR
000844         WHEN 4
000845             MOVE "/" TO WS-OPERATOR-CHAR
000846         WHEN 5
000847             PERFORM 4500-CONVERT-CURRENCY THRU 4500-EXIT
000848             GO TO 2000-EXIT
000849         WHEN 6
000850             MOVE "V" TO WS-VAT-MODE
000851             PERFORM 4700-VAT-OPERATION THRU 4700-EXIT
000852             GO TO 2000-EXIT
000853         WHEN 7
000854             MOVE "E" TO WS-VAT-MODE
000855             PERFORM 4700-VAT-OPERATION THRU 4700-EXIT
000856             GO TO 2000-EXIT
000857         WHEN 8
000858             DISPLAY "INTEREST - S=SIMPLE  C=COMPOUND: "
000859                 WITH NO ADVANCING
000860             MOVE SPACE TO WS-SCHED-TYPE
000861             ACCEPT WS-SCHED-TYPE
000862             IF NOT WS-SCHED-SIMPLE AND NOT WS-SCHED-COMPOUND
000863                 DISPLAY "INVALID CHOICE - TRY AGAIN"
000864                 GO TO 2000-EXIT
000865             END-IF
000866             PERFORM 4900-LOAN-OPERATION THRU 4900-EXIT
000867             GO TO 2000-EXIT
000868         WHEN 9
000869             MOVE "R" TO WS-SCHED-TYPE
000870             PERFORM 4900-LOAN-OPERATION THRU 4900-EXIT
000871             GO TO 2000-EXIT
000872         WHEN 10
000873             PERFORM 2600-TOGGLE-CHAIN THRU 2600-EXIT
000874             GO TO 2000-EXIT
000875         WHEN 11
000876             MOVE result TO WS-MEMORY-VALUE
000877             DISPLAY "RESULT STORED IN MEMORY"
000878             GO TO 2000-EXIT
000879         WHEN 12
000880             MOVE WS-MEMORY-VALUE TO result
000881             SET WS-HAVE-RESULT TO TRUE
000882             DISPLAY "MEMORY RECALLED: " result
000883             GO TO 2000-EXIT
000884         WHEN 13
000885             MOVE ZERO TO WS-MEMORY-VALUE
000886             DISPLAY "MEMORY CLEARED"
000887             GO TO 2000-EXIT
000888         WHEN 14
000889             PERFORM 2700-SHOW-SESSION-TOTAL THRU 2700-EXIT
000890             GO TO 2000-EXIT
000891         WHEN 0
000892             SET WS-EXIT-PROGRAM TO TRUE
000893             GO TO 2000-EXIT
000894         WHEN OTHER
000895             DISPLAY "INVALID CHOICE - TRY AGAIN"
000896             GO TO 2000-EXIT
000897     END-EVALUATE.
000898     PERFORM 3000-GET-OPERANDS THRU 3000-EXIT.
000899     PERFORM 4000-COMPUTE-RESULT THRU 4000-EXIT.
000900 2000-EXIT.
000901     EXIT.
000902*
000903*--------------------------------------------------------------*
000904*  2600-TOGGLE-CHAIN                                             *
000905*--------------------------------------------------------------*
000906 2600-TOGGLE-CHAIN.
000907     IF WS-CHAIN-MODE
000908         MOVE "N" TO WS-CHAIN-SWITCH
000909         DISPLAY "CHAINED MODE IS OFF"
000910     ELSE
000911         MOVE "Y" TO WS-CHAIN-SWITCH
000912         DISPLAY "CHAINED MODE IS ON - THE PREVIOUS RESULT"
000913         DISPLAY "CARRIES FORWARD AS THE FIRST NUMBER"
000914     END-IF.
000915 2600-EXIT.
000916     EXIT.
000917*
000918*--------------------------------------------------------------*
000919*  2700-SHOW-SESSION-TOTAL                                       *
000920*--------------------------------------------------------------*
000921 2700-SHOW-SESSION-TOTAL.
000922     MOVE WS-SESSION-TOTAL TO WS-TOTAL-DISPLAY.
000923     DISPLAY "SESSION TOTAL: " WS-TOTAL-DISPLAY.
000924 2700-EXIT.
000925     EXIT.
000926*
000927*--------------------------------------------------------------*
000928*  3000-GET-OPERANDS                                             *
000929*                                                                *
000930*  In chained mode the previous result (or a recalled memory    *
000931*  value) carries forward as the first operand, like the desk   *
000932*  adding machines this program replaced.                       *
000933*--------------------------------------------------------------*
000934 3000-GET-OPERANDS.
000935     IF WS-CHAIN-MODE AND WS-HAVE-RESULT
000936         MOVE result TO first-num
000937         DISPLAY "FIRST NUMBER CARRIED FORWARD: " first-num
000938     ELSE
000939         MOVE "Enter first number: " TO WS-PROMPT-TEXT
000940         PERFORM 3100-ACCEPT-VALID-NUMBER THRU 3100-EXIT
000941         MOVE WS-NUMBER-VALUE TO first-num
000942     END-IF.
000943     MOVE "Enter second number: " TO WS-PROMPT-TEXT.
000944     PERFORM 3100-ACCEPT-VALID-NUMBER THRU 3100-EXIT.
000945     MOVE WS-NUMBER-VALUE TO second-num.
000946 3000-EXIT.
000947     EXIT.
000948*
000949*--------------------------------------------------------------*
000950*  3100-ACCEPT-VALID-NUMBER                                      *
000951*                                                                *
000952*  Re-prompts, using WS-PROMPT-TEXT, until a signed amount with  *
000953*  up to two decimal places has been entered.                    *
000954*--------------------------------------------------------------*
000955 3100-ACCEPT-VALID-NUMBER.
000956     SET WS-INPUT-INVALID TO TRUE.
000957     PERFORM 3110-ACCEPT-ONE-ATTEMPT THRU 3110-EXIT
000958         UNTIL WS-INPUT-VALID.
000959 3100-EXIT.
000960     EXIT.
000961*
000962 3110-ACCEPT-ONE-ATTEMPT.
000963     DISPLAY WS-PROMPT-TEXT WITH NO ADVANCING.
000964     MOVE SPACES TO WS-INPUT-TEXT.
000965     ACCEPT WS-INPUT-TEXT.
000966     PERFORM 3200-VALIDATE-INPUT-TEXT THRU 3200-EXIT.
000967     IF WS-INPUT-INVALID
000968        DISPLAY "INVALID ENTRY - E.G. 123.45 OR -99.50"
000969        MOVE "BADINPUT" TO WS-ERR-CODE
000970        MOVE "OPERAND ENTRY REJECTED" TO WS-ERR-TEXT
000971        PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000972     END-IF.
000973 3110-EXIT.
000974     EXIT.
000975*
000976 3200-VALIDATE-INPUT-TEXT.
000977     SET WS-INPUT-INVALID TO TRUE.
000978     COMPUTE WS-NUMVAL-CHECK =
000979             FUNCTION TEST-NUMVAL(WS-INPUT-TEXT).
000980     IF WS-NUMVAL-CHECK NOT = ZERO
000981         GO TO 3200-EXIT
000982     END-IF.
000983     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-INPUT-TEXT).
000984     IF WS-NUM-WORK > 9999999999999.99
000985        OR WS-NUM-WORK < -9999999999999.99
000986         GO TO 3200-EXIT
000987     END-IF.
000988     MOVE WS-NUM-WORK TO WS-NUMBER-VALUE.
000989     SET WS-INPUT-VALID TO TRUE.
000990 3200-EXIT.
000991     EXIT.
000992*
000993*--------------------------------------------------------------*
000994*  4000-COMPUTE-RESULT                                           *
000995*--------------------------------------------------------------*
000996 4000-COMPUTE-RESULT.
000997     MOVE "N" TO WS-OVERFLOW-SWITCH.
000998     EVALUATE WS-OPERATOR-CHAR
000999         WHEN "+"
001000             IF WS-ROUND-TRUNCATE
001001                 COMPUTE result = first-num + second-num
001002                     ON SIZE ERROR
001003                         SET WS-RESULT-OVERFLOWED TO TRUE
001004                 END-COMPUTE
001005             ELSE
001006                COMPUTE result ROUNDED = first-num + second-num
001007                    ON SIZE ERROR
001008                        SET WS-RESULT-OVERFLOWED TO TRUE
001009                END-COMPUTE
001010            END-IF
001011        WHEN "-"
001012            IF WS-ROUND-TRUNCATE
001013                COMPUTE result = first-num - second-num
001014                    ON SIZE ERROR
001015                        SET WS-RESULT-OVERFLOWED TO TRUE
001016                END-COMPUTE
001017            ELSE
001018                COMPUTE result ROUNDED = first-num - second-num
001019                    ON SIZE ERROR
001020                        SET WS-RESULT-OVERFLOWED TO TRUE
001021                END-COMPUTE
001022            END-IF
001023        WHEN "*"
001024            IF WS-ROUND-TRUNCATE
001025                COMPUTE result = first-num * second-num
001026                    ON SIZE ERROR
001027                        SET WS-RESULT-OVERFLOWED TO TRUE
001028                END-COMPUTE
001029            ELSE
001030                COMPUTE result ROUNDED = first-num * second-num
001031                    ON SIZE ERROR
001032                        SET WS-RESULT-OVERFLOWED TO TRUE
001033                END-COMPUTE
001034            END-IF
001035         WHEN "/"
001036             IF second-num = ZERO
001037                 DISPLAY "CANNOT DIVIDE BY ZERO"
001038                MOVE "DIVZERO" TO WS-ERR-CODE
001039                MOVE "DIVIDE BY ZERO REJECTED" TO WS-ERR-TEXT
001040                PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001041                 GO TO 4000-EXIT
001042             END-IF
001043            IF WS-ROUND-TRUNCATE
001044                COMPUTE result = first-num / second-num
001045                    ON SIZE ERROR
001046                        SET WS-RESULT-OVERFLOWED TO TRUE
001047                END-COMPUTE
001048            ELSE
001049                COMPUTE result ROUNDED = first-num / second-num
001050                    ON SIZE ERROR
001051                        SET WS-RESULT-OVERFLOWED TO TRUE
001052                END-COMPUTE
001053            END-IF
001054     END-EVALUATE.
001055*    An overflowed COMPUTE leaves the previous result behind;
001056*    nothing is shown, logged or totalled from it, so the
001057*    reconciliation never sees a wrong answer.
001058     IF WS-RESULT-OVERFLOWED
001059         MOVE ZERO TO result
001060         DISPLAY "RESULT TOO LARGE - NOT CALCULATED"
001061         MOVE "OVERFLOW" TO WS-ERR-CODE
001062         MOVE "RESULT EXCEEDS FIFTEEN DIGITS" TO WS-ERR-TEXT
001063         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001064         GO TO 4000-EXIT
001065     END-IF.
001066     IF NOT WS-ONE-SHOT
001067         MOVE WS-OPERATOR-CHAR TO WS-LMT-OPERATION
001068         MOVE second-num TO WS-LMT-SECOND
001069         PERFORM 5000-CHECK-LIMITS THRU 5000-EXIT
001070         IF WS-RESULT-REFERRED
001071             GO TO 4000-EXIT
001072         END-IF
001073     END-IF.
001074     IF WS-DECIMAL-PLACES = ZERO
001075        COMPUTE WS-DISPLAY-WHOLE ROUNDED = result
001076        DISPLAY "The result is: " WS-CURRENCY-CODE " "
001077            WS-DISPLAY-WHOLE
001078     ELSE
001079        DISPLAY "The result is: " WS-CURRENCY-CODE " " result
001080     END-IF.
001081     IF NOT WS-ONE-SHOT
001082         SET WS-HAVE-RESULT TO TRUE
001083         ADD result TO WS-SESSION-TOTAL
001084         PERFORM 2700-SHOW-SESSION-TOTAL THRU 2700-EXIT
001085     END-IF.
001086     PERFORM 6000-LOG-TRANSACTION THRU 6000-EXIT.
001087 4000-EXIT.
001088     EXIT.
001089*
001090*--------------------------------------------------------------*
001091*  4500-CONVERT-CURRENCY                                         *
001092*                                                                *
001093*  A real conversion: the rate comes from the dated EXRATE      *
001094*  table (rates are units per GBP, so a cross conversion goes   *
001095*  through sterling) and the conversion is refused when no      *
001096*  rate is on file for the requested date. The rate and rate-   *
001097*  date used are shown and logged on the CALCLOG line.          *
001098*--------------------------------------------------------------*
001099 4500-CONVERT-CURRENCY.
001100     IF NOT WS-EXR-AVAILABLE
001101         DISPLAY "EXCHANGE-RATE TABLE NOT AVAILABLE"
001102         GO TO 4500-EXIT
001103     END-IF.
001104     IF WS-CHAIN-MODE AND WS-HAVE-RESULT
001105         MOVE result TO first-num
001106         DISPLAY "AMOUNT CARRIED FORWARD: " first-num
001107     ELSE
001108         MOVE "Enter amount to convert: " TO WS-PROMPT-TEXT
001109         PERFORM 3100-ACCEPT-VALID-NUMBER THRU 3100-EXIT
001110         MOVE WS-NUMBER-VALUE TO first-num
001111     END-IF.
001112     DISPLAY "FROM CURRENCY (E.G. GBP): " WITH NO ADVANCING.
001113     ACCEPT WS-CONV-FROM.
001114     DISPLAY "TO CURRENCY (E.G. USD): " WITH NO ADVANCING.
001115     ACCEPT WS-CONV-TO.
001116     DISPLAY "RATE DATE YYYYMMDD (BLANK = TODAY): "
001117         WITH NO ADVANCING.
001118     MOVE SPACES TO WS-CONV-DATE-TEXT.
001119     ACCEPT WS-CONV-DATE-TEXT.
001120     IF WS-CONV-DATE-TEXT = SPACES
001121         ACCEPT WS-CONV-DATE FROM DATE YYYYMMDD
001122     ELSE
001123         MOVE WS-CONV-DATE-TEXT(1:8) TO WS-CONV-DATE
001124     END-IF.
001125     MOVE "N" TO WS-CONV-FAIL-SWITCH.
001126     MOVE 1 TO WS-CONV-RATE-FROM.
001127     IF WS-CONV-FROM NOT = "GBP"
001128         MOVE WS-CONV-FROM TO WS-CONV-FROM-TO-FETCH
001129         PERFORM 4600-FETCH-RATE THRU 4600-EXIT
001130         MOVE WS-FETCHED-RATE TO WS-CONV-RATE-FROM
001131     END-IF.
001132     MOVE 1 TO WS-CONV-RATE-TO.
001133     IF WS-CONV-TO NOT = "GBP" AND NOT WS-CONV-FAILED
001134         MOVE WS-CONV-TO TO WS-CONV-FROM-TO-FETCH
001135         PERFORM 4600-FETCH-RATE THRU 4600-EXIT
001136         MOVE WS-FETCHED-RATE TO WS-CONV-RATE-TO
001137     END-IF.
001138     IF WS-CONV-FAILED
001139         GO TO 4500-EXIT
001140     END-IF.
001141     IF WS-ROUND-TRUNCATE
001142         COMPUTE result =
001143             first-num / WS-CONV-RATE-FROM * WS-CONV-RATE-TO
001144     ELSE
001145         COMPUTE result ROUNDED =
001146             first-num / WS-CONV-RATE-FROM * WS-CONV-RATE-TO
001147     END-IF.
001148     COMPUTE WS-CONV-CROSS-RATE ROUNDED =
001149         WS-CONV-RATE-TO / WS-CONV-RATE-FROM.
001150     MOVE "X" TO WS-LMT-OPERATION.
001151     MOVE ZERO TO WS-LMT-SECOND.
001152     PERFORM 5000-CHECK-LIMITS THRU 5000-EXIT.
001153     IF WS-RESULT-REFERRED
001154         GO TO 4500-EXIT
001155     END-IF.
001156     DISPLAY "CONVERTED: " WS-CONV-TO " " result.
001157     MOVE WS-CONV-CROSS-RATE TO WS-CT-RATE.
001158     DISPLAY "RATE USED: " WS-CT-RATE " ON " WS-CONV-DATE.
001159     SET WS-HAVE-RESULT TO TRUE.
001160     PERFORM 6600-LOG-CONVERSION THRU 6600-EXIT.
001161 4500-EXIT.
001162     EXIT.
001163*
001164*--------------------------------------------------------------*
001165*  4600-FETCH-RATE                                               *
001166*                                                                *
001167*  Reads the rate for WS-CONV-FROM-TO-FETCH on WS-CONV-DATE.    *
001168*  No rate on file for that date refuses the conversion - the   *
001169*  operator must have the day's rates posted first.             *
001170*--------------------------------------------------------------*
001171 4600-FETCH-RATE.
001172     MOVE WS-CONV-FROM-TO-FETCH TO EXR-CURRENCY.
001173     MOVE WS-CONV-DATE          TO EXR-DATE.
001174     READ EXRATE-FILE
001175         INVALID KEY
001176             SET WS-CONV-FAILED TO TRUE
001177             DISPLAY "NO RATE ON FILE FOR "
001178                 WS-CONV-FROM-TO-FETCH " ON " WS-CONV-DATE
001179             MOVE "NORATE" TO WS-ERR-CODE
001180             MOVE "CONVERSION REFUSED - NO RATE ON FILE"
001181                 TO WS-ERR-TEXT
001182             PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001183     END-READ.
001184     IF NOT WS-CONV-FAILED
001185         MOVE EXR-RATE TO WS-FETCHED-RATE
001186     END-IF.
001187 4600-EXIT.
001188     EXIT.
001189*
001190*--------------------------------------------------------------*
001191*  4700-VAT-OPERATION                                            *
001192*                                                                *
001193*  WS-VAT-MODE "V" adds VAT to a net amount; "E" extracts the   *
001194*  VAT element from a gross amount. The percentage is the rate  *
001195*  in force today on the VATRATE control file, so nobody keys   *
001196*  the rate from memory after a Budget change.                  *
001197*--------------------------------------------------------------*
001198 4700-VAT-OPERATION.
001199     PERFORM 4800-FIND-VAT-RATE THRU 4800-EXIT.
001200     IF NOT WS-VAT-RATE-FOUND
001201         DISPLAY "NO VAT RATE IN FORCE ON THE VATRATE FILE"
001202         MOVE "NOVATRATE" TO WS-ERR-CODE
001203         MOVE "VAT OPERATION REFUSED - NO RATE IN FORCE"
001204             TO WS-ERR-TEXT
001205         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001206         GO TO 4700-EXIT
001207     END-IF.
001208     IF WS-CHAIN-MODE AND WS-HAVE-RESULT
001209         MOVE result TO first-num
001210         DISPLAY "AMOUNT CARRIED FORWARD: " first-num
001211     ELSE
001212         IF WS-VAT-ADD
001213             MOVE "Enter net amount: " TO WS-PROMPT-TEXT
001214         ELSE
001215             MOVE "Enter gross amount: " TO WS-PROMPT-TEXT
001216         END-IF
001217         PERFORM 3100-ACCEPT-VALID-NUMBER THRU 3100-EXIT
001218         MOVE WS-NUMBER-VALUE TO first-num
001219     END-IF.
001220     IF WS-VAT-ADD
001221         MOVE first-num TO WS-VAT-NET
001222         IF WS-ROUND-TRUNCATE
001223             COMPUTE WS-VAT-AMOUNT =
001224                 WS-VAT-NET * WS-VAT-RATE / 100
001225         ELSE
001226             COMPUTE WS-VAT-AMOUNT ROUNDED =
001227                 WS-VAT-NET * WS-VAT-RATE / 100
001228         END-IF
001229         COMPUTE WS-VAT-GROSS = WS-VAT-NET + WS-VAT-AMOUNT
001230         MOVE WS-VAT-GROSS TO result
001231     ELSE
001232         MOVE first-num TO WS-VAT-GROSS
001233         IF WS-ROUND-TRUNCATE
001234             COMPUTE WS-VAT-NET =
001235                 WS-VAT-GROSS * 100 / (100 + WS-VAT-RATE)
001236         ELSE
001237             COMPUTE WS-VAT-NET ROUNDED =
001238                 WS-VAT-GROSS * 100 / (100 + WS-VAT-RATE)
001239         END-IF
001240         COMPUTE WS-VAT-AMOUNT = WS-VAT-GROSS - WS-VAT-NET
001241         MOVE WS-VAT-NET TO result
001242     END-IF.
001243     MOVE WS-VAT-MODE TO WS-LMT-OPERATION.
001244     MOVE WS-VAT-AMOUNT TO WS-LMT-SECOND.
001245     PERFORM 5000-CHECK-LIMITS THRU 5000-EXIT.
001246     IF WS-RESULT-REFERRED
001247         GO TO 4700-EXIT
001248     END-IF.
001249     MOVE WS-VAT-RATE TO WS-VAT-RATE-DISPLAY.
001250     DISPLAY "VAT RATE:  " WS-VAT-RATE-DISPLAY "% EFFECTIVE "
001251         WS-VAT-RATE-DATE.
001252     DISPLAY "NET:       " WS-VAT-NET.
001253     DISPLAY "VAT:       " WS-VAT-AMOUNT.
001254     DISPLAY "GROSS:     " WS-VAT-GROSS.
001255     SET WS-HAVE-RESULT TO TRUE.
001256     ADD result TO WS-SESSION-TOTAL.
001257     PERFORM 2700-SHOW-SESSION-TOTAL THRU 2700-EXIT.
001258     PERFORM 6700-LOG-VAT THRU 6700-EXIT.
001259 4700-EXIT.
001260     EXIT.
001261*
001262*--------------------------------------------------------------*
001263*  4800-FIND-VAT-RATE                                            *
001264*                                                                *
001265*  Scans the VATRATE control file for the record with the       *
001266*  latest effective date on or before today.                    *
001267*--------------------------------------------------------------*
001268 4800-FIND-VAT-RATE.
001269     MOVE "N"  TO WS-VAT-FOUND-SWITCH.
001270     MOVE ZERO TO WS-VAT-RATE-DATE.
001271     ACCEPT WS-VAT-TODAY FROM DATE YYYYMMDD.
001272     OPEN INPUT VAT-RATE-FILE.
001273     IF NOT WS-VAT-OK
001274         GO TO 4800-EXIT
001275     END-IF.
001276     PERFORM 4810-CHECK-ONE-RATE THRU 4810-EXIT
001277         UNTIL WS-VAT-EOF.
001278     CLOSE VAT-RATE-FILE.
001279 4800-EXIT.
001280     EXIT.
001281*
001282 4810-CHECK-ONE-RATE.
001283     READ VAT-RATE-FILE
001284         AT END
001285             GO TO 4810-EXIT
001286     END-READ.
001287     IF VTR-EFFECTIVE-DATE NOT NUMERIC
001288         GO TO 4810-EXIT
001289     END-IF.
001290     IF VTR-EFFECTIVE-DATE <= WS-VAT-TODAY
001291        AND VTR-EFFECTIVE-DATE >= WS-VAT-RATE-DATE
001292         MOVE VTR-EFFECTIVE-DATE TO WS-VAT-RATE-DATE
001293         COMPUTE WS-VAT-RATE =
001294             FUNCTION NUMVAL(VTR-RATE-TEXT)
001295         SET WS-VAT-RATE-FOUND TO TRUE
001296     END-IF.
001297 4810-EXIT.
001298     EXIT.
001299*
001300*--------------------------------------------------------------*
001301*  4900-LOAN-OPERATION                                           *
001302*                                                                *
001303*  WS-SCHED-TYPE "S" is a simple-interest plan (interest on the *
001304*  original principal each period, capital repaid in equal      *
001305*  parts), "C" compound interest with nothing repaid (interest  *
001306*  added to the balance each period) and "R" a level-payment    *
001307*  repayment loan. The principal is in first-num and the annual *
001308*  percentage rate in second-num. Every period's interest and   *
001309*  capital follow the session rounding mode; the last period    *
001310*  takes whatever balance the rounding has left, so a schedule  *
001311*  always closes at exactly zero.                               *
001312*--------------------------------------------------------------*
001313 4900-LOAN-OPERATION.
001314     MOVE "N" TO WS-OVERFLOW-SWITCH.
001315     IF NOT WS-ONE-SHOT
001316         PERFORM 4910-GET-LOAN-TERMS THRU 4910-EXIT
001317     END-IF.
001318     PERFORM 4920-VALIDATE-LOAN-TERMS THRU 4920-EXIT.
001319     IF NOT WS-SCHED-TERMS-VALID
001320         DISPLAY "LOAN TERMS REJECTED - " WS-SCHED-REJECT-TEXT
001321         MOVE "BADLOAN" TO WS-ERR-CODE
001322         MOVE WS-SCHED-REJECT-TEXT TO WS-ERR-TEXT
001323         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001324         GO TO 4900-EXIT
001325     END-IF.
001326     PERFORM 4930-COMPUTE-LOAN-TERMS THRU 4930-EXIT.
001327     IF WS-RESULT-OVERFLOWED
001328         MOVE ZERO TO result
001329         DISPLAY "RESULT TOO LARGE - NOT CALCULATED"
001330         MOVE "OVERFLOW" TO WS-ERR-CODE
001331         MOVE "RESULT EXCEEDS FIFTEEN DIGITS" TO WS-ERR-TEXT
001332         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001333         GO TO 4900-EXIT
001334     END-IF.
001335     IF NOT WS-ONE-SHOT
001336         MOVE WS-SCHED-TYPE TO WS-LMT-OPERATION
001337         MOVE second-num TO WS-LMT-SECOND
001338         PERFORM 5000-CHECK-LIMITS THRU 5000-EXIT
001339         IF WS-RESULT-REFERRED
001340             GO TO 4900-EXIT
001341         END-IF
001342     END-IF.
001343     PERFORM 4940-PRINT-SCHEDULE THRU 4940-EXIT.
001344     COMPUTE result = first-num + WS-SCHED-TOT-INTEREST.
001345     IF NOT WS-SCHED-COMPOUND
001346         DISPLAY "REGULAR PAYMENT:  " WS-SCHED-PAYMENT
001347     END-IF.
001348     DISPLAY "TOTAL INTEREST:   " WS-SCHED-TOT-INTEREST.
001349     DISPLAY "TOTAL REPAYABLE:  " WS-CURRENCY-CODE " " result.
001350     DISPLAY "SCHEDULE PRINTED AS REPORT LOANSCHD".
001351     IF NOT WS-ONE-SHOT
001352         SET WS-HAVE-RESULT TO TRUE
001353     END-IF.
001354     PERFORM 6800-LOG-LOAN THRU 6800-EXIT.
001355 4900-EXIT.
001356     EXIT.
001357*
001358*--------------------------------------------------------------*
001359*  4910-GET-LOAN-TERMS                                           *
001360*                                                                *
001361*  In chained mode the previous result carries forward as the   *
001362*  principal, as it does for the other operations.              *
001363*--------------------------------------------------------------*
001364 4910-GET-LOAN-TERMS.
001365     IF WS-CHAIN-MODE AND WS-HAVE-RESULT
001366         MOVE result TO first-num
001367         DISPLAY "PRINCIPAL CARRIED FORWARD: " first-num
001368     ELSE
001369         MOVE "Enter principal: " TO WS-PROMPT-TEXT
001370         PERFORM 3100-ACCEPT-VALID-NUMBER THRU 3100-EXIT
001371         MOVE WS-NUMBER-VALUE TO first-num
001372     END-IF.
001373     MOVE "Enter annual rate %: " TO WS-PROMPT-TEXT.
001374     PERFORM 3100-ACCEPT-VALID-NUMBER THRU 3100-EXIT.
001375     MOVE WS-NUMBER-VALUE TO second-num.
001376     MOVE "Enter term in periods: " TO WS-PROMPT-TEXT.
001377     PERFORM 3100-ACCEPT-VALID-NUMBER THRU 3100-EXIT.
001378     MOVE WS-NUMBER-VALUE TO WS-SCHED-TERM-IN.
001379     DISPLAY "FREQUENCY - M=MONTHLY  Q=QUARTERLY  A=ANNUAL: "
001380         WITH NO ADVANCING.
001381     MOVE SPACE TO WS-SCHED-FREQUENCY.
001382     ACCEPT WS-SCHED-FREQUENCY.
001383 4910-EXIT.
001384     EXIT.
001385*
001386*--------------------------------------------------------------*
001387*  4920-VALIDATE-LOAN-TERMS                                      *
001388*--------------------------------------------------------------*
001389 4920-VALIDATE-LOAN-TERMS.
001390     MOVE "N" TO WS-SCHED-VALID-SWITCH.
001391     MOVE SPACES TO WS-SCHED-REJECT-TEXT.
001392     IF NOT WS-SCHED-TYPE-VALID
001393         MOVE "UNKNOWN INTEREST OR LOAN OPERATION"
001394             TO WS-SCHED-REJECT-TEXT
001395         GO TO 4920-EXIT
001396     END-IF.
001397     IF first-num NOT > ZERO
001398         MOVE "PRINCIPAL MUST BE GREATER THAN ZERO"
001399             TO WS-SCHED-REJECT-TEXT
001400         GO TO 4920-EXIT
001401     END-IF.
001402     IF second-num < ZERO OR second-num > 99.99
001403         MOVE "ANNUAL RATE MUST BE 0.00 TO 99.99 PERCENT"
001404             TO WS-SCHED-REJECT-TEXT
001405         GO TO 4920-EXIT
001406     END-IF.
001407     MOVE WS-SCHED-TERM-IN TO WS-SCHED-TERM.
001408     IF WS-SCHED-TERM NOT = WS-SCHED-TERM-IN
001409        OR WS-SCHED-TERM = ZERO
001410        OR WS-SCHED-TERM > WS-SCHED-MAX-TERM
001411         MOVE "TERM MUST BE A WHOLE 1 TO 600 PERIODS"
001412             TO WS-SCHED-REJECT-TEXT
001413         GO TO 4920-EXIT
001414     END-IF.
001415     EVALUATE TRUE
001416         WHEN WS-SCHED-MONTHLY
001417             MOVE 12 TO WS-SCHED-PER-YEAR
001418         WHEN WS-SCHED-QUARTERLY
001419             MOVE 4  TO WS-SCHED-PER-YEAR
001420         WHEN WS-SCHED-ANNUAL
001421             MOVE 1  TO WS-SCHED-PER-YEAR
001422         WHEN OTHER
001423             MOVE "FREQUENCY MUST BE M, Q OR A"
001424                 TO WS-SCHED-REJECT-TEXT
001425             GO TO 4920-EXIT
001426     END-EVALUATE.
001427     MOVE second-num TO WS-SCHED-ANNUAL-RATE.
001428     SET WS-SCHED-TERMS-VALID TO TRUE.
001429 4920-EXIT.
001430     EXIT.
001431*
001432*--------------------------------------------------------------*
001433*  4930-COMPUTE-LOAN-TERMS                                       *
001434*                                                                *
001435*  Works out the rate per period, the compounding factor over   *
001436*  the term and the regular payment, and proves the largest     *
001437*  figure the schedule will reach fits the fifteen-digit        *
001438*  fields before anything is printed.                           *
001439*--------------------------------------------------------------*
001440 4930-COMPUTE-LOAN-TERMS.
001441     COMPUTE WS-SCHED-PERIOD-RATE ROUNDED =
001442         WS-SCHED-ANNUAL-RATE / 100 / WS-SCHED-PER-YEAR.
001443     COMPUTE WS-SCHED-FACTOR ROUNDED =
001444         (1 + WS-SCHED-PERIOD-RATE) ** WS-SCHED-TERM
001445         ON SIZE ERROR
001446             SET WS-RESULT-OVERFLOWED TO TRUE
001447             GO TO 4930-EXIT
001448     END-COMPUTE.
001449     MOVE ZERO TO WS-SCHED-PAYMENT.
001450     MOVE ZERO TO WS-SCHED-CAPITAL-STEP.
001451     EVALUATE TRUE
001452         WHEN WS-SCHED-SIMPLE
001453             IF WS-ROUND-TRUNCATE
001454                 COMPUTE WS-SCHED-CAPITAL-STEP =
001455                     first-num / WS-SCHED-TERM
001456             ELSE
001457                 COMPUTE WS-SCHED-CAPITAL-STEP ROUNDED =
001458                     first-num / WS-SCHED-TERM
001459             END-IF
001460             COMPUTE WS-SCHED-WORK = first-num +
001461                 first-num * WS-SCHED-PERIOD-RATE * WS-SCHED-TERM
001462                 ON SIZE ERROR
001463                     SET WS-RESULT-OVERFLOWED TO TRUE
001464             END-COMPUTE
001465         WHEN WS-SCHED-COMPOUND
001466             COMPUTE WS-SCHED-WORK = first-num * WS-SCHED-FACTOR
001467                 ON SIZE ERROR
001468                     SET WS-RESULT-OVERFLOWED TO TRUE
001469             END-COMPUTE
001470         WHEN WS-SCHED-REPAYMENT
001471             IF WS-SCHED-PERIOD-RATE = ZERO
001472                 IF WS-ROUND-TRUNCATE
001473                     COMPUTE WS-SCHED-PAYMENT =
001474                         first-num / WS-SCHED-TERM
001475                 ELSE
001476                     COMPUTE WS-SCHED-PAYMENT ROUNDED =
001477                         first-num / WS-SCHED-TERM
001478                 END-IF
001479             ELSE
001480                 IF WS-ROUND-TRUNCATE
001481                     COMPUTE WS-SCHED-PAYMENT =
001482                         first-num * WS-SCHED-PERIOD-RATE
001483                         * WS-SCHED-FACTOR / (WS-SCHED-FACTOR - 1)
001484                         ON SIZE ERROR
001485                             SET WS-RESULT-OVERFLOWED TO TRUE
001486                     END-COMPUTE
001487                 ELSE
001488                     COMPUTE WS-SCHED-PAYMENT ROUNDED =
001489                         first-num * WS-SCHED-PERIOD-RATE
001490                         * WS-SCHED-FACTOR / (WS-SCHED-FACTOR - 1)
001491                         ON SIZE ERROR
001492                             SET WS-RESULT-OVERFLOWED TO TRUE
001493                     END-COMPUTE
001494                 END-IF
001495             END-IF
001496             COMPUTE WS-SCHED-WORK =
001497                 (WS-SCHED-PAYMENT + 1) * WS-SCHED-TERM
001498                 ON SIZE ERROR
001499                     SET WS-RESULT-OVERFLOWED TO TRUE
001500             END-COMPUTE
001501     END-EVALUATE.
001502 4930-EXIT.
001503     EXIT.
001504*
001505*--------------------------------------------------------------*
001506*  4940-PRINT-SCHEDULE                                           *
001507*                                                                *
001508*  Prints the schedule through the shared report writer, so it  *
001509*  is registered on RPTINDEX and can be reprinted with RPT-INQ. *
001510*--------------------------------------------------------------*
001511 4940-PRINT-SCHEDULE.
001512     MOVE "O" TO WS-RPT-FUNCTION.
001513     MOVE "LOANSCHD" TO WS-RPT-ID.
001514     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001515         WS-RPT-LINE.
001516     EVALUATE TRUE
001517         WHEN WS-SCHED-SIMPLE
001518             MOVE "SIMPLE INTEREST PLAN" TO STL-TYPE
001519         WHEN WS-SCHED-COMPOUND
001520             MOVE "COMPOUND INTEREST" TO STL-TYPE
001521         WHEN OTHER
001522             MOVE "REPAYMENT LOAN" TO STL-TYPE
001523     END-EVALUATE.
001524     IF WS-ROUND-TRUNCATE
001525         MOVE "TRUNCATE" TO STL-ROUNDING
001526     ELSE
001527         MOVE "NEAREST" TO STL-ROUNDING
001528     END-IF.
001529     MOVE WS-SCHED-TITLE-LINE TO WS-RPT-LINE.
001530     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001531     MOVE first-num TO STM-PRINCIPAL.
001532     MOVE WS-SCHED-ANNUAL-RATE TO STM-RATE.
001533     MOVE WS-SCHED-TERM TO STM-TERM.
001534     EVALUATE TRUE
001535         WHEN WS-SCHED-MONTHLY
001536             MOVE "MONTHLY" TO STM-FREQUENCY
001537         WHEN WS-SCHED-QUARTERLY
001538             MOVE "QUARTERLY" TO STM-FREQUENCY
001539         WHEN OTHER
001540             MOVE "ANNUAL" TO STM-FREQUENCY
001541     END-EVALUATE.
001542     MOVE WS-CURRENCY-CODE TO STM-CURRENCY.
001543     MOVE WS-SCHED-TERMS-LINE TO WS-RPT-LINE.
001544     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001545     MOVE SPACES TO WS-RPT-LINE.
001546     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001547     MOVE WS-SCHED-COLUMN-LINE TO WS-RPT-LINE.
001548     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001549     MOVE first-num TO WS-SCHED-BALANCE.
001550     MOVE ZERO TO WS-SCHED-TOT-PAYMENT.
001551     MOVE ZERO TO WS-SCHED-TOT-INTEREST.
001552     MOVE ZERO TO WS-SCHED-TOT-CAPITAL.
001553     PERFORM 4950-SCHEDULE-ONE-PERIOD THRU 4950-EXIT
001554         VARYING WS-SCHED-PERIOD FROM 1 BY 1
001555         UNTIL WS-SCHED-PERIOD > WS-SCHED-TERM.
001556     MOVE SPACES TO WS-RPT-LINE.
001557     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001558     MOVE WS-SCHED-TOT-PAYMENT  TO STT-PAYMENT.
001559     MOVE WS-SCHED-TOT-INTEREST TO STT-INTEREST.
001560     MOVE WS-SCHED-TOT-CAPITAL  TO STT-CAPITAL.
001561     MOVE WS-SCHED-TOTAL-LINE TO WS-RPT-LINE.
001562     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001563     MOVE "C" TO WS-RPT-FUNCTION.
001564     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001565         WS-RPT-LINE.
001566 4940-EXIT.
001567     EXIT.
001568*
001569*--------------------------------------------------------------*
001570*  4950-SCHEDULE-ONE-PERIOD                                      *
001571*--------------------------------------------------------------*
001572 4950-SCHEDULE-ONE-PERIOD.
001573     IF WS-SCHED-SIMPLE
001574         MOVE first-num TO WS-SCHED-WORK
001575     ELSE
001576         MOVE WS-SCHED-BALANCE TO WS-SCHED-WORK
001577     END-IF.
001578     IF WS-ROUND-TRUNCATE
001579         COMPUTE WS-SCHED-PRD-INTEREST =
001580             WS-SCHED-WORK * WS-SCHED-PERIOD-RATE
001581     ELSE
001582         COMPUTE WS-SCHED-PRD-INTEREST ROUNDED =
001583             WS-SCHED-WORK * WS-SCHED-PERIOD-RATE
001584     END-IF.
001585     EVALUATE TRUE
001586         WHEN WS-SCHED-COMPOUND
001587             MOVE ZERO TO WS-SCHED-PRD-CAPITAL
001588             MOVE ZERO TO WS-SCHED-PRD-PAYMENT
001589             ADD WS-SCHED-PRD-INTEREST TO WS-SCHED-BALANCE
001590         WHEN WS-SCHED-SIMPLE
001591             MOVE WS-SCHED-CAPITAL-STEP TO WS-SCHED-PRD-CAPITAL
001592         WHEN OTHER
001593             COMPUTE WS-SCHED-PRD-CAPITAL =
001594                 WS-SCHED-PAYMENT - WS-SCHED-PRD-INTEREST
001595     END-EVALUATE.
001596     IF NOT WS-SCHED-COMPOUND
001597         IF WS-SCHED-PERIOD = WS-SCHED-TERM
001598            OR WS-SCHED-PRD-CAPITAL > WS-SCHED-BALANCE
001599             MOVE WS-SCHED-BALANCE TO WS-SCHED-PRD-CAPITAL
001600         END-IF
001601         COMPUTE WS-SCHED-PRD-PAYMENT =
001602             WS-SCHED-PRD-CAPITAL + WS-SCHED-PRD-INTEREST
001603         SUBTRACT WS-SCHED-PRD-CAPITAL FROM WS-SCHED-BALANCE
001604     END-IF.
001605     IF WS-SCHED-SIMPLE AND WS-SCHED-PERIOD = 1
001606         MOVE WS-SCHED-PRD-PAYMENT TO WS-SCHED-PAYMENT
001607     END-IF.
001608     ADD WS-SCHED-PRD-PAYMENT  TO WS-SCHED-TOT-PAYMENT.
001609     ADD WS-SCHED-PRD-INTEREST TO WS-SCHED-TOT-INTEREST.
001610     ADD WS-SCHED-PRD-CAPITAL  TO WS-SCHED-TOT-CAPITAL.
001611     MOVE WS-SCHED-PERIOD       TO SDL-PERIOD.
001612     MOVE WS-SCHED-PRD-PAYMENT  TO SDL-PAYMENT.
001613     MOVE WS-SCHED-PRD-INTEREST TO SDL-INTEREST.
001614     MOVE WS-SCHED-PRD-CAPITAL  TO SDL-CAPITAL.
001615     MOVE WS-SCHED-BALANCE      TO SDL-BALANCE.
001616     MOVE WS-SCHED-DETAIL-LINE TO WS-RPT-LINE.
001617     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001618 4950-EXIT.
001619     EXIT.
001620*
001621*--------------------------------------------------------------*
001622*  5000-CHECK-LIMITS                                             *
001623*                                                                *
001624*  Holds the operator to the role limits before a result is     *
001625*  shown. WS-LMT-OPERATION and WS-LMT-SECOND are set by the     *
001626*  caller and first-num and result already worked out (an       *
001627*  interest or loan calculation is checked on its principal,    *
001628*  before the schedule runs). A conversion is held to the       *
001629*  conversion limit on the sterling equivalent of the amount    *
001630*  converted (the amount over the from-currency rate), which is *
001631*  also what it adds to the day; anything else is held to the   *
001632*  single-calculation limit. Both are held to the daily limit.  *
001633*  A calculation within its limits counts towards the day; one  *
001634*  over a limit is referred instead and WS-RESULT-REFERRED      *
001635*  comes back on.                                               *
001636*--------------------------------------------------------------*
001637 5000-CHECK-LIMITS.
001638     MOVE "N" TO WS-REFER-SWITCH.
001639     MOVE first-num TO WS-LMT-VALUE.
001640     IF WS-LMT-OPERATION = "S" OR WS-LMT-OPERATION = "C"
001641        OR WS-LMT-OPERATION = "R"
001642         MOVE ZERO TO WS-LMT-WORK
001643     ELSE
001644         MOVE result TO WS-LMT-WORK
001645     END-IF.
001646     IF WS-LMT-OPERATION = "X"
001647         COMPUTE WS-LMT-VALUE ROUNDED =
001648             first-num / WS-CONV-RATE-FROM
001649         MOVE ZERO TO WS-LMT-WORK
001650     END-IF.
001651     PERFORM 5050-TAKE-LARGER THRU 5050-EXIT.
001652     IF WS-LMT-OPERATION = "X"
001653         IF WS-LMT-CONV-LIMIT NOT = ZERO
001654            AND WS-LMT-VALUE > WS-LMT-CONV-LIMIT
001655             MOVE "CONV" TO WS-LMT-KIND
001656             MOVE WS-LMT-CONV-LIMIT TO WS-LMT-BREACHED
001657             GO TO 5000-REFER
001658         END-IF
001659     ELSE
001660         IF WS-LMT-CALC-LIMIT NOT = ZERO
001661            AND WS-LMT-VALUE > WS-LMT-CALC-LIMIT
001662             MOVE "CALC" TO WS-LMT-KIND
001663             MOVE WS-LMT-CALC-LIMIT TO WS-LMT-BREACHED
001664             GO TO 5000-REFER
001665         END-IF
001666     END-IF.
001667     IF WS-LMT-DAILY-LIMIT NOT = ZERO
001668        AND WS-LMT-DAY-TOTAL + WS-LMT-VALUE > WS-LMT-DAILY-LIMIT
001669         MOVE "DAILY" TO WS-LMT-KIND
001670         MOVE WS-LMT-DAILY-LIMIT TO WS-LMT-BREACHED
001671         GO TO 5000-REFER
001672     END-IF.
001673     ADD WS-LMT-VALUE TO WS-LMT-DAY-TOTAL.
001674     GO TO 5000-EXIT.
001675 5000-REFER.
001676     PERFORM 5100-REFER-RESULT THRU 5100-EXIT.
001677 5000-EXIT.
001678     EXIT.
001679*
001680*--------------------------------------------------------------*
001681*  5050-TAKE-LARGER                                              *
001682*                                                                *
001683*  Leaves the larger of WS-LMT-VALUE and WS-LMT-WORK, ignoring  *
001684*  sign, in WS-LMT-VALUE.                                       *
001685*--------------------------------------------------------------*
001686 5050-TAKE-LARGER.
001687     IF WS-LMT-VALUE < ZERO
001688         COMPUTE WS-LMT-VALUE = ZERO - WS-LMT-VALUE
001689     END-IF.
001690     IF WS-LMT-WORK < ZERO
001691         COMPUTE WS-LMT-WORK = ZERO - WS-LMT-WORK
001692     END-IF.
001693     IF WS-LMT-WORK > WS-LMT-VALUE
001694         MOVE WS-LMT-WORK TO WS-LMT-VALUE
001695     END-IF.
001696 5050-EXIT.
001697     EXIT.
001698*
001699*--------------------------------------------------------------*
001700*  5100-REFER-RESULT                                             *
001701*                                                                *
001702*  Queues the held calculation on PENDAPPR as a CALCREF request *
001703*  (laid out as CREFCALL) for a supervisor to approve or reject *
001704*  in APP-RVW. The result is not shown, logged or totalled, and *
001705*  is not carried forward or available to memory store.         *
001706*--------------------------------------------------------------*
001707 5100-REFER-RESULT.
001708     SET WS-RESULT-REFERRED TO TRUE.
001709     MOVE SPACES TO WS-REF-TARGET.
001710     MOVE SPACES TO WS-REF-BEFORE.
001711     MOVE SPACES TO WS-REF-AFTER.
001712     MOVE WS-CUR-OPR-ID    TO WS-REF-OPERATOR.
001713     MOVE WS-LMT-KIND      TO WS-REF-LIMIT-KIND.
001714     MOVE WS-LMT-BREACHED  TO WS-REF-LIMIT.
001715     MOVE first-num        TO WS-REF-FIRST.
001716     MOVE WS-LMT-OPERATION TO WS-REF-OPERATION.
001717     MOVE WS-LMT-SECOND    TO WS-REF-SECOND.
001718     MOVE ZERO             TO WS-REF-TERM.
001719     MOVE result           TO WS-REF-RESULT.
001720     MOVE WS-CURRENCY-CODE TO WS-REF-CURRENCY.
001721     EVALUATE WS-LMT-OPERATION
001722         WHEN "X"
001723             MOVE WS-CONV-FROM TO WS-REF-FROM-CCY
001724             MOVE WS-CONV-TO   TO WS-REF-TO-CCY
001725             MOVE WS-CONV-TO   TO WS-REF-CURRENCY
001726             MOVE WS-CONV-DATE TO WS-REF-RATE-DATE
001727             MOVE WS-CONV-CROSS-RATE TO WS-REF-RATE
001728         WHEN "V"
001729         WHEN "E"
001730             MOVE WS-VAT-RATE-DATE TO WS-REF-RATE-DATE
001731             MOVE WS-VAT-RATE      TO WS-REF-RATE
001732         WHEN "S"
001733         WHEN "C"
001734         WHEN "R"
001735             MOVE WS-SCHED-TERM      TO WS-REF-TERM
001736             MOVE WS-SCHED-FREQUENCY TO WS-REF-FREQUENCY
001737             MOVE ZERO               TO WS-REF-RESULT
001738     END-EVALUATE.
001739     MOVE WS-LMT-DAY-TOTAL TO WS-REF-DAY-TOTAL.
001740     DISPLAY "RESULT HELD - OVER YOUR " WS-LMT-KIND
001741         " LIMIT OF " WS-REF-LIMIT.
001742     DISPLAY "REFERRED TO A SUPERVISOR FOR APPROVAL".
001743     MOVE "BASICALC"    TO WS-APP-SOURCE.
001744     MOVE "CALCREF"     TO WS-APP-ACTION.
001745     MOVE WS-REF-TARGET TO WS-APP-TARGET-KEY.
001746     MOVE WS-REF-BEFORE TO WS-APP-BEFORE.
001747     MOVE WS-REF-AFTER  TO WS-APP-AFTER.
001748     CALL "app-que" USING WS-APP-SOURCE WS-APP-ACTION
001749         WS-APP-TARGET-KEY WS-APP-BEFORE WS-APP-AFTER
001750         WS-APP-RESULT.
001751     MOVE ZERO TO result.
001752     MOVE "N"  TO WS-RESULT-SWITCH.
001753 5100-EXIT.
001754     EXIT.
001755*
001756*--------------------------------------------------------------*
001757*  6700-LOG-VAT                                                  *
001758*                                                                *
001759*  Writes the VAT operation to CALCLOG: net in the first       *
001760*  column, the VAT element distinctly in the second column,    *
001761*  gross in the result column, and the rate and effective      *
001762*  date in the tail.                                            *
001763*--------------------------------------------------------------*
001764 6700-LOG-VAT.
001765     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
001766     ACCEPT WS-LOG-TIME FROM TIME.
001767     MOVE WS-LOG-DATE     TO WS-LOG-DATE-OUT.
001768     MOVE WS-LOG-TIME     TO WS-LOG-TIME-OUT.
001769     MOVE WS-VAT-NET      TO WS-LOG-FIRST-OUT.
001770     MOVE WS-VAT-MODE     TO WS-LOG-OP-OUT.
001771     MOVE WS-VAT-AMOUNT   TO WS-LOG-SECOND-OUT.
001772     MOVE WS-VAT-GROSS    TO WS-LOG-RESULT-OUT.
001773     MOVE WS-CUR-OPR-ID   TO WS-LOG-OPR-OUT.
001774     MOVE WS-VAT-RATE     TO WS-VT-RATE.
001775     MOVE WS-VAT-RATE-DATE TO WS-VT-DATE.
001776     MOVE WS-VAT-TAIL-LINE TO WS-LOG-CONV-TAIL.
001777     MOVE WS-LOG-LINE TO CALC-LOG-RECORD.
001778     WRITE CALC-LOG-RECORD.
001779     MOVE SPACES TO WS-LOG-CONV-TAIL.
001780     MOVE WS-VAT-GROSS TO WS-CTL-AMOUNT.
001781     PERFORM 8900-UPDATE-CONTROL THRU 8900-EXIT.
001782 6700-EXIT.
001783     EXIT.
001784*
001785*--------------------------------------------------------------*
001786*  6800-LOG-LOAN                                                 *
001787*                                                                *
001788*  Writes the interest or loan summary to CALCLOG under its     *
001789*  operator ("S", "C" or "R"): principal in the first column,   *
001790*  total interest in the second, total repayable in the result, *
001791*  and the rate, term and frequency in the tail.                *
001792*--------------------------------------------------------------*
001793 6800-LOG-LOAN.
001794     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
001795     ACCEPT WS-LOG-TIME FROM TIME.
001796     MOVE WS-LOG-DATE      TO WS-LOG-DATE-OUT.
001797     MOVE WS-LOG-TIME      TO WS-LOG-TIME-OUT.
001798     MOVE first-num        TO WS-LOG-FIRST-OUT.
001799     MOVE WS-SCHED-TYPE    TO WS-LOG-OP-OUT.
001800     MOVE WS-SCHED-TOT-INTEREST TO WS-LOG-SECOND-OUT.
001801     MOVE result           TO WS-LOG-RESULT-OUT.
001802     MOVE WS-CUR-OPR-ID    TO WS-LOG-OPR-OUT.
001803     MOVE WS-SCHED-ANNUAL-RATE TO WS-LT-RATE.
001804     MOVE WS-SCHED-TERM    TO WS-LT-TERM.
001805     MOVE WS-SCHED-FREQUENCY TO WS-LT-FREQUENCY.
001806     MOVE WS-LOAN-TAIL-LINE TO WS-LOG-CONV-TAIL.
001807     MOVE WS-LOG-LINE TO CALC-LOG-RECORD.
001808     WRITE CALC-LOG-RECORD.
001809     MOVE SPACES TO WS-LOG-CONV-TAIL.
001810     MOVE result TO WS-CTL-AMOUNT.
001811     PERFORM 8900-UPDATE-CONTROL THRU 8900-EXIT.
001812 6800-EXIT.
001813     EXIT.
001814*
001815*--------------------------------------------------------------*
001816*  6600-LOG-CONVERSION                                           *
001817*                                                                *
001818*  Writes the conversion to CALCLOG as an "X" line carrying     *
001819*  the amount, the converted result, and the rate and rate-     *
001820*  date used in the tail columns.                               *
001821*--------------------------------------------------------------*
001822 6600-LOG-CONVERSION.
001823     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
001824     ACCEPT WS-LOG-TIME FROM TIME.
001825     MOVE WS-LOG-DATE      TO WS-LOG-DATE-OUT.
001826     MOVE WS-LOG-TIME      TO WS-LOG-TIME-OUT.
001827     MOVE first-num        TO WS-LOG-FIRST-OUT.
001828     MOVE "X"              TO WS-LOG-OP-OUT.
001829     MOVE ZERO             TO WS-LOG-SECOND-OUT.
001830     MOVE result           TO WS-LOG-RESULT-OUT.
001831     MOVE WS-CUR-OPR-ID    TO WS-LOG-OPR-OUT.
001832     MOVE WS-CONV-FROM     TO WS-CT-FROM.
001833     MOVE WS-CONV-TO       TO WS-CT-TO.
001834     MOVE WS-CONV-CROSS-RATE TO WS-CT-RATE.
001835     MOVE WS-CONV-DATE     TO WS-CT-DATE.
001836     MOVE WS-CONV-TAIL-LINE TO WS-LOG-CONV-TAIL.
001837     MOVE WS-LOG-LINE TO CALC-LOG-RECORD.
001838     WRITE CALC-LOG-RECORD.
001839     MOVE SPACES TO WS-LOG-CONV-TAIL.
001840     MOVE result TO WS-CTL-AMOUNT.
001841     PERFORM 8900-UPDATE-CONTROL THRU 8900-EXIT.
001842 6600-EXIT.
001843     EXIT.
001844*
001845*--------------------------------------------------------------*
001846*  6000-LOG-TRANSACTION                                          *
001847*--------------------------------------------------------------*
001848 6000-LOG-TRANSACTION.
001849     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
001850     ACCEPT WS-LOG-TIME FROM TIME.
001851     MOVE WS-LOG-DATE   TO WS-LOG-DATE-OUT.
001852     MOVE WS-LOG-TIME   TO WS-LOG-TIME-OUT.
001853     MOVE first-num     TO WS-LOG-FIRST-OUT.
001854     MOVE WS-OPERATOR-CHAR TO WS-LOG-OP-OUT.
001855     MOVE second-num    TO WS-LOG-SECOND-OUT.
001856     MOVE result        TO WS-LOG-RESULT-OUT.
001857     MOVE WS-CUR-OPR-ID TO WS-LOG-OPR-OUT.
001858     MOVE WS-LOG-LINE TO CALC-LOG-RECORD.
001859     WRITE CALC-LOG-RECORD.
001860     MOVE result TO WS-CTL-AMOUNT.
001861     PERFORM 8900-UPDATE-CONTROL THRU 8900-EXIT.
001862 6000-EXIT.
001863     EXIT.
001864*
001865*--------------------------------------------------------------*
001866*  7000-RUN-AS-SUBROUTINE                                        *
001867*--------------------------------------------------------------*
001868 7000-RUN-AS-SUBROUTINE.
001869     MOVE LK-FIRST-NUM     TO first-num.
001870     MOVE LK-OPERATOR      TO WS-OPERATOR-CHAR.
001871     MOVE LK-SECOND-NUM    TO second-num.
001872     IF LK-OPERATOR = "S" OR LK-OPERATOR = "C"
001873        OR LK-OPERATOR = "R"
001874         PERFORM 7100-RUN-LOAN-SUBROUTINE THRU 7100-EXIT
001875         GO TO 7000-EXIT
001876     END-IF.
001877     PERFORM 4000-COMPUTE-RESULT THRU 4000-EXIT.
001878     MOVE result TO LK-RESULT.
001879     IF WS-RESULT-OVERFLOWED
001880         MOVE "Y" TO LK-OVERFLOW-FLAG
001881     ELSE
001882         MOVE "N" TO LK-OVERFLOW-FLAG
001883     END-IF.
001884 7000-EXIT.
001885     EXIT.
001886*
001887*--------------------------------------------------------------*
001888*  7100-RUN-LOAN-SUBROUTINE                                      *
001889*                                                                *
001890*  Interest and loan operators from a batch caller: the term    *
001891*  and frequency arrive in LK-LOAN-TERMS and the regular        *
001892*  payment and total interest go back there with the status.    *
001893*--------------------------------------------------------------*
001894 7100-RUN-LOAN-SUBROUTINE.
001895     MOVE LK-OPERATOR TO WS-SCHED-TYPE.
001896     IF LK-LOAN-TERM NUMERIC
001897         MOVE LK-LOAN-TERM TO WS-SCHED-TERM-IN
001898     ELSE
001899         MOVE ZERO TO WS-SCHED-TERM-IN
001900     END-IF.
001901     MOVE LK-LOAN-FREQUENCY TO WS-SCHED-FREQUENCY.
001902     MOVE "N" TO WS-SCHED-VALID-SWITCH.
001903     PERFORM 4900-LOAN-OPERATION THRU 4900-EXIT.
001904     IF WS-SCHED-TERMS-VALID AND NOT WS-RESULT-OVERFLOWED
001905         MOVE result                TO LK-RESULT
001906         MOVE WS-SCHED-PAYMENT      TO LK-LOAN-PAYMENT
001907         MOVE WS-SCHED-TOT-INTEREST TO LK-LOAN-INTEREST
001908         MOVE "Y" TO LK-LOAN-STATUS
001909     ELSE
001910         MOVE ZERO TO LK-RESULT
001911         MOVE ZERO TO LK-LOAN-PAYMENT
001912         MOVE ZERO TO LK-LOAN-INTEREST
001913         MOVE "N" TO LK-LOAN-STATUS
001914     END-IF.
001915     IF WS-RESULT-OVERFLOWED
001916         MOVE "Y" TO LK-OVERFLOW-FLAG
001917     ELSE
001918         MOVE "N" TO LK-OVERFLOW-FLAG
001919     END-IF.
001920 7100-EXIT.
001921     EXIT.
001922*
001923*--------------------------------------------------------------*
001924*  9000-TERMINATE                                                *
001925*--------------------------------------------------------------*
001926 9000-TERMINATE.
001927     IF WS-HAVE-RESULT
001928         PERFORM 6500-LOG-SESSION-TOTAL THRU 6500-EXIT
001929     END-IF.
001930     CLOSE CALC-LOG-FILE.
001931     IF WS-EXR-AVAILABLE
001932         CLOSE EXRATE-FILE
001933     END-IF.
001934 9000-EXIT.
001935     EXIT.
001936*
001937*--------------------------------------------------------------*
001938*  6500-LOG-SESSION-TOTAL                                        *
001939*                                                                *
001940*  Writes the session running total to CALCLOG as a "T" line    *
001941*  (zero operands, total in the result field) so the adding-    *
001942*  machine tape total survives into the reconciliation.         *
001943*--------------------------------------------------------------*
001944 6500-LOG-SESSION-TOTAL.
001945     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
001946     ACCEPT WS-LOG-TIME FROM TIME.
001947     MOVE WS-LOG-DATE      TO WS-LOG-DATE-OUT.
001948     MOVE WS-LOG-TIME      TO WS-LOG-TIME-OUT.
001949     MOVE ZERO             TO WS-LOG-FIRST-OUT.
001950     MOVE "T"              TO WS-LOG-OP-OUT.
001951     MOVE ZERO             TO WS-LOG-SECOND-OUT.
001952     MOVE WS-SESSION-TOTAL TO WS-LOG-RESULT-OUT.
001953     MOVE WS-CUR-OPR-ID    TO WS-LOG-OPR-OUT.
001954     MOVE WS-LOG-LINE TO CALC-LOG-RECORD.
001955     WRITE CALC-LOG-RECORD.
001956*    The result column holds thirteen integer digits, so a very
001957*    long session's total can truncate on the line; the control
001958*    total must carry the amount as written or LOG-VRFY's
001959*    recount would raise a false mismatch.
001960     COMPUTE WS-CTL-AMOUNT =
001961         FUNCTION NUMVAL(WS-LOG-RESULT-OUT).
001962     PERFORM 8900-UPDATE-CONTROL THRU 8900-EXIT.
001963 6500-EXIT.
001964     EXIT.
001965*
001966*--------------------------------------------------------------*
001967*  8000-LOG-ERROR                                                *
001968*                                                                *
001969*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
001970*  and WS-ERR-TEXT must be set by the caller before this is      *
001971*  PERFORMed.                                                    *
001972*--------------------------------------------------------------*
001973 8000-LOG-ERROR.
001974     MOVE "BASIC-CALCULATOR" TO WS-ERR-PROGRAM.
001975     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
001976         WS-ERR-TEXT.
001977 8000-EXIT.
001978     EXIT.
001979*
001980*--------------------------------------------------------------*
001981*  8900-UPDATE-CONTROL                                           *
001982*                                                                *
001983*  Adds one record and its amount to CALCLOG's control-total    *
001984*  record via the shared CTL-UPDT subroutine. WS-CTL-AMOUNT     *
001985*  must be set by the caller to the amount just logged.         *
001986*--------------------------------------------------------------*
001987 8900-UPDATE-CONTROL.
001988     MOVE "A"        TO WS-CTL-FUNCTION.
001989     MOVE "CALCLOG " TO WS-CTL-LOG-NAME.
001990     MOVE 1          TO WS-CTL-COUNT.
001991     CALL "ctl-updt" USING WS-CTL-FUNCTION WS-CTL-LOG-NAME
001992         WS-CTL-COUNT WS-CTL-AMOUNT.
001993 8900-EXIT.
001994     EXIT.
001995*
001996*--------------------------------------------------------------*
001997*  8800-WRITE-REPORT                                             *
001998*                                                                *
001999*  Prints one line through the shared report writer.            *
002000*  WS-RPT-LINE must be set by the caller before this is         *
002001*  PERFORMed.                                                    *
002002*--------------------------------------------------------------*
002003 8800-WRITE-REPORT.
002004     MOVE "W" TO WS-RPT-FUNCTION.
002005     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
002006         WS-RPT-LINE.
002007 8800-EXIT.
002008     EXIT.
