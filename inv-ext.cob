000032*                    VAT and gross with run control totals.     *
000033*                    The run is recorded on the shared          *
000034*                    run-control file.                          *
000035*  15-OCT-2026  BJD  The "H" header now carries the customer    *
000036*                    account number after the invoice date. The *
000037*                    account must be on CUSTOMER-FILE and        *
000038*                    active, and its bill-to ADDR-FILE record    *
000039*                    must exist, or the header and its lines    *
000040*                    are rejected. INVREG now prints the        *
000041*                    account's bill-to name and address instead *
000042*                    of the customer text typed on the header.  *
000043*  15-OCT-2026  BJD  Every extended invoice is now written to    *
000044*                    the indexed INVHIST invoice history file   *
000045*                    (header with net/VAT/gross by VAT code,    *
000046*                    then one record per line) for INV-INQ. A   *
000047*                    document number already on history is       *
000048*                    rejected. Added a "C" credit-note header   *
000049*                    quoting the original invoice number: its   *
000050*                    "L" lines are extended through BASIC-CALC- *
000051*                    SUB with the quantity negated, at the VAT  *
000052*                    rate in force on the original invoice date,*
000053*                    and a line that would take the credit past *
000054*                    the net still uncredited on the original   *
000055*                    is rejected. The original invoice carries  *
000056*                    the running total credited against it.     *
000057*  15-OCT-2026  BJD  The original invoice now also carries the   *
000058*                    gross credited against it, and a new        *
000059*                    history header starts with nothing paid, so *
000060*                    RCPT-POST and AGED-DBT can work out what is *
000061*                    still outstanding.                          *
000062*  15-OCT-2026  BJD  Each run now appends its register control   *
000063*                    totals (counts, net, VAT and gross, and    *
000064*                    the analysis by VAT code) to the INVCTL    *
000065*                    file, so they survive the next run and the *
000066*                    quarterly VAT return can reconcile to them.*
000067*  15-OCT-2026  BJD  An invoice or credit note dated in a period  *
000068*                    PER-CLS has closed (or is closing) is       *
000069*                    rejected - see PER-CHK.                     *
000070*  15-OCT-2026  BJD  Foreign-currency invoicing. The header       *
000071*                    carries a currency code (blank = GBP); lines *
000072*                    are priced and extended in that currency and *
000073*                    the document is converted to sterling at the *
000074*                    EXRATES rate on the invoice date - no rate   *
000075*                    on file for that date rejects the invoice.   *
000076*                    A credit note is in the currency, and at the *
000077*                    rate, of its original invoice. INVREG and    *
000078*                    INVHIST show both the currency and sterling  *
000079*                    amounts; the VAT analysis, run totals and    *
000080*                    INVCTL stay in sterling.                     *
000081*  15-OCT-2026  BJD  Invoice and credit-note numbers are now    *
000082*                    issued by the shared NXT-NUM number        *
000083*                    service from the INVOICE and CREDIT series *
000084*                    once the header has passed its checks, and *
000085*                    marked used when the document is on        *
000086*                    history, so NUM-GAP can show any number    *
000087*                    issued but never used. A number typed on   *
000088*                    the header is kept on the issue register,  *
000089*                    and on the history header of an invoice,   *
000090*                    as the sender's reference; a credit note   *
000091*                    quoting the sender's number finds its      *
000092*                    invoice by it. Until a series is set up    *
000093*                    the typed number is still used, as before. *
000094*--------------------------------------------------------------*
000095 ENVIRONMENT DIVISION.
000096 INPUT-OUTPUT SECTION.
000097 FILE-CONTROL.
000098     SELECT INVOICE-TRAN-FILE ASSIGN TO "INVTRAN"
000099         ORGANIZATION IS LINE SEQUENTIAL
000100         FILE STATUS IS WS-TRAN-STATUS.
000101     SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
000102         ORGANIZATION IS LINE SEQUENTIAL
000103         FILE STATUS IS WS-VAT-STATUS.
000104     SELECT REGISTER-FILE ASSIGN TO "INVREG"
000105         ORGANIZATION IS LINE SEQUENTIAL.
000106     SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL"
000107         ORGANIZATION IS LINE SEQUENTIAL
000108         FILE STATUS IS WS-ICT-STATUS.
000109     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS RANDOM
000112         RECORD KEY IS CUS-ACCOUNT-NO
000113         FILE STATUS IS WS-CUS-STATUS.
000114     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000115         ORGANIZATION IS INDEXED
000116         ACCESS MODE IS RANDOM
000117         RECORD KEY IS ADDR-KEY
000118         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000119             WITH DUPLICATES
000120         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000121             WITH DUPLICATES
000122         FILE STATUS IS WS-ADDR-STATUS.
000123     SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
000124         ORGANIZATION IS INDEXED
000125         ACCESS MODE IS DYNAMIC
000126         RECORD KEY IS IVH-KEY
000127         ALTERNATE RECORD KEY IS IVH-ACCOUNT-NO
000128             WITH DUPLICATES
000129         FILE STATUS IS WS-IVH-STATUS.
000130     SELECT EXRATE-FILE ASSIGN TO "EXRATES"
000131         ORGANIZATION IS INDEXED
000132         ACCESS MODE IS RANDOM
000133         RECORD KEY IS EXR-KEY
000134         FILE STATUS IS WS-EXR-STATUS.
000135*
000136 DATA DIVISION.
000137 FILE SECTION.
000138 FD  INVOICE-TRAN-FILE
000139     LABEL RECORDS ARE STANDARD.
000140 01  INVOICE-TRAN-RECORD.
000141     05  ITR-REC-TYPE        PIC X(01).
000142         88  ITR-HEADER               VALUE "H".
000143         88  ITR-LINE                 VALUE "L".
000144         88  ITR-CREDIT-HEADER        VALUE "C".
000145     05  FILLER              PIC X(01).
000146     05  ITR-DETAIL          PIC X(78).
000147 01  ITR-HEADER-FIELDS REDEFINES INVOICE-TRAN-RECORD.
000148     05  FILLER              PIC X(02).
000149     05  ITH-INVOICE-NO      PIC X(08).
000150     05  FILLER              PIC X(01).
000151     05  ITH-CUSTOMER        PIC X(30).
000152     05  FILLER              PIC X(01).
000153     05  ITH-INVOICE-DATE    PIC 9(08).
000154     05  FILLER              PIC X(01).
000155     05  ITH-ACCOUNT-NO      PIC X(08).
000156     05  FILLER              PIC X(01).
000157     05  ITH-ORIG-INVOICE    PIC X(08).
000158     05  FILLER              PIC X(01).
000159     05  ITH-CURRENCY        PIC X(03).
000160     05  FILLER              PIC X(08).
000161 01  ITR-LINE-FIELDS REDEFINES INVOICE-TRAN-RECORD.
000162     05  FILLER              PIC X(02).
000163     05  ITL-QUANTITY        PIC X(05).
000164     05  FILLER              PIC X(01).
000165     05  ITL-UNIT-PRICE      PIC X(12).
000166     05  FILLER              PIC X(01).
000167     05  ITL-VAT-CODE        PIC X(01).
000168     05  FILLER              PIC X(58).
000169*
000170*--------------------------------------------------------------*
000171*  VATRATE is the same effective-dated control file the         *
000172*  calculator's add-VAT operation reads: one record per rate    *
000173*  change, date then percentage.                                *
000174*--------------------------------------------------------------*
000175 FD  VAT-RATE-FILE
000176     LABEL RECORDS ARE STANDARD.
000177 01  VAT-RATE-RECORD.
000178     05  VTR-EFFECTIVE-DATE  PIC 9(08).
000179     05  FILLER              PIC X(01).
000180     05  VTR-RATE-TEXT       PIC X(06).
000181*
000182 FD  REGISTER-FILE
000183     LABEL RECORDS ARE STANDARD.
000184 01  REGISTER-LINE           PIC X(100).
000185*
000186 FD  INVOICE-CONTROL-FILE
000187     LABEL RECORDS ARE STANDARD.
000188     COPY INVCREC.
000189*
000190 FD  CUSTOMER-FILE
000191     LABEL RECORDS ARE STANDARD.
000192     COPY CUSTREC.
000193*
000194 FD  ADDR-FILE
000195     LABEL RECORDS ARE STANDARD.
000196     COPY ADDRREC.
000197*
000198 FD  INVOICE-HISTORY-FILE
000199     LABEL RECORDS ARE STANDARD.
000200     COPY INVHREC.
000201*
000202 FD  EXRATE-FILE
000203     LABEL RECORDS ARE STANDARD.
000204     COPY EXRATREC.
000205*
000206 WORKING-STORAGE SECTION.
000207*
000208 01  WS-TRAN-STATUS          PIC X(02) VALUE "00".
000209     88  WS-TRAN-OK                    VALUE "00".
000210     88  WS-TRAN-EOF                   VALUE "10".
000211*
000212 01  WS-VAT-STATUS           PIC X(02) VALUE "00".
000213     88  WS-VAT-OK                     VALUE "00".
000214     88  WS-VAT-EOF                    VALUE "10".
000215*
000216 01  WS-CUS-STATUS           PIC X(02) VALUE "00".
000217     88  WS-CUS-OK                     VALUE "00".
000218*
000219 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000220     88  WS-ADDR-OK                    VALUE "00".
000221*
000222 01  WS-IVH-STATUS           PIC X(02) VALUE "00".
000223     88  WS-IVH-OK                     VALUE "00".
000224     88  WS-IVH-NOT-FOUND              VALUE "23".
000225     88  WS-IVH-EOF                    VALUE "10".
000226*
000227 01  WS-ICT-STATUS           PIC X(02) VALUE "00".
000228     88  WS-ICT-OK                     VALUE "00".
000229*
000230 01  WS-EXR-STATUS           PIC X(02) VALUE "00".
000231     88  WS-EXR-OK                     VALUE "00".
000232*
000233 01  WS-EXR-AVAIL-SWITCH     PIC X(01) VALUE "N".
000234     88  WS-EXR-AVAILABLE             VALUE "Y".
000235*
000236 01  WS-MASTER-SWITCH        PIC X(01) VALUE "N".
000237     88  WS-MASTERS-AVAILABLE         VALUE "Y".
000238*
000239*--------------------------------------------------------------*
000240*  OPERAND VALIDATION WORK AREAS - SAME RULES AS CALC-BAT        *
000241*--------------------------------------------------------------*
000242 01  WS-NUMVAL-CHECK         PIC S9(4) COMP.
000243 01  WS-NUM-WORK             PIC S9(15)V99.
000244 01  WS-VALID-SWITCH         PIC X(01) VALUE "N".
000245     88  WS-INPUT-VALID               VALUE "Y".
000246 01  WS-INPUT-TEXT           PIC X(12).
000247 01  WS-NUMBER-VALUE         PIC S9(13)V99.
000248*
000249 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
000250*
000251*--------------------------------------------------------------*
000252*  WORK AREAS FOR CALLING BASIC-CALC-SUB                        *
000253*--------------------------------------------------------------*
000254 01  WS-CALC-FIRST-NUM       PIC S9(13)V99 VALUE ZERO.
000255 01  WS-CALC-OPERATOR        PIC X(01) VALUE SPACE.
000256 01  WS-CALC-SECOND-NUM      PIC S9(13)V99 VALUE ZERO.
000257 01  WS-CALC-RESULT          PIC S9(13)V99 VALUE ZERO.
000258 01  WS-CALC-OVERFLOW        PIC X(01) VALUE "N".
000259*
000260*--------------------------------------------------------------*
000261*  VAT-RATE WORK AREAS                                           *
000262*--------------------------------------------------------------*
000263 01  WS-VAT-RATE             PIC 9(02)V99 VALUE ZERO.
000264 01  WS-VAT-RATE-DATE        PIC 9(08) VALUE ZERO.
000265 01  WS-VAT-FOUND-SWITCH     PIC X(01) VALUE "N".
000266     88  WS-VAT-RATE-FOUND            VALUE "Y".
000267 01  WS-RATE-ASAT-DATE       PIC 9(08).
000268 01  WS-LINE-VAT             PIC S9(13)V99.
000269*
000270*--------------------------------------------------------------*
000271*  INVOICE IN HAND                                               *
000272*--------------------------------------------------------------*
000273 01  WS-INV-OPEN-SWITCH      PIC X(01) VALUE "N".
000274     88  WS-INVOICE-OPEN              VALUE "Y".
000275 01  WS-HDR-REJECT-SWITCH    PIC X(01) VALUE "N".
000276     88  WS-HEADER-REJECTED           VALUE "Y".
000277 01  WS-INV-NUMBER           PIC X(08).
000278 01  WS-INV-SENDER-REF       PIC X(08).
000279 01  WS-INV-NUM-SWITCH       PIC X(01) VALUE "N".
000280     88  WS-INV-NUMBER-ISSUED         VALUE "Y".
000281 01  WS-INV-DOC-TYPE         PIC X(01).
000282     88  WS-INV-IS-CREDIT             VALUE "C".
000283 01  WS-INV-ORIG-INVOICE     PIC X(08).
000284 01  WS-ORIG-SWITCH          PIC X(01) VALUE "N".
000285     88  WS-ORIG-FOUND                VALUE "Y".
000286 01  WS-INV-VAT-DATE         PIC 9(08).
000287 01  WS-INV-CREDITABLE       PIC S9(13)V99.
000288 01  WS-INV-CREDIT-NET       PIC S9(13)V99.
000289 01  WS-INV-LINE-NO          PIC 9(03).
000290 01  WS-INV-ACCOUNT          PIC X(08).
000291 01  WS-INV-CUSTOMER         PIC X(30).
000292 01  WS-INV-HOUSE-NUMBER     PIC 9(03).
000293 01  WS-INV-STREET           PIC X(30).
000294 01  WS-INV-CITY             PIC X(15).
000295 01  WS-INV-POSTCODE         PIC X(09).
000296 01  WS-INV-DATE             PIC 9(08).
000297 01  WS-INV-LINE-COUNT       PIC 9(05).
000298 01  WS-INV-NET              PIC S9(13)V99.
000299 01  WS-INV-VAT              PIC S9(13)V99.
000300 01  WS-INV-GROSS            PIC S9(13)V99.
000301 01  WS-INV-STD-NET          PIC S9(13)V99.
000302 01  WS-INV-STD-VAT          PIC S9(13)V99.
000303 01  WS-INV-ZERO-NET         PIC S9(13)V99.
000304 01  WS-INV-EXEMPT-NET       PIC S9(13)V99.
000305*
000306*--------------------------------------------------------------*
000307*  THE AMOUNTS ABOVE ARE IN THE DOCUMENT CURRENCY; THESE ARE    *
000308*  THEIR STERLING EQUIVALENTS AT WS-INV-EXCH-RATE (UNITS PER    *
000309*  GBP, 1 FOR A STERLING DOCUMENT).                              *
000310*--------------------------------------------------------------*
000311 01  WS-INV-CURRENCY         PIC X(03).
000312 01  WS-INV-EXCH-RATE        PIC 9(03)V9(06).
000313 01  WS-INV-GBP-NET          PIC S9(13)V99.
000314 01  WS-INV-GBP-VAT          PIC S9(13)V99.
000315 01  WS-INV-GBP-GROSS        PIC S9(13)V99.
000316 01  WS-INV-GBP-STD-NET      PIC S9(13)V99.
000317 01  WS-INV-GBP-STD-VAT      PIC S9(13)V99.
000318 01  WS-INV-GBP-ZERO-NET     PIC S9(13)V99.
000319 01  WS-INV-GBP-EXEMPT-NET   PIC S9(13)V99.
000320*
000321*--------------------------------------------------------------*
000322*  VAT ANALYSIS BY CODE AND RUN CONTROL TOTALS                   *
000323*--------------------------------------------------------------*
000324 01  WS-STD-NET              PIC S9(13)V99 VALUE ZERO.
000325 01  WS-STD-VAT              PIC S9(13)V99 VALUE ZERO.
000326 01  WS-ZERO-NET             PIC S9(13)V99 VALUE ZERO.
000327 01  WS-EXEMPT-NET           PIC S9(13)V99 VALUE ZERO.
000328*
000329 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
000330 01  WS-INVOICE-COUNT        PIC 9(05) VALUE ZERO.
000331 01  WS-CREDIT-COUNT         PIC 9(05) VALUE ZERO.
000332 01  WS-LINE-COUNT           PIC 9(07) VALUE ZERO.
000333 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
000334 01  WS-RUN-NET              PIC S9(13)V99 VALUE ZERO.
000335 01  WS-RUN-VAT              PIC S9(13)V99 VALUE ZERO.
000336 01  WS-RUN-GROSS            PIC S9(13)V99 VALUE ZERO.
000337*
000338 01  WS-TODAY-DATE           PIC 9(08).
000339 01  WS-AMOUNT-EDITED        PIC -9(13).99.
000340*
000341*--------------------------------------------------------------*
000342*  REGISTER LINES                                                *
000343*--------------------------------------------------------------*
000344 01  WS-HEADING-1.
000345     05  FILLER         PIC X(26)
000346         VALUE "INVOICE EXTENSION REGISTER".
000347     05  FILLER         PIC X(10) VALUE " RUN DATE ".
000348     05  WS-HDG-DATE    PIC 9(08).
000349*
000350 01  WS-HEADING-2.
000351     05  FILLER              PIC X(09) VALUE "INVOICE".
000352     05  FILLER              PIC X(31) VALUE "CUSTOMER".
000353     05  FILLER              PIC X(07) VALUE "LINES".
000354     05  FILLER              PIC X(18) VALUE "NET GBP".
000355     05  FILLER              PIC X(18) VALUE "VAT GBP".
000356     05  FILLER              PIC X(15) VALUE "GROSS GBP".
000357*
000358 01  WS-INVOICE-LINE.
000359     05  IVL-INVOICE-NO      PIC X(08).
000360     05  FILLER              PIC X(01) VALUE SPACE.
000361     05  IVL-CUSTOMER        PIC X(30).
000362     05  FILLER              PIC X(01) VALUE SPACE.
000363     05  IVL-LINES           PIC ZZZZ9.
000364     05  FILLER              PIC X(01) VALUE SPACE.
000365     05  IVL-NET             PIC -9(13).99.
000366     05  FILLER              PIC X(01) VALUE SPACE.
000367     05  IVL-VAT             PIC -9(13).99.
000368     05  FILLER              PIC X(01) VALUE SPACE.
000369     05  IVL-GROSS           PIC -9(13).99.
000370*
000371 01  WS-BILL-TO-LINE.
000372     05  FILLER              PIC X(09) VALUE SPACES.
000373     05  BTL-ACCOUNT         PIC X(08).
000374     05  FILLER              PIC X(01) VALUE SPACE.
000375     05  BTL-HOUSE-NUMBER    PIC ZZ9.
000376     05  FILLER              PIC X(01) VALUE SPACE.
000377     05  BTL-STREET          PIC X(30).
000378     05  FILLER              PIC X(01) VALUE SPACE.
000379     05  BTL-CITY            PIC X(15).
000380     05  FILLER              PIC X(01) VALUE SPACE.
000381     05  BTL-POSTCODE        PIC X(09).
000382     05  FILLER              PIC X(01) VALUE SPACE.
000383     05  BTL-NOTE            PIC X(21).
000384*
000385 01  WS-CURRENCY-LINE.
000386     05  FILLER              PIC X(09) VALUE SPACES.
000387     05  CUL-CURRENCY        PIC X(03).
000388     05  FILLER              PIC X(09) VALUE " AT RATE ".
000389     05  CUL-RATE            PIC ZZ9.999999.
000390     05  FILLER              PIC X(15) VALUE SPACES.
000391     05  CUL-NET             PIC -9(13).99.
000392     05  FILLER              PIC X(01) VALUE SPACE.
000393     05  CUL-VAT             PIC -9(13).99.
000394     05  FILLER              PIC X(01) VALUE SPACE.
000395     05  CUL-GROSS           PIC -9(13).99.
000396*
000397 01  WS-REJECT-LINE.
000398     05  FILLER              PIC X(09) VALUE "REJECTED ".
000399     05  REJ-DETAIL          PIC X(60).
000400     05  FILLER              PIC X(02) VALUE SPACES.
000401     05  REJ-REASON          PIC X(30).
000402*
000403 01  WS-ANALYSIS-LINE.
000404     05  ANL-LABEL           PIC X(30).
000405     05  ANL-NET             PIC -9(13).99.
000406     05  FILLER              PIC X(01) VALUE SPACE.
000407     05  ANL-VAT             PIC -9(13).99.
000408*
000409 01  WS-TOTAL-LINE.
000410     05  TOT-LABEL           PIC X(30).
000411     05  TOT-COUNT           PIC ZZZZZZ9.
000412*
000413*--------------------------------------------------------------*
000414*  SHARED RUN-CONTROL WORK AREAS                                 *
000415*--------------------------------------------------------------*
000416     COPY RUNCALL.
000417*
000418*--------------------------------------------------------------*
000419*  SHARED PERIOD-CHECK WORK AREAS                                *
000420*--------------------------------------------------------------*
000421     COPY PERCALL.
000422*
000423*--------------------------------------------------------------*
000424*  SHARED NEXT-NUMBER WORK AREAS                                 *
000425*--------------------------------------------------------------*
000426     COPY NUMCALL.
000427*
000428 PROCEDURE DIVISION.
000429*
000430*--------------------------------------------------------------*
000431*  0000-MAINLINE                                                *
000432*--------------------------------------------------------------*
000433 0000-MAINLINE.
000434     MOVE "S" TO WS-RUN-FUNCTION.
000435     MOVE "INVEXT  " TO WS-RUN-PROGRAM.
000436     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000437     MOVE ZERO TO WS-RUN-REC-COUNT.
000438     MOVE SPACE TO WS-RUN-STATUS.
000439     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000440         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000441         WS-RUN-ALREADY-RAN.
000442     IF WS-RUN-ALREADY-RAN = "Y"
000443         DISPLAY "INV-EXT ALREADY RAN FOR THIS BUSINESS DATE"
000444         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000445         STOP RUN
000446     END-IF.
000447     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000448     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
000449         UNTIL WS-TRAN-EOF.
000450     PERFORM 5500-CLOSE-INVOICE THRU 5500-EXIT.
000451     PERFORM 6000-WRITE-ANALYSIS THRU 6000-EXIT.
000452     PERFORM 6500-WRITE-CONTROL-TOTALS THRU 6500-EXIT.
000453     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000454     STOP RUN.
000455*
000456*--------------------------------------------------------------*
000457*  1000-INITIALIZE                                               *
000458*--------------------------------------------------------------*
000459 1000-INITIALIZE.
000460     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000461     OPEN INPUT INVOICE-TRAN-FILE.
000462     IF NOT WS-TRAN-OK
000463         DISPLAY "INV-EXT: CANNOT OPEN INVTRAN - STATUS "
000464             WS-TRAN-STATUS
000465         MOVE "10" TO WS-TRAN-STATUS
000466     END-IF.
000467     OPEN OUTPUT REGISTER-FILE.
000468     MOVE "N" TO WS-MASTER-SWITCH.
000469     OPEN INPUT CUSTOMER-FILE.
000470     OPEN INPUT ADDR-FILE.
000471     OPEN I-O INVOICE-HISTORY-FILE.
000472     IF NOT WS-IVH-OK
000473         CLOSE INVOICE-HISTORY-FILE
000474         OPEN OUTPUT INVOICE-HISTORY-FILE
000475         CLOSE INVOICE-HISTORY-FILE
000476         OPEN I-O INVOICE-HISTORY-FILE
000477     END-IF.
000478     OPEN INPUT EXRATE-FILE.
000479     IF WS-EXR-OK
000480         SET WS-EXR-AVAILABLE TO TRUE
000481     ELSE
000482         DISPLAY "INV-EXT: EXRATES NOT AVAILABLE - FOREIGN-"
000483             "CURRENCY INVOICES WILL BE REJECTED"
000484     END-IF.
000485     IF WS-CUS-OK AND WS-ADDR-OK AND WS-IVH-OK
000486         SET WS-MASTERS-AVAILABLE TO TRUE
000487     ELSE
000488         DISPLAY "INV-EXT: CUSTFILE/ADDRFILE/INVHIST NOT "
000489             "AVAILABLE - ALL INVOICES WILL BE REJECTED"
000490     END-IF.
000491     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000492     WRITE REGISTER-LINE FROM WS-HEADING-1.
000493     WRITE REGISTER-LINE FROM WS-HEADING-2.
000494 1000-EXIT.
000495     EXIT.
000496*
000497*--------------------------------------------------------------*
000498*  2000-PROCESS-TRAN                                             *
000499*--------------------------------------------------------------*
000500 2000-PROCESS-TRAN.
000501     READ INVOICE-TRAN-FILE
000502         AT END
000503             GO TO 2000-EXIT
000504     END-READ.
000505     ADD 1 TO WS-READ-COUNT.
000506     MOVE SPACES TO WS-REJECT-REASON.
000507     EVALUATE TRUE
000508         WHEN ITR-HEADER
000509         WHEN ITR-CREDIT-HEADER
000510             PERFORM 3000-OPEN-INVOICE THRU 3000-EXIT
000511         WHEN ITR-LINE
000512             PERFORM 4000-EXTEND-LINE THRU 4000-EXIT
000513         WHEN OTHER
000514             MOVE "INVALID RECORD TYPE" TO WS-REJECT-REASON
000515     END-EVALUATE.
000516     IF WS-REJECT-REASON NOT = SPACES
000517         ADD 1 TO WS-REJECT-COUNT
000518         MOVE ITR-DETAIL       TO REJ-DETAIL
000519         MOVE WS-REJECT-REASON TO REJ-REASON
000520         WRITE REGISTER-LINE FROM WS-REJECT-LINE
000521     END-IF.
000522 2000-EXIT.
000523     EXIT.
000524*
000525*--------------------------------------------------------------*
000526*  3000-OPEN-INVOICE                                             *
000527*--------------------------------------------------------------*
000528 3000-OPEN-INVOICE.
000529     PERFORM 5500-CLOSE-INVOICE THRU 5500-EXIT.
000530     SET WS-HEADER-REJECTED TO TRUE.
000531     PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT.
000532     IF WS-REJECT-REASON NOT = SPACES
000533         GO TO 3000-EXIT
000534     END-IF.
000535     IF ITH-INVOICE-DATE NUMERIC
000536         MOVE ITH-INVOICE-DATE TO WS-INV-VAT-DATE
000537     ELSE
000538         MOVE WS-TODAY-DATE TO WS-INV-VAT-DATE
000539     END-IF.
000540     MOVE WS-INV-VAT-DATE TO WS-PER-DATE.
000541     CALL "per-chk" USING WS-PER-DATE WS-PER-CLOSED
000542         WS-PER-END-DATE.
000543     IF WS-PER-CLOSED = "Y"
000544         MOVE "INVOICE DATE IN CLOSED PERIOD" TO WS-REJECT-REASON
000545         GO TO 3000-EXIT
000546     END-IF.
000547     IF ITH-INVOICE-DATE NUMERIC
000548         MOVE ITH-INVOICE-DATE TO WS-INV-DATE
000549     ELSE
000550         MOVE WS-TODAY-DATE TO WS-INV-DATE
000551     END-IF.
000552     MOVE ZERO TO WS-INV-CREDITABLE.
000553     IF ITR-CREDIT-HEADER
000554         MOVE "C" TO WS-INV-DOC-TYPE
000555         PERFORM 3200-CHECK-ORIGINAL THRU 3200-EXIT
000556         IF WS-REJECT-REASON NOT = SPACES
000557             GO TO 3000-EXIT
000558         END-IF
000559     ELSE
000560         MOVE "I" TO WS-INV-DOC-TYPE
000561         MOVE SPACES TO WS-INV-ORIG-INVOICE
000562         PERFORM 3300-FIND-EXCHANGE-RATE THRU 3300-EXIT
000563         IF WS-REJECT-REASON NOT = SPACES
000564             GO TO 3000-EXIT
000565         END-IF
000566     END-IF.
000567     PERFORM 3400-ASSIGN-NUMBER THRU 3400-EXIT.
000568     IF WS-REJECT-REASON NOT = SPACES
000569         GO TO 3000-EXIT
000570     END-IF.
000571     MOVE "N" TO WS-HDR-REJECT-SWITCH.
000572     MOVE ITH-ACCOUNT-NO TO WS-INV-ACCOUNT.
000573     MOVE CUS-BILL-NAME     TO WS-INV-CUSTOMER.
000574     MOVE ADDR-HOUSE-NUMBER TO WS-INV-HOUSE-NUMBER.
000575     MOVE ADDR-STREET-NAME  TO WS-INV-STREET.
000576     MOVE ADDR-CITY-NAME    TO WS-INV-CITY.
000577     MOVE ADDR-POSTCODE     TO WS-INV-POSTCODE.
000578     MOVE ZERO TO WS-INV-LINE-COUNT.
000579     MOVE ZERO TO WS-INV-NET.
000580     MOVE ZERO TO WS-INV-VAT.
000581     MOVE ZERO TO WS-INV-GROSS.
000582     MOVE ZERO TO WS-INV-STD-NET.
000583     MOVE ZERO TO WS-INV-STD-VAT.
000584     MOVE ZERO TO WS-INV-ZERO-NET.
000585     MOVE ZERO TO WS-INV-EXEMPT-NET.
000586     MOVE ZERO TO WS-INV-LINE-NO.
000587     SET WS-INVOICE-OPEN TO TRUE.
000588     PERFORM 4800-FIND-VAT-RATE THRU 4800-EXIT.
000589 3000-EXIT.
000590     EXIT.
000591*
000592*--------------------------------------------------------------*
000593*  3100-CHECK-ACCOUNT                                            *
000594*                                                                *
000595*  The header's account must be on CUSTOMER-FILE and active,    *
000596*  and its bill-to ADDR-FILE record must exist; otherwise       *
000597*  WS-REJECT-REASON comes back set. On success the customer     *
000598*  and address records are left in their record areas.         *
000599*--------------------------------------------------------------*
000600 3100-CHECK-ACCOUNT.
000601     IF NOT WS-MASTERS-AVAILABLE
000602         MOVE "MASTER FILES NOT AVAILABLE" TO WS-REJECT-REASON
000603         GO TO 3100-EXIT
000604     END-IF.
000605     IF ITH-ACCOUNT-NO = SPACES
000606         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
000607         GO TO 3100-EXIT
000608     END-IF.
000609     MOVE ITH-ACCOUNT-NO TO CUS-ACCOUNT-NO.
000610     READ CUSTOMER-FILE
000611         INVALID KEY
000612             MOVE "UNKNOWN CUSTOMER ACCOUNT" TO WS-REJECT-REASON
000613             GO TO 3100-EXIT
000614     END-READ.
000615     IF NOT CUS-ACTIVE
000616         MOVE "CUSTOMER ACCOUNT CLOSED" TO WS-REJECT-REASON
000617         GO TO 3100-EXIT
000618     END-IF.
000619     MOVE CUS-BILL-NAME TO ADDR-NAME.
000620     MOVE CUS-BILL-TYPE TO ADDR-TYPE.
000621     READ ADDR-FILE
000622         INVALID KEY
000623             MOVE "BILL-TO ADDRESS NOT ON FILE"
000624                 TO WS-REJECT-REASON
000625     END-READ.
000626 3100-EXIT.
000627     EXIT.
000628*
000629*--------------------------------------------------------------*
000630*  3200-CHECK-ORIGINAL                                           *
000631*                                                                *
000632*  A credit note must quote an invoice on history for the same  *
000633*  account with net still uncredited. The amount that may yet   *
000634*  be credited goes to WS-INV-CREDITABLE, and the credit is     *
000635*  taxed at the rate in force on the original invoice date. It  *
000636*  is in the original's currency and converted at its rate, so  *
000637*  crediting the whole invoice reverses the sterling posted.    *
000638*                                                                *
000639*  The sender quotes the original by its own number. An invoice  *
000640*  numbered by NXT-NUM keeps that number as IVH-SENDER-REF, so   *
000641*  the account's invoices are searched for it first; only when   *
000642*  none carries it is the quoted number taken as the document    *
000643*  number (an invoice filed under the sender's number before the *
000644*  INVOICE series was set up, or the issued number quoted). The  *
000645*  credit note is recorded against the document number found.    *
000646*--------------------------------------------------------------*
000647 3200-CHECK-ORIGINAL.
000648     MOVE ITH-ORIG-INVOICE TO WS-INV-ORIG-INVOICE.
000649     IF ITH-ORIG-INVOICE = SPACES
000650         MOVE "ORIGINAL INVOICE NOT QUOTED" TO WS-REJECT-REASON
000651         GO TO 3200-EXIT
000652     END-IF.
000653     PERFORM 3210-FIND-BY-SENDER-REF THRU 3210-EXIT.
000654     IF NOT WS-ORIG-FOUND
000655         MOVE ITH-ORIG-INVOICE TO IVH-DOC-NO
000656         MOVE ZERO             TO IVH-LINE-NO
000657         READ INVOICE-HISTORY-FILE
000658             INVALID KEY
000659                 MOVE "ORIGINAL INVOICE NOT ON FILE"
000660                     TO WS-REJECT-REASON
000661                 GO TO 3200-EXIT
000662         END-READ
000663     END-IF.
000664     MOVE IVH-DOC-NO TO WS-INV-ORIG-INVOICE.
000665     IF NOT IVH-INVOICE
000666         MOVE "ORIGINAL IS NOT AN INVOICE" TO WS-REJECT-REASON
000667         GO TO 3200-EXIT
000668     END-IF.
000669     IF IVH-ACCOUNT-NO NOT = ITH-ACCOUNT-NO
000670         MOVE "ORIGINAL IS FOR ANOTHER ACCOUNT"
000671             TO WS-REJECT-REASON
000672         GO TO 3200-EXIT
000673     END-IF.
000674     IF IVH-CURRENCY = SPACES
000675         MOVE "GBP" TO WS-INV-CURRENCY
000676         MOVE 1     TO WS-INV-EXCH-RATE
000677         COMPUTE WS-INV-CREDITABLE = IVH-NET - IVH-CREDITED-NET
000678     ELSE
000679         MOVE IVH-CURRENCY  TO WS-INV-CURRENCY
000680         MOVE IVH-EXCH-RATE TO WS-INV-EXCH-RATE
000681         COMPUTE WS-INV-CREDITABLE =
000682             IVH-CUR-NET - IVH-CUR-CREDITED-NET
000683     END-IF.
000684     IF ITH-CURRENCY NOT = SPACES
000685        AND ITH-CURRENCY NOT = WS-INV-CURRENCY
000686         MOVE "CURRENCY DIFFERS FROM ORIGINAL" TO WS-REJECT-REASON
000687         GO TO 3200-EXIT
000688     END-IF.
000689     IF WS-INV-CREDITABLE NOT > ZERO
000690         MOVE "INVOICE ALREADY FULLY CREDITED" TO WS-REJECT-REASON
000691         GO TO 3200-EXIT
000692     END-IF.
000693     MOVE IVH-DOC-DATE TO WS-INV-VAT-DATE.
000694 3200-EXIT.
000695     EXIT.
000696*
000697 3210-FIND-BY-SENDER-REF.
000698     MOVE "N" TO WS-ORIG-SWITCH.
000699     MOVE ITH-ACCOUNT-NO TO IVH-ACCOUNT-NO.
000700     START INVOICE-HISTORY-FILE KEY IS EQUAL TO IVH-ACCOUNT-NO
000701         INVALID KEY
000702             GO TO 3210-EXIT
000703     END-START.
000704     MOVE "00" TO WS-IVH-STATUS.
000705     PERFORM 3220-CHECK-ONE-DOCUMENT THRU 3220-EXIT
000706         UNTIL WS-IVH-EOF OR WS-ORIG-FOUND.
000707     MOVE "00" TO WS-IVH-STATUS.
000708 3210-EXIT.
000709     EXIT.
000710*
000711 3220-CHECK-ONE-DOCUMENT.
000712     READ INVOICE-HISTORY-FILE NEXT RECORD
000713         AT END
000714             MOVE "10" TO WS-IVH-STATUS
000715             GO TO 3220-EXIT
000716     END-READ.
000717     IF IVH-ACCOUNT-NO NOT = ITH-ACCOUNT-NO
000718         MOVE "10" TO WS-IVH-STATUS
000719         GO TO 3220-EXIT
000720     END-IF.
000721     IF IVH-HEADER AND IVH-INVOICE
000722        AND IVH-SENDER-REF = ITH-ORIG-INVOICE
000723         SET WS-ORIG-FOUND TO TRUE
000724     END-IF.
000725 3220-EXIT.
000726     EXIT.
000727*
000728*--------------------------------------------------------------*
000729*  3300-FIND-EXCHANGE-RATE                                       *
000730*                                                                *
000731*  An invoice in a currency other than sterling is converted at *
000732*  the EXRATES rate on file for the invoice date, the same      *
000733*  exact-date rule as the calculator's conversions. There is no *
000734*  default: with no rate on file the invoice is rejected.       *
000735*--------------------------------------------------------------*
000736 3300-FIND-EXCHANGE-RATE.
000737     MOVE "GBP" TO WS-INV-CURRENCY.
000738     MOVE 1     TO WS-INV-EXCH-RATE.
000739     IF ITH-CURRENCY = SPACES OR ITH-CURRENCY = "GBP"
000740         GO TO 3300-EXIT
000741     END-IF.
000742     IF ITH-CURRENCY NOT ALPHABETIC-UPPER
000743         MOVE "INVALID CURRENCY CODE" TO WS-REJECT-REASON
000744         GO TO 3300-EXIT
000745     END-IF.
000746     IF NOT WS-EXR-AVAILABLE
000747         MOVE "EXCHANGE RATES NOT AVAILABLE" TO WS-REJECT-REASON
000748         GO TO 3300-EXIT
000749     END-IF.
000750     MOVE ITH-CURRENCY TO EXR-CURRENCY.
000751     MOVE WS-INV-DATE  TO EXR-DATE.
000752     READ EXRATE-FILE
000753         INVALID KEY
000754             MOVE "NO EXCHANGE RATE FOR INVOICE DATE"
000755                 TO WS-REJECT-REASON
000756             GO TO 3300-EXIT
000757     END-READ.
000758     IF EXR-RATE = ZERO
000759         MOVE "NO EXCHANGE RATE FOR INVOICE DATE"
000760             TO WS-REJECT-REASON
000761         GO TO 3300-EXIT
000762     END-IF.
000763     MOVE ITH-CURRENCY TO WS-INV-CURRENCY.
000764     MOVE EXR-RATE     TO WS-INV-EXCH-RATE.
000765 3300-EXIT.
000766     EXIT.
000767*
000768*--------------------------------------------------------------*
000769*  3400-ASSIGN-NUMBER                                            *
000770*                                                                *
000771*  Takes the document number from the INVOICE or CREDIT series   *
000772*  of the shared NXT-NUM service, keeping any number typed on    *
000773*  the header as the sender's reference. With the series not     *
000774*  set up the typed number is the document number, as before,    *
000775*  and must be present and not already on history.               *
000776*--------------------------------------------------------------*
000777 3400-ASSIGN-NUMBER.
000778     MOVE "N" TO WS-INV-NUM-SWITCH.
000779     MOVE ITH-INVOICE-NO TO WS-INV-SENDER-REF.
000780     MOVE "N" TO WS-NUM-FUNCTION.
000781     IF ITR-CREDIT-HEADER
000782         MOVE "CREDIT" TO WS-NUM-SERIES
000783     ELSE
000784         MOVE "INVOICE" TO WS-NUM-SERIES
000785     END-IF.
000786     MOVE "INV-EXT" TO WS-NUM-PROGRAM.
000787     MOVE SPACES TO WS-NUM-REFERENCE.
000788     STRING "ACCOUNT " ITH-ACCOUNT-NO
000789         DELIMITED BY SIZE INTO WS-NUM-REFERENCE.
000790     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000791         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000792         WS-NUM-RESULT.
000793     EVALUATE WS-NUM-RESULT
000794         WHEN "Y"
000795             MOVE WS-NUM-VALUE TO WS-INV-NUMBER
000796             SET WS-INV-NUMBER-ISSUED TO TRUE
000797         WHEN "E"
000798             MOVE "NO DOCUMENT NUMBER AVAILABLE"
000799                 TO WS-REJECT-REASON
000800             GO TO 3400-EXIT
000801         WHEN OTHER
000802             IF ITH-INVOICE-NO = SPACES
000803                 MOVE "INVOICE NUMBER MISSING" TO WS-REJECT-REASON
000804                 GO TO 3400-EXIT
000805             END-IF
000806             MOVE ITH-INVOICE-NO TO WS-INV-NUMBER
000807     END-EVALUATE.
000808     MOVE WS-INV-NUMBER TO IVH-DOC-NO.
000809     MOVE ZERO          TO IVH-LINE-NO.
000810     READ INVOICE-HISTORY-FILE
000811         INVALID KEY
000812             CONTINUE
000813         NOT INVALID KEY
000814             IF WS-INV-NUMBER-ISSUED
000815                 MOVE "ISSUED NUMBER ALREADY ON FILE"
000816                     TO WS-REJECT-REASON
000817             ELSE
000818                 MOVE "DOCUMENT NUMBER ALREADY ON FILE"
000819                     TO WS-REJECT-REASON
000820             END-IF
000821     END-READ.
000822 3400-EXIT.
000823     EXIT.
000824*
000825*--------------------------------------------------------------*
000826*  4000-EXTEND-LINE                                              *
000827*                                                                *
000828*  Extends quantity by unit price through BASIC-CALC-SUB, then  *
000829*  applies the VAT code: S standard rate, Z zero-rated, E       *
000830*  exempt (both of the latter carry no VAT, but are analysed    *
000831*  separately on the register). All in the document currency.   *
000832*--------------------------------------------------------------*
000833 4000-EXTEND-LINE.
000834     IF WS-HEADER-REJECTED
000835         MOVE "INVOICE HEADER REJECTED" TO WS-REJECT-REASON
000836         GO TO 4000-EXIT
000837     END-IF.
000838     IF NOT WS-INVOICE-OPEN
000839         MOVE "LINE BEFORE INVOICE HEADER" TO WS-REJECT-REASON
000840         GO TO 4000-EXIT
000841     END-IF.
000842     MOVE ITL-QUANTITY TO WS-INPUT-TEXT.
000843     PERFORM 4100-VALIDATE-ONE-AMOUNT THRU 4100-EXIT.
000844     IF NOT WS-INPUT-VALID
000845         MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
000846         GO TO 4000-EXIT
000847     END-IF.
000848     MOVE WS-NUMBER-VALUE TO WS-CALC-FIRST-NUM.
000849     IF WS-INV-IS-CREDIT
000850         IF WS-NUMBER-VALUE NOT > ZERO
000851             MOVE "CREDIT QUANTITY NOT POSITIVE"
000852                 TO WS-REJECT-REASON
000853             GO TO 4000-EXIT
000854         END-IF
000855         COMPUTE WS-CALC-FIRST-NUM = ZERO - WS-NUMBER-VALUE
000856     END-IF.
000857     MOVE ITL-UNIT-PRICE TO WS-INPUT-TEXT.
000858     PERFORM 4100-VALIDATE-ONE-AMOUNT THRU 4100-EXIT.
000859     IF NOT WS-INPUT-VALID
000860         MOVE "UNIT PRICE NOT NUMERIC" TO WS-REJECT-REASON
000861         GO TO 4000-EXIT
000862     END-IF.
000863     MOVE WS-NUMBER-VALUE TO WS-CALC-SECOND-NUM.
000864     IF ITL-VAT-CODE NOT = "S" AND ITL-VAT-CODE NOT = "Z"
000865        AND ITL-VAT-CODE NOT = "E"
000866         MOVE "INVALID VAT CODE" TO WS-REJECT-REASON
000867         GO TO 4000-EXIT
000868     END-IF.
000869     IF ITL-VAT-CODE = "S" AND NOT WS-VAT-RATE-FOUND
000870         MOVE "NO VAT RATE IN FORCE" TO WS-REJECT-REASON
000871         GO TO 4000-EXIT
000872     END-IF.
000873     MOVE "*" TO WS-CALC-OPERATOR.
000874     MOVE "N" TO WS-CALC-OVERFLOW.
000875     CALL "BASIC-CALC-SUB" USING WS-CALC-FIRST-NUM
000876         WS-CALC-OPERATOR WS-CALC-SECOND-NUM
000877         WS-CALC-RESULT WS-CALC-OVERFLOW.
000878     IF WS-CALC-OVERFLOW = "Y"
000879         MOVE "RESULT TOO LARGE" TO WS-REJECT-REASON
000880         GO TO 4000-EXIT
000881     END-IF.
000882     IF WS-INV-IS-CREDIT
000883         COMPUTE WS-INV-CREDIT-NET =
000884             ZERO - (WS-INV-NET + WS-CALC-RESULT)
000885         IF WS-INV-CREDIT-NET > WS-INV-CREDITABLE
000886             MOVE "CREDIT EXCEEDS AMOUNT INVOICED"
000887                 TO WS-REJECT-REASON
000888             GO TO 4000-EXIT
000889         END-IF
000890     END-IF.
000891     ADD 1 TO WS-INV-LINE-COUNT.
000892     ADD 1 TO WS-LINE-COUNT.
000893     ADD WS-CALC-RESULT TO WS-INV-NET.
000894     MOVE ZERO TO WS-LINE-VAT.
000895     EVALUATE ITL-VAT-CODE
000896         WHEN "S"
000897             COMPUTE WS-LINE-VAT ROUNDED =
000898                 WS-CALC-RESULT * WS-VAT-RATE / 100
000899             ADD WS-LINE-VAT    TO WS-INV-VAT
000900             ADD WS-CALC-RESULT TO WS-INV-STD-NET
000901             ADD WS-LINE-VAT    TO WS-INV-STD-VAT
000902         WHEN "Z"
000903             ADD WS-CALC-RESULT TO WS-INV-ZERO-NET
000904         WHEN "E"
000905             ADD WS-CALC-RESULT TO WS-INV-EXEMPT-NET
000906     END-EVALUATE.
000907     PERFORM 4900-WRITE-HISTORY-LINE THRU 4900-EXIT.
000908 4000-EXIT.
000909     EXIT.
000910*
000911 4100-VALIDATE-ONE-AMOUNT.
000912     MOVE "N" TO WS-VALID-SWITCH.
000913     COMPUTE WS-NUMVAL-CHECK =
000914             FUNCTION TEST-NUMVAL(WS-INPUT-TEXT).
000915     IF WS-NUMVAL-CHECK NOT = ZERO
000916         GO TO 4100-EXIT
000917     END-IF.
000918     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-INPUT-TEXT).
000919     IF WS-NUM-WORK > 9999999999999.99
000920        OR WS-NUM-WORK < -9999999999999.99
000921         GO TO 4100-EXIT
000922     END-IF.
000923     MOVE WS-NUM-WORK TO WS-NUMBER-VALUE.
000924     SET WS-INPUT-VALID TO TRUE.
000925 4100-EXIT.
000926     EXIT.
000927*
000928*--------------------------------------------------------------*
000929*  4800-FIND-VAT-RATE                                            *
000930*                                                                *
000931*  Scans the VATRATE control file for the record with the       *
000932*  latest effective date on or before the invoice date, the     *
000933*  same rule the calculator's VAT operations apply.             *
000934*--------------------------------------------------------------*
000935 4800-FIND-VAT-RATE.
000936     MOVE "N"  TO WS-VAT-FOUND-SWITCH.
000937     MOVE ZERO TO WS-VAT-RATE-DATE.
000938     MOVE WS-INV-VAT-DATE TO WS-RATE-ASAT-DATE.
000939     MOVE "00" TO WS-VAT-STATUS.
000940     OPEN INPUT VAT-RATE-FILE.
000941     IF NOT WS-VAT-OK
000942         GO TO 4800-EXIT
000943     END-IF.
000944     PERFORM 4810-CHECK-ONE-RATE THRU 4810-EXIT
000945         UNTIL WS-VAT-EOF.
000946     CLOSE VAT-RATE-FILE.
000947 4800-EXIT.
000948     EXIT.
000949*
000950 4810-CHECK-ONE-RATE.
000951     READ VAT-RATE-FILE
000952         AT END
000953             GO TO 4810-EXIT
000954     END-READ.
000955     IF VTR-EFFECTIVE-DATE NOT NUMERIC
000956         GO TO 4810-EXIT
000957     END-IF.
000958     IF VTR-EFFECTIVE-DATE <= WS-RATE-ASAT-DATE
000959        AND VTR-EFFECTIVE-DATE >= WS-VAT-RATE-DATE
000960         MOVE VTR-EFFECTIVE-DATE TO WS-VAT-RATE-DATE
000961         COMPUTE WS-VAT-RATE =
000962             FUNCTION NUMVAL(VTR-RATE-TEXT)
000963         SET WS-VAT-RATE-FOUND TO TRUE
000964     END-IF.
000965 4810-EXIT.
000966     EXIT.
000967*
000968*--------------------------------------------------------------*
000969*  4900-WRITE-HISTORY-LINE                                       *
000970*                                                                *
000971*  Writes the line just extended to invoice history under the   *
000972*  next line number of the document in hand.                    *
000973*--------------------------------------------------------------*
000974 4900-WRITE-HISTORY-LINE.
000975     ADD 1 TO WS-INV-LINE-NO.
000976     MOVE SPACES            TO INVOICE-HISTORY-RECORD.
000977     MOVE WS-INV-NUMBER     TO IVH-DOC-NO.
000978     MOVE WS-INV-LINE-NO    TO IVH-LINE-NO.
000979     MOVE WS-INV-ACCOUNT    TO IVH-ACCOUNT-NO.
000980     MOVE "L"               TO IVH-REC-TYPE.
000981     MOVE WS-CALC-FIRST-NUM TO IVH-QUANTITY.
000982     MOVE WS-CALC-SECOND-NUM TO IVH-UNIT-PRICE.
000983     MOVE ITL-VAT-CODE      TO IVH-VAT-CODE.
000984     MOVE WS-CALC-RESULT    TO IVH-LINE-NET.
000985     MOVE WS-LINE-VAT       TO IVH-LINE-VAT.
000986     WRITE INVOICE-HISTORY-RECORD
000987         INVALID KEY
000988             DISPLAY "INV-EXT: HISTORY LINE NOT WRITTEN FOR "
000989                 WS-INV-NUMBER " - STATUS " WS-IVH-STATUS
000990     END-WRITE.
000991 4900-EXIT.
000992     EXIT.
000993*
000994*--------------------------------------------------------------*
000995*  5500-CLOSE-INVOICE                                            *
000996*--------------------------------------------------------------*
000997 5500-CLOSE-INVOICE.
000998     IF NOT WS-INVOICE-OPEN
000999         GO TO 5500-EXIT
001000     END-IF.
001001     COMPUTE WS-INV-GROSS = WS-INV-NET + WS-INV-VAT.
001002     PERFORM 5400-CONVERT-TO-STERLING THRU 5400-EXIT.
001003     IF WS-INV-IS-CREDIT
001004         ADD 1 TO WS-CREDIT-COUNT
001005     ELSE
001006         ADD 1 TO WS-INVOICE-COUNT
001007     END-IF.
001008     ADD WS-INV-GBP-NET        TO WS-RUN-NET.
001009     ADD WS-INV-GBP-VAT        TO WS-RUN-VAT.
001010     ADD WS-INV-GBP-GROSS      TO WS-RUN-GROSS.
001011     ADD WS-INV-GBP-STD-NET    TO WS-STD-NET.
001012     ADD WS-INV-GBP-STD-VAT    TO WS-STD-VAT.
001013     ADD WS-INV-GBP-ZERO-NET   TO WS-ZERO-NET.
001014     ADD WS-INV-GBP-EXEMPT-NET TO WS-EXEMPT-NET.
001015     MOVE WS-INV-NUMBER     TO IVL-INVOICE-NO.
001016     MOVE WS-INV-CUSTOMER   TO IVL-CUSTOMER.
001017     MOVE WS-INV-LINE-COUNT TO IVL-LINES.
001018     MOVE WS-INV-GBP-NET    TO IVL-NET.
001019     MOVE WS-INV-GBP-VAT    TO IVL-VAT.
001020     MOVE WS-INV-GBP-GROSS  TO IVL-GROSS.
001021     WRITE REGISTER-LINE FROM WS-INVOICE-LINE.
001022     MOVE WS-INV-ACCOUNT      TO BTL-ACCOUNT.
001023     MOVE WS-INV-HOUSE-NUMBER TO BTL-HOUSE-NUMBER.
001024     MOVE WS-INV-STREET       TO BTL-STREET.
001025     MOVE WS-INV-CITY         TO BTL-CITY.
001026     MOVE WS-INV-POSTCODE     TO BTL-POSTCODE.
001027     MOVE SPACES              TO BTL-NOTE.
001028     IF WS-INV-IS-CREDIT
001029         STRING "CREDIT FOR " WS-INV-ORIG-INVOICE
001030             DELIMITED BY SIZE INTO BTL-NOTE
001031     END-IF.
001032     WRITE REGISTER-LINE FROM WS-BILL-TO-LINE.
001033     IF WS-INV-CURRENCY NOT = "GBP"
001034         MOVE WS-INV-CURRENCY  TO CUL-CURRENCY
001035         MOVE WS-INV-EXCH-RATE TO CUL-RATE
001036         MOVE WS-INV-NET       TO CUL-NET
001037         MOVE WS-INV-VAT       TO CUL-VAT
001038         MOVE WS-INV-GROSS     TO CUL-GROSS
001039         WRITE REGISTER-LINE FROM WS-CURRENCY-LINE
001040     END-IF.
001041     PERFORM 5600-WRITE-HISTORY-HEADER THRU 5600-EXIT.
001042     MOVE "N" TO WS-INV-OPEN-SWITCH.
001043 5500-EXIT.
001044     EXIT.
001045*
001046*--------------------------------------------------------------*
001047*  5400-CONVERT-TO-STERLING                                      *
001048*                                                                *
001049*  Converts the document's VAT analysis to sterling at the      *
001050*  document rate, each figure rounded; the sterling net and     *
001051*  gross are built from the converted analysis so that they     *
001052*  always agree with it on the register and in INVCTL.          *
001053*--------------------------------------------------------------*
001054 5400-CONVERT-TO-STERLING.
001055     COMPUTE WS-INV-GBP-STD-NET ROUNDED =
001056         WS-INV-STD-NET / WS-INV-EXCH-RATE.
001057     COMPUTE WS-INV-GBP-STD-VAT ROUNDED =
001058         WS-INV-STD-VAT / WS-INV-EXCH-RATE.
001059     COMPUTE WS-INV-GBP-ZERO-NET ROUNDED =
001060         WS-INV-ZERO-NET / WS-INV-EXCH-RATE.
001061     COMPUTE WS-INV-GBP-EXEMPT-NET ROUNDED =
001062         WS-INV-EXEMPT-NET / WS-INV-EXCH-RATE.
001063     COMPUTE WS-INV-GBP-NET = WS-INV-GBP-STD-NET
001064         + WS-INV-GBP-ZERO-NET + WS-INV-GBP-EXEMPT-NET.
001065     MOVE WS-INV-GBP-STD-VAT TO WS-INV-GBP-VAT.
001066     COMPUTE WS-INV-GBP-GROSS = WS-INV-GBP-NET + WS-INV-GBP-VAT.
001067 5400-EXIT.
001068     EXIT.
001069*
001070*--------------------------------------------------------------*
001071*  5600-WRITE-HISTORY-HEADER                                     *
001072*                                                                *
001073*  Writes the document header to invoice history with its       *
001074*  sterling totals and VAT analysis and its currency totals; a  *
001075*  credit note also adds its net and gross to the amounts       *
001076*  credited on the original invoice.                            *
001077*--------------------------------------------------------------*
001078 5600-WRITE-HISTORY-HEADER.
001079     MOVE SPACES            TO INVOICE-HISTORY-RECORD.
001080     MOVE WS-INV-NUMBER     TO IVH-DOC-NO.
001081     MOVE ZERO              TO IVH-LINE-NO.
001082     MOVE WS-INV-ACCOUNT    TO IVH-ACCOUNT-NO.
001083     MOVE "H"               TO IVH-REC-TYPE.
001084     MOVE WS-INV-DOC-TYPE   TO IVH-DOC-TYPE.
001085     MOVE WS-INV-DATE       TO IVH-DOC-DATE.
001086     MOVE WS-INV-CUSTOMER   TO IVH-CUSTOMER.
001087     MOVE WS-INV-ORIG-INVOICE TO IVH-ORIG-INVOICE.
001088     IF NOT WS-INV-IS-CREDIT AND WS-INV-NUMBER-ISSUED
001089         MOVE WS-INV-SENDER-REF TO IVH-SENDER-REF
001090     END-IF.
001091     MOVE WS-INV-LINE-COUNT TO IVH-LINE-COUNT.
001092     MOVE WS-VAT-RATE       TO IVH-VAT-RATE.
001093     MOVE WS-INV-GBP-NET    TO IVH-NET.
001094     MOVE WS-INV-GBP-VAT    TO IVH-VAT.
001095     MOVE WS-INV-GBP-GROSS  TO IVH-GROSS.
001096     MOVE WS-INV-GBP-STD-NET TO IVH-STD-NET.
001097     MOVE WS-INV-GBP-STD-VAT TO IVH-STD-VAT.
001098     MOVE WS-INV-GBP-ZERO-NET TO IVH-ZERO-NET.
001099     MOVE WS-INV-GBP-EXEMPT-NET TO IVH-EXEMPT-NET.
001100     MOVE WS-INV-CURRENCY   TO IVH-CURRENCY.
001101     MOVE WS-INV-EXCH-RATE  TO IVH-EXCH-RATE.
001102     MOVE WS-INV-NET        TO IVH-CUR-NET.
001103     MOVE WS-INV-VAT        TO IVH-CUR-VAT.
001104     MOVE WS-INV-GROSS      TO IVH-CUR-GROSS.
001105     MOVE ZERO              TO IVH-CUR-CREDITED-NET.
001106     MOVE ZERO              TO IVH-CREDITED-NET.
001107     MOVE ZERO              TO IVH-CREDITED-GROSS.
001108     MOVE ZERO              TO IVH-PAID-AMOUNT.
001109     MOVE ZERO              TO IVH-LAST-PAID-DATE.
001110     MOVE WS-TODAY-DATE     TO IVH-RUN-DATE.
001111     WRITE INVOICE-HISTORY-RECORD
001112         INVALID KEY
001113             DISPLAY "INV-EXT: HISTORY HEADER NOT WRITTEN FOR "
001114                 WS-INV-NUMBER " - STATUS " WS-IVH-STATUS
001115             GO TO 5600-EXIT
001116     END-WRITE.
001117     IF WS-INV-NUMBER-ISSUED
001118         PERFORM 5700-MARK-NUMBER-USED THRU 5700-EXIT
001119     END-IF.
001120     IF NOT WS-INV-IS-CREDIT
001121         GO TO 5600-EXIT
001122     END-IF.
001123     MOVE WS-INV-ORIG-INVOICE TO IVH-DOC-NO.
001124     MOVE ZERO                TO IVH-LINE-NO.
001125     READ INVOICE-HISTORY-FILE
001126         INVALID KEY
001127             GO TO 5600-EXIT
001128     END-READ.
001129     SUBTRACT WS-INV-GBP-NET   FROM IVH-CREDITED-NET.
001130     SUBTRACT WS-INV-GBP-GROSS FROM IVH-CREDITED-GROSS.
001131     SUBTRACT WS-INV-NET       FROM IVH-CUR-CREDITED-NET.
001132     REWRITE INVOICE-HISTORY-RECORD
001133         INVALID KEY
001134             DISPLAY "INV-EXT: CREDIT NOT RECORDED ON "
001135                 WS-INV-ORIG-INVOICE " - STATUS " WS-IVH-STATUS
001136     END-REWRITE.
001137 5600-EXIT.
001138     EXIT.
001139*
001140*--------------------------------------------------------------*
001141*  5700-MARK-NUMBER-USED                                         *
001142*                                                                *
001143*  The issued number is on history: it is marked used on the     *
001144*  issue register against the sender's own number, or the        *
001145*  account when none was typed.                                  *
001146*--------------------------------------------------------------*
001147 5700-MARK-NUMBER-USED.
001148     MOVE "U" TO WS-NUM-FUNCTION.
001149     IF WS-INV-IS-CREDIT
001150         MOVE "CREDIT" TO WS-NUM-SERIES
001151     ELSE
001152         MOVE "INVOICE" TO WS-NUM-SERIES
001153     END-IF.
001154     MOVE WS-INV-NUMBER TO WS-NUM-VALUE.
001155     MOVE SPACES TO WS-NUM-REFERENCE.
001156     IF WS-INV-SENDER-REF NOT = SPACES
001157         STRING "SENDER REF " WS-INV-SENDER-REF
001158             DELIMITED BY SIZE INTO WS-NUM-REFERENCE
001159     ELSE
001160         STRING "ACCOUNT " WS-INV-ACCOUNT
001161             DELIMITED BY SIZE INTO WS-NUM-REFERENCE
001162     END-IF.
001163     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
001164         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
001165         WS-NUM-RESULT.
001166 5700-EXIT.
001167     EXIT.
001168*
001169*--------------------------------------------------------------*
001170*  6000-WRITE-ANALYSIS                                           *
001171*--------------------------------------------------------------*
001172 6000-WRITE-ANALYSIS.
001173     MOVE SPACES TO REGISTER-LINE.
001174     WRITE REGISTER-LINE.
001175     MOVE "VAT ANALYSIS BY CODE" TO REGISTER-LINE.
001176     WRITE REGISTER-LINE.
001177     MOVE "S STANDARD" TO ANL-LABEL.
001178     MOVE WS-STD-NET TO ANL-NET.
001179     MOVE WS-STD-VAT TO ANL-VAT.
001180     WRITE REGISTER-LINE FROM WS-ANALYSIS-LINE.
001181     MOVE "Z ZERO-RATED" TO ANL-LABEL.
001182     MOVE WS-ZERO-NET TO ANL-NET.
001183     MOVE ZERO TO ANL-VAT.
001184     WRITE REGISTER-LINE FROM WS-ANALYSIS-LINE.
001185     MOVE "E EXEMPT" TO ANL-LABEL.
001186     MOVE WS-EXEMPT-NET TO ANL-NET.
001187     MOVE ZERO TO ANL-VAT.
001188     WRITE REGISTER-LINE FROM WS-ANALYSIS-LINE.
001189     MOVE SPACES TO REGISTER-LINE.
001190     WRITE REGISTER-LINE.
001191     MOVE "RECORDS READ" TO TOT-LABEL.
001192     MOVE WS-READ-COUNT TO TOT-COUNT.
001193     WRITE REGISTER-LINE FROM WS-TOTAL-LINE.
001194     MOVE "INVOICES EXTENDED" TO TOT-LABEL.
001195     MOVE WS-INVOICE-COUNT TO TOT-COUNT.
001196     WRITE REGISTER-LINE FROM WS-TOTAL-LINE.
001197     MOVE "CREDIT NOTES EXTENDED" TO TOT-LABEL.
001198     MOVE WS-CREDIT-COUNT TO TOT-COUNT.
001199     WRITE REGISTER-LINE FROM WS-TOTAL-LINE.
001200     MOVE "LINES EXTENDED" TO TOT-LABEL.
001201     MOVE WS-LINE-COUNT TO TOT-COUNT.
001202     WRITE REGISTER-LINE FROM WS-TOTAL-LINE.
001203     MOVE "RECORDS REJECTED" TO TOT-LABEL.
001204     MOVE WS-REJECT-COUNT TO TOT-COUNT.
001205     WRITE REGISTER-LINE FROM WS-TOTAL-LINE.
001206     MOVE "TOTAL NET" TO ANL-LABEL.
001207     MOVE WS-RUN-NET TO ANL-NET.
001208     MOVE WS-RUN-VAT TO ANL-VAT.
001209     WRITE REGISTER-LINE FROM WS-ANALYSIS-LINE.
001210     MOVE "TOTAL GROSS" TO ANL-LABEL.
001211     MOVE WS-RUN-GROSS TO ANL-NET.
001212     MOVE ZERO TO ANL-VAT.
001213     WRITE REGISTER-LINE FROM WS-ANALYSIS-LINE.
001214 6000-EXIT.
001215     EXIT.
001216*
001217*--------------------------------------------------------------*
001218*  6500-WRITE-CONTROL-TOTALS                                     *
001219*                                                                *
001220*  Appends this run's register control totals to INVCTL, the    *
001221*  same open/create/append shape as ADR-AUDT.                   *
001222*--------------------------------------------------------------*
001223 6500-WRITE-CONTROL-TOTALS.
001224     OPEN EXTEND INVOICE-CONTROL-FILE.
001225     IF NOT WS-ICT-OK
001226         OPEN OUTPUT INVOICE-CONTROL-FILE
001227         CLOSE INVOICE-CONTROL-FILE
001228         OPEN EXTEND INVOICE-CONTROL-FILE
001229     END-IF.
001230     MOVE SPACES            TO INVOICE-CONTROL-RECORD.
001231     MOVE WS-TODAY-DATE     TO ICT-RUN-DATE.
001232     MOVE WS-INVOICE-COUNT  TO ICT-INVOICE-COUNT.
001233     MOVE WS-CREDIT-COUNT   TO ICT-CREDIT-COUNT.
001234     MOVE WS-LINE-COUNT     TO ICT-LINE-COUNT.
001235     MOVE WS-RUN-NET        TO WS-AMOUNT-EDITED.
001236     MOVE WS-AMOUNT-EDITED  TO ICT-NET-TEXT.
001237     MOVE WS-RUN-VAT        TO WS-AMOUNT-EDITED.
001238     MOVE WS-AMOUNT-EDITED  TO ICT-VAT-TEXT.
001239     MOVE WS-RUN-GROSS      TO WS-AMOUNT-EDITED.
001240     MOVE WS-AMOUNT-EDITED  TO ICT-GROSS-TEXT.
001241     MOVE WS-STD-NET        TO WS-AMOUNT-EDITED.
001242     MOVE WS-AMOUNT-EDITED  TO ICT-STD-NET-TEXT.
001243     MOVE WS-STD-VAT        TO WS-AMOUNT-EDITED.
001244     MOVE WS-AMOUNT-EDITED  TO ICT-STD-VAT-TEXT.
001245     MOVE WS-ZERO-NET       TO WS-AMOUNT-EDITED.
001246     MOVE WS-AMOUNT-EDITED  TO ICT-ZERO-NET-TEXT.
001247     MOVE WS-EXEMPT-NET     TO WS-AMOUNT-EDITED.
001248     MOVE WS-AMOUNT-EDITED  TO ICT-EXEMPT-NET-TEXT.
001249     WRITE INVOICE-CONTROL-RECORD.
001250     IF NOT WS-ICT-OK
001251         DISPLAY "INV-EXT: CONTROL TOTALS NOT WRITTEN TO INVCTL"
001252             " - STATUS " WS-ICT-STATUS
001253     END-IF.
001254     CLOSE INVOICE-CONTROL-FILE.
001255 6500-EXIT.
001256     EXIT.
001257*
001258*--------------------------------------------------------------*
001259*  9000-TERMINATE                                                *
001260*--------------------------------------------------------------*
001261 9000-TERMINATE.
001262     IF WS-RUN-ALREADY-RAN NOT = "Y"
001263         MOVE "E" TO WS-RUN-FUNCTION
001264         MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT
001265         MOVE "C" TO WS-RUN-STATUS
001266         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
001267             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
001268             WS-RUN-ALREADY-RAN
001269     END-IF.
001270     CLOSE INVOICE-TRAN-FILE.
001271     CLOSE REGISTER-FILE.
001272     IF WS-MASTERS-AVAILABLE
001273         CLOSE CUSTOMER-FILE
001274         CLOSE ADDR-FILE
001275         CLOSE INVOICE-HISTORY-FILE
001276     END-IF.
001277     IF WS-EXR-AVAILABLE
001278         CLOSE EXRATE-FILE
001279     END-IF.
001280 9000-EXIT.
001281     EXIT.
