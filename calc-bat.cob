000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Value limits from the CALCLMT control      *
000012*                    file's "B" record: a record over the       *
000013*                    single-calculation limit, or one that would*
000014*                    take the deck over its daily limit, is not *
000015*                    computed. It goes on the new CALCREFL      *
000016*                    referral list instead of the results file  *
000017*                    and is queued through APP-QUE as a CALCREF *
000018*                    request on PENDAPPR for a supervisor.      *
000019*  15-OCT-2026  BJD  Interest and loan operators "S" (simple),   *
000020*                    "C" (compound) and "R" (repayment loan)    *
000021*                    accepted: the principal and annual rate    *
000022*                    come in the two amount columns and the     *
000023*                    term and payment frequency in two new      *
000024*                    CALCTRAN columns. BASIC-CALC-SUB prints    *
000025*                    each schedule through RPT-WTR and the      *
000026*                    results line shows the term, frequency     *
000027*                    and regular payment.                       *
000028*  02-SEP-2026  BJD  Operands widened to fifteen digits with    *
000029*                    the calculator linkage (CALCTRAN amounts    *
000030*                    are now sixteen columns each), and an       *
000031*                    overflowed calculation comes back on the    *
000032*                    new linkage flag and is written to the      *
000033*                    results file as a distinct OVERFLOW         *
000034*                    condition instead of a wrong answer.        *
000035*  02-SEP-2026  BJD  The run now abandons itself when the      *
000036*                    TOLCTL tolerances trip (maximum rejects,   *
000037*                    maximum consecutive rejects, maximum       *
000038*                    reject percentage): a clear RUN ABANDONED  *
000039*                    banner goes on the results file in place   *
000040*                    of pages of identical rejects, and the     *
000041*                    RUNCTRL record closes as FAILED, so a      *
000042*                    shifted-column deck no longer logs         *
000043*                    thousands of errors and still counts as a  *
000044*                    completed run.                             *
000045*  22-AUG-2026  BJD  New program. Unattended batch mode for the *
000046*                    calculator: reads first-amount / operator  *
000047*                    / second-amount records from CALCTRAN,     *
000048*                    validates each with the same NUMVAL rules  *
000049*                    the console uses, computes through the     *
000050*                    BASIC-CALC-SUB entry point (so rounding    *
000051*                    and CALCLOG logging are exactly the        *
000052*                    interactive program's own), and writes a   *
000053*                    results file plus control totals for the   *
000054*                    month-end invoice-extension run.           *
000055*--------------------------------------------------------------*
000056 ENVIRONMENT DIVISION.
000057 INPUT-OUTPUT SECTION.
000058 FILE-CONTROL.
000059     SELECT CALC-TRAN-FILE ASSIGN TO "CALCTRAN"
000060         ORGANIZATION IS LINE SEQUENTIAL
000061         FILE STATUS IS WS-TRAN-STATUS.
000062     SELECT TOLERANCE-FILE ASSIGN TO "TOLCTL"
000063         ORGANIZATION IS LINE SEQUENTIAL
000064         FILE STATUS IS WS-TOL-STATUS.
000065     SELECT CALC-RESULT-FILE ASSIGN TO "CALCRSLT"
000066         ORGANIZATION IS LINE SEQUENTIAL.
000067     SELECT CALC-LIMIT-FILE ASSIGN TO "CALCLMT"
000068         ORGANIZATION IS LINE SEQUENTIAL
000069         FILE STATUS IS WS-LMT-STATUS.
000070     SELECT CALC-REFERRAL-FILE ASSIGN TO "CALCREFL"
000071         ORGANIZATION IS LINE SEQUENTIAL.
000072*
000073 DATA DIVISION.
000074 FILE SECTION.
000075 FD  TOLERANCE-FILE
000076     LABEL RECORDS ARE STANDARD.
000077 01  TOLERANCE-RECORD.
000078     05  TOL-PROGRAM         PIC X(08).
000079     05  FILLER              PIC X(01).
000080     05  TOL-MAX-REJECTS     PIC 9(05).
000081     05  FILLER              PIC X(01).
000082     05  TOL-MAX-CONSEC      PIC 9(03).
000083     05  FILLER              PIC X(01).
000084     05  TOL-MAX-PERCENT     PIC 9(03).
000085*
000086 FD  CALC-TRAN-FILE
000087     LABEL RECORDS ARE STANDARD.
000088 01  CALC-TRAN-RECORD.
000089     05  CTR-FIRST-TEXT      PIC X(16).
000090     05  FILLER              PIC X(01).
000091     05  CTR-OPERATOR        PIC X(01).
000092     05  FILLER              PIC X(01).
000093     05  CTR-SECOND-TEXT     PIC X(16).
000094     05  FILLER              PIC X(01).
000095     05  CTR-TERM-TEXT       PIC X(03).
000096     05  FILLER              PIC X(01).
000097     05  CTR-FREQUENCY       PIC X(01).
000098*
000099 FD  CALC-RESULT-FILE
000100     LABEL RECORDS ARE STANDARD.
000101 01  RESULT-LINE             PIC X(80).
000102*
000103 FD  CALC-LIMIT-FILE
000104     LABEL RECORDS ARE STANDARD.
000105     COPY CLMTREC.
000106*
000107 FD  CALC-REFERRAL-FILE
000108     LABEL RECORDS ARE STANDARD.
000109 01  REFERRAL-LINE           PIC X(80).
000110*
000111 WORKING-STORAGE SECTION.
000112*
000113 01  WS-TRAN-STATUS          PIC X(02) VALUE "00".
000114     88  WS-TRAN-OK                    VALUE "00".
000115     88  WS-TRAN-EOF                   VALUE "10".
000116*
000117 01  WS-TODAY-DATE           PIC 9(08).
000118*
000119*--------------------------------------------------------------*
000120*  OPERAND VALIDATION WORK AREAS - SAME RULES AS THE CONSOLE    *
000121*--------------------------------------------------------------*
000122 01  WS-NUMVAL-CHECK         PIC S9(4) COMP.
000123 01  WS-NUM-WORK             PIC S9(15)V99.
000124 01  WS-VALID-SWITCH         PIC X(01) VALUE "N".
000125     88  WS-INPUT-VALID               VALUE "Y".
000126 01  WS-INPUT-TEXT           PIC X(16).
000127 01  WS-NUMBER-VALUE         PIC S9(13)V99.
000128*
000129 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
000130*
000131 01  WS-TOL-STATUS           PIC X(02) VALUE "00".
000132     88  WS-TOL-OK                     VALUE "00".
000133     88  WS-TOL-EOF                    VALUE "10".
000134*
000135*--------------------------------------------------------------*
000136*  REJECT TOLERANCES - DEFAULTS APPLY WHEN THE PROGRAM HAS NO   *
000137*  RECORD ON TOLCTL. THE PERCENTAGE ONLY COUNTS ONCE TWENTY     *
000138*  RECORDS HAVE BEEN READ, SO A SHORT DECK CANNOT TRIP IT.      *
000139*--------------------------------------------------------------*
000140 01  WS-MAX-REJECTS          PIC 9(05) VALUE 100.
000141 01  WS-MAX-CONSEC           PIC 9(03) VALUE 25.
000142 01  WS-MAX-PERCENT          PIC 9(03) VALUE 50.
000143 01  WS-CONSEC-REJECTS       PIC 9(05) VALUE ZERO.
000144 01  WS-REJECT-PERCENT       PIC 9(03)V99 VALUE ZERO.
000145 01  WS-ABANDON-SWITCH       PIC X(01) VALUE "N".
000146     88  WS-RUN-ABANDONED             VALUE "Y".
000147 01  WS-ABANDON-REASON       PIC X(30).
000148*
000149 01  WS-ABANDON-LINE.
000150     05  FILLER              PIC X(26)
000151         VALUE "*** RUN ABANDONED AT RECOR".
000152     05  FILLER              PIC X(02) VALUE "D ".
000153     05  ABN-RECORD          PIC ZZZZ9.
000154     05  FILLER              PIC X(03) VALUE " - ".
000155     05  ABN-REASON          PIC X(30).
000156*
000157*--------------------------------------------------------------*
000158*  VALUE LIMITS - THE CALCLMT "B" RECORD; ZERO IS NO LIMIT.     *
000159*  A record's value is the larger of its first amount and its   *
000160*  result, worked out here with the calculator's own rounding   *
000161*  before anything is logged; for interest and loans it is the  *
000162*  principal. The daily limit applies to the deck as a whole.   *
000163*--------------------------------------------------------------*
000164 01  WS-LMT-STATUS           PIC X(02) VALUE "00".
000165     88  WS-LMT-OK                    VALUE "00".
000166     88  WS-LMT-EOF                   VALUE "10".
000167 01  WS-LMT-CALC-LIMIT       PIC 9(13)V99 VALUE ZERO.
000168 01  WS-LMT-DAILY-LIMIT      PIC 9(13)V99 VALUE ZERO.
000169 01  WS-LMT-DAY-TOTAL        PIC S9(15)V99 VALUE ZERO.
000170 01  WS-LMT-RESULT           PIC S9(13)V99 VALUE ZERO.
000171 01  WS-LMT-VALUE            PIC S9(15)V99 VALUE ZERO.
000172 01  WS-LMT-WORK             PIC S9(15)V99 VALUE ZERO.
000173 01  WS-LMT-KIND             PIC X(05).
000174 01  WS-LMT-BREACHED         PIC 9(13)V99.
000175 01  WS-REFER-SWITCH         PIC X(01) VALUE "N".
000176     88  WS-RECORD-REFERRED           VALUE "Y".
000177*
000178*--------------------------------------------------------------*
000179*  WORK AREAS FOR CALLING BASIC-CALC-SUB                        *
000180*--------------------------------------------------------------*
000181 01  WS-CALC-FIRST-NUM       PIC S9(13)V99 VALUE ZERO.
000182 01  WS-CALC-OPERATOR        PIC X(01) VALUE SPACE.
000183 01  WS-CALC-SECOND-NUM      PIC S9(13)V99 VALUE ZERO.
000184 01  WS-CALC-RESULT          PIC S9(13)V99 VALUE ZERO.
000185 01  WS-CALC-OVERFLOW        PIC X(01) VALUE "N".
000186 01  WS-LOAN-OP-SWITCH       PIC X(01) VALUE "N".
000187     88  WS-LOAN-OPERATION            VALUE "Y".
000188*
000189*--------------------------------------------------------------*
000190*  LOAN TERMS FOR THE "S", "C" AND "R" OPERATORS                 *
000191*--------------------------------------------------------------*
000192     COPY LOANCALL.
000193*
000194*--------------------------------------------------------------*
000195*  CONTROL TOTALS                                                *
000196*--------------------------------------------------------------*
000197 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
000198 01  WS-COMPUTED-COUNT       PIC 9(05) VALUE ZERO.
000199 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
000200 01  WS-RESULT-TOTAL         PIC S9(15)V99 VALUE ZERO.
000201 01  WS-OVERFLOW-COUNT       PIC 9(05) VALUE ZERO.
000202 01  WS-REFER-COUNT          PIC 9(05) VALUE ZERO.
000203 01  WS-TOTAL-DISPLAY        PIC -9(11).99.
000204*
000205*--------------------------------------------------------------*
000206*  RESULT LINES                                                  *
000207*--------------------------------------------------------------*
000208 01  WS-HEADING-1.
000209     05  FILLER         PIC X(22) VALUE "BATCH CALCULATION RUN ".
000210     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000211     05  WS-HDG-DATE    PIC 9(08).
000212*
000213 01  WS-DETAIL-LINE.
000214     05  DTL-FIRST           PIC -9(13).99.
000215     05  FILLER              PIC X(01) VALUE SPACE.
000216     05  DTL-OPERATOR        PIC X(01).
000217     05  FILLER              PIC X(01) VALUE SPACE.
000218     05  DTL-SECOND          PIC -9(13).99.
000219     05  FILLER              PIC X(03) VALUE " = ".
000220     05  DTL-RESULT          PIC -9(13).99.
000221     05  DTL-LOAN-TAIL.
000222         10  FILLER          PIC X(01).
000223         10  DTL-TERM        PIC ZZ9.
000224         10  DTL-FREQUENCY   PIC X(01).
000225         10  DTL-PMT-LABEL   PIC X(04).
000226         10  DTL-PAYMENT     PIC Z(10)9.99.
000227*
000228 01  WS-REJECT-LINE.
000229     05  REJ-FIRST-TEXT      PIC X(16).
000230     05  FILLER              PIC X(01) VALUE SPACE.
000231     05  REJ-OPERATOR        PIC X(01).
000232     05  FILLER              PIC X(01) VALUE SPACE.
000233     05  REJ-SECOND-TEXT     PIC X(16).
000234     05  FILLER              PIC X(02) VALUE SPACES.
000235     05  FILLER              PIC X(09) VALUE "REJECTED ".
000236     05  REJ-REASON          PIC X(30).
000237*
000238 01  WS-REFERRAL-HEADING.
000239     05  FILLER         PIC X(22) VALUE "CALCULATION REFERRALS ".
000240     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000241     05  WS-RHD-DATE    PIC 9(08).
000242*
000243 01  WS-REFERRAL-LINE.
000244     05  RFL-FIRST-TEXT      PIC X(16).
000245     05  FILLER              PIC X(01) VALUE SPACE.
000246     05  RFL-OPERATOR        PIC X(01).
000247     05  FILLER              PIC X(01) VALUE SPACE.
000248     05  RFL-SECOND-TEXT     PIC X(16).
000249     05  FILLER              PIC X(02) VALUE SPACES.
000250     05  FILLER              PIC X(09) VALUE "REFERRED ".
000251     05  RFL-KIND            PIC X(05).
000252     05  FILLER              PIC X(07) VALUE " LIMIT ".
000253     05  RFL-LIMIT           PIC Z(11)9.99.
000254*
000255 01  WS-TOTAL-LINE.
000256     05  TOT-LABEL           PIC X(24).
000257     05  TOT-COUNT           PIC ZZZZ9.
000258*
000259 01  WS-HASH-LINE.
000260     05  FILLER              PIC X(24)
000261         VALUE "TOTAL OF RESULTS".
000262     05  TOT-HASH            PIC -9(15).99.
000263*
000264*--------------------------------------------------------------*
000265*  SHARED RUN-CONTROL WORK AREAS                                 *
000266*--------------------------------------------------------------*
000267     COPY RUNCALL.
000268*
000269*--------------------------------------------------------------*
000270*  SHARED APPROVAL-QUEUE AND CALCULATOR-REFERRAL WORK AREAS      *
000271*--------------------------------------------------------------*
000272     COPY APPCALL.
000273     COPY CREFCALL.
000274*
000275 PROCEDURE DIVISION.
000276*
000277*--------------------------------------------------------------*
000278*  0000-MAINLINE                                                *
000279*--------------------------------------------------------------*
000280 0000-MAINLINE.
000281     MOVE "S" TO WS-RUN-FUNCTION.
000282     MOVE "CALCBAT " TO WS-RUN-PROGRAM.
000283     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000284     MOVE ZERO TO WS-RUN-REC-COUNT.
000285     MOVE SPACE TO WS-RUN-STATUS.
000286     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000287         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000288         WS-RUN-ALREADY-RAN.
000289     IF WS-RUN-ALREADY-RAN = "Y"
000290         DISPLAY "CALC-BAT ALREADY RAN FOR THIS BUSINESS DATE"
000291         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000292         STOP RUN
000293     END-IF.
000294     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000295     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
000296         UNTIL WS-TRAN-EOF OR WS-RUN-ABANDONED.
000297     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000298     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000299     STOP RUN.
000300*
000301*--------------------------------------------------------------*
000302*  1000-INITIALIZE                                               *
000303*--------------------------------------------------------------*
000304 1000-INITIALIZE.
000305     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000306     OPEN INPUT CALC-TRAN-FILE.
000307     IF NOT WS-TRAN-OK
000308         DISPLAY "CALC-BAT: CANNOT OPEN CALCTRAN - STATUS "
000309             WS-TRAN-STATUS
000310         MOVE "10" TO WS-TRAN-STATUS
000311     END-IF.
000312     OPEN OUTPUT CALC-RESULT-FILE.
000313     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000314     WRITE RESULT-LINE FROM WS-HEADING-1.
000315     OPEN OUTPUT CALC-REFERRAL-FILE.
000316     MOVE WS-TODAY-DATE TO WS-RHD-DATE.
000317     WRITE REFERRAL-LINE FROM WS-REFERRAL-HEADING.
000318     PERFORM 1500-READ-TOLERANCES THRU 1500-EXIT.
000319     PERFORM 1700-READ-LIMITS THRU 1700-EXIT.
000320 1000-EXIT.
000321     EXIT.
000322*
000323*--------------------------------------------------------------*
000324*  2000-PROCESS-TRAN                                             *
000325*--------------------------------------------------------------*
000326 2000-PROCESS-TRAN.
000327     READ CALC-TRAN-FILE
000328         AT END
000329             GO TO 2000-EXIT
000330     END-READ.
000331     ADD 1 TO WS-READ-COUNT.
000332     MOVE SPACES TO WS-REJECT-REASON.
000333     PERFORM 3000-VALIDATE-TRAN THRU 3000-EXIT.
000334     IF WS-REJECT-REASON NOT = SPACES
000335         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
000336         PERFORM 7500-CHECK-TOLERANCE THRU 7500-EXIT
000337         GO TO 2000-EXIT
000338     END-IF.
000339     MOVE ZERO TO WS-CONSEC-REJECTS.
000340     PERFORM 3500-CHECK-LIMITS THRU 3500-EXIT.
000341     IF WS-RECORD-REFERRED
000342         PERFORM 4600-WRITE-REFERRAL THRU 4600-EXIT
000343         GO TO 2000-EXIT
000344     END-IF.
000345     PERFORM 4000-COMPUTE-ONE THRU 4000-EXIT.
000346 2000-EXIT.
000347     EXIT.
000348*
000349*--------------------------------------------------------------*
000350*  3000-VALIDATE-TRAN                                            *
000351*                                                                *
000352*  Applies the same operand rules as the console's validate-    *
000353*  and-accumulate routine - TEST-NUMVAL, then a range check on  *
000354*  the signed two-decimal amount - plus the operator check and  *
000355*  the divide-by-zero rule, rejecting instead of re-prompting.  *
000356*--------------------------------------------------------------*
000357 3000-VALIDATE-TRAN.
000358     MOVE CTR-FIRST-TEXT TO WS-INPUT-TEXT.
000359     PERFORM 3100-VALIDATE-ONE-AMOUNT THRU 3100-EXIT.
000360     IF NOT WS-INPUT-VALID
000361         MOVE "FIRST AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
000362         GO TO 3000-EXIT
000363     END-IF.
000364     MOVE WS-NUMBER-VALUE TO WS-CALC-FIRST-NUM.
000365     MOVE CTR-SECOND-TEXT TO WS-INPUT-TEXT.
000366     PERFORM 3100-VALIDATE-ONE-AMOUNT THRU 3100-EXIT.
000367     IF NOT WS-INPUT-VALID
000368         MOVE "SECOND AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
000369         GO TO 3000-EXIT
000370     END-IF.
000371     MOVE WS-NUMBER-VALUE TO WS-CALC-SECOND-NUM.
000372     MOVE "N" TO WS-LOAN-OP-SWITCH.
000373     IF CTR-OPERATOR = "S" OR CTR-OPERATOR = "C"
000374        OR CTR-OPERATOR = "R"
000375         SET WS-LOAN-OPERATION TO TRUE
000376         PERFORM 3200-VALIDATE-LOAN-TERMS THRU 3200-EXIT
000377         GO TO 3000-EXIT
000378     END-IF.
000379     IF CTR-OPERATOR NOT = "+" AND CTR-OPERATOR NOT = "-"
000380        AND CTR-OPERATOR NOT = "*" AND CTR-OPERATOR NOT = "/"
000381         MOVE "INVALID OPERATOR" TO WS-REJECT-REASON
000382         GO TO 3000-EXIT
000383     END-IF.
000384     IF CTR-OPERATOR = "/" AND WS-CALC-SECOND-NUM = ZERO
000385         MOVE "DIVIDE BY ZERO" TO WS-REJECT-REASON
000386     END-IF.
000387 3000-EXIT.
000388     EXIT.
000389*
000390 3100-VALIDATE-ONE-AMOUNT.
000391     MOVE "N" TO WS-VALID-SWITCH.
000392     COMPUTE WS-NUMVAL-CHECK =
000393             FUNCTION TEST-NUMVAL(WS-INPUT-TEXT).
000394     IF WS-NUMVAL-CHECK NOT = ZERO
000395         GO TO 3100-EXIT
000396     END-IF.
000397     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-INPUT-TEXT).
000398     IF WS-NUM-WORK > 9999999999999.99
000399        OR WS-NUM-WORK < -9999999999999.99
000400         GO TO 3100-EXIT
000401     END-IF.
000402     MOVE WS-NUM-WORK TO WS-NUMBER-VALUE.
000403     SET WS-INPUT-VALID TO TRUE.
000404 3100-EXIT.
000405     EXIT.
000406*
000407*--------------------------------------------------------------*
000408*  3200-VALIDATE-LOAN-TERMS                                      *
000409*                                                                *
000410*  The term must be a whole number of periods and the frequency *
000411*  M, Q or A. The principal and rate limits are the             *
000412*  calculator's own and come back through WS-LOAN-STATUS.       *
000413*--------------------------------------------------------------*
000414 3200-VALIDATE-LOAN-TERMS.
000415     MOVE CTR-TERM-TEXT TO WS-INPUT-TEXT.
000416     PERFORM 3100-VALIDATE-ONE-AMOUNT THRU 3100-EXIT.
000417     IF NOT WS-INPUT-VALID
000418         MOVE "LOAN TERM NOT NUMERIC" TO WS-REJECT-REASON
000419         GO TO 3200-EXIT
000420     END-IF.
000421     MOVE WS-NUMBER-VALUE TO WS-LOAN-TERM.
000422     IF WS-LOAN-TERM NOT = WS-NUMBER-VALUE OR WS-LOAN-TERM = ZERO
000423         MOVE "LOAN TERM NOT A WHOLE NUMBER" TO WS-REJECT-REASON
000424         GO TO 3200-EXIT
000425     END-IF.
000426     IF CTR-FREQUENCY NOT = "M" AND CTR-FREQUENCY NOT = "Q"
000427        AND CTR-FREQUENCY NOT = "A"
000428         MOVE "INVALID PAYMENT FREQUENCY" TO WS-REJECT-REASON
000429         GO TO 3200-EXIT
000430     END-IF.
000431     MOVE CTR-FREQUENCY TO WS-LOAN-FREQUENCY.
000432 3200-EXIT.
000433     EXIT.
000434*
000435*--------------------------------------------------------------*
000436*  3500-CHECK-LIMITS                                             *
000437*                                                                *
000438*  Works out the record's value and holds it to the single-     *
000439*  calculation limit and to what is left of the deck's daily    *
000440*  limit. A result too large to hold is left for BASIC-CALC-SUB *
000441*  to report as an overflow.                                    *
000442*--------------------------------------------------------------*
000443 3500-CHECK-LIMITS.
000444     MOVE "N" TO WS-REFER-SWITCH.
000445     MOVE ZERO TO WS-LMT-RESULT.
000446     MOVE ZERO TO WS-LMT-VALUE.
000447     IF WS-LMT-CALC-LIMIT = ZERO AND WS-LMT-DAILY-LIMIT = ZERO
000448         GO TO 3500-EXIT
000449     END-IF.
000450     EVALUATE CTR-OPERATOR
000451         WHEN "+"
000452             COMPUTE WS-LMT-RESULT ROUNDED =
000453                 WS-CALC-FIRST-NUM + WS-CALC-SECOND-NUM
000454                 ON SIZE ERROR
000455                     GO TO 3500-EXIT
000456             END-COMPUTE
000457         WHEN "-"
000458             COMPUTE WS-LMT-RESULT ROUNDED =
000459                 WS-CALC-FIRST-NUM - WS-CALC-SECOND-NUM
000460                 ON SIZE ERROR
000461                     GO TO 3500-EXIT
000462             END-COMPUTE
000463         WHEN "*"
000464             COMPUTE WS-LMT-RESULT ROUNDED =
000465                 WS-CALC-FIRST-NUM * WS-CALC-SECOND-NUM
000466                 ON SIZE ERROR
000467                     GO TO 3500-EXIT
000468             END-COMPUTE
000469         WHEN "/"
000470             COMPUTE WS-LMT-RESULT ROUNDED =
000471                 WS-CALC-FIRST-NUM / WS-CALC-SECOND-NUM
000472                 ON SIZE ERROR
000473                     GO TO 3500-EXIT
000474             END-COMPUTE
000475         WHEN OTHER
000476             CONTINUE
000477     END-EVALUATE.
000478     MOVE WS-CALC-FIRST-NUM TO WS-LMT-VALUE.
000479     MOVE WS-LMT-RESULT TO WS-LMT-WORK.
000480     IF WS-LMT-VALUE < ZERO
000481         COMPUTE WS-LMT-VALUE = ZERO - WS-LMT-VALUE
000482     END-IF.
000483     IF WS-LMT-WORK < ZERO
000484         COMPUTE WS-LMT-WORK = ZERO - WS-LMT-WORK
000485     END-IF.
000486     IF WS-LMT-WORK > WS-LMT-VALUE
000487         MOVE WS-LMT-WORK TO WS-LMT-VALUE
000488     END-IF.
000489     IF WS-LMT-CALC-LIMIT NOT = ZERO
000490        AND WS-LMT-VALUE > WS-LMT-CALC-LIMIT
000491         MOVE "CALC" TO WS-LMT-KIND
000492         MOVE WS-LMT-CALC-LIMIT TO WS-LMT-BREACHED
000493         SET WS-RECORD-REFERRED TO TRUE
000494         GO TO 3500-EXIT
000495     END-IF.
000496     IF WS-LMT-DAILY-LIMIT NOT = ZERO
000497        AND WS-LMT-DAY-TOTAL + WS-LMT-VALUE > WS-LMT-DAILY-LIMIT
000498         MOVE "DAILY" TO WS-LMT-KIND
000499         MOVE WS-LMT-DAILY-LIMIT TO WS-LMT-BREACHED
000500         SET WS-RECORD-REFERRED TO TRUE
000501     END-IF.
000502 3500-EXIT.
000503     EXIT.
000504*
000505*--------------------------------------------------------------*
000506*  4000-COMPUTE-ONE                                              *
000507*                                                                *
000508*  BASIC-CALC-SUB owns the arithmetic, the rounding rule and    *
000509*  the CALCLOG line, so batch results reconcile exactly like    *
000510*  console ones.                                                *
000511*--------------------------------------------------------------*
000512 4000-COMPUTE-ONE.
000513     MOVE CTR-OPERATOR TO WS-CALC-OPERATOR.
000514     MOVE "N" TO WS-CALC-OVERFLOW.
000515     MOVE SPACES TO DTL-LOAN-TAIL.
000516     IF WS-LOAN-OPERATION
000517         MOVE "N" TO WS-LOAN-STATUS
000518         CALL "BASIC-CALC-SUB" USING WS-CALC-FIRST-NUM
000519             WS-CALC-OPERATOR WS-CALC-SECOND-NUM
000520             WS-CALC-RESULT WS-CALC-OVERFLOW WS-LOAN-TERMS
000521     ELSE
000522         CALL "BASIC-CALC-SUB" USING WS-CALC-FIRST-NUM
000523             WS-CALC-OPERATOR WS-CALC-SECOND-NUM
000524             WS-CALC-RESULT WS-CALC-OVERFLOW
000525     END-IF.
000526     IF WS-CALC-OVERFLOW = "Y"
000527         ADD 1 TO WS-OVERFLOW-COUNT
000528         MOVE "OVERFLOW - RESULT TOO LARGE"
000529             TO WS-REJECT-REASON
000530         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
000531         GO TO 4000-EXIT
000532     END-IF.
000533     IF WS-LOAN-OPERATION AND WS-LOAN-STATUS NOT = "Y"
000534         MOVE "LOAN TERMS REJECTED" TO WS-REJECT-REASON
000535         PERFORM 4500-WRITE-REJECT THRU 4500-EXIT
000536         PERFORM 7500-CHECK-TOLERANCE THRU 7500-EXIT
000537         GO TO 4000-EXIT
000538     END-IF.
000539     ADD 1 TO WS-COMPUTED-COUNT.
000540     ADD WS-CALC-RESULT TO WS-RESULT-TOTAL.
000541     ADD WS-LMT-VALUE TO WS-LMT-DAY-TOTAL.
000542     MOVE WS-CALC-FIRST-NUM  TO DTL-FIRST.
000543     MOVE WS-CALC-OPERATOR   TO DTL-OPERATOR.
000544     MOVE WS-CALC-SECOND-NUM TO DTL-SECOND.
000545     MOVE WS-CALC-RESULT     TO DTL-RESULT.
000546     IF WS-LOAN-OPERATION
000547         MOVE WS-LOAN-TERM      TO DTL-TERM
000548         MOVE WS-LOAN-FREQUENCY TO DTL-FREQUENCY
000549         MOVE " PMT"            TO DTL-PMT-LABEL
000550         MOVE WS-LOAN-PAYMENT   TO DTL-PAYMENT
000551     END-IF.
000552     WRITE RESULT-LINE FROM WS-DETAIL-LINE.
000553 4000-EXIT.
000554     EXIT.
000555*
000556*--------------------------------------------------------------*
000557*  4500-WRITE-REJECT                                             *
000558*--------------------------------------------------------------*
000559 4500-WRITE-REJECT.
000560     ADD 1 TO WS-REJECT-COUNT.
000561     MOVE CTR-FIRST-TEXT   TO REJ-FIRST-TEXT.
000562     MOVE CTR-OPERATOR     TO REJ-OPERATOR.
000563     MOVE CTR-SECOND-TEXT  TO REJ-SECOND-TEXT.
000564     MOVE WS-REJECT-REASON TO REJ-REASON.
000565     WRITE RESULT-LINE FROM WS-REJECT-LINE.
000566 4500-EXIT.
000567     EXIT.
000568*
000569*--------------------------------------------------------------*
000570*  4600-WRITE-REFERRAL                                           *
000571*                                                                *
000572*  Lists the over-limit record on CALCREFL and queues it on     *
000573*  PENDAPPR as a CALCREF request (laid out as CREFCALL), raised *
000574*  by CALC-BAT, so a supervisor can approve or reject it in     *
000575*  APP-RVW. Nothing is logged to CALCLOG for it.                *
000576*--------------------------------------------------------------*
000577 4600-WRITE-REFERRAL.
000578     ADD 1 TO WS-REFER-COUNT.
000579     MOVE CTR-FIRST-TEXT   TO RFL-FIRST-TEXT.
000580     MOVE CTR-OPERATOR     TO RFL-OPERATOR.
000581     MOVE CTR-SECOND-TEXT  TO RFL-SECOND-TEXT.
000582     MOVE WS-LMT-KIND      TO RFL-KIND.
000583     MOVE WS-LMT-BREACHED  TO RFL-LIMIT.
000584     WRITE REFERRAL-LINE FROM WS-REFERRAL-LINE.
000585     MOVE SPACES TO WS-REF-TARGET.
000586     MOVE SPACES TO WS-REF-BEFORE.
000587     MOVE SPACES TO WS-REF-AFTER.
000588     MOVE "CALC-BAT"         TO WS-REF-OPERATOR.
000589     MOVE WS-LMT-KIND        TO WS-REF-LIMIT-KIND.
000590     MOVE WS-LMT-BREACHED    TO WS-REF-LIMIT.
000591     MOVE WS-CALC-FIRST-NUM  TO WS-REF-FIRST.
000592     MOVE CTR-OPERATOR       TO WS-REF-OPERATION.
000593     MOVE WS-CALC-SECOND-NUM TO WS-REF-SECOND.
000594     MOVE ZERO               TO WS-REF-TERM.
000595     IF WS-LOAN-OPERATION
000596         MOVE WS-LOAN-TERM      TO WS-REF-TERM
000597         MOVE WS-LOAN-FREQUENCY TO WS-REF-FREQUENCY
000598     END-IF.
000599     MOVE WS-LMT-RESULT      TO WS-REF-RESULT.
000600     MOVE WS-LMT-DAY-TOTAL   TO WS-REF-DAY-TOTAL.
000601     MOVE "CALC-BAT"    TO WS-APP-SOURCE.
000602     MOVE "CALCREF"     TO WS-APP-ACTION.
000603     MOVE WS-REF-TARGET TO WS-APP-TARGET-KEY.
000604     MOVE WS-REF-BEFORE TO WS-APP-BEFORE.
000605     MOVE WS-REF-AFTER  TO WS-APP-AFTER.
000606     CALL "app-que" USING WS-APP-SOURCE WS-APP-ACTION
000607         WS-APP-TARGET-KEY WS-APP-BEFORE WS-APP-AFTER
000608         WS-APP-RESULT.
000609 4600-EXIT.
000610     EXIT.
000611*
000612*--------------------------------------------------------------*
000613*  6000-WRITE-TOTALS                                             *
000614*--------------------------------------------------------------*
000615 6000-WRITE-TOTALS.
000616     MOVE SPACES TO RESULT-LINE.
000617     WRITE RESULT-LINE.
000618     MOVE "TRANSACTIONS READ" TO TOT-LABEL.
000619     MOVE WS-READ-COUNT TO TOT-COUNT.
000620     WRITE RESULT-LINE FROM WS-TOTAL-LINE.
000621     MOVE "TRANSACTIONS COMPUTED" TO TOT-LABEL.
000622     MOVE WS-COMPUTED-COUNT TO TOT-COUNT.
000623     WRITE RESULT-LINE FROM WS-TOTAL-LINE.
000624     MOVE "TRANSACTIONS REJECTED" TO TOT-LABEL.
000625     MOVE WS-REJECT-COUNT TO TOT-COUNT.
000626     WRITE RESULT-LINE FROM WS-TOTAL-LINE.
000627     MOVE "OVERFLOWED CALCULATIONS" TO TOT-LABEL.
000628     MOVE WS-OVERFLOW-COUNT TO TOT-COUNT.
000629     WRITE RESULT-LINE FROM WS-TOTAL-LINE.
000630     MOVE "TRANSACTIONS REFERRED" TO TOT-LABEL.
000631     MOVE WS-REFER-COUNT TO TOT-COUNT.
000632     WRITE RESULT-LINE FROM WS-TOTAL-LINE.
000633     MOVE WS-RESULT-TOTAL TO TOT-HASH.
000634     WRITE RESULT-LINE FROM WS-HASH-LINE.
000635     MOVE SPACES TO REFERRAL-LINE.
000636     WRITE REFERRAL-LINE.
000637     MOVE "TRANSACTIONS REFERRED" TO TOT-LABEL.
000638     MOVE WS-REFER-COUNT TO TOT-COUNT.
000639     WRITE REFERRAL-LINE FROM WS-TOTAL-LINE.
000640 6000-EXIT.
000641     EXIT.
000642*
000643*--------------------------------------------------------------*
000644*  1500-READ-TOLERANCES                                          *
000645*--------------------------------------------------------------*
000646 1500-READ-TOLERANCES.
000647     OPEN INPUT TOLERANCE-FILE.
000648     IF NOT WS-TOL-OK
000649         GO TO 1500-EXIT
000650     END-IF.
000651     PERFORM 1600-READ-ONE-TOLERANCE THRU 1600-EXIT
000652         UNTIL WS-TOL-EOF.
000653     CLOSE TOLERANCE-FILE.
000654 1500-EXIT.
000655     EXIT.
000656*
000657 1600-READ-ONE-TOLERANCE.
000658     READ TOLERANCE-FILE
000659         AT END
000660             MOVE "10" TO WS-TOL-STATUS
000661             GO TO 1600-EXIT
000662     END-READ.
000663     IF TOL-PROGRAM NOT = WS-RUN-PROGRAM
000664         GO TO 1600-EXIT
000665     END-IF.
000666     IF TOL-MAX-REJECTS NUMERIC
000667         MOVE TOL-MAX-REJECTS TO WS-MAX-REJECTS
000668     END-IF.
000669     IF TOL-MAX-CONSEC NUMERIC
000670         MOVE TOL-MAX-CONSEC TO WS-MAX-CONSEC
000671     END-IF.
000672     IF TOL-MAX-PERCENT NUMERIC
000673         MOVE TOL-MAX-PERCENT TO WS-MAX-PERCENT
000674     END-IF.
000675 1600-EXIT.
000676     EXIT.
000677*
000678*--------------------------------------------------------------*
000679*  1700-READ-LIMITS                                              *
000680*--------------------------------------------------------------*
000681 1700-READ-LIMITS.
000682     OPEN INPUT CALC-LIMIT-FILE.
000683     IF NOT WS-LMT-OK
000684         GO TO 1700-EXIT
000685     END-IF.
000686     PERFORM 1800-READ-ONE-LIMIT THRU 1800-EXIT
000687         UNTIL WS-LMT-EOF.
000688     CLOSE CALC-LIMIT-FILE.
000689 1700-EXIT.
000690     EXIT.
000691*
000692 1800-READ-ONE-LIMIT.
000693     READ CALC-LIMIT-FILE
000694         AT END
000695             MOVE "10" TO WS-LMT-STATUS
000696             GO TO 1800-EXIT
000697     END-READ.
000698     IF CLM-ROLE NOT = "B"
000699         GO TO 1800-EXIT
000700     END-IF.
000701     IF CLM-CALC-LIMIT NUMERIC
000702         MOVE CLM-CALC-LIMIT TO WS-LMT-CALC-LIMIT
000703     END-IF.
000704     IF CLM-DAILY-LIMIT NUMERIC
000705         MOVE CLM-DAILY-LIMIT TO WS-LMT-DAILY-LIMIT
000706     END-IF.
000707 1800-EXIT.
000708     EXIT.
000709*
000710*--------------------------------------------------------------*
000711*  7500-CHECK-TOLERANCE                                          *
000712*                                                                *
000713*  Called after each reject: the run is abandoned the moment    *
000714*  the reject total, the consecutive-reject run or the reject   *
000715*  percentage (once twenty records are in) passes its limit,    *
000716*  and the abandonment is shown as a clear banner instead of    *
000717*  pages of identical rejects.                                   *
000718*--------------------------------------------------------------*
000719 7500-CHECK-TOLERANCE.
000720     ADD 1 TO WS-CONSEC-REJECTS.
000721     MOVE SPACES TO WS-ABANDON-REASON.
000722     EVALUATE TRUE
000723         WHEN WS-REJECT-COUNT >= WS-MAX-REJECTS
000724             MOVE "REJECT LIMIT REACHED"
000725                 TO WS-ABANDON-REASON
000726         WHEN WS-CONSEC-REJECTS >= WS-MAX-CONSEC
000727             MOVE "CONSECUTIVE-REJECT LIMIT"
000728                 TO WS-ABANDON-REASON
000729         WHEN WS-READ-COUNT >= 20
000730             COMPUTE WS-REJECT-PERCENT ROUNDED =
000731                 WS-REJECT-COUNT * 100 / WS-READ-COUNT
000732             IF WS-REJECT-PERCENT > WS-MAX-PERCENT
000733                 MOVE "REJECT PERCENTAGE LIMIT"
000734                     TO WS-ABANDON-REASON
000735             END-IF
000736         WHEN OTHER
000737             CONTINUE
000738     END-EVALUATE.
000739     IF WS-ABANDON-REASON NOT = SPACES
000740         SET WS-RUN-ABANDONED TO TRUE
000741         MOVE WS-READ-COUNT     TO ABN-RECORD
000742         MOVE WS-ABANDON-REASON TO ABN-REASON
000743         MOVE SPACES TO RESULT-LINE
000744         WRITE RESULT-LINE
000745         WRITE RESULT-LINE FROM WS-ABANDON-LINE
000746         DISPLAY "CALC-BAT: " WS-ABANDON-LINE
000747     END-IF.
000748 7500-EXIT.
000749     EXIT.
000750*
000751*--------------------------------------------------------------*
000752*  9000-TERMINATE                                                *
000753*--------------------------------------------------------------*
000754 9000-TERMINATE.
000755     IF WS-RUN-ALREADY-RAN NOT = "Y"
000756         MOVE "E" TO WS-RUN-FUNCTION
000757         MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT
000758         IF WS-RUN-ABANDONED
000759             MOVE "F" TO WS-RUN-STATUS
000760         ELSE
000761             MOVE "C" TO WS-RUN-STATUS
000762         END-IF
000763         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000764             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000765             WS-RUN-ALREADY-RAN
000766     END-IF.
000767     CLOSE CALC-TRAN-FILE.
000768     CLOSE CALC-RESULT-FILE.
000769     CLOSE CALC-REFERRAL-FILE.
000770 9000-EXIT.
000771     EXIT.
