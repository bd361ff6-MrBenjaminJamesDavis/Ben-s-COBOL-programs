000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  A correction dated in a period PER-CLS has *
000012*                    closed (or is closing) is left pending and  *
000013*                    reported, so figures already reported are   *
000014*                    not changed until a supervisor reopens the  *
000015*                    period in PER-MNT - see PER-CHK.            *
000016*  02-SEP-2026  BJD  The run totals are also posted to CALCLOG  *
000017*                    as an "A" adjustment line (original total   *
000018*                    in the first column, the difference in the  *
000019*                    second, the corrected total in the result   *
000020*                    column, counted on the LOGCTL control       *
000021*                    record like every other CALCLOG line) so    *
000022*                    CALC-RCON picks the adjustment up in the    *
000023*                    reconciliation.                             *
000024*  02-SEP-2026  BJD  New program. Revaluation run behind the    *
000025*                    back-dated rate corrections RATE-MNT       *
000026*                    records on RATECORR: every CALCLOG         *
000027*                    conversion ("X" line) struck for the       *
000028*                    corrected currency on the corrected rate   *
000029*                    date - including archived ones found       *
000030*                    through the LOGARCH cuts - is recomputed   *
000031*                    at the rates now on EXRATES, and the       *
000032*                    RVALRPT adjustment report shows each one   *
000033*                    with its original result, corrected        *
000034*                    result and difference, with control        *
000035*                    totals for the reconciliation. A           *
000036*                    correction is only processed once the      *
000037*                    approved corrected rate is on EXRATES,     *
000038*                    and is then marked done. The run is        *
000039*                    recorded on the shared run-control file.   *
000040*--------------------------------------------------------------*
000041 ENVIRONMENT DIVISION.
000042 INPUT-OUTPUT SECTION.
000043 FILE-CONTROL.
000044     SELECT RATE-CORRECTION-FILE ASSIGN TO "RATECORR"
000045         ORGANIZATION IS LINE SEQUENTIAL
000046         FILE STATUS IS WS-COR-STATUS.
000047     SELECT CORRECTION-WORK-FILE ASSIGN TO "RCORWORK"
000048         ORGANIZATION IS LINE SEQUENTIAL
000049         FILE STATUS IS WS-WORK-STATUS.
000050     SELECT EXRATE-FILE ASSIGN TO "EXRATES"
000051         ORGANIZATION IS INDEXED
000052         ACCESS MODE IS RANDOM
000053         RECORD KEY IS EXR-KEY
000054         FILE STATUS IS WS-EXR-STATUS.
000055     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000056         ORGANIZATION IS LINE SEQUENTIAL
000057         FILE STATUS IS WS-LOG-STATUS.
000058     SELECT ARCHIVE-FILE ASSIGN TO "LOGARCH"
000059         ORGANIZATION IS LINE SEQUENTIAL
000060         FILE STATUS IS WS-ARCH-STATUS.
000061     SELECT REPORT-FILE ASSIGN TO "RVALRPT"
000062         ORGANIZATION IS LINE SEQUENTIAL.
000063*
000064 DATA DIVISION.
000065 FILE SECTION.
000066 FD  RATE-CORRECTION-FILE
000067     LABEL RECORDS ARE STANDARD.
000068     COPY RATECREC.
000069*
000070 FD  CORRECTION-WORK-FILE
000071     LABEL RECORDS ARE STANDARD.
000072 01  CORRECTION-WORK-RECORD  PIC X(52).
000073*
000074 FD  EXRATE-FILE
000075     LABEL RECORDS ARE STANDARD.
000076     COPY EXRATREC.
000077*
000078 FD  CALC-LOG-FILE
000079     LABEL RECORDS ARE STANDARD.
000080 01  CALC-LOG-RECORD         PIC X(120).
000081*
000082 FD  ARCHIVE-FILE
000083     LABEL RECORDS ARE STANDARD.
000084 01  ARCHIVE-RECORD          PIC X(120).
000085*
000086 FD  REPORT-FILE
000087     LABEL RECORDS ARE STANDARD.
000088 01  REPORT-LINE             PIC X(100).
000089*
000090 WORKING-STORAGE SECTION.
000091*
000092 01  WS-COR-STATUS           PIC X(02) VALUE "00".
000093     88  WS-COR-OK                     VALUE "00".
000094     88  WS-COR-EOF                    VALUE "10".
000095 01  WS-WORK-STATUS          PIC X(02) VALUE "00".
000096     88  WS-WORK-OK                    VALUE "00".
000097     88  WS-WORK-EOF                   VALUE "10".
000098 01  WS-EXR-STATUS           PIC X(02) VALUE "00".
000099     88  WS-EXR-OK                     VALUE "00".
000100 01  WS-LOG-STATUS           PIC X(02) VALUE "00".
000101     88  WS-LOG-OK                     VALUE "00".
000102     88  WS-LOG-EOF                    VALUE "10".
000103 01  WS-ARCH-STATUS          PIC X(02) VALUE "00".
000104     88  WS-ARCH-OK                    VALUE "00".
000105     88  WS-ARCH-EOF                   VALUE "10".
000106*
000107 01  WS-TODAY-DATE           PIC 9(08).
000108*
000109*--------------------------------------------------------------*
000110*  PENDING CORRECTIONS - LOADED ONCE, THE FILE REWRITTEN AT     *
000111*  THE END WITH PROCESSED ONES MARKED DONE.                     *
000112*--------------------------------------------------------------*
000113 01  WS-COR-COUNT            PIC S9(04) COMP VALUE ZERO.
000114 01  WS-COR-MAX              PIC S9(04) COMP VALUE 20.
000115 01  WS-COR-INDEX            PIC S9(04) COMP VALUE ZERO.
000116*
000117 01  WS-CORRECTION-TABLE.
000118     05  WS-COR-ENTRY OCCURS 20 TIMES.
000119         10  WS-TBL-RECORD       PIC X(52).
000120         10  WS-TBL-READY-FLAG   PIC X(01).
000121*
000122*--------------------------------------------------------------*
000123*  CONVERSION-LINE WORK AREAS - THE CALCLOG LAYOUT THE          *
000124*  CALCULATOR WRITES: AMOUNT IN 19-35, OPERATOR CHARACTER IN    *
000125*  37, RESULT IN 59-75, AND THE CONVERSION TAIL FROM 85 (FROM   *
000126*  86-88, TO 90-92, RATE DATE 106-113).                         *
000127*--------------------------------------------------------------*
000128 01  WS-LINE-AREA            PIC X(120).
000129 01  WS-LINE-SOURCE          PIC X(04).
000130 01  WS-TAIL-FROM            PIC X(03).
000131 01  WS-TAIL-TO              PIC X(03).
000132 01  WS-TAIL-DATE-X          PIC X(08).
000133 01  WS-TAIL-DATE REDEFINES WS-TAIL-DATE-X
000134                             PIC 9(08).
000135*
000136 01  WS-AMOUNT               PIC S9(13)V99.
000137 01  WS-ORIGINAL             PIC S9(13)V99.
000138 01  WS-CORRECTED            PIC S9(13)V99.
000139 01  WS-DIFFERENCE           PIC S9(13)V99.
000140 01  WS-RATE-FROM            PIC 9(03)V9(06).
000141 01  WS-RATE-TO              PIC 9(03)V9(06).
000142 01  WS-FETCH-CURRENCY       PIC X(03).
000143 01  WS-FETCHED-RATE         PIC 9(03)V9(06).
000144 01  WS-FETCH-OK-SWITCH      PIC X(01).
000145     88  WS-FETCH-WORKED              VALUE "Y".
000146 01  WS-IN-CALC-CUT-SWITCH   PIC X(01) VALUE "N".
000147     88  WS-IN-CALC-CUT               VALUE "Y".
000148*
000149*--------------------------------------------------------------*
000150*  RUN TOTALS - THE CONTROL TOTALS THE RECONCILIATION PICKS UP  *
000151*--------------------------------------------------------------*
000152 01  WS-ADJUSTED-COUNT       PIC 9(07) VALUE ZERO.
000153 01  WS-TOTAL-ORIGINAL       PIC S9(13)V99 VALUE ZERO.
000154 01  WS-TOTAL-CORRECTED      PIC S9(13)V99 VALUE ZERO.
000155 01  WS-TOTAL-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
000156*
000157*--------------------------------------------------------------*
000158*  ADJUSTMENT LINE POSTED TO CALCLOG - THE CALCULATOR'S OWN     *
000159*  LINE SHAPE, OPERATOR CHARACTER "A", SO THE RECONCILIATION    *
000160*  AND THE LOG RECOUNTS SEE THE ADJUSTMENT LIKE ANY OTHER       *
000161*  CALCLOG ENTRY.                                               *
000162*--------------------------------------------------------------*
000163 01  WS-LOG-DATE             PIC 9(08).
000164 01  WS-LOG-TIME             PIC 9(08).
000165*
000166 01  WS-LOG-LINE.
000167     05  WS-LOG-DATE-OUT      PIC 9(08).
000168     05  FILLER               PIC X(01) VALUE SPACE.
000169     05  WS-LOG-TIME-OUT      PIC 9(08).
000170     05  FILLER               PIC X(01) VALUE SPACE.
000171     05  WS-LOG-FIRST-OUT     PIC -9(13).99.
000172     05  FILLER               PIC X(01) VALUE SPACE.
000173     05  WS-LOG-OP-OUT        PIC X(01).
000174     05  FILLER               PIC X(01) VALUE SPACE.
000175     05  WS-LOG-SECOND-OUT    PIC -9(13).99.
000176     05  FILLER               PIC X(03) VALUE " = ".
000177     05  WS-LOG-RESULT-OUT    PIC -9(13).99.
000178     05  FILLER               PIC X(01) VALUE SPACE.
000179     05  WS-LOG-OPR-OUT       PIC X(08).
000180     05  WS-LOG-CONV-TAIL     PIC X(29) VALUE SPACES.
000181*
000182*--------------------------------------------------------------*
000183*  SHARED CONTROL-TOTAL WORK AREAS                               *
000184*--------------------------------------------------------------*
000185     COPY CTLCALL.
000186*
000187*--------------------------------------------------------------*
000188*  REPORT LINES                                                  *
000189*--------------------------------------------------------------*
000190 01  WS-HEADING-1.
000191     05  FILLER         PIC X(26)
000192         VALUE "RATE REVALUATION REPORT   ".
000193     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000194     05  WS-HDG-DATE    PIC 9(08).
000195*
000196 01  WS-DETAIL-LINE.
000197     05  DTL-SOURCE          PIC X(04).
000198     05  FILLER              PIC X(01) VALUE SPACE.
000199     05  DTL-FROM            PIC X(03).
000200     05  FILLER              PIC X(01) VALUE ">".
000201     05  DTL-TO              PIC X(03).
000202     05  FILLER              PIC X(01) VALUE SPACE.
000203     05  DTL-DATE            PIC 9(08).
000204     05  FILLER              PIC X(01) VALUE SPACE.
000205     05  DTL-ORIGINAL        PIC -9(13).99.
000206     05  FILLER              PIC X(01) VALUE SPACE.
000207     05  DTL-CORRECTED       PIC -9(13).99.
000208     05  FILLER              PIC X(01) VALUE SPACE.
000209     05  DTL-DIFFERENCE      PIC -9(13).99.
000210*
000211 01  WS-TOTAL-LINE.
000212     05  TOT-LABEL           PIC X(22).
000213     05  TOT-AMOUNT          PIC -9(13).99.
000214*
000215 01  WS-COUNT-LINE.
000216     05  FILLER              PIC X(22)
000217         VALUE "CONVERSIONS ADJUSTED".
000218     05  CNT-COUNT           PIC ZZZZZZ9.
000219*
000220*--------------------------------------------------------------*
000221*  SHARED RUN-CONTROL WORK AREAS                                 *
000222*--------------------------------------------------------------*
000223     COPY RUNCALL.
000224*
000225*--------------------------------------------------------------*
000226*  SHARED PERIOD-CHECK WORK AREAS                                *
000227*--------------------------------------------------------------*
000228     COPY PERCALL.
000229*
000230 PROCEDURE DIVISION.
000231*
000232*--------------------------------------------------------------*
000233*  0000-MAINLINE                                                *
000234*--------------------------------------------------------------*
000235 0000-MAINLINE.
000236     MOVE "S" TO WS-RUN-FUNCTION.
000237     MOVE "RATERVAL" TO WS-RUN-PROGRAM.
000238     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000239     MOVE ZERO TO WS-RUN-REC-COUNT.
000240     MOVE SPACE TO WS-RUN-STATUS.
000241     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000242         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000243         WS-RUN-ALREADY-RAN.
000244     IF WS-RUN-ALREADY-RAN = "Y"
000245         DISPLAY "RATE-RVAL ALREADY RAN FOR THIS BUSINESS DATE"
000246         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000247         STOP RUN
000248     END-IF.
000249     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000250     IF WS-COR-COUNT > ZERO
000251         PERFORM 3000-SCAN-LIVE-LOG THRU 3000-EXIT
000252         PERFORM 4000-SCAN-ARCHIVE THRU 4000-EXIT
000253         PERFORM 5000-MARK-CORRECTIONS THRU 5000-EXIT
000254     ELSE
000255         MOVE "NO PENDING RATE CORRECTIONS" TO REPORT-LINE
000256         WRITE REPORT-LINE
000257     END-IF.
000258     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000259     IF WS-ADJUSTED-COUNT > ZERO
000260         PERFORM 6500-POST-ADJUSTMENT THRU 6500-EXIT
000261     END-IF.
000262     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000263     STOP RUN.
000264*
000265*--------------------------------------------------------------*
000266*  1000-INITIALIZE                                               *
000267*                                                                *
000268*  Loads the corrections and checks each pending one against    *
000269*  EXRATES: only a correction whose approved new rate is on     *
000270*  the table is ready to revalue (the EXRATES change itself     *
000271*  travels through the dual-control queue).                     *
000272*--------------------------------------------------------------*
000273 1000-INITIALIZE.
000274     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000275     OPEN OUTPUT REPORT-FILE.
000276     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000277     WRITE REPORT-LINE FROM WS-HEADING-1.
000278     OPEN INPUT EXRATE-FILE.
000279     IF NOT WS-EXR-OK
000280         DISPLAY "RATE-RVAL: CANNOT OPEN EXRATES - STATUS "
000281             WS-EXR-STATUS
000282     END-IF.
000283     MOVE ZERO TO WS-COR-COUNT.
000284     OPEN INPUT RATE-CORRECTION-FILE.
000285     IF NOT WS-COR-OK
000286         GO TO 1000-EXIT
000287     END-IF.
000288     PERFORM 1100-LOAD-ONE-CORRECTION THRU 1100-EXIT
000289         UNTIL WS-COR-EOF.
000290     CLOSE RATE-CORRECTION-FILE.
000291 1000-EXIT.
000292     EXIT.
000293*
000294 1100-LOAD-ONE-CORRECTION.
000295     READ RATE-CORRECTION-FILE
000296         AT END
000297             MOVE "10" TO WS-COR-STATUS
000298             GO TO 1100-EXIT
000299     END-READ.
000300     IF WS-COR-COUNT >= WS-COR-MAX
000301         DISPLAY "RATE-RVAL: CORRECTION TABLE FULL - REMAINING"
000302         DISPLAY "CORRECTIONS WAIT FOR THE NEXT RUN"
000303         GO TO 1100-EXIT
000304     END-IF.
000305     ADD 1 TO WS-COR-COUNT.
000306     MOVE RATE-CORRECTION-RECORD
000307         TO WS-TBL-RECORD(WS-COR-COUNT).
000308     MOVE "N" TO WS-TBL-READY-FLAG(WS-COR-COUNT).
000309     IF NOT RCR-PENDING
000310         GO TO 1100-EXIT
000311     END-IF.
000312     MOVE RCR-RATE-DATE TO WS-PER-DATE.
000313     CALL "per-chk" USING WS-PER-DATE WS-PER-CLOSED
000314         WS-PER-END-DATE.
000315     IF WS-PER-CLOSED = "Y"
000316         DISPLAY "RATE-RVAL: " RCR-CURRENCY " " RCR-RATE-DATE
000317             " IN PERIOD CLOSED " WS-PER-END-DATE " - SKIPPED"
000318         GO TO 1100-EXIT
000319     END-IF.
000320     MOVE RCR-CURRENCY  TO EXR-CURRENCY.
000321     MOVE RCR-RATE-DATE TO EXR-DATE.
000322     READ EXRATE-FILE
000323         INVALID KEY
000324             GO TO 1100-EXIT
000325     END-READ.
000326     IF EXR-RATE = RCR-NEW-RATE
000327         MOVE "Y" TO WS-TBL-READY-FLAG(WS-COR-COUNT)
000328     ELSE
000329         DISPLAY "RATE-RVAL: " RCR-CURRENCY " " RCR-RATE-DATE
000330             " AWAITING THE APPROVED RATE - SKIPPED"
000331     END-IF.
000332 1100-EXIT.
000333     EXIT.
000334*
000335*--------------------------------------------------------------*
000336*  3000-SCAN-LIVE-LOG                                            *
000337*--------------------------------------------------------------*
000338 3000-SCAN-LIVE-LOG.
000339     MOVE "LIVE" TO WS-LINE-SOURCE.
000340     OPEN INPUT CALC-LOG-FILE.
000341     IF NOT WS-LOG-OK
000342         GO TO 3000-EXIT
000343     END-IF.
000344     PERFORM 3100-READ-ONE-LIVE THRU 3100-EXIT
000345         UNTIL WS-LOG-EOF.
000346     CLOSE CALC-LOG-FILE.
000347 3000-EXIT.
000348     EXIT.
000349*
000350 3100-READ-ONE-LIVE.
000351     READ CALC-LOG-FILE
000352         AT END
000353             MOVE "10" TO WS-LOG-STATUS
000354             GO TO 3100-EXIT
000355     END-READ.
000356     MOVE CALC-LOG-RECORD TO WS-LINE-AREA.
000357     PERFORM 7000-CHECK-ONE-LINE THRU 7000-EXIT.
000358 3100-EXIT.
000359     EXIT.
000360*
000361*--------------------------------------------------------------*
000362*  4000-SCAN-ARCHIVE                                             *
000363*                                                                *
000364*  Walks the LOGARCH generations using the dated cut headers    *
000365*  LOG-ARCH writes, checking only the CALCLOG cuts.             *
000366*--------------------------------------------------------------*
000367 4000-SCAN-ARCHIVE.
000368     MOVE "ARCH" TO WS-LINE-SOURCE.
000369     MOVE "N" TO WS-IN-CALC-CUT-SWITCH.
000370     OPEN INPUT ARCHIVE-FILE.
000371     IF NOT WS-ARCH-OK
000372         GO TO 4000-EXIT
000373     END-IF.
000374     PERFORM 4100-READ-ONE-ARCHIVED THRU 4100-EXIT
000375         UNTIL WS-ARCH-EOF.
000376     CLOSE ARCHIVE-FILE.
000377 4000-EXIT.
000378     EXIT.
000379*
000380 4100-READ-ONE-ARCHIVED.
000381     READ ARCHIVE-FILE
000382         AT END
000383             MOVE "10" TO WS-ARCH-STATUS
000384             GO TO 4100-EXIT
000385     END-READ.
000386     IF ARCHIVE-RECORD(1:12) = "ARCHIVE CUT "
000387         IF ARCHIVE-RECORD(22:8) = "CALCLOG "
000388             MOVE "Y" TO WS-IN-CALC-CUT-SWITCH
000389         ELSE
000390             MOVE "N" TO WS-IN-CALC-CUT-SWITCH
000391         END-IF
000392         GO TO 4100-EXIT
000393     END-IF.
000394     IF NOT WS-IN-CALC-CUT
000395         GO TO 4100-EXIT
000396     END-IF.
000397     MOVE ARCHIVE-RECORD TO WS-LINE-AREA.
000398     PERFORM 7000-CHECK-ONE-LINE THRU 7000-EXIT.
000399 4100-EXIT.
000400     EXIT.
000401*
000402*--------------------------------------------------------------*
000403*  7000-CHECK-ONE-LINE                                           *
000404*                                                                *
000405*  A conversion line struck for a ready correction's currency   *
000406*  on its rate date is recomputed at the rates now on EXRATES.  *
000407*--------------------------------------------------------------*
000408 7000-CHECK-ONE-LINE.
000409     IF WS-LINE-AREA(37:1) NOT = "X"
000410         GO TO 7000-EXIT
000411     END-IF.
000412     MOVE WS-LINE-AREA(86:3)  TO WS-TAIL-FROM.
000413     MOVE WS-LINE-AREA(90:3)  TO WS-TAIL-TO.
000414     MOVE WS-LINE-AREA(106:8) TO WS-TAIL-DATE-X.
000415     IF WS-TAIL-DATE NOT NUMERIC
000416         GO TO 7000-EXIT
000417     END-IF.
000418     PERFORM 7100-CHECK-ONE-CORRECTION THRU 7100-EXIT
000419         VARYING WS-COR-INDEX FROM 1 BY 1
000420         UNTIL WS-COR-INDEX > WS-COR-COUNT.
000421 7000-EXIT.
000422     EXIT.
000423*
000424 7100-CHECK-ONE-CORRECTION.
000425     IF WS-TBL-READY-FLAG(WS-COR-INDEX) NOT = "Y"
000426         GO TO 7100-EXIT
000427     END-IF.
000428     MOVE WS-TBL-RECORD(WS-COR-INDEX)
000429         TO RATE-CORRECTION-RECORD.
000430     IF WS-TAIL-DATE NOT = RCR-RATE-DATE
000431         GO TO 7100-EXIT
000432     END-IF.
000433     IF WS-TAIL-FROM NOT = RCR-CURRENCY
000434        AND WS-TAIL-TO NOT = RCR-CURRENCY
000435         GO TO 7100-EXIT
000436     END-IF.
000437     PERFORM 7200-REVALUE-ONE-LINE THRU 7200-EXIT.
000438 7100-EXIT.
000439     EXIT.
000440*
000441*--------------------------------------------------------------*
000442*  7200-REVALUE-ONE-LINE                                         *
000443*                                                                *
000444*  The conversion rule is the calculator's own: rates are       *
000445*  units per GBP, so the corrected result is the amount         *
000446*  divided by the from-rate times the to-rate, both as now on   *
000447*  EXRATES for the tail's rate date.                            *
000448*--------------------------------------------------------------*
000449 7200-REVALUE-ONE-LINE.
000450     COMPUTE WS-AMOUNT =
000451         FUNCTION NUMVAL(WS-LINE-AREA(19:17)).
000452     COMPUTE WS-ORIGINAL =
000453         FUNCTION NUMVAL(WS-LINE-AREA(59:17)).
000454     MOVE 1 TO WS-RATE-FROM.
000455     IF WS-TAIL-FROM NOT = "GBP"
000456         MOVE WS-TAIL-FROM TO WS-FETCH-CURRENCY
000457         PERFORM 7300-FETCH-RATE THRU 7300-EXIT
000458         IF NOT WS-FETCH-WORKED
000459             GO TO 7200-EXIT
000460         END-IF
000461         MOVE WS-FETCHED-RATE TO WS-RATE-FROM
000462     END-IF.
000463     MOVE 1 TO WS-RATE-TO.
000464     IF WS-TAIL-TO NOT = "GBP"
000465         MOVE WS-TAIL-TO TO WS-FETCH-CURRENCY
000466         PERFORM 7300-FETCH-RATE THRU 7300-EXIT
000467         IF NOT WS-FETCH-WORKED
000468             GO TO 7200-EXIT
000469         END-IF
000470         MOVE WS-FETCHED-RATE TO WS-RATE-TO
000471     END-IF.
000472     COMPUTE WS-CORRECTED ROUNDED =
000473         WS-AMOUNT / WS-RATE-FROM * WS-RATE-TO.
000474     IF WS-CORRECTED = WS-ORIGINAL
000475         GO TO 7200-EXIT
000476     END-IF.
000477     COMPUTE WS-DIFFERENCE = WS-CORRECTED - WS-ORIGINAL.
000478     ADD 1 TO WS-ADJUSTED-COUNT.
000479     ADD WS-ORIGINAL   TO WS-TOTAL-ORIGINAL.
000480     ADD WS-CORRECTED  TO WS-TOTAL-CORRECTED.
000481     ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE.
000482     MOVE WS-LINE-SOURCE TO DTL-SOURCE.
000483     MOVE WS-TAIL-FROM   TO DTL-FROM.
000484     MOVE WS-TAIL-TO     TO DTL-TO.
000485     MOVE WS-TAIL-DATE   TO DTL-DATE.
000486     MOVE WS-ORIGINAL    TO DTL-ORIGINAL.
000487     MOVE WS-CORRECTED   TO DTL-CORRECTED.
000488     MOVE WS-DIFFERENCE  TO DTL-DIFFERENCE.
000489     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000490 7200-EXIT.
000491     EXIT.
000492*
000493 7300-FETCH-RATE.
000494     MOVE "N" TO WS-FETCH-OK-SWITCH.
000495     MOVE WS-FETCH-CURRENCY TO EXR-CURRENCY.
000496     MOVE WS-TAIL-DATE      TO EXR-DATE.
000497     READ EXRATE-FILE
000498         INVALID KEY
000499             GO TO 7300-EXIT
000500     END-READ.
000501     MOVE EXR-RATE TO WS-FETCHED-RATE.
000502     MOVE "Y" TO WS-FETCH-OK-SWITCH.
000503 7300-EXIT.
000504     EXIT.
000505*
000506*--------------------------------------------------------------*
000507*  5000-MARK-CORRECTIONS                                         *
000508*                                                                *
000509*  Rewrites RATECORR with the revalued corrections marked       *
000510*  done, so the next run does not adjust them again.            *
000511*--------------------------------------------------------------*
000512 5000-MARK-CORRECTIONS.
000513*    The rewrite merges through the work file so corrections
000514*    beyond the table are carried through untouched and really
000515*    do wait for the next run.
000516     MOVE "00" TO WS-COR-STATUS.
000517     OPEN INPUT RATE-CORRECTION-FILE.
000518     IF NOT WS-COR-OK
000519         DISPLAY "RATE-RVAL: UNABLE TO REWRITE RATECORR"
000520         GO TO 5000-EXIT
000521     END-IF.
000522     OPEN OUTPUT CORRECTION-WORK-FILE.
000523     PERFORM 5100-MERGE-ONE-CORRECTION THRU 5100-EXIT
000524         UNTIL WS-COR-EOF.
000525     CLOSE RATE-CORRECTION-FILE.
000526     CLOSE CORRECTION-WORK-FILE.
000527     MOVE "00" TO WS-WORK-STATUS.
000528     OPEN INPUT CORRECTION-WORK-FILE.
000529     OPEN OUTPUT RATE-CORRECTION-FILE.
000530     PERFORM 5200-COPY-ONE-BACK THRU 5200-EXIT
000531         UNTIL WS-WORK-EOF.
000532     CLOSE CORRECTION-WORK-FILE.
000533     CLOSE RATE-CORRECTION-FILE.
000534 5000-EXIT.
000535     EXIT.
000536*
000537*--------------------------------------------------------------*
000538*  5100-MERGE-ONE-CORRECTION                                     *
000539*                                                                *
000540*  A record matching a revalued table entry is written back     *
000541*  marked done; anything else - including corrections beyond    *
000542*  the table - passes through unchanged.                         *
000543*--------------------------------------------------------------*
000544 5100-MERGE-ONE-CORRECTION.
000545     READ RATE-CORRECTION-FILE
000546         AT END
000547             MOVE "10" TO WS-COR-STATUS
000548             GO TO 5100-EXIT
000549     END-READ.
000550     PERFORM 5150-MATCH-ONE-ENTRY THRU 5150-EXIT
000551         VARYING WS-COR-INDEX FROM 1 BY 1
000552         UNTIL WS-COR-INDEX > WS-COR-COUNT.
000553     MOVE RATE-CORRECTION-RECORD TO CORRECTION-WORK-RECORD.
000554     WRITE CORRECTION-WORK-RECORD.
000555 5100-EXIT.
000556     EXIT.
000557*
000558 5150-MATCH-ONE-ENTRY.
000559     IF RATE-CORRECTION-RECORD = WS-TBL-RECORD(WS-COR-INDEX)
000560        AND WS-TBL-READY-FLAG(WS-COR-INDEX) = "Y"
000561         MOVE "D" TO RCR-STATUS
000562     END-IF.
000563 5150-EXIT.
000564     EXIT.
000565*
000566 5200-COPY-ONE-BACK.
000567     READ CORRECTION-WORK-FILE
000568         AT END
000569             MOVE "10" TO WS-WORK-STATUS
000570             GO TO 5200-EXIT
000571     END-READ.
000572     MOVE CORRECTION-WORK-RECORD TO RATE-CORRECTION-RECORD.
000573     WRITE RATE-CORRECTION-RECORD.
000574 5200-EXIT.
000575     EXIT.
000576*
000577*--------------------------------------------------------------*
000578*  6000-WRITE-TOTALS                                             *
000579*--------------------------------------------------------------*
000580 6000-WRITE-TOTALS.
000581     MOVE SPACES TO REPORT-LINE.
000582     WRITE REPORT-LINE.
000583     MOVE WS-ADJUSTED-COUNT TO CNT-COUNT.
000584     WRITE REPORT-LINE FROM WS-COUNT-LINE.
000585     MOVE "TOTAL ORIGINAL" TO TOT-LABEL.
000586     MOVE WS-TOTAL-ORIGINAL TO TOT-AMOUNT.
000587     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000588     MOVE "TOTAL CORRECTED" TO TOT-LABEL.
000589     MOVE WS-TOTAL-CORRECTED TO TOT-AMOUNT.
000590     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000591     MOVE "TOTAL DIFFERENCE" TO TOT-LABEL.
000592     MOVE WS-TOTAL-DIFFERENCE TO TOT-AMOUNT.
000593     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000594 6000-EXIT.
000595     EXIT.
000596*
000597*--------------------------------------------------------------*
000598*  6500-POST-ADJUSTMENT                                          *
000599*                                                                *
000600*  One "A" line on CALCLOG per run carries the adjustment       *
000601*  (original total, difference, corrected total), counted on    *
000602*  CALCLOG's control record the way the calculator counts its   *
000603*  own lines, so CALC-RCON and the log recounts both balance.   *
000604*--------------------------------------------------------------*
000605 6500-POST-ADJUSTMENT.
000606     MOVE "00" TO WS-LOG-STATUS.
000607     OPEN EXTEND CALC-LOG-FILE.
000608     IF NOT WS-LOG-OK
000609         OPEN OUTPUT CALC-LOG-FILE
000610         CLOSE CALC-LOG-FILE
000611         OPEN EXTEND CALC-LOG-FILE
000612     END-IF.
000613     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
000614     ACCEPT WS-LOG-TIME FROM TIME.
000615     MOVE WS-LOG-DATE         TO WS-LOG-DATE-OUT.
000616     MOVE WS-LOG-TIME         TO WS-LOG-TIME-OUT.
000617     MOVE WS-TOTAL-ORIGINAL   TO WS-LOG-FIRST-OUT.
000618     MOVE "A"                 TO WS-LOG-OP-OUT.
000619     MOVE WS-TOTAL-DIFFERENCE TO WS-LOG-SECOND-OUT.
000620     MOVE WS-TOTAL-CORRECTED  TO WS-LOG-RESULT-OUT.
000621     MOVE "RATERVAL"          TO WS-LOG-OPR-OUT.
000622     MOVE WS-LOG-LINE TO CALC-LOG-RECORD.
000623     WRITE CALC-LOG-RECORD.
000624     CLOSE CALC-LOG-FILE.
000625     MOVE "A"                TO WS-CTL-FUNCTION.
000626     MOVE "CALCLOG "         TO WS-CTL-LOG-NAME.
000627     MOVE 1                  TO WS-CTL-COUNT.
000628     MOVE WS-TOTAL-CORRECTED TO WS-CTL-AMOUNT.
000629     CALL "ctl-updt" USING WS-CTL-FUNCTION WS-CTL-LOG-NAME
000630         WS-CTL-COUNT WS-CTL-AMOUNT.
000631 6500-EXIT.
000632     EXIT.
000633*
000634*--------------------------------------------------------------*
000635*  9000-TERMINATE                                                *
000636*--------------------------------------------------------------*
000637 9000-TERMINATE.
000638     IF WS-RUN-ALREADY-RAN NOT = "Y"
000639         MOVE "E" TO WS-RUN-FUNCTION
000640         MOVE WS-ADJUSTED-COUNT TO WS-RUN-REC-COUNT
000641         MOVE "C" TO WS-RUN-STATUS
000642         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000643             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000644             WS-RUN-ALREADY-RAN
000645     END-IF.
000646     CLOSE EXRATE-FILE.
000647     CLOSE REPORT-FILE.
000648 9000-EXIT.
000649     EXIT.
