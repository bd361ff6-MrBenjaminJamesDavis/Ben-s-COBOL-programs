000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. num-gap.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Daily set-up and gap report   *
000012*                    for the NXT-NUM number series. The NUMSERS *
000013*                    control records (series, start value, end  *
000014*                    value, description - one line per series,  *
000015*                    laid out as the LOOPS LOOPCTL record is)   *
000016*                    are applied to the NUMCTRL counters first: *
000017*                    a new series is added with nothing issued, *
000018*                    an existing one has its range and          *
000019*                    description updated, and a range with its  *
000020*                    start past its end, an end below the last  *
000021*                    number already issued, an APPROVAL or      *
000022*                    MESSAGE end past six digits (the width of  *
000023*                    the keys those numbers become), or an      *
000024*                    INVOICE or CREDIT range overlapping the    *
000025*                    other's (the two share the INVHIST key),   *
000026*                    is rejected to ERRLOG. Then, for every     *
000027*                    series, the                                *
000028*                    NUMISSUE register is walked in number      *
000029*                    order and report NUMGAP lists each number  *
000030*                    issued but never used, each run of numbers *
000031*                    missing from the register up to the        *
000032*                    checkpoint, and a checkpoint that is       *
000033*                    behind the register, with per-series       *
000034*                    counts. Printed through RPT-WTR; the run   *
000035*                    is recorded on the shared run-control      *
000036*                    file.                                      *
000037*--------------------------------------------------------------*
000038 ENVIRONMENT DIVISION.
000039 INPUT-OUTPUT SECTION.
000040 FILE-CONTROL.
000041     SELECT SERIES-CONTROL-FILE ASSIGN TO "NUMSERS"
000042         ORGANIZATION IS LINE SEQUENTIAL
000043         FILE STATUS IS WS-SER-STATUS.
000044     SELECT NUMBER-CONTROL-FILE ASSIGN TO "NUMCTRL"
000045         ORGANIZATION IS INDEXED
000046         ACCESS MODE IS DYNAMIC
000047         RECORD KEY IS NUC-SERIES
000048         FILE STATUS IS WS-NUC-STATUS.
000049     SELECT NUMBER-ISSUE-FILE ASSIGN TO "NUMISSUE"
000050         ORGANIZATION IS INDEXED
000051         ACCESS MODE IS DYNAMIC
000052         RECORD KEY IS NIS-KEY
000053         FILE STATUS IS WS-NIS-STATUS.
000054*
000055 DATA DIVISION.
000056 FILE SECTION.
000057 FD  SERIES-CONTROL-FILE
000058     LABEL RECORDS ARE STANDARD.
000059 01  SERIES-CONTROL-RECORD.
000060     05  SER-SERIES          PIC X(08).
000061     05  FILLER              PIC X(01).
000062     05  SER-START-VALUE     PIC 9(08).
000063     05  FILLER              PIC X(01).
000064     05  SER-END-VALUE       PIC 9(08).
000065     05  FILLER              PIC X(01).
000066     05  SER-DESCRIPTION     PIC X(30).
000067*
000068 FD  NUMBER-CONTROL-FILE
000069     LABEL RECORDS ARE STANDARD.
000070     COPY NUMCREC.
000071*
000072 FD  NUMBER-ISSUE-FILE
000073     LABEL RECORDS ARE STANDARD.
000074     COPY NISSREC.
000075*
000076 WORKING-STORAGE SECTION.
000077*
000078*--------------------------------------------------------------*
000079*  SHARED REPORT-WRITER WORK AREAS                               *
000080*--------------------------------------------------------------*
000081     COPY RPTCALL.
000082*
000083*--------------------------------------------------------------*
000084*  SHARED ERROR-LOG WORK AREAS                                   *
000085*--------------------------------------------------------------*
000086     COPY ERRCALL.
000087*
000088 01  WS-SER-STATUS           PIC X(02) VALUE "00".
000089     88  WS-SER-OK                     VALUE "00".
000090     88  WS-SER-EOF                    VALUE "10".
000091*
000092 01  WS-NUC-STATUS           PIC X(02) VALUE "00".
000093     88  WS-NUC-OK                     VALUE "00".
000094     88  WS-NUC-EOF                    VALUE "10".
000095*
000096 01  WS-NIS-STATUS           PIC X(02) VALUE "00".
000097     88  WS-NIS-OK                     VALUE "00".
000098     88  WS-NIS-EOF                    VALUE "10".
000099*
000100 01  WS-FILE-SWITCHES.
000101     05  WS-NUC-OPEN-SWITCH  PIC X(01) VALUE "N".
000102         88  WS-NUC-FILE-OPEN         VALUE "Y".
000103     05  WS-NIS-OPEN-SWITCH  PIC X(01) VALUE "N".
000104         88  WS-NIS-FILE-OPEN         VALUE "Y".
000105     05  WS-SERIES-END-SWITCH PIC X(01) VALUE "N".
000106         88  WS-SERIES-DONE           VALUE "Y".
000107     05  WS-OVERLAP-SWITCH   PIC X(01) VALUE "N".
000108         88  WS-RANGES-OVERLAP        VALUE "Y".
000109*
000110 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000111 01  WS-TODAY-DATE           PIC 9(08).
000112 01  WS-CONTROLS-READ        PIC 9(05) VALUE ZERO.
000113 01  WS-CONTROLS-ADDED       PIC 9(05) VALUE ZERO.
000114 01  WS-CONTROLS-CHANGED     PIC 9(05) VALUE ZERO.
000115 01  WS-CONTROLS-REJECTED    PIC 9(05) VALUE ZERO.
000116 01  WS-SERIES-COUNT         PIC 9(05) VALUE ZERO.
000117 01  WS-REGISTER-READ        PIC 9(09) VALUE ZERO.
000118*
000119*--------------------------------------------------------------*
000120*  PER-SERIES COUNTS - CLEARED AT THE START OF EACH SERIES       *
000121*--------------------------------------------------------------*
000122 01  WS-SERIES-COUNTS.
000123     05  WS-SRS-ISSUED       PIC 9(08).
000124     05  WS-SRS-USED         PIC 9(08).
000125     05  WS-SRS-UNUSED       PIC 9(08).
000126     05  WS-SRS-MISSING      PIC 9(08).
000127 01  WS-EXPECTED-NUMBER      PIC 9(08).
000128 01  WS-REGISTER-HIGH        PIC 9(08).
000129 01  WS-GAP-FROM             PIC 9(08).
000130 01  WS-GAP-TO               PIC 9(08).
000131 01  WS-REMAINING            PIC 9(08).
000132*
000133 01  WS-RUN-TOTALS.
000134     05  WS-TOT-UNUSED       PIC 9(09) VALUE ZERO.
000135     05  WS-TOT-MISSING      PIC 9(09) VALUE ZERO.
000136*
000137*--------------------------------------------------------------*
000138*  REPORT LINES                                                  *
000139*--------------------------------------------------------------*
000140 01  WS-HEADING-1.
000141     05  FILLER         PIC X(40)
000142         VALUE "NUMBER SERIES GAP REPORT                ".
000143     05  FILLER         PIC X(10) VALUE "BUSINESS  ".
000144     05  WS-HDG-DATE    PIC 9(08).
000145*
000146 01  WS-CONTROL-LINE.
000147     05  FILLER              PIC X(08) VALUE "NUMSERS ".
000148     05  CTL-SERIES          PIC X(08).
000149     05  FILLER              PIC X(01) VALUE SPACE.
000150     05  CTL-START           PIC 9(08).
000151     05  FILLER              PIC X(01) VALUE "-".
000152     05  CTL-END             PIC 9(08).
000153     05  FILLER              PIC X(02) VALUE SPACES.
000154     05  CTL-ACTION          PIC X(40).
000155*
000156 01  WS-SERIES-LINE.
000157     05  FILLER              PIC X(07) VALUE "SERIES ".
000158     05  SRL-SERIES          PIC X(08).
000159     05  FILLER              PIC X(01) VALUE SPACE.
000160     05  SRL-DESCRIPTION     PIC X(30).
000161     05  FILLER              PIC X(07) VALUE " RANGE ".
000162     05  SRL-START           PIC 9(08).
000163     05  FILLER              PIC X(01) VALUE "-".
000164     05  SRL-END             PIC 9(08).
000165     05  FILLER              PIC X(06) VALUE " LAST ".
000166     05  SRL-LAST            PIC 9(08).
000167*
000168 01  WS-UNUSED-LINE.
000169     05  FILLER              PIC X(04) VALUE SPACES.
000170     05  UNL-NUMBER          PIC 9(08).
000171     05  FILLER              PIC X(11) VALUE SPACES.
000172     05  FILLER              PIC X(17) VALUE "ISSUED NOT USED  ".
000173     05  UNL-DATE            PIC 9(08).
000174     05  FILLER              PIC X(01) VALUE SPACE.
000175     05  UNL-TIME            PIC 9(06).
000176     05  FILLER              PIC X(01) VALUE SPACE.
000177     05  UNL-PROGRAM         PIC X(08).
000178     05  FILLER              PIC X(01) VALUE SPACE.
000179     05  UNL-REFERENCE       PIC X(20).
000180*
000181 01  WS-MISSING-LINE.
000182     05  FILLER              PIC X(04) VALUE SPACES.
000183     05  MSL-FROM            PIC 9(08).
000184     05  FILLER              PIC X(03) VALUE " - ".
000185     05  MSL-TO              PIC 9(08).
000186     05  FILLER              PIC X(02) VALUE SPACES.
000187     05  FILLER              PIC X(24)
000188         VALUE "MISSING FROM REGISTER   ".
000189*
000190 01  WS-CHECKPOINT-LINE.
000191     05  FILLER              PIC X(04) VALUE SPACES.
000192     05  FILLER              PIC X(30)
000193         VALUE "CHECKPOINT BEHIND REGISTER:   ".
000194     05  FILLER              PIC X(11) VALUE "CHECKPOINT ".
000195     05  CKL-LAST            PIC 9(08).
000196     05  FILLER              PIC X(16) VALUE "  REGISTER HIGH ".
000197     05  CKL-HIGH            PIC 9(08).
000198*
000199 01  WS-COUNT-LINE.
000200     05  FILLER              PIC X(04) VALUE SPACES.
000201     05  FILLER              PIC X(07) VALUE "ISSUED ".
000202     05  CNL-ISSUED          PIC ZZZZZZZ9.
000203     05  FILLER              PIC X(07) VALUE "  USED ".
000204     05  CNL-USED            PIC ZZZZZZZ9.
000205     05  FILLER              PIC X(11) VALUE "  NOT USED ".
000206     05  CNL-UNUSED          PIC ZZZZZZZ9.
000207     05  FILLER              PIC X(10) VALUE "  MISSING ".
000208     05  CNL-MISSING         PIC ZZZZZZZ9.
000209     05  FILLER              PIC X(12) VALUE "  REMAINING ".
000210     05  CNL-REMAINING       PIC ZZZZZZZ9.
000211*
000212 01  WS-TOTAL-LINE.
000213     05  TOT-LABEL           PIC X(40).
000214     05  TOT-VALUE           PIC ZZZZZZZZ9.
000215*
000216*--------------------------------------------------------------*
000217*  SHARED RUN-CONTROL WORK AREAS                                 *
000218*--------------------------------------------------------------*
000219     COPY RUNCALL.
000220*
000221 PROCEDURE DIVISION.
000222*
000223*--------------------------------------------------------------*
000224*  0000-MAINLINE                                                 *
000225*--------------------------------------------------------------*
000226 0000-MAINLINE.
000227     MOVE "S" TO WS-RUN-FUNCTION.
000228     MOVE "NUMGAP  " TO WS-RUN-PROGRAM.
000229     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000230     MOVE ZERO TO WS-RUN-REC-COUNT.
000231     MOVE SPACE TO WS-RUN-STATUS.
000232     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000233         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000234         WS-RUN-ALREADY-RAN.
000235     IF WS-RUN-ALREADY-RAN = "Y"
000236         DISPLAY "NUM-GAP ALREADY RAN FOR THIS BUSINESS DATE"
000237         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000238         STOP RUN
000239     END-IF.
000240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000241     IF WS-RESULT-CODE < 8
000242         PERFORM 2000-APPLY-CONTROLS THRU 2000-EXIT
000243         PERFORM 3000-REPORT-SERIES THRU 3000-EXIT
000244     END-IF.
000245     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000246     STOP RUN.
000247*
000248*--------------------------------------------------------------*
000249*  1000-INITIALIZE                                               *
000250*                                                                *
000251*  Opens the report and the NUMCTRL counters, creating the       *
000252*  counter file empty the first time. NUMISSUE is only read      *
000253*  here; a register not yet created simply has nothing on it.    *
000254*--------------------------------------------------------------*
000255 1000-INITIALIZE.
000256     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000257     MOVE "O" TO WS-RPT-FUNCTION.
000258     MOVE "NUMGAP  " TO WS-RPT-ID.
000259     MOVE SPACES TO WS-RPT-LINE.
000260     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000261         WS-RPT-LINE.
000262     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000263     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000264     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000265     MOVE SPACES TO WS-RPT-LINE.
000266     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000267     OPEN I-O NUMBER-CONTROL-FILE.
000268     IF NOT WS-NUC-OK
000269         CLOSE NUMBER-CONTROL-FILE
000270         OPEN OUTPUT NUMBER-CONTROL-FILE
000271         CLOSE NUMBER-CONTROL-FILE
000272         OPEN I-O NUMBER-CONTROL-FILE
000273     END-IF.
000274     IF NOT WS-NUC-OK
000275         MOVE "NUMCTRL" TO WS-ERR-CODE
000276         MOVE SPACES TO WS-ERR-TEXT
000277         STRING "CANNOT OPEN NUMCTRL - STATUS " WS-NUC-STATUS
000278             DELIMITED BY SIZE INTO WS-ERR-TEXT
000279         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000280         MOVE 8 TO WS-RESULT-CODE
000281         GO TO 1000-EXIT
000282     END-IF.
000283     SET WS-NUC-FILE-OPEN TO TRUE.
000284     OPEN INPUT NUMBER-ISSUE-FILE.
000285     IF WS-NIS-OK
000286         SET WS-NIS-FILE-OPEN TO TRUE
000287     END-IF.
000288 1000-EXIT.
000289     EXIT.
000290*
000291*--------------------------------------------------------------*
000292*  2000-APPLY-CONTROLS                                           *
000293*                                                                *
000294*  Applies each NUMSERS series definition to NUMCTRL and prints  *
000295*  what was done with it. With no NUMSERS file the counters are  *
000296*  left as they are.                                             *
000297*--------------------------------------------------------------*
000298 2000-APPLY-CONTROLS.
000299     OPEN INPUT SERIES-CONTROL-FILE.
000300     IF NOT WS-SER-OK
000301         MOVE "NO NUMSERS CONTROL RECORDS - COUNTERS UNCHANGED"
000302             TO WS-RPT-LINE
000303         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000304         GO TO 2000-EXIT
000305     END-IF.
000306     PERFORM 2100-APPLY-ONE-CONTROL THRU 2100-EXIT
000307         UNTIL WS-SER-EOF.
000308     CLOSE SERIES-CONTROL-FILE.
000309     MOVE SPACES TO WS-RPT-LINE.
000310     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000311 2000-EXIT.
000312     EXIT.
000313*
000314 2100-APPLY-ONE-CONTROL.
000315     READ SERIES-CONTROL-FILE
000316         AT END
000317             MOVE "10" TO WS-SER-STATUS
000318             GO TO 2100-EXIT
000319     END-READ.
000320     IF SER-SERIES = SPACES
000321         GO TO 2100-EXIT
000322     END-IF.
000323     ADD 1 TO WS-CONTROLS-READ.
000324     MOVE ZERO TO CTL-START CTL-END.
000325     MOVE SPACES TO CTL-ACTION.
000326     MOVE SER-SERIES TO CTL-SERIES.
000327     IF SER-START-VALUE NOT NUMERIC OR SER-END-VALUE NOT NUMERIC
000328         MOVE "REJECTED - RANGE NOT NUMERIC" TO CTL-ACTION
000329         MOVE "BADCTL" TO WS-ERR-CODE
000330         GO TO 2100-REJECT
000331     END-IF.
000332     MOVE SER-START-VALUE TO CTL-START.
000333     MOVE SER-END-VALUE TO CTL-END.
000334     IF SER-START-VALUE = ZERO
000335        OR SER-START-VALUE > SER-END-VALUE
000336         MOVE "REJECTED - START PAST END VALUE" TO CTL-ACTION
000337         MOVE "BADCTL" TO WS-ERR-CODE
000338         GO TO 2100-REJECT
000339     END-IF.
000340     IF (SER-SERIES = "APPROVAL" OR SER-SERIES = "MESSAGE")
000341        AND SER-END-VALUE > 999999
000342         MOVE "REJECTED - END PAST SIX DIGITS" TO CTL-ACTION
000343         MOVE "BADCTL" TO WS-ERR-CODE
000344         GO TO 2100-REJECT
000345     END-IF.
000346     IF SER-SERIES = "INVOICE" OR SER-SERIES = "CREDIT"
000347         PERFORM 2150-CHECK-OVERLAP THRU 2150-EXIT
000348         IF WS-RANGES-OVERLAP
000349             MOVE "REJECTED - OVERLAPS INVOICE/CREDIT RANGE"
000350                 TO CTL-ACTION
000351             MOVE "NUMRANGE" TO WS-ERR-CODE
000352             GO TO 2100-REJECT
000353         END-IF
000354     END-IF.
000355     MOVE SER-SERIES TO NUC-SERIES.
000356     READ NUMBER-CONTROL-FILE
000357         INVALID KEY
000358             PERFORM 2200-ADD-SERIES THRU 2200-EXIT
000359             GO TO 2100-PRINT
000360     END-READ.
000361     IF NUC-LAST-ISSUED > SER-END-VALUE
000362         MOVE "REJECTED - END BELOW LAST NUMBER ISSUED"
000363             TO CTL-ACTION
000364         MOVE "NUMRANGE" TO WS-ERR-CODE
000365         GO TO 2100-REJECT
000366     END-IF.
000367     IF NUC-START-VALUE = SER-START-VALUE
000368        AND NUC-END-VALUE = SER-END-VALUE
000369        AND NUC-DESCRIPTION = SER-DESCRIPTION
000370         MOVE "UNCHANGED" TO CTL-ACTION
000371         GO TO 2100-PRINT
000372     END-IF.
000373     MOVE SER-START-VALUE TO NUC-START-VALUE.
000374     MOVE SER-END-VALUE TO NUC-END-VALUE.
000375     MOVE SER-DESCRIPTION TO NUC-DESCRIPTION.
000376     REWRITE NUMBER-CONTROL-RECORD
000377         INVALID KEY
000378             MOVE "NOT UPDATED - NUMCTRL REWRITE FAILED"
000379                 TO CTL-ACTION
000380             MOVE 4 TO WS-RESULT-CODE
000381             GO TO 2100-PRINT
000382     END-REWRITE.
000383     ADD 1 TO WS-CONTROLS-CHANGED.
000384     MOVE "RANGE UPDATED" TO CTL-ACTION.
000385     GO TO 2100-PRINT.
000386 2100-REJECT.
000387     ADD 1 TO WS-CONTROLS-REJECTED.
000388     MOVE SPACES TO WS-ERR-TEXT.
000389     STRING "SERIES " SER-SERIES " " CTL-ACTION
000390         DELIMITED BY SIZE INTO WS-ERR-TEXT.
000391     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000392     MOVE 4 TO WS-RESULT-CODE.
000393 2100-PRINT.
000394     MOVE WS-CONTROL-LINE TO WS-RPT-LINE.
000395     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000396 2100-EXIT.
000397     EXIT.
000398*
000399*--------------------------------------------------------------*
000400*  2150-CHECK-OVERLAP                                            *
000401*                                                                *
000402*  Invoice and credit note numbers are both filed on INVHIST by  *
000403*  number, so an INVOICE range may not share a number with the   *
000404*  CREDIT range on NUMCTRL, nor the other way about. The other   *
000405*  series is taken as it stands on NUMCTRL, so when both ranges  *
000406*  move, the one moving out of the way goes first on NUMSERS.    *
000407*--------------------------------------------------------------*
000408 2150-CHECK-OVERLAP.
000409     MOVE "N" TO WS-OVERLAP-SWITCH.
000410     IF SER-SERIES = "INVOICE"
000411         MOVE "CREDIT" TO NUC-SERIES
000412     ELSE
000413         MOVE "INVOICE" TO NUC-SERIES
000414     END-IF.
000415     READ NUMBER-CONTROL-FILE
000416         INVALID KEY
000417             GO TO 2150-EXIT
000418     END-READ.
000419     IF SER-START-VALUE NOT > NUC-END-VALUE
000420        AND SER-END-VALUE NOT < NUC-START-VALUE
000421         SET WS-RANGES-OVERLAP TO TRUE
000422     END-IF.
000423 2150-EXIT.
000424     EXIT.
000425*
000426 2200-ADD-SERIES.
000427     MOVE SPACES TO NUMBER-CONTROL-RECORD.
000428     MOVE SER-SERIES TO NUC-SERIES.
000429     MOVE SER-DESCRIPTION TO NUC-DESCRIPTION.
000430     MOVE SER-START-VALUE TO NUC-START-VALUE.
000431     MOVE SER-END-VALUE TO NUC-END-VALUE.
000432     MOVE ZERO TO NUC-LAST-ISSUED.
000433     MOVE ZERO TO NUC-ISSUE-COUNT.
000434     MOVE ZERO TO NUC-LAST-DATE.
000435     MOVE ZERO TO NUC-LAST-TIME.
000436     WRITE NUMBER-CONTROL-RECORD
000437         INVALID KEY
000438             MOVE "NOT ADDED - NUMCTRL WRITE FAILED"
000439                 TO CTL-ACTION
000440             MOVE 4 TO WS-RESULT-CODE
000441             GO TO 2200-EXIT
000442     END-WRITE.
000443     ADD 1 TO WS-CONTROLS-ADDED.
000444     MOVE "NEW SERIES ADDED" TO CTL-ACTION.
000445 2200-EXIT.
000446     EXIT.
000447*
000448*--------------------------------------------------------------*
000449*  3000-REPORT-SERIES                                            *
000450*                                                                *
000451*  Works through NUMCTRL in series order, reporting each series  *
000452*  against the register, then prints the run totals.             *
000453*--------------------------------------------------------------*
000454 3000-REPORT-SERIES.
000455     MOVE LOW-VALUES TO NUC-SERIES.
000456     START NUMBER-CONTROL-FILE KEY IS NOT LESS THAN NUC-SERIES
000457         INVALID KEY
000458             MOVE "10" TO WS-NUC-STATUS
000459     END-START.
000460     IF NOT WS-NUC-EOF
000461         PERFORM 3100-REPORT-ONE-SERIES THRU 3100-EXIT
000462             UNTIL WS-NUC-EOF
000463     END-IF.
000464     IF WS-SERIES-COUNT = ZERO
000465         MOVE "NO NUMBER SERIES SET UP ON NUMCTRL" TO WS-RPT-LINE
000466         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000467     END-IF.
000468     MOVE SPACES TO WS-RPT-LINE.
000469     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000470     MOVE "SERIES REPORTED" TO TOT-LABEL.
000471     MOVE WS-SERIES-COUNT TO TOT-VALUE.
000472     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000473     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000474     MOVE "NUMBERS ISSUED BUT NOT USED" TO TOT-LABEL.
000475     MOVE WS-TOT-UNUSED TO TOT-VALUE.
000476     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000477     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000478     MOVE "NUMBERS MISSING FROM REGISTER" TO TOT-LABEL.
000479     MOVE WS-TOT-MISSING TO TOT-VALUE.
000480     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000481     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000482     MOVE "NUMSERS CONTROL RECORDS REJECTED" TO TOT-LABEL.
000483     MOVE WS-CONTROLS-REJECTED TO TOT-VALUE.
000484     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000485     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000486 3000-EXIT.
000487     EXIT.
000488*
000489*--------------------------------------------------------------*
000490*  3100-REPORT-ONE-SERIES                                        *
000491*                                                                *
000492*  Numbers are expected from the series' start value up to its   *
000493*  checkpoint. Every register record is counted; one still "I"   *
000494*  is listed as issued but not used, and a jump in the register  *
000495*  lists the numbers skipped as missing. Numbers below the start *
000496*  value (issued under an earlier range) are counted but not     *
000497*  checked for gaps.                                             *
000498*--------------------------------------------------------------*
000499 3100-REPORT-ONE-SERIES.
000500     READ NUMBER-CONTROL-FILE NEXT RECORD
000501         AT END
000502             MOVE "10" TO WS-NUC-STATUS
000503             GO TO 3100-EXIT
000504     END-READ.
000505     ADD 1 TO WS-SERIES-COUNT.
000506     MOVE ZERO TO WS-SRS-ISSUED.
000507     MOVE ZERO TO WS-SRS-USED.
000508     MOVE ZERO TO WS-SRS-UNUSED.
000509     MOVE ZERO TO WS-SRS-MISSING.
000510     MOVE NUC-START-VALUE TO WS-EXPECTED-NUMBER.
000511     MOVE ZERO TO WS-REGISTER-HIGH.
000512     MOVE NUC-SERIES TO SRL-SERIES.
000513     MOVE NUC-DESCRIPTION TO SRL-DESCRIPTION.
000514     MOVE NUC-START-VALUE TO SRL-START.
000515     MOVE NUC-END-VALUE TO SRL-END.
000516     MOVE NUC-LAST-ISSUED TO SRL-LAST.
000517     MOVE WS-SERIES-LINE TO WS-RPT-LINE.
000518     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000519     IF WS-NIS-FILE-OPEN
000520         PERFORM 3200-WALK-REGISTER THRU 3200-EXIT
000521     END-IF.
000522     IF WS-EXPECTED-NUMBER NOT > NUC-LAST-ISSUED
000523         MOVE WS-EXPECTED-NUMBER TO WS-GAP-FROM
000524         MOVE NUC-LAST-ISSUED TO WS-GAP-TO
000525         PERFORM 3400-PRINT-GAP THRU 3400-EXIT
000526     END-IF.
000527     IF WS-REGISTER-HIGH > NUC-LAST-ISSUED
000528         MOVE NUC-LAST-ISSUED TO CKL-LAST
000529         MOVE WS-REGISTER-HIGH TO CKL-HIGH
000530         MOVE WS-CHECKPOINT-LINE TO WS-RPT-LINE
000531         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000532     END-IF.
000533     IF NUC-LAST-ISSUED < NUC-START-VALUE
000534         COMPUTE WS-REMAINING =
000535             NUC-END-VALUE - NUC-START-VALUE + 1
000536     ELSE
000537         COMPUTE WS-REMAINING = NUC-END-VALUE - NUC-LAST-ISSUED
000538     END-IF.
000539     MOVE WS-SRS-ISSUED TO CNL-ISSUED.
000540     MOVE WS-SRS-USED TO CNL-USED.
000541     MOVE WS-SRS-UNUSED TO CNL-UNUSED.
000542     MOVE WS-SRS-MISSING TO CNL-MISSING.
000543     MOVE WS-REMAINING TO CNL-REMAINING.
000544     MOVE WS-COUNT-LINE TO WS-RPT-LINE.
000545     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000546     MOVE SPACES TO WS-RPT-LINE.
000547     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000548     ADD WS-SRS-UNUSED TO WS-TOT-UNUSED.
000549     ADD WS-SRS-MISSING TO WS-TOT-MISSING.
000550 3100-EXIT.
000551     EXIT.
000552*
000553 3200-WALK-REGISTER.
000554     MOVE NUC-SERIES TO NIS-SERIES.
000555     MOVE ZERO TO NIS-NUMBER.
000556     MOVE "N" TO WS-SERIES-END-SWITCH.
000557     START NUMBER-ISSUE-FILE KEY IS NOT LESS THAN NIS-KEY
000558         INVALID KEY
000559             SET WS-SERIES-DONE TO TRUE
000560     END-START.
000561     PERFORM 3300-CHECK-ONE-NUMBER THRU 3300-EXIT
000562         UNTIL WS-SERIES-DONE.
000563 3200-EXIT.
000564     EXIT.
000565*
000566 3300-CHECK-ONE-NUMBER.
000567     READ NUMBER-ISSUE-FILE NEXT RECORD
000568         AT END
000569             SET WS-SERIES-DONE TO TRUE
000570             GO TO 3300-EXIT
000571     END-READ.
000572     IF NIS-SERIES NOT = NUC-SERIES
000573         SET WS-SERIES-DONE TO TRUE
000574         GO TO 3300-EXIT
000575     END-IF.
000576     ADD 1 TO WS-REGISTER-READ.
000577     ADD 1 TO WS-SRS-ISSUED.
000578     MOVE NIS-NUMBER TO WS-REGISTER-HIGH.
000579     IF NIS-NUMBER > WS-EXPECTED-NUMBER
000580         MOVE WS-EXPECTED-NUMBER TO WS-GAP-FROM
000581         COMPUTE WS-GAP-TO = NIS-NUMBER - 1
000582         PERFORM 3400-PRINT-GAP THRU 3400-EXIT
000583     END-IF.
000584     IF NIS-NUMBER NOT < WS-EXPECTED-NUMBER
000585         COMPUTE WS-EXPECTED-NUMBER = NIS-NUMBER + 1
000586     END-IF.
000587     IF NIS-USED
000588         ADD 1 TO WS-SRS-USED
000589         GO TO 3300-EXIT
000590     END-IF.
000591     ADD 1 TO WS-SRS-UNUSED.
000592     MOVE NIS-NUMBER TO UNL-NUMBER.
000593     MOVE NIS-ISSUE-DATE TO UNL-DATE.
000594     MOVE NIS-ISSUE-TIME(1:6) TO UNL-TIME.
000595     MOVE NIS-PROGRAM TO UNL-PROGRAM.
000596     MOVE NIS-REFERENCE TO UNL-REFERENCE.
000597     MOVE WS-UNUSED-LINE TO WS-RPT-LINE.
000598     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000599 3300-EXIT.
000600     EXIT.
000601*
000602 3400-PRINT-GAP.
000603     COMPUTE WS-SRS-MISSING =
000604         WS-SRS-MISSING + WS-GAP-TO - WS-GAP-FROM + 1.
000605     MOVE WS-GAP-FROM TO MSL-FROM.
000606     MOVE WS-GAP-TO TO MSL-TO.
000607     MOVE WS-MISSING-LINE TO WS-RPT-LINE.
000608     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000609 3400-EXIT.
000610     EXIT.
000611*
000612*--------------------------------------------------------------*
000613*  8000-LOG-ERROR                                                *
000614*--------------------------------------------------------------*
000615 8000-LOG-ERROR.
000616     MOVE "NUM-GAP" TO WS-ERR-PROGRAM.
000617     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000618         WS-ERR-TEXT.
000619 8000-EXIT.
000620     EXIT.
000621*
000622*--------------------------------------------------------------*
000623*  8800-WRITE-REPORT                                             *
000624*                                                                *
000625*  Prints one line through the shared report writer. WS-RPT-LINE *
000626*  must be set by the caller before this is PERFORMed.           *
000627*--------------------------------------------------------------*
000628 8800-WRITE-REPORT.
000629     MOVE "W" TO WS-RPT-FUNCTION.
000630     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000631         WS-RPT-LINE.
000632 8800-EXIT.
000633     EXIT.
000634*
000635*--------------------------------------------------------------*
000636*  9000-TERMINATE                                                *
000637*--------------------------------------------------------------*
000638 9000-TERMINATE.
000639     IF WS-NIS-FILE-OPEN
000640         CLOSE NUMBER-ISSUE-FILE
000641     END-IF.
000642     IF WS-NUC-FILE-OPEN
000643         CLOSE NUMBER-CONTROL-FILE
000644     END-IF.
000645     MOVE "E" TO WS-RUN-FUNCTION.
000646     MOVE WS-REGISTER-READ TO WS-RUN-REC-COUNT.
000647     MOVE "C" TO WS-RUN-STATUS.
000648     IF WS-RESULT-CODE = 8
000649         MOVE "F" TO WS-RUN-STATUS
000650     END-IF.
000651     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000652         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000653         WS-RUN-ALREADY-RAN.
000654     MOVE "C" TO WS-RPT-FUNCTION.
000655     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000656         WS-RPT-LINE.
000657     MOVE WS-RESULT-CODE TO RETURN-CODE.
000658 9000-EXIT.
000659     EXIT.
