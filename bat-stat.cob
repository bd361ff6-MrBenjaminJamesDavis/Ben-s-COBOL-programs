000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Lists the schedule gate's SCHEDLOG         *
000012*                    decisions for the date that were not a     *
000013*                    plain release - steps held behind a failed *
000014*                    predecessor or critical step, steps not    *
000015*                    due under their calendar rule, and steps   *
000016*                    skipped or released again on a restart -   *
000017*                    so the page shows why a step did not run.  *
000018*                    A held step makes the night ATTENTION at   *
000019*                    least.                                     *
000020*  02-SEP-2026  BJD  New program. One-page morning-after batch  *
000021*                    status in place of reading four reports:   *
000022*                    every RUNCTRL program for the business     *
000023*                    date with its status and counts, each      *
000024*                    LOGCTL-controlled log recounted against    *
000025*                    its control totals (the LOG-VRFY rules),   *
000026*                    the count of new ERRLOG exceptions, and    *
000027*                    whether the reconciliation report was      *
000028*                    registered on RPTINDEX. The verdict is     *
000029*                    CLEAN, ATTENTION or FAILED, returned as    *
000030*                    the step's return code (0/4/8) so this     *
000031*                    can sit as the last BATCHRUN step and      *
000032*                    page the on-call operator. The date can    *
000033*                    arrive as a JCL PARM (YYYYMMDD); with no   *
000034*                    PARM it reports on today.                  *
000035*--------------------------------------------------------------*
000036 ENVIRONMENT DIVISION.
000037 INPUT-OUTPUT SECTION.
000038 FILE-CONTROL.
000039     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000040         ORGANIZATION IS INDEXED
000041         ACCESS MODE IS DYNAMIC
000042         RECORD KEY IS RUN-KEY
000043         FILE STATUS IS WS-RUN-STATUS.
000044     SELECT CONTROL-TOTAL-FILE ASSIGN TO "LOGCTL"
000045         ORGANIZATION IS LINE SEQUENTIAL
000046         FILE STATUS IS WS-CTLF-STATUS.
000047     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000048         ORGANIZATION IS LINE SEQUENTIAL
000049         FILE STATUS IS WS-LOG-STATUS.
000050     SELECT GAME-STATS-FILE ASSIGN TO "GAMESTAT"
000051         ORGANIZATION IS LINE SEQUENTIAL
000052         FILE STATUS IS WS-LOG-STATUS.
000053     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
000054         ORGANIZATION IS LINE SEQUENTIAL
000055         FILE STATUS IS WS-ERRL-STATUS.
000056     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
000057         ORGANIZATION IS INDEXED
000058         ACCESS MODE IS DYNAMIC
000059         RECORD KEY IS RPX-KEY
000060         FILE STATUS IS WS-IDX-STATUS.
000061     SELECT STATUS-REPORT-FILE ASSIGN TO "STATRPT"
000062         ORGANIZATION IS LINE SEQUENTIAL.
000063     SELECT SCHEDULE-LOG-FILE ASSIGN TO "SCHEDLOG"
000064         ORGANIZATION IS LINE SEQUENTIAL
000065         FILE STATUS IS WS-SLG-STATUS.
000066*
000067 DATA DIVISION.
000068 FILE SECTION.
000069 FD  RUN-CONTROL-FILE
000070     LABEL RECORDS ARE STANDARD.
000071     COPY RUNCREC.
000072*
000073 FD  CONTROL-TOTAL-FILE
000074     LABEL RECORDS ARE STANDARD.
000075     COPY LOGCTLR.
000076*
000077 FD  CALC-LOG-FILE
000078     LABEL RECORDS ARE STANDARD.
000079 01  CALC-LOG-RECORD         PIC X(120).
000080*
000081 FD  GAME-STATS-FILE
000082     LABEL RECORDS ARE STANDARD.
000083 01  GAME-STATS-RECORD       PIC X(100).
000084*
000085 FD  ERROR-LOG-FILE
000086     LABEL RECORDS ARE STANDARD.
000087     COPY ERRLOGR.
000088*
000089 FD  REPORT-INDEX-FILE
000090     LABEL RECORDS ARE STANDARD.
000091     COPY RPTXREC.
000092*
000093 FD  STATUS-REPORT-FILE
000094     LABEL RECORDS ARE STANDARD.
000095 01  REPORT-LINE             PIC X(80).
000096*
000097 FD  SCHEDULE-LOG-FILE
000098     LABEL RECORDS ARE STANDARD.
000099     COPY SCHLREC.
000100*
000101 WORKING-STORAGE SECTION.
000102*
000103 01  WS-RUN-STATUS           PIC X(02) VALUE "00".
000104     88  WS-RUN-OK                     VALUE "00".
000105     88  WS-RUN-EOF                    VALUE "10".
000106 01  WS-CTLF-STATUS          PIC X(02) VALUE "00".
000107     88  WS-CTLF-OK                    VALUE "00".
000108     88  WS-CTLF-EOF                   VALUE "10".
000109 01  WS-LOG-STATUS           PIC X(02) VALUE "00".
000110     88  WS-LOG-OK                     VALUE "00".
000111     88  WS-LOG-EOF                    VALUE "10".
000112 01  WS-ERRL-STATUS          PIC X(02) VALUE "00".
000113     88  WS-ERRL-OK                    VALUE "00".
000114     88  WS-ERRL-EOF                   VALUE "10".
000115 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000116     88  WS-IDX-OK                     VALUE "00".
000117     88  WS-IDX-EOF                    VALUE "10".
000118 01  WS-SLG-STATUS           PIC X(02) VALUE "00".
000119     88  WS-SLG-OK                     VALUE "00".
000120     88  WS-SLG-EOF                    VALUE "10".
000121*
000122 01  WS-REPORT-DATE          PIC 9(08).
000123*
000124*--------------------------------------------------------------*
000125*  VERDICT - THE WORST FINDING OF THE RUN. THE STEP RETURN      *
000126*  CODE IS 0 FOR CLEAN, 4 FOR ATTENTION, 8 FOR FAILED.          *
000127*--------------------------------------------------------------*
000128 01  WS-VERDICT              PIC 9(01) VALUE ZERO.
000129     88  WS-VERDICT-CLEAN             VALUE 0.
000130     88  WS-VERDICT-ATTENTION         VALUE 1.
000131     88  WS-VERDICT-FAILED            VALUE 2.
000132*
000133*--------------------------------------------------------------*
000134*  RUN-CONTROL TALLIES                                           *
000135*--------------------------------------------------------------*
000136 01  WS-RUNS-LISTED          PIC 9(03) VALUE ZERO.
000137 01  WS-RUNS-FAILED          PIC 9(03) VALUE ZERO.
000138 01  WS-RUNS-RUNNING         PIC 9(03) VALUE ZERO.
000139*
000140*--------------------------------------------------------------*
000141*  SCHEDULE-GATE TALLIES                                         *
000142*--------------------------------------------------------------*
000143 01  WS-SCHED-LISTED         PIC 9(03) VALUE ZERO.
000144 01  WS-SCHED-HELD           PIC 9(03) VALUE ZERO.
000145 01  WS-SCHED-RESTARTS       PIC 9(03) VALUE ZERO.
000146*
000147*--------------------------------------------------------------*
000148*  LOG RECOUNT WORK AREAS - THE SAME AMOUNTS LOG-VRFY COUNTS    *
000149*--------------------------------------------------------------*
000150 01  WS-LOG-NAME             PIC X(08).
000151 01  WS-RECOUNT              PIC 9(09).
000152 01  WS-REHASH               PIC S9(13)V99.
000153 01  WS-HASH-WORK            PIC S9(13)V99.
000154 01  WS-CTL-COUNT-HELD       PIC 9(09).
000155 01  WS-CTL-HASH-HELD        PIC S9(13)V99.
000156 01  WS-CTL-FOUND-SWITCH     PIC X(01).
000157     88  WS-CTL-FOUND                 VALUE "Y".
000158*
000159 01  WS-NEW-ERROR-COUNT      PIC 9(05) VALUE ZERO.
000160 01  WS-RECON-SWITCH         PIC X(01) VALUE "N".
000161     88  WS-RECON-PRESENT             VALUE "Y".
000162*
000163*--------------------------------------------------------------*
000164*  REPORT LINES                                                  *
000165*--------------------------------------------------------------*
000166 01  WS-HEADING-1.
000167     05  FILLER         PIC X(26)
000168         VALUE "MORNING BATCH STATUS FOR  ".
000169     05  WS-HDG-DATE    PIC 9(08).
000170*
000171 01  WS-RUN-LINE.
000172     05  RNL-PROGRAM         PIC X(08).
000173     05  FILLER              PIC X(02) VALUE SPACES.
000174     05  RNL-STATUS          PIC X(09).
000175     05  FILLER              PIC X(09) VALUE " RECORDS ".
000176     05  RNL-COUNT           PIC ZZZZZZZZ9.
000177*
000178 01  WS-LOG-LINE.
000179     05  LGL-LOG-NAME        PIC X(08).
000180     05  FILLER              PIC X(02) VALUE SPACES.
000181     05  LGL-STATE           PIC X(14).
000182     05  FILLER              PIC X(08) VALUE " COUNT  ".
000183     05  LGL-COUNT           PIC ZZZZZZZZ9.
000184*
000185 01  WS-TOTAL-LINE.
000186     05  TOT-LABEL           PIC X(30).
000187     05  TOT-COUNT           PIC ZZZZ9.
000188*
000189 01  WS-SCHED-LINE.
000190     05  SCL-STEP-ID         PIC X(08).
000191     05  FILLER              PIC X(02) VALUE SPACES.
000192     05  SCL-PROGRAM         PIC X(08).
000193     05  FILLER              PIC X(01) VALUE SPACE.
000194     05  SCL-DECISION        PIC X(08).
000195     05  FILLER              PIC X(01) VALUE SPACE.
000196     05  SCL-RESTART         PIC X(07).
000197     05  FILLER              PIC X(01) VALUE SPACE.
000198     05  SCL-REASON          PIC X(40).
000199*
000200 01  WS-VERDICT-LINE.
000201     05  FILLER              PIC X(17)
000202         VALUE "OVERALL VERDICT: ".
000203     05  VDL-VERDICT         PIC X(09).
000204*
000205 LINKAGE SECTION.
000206*--------------------------------------------------------------*
000207*  Supplied by JCL as PARM='YYYYMMDD' on an unattended run.     *
000208*  LK-PARM-LEN is zero when no PARM was passed, and the status  *
000209*  covers today.                                                *
000210*--------------------------------------------------------------*
000211 01  LK-PARM.
000212     05  LK-PARM-LEN         PIC S9(04) COMP.
000213     05  LK-PARM-TEXT        PIC X(80).
000214*
000215 PROCEDURE DIVISION USING LK-PARM.
000216*
000217*--------------------------------------------------------------*
000218*  0000-MAINLINE                                                *
000219*--------------------------------------------------------------*
000220 0000-MAINLINE.
000221     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000222     PERFORM 2000-CHECK-RUNS THRU 2000-EXIT.
000223     PERFORM 2500-CHECK-SCHEDULE THRU 2500-EXIT.
000224     PERFORM 3000-CHECK-LOGS THRU 3000-EXIT.
000225     PERFORM 4000-CHECK-ERRORS THRU 4000-EXIT.
000226     PERFORM 5000-CHECK-RECON THRU 5000-EXIT.
000227     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT.
000228     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000229     STOP RUN.
000230*
000231*--------------------------------------------------------------*
000232*  1000-INITIALIZE                                               *
000233*--------------------------------------------------------------*
000234 1000-INITIALIZE.
000235     IF LK-PARM-LEN >= 8
000236         MOVE LK-PARM-TEXT(1:8) TO WS-REPORT-DATE
000237     ELSE
000238         ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
000239     END-IF.
000240     OPEN OUTPUT STATUS-REPORT-FILE.
000241     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
000242     WRITE REPORT-LINE FROM WS-HEADING-1.
000243     MOVE SPACES TO REPORT-LINE.
000244     WRITE REPORT-LINE.
000245 1000-EXIT.
000246     EXIT.
000247*
000248*--------------------------------------------------------------*
000249*  2000-CHECK-RUNS                                               *
000250*--------------------------------------------------------------*
000251 2000-CHECK-RUNS.
000252     OPEN INPUT RUN-CONTROL-FILE.
000253     IF NOT WS-RUN-OK
000254         MOVE "NO RUN-CONTROL FILE ON SYSTEM" TO REPORT-LINE
000255         WRITE REPORT-LINE
000256         SET WS-VERDICT-FAILED TO TRUE
000257         GO TO 2000-EXIT
000258     END-IF.
000259     MOVE LOW-VALUES TO RUN-KEY.
000260     START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
000261         INVALID KEY
000262             MOVE "10" TO WS-RUN-STATUS
000263     END-START.
000264     IF NOT WS-RUN-EOF
000265         MOVE "00" TO WS-RUN-STATUS
000266     END-IF.
000267     PERFORM 2100-CHECK-ONE-RUN THRU 2100-EXIT
000268         UNTIL WS-RUN-EOF.
000269     CLOSE RUN-CONTROL-FILE.
000270     IF WS-RUNS-LISTED = ZERO
000271         MOVE "NO RUNS RECORDED FOR THIS DATE" TO REPORT-LINE
000272         WRITE REPORT-LINE
000273         IF NOT WS-VERDICT-FAILED
000274             SET WS-VERDICT-ATTENTION TO TRUE
000275         END-IF
000276     END-IF.
000277 2000-EXIT.
000278     EXIT.
000279*
000280 2100-CHECK-ONE-RUN.
000281     READ RUN-CONTROL-FILE NEXT RECORD
000282         AT END
000283             MOVE "10" TO WS-RUN-STATUS
000284             GO TO 2100-EXIT
000285     END-READ.
000286     IF RUN-BUS-DATE NOT = WS-REPORT-DATE
000287         GO TO 2100-EXIT
000288     END-IF.
000289     ADD 1 TO WS-RUNS-LISTED.
000290     MOVE RUN-PROGRAM   TO RNL-PROGRAM.
000291     MOVE RUN-REC-COUNT TO RNL-COUNT.
000292     EVALUATE TRUE
000293         WHEN RUN-COMPLETED
000294             MOVE "COMPLETED" TO RNL-STATUS
000295         WHEN RUN-FAILED
000296             MOVE "FAILED" TO RNL-STATUS
000297             ADD 1 TO WS-RUNS-FAILED
000298             SET WS-VERDICT-FAILED TO TRUE
000299         WHEN OTHER
000300             MOVE "RUNNING" TO RNL-STATUS
000301             ADD 1 TO WS-RUNS-RUNNING
000302             IF NOT WS-VERDICT-FAILED
000303                 SET WS-VERDICT-ATTENTION TO TRUE
000304             END-IF
000305     END-EVALUATE.
000306     WRITE REPORT-LINE FROM WS-RUN-LINE.
000307 2100-EXIT.
000308     EXIT.
000309*
000310*--------------------------------------------------------------*
000311*  2500-CHECK-SCHEDULE                                           *
000312*                                                                *
000313*  The schedule gate's decisions for the date. A plain first     *
000314*  release is left off, as the step shows in the run list above; *
000315*  everything else is listed with its reason.                    *
000316*--------------------------------------------------------------*
000317 2500-CHECK-SCHEDULE.
000318     OPEN INPUT SCHEDULE-LOG-FILE.
000319     IF NOT WS-SLG-OK
000320         GO TO 2500-EXIT
000321     END-IF.
000322     MOVE SPACES TO REPORT-LINE.
000323     WRITE REPORT-LINE.
000324     MOVE "SCHEDULE DECISIONS" TO REPORT-LINE.
000325     WRITE REPORT-LINE.
000326     PERFORM 2510-CHECK-ONE-DECISION THRU 2510-EXIT
000327         UNTIL WS-SLG-EOF.
000328     CLOSE SCHEDULE-LOG-FILE.
000329     IF WS-SCHED-LISTED = ZERO
000330         MOVE "EVERY SCHEDULED STEP RELEASED" TO REPORT-LINE
000331         WRITE REPORT-LINE
000332     END-IF.
000333     IF WS-SCHED-HELD > ZERO
000334         MOVE "STEPS HELD BY THE SCHEDULE" TO TOT-LABEL
000335         MOVE WS-SCHED-HELD TO TOT-COUNT
000336         WRITE REPORT-LINE FROM WS-TOTAL-LINE
000337         IF NOT WS-VERDICT-FAILED
000338             SET WS-VERDICT-ATTENTION TO TRUE
000339         END-IF
000340     END-IF.
000341     IF WS-SCHED-RESTARTS > ZERO
000342         MOVE "RESTART DECISIONS" TO TOT-LABEL
000343         MOVE WS-SCHED-RESTARTS TO TOT-COUNT
000344         WRITE REPORT-LINE FROM WS-TOTAL-LINE
000345     END-IF.
000346 2500-EXIT.
000347     EXIT.
000348*
000349 2510-CHECK-ONE-DECISION.
000350     READ SCHEDULE-LOG-FILE
000351         AT END
000352             MOVE "10" TO WS-SLG-STATUS
000353             GO TO 2510-EXIT
000354     END-READ.
000355     IF SLG-BUS-DATE NOT = WS-REPORT-DATE
000356         GO TO 2510-EXIT
000357     END-IF.
000358     IF SLG-RELEASED AND NOT SLG-RESTART
000359         GO TO 2510-EXIT
000360     END-IF.
000361     ADD 1 TO WS-SCHED-LISTED.
000362     IF SLG-HELD
000363         ADD 1 TO WS-SCHED-HELD
000364     END-IF.
000365     MOVE SPACES TO SCL-RESTART.
000366     IF SLG-RESTART
000367         ADD 1 TO WS-SCHED-RESTARTS
000368         MOVE "RESTART" TO SCL-RESTART
000369     END-IF.
000370     MOVE SLG-STEP-ID  TO SCL-STEP-ID.
000371     MOVE SLG-PROGRAM  TO SCL-PROGRAM.
000372     MOVE SLG-DECISION TO SCL-DECISION.
000373     MOVE SLG-REASON   TO SCL-REASON.
000374     WRITE REPORT-LINE FROM WS-SCHED-LINE.
000375 2510-EXIT.
000376     EXIT.
000377*
000378*--------------------------------------------------------------*
000379*  3000-CHECK-LOGS                                               *
000380*--------------------------------------------------------------*
000381 3000-CHECK-LOGS.
000382     MOVE SPACES TO REPORT-LINE.
000383     WRITE REPORT-LINE.
000384     MOVE "CALCLOG " TO WS-LOG-NAME.
000385     PERFORM 3100-RECOUNT-CALCLOG THRU 3100-EXIT.
000386     PERFORM 3500-COMPARE-CONTROL THRU 3500-EXIT.
000387     MOVE "GAMESTAT" TO WS-LOG-NAME.
000388     PERFORM 3200-RECOUNT-GAMESTAT THRU 3200-EXIT.
000389     PERFORM 3500-COMPARE-CONTROL THRU 3500-EXIT.
000390 3000-EXIT.
000391     EXIT.
000392*
000393 3100-RECOUNT-CALCLOG.
000394     MOVE ZERO TO WS-RECOUNT.
000395     MOVE ZERO TO WS-REHASH.
000396     MOVE "00" TO WS-LOG-STATUS.
000397     OPEN INPUT CALC-LOG-FILE.
000398     IF NOT WS-LOG-OK
000399         MOVE "10" TO WS-LOG-STATUS
000400         GO TO 3100-EXIT
000401     END-IF.
000402     PERFORM 3110-COUNT-ONE-CALC THRU 3110-EXIT
000403         UNTIL WS-LOG-EOF.
000404     CLOSE CALC-LOG-FILE.
000405 3100-EXIT.
000406     EXIT.
000407*
000408 3110-COUNT-ONE-CALC.
000409     READ CALC-LOG-FILE
000410         AT END
000411             MOVE "10" TO WS-LOG-STATUS
000412             GO TO 3110-EXIT
000413     END-READ.
000414     ADD 1 TO WS-RECOUNT.
000415     IF CALC-LOG-RECORD(59:17) NOT = SPACES
000416         COMPUTE WS-HASH-WORK =
000417             FUNCTION NUMVAL(CALC-LOG-RECORD(59:17))
000418         ADD WS-HASH-WORK TO WS-REHASH
000419     END-IF.
000420 3110-EXIT.
000421     EXIT.
000422*
000423 3200-RECOUNT-GAMESTAT.
000424     MOVE ZERO TO WS-RECOUNT.
000425     MOVE ZERO TO WS-REHASH.
000426     MOVE "00" TO WS-LOG-STATUS.
000427     OPEN INPUT GAME-STATS-FILE.
000428     IF NOT WS-LOG-OK
000429         MOVE "10" TO WS-LOG-STATUS
000430         GO TO 3200-EXIT
000431     END-IF.
000432     PERFORM 3210-COUNT-ONE-GAME THRU 3210-EXIT
000433         UNTIL WS-LOG-EOF.
000434     CLOSE GAME-STATS-FILE.
000435 3200-EXIT.
000436     EXIT.
000437*
000438 3210-COUNT-ONE-GAME.
000439     READ GAME-STATS-FILE
000440         AT END
000441             MOVE "10" TO WS-LOG-STATUS
000442             GO TO 3210-EXIT
000443     END-READ.
000444     ADD 1 TO WS-RECOUNT.
000445     IF GAME-STATS-RECORD(10:3) NUMERIC
000446         COMPUTE WS-HASH-WORK =
000447             FUNCTION NUMVAL(GAME-STATS-RECORD(10:3))
000448         ADD WS-HASH-WORK TO WS-REHASH
000449     END-IF.
000450 3210-EXIT.
000451     EXIT.
000452*
000453*--------------------------------------------------------------*
000454*  3500-COMPARE-CONTROL                                          *
000455*                                                                *
000456*  Compares the recount of WS-LOG-NAME against its LOGCTL       *
000457*  control record, the same balance LOG-VRFY proves.            *
000458*--------------------------------------------------------------*
000459 3500-COMPARE-CONTROL.
000460     MOVE "N"  TO WS-CTL-FOUND-SWITCH.
000461     MOVE ZERO TO WS-CTL-COUNT-HELD.
000462     MOVE ZERO TO WS-CTL-HASH-HELD.
000463     MOVE "00" TO WS-CTLF-STATUS.
000464     OPEN INPUT CONTROL-TOTAL-FILE.
000465     IF WS-CTLF-OK
000466         PERFORM 3510-READ-ONE-CONTROL THRU 3510-EXIT
000467             UNTIL WS-CTLF-EOF
000468         CLOSE CONTROL-TOTAL-FILE
000469     END-IF.
000470     MOVE WS-LOG-NAME TO LGL-LOG-NAME.
000471     MOVE WS-RECOUNT  TO LGL-COUNT.
000472     EVALUATE TRUE
000473         WHEN NOT WS-CTL-FOUND
000474             MOVE "NO CONTROL REC" TO LGL-STATE
000475         WHEN WS-RECOUNT = WS-CTL-COUNT-HELD
000476              AND WS-REHASH = WS-CTL-HASH-HELD
000477             MOVE "VERIFIED" TO LGL-STATE
000478         WHEN OTHER
000479             MOVE "OUT OF BALANCE" TO LGL-STATE
000480             IF NOT WS-VERDICT-FAILED
000481                 SET WS-VERDICT-ATTENTION TO TRUE
000482             END-IF
000483     END-EVALUATE.
000484     WRITE REPORT-LINE FROM WS-LOG-LINE.
000485 3500-EXIT.
000486     EXIT.
000487*
000488 3510-READ-ONE-CONTROL.
000489     READ CONTROL-TOTAL-FILE
000490         AT END
000491             MOVE "10" TO WS-CTLF-STATUS
000492             GO TO 3510-EXIT
000493     END-READ.
000494     IF CTL-LOG-NAME = WS-LOG-NAME
000495         SET WS-CTL-FOUND TO TRUE
000496         IF CTL-REC-COUNT NUMERIC
000497             MOVE CTL-REC-COUNT TO WS-CTL-COUNT-HELD
000498         END-IF
000499         COMPUTE WS-CTL-HASH-HELD =
000500             FUNCTION NUMVAL(CTL-HASH-TEXT)
000501     END-IF.
000502 3510-EXIT.
000503     EXIT.
000504*
000505*--------------------------------------------------------------*
000506*  4000-CHECK-ERRORS                                             *
000507*--------------------------------------------------------------*
000508 4000-CHECK-ERRORS.
000509     MOVE ZERO TO WS-NEW-ERROR-COUNT.
000510     OPEN INPUT ERROR-LOG-FILE.
000511     IF WS-ERRL-OK
000512         PERFORM 4100-COUNT-ONE-ERROR THRU 4100-EXIT
000513             UNTIL WS-ERRL-EOF
000514         CLOSE ERROR-LOG-FILE
000515     END-IF.
000516     MOVE SPACES TO REPORT-LINE.
000517     WRITE REPORT-LINE.
000518     MOVE "NEW ERROR-LOG EXCEPTIONS" TO TOT-LABEL.
000519     MOVE WS-NEW-ERROR-COUNT TO TOT-COUNT.
000520     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000521     IF WS-NEW-ERROR-COUNT > ZERO
000522        AND NOT WS-VERDICT-FAILED
000523         SET WS-VERDICT-ATTENTION TO TRUE
000524     END-IF.
000525 4000-EXIT.
000526     EXIT.
000527*
000528 4100-COUNT-ONE-ERROR.
000529     READ ERROR-LOG-FILE
000530         AT END
000531             MOVE "10" TO WS-ERRL-STATUS
000532             GO TO 4100-EXIT
000533     END-READ.
000534     IF ERL-NEW
000535         ADD 1 TO WS-NEW-ERROR-COUNT
000536     END-IF.
000537 4100-EXIT.
000538     EXIT.
000539*
000540*--------------------------------------------------------------*
000541*  5000-CHECK-RECON                                              *
000542*                                                                *
000543*  The reconciliation prints through the shared report writer,  *
000544*  so its presence for the date shows on the RPTINDEX register. *
000545*--------------------------------------------------------------*
000546 5000-CHECK-RECON.
000547     MOVE "N" TO WS-RECON-SWITCH.
000548     OPEN INPUT REPORT-INDEX-FILE.
000549     IF NOT WS-IDX-OK
000550         GO TO 5000-SHOW.
000551 5000-SCAN.
000552     MOVE SPACES TO RPX-KEY.
000553     MOVE "RECONOUT" TO RPX-REPORT-ID.
000554     MOVE WS-REPORT-DATE TO RPX-BUS-DATE.
000555     MOVE ZERO TO RPX-OPEN-TIME.
000556     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RPX-KEY
000557         INVALID KEY
000558             GO TO 5000-CLOSE
000559     END-START.
000560     READ REPORT-INDEX-FILE NEXT RECORD
000561         AT END
000562             GO TO 5000-CLOSE
000563     END-READ.
000564     IF RPX-REPORT-ID = "RECONOUT"
000565        AND RPX-BUS-DATE = WS-REPORT-DATE
000566         SET WS-RECON-PRESENT TO TRUE
000567     END-IF.
000568 5000-CLOSE.
000569     CLOSE REPORT-INDEX-FILE.
000570 5000-SHOW.
000571     IF WS-RECON-PRESENT
000572         MOVE "RECONCILIATION REPORT PRESENT" TO REPORT-LINE
000573     ELSE
000574         MOVE "RECONCILIATION REPORT MISSING" TO REPORT-LINE
000575         IF NOT WS-VERDICT-FAILED
000576             SET WS-VERDICT-ATTENTION TO TRUE
000577         END-IF
000578     END-IF.
000579     WRITE REPORT-LINE.
000580 5000-EXIT.
000581     EXIT.
000582*
000583*--------------------------------------------------------------*
000584*  6000-WRITE-VERDICT                                            *
000585*--------------------------------------------------------------*
000586 6000-WRITE-VERDICT.
000587     MOVE SPACES TO REPORT-LINE.
000588     WRITE REPORT-LINE.
000589     EVALUATE TRUE
000590         WHEN WS-VERDICT-CLEAN
000591             MOVE "CLEAN" TO VDL-VERDICT
000592         WHEN WS-VERDICT-ATTENTION
000593             MOVE "ATTENTION" TO VDL-VERDICT
000594         WHEN OTHER
000595             MOVE "FAILED" TO VDL-VERDICT
000596     END-EVALUATE.
000597     WRITE REPORT-LINE FROM WS-VERDICT-LINE.
000598     DISPLAY "BATCH STATUS: " VDL-VERDICT.
000599 6000-EXIT.
000600     EXIT.
000601*
000602*--------------------------------------------------------------*
000603*  9000-TERMINATE                                                *
000604*--------------------------------------------------------------*
000605 9000-TERMINATE.
000606     CLOSE STATUS-REPORT-FILE.
000607     EVALUATE TRUE
000608         WHEN WS-VERDICT-CLEAN
000609             MOVE ZERO TO RETURN-CODE
000610         WHEN WS-VERDICT-ATTENTION
000611             MOVE 4 TO RETURN-CODE
000612         WHEN OTHER
000613             MOVE 8 TO RETURN-CODE
000614     END-EVALUATE.
000615 9000-EXIT.
000616     EXIT.
