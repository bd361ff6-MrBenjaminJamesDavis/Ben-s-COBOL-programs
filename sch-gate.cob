000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. sch-gate.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Schedule gate for the nightly *
000012*                    run. BATCHRUN runs it ahead of every step  *
000013*                    with the step id as PARM, and the step     *
000014*                    itself only runs on a zero return code.    *
000015*                    The step's entry on the SCHEDTBL step      *
000016*                    table gives its program's RUNCTRL name,    *
000017*                    its real predecessors, its calendar rule   *
000018*                    on BUSCAL (every working day, period end   *
000019*                    only, or weekly) and whether it is         *
000020*                    critical. The step is released (RC 0) only *
000021*                    when it is due, not already complete on    *
000022*                    RUNCTRL, every due predecessor is complete *
000023*                    and no earlier critical step is left       *
000024*                    incomplete; otherwise it is passed over    *
000025*                    with RC 4. A failed step therefore holds   *
000026*                    only its own dependants, and resubmitting  *
000027*                    the job after a failure reruns just the    *
000028*                    steps RUNCTRL does not show as complete.   *
000029*                    Every decision is written to SCHEDLOG,     *
000030*                    which BAT-STAT reports on.                 *
000031*--------------------------------------------------------------*
000032 ENVIRONMENT DIVISION.
000033 INPUT-OUTPUT SECTION.
000034 FILE-CONTROL.
000035     SELECT SCHEDULE-TABLE-FILE ASSIGN TO "SCHEDTBL"
000036         ORGANIZATION IS LINE SEQUENTIAL
000037         FILE STATUS IS WS-TBL-STATUS.
000038     SELECT SCHEDULE-LOG-FILE ASSIGN TO "SCHEDLOG"
000039         ORGANIZATION IS LINE SEQUENTIAL
000040         FILE STATUS IS WS-SLG-STATUS.
000041     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000042         ORGANIZATION IS INDEXED
000043         ACCESS MODE IS RANDOM
000044         RECORD KEY IS RUN-KEY
000045         FILE STATUS IS WS-RUN-STATUS.
000046     SELECT FORCE-FILE ASSIGN TO "RUNFORCE"
000047         ORGANIZATION IS LINE SEQUENTIAL
000048         FILE STATUS IS WS-FORCE-STATUS.
000049     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
000050         ORGANIZATION IS INDEXED
000051         ACCESS MODE IS RANDOM
000052         RECORD KEY IS CAL-DATE
000053         FILE STATUS IS WS-CAL-STATUS.
000054*
000055 DATA DIVISION.
000056 FILE SECTION.
000057*--------------------------------------------------------------*
000058*  SCHEDTBL holds one record per nightly step, in running       *
000059*  order: step id, program name as stamped on RUNCTRL (blank    *
000060*  for a step that does not use run-control), calendar rule (D  *
000061*  = every working day, P = period end only, W = weekly, on the *
000062*  weekday in the next column, 1 = Monday), critical flag (Y/N) *
000063*  and up to four predecessor step ids. A step with no RUNCTRL  *
000064*  name never holds its dependants.                             *
000065*--------------------------------------------------------------*
000066 FD  SCHEDULE-TABLE-FILE
000067     LABEL RECORDS ARE STANDARD.
000068 01  SCHEDULE-TABLE-RECORD.
000069     05  SCT-STEP-ID         PIC X(08).
000070     05  FILLER              PIC X(01).
000071     05  SCT-PROGRAM         PIC X(08).
000072     05  FILLER              PIC X(01).
000073     05  SCT-CAL-RULE        PIC X(01).
000074     05  SCT-WEEKDAY         PIC X(01).
000075     05  FILLER              PIC X(01).
000076     05  SCT-CRITICAL        PIC X(01).
000077     05  SCT-PRED-ENTRY OCCURS 4 TIMES.
000078         10  FILLER          PIC X(01).
000079         10  SCT-PREDECESSOR PIC X(08).
000080*
000081 FD  SCHEDULE-LOG-FILE
000082     LABEL RECORDS ARE STANDARD.
000083     COPY SCHLREC.
000084*
000085 FD  RUN-CONTROL-FILE
000086     LABEL RECORDS ARE STANDARD.
000087     COPY RUNCREC.
000088*
000089 FD  FORCE-FILE
000090     LABEL RECORDS ARE STANDARD.
000091 01  FORCE-RECORD            PIC X(08).
000092*
000093 FD  BUSINESS-CALENDAR-FILE
000094     LABEL RECORDS ARE STANDARD.
000095     COPY BUSCREC.
000096*
000097 WORKING-STORAGE SECTION.
000098*
000099 01  WS-TBL-STATUS           PIC X(02) VALUE "00".
000100     88  WS-TBL-OK                     VALUE "00".
000101     88  WS-TBL-EOF                    VALUE "10".
000102*
000103 01  WS-SLG-STATUS           PIC X(02) VALUE "00".
000104     88  WS-SLG-OK                     VALUE "00".
000105     88  WS-SLG-EOF                    VALUE "10".
000106*
000107 01  WS-RUN-STATUS           PIC X(02) VALUE "00".
000108     88  WS-RUN-OK                     VALUE "00".
000109*
000110 01  WS-FORCE-STATUS         PIC X(02) VALUE "00".
000111     88  WS-FORCE-OK                   VALUE "00".
000112     88  WS-FORCE-EOF                  VALUE "10".
000113*
000114 01  WS-CAL-STATUS           PIC X(02) VALUE "00".
000115     88  WS-CAL-OK                     VALUE "00".
000116*
000117 01  WS-RUN-AVAIL-SWITCH     PIC X(01) VALUE "N".
000118     88  WS-RUN-AVAILABLE             VALUE "Y".
000119 01  WS-CAL-AVAIL-SWITCH     PIC X(01) VALUE "N".
000120     88  WS-CAL-AVAILABLE             VALUE "Y".
000121 01  WS-FORCE-SWITCH         PIC X(01) VALUE "N".
000122     88  WS-FORCED                    VALUE "Y".
000123*
000124 01  WS-NOW-DATE             PIC 9(08).
000125 01  WS-NOW-TIME             PIC 9(08).
000126 01  WS-RESULT-CODE          PIC 9(02) VALUE 8.
000127*
000128*--------------------------------------------------------------*
000129*  THE STEP BEING GATED                                          *
000130*--------------------------------------------------------------*
000131 01  WS-GATE-STEP            PIC X(08) VALUE SPACES.
000132 01  WS-GATE-PROGRAM         PIC X(08) VALUE SPACES.
000133 01  WS-THIS-INDEX           PIC S9(04) COMP VALUE ZERO.
000134 01  WS-DECISION             PIC X(08) VALUE "HELD    ".
000135 01  WS-REASON               PIC X(40) VALUE SPACES.
000136 01  WS-RESTART-FLAG         PIC X(01) VALUE "N".
000137     88  WS-RESTART                   VALUE "Y".
000138 01  WS-LAST-DECISION        PIC X(08) VALUE SPACES.
000139*
000140*--------------------------------------------------------------*
000141*  STEP TABLE - LOADED ONCE FROM SCHEDTBL                        *
000142*--------------------------------------------------------------*
000143 01  WS-TBL-COUNT            PIC S9(04) COMP VALUE ZERO.
000144 01  WS-TBL-MAX              PIC S9(04) COMP VALUE 50.
000145 01  WS-FIND-INDEX           PIC S9(04) COMP VALUE ZERO.
000146 01  WS-CHK-INDEX            PIC S9(04) COMP VALUE ZERO.
000147 01  WS-PRED-INDEX           PIC S9(04) COMP VALUE ZERO.
000148*
000149 01  WS-STEP-TABLE.
000150     05  WS-STEP-ENTRY OCCURS 50 TIMES.
000151         10  WS-STP-ID           PIC X(08).
000152         10  WS-STP-PROGRAM      PIC X(08).
000153         10  WS-STP-CAL-RULE     PIC X(01).
000154             88  WS-STP-PERIOD-END        VALUE "P".
000155             88  WS-STP-WEEKLY            VALUE "W".
000156         10  WS-STP-WEEKDAY      PIC X(01).
000157         10  WS-STP-CRITICAL     PIC X(01).
000158             88  WS-STP-IS-CRITICAL       VALUE "Y".
000159         10  WS-STP-PREDECESSOR  PIC X(08) OCCURS 4 TIMES.
000160*
000161*--------------------------------------------------------------*
000162*  BUSINESS-DATE RESOLUTION WORK AREAS, AS RUN-CTL RESOLVES THEM *
000163*--------------------------------------------------------------*
000164 01  WS-BUS-DATE             PIC 9(08).
000165 01  WS-FIRST-WORKING        PIC 9(08).
000166 01  WS-CAND-DATE            PIC 9(08).
000167 01  WS-DAY-COUNT            PIC S9(04) COMP.
000168 01  WS-WALK-COUNT           PIC S9(04) COMP.
000169 01  WS-WORKING-SWITCH       PIC X(01).
000170     88  WS-DATE-IS-WORKING           VALUE "Y".
000171 01  WS-HISTORY-SWITCH       PIC X(01).
000172     88  WS-HISTORY-FOUND             VALUE "Y".
000173 01  WS-WALK-DONE-SWITCH     PIC X(01).
000174     88  WS-WALK-DONE                 VALUE "Y".
000175*
000176*--------------------------------------------------------------*
000177*  CALENDAR-RULE AND RUN-STATUS CHECKS                           *
000178*--------------------------------------------------------------*
000179 01  WS-DUE-SWITCH           PIC X(01).
000180     88  WS-STEP-DUE                  VALUE "Y".
000181 01  WS-DUE-REASON           PIC X(40).
000182 01  WS-WEEKDAY-WANTED       PIC 9(01).
000183 01  WS-WEEKDAY-NOW          PIC 9(01).
000184 01  WS-PROBE-DATE           PIC 9(08).
000185 01  WS-PROBE-DONE-SWITCH    PIC X(01).
000186     88  WS-PROBE-DONE                VALUE "Y".
000187 01  WS-CHK-PROGRAM          PIC X(08).
000188 01  WS-CHK-STATUS           PIC X(01).
000189     88  WS-CHK-COMPLETE              VALUE "C".
000190     88  WS-CHK-FAILED                VALUE "F".
000191 01  WS-HOLD-SWITCH          PIC X(01) VALUE "N".
000192     88  WS-HOLD-FOUND                VALUE "Y".
000193*
000194 LINKAGE SECTION.
000195*--------------------------------------------------------------*
000196*  Supplied by JCL as PARM='stepid', the SCHEDTBL step to       *
000197*  decide on. With no PARM the console is asked.                *
000198*--------------------------------------------------------------*
000199 01  LK-PARM.
000200     05  LK-PARM-LEN         PIC S9(04) COMP.
000201     05  LK-PARM-TEXT        PIC X(80).
000202*
000203 PROCEDURE DIVISION USING LK-PARM.
000204*
000205*--------------------------------------------------------------*
000206*  0000-MAINLINE                                                 *
000207*--------------------------------------------------------------*
000208 0000-MAINLINE.
000209     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000210     PERFORM 2000-DECIDE THRU 2000-EXIT.
000211     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
000212     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000213     STOP RUN.
000214*
000215*--------------------------------------------------------------*
000216*  1000-INITIALIZE                                               *
000217*--------------------------------------------------------------*
000218 1000-INITIALIZE.
000219     IF LK-PARM-LEN > 0
000220         MOVE LK-PARM-TEXT(1:8) TO WS-GATE-STEP
000221     ELSE
000222         DISPLAY "STEP ID: " WITH NO ADVANCING
000223         ACCEPT WS-GATE-STEP
000224     END-IF.
000225     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000226     ACCEPT WS-NOW-TIME FROM TIME.
000227     MOVE WS-NOW-DATE TO WS-BUS-DATE.
000228     PERFORM 1100-LOAD-TABLE THRU 1100-EXIT.
000229     OPEN INPUT RUN-CONTROL-FILE.
000230     IF WS-RUN-OK
000231         SET WS-RUN-AVAILABLE TO TRUE
000232     END-IF.
000233     OPEN INPUT BUSINESS-CALENDAR-FILE.
000234     IF WS-CAL-OK
000235         SET WS-CAL-AVAILABLE TO TRUE
000236     END-IF.
000237 1000-EXIT.
000238     EXIT.
000239*
000240 1100-LOAD-TABLE.
000241     MOVE ZERO TO WS-TBL-COUNT.
000242     OPEN INPUT SCHEDULE-TABLE-FILE.
000243     IF NOT WS-TBL-OK
000244         DISPLAY "SCH-GATE: NO SCHEDTBL FILE - STATUS "
000245             WS-TBL-STATUS
000246         GO TO 1100-EXIT
000247     END-IF.
000248     PERFORM 1110-LOAD-ONE-STEP THRU 1110-EXIT
000249         UNTIL WS-TBL-EOF.
000250     CLOSE SCHEDULE-TABLE-FILE.
000251 1100-EXIT.
000252     EXIT.
000253*
000254 1110-LOAD-ONE-STEP.
000255     READ SCHEDULE-TABLE-FILE
000256         AT END
000257             GO TO 1110-EXIT
000258     END-READ.
000259     IF SCT-STEP-ID = SPACES
000260        OR SCT-STEP-ID(1:1) = "*"
000261        OR WS-TBL-COUNT >= WS-TBL-MAX
000262         GO TO 1110-EXIT
000263     END-IF.
000264     ADD 1 TO WS-TBL-COUNT.
000265     MOVE SCT-STEP-ID  TO WS-STP-ID(WS-TBL-COUNT).
000266     MOVE SCT-PROGRAM  TO WS-STP-PROGRAM(WS-TBL-COUNT).
000267     MOVE SCT-CAL-RULE TO WS-STP-CAL-RULE(WS-TBL-COUNT).
000268     MOVE SCT-WEEKDAY  TO WS-STP-WEEKDAY(WS-TBL-COUNT).
000269     MOVE SCT-CRITICAL TO WS-STP-CRITICAL(WS-TBL-COUNT).
000270     PERFORM 1120-LOAD-ONE-PREDECESSOR THRU 1120-EXIT
000271         VARYING WS-PRED-INDEX FROM 1 BY 1
000272         UNTIL WS-PRED-INDEX > 4.
000273 1110-EXIT.
000274     EXIT.
000275*
000276 1120-LOAD-ONE-PREDECESSOR.
000277     MOVE SCT-PREDECESSOR(WS-PRED-INDEX)
000278         TO WS-STP-PREDECESSOR(WS-TBL-COUNT, WS-PRED-INDEX).
000279 1120-EXIT.
000280     EXIT.
000281*
000282*--------------------------------------------------------------*
000283*  2000-DECIDE                                                   *
000284*                                                                *
000285*  Works through the checks in order and stops at the first that *
000286*  passes the step over. RC 8 is kept for a step that cannot be  *
000287*  decided at all (no table, or not on it); every other          *
000288*  pass-over is RC 4.                                            *
000289*--------------------------------------------------------------*
000290 2000-DECIDE.
000291     IF WS-TBL-COUNT = ZERO
000292         MOVE "NO SCHEDULE TABLE ON SYSTEM" TO WS-REASON
000293         GO TO 2000-EXIT
000294     END-IF.
000295     MOVE ZERO TO WS-THIS-INDEX.
000296     PERFORM 2010-FIND-GATE-STEP THRU 2010-EXIT
000297         VARYING WS-FIND-INDEX FROM 1 BY 1
000298         UNTIL WS-FIND-INDEX > WS-TBL-COUNT
000299            OR WS-THIS-INDEX > ZERO.
000300     IF WS-THIS-INDEX = ZERO
000301         MOVE "STEP IS NOT ON THE SCHEDULE TABLE" TO WS-REASON
000302         GO TO 2000-EXIT
000303     END-IF.
000304     MOVE WS-STP-PROGRAM(WS-THIS-INDEX) TO WS-GATE-PROGRAM.
000305     PERFORM 2100-RESOLVE-BUS-DATE THRU 2100-EXIT.
000306     PERFORM 2300-CHECK-RESTART THRU 2300-EXIT.
000307     MOVE 4 TO WS-RESULT-CODE.
000308     MOVE WS-THIS-INDEX TO WS-CHK-INDEX.
000309     PERFORM 2400-CHECK-DUE THRU 2400-EXIT.
000310     IF NOT WS-STEP-DUE
000311         MOVE "NOT DUE " TO WS-DECISION
000312         MOVE WS-DUE-REASON TO WS-REASON
000313         GO TO 2000-EXIT
000314     END-IF.
000315     IF WS-GATE-PROGRAM NOT = SPACES
000316         MOVE WS-GATE-PROGRAM TO WS-CHK-PROGRAM
000317         PERFORM 2500-READ-RUN-STATUS THRU 2500-EXIT
000318         IF WS-CHK-COMPLETE
000319             PERFORM 2550-CHECK-FORCE THRU 2550-EXIT
000320             IF NOT WS-FORCED
000321                 MOVE "COMPLETE" TO WS-DECISION
000322                 MOVE "ALREADY COMPLETE ON RUNCTRL"
000323                     TO WS-REASON
000324                 GO TO 2000-EXIT
000325             END-IF
000326         END-IF
000327     END-IF.
000328     MOVE "N" TO WS-HOLD-SWITCH.
000329     PERFORM 2600-CHECK-CRITICAL THRU 2600-EXIT
000330         VARYING WS-CHK-INDEX FROM 1 BY 1
000331         UNTIL WS-CHK-INDEX >= WS-THIS-INDEX
000332            OR WS-HOLD-FOUND.
000333     IF WS-HOLD-FOUND
000334         GO TO 2000-EXIT
000335     END-IF.
000336     PERFORM 2700-CHECK-PREDECESSOR THRU 2700-EXIT
000337         VARYING WS-PRED-INDEX FROM 1 BY 1
000338         UNTIL WS-PRED-INDEX > 4
000339            OR WS-HOLD-FOUND.
000340     IF WS-HOLD-FOUND
000341         GO TO 2000-EXIT
000342     END-IF.
000343     MOVE ZERO TO WS-RESULT-CODE.
000344     MOVE "RELEASED" TO WS-DECISION.
000345     IF WS-RESTART
000346         MOVE "RELEASED ON RESTART" TO WS-REASON
000347     ELSE
000348         MOVE "DUE AND PREDECESSORS COMPLETE" TO WS-REASON
000349     END-IF.
000350 2000-EXIT.
000351     EXIT.
000352*
000353 2010-FIND-GATE-STEP.
000354     IF WS-STP-ID(WS-FIND-INDEX) = WS-GATE-STEP
000355         MOVE WS-FIND-INDEX TO WS-THIS-INDEX
000356     END-IF.
000357 2010-EXIT.
000358     EXIT.
000359*
000360*--------------------------------------------------------------*
000361*  2100-RESOLVE-BUS-DATE                                         *
000362*                                                                *
000363*  The same resolution RUN-CTL gives the step's program when it  *
000364*  starts: today rolls back to the most recent working day, then *
000365*  walks back while the program has no record for the previous   *
000366*  working day, so the gate and the program agree on the date on *
000367*  a catch-up night. A step with no RUNCTRL name takes the first *
000368*  working day. No BUSCAL leaves today unchanged.                *
000369*--------------------------------------------------------------*
000370 2100-RESOLVE-BUS-DATE.
000371     IF NOT WS-CAL-AVAILABLE
000372         GO TO 2100-EXIT
000373     END-IF.
000374     MOVE WS-NOW-DATE TO WS-CAND-DATE.
000375     MOVE ZERO TO WS-DAY-COUNT.
000376     PERFORM 2200-BACK-TO-WORKING-DAY THRU 2200-EXIT.
000377     MOVE WS-CAND-DATE TO WS-BUS-DATE.
000378     MOVE WS-CAND-DATE TO WS-FIRST-WORKING.
000379     IF WS-GATE-PROGRAM = SPACES
000380        OR NOT WS-RUN-AVAILABLE
000381         GO TO 2100-EXIT
000382     END-IF.
000383     MOVE "N"  TO WS-HISTORY-SWITCH.
000384     MOVE "N"  TO WS-WALK-DONE-SWITCH.
000385     MOVE ZERO TO WS-WALK-COUNT.
000386     PERFORM 2250-WALK-BACK-ONE-DAY THRU 2250-EXIT
000387         UNTIL WS-WALK-DONE OR WS-WALK-COUNT > 10.
000388     IF NOT WS-HISTORY-FOUND
000389         MOVE WS-FIRST-WORKING TO WS-BUS-DATE
000390     END-IF.
000391 2100-EXIT.
000392     EXIT.
000393*
000394 2200-BACK-TO-WORKING-DAY.
000395     PERFORM 2210-CHECK-WORKING-DAY THRU 2210-EXIT.
000396     IF WS-DATE-IS-WORKING OR WS-DAY-COUNT > 31
000397         GO TO 2200-EXIT
000398     END-IF.
000399     ADD 1 TO WS-DAY-COUNT.
000400     COMPUTE WS-CAND-DATE =
000401         FUNCTION DATE-OF-INTEGER(
000402             FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) - 1).
000403     GO TO 2200-BACK-TO-WORKING-DAY.
000404 2200-EXIT.
000405     EXIT.
000406*
000407 2210-CHECK-WORKING-DAY.
000408     MOVE "Y" TO WS-WORKING-SWITCH.
000409     MOVE WS-CAND-DATE TO CAL-DATE.
000410     READ BUSINESS-CALENDAR-FILE
000411         INVALID KEY
000412             CONTINUE
000413         NOT INVALID KEY
000414             IF NOT CAL-WORKING-DAY
000415                 MOVE "N" TO WS-WORKING-SWITCH
000416             END-IF
000417     END-READ.
000418 2210-EXIT.
000419     EXIT.
000420*
000421 2250-WALK-BACK-ONE-DAY.
000422     ADD 1 TO WS-WALK-COUNT.
000423     COMPUTE WS-CAND-DATE =
000424         FUNCTION DATE-OF-INTEGER(
000425             FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 1).
000426     MOVE ZERO TO WS-DAY-COUNT.
000427     PERFORM 2200-BACK-TO-WORKING-DAY THRU 2200-EXIT.
000428     MOVE WS-GATE-PROGRAM TO RUN-PROGRAM.
000429     MOVE WS-CAND-DATE    TO RUN-BUS-DATE.
000430     READ RUN-CONTROL-FILE
000431         INVALID KEY
000432             MOVE WS-CAND-DATE TO WS-BUS-DATE
000433         NOT INVALID KEY
000434             SET WS-HISTORY-FOUND TO TRUE
000435             SET WS-WALK-DONE TO TRUE
000436     END-READ.
000437 2250-EXIT.
000438     EXIT.
000439*
000440*--------------------------------------------------------------*
000441*  2300-CHECK-RESTART                                            *
000442*                                                                *
000443*  A step already decided once for this business date is being   *
000444*  run again - a resubmitted or restarted job.                   *
000445*--------------------------------------------------------------*
000446 2300-CHECK-RESTART.
000447     OPEN INPUT SCHEDULE-LOG-FILE.
000448     IF NOT WS-SLG-OK
000449         GO TO 2300-EXIT
000450     END-IF.
000451     PERFORM 2310-CHECK-ONE-ENTRY THRU 2310-EXIT
000452         UNTIL WS-SLG-EOF.
000453     CLOSE SCHEDULE-LOG-FILE.
000454 2300-EXIT.
000455     EXIT.
000456*
000457 2310-CHECK-ONE-ENTRY.
000458     READ SCHEDULE-LOG-FILE
000459         AT END
000460             GO TO 2310-EXIT
000461     END-READ.
000462     IF SLG-STEP-ID = WS-GATE-STEP
000463        AND SLG-BUS-DATE = WS-BUS-DATE
000464         SET WS-RESTART TO TRUE
000465         MOVE SLG-DECISION TO WS-LAST-DECISION
000466     END-IF.
000467 2310-EXIT.
000468     EXIT.
000469*
000470*--------------------------------------------------------------*
000471*  2400-CHECK-DUE                                                *
000472*                                                                *
000473*  Applies the calendar rule of table entry WS-CHK-INDEX to the  *
000474*  business date. A weekly step whose weekday is not a working   *
000475*  day is due on the last working day before it in the same      *
000476*  week.                                                         *
000477*--------------------------------------------------------------*
000478 2400-CHECK-DUE.
000479     MOVE "Y" TO WS-DUE-SWITCH.
000480     MOVE SPACES TO WS-DUE-REASON.
000481     EVALUATE TRUE
000482         WHEN WS-STP-PERIOD-END(WS-CHK-INDEX)
000483             PERFORM 2410-CHECK-PERIOD-END THRU 2410-EXIT
000484         WHEN WS-STP-WEEKLY(WS-CHK-INDEX)
000485             PERFORM 2420-CHECK-WEEKDAY THRU 2420-EXIT
000486         WHEN OTHER
000487             CONTINUE
000488     END-EVALUATE.
000489 2400-EXIT.
000490     EXIT.
000491*
000492 2410-CHECK-PERIOD-END.
000493     MOVE "N" TO CAL-PERIOD-END-FLAG.
000494     IF WS-CAL-AVAILABLE
000495         MOVE WS-BUS-DATE TO CAL-DATE
000496         READ BUSINESS-CALENDAR-FILE
000497             INVALID KEY
000498                 MOVE "N" TO CAL-PERIOD-END-FLAG
000499         END-READ
000500     END-IF.
000501     IF NOT CAL-PERIOD-END
000502         MOVE "N" TO WS-DUE-SWITCH
000503         MOVE "PERIOD-END STEP - NOT A PERIOD END"
000504             TO WS-DUE-REASON
000505     END-IF.
000506 2410-EXIT.
000507     EXIT.
000508*
000509 2420-CHECK-WEEKDAY.
000510     IF WS-STP-WEEKDAY(WS-CHK-INDEX) NUMERIC
000511         MOVE WS-STP-WEEKDAY(WS-CHK-INDEX) TO WS-WEEKDAY-WANTED
000512     ELSE
000513         MOVE 5 TO WS-WEEKDAY-WANTED
000514     END-IF.
000515     MOVE WS-BUS-DATE TO WS-PROBE-DATE.
000516     PERFORM 2440-SET-WEEKDAY THRU 2440-EXIT.
000517     IF WS-WEEKDAY-NOW = WS-WEEKDAY-WANTED
000518         GO TO 2420-EXIT
000519     END-IF.
000520     IF WS-WEEKDAY-NOW < WS-WEEKDAY-WANTED
000521        AND WS-CAL-AVAILABLE
000522         MOVE "N" TO WS-PROBE-DONE-SWITCH
000523         PERFORM 2430-PROBE-NEXT-DAY THRU 2430-EXIT
000524             UNTIL WS-PROBE-DONE
000525         IF WS-STEP-DUE
000526             GO TO 2420-EXIT
000527         END-IF
000528     END-IF.
000529     MOVE "N" TO WS-DUE-SWITCH.
000530     MOVE SPACES TO WS-DUE-REASON.
000531     STRING "WEEKLY STEP - DUE ON WEEKDAY "
000532            WS-WEEKDAY-WANTED DELIMITED BY SIZE
000533         INTO WS-DUE-REASON.
000534 2420-EXIT.
000535     EXIT.
000536*
000537*--------------------------------------------------------------*
000538*  2430-PROBE-NEXT-DAY                                           *
000539*                                                                *
000540*  Looks at the days after the business date up to the wanted    *
000541*  weekday; the step is due now only if none of them is a        *
000542*  working day.                                                  *
000543*--------------------------------------------------------------*
000544 2430-PROBE-NEXT-DAY.
000545     COMPUTE WS-PROBE-DATE =
000546         FUNCTION DATE-OF-INTEGER(
000547             FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE) + 1).
000548     PERFORM 2440-SET-WEEKDAY THRU 2440-EXIT.
000549     IF WS-WEEKDAY-NOW > WS-WEEKDAY-WANTED
000550        OR WS-WEEKDAY-NOW = 1
000551         SET WS-PROBE-DONE TO TRUE
000552         GO TO 2430-EXIT
000553     END-IF.
000554     MOVE WS-PROBE-DATE TO CAL-DATE.
000555     READ BUSINESS-CALENDAR-FILE
000556         INVALID KEY
000557             MOVE "Y" TO CAL-WORKING-FLAG
000558     END-READ.
000559     IF CAL-WORKING-DAY
000560         MOVE "N" TO WS-DUE-SWITCH
000561         SET WS-PROBE-DONE TO TRUE
000562     END-IF.
000563 2430-EXIT.
000564     EXIT.
000565*
000566 2440-SET-WEEKDAY.
000567     COMPUTE WS-WEEKDAY-NOW =
000568         FUNCTION MOD(
000569             FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE) - 1, 7) + 1.
000570 2440-EXIT.
000571     EXIT.
000572*
000573*--------------------------------------------------------------*
000574*  2500-READ-RUN-STATUS                                          *
000575*                                                                *
000576*  RUNCTRL status of WS-CHK-PROGRAM for the business date; a     *
000577*  space when there is no record.                                *
000578*--------------------------------------------------------------*
000579 2500-READ-RUN-STATUS.
000580     MOVE SPACE TO WS-CHK-STATUS.
000581     IF NOT WS-RUN-AVAILABLE
000582         GO TO 2500-EXIT
000583     END-IF.
000584     MOVE WS-CHK-PROGRAM TO RUN-PROGRAM.
000585     MOVE WS-BUS-DATE    TO RUN-BUS-DATE.
000586     READ RUN-CONTROL-FILE
000587         INVALID KEY
000588             GO TO 2500-EXIT
000589     END-READ.
000590     MOVE RUN-STATUS TO WS-CHK-STATUS.
000591 2500-EXIT.
000592     EXIT.
000593*
000594*--------------------------------------------------------------*
000595*  2550-CHECK-FORCE                                              *
000596*                                                                *
000597*  A program listed on RUNFORCE (or ALL) is being rerun          *
000598*  deliberately, so a completed step is released again as        *
000599*  RUN-CTL would let it through.                                 *
000600*--------------------------------------------------------------*
000601 2550-CHECK-FORCE.
000602     MOVE "N" TO WS-FORCE-SWITCH.
000603     OPEN INPUT FORCE-FILE.
000604     IF NOT WS-FORCE-OK
000605         GO TO 2550-EXIT
000606     END-IF.
000607     PERFORM 2560-CHECK-ONE-FORCE THRU 2560-EXIT
000608         UNTIL WS-FORCE-EOF OR WS-FORCED.
000609     CLOSE FORCE-FILE.
000610 2550-EXIT.
000611     EXIT.
000612*
000613 2560-CHECK-ONE-FORCE.
000614     READ FORCE-FILE
000615         AT END
000616             GO TO 2560-EXIT
000617     END-READ.
000618     IF FORCE-RECORD = WS-GATE-PROGRAM OR FORCE-RECORD = "ALL"
000619         SET WS-FORCED TO TRUE
000620     END-IF.
000621 2560-EXIT.
000622     EXIT.
000623*
000624*--------------------------------------------------------------*
000625*  2600-CHECK-CRITICAL                                           *
000626*                                                                *
000627*  An earlier critical step that was due and is not complete     *
000628*  holds every later step.                                       *
000629*--------------------------------------------------------------*
000630 2600-CHECK-CRITICAL.
000631     IF NOT WS-STP-IS-CRITICAL(WS-CHK-INDEX)
000632        OR WS-STP-PROGRAM(WS-CHK-INDEX) = SPACES
000633         GO TO 2600-EXIT
000634     END-IF.
000635     PERFORM 2400-CHECK-DUE THRU 2400-EXIT.
000636     IF NOT WS-STEP-DUE
000637         GO TO 2600-EXIT
000638     END-IF.
000639     MOVE WS-STP-PROGRAM(WS-CHK-INDEX) TO WS-CHK-PROGRAM.
000640     PERFORM 2500-READ-RUN-STATUS THRU 2500-EXIT.
000641     IF NOT WS-CHK-COMPLETE
000642         SET WS-HOLD-FOUND TO TRUE
000643         MOVE SPACES TO WS-REASON
000644         STRING "CRITICAL STEP " WS-STP-ID(WS-CHK-INDEX)
000645                " NOT COMPLETE" DELIMITED BY SIZE
000646             INTO WS-REASON
000647     END-IF.
000648 2600-EXIT.
000649     EXIT.
000650*
000651*--------------------------------------------------------------*
000652*  2700-CHECK-PREDECESSOR                                        *
000653*                                                                *
000654*  A predecessor that is not due on the business date, or has no *
000655*  RUNCTRL name, does not hold the step; one that was due and is *
000656*  not complete does.                                            *
000657*--------------------------------------------------------------*
000658 2700-CHECK-PREDECESSOR.
000659     IF WS-STP-PREDECESSOR(WS-THIS-INDEX, WS-PRED-INDEX) = SPACES
000660         GO TO 2700-EXIT
000661     END-IF.
000662     MOVE ZERO TO WS-CHK-INDEX.
000663     PERFORM 2710-FIND-PREDECESSOR THRU 2710-EXIT
000664         VARYING WS-FIND-INDEX FROM 1 BY 1
000665         UNTIL WS-FIND-INDEX > WS-TBL-COUNT
000666            OR WS-CHK-INDEX > ZERO.
000667     IF WS-CHK-INDEX = ZERO
000668         SET WS-HOLD-FOUND TO TRUE
000669         MOVE SPACES TO WS-REASON
000670         STRING "PREDECESSOR "
000671                WS-STP-PREDECESSOR(WS-THIS-INDEX, WS-PRED-INDEX)
000672                " NOT ON TABLE" DELIMITED BY SIZE
000673             INTO WS-REASON
000674         GO TO 2700-EXIT
000675     END-IF.
000676     IF WS-STP-PROGRAM(WS-CHK-INDEX) = SPACES
000677         GO TO 2700-EXIT
000678     END-IF.
000679     PERFORM 2400-CHECK-DUE THRU 2400-EXIT.
000680     IF NOT WS-STEP-DUE
000681         GO TO 2700-EXIT
000682     END-IF.
000683     MOVE WS-STP-PROGRAM(WS-CHK-INDEX) TO WS-CHK-PROGRAM.
000684     PERFORM 2500-READ-RUN-STATUS THRU 2500-EXIT.
000685     IF WS-CHK-COMPLETE
000686         GO TO 2700-EXIT
000687     END-IF.
000688     SET WS-HOLD-FOUND TO TRUE.
000689     MOVE SPACES TO WS-REASON.
000690     IF WS-CHK-FAILED
000691         STRING "PREDECESSOR " WS-STP-ID(WS-CHK-INDEX)
000692                " FAILED" DELIMITED BY SIZE
000693             INTO WS-REASON
000694     ELSE
000695         STRING "PREDECESSOR " WS-STP-ID(WS-CHK-INDEX)
000696                " NOT COMPLETE" DELIMITED BY SIZE
000697             INTO WS-REASON
000698     END-IF.
000699 2700-EXIT.
000700     EXIT.
000701*
000702 2710-FIND-PREDECESSOR.
000703     IF WS-STP-ID(WS-FIND-INDEX) =
000704        WS-STP-PREDECESSOR(WS-THIS-INDEX, WS-PRED-INDEX)
000705         MOVE WS-FIND-INDEX TO WS-CHK-INDEX
000706     END-IF.
000707 2710-EXIT.
000708     EXIT.
000709*
000710*--------------------------------------------------------------*
000711*  8000-WRITE-LOG                                                *
000712*--------------------------------------------------------------*
000713 8000-WRITE-LOG.
000714     OPEN EXTEND SCHEDULE-LOG-FILE.
000715     IF NOT WS-SLG-OK
000716         OPEN OUTPUT SCHEDULE-LOG-FILE
000717         CLOSE SCHEDULE-LOG-FILE
000718         OPEN EXTEND SCHEDULE-LOG-FILE
000719     END-IF.
000720     MOVE SPACES           TO SCHEDULE-LOG-RECORD.
000721     MOVE WS-BUS-DATE      TO SLG-BUS-DATE.
000722     MOVE WS-NOW-DATE      TO SLG-RUN-DATE.
000723     MOVE WS-NOW-TIME      TO SLG-RUN-TIME.
000724     MOVE WS-GATE-STEP     TO SLG-STEP-ID.
000725     MOVE WS-GATE-PROGRAM  TO SLG-PROGRAM.
000726     MOVE WS-DECISION      TO SLG-DECISION.
000727     MOVE WS-RESTART-FLAG  TO SLG-RESTART-FLAG.
000728     MOVE WS-REASON        TO SLG-REASON.
000729     WRITE SCHEDULE-LOG-RECORD.
000730     CLOSE SCHEDULE-LOG-FILE.
000731     DISPLAY "SCH-GATE: " WS-GATE-STEP " " WS-DECISION
000732         " FOR " WS-BUS-DATE " - " WS-REASON.
000733     IF WS-RESTART
000734         DISPLAY "SCH-GATE: RESTART - LAST DECISION WAS "
000735             WS-LAST-DECISION
000736     END-IF.
000737 8000-EXIT.
000738     EXIT.
000739*
000740*--------------------------------------------------------------*
000741*  9000-TERMINATE                                                *
000742*--------------------------------------------------------------*
000743 9000-TERMINATE.
000744     IF WS-RUN-AVAILABLE
000745         CLOSE RUN-CONTROL-FILE
000746     END-IF.
000747     IF WS-CAL-AVAILABLE
000748         CLOSE BUSINESS-CALENDAR-FILE
000749     END-IF.
000750     MOVE WS-RESULT-CODE TO RETURN-CODE.
000751 9000-EXIT.
000752     EXIT.
