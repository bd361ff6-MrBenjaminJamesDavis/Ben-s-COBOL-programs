000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. bat-trnd.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Batch elapsed-time trend over *
000012*                    the RUNCTRL start and end stamps for a     *
000013*                    period of business dates ending on the     *
000014*                    last night the batch has finished - the    *
000015*                    latest business date on RUNCTRL before the *
000016*                    current one - so tonight's steps, still to *
000017*                    run when this one does, are never taken    *
000018*                    for steps that did not run (PARM='DDD', 30 *
000019*                    days by default; 90 for the quarterly      *
000020*                    look). Each program's elapsed time and     *
000021*                    record count for the latest night is shown *
000022*                    against its own average over the earlier   *
000023*                    nights of the period and flagged when it   *
000024*                    ran materially longer, or processed far    *
000025*                    more or far fewer records, than normal.    *
000026*                    Each night's finish inside the agreed      *
000027*                    batch window (PARM positions 5-8 and       *
000028*                    10-13, HHMM open and close, 2000 to 0600   *
000029*                    by default) is fitted to a straight-line   *
000030*                    trend, which projects when the run will no *
000031*                    longer finish inside the window as         *
000032*                    ADDRFILE and the logs grow. Printed        *
000033*                    through RPT-WTR as report BATTRND. A       *
000034*                    flagged step or a projected overrun ends   *
000035*                    RC 4 and is logged to the error log, so    *
000036*                    BAT-STAT shows the night as needing        *
000037*                    attention before the morning reports are   *
000038*                    late.                                      *
000039*--------------------------------------------------------------*
000040 ENVIRONMENT DIVISION.
000041 INPUT-OUTPUT SECTION.
000042 FILE-CONTROL.
000043     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000044         ORGANIZATION IS INDEXED
000045         ACCESS MODE IS SEQUENTIAL
000046         RECORD KEY IS RUN-KEY
000047         FILE STATUS IS WS-RCT-STATUS.
000048*
000049 DATA DIVISION.
000050 FILE SECTION.
000051 FD  RUN-CONTROL-FILE
000052     LABEL RECORDS ARE STANDARD.
000053     COPY RUNCREC.
000054*
000055 WORKING-STORAGE SECTION.
000056*
000057*--------------------------------------------------------------*
000058*  SHARED REPORT-WRITER WORK AREAS                               *
000059*--------------------------------------------------------------*
000060     COPY RPTCALL.
000061*
000062*--------------------------------------------------------------*
000063*  SHARED ERROR-LOG WORK AREAS                                   *
000064*--------------------------------------------------------------*
000065     COPY ERRCALL.
000066*
000067 01  WS-RCT-STATUS           PIC X(02) VALUE "00".
000068     88  WS-RCT-OK                     VALUE "00".
000069     88  WS-RCT-EOF                    VALUE "10".
000070*
000071 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000072*
000073*--------------------------------------------------------------*
000074*  PERIOD AND AGREED BATCH WINDOW. THE WINDOW OPENS AND CLOSES   *
000075*  AT HHMM CLOCK TIMES; A RUN STARTING BETWEEN THE OPEN AND THE  *
000076*  LATE LIMIT (THE CLOSE PLUS SIX HOURS) BELONGS TO THE NIGHT,   *
000077*  ANYTHING STARTED IN THE DAY IS AN ON-DEMAND RUN AND IS LEFT   *
000078*  OUT OF THE NIGHTLY FIGURES.                                   *
000079*--------------------------------------------------------------*
000080 01  WS-PERIOD-DAYS          PIC 9(03) VALUE 30.
000081 01  WS-WINDOW-OPEN          PIC 9(04) VALUE 2000.
000082 01  WS-WINDOW-CLOSE         PIC 9(04) VALUE 0600.
000083 01  WS-MARGIN-MINUTES       PIC 9(04) VALUE 60.
000084 01  WS-LATE-ALLOWANCE       PIC 9(04) VALUE 360.
000085*
000086 01  WS-PARM-FIELDS.
000087     05  WS-PARM-DAYS        PIC X(03).
000088     05  FILLER              PIC X(01).
000089     05  WS-PARM-OPEN        PIC X(04).
000090     05  FILLER              PIC X(01).
000091     05  WS-PARM-CLOSE       PIC X(04).
000092*
000093 01  WS-REPORT-DATE          PIC 9(08).
000094 01  WS-FROM-DATE            PIC 9(08).
000095 01  WS-FROM-INTEGER         PIC 9(07).
000096 01  WS-OPEN-MINUTE          PIC 9(04).
000097 01  WS-CLOSE-MINUTE         PIC 9(04).
000098 01  WS-LATE-MINUTE          PIC 9(04).
000099 01  WS-WINDOW-LENGTH        PIC 9(04).
000100*
000101 01  WS-CLOCK                PIC 9(08).
000102 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
000103     05  WS-CLOCK-HH         PIC 9(02).
000104     05  WS-CLOCK-MM         PIC 9(02).
000105     05  WS-CLOCK-SS         PIC 9(02).
000106     05  WS-CLOCK-CC         PIC 9(02).
000107 01  WS-HHMM                 PIC 9(04).
000108 01  WS-HHMM-PARTS REDEFINES WS-HHMM.
000109     05  WS-HHMM-HH          PIC 9(02).
000110     05  WS-HHMM-MM          PIC 9(02).
000111 01  WS-MINUTE-OF-DAY        PIC 9(04).
000112 01  WS-OFFSET-MINUTES       PIC 9(04).
000113*
000114*--------------------------------------------------------------*
000115*  THE RUN BEING LOOKED AT                                       *
000116*--------------------------------------------------------------*
000117 01  WS-ELAPSED              PIC S9(09).
000118 01  WS-START-SECONDS        PIC 9(05).
000119 01  WS-END-SECONDS          PIC 9(05).
000120 01  WS-IN-NIGHT-SWITCH      PIC X(01).
000121     88  WS-IN-NIGHT                  VALUE "Y".
000122 01  WS-START-STAMP.
000123     05  WS-STAMP-START-DATE PIC 9(08).
000124     05  WS-STAMP-START-TIME PIC 9(08).
000125 01  WS-END-STAMP.
000126     05  WS-STAMP-END-DATE   PIC 9(08).
000127     05  WS-STAMP-END-TIME   PIC 9(08).
000128*
000129*--------------------------------------------------------------*
000130*  PROGRAM TABLE - ONE ENTRY PER PROGRAM ON RUNCTRL IN THE       *
000131*  PERIOD: ITS COMPLETED EARLIER NIGHTS, AND WHAT IT DID ON THE  *
000132*  LATEST ONE                                                    *
000133*--------------------------------------------------------------*
000134 01  WS-PGM-COUNT            PIC S9(04) COMP VALUE ZERO.
000135 01  WS-PGM-MAX              PIC S9(04) COMP VALUE 100.
000136 01  WS-PGM-INDEX            PIC S9(04) COMP VALUE ZERO.
000137 01  WS-PGM-SLOT             PIC S9(04) COMP VALUE ZERO.
000138*
000139 01  WS-PROGRAM-TABLE.
000140     05  WS-PGM-ENTRY OCCURS 100 TIMES.
000141         10  WS-PGM-NAME         PIC X(08).
000142         10  WS-PGM-NIGHTS       PIC 9(04).
000143         10  WS-PGM-SUM-ELAPSED  PIC 9(11).
000144         10  WS-PGM-SUM-RECORDS  PIC 9(13).
000145         10  WS-PGM-LAST-STATUS  PIC X(01).
000146         10  WS-PGM-LAST-ELAPSED PIC 9(09).
000147         10  WS-PGM-LAST-RECORDS PIC 9(09).
000148*
000149*--------------------------------------------------------------*
000150*  NIGHT TABLE - ONE SLOT PER BUSINESS DATE IN THE PERIOD,       *
000151*  COUNTED FROM THE FIRST DAY                                    *
000152*--------------------------------------------------------------*
000153 01  WS-NGT-MAX              PIC S9(04) COMP VALUE 366.
000154 01  WS-NGT-INDEX            PIC S9(04) COMP VALUE ZERO.
000155 01  WS-NGT-SLOT             PIC S9(04) COMP VALUE ZERO.
000156*
000157 01  WS-NIGHT-TABLE.
000158     05  WS-NGT-ENTRY OCCURS 366 TIMES.
000159         10  WS-NGT-STEPS        PIC 9(04).
000160         10  WS-NGT-ELAPSED      PIC 9(09).
000161         10  WS-NGT-RECORDS      PIC 9(11).
000162         10  WS-NGT-FIRST-START  PIC X(16).
000163         10  WS-NGT-LAST-END     PIC X(16).
000164*
000165*--------------------------------------------------------------*
000166*  STEP COMPARISON - A STEP IS SLOW AT HALF AS LONG AGAIN AS ITS *
000167*  AVERAGE AND A MINUTE OVER IT; ITS VOLUME IS OFF AT TWICE OR   *
000168*  HALF ITS AVERAGE. FEWER THAN THREE EARLIER NIGHTS IS TOO      *
000169*  LITTLE TO JUDGE.                                              *
000170*--------------------------------------------------------------*
000171 01  WS-SLOW-PERCENT         PIC 9(03) VALUE 150.
000172 01  WS-SLOW-SECONDS         PIC 9(04) VALUE 60.
000173 01  WS-HIGH-PERCENT         PIC 9(03) VALUE 200.
000174 01  WS-LOW-PERCENT          PIC 9(03) VALUE 50.
000175 01  WS-MIN-NIGHTS           PIC 9(02) VALUE 3.
000176*
000177 01  WS-AVG-ELAPSED          PIC 9(09).
000178 01  WS-AVG-RECORDS          PIC 9(09).
000179 01  WS-ELAPSED-PERCENT      PIC 9(05).
000180 01  WS-RECORDS-PERCENT      PIC 9(05).
000181 01  WS-FLAGGED-COUNT        PIC 9(04) VALUE ZERO.
000182*
000183*--------------------------------------------------------------*
000184*  WINDOW TREND - LEAST-SQUARES LINES THROUGH EACH NIGHT'S       *
000185*  FINISH, ELAPSED TIME AND RECORD COUNT AGAINST ITS DAY IN THE  *
000186*  PERIOD                                                        *
000187*--------------------------------------------------------------*
000188 01  WS-FIT-NIGHTS           PIC 9(04) VALUE ZERO.
000189 01  WS-FIT-X                PIC 9(04).
000190 01  WS-LAST-X               PIC 9(04).
000191 01  WS-SUM-X                PIC 9(09) VALUE ZERO.
000192 01  WS-SUM-XX               PIC 9(13) VALUE ZERO.
000193 01  WS-SUM-FINISH           PIC 9(09) VALUE ZERO.
000194 01  WS-SUM-X-FINISH         PIC 9(13) VALUE ZERO.
000195 01  WS-SUM-ELAPSED          PIC 9(13) VALUE ZERO.
000196 01  WS-SUM-X-ELAPSED        PIC 9(15) VALUE ZERO.
000197 01  WS-SUM-RECORDS          PIC 9(15) VALUE ZERO.
000198 01  WS-SUM-X-RECORDS        PIC 9(17) VALUE ZERO.
000199 01  WS-FIT-DIVISOR          PIC S9(15).
000200 01  WS-FINISH-SLOPE         PIC S9(07)V9(06).
000201 01  WS-FINISH-BASE          PIC S9(07)V9(06).
000202 01  WS-ELAPSED-SLOPE        PIC S9(09)V9(06).
000203 01  WS-RECORDS-SLOPE        PIC S9(11)V9(06).
000204 01  WS-AVG-FINISH           PIC 9(05).
000205 01  WS-LAST-FINISH          PIC 9(05) VALUE ZERO.
000206 01  WS-FITTED-NOW           PIC S9(07).
000207 01  WS-PROJECT-30           PIC S9(07).
000208 01  WS-PROJECT-90           PIC S9(07).
000209 01  WS-TREND-30             PIC S9(07).
000210 01  WS-ELAPSED-GROWTH       PIC S9(05).
000211 01  WS-RECORDS-GROWTH       PIC S9(05).
000212 01  WS-DAYS-TO-OVERRUN      PIC 9(05) VALUE ZERO.
000213 01  WS-WINDOW-STATE         PIC X(01) VALUE "K".
000214     88  WS-WINDOW-OK                 VALUE "K".
000215     88  WS-TOO-FEW-NIGHTS            VALUE "N".
000216     88  WS-WINDOW-OVERRAN            VALUE "O".
000217     88  WS-WINDOW-MARGIN             VALUE "M".
000218     88  WS-WINDOW-PROJECTED          VALUE "P".
000219*
000220*--------------------------------------------------------------*
000221*  REPORT LINES                                                  *
000222*--------------------------------------------------------------*
000223 01  WS-HEADING-1.
000224     05  FILLER         PIC X(26)
000225         VALUE "BATCH ELAPSED-TIME TREND".
000226     05  FILLER         PIC X(14) VALUE "BUSINESS DATE ".
000227     05  WS-HDG-DATE    PIC 9(08).
000228     05  FILLER         PIC X(08) VALUE "  PERIOD".
000229     05  WS-HDG-DAYS    PIC ZZ9.
000230     05  FILLER         PIC X(11) VALUE " DAYS FROM ".
000231     05  WS-HDG-FROM    PIC 9(08).
000232*
000233 01  WS-HEADING-2.
000234     05  FILLER         PIC X(20) VALUE "AGREED BATCH WINDOW ".
000235     05  WS-HDG-OPEN-HH PIC 9(02).
000236     05  FILLER         PIC X(01) VALUE ":".
000237     05  WS-HDG-OPEN-MM PIC 9(02).
000238     05  FILLER         PIC X(04) VALUE " TO ".
000239     05  WS-HDG-CLOSE-HH PIC 9(02).
000240     05  FILLER         PIC X(01) VALUE ":".
000241     05  WS-HDG-CLOSE-MM PIC 9(02).
000242*
000243 01  WS-HEADING-3.
000244     05  FILLER         PIC X(13) VALUE "PROGRAM  NGTS".
000245     05  FILLER         PIC X(10) VALUE "  AVG SECS".
000246     05  FILLER         PIC X(10) VALUE "  LST SECS".
000247     05  FILLER         PIC X(07) VALUE "   %AVG".
000248     05  FILLER         PIC X(11) VALUE "   AVG RECS".
000249     05  FILLER         PIC X(11) VALUE "  LAST RECS".
000250     05  FILLER         PIC X(07) VALUE "   %AVG".
000251     05  FILLER         PIC X(08) VALUE "  TIME".
000252     05  FILLER         PIC X(11) VALUE " VOLUME".
000253     05  FILLER         PIC X(10) VALUE "NOTE".
000254*
000255 01  WS-DETAIL-LINE.
000256     05  DTL-PROGRAM         PIC X(08).
000257     05  FILLER              PIC X(01) VALUE SPACE.
000258     05  DTL-NIGHTS          PIC ZZZ9.
000259     05  FILLER              PIC X(02) VALUE SPACES.
000260     05  DTL-AVG-ELAPSED     PIC Z(7)9.
000261     05  FILLER              PIC X(02) VALUE SPACES.
000262     05  DTL-LAST-ELAPSED    PIC Z(7)9.
000263     05  FILLER              PIC X(02) VALUE SPACES.
000264     05  DTL-ELAPSED-PCT     PIC ZZZZ9.
000265     05  FILLER              PIC X(02) VALUE SPACES.
000266     05  DTL-AVG-RECORDS     PIC Z(8)9.
000267     05  FILLER              PIC X(02) VALUE SPACES.
000268     05  DTL-LAST-RECORDS    PIC Z(8)9.
000269     05  FILLER              PIC X(02) VALUE SPACES.
000270     05  DTL-RECORDS-PCT     PIC ZZZZ9.
000271     05  FILLER              PIC X(02) VALUE SPACES.
000272     05  DTL-TIME-FLAG       PIC X(06).
000273     05  FILLER              PIC X(01) VALUE SPACE.
000274     05  DTL-VOLUME-FLAG     PIC X(10).
000275     05  DTL-NOTE            PIC X(10).
000276*
000277 01  WS-HEADING-4.
000278     05  FILLER         PIC X(20) VALUE "NIGHT     STEPS  STA".
000279     05  FILLER         PIC X(20) VALUE "RT  FINISH   ELAPSED".
000280     05  FILLER         PIC X(14) VALUE "       RECORDS".
000281*
000282 01  WS-NIGHT-LINE.
000283     05  NTL-DATE            PIC 9(08).
000284     05  FILLER              PIC X(02) VALUE SPACES.
000285     05  NTL-STEPS           PIC ZZZ9.
000286     05  FILLER              PIC X(02) VALUE SPACES.
000287     05  NTL-START-HH        PIC 9(02).
000288     05  FILLER              PIC X(01) VALUE ":".
000289     05  NTL-START-MM        PIC 9(02).
000290     05  FILLER              PIC X(03) VALUE SPACES.
000291     05  NTL-END-HH          PIC 9(02).
000292     05  FILLER              PIC X(01) VALUE ":".
000293     05  NTL-END-MM          PIC 9(02).
000294     05  FILLER              PIC X(02) VALUE SPACES.
000295     05  NTL-ELAPSED         PIC Z(7)9.
000296     05  FILLER              PIC X(02) VALUE SPACES.
000297     05  NTL-RECORDS         PIC Z(11)9.
000298     05  FILLER              PIC X(02) VALUE SPACES.
000299     05  NTL-MARK            PIC X(20).
000300*
000301 01  WS-FIGURE-LINE.
000302     05  FIG-LABEL           PIC X(50).
000303     05  FIG-VALUE           PIC -Z(6)9.
000304     05  FILLER              PIC X(01) VALUE SPACE.
000305     05  FIG-UNIT            PIC X(12).
000306*
000307 01  WS-WARNING-LINE.
000308     05  WRN-TEXT            PIC X(50).
000309     05  WRN-VALUE           PIC ZZZZ9.
000310     05  FILLER              PIC X(01) VALUE SPACE.
000311     05  WRN-UNIT            PIC X(12).
000312*
000313*--------------------------------------------------------------*
000314*  SHARED RUN-CONTROL WORK AREAS                                 *
000315*--------------------------------------------------------------*
000316     COPY RUNCALL.
000317*
000318 LINKAGE SECTION.
000319*--------------------------------------------------------------*
000320*  Supplied by JCL as PARM='DDD,HHMM,HHMM' - the period in      *
000321*  days, then the batch window's opening and closing times. Any *
000322*  part left off keeps its default.                             *
000323*--------------------------------------------------------------*
000324 01  LK-PARM.
000325     05  LK-PARM-LEN         PIC S9(04) COMP.
000326     05  LK-PARM-TEXT        PIC X(80).
000327*
000328 PROCEDURE DIVISION USING LK-PARM.
000329*
000330*--------------------------------------------------------------*
000331*  0000-MAINLINE                                                 *
000332*--------------------------------------------------------------*
000333 0000-MAINLINE.
000334     MOVE "S" TO WS-RUN-FUNCTION.
000335     MOVE "BATTRND " TO WS-RUN-PROGRAM.
000336     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000337     MOVE ZERO TO WS-RUN-REC-COUNT.
000338     MOVE SPACE TO WS-RUN-STATUS.
000339     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000340         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000341         WS-RUN-ALREADY-RAN.
000342     IF WS-RUN-ALREADY-RAN = "Y"
000343         DISPLAY "BAT-TRND ALREADY RAN FOR THIS BUSINESS DATE"
000344         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000345         STOP RUN
000346     END-IF.
000347     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000348     PERFORM 2000-READ-RUNS THRU 2000-EXIT.
000349     PERFORM 3000-PRINT-PROGRAM THRU 3000-EXIT
000350         VARYING WS-PGM-INDEX FROM 1 BY 1
000351         UNTIL WS-PGM-INDEX > WS-PGM-COUNT.
000352     MOVE SPACES TO WS-RPT-LINE.
000353     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000354     MOVE WS-HEADING-4 TO WS-RPT-LINE.
000355     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000356     PERFORM 4000-PRINT-NIGHT THRU 4000-EXIT
000357         VARYING WS-NGT-INDEX FROM 1 BY 1
000358         UNTIL WS-NGT-INDEX > WS-PERIOD-DAYS.
000359     PERFORM 5000-PROJECT-WINDOW THRU 5000-EXIT.
000360     PERFORM 6000-RAISE-WARNINGS THRU 6000-EXIT.
000361     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000362     STOP RUN.
000363*
000364*--------------------------------------------------------------*
000365*  1000-INITIALIZE                                               *
000366*                                                                *
000367*  Takes the period and window from the PARM, finds the last     *
000368*  night the batch finished, works out the first business date   *
000369*  of the period and the window's minutes, and opens the report. *
000370*--------------------------------------------------------------*
000371 1000-INITIALIZE.
000372     MOVE ZEROS TO WS-NIGHT-TABLE.
000373     MOVE SPACES TO WS-PARM-FIELDS.
000374     IF LK-PARM-LEN > 0
000375         MOVE LK-PARM-TEXT(1:13) TO WS-PARM-FIELDS
000376     END-IF.
000377     IF WS-PARM-DAYS NUMERIC
000378         MOVE WS-PARM-DAYS TO WS-PERIOD-DAYS
000379     END-IF.
000380     IF WS-PERIOD-DAYS = ZERO OR WS-PERIOD-DAYS > WS-NGT-MAX
000381         DISPLAY "BAT-TRND: PERIOD MUST BE 1 TO 366 DAYS - "
000382             "30 USED"
000383         MOVE 30 TO WS-PERIOD-DAYS
000384     END-IF.
000385     IF WS-PARM-OPEN NUMERIC
000386         MOVE WS-PARM-OPEN TO WS-WINDOW-OPEN
000387     END-IF.
000388     IF WS-PARM-CLOSE NUMERIC
000389         MOVE WS-PARM-CLOSE TO WS-WINDOW-CLOSE
000390     END-IF.
000391     PERFORM 1100-FIND-LAST-NIGHT THRU 1100-EXIT.
000392     COMPUTE WS-FROM-INTEGER =
000393         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
000394         - WS-PERIOD-DAYS + 1.
000395     COMPUTE WS-FROM-DATE =
000396         FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER).
000397     COMPUTE WS-LAST-X = WS-PERIOD-DAYS.
000398     MOVE WS-WINDOW-OPEN TO WS-HHMM.
000399     COMPUTE WS-OPEN-MINUTE = WS-HHMM-HH * 60 + WS-HHMM-MM.
000400     MOVE WS-HHMM-HH TO WS-HDG-OPEN-HH.
000401     MOVE WS-HHMM-MM TO WS-HDG-OPEN-MM.
000402     MOVE WS-WINDOW-CLOSE TO WS-HHMM.
000403     COMPUTE WS-CLOSE-MINUTE = WS-HHMM-HH * 60 + WS-HHMM-MM.
000404     MOVE WS-HHMM-HH TO WS-HDG-CLOSE-HH.
000405     MOVE WS-HHMM-MM TO WS-HDG-CLOSE-MM.
000406     MOVE WS-CLOSE-MINUTE TO WS-MINUTE-OF-DAY.
000407     PERFORM 7000-MINUTES-INTO-WINDOW THRU 7000-EXIT.
000408     MOVE WS-OFFSET-MINUTES TO WS-WINDOW-LENGTH.
000409     COMPUTE WS-LATE-MINUTE =
000410         FUNCTION MOD(WS-CLOSE-MINUTE + WS-LATE-ALLOWANCE, 1440).
000411     MOVE "O" TO WS-RPT-FUNCTION.
000412     MOVE "BATTRND " TO WS-RPT-ID.
000413     MOVE SPACES TO WS-RPT-LINE.
000414     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000415         WS-RPT-LINE.
000416     MOVE WS-REPORT-DATE TO WS-HDG-DATE.
000417     MOVE WS-PERIOD-DAYS TO WS-HDG-DAYS.
000418     MOVE WS-FROM-DATE   TO WS-HDG-FROM.
000419     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000420     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000421     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000422     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000423     MOVE SPACES TO WS-RPT-LINE.
000424     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000425     MOVE WS-HEADING-3 TO WS-RPT-LINE.
000426     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000427 1000-EXIT.
000428     EXIT.
000429*
000430*--------------------------------------------------------------*
000431*  1100-FIND-LAST-NIGHT                                          *
000432*                                                                *
000433*  The report is on the latest business date on RUNCTRL before   *
000434*  the current one. Tonight's night is not over while this step  *
000435*  runs - the steps after it have no record yet and the finish   *
000436*  is not known - so it is never the latest night. With nothing  *
000437*  earlier on file, the day before the business date is used.    *
000438*--------------------------------------------------------------*
000439 1100-FIND-LAST-NIGHT.
000440     MOVE ZERO TO WS-REPORT-DATE.
000441     OPEN INPUT RUN-CONTROL-FILE.
000442     IF WS-RCT-OK
000443         PERFORM 1110-CHECK-ONE-NIGHT THRU 1110-EXIT
000444             UNTIL WS-RCT-EOF
000445         CLOSE RUN-CONTROL-FILE
000446     END-IF.
000447     IF WS-REPORT-DATE = ZERO
000448         COMPUTE WS-REPORT-DATE =
000449             FUNCTION DATE-OF-INTEGER(
000450                 FUNCTION INTEGER-OF-DATE(WS-RUN-BUS-DATE) - 1)
000451     END-IF.
000452 1100-EXIT.
000453     EXIT.
000454*
000455 1110-CHECK-ONE-NIGHT.
000456     READ RUN-CONTROL-FILE NEXT RECORD
000457         AT END
000458             MOVE "10" TO WS-RCT-STATUS
000459             GO TO 1110-EXIT
000460     END-READ.
000461     IF RUN-PROGRAM = WS-RUN-PROGRAM
000462        OR RUN-BUS-DATE NOT < WS-RUN-BUS-DATE
000463        OR RUN-BUS-DATE NOT > WS-REPORT-DATE
000464         GO TO 1110-EXIT
000465     END-IF.
000466     MOVE RUN-BUS-DATE TO WS-REPORT-DATE.
000467 1110-EXIT.
000468     EXIT.
000469*
000470*--------------------------------------------------------------*
000471*  2000-READ-RUNS                                                *
000472*                                                                *
000473*  Every RUNCTRL record whose business date falls in the period. *
000474*  Only completed runs have a true elapsed time, so only they go *
000475*  into the averages and the nightly figures; this program's own *
000476*  record is left out.                                           *
000477*--------------------------------------------------------------*
000478 2000-READ-RUNS.
000479     OPEN INPUT RUN-CONTROL-FILE.
000480     IF NOT WS-RCT-OK
000481         DISPLAY "BAT-TRND: CANNOT OPEN RUNCTRL - STATUS "
000482             WS-RCT-STATUS
000483         GO TO 2000-EXIT
000484     END-IF.
000485     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
000486         UNTIL WS-RCT-EOF.
000487     CLOSE RUN-CONTROL-FILE.
000488 2000-EXIT.
000489     EXIT.
000490*
000491 2100-READ-ONE-RUN.
000492     READ RUN-CONTROL-FILE NEXT RECORD
000493         AT END
000494             MOVE "10" TO WS-RCT-STATUS
000495             GO TO 2100-EXIT
000496     END-READ.
000497     IF RUN-BUS-DATE < WS-FROM-DATE
000498        OR RUN-BUS-DATE > WS-REPORT-DATE
000499        OR RUN-PROGRAM = WS-RUN-PROGRAM
000500         GO TO 2100-EXIT
000501     END-IF.
000502     PERFORM 2200-FIND-PROGRAM-SLOT THRU 2200-EXIT.
000503     IF WS-PGM-SLOT = ZERO
000504         GO TO 2100-EXIT
000505     END-IF.
000506     MOVE ZERO TO WS-ELAPSED.
000507     IF RUN-COMPLETED
000508         PERFORM 2300-WORK-OUT-ELAPSED THRU 2300-EXIT
000509     END-IF.
000510     IF RUN-BUS-DATE = WS-REPORT-DATE
000511         MOVE RUN-STATUS    TO WS-PGM-LAST-STATUS(WS-PGM-SLOT)
000512         MOVE WS-ELAPSED    TO WS-PGM-LAST-ELAPSED(WS-PGM-SLOT)
000513         MOVE RUN-REC-COUNT TO WS-PGM-LAST-RECORDS(WS-PGM-SLOT)
000514     END-IF.
000515     IF NOT RUN-COMPLETED
000516         GO TO 2100-EXIT
000517     END-IF.
000518     IF RUN-BUS-DATE < WS-REPORT-DATE
000519         ADD 1 TO WS-PGM-NIGHTS(WS-PGM-SLOT)
000520         ADD WS-ELAPSED TO WS-PGM-SUM-ELAPSED(WS-PGM-SLOT)
000521         ADD RUN-REC-COUNT TO WS-PGM-SUM-RECORDS(WS-PGM-SLOT)
000522     END-IF.
000523     PERFORM 2400-ADD-TO-NIGHT THRU 2400-EXIT.
000524 2100-EXIT.
000525     EXIT.
000526*
000527 2200-FIND-PROGRAM-SLOT.
000528     MOVE ZERO TO WS-PGM-SLOT.
000529     PERFORM 2210-CHECK-ONE-SLOT THRU 2210-EXIT
000530         VARYING WS-PGM-INDEX FROM 1 BY 1
000531         UNTIL WS-PGM-INDEX > WS-PGM-COUNT
000532            OR WS-PGM-SLOT NOT = ZERO.
000533     IF WS-PGM-SLOT NOT = ZERO
000534         GO TO 2200-EXIT
000535     END-IF.
000536     IF WS-PGM-COUNT >= WS-PGM-MAX
000537         DISPLAY "BAT-TRND: PROGRAM TABLE FULL - " RUN-PROGRAM
000538             " NOT REPORTED"
000539         GO TO 2200-EXIT
000540     END-IF.
000541     ADD 1 TO WS-PGM-COUNT.
000542     MOVE WS-PGM-COUNT TO WS-PGM-SLOT.
000543     MOVE RUN-PROGRAM TO WS-PGM-NAME(WS-PGM-SLOT).
000544     MOVE ZERO  TO WS-PGM-NIGHTS(WS-PGM-SLOT).
000545     MOVE ZERO  TO WS-PGM-SUM-ELAPSED(WS-PGM-SLOT).
000546     MOVE ZERO  TO WS-PGM-SUM-RECORDS(WS-PGM-SLOT).
000547     MOVE SPACE TO WS-PGM-LAST-STATUS(WS-PGM-SLOT).
000548     MOVE ZERO  TO WS-PGM-LAST-ELAPSED(WS-PGM-SLOT).
000549     MOVE ZERO  TO WS-PGM-LAST-RECORDS(WS-PGM-SLOT).
000550 2200-EXIT.
000551     EXIT.
000552*
000553 2210-CHECK-ONE-SLOT.
000554     IF WS-PGM-NAME(WS-PGM-INDEX) = RUN-PROGRAM
000555         MOVE WS-PGM-INDEX TO WS-PGM-SLOT
000556     END-IF.
000557 2210-EXIT.
000558     EXIT.
000559*
000560*--------------------------------------------------------------*
000561*  2300-WORK-OUT-ELAPSED                                         *
000562*                                                                *
000563*  Seconds from the start stamp to the end stamp, across         *
000564*  midnight where the run did. A stamp that does not make sense  *
000565*  leaves the elapsed time at zero.                              *
000566*--------------------------------------------------------------*
000567 2300-WORK-OUT-ELAPSED.
000568     IF RUN-START-DATE < 16010101
000569        OR RUN-END-DATE < RUN-START-DATE
000570         GO TO 2300-EXIT
000571     END-IF.
000572     MOVE RUN-START-TIME TO WS-CLOCK.
000573     COMPUTE WS-START-SECONDS =
000574         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
000575     MOVE RUN-END-TIME TO WS-CLOCK.
000576     COMPUTE WS-END-SECONDS =
000577         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
000578     COMPUTE WS-ELAPSED =
000579         (FUNCTION INTEGER-OF-DATE(RUN-END-DATE)
000580          - FUNCTION INTEGER-OF-DATE(RUN-START-DATE)) * 86400
000581         + WS-END-SECONDS - WS-START-SECONDS.
000582     IF WS-ELAPSED < ZERO
000583         MOVE ZERO TO WS-ELAPSED
000584     END-IF.
000585 2300-EXIT.
000586     EXIT.
000587*
000588*--------------------------------------------------------------*
000589*  2400-ADD-TO-NIGHT                                             *
000590*                                                                *
000591*  A completed run that started inside the night (from the       *
000592*  window opening to the late limit) is added to its business    *
000593*  date's slot, moving that night's first start and last end out *
000594*  as needed.                                                    *
000595*--------------------------------------------------------------*
000596 2400-ADD-TO-NIGHT.
000597     MOVE RUN-START-TIME TO WS-CLOCK.
000598     COMPUTE WS-MINUTE-OF-DAY = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
000599     MOVE "N" TO WS-IN-NIGHT-SWITCH.
000600     IF WS-OPEN-MINUTE > WS-LATE-MINUTE
000601         IF WS-MINUTE-OF-DAY NOT < WS-OPEN-MINUTE
000602            OR WS-MINUTE-OF-DAY < WS-LATE-MINUTE
000603             SET WS-IN-NIGHT TO TRUE
000604         END-IF
000605     ELSE
000606         IF WS-MINUTE-OF-DAY NOT < WS-OPEN-MINUTE
000607            AND WS-MINUTE-OF-DAY < WS-LATE-MINUTE
000608             SET WS-IN-NIGHT TO TRUE
000609         END-IF
000610     END-IF.
000611     IF NOT WS-IN-NIGHT
000612         GO TO 2400-EXIT
000613     END-IF.
000614     COMPUTE WS-NGT-SLOT =
000615         FUNCTION INTEGER-OF-DATE(RUN-BUS-DATE)
000616         - WS-FROM-INTEGER + 1.
000617     MOVE RUN-START-DATE TO WS-STAMP-START-DATE.
000618     MOVE RUN-START-TIME TO WS-STAMP-START-TIME.
000619     MOVE RUN-END-DATE   TO WS-STAMP-END-DATE.
000620     MOVE RUN-END-TIME   TO WS-STAMP-END-TIME.
000621     IF WS-NGT-STEPS(WS-NGT-SLOT) = ZERO
000622         MOVE WS-START-STAMP TO WS-NGT-FIRST-START(WS-NGT-SLOT)
000623         MOVE WS-END-STAMP   TO WS-NGT-LAST-END(WS-NGT-SLOT)
000624     END-IF.
000625     IF WS-START-STAMP < WS-NGT-FIRST-START(WS-NGT-SLOT)
000626         MOVE WS-START-STAMP TO WS-NGT-FIRST-START(WS-NGT-SLOT)
000627     END-IF.
000628     IF WS-END-STAMP > WS-NGT-LAST-END(WS-NGT-SLOT)
000629         MOVE WS-END-STAMP TO WS-NGT-LAST-END(WS-NGT-SLOT)
000630     END-IF.
000631     ADD 1 TO WS-NGT-STEPS(WS-NGT-SLOT).
000632     ADD WS-ELAPSED TO WS-NGT-ELAPSED(WS-NGT-SLOT).
000633     ADD RUN-REC-COUNT TO WS-NGT-RECORDS(WS-NGT-SLOT).
000634 2400-EXIT.
000635     EXIT.
000636*
000637*--------------------------------------------------------------*
000638*  3000-PRINT-PROGRAM                                            *
000639*                                                                *
000640*  One line per program: its average over the earlier nights     *
000641*  against the latest night, as figures and as a percentage of   *
000642*  the average, with the flags.                                  *
000643*--------------------------------------------------------------*
000644 3000-PRINT-PROGRAM.
000645     MOVE WS-PGM-INDEX TO WS-PGM-SLOT.
000646     MOVE ZERO TO WS-AVG-ELAPSED.
000647     MOVE ZERO TO WS-AVG-RECORDS.
000648     MOVE ZERO TO WS-ELAPSED-PERCENT.
000649     MOVE ZERO TO WS-RECORDS-PERCENT.
000650     MOVE SPACES TO DTL-TIME-FLAG.
000651     MOVE SPACES TO DTL-VOLUME-FLAG.
000652     MOVE SPACES TO DTL-NOTE.
000653     IF WS-PGM-NIGHTS(WS-PGM-SLOT) > ZERO
000654         COMPUTE WS-AVG-ELAPSED ROUNDED =
000655             WS-PGM-SUM-ELAPSED(WS-PGM-SLOT)
000656             / WS-PGM-NIGHTS(WS-PGM-SLOT)
000657         COMPUTE WS-AVG-RECORDS ROUNDED =
000658             WS-PGM-SUM-RECORDS(WS-PGM-SLOT)
000659             / WS-PGM-NIGHTS(WS-PGM-SLOT)
000660     END-IF.
000661     IF WS-AVG-ELAPSED > ZERO
000662         COMPUTE WS-ELAPSED-PERCENT ROUNDED =
000663             WS-PGM-LAST-ELAPSED(WS-PGM-SLOT) * 100
000664             / WS-AVG-ELAPSED
000665             ON SIZE ERROR
000666                 MOVE 99999 TO WS-ELAPSED-PERCENT
000667         END-COMPUTE
000668     END-IF.
000669     IF WS-AVG-RECORDS > ZERO
000670         COMPUTE WS-RECORDS-PERCENT ROUNDED =
000671             WS-PGM-LAST-RECORDS(WS-PGM-SLOT) * 100
000672             / WS-AVG-RECORDS
000673             ON SIZE ERROR
000674                 MOVE 99999 TO WS-RECORDS-PERCENT
000675         END-COMPUTE
000676     END-IF.
000677     EVALUATE WS-PGM-LAST-STATUS(WS-PGM-SLOT)
000678         WHEN "C"
000679             PERFORM 3100-SET-FLAGS THRU 3100-EXIT
000680         WHEN "F"
000681             MOVE "FAILED" TO DTL-NOTE
000682         WHEN "R"
000683             MOVE "RUNNING" TO DTL-NOTE
000684         WHEN OTHER
000685             MOVE "NOT RUN" TO DTL-NOTE
000686     END-EVALUATE.
000687     MOVE WS-PGM-NAME(WS-PGM-SLOT)         TO DTL-PROGRAM.
000688     MOVE WS-PGM-NIGHTS(WS-PGM-SLOT)       TO DTL-NIGHTS.
000689     MOVE WS-AVG-ELAPSED                   TO DTL-AVG-ELAPSED.
000690     MOVE WS-PGM-LAST-ELAPSED(WS-PGM-SLOT) TO DTL-LAST-ELAPSED.
000691     MOVE WS-ELAPSED-PERCENT               TO DTL-ELAPSED-PCT.
000692     MOVE WS-AVG-RECORDS                   TO DTL-AVG-RECORDS.
000693     MOVE WS-PGM-LAST-RECORDS(WS-PGM-SLOT) TO DTL-LAST-RECORDS.
000694     MOVE WS-RECORDS-PERCENT               TO DTL-RECORDS-PCT.
000695     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000696     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000697 3000-EXIT.
000698     EXIT.
000699*
000700 3100-SET-FLAGS.
000701     IF WS-PGM-NIGHTS(WS-PGM-SLOT) < WS-MIN-NIGHTS
000702         MOVE "FEW NIGHTS" TO DTL-NOTE
000703         GO TO 3100-EXIT
000704     END-IF.
000705     IF WS-ELAPSED-PERCENT > WS-SLOW-PERCENT
000706        AND WS-PGM-LAST-ELAPSED(WS-PGM-SLOT)
000707            - WS-AVG-ELAPSED NOT < WS-SLOW-SECONDS
000708         MOVE "SLOW" TO DTL-TIME-FLAG
000709     END-IF.
000710     IF WS-AVG-RECORDS > ZERO
000711         IF WS-RECORDS-PERCENT NOT < WS-HIGH-PERCENT
000712             MOVE "HIGH" TO DTL-VOLUME-FLAG
000713         END-IF
000714         IF WS-RECORDS-PERCENT NOT > WS-LOW-PERCENT
000715             MOVE "LOW" TO DTL-VOLUME-FLAG
000716         END-IF
000717     END-IF.
000718     IF DTL-TIME-FLAG NOT = SPACES
000719        OR DTL-VOLUME-FLAG NOT = SPACES
000720         ADD 1 TO WS-FLAGGED-COUNT
000721     END-IF.
000722 3100-EXIT.
000723     EXIT.
000724*
000725*--------------------------------------------------------------*
000726*  4000-PRINT-NIGHT                                              *
000727*                                                                *
000728*  One line per night with runs in it: first start, last end,    *
000729*  total elapsed and records. The finish, as minutes into the    *
000730*  window, also goes into the trend sums.                        *
000731*--------------------------------------------------------------*
000732 4000-PRINT-NIGHT.
000733     MOVE WS-NGT-INDEX TO WS-NGT-SLOT.
000734     IF WS-NGT-STEPS(WS-NGT-SLOT) = ZERO
000735         GO TO 4000-EXIT
000736     END-IF.
000737     MOVE WS-NGT-FIRST-START(WS-NGT-SLOT) TO WS-START-STAMP.
000738     MOVE WS-NGT-LAST-END(WS-NGT-SLOT)    TO WS-END-STAMP.
000739     MOVE WS-STAMP-END-TIME TO WS-CLOCK.
000740     COMPUTE WS-MINUTE-OF-DAY = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
000741     PERFORM 7000-MINUTES-INTO-WINDOW THRU 7000-EXIT.
000742     MOVE WS-NGT-INDEX TO WS-FIT-X.
000743     ADD 1 TO WS-FIT-NIGHTS.
000744     ADD WS-FIT-X TO WS-SUM-X.
000745     COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X.
000746     ADD WS-OFFSET-MINUTES TO WS-SUM-FINISH.
000747     COMPUTE WS-SUM-X-FINISH =
000748         WS-SUM-X-FINISH + WS-FIT-X * WS-OFFSET-MINUTES.
000749     ADD WS-NGT-ELAPSED(WS-NGT-SLOT) TO WS-SUM-ELAPSED.
000750     COMPUTE WS-SUM-X-ELAPSED = WS-SUM-X-ELAPSED
000751         + WS-FIT-X * WS-NGT-ELAPSED(WS-NGT-SLOT).
000752     ADD WS-NGT-RECORDS(WS-NGT-SLOT) TO WS-SUM-RECORDS.
000753     COMPUTE WS-SUM-X-RECORDS = WS-SUM-X-RECORDS
000754         + WS-FIT-X * WS-NGT-RECORDS(WS-NGT-SLOT).
000755     MOVE SPACES TO NTL-MARK.
000756     IF WS-OFFSET-MINUTES > WS-WINDOW-LENGTH
000757         MOVE "OVERRAN THE WINDOW" TO NTL-MARK
000758     ELSE
000759         IF WS-OFFSET-MINUTES + WS-MARGIN-MINUTES
000760            > WS-WINDOW-LENGTH
000761             MOVE "INSIDE THE MARGIN" TO NTL-MARK
000762         END-IF
000763     END-IF.
000764     IF WS-NGT-SLOT = WS-LAST-X
000765         MOVE WS-OFFSET-MINUTES TO WS-LAST-FINISH
000766     END-IF.
000767     COMPUTE NTL-DATE = FUNCTION DATE-OF-INTEGER(
000768         WS-FROM-INTEGER + WS-NGT-SLOT - 1).
000769     MOVE WS-NGT-STEPS(WS-NGT-SLOT)   TO NTL-STEPS.
000770     MOVE WS-CLOCK-HH                 TO NTL-END-HH.
000771     MOVE WS-CLOCK-MM                 TO NTL-END-MM.
000772     MOVE WS-STAMP-START-TIME         TO WS-CLOCK.
000773     MOVE WS-CLOCK-HH                 TO NTL-START-HH.
000774     MOVE WS-CLOCK-MM                 TO NTL-START-MM.
000775     MOVE WS-NGT-ELAPSED(WS-NGT-SLOT) TO NTL-ELAPSED.
000776     MOVE WS-NGT-RECORDS(WS-NGT-SLOT) TO NTL-RECORDS.
000777     MOVE WS-NIGHT-LINE TO WS-RPT-LINE.
000778     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000779 4000-EXIT.
000780     EXIT.
000781*
000782*--------------------------------------------------------------*
000783*  5000-PROJECT-WINDOW                                           *
000784*                                                                *
000785*  Fits a straight line through the nightly finishes and carries *
000786*  it forward 30 and 90 days from the latest night, and to the   *
000787*  day it would cross the window's close. The elapsed-time and   *
000788*  record-count lines give the growth behind it, as a percentage *
000789*  of the average night per 30 days. Five nights are needed      *
000790*  before any line is drawn.                                     *
000791*--------------------------------------------------------------*
000792 5000-PROJECT-WINDOW.
000793     MOVE SPACES TO WS-RPT-LINE.
000794     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000795     MOVE "NIGHTS IN THE TREND" TO FIG-LABEL.
000796     MOVE WS-FIT-NIGHTS TO FIG-VALUE.
000797     MOVE SPACES TO FIG-UNIT.
000798     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000799     MOVE "BATCH WINDOW LENGTH" TO FIG-LABEL.
000800     MOVE WS-WINDOW-LENGTH TO FIG-VALUE.
000801     MOVE "MINUTES" TO FIG-UNIT.
000802     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000803     COMPUTE WS-FIT-DIVISOR =
000804         WS-FIT-NIGHTS * WS-SUM-XX - WS-SUM-X * WS-SUM-X.
000805     IF WS-FIT-NIGHTS < 5 OR WS-FIT-DIVISOR = ZERO
000806         SET WS-TOO-FEW-NIGHTS TO TRUE
000807         MOVE "TOO FEW NIGHTS TO PROJECT THE WINDOW"
000808             TO WRN-TEXT
000809         MOVE ZERO TO WRN-VALUE
000810         MOVE SPACES TO WRN-UNIT
000811         MOVE WS-WARNING-LINE TO WS-RPT-LINE
000812         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000813         GO TO 5000-EXIT
000814     END-IF.
000815     COMPUTE WS-AVG-FINISH ROUNDED =
000816         WS-SUM-FINISH / WS-FIT-NIGHTS.
000817     COMPUTE WS-FINISH-SLOPE ROUNDED =
000818         (WS-FIT-NIGHTS * WS-SUM-X-FINISH
000819          - WS-SUM-X * WS-SUM-FINISH) / WS-FIT-DIVISOR.
000820     COMPUTE WS-FINISH-BASE ROUNDED =
000821         (WS-SUM-FINISH - WS-FINISH-SLOPE * WS-SUM-X)
000822         / WS-FIT-NIGHTS.
000823     COMPUTE WS-ELAPSED-SLOPE ROUNDED =
000824         (WS-FIT-NIGHTS * WS-SUM-X-ELAPSED
000825          - WS-SUM-X * WS-SUM-ELAPSED) / WS-FIT-DIVISOR.
000826     COMPUTE WS-RECORDS-SLOPE ROUNDED =
000827         (WS-FIT-NIGHTS * WS-SUM-X-RECORDS
000828          - WS-SUM-X * WS-SUM-RECORDS) / WS-FIT-DIVISOR.
000829     COMPUTE WS-FITTED-NOW ROUNDED =
000830         WS-FINISH-BASE + WS-FINISH-SLOPE * WS-LAST-X.
000831     COMPUTE WS-PROJECT-30 ROUNDED =
000832         WS-FINISH-BASE + WS-FINISH-SLOPE * (WS-LAST-X + 30).
000833     COMPUTE WS-PROJECT-90 ROUNDED =
000834         WS-FINISH-BASE + WS-FINISH-SLOPE * (WS-LAST-X + 90).
000835     COMPUTE WS-TREND-30 ROUNDED = WS-FINISH-SLOPE * 30.
000836     MOVE ZERO TO WS-ELAPSED-GROWTH.
000837     MOVE ZERO TO WS-RECORDS-GROWTH.
000838     IF WS-SUM-ELAPSED > ZERO
000839         COMPUTE WS-ELAPSED-GROWTH ROUNDED =
000840             WS-ELAPSED-SLOPE * 30 * 100 * WS-FIT-NIGHTS
000841             / WS-SUM-ELAPSED
000842             ON SIZE ERROR
000843                 MOVE 9999 TO WS-ELAPSED-GROWTH
000844         END-COMPUTE
000845     END-IF.
000846     IF WS-SUM-RECORDS > ZERO
000847         COMPUTE WS-RECORDS-GROWTH ROUNDED =
000848             WS-RECORDS-SLOPE * 30 * 100 * WS-FIT-NIGHTS
000849             / WS-SUM-RECORDS
000850             ON SIZE ERROR
000851                 MOVE 9999 TO WS-RECORDS-GROWTH
000852         END-COMPUTE
000853     END-IF.
000854     MOVE "AVERAGE FINISH, MINUTES INTO THE WINDOW" TO FIG-LABEL.
000855     MOVE WS-AVG-FINISH TO FIG-VALUE.
000856     MOVE "MINUTES" TO FIG-UNIT.
000857     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000858     MOVE "LATEST NIGHT'S FINISH, MINUTES INTO THE WINDOW"
000859         TO FIG-LABEL.
000860     MOVE WS-LAST-FINISH TO FIG-VALUE.
000861     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000862     MOVE "FINISH TREND PER 30 DAYS" TO FIG-LABEL.
000863     MOVE WS-TREND-30 TO FIG-VALUE.
000864     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000865     MOVE "PROJECTED FINISH IN 30 DAYS" TO FIG-LABEL.
000866     MOVE WS-PROJECT-30 TO FIG-VALUE.
000867     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000868     MOVE "PROJECTED FINISH IN 90 DAYS" TO FIG-LABEL.
000869     MOVE WS-PROJECT-90 TO FIG-VALUE.
000870     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000871     MOVE "ELAPSED TIME GROWTH PER 30 DAYS" TO FIG-LABEL.
000872     MOVE WS-ELAPSED-GROWTH TO FIG-VALUE.
000873     MOVE "PERCENT" TO FIG-UNIT.
000874     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000875     MOVE "RECORDS PROCESSED GROWTH PER 30 DAYS" TO FIG-LABEL.
000876     MOVE WS-RECORDS-GROWTH TO FIG-VALUE.
000877     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000878     MOVE SPACES TO WS-RPT-LINE.
000879     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000880     MOVE ZERO TO WRN-VALUE.
000881     MOVE SPACES TO WRN-UNIT.
000882     EVALUATE TRUE
000883         WHEN WS-LAST-FINISH > WS-WINDOW-LENGTH
000884             SET WS-WINDOW-OVERRAN TO TRUE
000885             MOVE "WARNING - THE LATEST NIGHT OVERRAN THE WINDOW"
000886                 TO WRN-TEXT
000887         WHEN WS-PROJECT-90 > WS-WINDOW-LENGTH
000888             SET WS-WINDOW-PROJECTED TO TRUE
000889             PERFORM 5100-DAYS-TO-OVERRUN THRU 5100-EXIT
000890             MOVE "WARNING - WINDOW OVERRUN PROJECTED IN"
000891                 TO WRN-TEXT
000892             MOVE WS-DAYS-TO-OVERRUN TO WRN-VALUE
000893             MOVE "DAYS" TO WRN-UNIT
000894         WHEN WS-LAST-FINISH + WS-MARGIN-MINUTES
000895              > WS-WINDOW-LENGTH
000896             SET WS-WINDOW-MARGIN TO TRUE
000897             MOVE "WARNING - LATEST NIGHT FINISHED INSIDE THE"
000898                 TO WRN-TEXT
000899             MOVE WS-MARGIN-MINUTES TO WRN-VALUE
000900             MOVE "MINUTE MARGIN" TO WRN-UNIT
000901         WHEN OTHER
000902             MOVE "WINDOW HOLDS FOR 90 DAYS AT THE PRESENT TREND"
000903                 TO WRN-TEXT
000904     END-EVALUATE.
000905     MOVE WS-WARNING-LINE TO WS-RPT-LINE.
000906     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000907 5000-EXIT.
000908     EXIT.
000909*
000910 5100-DAYS-TO-OVERRUN.
000911     MOVE ZERO TO WS-DAYS-TO-OVERRUN.
000912     IF WS-FINISH-SLOPE NOT > ZERO
000913        OR WS-FITTED-NOW > WS-WINDOW-LENGTH
000914         GO TO 5100-EXIT
000915     END-IF.
000916     COMPUTE WS-DAYS-TO-OVERRUN ROUNDED =
000917         (WS-WINDOW-LENGTH - WS-FITTED-NOW) / WS-FINISH-SLOPE
000918         ON SIZE ERROR
000919             MOVE 99999 TO WS-DAYS-TO-OVERRUN
000920     END-COMPUTE.
000921 5100-EXIT.
000922     EXIT.
000923*
000924 5900-WRITE-FIGURE.
000925     MOVE WS-FIGURE-LINE TO WS-RPT-LINE.
000926     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000927 5900-EXIT.
000928     EXIT.
000929*
000930*--------------------------------------------------------------*
000931*  6000-RAISE-WARNINGS                                           *
000932*                                                                *
000933*  Flagged steps and a window warning each go to the error log,  *
000934*  and either ends the step RC 4, so the morning status does not *
000935*  read clean.                                                   *
000936*--------------------------------------------------------------*
000937 6000-RAISE-WARNINGS.
000938     MOVE SPACES TO WS-RPT-LINE.
000939     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000940     MOVE "STEPS FLAGGED SLOW OR OFF-VOLUME" TO FIG-LABEL.
000941     MOVE WS-FLAGGED-COUNT TO FIG-VALUE.
000942     MOVE SPACES TO FIG-UNIT.
000943     PERFORM 5900-WRITE-FIGURE THRU 5900-EXIT.
000944     IF WS-FLAGGED-COUNT > ZERO
000945         MOVE "BATSLOW" TO WS-ERR-CODE
000946         MOVE SPACES TO WS-ERR-TEXT
000947         STRING WS-FLAGGED-COUNT DELIMITED BY SIZE
000948             " STEPS SLOW OR OFF-VOLUME - SEE BATTRND"
000949                 DELIMITED BY SIZE
000950             INTO WS-ERR-TEXT
000951         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000952         MOVE 4 TO WS-RESULT-CODE
000953     END-IF.
000954     IF WS-WINDOW-OK OR WS-TOO-FEW-NIGHTS
000955         GO TO 6000-EXIT
000956     END-IF.
000957     MOVE "BATWINDOW" TO WS-ERR-CODE.
000958     MOVE SPACES TO WS-ERR-TEXT.
000959     EVALUATE TRUE
000960         WHEN WS-WINDOW-OVERRAN
000961             MOVE "LATEST NIGHT OVERRAN THE BATCH WINDOW"
000962                 TO WS-ERR-TEXT
000963         WHEN WS-WINDOW-PROJECTED
000964             STRING "BATCH WINDOW OVERRUN PROJECTED IN "
000965                 DELIMITED BY SIZE
000966                 WS-DAYS-TO-OVERRUN DELIMITED BY SIZE
000967                 " DAYS" DELIMITED BY SIZE
000968                 INTO WS-ERR-TEXT
000969         WHEN OTHER
000970             MOVE "LATEST NIGHT FINISHED INSIDE THE WINDOW MARGIN"
000971                 TO WS-ERR-TEXT
000972     END-EVALUATE.
000973     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000974     DISPLAY "BAT-TRND: " WS-ERR-TEXT.
000975     MOVE 4 TO WS-RESULT-CODE.
000976 6000-EXIT.
000977     EXIT.
000978*
000979*--------------------------------------------------------------*
000980*  7000-MINUTES-INTO-WINDOW                                      *
000981*                                                                *
000982*  Minutes from the window's opening to the clock minute in      *
000983*  WS-MINUTE-OF-DAY, wrapping through midnight.                  *
000984*--------------------------------------------------------------*
000985 7000-MINUTES-INTO-WINDOW.
000986     IF WS-MINUTE-OF-DAY < WS-OPEN-MINUTE
000987         COMPUTE WS-OFFSET-MINUTES =
000988             WS-MINUTE-OF-DAY + 1440 - WS-OPEN-MINUTE
000989     ELSE
000990         COMPUTE WS-OFFSET-MINUTES =
000991             WS-MINUTE-OF-DAY - WS-OPEN-MINUTE
000992     END-IF.
000993 7000-EXIT.
000994     EXIT.
000995*
000996*--------------------------------------------------------------*
000997*  8000-LOG-ERROR                                                *
000998*                                                                *
000999*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
001000*  and WS-ERR-TEXT must be set by the caller before this is      *
001001*  PERFORMed.                                                    *
001002*--------------------------------------------------------------*
001003 8000-LOG-ERROR.
001004     MOVE "BAT-TRND" TO WS-ERR-PROGRAM.
001005     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
001006         WS-ERR-TEXT.
001007 8000-EXIT.
001008     EXIT.
001009*
001010*--------------------------------------------------------------*
001011*  8800-WRITE-REPORT                                             *
001012*                                                                *
001013*  Prints one line through the shared report writer. WS-RPT-LINE *
001014*  must be set by the caller before this is PERFORMed.           *
001015*--------------------------------------------------------------*
001016 8800-WRITE-REPORT.
001017     MOVE "W" TO WS-RPT-FUNCTION.
001018     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001019         WS-RPT-LINE.
001020 8800-EXIT.
001021     EXIT.
001022*
001023*--------------------------------------------------------------*
001024*  9000-TERMINATE                                                *
001025*--------------------------------------------------------------*
001026 9000-TERMINATE.
001027     MOVE "E" TO WS-RUN-FUNCTION.
001028     MOVE WS-PGM-COUNT TO WS-RUN-REC-COUNT.
001029     MOVE "C" TO WS-RUN-STATUS.
001030     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
001031         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
001032         WS-RUN-ALREADY-RAN.
001033     MOVE "C" TO WS-RPT-FUNCTION.
001034     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001035         WS-RPT-LINE.
001036     MOVE WS-RESULT-CODE TO RETURN-CODE.
001037 9000-EXIT.
001038     EXIT.
