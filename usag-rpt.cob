000019*                    counts; pre-stamp labels cannot be told   *
000020*                    apart from address lines and so cannot    *
000021*                    be counted.                               *
000022*  15-OCT-2026  BJD  The summary now prints through the shared   *
000023*                    RPT-WTR report writer as report USAGRPT, so *
000024*                    it is registered on RPTINDEX with the rest  *
000025*                    of the period-end pack and can be reprinted *
000026*                    with RPT-INQ.                               *
000027*--------------------------------------------------------------*
000028 ENVIRONMENT DIVISION.
000029 INPUT-OUTPUT SECTION.
000030 FILE-CONTROL.
000031     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000032         ORGANIZATION IS LINE SEQUENTIAL
000033         FILE STATUS IS WS-CALC-STATUS.
000034     SELECT GAME-STATS-FILE ASSIGN TO "GAMESTAT"
000035         ORGANIZATION IS LINE SEQUENTIAL
000036         FILE STATUS IS WS-GAME-STATUS.
000037     SELECT LABEL-FILE ASSIGN TO "LABELOUT"
000038         ORGANIZATION IS LINE SEQUENTIAL
000039         FILE STATUS IS WS-LBL-STATUS.
000040*
000041 DATA DIVISION.
000042 FILE SECTION.
000043 FD  CALC-LOG-FILE
000044     LABEL RECORDS ARE STANDARD.
000045 01  CALC-LOG-RECORD             PIC X(120).
000046 01  CALC-LOG-FIELDS REDEFINES CALC-LOG-RECORD.
000047     05  FILLER                  PIC X(76).
000048     05  CLR-OPERATOR-ID         PIC X(08).
000049     05  FILLER                  PIC X(36).
000050*
000051 FD  GAME-STATS-FILE
000052     LABEL RECORDS ARE STANDARD.
000053 01  GAME-STATS-RECORD.
000054     05  FILLER                  PIC X(15).
000055     05  GSR-PLAYER              PIC X(08).
000056*
000057 FD  LABEL-FILE
000058     LABEL RECORDS ARE STANDARD.
000059 01  LABEL-RECORD.
000060     05  LBR-PRINT-AREA          PIC X(40).
000061     05  LBR-OPERATOR-ID         PIC X(08).
000062*
000063 WORKING-STORAGE SECTION.
000064*
000065*--------------------------------------------------------------*
000066*  SHARED REPORT-WRITER WORK AREAS                               *
000067*--------------------------------------------------------------*
000068     COPY RPTCALL.
000069*
000070 01  WS-CALC-STATUS          PIC X(02) VALUE "00".
000071     88  WS-CALC-OK                    VALUE "00".
000072     88  WS-CALC-EOF                   VALUE "10".
000073*
000074 01  WS-GAME-STATUS          PIC X(02) VALUE "00".
000075     88  WS-GAME-OK                    VALUE "00".
000076     88  WS-GAME-EOF                   VALUE "10".
000077*
000078 01  WS-LBL-STATUS           PIC X(02) VALUE "00".
000079     88  WS-LBL-OK                     VALUE "00".
000080     88  WS-LBL-EOF                    VALUE "10".
000081*
000082 01  WS-TODAY-DATE           PIC 9(08).
000083 01  WS-WORK-OPERATOR        PIC X(08).
000084 01  WS-RECORDS-READ         PIC 9(09) VALUE ZERO.
000085*
000086*--------------------------------------------------------------*
000087*  PER-OPERATOR TOTALS                                           *
000088*--------------------------------------------------------------*
000089 01  WS-OPR-COUNT            PIC S9(04) COMP VALUE ZERO.
000090 01  WS-OPR-MAX              PIC S9(04) COMP VALUE 50.
000091 01  WS-OPR-INDEX            PIC S9(04) COMP VALUE ZERO.
000092 01  WS-OPR-SLOT             PIC S9(04) COMP VALUE ZERO.
000093*
000094 01  WS-OPR-TABLE.
000095     05  WS-OPR-ENTRY OCCURS 50 TIMES.
000096         10  WS-TBL-ID           PIC X(08).
000097         10  WS-TBL-CALCS        PIC 9(05).
000098         10  WS-TBL-ROUNDS       PIC 9(05).
000099         10  WS-TBL-LABELS       PIC 9(05).
000100*
000101 01  WS-UNATTR-CALCS         PIC 9(05) VALUE ZERO.
000102 01  WS-UNATTR-ROUNDS        PIC 9(05) VALUE ZERO.
000103*
000104*--------------------------------------------------------------*
000105*  REPORT LINES                                                  *
000106*--------------------------------------------------------------*
000107 01  WS-HEADING-1.
000108     05  FILLER         PIC X(24)
000109         VALUE "OPERATOR USAGE SUMMARY  ".
000110     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000111     05  WS-HDG-DATE    PIC 9(08).
000112*
000113 01  WS-HEADING-2.
000114     05  FILLER              PIC X(10) VALUE "OPERATOR".
000115     05  FILLER              PIC X(12) VALUE "CALCS".
000116     05  FILLER              PIC X(12) VALUE "GAME ROUNDS".
000117     05  FILLER              PIC X(08) VALUE "LABELS".
000118*
000119 01  WS-DETAIL-LINE.
000120     05  DTL-ID              PIC X(08).
000121     05  FILLER              PIC X(04) VALUE SPACES.
000122     05  DTL-CALCS           PIC ZZZZ9.
000123     05  FILLER              PIC X(07) VALUE SPACES.
000124     05  DTL-ROUNDS          PIC ZZZZ9.
000125     05  FILLER              PIC X(05) VALUE SPACES.
000126     05  DTL-LABELS          PIC ZZZZ9.
000127*
000128 01  WS-TOTAL-LINE.
000129     05  TOT-LABEL           PIC X(34).
000130     05  TOT-COUNT           PIC ZZZZ9.
000131*
000132*--------------------------------------------------------------*
000133*  SHARED RUN-CONTROL WORK AREAS                                 *
000134*--------------------------------------------------------------*
000135     COPY RUNCALL.
000136*
000137 PROCEDURE DIVISION.
000138*
000139*--------------------------------------------------------------*
000140*  0000-MAINLINE                                                *
000141*--------------------------------------------------------------*
000142 0000-MAINLINE.
000143     MOVE "S" TO WS-RUN-FUNCTION.
000144     MOVE "USAGRPT " TO WS-RUN-PROGRAM.
000145     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000146     MOVE ZERO TO WS-RUN-REC-COUNT.
000147     MOVE SPACE TO WS-RUN-STATUS.
000148     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000149         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000150         WS-RUN-ALREADY-RAN.
000151     IF WS-RUN-ALREADY-RAN = "Y"
000152         DISPLAY "USAG-RPT ALREADY RAN FOR THIS BUSINESS DATE"
000153         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000154         STOP RUN
000155     END-IF.
000156     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000157     PERFORM 2000-TALLY-CALC-LOG THRU 2000-EXIT.
000158     PERFORM 3000-TALLY-GAME-STATS THRU 3000-EXIT.
000159     PERFORM 4000-TALLY-LABELS THRU 4000-EXIT.
000160     PERFORM 6000-PRODUCE-REPORT THRU 6000-EXIT.
000161     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000162     STOP RUN.
000163*
000164*--------------------------------------------------------------*
000165*  1000-INITIALIZE                                               *
000166*--------------------------------------------------------------*
000167 1000-INITIALIZE.
000168     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000169     MOVE "O" TO WS-RPT-FUNCTION.
000170     MOVE "USAGRPT " TO WS-RPT-ID.
000171     MOVE SPACES TO WS-RPT-LINE.
000172     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000173         WS-RPT-LINE.
000174 1000-EXIT.
000175     EXIT.
000176*
000177*--------------------------------------------------------------*
000178*  2000-TALLY-CALC-LOG                                           *
000179*--------------------------------------------------------------*
000180 2000-TALLY-CALC-LOG.
000181     OPEN INPUT CALC-LOG-FILE.
000182     IF WS-CALC-OK
000183         PERFORM 2100-READ-CALC-LOG THRU 2100-EXIT
000184             UNTIL WS-CALC-EOF
000185         CLOSE CALC-LOG-FILE
000186     END-IF.
000187 2000-EXIT.
000188     EXIT.
000189*
000190 2100-READ-CALC-LOG.
000191     READ CALC-LOG-FILE
000192         AT END
000193             GO TO 2100-EXIT
000194     END-READ.
000195     ADD 1 TO WS-RECORDS-READ.
000196     IF CLR-OPERATOR-ID = SPACES
000197         ADD 1 TO WS-UNATTR-CALCS
000198         GO TO 2100-EXIT
000199     END-IF.
000200     MOVE CLR-OPERATOR-ID TO WS-WORK-OPERATOR.
000201     PERFORM 5000-FIND-OPERATOR-SLOT THRU 5000-EXIT.
000202     IF WS-OPR-SLOT NOT = ZERO
000203         ADD 1 TO WS-TBL-CALCS(WS-OPR-SLOT)
000204     END-IF.
000205 2100-EXIT.
000206     EXIT.
000207*
000208*--------------------------------------------------------------*
000209*  3000-TALLY-GAME-STATS                                         *
000210*--------------------------------------------------------------*
000211 3000-TALLY-GAME-STATS.
000212     OPEN INPUT GAME-STATS-FILE.
000213     IF WS-GAME-OK
000214         PERFORM 3100-READ-GAME-STATS THRU 3100-EXIT
000215             UNTIL WS-GAME-EOF
000216         CLOSE GAME-STATS-FILE
000217     END-IF.
000218 3000-EXIT.
000219     EXIT.
000220*
000221 3100-READ-GAME-STATS.
000222     READ GAME-STATS-FILE
000223         AT END
000224             GO TO 3100-EXIT
000225     END-READ.
000226     ADD 1 TO WS-RECORDS-READ.
000227     IF GSR-PLAYER = SPACES
000228         ADD 1 TO WS-UNATTR-ROUNDS
000229         GO TO 3100-EXIT
000230     END-IF.
000231     MOVE GSR-PLAYER TO WS-WORK-OPERATOR.
000232     PERFORM 5000-FIND-OPERATOR-SLOT THRU 5000-EXIT.
000233     IF WS-OPR-SLOT NOT = ZERO
000234         ADD 1 TO WS-TBL-ROUNDS(WS-OPR-SLOT)
000235     END-IF.
000236 3100-EXIT.
000237     EXIT.
000238*
000239*--------------------------------------------------------------*
000240*  4000-TALLY-LABELS                                             *
000241*                                                                *
000242*  Only the name line of each label carries the operator in     *
000243*  columns 41-48, so counting stamped lines counts labels.      *
000244*--------------------------------------------------------------*
000245 4000-TALLY-LABELS.
000246     OPEN INPUT LABEL-FILE.
000247     IF WS-LBL-OK
000248         PERFORM 4100-READ-LABELS THRU 4100-EXIT
000249             UNTIL WS-LBL-EOF
000250         CLOSE LABEL-FILE
000251     END-IF.
000252 4000-EXIT.
000253     EXIT.
000254*
000255 4100-READ-LABELS.
000256     READ LABEL-FILE
000257         AT END
000258             GO TO 4100-EXIT
000259     END-READ.
000260     ADD 1 TO WS-RECORDS-READ.
000261     IF LBR-OPERATOR-ID = SPACES
000262         GO TO 4100-EXIT
000263     END-IF.
000264     MOVE LBR-OPERATOR-ID TO WS-WORK-OPERATOR.
000265     PERFORM 5000-FIND-OPERATOR-SLOT THRU 5000-EXIT.
000266     IF WS-OPR-SLOT NOT = ZERO
000267         ADD 1 TO WS-TBL-LABELS(WS-OPR-SLOT)
000268     END-IF.
000269 4100-EXIT.
000270     EXIT.
000271*
000272*--------------------------------------------------------------*
000273*  5000-FIND-OPERATOR-SLOT                                       *
000274*                                                                *
000275*  Finds (or claims) the totals slot for WS-WORK-OPERATOR. A    *
000276*  zero slot on the way out means the table is full and the     *
000277*  record had to be skipped.                                     *
000278*--------------------------------------------------------------*
000279 5000-FIND-OPERATOR-SLOT.
000280     MOVE ZERO TO WS-OPR-SLOT.
000281     PERFORM 5100-CHECK-ONE-SLOT THRU 5100-EXIT
000282         VARYING WS-OPR-INDEX FROM 1 BY 1
000283         UNTIL WS-OPR-INDEX > WS-OPR-COUNT
000284             OR WS-OPR-SLOT NOT = ZERO.
000285     IF WS-OPR-SLOT = ZERO
000286         IF WS-OPR-COUNT < WS-OPR-MAX
000287             ADD 1 TO WS-OPR-COUNT
000288             MOVE WS-OPR-COUNT TO WS-OPR-SLOT
000289             MOVE WS-WORK-OPERATOR TO WS-TBL-ID(WS-OPR-SLOT)
000290             MOVE ZERO TO WS-TBL-CALCS(WS-OPR-SLOT)
000291             MOVE ZERO TO WS-TBL-ROUNDS(WS-OPR-SLOT)
000292             MOVE ZERO TO WS-TBL-LABELS(WS-OPR-SLOT)
000293         ELSE
000294             DISPLAY "USAG-RPT: OPERATOR TABLE FULL - SKIPPING "
000295                 WS-WORK-OPERATOR
000296         END-IF
000297     END-IF.
000298 5000-EXIT.
000299     EXIT.
000300*
000301 5100-CHECK-ONE-SLOT.
000302     IF WS-TBL-ID(WS-OPR-INDEX) = WS-WORK-OPERATOR
000303         MOVE WS-OPR-INDEX TO WS-OPR-SLOT
000304     END-IF.
000305 5100-EXIT.
000306     EXIT.
000307*
000308*--------------------------------------------------------------*
000309*  6000-PRODUCE-REPORT                                           *
000310*--------------------------------------------------------------*
000311 6000-PRODUCE-REPORT.
000312     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000313     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000314     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000315     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000316     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000317     PERFORM 6100-WRITE-ONE-OPERATOR THRU 6100-EXIT
000318         VARYING WS-OPR-INDEX FROM 1 BY 1
000319         UNTIL WS-OPR-INDEX > WS-OPR-COUNT.
000320     MOVE SPACES TO WS-RPT-LINE.
000321     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000322     MOVE "CALCULATIONS BEFORE OPERATOR STAMP"
000323         TO TOT-LABEL.
000324     MOVE WS-UNATTR-CALCS TO TOT-COUNT.
000325     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000326     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000327     MOVE "GAME ROUNDS BEFORE OPERATOR STAMP"
000328         TO TOT-LABEL.
000329     MOVE WS-UNATTR-ROUNDS TO TOT-COUNT.
000330     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000331     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000332 6000-EXIT.
000333     EXIT.
000334*
000335 6100-WRITE-ONE-OPERATOR.
000336     MOVE WS-TBL-ID(WS-OPR-INDEX)     TO DTL-ID.
000337     MOVE WS-TBL-CALCS(WS-OPR-INDEX)  TO DTL-CALCS.
000338     MOVE WS-TBL-ROUNDS(WS-OPR-INDEX) TO DTL-ROUNDS.
000339     MOVE WS-TBL-LABELS(WS-OPR-INDEX) TO DTL-LABELS.
000340     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000341     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000342 6100-EXIT.
000343     EXIT.
000344*
000345*--------------------------------------------------------------*
000346*  9000-TERMINATE                                                *
000347*--------------------------------------------------------------*
000348 9000-TERMINATE.
000349     IF WS-RUN-ALREADY-RAN NOT = "Y"
000350         MOVE "E" TO WS-RUN-FUNCTION
000351         MOVE WS-RECORDS-READ TO WS-RUN-REC-COUNT
000352         MOVE "C" TO WS-RUN-STATUS
000353         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000354             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000355             WS-RUN-ALREADY-RAN
000356     END-IF.
000357     MOVE "C" TO WS-RPT-FUNCTION.
000358     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000359         WS-RPT-LINE.
000360 9000-EXIT.
000361     EXIT.
000362*
000363*--------------------------------------------------------------*
000364*  8800-WRITE-REPORT                                             *
000365*                                                                *
000366*  Prints one line through the shared report writer.            *
000367*  WS-RPT-LINE must be set by the caller before this is         *
000368*  PERFORMed.                                                    *
000369*--------------------------------------------------------------*
000370 8800-WRITE-REPORT.
000371     MOVE "W" TO WS-RPT-FUNCTION.
000372     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000373         WS-RPT-LINE.
000374 8800-EXIT.
000375     EXIT.
