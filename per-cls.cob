000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. per-cls.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Period-end close, driven by   *
000012*                    the period-end flag CAL-MNT sets on        *
000013*                    BUSCAL. Runs as the first and last steps   *
000014*                    of the PERIODND job, around the steps      *
000015*                    that produce the period-end pack (CALC-    *
000016*                    RCON reconciliation, VAT-RTN return in a   *
000017*                    quarter month, AGED-DBT aged debt and      *
000018*                    USAG-RPT usage). PARM='PACK' ends RC 4 -   *
000019*                    so the job goes no further - unless the    *
000020*                    business date is a flagged period end not  *
000021*                    yet closed; otherwise it opens the period  *
000022*                    on the PERCTL period-control file with the *
000023*                    pack running, which already stops dated    *
000024*                    postings into it through PER-CHK.          *
000025*                    PARM='CLOSE' finds the pack reports on     *
000026*                    RPTINDEX, files them and a PERPACK cover   *
000027*                    sheet as one set, and marks the period     *
000028*                    closed, with the close on the PERHIST      *
000029*                    trail. A pack with a report missing is     *
000030*                    logged to ERRLOG, ends RC 8 and leaves the *
000031*                    period unclosed. Reopening a closed        *
000032*                    period is a supervisor action in PER-MNT.  *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
000038         ORGANIZATION IS INDEXED
000039         ACCESS MODE IS RANDOM
000040         RECORD KEY IS CAL-DATE
000041         FILE STATUS IS WS-CAL-STATUS.
000042     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000043         ORGANIZATION IS INDEXED
000044         ACCESS MODE IS DYNAMIC
000045         RECORD KEY IS PRD-END-DATE
000046         FILE STATUS IS WS-PRD-STATUS.
000047     SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
000048         ORGANIZATION IS LINE SEQUENTIAL
000049         FILE STATUS IS WS-PHS-STATUS.
000050     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
000051         ORGANIZATION IS INDEXED
000052         ACCESS MODE IS DYNAMIC
000053         RECORD KEY IS RPX-KEY
000054         FILE STATUS IS WS-IDX-STATUS.
000055*
000056 DATA DIVISION.
000057 FILE SECTION.
000058 FD  BUSINESS-CALENDAR-FILE
000059     LABEL RECORDS ARE STANDARD.
000060     COPY BUSCREC.
000061*
000062 FD  PERIOD-CONTROL-FILE
000063     LABEL RECORDS ARE STANDARD.
000064     COPY PERDREC.
000065*
000066 FD  PERIOD-HISTORY-FILE
000067     LABEL RECORDS ARE STANDARD.
000068     COPY PERHREC.
000069*
000070 FD  REPORT-INDEX-FILE
000071     LABEL RECORDS ARE STANDARD.
000072     COPY RPTXREC.
000073*
000074 WORKING-STORAGE SECTION.
000075*
000076*--------------------------------------------------------------*
000077*  SHARED REPORT-WRITER WORK AREAS                               *
000078*--------------------------------------------------------------*
000079     COPY RPTCALL.
000080*
000081*--------------------------------------------------------------*
000082*  SHARED ERROR-LOG WORK AREAS                                   *
000083*--------------------------------------------------------------*
000084     COPY ERRCALL.
000085*
000086 01  WS-CAL-STATUS           PIC X(02) VALUE "00".
000087     88  WS-CAL-OK                     VALUE "00".
000088*
000089 01  WS-PRD-STATUS           PIC X(02) VALUE "00".
000090     88  WS-PRD-OK                     VALUE "00".
000091     88  WS-PRD-EOF                    VALUE "10".
000092*
000093 01  WS-PHS-STATUS           PIC X(02) VALUE "00".
000094     88  WS-PHS-OK                     VALUE "00".
000095*
000096 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000097     88  WS-IDX-OK                     VALUE "00".
000098     88  WS-IDX-EOF                    VALUE "10".
000099*
000100 01  WS-PHASE                PIC X(05) VALUE SPACES.
000101     88  WS-PACK-PHASE                VALUE "PACK ".
000102     88  WS-CLOSE-PHASE               VALUE "CLOSE".
000103*
000104 01  WS-PACK-STARTED-SWITCH  PIC X(01) VALUE "N".
000105     88  WS-PACK-STARTED              VALUE "Y".
000106*
000107 01  WS-FOUND-SWITCH         PIC X(01).
000108     88  WS-PERIOD-FOUND              VALUE "Y".
000109*
000110 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000111*
000112 01  WS-NOW-DATE             PIC 9(08).
000113 01  WS-NOW-TIME             PIC 9(08).
000114 01  WS-PREV-END             PIC 9(08).
000115 01  WS-SET-ID               PIC X(08).
000116 01  WS-MISSING-COUNT        PIC 9(02) VALUE ZERO.
000117*
000118 01  WS-BUS-DATE             PIC 9(08).
000119 01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
000120     05  WS-BUS-YEAR         PIC 9(04).
000121     05  WS-BUS-MONTH        PIC 9(02).
000122         88  WS-QUARTER-MONTH         VALUE 3 6 9 12.
000123     05  WS-BUS-DAY          PIC 9(02).
000124*
000125*--------------------------------------------------------------*
000126*  THE PERIOD-END PACK: REPORT ID, THEN Y WHEN IT IS PART OF    *
000127*  EVERY PACK OR Q WHEN ONLY A QUARTER-END PACK (THE VAT        *
000128*  RETURN IS PRODUCED IN MARCH, JUNE, SEPTEMBER AND DECEMBER).  *
000129*--------------------------------------------------------------*
000130 01  WS-MEMBER-LIST.
000131     05  FILLER              PIC X(09) VALUE "RECONOUTY".
000132     05  FILLER              PIC X(09) VALUE "VATRETN Q".
000133     05  FILLER              PIC X(09) VALUE "AGEDDEBTY".
000134     05  FILLER              PIC X(09) VALUE "USAGRPT Y".
000135 01  WS-MEMBERS REDEFINES WS-MEMBER-LIST.
000136     05  WS-MEMBER-ENTRY OCCURS 4 TIMES.
000137         10  WS-MBR-ID           PIC X(08).
000138         10  WS-MBR-RULE         PIC X(01).
000139*
000140 01  WS-MEMBER-COUNT         PIC S9(04) COMP VALUE 4.
000141 01  WS-MEMBER-INDEX         PIC S9(04) COMP VALUE ZERO.
000142*
000143 01  WS-MEMBER-RESULTS.
000144     05  WS-RESULT-ENTRY OCCURS 4 TIMES.
000145         10  WS-RES-STATE        PIC X(08).
000146         10  WS-RES-DATE         PIC 9(08).
000147         10  WS-RES-TIME         PIC 9(08).
000148         10  WS-RES-LINES        PIC 9(07).
000149         10  WS-RES-PAGES        PIC 9(05).
000150*
000151*--------------------------------------------------------------*
000152*  COVER-SHEET LINES                                             *
000153*--------------------------------------------------------------*
000154 01  WS-HEADING-1.
000155     05  FILLER         PIC X(16) VALUE "PERIOD-END PACK ".
000156     05  WS-HDG-SET     PIC X(08).
000157     05  FILLER         PIC X(09) VALUE "  PERIOD ".
000158     05  WS-HDG-START   PIC 9(08).
000159     05  FILLER         PIC X(04) VALUE " TO ".
000160     05  WS-HDG-END     PIC 9(08).
000161*
000162 01  WS-HEADING-2.
000163     05  FILLER              PIC X(10) VALUE "REPORT".
000164     05  FILLER              PIC X(10) VALUE "STATE".
000165     05  FILLER              PIC X(09) VALUE "DATE".
000166     05  FILLER              PIC X(09) VALUE "TIME".
000167     05  FILLER              PIC X(09) VALUE "   LINES".
000168     05  FILLER              PIC X(06) VALUE " PAGES".
000169*
000170 01  WS-MEMBER-LINE.
000171     05  MBL-ID              PIC X(08).
000172     05  FILLER              PIC X(02) VALUE SPACES.
000173     05  MBL-STATE           PIC X(08).
000174     05  FILLER              PIC X(02) VALUE SPACES.
000175     05  MBL-DATE            PIC 9(08).
000176     05  FILLER              PIC X(01) VALUE SPACE.
000177     05  MBL-TIME            PIC 9(08).
000178     05  FILLER              PIC X(01) VALUE SPACE.
000179     05  MBL-LINES           PIC ZZZZZZ9.
000180     05  FILLER              PIC X(02) VALUE SPACES.
000181     05  MBL-PAGES           PIC ZZZZ9.
000182*
000183*--------------------------------------------------------------*
000184*  SHARED RUN-CONTROL WORK AREAS                                 *
000185*--------------------------------------------------------------*
000186     COPY RUNCALL.
000187*
000188 LINKAGE SECTION.
000189*--------------------------------------------------------------*
000190*  Supplied by JCL as PARM='PACK' (first step of the job) or   *
000191*  PARM='CLOSE' (last step).                                   *
000192*--------------------------------------------------------------*
000193 01  LK-PARM.
000194     05  LK-PARM-LEN         PIC S9(04) COMP.
000195     05  LK-PARM-TEXT        PIC X(80).
000196*
000197 PROCEDURE DIVISION USING LK-PARM.
000198*
000199*--------------------------------------------------------------*
000200*  0000-MAINLINE                                                *
000201*--------------------------------------------------------------*
000202 0000-MAINLINE.
000203     MOVE "S" TO WS-RUN-FUNCTION.
000204     MOVE "PERCLS  " TO WS-RUN-PROGRAM.
000205     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000206     MOVE ZERO TO WS-RUN-REC-COUNT.
000207     MOVE SPACE TO WS-RUN-STATUS.
000208     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000209         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000210         WS-RUN-ALREADY-RAN.
000211     IF WS-RUN-ALREADY-RAN = "Y"
000212         DISPLAY "PER-CLS ALREADY RAN FOR THIS BUSINESS DATE"
000213         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000214         MOVE 4 TO RETURN-CODE
000215         STOP RUN
000216     END-IF.
000217     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000218     EVALUATE TRUE
000219         WHEN WS-PACK-PHASE
000220             PERFORM 2000-START-PACK THRU 2000-EXIT
000221         WHEN WS-CLOSE-PHASE
000222             PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
000223         WHEN OTHER
000224             DISPLAY "PER-CLS: PARM MUST BE PACK OR CLOSE"
000225             MOVE 8 TO WS-RESULT-CODE
000226     END-EVALUATE.
000227     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000228     STOP RUN.
000229*
000230*--------------------------------------------------------------*
000231*  1000-INITIALIZE                                               *
000232*--------------------------------------------------------------*
000233 1000-INITIALIZE.
000234     IF LK-PARM-LEN > 0
000235         MOVE LK-PARM-TEXT(1:5) TO WS-PHASE
000236     ELSE
000237         DISPLAY "PHASE (PACK OR CLOSE): " WITH NO ADVANCING
000238         ACCEPT WS-PHASE
000239     END-IF.
000240     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000241     ACCEPT WS-NOW-TIME FROM TIME.
000242     MOVE WS-RUN-BUS-DATE TO WS-BUS-DATE.
000243     OPEN I-O PERIOD-CONTROL-FILE.
000244     IF NOT WS-PRD-OK
000245         CLOSE PERIOD-CONTROL-FILE
000246         OPEN OUTPUT PERIOD-CONTROL-FILE
000247         CLOSE PERIOD-CONTROL-FILE
000248         OPEN I-O PERIOD-CONTROL-FILE
000249     END-IF.
000250 1000-EXIT.
000251     EXIT.
000252*
000253*--------------------------------------------------------------*
000254*  2000-START-PACK                                               *
000255*                                                                *
000256*  Only a flagged period end that is not yet closed goes any   *
000257*  further; anything else ends RC 4 so the pack steps and the  *
000258*  close step are skipped. A pack restarted after a failure    *
000259*  keeps its period record and takes a new start time.        *
000260*--------------------------------------------------------------*
000261 2000-START-PACK.
000262     OPEN INPUT BUSINESS-CALENDAR-FILE.
000263     IF NOT WS-CAL-OK
000264         DISPLAY "PER-CLS: BUSCAL NOT AVAILABLE - STATUS "
000265             WS-CAL-STATUS
000266         MOVE 4 TO WS-RESULT-CODE
000267         GO TO 2000-EXIT
000268     END-IF.
000269     MOVE WS-BUS-DATE TO CAL-DATE.
000270     READ BUSINESS-CALENDAR-FILE
000271         INVALID KEY
000272             MOVE "N" TO CAL-PERIOD-END-FLAG
000273     END-READ.
000274     CLOSE BUSINESS-CALENDAR-FILE.
000275     IF NOT CAL-PERIOD-END
000276         DISPLAY "PER-CLS: " WS-BUS-DATE
000277             " IS NOT A PERIOD END - NOTHING TO CLOSE"
000278         MOVE 4 TO WS-RESULT-CODE
000279         GO TO 2000-EXIT
000280     END-IF.
000281     PERFORM 2100-FIND-PREVIOUS THRU 2100-EXIT.
000282     MOVE "N" TO WS-FOUND-SWITCH.
000283     MOVE WS-BUS-DATE TO PRD-END-DATE.
000284     READ PERIOD-CONTROL-FILE
000285         INVALID KEY
000286             CONTINUE
000287         NOT INVALID KEY
000288             SET WS-PERIOD-FOUND TO TRUE
000289     END-READ.
000290     IF WS-PERIOD-FOUND AND NOT PRD-PACK-RUNNING
000291         DISPLAY "PER-CLS: PERIOD ENDING " WS-BUS-DATE
000292             " IS ALREADY CLOSED"
000293         MOVE 4 TO WS-RESULT-CODE
000294         GO TO 2000-EXIT
000295     END-IF.
000296     MOVE SPACES TO WS-SET-ID.
000297     STRING "PE" WS-BUS-DATE(1:6) DELIMITED BY SIZE
000298         INTO WS-SET-ID.
000299     IF NOT WS-PERIOD-FOUND
000300         MOVE SPACES TO PERIOD-CONTROL-RECORD
000301         MOVE WS-BUS-DATE  TO PRD-END-DATE
000302         MOVE ZERO         TO PRD-START-DATE
000303         IF WS-PREV-END > ZERO
000304             COMPUTE PRD-START-DATE =
000305                 FUNCTION DATE-OF-INTEGER(
000306                     FUNCTION INTEGER-OF-DATE(WS-PREV-END) + 1)
000307         END-IF
000308         MOVE ZERO TO PRD-CLOSE-DATE
000309         MOVE ZERO TO PRD-CLOSE-TIME
000310         MOVE ZERO TO PRD-REOPEN-COUNT
000311         MOVE ZERO TO PRD-ACTION-DATE
000312         MOVE ZERO TO PRD-ACTION-TIME
000313     END-IF.
000314     MOVE "P"         TO PRD-STATUS.
000315     MOVE WS-SET-ID   TO PRD-SET-ID.
000316     MOVE WS-NOW-DATE TO PRD-PACK-DATE.
000317     MOVE WS-NOW-TIME TO PRD-PACK-TIME.
000318     IF WS-PERIOD-FOUND
000319         REWRITE PERIOD-CONTROL-RECORD
000320             INVALID KEY
000321                 DISPLAY "PER-CLS: ERROR UPDATING PERCTL"
000322                 MOVE 8 TO WS-RESULT-CODE
000323                 GO TO 2000-EXIT
000324         END-REWRITE
000325     ELSE
000326         WRITE PERIOD-CONTROL-RECORD
000327             INVALID KEY
000328                 DISPLAY "PER-CLS: ERROR WRITING PERCTL"
000329                 MOVE 8 TO WS-RESULT-CODE
000330                 GO TO 2000-EXIT
000331         END-WRITE
000332     END-IF.
000333     SET WS-PACK-STARTED TO TRUE.
000334     DISPLAY "PER-CLS: PERIOD ENDING " WS-BUS-DATE
000335         " - PACK " WS-SET-ID " STARTED".
000336 2000-EXIT.
000337     EXIT.
000338*
000339*--------------------------------------------------------------*
000340*  2100-FIND-PREVIOUS                                            *
000341*                                                                *
000342*  Walks PERCTL up to this period end for the previous period's *
000343*  end date. An earlier period whose pack never completed is    *
000344*  logged to ERRLOG - it still takes no postings, and needs a   *
000345*  supervisor to close it through PER-MNT.                      *
000346*--------------------------------------------------------------*
000347 2100-FIND-PREVIOUS.
000348     MOVE ZERO TO WS-PREV-END.
000349     MOVE ZERO TO PRD-END-DATE.
000350     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PRD-END-DATE
000351         INVALID KEY
000352             GO TO 2100-EXIT
000353     END-START.
000354     MOVE "00" TO WS-PRD-STATUS.
000355     PERFORM 2110-CHECK-ONE-PERIOD THRU 2110-EXIT
000356         UNTIL WS-PRD-EOF.
000357 2100-EXIT.
000358     EXIT.
000359*
000360 2110-CHECK-ONE-PERIOD.
000361     READ PERIOD-CONTROL-FILE NEXT RECORD
000362         AT END
000363             MOVE "10" TO WS-PRD-STATUS
000364             GO TO 2110-EXIT
000365     END-READ.
000366     IF PRD-END-DATE NOT < WS-BUS-DATE
000367         MOVE "10" TO WS-PRD-STATUS
000368         GO TO 2110-EXIT
000369     END-IF.
000370     MOVE PRD-END-DATE TO WS-PREV-END.
000371     IF PRD-PACK-RUNNING
000372         MOVE "PERNOTCLSD" TO WS-ERR-CODE
000373         MOVE SPACES TO WS-ERR-TEXT
000374         STRING "PERIOD " PRD-END-DATE " PACK NEVER COMPLETED"
000375             DELIMITED BY SIZE INTO WS-ERR-TEXT
000376         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000377         DISPLAY "PER-CLS: " WS-ERR-TEXT
000378     END-IF.
000379 2110-EXIT.
000380     EXIT.
000381*
000382*--------------------------------------------------------------*
000383*  3000-CLOSE-PERIOD                                             *
000384*--------------------------------------------------------------*
000385 3000-CLOSE-PERIOD.
000386     MOVE WS-BUS-DATE TO PRD-END-DATE.
000387     READ PERIOD-CONTROL-FILE
000388         INVALID KEY
000389             DISPLAY "PER-CLS: NO PERIOD-END PACK RUNNING FOR "
000390                 WS-BUS-DATE
000391             MOVE 8 TO WS-RESULT-CODE
000392             GO TO 3000-EXIT
000393     END-READ.
000394     IF NOT PRD-PACK-RUNNING
000395         DISPLAY "PER-CLS: PERIOD ENDING " WS-BUS-DATE
000396             " IS ALREADY CLOSED"
000397         MOVE 4 TO WS-RESULT-CODE
000398         GO TO 3000-EXIT
000399     END-IF.
000400     MOVE PRD-SET-ID TO WS-SET-ID.
000401     PERFORM 3100-FILE-MEMBERS THRU 3100-EXIT.
000402     PERFORM 3300-PRINT-COVER THRU 3300-EXIT.
000403     PERFORM 3400-FILE-COVER THRU 3400-EXIT.
000404     IF WS-MISSING-COUNT > ZERO
000405         MOVE "PERPACKINC" TO WS-ERR-CODE
000406         MOVE SPACES TO WS-ERR-TEXT
000407         STRING "PACK " WS-SET-ID " INCOMPLETE - PERIOD NOT "
000408             "CLOSED" DELIMITED BY SIZE INTO WS-ERR-TEXT
000409         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000410         DISPLAY "PER-CLS: " WS-ERR-TEXT
000411         MOVE 8 TO WS-RESULT-CODE
000412         GO TO 3000-EXIT
000413     END-IF.
000414     MOVE WS-BUS-DATE TO PRD-END-DATE.
000415     READ PERIOD-CONTROL-FILE
000416         INVALID KEY
000417             DISPLAY "PER-CLS: PERCTL RECORD LOST FOR "
000418                 WS-BUS-DATE
000419             MOVE 8 TO WS-RESULT-CODE
000420             GO TO 3000-EXIT
000421     END-READ.
000422     MOVE "C"              TO PRD-STATUS.
000423     MOVE WS-NOW-DATE      TO PRD-CLOSE-DATE.
000424     MOVE WS-NOW-TIME      TO PRD-CLOSE-TIME.
000425     MOVE WS-RUN-PROGRAM   TO PRD-ACTION-OPERATOR.
000426     MOVE WS-NOW-DATE      TO PRD-ACTION-DATE.
000427     MOVE WS-NOW-TIME      TO PRD-ACTION-TIME.
000428     MOVE "PERIOD-END CLOSE" TO PRD-ACTION-REASON.
000429     REWRITE PERIOD-CONTROL-RECORD
000430         INVALID KEY
000431             DISPLAY "PER-CLS: ERROR UPDATING PERCTL"
000432             MOVE 8 TO WS-RESULT-CODE
000433             GO TO 3000-EXIT
000434     END-REWRITE.
000435     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT.
000436     DISPLAY "PER-CLS: PERIOD ENDING " WS-BUS-DATE
000437         " CLOSED - PACK FILED AS " WS-SET-ID.
000438 3000-EXIT.
000439     EXIT.
000440*
000441*--------------------------------------------------------------*
000442*  3100-FILE-MEMBERS                                             *
000443*                                                                *
000444*  Each pack report is the first one registered under its id    *
000445*  since the pack started; it is filed under the pack's set.    *
000446*  A required report not found is counted missing.              *
000447*--------------------------------------------------------------*
000448 3100-FILE-MEMBERS.
000449     MOVE ZERO TO WS-MISSING-COUNT.
000450     OPEN I-O REPORT-INDEX-FILE.
000451     IF NOT WS-IDX-OK
000452         DISPLAY "PER-CLS: CANNOT OPEN RPTINDEX - STATUS "
000453             WS-IDX-STATUS
000454     END-IF.
000455     PERFORM 3110-FILE-ONE-MEMBER THRU 3110-EXIT
000456         VARYING WS-MEMBER-INDEX FROM 1 BY 1
000457         UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT.
000458     CLOSE REPORT-INDEX-FILE.
000459 3100-EXIT.
000460     EXIT.
000461*
000462 3110-FILE-ONE-MEMBER.
000463     MOVE ZERO TO WS-RES-DATE(WS-MEMBER-INDEX).
000464     MOVE ZERO TO WS-RES-TIME(WS-MEMBER-INDEX).
000465     MOVE ZERO TO WS-RES-LINES(WS-MEMBER-INDEX).
000466     MOVE ZERO TO WS-RES-PAGES(WS-MEMBER-INDEX).
000467     IF WS-MBR-RULE(WS-MEMBER-INDEX) = "Q"
000468        AND NOT WS-QUARTER-MONTH
000469         MOVE "NOT DUE" TO WS-RES-STATE(WS-MEMBER-INDEX)
000470         GO TO 3110-EXIT
000471     END-IF.
000472     MOVE "MISSING" TO WS-RES-STATE(WS-MEMBER-INDEX).
000473     MOVE WS-MBR-ID(WS-MEMBER-INDEX) TO RPX-REPORT-ID.
000474     MOVE PRD-PACK-DATE TO RPX-BUS-DATE.
000475     MOVE PRD-PACK-TIME TO RPX-OPEN-TIME.
000476     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RPX-KEY
000477         INVALID KEY
000478             ADD 1 TO WS-MISSING-COUNT
000479             GO TO 3110-EXIT
000480     END-START.
000481     READ REPORT-INDEX-FILE NEXT RECORD
000482         AT END
000483             ADD 1 TO WS-MISSING-COUNT
000484             GO TO 3110-EXIT
000485     END-READ.
000486     IF RPX-REPORT-ID NOT = WS-MBR-ID(WS-MEMBER-INDEX)
000487         ADD 1 TO WS-MISSING-COUNT
000488         GO TO 3110-EXIT
000489     END-IF.
000490     MOVE "FILED"        TO WS-RES-STATE(WS-MEMBER-INDEX).
000491     MOVE RPX-BUS-DATE   TO WS-RES-DATE(WS-MEMBER-INDEX).
000492     MOVE RPX-OPEN-TIME  TO WS-RES-TIME(WS-MEMBER-INDEX).
000493     MOVE RPX-LINE-COUNT TO WS-RES-LINES(WS-MEMBER-INDEX).
000494     MOVE RPX-PAGE-COUNT TO WS-RES-PAGES(WS-MEMBER-INDEX).
000495     MOVE WS-SET-ID      TO RPX-SET-ID.
000496     REWRITE REPORT-INDEX-RECORD
000497         INVALID KEY
000498             DISPLAY "PER-CLS: UNABLE TO FILE REPORT "
000499                 RPX-REPORT-ID
000500     END-REWRITE.
000501 3110-EXIT.
000502     EXIT.
000503*
000504*--------------------------------------------------------------*
000505*  3300-PRINT-COVER                                              *
000506*--------------------------------------------------------------*
000507 3300-PRINT-COVER.
000508     MOVE "O" TO WS-RPT-FUNCTION.
000509     MOVE "PERPACK " TO WS-RPT-ID.
000510     MOVE SPACES TO WS-RPT-LINE.
000511     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000512         WS-RPT-LINE.
000513     MOVE WS-SET-ID      TO WS-HDG-SET.
000514     MOVE PRD-START-DATE TO WS-HDG-START.
000515     MOVE PRD-END-DATE   TO WS-HDG-END.
000516     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000517     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000518     MOVE SPACES TO WS-RPT-LINE.
000519     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000520     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000521     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000522     PERFORM 3310-PRINT-ONE-MEMBER THRU 3310-EXIT
000523         VARYING WS-MEMBER-INDEX FROM 1 BY 1
000524         UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT.
000525     MOVE SPACES TO WS-RPT-LINE.
000526     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000527     IF WS-MISSING-COUNT > ZERO
000528         MOVE "*** PACK INCOMPLETE - PERIOD NOT CLOSED ***"
000529             TO WS-RPT-LINE
000530     ELSE
000531         MOVE "PACK COMPLETE - PERIOD CLOSED TO DATED POSTINGS"
000532             TO WS-RPT-LINE
000533     END-IF.
000534     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000535     MOVE "C" TO WS-RPT-FUNCTION.
000536     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000537         WS-RPT-LINE.
000538 3300-EXIT.
000539     EXIT.
000540*
000541 3310-PRINT-ONE-MEMBER.
000542     MOVE WS-MBR-ID(WS-MEMBER-INDEX)    TO MBL-ID.
000543     MOVE WS-RES-STATE(WS-MEMBER-INDEX) TO MBL-STATE.
000544     MOVE WS-RES-DATE(WS-MEMBER-INDEX)  TO MBL-DATE.
000545     MOVE WS-RES-TIME(WS-MEMBER-INDEX)  TO MBL-TIME.
000546     MOVE WS-RES-LINES(WS-MEMBER-INDEX) TO MBL-LINES.
000547     MOVE WS-RES-PAGES(WS-MEMBER-INDEX) TO MBL-PAGES.
000548     MOVE WS-MEMBER-LINE TO WS-RPT-LINE.
000549     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000550 3310-EXIT.
000551     EXIT.
000552*
000553*--------------------------------------------------------------*
000554*  3400-FILE-COVER                                               *
000555*                                                                *
000556*  The cover sheet RPT-WTR has just registered joins the set.   *
000557*--------------------------------------------------------------*
000558 3400-FILE-COVER.
000559     OPEN I-O REPORT-INDEX-FILE.
000560     IF NOT WS-IDX-OK
000561         GO TO 3400-EXIT
000562     END-IF.
000563     MOVE "PERPACK "    TO RPX-REPORT-ID.
000564     MOVE WS-NOW-DATE   TO RPX-BUS-DATE.
000565     MOVE WS-NOW-TIME   TO RPX-OPEN-TIME.
000566     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RPX-KEY
000567         INVALID KEY
000568             MOVE "10" TO WS-IDX-STATUS
000569     END-START.
000570     PERFORM 3410-FILE-ONE-COVER THRU 3410-EXIT
000571         UNTIL WS-IDX-EOF.
000572     CLOSE REPORT-INDEX-FILE.
000573 3400-EXIT.
000574     EXIT.
000575*
000576 3410-FILE-ONE-COVER.
000577     READ REPORT-INDEX-FILE NEXT RECORD
000578         AT END
000579             MOVE "10" TO WS-IDX-STATUS
000580             GO TO 3410-EXIT
000581     END-READ.
000582     IF RPX-REPORT-ID NOT = "PERPACK "
000583         MOVE "10" TO WS-IDX-STATUS
000584         GO TO 3410-EXIT
000585     END-IF.
000586     MOVE WS-SET-ID TO RPX-SET-ID.
000587     REWRITE REPORT-INDEX-RECORD
000588         INVALID KEY
000589             CONTINUE
000590     END-REWRITE.
000591 3410-EXIT.
000592     EXIT.
000593*
000594*--------------------------------------------------------------*
000595*  3500-WRITE-HISTORY                                            *
000596*--------------------------------------------------------------*
000597 3500-WRITE-HISTORY.
000598     OPEN EXTEND PERIOD-HISTORY-FILE.
000599     IF NOT WS-PHS-OK
000600         OPEN OUTPUT PERIOD-HISTORY-FILE
000601         CLOSE PERIOD-HISTORY-FILE
000602         OPEN EXTEND PERIOD-HISTORY-FILE
000603     END-IF.
000604     MOVE SPACES            TO PERIOD-HISTORY-RECORD.
000605     MOVE WS-NOW-DATE       TO PHS-DATE.
000606     MOVE WS-NOW-TIME       TO PHS-TIME.
000607     MOVE WS-BUS-DATE       TO PHS-PERIOD-END.
000608     MOVE "CLOSE"           TO PHS-ACTION.
000609     MOVE WS-RUN-PROGRAM    TO PHS-OPERATOR.
000610     MOVE PRD-ACTION-REASON TO PHS-REASON.
000611     WRITE PERIOD-HISTORY-RECORD.
000612     CLOSE PERIOD-HISTORY-FILE.
000613 3500-EXIT.
000614     EXIT.
000615*
000616*--------------------------------------------------------------*
000617*  8000-LOG-ERROR                                                *
000618*--------------------------------------------------------------*
000619 8000-LOG-ERROR.
000620     MOVE "PER-CLS" TO WS-ERR-PROGRAM.
000621     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000622         WS-ERR-TEXT.
000623 8000-EXIT.
000624     EXIT.
000625*
000626*--------------------------------------------------------------*
000627*  8800-WRITE-REPORT                                             *
000628*                                                                *
000629*  Prints one line through the shared report writer.            *
000630*  WS-RPT-LINE must be set by the caller before this is         *
000631*  PERFORMed.                                                    *
000632*--------------------------------------------------------------*
000633 8800-WRITE-REPORT.
000634     MOVE "W" TO WS-RPT-FUNCTION.
000635     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000636         WS-RPT-LINE.
000637 8800-EXIT.
000638     EXIT.
000639*
000640*--------------------------------------------------------------*
000641*  9000-TERMINATE                                                *
000642*                                                                *
000643*  A pack just started leaves the run open - the CLOSE step     *
000644*  finishes it for the same business date.                      *
000645*--------------------------------------------------------------*
000646 9000-TERMINATE.
000647     CLOSE PERIOD-CONTROL-FILE.
000648     IF WS-RUN-ALREADY-RAN NOT = "Y" AND NOT WS-PACK-STARTED
000649         MOVE "E" TO WS-RUN-FUNCTION
000650         MOVE ZERO TO WS-RUN-REC-COUNT
000651         IF WS-RESULT-CODE > 4
000652             MOVE "F" TO WS-RUN-STATUS
000653         ELSE
000654             MOVE "C" TO WS-RUN-STATUS
000655         END-IF
000656         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000657             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000658             WS-RUN-ALREADY-RAN
000659     END-IF.
000660     MOVE WS-RESULT-CODE TO RETURN-CODE.
000661 9000-EXIT.
000662     EXIT.
