000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. addr-fwd.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Forward recovery of ADDRFILE, *
000012*                    run after FILE-RLD has put it back from    *
000013*                    FILEBKP. The ADDRAUDT before/after images  *
000014*                    written since the backup section was cut   *
000015*                    are sorted into date/time order and rolled *
000016*                    forward up to a chosen stop point (PARM    *
000017*                    YYYYMMDDHHMM, or keyed; blank rolls to the *
000018*                    end of the trail), so the file can be      *
000019*                    brought back to the minute or to just      *
000020*                    before a bad bulk load. A change or delete *
000021*                    is only applied when the record on file    *
000022*                    matches its before image, and an add only  *
000023*                    when the record is not already there;      *
000024*                    anything that fails is listed on FWDRPT    *
000025*                    with the reason and logged to the error    *
000026*                    log. Names erased since the backup are     *
000027*                    taken back off the restored file.          *
000028*  15-OCT-2026  BJD  Verification records (action V, written    *
000029*                    when an address is confirmed as still      *
000030*                    correct) change nothing on the record and  *
000031*                    are passed over.                           *
000032*--------------------------------------------------------------*
000033 ENVIRONMENT DIVISION.
000034 INPUT-OUTPUT SECTION.
000035 FILE-CONTROL.
000036     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000037         ORGANIZATION IS INDEXED
000038         ACCESS MODE IS DYNAMIC
000039         RECORD KEY IS ADDR-KEY
000040         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000041             WITH DUPLICATES
000042         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000043             WITH DUPLICATES
000044         FILE STATUS IS WS-ADDR-STATUS.
000045     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000046         ORGANIZATION IS LINE SEQUENTIAL
000047         FILE STATUS IS WS-AUDF-STATUS.
000048     SELECT BACKUP-FILE ASSIGN TO "FILEBKP"
000049         ORGANIZATION IS LINE SEQUENTIAL
000050         FILE STATUS IS WS-BKP-STATUS.
000051     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000052         ORGANIZATION IS INDEXED
000053         ACCESS MODE IS RANDOM
000054         RECORD KEY IS RUN-KEY
000055         FILE STATUS IS WS-RCT-STATUS.
000056     SELECT ERASURE-REGISTER-FILE ASSIGN TO "ERASEREG"
000057         ORGANIZATION IS LINE SEQUENTIAL
000058         FILE STATUS IS WS-REG-STATUS.
000059     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000060     SELECT REPORT-FILE ASSIGN TO "FWDRPT"
000061         ORGANIZATION IS LINE SEQUENTIAL.
000062*
000063 DATA DIVISION.
000064 FILE SECTION.
000065 FD  ADDR-FILE
000066     LABEL RECORDS ARE STANDARD.
000067     COPY ADDRREC.
000068*
000069 FD  ADDR-AUDIT-FILE
000070     LABEL RECORDS ARE STANDARD.
000071     COPY ADDRAUD.
000072*
000073 FD  BACKUP-FILE
000074     LABEL RECORDS ARE STANDARD.
000075 01  BACKUP-RECORD           PIC X(130).
000076*
000077 FD  RUN-CONTROL-FILE
000078     LABEL RECORDS ARE STANDARD.
000079     COPY RUNCREC.
000080*
000081 FD  ERASURE-REGISTER-FILE
000082     LABEL RECORDS ARE STANDARD.
000083     COPY ERASEREC.
000084*
000085*--------------------------------------------------------------*
000086*  One audit-trail record in the window, with its position on   *
000087*  ADDRAUDT so records stamped in the same hundredth of a       *
000088*  second keep the order they were written in.                  *
000089*--------------------------------------------------------------*
000090 SD  SORT-WORK-FILE.
000091 01  SRT-RECORD.
000092     05  SRT-DATE            PIC 9(08).
000093     05  SRT-TIME            PIC 9(08).
000094     05  SRT-SEQUENCE        PIC 9(09).
000095     05  SRT-OPERATOR        PIC X(08).
000096     05  SRT-ACTION          PIC X(01).
000097     05  SRT-BEFORE-IMAGE    PIC X(127).
000098     05  SRT-AFTER-IMAGE     PIC X(127).
000099*
000100 FD  REPORT-FILE
000101     LABEL RECORDS ARE STANDARD.
000102 01  REPORT-LINE             PIC X(100).
000103*
000104 WORKING-STORAGE SECTION.
000105*
000106 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000107     88  WS-ADDR-OK                    VALUE "00".
000108*
000109 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000110     88  WS-AUDF-OK                    VALUE "00".
000111     88  WS-AUDF-EOF                   VALUE "10".
000112*
000113 01  WS-BKP-STATUS           PIC X(02) VALUE "00".
000114     88  WS-BKP-OK                     VALUE "00".
000115     88  WS-BKP-EOF                    VALUE "10".
000116*
000117 01  WS-RCT-STATUS           PIC X(02) VALUE "00".
000118     88  WS-RCT-OK                     VALUE "00".
000119*
000120 01  WS-REG-STATUS           PIC X(02) VALUE "00".
000121     88  WS-REG-OK                     VALUE "00".
000122     88  WS-REG-EOF                    VALUE "10".
000123*
000124 01  WS-SORT-EOF-SWITCH      PIC X(01) VALUE "N".
000125     88  WS-SORT-EOF                   VALUE "Y".
000126*
000127 01  WS-TODAY-DATE           PIC 9(08).
000128*
000129*--------------------------------------------------------------*
000130*  RECOVERY WINDOW - FROM THE BACKUP CUT TO THE STOP POINT       *
000131*--------------------------------------------------------------*
000132 01  WS-START-SWITCH         PIC X(01) VALUE "N".
000133     88  WS-START-FOUND               VALUE "Y".
000134 01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
000135*
000136 01  WS-START-POINT.
000137     05  WS-START-DATE       PIC 9(08) VALUE ZERO.
000138     05  WS-START-TIME       PIC 9(08) VALUE ZERO.
000139*
000140 01  WS-STOP-POINT.
000141     05  WS-STOP-DATE        PIC 9(08) VALUE ZERO.
000142     05  WS-STOP-TIME        PIC 9(08) VALUE ZERO.
000143*
000144 01  WS-ROW-POINT.
000145     05  WS-ROW-DATE         PIC 9(08).
000146     05  WS-ROW-TIME         PIC 9(08).
000147*
000148*--------------------------------------------------------------*
000149*  THE STOP POINT AS KEYED OR PASSED: A DATE AND AN HHMM        *
000150*  MINUTE. EVERYTHING STAMPED WITHIN THAT MINUTE IS APPLIED; A  *
000151*  BLANK DATE MEANS THE END OF THE TRAIL.                       *
000152*--------------------------------------------------------------*
000153 01  WS-STOP-ENTRY.
000154     05  WS-STOP-ENTRY-DATE  PIC X(08) VALUE SPACES.
000155     05  WS-STOP-ENTRY-HHMM  PIC X(04) VALUE SPACES.
000156 01  WS-STOP-MINUTE REDEFINES WS-STOP-ENTRY.
000157     05  FILLER              PIC X(08).
000158     05  WS-STOP-HHMM        PIC 9(04).
000159 01  WS-TO-END-SWITCH        PIC X(01) VALUE "N".
000160     88  WS-ROLL-TO-END               VALUE "Y".
000161*
000162*--------------------------------------------------------------*
000163*  THE BACKUP HEADER CARD WRITTEN BY FILE-ULD                    *
000164*--------------------------------------------------------------*
000165 01  WS-HEADER-CARD.
000166     05  HDR-TAG             PIC X(07).
000167     05  HDR-DATE            PIC X(08).
000168     05  FILLER              PIC X(01).
000169     05  HDR-FILE-NAME       PIC X(08).
000170     05  FILLER              PIC X(01).
000171     05  HDR-TIME            PIC X(08).
000172*
000173*--------------------------------------------------------------*
000174*  CURRENT AUDIT RECORD BEING APPLIED                            *
000175*--------------------------------------------------------------*
000176 01  WS-KEY-IMAGE            PIC X(127).
000177 01  WS-KEY-VIEW REDEFINES WS-KEY-IMAGE.
000178     05  WS-KEY-NAME         PIC X(30).
000179     05  WS-KEY-TYPE         PIC X(01).
000180     05  FILLER              PIC X(96).
000181 01  WS-FAIL-REASON          PIC X(28) VALUE SPACES.
000182 01  WS-ROW-SEQUENCE         PIC 9(09) VALUE ZERO.
000183*
000184*--------------------------------------------------------------*
000185*  ERASED-NAME CLEAN-UP - EVERY ADDRESS TYPE IS TRIED            *
000186*--------------------------------------------------------------*
000187 01  WS-TYPE-LIST            PIC X(03) VALUE "HWD".
000188 01  WS-TYPE-INDEX           PIC S9(04) COMP VALUE ZERO.
000189*
000190*--------------------------------------------------------------*
000191*  CONTROL TOTALS                                                *
000192*--------------------------------------------------------------*
000193 01  WS-WINDOW-COUNT         PIC 9(07) VALUE ZERO.
000194 01  WS-APPLIED-COUNT        PIC 9(07) VALUE ZERO.
000195 01  WS-FAILED-COUNT         PIC 9(07) VALUE ZERO.
000196 01  WS-ERASED-ROW-COUNT     PIC 9(07) VALUE ZERO.
000197 01  WS-AFTER-STOP-COUNT     PIC 9(07) VALUE ZERO.
000198 01  WS-REMOVED-COUNT        PIC 9(07) VALUE ZERO.
000199*
000200*--------------------------------------------------------------*
000201*  REPORT LINES                                                  *
000202*--------------------------------------------------------------*
000203 01  WS-HEADING-1.
000204     05  FILLER         PIC X(26)
000205         VALUE "ADDRFILE FORWARD RECOVERY ".
000206     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000207     05  WS-HDG-DATE    PIC 9(08).
000208*
000209 01  WS-WINDOW-LINE-1.
000210     05  FILLER              PIC X(24)
000211         VALUE "BACKUP CUT            : ".
000212     05  WIN-START-DATE      PIC 9(08).
000213     05  FILLER              PIC X(01) VALUE SPACE.
000214     05  WIN-START-TIME      PIC 9(08).
000215*
000216 01  WS-WINDOW-LINE-2.
000217     05  FILLER              PIC X(24)
000218         VALUE "ROLLED FORWARD TO     : ".
000219     05  WIN-STOP-DATE       PIC 9(08).
000220     05  FILLER              PIC X(01) VALUE SPACE.
000221     05  WIN-STOP-HHMM       PIC 9(04).
000222*
000223 01  WS-HEADING-2.
000224     05  FILLER              PIC X(18) VALUE "DATE     TIME".
000225     05  FILLER              PIC X(09) VALUE "OPERATOR".
000226     05  FILLER              PIC X(02) VALUE "A".
000227     05  FILLER              PIC X(33) VALUE "NAME".
000228     05  FILLER              PIC X(10) VALUE "RESULT".
000229     05  FILLER              PIC X(28) VALUE "REASON".
000230*
000231 01  WS-DETAIL-LINE.
000232     05  DTL-DATE            PIC 9(08).
000233     05  FILLER              PIC X(01) VALUE SPACE.
000234     05  DTL-TIME            PIC 9(08).
000235     05  FILLER              PIC X(01) VALUE SPACE.
000236     05  DTL-OPERATOR        PIC X(08).
000237     05  FILLER              PIC X(01) VALUE SPACE.
000238     05  DTL-ACTION          PIC X(01).
000239     05  FILLER              PIC X(01) VALUE SPACE.
000240     05  DTL-NAME            PIC X(30).
000241     05  FILLER              PIC X(01) VALUE SPACE.
000242     05  DTL-TYPE            PIC X(01).
000243     05  FILLER              PIC X(01) VALUE SPACE.
000244     05  DTL-RESULT          PIC X(08).
000245     05  FILLER              PIC X(02) VALUE SPACES.
000246     05  DTL-REASON          PIC X(28).
000247*
000248 01  WS-REFUSED-LINE.
000249     05  FILLER              PIC X(24)
000250         VALUE "*** RECOVERY REFUSED - ".
000251     05  RFS-REASON          PIC X(40).
000252*
000253 01  WS-TOTAL-LINE.
000254     05  TOT-LABEL           PIC X(30).
000255     05  TOT-COUNT           PIC ZZZZZZ9.
000256*
000257*--------------------------------------------------------------*
000258*  SHARED ERROR-LOG WORK AREAS                                   *
000259*--------------------------------------------------------------*
000260     COPY ERRCALL.
000261*
000262 LINKAGE SECTION.
000263*--------------------------------------------------------------*
000264*  Supplied by JCL as PARM='YYYYMMDDHHMM', the last minute to   *
000265*  recover to. With no PARM the console is asked.               *
000266*--------------------------------------------------------------*
000267 01  LK-PARM.
000268     05  LK-PARM-LEN         PIC S9(04) COMP.
000269     05  LK-PARM-TEXT        PIC X(80).
000270*
000271 PROCEDURE DIVISION USING LK-PARM.
000272*
000273*--------------------------------------------------------------*
000274*  0000-MAINLINE                                                 *
000275*--------------------------------------------------------------*
000276 0000-MAINLINE.
000277     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000278     IF WS-START-FOUND
000279         SORT SORT-WORK-FILE
000280             ON ASCENDING KEY SRT-DATE SRT-TIME SRT-SEQUENCE
000281             INPUT PROCEDURE IS 2000-SELECT-ROWS
000282                 THRU 2000-EXIT
000283             OUTPUT PROCEDURE IS 3000-APPLY-ROWS
000284                 THRU 3000-EXIT
000285         PERFORM 5000-REMOVE-ERASED THRU 5000-EXIT
000286         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
000287     END-IF.
000288     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000289     STOP RUN.
000290*
000291*--------------------------------------------------------------*
000292*  1000-INITIALIZE                                               *
000293*                                                                *
000294*  Takes the stop point, finds where the restored backup was cut *
000295*  and opens the restored ADDRFILE. Any of these failing refuses *
000296*  the recovery before anything is touched.                      *
000297*--------------------------------------------------------------*
000298 1000-INITIALIZE.
000299     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000300     OPEN OUTPUT REPORT-FILE.
000301     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000302     WRITE REPORT-LINE FROM WS-HEADING-1.
000303     IF LK-PARM-LEN > 0
000304         MOVE LK-PARM-TEXT(1:12) TO WS-STOP-ENTRY
000305     ELSE
000306         DISPLAY "RECOVER TO DATE (YYYYMMDD, BLANK = END OF "
000307             "TRAIL): " WITH NO ADVANCING
000308         ACCEPT WS-STOP-ENTRY-DATE
000309         IF WS-STOP-ENTRY-DATE NOT = SPACES
000310             DISPLAY "RECOVER TO TIME (HHMM): "
000311                 WITH NO ADVANCING
000312             ACCEPT WS-STOP-ENTRY-HHMM
000313         END-IF
000314     END-IF.
000315     PERFORM 1100-SET-STOP-POINT THRU 1100-EXIT.
000316     IF WS-REFUSE-REASON NOT = SPACES
000317         GO TO 1000-REFUSED
000318     END-IF.
000319     PERFORM 1200-FIND-BACKUP-CUT THRU 1200-EXIT.
000320     IF WS-REFUSE-REASON NOT = SPACES
000321         GO TO 1000-REFUSED
000322     END-IF.
000323     IF NOT WS-ROLL-TO-END
000324        AND WS-STOP-POINT NOT > WS-START-POINT
000325         MOVE "STOP POINT IS BEFORE THE BACKUP CUT"
000326             TO WS-REFUSE-REASON
000327         GO TO 1000-REFUSED
000328     END-IF.
000329     OPEN I-O ADDR-FILE.
000330     IF NOT WS-ADDR-OK
000331         MOVE "ADDRFILE NOT RESTORED - RUN FILE-RLD"
000332             TO WS-REFUSE-REASON
000333         GO TO 1000-REFUSED
000334     END-IF.
000335     SET WS-START-FOUND TO TRUE.
000336     MOVE WS-START-DATE TO WIN-START-DATE.
000337     MOVE WS-START-TIME TO WIN-START-TIME.
000338     WRITE REPORT-LINE FROM WS-WINDOW-LINE-1.
000339     IF WS-ROLL-TO-END
000340         MOVE "ROLLED FORWARD TO     : END OF AUDIT TRAIL"
000341             TO REPORT-LINE
000342         WRITE REPORT-LINE
000343     ELSE
000344         MOVE WS-STOP-DATE TO WIN-STOP-DATE
000345         MOVE WS-STOP-HHMM TO WIN-STOP-HHMM
000346         WRITE REPORT-LINE FROM WS-WINDOW-LINE-2
000347     END-IF.
000348     MOVE SPACES TO REPORT-LINE.
000349     WRITE REPORT-LINE.
000350     WRITE REPORT-LINE FROM WS-HEADING-2.
000351     GO TO 1000-EXIT.
000352 1000-REFUSED.
000353     MOVE WS-REFUSE-REASON TO RFS-REASON.
000354     WRITE REPORT-LINE FROM WS-REFUSED-LINE.
000355     DISPLAY "ADDR-FWD: " WS-REFUSED-LINE.
000356 1000-EXIT.
000357     EXIT.
000358*
000359*--------------------------------------------------------------*
000360*  1100-SET-STOP-POINT                                           *
000361*--------------------------------------------------------------*
000362 1100-SET-STOP-POINT.
000363     IF WS-STOP-ENTRY-DATE = SPACES
000364         SET WS-ROLL-TO-END TO TRUE
000365         MOVE ALL "9" TO WS-STOP-POINT
000366         GO TO 1100-EXIT
000367     END-IF.
000368     IF WS-STOP-ENTRY-DATE NOT NUMERIC
000369        OR WS-STOP-ENTRY-HHMM NOT NUMERIC
000370         MOVE "STOP POINT MUST BE YYYYMMDDHHMM"
000371             TO WS-REFUSE-REASON
000372         GO TO 1100-EXIT
000373     END-IF.
000374     IF WS-STOP-HHMM(1:2) > "23" OR WS-STOP-HHMM(3:2) > "59"
000375         MOVE "STOP TIME IS NOT A VALID HHMM"
000376             TO WS-REFUSE-REASON
000377         GO TO 1100-EXIT
000378     END-IF.
000379     MOVE WS-STOP-ENTRY-DATE TO WS-STOP-DATE.
000380     COMPUTE WS-STOP-TIME = WS-STOP-HHMM * 10000 + 5999.
000381 1100-EXIT.
000382     EXIT.
000383*
000384*--------------------------------------------------------------*
000385*  1200-FIND-BACKUP-CUT                                          *
000386*                                                                *
000387*  Reads the ADDRFILE header card off FILEBKP for the date and   *
000388*  time the section was cut. A backup cut before the card        *
000389*  carried a time falls back on the start time of that night's   *
000390*  FILEULD run on RUNCTRL.                                       *
000391*--------------------------------------------------------------*
000392 1200-FIND-BACKUP-CUT.
000393     OPEN INPUT BACKUP-FILE.
000394     IF NOT WS-BKP-OK
000395         MOVE "NO BACKUP FILE ON FILEBKP" TO WS-REFUSE-REASON
000396         GO TO 1200-EXIT
000397     END-IF.
000398     MOVE SPACES TO WS-HEADER-CARD.
000399     PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
000400         UNTIL WS-BKP-EOF.
000401     CLOSE BACKUP-FILE.
000402     IF HDR-FILE-NAME NOT = "ADDRFILE"
000403        OR HDR-DATE NOT NUMERIC
000404         MOVE "NO ADDRFILE SECTION ON FILEBKP"
000405             TO WS-REFUSE-REASON
000406         GO TO 1200-EXIT
000407     END-IF.
000408     MOVE HDR-DATE TO WS-START-DATE.
000409     IF HDR-TIME NUMERIC
000410         MOVE HDR-TIME TO WS-START-TIME
000411         GO TO 1200-EXIT
000412     END-IF.
000413     OPEN INPUT RUN-CONTROL-FILE.
000414     IF NOT WS-RCT-OK
000415         MOVE "BACKUP CUT TIME NOT KNOWN" TO WS-REFUSE-REASON
000416         GO TO 1200-EXIT
000417     END-IF.
000418     MOVE "FILEULD " TO RUN-PROGRAM.
000419     MOVE WS-START-DATE TO RUN-BUS-DATE.
000420     READ RUN-CONTROL-FILE
000421         INVALID KEY
000422             MOVE "BACKUP CUT TIME NOT KNOWN"
000423                 TO WS-REFUSE-REASON
000424         NOT INVALID KEY
000425             MOVE RUN-START-DATE TO WS-START-DATE
000426             MOVE RUN-START-TIME TO WS-START-TIME
000427     END-READ.
000428     CLOSE RUN-CONTROL-FILE.
000429 1200-EXIT.
000430     EXIT.
000431*
000432 1210-READ-ONE-CARD.
000433     READ BACKUP-FILE
000434         AT END
000435             MOVE "10" TO WS-BKP-STATUS
000436             GO TO 1210-EXIT
000437     END-READ.
000438     IF BACKUP-RECORD(1:7) = "BACKUP "
000439        AND BACKUP-RECORD(17:8) = "ADDRFILE"
000440         MOVE BACKUP-RECORD(1:33) TO WS-HEADER-CARD
000441         MOVE "10" TO WS-BKP-STATUS
000442     END-IF.
000443 1210-EXIT.
000444     EXIT.
000445*
000446*--------------------------------------------------------------*
000447*  2000-SELECT-ROWS (SORT INPUT PROCEDURE)                       *
000448*                                                                *
000449*  Releases every audit record stamped after the backup cut and  *
000450*  no later than the stop point.                                 *
000451*--------------------------------------------------------------*
000452 2000-SELECT-ROWS.
000453     OPEN INPUT ADDR-AUDIT-FILE.
000454     IF NOT WS-AUDF-OK
000455         DISPLAY "ADDR-FWD: NO AUDIT TRAIL ON ADDRAUDT - STATUS "
000456             WS-AUDF-STATUS
000457         GO TO 2000-EXIT
000458     END-IF.
000459     PERFORM 2100-SELECT-ONE-ROW THRU 2100-EXIT
000460         UNTIL WS-AUDF-EOF.
000461     CLOSE ADDR-AUDIT-FILE.
000462 2000-EXIT.
000463     EXIT.
000464*
000465 2100-SELECT-ONE-ROW.
000466     READ ADDR-AUDIT-FILE
000467         AT END
000468             MOVE "10" TO WS-AUDF-STATUS
000469             GO TO 2100-EXIT
000470     END-READ.
000471     ADD 1 TO WS-ROW-SEQUENCE.
000472     IF AUD-DATE NOT NUMERIC OR AUD-TIME NOT NUMERIC
000473         GO TO 2100-EXIT
000474     END-IF.
000475*    A verification leaves the record as it was: nothing to
000476*    replay.
000477     IF AUD-ACTION = "V"
000478         GO TO 2100-EXIT
000479     END-IF.
000480     MOVE AUD-DATE TO WS-ROW-DATE.
000481     MOVE AUD-TIME TO WS-ROW-TIME.
000482     IF WS-ROW-POINT NOT > WS-START-POINT
000483         GO TO 2100-EXIT
000484     END-IF.
000485     IF WS-ROW-POINT > WS-STOP-POINT
000486         ADD 1 TO WS-AFTER-STOP-COUNT
000487         GO TO 2100-EXIT
000488     END-IF.
000489     MOVE AUD-DATE         TO SRT-DATE.
000490     MOVE AUD-TIME         TO SRT-TIME.
000491     MOVE WS-ROW-SEQUENCE  TO SRT-SEQUENCE.
000492     MOVE AUD-OPERATOR-ID  TO SRT-OPERATOR.
000493     MOVE AUD-ACTION       TO SRT-ACTION.
000494     MOVE AUD-BEFORE-IMAGE TO SRT-BEFORE-IMAGE.
000495     MOVE AUD-AFTER-IMAGE  TO SRT-AFTER-IMAGE.
000496     RELEASE SRT-RECORD.
000497     ADD 1 TO WS-WINDOW-COUNT.
000498 2100-EXIT.
000499     EXIT.
000500*
000501*--------------------------------------------------------------*
000502*  3000-APPLY-ROWS (SORT OUTPUT PROCEDURE)                       *
000503*--------------------------------------------------------------*
000504 3000-APPLY-ROWS.
000505     RETURN SORT-WORK-FILE
000506         AT END
000507             SET WS-SORT-EOF TO TRUE
000508     END-RETURN.
000509     PERFORM 3100-APPLY-ONE-ROW THRU 3100-EXIT
000510         UNTIL WS-SORT-EOF.
000511 3000-EXIT.
000512     EXIT.
000513*
000514*--------------------------------------------------------------*
000515*  3100-APPLY-ONE-ROW                                            *
000516*                                                                *
000517*  Replays one audit record. An add needs the record to be       *
000518*  absent; a change or delete needs the record on file to be     *
000519*  exactly its before image, otherwise the file has drifted from *
000520*  the trail and the record is reported instead of applied. A    *
000521*  record whose name was blanked by ERA-RUN is skipped.          *
000522*--------------------------------------------------------------*
000523 3100-APPLY-ONE-ROW.
000524     MOVE SPACES TO WS-FAIL-REASON.
000525     IF SRT-ACTION = "A"
000526         MOVE SRT-AFTER-IMAGE TO WS-KEY-IMAGE
000527     ELSE
000528         MOVE SRT-BEFORE-IMAGE TO WS-KEY-IMAGE
000529     END-IF.
000530     IF WS-KEY-NAME = SPACES
000531         ADD 1 TO WS-ERASED-ROW-COUNT
000532         GO TO 3100-NEXT
000533     END-IF.
000534     EVALUATE SRT-ACTION
000535         WHEN "A"
000536             PERFORM 3200-REPLAY-ADD THRU 3200-EXIT
000537         WHEN "C"
000538             PERFORM 3300-REPLAY-CHANGE THRU 3300-EXIT
000539         WHEN "D"
000540             PERFORM 3400-REPLAY-DELETE THRU 3400-EXIT
000541         WHEN OTHER
000542             MOVE "UNKNOWN AUDIT ACTION" TO WS-FAIL-REASON
000543     END-EVALUATE.
000544     PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
000545 3100-NEXT.
000546     RETURN SORT-WORK-FILE
000547         AT END
000548             SET WS-SORT-EOF TO TRUE
000549     END-RETURN.
000550 3100-EXIT.
000551     EXIT.
000552*
000553 3200-REPLAY-ADD.
000554     MOVE SRT-AFTER-IMAGE TO ADDR-RECORD.
000555     WRITE ADDR-RECORD
000556         INVALID KEY
000557             MOVE "ALREADY ON FILE" TO WS-FAIL-REASON
000558     END-WRITE.
000559 3200-EXIT.
000560     EXIT.
000561*
000562 3300-REPLAY-CHANGE.
000563     MOVE WS-KEY-NAME TO ADDR-NAME.
000564     MOVE WS-KEY-TYPE TO ADDR-TYPE.
000565     READ ADDR-FILE
000566         INVALID KEY
000567             MOVE "NOT ON FILE" TO WS-FAIL-REASON
000568             GO TO 3300-EXIT
000569     END-READ.
000570     IF ADDR-RECORD NOT = SRT-BEFORE-IMAGE
000571         MOVE "BEFORE IMAGE DOES NOT MATCH" TO WS-FAIL-REASON
000572         GO TO 3300-EXIT
000573     END-IF.
000574     MOVE SRT-AFTER-IMAGE TO ADDR-RECORD.
000575     REWRITE ADDR-RECORD
000576         INVALID KEY
000577             MOVE "REWRITE ERROR" TO WS-FAIL-REASON
000578     END-REWRITE.
000579 3300-EXIT.
000580     EXIT.
000581*
000582 3400-REPLAY-DELETE.
000583     MOVE WS-KEY-NAME TO ADDR-NAME.
000584     MOVE WS-KEY-TYPE TO ADDR-TYPE.
000585     READ ADDR-FILE
000586         INVALID KEY
000587             MOVE "NOT ON FILE" TO WS-FAIL-REASON
000588             GO TO 3400-EXIT
000589     END-READ.
000590     IF ADDR-RECORD NOT = SRT-BEFORE-IMAGE
000591         MOVE "BEFORE IMAGE DOES NOT MATCH" TO WS-FAIL-REASON
000592         GO TO 3400-EXIT
000593     END-IF.
000594     DELETE ADDR-FILE
000595         INVALID KEY
000596             MOVE "DELETE ERROR" TO WS-FAIL-REASON
000597     END-DELETE.
000598 3400-EXIT.
000599     EXIT.
000600*
000601*--------------------------------------------------------------*
000602*  4000-WRITE-DETAIL                                             *
000603*--------------------------------------------------------------*
000604 4000-WRITE-DETAIL.
000605     MOVE SRT-DATE     TO DTL-DATE.
000606     MOVE SRT-TIME     TO DTL-TIME.
000607     MOVE SRT-OPERATOR TO DTL-OPERATOR.
000608     MOVE SRT-ACTION   TO DTL-ACTION.
000609     MOVE WS-KEY-NAME  TO DTL-NAME.
000610     MOVE WS-KEY-TYPE  TO DTL-TYPE.
000611     IF WS-FAIL-REASON = SPACES
000612         ADD 1 TO WS-APPLIED-COUNT
000613         MOVE "APPLIED"  TO DTL-RESULT
000614     ELSE
000615         ADD 1 TO WS-FAILED-COUNT
000616         MOVE "FAILED"   TO DTL-RESULT
000617     END-IF.
000618     MOVE WS-FAIL-REASON TO DTL-REASON.
000619     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000620 4000-EXIT.
000621     EXIT.
000622*
000623*--------------------------------------------------------------*
000624*  5000-REMOVE-ERASED                                            *
000625*                                                                *
000626*  The trail holds no images for a name that has been erased, so *
000627*  a backup cut before the erasure would bring the name back.    *
000628*  Every name on the erasure register dated on or after the      *
000629*  backup is taken off the restored file again.                  *
000630*--------------------------------------------------------------*
000631 5000-REMOVE-ERASED.
000632     OPEN INPUT ERASURE-REGISTER-FILE.
000633     IF NOT WS-REG-OK
000634         GO TO 5000-EXIT
000635     END-IF.
000636     PERFORM 5100-CHECK-ONE-ERASURE THRU 5100-EXIT
000637         UNTIL WS-REG-EOF.
000638     CLOSE ERASURE-REGISTER-FILE.
000639 5000-EXIT.
000640     EXIT.
000641*
000642 5100-CHECK-ONE-ERASURE.
000643     READ ERASURE-REGISTER-FILE
000644         AT END
000645             MOVE "10" TO WS-REG-STATUS
000646             GO TO 5100-EXIT
000647     END-READ.
000648     IF ERS-DATE < WS-START-DATE
000649         GO TO 5100-EXIT
000650     END-IF.
000651     PERFORM 5200-REMOVE-ONE-TYPE THRU 5200-EXIT
000652         VARYING WS-TYPE-INDEX FROM 1 BY 1
000653         UNTIL WS-TYPE-INDEX > 3.
000654 5100-EXIT.
000655     EXIT.
000656*
000657 5200-REMOVE-ONE-TYPE.
000658     MOVE ERS-NAME TO ADDR-NAME.
000659     MOVE WS-TYPE-LIST(WS-TYPE-INDEX:1) TO ADDR-TYPE.
000660     DELETE ADDR-FILE
000661         INVALID KEY
000662             GO TO 5200-EXIT
000663     END-DELETE.
000664     ADD 1 TO WS-REMOVED-COUNT.
000665     MOVE ERS-DATE       TO DTL-DATE.
000666     MOVE ZERO           TO DTL-TIME.
000667     MOVE ERS-OPERATOR   TO DTL-OPERATOR.
000668     MOVE "D"            TO DTL-ACTION.
000669     MOVE ERS-NAME       TO DTL-NAME.
000670     MOVE ADDR-TYPE      TO DTL-TYPE.
000671     MOVE "REMOVED"      TO DTL-RESULT.
000672     MOVE "ERASED SINCE THE BACKUP" TO DTL-REASON.
000673     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000674 5200-EXIT.
000675     EXIT.
000676*
000677*--------------------------------------------------------------*
000678*  6000-WRITE-TOTALS                                             *
000679*--------------------------------------------------------------*
000680 6000-WRITE-TOTALS.
000681     MOVE SPACES TO REPORT-LINE.
000682     WRITE REPORT-LINE.
000683     MOVE "AUDIT RECORDS IN WINDOW" TO TOT-LABEL.
000684     MOVE WS-WINDOW-COUNT TO TOT-COUNT.
000685     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000686     MOVE "APPLIED" TO TOT-LABEL.
000687     MOVE WS-APPLIED-COUNT TO TOT-COUNT.
000688     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000689     MOVE "FAILED TO APPLY" TO TOT-LABEL.
000690     MOVE WS-FAILED-COUNT TO TOT-COUNT.
000691     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000692     MOVE "SKIPPED - NAME ERASED" TO TOT-LABEL.
000693     MOVE WS-ERASED-ROW-COUNT TO TOT-COUNT.
000694     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000695     MOVE "LEFT UNAPPLIED AFTER STOP" TO TOT-LABEL.
000696     MOVE WS-AFTER-STOP-COUNT TO TOT-COUNT.
000697     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000698     MOVE "ERASED NAMES REMOVED" TO TOT-LABEL.
000699     MOVE WS-REMOVED-COUNT TO TOT-COUNT.
000700     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000701     IF WS-FAILED-COUNT > ZERO
000702         MOVE "FWDFAIL" TO WS-ERR-CODE
000703         MOVE SPACES TO WS-ERR-TEXT
000704         STRING "FORWARD RECOVERY - " DELIMITED BY SIZE
000705             WS-FAILED-COUNT DELIMITED BY SIZE
000706             " RECORDS NOT APPLIED" DELIMITED BY SIZE
000707             INTO WS-ERR-TEXT
000708         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000709         DISPLAY "ADDR-FWD: " WS-FAILED-COUNT
000710             " AUDIT RECORDS FAILED TO APPLY - SEE FWDRPT"
000711     END-IF.
000712 6000-EXIT.
000713     EXIT.
000714*
000715*--------------------------------------------------------------*
000716*  9000-TERMINATE                                                *
000717*--------------------------------------------------------------*
000718 9000-TERMINATE.
000719     IF WS-START-FOUND
000720         CLOSE ADDR-FILE
000721     END-IF.
000722     CLOSE REPORT-FILE.
000723 9000-EXIT.
000724     EXIT.
000725*
000726*--------------------------------------------------------------*
000727*  8000-LOG-ERROR                                                *
000728*                                                                *
000729*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000730*  and WS-ERR-TEXT must be set by the caller before this is      *
000731*  PERFORMed.                                                    *
000732*--------------------------------------------------------------*
000733 8000-LOG-ERROR.
000734     MOVE "ADDR-FWD" TO WS-ERR-PROGRAM.
000735     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000736         WS-ERR-TEXT.
000737 8000-EXIT.
000738     EXIT.
