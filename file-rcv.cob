000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. file-rcv.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Inbound file reception. Run   *
000012*                    with the file id as PARM (ADDRTRAN,        *
000013*                    CALCTRAN, INVTRAN, BANKRATE, RESPTRAN,     *
000014*                    REGNTRAN, GAZTAPE) ahead of the program    *
000015*                    that loads the file. The file as sent      *
000016*                    (INBOUND) must start with a header giving  *
000017*                    file id, sender, file date and sequence    *
000018*                    number and end with a trailer giving its   *
000019*                    record count. It is refused when the       *
000020*                    header or trailer is missing or wrong,     *
000021*                    when its sequence number has already been  *
000022*                    received or is not the next one expected,  *
000023*                    or when its record count and hash total    *
000024*                    match a file already accepted; only the    *
000025*                    last file accepted, sent again unchanged   *
000026*                    on the same business date for a restart,   *
000027*                    is let through again. An accepted file's   *
000028*                    body records are copied to RCVOUT, the     *
000029*                    dataset the loading program reads; a       *
000030*                    refused file leaves RCVOUT empty and ends  *
000031*                    RC 8. Every file taken in is entered on    *
000032*                    the INBREG register. Run with PARM='CHECK' *
000033*                    it reports every file the INBEXPT table    *
000034*                    expects for the business date and flags    *
000035*                    any that has not arrived.                  *
000036*--------------------------------------------------------------*
000037 ENVIRONMENT DIVISION.
000038 INPUT-OUTPUT SECTION.
000039 FILE-CONTROL.
000040     SELECT EXPECTED-FILE-TABLE ASSIGN TO "INBEXPT"
000041         ORGANIZATION IS LINE SEQUENTIAL
000042         FILE STATUS IS WS-EXP-STATUS.
000043     SELECT INBOUND-FILE ASSIGN TO "INBOUND"
000044         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS WS-INB-STATUS.
000046     SELECT RECEIVED-FILE ASSIGN TO "RCVOUT"
000047         ORGANIZATION IS LINE SEQUENTIAL
000048         FILE STATUS IS WS-RCV-STATUS.
000049     SELECT INBOUND-REGISTER-FILE ASSIGN TO "INBREG"
000050         ORGANIZATION IS LINE SEQUENTIAL
000051         FILE STATUS IS WS-INR-STATUS.
000052     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
000053         ORGANIZATION IS INDEXED
000054         ACCESS MODE IS RANDOM
000055         RECORD KEY IS CAL-DATE
000056         FILE STATUS IS WS-CAL-STATUS.
000057*
000058 DATA DIVISION.
000059 FILE SECTION.
000060*--------------------------------------------------------------*
000061*  INBEXPT holds one record per inbound file: file id, the      *
000062*  sender its header must name, its calendar rule (D = every    *
000063*  working day, P = period end only, W = weekly, on the weekday *
000064*  in the next column, 1 = Monday, R = on request, never        *
000065*  chased) and a description.                                   *
000066*--------------------------------------------------------------*
000067 FD  EXPECTED-FILE-TABLE
000068     LABEL RECORDS ARE STANDARD.
000069 01  EXPECTED-FILE-RECORD.
000070     05  EXT-FILE-ID         PIC X(08).
000071     05  FILLER              PIC X(01).
000072     05  EXT-SENDER          PIC X(08).
000073     05  FILLER              PIC X(01).
000074     05  EXT-CAL-RULE        PIC X(01).
000075     05  EXT-WEEKDAY         PIC X(01).
000076     05  FILLER              PIC X(01).
000077     05  EXT-DESCRIPTION     PIC X(30).
000078*
000079*--------------------------------------------------------------*
000080*  The file as the sender delivered it. First record HDR, file  *
000081*  id, sender, file date and sequence number; last record TRL   *
000082*  and the count of records between the two.                    *
000083*--------------------------------------------------------------*
000084 FD  INBOUND-FILE
000085     LABEL RECORDS ARE STANDARD.
000086 01  INBOUND-RECORD          PIC X(400).
000087 01  INBOUND-HEADER.
000088     05  INH-TAG             PIC X(03).
000089         88  INH-IS-HEADER            VALUE "HDR".
000090     05  FILLER              PIC X(01).
000091     05  INH-FILE-ID         PIC X(08).
000092     05  FILLER              PIC X(01).
000093     05  INH-SENDER          PIC X(08).
000094     05  FILLER              PIC X(01).
000095     05  INH-FILE-DATE       PIC X(08).
000096     05  FILLER              PIC X(01).
000097     05  INH-SEQUENCE        PIC X(06).
000098     05  FILLER              PIC X(363).
000099 01  INBOUND-TRAILER.
000100     05  INT-TAG             PIC X(03).
000101         88  INT-IS-TRAILER           VALUE "TRL".
000102     05  FILLER              PIC X(01).
000103     05  INT-REC-COUNT       PIC X(09).
000104     05  FILLER              PIC X(387).
000105*
000106 FD  RECEIVED-FILE
000107     LABEL RECORDS ARE STANDARD.
000108 01  RECEIVED-RECORD         PIC X(400).
000109*
000110 FD  INBOUND-REGISTER-FILE
000111     LABEL RECORDS ARE STANDARD.
000112     COPY INBRREC.
000113*
000114 FD  BUSINESS-CALENDAR-FILE
000115     LABEL RECORDS ARE STANDARD.
000116     COPY BUSCREC.
000117*
000118 WORKING-STORAGE SECTION.
000119*
000120*--------------------------------------------------------------*
000121*  SHARED REPORT-WRITER WORK AREAS                               *
000122*--------------------------------------------------------------*
000123     COPY RPTCALL.
000124*
000125*--------------------------------------------------------------*
000126*  SHARED ERROR-LOG WORK AREAS                                   *
000127*--------------------------------------------------------------*
000128     COPY ERRCALL.
000129*
000130 01  WS-EXP-STATUS           PIC X(02) VALUE "00".
000131     88  WS-EXP-OK                     VALUE "00".
000132     88  WS-EXP-EOF                    VALUE "10".
000133*
000134 01  WS-INB-STATUS           PIC X(02) VALUE "00".
000135     88  WS-INB-OK                     VALUE "00".
000136     88  WS-INB-EOF                    VALUE "10".
000137*
000138 01  WS-RCV-STATUS           PIC X(02) VALUE "00".
000139     88  WS-RCV-OK                     VALUE "00".
000140*
000141 01  WS-INR-STATUS           PIC X(02) VALUE "00".
000142     88  WS-INR-OK                     VALUE "00".
000143     88  WS-INR-EOF                    VALUE "10".
000144*
000145 01  WS-CAL-STATUS           PIC X(02) VALUE "00".
000146     88  WS-CAL-OK                     VALUE "00".
000147*
000148 01  WS-CAL-AVAIL-SWITCH     PIC X(01) VALUE "N".
000149     88  WS-CAL-AVAILABLE             VALUE "Y".
000150*
000151 01  WS-NOW-DATE             PIC 9(08).
000152 01  WS-NOW-TIME             PIC 9(08).
000153 01  WS-BUS-DATE             PIC 9(08).
000154 01  WS-CAND-DATE            PIC 9(08).
000155 01  WS-DAY-COUNT            PIC S9(04) COMP.
000156 01  WS-WORKING-SWITCH       PIC X(01).
000157     88  WS-DATE-IS-WORKING           VALUE "Y".
000158 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000159*
000160 01  WS-RCV-FILE-ID          PIC X(08) VALUE SPACES.
000161     88  WS-CHECK-MODE                VALUE "CHECK".
000162*
000163*--------------------------------------------------------------*
000164*  EXPECTED-FILE TABLE - LOADED ONCE FROM INBEXPT                *
000165*--------------------------------------------------------------*
000166 01  WS-EXP-COUNT            PIC S9(04) COMP VALUE ZERO.
000167 01  WS-EXP-MAX              PIC S9(04) COMP VALUE 30.
000168 01  WS-EXP-INDEX            PIC S9(04) COMP VALUE ZERO.
000169 01  WS-THIS-INDEX           PIC S9(04) COMP VALUE ZERO.
000170*
000171 01  WS-EXPECTED-TABLE.
000172     05  WS-EXP-ENTRY OCCURS 30 TIMES.
000173         10  WS-EXP-FILE-ID      PIC X(08).
000174         10  WS-EXP-SENDER       PIC X(08).
000175         10  WS-EXP-CAL-RULE     PIC X(01).
000176             88  WS-EXP-PERIOD-END        VALUE "P".
000177             88  WS-EXP-WEEKLY            VALUE "W".
000178             88  WS-EXP-ON-REQUEST        VALUE "R".
000179         10  WS-EXP-WEEKDAY      PIC X(01).
000180         10  WS-EXP-DESCRIPTION  PIC X(30).
000181*
000182*--------------------------------------------------------------*
000183*  THE FILE BEING RECEIVED - WHAT ITS HEADER AND TRAILER SAY,    *
000184*  AND WHAT WAS FOUND BETWEEN THEM                               *
000185*--------------------------------------------------------------*
000186 01  WS-HDR-SWITCH           PIC X(01) VALUE "N".
000187     88  WS-HDR-FOUND                 VALUE "Y".
000188 01  WS-TRL-SWITCH           PIC X(01) VALUE "N".
000189     88  WS-TRL-FOUND                 VALUE "Y".
000190 01  WS-AFTER-TRL-SWITCH     PIC X(01) VALUE "N".
000191     88  WS-DATA-AFTER-TRAILER        VALUE "Y".
000192 01  WS-HDR-FILE-ID          PIC X(08) VALUE SPACES.
000193 01  WS-HDR-SENDER           PIC X(08) VALUE SPACES.
000194 01  WS-HDR-FILE-DATE        PIC 9(08) VALUE ZERO.
000195 01  WS-HDR-SEQUENCE         PIC 9(06) VALUE ZERO.
000196 01  WS-TRL-COUNT            PIC 9(09) VALUE ZERO.
000197 01  WS-BODY-COUNT           PIC 9(09) VALUE ZERO.
000198 01  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
000199 01  WS-HASH-LIMIT           PIC 9(15) VALUE 999999999999999.
000200 01  WS-RECORD-HASH          PIC 9(09).
000201 01  WS-CHAR-INDEX           PIC S9(04) COMP.
000202 01  WS-RESULT               PIC X(08) VALUE "REFUSED ".
000203     88  WS-FILE-ACCEPTED             VALUE "ACCEPTED".
000204 01  WS-REASON               PIC X(40) VALUE SPACES.
000205*
000206*--------------------------------------------------------------*
000207*  REGISTER HISTORY FOR THE FILE - THE LAST SEQUENCE ACCEPTED,   *
000208*  AND ANY EARLIER ACCEPTANCE WITH THE SAME SEQUENCE OR THE SAME *
000209*  TOTALS                                                        *
000210*--------------------------------------------------------------*
000211 01  WS-HISTORY-SWITCH       PIC X(01) VALUE "N".
000212     88  WS-HISTORY-FOUND             VALUE "Y".
000213 01  WS-LAST-SEQUENCE        PIC 9(06) VALUE ZERO.
000214 01  WS-NEXT-SEQUENCE        PIC 9(06) VALUE ZERO.
000215 01  WS-DUP-SEQ-SWITCH       PIC X(01) VALUE "N".
000216     88  WS-DUP-SEQUENCE              VALUE "Y".
000217 01  WS-DUP-TOT-SWITCH       PIC X(01) VALUE "N".
000218     88  WS-DUP-TOTALS                VALUE "Y".
000219 01  WS-RESENT-SWITCH        PIC X(01) VALUE "N".
000220     88  WS-RESENT                    VALUE "Y".
000221 01  WS-DUP-SEQUENCE-NO      PIC 9(06) VALUE ZERO.
000222 01  WS-DUP-BUS-DATE         PIC 9(08) VALUE ZERO.
000223*
000224*--------------------------------------------------------------*
000225*  ARRIVALS CHECK                                                *
000226*--------------------------------------------------------------*
000227 01  WS-DUE-SWITCH           PIC X(01).
000228     88  WS-FILE-DUE                  VALUE "Y".
000229 01  WS-WEEKDAY-WANTED       PIC 9(01).
000230 01  WS-WEEKDAY-NOW          PIC 9(01).
000231 01  WS-PROBE-DATE           PIC 9(08).
000232 01  WS-PROBE-DONE-SWITCH    PIC X(01).
000233     88  WS-PROBE-DONE                VALUE "Y".
000234 01  WS-ARRIVAL-STATE        PIC X(08).
000235 01  WS-ARRIVAL-SEQUENCE     PIC 9(06).
000236 01  WS-ARRIVAL-COUNT        PIC 9(09).
000237 01  WS-ARRIVAL-TIME         PIC 9(08).
000238 01  WS-ARRIVAL-REASON       PIC X(40).
000239 01  WS-MISSING-COUNT        PIC 9(04) VALUE ZERO.
000240 01  WS-REFUSED-COUNT        PIC 9(04) VALUE ZERO.
000241*
000242 01  WS-HEADING-1.
000243     05  FILLER         PIC X(30)
000244         VALUE "INBOUND FILE ARRIVALS".
000245     05  FILLER         PIC X(14) VALUE "BUSINESS DATE ".
000246     05  WS-HDG-DATE    PIC 9(08).
000247*
000248 01  WS-HEADING-2.
000249     05  FILLER         PIC X(20) VALUE "FILE     SENDER   RU".
000250     05  FILLER         PIC X(20) VALUE "LE  STATE     SEQNO ".
000251     05  FILLER         PIC X(20) VALUE "   RECORDS  RECEIVED".
000252     05  FILLER         PIC X(07) VALUE "  NOTE".
000253*
000254 01  WS-ARRIVAL-LINE.
000255     05  ARL-FILE-ID         PIC X(08).
000256     05  FILLER              PIC X(01) VALUE SPACE.
000257     05  ARL-SENDER          PIC X(08).
000258     05  FILLER              PIC X(01) VALUE SPACE.
000259     05  ARL-RULE            PIC X(02).
000260     05  FILLER              PIC X(02) VALUE SPACES.
000261     05  ARL-STATE           PIC X(08).
000262     05  FILLER              PIC X(02) VALUE SPACES.
000263     05  ARL-SEQUENCE        PIC Z(5)9.
000264     05  FILLER              PIC X(02) VALUE SPACES.
000265     05  ARL-COUNT           PIC Z(8)9.
000266     05  FILLER              PIC X(02) VALUE SPACES.
000267     05  ARL-TIME-HH         PIC 9(02).
000268     05  FILLER              PIC X(01) VALUE ":".
000269     05  ARL-TIME-MM         PIC 9(02).
000270     05  FILLER              PIC X(04) VALUE SPACES.
000271     05  ARL-NOTE            PIC X(40).
000272*
000273 01  WS-TOTAL-LINE.
000274     05  TOT-LABEL           PIC X(30).
000275     05  TOT-VALUE           PIC ZZZ9.
000276*
000277 LINKAGE SECTION.
000278*--------------------------------------------------------------*
000279*  Supplied by JCL as PARM='fileid', the inbound file to take   *
000280*  in, or PARM='CHECK' for the arrivals report. With no PARM    *
000281*  the console is asked.                                        *
000282*--------------------------------------------------------------*
000283 01  LK-PARM.
000284     05  LK-PARM-LEN         PIC S9(04) COMP.
000285     05  LK-PARM-TEXT        PIC X(80).
000286*
000287 PROCEDURE DIVISION USING LK-PARM.
000288*
000289*--------------------------------------------------------------*
000290*  0000-MAINLINE                                                 *
000291*--------------------------------------------------------------*
000292 0000-MAINLINE.
000293     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000294     IF WS-CHECK-MODE
000295         PERFORM 3000-CHECK-ARRIVALS THRU 3000-EXIT
000296     ELSE
000297         PERFORM 2000-RECEIVE-FILE THRU 2000-EXIT
000298     END-IF.
000299     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000300     STOP RUN.
000301*
000302*--------------------------------------------------------------*
000303*  1000-INITIALIZE                                               *
000304*                                                                *
000305*  The business date is today rolled back to the most recent     *
000306*  working day on BUSCAL, as RUN-CTL starts from; no BUSCAL      *
000307*  leaves today unchanged.                                       *
000308*--------------------------------------------------------------*
000309 1000-INITIALIZE.
000310     IF LK-PARM-LEN > 0
000311         MOVE LK-PARM-TEXT(1:8) TO WS-RCV-FILE-ID
000312     ELSE
000313         DISPLAY "FILE ID (OR CHECK): " WITH NO ADVANCING
000314         ACCEPT WS-RCV-FILE-ID
000315     END-IF.
000316     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000317     ACCEPT WS-NOW-TIME FROM TIME.
000318     MOVE WS-NOW-DATE TO WS-BUS-DATE.
000319     OPEN INPUT BUSINESS-CALENDAR-FILE.
000320     IF WS-CAL-OK
000321         SET WS-CAL-AVAILABLE TO TRUE
000322         MOVE WS-NOW-DATE TO WS-CAND-DATE
000323         MOVE ZERO TO WS-DAY-COUNT
000324         PERFORM 1200-BACK-TO-WORKING-DAY THRU 1200-EXIT
000325         MOVE WS-CAND-DATE TO WS-BUS-DATE
000326     END-IF.
000327     PERFORM 1100-LOAD-TABLE THRU 1100-EXIT.
000328 1000-EXIT.
000329     EXIT.
000330*
000331 1100-LOAD-TABLE.
000332     MOVE ZERO TO WS-EXP-COUNT.
000333     OPEN INPUT EXPECTED-FILE-TABLE.
000334     IF NOT WS-EXP-OK
000335         DISPLAY "FILE-RCV: NO INBEXPT FILE - STATUS "
000336             WS-EXP-STATUS
000337         GO TO 1100-EXIT
000338     END-IF.
000339     PERFORM 1110-LOAD-ONE-FILE THRU 1110-EXIT
000340         UNTIL WS-EXP-EOF.
000341     CLOSE EXPECTED-FILE-TABLE.
000342 1100-EXIT.
000343     EXIT.
000344*
000345 1110-LOAD-ONE-FILE.
000346     READ EXPECTED-FILE-TABLE
000347         AT END
000348             GO TO 1110-EXIT
000349     END-READ.
000350     IF EXT-FILE-ID = SPACES
000351        OR EXT-FILE-ID(1:1) = "*"
000352        OR WS-EXP-COUNT >= WS-EXP-MAX
000353         GO TO 1110-EXIT
000354     END-IF.
000355     ADD 1 TO WS-EXP-COUNT.
000356     MOVE EXT-FILE-ID     TO WS-EXP-FILE-ID(WS-EXP-COUNT).
000357     MOVE EXT-SENDER      TO WS-EXP-SENDER(WS-EXP-COUNT).
000358     MOVE EXT-CAL-RULE    TO WS-EXP-CAL-RULE(WS-EXP-COUNT).
000359     MOVE EXT-WEEKDAY     TO WS-EXP-WEEKDAY(WS-EXP-COUNT).
000360     MOVE EXT-DESCRIPTION TO WS-EXP-DESCRIPTION(WS-EXP-COUNT).
000361 1110-EXIT.
000362     EXIT.
000363*
000364 1200-BACK-TO-WORKING-DAY.
000365     PERFORM 1210-CHECK-WORKING-DAY THRU 1210-EXIT.
000366     IF WS-DATE-IS-WORKING OR WS-DAY-COUNT > 31
000367         GO TO 1200-EXIT
000368     END-IF.
000369     ADD 1 TO WS-DAY-COUNT.
000370     COMPUTE WS-CAND-DATE =
000371         FUNCTION DATE-OF-INTEGER(
000372             FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) - 1).
000373     GO TO 1200-BACK-TO-WORKING-DAY.
000374 1200-EXIT.
000375     EXIT.
000376*
000377 1210-CHECK-WORKING-DAY.
000378     MOVE "Y" TO WS-WORKING-SWITCH.
000379     MOVE WS-CAND-DATE TO CAL-DATE.
000380     READ BUSINESS-CALENDAR-FILE
000381         INVALID KEY
000382             CONTINUE
000383         NOT INVALID KEY
000384             IF NOT CAL-WORKING-DAY
000385                 MOVE "N" TO WS-WORKING-SWITCH
000386             END-IF
000387     END-READ.
000388 1210-EXIT.
000389     EXIT.
000390*
000391*--------------------------------------------------------------*
000392*  2000-RECEIVE-FILE                                             *
000393*                                                                *
000394*  Reads the file through once for its header, trailer, count    *
000395*  and hash, then works through the checks in order, stopping at *
000396*  the first that refuses it. Only an accepted file's body       *
000397*  reaches RCVOUT. A file that is not there at all is not        *
000398*  entered on the register; the arrivals check reports it as     *
000399*  missing.                                                      *
000400*--------------------------------------------------------------*
000401 2000-RECEIVE-FILE.
000402     MOVE 8 TO WS-RESULT-CODE.
000403     MOVE ZERO TO WS-THIS-INDEX.
000404     PERFORM 2010-FIND-FILE THRU 2010-EXIT
000405         VARYING WS-EXP-INDEX FROM 1 BY 1
000406         UNTIL WS-EXP-INDEX > WS-EXP-COUNT
000407            OR WS-THIS-INDEX > ZERO.
000408     OPEN INPUT INBOUND-FILE.
000409     IF NOT WS-INB-OK
000410         DISPLAY "FILE-RCV: " WS-RCV-FILE-ID
000411             " NOT RECEIVED - NO INBOUND FILE, STATUS "
000412             WS-INB-STATUS
000413         MOVE "FILENORCV" TO WS-ERR-CODE
000414         MOVE SPACES TO WS-ERR-TEXT
000415         STRING WS-RCV-FILE-ID DELIMITED BY SPACE
000416             " - NO INBOUND FILE TO RECEIVE" DELIMITED BY SIZE
000417             INTO WS-ERR-TEXT
000418         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000419         PERFORM 2400-EMPTY-OUTPUT THRU 2400-EXIT
000420         GO TO 2000-EXIT
000421     END-IF.
000422     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
000423         UNTIL WS-INB-EOF.
000424     CLOSE INBOUND-FILE.
000425     EVALUATE TRUE
000426         WHEN WS-THIS-INDEX = ZERO
000427             MOVE "FILE IS NOT ON THE INBEXPT TABLE"
000428                 TO WS-REASON
000429         WHEN NOT WS-HDR-FOUND
000430             MOVE "NO HEADER RECORD" TO WS-REASON
000431         WHEN NOT WS-TRL-FOUND
000432             MOVE "NO TRAILER RECORD - FILE INCOMPLETE"
000433                 TO WS-REASON
000434         WHEN WS-DATA-AFTER-TRAILER
000435             MOVE "RECORDS FOUND AFTER THE TRAILER" TO WS-REASON
000436         WHEN WS-HDR-FILE-ID NOT = WS-RCV-FILE-ID
000437             MOVE SPACES TO WS-REASON
000438             STRING "HEADER IS FOR FILE " WS-HDR-FILE-ID
000439                 DELIMITED BY SIZE
000440                 INTO WS-REASON
000441         WHEN WS-HDR-SENDER NOT = WS-EXP-SENDER(WS-THIS-INDEX)
000442             MOVE SPACES TO WS-REASON
000443             STRING "SENDER " WS-HDR-SENDER
000444                 " IS NOT THE EXPECTED SENDER" DELIMITED BY SIZE
000445                 INTO WS-REASON
000446         WHEN WS-TRL-COUNT NOT = WS-BODY-COUNT
000447             MOVE SPACES TO WS-REASON
000448             STRING "TRAILER COUNT " WS-TRL-COUNT
000449                 " BUT " WS-BODY-COUNT " READ" DELIMITED BY SIZE
000450                 INTO WS-REASON
000451         WHEN OTHER
000452             PERFORM 2200-CHECK-REGISTER THRU 2200-EXIT
000453     END-EVALUATE.
000454     IF WS-FILE-ACCEPTED
000455         PERFORM 2300-COPY-BODY THRU 2300-EXIT
000456     ELSE
000457         PERFORM 2400-EMPTY-OUTPUT THRU 2400-EXIT
000458     END-IF.
000459     PERFORM 8100-WRITE-REGISTER THRU 8100-EXIT.
000460     IF WS-FILE-ACCEPTED
000461         MOVE ZERO TO WS-RESULT-CODE
000462         DISPLAY "FILE-RCV: " WS-RCV-FILE-ID " SEQUENCE "
000463             WS-HDR-SEQUENCE " ACCEPTED - " WS-BODY-COUNT
000464             " RECORDS"
000465     ELSE
000466         DISPLAY "FILE-RCV: " WS-RCV-FILE-ID " REFUSED - "
000467             WS-REASON
000468         MOVE "FILEREFUSE" TO WS-ERR-CODE
000469         MOVE SPACES TO WS-ERR-TEXT
000470         STRING WS-RCV-FILE-ID DELIMITED BY SPACE
000471             " " DELIMITED BY SIZE
000472             WS-REASON DELIMITED BY SIZE
000473             INTO WS-ERR-TEXT
000474         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000475     END-IF.
000476 2000-EXIT.
000477     EXIT.
000478*
000479 2010-FIND-FILE.
000480     IF WS-EXP-FILE-ID(WS-EXP-INDEX) = WS-RCV-FILE-ID
000481         MOVE WS-EXP-INDEX TO WS-THIS-INDEX
000482     END-IF.
000483 2010-EXIT.
000484     EXIT.
000485*
000486*--------------------------------------------------------------*
000487*  2100-SCAN-ONE-RECORD                                          *
000488*                                                                *
000489*  The first record must be the header. Every record up to the   *
000490*  trailer is counted and added into the hash total.             *
000491*--------------------------------------------------------------*
000492 2100-SCAN-ONE-RECORD.
000493     READ INBOUND-FILE
000494         AT END
000495             GO TO 2100-EXIT
000496     END-READ.
000497     IF WS-TRL-FOUND
000498         SET WS-DATA-AFTER-TRAILER TO TRUE
000499         GO TO 2100-EXIT
000500     END-IF.
000501     IF NOT WS-HDR-FOUND AND WS-BODY-COUNT = ZERO
000502         IF INH-IS-HEADER
000503             SET WS-HDR-FOUND TO TRUE
000504             MOVE INH-FILE-ID TO WS-HDR-FILE-ID
000505             MOVE INH-SENDER  TO WS-HDR-SENDER
000506             IF INH-FILE-DATE NUMERIC
000507                 MOVE INH-FILE-DATE TO WS-HDR-FILE-DATE
000508             END-IF
000509             IF INH-SEQUENCE NUMERIC
000510                 MOVE INH-SEQUENCE TO WS-HDR-SEQUENCE
000511             END-IF
000512             GO TO 2100-EXIT
000513         END-IF
000514     END-IF.
000515     IF INT-IS-TRAILER
000516         SET WS-TRL-FOUND TO TRUE
000517         IF INT-REC-COUNT NUMERIC
000518             MOVE INT-REC-COUNT TO WS-TRL-COUNT
000519         END-IF
000520         GO TO 2100-EXIT
000521     END-IF.
000522     ADD 1 TO WS-BODY-COUNT.
000523     MOVE ZERO TO WS-RECORD-HASH.
000524     PERFORM 2110-HASH-ONE-CHARACTER THRU 2110-EXIT
000525         VARYING WS-CHAR-INDEX FROM 1 BY 1
000526         UNTIL WS-CHAR-INDEX > 400.
000527     IF WS-HASH-TOTAL > WS-HASH-LIMIT - WS-RECORD-HASH
000528         COMPUTE WS-HASH-TOTAL =
000529             WS-HASH-TOTAL - WS-HASH-LIMIT + WS-RECORD-HASH
000530     ELSE
000531         ADD WS-RECORD-HASH TO WS-HASH-TOTAL
000532     END-IF.
000533 2100-EXIT.
000534     EXIT.
000535*
000536 2110-HASH-ONE-CHARACTER.
000537     COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
000538         + FUNCTION ORD(INBOUND-RECORD(WS-CHAR-INDEX:1))
000539         * WS-CHAR-INDEX.
000540 2110-EXIT.
000541     EXIT.
000542*
000543*--------------------------------------------------------------*
000544*  2200-CHECK-REGISTER                                           *
000545*                                                                *
000546*  Against the files of the same id already accepted: the        *
000547*  sequence number must be the one after the last accepted (any  *
000548*  number will do for the first), and the record count and hash  *
000549*  total must not match any of them. The one exception is the    *
000550*  last file accepted being presented again, unchanged, on the   *
000551*  same business date - a restart of the job after its load      *
000552*  failed. It is let through again because the loading program's *
000553*  RUNCTRL entry already stops it running twice for the date.    *
000554*--------------------------------------------------------------*
000555 2200-CHECK-REGISTER.
000556     OPEN INPUT INBOUND-REGISTER-FILE.
000557     IF WS-INR-OK
000558         PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
000559             UNTIL WS-INR-EOF
000560         CLOSE INBOUND-REGISTER-FILE
000561     END-IF.
000562     IF WS-LAST-SEQUENCE = 999999
000563         MOVE 1 TO WS-NEXT-SEQUENCE
000564     ELSE
000565         COMPUTE WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1
000566     END-IF.
000567     MOVE SPACES TO WS-REASON.
000568     EVALUATE TRUE
000569         WHEN WS-RESENT
000570          AND WS-HDR-SEQUENCE = WS-LAST-SEQUENCE
000571             MOVE "ACCEPTED" TO WS-RESULT
000572             MOVE "SAME FILE AGAIN ON RESTART" TO WS-REASON
000573         WHEN WS-DUP-SEQUENCE
000574             STRING "SEQUENCE " WS-HDR-SEQUENCE
000575                 " ALREADY RECEIVED" DELIMITED BY SIZE
000576                 INTO WS-REASON
000577         WHEN WS-DUP-TOTALS
000578             STRING "SAME DATA AS SEQUENCE " WS-DUP-SEQUENCE-NO
000579                 " OF " WS-DUP-BUS-DATE DELIMITED BY SIZE
000580                 INTO WS-REASON
000581         WHEN WS-HISTORY-FOUND
000582          AND WS-HDR-SEQUENCE NOT = WS-NEXT-SEQUENCE
000583             STRING "OUT OF SEQUENCE - EXPECTED "
000584                 WS-NEXT-SEQUENCE DELIMITED BY SIZE
000585                 INTO WS-REASON
000586         WHEN OTHER
000587             MOVE "ACCEPTED" TO WS-RESULT
000588     END-EVALUATE.
000589 2200-EXIT.
000590     EXIT.
000591*
000592 2210-CHECK-ONE-ENTRY.
000593     READ INBOUND-REGISTER-FILE
000594         AT END
000595             GO TO 2210-EXIT
000596     END-READ.
000597     IF INR-FILE-ID NOT = WS-RCV-FILE-ID
000598        OR NOT INR-ACCEPTED
000599         GO TO 2210-EXIT
000600     END-IF.
000601     SET WS-HISTORY-FOUND TO TRUE.
000602     MOVE INR-SEQUENCE TO WS-LAST-SEQUENCE.
000603     IF INR-SEQUENCE = WS-HDR-SEQUENCE
000604         SET WS-DUP-SEQUENCE TO TRUE
000605     END-IF.
000606     IF INR-REC-COUNT = WS-BODY-COUNT
000607        AND INR-HASH-TOTAL = WS-HASH-TOTAL
000608         SET WS-DUP-TOTALS TO TRUE
000609         MOVE INR-SEQUENCE TO WS-DUP-SEQUENCE-NO
000610         MOVE INR-BUS-DATE TO WS-DUP-BUS-DATE
000611         IF INR-SEQUENCE = WS-HDR-SEQUENCE
000612            AND INR-BUS-DATE = WS-BUS-DATE
000613             SET WS-RESENT TO TRUE
000614         END-IF
000615     END-IF.
000616 2210-EXIT.
000617     EXIT.
000618*
000619*--------------------------------------------------------------*
000620*  2300-COPY-BODY                                                *
000621*                                                                *
000622*  Second pass: everything between the header and the trailer    *
000623*  goes to RCVOUT for the loading program.                       *
000624*--------------------------------------------------------------*
000625 2300-COPY-BODY.
000626     OPEN INPUT INBOUND-FILE.
000627     OPEN OUTPUT RECEIVED-FILE.
000628     IF NOT WS-RCV-OK
000629         DISPLAY "FILE-RCV: CANNOT OPEN RCVOUT - STATUS "
000630             WS-RCV-STATUS
000631         MOVE "REFUSED " TO WS-RESULT
000632         MOVE "RCVOUT COULD NOT BE OPENED" TO WS-REASON
000633         CLOSE INBOUND-FILE
000634         GO TO 2300-EXIT
000635     END-IF.
000636     READ INBOUND-FILE
000637         AT END
000638             CONTINUE
000639     END-READ.
000640     PERFORM 2310-COPY-ONE-RECORD THRU 2310-EXIT
000641         UNTIL WS-INB-EOF.
000642     CLOSE INBOUND-FILE.
000643     CLOSE RECEIVED-FILE.
000644 2300-EXIT.
000645     EXIT.
000646*
000647 2310-COPY-ONE-RECORD.
000648     READ INBOUND-FILE
000649         AT END
000650             GO TO 2310-EXIT
000651     END-READ.
000652     IF INT-IS-TRAILER
000653         MOVE "10" TO WS-INB-STATUS
000654         GO TO 2310-EXIT
000655     END-IF.
000656     WRITE RECEIVED-RECORD FROM INBOUND-RECORD.
000657 2310-EXIT.
000658     EXIT.
000659*
000660*--------------------------------------------------------------*
000661*  2400-EMPTY-OUTPUT                                             *
000662*                                                                *
000663*  A refused file leaves RCVOUT empty, so a loading program run  *
000664*  by hand against it takes nothing in rather than yesterday's   *
000665*  data again.                                                   *
000666*--------------------------------------------------------------*
000667 2400-EMPTY-OUTPUT.
000668     OPEN OUTPUT RECEIVED-FILE.
000669     IF WS-RCV-OK
000670         CLOSE RECEIVED-FILE
000671     END-IF.
000672 2400-EXIT.
000673     EXIT.
000674*
000675*--------------------------------------------------------------*
000676*  3000-CHECK-ARRIVALS                                           *
000677*                                                                *
000678*  One line for every file on INBEXPT: what the register holds   *
000679*  for it on the business date, or MISSING when it was due and   *
000680*  nothing was accepted. Missing files are logged as errors and  *
000681*  end the step RC 4.                                            *
000682*--------------------------------------------------------------*
000683 3000-CHECK-ARRIVALS.
000684     MOVE "O" TO WS-RPT-FUNCTION.
000685     MOVE "INBOUND " TO WS-RPT-ID.
000686     MOVE SPACES TO WS-RPT-LINE.
000687     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000688         WS-RPT-LINE.
000689     MOVE WS-BUS-DATE TO WS-HDG-DATE.
000690     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000691     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000692     MOVE SPACES TO WS-RPT-LINE.
000693     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000694     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000695     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000696     PERFORM 3100-CHECK-ONE-FILE THRU 3100-EXIT
000697         VARYING WS-EXP-INDEX FROM 1 BY 1
000698         UNTIL WS-EXP-INDEX > WS-EXP-COUNT.
000699     MOVE SPACES TO WS-RPT-LINE.
000700     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000701     MOVE "FILES MISSING" TO TOT-LABEL.
000702     MOVE WS-MISSING-COUNT TO TOT-VALUE.
000703     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000704     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000705     MOVE "FILES REFUSED" TO TOT-LABEL.
000706     MOVE WS-REFUSED-COUNT TO TOT-VALUE.
000707     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000708     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000709     MOVE "C" TO WS-RPT-FUNCTION.
000710     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000711         WS-RPT-LINE.
000712     IF WS-MISSING-COUNT > ZERO
000713         MOVE 4 TO WS-RESULT-CODE
000714     END-IF.
000715 3000-EXIT.
000716     EXIT.
000717*
000718 3100-CHECK-ONE-FILE.
000719     MOVE SPACES TO WS-ARRIVAL-STATE.
000720     MOVE SPACES TO WS-ARRIVAL-REASON.
000721     MOVE ZERO TO WS-ARRIVAL-SEQUENCE.
000722     MOVE ZERO TO WS-ARRIVAL-COUNT.
000723     MOVE ZERO TO WS-ARRIVAL-TIME.
000724     OPEN INPUT INBOUND-REGISTER-FILE.
000725     IF WS-INR-OK
000726         PERFORM 3110-CHECK-ONE-ENTRY THRU 3110-EXIT
000727             UNTIL WS-INR-EOF
000728         CLOSE INBOUND-REGISTER-FILE
000729     END-IF.
000730     IF WS-ARRIVAL-STATE = "REFUSED "
000731         ADD 1 TO WS-REFUSED-COUNT
000732     END-IF.
000733     IF WS-ARRIVAL-STATE NOT = "ACCEPTED"
000734         PERFORM 3200-CHECK-DUE THRU 3200-EXIT
000735         EVALUATE TRUE
000736             WHEN WS-EXP-ON-REQUEST(WS-EXP-INDEX)
000737                 IF WS-ARRIVAL-STATE = SPACES
000738                     MOVE "NONE" TO WS-ARRIVAL-STATE
000739                 END-IF
000740             WHEN NOT WS-FILE-DUE
000741                 IF WS-ARRIVAL-STATE = SPACES
000742                     MOVE "NOT DUE" TO WS-ARRIVAL-STATE
000743                 END-IF
000744             WHEN OTHER
000745                 MOVE "MISSING" TO WS-ARRIVAL-STATE
000746                 ADD 1 TO WS-MISSING-COUNT
000747                 MOVE "FILEMISS" TO WS-ERR-CODE
000748                 MOVE SPACES TO WS-ERR-TEXT
000749                 STRING WS-EXP-FILE-ID(WS-EXP-INDEX)
000750                     DELIMITED BY SPACE
000751                     " NOT RECEIVED FOR " DELIMITED BY SIZE
000752                     WS-BUS-DATE DELIMITED BY SIZE
000753                     INTO WS-ERR-TEXT
000754                 PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000755         END-EVALUATE
000756     END-IF.
000757     MOVE WS-EXP-FILE-ID(WS-EXP-INDEX)  TO ARL-FILE-ID.
000758     MOVE WS-EXP-SENDER(WS-EXP-INDEX)   TO ARL-SENDER.
000759     MOVE WS-EXP-CAL-RULE(WS-EXP-INDEX) TO ARL-RULE(1:1).
000760     MOVE WS-EXP-WEEKDAY(WS-EXP-INDEX)  TO ARL-RULE(2:1).
000761     MOVE WS-ARRIVAL-STATE              TO ARL-STATE.
000762     MOVE WS-ARRIVAL-SEQUENCE           TO ARL-SEQUENCE.
000763     MOVE WS-ARRIVAL-COUNT              TO ARL-COUNT.
000764     MOVE WS-ARRIVAL-TIME(1:2)          TO ARL-TIME-HH.
000765     MOVE WS-ARRIVAL-TIME(3:2)          TO ARL-TIME-MM.
000766     IF WS-ARRIVAL-REASON NOT = SPACES
000767         MOVE WS-ARRIVAL-REASON TO ARL-NOTE
000768     ELSE
000769         MOVE WS-EXP-DESCRIPTION(WS-EXP-INDEX) TO ARL-NOTE
000770     END-IF.
000771     MOVE WS-ARRIVAL-LINE TO WS-RPT-LINE.
000772     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000773 3100-EXIT.
000774     EXIT.
000775*
000776*--------------------------------------------------------------*
000777*  3110-CHECK-ONE-ENTRY                                          *
000778*                                                                *
000779*  The latest register entry for the file on the business date   *
000780*  is the one shown, except that an acceptance is never          *
000781*  displaced by a later refusal of the same file sent again.     *
000782*--------------------------------------------------------------*
000783 3110-CHECK-ONE-ENTRY.
000784     READ INBOUND-REGISTER-FILE
000785         AT END
000786             GO TO 3110-EXIT
000787     END-READ.
000788     IF INR-FILE-ID NOT = WS-EXP-FILE-ID(WS-EXP-INDEX)
000789        OR INR-BUS-DATE NOT = WS-BUS-DATE
000790         GO TO 3110-EXIT
000791     END-IF.
000792     IF WS-ARRIVAL-STATE = "ACCEPTED" AND INR-REFUSED
000793         GO TO 3110-EXIT
000794     END-IF.
000795     MOVE INR-RESULT     TO WS-ARRIVAL-STATE.
000796     MOVE INR-SEQUENCE   TO WS-ARRIVAL-SEQUENCE.
000797     MOVE INR-REC-COUNT  TO WS-ARRIVAL-COUNT.
000798     MOVE INR-RECV-TIME  TO WS-ARRIVAL-TIME.
000799     IF INR-REFUSED
000800         MOVE INR-REASON TO WS-ARRIVAL-REASON
000801     ELSE
000802         MOVE SPACES TO WS-ARRIVAL-REASON
000803     END-IF.
000804 3110-EXIT.
000805     EXIT.
000806*
000807*--------------------------------------------------------------*
000808*  3200-CHECK-DUE                                                *
000809*                                                                *
000810*  Applies the calendar rule of table entry WS-EXP-INDEX to the  *
000811*  business date, as SCH-GATE applies a step's. A weekly file    *
000812*  whose weekday is not a working day is due on the last working *
000813*  day before it in the same week.                               *
000814*--------------------------------------------------------------*
000815 3200-CHECK-DUE.
000816     MOVE "Y" TO WS-DUE-SWITCH.
000817     EVALUATE TRUE
000818         WHEN WS-EXP-PERIOD-END(WS-EXP-INDEX)
000819             PERFORM 3210-CHECK-PERIOD-END THRU 3210-EXIT
000820         WHEN WS-EXP-WEEKLY(WS-EXP-INDEX)
000821             PERFORM 3220-CHECK-WEEKDAY THRU 3220-EXIT
000822         WHEN OTHER
000823             CONTINUE
000824     END-EVALUATE.
000825 3200-EXIT.
000826     EXIT.
000827*
000828 3210-CHECK-PERIOD-END.
000829     MOVE "N" TO CAL-PERIOD-END-FLAG.
000830     IF WS-CAL-AVAILABLE
000831         MOVE WS-BUS-DATE TO CAL-DATE
000832         READ BUSINESS-CALENDAR-FILE
000833             INVALID KEY
000834                 MOVE "N" TO CAL-PERIOD-END-FLAG
000835         END-READ
000836     END-IF.
000837     IF NOT CAL-PERIOD-END
000838         MOVE "N" TO WS-DUE-SWITCH
000839     END-IF.
000840 3210-EXIT.
000841     EXIT.
000842*
000843 3220-CHECK-WEEKDAY.
000844     IF WS-EXP-WEEKDAY(WS-EXP-INDEX) NUMERIC
000845         MOVE WS-EXP-WEEKDAY(WS-EXP-INDEX) TO WS-WEEKDAY-WANTED
000846     ELSE
000847         MOVE 5 TO WS-WEEKDAY-WANTED
000848     END-IF.
000849     MOVE WS-BUS-DATE TO WS-PROBE-DATE.
000850     PERFORM 3240-SET-WEEKDAY THRU 3240-EXIT.
000851     IF WS-WEEKDAY-NOW = WS-WEEKDAY-WANTED
000852         GO TO 3220-EXIT
000853     END-IF.
000854     IF WS-WEEKDAY-NOW < WS-WEEKDAY-WANTED
000855        AND WS-CAL-AVAILABLE
000856         MOVE "N" TO WS-PROBE-DONE-SWITCH
000857         PERFORM 3230-PROBE-NEXT-DAY THRU 3230-EXIT
000858             UNTIL WS-PROBE-DONE
000859         IF WS-FILE-DUE
000860             GO TO 3220-EXIT
000861         END-IF
000862     END-IF.
000863     MOVE "N" TO WS-DUE-SWITCH.
000864 3220-EXIT.
000865     EXIT.
000866*
000867 3230-PROBE-NEXT-DAY.
000868     COMPUTE WS-PROBE-DATE =
000869         FUNCTION DATE-OF-INTEGER(
000870             FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE) + 1).
000871     PERFORM 3240-SET-WEEKDAY THRU 3240-EXIT.
000872     IF WS-WEEKDAY-NOW > WS-WEEKDAY-WANTED
000873        OR WS-WEEKDAY-NOW = 1
000874         SET WS-PROBE-DONE TO TRUE
000875         GO TO 3230-EXIT
000876     END-IF.
000877     MOVE WS-PROBE-DATE TO CAL-DATE.
000878     READ BUSINESS-CALENDAR-FILE
000879         INVALID KEY
000880             MOVE "Y" TO CAL-WORKING-FLAG
000881     END-READ.
000882     IF CAL-WORKING-DAY
000883         MOVE "N" TO WS-DUE-SWITCH
000884         SET WS-PROBE-DONE TO TRUE
000885     END-IF.
000886 3230-EXIT.
000887     EXIT.
000888*
000889 3240-SET-WEEKDAY.
000890     COMPUTE WS-WEEKDAY-NOW =
000891         FUNCTION MOD(
000892             FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE) - 1, 7) + 1.
000893 3240-EXIT.
000894     EXIT.
000895*
000896*--------------------------------------------------------------*
000897*  8000-LOG-ERROR                                                *
000898*                                                                *
000899*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000900*  and WS-ERR-TEXT must be set by the caller before this is      *
000901*  PERFORMed.                                                    *
000902*--------------------------------------------------------------*
000903 8000-LOG-ERROR.
000904     MOVE "FILE-RCV" TO WS-ERR-PROGRAM.
000905     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000906         WS-ERR-TEXT.
000907 8000-EXIT.
000908     EXIT.
000909*
000910*--------------------------------------------------------------*
000911*  8100-WRITE-REGISTER                                           *
000912*--------------------------------------------------------------*
000913 8100-WRITE-REGISTER.
000914     OPEN EXTEND INBOUND-REGISTER-FILE.
000915     IF NOT WS-INR-OK
000916         OPEN OUTPUT INBOUND-REGISTER-FILE
000917         CLOSE INBOUND-REGISTER-FILE
000918         OPEN EXTEND INBOUND-REGISTER-FILE
000919     END-IF.
000920     MOVE SPACES           TO INBOUND-REGISTER-RECORD.
000921     MOVE WS-RCV-FILE-ID   TO INR-FILE-ID.
000922     MOVE WS-HDR-SENDER    TO INR-SENDER.
000923     MOVE WS-BUS-DATE      TO INR-BUS-DATE.
000924     MOVE WS-NOW-DATE      TO INR-RECV-DATE.
000925     MOVE WS-NOW-TIME      TO INR-RECV-TIME.
000926     MOVE WS-HDR-FILE-DATE TO INR-FILE-DATE.
000927     MOVE WS-HDR-SEQUENCE  TO INR-SEQUENCE.
000928     MOVE WS-BODY-COUNT    TO INR-REC-COUNT.
000929     MOVE WS-HASH-TOTAL    TO INR-HASH-TOTAL.
000930     MOVE WS-RESULT        TO INR-RESULT.
000931     MOVE WS-REASON        TO INR-REASON.
000932     WRITE INBOUND-REGISTER-RECORD.
000933     CLOSE INBOUND-REGISTER-FILE.
000934 8100-EXIT.
000935     EXIT.
000936*
000937*--------------------------------------------------------------*
000938*  8800-WRITE-REPORT                                             *
000939*                                                                *
000940*  Prints one line through the shared report writer. WS-RPT-LINE *
000941*  must be set by the caller before this is PERFORMed.           *
000942*--------------------------------------------------------------*
000943 8800-WRITE-REPORT.
000944     MOVE "W" TO WS-RPT-FUNCTION.
000945     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000946         WS-RPT-LINE.
000947 8800-EXIT.
000948     EXIT.
000949*
000950*--------------------------------------------------------------*
000951*  9000-TERMINATE                                                *
000952*--------------------------------------------------------------*
000953 9000-TERMINATE.
000954     IF WS-CAL-AVAILABLE
000955         CLOSE BUSINESS-CALENDAR-FILE
000956     END-IF.
000957     MOVE WS-RESULT-CODE TO RETURN-CODE.
000958 9000-EXIT.
000959     EXIT.
