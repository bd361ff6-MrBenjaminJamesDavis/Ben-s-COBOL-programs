000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. area-rpt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Mailing density and growth by *
000012*                    postcode area and district for sales       *
000013*                    planning. For every district (the outward  *
000014*                    code of the postcode) and every area (its  *
000015*                    leading letters): the addresses held on    *
000016*                    ADDRFILE by type; the addresses added,     *
000017*                    deleted and erased over the period from    *
000018*                    ADDRAUDT and the ERASEREG register, and    *
000019*                    the net growth; the names mailed over the  *
000020*                    period from CAMPHIST and the responses     *
000021*                    from RESPHIST, placed by the name's        *
000022*                    address, and the response rate. The period *
000023*                    runs from the day after the last period    *
000024*                    end on PERCTL to the business date         *
000025*                    (PARM='YYYYMMDD' gives another start).     *
000026*                    Areas are ranked by response rate, with    *
000027*                    their districts ranked under them. Printed *
000028*                    through RPT-WTR as report AREARPT, with    *
000029*                    the same figures written comma-delimited   *
000030*                    to AREAEXPT for the sales team's mapping   *
000031*                    package; the run is recorded on the shared *
000032*                    run-control file.                          *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000038         ORGANIZATION IS INDEXED
000039         ACCESS MODE IS DYNAMIC
000040         RECORD KEY IS ADDR-KEY
000041         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000042             WITH DUPLICATES
000043         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000044             WITH DUPLICATES
000045         FILE STATUS IS WS-ADDR-STATUS.
000046     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000047         ORGANIZATION IS LINE SEQUENTIAL
000048         FILE STATUS IS WS-AUDF-STATUS.
000049     SELECT ERASURE-REGISTER-FILE ASSIGN TO "ERASEREG"
000050         ORGANIZATION IS LINE SEQUENTIAL
000051         FILE STATUS IS WS-REG-STATUS.
000052     SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
000053         ORGANIZATION IS LINE SEQUENTIAL
000054         FILE STATUS IS WS-HIST-STATUS.
000055     SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RESPHIST"
000056         ORGANIZATION IS LINE SEQUENTIAL
000057         FILE STATUS IS WS-RESP-STATUS.
000058     SELECT POSTCODE-FILE ASSIGN TO "PCODFILE"
000059         ORGANIZATION IS INDEXED
000060         ACCESS MODE IS DYNAMIC
000061         RECORD KEY IS PCD-POSTCODE
000062         FILE STATUS IS WS-PCD-STATUS.
000063     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000064         ORGANIZATION IS INDEXED
000065         ACCESS MODE IS RANDOM
000066         RECORD KEY IS RGN-POSTCODE-PREFIX
000067         FILE STATUS IS WS-RGN-STATUS.
000068     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000069         ORGANIZATION IS INDEXED
000070         ACCESS MODE IS DYNAMIC
000071         RECORD KEY IS PRD-END-DATE
000072         FILE STATUS IS WS-PRD-STATUS.
000073     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000074     SELECT EXPORT-FILE ASSIGN TO "AREAEXPT"
000075         ORGANIZATION IS LINE SEQUENTIAL.
000076*
000077 DATA DIVISION.
000078 FILE SECTION.
000079 FD  ADDR-FILE
000080     LABEL RECORDS ARE STANDARD.
000081     COPY ADDRREC.
000082*
000083 FD  ADDR-AUDIT-FILE
000084     LABEL RECORDS ARE STANDARD.
000085     COPY ADDRAUD.
000086*
000087 FD  ERASURE-REGISTER-FILE
000088     LABEL RECORDS ARE STANDARD.
000089     COPY ERASEREC.
000090*
000091 FD  CAMPAIGN-HISTORY-FILE
000092     LABEL RECORDS ARE STANDARD.
000093     COPY CAMPHREC.
000094*
000095 FD  RESPONSE-HISTORY-FILE
000096     LABEL RECORDS ARE STANDARD.
000097     COPY RESPHREC.
000098*
000099 FD  POSTCODE-FILE
000100     LABEL RECORDS ARE STANDARD.
000101     COPY PCODEREC.
000102*
000103 FD  REGION-FILE
000104     LABEL RECORDS ARE STANDARD.
000105     COPY REGNREC.
000106*
000107 FD  PERIOD-CONTROL-FILE
000108     LABEL RECORDS ARE STANDARD.
000109     COPY PERDREC.
000110*
000111*--------------------------------------------------------------*
000112*  One district, carrying its area's ranking figures so the     *
000113*  areas come back best first with their districts, best first, *
000114*  under them.                                                  *
000115*--------------------------------------------------------------*
000116 SD  SORT-WORK-FILE.
000117 01  SRT-RECORD.
000118     05  SRT-PLACED          PIC X(01).
000119     05  SRT-AREA-RATE       PIC 9(03)V9.
000120     05  SRT-AREA-MAILED     PIC 9(07).
000121     05  SRT-AREA            PIC X(02).
000122     05  SRT-DIST-RATE       PIC 9(03)V9.
000123     05  SRT-DIST-MAILED     PIC 9(07).
000124     05  SRT-DISTRICT        PIC X(04).
000125     05  SRT-AREA-SLOT       PIC 9(04).
000126     05  SRT-DIST-SLOT       PIC 9(04).
000127*
000128 FD  EXPORT-FILE
000129     LABEL RECORDS ARE STANDARD.
000130 01  EXPORT-LINE             PIC X(160).
000131*
000132 WORKING-STORAGE SECTION.
000133*
000134*--------------------------------------------------------------*
000135*  SHARED REPORT-WRITER WORK AREAS                               *
000136*--------------------------------------------------------------*
000137     COPY RPTCALL.
000138*
000139*--------------------------------------------------------------*
000140*  SHARED ERROR-LOG WORK AREAS                                   *
000141*--------------------------------------------------------------*
000142     COPY ERRCALL.
000143*
000144 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000145     88  WS-ADDR-OK                    VALUE "00".
000146     88  WS-ADDR-EOF                   VALUE "10".
000147 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000148     88  WS-AUDF-OK                    VALUE "00".
000149     88  WS-AUDF-EOF                   VALUE "10".
000150 01  WS-REG-STATUS           PIC X(02) VALUE "00".
000151     88  WS-REG-OK                     VALUE "00".
000152     88  WS-REG-EOF                    VALUE "10".
000153 01  WS-HIST-STATUS          PIC X(02) VALUE "00".
000154     88  WS-HIST-OK                    VALUE "00".
000155     88  WS-HIST-EOF                   VALUE "10".
000156 01  WS-RESP-STATUS          PIC X(02) VALUE "00".
000157     88  WS-RESP-OK                    VALUE "00".
000158     88  WS-RESP-EOF                   VALUE "10".
000159 01  WS-PCD-STATUS           PIC X(02) VALUE "00".
000160     88  WS-PCD-OK                     VALUE "00".
000161 01  WS-RGN-STATUS           PIC X(02) VALUE "00".
000162     88  WS-RGN-OK                     VALUE "00".
000163 01  WS-PRD-STATUS           PIC X(02) VALUE "00".
000164     88  WS-PRD-OK                     VALUE "00".
000165     88  WS-PRD-EOF                    VALUE "10".
000166*
000167 01  WS-PCD-AVAIL-SWITCH     PIC X(01) VALUE "N".
000168     88  WS-PCD-AVAILABLE             VALUE "Y".
000169 01  WS-RGN-AVAIL-SWITCH     PIC X(01) VALUE "N".
000170     88  WS-RGN-AVAILABLE             VALUE "Y".
000171 01  WS-SORT-SWITCH          PIC X(01) VALUE "N".
000172     88  WS-SORT-EOF                  VALUE "Y".
000173*
000174 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000175 01  WS-READ-COUNT           PIC 9(09) VALUE ZERO.
000176*
000177*--------------------------------------------------------------*
000178*  THE PERIOD. IT STARTS THE DAY AFTER THE LAST PERIOD END ON    *
000179*  PERCTL (THE FIRST OF THE MONTH IF THERE IS NONE) UNLESS THE   *
000180*  PARM NAMES ANOTHER START, AND ENDS ON THE BUSINESS DATE.      *
000181*--------------------------------------------------------------*
000182 01  WS-PARM-START           PIC X(08).
000183 01  WS-PERIOD-START         PIC 9(08) VALUE ZERO.
000184 01  WS-PERIOD-END           PIC 9(08) VALUE ZERO.
000185 01  WS-PREV-END             PIC 9(08) VALUE ZERO.
000186*
000187*--------------------------------------------------------------*
000188*  POSTCODE SPLITTING. THE DISTRICT IS THE OUTWARD CODE, THE     *
000189*  AREA ITS LEADING LETTERS; A POSTCODE THAT GIVES NEITHER IS    *
000190*  NOT PLACED.                                                   *
000191*--------------------------------------------------------------*
000192 01  WS-WORK-POSTCODE        PIC X(09).
000193 01  WS-WORK-DISTRICT        PIC X(04).
000194 01  WS-WORK-AREA            PIC X(02).
000195 01  WS-OUTWARD-LEN          PIC 9(02).
000196 01  WS-WORK-NAME            PIC X(30).
000197 01  WS-TYPE-INDEX           PIC 9(01).
000198 01  WS-TYPE-LIST            PIC X(03) VALUE "DHW".
000199 01  WS-FOUND-SWITCH         PIC X(01).
000200     88  WS-ADDRESS-FOUND             VALUE "Y".
000201 01  WS-ERASED-INDEX         PIC 9(01).
000202 01  WS-ERASED-PLACED        PIC 9(03).
000203 01  WS-VERIFY-CODE          PIC X(08) VALUE "ADRVERFY".
000204*
000205*--------------------------------------------------------------*
000206*  An audit image laid over ADDRREC's shape to reach the        *
000207*  postcode.                                                    *
000208*--------------------------------------------------------------*
000209 01  WS-AUDIT-IMAGE.
000210     05  FILLER              PIC X(109).
000211     05  WS-IMAGE-POSTCODE   PIC X(09).
000212     05  FILLER              PIC X(09).
000213 01  WS-BEFORE-DISTRICT      PIC X(04).
000214 01  WS-BEFORE-SLOT          PIC S9(04) COMP.
000215*
000216*--------------------------------------------------------------*
000217*  DISTRICT TABLE. SLOT 1 IS KEPT FOR WHATEVER CANNOT BE PLACED: *
000218*  NO USABLE POSTCODE, A NAME NO LONGER ON ADDRFILE, AN ERASURE  *
000219*  FROM BEFORE THE REGISTER KEPT POSTCODES, OR A DISTRICT THE    *
000220*  TABLE HAS NO ROOM FOR. THERE ARE ROUGHLY 3,000 POSTCODE       *
000221*  DISTRICTS IN ALL, SO 3,200 SLOTS HOLD EVERY ONE WITH ROOM     *
000222*  FOR NEW ONES. THE OVERFLOW NOTE SAYS IF THAT STOPS BEING SO.  *
000223*--------------------------------------------------------------*
000224 01  WS-DST-COUNT            PIC S9(04) COMP VALUE 1.
000225 01  WS-DST-MAX              PIC S9(04) COMP VALUE 3200.
000226 01  WS-DST-INDEX            PIC S9(04) COMP VALUE ZERO.
000227 01  WS-DST-SLOT             PIC S9(04) COMP VALUE ZERO.
000228 01  WS-DST-OVERFLOW         PIC 9(07) VALUE ZERO.
000229*
000230 01  WS-DISTRICT-TABLE.
000231     05  WS-DST-ENTRY OCCURS 3200 TIMES.
000232         10  WS-DST-CODE         PIC X(04).
000233         10  WS-DST-AREA         PIC X(02).
000234         10  WS-DST-TOWN         PIC X(20).
000235         10  WS-DST-AREA-SLOT    PIC S9(04) COMP.
000236         10  WS-DST-RATE         PIC 9(03)V9.
000237         10  WS-DST-FIGURES.
000238             15  WS-DST-HOME         PIC 9(07).
000239             15  WS-DST-WORK         PIC 9(07).
000240             15  WS-DST-DELIVERY     PIC 9(07).
000241             15  WS-DST-HELD         PIC 9(07).
000242             15  WS-DST-ADDED        PIC 9(07).
000243             15  WS-DST-DELETED      PIC 9(07).
000244             15  WS-DST-ERASED       PIC 9(07).
000245             15  WS-DST-MAILED       PIC 9(07).
000246             15  WS-DST-RESPONSES    PIC 9(07).
000247*
000248*--------------------------------------------------------------*
000249*  AREA TABLE, BUILT FROM THE DISTRICTS. SLOT 1 IS THE           *
000250*  NOT-PLACED AREA.                                              *
000251*--------------------------------------------------------------*
000252 01  WS-ARA-COUNT            PIC S9(04) COMP VALUE 1.
000253 01  WS-ARA-MAX              PIC S9(04) COMP VALUE 200.
000254 01  WS-ARA-INDEX            PIC S9(04) COMP VALUE ZERO.
000255 01  WS-ARA-SLOT             PIC S9(04) COMP VALUE ZERO.
000256 01  WS-ARA-OVERFLOW         PIC 9(05) VALUE ZERO.
000257*
000258 01  WS-AREA-TABLE.
000259     05  WS-ARA-ENTRY OCCURS 200 TIMES.
000260         10  WS-ARA-CODE         PIC X(02).
000261         10  WS-ARA-COUNTY       PIC X(30).
000262         10  WS-ARA-RATE         PIC 9(03)V9.
000263         10  WS-ARA-FIGURES.
000264             15  WS-ARA-HOME         PIC 9(07).
000265             15  WS-ARA-WORK         PIC 9(07).
000266             15  WS-ARA-DELIVERY     PIC 9(07).
000267             15  WS-ARA-HELD         PIC 9(07).
000268             15  WS-ARA-ADDED        PIC 9(07).
000269             15  WS-ARA-DELETED      PIC 9(07).
000270             15  WS-ARA-ERASED       PIC 9(07).
000271             15  WS-ARA-MAILED       PIC 9(07).
000272             15  WS-ARA-RESPONSES    PIC 9(07).
000273*
000274*--------------------------------------------------------------*
000275*  One line's figures, moved in from a district, an area or the *
000276*  totals; the three FIGURES groups share this shape.           *
000277*--------------------------------------------------------------*
000278 01  WS-FIGURES.
000279     05  WS-FIG-HOME         PIC 9(07).
000280     05  WS-FIG-WORK         PIC 9(07).
000281     05  WS-FIG-DELIVERY     PIC 9(07).
000282     05  WS-FIG-HELD         PIC 9(07).
000283     05  WS-FIG-ADDED        PIC 9(07).
000284     05  WS-FIG-DELETED      PIC 9(07).
000285     05  WS-FIG-ERASED       PIC 9(07).
000286     05  WS-FIG-MAILED       PIC 9(07).
000287     05  WS-FIG-RESPONSES    PIC 9(07).
000288 01  WS-FIG-NET              PIC S9(07).
000289 01  WS-FIG-RATE             PIC 9(03)V9.
000290 01  WS-FIG-LEVEL            PIC X(01).
000291 01  WS-FIG-AREA             PIC X(02).
000292 01  WS-FIG-DISTRICT         PIC X(04).
000293 01  WS-FIG-PLACE            PIC X(30).
000294 01  WS-FIG-RANK             PIC 9(04).
000295*
000296 01  WS-TOTAL-FIGURES.
000297     05  WS-TOT-HOME         PIC 9(07) VALUE ZERO.
000298     05  WS-TOT-WORK         PIC 9(07) VALUE ZERO.
000299     05  WS-TOT-DELIVERY     PIC 9(07) VALUE ZERO.
000300     05  WS-TOT-HELD         PIC 9(07) VALUE ZERO.
000301     05  WS-TOT-ADDED        PIC 9(07) VALUE ZERO.
000302     05  WS-TOT-DELETED      PIC 9(07) VALUE ZERO.
000303     05  WS-TOT-ERASED       PIC 9(07) VALUE ZERO.
000304     05  WS-TOT-MAILED       PIC 9(07) VALUE ZERO.
000305     05  WS-TOT-RESPONSES    PIC 9(07) VALUE ZERO.
000306*
000307 01  WS-AREA-RANK            PIC 9(04) VALUE ZERO.
000308 01  WS-DIST-RANK            PIC 9(04) VALUE ZERO.
000309 01  WS-THIS-AREA-SLOT       PIC 9(04) VALUE ZERO.
000310 01  WS-AREAS-LISTED         PIC 9(05) VALUE ZERO.
000311 01  WS-DISTRICTS-LISTED     PIC 9(05) VALUE ZERO.
000312*
000313*--------------------------------------------------------------*
000314*  REPORT LINES                                                  *
000315*--------------------------------------------------------------*
000316 01  WS-HEADING-1.
000317     05  FILLER              PIC X(41)
000318         VALUE "POSTCODE AREA MAILING DENSITY AND GROWTH".
000319     05  FILLER              PIC X(12) VALUE " PERIOD FROM".
000320     05  FILLER              PIC X(01) VALUE SPACE.
000321     05  WS-HDG-START        PIC 9(08).
000322     05  FILLER              PIC X(04) VALUE " TO ".
000323     05  WS-HDG-END          PIC 9(08).
000324*
000325 01  WS-HEADING-2.
000326     05  FILLER              PIC X(32)
000327         VALUE "CODE   PLACE         HOME  WORK ".
000328     05  FILLER              PIC X(31)
000329         VALUE "DELIV   HELD ADDED DELTD ERASD ".
000330     05  FILLER              PIC X(30)
000331         VALUE "   NET MAILED  RESP  RATE RANK".
000332*
000333 01  WS-FIGURE-LINE.
000334     05  FGL-CODE            PIC X(06).
000335     05  FILLER              PIC X(01) VALUE SPACE.
000336     05  FGL-PLACE           PIC X(12).
000337     05  FILLER              PIC X(01) VALUE SPACE.
000338     05  FGL-HOME            PIC ZZZZ9.
000339     05  FILLER              PIC X(01) VALUE SPACE.
000340     05  FGL-WORK            PIC ZZZZ9.
000341     05  FILLER              PIC X(01) VALUE SPACE.
000342     05  FGL-DELIVERY        PIC ZZZZ9.
000343     05  FILLER              PIC X(01) VALUE SPACE.
000344     05  FGL-HELD            PIC ZZZZZ9.
000345     05  FILLER              PIC X(01) VALUE SPACE.
000346     05  FGL-ADDED           PIC ZZZZ9.
000347     05  FILLER              PIC X(01) VALUE SPACE.
000348     05  FGL-DELETED         PIC ZZZZ9.
000349     05  FILLER              PIC X(01) VALUE SPACE.
000350     05  FGL-ERASED          PIC ZZZZ9.
000351     05  FILLER              PIC X(01) VALUE SPACE.
000352     05  FGL-NET             PIC -ZZZZ9.
000353     05  FILLER              PIC X(01) VALUE SPACE.
000354     05  FGL-MAILED          PIC ZZZZZ9.
000355     05  FILLER              PIC X(01) VALUE SPACE.
000356     05  FGL-RESPONSES       PIC ZZZZ9.
000357     05  FILLER              PIC X(01) VALUE SPACE.
000358     05  FGL-RATE            PIC ZZ9.9.
000359     05  FILLER              PIC X(01) VALUE SPACE.
000360     05  FGL-RANK            PIC ZZZ9.
000361*
000362 01  WS-NOTE-LINE.
000363     05  FILLER              PIC X(04) VALUE SPACES.
000364     05  NTL-TEXT            PIC X(60).
000365     05  NTL-COUNT           PIC ZZZZZZ9.
000366*
000367*--------------------------------------------------------------*
000368*  FIELD-TRIM WORK AREAS FOR THE DELIMITED COPY                  *
000369*--------------------------------------------------------------*
000370 01  WS-TRIM-FIELD           PIC X(30).
000371 01  WS-TRIM-LEN             PIC S9(04) COMP.
000372*
000373 01  WS-BUILD-LINE           PIC X(160).
000374 01  WS-BUILD-POINTER        PIC S9(04) COMP.
000375*
000376 01  WS-EXPORT-COUNT         PIC 9(09) VALUE ZERO.
000377 01  WS-EXPORT-NUMBER        PIC ZZZZZZZZ9.
000378 01  WS-EXPORT-NET           PIC -(8)9.
000379 01  WS-EXPORT-RATE          PIC ZZ9.9.
000380*
000381*--------------------------------------------------------------*
000382*  SHARED RUN-CONTROL WORK AREAS                                 *
000383*--------------------------------------------------------------*
000384     COPY RUNCALL.
000385*
000386 LINKAGE SECTION.
000387*--------------------------------------------------------------*
000388*  Supplied by JCL as PARM='YYYYMMDD' - a start date for the    *
000389*  period other than the day after the last period end, for a   *
000390*  longer or shorter look. Leave it off for the period to date. *
000391*--------------------------------------------------------------*
000392 01  LK-PARM.
000393     05  LK-PARM-LEN         PIC S9(04) COMP.
000394     05  LK-PARM-TEXT        PIC X(80).
000395*
000396 PROCEDURE DIVISION USING LK-PARM.
000397*
000398*--------------------------------------------------------------*
000399*  0000-MAINLINE                                                 *
000400*--------------------------------------------------------------*
000401 0000-MAINLINE.
000402     MOVE "S" TO WS-RUN-FUNCTION.
000403     MOVE "AREARPT " TO WS-RUN-PROGRAM.
000404     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000405     MOVE ZERO TO WS-RUN-REC-COUNT.
000406     MOVE SPACE TO WS-RUN-STATUS.
000407     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000408         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000409         WS-RUN-ALREADY-RAN.
000410     IF WS-RUN-ALREADY-RAN = "Y"
000411         DISPLAY "AREA-RPT ALREADY RAN FOR THIS BUSINESS DATE"
000412         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000413         STOP RUN
000414     END-IF.
000415     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000416     IF WS-RESULT-CODE < 8
000417         PERFORM 2000-COUNT-HOLDINGS THRU 2000-EXIT
000418         PERFORM 3000-COUNT-MOVEMENTS THRU 3000-EXIT
000419         PERFORM 3500-COUNT-ERASURES THRU 3500-EXIT
000420         PERFORM 4000-COUNT-MAILINGS THRU 4000-EXIT
000421         PERFORM 4500-COUNT-RESPONSES THRU 4500-EXIT
000422         PERFORM 5500-BUILD-AREAS THRU 5500-EXIT
000423         SORT SORT-WORK-FILE
000424             ON ASCENDING KEY SRT-PLACED
000425             ON DESCENDING KEY SRT-AREA-RATE SRT-AREA-MAILED
000426             ON ASCENDING KEY SRT-AREA
000427             ON DESCENDING KEY SRT-DIST-RATE SRT-DIST-MAILED
000428             ON ASCENDING KEY SRT-DISTRICT
000429             INPUT PROCEDURE IS 6000-RELEASE-DISTRICTS
000430                 THRU 6000-EXIT
000431             OUTPUT PROCEDURE IS 6500-PRINT-AREAS
000432                 THRU 6500-EXIT
000433         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
000434     END-IF.
000435     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000436     STOP RUN.
000437*
000438*--------------------------------------------------------------*
000439*  1000-INITIALIZE                                               *
000440*                                                                *
000441*  Settles the period, opens the report and the delimited copy   *
000442*  and then ADDRFILE, which the run cannot do without; the       *
000443*  gazetteer and the region table only name the places, so a run *
000444*  without them goes ahead with the places blank.                *
000445*--------------------------------------------------------------*
000446 1000-INITIALIZE.
000447     MOVE WS-RUN-BUS-DATE TO WS-PERIOD-END.
000448     PERFORM 1100-FIND-PERIOD-START THRU 1100-EXIT.
000449     MOVE SPACES TO WS-PARM-START.
000450     IF LK-PARM-LEN > 0
000451         MOVE LK-PARM-TEXT(1:8) TO WS-PARM-START
000452     END-IF.
000453     IF WS-PARM-START NOT = SPACES
000454         IF WS-PARM-START NUMERIC
000455            AND WS-PARM-START NOT > WS-PERIOD-END
000456             MOVE WS-PARM-START TO WS-PERIOD-START
000457         ELSE
000458             DISPLAY "AREA-RPT: PARM " WS-PARM-START
000459                 " IS NOT A START DATE - PERIOD TO DATE USED"
000460         END-IF
000461     END-IF.
000462     MOVE "O" TO WS-RPT-FUNCTION.
000463     MOVE "AREARPT " TO WS-RPT-ID.
000464     MOVE SPACES TO WS-RPT-LINE.
000465     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000466         WS-RPT-LINE.
000467     MOVE WS-PERIOD-START TO WS-HDG-START.
000468     MOVE WS-PERIOD-END   TO WS-HDG-END.
000469     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000470     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000471     MOVE SPACES TO WS-RPT-LINE.
000472     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000473     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000474     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000475     OPEN OUTPUT EXPORT-FILE.
000476     MOVE "LEVEL,AREA,DISTRICT,PLACE,RANK,HOME,WORK,DELIVERY,"
000477         TO WS-BUILD-LINE.
000478     MOVE "HELD,ADDED,DELETED,ERASED,NET,MAILED,RESPONSES,RATE"
000479         TO WS-BUILD-LINE(51:).
000480     WRITE EXPORT-LINE FROM WS-BUILD-LINE.
000481     MOVE SPACES TO WS-DISTRICT-TABLE WS-AREA-TABLE.
000482     MOVE ZERO TO WS-DST-RATE(1) WS-ARA-RATE(1).
000483     MOVE ZERO TO WS-FIGURES.
000484     MOVE WS-FIGURES TO WS-DST-FIGURES(1).
000485     MOVE WS-FIGURES TO WS-ARA-FIGURES(1).
000486     MOVE 1 TO WS-DST-AREA-SLOT(1).
000487     OPEN INPUT ADDR-FILE.
000488     IF NOT WS-ADDR-OK
000489         DISPLAY "AREA-RPT: CANNOT OPEN ADDRFILE - STATUS "
000490             WS-ADDR-STATUS
000491         MOVE "AREARPT" TO WS-ERR-CODE
000492         MOVE "CANNOT OPEN ADDRFILE - NO AREA FIGURES"
000493             TO WS-ERR-TEXT
000494         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000495         MOVE 8 TO WS-RESULT-CODE
000496         GO TO 1000-EXIT
000497     END-IF.
000498     OPEN INPUT POSTCODE-FILE.
000499     IF WS-PCD-OK
000500         SET WS-PCD-AVAILABLE TO TRUE
000501     END-IF.
000502     OPEN INPUT REGION-FILE.
000503     IF WS-RGN-OK
000504         SET WS-RGN-AVAILABLE TO TRUE
000505     END-IF.
000506 1000-EXIT.
000507     EXIT.
000508*
000509*--------------------------------------------------------------*
000510*  1100-FIND-PERIOD-START                                        *
000511*                                                                *
000512*  Walks PERCTL, as PER-CLS does, for the last period end before *
000513*  the business date; the period starts the day after. With no   *
000514*  PERCTL, or no period on it yet, the period starts on the      *
000515*  first of the business month.                                  *
000516*--------------------------------------------------------------*
000517 1100-FIND-PERIOD-START.
000518     MOVE WS-PERIOD-END TO WS-PERIOD-START.
000519     MOVE "01" TO WS-PERIOD-START(7:2).
000520     MOVE ZERO TO WS-PREV-END.
000521     OPEN INPUT PERIOD-CONTROL-FILE.
000522     IF NOT WS-PRD-OK
000523         GO TO 1100-EXIT
000524     END-IF.
000525     MOVE ZERO TO PRD-END-DATE.
000526     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PRD-END-DATE
000527         INVALID KEY
000528             MOVE "10" TO WS-PRD-STATUS
000529     END-START.
000530     PERFORM 1110-CHECK-ONE-PERIOD THRU 1110-EXIT
000531         UNTIL WS-PRD-EOF.
000532     CLOSE PERIOD-CONTROL-FILE.
000533     IF WS-PREV-END > ZERO
000534         COMPUTE WS-PERIOD-START =
000535             FUNCTION DATE-OF-INTEGER(
000536                 FUNCTION INTEGER-OF-DATE(WS-PREV-END) + 1)
000537     END-IF.
000538 1100-EXIT.
000539     EXIT.
000540*
000541 1110-CHECK-ONE-PERIOD.
000542     READ PERIOD-CONTROL-FILE NEXT RECORD
000543         AT END
000544             MOVE "10" TO WS-PRD-STATUS
000545             GO TO 1110-EXIT
000546     END-READ.
000547     IF PRD-END-DATE NOT < WS-PERIOD-END
000548         MOVE "10" TO WS-PRD-STATUS
000549         GO TO 1110-EXIT
000550     END-IF.
000551     MOVE PRD-END-DATE TO WS-PREV-END.
000552 1110-EXIT.
000553     EXIT.
000554*
000555*--------------------------------------------------------------*
000556*  2000-COUNT-HOLDINGS                                           *
000557*                                                                *
000558*  Every address on ADDRFILE, gone-away ones included, counted   *
000559*  by type against its district.                                 *
000560*--------------------------------------------------------------*
000561 2000-COUNT-HOLDINGS.
000562     MOVE LOW-VALUES TO ADDR-KEY.
000563     START ADDR-FILE KEY IS NOT LESS THAN ADDR-KEY
000564         INVALID KEY
000565             GO TO 2000-EXIT
000566     END-START.
000567     PERFORM 2100-COUNT-ONE-ADDRESS THRU 2100-EXIT
000568         UNTIL WS-ADDR-EOF.
000569     MOVE "00" TO WS-ADDR-STATUS.
000570 2000-EXIT.
000571     EXIT.
000572*
000573 2100-COUNT-ONE-ADDRESS.
000574     READ ADDR-FILE NEXT RECORD
000575         AT END
000576             MOVE "10" TO WS-ADDR-STATUS
000577             GO TO 2100-EXIT
000578     END-READ.
000579     ADD 1 TO WS-READ-COUNT.
000580     MOVE ADDR-POSTCODE TO WS-WORK-POSTCODE.
000581     PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT.
000582     ADD 1 TO WS-DST-HELD(WS-DST-SLOT).
000583     EVALUATE TRUE
000584         WHEN ADDR-HOME
000585             ADD 1 TO WS-DST-HOME(WS-DST-SLOT)
000586         WHEN ADDR-WORK
000587             ADD 1 TO WS-DST-WORK(WS-DST-SLOT)
000588         WHEN ADDR-DELIVERY
000589             ADD 1 TO WS-DST-DELIVERY(WS-DST-SLOT)
000590     END-EVALUATE.
000591 2100-EXIT.
000592     EXIT.
000593*
000594*--------------------------------------------------------------*
000595*  3000-COUNT-MOVEMENTS                                          *
000596*                                                                *
000597*  Adds and deletes in the period from the ADDRAUDT audit trail, *
000598*  an add placed by its after image and a delete by its before   *
000599*  image. A change that moves an address into another district   *
000600*  counts as a delete from the old district and an add to the    *
000601*  new one, so each district's growth squares with what it       *
000602*  holds.                                                        *
000603*--------------------------------------------------------------*
000604 3000-COUNT-MOVEMENTS.
000605     OPEN INPUT ADDR-AUDIT-FILE.
000606     IF NOT WS-AUDF-OK
000607         GO TO 3000-EXIT
000608     END-IF.
000609     PERFORM 3100-COUNT-ONE-CHANGE THRU 3100-EXIT
000610         UNTIL WS-AUDF-EOF.
000611     CLOSE ADDR-AUDIT-FILE.
000612 3000-EXIT.
000613     EXIT.
000614*
000615 3100-COUNT-ONE-CHANGE.
000616     READ ADDR-AUDIT-FILE
000617         AT END
000618             MOVE "10" TO WS-AUDF-STATUS
000619             GO TO 3100-EXIT
000620     END-READ.
000621     ADD 1 TO WS-READ-COUNT.
000622     IF AUD-DATE < WS-PERIOD-START
000623        OR AUD-DATE > WS-PERIOD-END
000624         GO TO 3100-EXIT
000625     END-IF.
000626     EVALUATE AUD-ACTION
000627         WHEN "A"
000628             MOVE AUD-AFTER-IMAGE TO WS-AUDIT-IMAGE
000629             MOVE WS-IMAGE-POSTCODE TO WS-WORK-POSTCODE
000630             PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT
000631             ADD 1 TO WS-DST-ADDED(WS-DST-SLOT)
000632         WHEN "D"
000633             MOVE AUD-BEFORE-IMAGE TO WS-AUDIT-IMAGE
000634             MOVE WS-IMAGE-POSTCODE TO WS-WORK-POSTCODE
000635             PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT
000636             ADD 1 TO WS-DST-DELETED(WS-DST-SLOT)
000637         WHEN "C"
000638             PERFORM 3200-COUNT-ONE-MOVE THRU 3200-EXIT
000639     END-EVALUATE.
000640 3100-EXIT.
000641     EXIT.
000642*
000643 3200-COUNT-ONE-MOVE.
000644     MOVE AUD-BEFORE-IMAGE TO WS-AUDIT-IMAGE.
000645     MOVE WS-IMAGE-POSTCODE TO WS-WORK-POSTCODE.
000646     PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT.
000647     MOVE WS-WORK-DISTRICT TO WS-BEFORE-DISTRICT.
000648     MOVE WS-DST-SLOT TO WS-BEFORE-SLOT.
000649     MOVE AUD-AFTER-IMAGE TO WS-AUDIT-IMAGE.
000650     MOVE WS-IMAGE-POSTCODE TO WS-WORK-POSTCODE.
000651     PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT.
000652     IF WS-WORK-DISTRICT = WS-BEFORE-DISTRICT
000653         GO TO 3200-EXIT
000654     END-IF.
000655     ADD 1 TO WS-DST-DELETED(WS-BEFORE-SLOT).
000656     ADD 1 TO WS-DST-ADDED(WS-DST-SLOT).
000657 3200-EXIT.
000658     EXIT.
000659*
000660*--------------------------------------------------------------*
000661*  3500-COUNT-ERASURES                                           *
000662*                                                                *
000663*  Right-to-erasure removals in the period from the ERASEREG     *
000664*  register, placed by the postcodes ERA-RUN keeps on it. A      *
000665*  register record from before those were kept is counted as not *
000666*  placed.                                                       *
000667*--------------------------------------------------------------*
000668 3500-COUNT-ERASURES.
000669     OPEN INPUT ERASURE-REGISTER-FILE.
000670     IF NOT WS-REG-OK
000671         GO TO 3500-EXIT
000672     END-IF.
000673     PERFORM 3600-COUNT-ONE-ERASURE THRU 3600-EXIT
000674         UNTIL WS-REG-EOF.
000675     CLOSE ERASURE-REGISTER-FILE.
000676 3500-EXIT.
000677     EXIT.
000678*
000679 3600-COUNT-ONE-ERASURE.
000680     READ ERASURE-REGISTER-FILE
000681         AT END
000682             MOVE "10" TO WS-REG-STATUS
000683             GO TO 3600-EXIT
000684     END-READ.
000685     ADD 1 TO WS-READ-COUNT.
000686     IF ERS-DATE < WS-PERIOD-START
000687        OR ERS-DATE > WS-PERIOD-END
000688         GO TO 3600-EXIT
000689     END-IF.
000690     MOVE ZERO TO WS-ERASED-PLACED.
000691     PERFORM 3700-COUNT-ONE-ERASED THRU 3700-EXIT
000692         VARYING WS-ERASED-INDEX FROM 1 BY 1
000693         UNTIL WS-ERASED-INDEX > 3.
000694     IF ERS-ADDR-COUNT NUMERIC
000695        AND ERS-ADDR-COUNT > WS-ERASED-PLACED
000696         COMPUTE WS-DST-ERASED(1) = WS-DST-ERASED(1)
000697             + ERS-ADDR-COUNT - WS-ERASED-PLACED
000698     END-IF.
000699 3600-EXIT.
000700     EXIT.
000701*
000702 3700-COUNT-ONE-ERASED.
000703     IF ERS-ERASED-TYPE(WS-ERASED-INDEX) = SPACE
000704         GO TO 3700-EXIT
000705     END-IF.
000706     MOVE ERS-ERASED-POSTCODE(WS-ERASED-INDEX)
000707         TO WS-WORK-POSTCODE.
000708     PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT.
000709     ADD 1 TO WS-DST-ERASED(WS-DST-SLOT).
000710     ADD 1 TO WS-ERASED-PLACED.
000711 3700-EXIT.
000712     EXIT.
000713*
000714*--------------------------------------------------------------*
000715*  4000-COUNT-MAILINGS                                           *
000716*                                                                *
000717*  Names mailed in the period from CAMPHIST, placed by the       *
000718*  name's address (delivery, home, then work, as the label runs  *
000719*  choose). Opt-outs and re-verification letters are not sales   *
000720*  mailings and are left out.                                    *
000721*--------------------------------------------------------------*
000722 4000-COUNT-MAILINGS.
000723     OPEN INPUT CAMPAIGN-HISTORY-FILE.
000724     IF NOT WS-HIST-OK
000725         GO TO 4000-EXIT
000726     END-IF.
000727     PERFORM 4100-COUNT-ONE-MAILING THRU 4100-EXIT
000728         UNTIL WS-HIST-EOF.
000729     CLOSE CAMPAIGN-HISTORY-FILE.
000730 4000-EXIT.
000731     EXIT.
000732*
000733 4100-COUNT-ONE-MAILING.
000734     READ CAMPAIGN-HISTORY-FILE
000735         AT END
000736             MOVE "10" TO WS-HIST-STATUS
000737             GO TO 4100-EXIT
000738     END-READ.
000739     ADD 1 TO WS-READ-COUNT.
000740     IF CMP-DATE < WS-PERIOD-START
000741        OR CMP-DATE > WS-PERIOD-END
000742         GO TO 4100-EXIT
000743     END-IF.
000744     IF CMP-CAMPAIGN = "OPTOUT"
000745        OR CMP-CAMPAIGN = WS-VERIFY-CODE
000746         GO TO 4100-EXIT
000747     END-IF.
000748     MOVE CMP-NAME TO WS-WORK-NAME.
000749     PERFORM 5200-FIND-NAME-DISTRICT THRU 5200-EXIT.
000750     ADD 1 TO WS-DST-MAILED(WS-DST-SLOT).
000751 4100-EXIT.
000752     EXIT.
000753*
000754*--------------------------------------------------------------*
000755*  4500-COUNT-RESPONSES                                          *
000756*                                                                *
000757*  Responses received in the period from RESPHIST, placed the    *
000758*  same way. Replies to re-verification letters are left out.    *
000759*--------------------------------------------------------------*
000760 4500-COUNT-RESPONSES.
000761     OPEN INPUT RESPONSE-HISTORY-FILE.
000762     IF NOT WS-RESP-OK
000763         GO TO 4500-EXIT
000764     END-IF.
000765     PERFORM 4600-COUNT-ONE-RESPONSE THRU 4600-EXIT
000766         UNTIL WS-RESP-EOF.
000767     CLOSE RESPONSE-HISTORY-FILE.
000768 4500-EXIT.
000769     EXIT.
000770*
000771 4600-COUNT-ONE-RESPONSE.
000772     READ RESPONSE-HISTORY-FILE
000773         AT END
000774             MOVE "10" TO WS-RESP-STATUS
000775             GO TO 4600-EXIT
000776     END-READ.
000777     ADD 1 TO WS-READ-COUNT.
000778     IF RSP-DATE < WS-PERIOD-START
000779        OR RSP-DATE > WS-PERIOD-END
000780         GO TO 4600-EXIT
000781     END-IF.
000782     IF RSP-CAMPAIGN = WS-VERIFY-CODE
000783         GO TO 4600-EXIT
000784     END-IF.
000785     MOVE RSP-NAME TO WS-WORK-NAME.
000786     PERFORM 5200-FIND-NAME-DISTRICT THRU 5200-EXIT.
000787     ADD 1 TO WS-DST-RESPONSES(WS-DST-SLOT).
000788 4600-EXIT.
000789     EXIT.
000790*
000791*--------------------------------------------------------------*
000792*  5000-FIND-DISTRICT                                            *
000793*                                                                *
000794*  Splits WS-WORK-POSTCODE into its district (the outward code,  *
000795*  the characters before the space, or all but the last three    *
000796*  when the space is missing) and its area (the one or two       *
000797*  letters the district starts with), and returns the district's *
000798*  slot in WS-DST-SLOT. A postcode that gives no district goes   *
000799*  to slot 1.                                                    *
000800*--------------------------------------------------------------*
000801 5000-FIND-DISTRICT.
000802     MOVE SPACES TO WS-WORK-DISTRICT WS-WORK-AREA.
000803     MOVE 1 TO WS-DST-SLOT.
000804     MOVE ZERO TO WS-OUTWARD-LEN.
000805     INSPECT WS-WORK-POSTCODE TALLYING WS-OUTWARD-LEN
000806         FOR CHARACTERS BEFORE INITIAL SPACE.
000807     IF WS-OUTWARD-LEN > 4
000808         SUBTRACT 3 FROM WS-OUTWARD-LEN
000809     END-IF.
000810     IF WS-OUTWARD-LEN < 2 OR WS-OUTWARD-LEN > 4
000811         GO TO 5000-EXIT
000812     END-IF.
000813     IF WS-WORK-POSTCODE(1:1) NOT ALPHABETIC
000814        OR WS-WORK-POSTCODE(1:1) = SPACE
000815         GO TO 5000-EXIT
000816     END-IF.
000817     MOVE WS-WORK-POSTCODE(1:WS-OUTWARD-LEN) TO WS-WORK-DISTRICT.
000818     MOVE WS-WORK-POSTCODE(1:1) TO WS-WORK-AREA.
000819     IF WS-WORK-POSTCODE(2:1) ALPHABETIC
000820         MOVE WS-WORK-POSTCODE(1:2) TO WS-WORK-AREA
000821     END-IF.
000822     PERFORM 5100-FIND-DISTRICT-SLOT THRU 5100-EXIT.
000823 5000-EXIT.
000824     EXIT.
000825*
000826*--------------------------------------------------------------*
000827*  5100-FIND-DISTRICT-SLOT                                       *
000828*                                                                *
000829*  A district seen for the first time takes the next slot, with  *
000830*  its post town from the gazetteer. When the table is full its  *
000831*  figures go to slot 1 and are counted as overflow.             *
000832*--------------------------------------------------------------*
000833 5100-FIND-DISTRICT-SLOT.
000834     MOVE ZERO TO WS-DST-SLOT.
000835     PERFORM 5110-CHECK-ONE-SLOT THRU 5110-EXIT
000836         VARYING WS-DST-INDEX FROM 2 BY 1
000837         UNTIL WS-DST-INDEX > WS-DST-COUNT
000838             OR WS-DST-SLOT NOT = ZERO.
000839     IF WS-DST-SLOT NOT = ZERO
000840         GO TO 5100-EXIT
000841     END-IF.
000842     IF WS-DST-COUNT NOT < WS-DST-MAX
000843         ADD 1 TO WS-DST-OVERFLOW
000844         MOVE 1 TO WS-DST-SLOT
000845         GO TO 5100-EXIT
000846     END-IF.
000847     ADD 1 TO WS-DST-COUNT.
000848     MOVE WS-DST-COUNT TO WS-DST-SLOT.
000849     MOVE WS-WORK-DISTRICT TO WS-DST-CODE(WS-DST-SLOT).
000850     MOVE WS-WORK-AREA     TO WS-DST-AREA(WS-DST-SLOT).
000851     MOVE ZERO TO WS-DST-AREA-SLOT(WS-DST-SLOT).
000852     MOVE ZERO TO WS-DST-RATE(WS-DST-SLOT).
000853     MOVE ZERO TO WS-FIGURES.
000854     MOVE WS-FIGURES TO WS-DST-FIGURES(WS-DST-SLOT).
000855     PERFORM 5300-LOOK-UP-TOWN THRU 5300-EXIT.
000856 5100-EXIT.
000857     EXIT.
000858*
000859 5110-CHECK-ONE-SLOT.
000860     IF WS-DST-CODE(WS-DST-INDEX) = WS-WORK-DISTRICT
000861         MOVE WS-DST-INDEX TO WS-DST-SLOT
000862     END-IF.
000863 5110-EXIT.
000864     EXIT.
000865*
000866*--------------------------------------------------------------*
000867*  5200-FIND-NAME-DISTRICT                                       *
000868*                                                                *
000869*  Places WS-WORK-NAME by its address book record, delivery      *
000870*  first, then home, then work. A name no longer on ADDRFILE     *
000871*  goes to slot 1.                                               *
000872*--------------------------------------------------------------*
000873 5200-FIND-NAME-DISTRICT.
000874     MOVE 1 TO WS-DST-SLOT.
000875     MOVE "N" TO WS-FOUND-SWITCH.
000876     PERFORM 5210-TRY-ONE-TYPE THRU 5210-EXIT
000877         VARYING WS-TYPE-INDEX FROM 1 BY 1
000878         UNTIL WS-TYPE-INDEX > 3 OR WS-ADDRESS-FOUND.
000879     IF WS-ADDRESS-FOUND
000880         MOVE ADDR-POSTCODE TO WS-WORK-POSTCODE
000881         PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT
000882     END-IF.
000883 5200-EXIT.
000884     EXIT.
000885*
000886 5210-TRY-ONE-TYPE.
000887     MOVE WS-WORK-NAME TO ADDR-NAME.
000888     MOVE WS-TYPE-LIST(WS-TYPE-INDEX:1) TO ADDR-TYPE.
000889     READ ADDR-FILE
000890         INVALID KEY
000891             CONTINUE
000892         NOT INVALID KEY
000893             SET WS-ADDRESS-FOUND TO TRUE
000894     END-READ.
000895 5210-EXIT.
000896     EXIT.
000897*
000898*--------------------------------------------------------------*
000899*  5300-LOOK-UP-TOWN                                             *
000900*                                                                *
000901*  Positions the gazetteer at the district, as PCDE-MTCH does,   *
000902*  and takes the post town of the first postcode in it; blank    *
000903*  when the district is not on the gazetteer.                    *
000904*--------------------------------------------------------------*
000905 5300-LOOK-UP-TOWN.
000906     IF NOT WS-PCD-AVAILABLE
000907         GO TO 5300-EXIT
000908     END-IF.
000909     MOVE SPACES TO PCD-POSTCODE.
000910     MOVE WS-WORK-DISTRICT TO PCD-POSTCODE(1:4).
000911     START POSTCODE-FILE KEY IS NOT LESS THAN PCD-POSTCODE
000912         INVALID KEY
000913             GO TO 5300-EXIT
000914     END-START.
000915     READ POSTCODE-FILE NEXT RECORD
000916         AT END
000917             GO TO 5300-EXIT
000918     END-READ.
000919     IF PCD-POSTCODE(1:WS-OUTWARD-LEN)
000920             = WS-WORK-DISTRICT(1:WS-OUTWARD-LEN)
000921        AND PCD-POSTCODE(WS-OUTWARD-LEN + 1:1) = SPACE
000922         MOVE PCD-POST-TOWN TO WS-DST-TOWN(WS-DST-SLOT)
000923     END-IF.
000924 5300-EXIT.
000925     EXIT.
000926*
000927*--------------------------------------------------------------*
000928*  5500-BUILD-AREAS                                              *
000929*                                                                *
000930*  Rolls each district up into its area, naming the area by the  *
000931*  REGION-FILE county of its first district, then works out      *
000932*  every district's and every area's response rate.              *
000933*--------------------------------------------------------------*
000934 5500-BUILD-AREAS.
000935     PERFORM 5510-ADD-ONE-DISTRICT THRU 5510-EXIT
000936         VARYING WS-DST-INDEX FROM 1 BY 1
000937         UNTIL WS-DST-INDEX > WS-DST-COUNT.
000938     PERFORM 5700-RATE-ONE-AREA THRU 5700-EXIT
000939         VARYING WS-ARA-INDEX FROM 1 BY 1
000940         UNTIL WS-ARA-INDEX > WS-ARA-COUNT.
000941 5500-EXIT.
000942     EXIT.
000943*
000944 5510-ADD-ONE-DISTRICT.
000945     MOVE WS-DST-FIGURES(WS-DST-INDEX) TO WS-FIGURES.
000946     PERFORM 8500-WORK-OUT-RATE THRU 8500-EXIT.
000947     MOVE WS-FIG-RATE TO WS-DST-RATE(WS-DST-INDEX).
000948     IF WS-DST-INDEX = 1
000949         MOVE 1 TO WS-ARA-SLOT
000950     ELSE
000951         PERFORM 5600-FIND-AREA-SLOT THRU 5600-EXIT
000952     END-IF.
000953     MOVE WS-ARA-SLOT TO WS-DST-AREA-SLOT(WS-DST-INDEX).
000954     ADD WS-FIG-HOME       TO WS-ARA-HOME(WS-ARA-SLOT).
000955     ADD WS-FIG-WORK       TO WS-ARA-WORK(WS-ARA-SLOT).
000956     ADD WS-FIG-DELIVERY   TO WS-ARA-DELIVERY(WS-ARA-SLOT).
000957     ADD WS-FIG-HELD       TO WS-ARA-HELD(WS-ARA-SLOT).
000958     ADD WS-FIG-ADDED      TO WS-ARA-ADDED(WS-ARA-SLOT).
000959     ADD WS-FIG-DELETED    TO WS-ARA-DELETED(WS-ARA-SLOT).
000960     ADD WS-FIG-ERASED     TO WS-ARA-ERASED(WS-ARA-SLOT).
000961     ADD WS-FIG-MAILED     TO WS-ARA-MAILED(WS-ARA-SLOT).
000962     ADD WS-FIG-RESPONSES  TO WS-ARA-RESPONSES(WS-ARA-SLOT).
000963 5510-EXIT.
000964     EXIT.
000965*
000966 5600-FIND-AREA-SLOT.
000967     MOVE ZERO TO WS-ARA-SLOT.
000968     PERFORM 5610-CHECK-ONE-SLOT THRU 5610-EXIT
000969         VARYING WS-ARA-INDEX FROM 2 BY 1
000970         UNTIL WS-ARA-INDEX > WS-ARA-COUNT
000971             OR WS-ARA-SLOT NOT = ZERO.
000972     IF WS-ARA-SLOT NOT = ZERO
000973         GO TO 5600-EXIT
000974     END-IF.
000975     IF WS-ARA-COUNT NOT < WS-ARA-MAX
000976         ADD 1 TO WS-ARA-OVERFLOW
000977         MOVE 1 TO WS-ARA-SLOT
000978         GO TO 5600-EXIT
000979     END-IF.
000980     ADD 1 TO WS-ARA-COUNT.
000981     MOVE WS-ARA-COUNT TO WS-ARA-SLOT.
000982     MOVE WS-DST-AREA(WS-DST-INDEX) TO WS-ARA-CODE(WS-ARA-SLOT).
000983     MOVE ZERO TO WS-ARA-RATE(WS-ARA-SLOT).
000984     MOVE ZERO TO WS-ARA-FIGURES(WS-ARA-SLOT).
000985     IF WS-RGN-AVAILABLE
000986         MOVE WS-DST-CODE(WS-DST-INDEX)(1:2)
000987             TO RGN-POSTCODE-PREFIX
000988         READ REGION-FILE
000989             INVALID KEY
000990                 CONTINUE
000991             NOT INVALID KEY
000992                 MOVE RGN-COUNTY-NAME
000993                     TO WS-ARA-COUNTY(WS-ARA-SLOT)
000994         END-READ
000995     END-IF.
000996 5600-EXIT.
000997     EXIT.
000998*
000999 5610-CHECK-ONE-SLOT.
001000     IF WS-ARA-CODE(WS-ARA-INDEX) = WS-DST-AREA(WS-DST-INDEX)
001001         MOVE WS-ARA-INDEX TO WS-ARA-SLOT
001002     END-IF.
001003 5610-EXIT.
001004     EXIT.
001005*
001006 5700-RATE-ONE-AREA.
001007     MOVE WS-ARA-FIGURES(WS-ARA-INDEX) TO WS-FIGURES.
001008     PERFORM 8500-WORK-OUT-RATE THRU 8500-EXIT.
001009     MOVE WS-FIG-RATE TO WS-ARA-RATE(WS-ARA-INDEX).
001010     ADD WS-FIG-HOME       TO WS-TOT-HOME.
001011     ADD WS-FIG-WORK       TO WS-TOT-WORK.
001012     ADD WS-FIG-DELIVERY   TO WS-TOT-DELIVERY.
001013     ADD WS-FIG-HELD       TO WS-TOT-HELD.
001014     ADD WS-FIG-ADDED      TO WS-TOT-ADDED.
001015     ADD WS-FIG-DELETED    TO WS-TOT-DELETED.
001016     ADD WS-FIG-ERASED     TO WS-TOT-ERASED.
001017     ADD WS-FIG-MAILED     TO WS-TOT-MAILED.
001018     ADD WS-FIG-RESPONSES  TO WS-TOT-RESPONSES.
001019 5700-EXIT.
001020     EXIT.
001021*
001022*--------------------------------------------------------------*
001023*  6000-RELEASE-DISTRICTS (SORT INPUT PROCEDURE)                 *
001024*                                                                *
001025*  One sort record per district with anything to show. The       *
001026*  not-placed slot sorts last, whatever its rate.                *
001027*--------------------------------------------------------------*
001028 6000-RELEASE-DISTRICTS.
001029     PERFORM 6100-RELEASE-ONE-DISTRICT THRU 6100-EXIT
001030         VARYING WS-DST-INDEX FROM 1 BY 1
001031         UNTIL WS-DST-INDEX > WS-DST-COUNT.
001032 6000-EXIT.
001033     EXIT.
001034*
001035 6100-RELEASE-ONE-DISTRICT.
001036     IF WS-DST-FIGURES(WS-DST-INDEX) = ZERO
001037         GO TO 6100-EXIT
001038     END-IF.
001039     MOVE WS-DST-AREA-SLOT(WS-DST-INDEX) TO WS-ARA-SLOT.
001040     MOVE "1" TO SRT-PLACED.
001041     IF WS-ARA-SLOT = 1
001042         MOVE "2" TO SRT-PLACED
001043     END-IF.
001044     MOVE WS-ARA-RATE(WS-ARA-SLOT)   TO SRT-AREA-RATE.
001045     MOVE WS-ARA-MAILED(WS-ARA-SLOT) TO SRT-AREA-MAILED.
001046     MOVE WS-ARA-CODE(WS-ARA-SLOT)   TO SRT-AREA.
001047     MOVE WS-DST-RATE(WS-DST-INDEX)  TO SRT-DIST-RATE.
001048     MOVE WS-DST-MAILED(WS-DST-INDEX) TO SRT-DIST-MAILED.
001049     MOVE WS-DST-CODE(WS-DST-INDEX)  TO SRT-DISTRICT.
001050     MOVE WS-ARA-SLOT                TO SRT-AREA-SLOT.
001051     MOVE WS-DST-INDEX               TO SRT-DIST-SLOT.
001052     RELEASE SRT-RECORD.
001053 6100-EXIT.
001054     EXIT.
001055*
001056*--------------------------------------------------------------*
001057*  6500-PRINT-AREAS (SORT OUTPUT PROCEDURE)                      *
001058*                                                                *
001059*  The districts come back area by area, best response rate      *
001060*  first. Each area prints its own line and rank ahead of its    *
001061*  districts; the not-placed figures print once, as an area      *
001062*  line, at the end.                                             *
001063*--------------------------------------------------------------*
001064 6500-PRINT-AREAS.
001065     RETURN SORT-WORK-FILE
001066         AT END
001067             SET WS-SORT-EOF TO TRUE
001068     END-RETURN.
001069     PERFORM 6600-PRINT-ONE-DISTRICT THRU 6600-EXIT
001070         UNTIL WS-SORT-EOF.
001071     IF WS-AREAS-LISTED = ZERO
001072         MOVE "  NO ADDRESSES OR ACTIVITY ON FILE" TO WS-RPT-LINE
001073         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001074     END-IF.
001075 6500-EXIT.
001076     EXIT.
001077*
001078 6600-PRINT-ONE-DISTRICT.
001079     IF SRT-AREA-SLOT NOT = WS-THIS-AREA-SLOT
001080         MOVE SRT-AREA-SLOT TO WS-THIS-AREA-SLOT
001081         PERFORM 6700-PRINT-AREA THRU 6700-EXIT
001082     END-IF.
001083     IF SRT-AREA-SLOT = 1
001084         GO TO 6600-READ-NEXT
001085     END-IF.
001086     MOVE SRT-DIST-SLOT TO WS-DST-SLOT.
001087     ADD 1 TO WS-DIST-RANK.
001088     ADD 1 TO WS-DISTRICTS-LISTED.
001089     MOVE WS-DST-FIGURES(WS-DST-SLOT) TO WS-FIGURES.
001090     MOVE WS-DST-RATE(WS-DST-SLOT)    TO WS-FIG-RATE.
001091     MOVE "D"                         TO WS-FIG-LEVEL.
001092     MOVE WS-DST-AREA(WS-DST-SLOT)    TO WS-FIG-AREA.
001093     MOVE WS-DST-CODE(WS-DST-SLOT)    TO WS-FIG-DISTRICT.
001094     MOVE WS-DST-TOWN(WS-DST-SLOT)    TO WS-FIG-PLACE.
001095     MOVE WS-DIST-RANK                TO WS-FIG-RANK.
001096     PERFORM 6800-PRINT-FIGURES THRU 6800-EXIT.
001097 6600-READ-NEXT.
001098     RETURN SORT-WORK-FILE
001099         AT END
001100             SET WS-SORT-EOF TO TRUE
001101     END-RETURN.
001102 6600-EXIT.
001103     EXIT.
001104*
001105 6700-PRINT-AREA.
001106     MOVE SPACES TO WS-RPT-LINE.
001107     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001108     ADD 1 TO WS-AREAS-LISTED.
001109     MOVE ZERO TO WS-DIST-RANK.
001110     MOVE WS-ARA-FIGURES(WS-THIS-AREA-SLOT) TO WS-FIGURES.
001111     MOVE WS-ARA-RATE(WS-THIS-AREA-SLOT)    TO WS-FIG-RATE.
001112     MOVE "A"                               TO WS-FIG-LEVEL.
001113     MOVE WS-ARA-CODE(WS-THIS-AREA-SLOT)    TO WS-FIG-AREA.
001114     MOVE SPACES                            TO WS-FIG-DISTRICT.
001115     MOVE WS-ARA-COUNTY(WS-THIS-AREA-SLOT)  TO WS-FIG-PLACE.
001116     IF WS-THIS-AREA-SLOT = 1
001117         MOVE "NOT PLACED" TO WS-FIG-PLACE
001118         MOVE ZERO TO WS-FIG-RANK
001119     ELSE
001120         ADD 1 TO WS-AREA-RANK
001121         MOVE WS-AREA-RANK TO WS-FIG-RANK
001122     END-IF.
001123     PERFORM 6800-PRINT-FIGURES THRU 6800-EXIT.
001124 6700-EXIT.
001125     EXIT.
001126*
001127*--------------------------------------------------------------*
001128*  6800-PRINT-FIGURES                                            *
001129*                                                                *
001130*  Prints WS-FIGURES as one report line, a district indented     *
001131*  under its area, and writes the same figures as one row of the *
001132*  delimited copy.                                               *
001133*--------------------------------------------------------------*
001134 6800-PRINT-FIGURES.
001135     COMPUTE WS-FIG-NET = WS-FIG-ADDED - WS-FIG-DELETED
001136         - WS-FIG-ERASED.
001137     MOVE SPACES TO FGL-CODE.
001138     IF WS-FIG-LEVEL = "A"
001139         MOVE WS-FIG-AREA TO FGL-CODE
001140         IF WS-FIG-AREA = SPACES
001141             MOVE "NONE" TO FGL-CODE
001142         END-IF
001143     ELSE
001144         MOVE WS-FIG-DISTRICT TO FGL-CODE(3:4)
001145     END-IF.
001146     MOVE WS-FIG-PLACE     TO FGL-PLACE.
001147     MOVE WS-FIG-HOME      TO FGL-HOME.
001148     MOVE WS-FIG-WORK      TO FGL-WORK.
001149     MOVE WS-FIG-DELIVERY  TO FGL-DELIVERY.
001150     MOVE WS-FIG-HELD      TO FGL-HELD.
001151     MOVE WS-FIG-ADDED     TO FGL-ADDED.
001152     MOVE WS-FIG-DELETED   TO FGL-DELETED.
001153     MOVE WS-FIG-ERASED    TO FGL-ERASED.
001154     MOVE WS-FIG-NET       TO FGL-NET.
001155     MOVE WS-FIG-MAILED    TO FGL-MAILED.
001156     MOVE WS-FIG-RESPONSES TO FGL-RESPONSES.
001157     MOVE WS-FIG-RATE      TO FGL-RATE.
001158     MOVE WS-FIG-RANK      TO FGL-RANK.
001159     MOVE WS-FIGURE-LINE TO WS-RPT-LINE.
001160     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001161     PERFORM 6900-BUILD-EXPORT-LINE THRU 6900-EXIT.
001162     WRITE EXPORT-LINE FROM WS-BUILD-LINE.
001163     ADD 1 TO WS-EXPORT-COUNT.
001164 6800-EXIT.
001165     EXIT.
001166*
001167*--------------------------------------------------------------*
001168*  6900-BUILD-EXPORT-LINE                                        *
001169*                                                                *
001170*  Builds one comma-delimited row, trailing spaces trimmed from  *
001171*  each field, the way ADDR-XTR builds the mail-merge export.    *
001172*--------------------------------------------------------------*
001173 6900-BUILD-EXPORT-LINE.
001174     MOVE SPACES TO WS-BUILD-LINE.
001175     MOVE 1 TO WS-BUILD-POINTER.
001176     MOVE WS-FIG-LEVEL TO WS-TRIM-FIELD.
001177     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001178     MOVE WS-FIG-AREA TO WS-TRIM-FIELD.
001179     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001180     MOVE WS-FIG-DISTRICT TO WS-TRIM-FIELD.
001181     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001182     MOVE WS-FIG-PLACE TO WS-TRIM-FIELD.
001183     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001184     MOVE WS-FIG-RANK TO WS-EXPORT-NUMBER.
001185     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001186     MOVE WS-FIG-HOME TO WS-EXPORT-NUMBER.
001187     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001188     MOVE WS-FIG-WORK TO WS-EXPORT-NUMBER.
001189     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001190     MOVE WS-FIG-DELIVERY TO WS-EXPORT-NUMBER.
001191     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001192     MOVE WS-FIG-HELD TO WS-EXPORT-NUMBER.
001193     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001194     MOVE WS-FIG-ADDED TO WS-EXPORT-NUMBER.
001195     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001196     MOVE WS-FIG-DELETED TO WS-EXPORT-NUMBER.
001197     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001198     MOVE WS-FIG-ERASED TO WS-EXPORT-NUMBER.
001199     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001200     MOVE WS-FIG-NET TO WS-EXPORT-NET.
001201     MOVE WS-EXPORT-NET TO WS-TRIM-FIELD.
001202     PERFORM 8960-APPEND-LEFT-FIELD THRU 8960-EXIT.
001203     MOVE WS-FIG-MAILED TO WS-EXPORT-NUMBER.
001204     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001205     MOVE WS-FIG-RESPONSES TO WS-EXPORT-NUMBER.
001206     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001207     MOVE WS-FIG-RATE TO WS-EXPORT-RATE.
001208     MOVE WS-EXPORT-RATE TO WS-TRIM-FIELD.
001209     PERFORM 8960-APPEND-LEFT-FIELD THRU 8960-EXIT.
001210*    Drop the comma the last append left behind.
001211     SUBTRACT 1 FROM WS-BUILD-POINTER.
001212     MOVE SPACE TO WS-BUILD-LINE(WS-BUILD-POINTER:1).
001213 6900-EXIT.
001214     EXIT.
001215*
001216*--------------------------------------------------------------*
001217*  7000-PRINT-TOTALS                                             *
001218*                                                                *
001219*  The all-areas line, the notes on how the figures are counted, *
001220*  and the delimited copy's trailer row: TRAILER, the rows       *
001221*  written, then the period start and end dates.                 *
001222*--------------------------------------------------------------*
001223 7000-PRINT-TOTALS.
001224     MOVE SPACES TO WS-RPT-LINE.
001225     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001226     MOVE WS-TOTAL-FIGURES TO WS-FIGURES.
001227     PERFORM 8500-WORK-OUT-RATE THRU 8500-EXIT.
001228     COMPUTE WS-FIG-NET = WS-FIG-ADDED - WS-FIG-DELETED
001229         - WS-FIG-ERASED.
001230     MOVE "ALL"            TO FGL-CODE.
001231     MOVE "ALL AREAS"      TO FGL-PLACE.
001232     MOVE WS-FIG-HOME      TO FGL-HOME.
001233     MOVE WS-FIG-WORK      TO FGL-WORK.
001234     MOVE WS-FIG-DELIVERY  TO FGL-DELIVERY.
001235     MOVE WS-FIG-HELD      TO FGL-HELD.
001236     MOVE WS-FIG-ADDED     TO FGL-ADDED.
001237     MOVE WS-FIG-DELETED   TO FGL-DELETED.
001238     MOVE WS-FIG-ERASED    TO FGL-ERASED.
001239     MOVE WS-FIG-NET       TO FGL-NET.
001240     MOVE WS-FIG-MAILED    TO FGL-MAILED.
001241     MOVE WS-FIG-RESPONSES TO FGL-RESPONSES.
001242     MOVE WS-FIG-RATE      TO FGL-RATE.
001243     MOVE ZERO             TO FGL-RANK.
001244     MOVE WS-FIGURE-LINE TO WS-RPT-LINE.
001245     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001246     MOVE SPACES TO WS-RPT-LINE.
001247     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001248     MOVE "AREAS LISTED" TO NTL-TEXT.
001249     MOVE WS-AREAS-LISTED TO NTL-COUNT.
001250     PERFORM 7100-PRINT-NOTE THRU 7100-EXIT.
001251     MOVE "DISTRICTS LISTED" TO NTL-TEXT.
001252     MOVE WS-DISTRICTS-LISTED TO NTL-COUNT.
001253     PERFORM 7100-PRINT-NOTE THRU 7100-EXIT.
001254     IF WS-DST-OVERFLOW > ZERO
001255         MOVE "DISTRICT TABLE FULL - ITEMS COUNTED AS NOT PLACED"
001256             TO NTL-TEXT
001257         MOVE WS-DST-OVERFLOW TO NTL-COUNT
001258         PERFORM 7100-PRINT-NOTE THRU 7100-EXIT
001259     END-IF.
001260     IF WS-ARA-OVERFLOW > ZERO
001261         MOVE "AREA TABLE FULL - DISTRICTS COUNTED AS NOT PLACED"
001262             TO NTL-TEXT
001263         MOVE WS-ARA-OVERFLOW TO NTL-COUNT
001264         PERFORM 7100-PRINT-NOTE THRU 7100-EXIT
001265     END-IF.
001266     MOVE SPACES TO WS-RPT-LINE.
001267     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001268     MOVE "NET IS ADDED LESS DELETED AND ERASED; AN ADDRESS"
001269         TO WS-RPT-LINE.
001270     MOVE " MOVED BETWEEN DISTRICTS"
001271         TO WS-RPT-LINE(49:).
001272     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001273     MOVE "IS DELETED FROM ONE AND ADDED TO THE OTHER. MAILINGS"
001274         TO WS-RPT-LINE.
001275     MOVE " AND RESPONSES ARE"
001276         TO WS-RPT-LINE(53:).
001277     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001278     MOVE "PLACED BY THE NAME'S CURRENT ADDRESS; RATE IS"
001279         TO WS-RPT-LINE.
001280     MOVE " RESPONSES PER 100 NAMES MAILED."
001281         TO WS-RPT-LINE(46:).
001282     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001283     MOVE SPACES TO WS-BUILD-LINE.
001284     MOVE 1 TO WS-BUILD-POINTER.
001285     MOVE "TRAILER" TO WS-TRIM-FIELD.
001286     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001287     MOVE WS-EXPORT-COUNT TO WS-EXPORT-NUMBER.
001288     PERFORM 8950-APPEND-NUMBER THRU 8950-EXIT.
001289     MOVE WS-PERIOD-START TO WS-TRIM-FIELD.
001290     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001291     MOVE WS-PERIOD-END TO WS-TRIM-FIELD.
001292     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001293     SUBTRACT 1 FROM WS-BUILD-POINTER.
001294     MOVE SPACE TO WS-BUILD-LINE(WS-BUILD-POINTER:1).
001295     WRITE EXPORT-LINE FROM WS-BUILD-LINE.
001296 7000-EXIT.
001297     EXIT.
001298*
001299 7100-PRINT-NOTE.
001300     MOVE WS-NOTE-LINE TO WS-RPT-LINE.
001301     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001302 7100-EXIT.
001303     EXIT.
001304*
001305*--------------------------------------------------------------*
001306*  8000-LOG-ERROR                                                *
001307*--------------------------------------------------------------*
001308 8000-LOG-ERROR.
001309     MOVE "AREA-RPT" TO WS-ERR-PROGRAM.
001310     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
001311         WS-ERR-TEXT.
001312 8000-EXIT.
001313     EXIT.
001314*
001315*--------------------------------------------------------------*
001316*  8500-WORK-OUT-RATE                                            *
001317*                                                                *
001318*  Responses per 100 names mailed, from WS-FIGURES into          *
001319*  WS-FIG-RATE. Nothing mailed is a rate of zero.                *
001320*--------------------------------------------------------------*
001321 8500-WORK-OUT-RATE.
001322     MOVE ZERO TO WS-FIG-RATE.
001323     IF WS-FIG-MAILED = ZERO
001324         GO TO 8500-EXIT
001325     END-IF.
001326     COMPUTE WS-FIG-RATE ROUNDED =
001327         WS-FIG-RESPONSES * 100 / WS-FIG-MAILED
001328         ON SIZE ERROR
001329             MOVE 999.9 TO WS-FIG-RATE
001330     END-COMPUTE.
001331 8500-EXIT.
001332     EXIT.
001333*
001334*--------------------------------------------------------------*
001335*  8800-WRITE-REPORT                                             *
001336*                                                                *
001337*  Prints one line through the shared report writer. WS-RPT-LINE *
001338*  must be set by the caller before this is PERFORMed.           *
001339*--------------------------------------------------------------*
001340 8800-WRITE-REPORT.
001341     MOVE "W" TO WS-RPT-FUNCTION.
001342     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001343         WS-RPT-LINE.
001344 8800-EXIT.
001345     EXIT.
001346*
001347*--------------------------------------------------------------*
001348*  8900-APPEND-FIELD                                             *
001349*                                                                *
001350*  Appends WS-TRIM-FIELD, trailing spaces trimmed, plus a comma, *
001351*  advancing WS-BUILD-POINTER.                                   *
001352*--------------------------------------------------------------*
001353 8900-APPEND-FIELD.
001354     MOVE 30 TO WS-TRIM-LEN.
001355     PERFORM 8910-BACK-ONE THRU 8910-EXIT
001356         UNTIL WS-TRIM-LEN = ZERO
001357             OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT = SPACE.
001358     IF WS-TRIM-LEN > ZERO
001359         MOVE WS-TRIM-FIELD(1:WS-TRIM-LEN)
001360             TO WS-BUILD-LINE(WS-BUILD-POINTER:WS-TRIM-LEN)
001361         ADD WS-TRIM-LEN TO WS-BUILD-POINTER
001362     END-IF.
001363     MOVE "," TO WS-BUILD-LINE(WS-BUILD-POINTER:1).
001364     ADD 1 TO WS-BUILD-POINTER.
001365 8900-EXIT.
001366     EXIT.
001367*
001368 8910-BACK-ONE.
001369     SUBTRACT 1 FROM WS-TRIM-LEN.
001370 8910-EXIT.
001371     EXIT.
001372*
001373 8950-APPEND-NUMBER.
001374     MOVE WS-EXPORT-NUMBER TO WS-TRIM-FIELD.
001375     PERFORM 8960-APPEND-LEFT-FIELD THRU 8960-EXIT.
001376 8950-EXIT.
001377     EXIT.
001378*
001379*--------------------------------------------------------------*
001380*  8960-APPEND-LEFT-FIELD                                        *
001381*                                                                *
001382*  As 8900, but first strips the leading spaces a                *
001383*  right-justified numeric edit leaves behind.                   *
001384*--------------------------------------------------------------*
001385 8960-APPEND-LEFT-FIELD.
001386     PERFORM 8970-SHIFT-LEFT THRU 8970-EXIT
001387         UNTIL WS-TRIM-FIELD(1:1) NOT = SPACE
001388             OR WS-TRIM-FIELD = SPACES.
001389     PERFORM 8900-APPEND-FIELD THRU 8900-EXIT.
001390 8960-EXIT.
001391     EXIT.
001392*
001393 8970-SHIFT-LEFT.
001394     MOVE WS-TRIM-FIELD(2:29) TO WS-TRIM-FIELD(1:29).
001395     MOVE SPACE TO WS-TRIM-FIELD(30:1).
001396 8970-EXIT.
001397     EXIT.
001398*
001399*--------------------------------------------------------------*
001400*  9000-TERMINATE                                                *
001401*--------------------------------------------------------------*
001402 9000-TERMINATE.
001403     IF WS-RESULT-CODE NOT = 8
001404         CLOSE ADDR-FILE
001405     END-IF.
001406     IF WS-PCD-AVAILABLE
001407         CLOSE POSTCODE-FILE
001408     END-IF.
001409     IF WS-RGN-AVAILABLE
001410         CLOSE REGION-FILE
001411     END-IF.
001412     CLOSE EXPORT-FILE.
001413     MOVE "E" TO WS-RUN-FUNCTION.
001414     MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT.
001415     MOVE "C" TO WS-RUN-STATUS.
001416     IF WS-RESULT-CODE = 8
001417         MOVE "F" TO WS-RUN-STATUS
001418     END-IF.
001419     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
001420         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
001421         WS-RUN-ALREADY-RAN.
001422     MOVE "C" TO WS-RPT-FUNCTION.
001423     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001424         WS-RPT-LINE.
001425     MOVE WS-RESULT-CODE TO RETURN-CODE.
001426 9000-EXIT.
001427     EXIT.
