000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. game-lge.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Quarterly league for the      *
000012*                    guessing game's daily challenge. Each      *
000013*                    night every DAYCHAL challenge round on     *
000014*                    GAMESTAT not yet scored, up to the day     *
000015*                    before the business date, is placed        *
000016*                    against the other players' rounds for the  *
000017*                    same day (winners on fewest guesses, ties  *
000018*                    sharing a place) and the place earns       *
000019*                    league points from the LGPOINTS points     *
000020*                    table. Standings are kept on LGTABLE by    *
000021*                    season (the quarter, YYYYQN) with each     *
000022*                    player's division, points, rounds played   *
000023*                    and best finish, and printed through RPT-  *
000024*                    WTR as report GAMELGE, division by         *
000025*                    division. On the first night after the     *
000026*                    date BUSCAL flags as the period end of a   *
000027*                    quarter's last month the season is scored  *
000028*                    up to that date and closed: the final      *
000029*                    table, with promotions and relegations, is *
000030*                    archived to LGHIST and the next season is  *
000031*                    started fresh on LGTABLE with every player *
000032*                    who played in their new division.          *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT GAME-STATS-FILE ASSIGN TO "GAMESTAT"
000038         ORGANIZATION IS LINE SEQUENTIAL
000039         FILE STATUS IS WS-GST-STATUS.
000040     SELECT POINTS-TABLE-FILE ASSIGN TO "LGPOINTS"
000041         ORGANIZATION IS LINE SEQUENTIAL
000042         FILE STATUS IS WS-LPT-STATUS.
000043     SELECT LEAGUE-TABLE-FILE ASSIGN TO "LGTABLE"
000044         ORGANIZATION IS INDEXED
000045         ACCESS MODE IS DYNAMIC
000046         RECORD KEY IS LGT-KEY
000047         FILE STATUS IS WS-LGT-STATUS.
000048     SELECT LEAGUE-HISTORY-FILE ASSIGN TO "LGHIST"
000049         ORGANIZATION IS LINE SEQUENTIAL
000050         FILE STATUS IS WS-LHS-STATUS.
000051     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
000052         ORGANIZATION IS INDEXED
000053         ACCESS MODE IS RANDOM
000054         RECORD KEY IS CAL-DATE
000055         FILE STATUS IS WS-CAL-STATUS.
000056     SELECT SCORE-SORT-FILE ASSIGN TO "SORTWORK".
000057     SELECT STANDINGS-SORT-FILE ASSIGN TO "SORTLGE".
000058*
000059 DATA DIVISION.
000060 FILE SECTION.
000061 FD  GAME-STATS-FILE
000062     LABEL RECORDS ARE STANDARD.
000063 01  GAME-STATS-RECORD.
000064     05  GST-DATE            PIC 9(08).
000065     05  FILLER              PIC X(01).
000066     05  GST-GUESS-COUNT     PIC 9(03).
000067     05  FILLER              PIC X(01).
000068     05  GST-WON-FLAG        PIC X(01).
000069     05  FILLER              PIC X(01).
000070     05  GST-PLAYER          PIC X(08).
000071     05  FILLER              PIC X(01).
000072     05  GST-MODE            PIC X(01).
000073*
000074*--------------------------------------------------------------*
000075*  LGPOINTS holds the league's points table: a P record for     *
000076*  each daily place that earns points (the place, then the      *
000077*  points) and one D record giving the division size and how    *
000078*  many players go up and down at the season end. With no       *
000079*  LGPOINTS the table and settings in WS-POINTS-DEFAULTS are    *
000080*  used.                                                        *
000081*--------------------------------------------------------------*
000082 FD  POINTS-TABLE-FILE
000083     LABEL RECORDS ARE STANDARD.
000084 01  POINTS-TABLE-RECORD.
000085     05  LPT-TYPE            PIC X(01).
000086         88  LPT-PLACE-POINTS         VALUE "P".
000087         88  LPT-DIVISION-RULE        VALUE "D".
000088     05  FILLER              PIC X(01).
000089     05  LPT-VALUE-1         PIC 9(03).
000090     05  FILLER              PIC X(01).
000091     05  LPT-VALUE-2         PIC 9(03).
000092*
000093 FD  LEAGUE-TABLE-FILE
000094     LABEL RECORDS ARE STANDARD.
000095     COPY LGTREC.
000096*
000097*--------------------------------------------------------------*
000098*  LGHIST gets one line per player per closed season: the final *
000099*  division and place in it, the season's points, rounds and    *
000100*  best finish, and the move made for the next season (P        *
000101*  promoted, R relegated, X not carried on, having played no    *
000102*  round all season).                                           *
000103*--------------------------------------------------------------*
000104 FD  LEAGUE-HISTORY-FILE
000105     LABEL RECORDS ARE STANDARD.
000106 01  LEAGUE-HISTORY-RECORD.
000107     05  LHS-SEASON          PIC X(06).
000108     05  FILLER              PIC X(01).
000109     05  LHS-DIVISION        PIC 9(02).
000110     05  FILLER              PIC X(01).
000111     05  LHS-POSITION        PIC 9(03).
000112     05  FILLER              PIC X(01).
000113     05  LHS-PLAYER          PIC X(08).
000114     05  FILLER              PIC X(01).
000115     05  LHS-POINTS          PIC 9(05).
000116     05  FILLER              PIC X(01).
000117     05  LHS-ROUNDS          PIC 9(05).
000118     05  FILLER              PIC X(01).
000119     05  LHS-BEST-FINISH     PIC 9(03).
000120     05  FILLER              PIC X(01).
000121     05  LHS-MOVEMENT        PIC X(01).
000122     05  FILLER              PIC X(01).
000123     05  LHS-NEXT-DIVISION   PIC 9(02).
000124*
000125 FD  BUSINESS-CALENDAR-FILE
000126     LABEL RECORDS ARE STANDARD.
000127     COPY BUSCREC.
000128*
000129 SD  SCORE-SORT-FILE.
000130 01  SSR-RECORD.
000131     05  SSR-DATE            PIC 9(08).
000132     05  SSR-WON-FLAG        PIC X(01).
000133     05  SSR-GUESS-COUNT     PIC 9(03).
000134     05  SSR-PLAYER          PIC X(08).
000135*
000136 SD  STANDINGS-SORT-FILE.
000137 01  STS-RECORD.
000138     05  STS-DIVISION        PIC 9(02).
000139     05  STS-POINTS          PIC 9(05).
000140     05  STS-BEST-FINISH     PIC 9(03).
000141     05  STS-ROUNDS          PIC 9(05).
000142     05  STS-PLAYER          PIC X(08).
000143     05  STS-SLOT            PIC 9(04).
000144*
000145 WORKING-STORAGE SECTION.
000146*
000147*--------------------------------------------------------------*
000148*  SHARED REPORT-WRITER WORK AREAS                               *
000149*--------------------------------------------------------------*
000150     COPY RPTCALL.
000151*
000152*--------------------------------------------------------------*
000153*  SHARED ERROR-LOG WORK AREAS                                   *
000154*--------------------------------------------------------------*
000155     COPY ERRCALL.
000156*
000157 01  WS-GST-STATUS           PIC X(02) VALUE "00".
000158     88  WS-GST-OK                     VALUE "00".
000159     88  WS-GST-EOF                    VALUE "10".
000160*
000161 01  WS-LPT-STATUS           PIC X(02) VALUE "00".
000162     88  WS-LPT-OK                     VALUE "00".
000163     88  WS-LPT-EOF                    VALUE "10".
000164*
000165 01  WS-LGT-STATUS           PIC X(02) VALUE "00".
000166     88  WS-LGT-OK                     VALUE "00".
000167     88  WS-LGT-EOF                    VALUE "10".
000168*
000169 01  WS-LHS-STATUS           PIC X(02) VALUE "00".
000170     88  WS-LHS-OK                     VALUE "00".
000171*
000172 01  WS-CAL-STATUS           PIC X(02) VALUE "00".
000173     88  WS-CAL-OK                     VALUE "00".
000174*
000175 01  WS-SORT-SWITCH          PIC X(01) VALUE "N".
000176     88  WS-SORT-EOF                  VALUE "Y".
000177 01  WS-LGT-FILE-SWITCH      PIC X(01) VALUE "N".
000178     88  WS-LGT-FILE-OPEN             VALUE "Y".
000179 01  WS-SEASON-END-SWITCH    PIC X(01) VALUE "N".
000180     88  WS-SEASON-ENDS               VALUE "Y".
000181 01  WS-SCAN-SWITCH          PIC X(01) VALUE "N".
000182     88  WS-SCAN-DONE                 VALUE "Y".
000183 01  WS-FIRST-P-SWITCH       PIC X(01) VALUE "Y".
000184     88  WS-FIRST-P-RECORD            VALUE "Y".
000185*
000186 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000187 01  WS-THRU-DATE            PIC 9(08).
000188 01  WS-THRU-PARTS REDEFINES WS-THRU-DATE.
000189     05  WS-THRU-YEAR        PIC 9(04).
000190     05  WS-THRU-MONTH       PIC 9(02).
000191     05  WS-THRU-DAY         PIC 9(02).
000192 01  WS-CHECK-DATE           PIC 9(08).
000193 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
000194     05  WS-CHECK-YEAR       PIC 9(04).
000195     05  WS-CHECK-MONTH      PIC 9(02).
000196     05  WS-CHECK-DAY        PIC 9(02).
000197*
000198*--------------------------------------------------------------*
000199*  THE SEASON BEING SCORED, AS HELD ON LGT-SEASON, AND THE ONE   *
000200*  AFTER IT                                                      *
000201*--------------------------------------------------------------*
000202 01  WS-SEASON.
000203     05  WS-SSN-YEAR         PIC 9(04).
000204     05  FILLER              PIC X(01) VALUE "Q".
000205     05  WS-SSN-NUMBER       PIC 9(01).
000206 01  WS-SEASON-TEXT REDEFINES WS-SEASON PIC X(06).
000207*
000208 01  WS-NEXT-SEASON.
000209     05  WS-NXS-YEAR         PIC 9(04).
000210     05  FILLER              PIC X(01) VALUE "Q".
000211     05  WS-NXS-NUMBER       PIC 9(01).
000212 01  WS-NEXT-SEASON-TEXT REDEFINES WS-NEXT-SEASON PIC X(06).
000213*
000214 01  WS-QUARTER-START.
000215     05  WS-QST-YEAR         PIC 9(04).
000216     05  WS-QST-MONTH        PIC 9(02).
000217     05  WS-QST-DAY          PIC 9(02) VALUE 01.
000218 01  WS-QUARTER-START-DATE REDEFINES WS-QUARTER-START
000219                             PIC 9(08).
000220*
000221 01  WS-SEASON-START         PIC 9(08).
000222 01  WS-LAST-SCORED          PIC 9(08).
000223 01  WS-NEXT-START           PIC 9(08).
000224 01  WS-OLD-SEASON           PIC X(06).
000225 01  WS-THIS-SEASON          PIC X(06).
000226*
000227*--------------------------------------------------------------*
000228*  POINTS TABLE - POINTS FOR EACH DAILY PLACE, AND THE DIVISION  *
000229*  SETTINGS. REPLACED BY LGPOINTS WHERE IT IS ON FILE.           *
000230*--------------------------------------------------------------*
000231 01  WS-POINTS-DEFAULTS.
000232     05  FILLER              PIC X(30)
000233         VALUE "025018015012010008006004002001".
000234     05  FILLER              PIC X(120) VALUE ZEROS.
000235 01  WS-POINTS-TABLE REDEFINES WS-POINTS-DEFAULTS.
000236     05  WS-PTS-POINTS       PIC 9(03) OCCURS 50 TIMES.
000237*
000238 01  WS-PTS-COUNT            PIC S9(04) COMP VALUE 10.
000239 01  WS-PTS-MAX              PIC S9(04) COMP VALUE 50.
000240 01  WS-DIV-SIZE             PIC 9(03) VALUE 10.
000241 01  WS-MOVE-COUNT           PIC 9(03) VALUE 2.
000242*
000243*--------------------------------------------------------------*
000244*  PLAYER TABLE - EVERY PLAYER IN THE SEASON, LOADED FROM        *
000245*  LGTABLE AND ADDED TO AS NEW PLAYERS ARE SCORED                *
000246*--------------------------------------------------------------*
000247 01  WS-PLT-COUNT            PIC S9(04) COMP VALUE ZERO.
000248 01  WS-PLT-MAX              PIC S9(04) COMP VALUE 500.
000249 01  WS-PLT-INDEX            PIC S9(04) COMP VALUE ZERO.
000250 01  WS-PLT-SLOT             PIC S9(04) COMP VALUE ZERO.
000251 01  WS-PLT-FULL-SWITCH      PIC X(01) VALUE "N".
000252     88  WS-PLT-FULL                  VALUE "Y".
000253*
000254 01  WS-PLAYER-TABLE.
000255     05  WS-PLT-ENTRY OCCURS 500 TIMES.
000256         10  WS-PLT-PLAYER       PIC X(08).
000257         10  WS-PLT-DIVISION     PIC 9(02).
000258         10  WS-PLT-POINTS       PIC 9(05).
000259         10  WS-PLT-ROUNDS       PIC 9(05).
000260         10  WS-PLT-BEST-FINISH  PIC 9(03).
000261         10  WS-PLT-LAST-DATE    PIC 9(08).
000262         10  WS-PLT-ON-FILE      PIC X(01).
000263         10  WS-PLT-NEXT-DIV     PIC 9(02).
000264         10  WS-PLT-MOVEMENT     PIC X(01).
000265*
000266*--------------------------------------------------------------*
000267*  DIVISION TABLE - PLAYERS IN EACH DIVISION. NEW PLAYERS JOIN   *
000268*  THE BOTTOM DIVISION, OR OPEN A NEW ONE WHEN IT IS FULL.       *
000269*--------------------------------------------------------------*
000270 01  WS-DIV-MAX              PIC 9(02) VALUE ZERO.
000271 01  WS-DIVISION-TABLE.
000272     05  WS-DIV-PLAYERS      PIC 9(05) OCCURS 99 TIMES.
000273*
000274*--------------------------------------------------------------*
000275*  DAILY PLACING WORK AREAS                                      *
000276*--------------------------------------------------------------*
000277 01  WS-CUR-DATE             PIC 9(08) VALUE ZERO.
000278 01  WS-POSITION             PIC 9(05) VALUE ZERO.
000279 01  WS-PLACE                PIC 9(05) VALUE ZERO.
000280 01  WS-PREV-GUESSES         PIC 9(03) VALUE ZERO.
000281*
000282*--------------------------------------------------------------*
000283*  STANDINGS WORK AREAS                                          *
000284*--------------------------------------------------------------*
000285 01  WS-CUR-DIVISION         PIC 9(02) VALUE ZERO.
000286 01  WS-DIV-POSITION         PIC 9(05) VALUE ZERO.
000287 01  WS-RELEGATE-AFTER       PIC S9(05) VALUE ZERO.
000288 01  WS-BEST-EDIT            PIC ZZ9.
000289 01  WS-NEW-DIV-MAX          PIC 9(02) VALUE ZERO.
000290*
000291*--------------------------------------------------------------*
000292*  RUN TOTALS                                                    *
000293*--------------------------------------------------------------*
000294 01  WS-DAYS-SCORED          PIC 9(05) VALUE ZERO.
000295 01  WS-ROUNDS-SCORED        PIC 9(07) VALUE ZERO.
000296 01  WS-CARRIED-COUNT        PIC 9(05) VALUE ZERO.
000297*
000298*--------------------------------------------------------------*
000299*  REPORT LINES                                                  *
000300*--------------------------------------------------------------*
000301 01  WS-HEADING-1.
000302     05  FILLER         PIC X(31)
000303         VALUE "DAILY CHALLENGE LEAGUE  SEASON ".
000304     05  WS-HDG-SEASON  PIC X(06).
000305     05  FILLER         PIC X(02) VALUE SPACES.
000306     05  WS-HDG-TITLE   PIC X(16).
000307     05  FILLER         PIC X(01) VALUE SPACE.
000308     05  WS-HDG-DATE    PIC 9(08).
000309*
000310 01  WS-DIVISION-LINE.
000311     05  FILLER              PIC X(09) VALUE "DIVISION ".
000312     05  DVL-DIVISION        PIC Z9.
000313     05  FILLER              PIC X(02) VALUE " (".
000314     05  DVL-PLAYERS         PIC ZZZZ9.
000315     05  FILLER              PIC X(09) VALUE " PLAYERS)".
000316*
000317 01  WS-HEADING-2.
000318     05  FILLER         PIC X(05) VALUE "  POS".
000319     05  FILLER         PIC X(02) VALUE SPACES.
000320     05  FILLER         PIC X(08) VALUE "PLAYER".
000321     05  FILLER         PIC X(02) VALUE SPACES.
000322     05  FILLER         PIC X(06) VALUE "POINTS".
000323     05  FILLER         PIC X(02) VALUE SPACES.
000324     05  FILLER         PIC X(06) VALUE "ROUNDS".
000325     05  FILLER         PIC X(02) VALUE SPACES.
000326     05  FILLER         PIC X(11) VALUE "BEST FINISH".
000327     05  FILLER         PIC X(02) VALUE SPACES.
000328     05  WS-HDG-MOVE    PIC X(11) VALUE SPACES.
000329*
000330 01  WS-DETAIL-LINE.
000331     05  FILLER              PIC X(02) VALUE SPACES.
000332     05  DTL-POSITION        PIC ZZ9.
000333     05  FILLER              PIC X(02) VALUE SPACES.
000334     05  DTL-PLAYER          PIC X(08).
000335     05  FILLER              PIC X(03) VALUE SPACES.
000336     05  DTL-POINTS          PIC ZZZZ9.
000337     05  FILLER              PIC X(03) VALUE SPACES.
000338     05  DTL-ROUNDS          PIC ZZZZ9.
000339     05  FILLER              PIC X(04) VALUE SPACES.
000340     05  DTL-BEST-FINISH     PIC X(03).
000341     05  FILLER              PIC X(08) VALUE SPACES.
000342     05  DTL-MOVEMENT        PIC X(11).
000343*
000344 01  WS-TOTAL-LINE.
000345     05  TOT-LABEL           PIC X(40).
000346     05  TOT-VALUE           PIC ZZZZZZ9.
000347*
000348*--------------------------------------------------------------*
000349*  SHARED RUN-CONTROL WORK AREAS                                 *
000350*--------------------------------------------------------------*
000351     COPY RUNCALL.
000352*
000353 PROCEDURE DIVISION.
000354*
000355*--------------------------------------------------------------*
000356*  0000-MAINLINE                                                 *
000357*--------------------------------------------------------------*
000358 0000-MAINLINE.
000359     MOVE "S" TO WS-RUN-FUNCTION.
000360     MOVE "GAMELGE " TO WS-RUN-PROGRAM.
000361     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000362     MOVE ZERO TO WS-RUN-REC-COUNT.
000363     MOVE SPACE TO WS-RUN-STATUS.
000364     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000365         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000366         WS-RUN-ALREADY-RAN.
000367     IF WS-RUN-ALREADY-RAN = "Y"
000368         DISPLAY "GAME-LGE ALREADY RAN FOR THIS BUSINESS DATE"
000369         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000370         STOP RUN
000371     END-IF.
000372     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000373     IF WS-RESULT-CODE < 8
000374         SORT SCORE-SORT-FILE
000375             ON ASCENDING KEY SSR-DATE
000376             ON DESCENDING KEY SSR-WON-FLAG
000377             ON ASCENDING KEY SSR-GUESS-COUNT SSR-PLAYER
000378             INPUT PROCEDURE IS 2000-SELECT-ROUNDS
000379                 THRU 2000-EXIT
000380             OUTPUT PROCEDURE IS 3000-SCORE-ROUNDS
000381                 THRU 3000-EXIT
000382         SORT STANDINGS-SORT-FILE
000383             ON ASCENDING KEY STS-DIVISION
000384             ON DESCENDING KEY STS-POINTS
000385             ON ASCENDING KEY STS-BEST-FINISH
000386             ON DESCENDING KEY STS-ROUNDS
000387             ON ASCENDING KEY STS-PLAYER
000388             INPUT PROCEDURE IS 4000-RELEASE-PLAYERS
000389                 THRU 4000-EXIT
000390             OUTPUT PROCEDURE IS 5000-PRINT-STANDINGS
000391                 THRU 5000-EXIT
000392         PERFORM 6000-SAVE-TABLE THRU 6000-EXIT
000393         IF WS-SEASON-ENDS
000394             PERFORM 7000-START-NEXT-SEASON THRU 7000-EXIT
000395         END-IF
000396         PERFORM 5500-PRINT-TOTALS THRU 5500-EXIT
000397     END-IF.
000398     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000399     STOP RUN.
000400*
000401*--------------------------------------------------------------*
000402*  1000-INITIALIZE                                               *
000403*                                                                *
000404*  Opens the report and the league table (creating it on the     *
000405*  first run), settles which season is being scored, through     *
000406*  which date, and whether tonight closes it, and loads the      *
000407*  season's players. Rounds are scored through the day before    *
000408*  the business date: the business date's own rounds can still   *
000409*  be played after this run. A league table that cannot be       *
000410*  opened ends the run RC 8.                                     *
000411*--------------------------------------------------------------*
000412 1000-INITIALIZE.
000413     COMPUTE WS-THRU-DATE =
000414         FUNCTION DATE-OF-INTEGER(
000415             FUNCTION INTEGER-OF-DATE(WS-RUN-BUS-DATE) - 1).
000416     MOVE "O" TO WS-RPT-FUNCTION.
000417     MOVE "GAMELGE " TO WS-RPT-ID.
000418     MOVE SPACES TO WS-RPT-LINE.
000419     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000420         WS-RPT-LINE.
000421     PERFORM 1100-LOAD-POINTS-TABLE THRU 1100-EXIT.
000422     OPEN I-O LEAGUE-TABLE-FILE.
000423     IF NOT WS-LGT-OK
000424         CLOSE LEAGUE-TABLE-FILE
000425         OPEN OUTPUT LEAGUE-TABLE-FILE
000426         CLOSE LEAGUE-TABLE-FILE
000427         OPEN I-O LEAGUE-TABLE-FILE
000428     END-IF.
000429     IF NOT WS-LGT-OK
000430         DISPLAY "GAME-LGE: CANNOT OPEN LGTABLE - STATUS "
000431             WS-LGT-STATUS
000432         MOVE "LGTABLE" TO WS-ERR-CODE
000433         MOVE "CANNOT OPEN LGTABLE - LEAGUE NOT SCORED"
000434             TO WS-ERR-TEXT
000435         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000436         MOVE 8 TO WS-RESULT-CODE
000437         GO TO 1000-EXIT
000438     END-IF.
000439     SET WS-LGT-FILE-OPEN TO TRUE.
000440     PERFORM 1200-FIND-SEASON THRU 1200-EXIT.
000441     IF WS-RESULT-CODE = 8
000442         GO TO 1000-EXIT
000443     END-IF.
000444     IF NOT WS-SEASON-ENDS
000445         PERFORM 1300-CHECK-SEASON-END THRU 1300-EXIT
000446     END-IF.
000447     PERFORM 1400-LOAD-PLAYERS THRU 1400-EXIT.
000448 1000-EXIT.
000449     EXIT.
000450*
000451*--------------------------------------------------------------*
000452*  1100-LOAD-POINTS-TABLE                                        *
000453*                                                                *
000454*  The first P record on LGPOINTS clears the default points      *
000455*  table; each P record then sets the points for its place.      *
000456*--------------------------------------------------------------*
000457 1100-LOAD-POINTS-TABLE.
000458     OPEN INPUT POINTS-TABLE-FILE.
000459     IF NOT WS-LPT-OK
000460         GO TO 1100-EXIT
000461     END-IF.
000462     PERFORM 1110-READ-ONE-ENTRY THRU 1110-EXIT
000463         UNTIL WS-LPT-EOF.
000464     CLOSE POINTS-TABLE-FILE.
000465 1100-EXIT.
000466     EXIT.
000467*
000468 1110-READ-ONE-ENTRY.
000469     READ POINTS-TABLE-FILE
000470         AT END
000471             MOVE "10" TO WS-LPT-STATUS
000472             GO TO 1110-EXIT
000473     END-READ.
000474     IF LPT-DIVISION-RULE
000475         IF LPT-VALUE-1 > ZERO
000476             MOVE LPT-VALUE-1 TO WS-DIV-SIZE
000477         END-IF
000478         MOVE LPT-VALUE-2 TO WS-MOVE-COUNT
000479         GO TO 1110-EXIT
000480     END-IF.
000481     IF NOT LPT-PLACE-POINTS
000482        OR LPT-VALUE-1 = ZERO OR LPT-VALUE-1 > WS-PTS-MAX
000483         GO TO 1110-EXIT
000484     END-IF.
000485     IF WS-FIRST-P-RECORD
000486         MOVE ZEROS TO WS-POINTS-TABLE
000487         MOVE ZERO TO WS-PTS-COUNT
000488         MOVE "N" TO WS-FIRST-P-SWITCH
000489     END-IF.
000490     MOVE LPT-VALUE-2 TO WS-PTS-POINTS(LPT-VALUE-1).
000491     IF LPT-VALUE-1 > WS-PTS-COUNT
000492         MOVE LPT-VALUE-1 TO WS-PTS-COUNT
000493     END-IF.
000494 1110-EXIT.
000495     EXIT.
000496*
000497*--------------------------------------------------------------*
000498*  1200-FIND-SEASON                                              *
000499*                                                                *
000500*  The season is the through date's quarter, unless the season   *
000501*  before it is still open and its period end has passed since   *
000502*  it was last scored; that one is scored and closed first.      *
000503*  Once the through date's season has been closed (the           *
000504*  quarter-end period end can fall before the quarter's last     *
000505*  days) the next season, started at the close, is scored        *
000506*  instead. A season with no header yet is                       *
000507*  started here from the first day of the quarter; if an earlier *
000508*  season was never closed its records are left where they are   *
000509*  and the run ends RC 4.                                        *
000510*--------------------------------------------------------------*
000511 1200-FIND-SEASON.
000512     MOVE WS-THRU-YEAR TO WS-SSN-YEAR.
000513     COMPUTE WS-SSN-NUMBER = (WS-THRU-MONTH + 2) / 3.
000514     PERFORM 1210-CHECK-LAST-SEASON THRU 1210-EXIT.
000515     IF WS-SEASON-ENDS
000516         GO TO 1200-EXIT
000517     END-IF.
000518     PERFORM 1250-SET-NEXT-SEASON THRU 1250-EXIT.
000519     MOVE WS-SEASON-TEXT TO LGT-SEASON.
000520     MOVE "(SEASON)" TO LGT-PLAYER.
000521     READ LEAGUE-TABLE-FILE
000522         INVALID KEY
000523             MOVE ZERO TO LGH-START-DATE
000524     END-READ.
000525     IF WS-LGT-OK AND LGH-CLOSE-DATE NOT = ZERO
000526         MOVE WS-NEXT-SEASON-TEXT TO WS-SEASON-TEXT
000527         PERFORM 1250-SET-NEXT-SEASON THRU 1250-EXIT
000528         MOVE WS-SEASON-TEXT TO LGT-SEASON
000529         MOVE "(SEASON)" TO LGT-PLAYER
000530         READ LEAGUE-TABLE-FILE
000531             INVALID KEY
000532                 MOVE ZERO TO LGH-START-DATE
000533         END-READ
000534     END-IF.
000535     IF WS-LGT-OK
000536         MOVE LGH-START-DATE  TO WS-SEASON-START
000537         MOVE LGH-LAST-SCORED TO WS-LAST-SCORED
000538         GO TO 1200-EXIT
000539     END-IF.
000540     MOVE WS-SSN-YEAR TO WS-QST-YEAR.
000541     COMPUTE WS-QST-MONTH = (WS-SSN-NUMBER * 3) - 2.
000542     MOVE WS-QUARTER-START-DATE TO WS-SEASON-START.
000543     COMPUTE WS-LAST-SCORED =
000544         FUNCTION DATE-OF-INTEGER(
000545             FUNCTION INTEGER-OF-DATE(WS-SEASON-START) - 1).
000546     MOVE SPACES TO LEAGUE-TABLE-RECORD.
000547     MOVE WS-SEASON-TEXT  TO LGT-SEASON.
000548     MOVE "(SEASON)"      TO LGT-PLAYER.
000549     MOVE WS-SEASON-START TO LGH-START-DATE.
000550     MOVE WS-LAST-SCORED  TO LGH-LAST-SCORED.
000551     MOVE ZERO            TO LGH-CLOSE-DATE.
000552     WRITE LEAGUE-TABLE-RECORD
000553         INVALID KEY
000554             DISPLAY "GAME-LGE: CANNOT START SEASON "
000555                 WS-SEASON-TEXT " - STATUS " WS-LGT-STATUS
000556             MOVE "LGTABLE" TO WS-ERR-CODE
000557             MOVE "CANNOT WRITE SEASON HEADER - NOT SCORED"
000558                 TO WS-ERR-TEXT
000559             PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000560             MOVE 8 TO WS-RESULT-CODE
000561             GO TO 1200-EXIT
000562     END-WRITE.
000563     DISPLAY "GAME-LGE: SEASON " WS-SEASON-TEXT " STARTED".
000564     PERFORM 1260-CHECK-EARLIER-SEASONS THRU 1260-EXIT.
000565 1200-EXIT.
000566     EXIT.
000567*
000568*--------------------------------------------------------------*
000569*  1210-CHECK-LAST-SEASON                                        *
000570*                                                                *
000571*  The season before the through date's quarter, when its header *
000572*  is on LGTABLE with no close date: a period end on the         *
000573*  quarter's last day, or a missed night, can leave its close    *
000574*  for a night whose through date is already in the new quarter. *
000575*  If its period end has passed it is the season scored and      *
000576*  closed tonight; otherwise the through date's season is taken  *
000577*  as usual.                                                     *
000578*--------------------------------------------------------------*
000579 1210-CHECK-LAST-SEASON.
000580     MOVE WS-SEASON-TEXT TO WS-THIS-SEASON.
000581     IF WS-SSN-NUMBER = 1
000582         SUBTRACT 1 FROM WS-SSN-YEAR
000583         MOVE 4 TO WS-SSN-NUMBER
000584     ELSE
000585         SUBTRACT 1 FROM WS-SSN-NUMBER
000586     END-IF.
000587     MOVE WS-SEASON-TEXT TO LGT-SEASON.
000588     MOVE "(SEASON)" TO LGT-PLAYER.
000589     READ LEAGUE-TABLE-FILE
000590         INVALID KEY
000591             MOVE ZERO TO LGH-START-DATE
000592     END-READ.
000593     IF WS-LGT-OK AND LGH-CLOSE-DATE = ZERO
000594         MOVE LGH-START-DATE  TO WS-SEASON-START
000595         MOVE LGH-LAST-SCORED TO WS-LAST-SCORED
000596         PERFORM 1300-CHECK-SEASON-END THRU 1300-EXIT
000597     END-IF.
000598     IF WS-SEASON-ENDS
000599         PERFORM 1250-SET-NEXT-SEASON THRU 1250-EXIT
000600     ELSE
000601         MOVE WS-THIS-SEASON TO WS-SEASON-TEXT
000602     END-IF.
000603 1210-EXIT.
000604     EXIT.
000605*
000606 1250-SET-NEXT-SEASON.
000607     MOVE WS-SSN-YEAR TO WS-NXS-YEAR.
000608     IF WS-SSN-NUMBER = 4
000609         ADD 1 TO WS-NXS-YEAR
000610         MOVE 1 TO WS-NXS-NUMBER
000611     ELSE
000612         COMPUTE WS-NXS-NUMBER = WS-SSN-NUMBER + 1
000613     END-IF.
000614 1250-EXIT.
000615     EXIT.
000616*
000617*--------------------------------------------------------------*
000618*  1260-CHECK-EARLIER-SEASONS                                    *
000619*                                                                *
000620*  A closed season leaves only its header on LGTABLE. Any other  *
000621*  record, or a header with no close date, from a season before  *
000622*  this one means that season was never closed.                  *
000623*--------------------------------------------------------------*
000624 1260-CHECK-EARLIER-SEASONS.
000625     MOVE SPACES TO WS-OLD-SEASON.
000626     MOVE "N" TO WS-SCAN-SWITCH.
000627     MOVE LOW-VALUES TO LGT-KEY.
000628     START LEAGUE-TABLE-FILE KEY IS NOT < LGT-KEY
000629         INVALID KEY
000630             GO TO 1260-EXIT
000631     END-START.
000632     PERFORM 1270-CHECK-ONE-RECORD THRU 1270-EXIT
000633         UNTIL WS-SCAN-DONE.
000634     IF WS-OLD-SEASON NOT = SPACES
000635         DISPLAY "GAME-LGE: SEASON " WS-OLD-SEASON
000636             " WAS NEVER CLOSED"
000637         MOVE "LGNOCLOS" TO WS-ERR-CODE
000638         MOVE SPACES TO WS-ERR-TEXT
000639         STRING "SEASON " WS-OLD-SEASON
000640             " NEVER CLOSED - NOT ARCHIVED" DELIMITED BY SIZE
000641             INTO WS-ERR-TEXT
000642         END-STRING
000643         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000644         MOVE 4 TO WS-RESULT-CODE
000645     END-IF.
000646 1260-EXIT.
000647     EXIT.
000648*
000649 1270-CHECK-ONE-RECORD.
000650     READ LEAGUE-TABLE-FILE NEXT RECORD
000651         AT END
000652             SET WS-SCAN-DONE TO TRUE
000653             GO TO 1270-EXIT
000654     END-READ.
000655     IF LGT-SEASON NOT < WS-SEASON-TEXT
000656         SET WS-SCAN-DONE TO TRUE
000657         GO TO 1270-EXIT
000658     END-IF.
000659     IF NOT LGT-SEASON-HEADER OR LGH-CLOSE-DATE = ZERO
000660         MOVE LGT-SEASON TO WS-OLD-SEASON
000661         SET WS-SCAN-DONE TO TRUE
000662     END-IF.
000663 1270-EXIT.
000664     EXIT.
000665*
000666*--------------------------------------------------------------*
000667*  1300-CHECK-SEASON-END                                         *
000668*                                                                *
000669*  Tonight closes the season when a date flagged on BUSCAL as a  *
000670*  period end in the last month of the season's own quarter      *
000671*  falls after the last date scored and no later than the        *
000672*  through date. The season is then scored through that period   *
000673*  end only; later rounds are left for the next season. No       *
000674*  BUSCAL, or no record for a date, never closes it.             *
000675*--------------------------------------------------------------*
000676 1300-CHECK-SEASON-END.
000677     OPEN INPUT BUSINESS-CALENDAR-FILE.
000678     IF NOT WS-CAL-OK
000679         GO TO 1300-EXIT
000680     END-IF.
000681     COMPUTE WS-CHECK-DATE =
000682         FUNCTION DATE-OF-INTEGER(
000683             FUNCTION INTEGER-OF-DATE(WS-LAST-SCORED) + 1).
000684     PERFORM 1310-CHECK-ONE-DATE THRU 1310-EXIT
000685         UNTIL WS-CHECK-DATE > WS-THRU-DATE OR WS-SEASON-ENDS.
000686     CLOSE BUSINESS-CALENDAR-FILE.
000687 1300-EXIT.
000688     EXIT.
000689*
000690 1310-CHECK-ONE-DATE.
000691     IF WS-CHECK-YEAR = WS-SSN-YEAR
000692        AND WS-CHECK-MONTH = WS-SSN-NUMBER * 3
000693         MOVE WS-CHECK-DATE TO CAL-DATE
000694         READ BUSINESS-CALENDAR-FILE
000695             INVALID KEY
000696                 MOVE "N" TO CAL-PERIOD-END-FLAG
000697         END-READ
000698         IF CAL-PERIOD-END
000699             SET WS-SEASON-ENDS TO TRUE
000700             MOVE WS-CHECK-DATE TO WS-THRU-DATE
000701             GO TO 1310-EXIT
000702         END-IF
000703     END-IF.
000704     COMPUTE WS-CHECK-DATE =
000705         FUNCTION DATE-OF-INTEGER(
000706             FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1).
000707 1310-EXIT.
000708     EXIT.
000709*
000710*--------------------------------------------------------------*
000711*  1400-LOAD-PLAYERS                                             *
000712*                                                                *
000713*  Loads every player record of the season into the player table *
000714*  and counts the players in each division.                      *
000715*--------------------------------------------------------------*
000716 1400-LOAD-PLAYERS.
000717     MOVE ZEROS TO WS-DIVISION-TABLE.
000718     MOVE "N" TO WS-SCAN-SWITCH.
000719     MOVE WS-SEASON-TEXT TO LGT-SEASON.
000720     MOVE LOW-VALUES TO LGT-PLAYER.
000721     START LEAGUE-TABLE-FILE KEY IS NOT < LGT-KEY
000722         INVALID KEY
000723             GO TO 1400-EXIT
000724     END-START.
000725     PERFORM 1410-LOAD-ONE-PLAYER THRU 1410-EXIT
000726         UNTIL WS-SCAN-DONE.
000727 1400-EXIT.
000728     EXIT.
000729*
000730 1410-LOAD-ONE-PLAYER.
000731     READ LEAGUE-TABLE-FILE NEXT RECORD
000732         AT END
000733             SET WS-SCAN-DONE TO TRUE
000734             GO TO 1410-EXIT
000735     END-READ.
000736     IF LGT-SEASON NOT = WS-SEASON-TEXT
000737         SET WS-SCAN-DONE TO TRUE
000738         GO TO 1410-EXIT
000739     END-IF.
000740     IF LGT-SEASON-HEADER
000741         GO TO 1410-EXIT
000742     END-IF.
000743     IF WS-PLT-COUNT NOT < WS-PLT-MAX
000744         PERFORM 3300-TABLE-FULL THRU 3300-EXIT
000745         SET WS-SCAN-DONE TO TRUE
000746         GO TO 1410-EXIT
000747     END-IF.
000748     ADD 1 TO WS-PLT-COUNT.
000749     MOVE WS-PLT-COUNT TO WS-PLT-SLOT.
000750     MOVE LGT-PLAYER      TO WS-PLT-PLAYER(WS-PLT-SLOT).
000751     MOVE LGT-DIVISION    TO WS-PLT-DIVISION(WS-PLT-SLOT).
000752     MOVE LGT-POINTS      TO WS-PLT-POINTS(WS-PLT-SLOT).
000753     MOVE LGT-ROUNDS      TO WS-PLT-ROUNDS(WS-PLT-SLOT).
000754     MOVE LGT-BEST-FINISH TO WS-PLT-BEST-FINISH(WS-PLT-SLOT).
000755     MOVE LGT-LAST-DATE   TO WS-PLT-LAST-DATE(WS-PLT-SLOT).
000756     MOVE "Y"             TO WS-PLT-ON-FILE(WS-PLT-SLOT).
000757     MOVE LGT-DIVISION    TO WS-PLT-NEXT-DIV(WS-PLT-SLOT).
000758     MOVE SPACE           TO WS-PLT-MOVEMENT(WS-PLT-SLOT).
000759     IF LGT-DIVISION = ZERO
000760         MOVE 1 TO LGT-DIVISION
000761         MOVE 1 TO WS-PLT-DIVISION(WS-PLT-SLOT)
000762     END-IF.
000763     ADD 1 TO WS-DIV-PLAYERS(LGT-DIVISION).
000764     IF LGT-DIVISION > WS-DIV-MAX
000765         MOVE LGT-DIVISION TO WS-DIV-MAX
000766     END-IF.
000767 1410-EXIT.
000768     EXIT.
000769*
000770*--------------------------------------------------------------*
000771*  2000-SELECT-ROUNDS                                            *
000772*                                                                *
000773*  Sort input: every challenge round on GAMESTAT played in the   *
000774*  season, after the last date already scored and no later than  *
000775*  the through date.                                             *
000776*--------------------------------------------------------------*
000777 2000-SELECT-ROUNDS.
000778     OPEN INPUT GAME-STATS-FILE.
000779     IF NOT WS-GST-OK
000780         DISPLAY "GAME-LGE: NO GAME STATISTICS ON FILE"
000781         GO TO 2000-EXIT
000782     END-IF.
000783     PERFORM 2100-SELECT-ONE-ROUND THRU 2100-EXIT
000784         UNTIL WS-GST-EOF.
000785     CLOSE GAME-STATS-FILE.
000786 2000-EXIT.
000787     EXIT.
000788*
000789 2100-SELECT-ONE-ROUND.
000790     READ GAME-STATS-FILE
000791         AT END
000792             MOVE "10" TO WS-GST-STATUS
000793             GO TO 2100-EXIT
000794     END-READ.
000795     IF GST-MODE NOT = "C" OR GST-PLAYER = SPACES
000796         GO TO 2100-EXIT
000797     END-IF.
000798     IF GST-DATE NOT > WS-LAST-SCORED
000799        OR GST-DATE < WS-SEASON-START
000800        OR GST-DATE > WS-THRU-DATE
000801         GO TO 2100-EXIT
000802     END-IF.
000803     MOVE GST-DATE        TO SSR-DATE.
000804     MOVE GST-WON-FLAG    TO SSR-WON-FLAG.
000805     MOVE GST-GUESS-COUNT TO SSR-GUESS-COUNT.
000806     MOVE GST-PLAYER      TO SSR-PLAYER.
000807     RELEASE SSR-RECORD.
000808 2100-EXIT.
000809     EXIT.
000810*
000811*--------------------------------------------------------------*
000812*  3000-SCORE-ROUNDS                                             *
000813*                                                                *
000814*  Sort output: the rounds come back a day at a time, winners    *
000815*  first on fewest guesses. Each winner's place is their         *
000816*  position among the day's winners, shared with the winner      *
000817*  before them on the same guesses, and earns the points the     *
000818*  table gives that place. A round not won counts as played but  *
000819*  earns no place.                                               *
000820*--------------------------------------------------------------*
000821 3000-SCORE-ROUNDS.
000822     MOVE "N" TO WS-SORT-SWITCH.
000823     PERFORM 3100-SCORE-ONE-ROUND THRU 3100-EXIT
000824         UNTIL WS-SORT-EOF.
000825 3000-EXIT.
000826     EXIT.
000827*
000828 3100-SCORE-ONE-ROUND.
000829     RETURN SCORE-SORT-FILE
000830         AT END
000831             SET WS-SORT-EOF TO TRUE
000832             GO TO 3100-EXIT
000833     END-RETURN.
000834     IF SSR-DATE NOT = WS-CUR-DATE
000835         MOVE SSR-DATE TO WS-CUR-DATE
000836         MOVE ZERO TO WS-POSITION
000837         MOVE ZERO TO WS-PLACE
000838         MOVE ZERO TO WS-PREV-GUESSES
000839         ADD 1 TO WS-DAYS-SCORED
000840     END-IF.
000841     PERFORM 3200-FIND-PLAYER THRU 3200-EXIT.
000842     IF WS-PLT-SLOT = ZERO
000843         GO TO 3100-EXIT
000844     END-IF.
000845     IF WS-PLT-LAST-DATE(WS-PLT-SLOT) = SSR-DATE
000846         GO TO 3100-EXIT
000847     END-IF.
000848     MOVE SSR-DATE TO WS-PLT-LAST-DATE(WS-PLT-SLOT).
000849     ADD 1 TO WS-PLT-ROUNDS(WS-PLT-SLOT).
000850     ADD 1 TO WS-ROUNDS-SCORED.
000851     IF SSR-WON-FLAG NOT = "Y"
000852         GO TO 3100-EXIT
000853     END-IF.
000854     ADD 1 TO WS-POSITION.
000855     IF WS-POSITION = 1 OR SSR-GUESS-COUNT NOT = WS-PREV-GUESSES
000856         MOVE WS-POSITION TO WS-PLACE
000857         MOVE SSR-GUESS-COUNT TO WS-PREV-GUESSES
000858     END-IF.
000859     IF WS-PLACE NOT > WS-PTS-COUNT
000860         ADD WS-PTS-POINTS(WS-PLACE) TO WS-PLT-POINTS(WS-PLT-SLOT)
000861     END-IF.
000862     IF WS-PLACE < WS-PLT-BEST-FINISH(WS-PLT-SLOT)
000863         MOVE WS-PLACE TO WS-PLT-BEST-FINISH(WS-PLT-SLOT)
000864     END-IF.
000865 3100-EXIT.
000866     EXIT.
000867*
000868*--------------------------------------------------------------*
000869*  3200-FIND-PLAYER                                              *
000870*                                                                *
000871*  Sets WS-PLT-SLOT to SSR-PLAYER's table entry. A player new to *
000872*  the season joins the bottom division, or opens a new bottom   *
000873*  division when that one already holds a full division's        *
000874*  players. A full table leaves WS-PLT-SLOT zero.                *
000875*--------------------------------------------------------------*
000876 3200-FIND-PLAYER.
000877     MOVE ZERO TO WS-PLT-SLOT.
000878     PERFORM 3210-CHECK-ONE-SLOT THRU 3210-EXIT
000879         VARYING WS-PLT-INDEX FROM 1 BY 1
000880         UNTIL WS-PLT-INDEX > WS-PLT-COUNT
000881            OR WS-PLT-SLOT NOT = ZERO.
000882     IF WS-PLT-SLOT NOT = ZERO
000883         GO TO 3200-EXIT
000884     END-IF.
000885     IF WS-PLT-COUNT NOT < WS-PLT-MAX
000886         PERFORM 3300-TABLE-FULL THRU 3300-EXIT
000887         GO TO 3200-EXIT
000888     END-IF.
000889     IF WS-DIV-MAX = ZERO
000890         MOVE 1 TO WS-DIV-MAX
000891     ELSE
000892         IF WS-DIV-PLAYERS(WS-DIV-MAX) NOT < WS-DIV-SIZE
000893            AND WS-DIV-MAX < 99
000894             ADD 1 TO WS-DIV-MAX
000895         END-IF
000896     END-IF.
000897     ADD 1 TO WS-PLT-COUNT.
000898     MOVE WS-PLT-COUNT TO WS-PLT-SLOT.
000899     MOVE SSR-PLAYER TO WS-PLT-PLAYER(WS-PLT-SLOT).
000900     MOVE WS-DIV-MAX TO WS-PLT-DIVISION(WS-PLT-SLOT).
000901     MOVE WS-DIV-MAX TO WS-PLT-NEXT-DIV(WS-PLT-SLOT).
000902     MOVE ZERO TO WS-PLT-POINTS(WS-PLT-SLOT).
000903     MOVE ZERO TO WS-PLT-ROUNDS(WS-PLT-SLOT).
000904     MOVE 999 TO WS-PLT-BEST-FINISH(WS-PLT-SLOT).
000905     MOVE ZERO TO WS-PLT-LAST-DATE(WS-PLT-SLOT).
000906     MOVE "N" TO WS-PLT-ON-FILE(WS-PLT-SLOT).
000907     MOVE SPACE TO WS-PLT-MOVEMENT(WS-PLT-SLOT).
000908     ADD 1 TO WS-DIV-PLAYERS(WS-DIV-MAX).
000909 3200-EXIT.
000910     EXIT.
000911*
000912 3210-CHECK-ONE-SLOT.
000913     IF WS-PLT-PLAYER(WS-PLT-INDEX) = SSR-PLAYER
000914         MOVE WS-PLT-INDEX TO WS-PLT-SLOT
000915     END-IF.
000916 3210-EXIT.
000917     EXIT.
000918*
000919 3300-TABLE-FULL.
000920     IF WS-PLT-FULL
000921         GO TO 3300-EXIT
000922     END-IF.
000923     SET WS-PLT-FULL TO TRUE.
000924     DISPLAY "GAME-LGE: PLAYER TABLE FULL - PLAYERS SKIPPED".
000925     MOVE "LGTFULL" TO WS-ERR-CODE.
000926     MOVE "LEAGUE PLAYER TABLE FULL - PLAYERS SKIPPED"
000927         TO WS-ERR-TEXT.
000928     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000929     IF WS-RESULT-CODE < 4
000930         MOVE 4 TO WS-RESULT-CODE
000931     END-IF.
000932 3300-EXIT.
000933     EXIT.
000934*
000935*--------------------------------------------------------------*
000936*  4000-RELEASE-PLAYERS                                          *
000937*--------------------------------------------------------------*
000938 4000-RELEASE-PLAYERS.
000939     PERFORM 4100-RELEASE-ONE-PLAYER THRU 4100-EXIT
000940         VARYING WS-PLT-INDEX FROM 1 BY 1
000941         UNTIL WS-PLT-INDEX > WS-PLT-COUNT.
000942 4000-EXIT.
000943     EXIT.
000944*
000945 4100-RELEASE-ONE-PLAYER.
000946     MOVE WS-PLT-DIVISION(WS-PLT-INDEX)    TO STS-DIVISION.
000947     MOVE WS-PLT-POINTS(WS-PLT-INDEX)      TO STS-POINTS.
000948     MOVE WS-PLT-BEST-FINISH(WS-PLT-INDEX) TO STS-BEST-FINISH.
000949     MOVE WS-PLT-ROUNDS(WS-PLT-INDEX)      TO STS-ROUNDS.
000950     MOVE WS-PLT-PLAYER(WS-PLT-INDEX)      TO STS-PLAYER.
000951     MOVE WS-PLT-INDEX                     TO STS-SLOT.
000952     RELEASE STS-RECORD.
000953 4100-EXIT.
000954     EXIT.
000955*
000956*--------------------------------------------------------------*
000957*  5000-PRINT-STANDINGS                                          *
000958*                                                                *
000959*  Sort output: the season's players a division at a time,       *
000960*  highest points first (then best finish, then most rounds). On *
000961*  a season-end night the table is the final one: the top        *
000962*  WS-MOVE-COUNT of each division below the first go up, the     *
000963*  bottom WS-MOVE-COUNT of each division above the last go down, *
000964*  and each line is archived to LGHIST.                          *
000965*--------------------------------------------------------------*
000966 5000-PRINT-STANDINGS.
000967     MOVE WS-SEASON-TEXT TO WS-HDG-SEASON.
000968     MOVE WS-THRU-DATE TO WS-HDG-DATE.
000969     IF WS-SEASON-ENDS
000970         MOVE "FINAL TABLE AT" TO WS-HDG-TITLE
000971         MOVE "NEXT SEASON" TO WS-HDG-MOVE
000972         OPEN EXTEND LEAGUE-HISTORY-FILE
000973         IF NOT WS-LHS-OK
000974             OPEN OUTPUT LEAGUE-HISTORY-FILE
000975         END-IF
000976     ELSE
000977         MOVE "STANDINGS AT" TO WS-HDG-TITLE
000978     END-IF.
000979     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000980     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000981     MOVE "N" TO WS-SORT-SWITCH.
000982     MOVE ZERO TO WS-CUR-DIVISION.
000983     PERFORM 5100-PRINT-ONE-PLAYER THRU 5100-EXIT
000984         UNTIL WS-SORT-EOF.
000985     IF WS-PLT-COUNT = ZERO
000986         MOVE SPACES TO WS-RPT-LINE
000987         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000988         MOVE "NO CHALLENGE ROUNDS SCORED THIS SEASON"
000989             TO WS-RPT-LINE
000990         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000991     END-IF.
000992     IF WS-SEASON-ENDS
000993         CLOSE LEAGUE-HISTORY-FILE
000994     END-IF.
000995 5000-EXIT.
000996     EXIT.
000997*
000998 5100-PRINT-ONE-PLAYER.
000999     RETURN STANDINGS-SORT-FILE
001000         AT END
001001             SET WS-SORT-EOF TO TRUE
001002             GO TO 5100-EXIT
001003     END-RETURN.
001004     IF STS-DIVISION NOT = WS-CUR-DIVISION
001005         MOVE STS-DIVISION TO WS-CUR-DIVISION
001006         MOVE ZERO TO WS-DIV-POSITION
001007         MOVE SPACES TO WS-RPT-LINE
001008         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001009         MOVE STS-DIVISION TO DVL-DIVISION
001010         MOVE WS-DIV-PLAYERS(STS-DIVISION) TO DVL-PLAYERS
001011         MOVE WS-DIVISION-LINE TO WS-RPT-LINE
001012         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001013         MOVE WS-HEADING-2 TO WS-RPT-LINE
001014         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001015     END-IF.
001016     ADD 1 TO WS-DIV-POSITION.
001017     MOVE STS-SLOT TO WS-PLT-SLOT.
001018     MOVE SPACES TO DTL-MOVEMENT.
001019     IF WS-SEASON-ENDS
001020         PERFORM 5200-SET-MOVEMENT THRU 5200-EXIT
001021     END-IF.
001022     MOVE WS-DIV-POSITION TO DTL-POSITION.
001023     MOVE STS-PLAYER      TO DTL-PLAYER.
001024     MOVE STS-POINTS      TO DTL-POINTS.
001025     MOVE STS-ROUNDS      TO DTL-ROUNDS.
001026     IF STS-BEST-FINISH = 999
001027         MOVE "  -" TO DTL-BEST-FINISH
001028     ELSE
001029         MOVE STS-BEST-FINISH TO WS-BEST-EDIT
001030         MOVE WS-BEST-EDIT TO DTL-BEST-FINISH
001031     END-IF.
001032     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
001033     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001034 5100-EXIT.
001035     EXIT.
001036*
001037*--------------------------------------------------------------*
001038*  5200-SET-MOVEMENT                                             *
001039*                                                                *
001040*  Settles the player's division for the next season and         *
001041*  archives their final line. A player with no round all season  *
001042*  is not carried on.                                            *
001043*--------------------------------------------------------------*
001044 5200-SET-MOVEMENT.
001045     COMPUTE WS-RELEGATE-AFTER =
001046         WS-DIV-PLAYERS(STS-DIVISION) - WS-MOVE-COUNT.
001047     MOVE STS-DIVISION TO WS-PLT-NEXT-DIV(WS-PLT-SLOT).
001048     MOVE SPACE TO WS-PLT-MOVEMENT(WS-PLT-SLOT).
001049     MOVE "STAYS" TO DTL-MOVEMENT.
001050     IF STS-ROUNDS = ZERO
001051         MOVE "X" TO WS-PLT-MOVEMENT(WS-PLT-SLOT)
001052         MOVE "NOT CARRIED" TO DTL-MOVEMENT
001053     ELSE
001054         IF STS-DIVISION > 1
001055            AND WS-DIV-POSITION NOT > WS-MOVE-COUNT
001056             SUBTRACT 1 FROM WS-PLT-NEXT-DIV(WS-PLT-SLOT)
001057             MOVE "P" TO WS-PLT-MOVEMENT(WS-PLT-SLOT)
001058             MOVE "PROMOTED" TO DTL-MOVEMENT
001059         ELSE
001060             IF STS-DIVISION < WS-DIV-MAX
001061                AND WS-DIV-POSITION > WS-RELEGATE-AFTER
001062                 ADD 1 TO WS-PLT-NEXT-DIV(WS-PLT-SLOT)
001063                 MOVE "R" TO WS-PLT-MOVEMENT(WS-PLT-SLOT)
001064                 MOVE "RELEGATED" TO DTL-MOVEMENT
001065             END-IF
001066         END-IF
001067     END-IF.
001068     MOVE SPACES TO LEAGUE-HISTORY-RECORD.
001069     MOVE WS-SEASON-TEXT  TO LHS-SEASON.
001070     MOVE STS-DIVISION    TO LHS-DIVISION.
001071     MOVE WS-DIV-POSITION TO LHS-POSITION.
001072     MOVE STS-PLAYER      TO LHS-PLAYER.
001073     MOVE STS-POINTS      TO LHS-POINTS.
001074     MOVE STS-ROUNDS      TO LHS-ROUNDS.
001075     MOVE STS-BEST-FINISH TO LHS-BEST-FINISH.
001076     MOVE WS-PLT-MOVEMENT(WS-PLT-SLOT) TO LHS-MOVEMENT.
001077     MOVE WS-PLT-NEXT-DIV(WS-PLT-SLOT) TO LHS-NEXT-DIVISION.
001078     WRITE LEAGUE-HISTORY-RECORD.
001079 5200-EXIT.
001080     EXIT.
001081*
001082*--------------------------------------------------------------*
001083*  5500-PRINT-TOTALS                                             *
001084*--------------------------------------------------------------*
001085 5500-PRINT-TOTALS.
001086     MOVE SPACES TO WS-RPT-LINE.
001087     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001088     MOVE "PLAYERS IN THE LEAGUE" TO TOT-LABEL.
001089     MOVE WS-PLT-COUNT TO TOT-VALUE.
001090     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001091     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001092     MOVE "CHALLENGE DAYS SCORED THIS RUN" TO TOT-LABEL.
001093     MOVE WS-DAYS-SCORED TO TOT-VALUE.
001094     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001095     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001096     MOVE "CHALLENGE ROUNDS SCORED THIS RUN" TO TOT-LABEL.
001097     MOVE WS-ROUNDS-SCORED TO TOT-VALUE.
001098     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001099     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001100     IF NOT WS-SEASON-ENDS
001101         GO TO 5500-EXIT
001102     END-IF.
001103     MOVE SPACES TO WS-RPT-LINE.
001104     STRING "SEASON " WS-SEASON-TEXT
001105         " CLOSED AND ARCHIVED TO LGHIST - SEASON "
001106         WS-NEXT-SEASON-TEXT " STARTS " WS-NEXT-START
001107         DELIMITED BY SIZE INTO WS-RPT-LINE
001108     END-STRING.
001109     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001110     MOVE "PLAYERS CARRIED INTO THE NEXT SEASON" TO TOT-LABEL.
001111     MOVE WS-CARRIED-COUNT TO TOT-VALUE.
001112     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001113     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001114 5500-EXIT.
001115     EXIT.
001116*
001117*--------------------------------------------------------------*
001118*  6000-SAVE-TABLE                                               *
001119*                                                                *
001120*  Writes the season's standings back to LGTABLE and moves the   *
001121*  season header's last-scored date on to the through date       *
001122*  (stamping it as the close date on a season-end night).        *
001123*--------------------------------------------------------------*
001124 6000-SAVE-TABLE.
001125     PERFORM 6100-SAVE-ONE-PLAYER THRU 6100-EXIT
001126         VARYING WS-PLT-INDEX FROM 1 BY 1
001127         UNTIL WS-PLT-INDEX > WS-PLT-COUNT.
001128     MOVE WS-SEASON-TEXT TO LGT-SEASON.
001129     MOVE "(SEASON)" TO LGT-PLAYER.
001130     READ LEAGUE-TABLE-FILE
001131         INVALID KEY
001132             GO TO 6000-EXIT
001133     END-READ.
001134     IF WS-THRU-DATE > LGH-LAST-SCORED
001135         MOVE WS-THRU-DATE TO LGH-LAST-SCORED
001136     END-IF.
001137     IF WS-SEASON-ENDS
001138         MOVE WS-THRU-DATE TO LGH-CLOSE-DATE
001139     END-IF.
001140     REWRITE LEAGUE-TABLE-RECORD.
001141 6000-EXIT.
001142     EXIT.
001143*
001144 6100-SAVE-ONE-PLAYER.
001145     MOVE SPACES TO LEAGUE-TABLE-RECORD.
001146     MOVE WS-SEASON-TEXT                   TO LGT-SEASON.
001147     MOVE WS-PLT-PLAYER(WS-PLT-INDEX)      TO LGT-PLAYER.
001148     MOVE WS-PLT-DIVISION(WS-PLT-INDEX)    TO LGT-DIVISION.
001149     MOVE WS-PLT-POINTS(WS-PLT-INDEX)      TO LGT-POINTS.
001150     MOVE WS-PLT-ROUNDS(WS-PLT-INDEX)      TO LGT-ROUNDS.
001151     MOVE WS-PLT-BEST-FINISH(WS-PLT-INDEX) TO LGT-BEST-FINISH.
001152     MOVE WS-PLT-LAST-DATE(WS-PLT-INDEX)   TO LGT-LAST-DATE.
001153     IF WS-PLT-ON-FILE(WS-PLT-INDEX) = "Y"
001154         REWRITE LEAGUE-TABLE-RECORD
001155     ELSE
001156         WRITE LEAGUE-TABLE-RECORD
001157     END-IF.
001158     IF NOT WS-LGT-OK
001159         DISPLAY "GAME-LGE: CANNOT SAVE " LGT-PLAYER
001160             " - STATUS " WS-LGT-STATUS
001161         MOVE "LGTABLE" TO WS-ERR-CODE
001162         MOVE SPACES TO WS-ERR-TEXT
001163         STRING "STANDING NOT SAVED FOR " LGT-PLAYER
001164             DELIMITED BY SIZE INTO WS-ERR-TEXT
001165         END-STRING
001166         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001167         IF WS-RESULT-CODE < 4
001168             MOVE 4 TO WS-RESULT-CODE
001169         END-IF
001170     ELSE
001171         MOVE "Y" TO WS-PLT-ON-FILE(WS-PLT-INDEX)
001172     END-IF.
001173 6100-EXIT.
001174     EXIT.
001175*
001176*--------------------------------------------------------------*
001177*  7000-START-NEXT-SEASON                                        *
001178*                                                                *
001179*  After the close: every player carried on is entered in the    *
001180*  next season in their new division with nothing scored, the    *
001181*  closed season's player records are removed (its header stays, *
001182*  with its close date, so the season is not scored again) and   *
001183*  the next season's header is written to start from the day     *
001184*  after the close.                                              *
001185*--------------------------------------------------------------*
001186 7000-START-NEXT-SEASON.
001187     COMPUTE WS-NEXT-START =
001188         FUNCTION DATE-OF-INTEGER(
001189             FUNCTION INTEGER-OF-DATE(WS-THRU-DATE) + 1).
001190     PERFORM 7100-CARRY-ONE-PLAYER THRU 7100-EXIT
001191         VARYING WS-PLT-INDEX FROM 1 BY 1
001192         UNTIL WS-PLT-INDEX > WS-PLT-COUNT.
001193     MOVE SPACES TO LEAGUE-TABLE-RECORD.
001194     MOVE WS-NEXT-SEASON-TEXT TO LGT-SEASON.
001195     MOVE "(SEASON)"          TO LGT-PLAYER.
001196     MOVE WS-NEXT-START       TO LGH-START-DATE.
001197     MOVE WS-THRU-DATE        TO LGH-LAST-SCORED.
001198     MOVE ZERO                TO LGH-CLOSE-DATE.
001199     WRITE LEAGUE-TABLE-RECORD
001200         INVALID KEY
001201             DISPLAY "GAME-LGE: SEASON " WS-NEXT-SEASON-TEXT
001202                 " ALREADY ON LGTABLE"
001203     END-WRITE.
001204     DISPLAY "GAME-LGE: SEASON " WS-SEASON-TEXT " CLOSED - "
001205         WS-CARRIED-COUNT " PLAYERS CARRIED INTO "
001206         WS-NEXT-SEASON-TEXT.
001207 7000-EXIT.
001208     EXIT.
001209*
001210 7100-CARRY-ONE-PLAYER.
001211     IF WS-PLT-MOVEMENT(WS-PLT-INDEX) NOT = "X"
001212         MOVE SPACES TO LEAGUE-TABLE-RECORD
001213         MOVE WS-NEXT-SEASON-TEXT TO LGT-SEASON
001214         MOVE WS-PLT-PLAYER(WS-PLT-INDEX) TO LGT-PLAYER
001215         MOVE WS-PLT-NEXT-DIV(WS-PLT-INDEX) TO LGT-DIVISION
001216         MOVE ZERO TO LGT-POINTS
001217         MOVE ZERO TO LGT-ROUNDS
001218         MOVE 999 TO LGT-BEST-FINISH
001219         MOVE ZERO TO LGT-LAST-DATE
001220         WRITE LEAGUE-TABLE-RECORD
001221             INVALID KEY
001222                 CONTINUE
001223             NOT INVALID KEY
001224                 ADD 1 TO WS-CARRIED-COUNT
001225         END-WRITE
001226     END-IF.
001227     MOVE WS-SEASON-TEXT TO LGT-SEASON.
001228     MOVE WS-PLT-PLAYER(WS-PLT-INDEX) TO LGT-PLAYER.
001229     DELETE LEAGUE-TABLE-FILE RECORD
001230         INVALID KEY
001231             CONTINUE
001232     END-DELETE.
001233 7100-EXIT.
001234     EXIT.
001235*
001236*--------------------------------------------------------------*
001237*  8000-LOG-ERROR                                                *
001238*                                                                *
001239*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
001240*  and WS-ERR-TEXT must be set by the caller before this is      *
001241*  PERFORMed.                                                    *
001242*--------------------------------------------------------------*
001243 8000-LOG-ERROR.
001244     MOVE "GAME-LGE" TO WS-ERR-PROGRAM.
001245     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
001246         WS-ERR-TEXT.
001247 8000-EXIT.
001248     EXIT.
001249*
001250*--------------------------------------------------------------*
001251*  8800-WRITE-REPORT                                             *
001252*                                                                *
001253*  Prints one line through the shared report writer. WS-RPT-LINE *
001254*  must be set by the caller before this is PERFORMed.           *
001255*--------------------------------------------------------------*
001256 8800-WRITE-REPORT.
001257     MOVE "W" TO WS-RPT-FUNCTION.
001258     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001259         WS-RPT-LINE.
001260 8800-EXIT.
001261     EXIT.
001262*
001263*--------------------------------------------------------------*
001264*  9000-TERMINATE                                                *
001265*--------------------------------------------------------------*
001266 9000-TERMINATE.
001267     IF WS-LGT-FILE-OPEN
001268         CLOSE LEAGUE-TABLE-FILE
001269     END-IF.
001270     MOVE "E" TO WS-RUN-FUNCTION.
001271     MOVE WS-ROUNDS-SCORED TO WS-RUN-REC-COUNT.
001272     MOVE "C" TO WS-RUN-STATUS.
001273     IF WS-RESULT-CODE = 8
001274         MOVE "F" TO WS-RUN-STATUS
001275     END-IF.
001276     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
001277         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
001278         WS-RUN-ALREADY-RAN.
001279     MOVE "C" TO WS-RPT-FUNCTION.
001280     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001281         WS-RPT-LINE.
001282     MOVE WS-RESULT-CODE TO RETURN-CODE.
001283 9000-EXIT.
001284     EXIT.
