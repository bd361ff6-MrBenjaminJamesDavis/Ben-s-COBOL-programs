000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. game-lmt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Weekly exception report for   *
000012*                    the guessing game's play limits: every     *
000013*                    PLAYWIN (round refused outside the         *
000014*                    player's break-period windows) and PLAYMAX *
000015*                    (round refused over the daily allowance)   *
000016*                    event LITL-GAME wrote to the session log   *
000017*                    in the seven days to the business date,    *
000018*                    totalled per player with the number of     *
000019*                    days the player hit a limit and the last   *
000020*                    date, and printed through RPT-WTR as       *
000021*                    report GAMELMT. The run is recorded on the *
000022*                    shared run-control file.                   *
000023*--------------------------------------------------------------*
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027     SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
000028         ORGANIZATION IS LINE SEQUENTIAL
000029         FILE STATUS IS WS-SESF-STATUS.
000030     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000031         ORGANIZATION IS INDEXED
000032         ACCESS MODE IS RANDOM
000033         RECORD KEY IS OPR-ID
000034         FILE STATUS IS WS-OPR-STATUS.
000035*
000036 DATA DIVISION.
000037 FILE SECTION.
000038 FD  SESSION-LOG-FILE
000039     LABEL RECORDS ARE STANDARD.
000040     COPY SESSREC.
000041*
000042 FD  OPERATOR-FILE
000043     LABEL RECORDS ARE STANDARD.
000044     COPY OPERREC.
000045*
000046 WORKING-STORAGE SECTION.
000047*
000048*--------------------------------------------------------------*
000049*  SHARED REPORT-WRITER WORK AREAS                               *
000050*--------------------------------------------------------------*
000051     COPY RPTCALL.
000052*
000053 01  WS-SESF-STATUS          PIC X(02) VALUE "00".
000054     88  WS-SESF-OK                    VALUE "00".
000055     88  WS-SESF-EOF                   VALUE "10".
000056*
000057 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000058     88  WS-OPR-OK                     VALUE "00".
000059*
000060 01  WS-OPR-FILE-SWITCH      PIC X(01) VALUE "N".
000061     88  WS-OPR-FILE-OPEN             VALUE "Y".
000062*
000063 01  WS-TODAY-DATE           PIC 9(08).
000064 01  WS-FROM-DATE            PIC 9(08).
000065 01  WS-EVENTS-READ          PIC 9(07) VALUE ZERO.
000066 01  WS-REFUSAL-COUNT        PIC 9(07) VALUE ZERO.
000067*
000068*--------------------------------------------------------------*
000069*  PLAYER TABLE - ONE ENTRY PER PLAYER REFUSED IN THE WEEK, KEPT *
000070*  IN PLAYER ORDER AS ENTRIES ARE ADDED                          *
000071*--------------------------------------------------------------*
000072 01  WS-PLT-COUNT            PIC S9(04) COMP VALUE ZERO.
000073 01  WS-PLT-MAX              PIC S9(04) COMP VALUE 200.
000074 01  WS-PLT-INDEX            PIC S9(04) COMP VALUE ZERO.
000075 01  WS-PLT-SLOT             PIC S9(04) COMP VALUE ZERO.
000076 01  WS-PLT-FULL-SWITCH      PIC X(01) VALUE "N".
000077     88  WS-PLT-FULL                  VALUE "Y".
000078 01  WS-PLACE-SWITCH         PIC X(01) VALUE "N".
000079     88  WS-PLACE-FOUND               VALUE "Y".
000080*
000081 01  WS-PLAYER-TABLE.
000082     05  WS-PLT-ENTRY OCCURS 200 TIMES.
000083         10  WS-PLT-PLAYER       PIC X(08).
000084         10  WS-PLT-WINDOW       PIC 9(05).
000085         10  WS-PLT-ALLOWANCE    PIC 9(05).
000086         10  WS-PLT-DAYS         PIC 9(03).
000087         10  WS-PLT-LAST-DATE    PIC 9(08).
000088*
000089*--------------------------------------------------------------*
000090*  REPORT LINES                                                  *
000091*--------------------------------------------------------------*
000092 01  WS-HEADING-1.
000093     05  FILLER         PIC X(38)
000094         VALUE "GUESSING GAME PLAY-LIMIT EXCEPTIONS   ".
000095     05  FILLER         PIC X(06) VALUE " WEEK ".
000096     05  WS-HDG-FROM    PIC 9(08).
000097     05  FILLER         PIC X(04) VALUE " TO ".
000098     05  WS-HDG-TO      PIC 9(08).
000099*
000100 01  WS-HEADING-2.
000101     05  FILLER         PIC X(20) VALUE "                    ".
000102     05  FILLER         PIC X(20) VALUE "                    ".
000103     05  FILLER         PIC X(20) VALUE "  --ROUNDS REFUSED--".
000104     05  FILLER         PIC X(20) VALUE " DAYS  LAST         ".
000105*
000106 01  WS-HEADING-3.
000107     05  FILLER         PIC X(20) VALUE "PLAYER    NAME      ".
000108     05  FILLER         PIC X(20) VALUE "                    ".
000109     05  FILLER         PIC X(20) VALUE "  OUTSIDE    OVER   ".
000110     05  FILLER         PIC X(20) VALUE " HIT   REFUSED      ".
000111*
000112 01  WS-DETAIL-LINE.
000113     05  DTL-PLAYER          PIC X(08).
000114     05  FILLER              PIC X(02) VALUE SPACES.
000115     05  DTL-NAME            PIC X(30).
000116     05  FILLER              PIC X(02) VALUE SPACES.
000117     05  DTL-WINDOW          PIC ZZZZ9.
000118     05  FILLER              PIC X(05) VALUE SPACES.
000119     05  DTL-ALLOWANCE       PIC ZZZZ9.
000120     05  FILLER              PIC X(04) VALUE SPACES.
000121     05  DTL-DAYS            PIC ZZ9.
000122     05  FILLER              PIC X(03) VALUE SPACES.
000123     05  DTL-LAST-DATE       PIC 9(08).
000124*
000125 01  WS-TOTAL-LINE.
000126     05  TOT-LABEL           PIC X(40).
000127     05  TOT-VALUE           PIC ZZZZZZ9.
000128*
000129*--------------------------------------------------------------*
000130*  SHARED RUN-CONTROL WORK AREAS                                 *
000131*--------------------------------------------------------------*
000132     COPY RUNCALL.
000133*
000134 PROCEDURE DIVISION.
000135*
000136*--------------------------------------------------------------*
000137*  0000-MAINLINE                                                 *
000138*--------------------------------------------------------------*
000139 0000-MAINLINE.
000140     MOVE "S" TO WS-RUN-FUNCTION.
000141     MOVE "GAMELMT " TO WS-RUN-PROGRAM.
000142     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000143     MOVE ZERO TO WS-RUN-REC-COUNT.
000144     MOVE SPACE TO WS-RUN-STATUS.
000145     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000146         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000147         WS-RUN-ALREADY-RAN.
000148     IF WS-RUN-ALREADY-RAN = "Y"
000149         DISPLAY "GAME-LMT ALREADY RAN FOR THIS BUSINESS DATE"
000150         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000151         STOP RUN
000152     END-IF.
000153     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000154     PERFORM 2000-SCAN-SESSION-LOG THRU 2000-EXIT.
000155     PERFORM 3000-PRINT-PLAYERS THRU 3000-EXIT.
000156     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000157     STOP RUN.
000158*
000159*--------------------------------------------------------------*
000160*  1000-INITIALIZE                                               *
000161*                                                                *
000162*  The week runs from six days before the business date up to    *
000163*  and including it. Opens the report and the operator file the  *
000164*  names are looked up on; with no operator file the names are   *
000165*  left blank.                                                   *
000166*--------------------------------------------------------------*
000167 1000-INITIALIZE.
000168     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000169     COMPUTE WS-FROM-DATE =
000170         FUNCTION DATE-OF-INTEGER(
000171             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 6).
000172     MOVE "O" TO WS-RPT-FUNCTION.
000173     MOVE "GAMELMT " TO WS-RPT-ID.
000174     MOVE SPACES TO WS-RPT-LINE.
000175     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000176         WS-RPT-LINE.
000177     MOVE WS-FROM-DATE TO WS-HDG-FROM.
000178     MOVE WS-TODAY-DATE TO WS-HDG-TO.
000179     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000180     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000181     MOVE SPACES TO WS-RPT-LINE.
000182     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000183     OPEN INPUT OPERATOR-FILE.
000184     IF WS-OPR-OK
000185         SET WS-OPR-FILE-OPEN TO TRUE
000186     END-IF.
000187 1000-EXIT.
000188     EXIT.
000189*
000190*--------------------------------------------------------------*
000191*  2000-SCAN-SESSION-LOG                                         *
000192*                                                                *
000193*  Reads the whole session log, picking out the PLAYWIN and      *
000194*  PLAYMAX refusals dated inside the week. The log is written in *
000195*  time order, so a date different from the player's last one    *
000196*  starts another day.                                           *
000197*--------------------------------------------------------------*
000198 2000-SCAN-SESSION-LOG.
000199     OPEN INPUT SESSION-LOG-FILE.
000200     IF NOT WS-SESF-OK
000201         DISPLAY "GAME-LMT: NO SESSION LOG ON FILE"
000202         GO TO 2000-EXIT
000203     END-IF.
000204     PERFORM 2100-READ-ONE-EVENT THRU 2100-EXIT
000205         UNTIL WS-SESF-EOF.
000206     CLOSE SESSION-LOG-FILE.
000207 2000-EXIT.
000208     EXIT.
000209*
000210 2100-READ-ONE-EVENT.
000211     READ SESSION-LOG-FILE
000212         AT END
000213             MOVE "10" TO WS-SESF-STATUS
000214             GO TO 2100-EXIT
000215     END-READ.
000216     ADD 1 TO WS-EVENTS-READ.
000217     IF SES-EVENT NOT = "PLAYWIN " AND SES-EVENT NOT = "PLAYMAX "
000218         GO TO 2100-EXIT
000219     END-IF.
000220     IF SES-DATE < WS-FROM-DATE OR SES-DATE > WS-TODAY-DATE
000221         GO TO 2100-EXIT
000222     END-IF.
000223     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT.
000224     IF WS-PLT-SLOT = ZERO
000225         GO TO 2100-EXIT
000226     END-IF.
000227     ADD 1 TO WS-REFUSAL-COUNT.
000228     IF SES-EVENT = "PLAYWIN "
000229         ADD 1 TO WS-PLT-WINDOW(WS-PLT-SLOT)
000230     ELSE
000231         ADD 1 TO WS-PLT-ALLOWANCE(WS-PLT-SLOT)
000232     END-IF.
000233     IF SES-DATE NOT = WS-PLT-LAST-DATE(WS-PLT-SLOT)
000234         ADD 1 TO WS-PLT-DAYS(WS-PLT-SLOT)
000235         MOVE SES-DATE TO WS-PLT-LAST-DATE(WS-PLT-SLOT)
000236     END-IF.
000237 2100-EXIT.
000238     EXIT.
000239*
000240*--------------------------------------------------------------*
000241*  2200-FIND-PLAYER                                              *
000242*                                                                *
000243*  Sets WS-PLT-SLOT to SES-OPERATOR's table entry, adding the    *
000244*  player in order if this is their first refusal of the week. A *
000245*  full table leaves WS-PLT-SLOT zero and the refusal is not     *
000246*  counted.                                                      *
000247*--------------------------------------------------------------*
000248 2200-FIND-PLAYER.
000249     MOVE ZERO TO WS-PLT-SLOT.
000250     PERFORM 2210-CHECK-ONE-SLOT THRU 2210-EXIT
000251         VARYING WS-PLT-INDEX FROM 1 BY 1
000252         UNTIL WS-PLT-INDEX > WS-PLT-COUNT
000253            OR WS-PLT-SLOT NOT = ZERO.
000254     IF WS-PLT-SLOT NOT = ZERO
000255         GO TO 2200-EXIT
000256     END-IF.
000257     IF WS-PLT-COUNT NOT < WS-PLT-MAX
000258         IF NOT WS-PLT-FULL
000259             DISPLAY "GAME-LMT: PLAYER TABLE FULL - SKIPPING "
000260                 SES-OPERATOR
000261             SET WS-PLT-FULL TO TRUE
000262         END-IF
000263         GO TO 2200-EXIT
000264     END-IF.
000265     ADD 1 TO WS-PLT-COUNT.
000266     MOVE WS-PLT-COUNT TO WS-PLT-SLOT.
000267     MOVE "N" TO WS-PLACE-SWITCH.
000268     PERFORM 2220-MAKE-ROOM THRU 2220-EXIT
000269         UNTIL WS-PLT-SLOT = 1 OR WS-PLACE-FOUND.
000270     MOVE SES-OPERATOR TO WS-PLT-PLAYER(WS-PLT-SLOT).
000271     MOVE ZERO TO WS-PLT-WINDOW(WS-PLT-SLOT).
000272     MOVE ZERO TO WS-PLT-ALLOWANCE(WS-PLT-SLOT).
000273     MOVE ZERO TO WS-PLT-DAYS(WS-PLT-SLOT).
000274     MOVE ZERO TO WS-PLT-LAST-DATE(WS-PLT-SLOT).
000275 2200-EXIT.
000276     EXIT.
000277*
000278 2210-CHECK-ONE-SLOT.
000279     IF WS-PLT-PLAYER(WS-PLT-INDEX) = SES-OPERATOR
000280         MOVE WS-PLT-INDEX TO WS-PLT-SLOT
000281     END-IF.
000282 2210-EXIT.
000283     EXIT.
000284*
000285*--------------------------------------------------------------*
000286*  2220-MAKE-ROOM                                                *
000287*                                                                *
000288*  Moves the entry before WS-PLT-SLOT up one place while it      *
000289*  sorts after the new player, so the new player goes in at its  *
000290*  place in ID order.                                            *
000291*--------------------------------------------------------------*
000292 2220-MAKE-ROOM.
000293     COMPUTE WS-PLT-INDEX = WS-PLT-SLOT - 1.
000294     IF WS-PLT-PLAYER(WS-PLT-INDEX) < SES-OPERATOR
000295         SET WS-PLACE-FOUND TO TRUE
000296         GO TO 2220-EXIT
000297     END-IF.
000298     MOVE WS-PLT-ENTRY(WS-PLT-INDEX) TO WS-PLT-ENTRY(WS-PLT-SLOT).
000299     MOVE WS-PLT-INDEX TO WS-PLT-SLOT.
000300 2220-EXIT.
000301     EXIT.
000302*
000303*--------------------------------------------------------------*
000304*  3000-PRINT-PLAYERS                                            *
000305*--------------------------------------------------------------*
000306 3000-PRINT-PLAYERS.
000307     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000308     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000309     MOVE WS-HEADING-3 TO WS-RPT-LINE.
000310     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000311     IF WS-PLT-COUNT = ZERO
000312         MOVE "NO PLAYER WAS REFUSED A ROUND THIS WEEK"
000313             TO WS-RPT-LINE
000314         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000315     ELSE
000316         PERFORM 3100-PRINT-ONE-PLAYER THRU 3100-EXIT
000317             VARYING WS-PLT-INDEX FROM 1 BY 1
000318             UNTIL WS-PLT-INDEX > WS-PLT-COUNT
000319     END-IF.
000320     MOVE SPACES TO WS-RPT-LINE.
000321     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000322     MOVE "PLAYERS REFUSED A ROUND" TO TOT-LABEL.
000323     MOVE WS-PLT-COUNT TO TOT-VALUE.
000324     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000325     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000326     MOVE "ROUNDS REFUSED" TO TOT-LABEL.
000327     MOVE WS-REFUSAL-COUNT TO TOT-VALUE.
000328     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000329     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000330 3000-EXIT.
000331     EXIT.
000332*
000333 3100-PRINT-ONE-PLAYER.
000334     MOVE SPACES TO WS-DETAIL-LINE.
000335     MOVE WS-PLT-PLAYER(WS-PLT-INDEX) TO DTL-PLAYER.
000336     IF WS-OPR-FILE-OPEN
000337         MOVE WS-PLT-PLAYER(WS-PLT-INDEX) TO OPR-ID
000338         READ OPERATOR-FILE
000339             INVALID KEY
000340                 MOVE "(NOT ON OPERATOR FILE)" TO DTL-NAME
000341             NOT INVALID KEY
000342                 MOVE OPR-NAME TO DTL-NAME
000343         END-READ
000344     END-IF.
000345     MOVE WS-PLT-WINDOW(WS-PLT-INDEX) TO DTL-WINDOW.
000346     MOVE WS-PLT-ALLOWANCE(WS-PLT-INDEX) TO DTL-ALLOWANCE.
000347     MOVE WS-PLT-DAYS(WS-PLT-INDEX) TO DTL-DAYS.
000348     MOVE WS-PLT-LAST-DATE(WS-PLT-INDEX) TO DTL-LAST-DATE.
000349     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000350     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000351 3100-EXIT.
000352     EXIT.
000353*
000354*--------------------------------------------------------------*
000355*  8800-WRITE-REPORT                                             *
000356*                                                                *
000357*  Prints one line through the shared report writer. WS-RPT-LINE *
000358*  must be set by the caller before this is PERFORMed.           *
000359*--------------------------------------------------------------*
000360 8800-WRITE-REPORT.
000361     MOVE "W" TO WS-RPT-FUNCTION.
000362     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000363         WS-RPT-LINE.
000364 8800-EXIT.
000365     EXIT.
000366*
000367*--------------------------------------------------------------*
000368*  9000-TERMINATE                                                *
000369*--------------------------------------------------------------*
000370 9000-TERMINATE.
000371     IF WS-OPR-FILE-OPEN
000372         CLOSE OPERATOR-FILE
000373     END-IF.
000374     MOVE "E" TO WS-RUN-FUNCTION.
000375     MOVE WS-EVENTS-READ TO WS-RUN-REC-COUNT.
000376     MOVE "C" TO WS-RUN-STATUS.
000377     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000378         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000379         WS-RUN-ALREADY-RAN.
000380     MOVE "C" TO WS-RPT-FUNCTION.
000381     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000382         WS-RPT-LINE.
000383 9000-EXIT.
000384     EXIT.
