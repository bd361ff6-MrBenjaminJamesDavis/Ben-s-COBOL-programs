000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. opr-rcrt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Quarterly operator access     *
000012*                    recertification list. Every active or      *
000013*                    locked-out operator on OPERFILE is put on  *
000014*                    the OPRRCRT recertification register for   *
000015*                    the quarter (PARM='YYYYQN', the business   *
000016*                    date's quarter by default) under the       *
000017*                    supervisor OPRSUPV names for them, with    *
000018*                    their role and last sign-on from the       *
000019*                    SESSLOG session log; operators with no     *
000020*                    supervisor, or whose supervisor is no      *
000021*                    longer active, go to the administrators.   *
000022*                    An operator already on the register for    *
000023*                    the quarter stays under the supervisor     *
000024*                    recorded there. The list is printed        *
000025*                    through RPT-WTR as report OPRRCRT, sorted  *
000026*                    by supervisor, showing each decision made  *
000027*                    so far in RCT-RVW. Rerun in the same       *
000028*                    quarter it adds only operators new since   *
000029*                    the last run and reprints the list as it   *
000030*                    now stands. Any earlier quarter still      *
000031*                    holding undecided operators is logged to   *
000032*                    the error log and ends RC 4.               *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000038         ORGANIZATION IS INDEXED
000039         ACCESS MODE IS SEQUENTIAL
000040         RECORD KEY IS OPR-ID
000041         FILE STATUS IS WS-OPR-STATUS.
000042     SELECT OPERATOR-SUPERVISOR-FILE ASSIGN TO "OPRSUPV"
000043         ORGANIZATION IS INDEXED
000044         ACCESS MODE IS RANDOM
000045         RECORD KEY IS OSV-OPR-ID
000046         FILE STATUS IS WS-OSV-STATUS.
000047     SELECT RECERTIFICATION-FILE ASSIGN TO "OPRRCRT"
000048         ORGANIZATION IS INDEXED
000049         ACCESS MODE IS DYNAMIC
000050         RECORD KEY IS RCR-KEY
000051         FILE STATUS IS WS-RCR-STATUS.
000052     SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
000053         ORGANIZATION IS LINE SEQUENTIAL
000054         FILE STATUS IS WS-SESF-STATUS.
000055     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000056*
000057 DATA DIVISION.
000058 FILE SECTION.
000059 FD  OPERATOR-FILE
000060     LABEL RECORDS ARE STANDARD.
000061     COPY OPERREC.
000062*
000063 FD  OPERATOR-SUPERVISOR-FILE
000064     LABEL RECORDS ARE STANDARD.
000065     COPY OSUPREC.
000066*
000067 FD  RECERTIFICATION-FILE
000068     LABEL RECORDS ARE STANDARD.
000069     COPY RCRTREC.
000070*
000071 FD  SESSION-LOG-FILE
000072     LABEL RECORDS ARE STANDARD.
000073     COPY SESSREC.
000074*
000075 SD  SORT-WORK-FILE.
000076 01  SRT-RECORD.
000077     05  SRT-GROUP           PIC X(01).
000078     05  SRT-SUPERVISOR      PIC X(08).
000079     05  SRT-OPR-ID          PIC X(08).
000080     05  SRT-TABLE-SLOT      PIC 9(04).
000081*
000082 WORKING-STORAGE SECTION.
000083*
000084*--------------------------------------------------------------*
000085*  SHARED REPORT-WRITER WORK AREAS                               *
000086*--------------------------------------------------------------*
000087     COPY RPTCALL.
000088*
000089*--------------------------------------------------------------*
000090*  SHARED ERROR-LOG WORK AREAS                                   *
000091*--------------------------------------------------------------*
000092     COPY ERRCALL.
000093*
000094 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000095     88  WS-OPR-OK                     VALUE "00".
000096     88  WS-OPR-EOF                    VALUE "10".
000097*
000098 01  WS-OSV-STATUS           PIC X(02) VALUE "00".
000099     88  WS-OSV-OK                     VALUE "00".
000100*
000101 01  WS-RCR-STATUS           PIC X(02) VALUE "00".
000102     88  WS-RCR-OK                     VALUE "00".
000103     88  WS-RCR-EOF                    VALUE "10".
000104     88  WS-RCR-DUPLICATE              VALUE "22".
000105*
000106 01  WS-SESF-STATUS          PIC X(02) VALUE "00".
000107     88  WS-SESF-OK                    VALUE "00".
000108     88  WS-SESF-EOF                   VALUE "10".
000109*
000110 01  WS-SORT-SWITCH          PIC X(01) VALUE "N".
000111     88  WS-SORT-EOF                  VALUE "Y".
000112*
000113 01  WS-SUPV-FILE-SWITCH     PIC X(01) VALUE "N".
000114     88  WS-SUPV-FILE-OPEN            VALUE "Y".
000115*
000116 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000117*
000118*--------------------------------------------------------------*
000119*  THE QUARTER BEING RECERTIFIED, AS HELD ON RCR-QUARTER         *
000120*--------------------------------------------------------------*
000121 01  WS-QUARTER.
000122     05  WS-QTR-YEAR         PIC 9(04).
000123     05  FILLER              PIC X(01) VALUE "Q".
000124     05  WS-QTR-NUMBER       PIC 9(01).
000125 01  WS-QUARTER-TEXT REDEFINES WS-QUARTER PIC X(06).
000126*
000127 01  WS-TODAY-DATE           PIC 9(08).
000128 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
000129     05  WS-TODAY-YEAR       PIC 9(04).
000130     05  WS-TODAY-MONTH      PIC 9(02).
000131     05  WS-TODAY-DAY        PIC 9(02).
000132 01  WS-PARM-QUARTER         PIC X(06).
000133*
000134*--------------------------------------------------------------*
000135*  OPERATOR TABLE - EVERY OPERATOR ON OPERFILE WITH THEIR LATEST *
000136*  SIGN-ON FROM SESSLOG                                          *
000137*--------------------------------------------------------------*
000138 01  WS-OPT-COUNT            PIC S9(04) COMP VALUE ZERO.
000139 01  WS-OPT-MAX              PIC S9(04) COMP VALUE 500.
000140 01  WS-OPT-INDEX            PIC S9(04) COMP VALUE ZERO.
000141 01  WS-OPT-SLOT             PIC S9(04) COMP VALUE ZERO.
000142 01  WS-OPT-SCAN             PIC S9(04) COMP VALUE ZERO.
000143 01  WS-FIND-ID              PIC X(08).
000144*
000145 01  WS-OPERATOR-TABLE.
000146     05  WS-OPT-ENTRY OCCURS 500 TIMES.
000147         10  WS-OPT-OPR-ID       PIC X(08).
000148         10  WS-OPT-NAME         PIC X(30).
000149         10  WS-OPT-STATUS       PIC X(01).
000150         10  WS-OPT-ROLE         PIC X(01).
000151         10  WS-OPT-SIGNON       PIC 9(08).
000152*
000153*--------------------------------------------------------------*
000154*  SUPERVISOR BREAK AND COUNTS                                   *
000155*--------------------------------------------------------------*
000156 01  WS-PREV-GROUP           PIC X(09) VALUE HIGH-VALUES.
000157 01  WS-THIS-GROUP           PIC X(09).
000158 01  WS-GRP-OPERATORS        PIC 9(05) VALUE ZERO.
000159 01  WS-GRP-PENDING          PIC 9(05) VALUE ZERO.
000160 01  WS-LISTED-COUNT         PIC 9(05) VALUE ZERO.
000161 01  WS-ADDED-COUNT          PIC 9(05) VALUE ZERO.
000162 01  WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.
000163 01  WS-CONFIRMED-COUNT      PIC 9(05) VALUE ZERO.
000164 01  WS-REVOKED-COUNT        PIC 9(05) VALUE ZERO.
000165 01  WS-OVERDUE-COUNT        PIC 9(05) VALUE ZERO.
000166*
000167*--------------------------------------------------------------*
000168*  REPORT LINES                                                  *
000169*--------------------------------------------------------------*
000170 01  WS-HEADING-1.
000171     05  FILLER         PIC X(38)
000172         VALUE "OPERATOR ACCESS RECERTIFICATION  FOR ".
000173     05  WS-HDG-QUARTER PIC X(06).
000174     05  FILLER         PIC X(16) VALUE "   BUSINESS DATE".
000175     05  FILLER         PIC X(01) VALUE SPACE.
000176     05  WS-HDG-DATE    PIC 9(08).
000177*
000178 01  WS-GROUP-LINE.
000179     05  FILLER              PIC X(12) VALUE "SUPERVISOR  ".
000180     05  GRP-SUPERVISOR      PIC X(08).
000181     05  FILLER              PIC X(01) VALUE SPACE.
000182     05  GRP-NAME            PIC X(40).
000183*
000184 01  WS-HEADING-2.
000185     05  FILLER         PIC X(20) VALUE "  OPERATOR NAME     ".
000186     05  FILLER         PIC X(18) VALUE SPACES.
000187     05  FILLER         PIC X(20) VALUE " ROLE       STATUS  ".
000188     05  FILLER         PIC X(20) VALUE "    LAST SIGNON  DEC".
000189     05  FILLER         PIC X(20) VALUE "ISION   BY       ON ".
000190*
000191 01  WS-DETAIL-LINE.
000192     05  FILLER              PIC X(02) VALUE SPACES.
000193     05  DTL-OPR-ID          PIC X(08).
000194     05  FILLER              PIC X(01) VALUE SPACE.
000195     05  DTL-OPR-NAME        PIC X(28).
000196     05  FILLER              PIC X(01) VALUE SPACE.
000197     05  DTL-ROLE            PIC X(10).
000198     05  FILLER              PIC X(01) VALUE SPACE.
000199     05  DTL-STATUS          PIC X(10).
000200     05  FILLER              PIC X(01) VALUE SPACE.
000201     05  DTL-LAST-SIGNON     PIC X(08).
000202     05  FILLER              PIC X(02) VALUE SPACES.
000203     05  DTL-DECISION        PIC X(10).
000204     05  FILLER              PIC X(01) VALUE SPACE.
000205     05  DTL-DECIDED-BY      PIC X(08).
000206     05  FILLER              PIC X(01) VALUE SPACE.
000207     05  DTL-DECIDED-DATE    PIC X(08).
000208*
000209 01  WS-GROUP-TOTAL-LINE.
000210     05  FILLER              PIC X(12) VALUE "  OPERATORS ".
000211     05  GTL-OPERATORS       PIC ZZZZ9.
000212     05  FILLER              PIC X(22)
000213         VALUE "   AWAITING DECISION ".
000214     05  GTL-PENDING         PIC ZZZZ9.
000215*
000216 01  WS-TOTAL-LINE.
000217     05  TOT-LABEL           PIC X(40).
000218     05  TOT-VALUE           PIC ZZZZ9.
000219*
000220*--------------------------------------------------------------*
000221*  SHARED RUN-CONTROL WORK AREAS                                 *
000222*--------------------------------------------------------------*
000223     COPY RUNCALL.
000224*
000225 LINKAGE SECTION.
000226*--------------------------------------------------------------*
000227*  Supplied by JCL as PARM='YYYYQN' to draw or reprint a given  *
000228*  quarter. Left off, the quarter of the business date is used. *
000229*--------------------------------------------------------------*
000230 01  LK-PARM.
000231     05  LK-PARM-LEN         PIC S9(04) COMP.
000232     05  LK-PARM-TEXT        PIC X(80).
000233*
000234 PROCEDURE DIVISION USING LK-PARM.
000235*
000236*--------------------------------------------------------------*
000237*  0000-MAINLINE                                                 *
000238*--------------------------------------------------------------*
000239 0000-MAINLINE.
000240     MOVE "S" TO WS-RUN-FUNCTION.
000241     MOVE "OPRRCRT " TO WS-RUN-PROGRAM.
000242     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000243     MOVE ZERO TO WS-RUN-REC-COUNT.
000244     MOVE SPACE TO WS-RUN-STATUS.
000245     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000246         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000247         WS-RUN-ALREADY-RAN.
000248     IF WS-RUN-ALREADY-RAN = "Y"
000249         DISPLAY "OPR-RCRT ALREADY RAN FOR THIS BUSINESS DATE"
000250         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000251         STOP RUN
000252     END-IF.
000253     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000254     IF WS-RESULT-CODE = ZERO
000255         PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT
000256         PERFORM 2500-READ-SESSIONS THRU 2500-EXIT
000257         SORT SORT-WORK-FILE
000258             ON ASCENDING KEY SRT-GROUP SRT-SUPERVISOR SRT-OPR-ID
000259             INPUT PROCEDURE IS 3000-SELECT-OPERATORS
000260                 THRU 3000-EXIT
000261             OUTPUT PROCEDURE IS 4000-PRINT-LIST
000262                 THRU 4000-EXIT
000263         PERFORM 5000-CHECK-EARLIER THRU 5000-EXIT
000264         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
000265     END-IF.
000266     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000267     STOP RUN.
000268*
000269*--------------------------------------------------------------*
000270*  1000-INITIALIZE                                               *
000271*                                                                *
000272*  Settles the quarter, opens the register (creating it on the   *
000273*  first run) and the supervisor links, and opens the report. A  *
000274*  register that cannot be opened ends the run RC 8.             *
000275*--------------------------------------------------------------*
000276 1000-INITIALIZE.
000277     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000278     MOVE WS-TODAY-YEAR TO WS-QTR-YEAR.
000279     COMPUTE WS-QTR-NUMBER = (WS-TODAY-MONTH + 2) / 3.
000280     MOVE SPACES TO WS-PARM-QUARTER.
000281     IF LK-PARM-LEN > 0
000282         MOVE LK-PARM-TEXT(1:6) TO WS-PARM-QUARTER
000283     END-IF.
000284     IF WS-PARM-QUARTER NOT = SPACES
000285         IF WS-PARM-QUARTER(1:4) NUMERIC
000286            AND WS-PARM-QUARTER(5:1) = "Q"
000287            AND WS-PARM-QUARTER(6:1) >= "1"
000288            AND WS-PARM-QUARTER(6:1) <= "4"
000289             MOVE WS-PARM-QUARTER TO WS-QUARTER-TEXT
000290         ELSE
000291             DISPLAY "OPR-RCRT: PARM " WS-PARM-QUARTER
000292                 " IS NOT YYYYQN - " WS-QUARTER-TEXT " USED"
000293         END-IF
000294     END-IF.
000295     MOVE "O" TO WS-RPT-FUNCTION.
000296     MOVE "OPRRCRT " TO WS-RPT-ID.
000297     MOVE SPACES TO WS-RPT-LINE.
000298     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000299         WS-RPT-LINE.
000300     MOVE WS-QUARTER-TEXT TO WS-HDG-QUARTER.
000301     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000302     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000303     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000304     OPEN I-O RECERTIFICATION-FILE.
000305     IF NOT WS-RCR-OK
000306         CLOSE RECERTIFICATION-FILE
000307         OPEN OUTPUT RECERTIFICATION-FILE
000308         CLOSE RECERTIFICATION-FILE
000309         OPEN I-O RECERTIFICATION-FILE
000310     END-IF.
000311     IF NOT WS-RCR-OK
000312         DISPLAY "OPR-RCRT: CANNOT OPEN OPRRCRT - STATUS "
000313             WS-RCR-STATUS
000314         MOVE "OPRRCRT" TO WS-ERR-CODE
000315         MOVE "CANNOT OPEN OPRRCRT - NO LIST DRAWN"
000316             TO WS-ERR-TEXT
000317         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000318         MOVE 8 TO WS-RESULT-CODE
000319         GO TO 1000-EXIT
000320     END-IF.
000321     OPEN INPUT OPERATOR-SUPERVISOR-FILE.
000322     IF WS-OSV-OK
000323         SET WS-SUPV-FILE-OPEN TO TRUE
000324     ELSE
000325         DISPLAY "OPR-RCRT: NO OPRSUPV FILE - EVERY OPERATOR GOES"
000326             " TO THE ADMINISTRATORS"
000327     END-IF.
000328 1000-EXIT.
000329     EXIT.
000330*
000331*--------------------------------------------------------------*
000332*  2000-LOAD-OPERATORS                                           *
000333*--------------------------------------------------------------*
000334 2000-LOAD-OPERATORS.
000335     OPEN INPUT OPERATOR-FILE.
000336     IF NOT WS-OPR-OK
000337         DISPLAY "OPR-RCRT: CANNOT OPEN OPERFILE - STATUS "
000338             WS-OPR-STATUS
000339         GO TO 2000-EXIT
000340     END-IF.
000341     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
000342         UNTIL WS-OPR-EOF.
000343     CLOSE OPERATOR-FILE.
000344 2000-EXIT.
000345     EXIT.
000346*
000347 2100-LOAD-ONE-OPERATOR.
000348     READ OPERATOR-FILE NEXT RECORD
000349         AT END
000350             MOVE "10" TO WS-OPR-STATUS
000351             GO TO 2100-EXIT
000352     END-READ.
000353     IF WS-OPT-COUNT NOT < WS-OPT-MAX
000354         DISPLAY "OPR-RCRT: OPERATOR TABLE FULL - " OPR-ID
000355             " NOT LISTED"
000356         GO TO 2100-EXIT
000357     END-IF.
000358     ADD 1 TO WS-OPT-COUNT.
000359     MOVE OPR-ID     TO WS-OPT-OPR-ID(WS-OPT-COUNT).
000360     MOVE OPR-NAME   TO WS-OPT-NAME(WS-OPT-COUNT).
000361     MOVE OPR-STATUS TO WS-OPT-STATUS(WS-OPT-COUNT).
000362     MOVE OPR-ROLE   TO WS-OPT-ROLE(WS-OPT-COUNT).
000363     MOVE ZERO       TO WS-OPT-SIGNON(WS-OPT-COUNT).
000364 2100-EXIT.
000365     EXIT.
000366*
000367*--------------------------------------------------------------*
000368*  2500-READ-SESSIONS                                            *
000369*                                                                *
000370*  Keeps each operator's latest SIGNON date from the session log.*
000371*--------------------------------------------------------------*
000372 2500-READ-SESSIONS.
000373     OPEN INPUT SESSION-LOG-FILE.
000374     IF NOT WS-SESF-OK
000375         DISPLAY "OPR-RCRT: NO SESSION LOG - STATUS "
000376             WS-SESF-STATUS
000377         GO TO 2500-EXIT
000378     END-IF.
000379     PERFORM 2600-READ-ONE-SESSION THRU 2600-EXIT
000380         UNTIL WS-SESF-EOF.
000381     CLOSE SESSION-LOG-FILE.
000382 2500-EXIT.
000383     EXIT.
000384*
000385 2600-READ-ONE-SESSION.
000386     READ SESSION-LOG-FILE
000387         AT END
000388             MOVE "10" TO WS-SESF-STATUS
000389             GO TO 2600-EXIT
000390     END-READ.
000391     IF SES-EVENT NOT = "SIGNON"
000392         GO TO 2600-EXIT
000393     END-IF.
000394     MOVE SES-OPERATOR TO WS-FIND-ID.
000395     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
000396     IF WS-OPT-SLOT = ZERO
000397         GO TO 2600-EXIT
000398     END-IF.
000399     IF SES-DATE > WS-OPT-SIGNON(WS-OPT-SLOT)
000400         MOVE SES-DATE TO WS-OPT-SIGNON(WS-OPT-SLOT)
000401     END-IF.
000402 2600-EXIT.
000403     EXIT.
000404*
000405*--------------------------------------------------------------*
000406*  3000-SELECT-OPERATORS (SORT INPUT PROCEDURE)                  *
000407*                                                                *
000408*  Releases every active or locked-out operator under the        *
000409*  supervisor who answers for them. Suspended operators hold no  *
000410*  access and are left off. An operator already on the register  *
000411*  for the quarter goes under the supervisor recorded there, so  *
000412*  a link changed mid-quarter does not move a decision already   *
000413*  owed. Otherwise OPRSUPV decides: an operator with no link,    *
000414*  linked to themselves, or linked to a supervisor who is no     *
000415*  longer active or no longer holds the role, sorts last under   *
000416*  the administrators.                                           *
000417*--------------------------------------------------------------*
000418 3000-SELECT-OPERATORS.
000419     PERFORM 3100-RELEASE-ONE-OPERATOR THRU 3100-EXIT
000420         VARYING WS-OPT-INDEX FROM 1 BY 1
000421         UNTIL WS-OPT-INDEX > WS-OPT-COUNT.
000422 3000-EXIT.
000423     EXIT.
000424*
000425 3100-RELEASE-ONE-OPERATOR.
000426     IF WS-OPT-STATUS(WS-OPT-INDEX) = "S"
000427         GO TO 3100-EXIT
000428     END-IF.
000429     MOVE "2"     TO SRT-GROUP.
000430     MOVE "ADMIN" TO SRT-SUPERVISOR.
000431     MOVE WS-OPT-OPR-ID(WS-OPT-INDEX) TO SRT-OPR-ID.
000432     MOVE WS-OPT-INDEX TO SRT-TABLE-SLOT.
000433     MOVE WS-QUARTER-TEXT TO RCR-QUARTER.
000434     MOVE WS-OPT-OPR-ID(WS-OPT-INDEX) TO RCR-OPR-ID.
000435     READ RECERTIFICATION-FILE
000436         INVALID KEY
000437             GO TO 3100-FIND-SUPERVISOR
000438     END-READ.
000439     IF RCR-SUPERVISOR NOT = "ADMIN"
000440         MOVE "1"            TO SRT-GROUP
000441         MOVE RCR-SUPERVISOR TO SRT-SUPERVISOR
000442     END-IF.
000443     GO TO 3100-RELEASE.
000444 3100-FIND-SUPERVISOR.
000445     IF NOT WS-SUPV-FILE-OPEN
000446         GO TO 3100-RELEASE
000447     END-IF.
000448     MOVE WS-OPT-OPR-ID(WS-OPT-INDEX) TO OSV-OPR-ID.
000449     READ OPERATOR-SUPERVISOR-FILE
000450         INVALID KEY
000451             GO TO 3100-RELEASE
000452     END-READ.
000453     IF OSV-SUPERVISOR = OSV-OPR-ID
000454         GO TO 3100-RELEASE
000455     END-IF.
000456     MOVE OSV-SUPERVISOR TO WS-FIND-ID.
000457     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
000458     IF WS-OPT-SLOT = ZERO
000459         GO TO 3100-RELEASE
000460     END-IF.
000461     IF WS-OPT-STATUS(WS-OPT-SLOT) NOT = "A"
000462        OR WS-OPT-ROLE(WS-OPT-SLOT) = "C"
000463         GO TO 3100-RELEASE
000464     END-IF.
000465     MOVE "1"            TO SRT-GROUP.
000466     MOVE OSV-SUPERVISOR TO SRT-SUPERVISOR.
000467 3100-RELEASE.
000468     RELEASE SRT-RECORD.
000469 3100-EXIT.
000470     EXIT.
000471*
000472*--------------------------------------------------------------*
000473*  4000-PRINT-LIST (SORT OUTPUT PROCEDURE)                       *
000474*--------------------------------------------------------------*
000475 4000-PRINT-LIST.
000476     RETURN SORT-WORK-FILE
000477         AT END
000478             SET WS-SORT-EOF TO TRUE
000479     END-RETURN.
000480     PERFORM 4100-LIST-ONE-OPERATOR THRU 4100-EXIT
000481         UNTIL WS-SORT-EOF.
000482     IF WS-PREV-GROUP NOT = HIGH-VALUES
000483         PERFORM 4300-GROUP-TOTAL THRU 4300-EXIT
000484     END-IF.
000485 4000-EXIT.
000486     EXIT.
000487*
000488*--------------------------------------------------------------*
000489*  4100-LIST-ONE-OPERATOR                                        *
000490*                                                                *
000491*  Puts the operator on the register for the quarter unless they *
000492*  are already there, then prints them with the decision the     *
000493*  register holds. The sort has already grouped an operator on   *
000494*  the register under the supervisor recorded there, so the      *
000495*  group they print in is the one that owes the decision.        *
000496*--------------------------------------------------------------*
000497 4100-LIST-ONE-OPERATOR.
000498     MOVE SRT-GROUP      TO WS-THIS-GROUP(1:1).
000499     MOVE SRT-SUPERVISOR TO WS-THIS-GROUP(2:8).
000500     IF WS-THIS-GROUP NOT = WS-PREV-GROUP
000501         IF WS-PREV-GROUP NOT = HIGH-VALUES
000502             PERFORM 4300-GROUP-TOTAL THRU 4300-EXIT
000503         END-IF
000504         PERFORM 4200-GROUP-HEADING THRU 4200-EXIT
000505     END-IF.
000506     MOVE SRT-TABLE-SLOT  TO WS-OPT-INDEX.
000507     MOVE WS-QUARTER-TEXT TO RCR-QUARTER.
000508     MOVE SRT-OPR-ID      TO RCR-OPR-ID.
000509     READ RECERTIFICATION-FILE
000510         INVALID KEY
000511             PERFORM 4150-ADD-TO-REGISTER THRU 4150-EXIT
000512     END-READ.
000513     ADD 1 TO WS-LISTED-COUNT.
000514     ADD 1 TO WS-GRP-OPERATORS.
000515     MOVE RCR-OPR-ID   TO DTL-OPR-ID.
000516     MOVE RCR-OPR-NAME TO DTL-OPR-NAME.
000517     EVALUATE RCR-ROLE
000518         WHEN "C"
000519             MOVE "CLERK" TO DTL-ROLE
000520         WHEN "S"
000521             MOVE "SUPERVISOR" TO DTL-ROLE
000522         WHEN "A"
000523             MOVE "ADMIN" TO DTL-ROLE
000524         WHEN OTHER
000525             MOVE RCR-ROLE TO DTL-ROLE
000526     END-EVALUATE.
000527     EVALUATE WS-OPT-STATUS(WS-OPT-INDEX)
000528         WHEN "A"
000529             MOVE "ACTIVE" TO DTL-STATUS
000530         WHEN "L"
000531             MOVE "LOCKED OUT" TO DTL-STATUS
000532         WHEN OTHER
000533             MOVE WS-OPT-STATUS(WS-OPT-INDEX) TO DTL-STATUS
000534     END-EVALUATE.
000535     IF WS-OPT-SIGNON(WS-OPT-INDEX) = ZERO
000536         MOVE "NEVER" TO DTL-LAST-SIGNON
000537     ELSE
000538         MOVE WS-OPT-SIGNON(WS-OPT-INDEX) TO DTL-LAST-SIGNON
000539     END-IF.
000540     MOVE SPACES TO DTL-DECIDED-BY.
000541     MOVE SPACES TO DTL-DECIDED-DATE.
000542     EVALUATE TRUE
000543         WHEN RCR-CONFIRMED
000544             MOVE "CONFIRMED" TO DTL-DECISION
000545             ADD 1 TO WS-CONFIRMED-COUNT
000546         WHEN RCR-REVOKED
000547             MOVE "REVOKED" TO DTL-DECISION
000548             ADD 1 TO WS-REVOKED-COUNT
000549         WHEN OTHER
000550             MOVE "PENDING" TO DTL-DECISION
000551             ADD 1 TO WS-PENDING-COUNT
000552             ADD 1 TO WS-GRP-PENDING
000553     END-EVALUATE.
000554     IF NOT RCR-PENDING
000555         MOVE RCR-DECIDED-BY   TO DTL-DECIDED-BY
000556         MOVE RCR-DECIDED-DATE TO DTL-DECIDED-DATE
000557     END-IF.
000558     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000559     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000560     RETURN SORT-WORK-FILE
000561         AT END
000562             SET WS-SORT-EOF TO TRUE
000563     END-RETURN.
000564 4100-EXIT.
000565     EXIT.
000566*
000567 4150-ADD-TO-REGISTER.
000568     MOVE SPACES TO RECERTIFICATION-RECORD.
000569     MOVE WS-QUARTER-TEXT TO RCR-QUARTER.
000570     MOVE SRT-OPR-ID      TO RCR-OPR-ID.
000571     MOVE SRT-SUPERVISOR  TO RCR-SUPERVISOR.
000572     MOVE WS-OPT-NAME(WS-OPT-INDEX)   TO RCR-OPR-NAME.
000573     MOVE WS-OPT-ROLE(WS-OPT-INDEX)   TO RCR-ROLE.
000574     MOVE WS-OPT-STATUS(WS-OPT-INDEX) TO RCR-STATUS.
000575     MOVE WS-OPT-SIGNON(WS-OPT-INDEX) TO RCR-LAST-SIGNON.
000576     MOVE "P"  TO RCR-DECISION.
000577     MOVE ZERO TO RCR-DECIDED-DATE.
000578     WRITE RECERTIFICATION-RECORD
000579         INVALID KEY
000580             DISPLAY "OPR-RCRT: CANNOT ADD " RCR-KEY
000581                 " - STATUS " WS-RCR-STATUS
000582             GO TO 4150-EXIT
000583     END-WRITE.
000584     ADD 1 TO WS-ADDED-COUNT.
000585 4150-EXIT.
000586     EXIT.
000587*
000588 4200-GROUP-HEADING.
000589     MOVE WS-THIS-GROUP TO WS-PREV-GROUP.
000590     MOVE ZERO TO WS-GRP-OPERATORS.
000591     MOVE ZERO TO WS-GRP-PENDING.
000592     MOVE SPACES TO WS-RPT-LINE.
000593     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000594     MOVE SRT-SUPERVISOR TO GRP-SUPERVISOR.
000595     IF SRT-GROUP = "2"
000596         MOVE "NO ACTIVE SUPERVISOR - FOR THE ADMINISTRATORS"
000597             TO GRP-NAME
000598     ELSE
000599         MOVE SRT-SUPERVISOR TO WS-FIND-ID
000600         PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT
000601         IF WS-OPT-SLOT = ZERO
000602             MOVE "SUPERVISOR NO LONGER ON OPERFILE" TO GRP-NAME
000603         ELSE
000604             MOVE WS-OPT-NAME(WS-OPT-SLOT) TO GRP-NAME
000605         END-IF
000606     END-IF.
000607     MOVE WS-GROUP-LINE TO WS-RPT-LINE.
000608     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000609     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000610     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000611 4200-EXIT.
000612     EXIT.
000613*
000614 4300-GROUP-TOTAL.
000615     MOVE WS-GRP-OPERATORS TO GTL-OPERATORS.
000616     MOVE WS-GRP-PENDING   TO GTL-PENDING.
000617     MOVE WS-GROUP-TOTAL-LINE TO WS-RPT-LINE.
000618     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000619 4300-EXIT.
000620     EXIT.
000621*
000622*--------------------------------------------------------------*
000623*  5000-CHECK-EARLIER                                            *
000624*                                                                *
000625*  Counts register entries from earlier quarters that were never *
000626*  decided. Those are overdue recertifications: they go to the   *
000627*  error log and the run ends RC 4.                              *
000628*--------------------------------------------------------------*
000629 5000-CHECK-EARLIER.
000630     MOVE LOW-VALUES TO RCR-KEY.
000631     START RECERTIFICATION-FILE KEY IS NOT LESS THAN RCR-KEY
000632         INVALID KEY
000633             GO TO 5000-EXIT
000634     END-START.
000635     MOVE "00" TO WS-RCR-STATUS.
000636     PERFORM 5100-CHECK-ONE-ENTRY THRU 5100-EXIT
000637         UNTIL WS-RCR-EOF.
000638     IF WS-OVERDUE-COUNT > ZERO
000639         MOVE "RCRTOVER" TO WS-ERR-CODE
000640         MOVE SPACES TO WS-ERR-TEXT
000641         MOVE WS-OVERDUE-COUNT TO TOT-VALUE
000642         STRING TOT-VALUE DELIMITED BY SIZE
000643             " RECERTIFICATIONS UNDECIDED FROM EARLIER QTRS"
000644                 DELIMITED BY SIZE
000645             INTO WS-ERR-TEXT
000646         END-STRING
000647         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000648         MOVE 4 TO WS-RESULT-CODE
000649     END-IF.
000650 5000-EXIT.
000651     EXIT.
000652*
000653 5100-CHECK-ONE-ENTRY.
000654     READ RECERTIFICATION-FILE NEXT RECORD
000655         AT END
000656             MOVE "10" TO WS-RCR-STATUS
000657             GO TO 5100-EXIT
000658     END-READ.
000659     IF RCR-QUARTER NOT < WS-QUARTER-TEXT
000660         MOVE "10" TO WS-RCR-STATUS
000661         GO TO 5100-EXIT
000662     END-IF.
000663     IF RCR-PENDING
000664         ADD 1 TO WS-OVERDUE-COUNT
000665     END-IF.
000666 5100-EXIT.
000667     EXIT.
000668*
000669*--------------------------------------------------------------*
000670*  6000-PRINT-TOTALS                                             *
000671*--------------------------------------------------------------*
000672 6000-PRINT-TOTALS.
000673     MOVE SPACES TO WS-RPT-LINE.
000674     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000675     MOVE "OPERATORS LISTED" TO TOT-LABEL.
000676     MOVE WS-LISTED-COUNT TO TOT-VALUE.
000677     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000678     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000679     MOVE "NEW TO THE REGISTER THIS RUN" TO TOT-LABEL.
000680     MOVE WS-ADDED-COUNT TO TOT-VALUE.
000681     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000682     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000683     MOVE "CONFIRMED" TO TOT-LABEL.
000684     MOVE WS-CONFIRMED-COUNT TO TOT-VALUE.
000685     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000686     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000687     MOVE "REVOKED" TO TOT-LABEL.
000688     MOVE WS-REVOKED-COUNT TO TOT-VALUE.
000689     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000690     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000691     MOVE "AWAITING DECISION" TO TOT-LABEL.
000692     MOVE WS-PENDING-COUNT TO TOT-VALUE.
000693     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000694     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000695     MOVE "UNDECIDED FROM EARLIER QUARTERS" TO TOT-LABEL.
000696     MOVE WS-OVERDUE-COUNT TO TOT-VALUE.
000697     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000698     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000699 6000-EXIT.
000700     EXIT.
000701*
000702*--------------------------------------------------------------*
000703*  7000-FIND-OPERATOR                                            *
000704*                                                                *
000705*  Finds the table entry for the ID in WS-FIND-ID. A zero        *
000706*  WS-OPT-SLOT on the way out means the ID is not on OPERFILE.   *
000707*--------------------------------------------------------------*
000708 7000-FIND-OPERATOR.
000709     MOVE ZERO TO WS-OPT-SLOT.
000710     PERFORM 7100-CHECK-ONE-SLOT THRU 7100-EXIT
000711         VARYING WS-OPT-SCAN FROM 1 BY 1
000712         UNTIL WS-OPT-SCAN > WS-OPT-COUNT
000713            OR WS-OPT-SLOT NOT = ZERO.
000714 7000-EXIT.
000715     EXIT.
000716*
000717 7100-CHECK-ONE-SLOT.
000718     IF WS-OPT-OPR-ID(WS-OPT-SCAN) = WS-FIND-ID
000719         MOVE WS-OPT-SCAN TO WS-OPT-SLOT
000720     END-IF.
000721 7100-EXIT.
000722     EXIT.
000723*
000724*--------------------------------------------------------------*
000725*  8000-LOG-ERROR                                                *
000726*                                                                *
000727*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000728*  and WS-ERR-TEXT must be set by the caller before this is      *
000729*  PERFORMed.                                                    *
000730*--------------------------------------------------------------*
000731 8000-LOG-ERROR.
000732     MOVE "OPR-RCRT" TO WS-ERR-PROGRAM.
000733     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000734         WS-ERR-TEXT.
000735 8000-EXIT.
000736     EXIT.
000737*
000738*--------------------------------------------------------------*
000739*  8800-WRITE-REPORT                                             *
000740*                                                                *
000741*  Prints one line through the shared report writer. WS-RPT-LINE *
000742*  must be set by the caller before this is PERFORMed.           *
000743*--------------------------------------------------------------*
000744 8800-WRITE-REPORT.
000745     MOVE "W" TO WS-RPT-FUNCTION.
000746     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000747         WS-RPT-LINE.
000748 8800-EXIT.
000749     EXIT.
000750*
000751*--------------------------------------------------------------*
000752*  9000-TERMINATE                                                *
000753*--------------------------------------------------------------*
000754 9000-TERMINATE.
000755     IF WS-RESULT-CODE NOT = 8
000756         CLOSE RECERTIFICATION-FILE
000757         IF WS-SUPV-FILE-OPEN
000758             CLOSE OPERATOR-SUPERVISOR-FILE
000759         END-IF
000760     END-IF.
000761     MOVE "E" TO WS-RUN-FUNCTION.
000762     MOVE WS-LISTED-COUNT TO WS-RUN-REC-COUNT.
000763     MOVE "C" TO WS-RUN-STATUS.
000764     IF WS-RESULT-CODE = 8
000765         MOVE "F" TO WS-RUN-STATUS
000766     END-IF.
000767     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000768         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000769         WS-RUN-ALREADY-RAN.
000770     MOVE "C" TO WS-RPT-FUNCTION.
000771     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000772         WS-RPT-LINE.
000773     MOVE WS-RESULT-CODE TO RETURN-CODE.
000774 9000-EXIT.
000775     EXIT.
