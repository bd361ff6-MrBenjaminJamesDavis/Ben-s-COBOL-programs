000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. opr-dorm.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Nightly dormant-operator      *
000012*                    check over OPERFILE. Each operator's last  *
000013*                    sign-on is taken from the SESSLOG session  *
000014*                    log; their last activity is the latest of  *
000015*                    that, the date they last set their         *
000016*                    password, and the date an OPRADD or        *
000017*                    REINSTAT request for them was approved on  *
000018*                    PENDAPPR, so a new or reinstated ID is not *
000019*                    caught before it has been used. An active  *
000020*                    or locked-out operator idle for longer     *
000021*                    than the limit (PARM='DDD', 90 days by     *
000022*                    default) is suspended under the shared     *
000023*                    LOCK-MGR lock, with a DORMANT event on the *
000024*                    session log and an entry on the error log. *
000025*                    The last active administrator is never     *
000026*                    suspended. Printed through RPT-WTR as      *
000027*                    report OPRDORM, with the operators coming  *
000028*                    up to the limit in the next 14 days.       *
000029*--------------------------------------------------------------*
000030 ENVIRONMENT DIVISION.
000031 INPUT-OUTPUT SECTION.
000032 FILE-CONTROL.
000033     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000034         ORGANIZATION IS INDEXED
000035         ACCESS MODE IS DYNAMIC
000036         RECORD KEY IS OPR-ID
000037         FILE STATUS IS WS-OPR-STATUS.
000038     SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
000039         ORGANIZATION IS LINE SEQUENTIAL
000040         FILE STATUS IS WS-SESF-STATUS.
000041     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000042         ORGANIZATION IS INDEXED
000043         ACCESS MODE IS SEQUENTIAL
000044         RECORD KEY IS APR-SEQ
000045         FILE STATUS IS WS-APR-STATUS.
000046*
000047 DATA DIVISION.
000048 FILE SECTION.
000049 FD  OPERATOR-FILE
000050     LABEL RECORDS ARE STANDARD.
000051     COPY OPERREC.
000052*
000053 FD  SESSION-LOG-FILE
000054     LABEL RECORDS ARE STANDARD.
000055     COPY SESSREC.
000056*
000057 FD  PENDING-APPROVAL-FILE
000058     LABEL RECORDS ARE STANDARD.
000059     COPY APPRREC.
000060*
000061 WORKING-STORAGE SECTION.
000062*
000063*--------------------------------------------------------------*
000064*  SHARED REPORT-WRITER WORK AREAS                               *
000065*--------------------------------------------------------------*
000066     COPY RPTCALL.
000067*
000068*--------------------------------------------------------------*
000069*  SHARED ERROR-LOG WORK AREAS                                   *
000070*--------------------------------------------------------------*
000071     COPY ERRCALL.
000072*
000073*--------------------------------------------------------------*
000074*  SHARED SESSION-LOG WORK AREAS                                 *
000075*--------------------------------------------------------------*
000076     COPY SESCALL.
000077*
000078*--------------------------------------------------------------*
000079*  SHARED RECORD-LOCK WORK AREAS                                 *
000080*--------------------------------------------------------------*
000081     COPY LOKCALL.
000082*
000083 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000084     88  WS-OPR-OK                     VALUE "00".
000085     88  WS-OPR-EOF                    VALUE "10".
000086*
000087 01  WS-SESF-STATUS          PIC X(02) VALUE "00".
000088     88  WS-SESF-OK                    VALUE "00".
000089     88  WS-SESF-EOF                   VALUE "10".
000090*
000091 01  WS-APR-STATUS           PIC X(02) VALUE "00".
000092     88  WS-APR-OK                     VALUE "00".
000093     88  WS-APR-EOF                    VALUE "10".
000094*
000095 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000096*
000097*--------------------------------------------------------------*
000098*  IDLE LIMIT AND WARNING PERIOD, IN DAYS                        *
000099*--------------------------------------------------------------*
000100 01  WS-IDLE-LIMIT           PIC 9(03) VALUE 90.
000101 01  WS-WARN-DAYS            PIC 9(03) VALUE 14.
000102 01  WS-PARM-DAYS            PIC X(03).
000103*
000104 01  WS-TODAY-DATE           PIC 9(08).
000105 01  WS-TODAY-INTEGER        PIC 9(07).
000106 01  WS-LAST-ACTIVE          PIC 9(08).
000107 01  WS-IDLE-DAYS            PIC 9(05).
000108 01  WS-DAYS-LEFT            PIC 9(05).
000109*
000110*--------------------------------------------------------------*
000111*  OPERATOR TABLE - ONE ENTRY PER OPERATOR ON OPERFILE, WITH THE *
000112*  DATES THAT COUNT AS ACTIVITY                                  *
000113*--------------------------------------------------------------*
000114 01  WS-ACT-COUNT            PIC S9(04) COMP VALUE ZERO.
000115 01  WS-ACT-MAX              PIC S9(04) COMP VALUE 500.
000116 01  WS-ACT-INDEX            PIC S9(04) COMP VALUE ZERO.
000117 01  WS-ACT-SLOT             PIC S9(04) COMP VALUE ZERO.
000118 01  WS-ACT-SCAN             PIC S9(04) COMP VALUE ZERO.
000119 01  WS-FIND-ID              PIC X(08).
000120*
000121 01  WS-ACTIVITY-TABLE.
000122     05  WS-ACT-ENTRY OCCURS 500 TIMES.
000123         10  WS-ACT-OPR-ID       PIC X(08).
000124         10  WS-ACT-STATUS       PIC X(01).
000125         10  WS-ACT-ROLE         PIC X(01).
000126         10  WS-ACT-SIGNON       PIC 9(08).
000127         10  WS-ACT-PWD-DATE     PIC 9(08).
000128         10  WS-ACT-GRANTED      PIC 9(08).
000129*
000130 01  WS-ACTIVE-ADMINS        PIC 9(04) VALUE ZERO.
000131 01  WS-CHECKED-COUNT        PIC 9(05) VALUE ZERO.
000132 01  WS-SUSPENDED-COUNT      PIC 9(05) VALUE ZERO.
000133 01  WS-DUE-COUNT            PIC 9(05) VALUE ZERO.
000134 01  WS-NOT-DONE-COUNT       PIC 9(05) VALUE ZERO.
000135*
000136*--------------------------------------------------------------*
000137*  REPORT LINES                                                  *
000138*--------------------------------------------------------------*
000139 01  WS-HEADING-1.
000140     05  FILLER         PIC X(26)
000141         VALUE "DORMANT OPERATOR CHECK".
000142     05  FILLER         PIC X(14) VALUE "BUSINESS DATE ".
000143     05  WS-HDG-DATE    PIC 9(08).
000144     05  FILLER         PIC X(14) VALUE "  IDLE LIMIT  ".
000145     05  WS-HDG-LIMIT   PIC ZZ9.
000146     05  FILLER         PIC X(05) VALUE " DAYS".
000147*
000148 01  WS-HEADING-2.
000149     05  FILLER         PIC X(20) VALUE "OPERATOR NAME       ".
000150     05  FILLER         PIC X(20) VALUE "             RL ST S".
000151     05  FILLER         PIC X(20) VALUE "IGNON    ACTIVE     ".
000152     05  FILLER         PIC X(12) VALUE "IDLE  ACTION".
000153*
000154 01  WS-DETAIL-LINE.
000155     05  DTL-OPR-ID          PIC X(08).
000156     05  FILLER              PIC X(01) VALUE SPACE.
000157     05  DTL-OPR-NAME        PIC X(24).
000158     05  FILLER              PIC X(01) VALUE SPACE.
000159     05  DTL-ROLE            PIC X(01).
000160     05  FILLER              PIC X(01) VALUE SPACE.
000161     05  DTL-STATUS          PIC X(01).
000162     05  FILLER              PIC X(02) VALUE SPACES.
000163     05  DTL-LAST-SIGNON     PIC X(08).
000164     05  FILLER              PIC X(02) VALUE SPACES.
000165     05  DTL-LAST-ACTIVE     PIC X(08).
000166     05  FILLER              PIC X(02) VALUE SPACES.
000167     05  DTL-IDLE            PIC X(05).
000168     05  FILLER              PIC X(02) VALUE SPACES.
000169     05  DTL-ACTION          PIC X(34).
000170*
000171 01  WS-EDIT-DAYS            PIC ZZZZ9.
000172*
000173 01  WS-TOTAL-LINE.
000174     05  TOT-LABEL           PIC X(40).
000175     05  TOT-VALUE           PIC ZZZZ9.
000176*
000177*--------------------------------------------------------------*
000178*  SHARED RUN-CONTROL WORK AREAS                                 *
000179*--------------------------------------------------------------*
000180     COPY RUNCALL.
000181*
000182 LINKAGE SECTION.
000183*--------------------------------------------------------------*
000184*  Supplied by JCL as PARM='DDD' - the number of days an        *
000185*  operator may go without activity before the ID is suspended. *
000186*  Left off, 90 days is used.                                   *
000187*--------------------------------------------------------------*
000188 01  LK-PARM.
000189     05  LK-PARM-LEN         PIC S9(04) COMP.
000190     05  LK-PARM-TEXT        PIC X(80).
000191*
000192 PROCEDURE DIVISION USING LK-PARM.
000193*
000194*--------------------------------------------------------------*
000195*  0000-MAINLINE                                                 *
000196*--------------------------------------------------------------*
000197 0000-MAINLINE.
000198     MOVE "S" TO WS-RUN-FUNCTION.
000199     MOVE "OPRDORM " TO WS-RUN-PROGRAM.
000200     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000201     MOVE ZERO TO WS-RUN-REC-COUNT.
000202     MOVE SPACE TO WS-RUN-STATUS.
000203     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000204         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000205         WS-RUN-ALREADY-RAN.
000206     IF WS-RUN-ALREADY-RAN = "Y"
000207         DISPLAY "OPR-DORM ALREADY RAN FOR THIS BUSINESS DATE"
000208         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000209         STOP RUN
000210     END-IF.
000211     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000212     IF WS-RESULT-CODE = ZERO
000213         PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT
000214         PERFORM 3000-READ-SESSIONS THRU 3000-EXIT
000215         PERFORM 4000-READ-APPROVALS THRU 4000-EXIT
000216         PERFORM 5000-CHECK-OPERATOR THRU 5000-EXIT
000217             VARYING WS-ACT-INDEX FROM 1 BY 1
000218             UNTIL WS-ACT-INDEX > WS-ACT-COUNT
000219         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
000220     END-IF.
000221     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000222     STOP RUN.
000223*
000224*--------------------------------------------------------------*
000225*  1000-INITIALIZE                                               *
000226*                                                                *
000227*  Takes the idle limit from the PARM, opens OPERFILE for update *
000228*  and opens the report. An OPERFILE that will not open ends the *
000229*  run RC 8.                                                     *
000230*--------------------------------------------------------------*
000231 1000-INITIALIZE.
000232     MOVE SPACES TO WS-PARM-DAYS.
000233     IF LK-PARM-LEN > 0
000234         MOVE LK-PARM-TEXT(1:3) TO WS-PARM-DAYS
000235     END-IF.
000236     IF WS-PARM-DAYS NUMERIC
000237         MOVE WS-PARM-DAYS TO WS-IDLE-LIMIT
000238     END-IF.
000239     IF WS-IDLE-LIMIT < 30
000240         DISPLAY "OPR-DORM: IDLE LIMIT UNDER 30 DAYS - 90 USED"
000241         MOVE 90 TO WS-IDLE-LIMIT
000242     END-IF.
000243     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000244     COMPUTE WS-TODAY-INTEGER =
000245         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
000246     MOVE "O" TO WS-RPT-FUNCTION.
000247     MOVE "OPRDORM " TO WS-RPT-ID.
000248     MOVE SPACES TO WS-RPT-LINE.
000249     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000250         WS-RPT-LINE.
000251     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000252     MOVE WS-IDLE-LIMIT TO WS-HDG-LIMIT.
000253     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000254     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000255     MOVE SPACES TO WS-RPT-LINE.
000256     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000257     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000258     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000259     OPEN I-O OPERATOR-FILE.
000260     IF NOT WS-OPR-OK
000261         DISPLAY "OPR-DORM: CANNOT OPEN OPERFILE - STATUS "
000262             WS-OPR-STATUS
000263         MOVE "OPRDORM" TO WS-ERR-CODE
000264         MOVE "CANNOT OPEN OPERFILE - NO CHECK MADE"
000265             TO WS-ERR-TEXT
000266         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000267         MOVE 8 TO WS-RESULT-CODE
000268     END-IF.
000269 1000-EXIT.
000270     EXIT.
000271*
000272*--------------------------------------------------------------*
000273*  2000-LOAD-OPERATORS                                           *
000274*                                                                *
000275*  Reads OPERFILE end to end into the operator table and counts  *
000276*  the active administrators, so the check can tell when         *
000277*  suspending one would leave nobody able to administer the      *
000278*  system.                                                       *
000279*--------------------------------------------------------------*
000280 2000-LOAD-OPERATORS.
000281     MOVE LOW-VALUES TO OPR-ID.
000282     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
000283         INVALID KEY
000284             DISPLAY "OPR-DORM: OPERFILE IS EMPTY"
000285             GO TO 2000-EXIT
000286     END-START.
000287     MOVE "00" TO WS-OPR-STATUS.
000288     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
000289         UNTIL WS-OPR-EOF.
000290 2000-EXIT.
000291     EXIT.
000292*
000293 2100-LOAD-ONE-OPERATOR.
000294     READ OPERATOR-FILE NEXT RECORD
000295         AT END
000296             MOVE "10" TO WS-OPR-STATUS
000297             GO TO 2100-EXIT
000298     END-READ.
000299     IF WS-ACT-COUNT NOT < WS-ACT-MAX
000300         DISPLAY "OPR-DORM: OPERATOR TABLE FULL - " OPR-ID
000301             " NOT CHECKED"
000302         GO TO 2100-EXIT
000303     END-IF.
000304     ADD 1 TO WS-ACT-COUNT.
000305     MOVE OPR-ID       TO WS-ACT-OPR-ID(WS-ACT-COUNT).
000306     MOVE OPR-STATUS   TO WS-ACT-STATUS(WS-ACT-COUNT).
000307     MOVE OPR-ROLE     TO WS-ACT-ROLE(WS-ACT-COUNT).
000308     MOVE ZERO         TO WS-ACT-SIGNON(WS-ACT-COUNT).
000309     MOVE OPR-PWD-DATE TO WS-ACT-PWD-DATE(WS-ACT-COUNT).
000310     MOVE ZERO         TO WS-ACT-GRANTED(WS-ACT-COUNT).
000311     IF OPR-ACTIVE AND OPR-ADMIN
000312         ADD 1 TO WS-ACTIVE-ADMINS
000313     END-IF.
000314 2100-EXIT.
000315     EXIT.
000316*
000317*--------------------------------------------------------------*
000318*  3000-READ-SESSIONS                                            *
000319*                                                                *
000320*  Reads the whole session log and keeps each operator's latest  *
000321*  SIGNON date. The log is not archived, so it holds every       *
000322*  sign-on since the suite went live.                            *
000323*--------------------------------------------------------------*
000324 3000-READ-SESSIONS.
000325     OPEN INPUT SESSION-LOG-FILE.
000326     IF NOT WS-SESF-OK
000327         DISPLAY "OPR-DORM: NO SESSION LOG - STATUS "
000328             WS-SESF-STATUS
000329         GO TO 3000-EXIT
000330     END-IF.
000331     PERFORM 3100-READ-ONE-SESSION THRU 3100-EXIT
000332         UNTIL WS-SESF-EOF.
000333     CLOSE SESSION-LOG-FILE.
000334 3000-EXIT.
000335     EXIT.
000336*
000337 3100-READ-ONE-SESSION.
000338     READ SESSION-LOG-FILE
000339         AT END
000340             MOVE "10" TO WS-SESF-STATUS
000341             GO TO 3100-EXIT
000342     END-READ.
000343     IF SES-EVENT NOT = "SIGNON"
000344         GO TO 3100-EXIT
000345     END-IF.
000346     MOVE SES-OPERATOR TO WS-FIND-ID.
000347     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
000348     IF WS-ACT-SLOT = ZERO
000349         GO TO 3100-EXIT
000350     END-IF.
000351     IF SES-DATE > WS-ACT-SIGNON(WS-ACT-SLOT)
000352         MOVE SES-DATE TO WS-ACT-SIGNON(WS-ACT-SLOT)
000353     END-IF.
000354 3100-EXIT.
000355     EXIT.
000356*
000357*--------------------------------------------------------------*
000358*  4000-READ-APPROVALS                                           *
000359*                                                                *
000360*  Reads the PENDAPPR queue for approved OPRADD and REINSTAT     *
000361*  requests and keeps, per operator, the latest date one was     *
000362*  applied. That date starts the operator's idle clock afresh.   *
000363*--------------------------------------------------------------*
000364 4000-READ-APPROVALS.
000365     OPEN INPUT PENDING-APPROVAL-FILE.
000366     IF NOT WS-APR-OK
000367         GO TO 4000-EXIT
000368     END-IF.
000369     PERFORM 4100-READ-ONE-APPROVAL THRU 4100-EXIT
000370         UNTIL WS-APR-EOF.
000371     CLOSE PENDING-APPROVAL-FILE.
000372 4000-EXIT.
000373     EXIT.
000374*
000375 4100-READ-ONE-APPROVAL.
000376     READ PENDING-APPROVAL-FILE NEXT RECORD
000377         AT END
000378             MOVE "10" TO WS-APR-STATUS
000379             GO TO 4100-EXIT
000380     END-READ.
000381     IF NOT APR-APPROVED
000382         GO TO 4100-EXIT
000383     END-IF.
000384     IF NOT APR-OPERATOR-ADD AND NOT APR-REINSTATE
000385         GO TO 4100-EXIT
000386     END-IF.
000387     MOVE APR-TARGET-KEY(1:8) TO WS-FIND-ID.
000388     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
000389     IF WS-ACT-SLOT = ZERO
000390         GO TO 4100-EXIT
000391     END-IF.
000392     IF APR-DECIDED-DATE > WS-ACT-GRANTED(WS-ACT-SLOT)
000393         MOVE APR-DECIDED-DATE TO WS-ACT-GRANTED(WS-ACT-SLOT)
000394     END-IF.
000395 4100-EXIT.
000396     EXIT.
000397*
000398*--------------------------------------------------------------*
000399*  5000-CHECK-OPERATOR                                           *
000400*                                                                *
000401*  Works out how long the operator in table entry WS-ACT-INDEX   *
000402*  has been idle. Suspended operators are left alone. Past the   *
000403*  limit the ID is suspended; within the warning period of it    *
000404*  the operator is listed as due.                                *
000405*--------------------------------------------------------------*
000406 5000-CHECK-OPERATOR.
000407     IF WS-ACT-STATUS(WS-ACT-INDEX) = "S"
000408         GO TO 5000-EXIT
000409     END-IF.
000410     ADD 1 TO WS-CHECKED-COUNT.
000411     MOVE WS-ACT-SIGNON(WS-ACT-INDEX) TO WS-LAST-ACTIVE.
000412     IF WS-ACT-PWD-DATE(WS-ACT-INDEX) > WS-LAST-ACTIVE
000413         MOVE WS-ACT-PWD-DATE(WS-ACT-INDEX) TO WS-LAST-ACTIVE
000414     END-IF.
000415     IF WS-ACT-GRANTED(WS-ACT-INDEX) > WS-LAST-ACTIVE
000416         MOVE WS-ACT-GRANTED(WS-ACT-INDEX) TO WS-LAST-ACTIVE
000417     END-IF.
000418     IF WS-LAST-ACTIVE = ZERO
000419         MOVE 99999 TO WS-IDLE-DAYS
000420     ELSE
000421         COMPUTE WS-IDLE-DAYS = WS-TODAY-INTEGER
000422             - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVE)
000423     END-IF.
000424     IF WS-IDLE-DAYS > WS-IDLE-LIMIT
000425         PERFORM 5100-SUSPEND-OPERATOR THRU 5100-EXIT
000426         GO TO 5000-EXIT
000427     END-IF.
000428     COMPUTE WS-DAYS-LEFT = WS-IDLE-LIMIT - WS-IDLE-DAYS + 1.
000429     IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
000430         ADD 1 TO WS-DUE-COUNT
000431         MOVE WS-ACT-OPR-ID(WS-ACT-INDEX) TO OPR-ID
000432         PERFORM 5900-READ-FOR-REPORT THRU 5900-EXIT
000433         MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
000434         MOVE SPACES TO DTL-ACTION
000435         STRING "DUE FOR SUSPENSION IN " DELIMITED BY SIZE
000436             WS-EDIT-DAYS DELIMITED BY SIZE
000437             " DAYS" DELIMITED BY SIZE
000438             INTO DTL-ACTION
000439         END-STRING
000440         PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
000441     END-IF.
000442 5000-EXIT.
000443     EXIT.
000444*
000445*--------------------------------------------------------------*
000446*  5100-SUSPEND-OPERATOR                                         *
000447*                                                                *
000448*  Suspends the dormant operator in table entry WS-ACT-INDEX     *
000449*  under the same LOCK-MGR lock OPR-MNT and APP-RVW take, then   *
000450*  writes the DORMANT session event and the error-log entry. The *
000451*  last active administrator is spared and reported instead, as  *
000452*  is an ID whose lock is held by someone updating it.           *
000453*--------------------------------------------------------------*
000454 5100-SUSPEND-OPERATOR.
000455     MOVE WS-ACT-OPR-ID(WS-ACT-INDEX) TO OPR-ID.
000456     PERFORM 5900-READ-FOR-REPORT THRU 5900-EXIT.
000457     IF NOT WS-OPR-OK
000458         GO TO 5100-EXIT
000459     END-IF.
000460     IF OPR-ACTIVE AND OPR-ADMIN
000461        AND WS-ACTIVE-ADMINS NOT > 1
000462         MOVE "NOT SUSPENDED - LAST ACTIVE ADMIN" TO DTL-ACTION
000463         PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
000464         ADD 1 TO WS-NOT-DONE-COUNT
000465         MOVE "DORMADMIN" TO WS-ERR-CODE
000466         MOVE SPACES TO WS-ERR-TEXT
000467         STRING "LAST ACTIVE ADMIN " DELIMITED BY SIZE
000468             OPR-ID DELIMITED BY SPACE
000469             " IS DORMANT - NOT SUSPENDED" DELIMITED BY SIZE
000470             INTO WS-ERR-TEXT
000471         END-STRING
000472         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000473         MOVE 4 TO WS-RESULT-CODE
000474         GO TO 5100-EXIT
000475     END-IF.
000476     MOVE "L" TO WS-LOK-FUNCTION.
000477     MOVE "OPERFILE" TO WS-LOK-FILE-NAME.
000478     MOVE SPACES TO WS-LOK-RECORD-KEY.
000479     MOVE OPR-ID TO WS-LOK-RECORD-KEY(1:8).
000480     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000481         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000482     IF WS-LOK-GRANTED NOT = "Y"
000483         MOVE SPACES TO DTL-ACTION
000484         STRING "NOT SUSPENDED - LOCKED BY " DELIMITED BY SIZE
000485             WS-LOK-HOLDER DELIMITED BY SIZE
000486             INTO DTL-ACTION
000487         END-STRING
000488         PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
000489         ADD 1 TO WS-NOT-DONE-COUNT
000490         MOVE 4 TO WS-RESULT-CODE
000491         GO TO 5100-EXIT
000492     END-IF.
000493     MOVE "S" TO OPR-STATUS.
000494     REWRITE OPERATOR-RECORD
000495         INVALID KEY
000496             MOVE "NOT SUSPENDED - UPDATE FAILED" TO DTL-ACTION
000497             PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
000498             ADD 1 TO WS-NOT-DONE-COUNT
000499             MOVE 4 TO WS-RESULT-CODE
000500             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000501             GO TO 5100-EXIT
000502     END-REWRITE.
000503     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000504     IF WS-ACT-STATUS(WS-ACT-INDEX) = "A"
000505        AND WS-ACT-ROLE(WS-ACT-INDEX) = "A"
000506         SUBTRACT 1 FROM WS-ACTIVE-ADMINS
000507     END-IF.
000508     MOVE "S" TO WS-ACT-STATUS(WS-ACT-INDEX).
000509     ADD 1 TO WS-SUSPENDED-COUNT.
000510     MOVE "SUSPENDED - DORMANT" TO DTL-ACTION.
000511     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
000512     MOVE OPR-ID TO WS-SES-OPERATOR.
000513     MOVE "DORMANT" TO WS-SES-EVENT.
000514     MOVE SPACES TO WS-SES-DETAIL.
000515     IF WS-LAST-ACTIVE = ZERO
000516         MOVE "NO ACTIVITY ON FILE" TO WS-SES-DETAIL
000517     ELSE
000518         MOVE WS-IDLE-DAYS TO WS-EDIT-DAYS
000519         STRING "IDLE " DELIMITED BY SIZE
000520             WS-EDIT-DAYS DELIMITED BY SIZE
000521             " DAYS" DELIMITED BY SIZE
000522             INTO WS-SES-DETAIL
000523         END-STRING
000524     END-IF.
000525     CALL "ses-log" USING WS-SES-OPERATOR WS-SES-EVENT
000526         WS-SES-DETAIL.
000527     MOVE "DORMSUSP" TO WS-ERR-CODE.
000528     MOVE SPACES TO WS-ERR-TEXT.
000529     STRING "OPERATOR " DELIMITED BY SIZE
000530         OPR-ID DELIMITED BY SPACE
000531         " SUSPENDED - " DELIMITED BY SIZE
000532         WS-SES-DETAIL DELIMITED BY SIZE
000533         INTO WS-ERR-TEXT
000534     END-STRING.
000535     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000536 5100-EXIT.
000537     EXIT.
000538*
000539*--------------------------------------------------------------*
000540*  5800-PRINT-DETAIL                                             *
000541*                                                                *
000542*  Prints the operator in OPERATOR-RECORD with the dates and     *
000543*  idle days just worked out. DTL-ACTION must be set by the      *
000544*  caller before this is PERFORMed.                              *
000545*--------------------------------------------------------------*
000546 5800-PRINT-DETAIL.
000547     MOVE OPR-ID     TO DTL-OPR-ID.
000548     MOVE OPR-NAME   TO DTL-OPR-NAME.
000549     MOVE OPR-ROLE   TO DTL-ROLE.
000550     MOVE WS-ACT-STATUS(WS-ACT-INDEX) TO DTL-STATUS.
000551     IF WS-ACT-SIGNON(WS-ACT-INDEX) = ZERO
000552         MOVE "NEVER" TO DTL-LAST-SIGNON
000553     ELSE
000554         MOVE WS-ACT-SIGNON(WS-ACT-INDEX) TO DTL-LAST-SIGNON
000555     END-IF.
000556     IF WS-LAST-ACTIVE = ZERO
000557         MOVE "NONE" TO DTL-LAST-ACTIVE
000558         MOVE "  ---" TO DTL-IDLE
000559     ELSE
000560         MOVE WS-LAST-ACTIVE TO DTL-LAST-ACTIVE
000561         MOVE WS-IDLE-DAYS TO WS-EDIT-DAYS
000562         MOVE WS-EDIT-DAYS TO DTL-IDLE
000563     END-IF.
000564     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000565     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000566 5800-EXIT.
000567     EXIT.
000568*
000569*--------------------------------------------------------------*
000570*  5900-READ-FOR-REPORT                                          *
000571*                                                                *
000572*  Reads the OPERFILE record for the ID in OPR-ID; the table     *
000573*  holds only what the check needs, the record supplies the name *
000574*  for the report.                                               *
000575*--------------------------------------------------------------*
000576 5900-READ-FOR-REPORT.
000577     READ OPERATOR-FILE
000578         INVALID KEY
000579             DISPLAY "OPR-DORM: " OPR-ID " NO LONGER ON FILE"
000580     END-READ.
000581 5900-EXIT.
000582     EXIT.
000583*
000584*--------------------------------------------------------------*
000585*  6000-PRINT-TOTALS                                             *
000586*--------------------------------------------------------------*
000587 6000-PRINT-TOTALS.
000588     MOVE SPACES TO WS-RPT-LINE.
000589     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000590     MOVE "OPERATORS CHECKED" TO TOT-LABEL.
000591     MOVE WS-CHECKED-COUNT TO TOT-VALUE.
000592     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000593     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000594     MOVE "SUSPENDED AS DORMANT" TO TOT-LABEL.
000595     MOVE WS-SUSPENDED-COUNT TO TOT-VALUE.
000596     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000597     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000598     MOVE "DORMANT BUT NOT SUSPENDED" TO TOT-LABEL.
000599     MOVE WS-NOT-DONE-COUNT TO TOT-VALUE.
000600     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000601     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000602     MOVE "DUE FOR SUSPENSION WITHIN 14 DAYS" TO TOT-LABEL.
000603     MOVE WS-DUE-COUNT TO TOT-VALUE.
000604     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000605     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000606 6000-EXIT.
000607     EXIT.
000608*
000609*--------------------------------------------------------------*
000610*  7000-FIND-OPERATOR                                            *
000611*                                                                *
000612*  Finds the table entry for the ID in WS-FIND-ID. A zero        *
000613*  WS-ACT-SLOT on the way out means the operator is no longer on *
000614*  OPERFILE.                                                     *
000615*--------------------------------------------------------------*
000616 7000-FIND-OPERATOR.
000617     MOVE ZERO TO WS-ACT-SLOT.
000618     PERFORM 7100-CHECK-ONE-SLOT THRU 7100-EXIT
000619         VARYING WS-ACT-SCAN FROM 1 BY 1
000620         UNTIL WS-ACT-SCAN > WS-ACT-COUNT
000621            OR WS-ACT-SLOT NOT = ZERO.
000622 7000-EXIT.
000623     EXIT.
000624*
000625 7100-CHECK-ONE-SLOT.
000626     IF WS-ACT-OPR-ID(WS-ACT-SCAN) = WS-FIND-ID
000627         MOVE WS-ACT-SCAN TO WS-ACT-SLOT
000628     END-IF.
000629 7100-EXIT.
000630     EXIT.
000631*
000632*--------------------------------------------------------------*
000633*  8000-LOG-ERROR                                                *
000634*                                                                *
000635*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000636*  and WS-ERR-TEXT must be set by the caller before this is      *
000637*  PERFORMed.                                                    *
000638*--------------------------------------------------------------*
000639 8000-LOG-ERROR.
000640     MOVE "OPR-DORM" TO WS-ERR-PROGRAM.
000641     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000642         WS-ERR-TEXT.
000643 8000-EXIT.
000644     EXIT.
000645*
000646*--------------------------------------------------------------*
000647*  8700-FREE-LOCK                                                *
000648*--------------------------------------------------------------*
000649 8700-FREE-LOCK.
000650     MOVE "U" TO WS-LOK-FUNCTION.
000651     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000652         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000653 8700-EXIT.
000654     EXIT.
000655*
000656*--------------------------------------------------------------*
000657*  8800-WRITE-REPORT                                             *
000658*                                                                *
000659*  Prints one line through the shared report writer. WS-RPT-LINE *
000660*  must be set by the caller before this is PERFORMed.           *
000661*--------------------------------------------------------------*
000662 8800-WRITE-REPORT.
000663     MOVE "W" TO WS-RPT-FUNCTION.
000664     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000665         WS-RPT-LINE.
000666 8800-EXIT.
000667     EXIT.
000668*
000669*--------------------------------------------------------------*
000670*  9000-TERMINATE                                                *
000671*--------------------------------------------------------------*
000672 9000-TERMINATE.
000673     IF WS-RESULT-CODE NOT = 8
000674         CLOSE OPERATOR-FILE
000675     END-IF.
000676     MOVE "E" TO WS-RUN-FUNCTION.
000677     MOVE WS-CHECKED-COUNT TO WS-RUN-REC-COUNT.
000678     MOVE "C" TO WS-RUN-STATUS.
000679     IF WS-RESULT-CODE = 8
000680         MOVE "F" TO WS-RUN-STATUS
000681     END-IF.
000682     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000683         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000684         WS-RUN-ALREADY-RAN.
000685     MOVE "C" TO WS-RPT-FUNCTION.
000686     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000687         WS-RPT-LINE.
000688     MOVE WS-RESULT-CODE TO RETURN-CODE.
000689 9000-EXIT.
000690     EXIT.
