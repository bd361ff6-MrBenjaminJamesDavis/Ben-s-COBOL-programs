000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. que-age.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Work-queue ageing across the  *
000012*                    suite's queues: open DQQUEUE correction    *
000013*                    findings, pending PENDAPPR approvals, open *
000014*                    DUPWORK duplicate pairs, unresolved ERRLOG *
000015*                    entries and unread OPRMSG work messages.   *
000016*                    Each queue is printed through RPT-WTR as   *
000017*                    report QUEAGE with its oldest items        *
000018*                    itemised, its open items counted by age    *
000019*                    band and by the operator or role they are  *
000020*                    waiting on. Every item older than its      *
000021*                    queue's SLA on the QSLACTL table is        *
000022*                    escalated once, as an OPRMSG message to    *
000023*                    the supervisor OPRSUPV names for the       *
000024*                    operator it waits on or, failing that, to  *
000025*                    the queue's escalation operator on         *
000026*                    QSLACTL; the QESCLOG register holds what   *
000027*                    has been escalated. An overdue item with   *
000028*                    no one active to escalate to is logged to  *
000029*                    the error log and ends RC 4.               *
000030*  15-OCT-2026  BJD  Escalation message sequence numbers now    *
000031*                    come from the MESSAGE series of the        *
000032*                    shared NXT-NUM number service, as OPR-MSG  *
000033*                    takes them, and are marked used once the   *
000034*                    message is on file. A number the           *
000035*                    addressee already has on OPRMSG is marked  *
000036*                    used and passed over.                      *
000037*--------------------------------------------------------------*
000038 ENVIRONMENT DIVISION.
000039 INPUT-OUTPUT SECTION.
000040 FILE-CONTROL.
000041     SELECT QUEUE-SLA-TABLE ASSIGN TO "QSLACTL"
000042         ORGANIZATION IS LINE SEQUENTIAL
000043         FILE STATUS IS WS-QSC-STATUS.
000044     SELECT QUEUE-ESCALATION-FILE ASSIGN TO "QESCLOG"
000045         ORGANIZATION IS INDEXED
000046         ACCESS MODE IS DYNAMIC
000047         RECORD KEY IS QES-KEY
000048         FILE STATUS IS WS-QES-STATUS.
000049     SELECT DQ-QUEUE-FILE ASSIGN TO "DQQUEUE"
000050         ORGANIZATION IS INDEXED
000051         ACCESS MODE IS SEQUENTIAL
000052         RECORD KEY IS DQQ-KEY
000053         FILE STATUS IS WS-DQQ-STATUS.
000054     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000055         ORGANIZATION IS INDEXED
000056         ACCESS MODE IS SEQUENTIAL
000057         RECORD KEY IS APR-SEQ
000058         FILE STATUS IS WS-APR-STATUS.
000059     SELECT DUP-WORK-FILE ASSIGN TO "DUPWORK"
000060         ORGANIZATION IS LINE SEQUENTIAL
000061         FILE STATUS IS WS-DUP-STATUS.
000062     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
000063         ORGANIZATION IS LINE SEQUENTIAL
000064         FILE STATUS IS WS-ERRL-STATUS.
000065     SELECT OPERATOR-MESSAGE-FILE ASSIGN TO "OPRMSG"
000066         ORGANIZATION IS INDEXED
000067         ACCESS MODE IS DYNAMIC
000068         RECORD KEY IS OMG-KEY
000069         FILE STATUS IS WS-MSG-STATUS.
000070     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000071         ORGANIZATION IS INDEXED
000072         ACCESS MODE IS SEQUENTIAL
000073         RECORD KEY IS OPR-ID
000074         FILE STATUS IS WS-OPR-STATUS.
000075     SELECT OPERATOR-SUPERVISOR-FILE ASSIGN TO "OPRSUPV"
000076         ORGANIZATION IS INDEXED
000077         ACCESS MODE IS RANDOM
000078         RECORD KEY IS OSV-OPR-ID
000079         FILE STATUS IS WS-OSV-STATUS.
000080     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000081         ORGANIZATION IS INDEXED
000082         ACCESS MODE IS DYNAMIC
000083         RECORD KEY IS RUN-KEY
000084         FILE STATUS IS WS-RCT-STATUS.
000085     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000086*
000087 DATA DIVISION.
000088 FILE SECTION.
000089*--------------------------------------------------------------*
000090*  QSLACTL holds one record per queue: the queue name (DQQUEUE, *
000091*  PENDAPPR, DUPWORK, ERRLOG or OPRMSG), its SLA in whole days, *
000092*  the role its items wait on (ignored for OPRMSG, whose items  *
000093*  wait on their addressee), the operator its overdue items are *
000094*  escalated to when the operator they wait on has no           *
000095*  supervisor, and a description. A queue left off the table    *
000096*  keeps the SLA and role set up in WS-QUEUE-DEFAULTS and has   *
000097*  no escalation operator.                                      *
000098*--------------------------------------------------------------*
000099 FD  QUEUE-SLA-TABLE
000100     LABEL RECORDS ARE STANDARD.
000101 01  QUEUE-SLA-RECORD.
000102     05  QSC-QUEUE           PIC X(08).
000103     05  FILLER              PIC X(01).
000104     05  QSC-SLA-DAYS        PIC X(03).
000105     05  FILLER              PIC X(01).
000106     05  QSC-WAITING-ON      PIC X(08).
000107     05  FILLER              PIC X(01).
000108     05  QSC-ESCALATE-TO     PIC X(08).
000109     05  FILLER              PIC X(01).
000110     05  QSC-DESCRIPTION     PIC X(30).
000111*
000112 FD  QUEUE-ESCALATION-FILE
000113     LABEL RECORDS ARE STANDARD.
000114     COPY QESCREC.
000115*
000116 FD  DQ-QUEUE-FILE
000117     LABEL RECORDS ARE STANDARD.
000118     COPY DQQREC.
000119*
000120 FD  PENDING-APPROVAL-FILE
000121     LABEL RECORDS ARE STANDARD.
000122     COPY APPRREC.
000123*
000124 FD  DUP-WORK-FILE
000125     LABEL RECORDS ARE STANDARD.
000126     COPY DUPWREC.
000127*
000128 FD  ERROR-LOG-FILE
000129     LABEL RECORDS ARE STANDARD.
000130     COPY ERRLOGR.
000131*
000132 FD  OPERATOR-MESSAGE-FILE
000133     LABEL RECORDS ARE STANDARD.
000134     COPY OPRMREC.
000135*
000136 FD  OPERATOR-FILE
000137     LABEL RECORDS ARE STANDARD.
000138     COPY OPERREC.
000139*
000140 FD  OPERATOR-SUPERVISOR-FILE
000141     LABEL RECORDS ARE STANDARD.
000142     COPY OSUPREC.
000143*
000144 FD  RUN-CONTROL-FILE
000145     LABEL RECORDS ARE STANDARD.
000146     COPY RUNCREC.
000147*
000148 SD  SORT-WORK-FILE.
000149 01  SRT-RECORD.
000150     05  SRT-QUEUE-NO        PIC 9(01).
000151     05  SRT-AGE-DAYS        PIC 9(05).
000152     05  SRT-ITEM-KEY        PIC X(40).
000153     05  SRT-RAISED-DATE     PIC 9(08).
000154     05  SRT-WAITING-ON      PIC X(08).
000155     05  SRT-DETAIL          PIC X(40).
000156*
000157 WORKING-STORAGE SECTION.
000158*
000159*--------------------------------------------------------------*
000160*  SHARED REPORT-WRITER WORK AREAS                               *
000161*--------------------------------------------------------------*
000162     COPY RPTCALL.
000163*
000164*--------------------------------------------------------------*
000165*  SHARED ERROR-LOG WORK AREAS                                   *
000166*--------------------------------------------------------------*
000167     COPY ERRCALL.
000168*
000169 01  WS-QSC-STATUS           PIC X(02) VALUE "00".
000170     88  WS-QSC-OK                     VALUE "00".
000171     88  WS-QSC-EOF                    VALUE "10".
000172*
000173 01  WS-QES-STATUS           PIC X(02) VALUE "00".
000174     88  WS-QES-OK                     VALUE "00".
000175     88  WS-QES-EOF                    VALUE "10".
000176*
000177 01  WS-DQQ-STATUS           PIC X(02) VALUE "00".
000178     88  WS-DQQ-OK                     VALUE "00".
000179     88  WS-DQQ-EOF                    VALUE "10".
000180*
000181 01  WS-APR-STATUS           PIC X(02) VALUE "00".
000182     88  WS-APR-OK                     VALUE "00".
000183     88  WS-APR-EOF                    VALUE "10".
000184*
000185 01  WS-DUP-STATUS           PIC X(02) VALUE "00".
000186     88  WS-DUP-OK                     VALUE "00".
000187     88  WS-DUP-EOF                    VALUE "10".
000188*
000189 01  WS-ERRL-STATUS          PIC X(02) VALUE "00".
000190     88  WS-ERRL-OK                    VALUE "00".
000191     88  WS-ERRL-EOF                   VALUE "10".
000192*
000193 01  WS-MSG-STATUS           PIC X(02) VALUE "00".
000194     88  WS-MSG-OK                     VALUE "00".
000195     88  WS-MSG-EOF                    VALUE "10".
000196*
000197 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000198     88  WS-OPR-OK                     VALUE "00".
000199     88  WS-OPR-EOF                    VALUE "10".
000200*
000201 01  WS-OSV-STATUS           PIC X(02) VALUE "00".
000202     88  WS-OSV-OK                     VALUE "00".
000203*
000204 01  WS-RCT-STATUS           PIC X(02) VALUE "00".
000205     88  WS-RCT-OK                     VALUE "00".
000206     88  WS-RCT-EOF                    VALUE "10".
000207*
000208 01  WS-SORT-SWITCH          PIC X(01) VALUE "N".
000209     88  WS-SORT-EOF                  VALUE "Y".
000210*
000211 01  WS-QES-FILE-SWITCH      PIC X(01) VALUE "N".
000212     88  WS-QES-FILE-OPEN             VALUE "Y".
000213 01  WS-MSG-FILE-SWITCH      PIC X(01) VALUE "N".
000214     88  WS-MSG-FILE-OPEN             VALUE "Y".
000215 01  WS-SUPV-FILE-SWITCH     PIC X(01) VALUE "N".
000216     88  WS-SUPV-FILE-OPEN            VALUE "Y".
000217*
000218 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000219 01  WS-TODAY-DATE           PIC 9(08).
000220 01  WS-DUP-SCAN-DATE        PIC 9(08) VALUE ZERO.
000221 01  WS-AGE-DAYS             PIC S9(05) COMP.
000222 01  WS-AGE-EDIT             PIC ZZZZ9.
000223*
000224*--------------------------------------------------------------*
000225*  QUEUE TABLE - ONE ENTRY PER QUEUE IN REPORT ORDER. THE        *
000226*  DEFAULT SLA IN DAYS AND THE ROLE EACH QUEUE'S ITEMS WAIT ON   *
000227*  ARE REPLACED BY THE QUEUE'S QSLACTL RECORD WHERE THERE IS     *
000228*  ONE.                                                          *
000229*--------------------------------------------------------------*
000230 01  WS-QUEUE-DEFAULTS.
000231     05  FILLER              PIC X(19)
000232         VALUE "DQQUEUE 010(CLERKS)".
000233     05  FILLER              PIC X(19)
000234         VALUE "PENDAPPR002(SUPV)  ".
000235     05  FILLER              PIC X(19)
000236         VALUE "DUPWORK 014(CLERKS)".
000237     05  FILLER              PIC X(19)
000238         VALUE "ERRLOG  003(SUPV)  ".
000239     05  FILLER              PIC X(19)
000240         VALUE "OPRMSG  003        ".
000241 01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-DEFAULTS.
000242     05  WS-QUE-ENTRY OCCURS 5 TIMES.
000243         10  WS-QUE-ID           PIC X(08).
000244         10  WS-QUE-SLA-DAYS     PIC 9(03).
000245         10  WS-QUE-WAITING-ON   PIC X(08).
000246*
000247 01  WS-QUE-COUNT            PIC S9(04) COMP VALUE 5.
000248 01  WS-QUE-INDEX            PIC S9(04) COMP VALUE ZERO.
000249 01  WS-QUE-SLOT             PIC S9(04) COMP VALUE ZERO.
000250 01  WS-THIS-QUEUE           PIC S9(04) COMP VALUE ZERO.
000251 01  WS-NEXT-QUEUE           PIC S9(04) COMP VALUE 1.
000252 01  WS-STOP-QUEUE           PIC S9(04) COMP VALUE ZERO.
000253 01  WS-FIND-QUEUE           PIC X(08).
000254*
000255 01  WS-QUEUE-WORK.
000256     05  WS-QWK-ENTRY OCCURS 5 TIMES.
000257         10  WS-QWK-ESCALATE-TO  PIC X(08).
000258         10  WS-QWK-SCANNED      PIC X(01).
000259         10  WS-QWK-OPEN         PIC 9(05).
000260         10  WS-QWK-PAST-SLA     PIC 9(05).
000261         10  WS-QWK-ESCALATED    PIC 9(05).
000262*
000263*--------------------------------------------------------------*
000264*  THE ITEM IN HAND WHILE A QUEUE IS SCANNED                     *
000265*--------------------------------------------------------------*
000266 01  WS-ITEM-QUEUE-NO        PIC 9(01).
000267 01  WS-ITEM-KEY             PIC X(40).
000268 01  WS-ITEM-RAISED          PIC 9(08).
000269 01  WS-ITEM-WAITING-ON      PIC X(08).
000270 01  WS-ITEM-DETAIL          PIC X(40).
000271*
000272*--------------------------------------------------------------*
000273*  OPERATOR TABLE - STATUS AND ROLE OF EVERY OPERATOR ON         *
000274*  OPERFILE, TO SETTLE WHO AN OVERDUE ITEM CAN BE ESCALATED TO   *
000275*--------------------------------------------------------------*
000276 01  WS-OPT-COUNT            PIC S9(04) COMP VALUE ZERO.
000277 01  WS-OPT-MAX              PIC S9(04) COMP VALUE 500.
000278 01  WS-OPT-SLOT             PIC S9(04) COMP VALUE ZERO.
000279 01  WS-OPT-SCAN             PIC S9(04) COMP VALUE ZERO.
000280 01  WS-FIND-ID              PIC X(08).
000281 01  WS-FIND-OK-SWITCH       PIC X(01).
000282     88  WS-FIND-OK                   VALUE "Y".
000283*
000284 01  WS-OPERATOR-TABLE.
000285     05  WS-OPT-ENTRY OCCURS 500 TIMES.
000286         10  WS-OPT-OPR-ID       PIC X(08).
000287         10  WS-OPT-STATUS       PIC X(01).
000288         10  WS-OPT-ROLE         PIC X(01).
000289*
000290*--------------------------------------------------------------*
000291*  THE QUEUE BEING PRINTED - AGE BANDS AND ITEMS LISTED          *
000292*--------------------------------------------------------------*
000293 01  WS-ITEM-LIMIT           PIC 9(03) VALUE 10.
000294 01  WS-LISTED-IN-QUEUE      PIC 9(05) VALUE ZERO.
000295 01  WS-BAND-DAY             PIC 9(05) VALUE ZERO.
000296 01  WS-BAND-WEEK            PIC 9(05) VALUE ZERO.
000297 01  WS-BAND-MONTH           PIC 9(05) VALUE ZERO.
000298 01  WS-BAND-OLDER           PIC 9(05) VALUE ZERO.
000299 01  WS-EARLIER-COUNT        PIC 9(05) VALUE ZERO.
000300 01  WS-ESCALATED-SWITCH     PIC X(01).
000301     88  WS-ALREADY-ESCALATED         VALUE "Y".
000302 01  WS-ESC-TO               PIC X(08).
000303 01  WS-ITEM-FLAG            PIC X(10).
000304*
000305*--------------------------------------------------------------*
000306*  WAITING-ON TABLE FOR THE QUEUE BEING PRINTED - ONE ENTRY PER  *
000307*  OPERATOR OR ROLE ITS ITEMS WAIT ON                            *
000308*--------------------------------------------------------------*
000309 01  WS-WOT-COUNT            PIC S9(04) COMP VALUE ZERO.
000310 01  WS-WOT-MAX              PIC S9(04) COMP VALUE 100.
000311 01  WS-WOT-INDEX            PIC S9(04) COMP VALUE ZERO.
000312 01  WS-WOT-SLOT             PIC S9(04) COMP VALUE ZERO.
000313*
000314 01  WS-WAITING-TABLE.
000315     05  WS-WOT-ENTRY OCCURS 100 TIMES.
000316         10  WS-WOT-ID           PIC X(08).
000317         10  WS-WOT-OPEN         PIC 9(05).
000318         10  WS-WOT-DAY          PIC 9(05).
000319         10  WS-WOT-WEEK         PIC 9(05).
000320         10  WS-WOT-MONTH        PIC 9(05).
000321         10  WS-WOT-OLDER        PIC 9(05).
000322         10  WS-WOT-PAST-SLA     PIC 9(05).
000323*
000324*--------------------------------------------------------------*
000325*  ESCALATION MESSAGE BEING POSTED                               *
000326*--------------------------------------------------------------*
000327 01  WS-SEND-TEXT            PIC X(60).
000328 01  WS-NEXT-SEQ             PIC 9(06).
000329 01  WS-SEQ-SWITCH           PIC X(01).
000330     88  WS-SEQ-LOOKING               VALUE "N".
000331     88  WS-SEQ-FOUND                 VALUE "Y".
000332     88  WS-SEQ-NONE                  VALUE "X".
000333 01  WS-NOW-TIME             PIC 9(08).
000334*
000335*--------------------------------------------------------------*
000336*  RUN TOTALS                                                    *
000337*--------------------------------------------------------------*
000338 01  WS-OPEN-COUNT           PIC 9(07) VALUE ZERO.
000339 01  WS-PAST-SLA-COUNT       PIC 9(05) VALUE ZERO.
000340 01  WS-ESCALATED-COUNT      PIC 9(05) VALUE ZERO.
000341 01  WS-NO-TARGET-COUNT      PIC 9(05) VALUE ZERO.
000342 01  WS-CLEARED-COUNT        PIC 9(05) VALUE ZERO.
000343*
000344*--------------------------------------------------------------*
000345*  REPORT LINES                                                  *
000346*--------------------------------------------------------------*
000347 01  WS-HEADING-1.
000348     05  FILLER         PIC X(38)
000349         VALUE "WORK-QUEUE AGEING AND SLA ESCALATION ".
000350     05  FILLER         PIC X(16) VALUE "   BUSINESS DATE".
000351     05  FILLER         PIC X(01) VALUE SPACE.
000352     05  WS-HDG-DATE    PIC 9(08).
000353*
000354 01  WS-QUEUE-LINE.
000355     05  FILLER              PIC X(06) VALUE "QUEUE ".
000356     05  QHL-QUEUE           PIC X(08).
000357     05  FILLER              PIC X(06) VALUE "  SLA ".
000358     05  QHL-SLA             PIC ZZ9.
000359     05  FILLER              PIC X(18)
000360         VALUE " DAYS  WAITING ON ".
000361     05  QHL-WAITING-ON      PIC X(09).
000362     05  FILLER              PIC X(14) VALUE " ESCALATES TO ".
000363     05  QHL-ESCALATE-TO     PIC X(08).
000364*
000365 01  WS-HEADING-2.
000366     05  FILLER         PIC X(20) VALUE "  RAISED      AGE  W".
000367     05  FILLER         PIC X(20) VALUE "AITING ON  ITEM     ".
000368     05  FILLER         PIC X(20) VALUE "                    ".
000369     05  FILLER         PIC X(20) VALUE "              SLA   ".
000370*
000371 01  WS-DETAIL-LINE.
000372     05  FILLER              PIC X(02) VALUE SPACES.
000373     05  DTL-RAISED          PIC X(08).
000374     05  FILLER              PIC X(01) VALUE SPACE.
000375     05  DTL-AGE             PIC ZZZZ9.
000376     05  FILLER              PIC X(02) VALUE SPACES.
000377     05  DTL-WAITING-ON      PIC X(08).
000378     05  FILLER              PIC X(03) VALUE SPACES.
000379     05  DTL-ITEM            PIC X(40).
000380     05  FILLER              PIC X(01) VALUE SPACE.
000381     05  DTL-FLAG            PIC X(10).
000382*
000383 01  WS-BAND-LINE.
000384     05  FILLER              PIC X(07) VALUE "  OPEN ".
000385     05  BND-OPEN            PIC ZZZZ9.
000386     05  FILLER              PIC X(09) VALUE "  TO 1 D ".
000387     05  BND-DAY             PIC ZZZZ9.
000388     05  FILLER              PIC X(09) VALUE "  TO 7 D ".
000389     05  BND-WEEK            PIC ZZZZ9.
000390     05  FILLER              PIC X(10) VALUE "  TO 31 D ".
000391     05  BND-MONTH           PIC ZZZZ9.
000392     05  FILLER              PIC X(08) VALUE "  OLDER ".
000393     05  BND-OLDER           PIC ZZZZ9.
000394     05  FILLER              PIC X(11) VALUE "  PAST SLA ".
000395     05  BND-PAST-SLA        PIC ZZZZ9.
000396*
000397 01  WS-WAITING-LINE.
000398     05  FILLER              PIC X(04) VALUE SPACES.
000399     05  WTL-ID              PIC X(09).
000400     05  FILLER              PIC X(01) VALUE SPACE.
000401     05  WTL-OPEN            PIC ZZZZ9.
000402     05  FILLER              PIC X(09) VALUE SPACES.
000403     05  WTL-DAY             PIC ZZZZ9.
000404     05  FILLER              PIC X(09) VALUE SPACES.
000405     05  WTL-WEEK            PIC ZZZZ9.
000406     05  FILLER              PIC X(10) VALUE SPACES.
000407     05  WTL-MONTH           PIC ZZZZ9.
000408     05  FILLER              PIC X(08) VALUE SPACES.
000409     05  WTL-OLDER           PIC ZZZZ9.
000410     05  FILLER              PIC X(11) VALUE SPACES.
000411     05  WTL-PAST-SLA        PIC ZZZZ9.
000412*
000413 01  WS-ESCALATION-LINE.
000414     05  FILLER              PIC X(24)
000415         VALUE "  ESCALATED THIS RUN    ".
000416     05  ESL-NOW             PIC ZZZZ9.
000417     05  FILLER              PIC X(20)
000418         VALUE "   ESCALATED BEFORE ".
000419     05  ESL-BEFORE          PIC ZZZZ9.
000420*
000421 01  WS-TOTAL-LINE.
000422     05  TOT-LABEL           PIC X(40).
000423     05  TOT-VALUE           PIC ZZZZZZ9.
000424*
000425 01  WS-QUEUE-TOTAL-LINE.
000426     05  FILLER              PIC X(02) VALUE SPACES.
000427     05  QTL-QUEUE           PIC X(08).
000428     05  FILLER              PIC X(07) VALUE "  OPEN ".
000429     05  QTL-OPEN            PIC ZZZZ9.
000430     05  FILLER              PIC X(11) VALUE "  PAST SLA ".
000431     05  QTL-PAST-SLA        PIC ZZZZ9.
000432     05  FILLER              PIC X(12) VALUE "  ESCALATED ".
000433     05  QTL-ESCALATED       PIC ZZZZ9.
000434*
000435*--------------------------------------------------------------*
000436*  SHARED NEXT-NUMBER WORK AREAS                                 *
000437*--------------------------------------------------------------*
000438     COPY NUMCALL.
000439*
000440*--------------------------------------------------------------*
000441*  SHARED RUN-CONTROL WORK AREAS                                 *
000442*--------------------------------------------------------------*
000443     COPY RUNCALL.
000444*
000445 PROCEDURE DIVISION.
000446*
000447*--------------------------------------------------------------*
000448*  0000-MAINLINE                                                 *
000449*--------------------------------------------------------------*
000450 0000-MAINLINE.
000451     MOVE "S" TO WS-RUN-FUNCTION.
000452     MOVE "QUEAGE  " TO WS-RUN-PROGRAM.
000453     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000454     MOVE ZERO TO WS-RUN-REC-COUNT.
000455     MOVE SPACE TO WS-RUN-STATUS.
000456     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000457         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000458         WS-RUN-ALREADY-RAN.
000459     IF WS-RUN-ALREADY-RAN = "Y"
000460         DISPLAY "QUE-AGE ALREADY RAN FOR THIS BUSINESS DATE"
000461         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000462         STOP RUN
000463     END-IF.
000464     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000465     IF WS-RESULT-CODE = ZERO
000466         PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT
000467         PERFORM 2500-FIND-SCAN-DATE THRU 2500-EXIT
000468         SORT SORT-WORK-FILE
000469             ON ASCENDING KEY SRT-QUEUE-NO
000470             ON DESCENDING KEY SRT-AGE-DAYS
000471             ON ASCENDING KEY SRT-ITEM-KEY
000472             INPUT PROCEDURE IS 3000-SCAN-QUEUES
000473                 THRU 3000-EXIT
000474             OUTPUT PROCEDURE IS 4000-PRINT-QUEUES
000475                 THRU 4000-EXIT
000476         PERFORM 5000-CLEAR-REGISTER THRU 5000-EXIT
000477         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
000478     END-IF.
000479     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000480     STOP RUN.
000481*
000482*--------------------------------------------------------------*
000483*  1000-INITIALIZE                                               *
000484*                                                                *
000485*  Loads the SLA table, opens the report, the escalation         *
000486*  register (creating it on the first run), the message file the *
000487*  escalations are posted to and the supervisor links. A         *
000488*  register or message file that cannot be opened ends the run   *
000489*  RC 8, since nothing overdue could be escalated.               *
000490*--------------------------------------------------------------*
000491 1000-INITIALIZE.
000492     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000493     PERFORM 1200-CLEAR-ONE-QUEUE THRU 1200-EXIT
000494         VARYING WS-QUE-INDEX FROM 1 BY 1
000495         UNTIL WS-QUE-INDEX > WS-QUE-COUNT.
000496     PERFORM 1100-LOAD-SLA-TABLE THRU 1100-EXIT.
000497     MOVE "O" TO WS-RPT-FUNCTION.
000498     MOVE "QUEAGE  " TO WS-RPT-ID.
000499     MOVE SPACES TO WS-RPT-LINE.
000500     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000501         WS-RPT-LINE.
000502     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000503     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000504     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000505     OPEN I-O QUEUE-ESCALATION-FILE.
000506     IF NOT WS-QES-OK
000507         CLOSE QUEUE-ESCALATION-FILE
000508         OPEN OUTPUT QUEUE-ESCALATION-FILE
000509         CLOSE QUEUE-ESCALATION-FILE
000510         OPEN I-O QUEUE-ESCALATION-FILE
000511     END-IF.
000512     IF NOT WS-QES-OK
000513         DISPLAY "QUE-AGE: CANNOT OPEN QESCLOG - STATUS "
000514             WS-QES-STATUS
000515         MOVE "QESCLOG" TO WS-ERR-CODE
000516         MOVE "CANNOT OPEN QESCLOG - NO QUEUES AGED"
000517             TO WS-ERR-TEXT
000518         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000519         MOVE 8 TO WS-RESULT-CODE
000520         GO TO 1000-EXIT
000521     END-IF.
000522     SET WS-QES-FILE-OPEN TO TRUE.
000523     OPEN I-O OPERATOR-MESSAGE-FILE.
000524     IF NOT WS-MSG-OK
000525         CLOSE OPERATOR-MESSAGE-FILE
000526         OPEN OUTPUT OPERATOR-MESSAGE-FILE
000527         CLOSE OPERATOR-MESSAGE-FILE
000528         OPEN I-O OPERATOR-MESSAGE-FILE
000529     END-IF.
000530     IF NOT WS-MSG-OK
000531         DISPLAY "QUE-AGE: CANNOT OPEN OPRMSG - STATUS "
000532             WS-MSG-STATUS
000533         MOVE "OPRMSG" TO WS-ERR-CODE
000534         MOVE "CANNOT OPEN OPRMSG - NO QUEUES AGED"
000535             TO WS-ERR-TEXT
000536         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000537         MOVE 8 TO WS-RESULT-CODE
000538         GO TO 1000-EXIT
000539     END-IF.
000540     SET WS-MSG-FILE-OPEN TO TRUE.
000541     OPEN INPUT OPERATOR-SUPERVISOR-FILE.
000542     IF WS-OSV-OK
000543         SET WS-SUPV-FILE-OPEN TO TRUE
000544     ELSE
000545         DISPLAY "QUE-AGE: NO OPRSUPV FILE - OVERDUE ITEMS GO TO"
000546             " THE QUEUE ESCALATION OPERATORS"
000547     END-IF.
000548 1000-EXIT.
000549     EXIT.
000550*
000551 1100-LOAD-SLA-TABLE.
000552     OPEN INPUT QUEUE-SLA-TABLE.
000553     IF NOT WS-QSC-OK
000554         DISPLAY "QUE-AGE: NO QSLACTL FILE - STATUS "
000555             WS-QSC-STATUS " - DEFAULT SLAS USED"
000556         GO TO 1100-EXIT
000557     END-IF.
000558     PERFORM 1110-LOAD-ONE-QUEUE THRU 1110-EXIT
000559         UNTIL WS-QSC-EOF.
000560     CLOSE QUEUE-SLA-TABLE.
000561 1100-EXIT.
000562     EXIT.
000563*
000564 1110-LOAD-ONE-QUEUE.
000565     READ QUEUE-SLA-TABLE
000566         AT END
000567             GO TO 1110-EXIT
000568     END-READ.
000569     IF QSC-QUEUE = SPACES
000570        OR QSC-QUEUE(1:1) = "*"
000571         GO TO 1110-EXIT
000572     END-IF.
000573     MOVE QSC-QUEUE TO WS-FIND-QUEUE.
000574     PERFORM 7500-FIND-QUEUE THRU 7500-EXIT.
000575     IF WS-QUE-SLOT = ZERO
000576         DISPLAY "QUE-AGE: QSLACTL QUEUE " QSC-QUEUE
000577             " IS NOT ONE THIS RUN AGES - IGNORED"
000578         GO TO 1110-EXIT
000579     END-IF.
000580     IF QSC-SLA-DAYS NUMERIC
000581         MOVE QSC-SLA-DAYS TO WS-QUE-SLA-DAYS(WS-QUE-SLOT)
000582     ELSE
000583         DISPLAY "QUE-AGE: QSLACTL SLA FOR " QSC-QUEUE
000584             " IS NOT NUMERIC - DEFAULT KEPT"
000585     END-IF.
000586     IF QSC-WAITING-ON NOT = SPACES
000587         MOVE QSC-WAITING-ON TO WS-QUE-WAITING-ON(WS-QUE-SLOT)
000588     END-IF.
000589     MOVE QSC-ESCALATE-TO TO WS-QWK-ESCALATE-TO(WS-QUE-SLOT).
000590 1110-EXIT.
000591     EXIT.
000592*
000593 1200-CLEAR-ONE-QUEUE.
000594     MOVE SPACES TO WS-QWK-ESCALATE-TO(WS-QUE-INDEX).
000595     MOVE "N"    TO WS-QWK-SCANNED(WS-QUE-INDEX).
000596     MOVE ZERO   TO WS-QWK-OPEN(WS-QUE-INDEX).
000597     MOVE ZERO   TO WS-QWK-PAST-SLA(WS-QUE-INDEX).
000598     MOVE ZERO   TO WS-QWK-ESCALATED(WS-QUE-INDEX).
000599 1200-EXIT.
000600     EXIT.
000601*
000602*--------------------------------------------------------------*
000603*  2000-LOAD-OPERATORS                                           *
000604*--------------------------------------------------------------*
000605 2000-LOAD-OPERATORS.
000606     OPEN INPUT OPERATOR-FILE.
000607     IF NOT WS-OPR-OK
000608         DISPLAY "QUE-AGE: CANNOT OPEN OPERFILE - STATUS "
000609             WS-OPR-STATUS
000610         GO TO 2000-EXIT
000611     END-IF.
000612     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
000613         UNTIL WS-OPR-EOF.
000614     CLOSE OPERATOR-FILE.
000615 2000-EXIT.
000616     EXIT.
000617*
000618 2100-LOAD-ONE-OPERATOR.
000619     READ OPERATOR-FILE NEXT RECORD
000620         AT END
000621             MOVE "10" TO WS-OPR-STATUS
000622             GO TO 2100-EXIT
000623     END-READ.
000624     IF WS-OPT-COUNT NOT < WS-OPT-MAX
000625         DISPLAY "QUE-AGE: OPERATOR TABLE FULL - " OPR-ID
000626             " CANNOT BE ESCALATED TO"
000627         GO TO 2100-EXIT
000628     END-IF.
000629     ADD 1 TO WS-OPT-COUNT.
000630     MOVE OPR-ID     TO WS-OPT-OPR-ID(WS-OPT-COUNT).
000631     MOVE OPR-STATUS TO WS-OPT-STATUS(WS-OPT-COUNT).
000632     MOVE OPR-ROLE   TO WS-OPT-ROLE(WS-OPT-COUNT).
000633 2100-EXIT.
000634     EXIT.
000635*
000636*--------------------------------------------------------------*
000637*  2500-FIND-SCAN-DATE                                           *
000638*                                                                *
000639*  DUPWORK carries no date of its own - DUP-SCAN rebuilds it     *
000640*  whole - so its pairs are aged from the business date of the   *
000641*  last completed DUP-SCAN run on RUNCTRL.                       *
000642*--------------------------------------------------------------*
000643 2500-FIND-SCAN-DATE.
000644     OPEN INPUT RUN-CONTROL-FILE.
000645     IF NOT WS-RCT-OK
000646         DISPLAY "QUE-AGE: CANNOT OPEN RUNCTRL - STATUS "
000647             WS-RCT-STATUS
000648         GO TO 2500-EXIT
000649     END-IF.
000650     MOVE "DUPSCAN " TO RUN-PROGRAM.
000651     MOVE ZERO TO RUN-BUS-DATE.
000652     START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
000653         INVALID KEY
000654             MOVE "10" TO WS-RCT-STATUS
000655     END-START.
000656     PERFORM 2600-READ-ONE-RUN THRU 2600-EXIT
000657         UNTIL WS-RCT-EOF.
000658     CLOSE RUN-CONTROL-FILE.
000659 2500-EXIT.
000660     EXIT.
000661*
000662 2600-READ-ONE-RUN.
000663     READ RUN-CONTROL-FILE NEXT RECORD
000664         AT END
000665             MOVE "10" TO WS-RCT-STATUS
000666             GO TO 2600-EXIT
000667     END-READ.
000668     IF RUN-PROGRAM NOT = "DUPSCAN "
000669         MOVE "10" TO WS-RCT-STATUS
000670         GO TO 2600-EXIT
000671     END-IF.
000672     IF RUN-COMPLETED
000673         MOVE RUN-BUS-DATE TO WS-DUP-SCAN-DATE
000674     END-IF.
000675 2600-EXIT.
000676     EXIT.
000677*
000678*--------------------------------------------------------------*
000679*  3000-SCAN-QUEUES (SORT INPUT PROCEDURE)                       *
000680*                                                                *
000681*  Releases every open item on every queue with its age in days. *
000682*  A queue whose file cannot be opened is reported as not        *
000683*  available and its escalation register entries are left alone. *
000684*--------------------------------------------------------------*
000685 3000-SCAN-QUEUES.
000686     PERFORM 3100-SCAN-DQQUEUE THRU 3100-EXIT.
000687     PERFORM 3200-SCAN-PENDAPPR THRU 3200-EXIT.
000688     PERFORM 3300-SCAN-DUPWORK THRU 3300-EXIT.
000689     PERFORM 3400-SCAN-ERRLOG THRU 3400-EXIT.
000690     PERFORM 3500-SCAN-OPRMSG THRU 3500-EXIT.
000691 3000-EXIT.
000692     EXIT.
000693*
000694 3100-SCAN-DQQUEUE.
000695     OPEN INPUT DQ-QUEUE-FILE.
000696     IF NOT WS-DQQ-OK
000697         GO TO 3100-EXIT
000698     END-IF.
000699     MOVE "Y" TO WS-QWK-SCANNED(1).
000700     MOVE 1 TO WS-ITEM-QUEUE-NO.
000701     PERFORM 3110-SCAN-ONE-FINDING THRU 3110-EXIT
000702         UNTIL WS-DQQ-EOF.
000703     CLOSE DQ-QUEUE-FILE.
000704 3100-EXIT.
000705     EXIT.
000706*
000707 3110-SCAN-ONE-FINDING.
000708     READ DQ-QUEUE-FILE NEXT RECORD
000709         AT END
000710             MOVE "10" TO WS-DQQ-STATUS
000711             GO TO 3110-EXIT
000712     END-READ.
000713     IF NOT DQQ-OPEN
000714         GO TO 3110-EXIT
000715     END-IF.
000716     MOVE DQQ-KEY         TO WS-ITEM-KEY.
000717     MOVE DQQ-RAISED-DATE TO WS-ITEM-RAISED.
000718     MOVE WS-QUE-WAITING-ON(1) TO WS-ITEM-WAITING-ON.
000719     MOVE SPACES TO WS-ITEM-DETAIL.
000720     STRING DQQ-CHECK " " DQQ-NAME DELIMITED BY SIZE
000721         INTO WS-ITEM-DETAIL.
000722     PERFORM 3900-RELEASE-ITEM THRU 3900-EXIT.
000723 3110-EXIT.
000724     EXIT.
000725*
000726 3200-SCAN-PENDAPPR.
000727     OPEN INPUT PENDING-APPROVAL-FILE.
000728     IF NOT WS-APR-OK
000729         GO TO 3200-EXIT
000730     END-IF.
000731     MOVE "Y" TO WS-QWK-SCANNED(2).
000732     MOVE 2 TO WS-ITEM-QUEUE-NO.
000733     PERFORM 3210-SCAN-ONE-APPROVAL THRU 3210-EXIT
000734         UNTIL WS-APR-EOF.
000735     CLOSE PENDING-APPROVAL-FILE.
000736 3200-EXIT.
000737     EXIT.
000738*
000739 3210-SCAN-ONE-APPROVAL.
000740     READ PENDING-APPROVAL-FILE NEXT RECORD
000741         AT END
000742             MOVE "10" TO WS-APR-STATUS
000743             GO TO 3210-EXIT
000744     END-READ.
000745     IF NOT APR-PENDING
000746         GO TO 3210-EXIT
000747     END-IF.
000748     MOVE SPACES TO WS-ITEM-KEY.
000749     MOVE APR-SEQ         TO WS-ITEM-KEY.
000750     MOVE APR-RAISED-DATE TO WS-ITEM-RAISED.
000751     MOVE WS-QUE-WAITING-ON(2) TO WS-ITEM-WAITING-ON.
000752     MOVE SPACES TO WS-ITEM-DETAIL.
000753     STRING APR-SEQ " " APR-ACTION " " APR-TARGET-KEY(1:15)
000754         " " APR-REQUESTER DELIMITED BY SIZE
000755         INTO WS-ITEM-DETAIL.
000756     PERFORM 3900-RELEASE-ITEM THRU 3900-EXIT.
000757 3210-EXIT.
000758     EXIT.
000759*
000760 3300-SCAN-DUPWORK.
000761     OPEN INPUT DUP-WORK-FILE.
000762     IF NOT WS-DUP-OK
000763         GO TO 3300-EXIT
000764     END-IF.
000765     MOVE "Y" TO WS-QWK-SCANNED(3).
000766     MOVE 3 TO WS-ITEM-QUEUE-NO.
000767     PERFORM 3310-SCAN-ONE-PAIR THRU 3310-EXIT
000768         UNTIL WS-DUP-EOF.
000769     CLOSE DUP-WORK-FILE.
000770 3300-EXIT.
000771     EXIT.
000772*
000773 3310-SCAN-ONE-PAIR.
000774     READ DUP-WORK-FILE
000775         AT END
000776             MOVE "10" TO WS-DUP-STATUS
000777             GO TO 3310-EXIT
000778     END-READ.
000779     IF NOT DUP-OPEN
000780         GO TO 3310-EXIT
000781     END-IF.
000782     MOVE SPACES TO WS-ITEM-KEY.
000783     STRING DUP-POSTCODE DUP-HOUSE-NUMBER DUP-NAME-1(1:14)
000784         DUP-NAME-2(1:14) DELIMITED BY SIZE
000785         INTO WS-ITEM-KEY.
000786     MOVE WS-DUP-SCAN-DATE TO WS-ITEM-RAISED.
000787     MOVE WS-QUE-WAITING-ON(3) TO WS-ITEM-WAITING-ON.
000788     MOVE SPACES TO WS-ITEM-DETAIL.
000789     STRING DUP-POSTCODE " " DUP-NAME-1(1:14) "/"
000790         DUP-NAME-2(1:15) DELIMITED BY SIZE
000791         INTO WS-ITEM-DETAIL.
000792     PERFORM 3900-RELEASE-ITEM THRU 3900-EXIT.
000793 3310-EXIT.
000794     EXIT.
000795*
000796 3400-SCAN-ERRLOG.
000797     OPEN INPUT ERROR-LOG-FILE.
000798     IF NOT WS-ERRL-OK
000799         GO TO 3400-EXIT
000800     END-IF.
000801     MOVE "Y" TO WS-QWK-SCANNED(4).
000802     MOVE 4 TO WS-ITEM-QUEUE-NO.
000803     PERFORM 3410-SCAN-ONE-ENTRY THRU 3410-EXIT
000804         UNTIL WS-ERRL-EOF.
000805     CLOSE ERROR-LOG-FILE.
000806 3400-EXIT.
000807     EXIT.
000808*
000809 3410-SCAN-ONE-ENTRY.
000810     READ ERROR-LOG-FILE
000811         AT END
000812             MOVE "10" TO WS-ERRL-STATUS
000813             GO TO 3410-EXIT
000814     END-READ.
000815     IF ERL-RESOLVED
000816         GO TO 3410-EXIT
000817     END-IF.
000818     MOVE SPACES TO WS-ITEM-KEY.
000819     STRING ERL-DATE ERL-TIME ERL-PROGRAM(1:14) ERL-CODE
000820         DELIMITED BY SIZE
000821         INTO WS-ITEM-KEY.
000822     MOVE ERL-DATE TO WS-ITEM-RAISED.
000823     MOVE WS-QUE-WAITING-ON(4) TO WS-ITEM-WAITING-ON.
000824     MOVE SPACES TO WS-ITEM-DETAIL.
000825     STRING ERL-PROGRAM(1:10) " " ERL-CODE " " ERL-TEXT(1:18)
000826         DELIMITED BY SIZE
000827         INTO WS-ITEM-DETAIL.
000828     PERFORM 3900-RELEASE-ITEM THRU 3900-EXIT.
000829 3410-EXIT.
000830     EXIT.
000831*
000832 3500-SCAN-OPRMSG.
000833     MOVE "Y" TO WS-QWK-SCANNED(5).
000834     MOVE 5 TO WS-ITEM-QUEUE-NO.
000835     MOVE LOW-VALUES TO OMG-KEY.
000836     START OPERATOR-MESSAGE-FILE KEY IS NOT LESS THAN OMG-KEY
000837         INVALID KEY
000838             GO TO 3500-EXIT
000839     END-START.
000840     MOVE "00" TO WS-MSG-STATUS.
000841     PERFORM 3510-SCAN-ONE-MESSAGE THRU 3510-EXIT
000842         UNTIL WS-MSG-EOF.
000843     MOVE "00" TO WS-MSG-STATUS.
000844 3500-EXIT.
000845     EXIT.
000846*
000847*--------------------------------------------------------------*
000848*  3510-SCAN-ONE-MESSAGE                                         *
000849*                                                                *
000850*  Only unread work messages and escalations are aged; read      *
000851*  receipts and bounces are notices, not work. Each waits on its *
000852*  addressee.                                                    *
000853*--------------------------------------------------------------*
000854 3510-SCAN-ONE-MESSAGE.
000855     READ OPERATOR-MESSAGE-FILE NEXT RECORD
000856         AT END
000857             MOVE "10" TO WS-MSG-STATUS
000858             GO TO 3510-EXIT
000859     END-READ.
000860     IF NOT OMG-UNREAD
000861         GO TO 3510-EXIT
000862     END-IF.
000863     IF NOT OMG-IS-MESSAGE AND NOT OMG-IS-ESCALATION
000864         GO TO 3510-EXIT
000865     END-IF.
000866     MOVE SPACES TO WS-ITEM-KEY.
000867     STRING OMG-KEY OMG-SENT-DATE OMG-SENT-TIME
000868         DELIMITED BY SIZE
000869         INTO WS-ITEM-KEY.
000870     MOVE OMG-SENT-DATE TO WS-ITEM-RAISED.
000871     MOVE OMG-TO-OPR    TO WS-ITEM-WAITING-ON.
000872     MOVE SPACES TO WS-ITEM-DETAIL.
000873     STRING OMG-SEQ " " OMG-FROM-OPR " " OMG-TEXT(1:24)
000874         DELIMITED BY SIZE
000875         INTO WS-ITEM-DETAIL.
000876     PERFORM 3900-RELEASE-ITEM THRU 3900-EXIT.
000877 3510-EXIT.
000878     EXIT.
000879*
000880*--------------------------------------------------------------*
000881*  3900-RELEASE-ITEM                                             *
000882*                                                                *
000883*  Works out the item's age in days against the business date    *
000884*  and releases it to the sort. A missing or unusable date ages  *
000885*  the item as raised today. WS-ITEM-QUEUE-NO, WS-ITEM-KEY,      *
000886*  WS-ITEM-RAISED, WS-ITEM-WAITING-ON and WS-ITEM-DETAIL must be *
000887*  set by the caller before this is PERFORMed.                   *
000888*--------------------------------------------------------------*
000889 3900-RELEASE-ITEM.
000890     MOVE ZERO TO WS-AGE-DAYS.
000891     IF WS-ITEM-RAISED NUMERIC
000892        AND WS-ITEM-RAISED > 16010100
000893        AND WS-ITEM-RAISED < WS-TODAY-DATE
000894         COMPUTE WS-AGE-DAYS =
000895             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
000896             - FUNCTION INTEGER-OF-DATE(WS-ITEM-RAISED)
000897     END-IF.
000898     MOVE WS-ITEM-QUEUE-NO   TO SRT-QUEUE-NO.
000899     MOVE WS-AGE-DAYS        TO SRT-AGE-DAYS.
000900     MOVE WS-ITEM-KEY        TO SRT-ITEM-KEY.
000901     MOVE WS-ITEM-RAISED     TO SRT-RAISED-DATE.
000902     MOVE WS-ITEM-WAITING-ON TO SRT-WAITING-ON.
000903     MOVE WS-ITEM-DETAIL     TO SRT-DETAIL.
000904     RELEASE SRT-RECORD.
000905 3900-EXIT.
000906     EXIT.
000907*
000908*--------------------------------------------------------------*
000909*  4000-PRINT-QUEUES (SORT OUTPUT PROCEDURE)                     *
000910*                                                                *
000911*  The items come back queue by queue, oldest first. A queue     *
000912*  with nothing open still gets its heading, so the report       *
000913*  always shows all five.                                        *
000914*--------------------------------------------------------------*
000915 4000-PRINT-QUEUES.
000916     RETURN SORT-WORK-FILE
000917         AT END
000918             SET WS-SORT-EOF TO TRUE
000919     END-RETURN.
000920     PERFORM 4100-PRINT-ONE-ITEM THRU 4100-EXIT
000921         UNTIL WS-SORT-EOF.
000922     IF WS-THIS-QUEUE NOT = ZERO
000923         PERFORM 4300-QUEUE-SUMMARY THRU 4300-EXIT
000924     END-IF.
000925     COMPUTE WS-STOP-QUEUE = WS-QUE-COUNT + 1.
000926     PERFORM 4050-EMPTY-QUEUES THRU 4050-EXIT.
000927 4000-EXIT.
000928     EXIT.
000929*
000930 4050-EMPTY-QUEUES.
000931     PERFORM 4060-EMPTY-QUEUE THRU 4060-EXIT
000932         VARYING WS-QUE-INDEX FROM WS-NEXT-QUEUE BY 1
000933         UNTIL WS-QUE-INDEX NOT < WS-STOP-QUEUE.
000934     MOVE WS-STOP-QUEUE TO WS-NEXT-QUEUE.
000935 4050-EXIT.
000936     EXIT.
000937*
000938 4060-EMPTY-QUEUE.
000939     PERFORM 4210-QUEUE-HEADING-LINE THRU 4210-EXIT.
000940     IF WS-QWK-SCANNED(WS-QUE-INDEX) = "Y"
000941         MOVE "  NOTHING OPEN" TO WS-RPT-LINE
000942     ELSE
000943         MOVE "  QUEUE FILE NOT AVAILABLE THIS RUN" TO WS-RPT-LINE
000944     END-IF.
000945     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000946 4060-EXIT.
000947     EXIT.
000948*
000949*--------------------------------------------------------------*
000950*  4100-PRINT-ONE-ITEM                                           *
000951*                                                                *
000952*  Counts the item into its age band and its waiting-on line,    *
000953*  checks it against the queue's SLA and the escalation          *
000954*  register, and itemises it if it is among the queue's oldest.  *
000955*--------------------------------------------------------------*
000956 4100-PRINT-ONE-ITEM.
000957     IF SRT-QUEUE-NO NOT = WS-THIS-QUEUE
000958         IF WS-THIS-QUEUE NOT = ZERO
000959             PERFORM 4300-QUEUE-SUMMARY THRU 4300-EXIT
000960         END-IF
000961         MOVE SRT-QUEUE-NO TO WS-STOP-QUEUE
000962         PERFORM 4050-EMPTY-QUEUES THRU 4050-EXIT
000963         PERFORM 4200-QUEUE-HEADING THRU 4200-EXIT
000964     END-IF.
000965     ADD 1 TO WS-OPEN-COUNT.
000966     ADD 1 TO WS-QWK-OPEN(WS-THIS-QUEUE).
000967     PERFORM 4800-COUNT-WAITING-ON THRU 4800-EXIT.
000968     EVALUATE TRUE
000969         WHEN SRT-AGE-DAYS <= 1
000970             ADD 1 TO WS-BAND-DAY
000971             IF WS-WOT-SLOT NOT = ZERO
000972                 ADD 1 TO WS-WOT-DAY(WS-WOT-SLOT)
000973             END-IF
000974         WHEN SRT-AGE-DAYS <= 7
000975             ADD 1 TO WS-BAND-WEEK
000976             IF WS-WOT-SLOT NOT = ZERO
000977                 ADD 1 TO WS-WOT-WEEK(WS-WOT-SLOT)
000978             END-IF
000979         WHEN SRT-AGE-DAYS <= 31
000980             ADD 1 TO WS-BAND-MONTH
000981             IF WS-WOT-SLOT NOT = ZERO
000982                 ADD 1 TO WS-WOT-MONTH(WS-WOT-SLOT)
000983             END-IF
000984         WHEN OTHER
000985             ADD 1 TO WS-BAND-OLDER
000986             IF WS-WOT-SLOT NOT = ZERO
000987                 ADD 1 TO WS-WOT-OLDER(WS-WOT-SLOT)
000988             END-IF
000989     END-EVALUATE.
000990     MOVE SPACES TO WS-ITEM-FLAG.
000991     PERFORM 4400-CHECK-REGISTER THRU 4400-EXIT.
000992     IF SRT-AGE-DAYS > WS-QUE-SLA-DAYS(WS-THIS-QUEUE)
000993         ADD 1 TO WS-PAST-SLA-COUNT
000994         ADD 1 TO WS-QWK-PAST-SLA(WS-THIS-QUEUE)
000995         IF WS-WOT-SLOT NOT = ZERO
000996             ADD 1 TO WS-WOT-PAST-SLA(WS-WOT-SLOT)
000997         END-IF
000998         MOVE "PAST SLA" TO WS-ITEM-FLAG
000999         IF WS-ALREADY-ESCALATED
001000             ADD 1 TO WS-EARLIER-COUNT
001001             MOVE "ESCALATED" TO WS-ITEM-FLAG
001002         ELSE
001003             PERFORM 4500-ESCALATE-ITEM THRU 4500-EXIT
001004         END-IF
001005     END-IF.
001006     IF WS-LISTED-IN-QUEUE < WS-ITEM-LIMIT
001007         ADD 1 TO WS-LISTED-IN-QUEUE
001008         IF SRT-RAISED-DATE NUMERIC
001009            AND SRT-RAISED-DATE NOT = ZERO
001010             MOVE SRT-RAISED-DATE TO DTL-RAISED
001011         ELSE
001012             MOVE "UNKNOWN" TO DTL-RAISED
001013         END-IF
001014         MOVE SRT-AGE-DAYS   TO DTL-AGE
001015         MOVE SRT-WAITING-ON TO DTL-WAITING-ON
001016         MOVE SRT-DETAIL     TO DTL-ITEM
001017         MOVE WS-ITEM-FLAG   TO DTL-FLAG
001018         MOVE WS-DETAIL-LINE TO WS-RPT-LINE
001019         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001020     END-IF.
001021     RETURN SORT-WORK-FILE
001022         AT END
001023             SET WS-SORT-EOF TO TRUE
001024     END-RETURN.
001025 4100-EXIT.
001026     EXIT.
001027*
001028 4200-QUEUE-HEADING.
001029     MOVE SRT-QUEUE-NO TO WS-THIS-QUEUE.
001030     COMPUTE WS-NEXT-QUEUE = WS-THIS-QUEUE + 1.
001031     MOVE ZERO TO WS-LISTED-IN-QUEUE.
001032     MOVE ZERO TO WS-BAND-DAY.
001033     MOVE ZERO TO WS-BAND-WEEK.
001034     MOVE ZERO TO WS-BAND-MONTH.
001035     MOVE ZERO TO WS-BAND-OLDER.
001036     MOVE ZERO TO WS-EARLIER-COUNT.
001037     MOVE ZERO TO WS-WOT-COUNT.
001038     MOVE WS-THIS-QUEUE TO WS-QUE-INDEX.
001039     PERFORM 4210-QUEUE-HEADING-LINE THRU 4210-EXIT.
001040     MOVE WS-HEADING-2 TO WS-RPT-LINE.
001041     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001042 4200-EXIT.
001043     EXIT.
001044*
001045 4210-QUEUE-HEADING-LINE.
001046     MOVE SPACES TO WS-RPT-LINE.
001047     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001048     MOVE WS-QUE-ID(WS-QUE-INDEX)       TO QHL-QUEUE.
001049     MOVE WS-QUE-SLA-DAYS(WS-QUE-INDEX) TO QHL-SLA.
001050     IF WS-QUE-INDEX = 5
001051         MOVE "ADDRESSEE" TO QHL-WAITING-ON
001052     ELSE
001053         MOVE WS-QUE-WAITING-ON(WS-QUE-INDEX) TO QHL-WAITING-ON
001054     END-IF.
001055     IF WS-QWK-ESCALATE-TO(WS-QUE-INDEX) = SPACES
001056         MOVE "(NONE)" TO QHL-ESCALATE-TO
001057     ELSE
001058         MOVE WS-QWK-ESCALATE-TO(WS-QUE-INDEX) TO QHL-ESCALATE-TO
001059     END-IF.
001060     MOVE WS-QUEUE-LINE TO WS-RPT-LINE.
001061     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001062 4210-EXIT.
001063     EXIT.
001064*
001065*--------------------------------------------------------------*
001066*  4300-QUEUE-SUMMARY                                            *
001067*                                                                *
001068*  Closes off a queue: its counts by age band, what was          *
001069*  escalated, and the same counts for each operator or role its  *
001070*  items wait on.                                                *
001071*--------------------------------------------------------------*
001072 4300-QUEUE-SUMMARY.
001073     MOVE SPACES TO WS-RPT-LINE.
001074     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001075     MOVE WS-QWK-OPEN(WS-THIS-QUEUE)     TO BND-OPEN.
001076     MOVE WS-BAND-DAY                    TO BND-DAY.
001077     MOVE WS-BAND-WEEK                   TO BND-WEEK.
001078     MOVE WS-BAND-MONTH                  TO BND-MONTH.
001079     MOVE WS-BAND-OLDER                  TO BND-OLDER.
001080     MOVE WS-QWK-PAST-SLA(WS-THIS-QUEUE) TO BND-PAST-SLA.
001081     MOVE WS-BAND-LINE TO WS-RPT-LINE.
001082     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001083     PERFORM 4310-PRINT-ONE-WAITING THRU 4310-EXIT
001084         VARYING WS-WOT-INDEX FROM 1 BY 1
001085         UNTIL WS-WOT-INDEX > WS-WOT-COUNT.
001086     MOVE WS-QWK-ESCALATED(WS-THIS-QUEUE) TO ESL-NOW.
001087     MOVE WS-EARLIER-COUNT                TO ESL-BEFORE.
001088     MOVE WS-ESCALATION-LINE TO WS-RPT-LINE.
001089     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001090 4300-EXIT.
001091     EXIT.
001092*
001093 4310-PRINT-ONE-WAITING.
001094     MOVE WS-WOT-ID(WS-WOT-INDEX)       TO WTL-ID.
001095     MOVE WS-WOT-OPEN(WS-WOT-INDEX)     TO WTL-OPEN.
001096     MOVE WS-WOT-DAY(WS-WOT-INDEX)      TO WTL-DAY.
001097     MOVE WS-WOT-WEEK(WS-WOT-INDEX)     TO WTL-WEEK.
001098     MOVE WS-WOT-MONTH(WS-WOT-INDEX)    TO WTL-MONTH.
001099     MOVE WS-WOT-OLDER(WS-WOT-INDEX)    TO WTL-OLDER.
001100     MOVE WS-WOT-PAST-SLA(WS-WOT-INDEX) TO WTL-PAST-SLA.
001101     MOVE WS-WAITING-LINE TO WS-RPT-LINE.
001102     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001103 4310-EXIT.
001104     EXIT.
001105*
001106*--------------------------------------------------------------*
001107*  4400-CHECK-REGISTER                                           *
001108*                                                                *
001109*  Looks the item up on the escalation register. An item already *
001110*  there has been escalated on an earlier run; its last-seen     *
001111*  date is brought up to today so the entry is kept while the    *
001112*  item stays open.                                              *
001113*--------------------------------------------------------------*
001114 4400-CHECK-REGISTER.
001115     MOVE "N" TO WS-ESCALATED-SWITCH.
001116     MOVE WS-QUE-ID(WS-THIS-QUEUE) TO QES-QUEUE.
001117     MOVE SRT-ITEM-KEY             TO QES-ITEM-KEY.
001118     READ QUEUE-ESCALATION-FILE
001119         INVALID KEY
001120             GO TO 4400-EXIT
001121     END-READ.
001122     SET WS-ALREADY-ESCALATED TO TRUE.
001123     MOVE WS-TODAY-DATE TO QES-LAST-SEEN.
001124     MOVE SRT-AGE-DAYS  TO QES-AGE-DAYS.
001125     REWRITE QUEUE-ESCALATION-RECORD
001126         INVALID KEY
001127             DISPLAY "QUE-AGE: CANNOT UPDATE QESCLOG " QES-KEY
001128                 " - STATUS " WS-QES-STATUS
001129     END-REWRITE.
001130 4400-EXIT.
001131     EXIT.
001132*
001133*--------------------------------------------------------------*
001134*  4500-ESCALATE-ITEM                                            *
001135*                                                                *
001136*  Sends the overdue item to the supervisor who answers for it   *
001137*  and enters it on the register so it is not escalated again.   *
001138*  With no one active to send it to it is counted, left off the  *
001139*  register and tried again on the next run.                     *
001140*--------------------------------------------------------------*
001141 4500-ESCALATE-ITEM.
001142     PERFORM 4600-FIND-SUPERVISOR THRU 4600-EXIT.
001143     IF WS-ESC-TO = SPACES
001144         ADD 1 TO WS-NO-TARGET-COUNT
001145         MOVE "NO SUPV" TO WS-ITEM-FLAG
001146         GO TO 4500-EXIT
001147     END-IF.
001148     PERFORM 4700-POST-ESCALATION THRU 4700-EXIT.
001149     IF NOT WS-MSG-OK
001150         ADD 1 TO WS-NO-TARGET-COUNT
001151         MOVE "NOT SENT" TO WS-ITEM-FLAG
001152         GO TO 4500-EXIT
001153     END-IF.
001154     MOVE SPACES TO QUEUE-ESCALATION-RECORD.
001155     MOVE WS-QUE-ID(WS-THIS-QUEUE) TO QES-QUEUE.
001156     MOVE SRT-ITEM-KEY             TO QES-ITEM-KEY.
001157     MOVE SRT-RAISED-DATE          TO QES-RAISED-DATE.
001158     MOVE SRT-AGE-DAYS             TO QES-AGE-DAYS.
001159     MOVE SRT-WAITING-ON           TO QES-WAITING-ON.
001160     MOVE WS-ESC-TO                TO QES-ESCALATED-TO.
001161     MOVE WS-TODAY-DATE            TO QES-ESCALATED-DATE.
001162     MOVE WS-TODAY-DATE            TO QES-LAST-SEEN.
001163     WRITE QUEUE-ESCALATION-RECORD
001164         INVALID KEY
001165             DISPLAY "QUE-AGE: CANNOT ADD " QES-KEY
001166                 " TO QESCLOG - STATUS " WS-QES-STATUS
001167     END-WRITE.
001168     ADD 1 TO WS-ESCALATED-COUNT.
001169     ADD 1 TO WS-QWK-ESCALATED(WS-THIS-QUEUE).
001170     MOVE "ESCALATED" TO WS-ITEM-FLAG.
001171 4500-EXIT.
001172     EXIT.
001173*
001174*--------------------------------------------------------------*
001175*  4600-FIND-SUPERVISOR                                          *
001176*                                                                *
001177*  An item waiting on an operator goes to that operator's        *
001178*  supervisor on OPRSUPV. Failing that - no link, or a           *
001179*  supervisor no longer active or no longer holding the role -   *
001180*  and for items waiting on a role, it goes to the queue's       *
001181*  escalation operator on QSLACTL, provided they are active, are *
001182*  not a clerk and are not the operator the item waits on.       *
001183*  WS-ESC-TO is left blank when there is no one.                 *
001184*--------------------------------------------------------------*
001185 4600-FIND-SUPERVISOR.
001186     MOVE SPACES TO WS-ESC-TO.
001187     IF NOT WS-SUPV-FILE-OPEN
001188        OR SRT-WAITING-ON(1:1) = "("
001189         GO TO 4600-QUEUE-OWNER
001190     END-IF.
001191     MOVE SRT-WAITING-ON TO OSV-OPR-ID.
001192     READ OPERATOR-SUPERVISOR-FILE
001193         INVALID KEY
001194             GO TO 4600-QUEUE-OWNER
001195     END-READ.
001196     IF OSV-SUPERVISOR = SRT-WAITING-ON
001197         GO TO 4600-QUEUE-OWNER
001198     END-IF.
001199     MOVE OSV-SUPERVISOR TO WS-FIND-ID.
001200     PERFORM 4650-CHECK-CANDIDATE THRU 4650-EXIT.
001201     IF WS-FIND-OK
001202         MOVE OSV-SUPERVISOR TO WS-ESC-TO
001203         GO TO 4600-EXIT
001204     END-IF.
001205 4600-QUEUE-OWNER.
001206     IF WS-QWK-ESCALATE-TO(WS-THIS-QUEUE) = SPACES
001207        OR WS-QWK-ESCALATE-TO(WS-THIS-QUEUE) = SRT-WAITING-ON
001208         GO TO 4600-EXIT
001209     END-IF.
001210     MOVE WS-QWK-ESCALATE-TO(WS-THIS-QUEUE) TO WS-FIND-ID.
001211     PERFORM 4650-CHECK-CANDIDATE THRU 4650-EXIT.
001212     IF WS-FIND-OK
001213         MOVE WS-QWK-ESCALATE-TO(WS-THIS-QUEUE) TO WS-ESC-TO
001214     END-IF.
001215 4600-EXIT.
001216     EXIT.
001217*
001218 4650-CHECK-CANDIDATE.
001219     MOVE "N" TO WS-FIND-OK-SWITCH.
001220     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
001221     IF WS-OPT-SLOT = ZERO
001222         GO TO 4650-EXIT
001223     END-IF.
001224     IF WS-OPT-STATUS(WS-OPT-SLOT) = "A"
001225        AND WS-OPT-ROLE(WS-OPT-SLOT) NOT = "C"
001226         SET WS-FIND-OK TO TRUE
001227     END-IF.
001228 4650-EXIT.
001229     EXIT.
001230*
001231*--------------------------------------------------------------*
001232*  4700-POST-ESCALATION                                          *
001233*                                                                *
001234*  Writes the escalation to WS-ESC-TO under their next message   *
001235*  sequence, as kind E from QUEAGE, naming the queue, the item,  *
001236*  its age and who it is waiting on.                             *
001237*--------------------------------------------------------------*
001238 4700-POST-ESCALATION.
001239     PERFORM 4710-FIND-NEXT-SEQ THRU 4710-EXIT.
001240     MOVE SRT-AGE-DAYS TO WS-AGE-EDIT.
001241     MOVE SPACES TO WS-SEND-TEXT.
001242     STRING "OVERDUE " WS-QUE-ID(WS-THIS-QUEUE) " "
001243         SRT-DETAIL(1:20) " " WS-AGE-EDIT " DAYS ON "
001244         SRT-WAITING-ON DELIMITED BY SIZE
001245         INTO WS-SEND-TEXT.
001246     ACCEPT WS-NOW-TIME FROM TIME.
001247     MOVE SPACES        TO OPERATOR-MESSAGE-RECORD.
001248     MOVE WS-ESC-TO     TO OMG-TO-OPR.
001249     MOVE WS-NEXT-SEQ   TO OMG-SEQ.
001250     MOVE "QUEAGE"      TO OMG-FROM-OPR.
001251     MOVE WS-TODAY-DATE TO OMG-SENT-DATE.
001252     MOVE WS-NOW-TIME   TO OMG-SENT-TIME.
001253     MOVE "U"           TO OMG-STATUS.
001254     MOVE "E"           TO OMG-KIND.
001255     MOVE WS-SEND-TEXT  TO OMG-TEXT.
001256     WRITE OPERATOR-MESSAGE-RECORD
001257         INVALID KEY
001258             DISPLAY "QUE-AGE: CANNOT SEND ESCALATION TO "
001259                 WS-ESC-TO " - STATUS " WS-MSG-STATUS
001260             GO TO 4700-EXIT
001261     END-WRITE.
001262     IF WS-NUM-RESULT = "Y"
001263         MOVE "U" TO WS-NUM-FUNCTION
001264         MOVE SPACES TO WS-NUM-REFERENCE
001265         STRING WS-ESC-TO " " WS-QUE-ID(WS-THIS-QUEUE)
001266             DELIMITED BY SIZE INTO WS-NUM-REFERENCE
001267         CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
001268             WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
001269             WS-NUM-RESULT
001270     END-IF.
001271 4700-EXIT.
001272     EXIT.
001273*
001274*--------------------------------------------------------------*
001275*  4710-FIND-NEXT-SEQ                                            *
001276*                                                                *
001277*  The next sequence is issued from the MESSAGE number series,   *
001278*  as OPR-MSG takes it; with no MESSAGE series set up (or none   *
001279*  left in its range) it is one past the addressee's highest     *
001280*  message on file.                                              *
001281*                                                                *
001282*  A number the addressee already has on OPRMSG (one taken       *
001283*  before the series was set up) is marked used and the next one *
001284*  issued; one past six digits is not used.                      *
001285*--------------------------------------------------------------*
001286 4710-FIND-NEXT-SEQ.
001287     MOVE "MESSAGE" TO WS-NUM-SERIES.
001288     MOVE "QUE-AGE" TO WS-NUM-PROGRAM.
001289     SET WS-SEQ-LOOKING TO TRUE.
001290     PERFORM 4715-ISSUE-ONE-SEQ THRU 4715-EXIT
001291         UNTIL NOT WS-SEQ-LOOKING.
001292     IF WS-SEQ-FOUND
001293         GO TO 4710-EXIT
001294     END-IF.
001295     MOVE 1 TO WS-NEXT-SEQ.
001296     MOVE WS-ESC-TO TO OMG-TO-OPR.
001297     MOVE ZERO TO OMG-SEQ.
001298     START OPERATOR-MESSAGE-FILE
001299         KEY IS NOT LESS THAN OMG-KEY
001300         INVALID KEY
001301             GO TO 4710-EXIT
001302     END-START.
001303     MOVE "00" TO WS-MSG-STATUS.
001304     PERFORM 4720-READ-ONE-SEQ THRU 4720-EXIT
001305         UNTIL WS-MSG-EOF.
001306     MOVE "00" TO WS-MSG-STATUS.
001307 4710-EXIT.
001308     EXIT.
001309*
001310 4715-ISSUE-ONE-SEQ.
001311     MOVE "N" TO WS-NUM-FUNCTION.
001312     MOVE "QUEAGE" TO WS-NUM-REFERENCE.
001313     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
001314         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
001315         WS-NUM-RESULT.
001316     IF WS-NUM-RESULT NOT = "Y"
001317         SET WS-SEQ-NONE TO TRUE
001318         GO TO 4715-EXIT
001319     END-IF.
001320     IF WS-NUM-VALUE > 999999
001321         MOVE "E" TO WS-NUM-RESULT
001322         SET WS-SEQ-NONE TO TRUE
001323         GO TO 4715-EXIT
001324     END-IF.
001325     MOVE WS-ESC-TO TO OMG-TO-OPR.
001326     MOVE WS-NUM-VALUE TO OMG-SEQ.
001327     READ OPERATOR-MESSAGE-FILE
001328         INVALID KEY
001329             MOVE WS-NUM-VALUE TO WS-NEXT-SEQ
001330             SET WS-SEQ-FOUND TO TRUE
001331             GO TO 4715-EXIT
001332     END-READ.
001333     MOVE "U" TO WS-NUM-FUNCTION.
001334     MOVE "ALREADY ON OPRMSG" TO WS-NUM-REFERENCE.
001335     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
001336         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
001337         WS-NUM-RESULT.
001338 4715-EXIT.
001339     EXIT.
001340*
001341 4720-READ-ONE-SEQ.
001342     READ OPERATOR-MESSAGE-FILE NEXT RECORD
001343         AT END
001344             MOVE "10" TO WS-MSG-STATUS
001345             GO TO 4720-EXIT
001346     END-READ.
001347     IF OMG-TO-OPR NOT = WS-ESC-TO
001348         MOVE "10" TO WS-MSG-STATUS
001349         GO TO 4720-EXIT
001350     END-IF.
001351     COMPUTE WS-NEXT-SEQ = OMG-SEQ + 1.
001352 4720-EXIT.
001353     EXIT.
001354*
001355*--------------------------------------------------------------*
001356*  4800-COUNT-WAITING-ON                                         *
001357*                                                                *
001358*  Finds or adds the waiting-on entry for the item in hand and   *
001359*  counts the item into it. WS-WOT-SLOT is left zero when the    *
001360*  table is full.                                                *
001361*--------------------------------------------------------------*
001362 4800-COUNT-WAITING-ON.
001363     MOVE ZERO TO WS-WOT-SLOT.
001364     PERFORM 4810-CHECK-ONE-WAITING THRU 4810-EXIT
001365         VARYING WS-WOT-INDEX FROM 1 BY 1
001366         UNTIL WS-WOT-INDEX > WS-WOT-COUNT
001367            OR WS-WOT-SLOT NOT = ZERO.
001368     IF WS-WOT-SLOT = ZERO
001369        AND WS-WOT-COUNT < WS-WOT-MAX
001370         ADD 1 TO WS-WOT-COUNT
001371         MOVE WS-WOT-COUNT   TO WS-WOT-SLOT
001372         MOVE SRT-WAITING-ON TO WS-WOT-ID(WS-WOT-SLOT)
001373         MOVE ZERO TO WS-WOT-OPEN(WS-WOT-SLOT)
001374         MOVE ZERO TO WS-WOT-DAY(WS-WOT-SLOT)
001375         MOVE ZERO TO WS-WOT-WEEK(WS-WOT-SLOT)
001376         MOVE ZERO TO WS-WOT-MONTH(WS-WOT-SLOT)
001377         MOVE ZERO TO WS-WOT-OLDER(WS-WOT-SLOT)
001378         MOVE ZERO TO WS-WOT-PAST-SLA(WS-WOT-SLOT)
001379     END-IF.
001380     IF WS-WOT-SLOT NOT = ZERO
001381         ADD 1 TO WS-WOT-OPEN(WS-WOT-SLOT)
001382     END-IF.
001383 4800-EXIT.
001384     EXIT.
001385*
001386 4810-CHECK-ONE-WAITING.
001387     IF WS-WOT-ID(WS-WOT-INDEX) = SRT-WAITING-ON
001388         MOVE WS-WOT-INDEX TO WS-WOT-SLOT
001389     END-IF.
001390 4810-EXIT.
001391     EXIT.
001392*
001393*--------------------------------------------------------------*
001394*  5000-CLEAR-REGISTER                                           *
001395*                                                                *
001396*  Removes register entries whose item was not seen open this    *
001397*  run - it has been worked off - so that the register holds     *
001398*  only what is still outstanding. Entries for a queue that      *
001399*  could not be read this run are kept.                          *
001400*--------------------------------------------------------------*
001401 5000-CLEAR-REGISTER.
001402     MOVE LOW-VALUES TO QES-KEY.
001403     START QUEUE-ESCALATION-FILE KEY IS NOT LESS THAN QES-KEY
001404         INVALID KEY
001405             GO TO 5000-EXIT
001406     END-START.
001407     MOVE "00" TO WS-QES-STATUS.
001408     PERFORM 5100-CHECK-ONE-ENTRY THRU 5100-EXIT
001409         UNTIL WS-QES-EOF.
001410 5000-EXIT.
001411     EXIT.
001412*
001413 5100-CHECK-ONE-ENTRY.
001414     READ QUEUE-ESCALATION-FILE NEXT RECORD
001415         AT END
001416             MOVE "10" TO WS-QES-STATUS
001417             GO TO 5100-EXIT
001418     END-READ.
001419     IF QES-LAST-SEEN NOT < WS-TODAY-DATE
001420         GO TO 5100-EXIT
001421     END-IF.
001422     MOVE QES-QUEUE TO WS-FIND-QUEUE.
001423     PERFORM 7500-FIND-QUEUE THRU 7500-EXIT.
001424     IF WS-QUE-SLOT = ZERO
001425         GO TO 5100-EXIT
001426     END-IF.
001427     IF WS-QWK-SCANNED(WS-QUE-SLOT) NOT = "Y"
001428         GO TO 5100-EXIT
001429     END-IF.
001430     DELETE QUEUE-ESCALATION-FILE
001431         INVALID KEY
001432             DISPLAY "QUE-AGE: CANNOT CLEAR " QES-KEY
001433                 " - STATUS " WS-QES-STATUS
001434             GO TO 5100-EXIT
001435     END-DELETE.
001436     ADD 1 TO WS-CLEARED-COUNT.
001437 5100-EXIT.
001438     EXIT.
001439*
001440*--------------------------------------------------------------*
001441*  6000-PRINT-TOTALS                                             *
001442*                                                                *
001443*  Prints the run totals. Overdue items that could not be        *
001444*  escalated go to the error log and end the run RC 4.           *
001445*--------------------------------------------------------------*
001446 6000-PRINT-TOTALS.
001447     MOVE SPACES TO WS-RPT-LINE.
001448     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001449     MOVE "ALL QUEUES" TO WS-RPT-LINE.
001450     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001451     PERFORM 6100-PRINT-ONE-QUEUE THRU 6100-EXIT
001452         VARYING WS-QUE-INDEX FROM 1 BY 1
001453         UNTIL WS-QUE-INDEX > WS-QUE-COUNT.
001454     MOVE SPACES TO WS-RPT-LINE.
001455     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001456     MOVE "OPEN ITEMS" TO TOT-LABEL.
001457     MOVE WS-OPEN-COUNT TO TOT-VALUE.
001458     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001459     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001460     MOVE "PAST THEIR QUEUE SLA" TO TOT-LABEL.
001461     MOVE WS-PAST-SLA-COUNT TO TOT-VALUE.
001462     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001463     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001464     MOVE "ESCALATED THIS RUN" TO TOT-LABEL.
001465     MOVE WS-ESCALATED-COUNT TO TOT-VALUE.
001466     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001467     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001468     MOVE "OVERDUE WITH NO ONE TO ESCALATE TO" TO TOT-LABEL.
001469     MOVE WS-NO-TARGET-COUNT TO TOT-VALUE.
001470     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001471     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001472     MOVE "ESCALATIONS CLEARED - ITEM WORKED OFF" TO TOT-LABEL.
001473     MOVE WS-CLEARED-COUNT TO TOT-VALUE.
001474     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
001475     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001476     IF WS-NO-TARGET-COUNT > ZERO
001477         MOVE "QESCNONE" TO WS-ERR-CODE
001478         MOVE SPACES TO WS-ERR-TEXT
001479         MOVE WS-NO-TARGET-COUNT TO WS-AGE-EDIT
001480         STRING WS-AGE-EDIT DELIMITED BY SIZE
001481             " OVERDUE QUEUE ITEMS NOT ESCALATED - SEE QUEAGE"
001482                 DELIMITED BY SIZE
001483             INTO WS-ERR-TEXT
001484         END-STRING
001485         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001486         MOVE 4 TO WS-RESULT-CODE
001487     END-IF.
001488 6000-EXIT.
001489     EXIT.
001490*
001491 6100-PRINT-ONE-QUEUE.
001492     MOVE WS-QUE-ID(WS-QUE-INDEX)        TO QTL-QUEUE.
001493     MOVE WS-QWK-OPEN(WS-QUE-INDEX)      TO QTL-OPEN.
001494     MOVE WS-QWK-PAST-SLA(WS-QUE-INDEX)  TO QTL-PAST-SLA.
001495     MOVE WS-QWK-ESCALATED(WS-QUE-INDEX) TO QTL-ESCALATED.
001496     MOVE WS-QUEUE-TOTAL-LINE TO WS-RPT-LINE.
001497     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001498 6100-EXIT.
001499     EXIT.
001500*
001501*--------------------------------------------------------------*
001502*  7000-FIND-OPERATOR                                            *
001503*                                                                *
001504*  Finds the table entry for the ID in WS-FIND-ID. A zero        *
001505*  WS-OPT-SLOT on the way out means the ID is not on OPERFILE.   *
001506*--------------------------------------------------------------*
001507 7000-FIND-OPERATOR.
001508     MOVE ZERO TO WS-OPT-SLOT.
001509     PERFORM 7100-CHECK-ONE-SLOT THRU 7100-EXIT
001510         VARYING WS-OPT-SCAN FROM 1 BY 1
001511         UNTIL WS-OPT-SCAN > WS-OPT-COUNT
001512            OR WS-OPT-SLOT NOT = ZERO.
001513 7000-EXIT.
001514     EXIT.
001515*
001516 7100-CHECK-ONE-SLOT.
001517     IF WS-OPT-OPR-ID(WS-OPT-SCAN) = WS-FIND-ID
001518         MOVE WS-OPT-SCAN TO WS-OPT-SLOT
001519     END-IF.
001520 7100-EXIT.
001521     EXIT.
001522*
001523*--------------------------------------------------------------*
001524*  7500-FIND-QUEUE                                               *
001525*                                                                *
001526*  Finds the queue table entry for the name in WS-FIND-QUEUE. A  *
001527*  zero WS-QUE-SLOT on the way out means it is not a queue this  *
001528*  run ages.                                                     *
001529*--------------------------------------------------------------*
001530 7500-FIND-QUEUE.
001531     MOVE ZERO TO WS-QUE-SLOT.
001532     PERFORM 7510-CHECK-ONE-QUEUE THRU 7510-EXIT
001533         VARYING WS-QUE-INDEX FROM 1 BY 1
001534         UNTIL WS-QUE-INDEX > WS-QUE-COUNT
001535            OR WS-QUE-SLOT NOT = ZERO.
001536 7500-EXIT.
001537     EXIT.
001538*
001539 7510-CHECK-ONE-QUEUE.
001540     IF WS-QUE-ID(WS-QUE-INDEX) = WS-FIND-QUEUE
001541         MOVE WS-QUE-INDEX TO WS-QUE-SLOT
001542     END-IF.
001543 7510-EXIT.
001544     EXIT.
001545*
001546*--------------------------------------------------------------*
001547*  8000-LOG-ERROR                                                *
001548*                                                                *
001549*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
001550*  and WS-ERR-TEXT must be set by the caller before this is      *
001551*  PERFORMed.                                                    *
001552*--------------------------------------------------------------*
001553 8000-LOG-ERROR.
001554     MOVE "QUE-AGE" TO WS-ERR-PROGRAM.
001555     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
001556         WS-ERR-TEXT.
001557 8000-EXIT.
001558     EXIT.
001559*
001560*--------------------------------------------------------------*
001561*  8800-WRITE-REPORT                                             *
001562*                                                                *
001563*  Prints one line through the shared report writer. WS-RPT-LINE *
001564*  must be set by the caller before this is PERFORMed.           *
001565*--------------------------------------------------------------*
001566 8800-WRITE-REPORT.
001567     MOVE "W" TO WS-RPT-FUNCTION.
001568     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001569         WS-RPT-LINE.
001570 8800-EXIT.
001571     EXIT.
001572*
001573*--------------------------------------------------------------*
001574*  9000-TERMINATE                                                *
001575*--------------------------------------------------------------*
001576 9000-TERMINATE.
001577     IF WS-QES-FILE-OPEN
001578         CLOSE QUEUE-ESCALATION-FILE
001579     END-IF.
001580     IF WS-MSG-FILE-OPEN
001581         CLOSE OPERATOR-MESSAGE-FILE
001582     END-IF.
001583     IF WS-SUPV-FILE-OPEN
001584         CLOSE OPERATOR-SUPERVISOR-FILE
001585     END-IF.
001586     MOVE "E" TO WS-RUN-FUNCTION.
001587     MOVE WS-OPEN-COUNT TO WS-RUN-REC-COUNT.
001588     MOVE "C" TO WS-RUN-STATUS.
001589     IF WS-RESULT-CODE = 8
001590         MOVE "F" TO WS-RUN-STATUS
001591     END-IF.
001592     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
001593         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
001594         WS-RUN-ALREADY-RAN.
001595     MOVE "C" TO WS-RPT-FUNCTION.
001596     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001597         WS-RPT-LINE.
001598     MOVE WS-RESULT-CODE TO RETURN-CODE.
001599 9000-EXIT.
001600     EXIT.
