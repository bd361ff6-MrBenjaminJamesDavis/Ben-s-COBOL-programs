000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. rpt-dst.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Report distribution from the  *
000012*                    RPTINDEX register. Every report registered *
000013*                    since the last distribution run that       *
000014*                    someone subscribes to on RPTSUBS is        *
000015*                    announced to each subscriber - an          *
000016*                    operator, or every active operator holding *
000017*                    a subscribed role - with an OPRMSG notice  *
000018*                    naming the report and its run date.        *
000019*                    Subscribers who asked for paper also get a *
000020*                    copy, behind a cover sheet naming them, in *
000021*                    the DISTPRT distribution print. Each       *
000022*                    delivery is entered on RPTDLVR, so no one  *
000023*                    is told twice and RPT-INQ can show who has *
000024*                    opened what. A summary of the run is       *
000025*                    printed through RPT-WTR as report RPTDIST. *
000026*  15-OCT-2026  BJD  Notice message sequence numbers now        *
000027*                    come from the MESSAGE series of the        *
000028*                    shared NXT-NUM number service, as OPR-MSG  *
000029*                    takes them, and are marked used once the   *
000030*                    message is on file. A number the           *
000031*                    addressee already has on OPRMSG is marked  *
000032*                    used and passed over.                      *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT REPORT-SUBSCRIPTION-FILE ASSIGN TO "RPTSUBS"
000038         ORGANIZATION IS INDEXED
000039         ACCESS MODE IS DYNAMIC
000040         RECORD KEY IS RSB-KEY
000041         FILE STATUS IS WS-RSB-STATUS.
000042     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
000043         ORGANIZATION IS INDEXED
000044         ACCESS MODE IS DYNAMIC
000045         RECORD KEY IS RPX-KEY
000046         FILE STATUS IS WS-IDX-STATUS.
000047     SELECT REPORT-STORE-FILE ASSIGN TO "RPTSTORE"
000048         ORGANIZATION IS INDEXED
000049         ACCESS MODE IS DYNAMIC
000050         RECORD KEY IS RPS-KEY
000051         FILE STATUS IS WS-STO-STATUS.
000052     SELECT REPORT-DELIVERY-FILE ASSIGN TO "RPTDLVR"
000053         ORGANIZATION IS INDEXED
000054         ACCESS MODE IS DYNAMIC
000055         RECORD KEY IS RDL-KEY
000056         FILE STATUS IS WS-RDL-STATUS.
000057     SELECT OPERATOR-MESSAGE-FILE ASSIGN TO "OPRMSG"
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS DYNAMIC
000060         RECORD KEY IS OMG-KEY
000061         FILE STATUS IS WS-MSG-STATUS.
000062     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000063         ORGANIZATION IS INDEXED
000064         ACCESS MODE IS SEQUENTIAL
000065         RECORD KEY IS OPR-ID
000066         FILE STATUS IS WS-OPR-STATUS.
000067     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000068         ORGANIZATION IS INDEXED
000069         ACCESS MODE IS DYNAMIC
000070         RECORD KEY IS RUN-KEY
000071         FILE STATUS IS WS-RCT-STATUS.
000072     SELECT DISTRIBUTION-PRINT-FILE ASSIGN TO "DISTPRT"
000073         ORGANIZATION IS LINE SEQUENTIAL
000074         FILE STATUS IS WS-DST-STATUS.
000075*
000076 DATA DIVISION.
000077 FILE SECTION.
000078 FD  REPORT-SUBSCRIPTION-FILE
000079     LABEL RECORDS ARE STANDARD.
000080     COPY RSUBREC.
000081*
000082 FD  REPORT-INDEX-FILE
000083     LABEL RECORDS ARE STANDARD.
000084     COPY RPTXREC.
000085*
000086 FD  REPORT-STORE-FILE
000087     LABEL RECORDS ARE STANDARD.
000088     COPY RPTSREC.
000089*
000090 FD  REPORT-DELIVERY-FILE
000091     LABEL RECORDS ARE STANDARD.
000092     COPY RDLVREC.
000093*
000094 FD  OPERATOR-MESSAGE-FILE
000095     LABEL RECORDS ARE STANDARD.
000096     COPY OPRMREC.
000097*
000098 FD  OPERATOR-FILE
000099     LABEL RECORDS ARE STANDARD.
000100     COPY OPERREC.
000101*
000102 FD  RUN-CONTROL-FILE
000103     LABEL RECORDS ARE STANDARD.
000104     COPY RUNCREC.
000105*
000106 FD  DISTRIBUTION-PRINT-FILE
000107     LABEL RECORDS ARE STANDARD.
000108 01  DISTRIBUTION-PRINT-LINE PIC X(100).
000109*
000110 WORKING-STORAGE SECTION.
000111*
000112*--------------------------------------------------------------*
000113*  SHARED REPORT-WRITER WORK AREAS                               *
000114*--------------------------------------------------------------*
000115     COPY RPTCALL.
000116*
000117*--------------------------------------------------------------*
000118*  SHARED ERROR-LOG WORK AREAS                                   *
000119*--------------------------------------------------------------*
000120     COPY ERRCALL.
000121*
000122 01  WS-RSB-STATUS           PIC X(02) VALUE "00".
000123     88  WS-RSB-OK                     VALUE "00".
000124     88  WS-RSB-EOF                    VALUE "10".
000125*
000126 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000127     88  WS-IDX-OK                     VALUE "00".
000128     88  WS-IDX-EOF                    VALUE "10".
000129*
000130 01  WS-STO-STATUS           PIC X(02) VALUE "00".
000131     88  WS-STO-OK                     VALUE "00".
000132     88  WS-STO-EOF                    VALUE "10".
000133*
000134 01  WS-RDL-STATUS           PIC X(02) VALUE "00".
000135     88  WS-RDL-OK                     VALUE "00".
000136*
000137 01  WS-MSG-STATUS           PIC X(02) VALUE "00".
000138     88  WS-MSG-OK                     VALUE "00".
000139     88  WS-MSG-EOF                    VALUE "10".
000140*
000141 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000142     88  WS-OPR-OK                     VALUE "00".
000143     88  WS-OPR-EOF                    VALUE "10".
000144*
000145 01  WS-RCT-STATUS           PIC X(02) VALUE "00".
000146     88  WS-RCT-OK                     VALUE "00".
000147     88  WS-RCT-EOF                    VALUE "10".
000148*
000149 01  WS-DST-STATUS           PIC X(02) VALUE "00".
000150     88  WS-DST-OK                     VALUE "00".
000151*
000152 01  WS-RSB-FILE-SWITCH      PIC X(01) VALUE "N".
000153     88  WS-RSB-FILE-OPEN             VALUE "Y".
000154 01  WS-IDX-FILE-SWITCH      PIC X(01) VALUE "N".
000155     88  WS-IDX-FILE-OPEN             VALUE "Y".
000156 01  WS-STO-FILE-SWITCH      PIC X(01) VALUE "N".
000157     88  WS-STO-FILE-OPEN             VALUE "Y".
000158 01  WS-RDL-FILE-SWITCH      PIC X(01) VALUE "N".
000159     88  WS-RDL-FILE-OPEN             VALUE "Y".
000160 01  WS-MSG-FILE-SWITCH      PIC X(01) VALUE "N".
000161     88  WS-MSG-FILE-OPEN             VALUE "Y".
000162 01  WS-DST-FILE-SWITCH      PIC X(01) VALUE "N".
000163     88  WS-DST-FILE-OPEN             VALUE "Y".
000164*
000165 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000166 01  WS-TODAY-DATE           PIC 9(08).
000167 01  WS-SINCE-DATE           PIC 9(08) VALUE ZERO.
000168 01  WS-FROM-DATE            PIC 9(08).
000169 01  WS-NOW-TIME             PIC 9(08).
000170 01  WS-COUNT-EDIT           PIC ZZZZ9.
000171*
000172*--------------------------------------------------------------*
000173*  THE SUBSCRIPTION AND REGISTERED REPORT IN HAND                *
000174*--------------------------------------------------------------*
000175 01  WS-SUB-ROLE             PIC X(01).
000176 01  WS-RECIPIENT            PIC X(08).
000177 01  WS-EXISTS-SWITCH        PIC X(01).
000178     88  WS-ALREADY-DELIVERED         VALUE "Y".
000179 01  WS-COPY-SWITCH          PIC X(01).
000180     88  WS-COPY-WANTED               VALUE "Y".
000181 01  WS-COPY-LINES           PIC 9(07) VALUE ZERO.
000182 01  WS-OUTCOME              PIC X(20).
000183*
000184*--------------------------------------------------------------*
000185*  OPERATOR TABLE - STATUS AND ROLE OF EVERY OPERATOR ON         *
000186*  OPERFILE, TO SETTLE WHO A SUBSCRIPTION REACHES                *
000187*--------------------------------------------------------------*
000188 01  WS-OPT-COUNT            PIC S9(04) COMP VALUE ZERO.
000189 01  WS-OPT-MAX              PIC S9(04) COMP VALUE 500.
000190 01  WS-OPT-SLOT             PIC S9(04) COMP VALUE ZERO.
000191 01  WS-OPT-SCAN             PIC S9(04) COMP VALUE ZERO.
000192 01  WS-FIND-ID              PIC X(08).
000193*
000194 01  WS-OPERATOR-TABLE.
000195     05  WS-OPT-ENTRY OCCURS 500 TIMES.
000196         10  WS-OPT-OPR-ID       PIC X(08).
000197         10  WS-OPT-NAME         PIC X(30).
000198         10  WS-OPT-STATUS       PIC X(01).
000199         10  WS-OPT-ROLE         PIC X(01).
000200*
000201*--------------------------------------------------------------*
000202*  DELIVERIES MADE THIS RUN, HELD FOR THE RPTDIST SUMMARY -      *
000203*  PRINTED ONCE THE REGISTER AND BODY STORE ARE CLOSED, SINCE    *
000204*  RPT-WTR HOLDS THE STORE WHILE A REPORT IS OPEN                *
000205*--------------------------------------------------------------*
000206 01  WS-DLT-COUNT            PIC S9(04) COMP VALUE ZERO.
000207 01  WS-DLT-MAX              PIC S9(04) COMP VALUE 500.
000208 01  WS-DLT-INDEX            PIC S9(04) COMP VALUE ZERO.
000209*
000210 01  WS-DELIVERY-TABLE.
000211     05  WS-DLT-ENTRY OCCURS 500 TIMES.
000212         10  WS-DLT-REPORT-ID    PIC X(08).
000213         10  WS-DLT-BUS-DATE     PIC 9(08).
000214         10  WS-DLT-RECIPIENT    PIC X(08).
000215         10  WS-DLT-SUBSCRIBER   PIC X(08).
000216         10  WS-DLT-OUTCOME      PIC X(20).
000217*
000218*--------------------------------------------------------------*
000219*  NOTICE BEING POSTED                                           *
000220*--------------------------------------------------------------*
000221 01  WS-SEND-TEXT            PIC X(60).
000222 01  WS-NEXT-SEQ             PIC 9(06).
000223 01  WS-SEQ-SWITCH           PIC X(01).
000224     88  WS-SEQ-LOOKING               VALUE "N".
000225     88  WS-SEQ-FOUND                 VALUE "Y".
000226     88  WS-SEQ-NONE                  VALUE "X".
000227*
000228*--------------------------------------------------------------*
000229*  RUN TOTALS                                                    *
000230*--------------------------------------------------------------*
000231 01  WS-SUBS-READ            PIC 9(05) VALUE ZERO.
000232 01  WS-NOTICE-COUNT         PIC 9(05) VALUE ZERO.
000233 01  WS-COPY-COUNT           PIC 9(05) VALUE ZERO.
000234 01  WS-INACTIVE-COUNT       PIC 9(05) VALUE ZERO.
000235 01  WS-FAILED-COUNT         PIC 9(05) VALUE ZERO.
000236 01  WS-UNLISTED-COUNT       PIC 9(05) VALUE ZERO.
000237*
000238*--------------------------------------------------------------*
000239*  DISTRIBUTION PRINT - COVER SHEET                              *
000240*--------------------------------------------------------------*
000241 01  WS-COVER-RULE           PIC X(60) VALUE ALL "=".
000242*
000243 01  WS-COVER-TITLE.
000244     05  FILLER              PIC X(30)
000245         VALUE "REPORT DISTRIBUTION COPY FOR ".
000246     05  CVR-RECIPIENT       PIC X(08).
000247     05  FILLER              PIC X(01) VALUE SPACE.
000248     05  CVR-NAME            PIC X(30).
000249*
000250 01  WS-COVER-REPORT.
000251     05  FILLER              PIC X(16) VALUE "  REPORT       ".
000252     05  CVR-REPORT-ID       PIC X(08).
000253     05  FILLER              PIC X(14) VALUE "  RUN DATE    ".
000254     05  CVR-BUS-DATE        PIC 9(08).
000255     05  FILLER              PIC X(10) VALUE "  OPENED  ".
000256     05  CVR-OPEN-TIME       PIC 9(08).
000257*
000258 01  WS-COVER-DETAIL.
000259     05  FILLER              PIC X(16) VALUE "  PRODUCED BY  ".
000260     05  CVR-OPERATOR        PIC X(08).
000261     05  FILLER              PIC X(14) VALUE "  LINES       ".
000262     05  CVR-LINES           PIC ZZZZZZ9.
000263     05  FILLER              PIC X(11) VALUE "   PAGES   ".
000264     05  CVR-PAGES           PIC ZZZZ9.
000265*
000266 01  WS-COVER-SUBSCRIBED.
000267     05  FILLER              PIC X(16) VALUE "  SUBSCRIBED AS".
000268     05  CVR-SUBSCRIBER      PIC X(08).
000269     05  FILLER              PIC X(14) VALUE "  PRINTED     ".
000270     05  CVR-PRINTED-DATE    PIC 9(08).
000271*
000272*--------------------------------------------------------------*
000273*  REPORT LINES                                                  *
000274*--------------------------------------------------------------*
000275 01  WS-HEADING-1.
000276     05  FILLER         PIC X(38)
000277         VALUE "REPORT DISTRIBUTION TO SUBSCRIBERS   ".
000278     05  FILLER         PIC X(16) VALUE "   BUSINESS DATE".
000279     05  FILLER         PIC X(01) VALUE SPACE.
000280     05  WS-HDG-DATE    PIC 9(08).
000281*
000282 01  WS-HEADING-2.
000283     05  FILLER         PIC X(20) VALUE "REPORT    RUN DATE  ".
000284     05  FILLER         PIC X(20) VALUE "RECIPIENT  SUBSCRIBE".
000285     05  FILLER         PIC X(20) VALUE "D AS  DELIVERY      ".
000286*
000287 01  WS-DETAIL-LINE.
000288     05  DTL-REPORT-ID       PIC X(08).
000289     05  FILLER              PIC X(02) VALUE SPACES.
000290     05  DTL-BUS-DATE        PIC 9(08).
000291     05  FILLER              PIC X(02) VALUE SPACES.
000292     05  DTL-RECIPIENT       PIC X(08).
000293     05  FILLER              PIC X(03) VALUE SPACES.
000294     05  DTL-SUBSCRIBER      PIC X(08).
000295     05  FILLER              PIC X(05) VALUE SPACES.
000296     05  DTL-OUTCOME         PIC X(20).
000297*
000298 01  WS-TOTAL-LINE.
000299     05  TOT-LABEL           PIC X(40).
000300     05  TOT-VALUE           PIC ZZZZZZ9.
000301*
000302*--------------------------------------------------------------*
000303*  SHARED NEXT-NUMBER WORK AREAS                                 *
000304*--------------------------------------------------------------*
000305     COPY NUMCALL.
000306*
000307*--------------------------------------------------------------*
000308*  SHARED RUN-CONTROL WORK AREAS                                 *
000309*--------------------------------------------------------------*
000310     COPY RUNCALL.
000311*
000312 PROCEDURE DIVISION.
000313*
000314*--------------------------------------------------------------*
000315*  0000-MAINLINE                                                 *
000316*--------------------------------------------------------------*
000317 0000-MAINLINE.
000318     MOVE "S" TO WS-RUN-FUNCTION.
000319     MOVE "RPTDIST " TO WS-RUN-PROGRAM.
000320     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000321     MOVE ZERO TO WS-RUN-REC-COUNT.
000322     MOVE SPACE TO WS-RUN-STATUS.
000323     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000324         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000325         WS-RUN-ALREADY-RAN.
000326     IF WS-RUN-ALREADY-RAN = "Y"
000327         DISPLAY "RPT-DST ALREADY RAN FOR THIS BUSINESS DATE"
000328         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000329         STOP RUN
000330     END-IF.
000331     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000332     IF WS-RESULT-CODE = ZERO
000333        AND WS-IDX-FILE-OPEN
000334         PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT
000335         PERFORM 2500-FIND-LAST-RUN THRU 2500-EXIT
000336         PERFORM 3000-DISTRIBUTE THRU 3000-EXIT
000337     END-IF.
000338     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
000339     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
000340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000341     STOP RUN.
000342*
000343*--------------------------------------------------------------*
000344*  1000-INITIALIZE                                               *
000345*                                                                *
000346*  Opens the subscriptions, the register and its body store, the *
000347*  delivery register and the message file (creating either of    *
000348*  the last two on the first run) and the distribution print. No *
000349*  subscriptions or no register means there is nothing to        *
000350*  distribute; a delivery register or message file that cannot   *
000351*  be opened ends the run RC 8.                                  *
000352*--------------------------------------------------------------*
000353 1000-INITIALIZE.
000354     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000355     OPEN INPUT REPORT-SUBSCRIPTION-FILE.
000356     IF NOT WS-RSB-OK
000357         DISPLAY "RPT-DST: NO RPTSUBS FILE - NOTHING TO "
000358             "DISTRIBUTE"
000359         MOVE "10" TO WS-RSB-STATUS
000360         GO TO 1000-EXIT
000361     END-IF.
000362     SET WS-RSB-FILE-OPEN TO TRUE.
000363     OPEN INPUT REPORT-INDEX-FILE.
000364     IF NOT WS-IDX-OK
000365         DISPLAY "RPT-DST: NO RPTINDEX REGISTER - NOTHING TO "
000366             "DISTRIBUTE"
000367         GO TO 1000-EXIT
000368     END-IF.
000369     SET WS-IDX-FILE-OPEN TO TRUE.
000370     OPEN INPUT REPORT-STORE-FILE.
000371     IF WS-STO-OK
000372         SET WS-STO-FILE-OPEN TO TRUE
000373     ELSE
000374         DISPLAY "RPT-DST: NO RPTSTORE FILE - PRINTED COPIES GO "
000375             "OUT AS COVER SHEETS ONLY"
000376     END-IF.
000377     OPEN I-O REPORT-DELIVERY-FILE.
000378     IF NOT WS-RDL-OK
000379         CLOSE REPORT-DELIVERY-FILE
000380         OPEN OUTPUT REPORT-DELIVERY-FILE
000381         CLOSE REPORT-DELIVERY-FILE
000382         OPEN I-O REPORT-DELIVERY-FILE
000383     END-IF.
000384     IF NOT WS-RDL-OK
000385         DISPLAY "RPT-DST: CANNOT OPEN RPTDLVR - STATUS "
000386             WS-RDL-STATUS
000387         MOVE "RPTDLVR" TO WS-ERR-CODE
000388         MOVE "CANNOT OPEN RPTDLVR - NO REPORTS DISTRIBUTED"
000389             TO WS-ERR-TEXT
000390         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000391         MOVE 8 TO WS-RESULT-CODE
000392         GO TO 1000-EXIT
000393     END-IF.
000394     SET WS-RDL-FILE-OPEN TO TRUE.
000395     OPEN I-O OPERATOR-MESSAGE-FILE.
000396     IF NOT WS-MSG-OK
000397         CLOSE OPERATOR-MESSAGE-FILE
000398         OPEN OUTPUT OPERATOR-MESSAGE-FILE
000399         CLOSE OPERATOR-MESSAGE-FILE
000400         OPEN I-O OPERATOR-MESSAGE-FILE
000401     END-IF.
000402     IF NOT WS-MSG-OK
000403         DISPLAY "RPT-DST: CANNOT OPEN OPRMSG - STATUS "
000404             WS-MSG-STATUS
000405         MOVE "OPRMSG" TO WS-ERR-CODE
000406         MOVE "CANNOT OPEN OPRMSG - NO REPORTS DISTRIBUTED"
000407             TO WS-ERR-TEXT
000408         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000409         MOVE 8 TO WS-RESULT-CODE
000410         GO TO 1000-EXIT
000411     END-IF.
000412     SET WS-MSG-FILE-OPEN TO TRUE.
000413     OPEN OUTPUT DISTRIBUTION-PRINT-FILE.
000414     IF WS-DST-OK
000415         SET WS-DST-FILE-OPEN TO TRUE
000416     ELSE
000417         DISPLAY "RPT-DST: CANNOT OPEN DISTPRT - STATUS "
000418             WS-DST-STATUS " - NO PRINTED COPIES THIS RUN"
000419     END-IF.
000420 1000-EXIT.
000421     EXIT.
000422*
000423*--------------------------------------------------------------*
000424*  2000-LOAD-OPERATORS                                           *
000425*--------------------------------------------------------------*
000426 2000-LOAD-OPERATORS.
000427     OPEN INPUT OPERATOR-FILE.
000428     IF NOT WS-OPR-OK
000429         DISPLAY "RPT-DST: CANNOT OPEN OPERFILE - STATUS "
000430             WS-OPR-STATUS
000431         GO TO 2000-EXIT
000432     END-IF.
000433     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
000434         UNTIL WS-OPR-EOF.
000435     CLOSE OPERATOR-FILE.
000436 2000-EXIT.
000437     EXIT.
000438*
000439 2100-LOAD-ONE-OPERATOR.
000440     READ OPERATOR-FILE NEXT RECORD
000441         AT END
000442             MOVE "10" TO WS-OPR-STATUS
000443             GO TO 2100-EXIT
000444     END-READ.
000445     IF WS-OPT-COUNT NOT < WS-OPT-MAX
000446         DISPLAY "RPT-DST: OPERATOR TABLE FULL - " OPR-ID
000447             " RECEIVES NO REPORTS"
000448         GO TO 2100-EXIT
000449     END-IF.
000450     ADD 1 TO WS-OPT-COUNT.
000451     MOVE OPR-ID     TO WS-OPT-OPR-ID(WS-OPT-COUNT).
000452     MOVE OPR-NAME   TO WS-OPT-NAME(WS-OPT-COUNT).
000453     MOVE OPR-STATUS TO WS-OPT-STATUS(WS-OPT-COUNT).
000454     MOVE OPR-ROLE   TO WS-OPT-ROLE(WS-OPT-COUNT).
000455 2100-EXIT.
000456     EXIT.
000457*
000458*--------------------------------------------------------------*
000459*  2500-FIND-LAST-RUN                                            *
000460*                                                                *
000461*  Reports are looked for from the business date of the last     *
000462*  completed distribution run on RUNCTRL, so one registered      *
000463*  after that run finished is still caught; RPTDLVR keeps        *
000464*  anything already sent from going twice. On the first run only *
000465*  today's reports are distributed.                              *
000466*--------------------------------------------------------------*
000467 2500-FIND-LAST-RUN.
000468     OPEN INPUT RUN-CONTROL-FILE.
000469     IF NOT WS-RCT-OK
000470         DISPLAY "RPT-DST: CANNOT OPEN RUNCTRL - STATUS "
000471             WS-RCT-STATUS
000472         GO TO 2500-SET-DATE
000473     END-IF.
000474     MOVE "RPTDIST " TO RUN-PROGRAM.
000475     MOVE ZERO TO RUN-BUS-DATE.
000476     START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
000477         INVALID KEY
000478             MOVE "10" TO WS-RCT-STATUS
000479     END-START.
000480     PERFORM 2600-READ-ONE-RUN THRU 2600-EXIT
000481         UNTIL WS-RCT-EOF.
000482     CLOSE RUN-CONTROL-FILE.
000483 2500-SET-DATE.
000484     IF WS-SINCE-DATE = ZERO
000485         MOVE WS-TODAY-DATE TO WS-SINCE-DATE
000486     END-IF.
000487 2500-EXIT.
000488     EXIT.
000489*
000490 2600-READ-ONE-RUN.
000491     READ RUN-CONTROL-FILE NEXT RECORD
000492         AT END
000493             MOVE "10" TO WS-RCT-STATUS
000494             GO TO 2600-EXIT
000495     END-READ.
000496     IF RUN-PROGRAM NOT = "RPTDIST "
000497         MOVE "10" TO WS-RCT-STATUS
000498         GO TO 2600-EXIT
000499     END-IF.
000500     IF RUN-COMPLETED
000501        AND RUN-BUS-DATE < WS-TODAY-DATE
000502         MOVE RUN-BUS-DATE TO WS-SINCE-DATE
000503     END-IF.
000504 2600-EXIT.
000505     EXIT.
000506*
000507*--------------------------------------------------------------*
000508*  3000-DISTRIBUTE                                               *
000509*                                                                *
000510*  Takes each subscription in turn and delivers every run of its *
000511*  report registered since the last distribution, and on or      *
000512*  after the date the subscription was set up.                   *
000513*--------------------------------------------------------------*
000514 3000-DISTRIBUTE.
000515     MOVE LOW-VALUES TO RSB-KEY.
000516     START REPORT-SUBSCRIPTION-FILE
000517         KEY IS NOT LESS THAN RSB-KEY
000518         INVALID KEY
000519             DISPLAY "RPT-DST: NO SUBSCRIPTIONS ON RPTSUBS"
000520             GO TO 3000-EXIT
000521     END-START.
000522     MOVE "00" TO WS-RSB-STATUS.
000523     PERFORM 3100-ONE-SUBSCRIPTION THRU 3100-EXIT
000524         UNTIL WS-RSB-EOF.
000525 3000-EXIT.
000526     EXIT.
000527*
000528 3100-ONE-SUBSCRIPTION.
000529     READ REPORT-SUBSCRIPTION-FILE NEXT RECORD
000530         AT END
000531             MOVE "10" TO WS-RSB-STATUS
000532             GO TO 3100-EXIT
000533     END-READ.
000534     ADD 1 TO WS-SUBS-READ.
000535     MOVE WS-SINCE-DATE TO WS-FROM-DATE.
000536     IF RSB-SET-DATE NUMERIC
000537        AND RSB-SET-DATE > WS-FROM-DATE
000538         MOVE RSB-SET-DATE TO WS-FROM-DATE
000539     END-IF.
000540     MOVE RSB-REPORT-ID TO RPX-REPORT-ID.
000541     MOVE WS-FROM-DATE  TO RPX-BUS-DATE.
000542     MOVE ZERO          TO RPX-OPEN-TIME.
000543     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RPX-KEY
000544         INVALID KEY
000545             GO TO 3100-EXIT
000546     END-START.
000547     MOVE "00" TO WS-IDX-STATUS.
000548     PERFORM 3200-ONE-REPORT-RUN THRU 3200-EXIT
000549         UNTIL WS-IDX-EOF.
000550 3100-EXIT.
000551     EXIT.
000552*
000553*--------------------------------------------------------------*
000554*  3200-ONE-REPORT-RUN                                           *
000555*                                                                *
000556*  Delivers one registered run of the subscribed report: to the  *
000557*  operator named, or to every active operator holding the role  *
000558*  subscribed. A subscribed operator who is no longer active is  *
000559*  passed over.                                                  *
000560*--------------------------------------------------------------*
000561 3200-ONE-REPORT-RUN.
000562     READ REPORT-INDEX-FILE NEXT RECORD
000563         AT END
000564             MOVE "10" TO WS-IDX-STATUS
000565             GO TO 3200-EXIT
000566     END-READ.
000567     IF RPX-REPORT-ID NOT = RSB-REPORT-ID
000568         MOVE "10" TO WS-IDX-STATUS
000569         GO TO 3200-EXIT
000570     END-IF.
000571     IF RSB-SUBSCRIBER(1:1) = "("
000572         PERFORM 3300-DELIVER-TO-ROLE THRU 3300-EXIT
000573         GO TO 3200-EXIT
000574     END-IF.
000575     MOVE RSB-SUBSCRIBER TO WS-FIND-ID.
000576     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
000577     IF WS-OPT-SLOT = ZERO
000578         ADD 1 TO WS-INACTIVE-COUNT
000579         GO TO 3200-EXIT
000580     END-IF.
000581     IF WS-OPT-STATUS(WS-OPT-SLOT) NOT = "A"
000582         ADD 1 TO WS-INACTIVE-COUNT
000583         GO TO 3200-EXIT
000584     END-IF.
000585     MOVE RSB-SUBSCRIBER TO WS-RECIPIENT.
000586     PERFORM 4000-DELIVER-ONE THRU 4000-EXIT.
000587 3200-EXIT.
000588     EXIT.
000589*
000590 3300-DELIVER-TO-ROLE.
000591     EVALUATE RSB-SUBSCRIBER
000592         WHEN "(CLERKS)"
000593             MOVE "C" TO WS-SUB-ROLE
000594         WHEN "(SUPV)"
000595             MOVE "S" TO WS-SUB-ROLE
000596         WHEN "(ADMIN)"
000597             MOVE "A" TO WS-SUB-ROLE
000598         WHEN OTHER
000599             GO TO 3300-EXIT
000600     END-EVALUATE.
000601     PERFORM 3310-CHECK-ONE-HOLDER THRU 3310-EXIT
000602         VARYING WS-OPT-SCAN FROM 1 BY 1
000603         UNTIL WS-OPT-SCAN > WS-OPT-COUNT.
000604 3300-EXIT.
000605     EXIT.
000606*
000607 3310-CHECK-ONE-HOLDER.
000608     IF WS-OPT-ROLE(WS-OPT-SCAN) NOT = WS-SUB-ROLE
000609        OR WS-OPT-STATUS(WS-OPT-SCAN) NOT = "A"
000610         GO TO 3310-EXIT
000611     END-IF.
000612     MOVE WS-OPT-SCAN TO WS-OPT-SLOT.
000613     MOVE WS-OPT-OPR-ID(WS-OPT-SCAN) TO WS-RECIPIENT.
000614     PERFORM 4000-DELIVER-ONE THRU 4000-EXIT.
000615 3310-EXIT.
000616     EXIT.
000617*
000618*--------------------------------------------------------------*
000619*  4000-DELIVER-ONE                                              *
000620*                                                                *
000621*  Delivers the report run in hand to WS-RECIPIENT, whose        *
000622*  operator table entry is WS-OPT-SLOT: an OPRMSG notice, a      *
000623*  printed copy if the subscription asks for one, and an RPTDLVR *
000624*  entry. A recipient already on RPTDLVR for the run is only     *
000625*  sent a printed copy, and only when this subscription wants    *
000626*  paper and none has gone yet.                                  *
000627*--------------------------------------------------------------*
000628 4000-DELIVER-ONE.
000629     MOVE "N" TO WS-EXISTS-SWITCH.
000630     MOVE "N" TO WS-COPY-SWITCH.
000631     IF RSB-PRINTED-COPY
000632         SET WS-COPY-WANTED TO TRUE
000633     END-IF.
000634     MOVE RPX-REPORT-ID TO RDL-REPORT-ID.
000635     MOVE RPX-BUS-DATE  TO RDL-BUS-DATE.
000636     MOVE RPX-OPEN-TIME TO RDL-OPEN-TIME.
000637     MOVE WS-RECIPIENT  TO RDL-RECIPIENT.
000638     READ REPORT-DELIVERY-FILE
000639         INVALID KEY
000640             CONTINUE
000641         NOT INVALID KEY
000642             SET WS-ALREADY-DELIVERED TO TRUE
000643     END-READ.
000644     IF WS-ALREADY-DELIVERED
000645         IF NOT WS-COPY-WANTED OR RDL-PRINT-COPY
000646             GO TO 4000-EXIT
000647         END-IF
000648         PERFORM 4200-PRINT-COPY THRU 4200-EXIT
000649         MOVE "Y" TO RDL-PRINT-WANTED
000650         MOVE WS-TODAY-DATE TO RDL-PRINTED-DATE
000651         REWRITE REPORT-DELIVERY-RECORD
000652             INVALID KEY
000653                 DISPLAY "RPT-DST: CANNOT UPDATE " RDL-KEY
000654                     " ON RPTDLVR - STATUS " WS-RDL-STATUS
000655         END-REWRITE
000656         MOVE "PRINTED COPY ADDED" TO WS-OUTCOME
000657         PERFORM 4900-NOTE-DELIVERY THRU 4900-EXIT
000658         GO TO 4000-EXIT
000659     END-IF.
000660     PERFORM 4100-POST-NOTICE THRU 4100-EXIT.
000661     IF NOT WS-MSG-OK
000662         ADD 1 TO WS-FAILED-COUNT
000663         GO TO 4000-EXIT
000664     END-IF.
000665     ADD 1 TO WS-NOTICE-COUNT.
000666     MOVE SPACES         TO REPORT-DELIVERY-RECORD.
000667     MOVE RPX-REPORT-ID  TO RDL-REPORT-ID.
000668     MOVE RPX-BUS-DATE   TO RDL-BUS-DATE.
000669     MOVE RPX-OPEN-TIME  TO RDL-OPEN-TIME.
000670     MOVE WS-RECIPIENT   TO RDL-RECIPIENT.
000671     MOVE RSB-SUBSCRIBER TO RDL-SUBSCRIBER.
000672     MOVE WS-TODAY-DATE  TO RDL-NOTIFIED-DATE.
000673     MOVE "N"            TO RDL-PRINT-WANTED.
000674     MOVE ZERO           TO RDL-PRINTED-DATE.
000675     MOVE ZERO           TO RDL-OPENED-DATE.
000676     MOVE ZERO           TO RDL-OPENED-TIME.
000677     IF WS-COPY-WANTED
000678         PERFORM 4200-PRINT-COPY THRU 4200-EXIT
000679         MOVE "Y"           TO RDL-PRINT-WANTED
000680         MOVE WS-TODAY-DATE TO RDL-PRINTED-DATE
000681     END-IF.
000682     WRITE REPORT-DELIVERY-RECORD
000683         INVALID KEY
000684             DISPLAY "RPT-DST: CANNOT ADD " RDL-KEY
000685                 " TO RPTDLVR - STATUS " WS-RDL-STATUS
000686     END-WRITE.
000687     IF WS-COPY-WANTED
000688         MOVE "NOTICE AND COPY" TO WS-OUTCOME
000689     ELSE
000690         MOVE "NOTICE" TO WS-OUTCOME
000691     END-IF.
000692     PERFORM 4900-NOTE-DELIVERY THRU 4900-EXIT.
000693 4000-EXIT.
000694     EXIT.
000695*
000696*--------------------------------------------------------------*
000697*  4100-POST-NOTICE                                              *
000698*                                                                *
000699*  Writes the notice to WS-RECIPIENT under their next message    *
000700*  sequence, as kind N from RPTDIST, naming the report, its run  *
000701*  date and the open time RPT-INQ reprints it by.                *
000702*--------------------------------------------------------------*
000703 4100-POST-NOTICE.
000704     PERFORM 4110-FIND-NEXT-SEQ THRU 4110-EXIT.
000705     MOVE SPACES TO WS-SEND-TEXT.
000706     STRING "REPORT " RPX-REPORT-ID " RUN " RPX-BUS-DATE
000707         " AT " RPX-OPEN-TIME " IS READY IN RPT-INQ"
000708             DELIMITED BY SIZE
000709         INTO WS-SEND-TEXT.
000710     ACCEPT WS-NOW-TIME FROM TIME.
000711     MOVE SPACES        TO OPERATOR-MESSAGE-RECORD.
000712     MOVE WS-RECIPIENT  TO OMG-TO-OPR.
000713     MOVE WS-NEXT-SEQ   TO OMG-SEQ.
000714     MOVE "RPTDIST"     TO OMG-FROM-OPR.
000715     MOVE WS-TODAY-DATE TO OMG-SENT-DATE.
000716     MOVE WS-NOW-TIME   TO OMG-SENT-TIME.
000717     MOVE "U"           TO OMG-STATUS.
000718     MOVE "N"           TO OMG-KIND.
000719     MOVE WS-SEND-TEXT  TO OMG-TEXT.
000720     WRITE OPERATOR-MESSAGE-RECORD
000721         INVALID KEY
000722             DISPLAY "RPT-DST: CANNOT SEND NOTICE TO "
000723                 WS-RECIPIENT " - STATUS " WS-MSG-STATUS
000724             GO TO 4100-EXIT
000725     END-WRITE.
000726     IF WS-NUM-RESULT = "Y"
000727         MOVE "U" TO WS-NUM-FUNCTION
000728         MOVE SPACES TO WS-NUM-REFERENCE
000729         STRING WS-RECIPIENT " " RPX-REPORT-ID
000730             DELIMITED BY SIZE INTO WS-NUM-REFERENCE
000731         CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000732             WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000733             WS-NUM-RESULT
000734     END-IF.
000735 4100-EXIT.
000736     EXIT.
000737*
000738*--------------------------------------------------------------*
000739*  4110-FIND-NEXT-SEQ                                            *
000740*                                                                *
000741*  The next sequence is issued from the MESSAGE number series,   *
000742*  as OPR-MSG takes it; with no MESSAGE series set up (or none   *
000743*  left in its range) it is one past the addressee's highest     *
000744*  message on file.                                              *
000745*                                                                *
000746*  A number the addressee already has on OPRMSG (one taken       *
000747*  before the series was set up) is marked used and the next one *
000748*  issued; one past six digits is not used.                      *
000749*--------------------------------------------------------------*
000750 4110-FIND-NEXT-SEQ.
000751     MOVE "MESSAGE" TO WS-NUM-SERIES.
000752     MOVE "RPT-DST" TO WS-NUM-PROGRAM.
000753     SET WS-SEQ-LOOKING TO TRUE.
000754     PERFORM 4115-ISSUE-ONE-SEQ THRU 4115-EXIT
000755         UNTIL NOT WS-SEQ-LOOKING.
000756     IF WS-SEQ-FOUND
000757         GO TO 4110-EXIT
000758     END-IF.
000759     MOVE 1 TO WS-NEXT-SEQ.
000760     MOVE WS-RECIPIENT TO OMG-TO-OPR.
000761     MOVE ZERO TO OMG-SEQ.
000762     START OPERATOR-MESSAGE-FILE
000763         KEY IS NOT LESS THAN OMG-KEY
000764         INVALID KEY
000765             GO TO 4110-EXIT
000766     END-START.
000767     MOVE "00" TO WS-MSG-STATUS.
000768     PERFORM 4120-READ-ONE-SEQ THRU 4120-EXIT
000769         UNTIL WS-MSG-EOF.
000770     MOVE "00" TO WS-MSG-STATUS.
000771 4110-EXIT.
000772     EXIT.
000773*
000774 4115-ISSUE-ONE-SEQ.
000775     MOVE "N" TO WS-NUM-FUNCTION.
000776     MOVE "RPTDIST" TO WS-NUM-REFERENCE.
000777     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000778         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000779         WS-NUM-RESULT.
000780     IF WS-NUM-RESULT NOT = "Y"
000781         SET WS-SEQ-NONE TO TRUE
000782         GO TO 4115-EXIT
000783     END-IF.
000784     IF WS-NUM-VALUE > 999999
000785         MOVE "E" TO WS-NUM-RESULT
000786         SET WS-SEQ-NONE TO TRUE
000787         GO TO 4115-EXIT
000788     END-IF.
000789     MOVE WS-RECIPIENT TO OMG-TO-OPR.
000790     MOVE WS-NUM-VALUE TO OMG-SEQ.
000791     READ OPERATOR-MESSAGE-FILE
000792         INVALID KEY
000793             MOVE WS-NUM-VALUE TO WS-NEXT-SEQ
000794             SET WS-SEQ-FOUND TO TRUE
000795             GO TO 4115-EXIT
000796     END-READ.
000797     MOVE "U" TO WS-NUM-FUNCTION.
000798     MOVE "ALREADY ON OPRMSG" TO WS-NUM-REFERENCE.
000799     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000800         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000801         WS-NUM-RESULT.
000802 4115-EXIT.
000803     EXIT.
000804*
000805 4120-READ-ONE-SEQ.
000806     READ OPERATOR-MESSAGE-FILE NEXT RECORD
000807         AT END
000808             MOVE "10" TO WS-MSG-STATUS
000809             GO TO 4120-EXIT
000810     END-READ.
000811     IF OMG-TO-OPR NOT = WS-RECIPIENT
000812         MOVE "10" TO WS-MSG-STATUS
000813         GO TO 4120-EXIT
000814     END-IF.
000815     COMPUTE WS-NEXT-SEQ = OMG-SEQ + 1.
000816 4120-EXIT.
000817     EXIT.
000818*
000819*--------------------------------------------------------------*
000820*  4200-PRINT-COPY                                               *
000821*                                                                *
000822*  Prints a cover sheet naming the recipient and the report run, *
000823*  followed by the report as it was stored by RPT-WTR.           *
000824*--------------------------------------------------------------*
000825 4200-PRINT-COPY.
000826     IF NOT WS-DST-FILE-OPEN
000827         GO TO 4200-EXIT
000828     END-IF.
000829     MOVE WS-RECIPIENT TO CVR-RECIPIENT.
000830     MOVE WS-OPT-NAME(WS-OPT-SLOT) TO CVR-NAME.
000831     MOVE RPX-REPORT-ID  TO CVR-REPORT-ID.
000832     MOVE RPX-BUS-DATE   TO CVR-BUS-DATE.
000833     MOVE RPX-OPEN-TIME  TO CVR-OPEN-TIME.
000834     MOVE RPX-OPERATOR   TO CVR-OPERATOR.
000835     MOVE RPX-LINE-COUNT TO CVR-LINES.
000836     MOVE RPX-PAGE-COUNT TO CVR-PAGES.
000837     MOVE RSB-SUBSCRIBER TO CVR-SUBSCRIBER.
000838     MOVE WS-TODAY-DATE  TO CVR-PRINTED-DATE.
000839     MOVE WS-COVER-RULE TO DISTRIBUTION-PRINT-LINE.
000840     WRITE DISTRIBUTION-PRINT-LINE.
000841     MOVE WS-COVER-TITLE TO DISTRIBUTION-PRINT-LINE.
000842     WRITE DISTRIBUTION-PRINT-LINE.
000843     MOVE SPACES TO DISTRIBUTION-PRINT-LINE.
000844     WRITE DISTRIBUTION-PRINT-LINE.
000845     MOVE WS-COVER-REPORT TO DISTRIBUTION-PRINT-LINE.
000846     WRITE DISTRIBUTION-PRINT-LINE.
000847     MOVE WS-COVER-DETAIL TO DISTRIBUTION-PRINT-LINE.
000848     WRITE DISTRIBUTION-PRINT-LINE.
000849     MOVE WS-COVER-SUBSCRIBED TO DISTRIBUTION-PRINT-LINE.
000850     WRITE DISTRIBUTION-PRINT-LINE.
000851     MOVE WS-COVER-RULE TO DISTRIBUTION-PRINT-LINE.
000852     WRITE DISTRIBUTION-PRINT-LINE.
000853     MOVE ZERO TO WS-COPY-LINES.
000854     IF WS-STO-FILE-OPEN
000855         PERFORM 4300-COPY-BODY THRU 4300-EXIT
000856     END-IF.
000857     IF WS-COPY-LINES = ZERO
000858         MOVE "  THE REPORT BODY IS NO LONGER HELD ON RPTSTORE"
000859             TO DISTRIBUTION-PRINT-LINE
000860         WRITE DISTRIBUTION-PRINT-LINE
000861     END-IF.
000862     MOVE SPACES TO DISTRIBUTION-PRINT-LINE.
000863     WRITE DISTRIBUTION-PRINT-LINE.
000864     ADD 1 TO WS-COPY-COUNT.
000865 4200-EXIT.
000866     EXIT.
000867*
000868 4300-COPY-BODY.
000869     MOVE RPX-REPORT-ID TO RPS-REPORT-ID.
000870     MOVE RPX-BUS-DATE  TO RPS-BUS-DATE.
000871     MOVE RPX-OPEN-TIME TO RPS-OPEN-TIME.
000872     MOVE ZERO          TO RPS-LINE-SEQ.
000873     START REPORT-STORE-FILE KEY IS NOT LESS THAN RPS-KEY
000874         INVALID KEY
000875             GO TO 4300-EXIT
000876     END-START.
000877     MOVE "00" TO WS-STO-STATUS.
000878     PERFORM 4310-COPY-ONE-LINE THRU 4310-EXIT
000879         UNTIL WS-STO-EOF.
000880 4300-EXIT.
000881     EXIT.
000882*
000883 4310-COPY-ONE-LINE.
000884     READ REPORT-STORE-FILE NEXT RECORD
000885         AT END
000886             MOVE "10" TO WS-STO-STATUS
000887             GO TO 4310-EXIT
000888     END-READ.
000889     IF RPS-REPORT-ID NOT = RPX-REPORT-ID
000890        OR RPS-BUS-DATE NOT = RPX-BUS-DATE
000891        OR RPS-OPEN-TIME NOT = RPX-OPEN-TIME
000892         MOVE "10" TO WS-STO-STATUS
000893         GO TO 4310-EXIT
000894     END-IF.
000895     MOVE RPS-LINE-TEXT TO DISTRIBUTION-PRINT-LINE.
000896     WRITE DISTRIBUTION-PRINT-LINE.
000897     ADD 1 TO WS-COPY-LINES.
000898 4310-EXIT.
000899     EXIT.
000900*
000901*--------------------------------------------------------------*
000902*  4900-NOTE-DELIVERY                                            *
000903*                                                                *
000904*  Holds the delivery for the summary, with the outcome in       *
000905*  WS-OUTCOME. Past the table limit deliveries are only counted. *
000906*--------------------------------------------------------------*
000907 4900-NOTE-DELIVERY.
000908     IF WS-DLT-COUNT NOT < WS-DLT-MAX
000909         ADD 1 TO WS-UNLISTED-COUNT
000910         GO TO 4900-EXIT
000911     END-IF.
000912     ADD 1 TO WS-DLT-COUNT.
000913     MOVE WS-OUTCOME     TO WS-DLT-OUTCOME(WS-DLT-COUNT).
000914     MOVE RPX-REPORT-ID  TO WS-DLT-REPORT-ID(WS-DLT-COUNT).
000915     MOVE RPX-BUS-DATE   TO WS-DLT-BUS-DATE(WS-DLT-COUNT).
000916     MOVE WS-RECIPIENT   TO WS-DLT-RECIPIENT(WS-DLT-COUNT).
000917     MOVE RSB-SUBSCRIBER TO WS-DLT-SUBSCRIBER(WS-DLT-COUNT).
000918 4900-EXIT.
000919     EXIT.
000920*
000921*--------------------------------------------------------------*
000922*  5000-CLOSE-FILES                                              *
000923*--------------------------------------------------------------*
000924 5000-CLOSE-FILES.
000925     IF WS-RSB-FILE-OPEN
000926         CLOSE REPORT-SUBSCRIPTION-FILE
000927     END-IF.
000928     IF WS-IDX-FILE-OPEN
000929         CLOSE REPORT-INDEX-FILE
000930     END-IF.
000931     IF WS-STO-FILE-OPEN
000932         CLOSE REPORT-STORE-FILE
000933     END-IF.
000934     IF WS-RDL-FILE-OPEN
000935         CLOSE REPORT-DELIVERY-FILE
000936     END-IF.
000937     IF WS-MSG-FILE-OPEN
000938         CLOSE OPERATOR-MESSAGE-FILE
000939     END-IF.
000940     IF WS-DST-FILE-OPEN
000941         CLOSE DISTRIBUTION-PRINT-FILE
000942     END-IF.
000943 5000-EXIT.
000944     EXIT.
000945*
000946*--------------------------------------------------------------*
000947*  6000-PRINT-SUMMARY                                            *
000948*                                                                *
000949*  Prints report RPTDIST: one line per delivery made this run,   *
000950*  then the run totals. Notices that could not be posted go to   *
000951*  the error log and end the run RC 4.                           *
000952*--------------------------------------------------------------*
000953 6000-PRINT-SUMMARY.
000954     MOVE "O" TO WS-RPT-FUNCTION.
000955     MOVE "RPTDIST " TO WS-RPT-ID.
000956     MOVE SPACES TO WS-RPT-LINE.
000957     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000958         WS-RPT-LINE.
000959     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000960     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000961     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000962     MOVE SPACES TO WS-RPT-LINE.
000963     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000964     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000965     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000966     PERFORM 6100-PRINT-ONE-DELIVERY THRU 6100-EXIT
000967         VARYING WS-DLT-INDEX FROM 1 BY 1
000968         UNTIL WS-DLT-INDEX > WS-DLT-COUNT.
000969     IF WS-DLT-COUNT = ZERO
000970         MOVE "  NOTHING TO DISTRIBUTE THIS RUN" TO WS-RPT-LINE
000971         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000972     END-IF.
000973     MOVE SPACES TO WS-RPT-LINE.
000974     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000975     MOVE "SUBSCRIPTIONS READ" TO TOT-LABEL.
000976     MOVE WS-SUBS-READ TO TOT-VALUE.
000977     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000978     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000979     MOVE "NOTICES SENT" TO TOT-LABEL.
000980     MOVE WS-NOTICE-COUNT TO TOT-VALUE.
000981     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000982     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000983     MOVE "PRINTED COPIES IN DISTPRT" TO TOT-LABEL.
000984     MOVE WS-COPY-COUNT TO TOT-VALUE.
000985     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000986     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000987     MOVE "PASSED OVER - SUBSCRIBER NOT ACTIVE" TO TOT-LABEL.
000988     MOVE WS-INACTIVE-COUNT TO TOT-VALUE.
000989     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000990     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000991     MOVE "NOTICES THAT COULD NOT BE SENT" TO TOT-LABEL.
000992     MOVE WS-FAILED-COUNT TO TOT-VALUE.
000993     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000994     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000995     IF WS-UNLISTED-COUNT > ZERO
000996         MOVE "DELIVERIES NOT LISTED ABOVE" TO TOT-LABEL
000997         MOVE WS-UNLISTED-COUNT TO TOT-VALUE
000998         MOVE WS-TOTAL-LINE TO WS-RPT-LINE
000999         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001000     END-IF.
001001     IF WS-FAILED-COUNT > ZERO
001002        AND WS-RESULT-CODE = ZERO
001003         MOVE "RPTDNOTE" TO WS-ERR-CODE
001004         MOVE SPACES TO WS-ERR-TEXT
001005         MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
001006         STRING WS-COUNT-EDIT DELIMITED BY SIZE
001007             " REPORT NOTICES NOT SENT - SEE RPTDIST"
001008                 DELIMITED BY SIZE
001009             INTO WS-ERR-TEXT
001010         END-STRING
001011         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
001012         MOVE 4 TO WS-RESULT-CODE
001013     END-IF.
001014 6000-EXIT.
001015     EXIT.
001016*
001017 6100-PRINT-ONE-DELIVERY.
001018     MOVE WS-DLT-REPORT-ID(WS-DLT-INDEX)  TO DTL-REPORT-ID.
001019     MOVE WS-DLT-BUS-DATE(WS-DLT-INDEX)   TO DTL-BUS-DATE.
001020     MOVE WS-DLT-RECIPIENT(WS-DLT-INDEX)  TO DTL-RECIPIENT.
001021     MOVE WS-DLT-SUBSCRIBER(WS-DLT-INDEX) TO DTL-SUBSCRIBER.
001022     MOVE WS-DLT-OUTCOME(WS-DLT-INDEX)    TO DTL-OUTCOME.
001023     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
001024     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001025 6100-EXIT.
001026     EXIT.
001027*
001028*--------------------------------------------------------------*
001029*  7000-FIND-OPERATOR                                            *
001030*                                                                *
001031*  Finds the table entry for the ID in WS-FIND-ID. A zero        *
001032*  WS-OPT-SLOT on the way out means the ID is not on OPERFILE.   *
001033*--------------------------------------------------------------*
001034 7000-FIND-OPERATOR.
001035     MOVE ZERO TO WS-OPT-SLOT.
001036     PERFORM 7100-CHECK-ONE-SLOT THRU 7100-EXIT
001037         VARYING WS-OPT-SCAN FROM 1 BY 1
001038         UNTIL WS-OPT-SCAN > WS-OPT-COUNT
001039            OR WS-OPT-SLOT NOT = ZERO.
001040 7000-EXIT.
001041     EXIT.
001042*
001043 7100-CHECK-ONE-SLOT.
001044     IF WS-OPT-OPR-ID(WS-OPT-SCAN) = WS-FIND-ID
001045         MOVE WS-OPT-SCAN TO WS-OPT-SLOT
001046     END-IF.
001047 7100-EXIT.
001048     EXIT.
001049*
001050*--------------------------------------------------------------*
001051*  8000-LOG-ERROR                                                *
001052*                                                                *
001053*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
001054*  and WS-ERR-TEXT must be set by the caller before this is      *
001055*  PERFORMed.                                                    *
001056*--------------------------------------------------------------*
001057 8000-LOG-ERROR.
001058     MOVE "RPT-DST" TO WS-ERR-PROGRAM.
001059     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
001060         WS-ERR-TEXT.
001061 8000-EXIT.
001062     EXIT.
001063*
001064*--------------------------------------------------------------*
001065*  8800-WRITE-REPORT                                             *
001066*                                                                *
001067*  Prints one line through the shared report writer. WS-RPT-LINE *
001068*  must be set by the caller before this is PERFORMed.           *
001069*--------------------------------------------------------------*
001070 8800-WRITE-REPORT.
001071     MOVE "W" TO WS-RPT-FUNCTION.
001072     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001073         WS-RPT-LINE.
001074 8800-EXIT.
001075     EXIT.
001076*
001077*--------------------------------------------------------------*
001078*  9000-TERMINATE                                                *
001079*--------------------------------------------------------------*
001080 9000-TERMINATE.
001081     MOVE "E" TO WS-RUN-FUNCTION.
001082     MOVE WS-NOTICE-COUNT TO WS-RUN-REC-COUNT.
001083     MOVE "C" TO WS-RUN-STATUS.
001084     IF WS-RESULT-CODE = 8
001085         MOVE "F" TO WS-RUN-STATUS
001086     END-IF.
001087     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
001088         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
001089         WS-RUN-ALREADY-RAN.
001090     MOVE "C" TO WS-RPT-FUNCTION.
001091     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001092         WS-RPT-LINE.
001093     MOVE WS-RESULT-CODE TO RETURN-CODE.
001094 9000-EXIT.
001095     EXIT.
