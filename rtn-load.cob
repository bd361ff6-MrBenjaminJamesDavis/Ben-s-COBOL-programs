000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. rtn-load.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Batch load of returned mail   *
000012*                    from RTNTRAN (name, address type,          *
000013*                    campaign, return reason, date returned).   *
000014*                    Each item flags the ADDRFILE record        *
000015*                    gone-away (before/after image on the       *
000016*                    shared address audit trail via ADR-AUDT),  *
000017*                    raises a GONEAWAY item on the DQQUEUE      *
000018*                    correction queue for the clerks and goes   *
000019*                    to the RTNHIST returned-mail history       *
000020*                    RESP-RPT rates each campaign from.         *
000021*                    LBL-RUN, CAMP-RUN and ADDR-XTR then skip   *
000022*                    the address until it is corrected.         *
000023*                    Exceptions and totals go to RTNRPT; the    *
000024*                    run is recorded on the shared run-control  *
000025*                    file.                                      *
000026*--------------------------------------------------------------*
000027 ENVIRONMENT DIVISION.
000028 INPUT-OUTPUT SECTION.
000029 FILE-CONTROL.
000030     SELECT RETURNED-TRAN-FILE ASSIGN TO "RTNTRAN"
000031         ORGANIZATION IS LINE SEQUENTIAL
000032         FILE STATUS IS WS-TRAN-STATUS.
000033     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000034         ORGANIZATION IS INDEXED
000035         ACCESS MODE IS DYNAMIC
000036         RECORD KEY IS ADDR-KEY
000037         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000038             WITH DUPLICATES
000039         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000040             WITH DUPLICATES
000041         FILE STATUS IS WS-ADDR-STATUS.
000042     SELECT DQ-QUEUE-FILE ASSIGN TO "DQQUEUE"
000043         ORGANIZATION IS INDEXED
000044         ACCESS MODE IS DYNAMIC
000045         RECORD KEY IS DQQ-KEY
000046         FILE STATUS IS WS-DQQ-STATUS.
000047     SELECT RETURNED-HISTORY-FILE ASSIGN TO "RTNHIST"
000048         ORGANIZATION IS LINE SEQUENTIAL
000049         FILE STATUS IS WS-RTNH-STATUS.
000050     SELECT REPORT-FILE ASSIGN TO "RTNRPT"
000051         ORGANIZATION IS LINE SEQUENTIAL.
000052*
000053 DATA DIVISION.
000054 FILE SECTION.
000055 FD  RETURNED-TRAN-FILE
000056     LABEL RECORDS ARE STANDARD.
000057 01  RETURNED-TRAN-RECORD.
000058     05  RTT-NAME            PIC X(30).
000059     05  FILLER              PIC X(01).
000060     05  RTT-TYPE            PIC X(01).
000061     05  FILLER              PIC X(01).
000062     05  RTT-CAMPAIGN        PIC X(08).
000063     05  FILLER              PIC X(01).
000064     05  RTT-REASON          PIC X(02).
000065     05  FILLER              PIC X(01).
000066     05  RTT-DATE            PIC 9(08).
000067*
000068 FD  ADDR-FILE
000069     LABEL RECORDS ARE STANDARD.
000070     COPY ADDRREC.
000071*
000072 FD  DQ-QUEUE-FILE
000073     LABEL RECORDS ARE STANDARD.
000074     COPY DQQREC.
000075*
000076 FD  RETURNED-HISTORY-FILE
000077     LABEL RECORDS ARE STANDARD.
000078     COPY RTNHREC.
000079*
000080 FD  REPORT-FILE
000081     LABEL RECORDS ARE STANDARD.
000082 01  REPORT-LINE             PIC X(80).
000083*
000084 WORKING-STORAGE SECTION.
000085*
000086 01  WS-TRAN-STATUS          PIC X(02) VALUE "00".
000087     88  WS-TRAN-OK                    VALUE "00".
000088     88  WS-TRAN-EOF                   VALUE "10".
000089 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000090     88  WS-ADDR-OK                    VALUE "00".
000091 01  WS-DQQ-STATUS           PIC X(02) VALUE "00".
000092     88  WS-DQQ-OK                     VALUE "00".
000093 01  WS-RTNH-STATUS          PIC X(02) VALUE "00".
000094     88  WS-RTNH-OK                    VALUE "00".
000095*
000096 01  WS-ADDR-AVAIL-SWITCH    PIC X(01) VALUE "N".
000097     88  WS-ADDR-AVAILABLE            VALUE "Y".
000098*
000099 01  WS-TODAY-DATE           PIC 9(08).
000100 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
000101 01  WS-WORK-CAMPAIGN        PIC X(08).
000102*
000103*--------------------------------------------------------------*
000104*  RETURN REASONS ACCEPTED ON RTNTRAN - SEE RTNHREC              *
000105*--------------------------------------------------------------*
000106 01  WS-REASON-LIST          PIC X(10) VALUE "GANKNSIARF".
000107 01  WS-REASON-INDEX         PIC S9(04) COMP VALUE ZERO.
000108 01  WS-REASON-SWITCH        PIC X(01).
000109     88  WS-REASON-VALID              VALUE "Y".
000110*
000111*--------------------------------------------------------------*
000112*  CORRECTION-QUEUE WORK AREAS                                   *
000113*--------------------------------------------------------------*
000114 01  WS-DQ-CHECK             PIC X(08) VALUE "GONEAWAY".
000115 01  WS-DQ-DETAIL            PIC X(20).
000116 01  WS-DQ-SNAPSHOT          PIC X(84).
000117*
000118*--------------------------------------------------------------*
000119*  RUN TOTALS                                                    *
000120*--------------------------------------------------------------*
000121 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
000122 01  WS-LOADED-COUNT         PIC 9(05) VALUE ZERO.
000123 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
000124 01  WS-QUEUED-COUNT         PIC 9(05) VALUE ZERO.
000125*
000126*--------------------------------------------------------------*
000127*  REPORT LINES                                                  *
000128*--------------------------------------------------------------*
000129 01  WS-HEADING-1.
000130     05  FILLER         PIC X(20) VALUE "RETURNED MAIL LOAD  ".
000131     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000132     05  WS-HDG-DATE    PIC 9(08).
000133*
000134 01  WS-DETAIL-LINE.
000135     05  DTL-CAMPAIGN        PIC X(08).
000136     05  FILLER              PIC X(01) VALUE SPACE.
000137     05  DTL-NAME            PIC X(30).
000138     05  FILLER              PIC X(01) VALUE SPACE.
000139     05  DTL-TYPE            PIC X(01).
000140     05  FILLER              PIC X(02) VALUE SPACES.
000141     05  DTL-REASON          PIC X(30).
000142*
000143 01  WS-TOTAL-LINE.
000144     05  TOT-LABEL           PIC X(30).
000145     05  TOT-COUNT           PIC ZZZZ9.
000146*
000147*--------------------------------------------------------------*
000148*  SHARED ADDRESS-AUDIT WORK AREAS                               *
000149*--------------------------------------------------------------*
000150     COPY AUDCALL.
000151*
000152*--------------------------------------------------------------*
000153*  SHARED RUN-CONTROL WORK AREAS                                 *
000154*--------------------------------------------------------------*
000155     COPY RUNCALL.
000156*
000157 PROCEDURE DIVISION.
000158*
000159*--------------------------------------------------------------*
000160*  0000-MAINLINE                                                 *
000161*--------------------------------------------------------------*
000162 0000-MAINLINE.
000163     MOVE "S" TO WS-RUN-FUNCTION.
000164     MOVE "RTNLOAD " TO WS-RUN-PROGRAM.
000165     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000166     MOVE ZERO TO WS-RUN-REC-COUNT.
000167     MOVE SPACE TO WS-RUN-STATUS.
000168     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000169         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000170         WS-RUN-ALREADY-RAN.
000171     IF WS-RUN-ALREADY-RAN = "Y"
000172         DISPLAY "RTN-LOAD ALREADY RAN FOR THIS BUSINESS DATE"
000173         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000174         STOP RUN
000175     END-IF.
000176     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000177     PERFORM 2000-PROCESS-ONE-RETURN THRU 2000-EXIT
000178         UNTIL WS-TRAN-EOF.
000179     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000181     STOP RUN.
000182*
000183*--------------------------------------------------------------*
000184*  1000-INITIALIZE                                               *
000185*--------------------------------------------------------------*
000186 1000-INITIALIZE.
000187     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000188     OPEN INPUT RETURNED-TRAN-FILE.
000189     IF NOT WS-TRAN-OK
000190         DISPLAY "RTN-LOAD: CANNOT OPEN RTNTRAN - STATUS "
000191             WS-TRAN-STATUS
000192         MOVE "10" TO WS-TRAN-STATUS
000193     END-IF.
000194     OPEN I-O ADDR-FILE.
000195     IF WS-ADDR-OK
000196         SET WS-ADDR-AVAILABLE TO TRUE
000197     ELSE
000198         DISPLAY "RTN-LOAD: CANNOT OPEN ADDR-FILE - STATUS "
000199             WS-ADDR-STATUS
000200         MOVE "10" TO WS-TRAN-STATUS
000201     END-IF.
000202     OPEN I-O DQ-QUEUE-FILE.
000203     IF NOT WS-DQQ-OK
000204         CLOSE DQ-QUEUE-FILE
000205         OPEN OUTPUT DQ-QUEUE-FILE
000206         CLOSE DQ-QUEUE-FILE
000207         OPEN I-O DQ-QUEUE-FILE
000208     END-IF.
000209     OPEN EXTEND RETURNED-HISTORY-FILE.
000210     IF NOT WS-RTNH-OK
000211         OPEN OUTPUT RETURNED-HISTORY-FILE
000212         CLOSE RETURNED-HISTORY-FILE
000213         OPEN EXTEND RETURNED-HISTORY-FILE
000214     END-IF.
000215     OPEN OUTPUT REPORT-FILE.
000216     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000217     WRITE REPORT-LINE FROM WS-HEADING-1.
000218 1000-EXIT.
000219     EXIT.
000220*
000221*--------------------------------------------------------------*
000222*  2000-PROCESS-ONE-RETURN                                       *
000223*                                                                *
000224*  A blank campaign is a label from the general label run.       *
000225*  The address is flagged, audited, queued for the clerks and    *
000226*  added to the returned-mail history in that order; an          *
000227*  address already gone-away is an exception, so a second        *
000228*  copy of the same return is not counted twice against the      *
000229*  campaign.                                                     *
000230*--------------------------------------------------------------*
000231 2000-PROCESS-ONE-RETURN.
000232     READ RETURNED-TRAN-FILE
000233         AT END
000234             MOVE "10" TO WS-TRAN-STATUS
000235             GO TO 2000-EXIT
000236     END-READ.
000237     ADD 1 TO WS-READ-COUNT.
000238     IF RTT-TYPE = SPACE
000239         MOVE "H" TO RTT-TYPE
000240     END-IF.
000241     IF RTT-CAMPAIGN = SPACES
000242         MOVE "LABELRUN" TO WS-WORK-CAMPAIGN
000243     ELSE
000244         MOVE RTT-CAMPAIGN TO WS-WORK-CAMPAIGN
000245     END-IF.
000246     MOVE SPACES TO WS-REJECT-REASON.
000247     PERFORM 3000-VALIDATE-RETURN THRU 3000-EXIT.
000248     IF WS-REJECT-REASON NOT = SPACES
000249         ADD 1 TO WS-REJECT-COUNT
000250         MOVE WS-WORK-CAMPAIGN TO DTL-CAMPAIGN
000251         MOVE RTT-NAME         TO DTL-NAME
000252         MOVE RTT-TYPE         TO DTL-TYPE
000253         MOVE WS-REJECT-REASON TO DTL-REASON
000254         WRITE REPORT-LINE FROM WS-DETAIL-LINE
000255         GO TO 2000-EXIT
000256     END-IF.
000257     PERFORM 4000-FLAG-GONE-AWAY THRU 4000-EXIT.
000258     IF WS-REJECT-REASON NOT = SPACES
000259         GO TO 2000-EXIT
000260     END-IF.
000261     MOVE "RTN "           TO WS-DQ-DETAIL.
000262     MOVE WS-WORK-CAMPAIGN TO WS-DQ-DETAIL(5:8).
000263     MOVE RTT-REASON       TO WS-DQ-DETAIL(14:2).
000264     PERFORM 7000-RAISE-FINDING THRU 7000-EXIT.
000265     MOVE SPACES           TO RETURNED-MAIL-HISTORY-RECORD.
000266     MOVE RTT-DATE         TO RTH-DATE.
000267     MOVE WS-WORK-CAMPAIGN TO RTH-CAMPAIGN.
000268     MOVE RTT-NAME         TO RTH-NAME.
000269     MOVE RTT-TYPE         TO RTH-TYPE.
000270     MOVE RTT-REASON       TO RTH-REASON.
000271     MOVE WS-TODAY-DATE    TO RTH-LOAD-DATE.
000272     WRITE RETURNED-MAIL-HISTORY-RECORD.
000273     ADD 1 TO WS-LOADED-COUNT.
000274 2000-EXIT.
000275     EXIT.
000276*
000277*--------------------------------------------------------------*
000278*  3000-VALIDATE-RETURN                                          *
000279*--------------------------------------------------------------*
000280 3000-VALIDATE-RETURN.
000281     IF RTT-NAME = SPACES
000282         MOVE "NAME MISSING" TO WS-REJECT-REASON
000283         GO TO 3000-EXIT
000284     END-IF.
000285     IF RTT-TYPE NOT = "H" AND RTT-TYPE NOT = "W"
000286        AND RTT-TYPE NOT = "D"
000287         MOVE "ADDRESS TYPE NOT H, W OR D" TO WS-REJECT-REASON
000288         GO TO 3000-EXIT
000289     END-IF.
000290     MOVE "N" TO WS-REASON-SWITCH.
000291     PERFORM 3100-CHECK-ONE-REASON THRU 3100-EXIT
000292         VARYING WS-REASON-INDEX FROM 1 BY 2
000293         UNTIL WS-REASON-INDEX > 9 OR WS-REASON-VALID.
000294     IF NOT WS-REASON-VALID
000295         MOVE "RETURN REASON NOT RECOGNISED" TO WS-REJECT-REASON
000296         GO TO 3000-EXIT
000297     END-IF.
000298     IF RTT-DATE NOT NUMERIC
000299         MOVE "RETURN DATE NOT NUMERIC" TO WS-REJECT-REASON
000300         GO TO 3000-EXIT
000301     END-IF.
000302     IF RTT-DATE > WS-TODAY-DATE
000303         MOVE "RETURN DATE IN THE FUTURE" TO WS-REJECT-REASON
000304         GO TO 3000-EXIT
000305     END-IF.
000306     MOVE RTT-NAME TO ADDR-NAME.
000307     MOVE RTT-TYPE TO ADDR-TYPE.
000308     READ ADDR-FILE
000309         INVALID KEY
000310             MOVE "NO SUCH ADDRESS ON FILE" TO WS-REJECT-REASON
000311             GO TO 3000-EXIT
000312     END-READ.
000313     IF ADDR-GONE-AWAY
000314         MOVE "ALREADY FLAGGED GONE-AWAY" TO WS-REJECT-REASON
000315     END-IF.
000316 3000-EXIT.
000317     EXIT.
000318*
000319 3100-CHECK-ONE-REASON.
000320     IF WS-REASON-LIST(WS-REASON-INDEX:2) = RTT-REASON
000321         SET WS-REASON-VALID TO TRUE
000322     END-IF.
000323 3100-EXIT.
000324     EXIT.
000325*
000326*--------------------------------------------------------------*
000327*  4000-FLAG-GONE-AWAY                                           *
000328*                                                                *
000329*  Rewrites the record read by the validation with the gone-away *
000330*  flag and the date the mail came back, and files the before    *
000331*  and after images on the shared address audit trail.           *
000332*--------------------------------------------------------------*
000333 4000-FLAG-GONE-AWAY.
000334     MOVE ADDR-RECORD TO WS-AUD-BEFORE.
000335     MOVE "G"         TO ADDR-MAIL-STATUS.
000336     MOVE RTT-DATE    TO ADDR-RETURNED-DATE.
000337     REWRITE ADDR-RECORD
000338         INVALID KEY
000339             MOVE "ERROR REWRITING ADDRESS" TO WS-REJECT-REASON
000340             ADD 1 TO WS-REJECT-COUNT
000341             MOVE WS-WORK-CAMPAIGN TO DTL-CAMPAIGN
000342             MOVE RTT-NAME         TO DTL-NAME
000343             MOVE RTT-TYPE         TO DTL-TYPE
000344             MOVE WS-REJECT-REASON TO DTL-REASON
000345             WRITE REPORT-LINE FROM WS-DETAIL-LINE
000346             GO TO 4000-EXIT
000347     END-REWRITE.
000348     MOVE "C"         TO WS-AUD-ACTION.
000349     MOVE "RTNLOAD "  TO WS-AUD-OPERATOR.
000350     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000351     CALL "adr-audt" USING WS-AUD-ACTION WS-AUD-OPERATOR
000352         WS-AUD-BEFORE WS-AUD-AFTER.
000353 4000-EXIT.
000354     EXIT.
000355*
000356*--------------------------------------------------------------*
000357*  6000-WRITE-TOTALS                                             *
000358*--------------------------------------------------------------*
000359 6000-WRITE-TOTALS.
000360     MOVE SPACES TO REPORT-LINE.
000361     WRITE REPORT-LINE.
000362     MOVE "RETURNS READ" TO TOT-LABEL.
000363     MOVE WS-READ-COUNT TO TOT-COUNT.
000364     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000365     MOVE "ADDRESSES FLAGGED GONE-AWAY" TO TOT-LABEL.
000366     MOVE WS-LOADED-COUNT TO TOT-COUNT.
000367     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000368     MOVE "CORRECTION ITEMS RAISED" TO TOT-LABEL.
000369     MOVE WS-QUEUED-COUNT TO TOT-COUNT.
000370     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000371     MOVE "RETURNS REJECTED" TO TOT-LABEL.
000372     MOVE WS-REJECT-COUNT TO TOT-COUNT.
000373     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000374 6000-EXIT.
000375     EXIT.
000376*
000377*--------------------------------------------------------------*
000378*  7000-RAISE-FINDING                                            *
000379*                                                                *
000380*  Files the gone-away item on the DQQUEUE correction queue      *
000381*  under the record key and the GONEAWAY check, the way the      *
000382*  data-quality audit files its findings. An item still open     *
000383*  stays as it is; a fixed or dismissed one reopens, since the   *
000384*  address has failed again since it was closed.                 *
000385*--------------------------------------------------------------*
000386 7000-RAISE-FINDING.
000387     MOVE SPACES TO WS-DQ-SNAPSHOT.
000388     MOVE ADDR-STREET-NAME TO WS-DQ-SNAPSHOT(1:30).
000389     MOVE ADDR-CITY-NAME   TO WS-DQ-SNAPSHOT(31:15).
000390     MOVE ADDR-COUNTY-NAME TO WS-DQ-SNAPSHOT(46:30).
000391     MOVE ADDR-POSTCODE    TO WS-DQ-SNAPSHOT(76:9).
000392     MOVE ADDR-NAME   TO DQQ-NAME.
000393     MOVE ADDR-TYPE   TO DQQ-TYPE.
000394     MOVE WS-DQ-CHECK TO DQQ-CHECK.
000395     READ DQ-QUEUE-FILE
000396         INVALID KEY
000397             PERFORM 7100-WRITE-NEW-FINDING THRU 7100-EXIT
000398             GO TO 7000-EXIT
000399     END-READ.
000400     IF DQQ-OPEN
000401         GO TO 7000-EXIT
000402     END-IF.
000403     MOVE "O"            TO DQQ-STATUS.
000404     MOVE WS-TODAY-DATE  TO DQQ-RAISED-DATE.
000405     MOVE WS-DQ-DETAIL   TO DQQ-DETAIL.
000406     MOVE SPACES         TO DQQ-CLOSED-BY.
000407     MOVE ZERO           TO DQQ-CLOSED-DATE.
000408     MOVE SPACES         TO DQQ-REASON.
000409     MOVE WS-DQ-SNAPSHOT TO DQQ-SNAPSHOT.
000410     REWRITE DQ-QUEUE-RECORD
000411         INVALID KEY
000412             DISPLAY "RTN-LOAD: ERROR REOPENING QUEUE ITEM"
000413             GO TO 7000-EXIT
000414     END-REWRITE.
000415     ADD 1 TO WS-QUEUED-COUNT.
000416 7000-EXIT.
000417     EXIT.
000418*
000419 7100-WRITE-NEW-FINDING.
000420     MOVE ADDR-NAME      TO DQQ-NAME.
000421     MOVE ADDR-TYPE      TO DQQ-TYPE.
000422     MOVE WS-DQ-CHECK    TO DQQ-CHECK.
000423     MOVE "O"            TO DQQ-STATUS.
000424     MOVE WS-TODAY-DATE  TO DQQ-RAISED-DATE.
000425     MOVE WS-DQ-DETAIL   TO DQQ-DETAIL.
000426     MOVE SPACES         TO DQQ-CLOSED-BY.
000427     MOVE ZERO           TO DQQ-CLOSED-DATE.
000428     MOVE SPACES         TO DQQ-REASON.
000429     MOVE WS-DQ-SNAPSHOT TO DQQ-SNAPSHOT.
000430     WRITE DQ-QUEUE-RECORD
000431         INVALID KEY
000432             DISPLAY "RTN-LOAD: ERROR RAISING QUEUE ITEM"
000433             GO TO 7100-EXIT
000434     END-WRITE.
000435     ADD 1 TO WS-QUEUED-COUNT.
000436 7100-EXIT.
000437     EXIT.
000438*
000439*--------------------------------------------------------------*
000440*  9000-TERMINATE                                                *
000441*--------------------------------------------------------------*
000442 9000-TERMINATE.
000443     IF WS-RUN-ALREADY-RAN NOT = "Y"
000444         MOVE "E" TO WS-RUN-FUNCTION
000445         MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT
000446         MOVE "C" TO WS-RUN-STATUS
000447         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000448             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000449             WS-RUN-ALREADY-RAN
000450     END-IF.
000451     CLOSE RETURNED-TRAN-FILE.
000452     IF WS-ADDR-AVAILABLE
000453         CLOSE ADDR-FILE
000454     END-IF.
000455     CLOSE DQ-QUEUE-FILE.
000456     CLOSE RETURNED-HISTORY-FILE.
000457     CLOSE REPORT-FILE.
000458 9000-EXIT.
000459     EXIT.
