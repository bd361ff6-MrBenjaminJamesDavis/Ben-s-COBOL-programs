000019*                    RESP-RPT reports on and RESP-INQ browses.  *
000020*                    The run is recorded on the shared          *
000021*                    run-control file.                          *
000022*  15-OCT-2026  BJD  A reply to an address re-verification      *
000023*                    letter (campaign ADRVERFY, response type C *
000024*                    for confirmed, with the address type after *
000025*                    the response type or blank for every       *
000026*                    letter out to the name) stamps the         *
000027*                    ADDRVRFY register entry verified with a V  *
000028*                    image on the address audit trail through   *
000029*                    ADR-AUDT, and closes the address's         *
000030*                    UNVERIFD chase on DQQUEUE as fixed if one  *
000031*                    was raised. A reply with no letter         *
000032*                    outstanding is an exception.               *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT RESPONSE-TRAN-FILE ASSIGN TO "RESPTRAN"
000038         ORGANIZATION IS LINE SEQUENTIAL
000039         FILE STATUS IS WS-TRAN-STATUS.
000040     SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
000041         ORGANIZATION IS LINE SEQUENTIAL
000042         FILE STATUS IS WS-HIST-STATUS.
000043     SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RESPHIST"
000044         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS WS-RESP-STATUS.
000046     SELECT REPORT-FILE ASSIGN TO "RESPRPT"
000047         ORGANIZATION IS LINE SEQUENTIAL.
000048     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000049         ORGANIZATION IS INDEXED
000050         ACCESS MODE IS RANDOM
000051         RECORD KEY IS ADDR-KEY
000052         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000053             WITH DUPLICATES
000054         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000055             WITH DUPLICATES
000056         FILE STATUS IS WS-ADDR-STATUS.
000057     SELECT ADDR-VERIFY-FILE ASSIGN TO "ADDRVRFY"
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS RANDOM
000060         RECORD KEY IS AVR-KEY
000061         FILE STATUS IS WS-AVR-STATUS.
000062     SELECT DQ-QUEUE-FILE ASSIGN TO "DQQUEUE"
000063         ORGANIZATION IS INDEXED
000064         ACCESS MODE IS RANDOM
000065         RECORD KEY IS DQQ-KEY
000066         FILE STATUS IS WS-DQQ-STATUS.
000067*
000068 DATA DIVISION.
000069 FILE SECTION.
000070 FD  RESPONSE-TRAN-FILE
000071     LABEL RECORDS ARE STANDARD.
000072 01  RESPONSE-TRAN-RECORD.
000073     05  RTR-CAMPAIGN        PIC X(08).
000074     05  FILLER              PIC X(01).
000075     05  RTR-NAME            PIC X(30).
000076     05  FILLER              PIC X(01).
000077     05  RTR-DATE            PIC 9(08).
000078     05  FILLER              PIC X(01).
000079     05  RTR-TYPE            PIC X(01).
000080     05  FILLER              PIC X(01).
000081     05  RTR-ADDR-TYPE       PIC X(01).
000082*
000083 FD  CAMPAIGN-HISTORY-FILE
000084     LABEL RECORDS ARE STANDARD.
000085     COPY CAMPHREC.
000086*
000087 FD  RESPONSE-HISTORY-FILE
000088     LABEL RECORDS ARE STANDARD.
000089     COPY RESPHREC.
000090*
000091 FD  REPORT-FILE
000092     LABEL RECORDS ARE STANDARD.
000093 01  REPORT-LINE             PIC X(80).
000094*
000095 FD  ADDR-FILE
000096     LABEL RECORDS ARE STANDARD.
000097     COPY ADDRREC.
000098*
000099 FD  ADDR-VERIFY-FILE
000100     LABEL RECORDS ARE STANDARD.
000101     COPY ADDRVREC.
000102*
000103 FD  DQ-QUEUE-FILE
000104     LABEL RECORDS ARE STANDARD.
000105     COPY DQQREC.
000106*
000107 WORKING-STORAGE SECTION.
000108*
000109 01  WS-TRAN-STATUS          PIC X(02) VALUE "00".
000110     88  WS-TRAN-OK                    VALUE "00".
000111     88  WS-TRAN-EOF                   VALUE "10".
000112 01  WS-HIST-STATUS          PIC X(02) VALUE "00".
000113     88  WS-HIST-OK                    VALUE "00".
000114     88  WS-HIST-EOF                   VALUE "10".
000115 01  WS-RESP-STATUS          PIC X(02) VALUE "00".
000116     88  WS-RESP-OK                    VALUE "00".
000117 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000118     88  WS-ADDR-OK                    VALUE "00".
000119 01  WS-AVR-STATUS           PIC X(02) VALUE "00".
000120     88  WS-AVR-OK                     VALUE "00".
000121 01  WS-DQQ-STATUS           PIC X(02) VALUE "00".
000122     88  WS-DQQ-OK                     VALUE "00".
000123*
000124 01  WS-ADDR-AVAIL-SWITCH    PIC X(01) VALUE "N".
000125     88  WS-ADDR-AVAILABLE            VALUE "Y".
000126 01  WS-AVR-AVAIL-SWITCH     PIC X(01) VALUE "N".
000127     88  WS-AVR-AVAILABLE             VALUE "Y".
000128 01  WS-DQQ-AVAIL-SWITCH     PIC X(01) VALUE "N".
000129     88  WS-DQQ-AVAILABLE             VALUE "Y".
000130*
000131 01  WS-TODAY-DATE           PIC 9(08).
000132 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
000133*
000134*--------------------------------------------------------------*
000135*  ADDRESS RE-VERIFICATION REPLIES - THE RESERVED CAMPAIGN CODE *
000136*  ADR-VRFY MAILS UNDER, AND THE ADDRESS TYPES A REPLY COVERS   *
000137*--------------------------------------------------------------*
000138 01  WS-VERIFY-CODE          PIC X(08) VALUE "ADRVERFY".
000139 01  WS-DQ-CHECK             PIC X(08) VALUE "UNVERIFD".
000140 01  WS-CONFIRM-TYPES        PIC X(03).
000141 01  WS-TYPE-INDEX           PIC S9(04) COMP VALUE ZERO.
000142 01  WS-CONFIRMED-THIS       PIC 9(01) VALUE ZERO.
000143*
000144*--------------------------------------------------------------*
000145*  MAILING TABLE - CAMPAIGN AND NAME OF EVERY CAMPHIST ROW,     *
000146*  LOADED ONCE PER RUN, THE SAME SHAPE AS CAMP-RUN'S            *
000147*  SUPPRESSION TABLE.                                           *
000148*--------------------------------------------------------------*
000149 01  WS-HIST-COUNT           PIC S9(04) COMP VALUE ZERO.
000150 01  WS-HIST-MAX             PIC S9(04) COMP VALUE 500.
000151 01  WS-HIST-INDEX           PIC S9(04) COMP VALUE ZERO.
000152 01  WS-MATCH-SWITCH         PIC X(01).
000153     88  WS-MAILING-FOUND             VALUE "Y".
000154*
000155 01  WS-MAILING-TABLE.
000156     05  WS-MAIL-ENTRY OCCURS 500 TIMES.
000157         10  WS-TBL-CAMPAIGN     PIC X(08).
000158         10  WS-TBL-NAME         PIC X(30).
000159*
000160*--------------------------------------------------------------*
000161*  RUN TOTALS                                                    *
000162*--------------------------------------------------------------*
000163 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
000164 01  WS-LOADED-COUNT         PIC 9(05) VALUE ZERO.
000165 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
000166 01  WS-CONFIRMED-COUNT      PIC 9(05) VALUE ZERO.
000167*
000168*--------------------------------------------------------------*
000169*  REPORT LINES                                                  *
000170*--------------------------------------------------------------*
000171 01  WS-HEADING-1.
000172     05  FILLER         PIC X(22) VALUE "CAMPAIGN RESPONSE LOAD".
000173     05  FILLER         PIC X(10) VALUE " RUN DATE ".
000174     05  WS-HDG-DATE    PIC 9(08).
000175*
000176 01  WS-DETAIL-LINE.
000177     05  DTL-CAMPAIGN        PIC X(08).
000178     05  FILLER              PIC X(01) VALUE SPACE.
000179     05  DTL-NAME            PIC X(30).
000180     05  FILLER              PIC X(02) VALUE SPACES.
000181     05  DTL-REASON          PIC X(30).
000182*
000183 01  WS-TOTAL-LINE.
000184     05  TOT-LABEL           PIC X(30).
000185     05  TOT-COUNT           PIC ZZZZ9.
000186*
000187*--------------------------------------------------------------*
000188*  SHARED ADDRESS-AUDIT WORK AREAS                               *
000189*--------------------------------------------------------------*
000190     COPY AUDCALL.
000191*
000192*--------------------------------------------------------------*
000193*  SHARED RUN-CONTROL WORK AREAS                                 *
000194*--------------------------------------------------------------*
000195     COPY RUNCALL.
000196*
000197 PROCEDURE DIVISION.
000198*
000199*--------------------------------------------------------------*
000200*  0000-MAINLINE                                                *
000201*--------------------------------------------------------------*
000202 0000-MAINLINE.
000203     MOVE "S" TO WS-RUN-FUNCTION.
000204     MOVE "RESPLOAD" TO WS-RUN-PROGRAM.
000205     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000206     MOVE ZERO TO WS-RUN-REC-COUNT.
000207     MOVE SPACE TO WS-RUN-STATUS.
000208     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000209         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000210         WS-RUN-ALREADY-RAN.
000211     IF WS-RUN-ALREADY-RAN = "Y"
000212         DISPLAY "RESP-LOAD ALREADY RAN FOR THIS BUSINESS DATE"
000213         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000214         STOP RUN
000215     END-IF.
000216     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000217     PERFORM 2000-PROCESS-ONE-RESPONSE THRU 2000-EXIT
000218         UNTIL WS-TRAN-EOF.
000219     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000221     STOP RUN.
000222*
000223*--------------------------------------------------------------*
000224*  1000-INITIALIZE                                               *
000225*--------------------------------------------------------------*
000226 1000-INITIALIZE.
000227     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000228     OPEN INPUT RESPONSE-TRAN-FILE.
000229     IF NOT WS-TRAN-OK
000230         DISPLAY "RESP-LOAD: CANNOT OPEN RESPTRAN - STATUS "
000231             WS-TRAN-STATUS
000232         MOVE "10" TO WS-TRAN-STATUS
000233     END-IF.
000234     OPEN EXTEND RESPONSE-HISTORY-FILE.
000235     IF NOT WS-RESP-OK
000236         OPEN OUTPUT RESPONSE-HISTORY-FILE
000237         CLOSE RESPONSE-HISTORY-FILE
000238         OPEN EXTEND RESPONSE-HISTORY-FILE
000239     END-IF.
000240     OPEN INPUT ADDR-FILE.
000241     IF WS-ADDR-OK
000242         SET WS-ADDR-AVAILABLE TO TRUE
000243     END-IF.
000244     OPEN I-O ADDR-VERIFY-FILE.
000245     IF WS-AVR-OK
000246         SET WS-AVR-AVAILABLE TO TRUE
000247     END-IF.
000248     OPEN I-O DQ-QUEUE-FILE.
000249     IF WS-DQQ-OK
000250         SET WS-DQQ-AVAILABLE TO TRUE
000251     END-IF.
000252     OPEN OUTPUT REPORT-FILE.
000253     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000254     WRITE REPORT-LINE FROM WS-HEADING-1.
000255     PERFORM 1500-LOAD-MAILINGS THRU 1500-EXIT.
000256 1000-EXIT.
000257     EXIT.
000258*
000259*--------------------------------------------------------------*
000260*  1500-LOAD-MAILINGS                                            *
000261*--------------------------------------------------------------*
000262 1500-LOAD-MAILINGS.
000263     MOVE ZERO TO WS-HIST-COUNT.
000264     OPEN INPUT CAMPAIGN-HISTORY-FILE.
000265     IF NOT WS-HIST-OK
000266         DISPLAY "RESP-LOAD: NO CAMPHIST ON SYSTEM - EVERY"
000267         DISPLAY "RESPONSE WILL BE AN EXCEPTION"
000268         GO TO 1500-EXIT
000269     END-IF.
000270     PERFORM 1600-LOAD-ONE-MAILING THRU 1600-EXIT
000271         UNTIL WS-HIST-EOF.
000272     CLOSE CAMPAIGN-HISTORY-FILE.
000273 1500-EXIT.
000274     EXIT.
000275*
000276 1600-LOAD-ONE-MAILING.
000277     READ CAMPAIGN-HISTORY-FILE
000278         AT END
000279             MOVE "10" TO WS-HIST-STATUS
000280             GO TO 1600-EXIT
000281     END-READ.
000282     IF CMP-CAMPAIGN = "OPTOUT"
000283         GO TO 1600-EXIT
000284     END-IF.
000285     IF WS-HIST-COUNT >= WS-HIST-MAX
000286         DISPLAY "RESP-LOAD: MAILING TABLE FULL - VALIDATION"
000287         DISPLAY "MAY REJECT GENUINE RESPONSES THIS RUN"
000288         GO TO 1600-EXIT
000289     END-IF.
000290     ADD 1 TO WS-HIST-COUNT.
000291     MOVE CMP-CAMPAIGN TO WS-TBL-CAMPAIGN(WS-HIST-COUNT).
000292     MOVE CMP-NAME     TO WS-TBL-NAME(WS-HIST-COUNT).
000293 1600-EXIT.
000294     EXIT.
000295*
000296*--------------------------------------------------------------*
000297*  2000-PROCESS-ONE-RESPONSE                                     *
000298*--------------------------------------------------------------*
000299 2000-PROCESS-ONE-RESPONSE.
000300     READ RESPONSE-TRAN-FILE
000301         AT END
000302             MOVE "10" TO WS-TRAN-STATUS
000303             GO TO 2000-EXIT
000304     END-READ.
000305     ADD 1 TO WS-READ-COUNT.
000306     MOVE SPACES TO WS-REJECT-REASON.
000307     PERFORM 3000-VALIDATE-RESPONSE THRU 3000-EXIT.
000308     IF WS-REJECT-REASON = SPACES
000309        AND RTR-CAMPAIGN = WS-VERIFY-CODE
000310         PERFORM 4000-CONFIRM-ADDRESS THRU 4000-EXIT
000311     END-IF.
000312     IF WS-REJECT-REASON NOT = SPACES
000313         ADD 1 TO WS-REJECT-COUNT
000314         MOVE RTR-CAMPAIGN     TO DTL-CAMPAIGN
000315         MOVE RTR-NAME         TO DTL-NAME
000316         MOVE WS-REJECT-REASON TO DTL-REASON
000317         WRITE REPORT-LINE FROM WS-DETAIL-LINE
000318         GO TO 2000-EXIT
000319     END-IF.
000320     MOVE SPACES       TO RESPONSE-HISTORY-RECORD.
000321     MOVE RTR-DATE     TO RSP-DATE.
000322     MOVE RTR-CAMPAIGN TO RSP-CAMPAIGN.
000323     MOVE RTR-NAME     TO RSP-NAME.
000324     MOVE RTR-TYPE     TO RSP-TYPE.
000325     WRITE RESPONSE-HISTORY-RECORD.
000326     ADD 1 TO WS-LOADED-COUNT.
000327 2000-EXIT.
000328     EXIT.
000329*
000330*--------------------------------------------------------------*
000331*  3000-VALIDATE-RESPONSE                                        *
000332*--------------------------------------------------------------*
000333 3000-VALIDATE-RESPONSE.
000334     IF RTR-CAMPAIGN = SPACES
000335         MOVE "CAMPAIGN CODE MISSING" TO WS-REJECT-REASON
000336         GO TO 3000-EXIT
000337     END-IF.
000338     IF RTR-NAME = SPACES
000339         MOVE "NAME MISSING" TO WS-REJECT-REASON
000340         GO TO 3000-EXIT
000341     END-IF.
000342     IF RTR-DATE NOT NUMERIC
000343         MOVE "RESPONSE DATE NOT NUMERIC" TO WS-REJECT-REASON
000344         GO TO 3000-EXIT
000345     END-IF.
000346     IF RTR-CAMPAIGN = WS-VERIFY-CODE
000347         PERFORM 3200-CHECK-VERIFY-REPLY THRU 3200-EXIT
000348         IF WS-REJECT-REASON NOT = SPACES
000349             GO TO 3000-EXIT
000350         END-IF
000351     END-IF.
000352     MOVE "N" TO WS-MATCH-SWITCH.
000353     PERFORM 3100-CHECK-ONE-MAILING THRU 3100-EXIT
000354         VARYING WS-HIST-INDEX FROM 1 BY 1
000355         UNTIL WS-HIST-INDEX > WS-HIST-COUNT
000356             OR WS-MAILING-FOUND.
000357     IF NOT WS-MAILING-FOUND
000358         MOVE "NO MATCHING MAILING RECORD" TO WS-REJECT-REASON
000359     END-IF.
000360 3000-EXIT.
000361     EXIT.
000362*
000363 3100-CHECK-ONE-MAILING.
000364     IF WS-TBL-CAMPAIGN(WS-HIST-INDEX) = RTR-CAMPAIGN
000365        AND WS-TBL-NAME(WS-HIST-INDEX) = RTR-NAME
000366         SET WS-MAILING-FOUND TO TRUE
000367     END-IF.
000368 3100-EXIT.
000369     EXIT.
000370*
000371*--------------------------------------------------------------*
000372*  3200-CHECK-VERIFY-REPLY                                       *
000373*                                                                *
000374*  A reply to a re-verification letter can only confirm the      *
000375*  address, and needs the register and the address book to do it.*
000376*--------------------------------------------------------------*
000377 3200-CHECK-VERIFY-REPLY.
000378     IF RTR-TYPE NOT = "C"
000379         MOVE "VERIFY REPLY MUST BE TYPE C" TO WS-REJECT-REASON
000380         GO TO 3200-EXIT
000381     END-IF.
000382     IF RTR-ADDR-TYPE NOT = SPACE AND RTR-ADDR-TYPE NOT = "H"
000383        AND RTR-ADDR-TYPE NOT = "W" AND RTR-ADDR-TYPE NOT = "D"
000384         MOVE "ADDRESS TYPE NOT H, W OR D" TO WS-REJECT-REASON
000385         GO TO 3200-EXIT
000386     END-IF.
000387     IF NOT WS-AVR-AVAILABLE OR NOT WS-ADDR-AVAILABLE
000388         MOVE "VERIFICATION REGISTER NOT OPEN" TO WS-REJECT-REASON
000389     END-IF.
000390 3200-EXIT.
000391     EXIT.
000392*
000393*--------------------------------------------------------------*
000394*  4000-CONFIRM-ADDRESS                                          *
000395*                                                                *
000396*  Confirms the letter out to the address type on the reply, or  *
000397*  every letter out to the name when the reply carries no type.  *
000398*  A reply that finds no letter outstanding is an exception.     *
000399*--------------------------------------------------------------*
000400 4000-CONFIRM-ADDRESS.
000401     MOVE ZERO TO WS-CONFIRMED-THIS.
000402     IF RTR-ADDR-TYPE = SPACE
000403         MOVE "HWD" TO WS-CONFIRM-TYPES
000404     ELSE
000405         MOVE SPACES TO WS-CONFIRM-TYPES
000406         MOVE RTR-ADDR-TYPE TO WS-CONFIRM-TYPES(1:1)
000407     END-IF.
000408     PERFORM 4100-CONFIRM-ONE-TYPE THRU 4100-EXIT
000409         VARYING WS-TYPE-INDEX FROM 1 BY 1
000410         UNTIL WS-TYPE-INDEX > 3.
000411     IF WS-CONFIRMED-THIS = ZERO
000412         MOVE "NO LETTER OUTSTANDING FOR NAME" TO WS-REJECT-REASON
000413     END-IF.
000414 4000-EXIT.
000415     EXIT.
000416*
000417*--------------------------------------------------------------*
000418*  4100-CONFIRM-ONE-TYPE                                         *
000419*                                                                *
000420*  Stamps the register entry verified on the reply date and files*
000421*  a V image of the address, unchanged, on the shared address    *
000422*  audit trail, which ADR-VRFY reads as the address's latest     *
000423*  activity. An address deleted since its letter went is passed  *
000424*  over.                                                         *
000425*--------------------------------------------------------------*
000426 4100-CONFIRM-ONE-TYPE.
000427     IF WS-CONFIRM-TYPES(WS-TYPE-INDEX:1) = SPACE
000428         GO TO 4100-EXIT
000429     END-IF.
000430     MOVE RTR-NAME TO AVR-NAME.
000431     MOVE WS-CONFIRM-TYPES(WS-TYPE-INDEX:1) TO AVR-TYPE.
000432     READ ADDR-VERIFY-FILE
000433         INVALID KEY
000434             GO TO 4100-EXIT
000435     END-READ.
000436     IF NOT AVR-SENT AND NOT AVR-CHASED
000437         GO TO 4100-EXIT
000438     END-IF.
000439     MOVE AVR-KEY TO ADDR-KEY.
000440     READ ADDR-FILE
000441         INVALID KEY
000442             GO TO 4100-EXIT
000443     END-READ.
000444     IF AVR-CHASED
000445         PERFORM 4200-CLOSE-CHASE THRU 4200-EXIT
000446     END-IF.
000447     MOVE "V"        TO AVR-STATUS.
000448     MOVE RTR-DATE   TO AVR-VERIFIED-DATE.
000449     MOVE "RESPLOAD" TO AVR-VERIFIED-BY.
000450     REWRITE ADDR-VERIFY-RECORD
000451         INVALID KEY
000452             DISPLAY "RESP-LOAD: ERROR UPDATING ADDRVRFY - "
000453                 "STATUS " WS-AVR-STATUS
000454             GO TO 4100-EXIT
000455     END-REWRITE.
000456     MOVE "V"         TO WS-AUD-ACTION.
000457     MOVE "RESPLOAD"  TO WS-AUD-OPERATOR.
000458     MOVE ADDR-RECORD TO WS-AUD-BEFORE.
000459     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000460     CALL "adr-audt" USING WS-AUD-ACTION WS-AUD-OPERATOR
000461         WS-AUD-BEFORE WS-AUD-AFTER.
000462     ADD 1 TO WS-CONFIRMED-THIS.
000463     ADD 1 TO WS-CONFIRMED-COUNT.
000464 4100-EXIT.
000465     EXIT.
000466*
000467*--------------------------------------------------------------*
000468*  4200-CLOSE-CHASE                                              *
000469*                                                                *
000470*  The reply came in after the address was queued for a clerk to *
000471*  chase, so the UNVERIFD item is closed as fixed.               *
000472*--------------------------------------------------------------*
000473 4200-CLOSE-CHASE.
000474     IF NOT WS-DQQ-AVAILABLE
000475         GO TO 4200-EXIT
000476     END-IF.
000477     MOVE ADDR-NAME   TO DQQ-NAME.
000478     MOVE ADDR-TYPE   TO DQQ-TYPE.
000479     MOVE WS-DQ-CHECK TO DQQ-CHECK.
000480     READ DQ-QUEUE-FILE
000481         INVALID KEY
000482             GO TO 4200-EXIT
000483     END-READ.
000484     IF NOT DQQ-OPEN
000485         GO TO 4200-EXIT
000486     END-IF.
000487     MOVE "F"                  TO DQQ-STATUS.
000488     MOVE "RESPLOAD"           TO DQQ-CLOSED-BY.
000489     MOVE WS-TODAY-DATE        TO DQQ-CLOSED-DATE.
000490     MOVE "CONFIRMED BY REPLY" TO DQQ-REASON.
000491     REWRITE DQ-QUEUE-RECORD
000492         INVALID KEY
000493             DISPLAY "RESP-LOAD: ERROR CLOSING QUEUE ITEM"
000494     END-REWRITE.
000495 4200-EXIT.
000496     EXIT.
000497*
000498*--------------------------------------------------------------*
000499*  6000-WRITE-TOTALS                                             *
000500*--------------------------------------------------------------*
000501 6000-WRITE-TOTALS.
000502     MOVE SPACES TO REPORT-LINE.
000503     WRITE REPORT-LINE.
000504     MOVE "RESPONSES READ" TO TOT-LABEL.
000505     MOVE WS-READ-COUNT TO TOT-COUNT.
000506     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000507     MOVE "RESPONSES LOADED" TO TOT-LABEL.
000508     MOVE WS-LOADED-COUNT TO TOT-COUNT.
000509     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000510     MOVE "ADDRESSES CONFIRMED" TO TOT-LABEL.
000511     MOVE WS-CONFIRMED-COUNT TO TOT-COUNT.
000512     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000513     MOVE "RESPONSES REJECTED" TO TOT-LABEL.
000514     MOVE WS-REJECT-COUNT TO TOT-COUNT.
000515     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000516 6000-EXIT.
000517     EXIT.
000518*
000519*--------------------------------------------------------------*
000520*  9000-TERMINATE                                                *
000521*--------------------------------------------------------------*
000522 9000-TERMINATE.
000523     IF WS-RUN-ALREADY-RAN NOT = "Y"
000524         MOVE "E" TO WS-RUN-FUNCTION
000525         MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT
000526         MOVE "C" TO WS-RUN-STATUS
000527         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000528             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000529             WS-RUN-ALREADY-RAN
000530     END-IF.
000531     CLOSE RESPONSE-TRAN-FILE.
000532     CLOSE RESPONSE-HISTORY-FILE.
000533     CLOSE REPORT-FILE.
000534     IF WS-ADDR-AVAILABLE
000535         CLOSE ADDR-FILE
000536     END-IF.
000537     IF WS-AVR-AVAILABLE
000538         CLOSE ADDR-VERIFY-FILE
000539     END-IF.
000540     IF WS-DQQ-AVAILABLE
000541         CLOSE DQ-QUEUE-FILE
000542     END-IF.
000543 9000-EXIT.
000544     EXIT.
