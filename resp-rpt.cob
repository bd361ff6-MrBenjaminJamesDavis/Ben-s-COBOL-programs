000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Each campaign now also shows the mail      *
000012*                    returned undeliverable from RTNHIST        *
000013*                    (loaded by RTN-LOAD) and the returned-mail *
000014*                    rate against the names mailed.             *
000015*  02-SEP-2026  BJD  New program. Response-rate report over     *
000016*                    RESPHIST and CAMPHIST: per campaign, the   *
000017*                    names mailed, the responses received and   *
000018*                    the response rate, broken down by county   *
000019*                    through the responder's address and the    *
000020*                    REGION-FILE prefix lookup (UNKNOWN when    *
000021*                    the name or prefix is no longer on file).  *
000022*                    Written to RESPRATE; the run is recorded   *
000023*                    on the shared run-control file.            *
000024*--------------------------------------------------------------*
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028     SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RESPHIST"
000029         ORGANIZATION IS LINE SEQUENTIAL
000030         FILE STATUS IS WS-RESP-STATUS.
000031     SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
000032         ORGANIZATION IS LINE SEQUENTIAL
000033         FILE STATUS IS WS-HIST-STATUS.
000034     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000035         ORGANIZATION IS INDEXED
000036         ACCESS MODE IS DYNAMIC
000037         RECORD KEY IS ADDR-KEY
000038         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000039             WITH DUPLICATES
000040         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000041             WITH DUPLICATES
000042         FILE STATUS IS WS-ADDR-STATUS.
000043     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000044        ORGANIZATION IS INDEXED
000045        ACCESS MODE IS RANDOM
000046        RECORD KEY IS RGN-POSTCODE-PREFIX
000047        FILE STATUS IS WS-RGN-STATUS.
000048     SELECT RETURNED-HISTORY-FILE ASSIGN TO "RTNHIST"
000049         ORGANIZATION IS LINE SEQUENTIAL
000050         FILE STATUS IS WS-RTNH-STATUS.
000051     SELECT REPORT-FILE ASSIGN TO "RESPRATE"
000052         ORGANIZATION IS LINE SEQUENTIAL.
000053*
000054 DATA DIVISION.
000055 FILE SECTION.
000056 FD  RESPONSE-HISTORY-FILE
000057     LABEL RECORDS ARE STANDARD.
000058     COPY RESPHREC.
000059*
000060 FD  CAMPAIGN-HISTORY-FILE
000061     LABEL RECORDS ARE STANDARD.
000062     COPY CAMPHREC.
000063*
000064 FD  ADDR-FILE
000065     LABEL RECORDS ARE STANDARD.
000066     COPY ADDRREC.
000067*
000068 FD  REGION-FILE
000069     LABEL RECORDS ARE STANDARD.
000070     COPY REGNREC.
000071*
000072 FD  RETURNED-HISTORY-FILE
000073     LABEL RECORDS ARE STANDARD.
000074     COPY RTNHREC.
000075*
000076 FD  REPORT-FILE
000077     LABEL RECORDS ARE STANDARD.
000078 01  REPORT-LINE             PIC X(80).
000079*
000080 WORKING-STORAGE SECTION.
000081*
000082 01  WS-RESP-STATUS          PIC X(02) VALUE "00".
000083     88  WS-RESP-OK                    VALUE "00".
000084     88  WS-RESP-EOF                   VALUE "10".
000085 01  WS-HIST-STATUS          PIC X(02) VALUE "00".
000086     88  WS-HIST-OK                    VALUE "00".
000087     88  WS-HIST-EOF                   VALUE "10".
000088 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000089     88  WS-ADDR-OK                    VALUE "00".
000090 01  WS-RGN-STATUS           PIC X(02) VALUE "00".
000091     88  WS-RGN-OK                     VALUE "00".
000092 01  WS-RTNH-STATUS          PIC X(02) VALUE "00".
000093     88  WS-RTNH-OK                    VALUE "00".
000094     88  WS-RTNH-EOF                   VALUE "10".
000095*
000096 01  WS-ADDR-AVAIL-SWITCH    PIC X(01) VALUE "N".
000097     88  WS-ADDR-AVAILABLE            VALUE "Y".
000098 01  WS-RGN-AVAIL-SWITCH     PIC X(01) VALUE "N".
000099     88  WS-RGN-AVAILABLE             VALUE "Y".
000100*
000101 01  WS-TODAY-DATE           PIC 9(08).
000102 01  WS-TYPE-INDEX           PIC 9(01).
000103 01  WS-TYPE-LIST            PIC X(03) VALUE "DHW".
000104 01  WS-FOUND-SWITCH         PIC X(01).
000105     88  WS-ADDRESS-FOUND             VALUE "Y".
000106 01  WS-COUNTY-NAME          PIC X(30).
000107*
000108*--------------------------------------------------------------*
000109*  CAMPAIGN TOTALS - MAILINGS, RESPONSES AND RETURNED MAIL PER  *
000110*  CAMPAIGN                                                     *
000111*--------------------------------------------------------------*
000112 01  WS-CAMP-COUNT           PIC S9(04) COMP VALUE ZERO.
000113 01  WS-CAMP-MAX             PIC S9(04) COMP VALUE 30.
000114 01  WS-CAMP-INDEX           PIC S9(04) COMP VALUE ZERO.
000115 01  WS-CAMP-SLOT            PIC S9(04) COMP VALUE ZERO.
000116 01  WS-WORK-CAMPAIGN        PIC X(08).
000117*
000118 01  WS-CAMPAIGN-TABLE.
000119     05  WS-CAMP-ENTRY OCCURS 30 TIMES.
000120         10  WS-TBL-CAMPAIGN     PIC X(08).
000121         10  WS-TBL-MAILED       PIC 9(07).
000122         10  WS-TBL-RESPONSES    PIC 9(07).
000123         10  WS-TBL-RETURNED     PIC 9(07).
000124*
000125*--------------------------------------------------------------*
000126*  COUNTY BREAKDOWN - RESPONSES PER CAMPAIGN AND COUNTY         *
000127*--------------------------------------------------------------*
000128 01  WS-CNTY-COUNT           PIC S9(04) COMP VALUE ZERO.
000129 01  WS-CNTY-MAX             PIC S9(04) COMP VALUE 100.
000130 01  WS-CNTY-INDEX           PIC S9(04) COMP VALUE ZERO.
000131 01  WS-CNTY-SLOT            PIC S9(04) COMP VALUE ZERO.
000132*
000133 01  WS-COUNTY-TABLE.
000134     05  WS-CNTY-ENTRY OCCURS 100 TIMES.
000135         10  WS-TBL-CNT-CAMPAIGN PIC X(08).
000136         10  WS-TBL-CNT-COUNTY   PIC X(30).
000137         10  WS-TBL-CNT-COUNT    PIC 9(07).
000138*
000139 01  WS-RATE-PCT             PIC 9(03)V9 VALUE ZERO.
000140*
000141*--------------------------------------------------------------*
000142*  REPORT LINES                                                  *
000143*--------------------------------------------------------------*
000144 01  WS-HEADING-1.
000145     05  FILLER         PIC X(21) VALUE "CAMPAIGN RESPONSE RAT".
000146     05  FILLER         PIC X(02) VALUE "ES".
000147     05  FILLER         PIC X(10) VALUE " RUN DATE ".
000148     05  WS-HDG-DATE    PIC 9(08).
000149*
000150 01  WS-CAMPAIGN-LINE.
000151     05  CPL-CAMPAIGN        PIC X(08).
000152     05  FILLER              PIC X(08) VALUE " MAILED ".
000153     05  CPL-MAILED          PIC ZZZZZZ9.
000154     05  FILLER              PIC X(11) VALUE " RESPONSES ".
000155     05  CPL-RESPONSES       PIC ZZZZZZ9.
000156     05  FILLER              PIC X(06) VALUE " RATE ".
000157     05  CPL-RATE            PIC ZZ9.9.
000158     05  FILLER              PIC X(04) VALUE " PCT".
000159*
000160 01  WS-RETURNED-LINE.
000161     05  FILLER              PIC X(08) VALUE SPACES.
000162     05  FILLER              PIC X(15) VALUE " RETURNED MAIL ".
000163     05  RTL-RETURNED        PIC ZZZZZZ9.
000164     05  FILLER              PIC X(06) VALUE " RATE ".
000165     05  RTL-RATE            PIC ZZ9.9.
000166     05  FILLER              PIC X(04) VALUE " PCT".
000167*
000168 01  WS-COUNTY-LINE.
000169     05  FILLER              PIC X(04) VALUE SPACES.
000170     05  CNL-COUNTY          PIC X(30).
000171     05  FILLER              PIC X(01) VALUE SPACE.
000172     05  CNL-COUNT           PIC ZZZZZZ9.
000173*
000174*--------------------------------------------------------------*
000175*  SHARED RUN-CONTROL WORK AREAS                                 *
000176*--------------------------------------------------------------*
000177     COPY RUNCALL.
000178*
000179 PROCEDURE DIVISION.
000180*
000181*--------------------------------------------------------------*
000182*  0000-MAINLINE                                                *
000183*--------------------------------------------------------------*
000184 0000-MAINLINE.
000185     MOVE "S" TO WS-RUN-FUNCTION.
000186     MOVE "RESPRPT " TO WS-RUN-PROGRAM.
000187     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000188     MOVE ZERO TO WS-RUN-REC-COUNT.
000189     MOVE SPACE TO WS-RUN-STATUS.
000190     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000191         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000192         WS-RUN-ALREADY-RAN.
000193     IF WS-RUN-ALREADY-RAN = "Y"
000194         DISPLAY "RESP-RPT ALREADY RAN FOR THIS BUSINESS DATE"
000195         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000196         STOP RUN
000197     END-IF.
000198     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000199     PERFORM 2000-TALLY-MAILINGS THRU 2000-EXIT.
000200     PERFORM 3000-TALLY-RESPONSES THRU 3000-EXIT.
000201     PERFORM 3500-TALLY-RETURNS THRU 3500-EXIT.
000202     PERFORM 6000-PRODUCE-REPORT THRU 6000-EXIT.
000203     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000204     STOP RUN.
000205*
000206*--------------------------------------------------------------*
000207*  1000-INITIALIZE                                               *
000208*--------------------------------------------------------------*
000209 1000-INITIALIZE.
000210     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000211     OPEN INPUT ADDR-FILE.
000212     IF WS-ADDR-OK
000213         SET WS-ADDR-AVAILABLE TO TRUE
000214     END-IF.
000215     OPEN INPUT REGION-FILE.
000216     IF WS-RGN-OK
000217         SET WS-RGN-AVAILABLE TO TRUE
000218     END-IF.
000219     OPEN OUTPUT REPORT-FILE.
000220     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000221     WRITE REPORT-LINE FROM WS-HEADING-1.
000222 1000-EXIT.
000223     EXIT.
000224*
000225*--------------------------------------------------------------*
000226*  2000-TALLY-MAILINGS                                           *
000227*--------------------------------------------------------------*
000228 2000-TALLY-MAILINGS.
000229     OPEN INPUT CAMPAIGN-HISTORY-FILE.
000230     IF NOT WS-HIST-OK
000231         GO TO 2000-EXIT
000232     END-IF.
000233     PERFORM 2100-TALLY-ONE-MAILING THRU 2100-EXIT
000234         UNTIL WS-HIST-EOF.
000235     CLOSE CAMPAIGN-HISTORY-FILE.
000236 2000-EXIT.
000237     EXIT.
000238*
000239 2100-TALLY-ONE-MAILING.
000240     READ CAMPAIGN-HISTORY-FILE
000241         AT END
000242             MOVE "10" TO WS-HIST-STATUS
000243             GO TO 2100-EXIT
000244     END-READ.
000245     IF CMP-CAMPAIGN = "OPTOUT"
000246         GO TO 2100-EXIT
000247     END-IF.
000248     MOVE CMP-CAMPAIGN TO WS-WORK-CAMPAIGN.
000249     PERFORM 5000-FIND-CAMPAIGN-SLOT THRU 5000-EXIT.
000250     IF WS-CAMP-SLOT NOT = ZERO
000251         ADD 1 TO WS-TBL-MAILED(WS-CAMP-SLOT)
000252     END-IF.
000253 2100-EXIT.
000254     EXIT.
000255*
000256*--------------------------------------------------------------*
000257*  3000-TALLY-RESPONSES                                          *
000258*--------------------------------------------------------------*
000259 3000-TALLY-RESPONSES.
000260     OPEN INPUT RESPONSE-HISTORY-FILE.
000261     IF NOT WS-RESP-OK
000262         GO TO 3000-EXIT
000263     END-IF.
000264     PERFORM 3100-TALLY-ONE-RESPONSE THRU 3100-EXIT
000265         UNTIL WS-RESP-EOF.
000266     CLOSE RESPONSE-HISTORY-FILE.
000267 3000-EXIT.
000268     EXIT.
000269*
000270 3100-TALLY-ONE-RESPONSE.
000271     READ RESPONSE-HISTORY-FILE
000272         AT END
000273             MOVE "10" TO WS-RESP-STATUS
000274             GO TO 3100-EXIT
000275     END-READ.
000276     MOVE RSP-CAMPAIGN TO WS-WORK-CAMPAIGN.
000277     PERFORM 5000-FIND-CAMPAIGN-SLOT THRU 5000-EXIT.
000278     IF WS-CAMP-SLOT NOT = ZERO
000279         ADD 1 TO WS-TBL-RESPONSES(WS-CAMP-SLOT)
000280     END-IF.
000281     PERFORM 4000-FIND-COUNTY THRU 4000-EXIT.
000282     PERFORM 5500-FIND-COUNTY-SLOT THRU 5500-EXIT.
000283     IF WS-CNTY-SLOT NOT = ZERO
000284         ADD 1 TO WS-TBL-CNT-COUNT(WS-CNTY-SLOT)
000285     END-IF.
000286 3100-EXIT.
000287     EXIT.
000288*
000289*--------------------------------------------------------------*
000290*  3500-TALLY-RETURNS                                            *
000291*                                                                *
000292*  Mail returned undeliverable, from the RTNHIST history         *
000293*  RTN-LOAD keeps, counted against its campaign.                 *
000294*--------------------------------------------------------------*
000295 3500-TALLY-RETURNS.
000296     OPEN INPUT RETURNED-HISTORY-FILE.
000297     IF NOT WS-RTNH-OK
000298         GO TO 3500-EXIT
000299     END-IF.
000300     PERFORM 3600-TALLY-ONE-RETURN THRU 3600-EXIT
000301         UNTIL WS-RTNH-EOF.
000302     CLOSE RETURNED-HISTORY-FILE.
000303 3500-EXIT.
000304     EXIT.
000305*
000306 3600-TALLY-ONE-RETURN.
000307     READ RETURNED-HISTORY-FILE
000308         AT END
000309             MOVE "10" TO WS-RTNH-STATUS
000310             GO TO 3600-EXIT
000311     END-READ.
000312     MOVE RTH-CAMPAIGN TO WS-WORK-CAMPAIGN.
000313     PERFORM 5000-FIND-CAMPAIGN-SLOT THRU 5000-EXIT.
000314     IF WS-CAMP-SLOT NOT = ZERO
000315         ADD 1 TO WS-TBL-RETURNED(WS-CAMP-SLOT)
000316     END-IF.
000317 3600-EXIT.
000318     EXIT.
000319*
000320*--------------------------------------------------------------*
000321*  4000-FIND-COUNTY                                              *
000322*                                                                *
000323*  Finds the responder's county through their address book      *
000324*  record (delivery, home, then work) and the REGION-FILE       *
000325*  prefix lookup, as the campaign selection does; UNKNOWN when  *
000326*  the name or prefix is no longer on file.                     *
000327*--------------------------------------------------------------*
000328 4000-FIND-COUNTY.
000329     MOVE "UNKNOWN" TO WS-COUNTY-NAME.
000330     IF NOT WS-ADDR-AVAILABLE
000331         GO TO 4000-EXIT
000332     END-IF.
000333     MOVE "N" TO WS-FOUND-SWITCH.
000334     PERFORM 4100-TRY-ONE-TYPE THRU 4100-EXIT
000335         VARYING WS-TYPE-INDEX FROM 1 BY 1
000336         UNTIL WS-TYPE-INDEX > 3 OR WS-ADDRESS-FOUND.
000337     IF NOT WS-ADDRESS-FOUND
000338         GO TO 4000-EXIT
000339     END-IF.
000340     IF WS-RGN-AVAILABLE
000341         MOVE ADDR-POSTCODE(1:2) TO RGN-POSTCODE-PREFIX
000342         READ REGION-FILE
000343             INVALID KEY
000344                 CONTINUE
000345             NOT INVALID KEY
000346                 MOVE RGN-COUNTY-NAME TO WS-COUNTY-NAME
000347         END-READ
000348     ELSE
000349         MOVE ADDR-COUNTY-NAME TO WS-COUNTY-NAME
000350     END-IF.
000351 4000-EXIT.
000352     EXIT.
000353*
000354 4100-TRY-ONE-TYPE.
000355     MOVE RSP-NAME TO ADDR-NAME.
000356     MOVE WS-TYPE-LIST(WS-TYPE-INDEX:1) TO ADDR-TYPE.
000357     READ ADDR-FILE
000358         INVALID KEY
000359             CONTINUE
000360         NOT INVALID KEY
000361             SET WS-ADDRESS-FOUND TO TRUE
000362     END-READ.
000363 4100-EXIT.
000364     EXIT.
000365*
000366*--------------------------------------------------------------*
000367*  5000-FIND-CAMPAIGN-SLOT                                       *
000368*--------------------------------------------------------------*
000369 5000-FIND-CAMPAIGN-SLOT.
000370     MOVE ZERO TO WS-CAMP-SLOT.
000371     PERFORM 5100-CHECK-ONE-SLOT THRU 5100-EXIT
000372         VARYING WS-CAMP-INDEX FROM 1 BY 1
000373         UNTIL WS-CAMP-INDEX > WS-CAMP-COUNT
000374             OR WS-CAMP-SLOT NOT = ZERO.
000375     IF WS-CAMP-SLOT = ZERO
000376        AND WS-CAMP-COUNT < WS-CAMP-MAX
000377         ADD 1 TO WS-CAMP-COUNT
000378         MOVE WS-CAMP-COUNT TO WS-CAMP-SLOT
000379         MOVE WS-WORK-CAMPAIGN
000380             TO WS-TBL-CAMPAIGN(WS-CAMP-SLOT)
000381         MOVE ZERO TO WS-TBL-MAILED(WS-CAMP-SLOT)
000382         MOVE ZERO TO WS-TBL-RESPONSES(WS-CAMP-SLOT)
000383         MOVE ZERO TO WS-TBL-RETURNED(WS-CAMP-SLOT)
000384     END-IF.
000385 5000-EXIT.
000386     EXIT.
000387*
000388 5100-CHECK-ONE-SLOT.
000389     IF WS-TBL-CAMPAIGN(WS-CAMP-INDEX) = WS-WORK-CAMPAIGN
000390         MOVE WS-CAMP-INDEX TO WS-CAMP-SLOT
000391     END-IF.
000392 5100-EXIT.
000393     EXIT.
000394*
000395*--------------------------------------------------------------*
000396*  5500-FIND-COUNTY-SLOT                                         *
000397*--------------------------------------------------------------*
000398 5500-FIND-COUNTY-SLOT.
000399     MOVE ZERO TO WS-CNTY-SLOT.
000400     PERFORM 5600-CHECK-ONE-SLOT THRU 5600-EXIT
000401         VARYING WS-CNTY-INDEX FROM 1 BY 1
000402         UNTIL WS-CNTY-INDEX > WS-CNTY-COUNT
000403             OR WS-CNTY-SLOT NOT = ZERO.
000404     IF WS-CNTY-SLOT = ZERO
000405        AND WS-CNTY-COUNT < WS-CNTY-MAX
000406         ADD 1 TO WS-CNTY-COUNT
000407         MOVE WS-CNTY-COUNT TO WS-CNTY-SLOT
000408         MOVE RSP-CAMPAIGN
000409             TO WS-TBL-CNT-CAMPAIGN(WS-CNTY-SLOT)
000410         MOVE WS-COUNTY-NAME
000411             TO WS-TBL-CNT-COUNTY(WS-CNTY-SLOT)
000412         MOVE ZERO TO WS-TBL-CNT-COUNT(WS-CNTY-SLOT)
000413     END-IF.
000414 5500-EXIT.
000415     EXIT.
000416*
000417 5600-CHECK-ONE-SLOT.
000418     IF WS-TBL-CNT-CAMPAIGN(WS-CNTY-INDEX) = RSP-CAMPAIGN
000419        AND WS-TBL-CNT-COUNTY(WS-CNTY-INDEX) = WS-COUNTY-NAME
000420         MOVE WS-CNTY-INDEX TO WS-CNTY-SLOT
000421     END-IF.
000422 5600-EXIT.
000423     EXIT.
000424*
000425*--------------------------------------------------------------*
000426*  6000-PRODUCE-REPORT                                           *
000427*--------------------------------------------------------------*
000428 6000-PRODUCE-REPORT.
000429     IF WS-CAMP-COUNT = ZERO
000430         MOVE "NO CAMPAIGN ACTIVITY ON FILE" TO REPORT-LINE
000431         WRITE REPORT-LINE
000432         GO TO 6000-EXIT
000433     END-IF.
000434     PERFORM 6100-REPORT-ONE-CAMPAIGN THRU 6100-EXIT
000435         VARYING WS-CAMP-INDEX FROM 1 BY 1
000436         UNTIL WS-CAMP-INDEX > WS-CAMP-COUNT.
000437 6000-EXIT.
000438     EXIT.
000439*
000440 6100-REPORT-ONE-CAMPAIGN.
000441     MOVE SPACES TO REPORT-LINE.
000442     WRITE REPORT-LINE.
000443     MOVE WS-TBL-CAMPAIGN(WS-CAMP-INDEX)  TO CPL-CAMPAIGN.
000444     MOVE WS-TBL-MAILED(WS-CAMP-INDEX)    TO CPL-MAILED.
000445     MOVE WS-TBL-RESPONSES(WS-CAMP-INDEX) TO CPL-RESPONSES.
000446     IF WS-TBL-MAILED(WS-CAMP-INDEX) = ZERO
000447         MOVE ZERO TO WS-RATE-PCT
000448     ELSE
000449         COMPUTE WS-RATE-PCT ROUNDED =
000450             WS-TBL-RESPONSES(WS-CAMP-INDEX) * 100
000451             / WS-TBL-MAILED(WS-CAMP-INDEX)
000452     END-IF.
000453     MOVE WS-RATE-PCT TO CPL-RATE.
000454     WRITE REPORT-LINE FROM WS-CAMPAIGN-LINE.
000455     MOVE WS-TBL-RETURNED(WS-CAMP-INDEX) TO RTL-RETURNED.
000456     IF WS-TBL-MAILED(WS-CAMP-INDEX) = ZERO
000457         MOVE ZERO TO WS-RATE-PCT
000458     ELSE
000459         COMPUTE WS-RATE-PCT ROUNDED =
000460             WS-TBL-RETURNED(WS-CAMP-INDEX) * 100
000461             / WS-TBL-MAILED(WS-CAMP-INDEX)
000462     END-IF.
000463     MOVE WS-RATE-PCT TO RTL-RATE.
000464     WRITE REPORT-LINE FROM WS-RETURNED-LINE.
000465     PERFORM 6200-REPORT-ONE-COUNTY THRU 6200-EXIT
000466         VARYING WS-CNTY-INDEX FROM 1 BY 1
000467         UNTIL WS-CNTY-INDEX > WS-CNTY-COUNT.
000468 6100-EXIT.
000469     EXIT.
000470*
000471 6200-REPORT-ONE-COUNTY.
000472     IF WS-TBL-CNT-CAMPAIGN(WS-CNTY-INDEX)
000473             NOT = WS-TBL-CAMPAIGN(WS-CAMP-INDEX)
000474         GO TO 6200-EXIT
000475     END-IF.
000476     MOVE WS-TBL-CNT-COUNTY(WS-CNTY-INDEX) TO CNL-COUNTY.
000477     MOVE WS-TBL-CNT-COUNT(WS-CNTY-INDEX)  TO CNL-COUNT.
000478     WRITE REPORT-LINE FROM WS-COUNTY-LINE.
000479 6200-EXIT.
000480     EXIT.
000481*
000482*--------------------------------------------------------------*
000483*  9000-TERMINATE                                                *
000484*--------------------------------------------------------------*
000485 9000-TERMINATE.
000486     IF WS-RUN-ALREADY-RAN NOT = "Y"
000487         MOVE "E" TO WS-RUN-FUNCTION
000488         MOVE ZERO TO WS-RUN-REC-COUNT
000489         MOVE "C" TO WS-RUN-STATUS
000490         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000491             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000492             WS-RUN-ALREADY-RAN
000493     END-IF.
000494     IF WS-ADDR-AVAILABLE
000495         CLOSE ADDR-FILE
000496     END-IF.
000497     IF WS-RGN-AVAILABLE
000498         CLOSE REGION-FILE
000499     END-IF.
000500     CLOSE REPORT-FILE.
000501 9000-EXIT.
000502     EXIT.
