000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. camp-pnl.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Campaign profit-and-loss      *
000012*                    report. For every campaign on the CAMPMAST *
000013*                    campaign master the postage charged back   *
000014*                    on CAMPCOST is set against the responses   *
000015*                    on RESPHIST that arrived inside the        *
000016*                    campaign's response window (from its first *
000017*                    mailing, or its planned date if it has not *
000018*                    mailed, for the window's number of days),  *
000019*                    giving the response rate and the cost per  *
000020*                    response, with the budget, what is left of *
000021*                    it and the responses that came in outside  *
000022*                    the window. Postage on CAMPCOST for codes  *
000023*                    not on the master is totalled separately.  *
000024*                    Printed through RPT-WTR as report CAMPPNL. *
000025*--------------------------------------------------------------*
000026 ENVIRONMENT DIVISION.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CAMPMAST"
000030         ORGANIZATION IS INDEXED
000031         ACCESS MODE IS SEQUENTIAL
000032         RECORD KEY IS CPM-CODE
000033         FILE STATUS IS WS-CPM-STATUS.
000034     SELECT CAMPAIGN-COST-FILE ASSIGN TO "CAMPCOST"
000035         ORGANIZATION IS LINE SEQUENTIAL
000036         FILE STATUS IS WS-COST-STATUS.
000037     SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RESPHIST"
000038         ORGANIZATION IS LINE SEQUENTIAL
000039         FILE STATUS IS WS-RESP-STATUS.
000040*
000041 DATA DIVISION.
000042 FILE SECTION.
000043 FD  CAMPAIGN-MASTER-FILE
000044     LABEL RECORDS ARE STANDARD.
000045     COPY CAMPMREC.
000046*
000047*--------------------------------------------------------------*
000048*  One costing summary record per campaign run, written by      *
000049*  CAMP-RUN.                                                     *
000050*--------------------------------------------------------------*
000051 FD  CAMPAIGN-COST-FILE
000052     LABEL RECORDS ARE STANDARD.
000053 01  CAMPAIGN-COST-RECORD.
000054     05  CCO-DATE            PIC 9(08).
000055     05  FILLER              PIC X(01).
000056     05  CCO-CAMPAIGN        PIC X(08).
000057     05  FILLER              PIC X(01).
000058     05  CCO-ITEMS           PIC 9(05).
000059     05  FILLER              PIC X(01).
000060     05  CCO-COST            PIC 9(07)V99.
000061*
000062 FD  RESPONSE-HISTORY-FILE
000063     LABEL RECORDS ARE STANDARD.
000064     COPY RESPHREC.
000065*
000066 WORKING-STORAGE SECTION.
000067*
000068*--------------------------------------------------------------*
000069*  SHARED REPORT-WRITER WORK AREAS                               *
000070*--------------------------------------------------------------*
000071     COPY RPTCALL.
000072*
000073 01  WS-CPM-STATUS           PIC X(02) VALUE "00".
000074     88  WS-CPM-OK                     VALUE "00".
000075     88  WS-CPM-EOF                    VALUE "10".
000076*
000077 01  WS-COST-STATUS          PIC X(02) VALUE "00".
000078     88  WS-COST-OK                    VALUE "00".
000079     88  WS-COST-EOF                   VALUE "10".
000080*
000081 01  WS-RESP-STATUS          PIC X(02) VALUE "00".
000082     88  WS-RESP-OK                    VALUE "00".
000083     88  WS-RESP-EOF                   VALUE "10".
000084*
000085*--------------------------------------------------------------*
000086*  CAMPAIGN TABLE - ONE ENTRY PER CAMPAIGN ON THE MASTER, WITH   *
000087*  ITS RESPONSE WINDOW AND WHAT CAMPCOST AND RESPHIST GIVE IT    *
000088*--------------------------------------------------------------*
000089 01  WS-CAMP-COUNT           PIC S9(04) COMP VALUE ZERO.
000090 01  WS-CAMP-MAX             PIC S9(04) COMP VALUE 200.
000091 01  WS-CAMP-INDEX           PIC S9(04) COMP VALUE ZERO.
000092 01  WS-CAMP-SLOT            PIC S9(04) COMP VALUE ZERO.
000093 01  WS-WORK-CAMPAIGN        PIC X(08).
000094*
000095 01  WS-CAMPAIGN-TABLE.
000096     05  WS-CAMP-ENTRY OCCURS 200 TIMES.
000097         10  WS-TBL-CAMPAIGN     PIC X(08).
000098         10  WS-TBL-DESCRIPTION  PIC X(30).
000099         10  WS-TBL-OWNER        PIC X(20).
000100         10  WS-TBL-STATUS       PIC X(01).
000101         10  WS-TBL-BUDGET       PIC 9(07)V99.
000102         10  WS-TBL-WINDOW-FROM  PIC 9(08).
000103         10  WS-TBL-WINDOW-TO    PIC 9(08).
000104         10  WS-TBL-ITEMS        PIC 9(07).
000105         10  WS-TBL-COST         PIC 9(07)V99.
000106         10  WS-TBL-RESPONSES    PIC 9(07).
000107         10  WS-TBL-OUTSIDE      PIC 9(07).
000108*
000109*--------------------------------------------------------------*
000110*  RUN ACCUMULATORS                                              *
000111*--------------------------------------------------------------*
000112 01  WS-RATE                 PIC 9(03)V99.
000113 01  WS-COST-PER-RESPONSE    PIC 9(07)V99.
000114 01  WS-BUDGET-LEFT          PIC S9(07)V99.
000115 01  WS-TOT-ITEMS            PIC 9(09) VALUE ZERO.
000116 01  WS-TOT-COST             PIC 9(09)V99 VALUE ZERO.
000117 01  WS-TOT-RESPONSES        PIC 9(09) VALUE ZERO.
000118 01  WS-TOT-OUTSIDE          PIC 9(09) VALUE ZERO.
000119 01  WS-TOT-BUDGET           PIC 9(09)V99 VALUE ZERO.
000120 01  WS-UNREG-COST           PIC 9(09)V99 VALUE ZERO.
000121 01  WS-UNREG-ITEMS          PIC 9(09) VALUE ZERO.
000122 01  WS-UNREG-RESPONSES      PIC 9(09) VALUE ZERO.
000123 01  WS-COST-READ            PIC 9(07) VALUE ZERO.
000124 01  WS-RESP-READ            PIC 9(07) VALUE ZERO.
000125*
000126*--------------------------------------------------------------*
000127*  REPORT LINES                                                  *
000128*--------------------------------------------------------------*
000129 01  WS-HEADING-1.
000130     05  FILLER         PIC X(30)
000131         VALUE "CAMPAIGN PROFIT AND LOSS".
000132     05  FILLER         PIC X(15) VALUE "BUSINESS DATE ".
000133     05  WS-HDG-DATE    PIC 9(08).
000134*
000135 01  WS-HEADING-2.
000136     05  FILLER         PIC X(11) VALUE "CAMPAIGN S".
000137     05  FILLER         PIC X(08) VALUE "   ITEMS".
000138     05  FILLER         PIC X(13) VALUE "      POSTAGE".
000139     05  FILLER         PIC X(10) VALUE " RESPONSES".
000140     05  FILLER         PIC X(08) VALUE "  RATE %".
000141     05  FILLER         PIC X(13) VALUE "  COST / RESP".
000142     05  FILLER         PIC X(13) VALUE "       BUDGET".
000143     05  FILLER         PIC X(13) VALUE "    REMAINING".
000144*
000145 01  WS-DETAIL-LINE.
000146     05  DTL-CAMPAIGN        PIC X(08).
000147     05  FILLER              PIC X(01) VALUE SPACE.
000148     05  DTL-STATUS          PIC X(01).
000149     05  FILLER              PIC X(01) VALUE SPACE.
000150     05  DTL-ITEMS           PIC Z(7)9.
000151     05  DTL-COST            PIC Z(9)9.99.
000152     05  DTL-RESPONSES       PIC Z(9)9.
000153     05  DTL-RATE            PIC Z(4)9.99.
000154     05  DTL-COST-PER-RESP   PIC Z(9)9.99.
000155     05  DTL-BUDGET          PIC Z(9)9.99.
000156     05  DTL-LEFT            PIC -Z(8)9.99.
000157*
000158 01  WS-NAME-LINE.
000159     05  FILLER              PIC X(09) VALUE SPACES.
000160     05  NML-DESCRIPTION     PIC X(30).
000161     05  FILLER              PIC X(01) VALUE SPACE.
000162     05  NML-OWNER           PIC X(20).
000163     05  FILLER              PIC X(08) VALUE " WINDOW ".
000164     05  NML-FROM            PIC 9(08).
000165     05  FILLER              PIC X(01) VALUE "-".
000166     05  NML-TO              PIC 9(08).
000167     05  FILLER              PIC X(09) VALUE " OUTSIDE ".
000168     05  NML-OUTSIDE         PIC ZZZZZ9.
000169*
000170 01  WS-TOTAL-LINE.
000171     05  TOT-LABEL           PIC X(40).
000172     05  TOT-COUNT           PIC Z(8)9.
000173*
000174 01  WS-MONEY-LINE.
000175     05  MNY-LABEL           PIC X(40).
000176     05  MNY-AMOUNT          PIC Z(8)9.99.
000177*
000178*--------------------------------------------------------------*
000179*  SHARED RUN-CONTROL WORK AREAS                                 *
000180*--------------------------------------------------------------*
000181     COPY RUNCALL.
000182*
000183 PROCEDURE DIVISION.
000184*
000185*--------------------------------------------------------------*
000186*  0000-MAINLINE                                                *
000187*--------------------------------------------------------------*
000188 0000-MAINLINE.
000189     MOVE "S" TO WS-RUN-FUNCTION.
000190     MOVE "CAMPPNL " TO WS-RUN-PROGRAM.
000191     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000192     MOVE ZERO TO WS-RUN-REC-COUNT.
000193     MOVE SPACE TO WS-RUN-STATUS.
000194     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000195         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000196         WS-RUN-ALREADY-RAN.
000197     IF WS-RUN-ALREADY-RAN = "Y"
000198         DISPLAY "CAMP-PNL ALREADY RAN FOR THIS BUSINESS DATE"
000199         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000200         STOP RUN
000201     END-IF.
000202     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000203     PERFORM 2000-LOAD-CAMPAIGNS THRU 2000-EXIT.
000204     PERFORM 3000-ADD-POSTAGE THRU 3000-EXIT.
000205     PERFORM 4000-ADD-RESPONSES THRU 4000-EXIT.
000206     PERFORM 5000-PRINT-CAMPAIGN THRU 5000-EXIT
000207         VARYING WS-CAMP-INDEX FROM 1 BY 1
000208         UNTIL WS-CAMP-INDEX > WS-CAMP-COUNT.
000209     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000211     STOP RUN.
000212*
000213*--------------------------------------------------------------*
000214*  1000-INITIALIZE                                               *
000215*--------------------------------------------------------------*
000216 1000-INITIALIZE.
000217     MOVE "O" TO WS-RPT-FUNCTION.
000218     MOVE "CAMPPNL " TO WS-RPT-ID.
000219     MOVE SPACES TO WS-RPT-LINE.
000220     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000221         WS-RPT-LINE.
000222     MOVE WS-RUN-BUS-DATE TO WS-HDG-DATE.
000223     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000224     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000225     MOVE SPACES TO WS-RPT-LINE.
000226     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000227     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000228     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000229 1000-EXIT.
000230     EXIT.
000231*
000232*--------------------------------------------------------------*
000233*  2000-LOAD-CAMPAIGNS                                           *
000234*                                                                *
000235*  Loads every campaign on the master with its response window:  *
000236*  from the first mailing, or from the planned date for a        *
000237*  campaign that has not mailed yet, for the campaign's          *
000238*  response-window days.                                         *
000239*--------------------------------------------------------------*
000240 2000-LOAD-CAMPAIGNS.
000241     OPEN INPUT CAMPAIGN-MASTER-FILE.
000242     IF NOT WS-CPM-OK
000243         DISPLAY "CAMP-PNL: CANNOT OPEN CAMPMAST - STATUS "
000244             WS-CPM-STATUS
000245         GO TO 2000-EXIT
000246     END-IF.
000247     PERFORM 2100-LOAD-ONE-CAMPAIGN THRU 2100-EXIT
000248         UNTIL WS-CPM-EOF.
000249     CLOSE CAMPAIGN-MASTER-FILE.
000250 2000-EXIT.
000251     EXIT.
000252*
000253 2100-LOAD-ONE-CAMPAIGN.
000254     READ CAMPAIGN-MASTER-FILE NEXT RECORD
000255         AT END
000256             MOVE "10" TO WS-CPM-STATUS
000257             GO TO 2100-EXIT
000258     END-READ.
000259     IF WS-CAMP-COUNT >= WS-CAMP-MAX
000260         DISPLAY "CAMP-PNL: CAMPAIGN TABLE FULL - " CPM-CODE
000261             " NOT REPORTED"
000262         GO TO 2100-EXIT
000263     END-IF.
000264     ADD 1 TO WS-CAMP-COUNT.
000265     MOVE WS-CAMP-COUNT TO WS-CAMP-SLOT.
000266     MOVE CPM-CODE        TO WS-TBL-CAMPAIGN(WS-CAMP-SLOT).
000267     MOVE CPM-DESCRIPTION TO WS-TBL-DESCRIPTION(WS-CAMP-SLOT).
000268     MOVE CPM-OWNER       TO WS-TBL-OWNER(WS-CAMP-SLOT).
000269     MOVE CPM-STATUS      TO WS-TBL-STATUS(WS-CAMP-SLOT).
000270     MOVE CPM-BUDGET      TO WS-TBL-BUDGET(WS-CAMP-SLOT).
000271     IF CPM-FIRST-MAILED > ZERO
000272         MOVE CPM-FIRST-MAILED
000273             TO WS-TBL-WINDOW-FROM(WS-CAMP-SLOT)
000274     ELSE
000275         MOVE CPM-PLANNED-DATE
000276             TO WS-TBL-WINDOW-FROM(WS-CAMP-SLOT)
000277     END-IF.
000278     IF WS-TBL-WINDOW-FROM(WS-CAMP-SLOT) > 16010101
000279         COMPUTE WS-TBL-WINDOW-TO(WS-CAMP-SLOT) =
000280             FUNCTION DATE-OF-INTEGER(
000281                 FUNCTION INTEGER-OF-DATE(
000282                     WS-TBL-WINDOW-FROM(WS-CAMP-SLOT))
000283                 + CPM-RESPONSE-DAYS)
000284     ELSE
000285         MOVE ZERO TO WS-TBL-WINDOW-TO(WS-CAMP-SLOT)
000286     END-IF.
000287     MOVE ZERO TO WS-TBL-ITEMS(WS-CAMP-SLOT).
000288     MOVE ZERO TO WS-TBL-COST(WS-CAMP-SLOT).
000289     MOVE ZERO TO WS-TBL-RESPONSES(WS-CAMP-SLOT).
000290     MOVE ZERO TO WS-TBL-OUTSIDE(WS-CAMP-SLOT).
000291 2100-EXIT.
000292     EXIT.
000293*
000294*--------------------------------------------------------------*
000295*  3000-ADD-POSTAGE                                              *
000296*                                                                *
000297*  Every CAMPCOST charge-back is added to its campaign; one for  *
000298*  a code not on the master is totalled on its own.              *
000299*--------------------------------------------------------------*
000300 3000-ADD-POSTAGE.
000301     OPEN INPUT CAMPAIGN-COST-FILE.
000302     IF NOT WS-COST-OK
000303         DISPLAY "CAMP-PNL: CAMPCOST NOT AVAILABLE - STATUS "
000304             WS-COST-STATUS
000305         GO TO 3000-EXIT
000306     END-IF.
000307     PERFORM 3100-ADD-ONE-COST THRU 3100-EXIT
000308         UNTIL WS-COST-EOF.
000309     CLOSE CAMPAIGN-COST-FILE.
000310 3000-EXIT.
000311     EXIT.
000312*
000313 3100-ADD-ONE-COST.
000314     READ CAMPAIGN-COST-FILE
000315         AT END
000316             MOVE "10" TO WS-COST-STATUS
000317             GO TO 3100-EXIT
000318     END-READ.
000319     IF CCO-ITEMS NOT NUMERIC OR CCO-COST NOT NUMERIC
000320         GO TO 3100-EXIT
000321     END-IF.
000322     ADD 1 TO WS-COST-READ.
000323     MOVE CCO-CAMPAIGN TO WS-WORK-CAMPAIGN.
000324     PERFORM 7000-FIND-CAMPAIGN-SLOT THRU 7000-EXIT.
000325     IF WS-CAMP-SLOT = ZERO
000326         ADD CCO-COST  TO WS-UNREG-COST
000327         ADD CCO-ITEMS TO WS-UNREG-ITEMS
000328         GO TO 3100-EXIT
000329     END-IF.
000330     ADD CCO-COST  TO WS-TBL-COST(WS-CAMP-SLOT).
000331     ADD CCO-ITEMS TO WS-TBL-ITEMS(WS-CAMP-SLOT).
000332 3100-EXIT.
000333     EXIT.
000334*
000335*--------------------------------------------------------------*
000336*  4000-ADD-RESPONSES                                            *
000337*                                                                *
000338*  A response counts for its campaign when it arrived on or      *
000339*  after the start of the window and no later than its last day; *
000340*  any other is shown as outside the window and not set against  *
000341*  the postage.                                                  *
000342*--------------------------------------------------------------*
000343 4000-ADD-RESPONSES.
000344     OPEN INPUT RESPONSE-HISTORY-FILE.
000345     IF NOT WS-RESP-OK
000346         DISPLAY "CAMP-PNL: RESPHIST NOT AVAILABLE - STATUS "
000347             WS-RESP-STATUS
000348         GO TO 4000-EXIT
000349     END-IF.
000350     PERFORM 4100-ADD-ONE-RESPONSE THRU 4100-EXIT
000351         UNTIL WS-RESP-EOF.
000352     CLOSE RESPONSE-HISTORY-FILE.
000353 4000-EXIT.
000354     EXIT.
000355*
000356 4100-ADD-ONE-RESPONSE.
000357     READ RESPONSE-HISTORY-FILE
000358         AT END
000359             MOVE "10" TO WS-RESP-STATUS
000360             GO TO 4100-EXIT
000361     END-READ.
000362     ADD 1 TO WS-RESP-READ.
000363     MOVE RSP-CAMPAIGN TO WS-WORK-CAMPAIGN.
000364     PERFORM 7000-FIND-CAMPAIGN-SLOT THRU 7000-EXIT.
000365     IF WS-CAMP-SLOT = ZERO
000366         ADD 1 TO WS-UNREG-RESPONSES
000367         GO TO 4100-EXIT
000368     END-IF.
000369     IF RSP-DATE NOT < WS-TBL-WINDOW-FROM(WS-CAMP-SLOT)
000370        AND RSP-DATE NOT > WS-TBL-WINDOW-TO(WS-CAMP-SLOT)
000371         ADD 1 TO WS-TBL-RESPONSES(WS-CAMP-SLOT)
000372     ELSE
000373         ADD 1 TO WS-TBL-OUTSIDE(WS-CAMP-SLOT)
000374     END-IF.
000375 4100-EXIT.
000376     EXIT.
000377*
000378*--------------------------------------------------------------*
000379*  5000-PRINT-CAMPAIGN                                           *
000380*                                                                *
000381*  One line of figures and one of description, owner and window  *
000382*  per campaign. The rate is responses in the window per hundred *
000383*  items mailed; a campaign with no responses in the window      *
000384*  shows no cost per response.                                   *
000385*--------------------------------------------------------------*
000386 5000-PRINT-CAMPAIGN.
000387     MOVE WS-CAMP-INDEX TO WS-CAMP-SLOT.
000388     MOVE ZERO TO WS-RATE.
000389     MOVE ZERO TO WS-COST-PER-RESPONSE.
000390     IF WS-TBL-ITEMS(WS-CAMP-SLOT) > ZERO
000391         COMPUTE WS-RATE ROUNDED =
000392             WS-TBL-RESPONSES(WS-CAMP-SLOT) * 100
000393             / WS-TBL-ITEMS(WS-CAMP-SLOT)
000394             ON SIZE ERROR
000395                 MOVE 999.99 TO WS-RATE
000396         END-COMPUTE
000397     END-IF.
000398     IF WS-TBL-RESPONSES(WS-CAMP-SLOT) > ZERO
000399         COMPUTE WS-COST-PER-RESPONSE ROUNDED =
000400             WS-TBL-COST(WS-CAMP-SLOT)
000401             / WS-TBL-RESPONSES(WS-CAMP-SLOT)
000402     END-IF.
000403     COMPUTE WS-BUDGET-LEFT =
000404         WS-TBL-BUDGET(WS-CAMP-SLOT) - WS-TBL-COST(WS-CAMP-SLOT).
000405     ADD WS-TBL-ITEMS(WS-CAMP-SLOT)     TO WS-TOT-ITEMS.
000406     ADD WS-TBL-COST(WS-CAMP-SLOT)      TO WS-TOT-COST.
000407     ADD WS-TBL-RESPONSES(WS-CAMP-SLOT) TO WS-TOT-RESPONSES.
000408     ADD WS-TBL-OUTSIDE(WS-CAMP-SLOT)   TO WS-TOT-OUTSIDE.
000409     ADD WS-TBL-BUDGET(WS-CAMP-SLOT)    TO WS-TOT-BUDGET.
000410     MOVE WS-TBL-CAMPAIGN(WS-CAMP-SLOT)  TO DTL-CAMPAIGN.
000411     MOVE WS-TBL-STATUS(WS-CAMP-SLOT)    TO DTL-STATUS.
000412     MOVE WS-TBL-ITEMS(WS-CAMP-SLOT)     TO DTL-ITEMS.
000413     MOVE WS-TBL-COST(WS-CAMP-SLOT)      TO DTL-COST.
000414     MOVE WS-TBL-RESPONSES(WS-CAMP-SLOT) TO DTL-RESPONSES.
000415     MOVE WS-RATE                        TO DTL-RATE.
000416     MOVE WS-COST-PER-RESPONSE           TO DTL-COST-PER-RESP.
000417     MOVE WS-TBL-BUDGET(WS-CAMP-SLOT)    TO DTL-BUDGET.
000418     MOVE WS-BUDGET-LEFT                 TO DTL-LEFT.
000419     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000420     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000421     MOVE WS-TBL-DESCRIPTION(WS-CAMP-SLOT) TO NML-DESCRIPTION.
000422     MOVE WS-TBL-OWNER(WS-CAMP-SLOT)       TO NML-OWNER.
000423     MOVE WS-TBL-WINDOW-FROM(WS-CAMP-SLOT) TO NML-FROM.
000424     MOVE WS-TBL-WINDOW-TO(WS-CAMP-SLOT)   TO NML-TO.
000425     MOVE WS-TBL-OUTSIDE(WS-CAMP-SLOT)     TO NML-OUTSIDE.
000426     MOVE WS-NAME-LINE TO WS-RPT-LINE.
000427     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000428 5000-EXIT.
000429     EXIT.
000430*
000431*--------------------------------------------------------------*
000432*  6000-WRITE-TOTALS                                             *
000433*--------------------------------------------------------------*
000434 6000-WRITE-TOTALS.
000435     MOVE SPACES TO WS-RPT-LINE.
000436     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000437     MOVE ZERO TO WS-RATE.
000438     MOVE ZERO TO WS-COST-PER-RESPONSE.
000439     IF WS-TOT-ITEMS > ZERO
000440         COMPUTE WS-RATE ROUNDED =
000441             WS-TOT-RESPONSES * 100 / WS-TOT-ITEMS
000442             ON SIZE ERROR
000443                 MOVE 999.99 TO WS-RATE
000444         END-COMPUTE
000445     END-IF.
000446     IF WS-TOT-RESPONSES > ZERO
000447         COMPUTE WS-COST-PER-RESPONSE ROUNDED =
000448             WS-TOT-COST / WS-TOT-RESPONSES
000449             ON SIZE ERROR
000450                 MOVE ZERO TO WS-COST-PER-RESPONSE
000451         END-COMPUTE
000452     END-IF.
000453     COMPUTE WS-BUDGET-LEFT = WS-TOT-BUDGET - WS-TOT-COST
000454         ON SIZE ERROR
000455             MOVE ZERO TO WS-BUDGET-LEFT
000456     END-COMPUTE.
000457     MOVE "TOTAL"              TO DTL-CAMPAIGN.
000458     MOVE SPACE                TO DTL-STATUS.
000459     MOVE WS-TOT-ITEMS         TO DTL-ITEMS.
000460     MOVE WS-TOT-COST          TO DTL-COST.
000461     MOVE WS-TOT-RESPONSES     TO DTL-RESPONSES.
000462     MOVE WS-RATE              TO DTL-RATE.
000463     MOVE WS-COST-PER-RESPONSE TO DTL-COST-PER-RESP.
000464     MOVE WS-TOT-BUDGET        TO DTL-BUDGET.
000465     MOVE WS-BUDGET-LEFT       TO DTL-LEFT.
000466     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000467     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000468     MOVE SPACES TO WS-RPT-LINE.
000469     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000470     MOVE "CAMPAIGNS ON THE MASTER" TO TOT-LABEL.
000471     MOVE WS-CAMP-COUNT TO TOT-COUNT.
000472     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000473     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000474     MOVE "RESPONSES OUTSIDE THEIR WINDOW" TO TOT-LABEL.
000475     MOVE WS-TOT-OUTSIDE TO TOT-COUNT.
000476     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000477     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000478     MOVE "ITEMS MAILED UNDER CODES NOT ON MASTER" TO TOT-LABEL.
000479     MOVE WS-UNREG-ITEMS TO TOT-COUNT.
000480     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000481     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000482     MOVE "POSTAGE UNDER CODES NOT ON MASTER" TO MNY-LABEL.
000483     MOVE WS-UNREG-COST TO MNY-AMOUNT.
000484     MOVE WS-MONEY-LINE TO WS-RPT-LINE.
000485     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000486     MOVE "RESPONSES UNDER CODES NOT ON MASTER" TO TOT-LABEL.
000487     MOVE WS-UNREG-RESPONSES TO TOT-COUNT.
000488     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000489     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000490 6000-EXIT.
000491     EXIT.
000492*
000493*--------------------------------------------------------------*
000494*  7000-FIND-CAMPAIGN-SLOT                                       *
000495*--------------------------------------------------------------*
000496 7000-FIND-CAMPAIGN-SLOT.
000497     MOVE ZERO TO WS-CAMP-SLOT.
000498     PERFORM 7100-CHECK-ONE-SLOT THRU 7100-EXIT
000499         VARYING WS-CAMP-INDEX FROM 1 BY 1
000500         UNTIL WS-CAMP-INDEX > WS-CAMP-COUNT
000501             OR WS-CAMP-SLOT NOT = ZERO.
000502 7000-EXIT.
000503     EXIT.
000504*
000505 7100-CHECK-ONE-SLOT.
000506     IF WS-TBL-CAMPAIGN(WS-CAMP-INDEX) = WS-WORK-CAMPAIGN
000507         MOVE WS-CAMP-INDEX TO WS-CAMP-SLOT
000508     END-IF.
000509 7100-EXIT.
000510     EXIT.
000511*
000512*--------------------------------------------------------------*
000513*  9000-TERMINATE                                                *
000514*--------------------------------------------------------------*
000515 9000-TERMINATE.
000516     IF WS-RUN-ALREADY-RAN NOT = "Y"
000517         MOVE "E" TO WS-RUN-FUNCTION
000518         MOVE WS-CAMP-COUNT TO WS-RUN-REC-COUNT
000519         MOVE "C" TO WS-RUN-STATUS
000520         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000521             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000522             WS-RUN-ALREADY-RAN
000523     END-IF.
000524     MOVE "C" TO WS-RPT-FUNCTION.
000525     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000526         WS-RPT-LINE.
000527 9000-EXIT.
000528     EXIT.
000529*
000530*--------------------------------------------------------------*
000531*  8800-WRITE-REPORT                                             *
000532*                                                                *
000533*  Prints one line through the shared report writer. WS-RPT-LINE *
000534*  must be set by the caller before this is PERFORMed.           *
000535*--------------------------------------------------------------*
000536 8800-WRITE-REPORT.
000537     MOVE "W" TO WS-RPT-FUNCTION.
000538     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000539         WS-RPT-LINE.
000540 8800-EXIT.
000541     EXIT.
