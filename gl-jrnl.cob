000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. gl-jrnl.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Nightly general-ledger       *
000012*                    journal extract. Three batches are built   *
000013*                    from what has arrived since the last       *
000014*                    extract: INV from the INVREG control       *
000015*                    totals each INV-EXT run leaves on INVCTL   *
000016*                    (debtors against sales and output VAT),    *
000017*                    PST from the campaign postage charge-backs *
000018*                    on CAMPCOST, and RVAL from the "A" rate-   *
000019*                    adjustment lines RATE-RVAL posts to        *
000020*                    CALCLOG. Every leg takes its nominal code  *
000021*                    from the GLMAP mapping table. A released   *
000022*                    batch goes to GLJRNL as a header, its      *
000023*                    postings and a trailer with the count and  *
000024*                    balanced debit and credit totals. A batch  *
000025*                    with an unmapped leg or that does not      *
000026*                    balance is refused whole, logged to        *
000027*                    ERRLOG, and retried on the next run once   *
000028*                    put right. The batches are listed on the   *
000029*                    GLJRNL report through RPT-WTR.             *
000030*--------------------------------------------------------------*
000031 ENVIRONMENT DIVISION.
000032 INPUT-OUTPUT SECTION.
000033 FILE-CONTROL.
000034     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000035         ORGANIZATION IS LINE SEQUENTIAL
000036         FILE STATUS IS WS-MAP-STATUS.
000037     SELECT GL-MARK-FILE ASSIGN TO "GLCTL"
000038         ORGANIZATION IS LINE SEQUENTIAL
000039         FILE STATUS IS WS-MARK-STATUS.
000040     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000041         ORGANIZATION IS LINE SEQUENTIAL
000042         FILE STATUS IS WS-GLJ-STATUS.
000043     SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL"
000044         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS WS-ICT-STATUS.
000046     SELECT CAMPAIGN-COST-FILE ASSIGN TO "CAMPCOST"
000047         ORGANIZATION IS LINE SEQUENTIAL
000048         FILE STATUS IS WS-COST-STATUS.
000049     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000050         ORGANIZATION IS LINE SEQUENTIAL
000051         FILE STATUS IS WS-CALC-STATUS.
000052*
000053 DATA DIVISION.
000054 FILE SECTION.
000055*
000056*--------------------------------------------------------------*
000057*  GLMAP is the nominal-code mapping table: one record per      *
000058*  journal leg, source then leg name then nominal code. The     *
000059*  legs are INV DEBTORS/SALES/VATOUT, PST POSTAGE/POSTCRED and  *
000060*  RVAL FXCONTRL/FXREVAL.                                       *
000061*--------------------------------------------------------------*
000062 FD  GL-MAP-FILE
000063     LABEL RECORDS ARE STANDARD.
000064 01  GL-MAP-RECORD.
000065     05  GLM-SOURCE          PIC X(04).
000066     05  FILLER              PIC X(01).
000067     05  GLM-LEG             PIC X(08).
000068     05  FILLER              PIC X(01).
000069     05  GLM-NOMINAL         PIC X(08).
000070*
000071*--------------------------------------------------------------*
000072*  GLCTL holds, per source, the last date already journalled.  *
000073*--------------------------------------------------------------*
000074 FD  GL-MARK-FILE
000075     LABEL RECORDS ARE STANDARD.
000076 01  GL-MARK-RECORD.
000077     05  GLC-SOURCE          PIC X(04).
000078     05  FILLER              PIC X(01).
000079     05  GLC-LAST-DATE       PIC 9(08).
000080*
000081 FD  GL-JOURNAL-FILE
000082     LABEL RECORDS ARE STANDARD.
000083     COPY GLJREC.
000084*
000085 FD  INVOICE-CONTROL-FILE
000086     LABEL RECORDS ARE STANDARD.
000087     COPY INVCREC.
000088*
000089 FD  CAMPAIGN-COST-FILE
000090     LABEL RECORDS ARE STANDARD.
000091 01  CAMPAIGN-COST-RECORD.
000092     05  CCO-DATE            PIC 9(08).
000093     05  FILLER              PIC X(01).
000094     05  CCO-CAMPAIGN        PIC X(08).
000095     05  FILLER              PIC X(01).
000096     05  CCO-ITEMS           PIC 9(05).
000097     05  FILLER              PIC X(01).
000098     05  CCO-COST            PIC 9(07)V99.
000099*
000100 FD  CALC-LOG-FILE
000101     LABEL RECORDS ARE STANDARD.
000102 01  CALC-LOG-RECORD             PIC X(120).
000103*
000104 01  CALC-LOG-FIELDS REDEFINES CALC-LOG-RECORD.
000105     05  CLF-DATE                PIC 9(08).
000106     05  FILLER                  PIC X(01).
000107     05  CLF-TIME                PIC 9(08).
000108     05  FILLER                  PIC X(01).
000109     05  CLF-FIRST               PIC X(17).
000110     05  FILLER                  PIC X(01).
000111     05  CLF-OPERATOR            PIC X(01).
000112     05  FILLER                  PIC X(01).
000113     05  CLF-SECOND              PIC X(17).
000114     05  FILLER                  PIC X(65).
000115*
000116 WORKING-STORAGE SECTION.
000117*
000118*--------------------------------------------------------------*
000119*  SHARED REPORT-WRITER WORK AREAS                               *
000120*--------------------------------------------------------------*
000121     COPY RPTCALL.
000122*
000123*--------------------------------------------------------------*
000124*  SHARED ERROR-LOG WORK AREAS                                   *
000125*--------------------------------------------------------------*
000126     COPY ERRCALL.
000127*
000128 01  WS-MAP-STATUS           PIC X(02) VALUE "00".
000129     88  WS-MAP-OK                     VALUE "00".
000130     88  WS-MAP-EOF                    VALUE "10".
000131*
000132 01  WS-MARK-STATUS          PIC X(02) VALUE "00".
000133     88  WS-MARK-OK                    VALUE "00".
000134     88  WS-MARK-EOF                   VALUE "10".
000135*
000136 01  WS-GLJ-STATUS           PIC X(02) VALUE "00".
000137     88  WS-GLJ-OK                     VALUE "00".
000138*
000139 01  WS-ICT-STATUS           PIC X(02) VALUE "00".
000140     88  WS-ICT-OK                     VALUE "00".
000141     88  WS-ICT-EOF                    VALUE "10".
000142*
000143 01  WS-COST-STATUS          PIC X(02) VALUE "00".
000144     88  WS-COST-OK                    VALUE "00".
000145     88  WS-COST-EOF                   VALUE "10".
000146*
000147 01  WS-CALC-STATUS          PIC X(02) VALUE "00".
000148     88  WS-CALC-OK                    VALUE "00".
000149     88  WS-CALC-EOF                   VALUE "10".
000150*
000151*--------------------------------------------------------------*
000152*  NOMINAL-CODE MAPPING TABLE - LOADED ONCE FROM GLMAP           *
000153*--------------------------------------------------------------*
000154 01  WS-MAP-COUNT            PIC S9(04) COMP VALUE ZERO.
000155 01  WS-MAP-MAX              PIC S9(04) COMP VALUE 50.
000156 01  WS-MAP-INDEX            PIC S9(04) COMP VALUE ZERO.
000157*
000158 01  WS-MAP-TABLE.
000159     05  WS-MAP-ENTRY OCCURS 50 TIMES.
000160         10  WS-MAP-SOURCE       PIC X(04).
000161         10  WS-MAP-LEG          PIC X(08).
000162         10  WS-MAP-NOMINAL      PIC X(08).
000163*
000164*--------------------------------------------------------------*
000165*  LAST DATE JOURNALLED, PER SOURCE                              *
000166*--------------------------------------------------------------*
000167 01  WS-MARK-INV             PIC 9(08) VALUE ZERO.
000168 01  WS-MARK-PST             PIC 9(08) VALUE ZERO.
000169 01  WS-MARK-RVAL            PIC 9(08) VALUE ZERO.
000170*
000171*--------------------------------------------------------------*
000172*  BATCH IN HAND. EACH BATCH IS READ TWICE: A TALLY PASS THAT   *
000173*  PROVES EVERY LEG MAPS AND THE BATCH BALANCES, THEN - ONLY IF *
000174*  IT DOES - A WRITE PASS THAT RELEASES IT TO GLJRNL.            *
000175*--------------------------------------------------------------*
000176 01  WS-PASS-SWITCH          PIC X(01).
000177     88  WS-TALLY-PASS                VALUE "T".
000178     88  WS-WRITE-PASS                VALUE "W".
000179 01  WS-BATCH-SOURCE         PIC X(04).
000180 01  WS-BATCH-DESC           PIC X(30).
000181 01  WS-FROM-DATE            PIC 9(08).
000182 01  WS-THRU-DATE            PIC 9(08).
000183 01  WS-BATCH-COUNT          PIC 9(07).
000184 01  WS-BATCH-DEBITS         PIC 9(13)V99.
000185 01  WS-BATCH-CREDITS        PIC 9(13)V99.
000186 01  WS-BATCH-REASON         PIC X(30).
000187 01  WS-BATCH-RESULT         PIC X(08).
000188*
000189 01  WS-LEG-NAME             PIC X(08).
000190 01  WS-LEG-SIDE             PIC X(01).
000191 01  WS-LEG-AMOUNT           PIC S9(13)V99.
000192 01  WS-LEG-REFERENCE        PIC X(12).
000193 01  WS-LEG-NARRATIVE        PIC X(30).
000194 01  WS-LEG-NOMINAL          PIC X(08).
000195*
000196 01  WS-AMOUNT-1             PIC S9(13)V99.
000197 01  WS-AMOUNT-2             PIC S9(13)V99.
000198 01  WS-AMOUNT-3             PIC S9(13)V99.
000199*
000200 01  WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
000201 01  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
000202 01  WS-POSTING-TOTAL        PIC 9(07) VALUE ZERO.
000203*
000204*--------------------------------------------------------------*
000205*  REPORT LINES                                                  *
000206*--------------------------------------------------------------*
000207 01  WS-HEADING-1.
000208     05  FILLER         PIC X(30) VALUE "GENERAL LEDGER JOURNAL".
000209     05  FILLER         PIC X(15) VALUE "BUSINESS DATE ".
000210     05  WS-HDG-DATE    PIC 9(08).
000211*
000212 01  WS-HEADING-2.
000213     05  FILLER              PIC X(05) VALUE "BATCH".
000214     05  FILLER              PIC X(09) VALUE "AFTER".
000215     05  FILLER              PIC X(08) VALUE "THROUGH".
000216     05  FILLER              PIC X(08) VALUE "POSTINGS".
000217     05  FILLER              PIC X(18) VALUE "          DEBITS".
000218     05  FILLER              PIC X(18) VALUE "         CREDITS".
000219     05  FILLER              PIC X(09) VALUE "RESULT".
000220*
000221 01  WS-BATCH-LINE.
000222     05  BTL-SOURCE          PIC X(04).
000223     05  FILLER              PIC X(01) VALUE SPACE.
000224     05  BTL-FROM            PIC 9(08).
000225     05  FILLER              PIC X(01) VALUE SPACE.
000226     05  BTL-THRU            PIC 9(08).
000227     05  FILLER              PIC X(01) VALUE SPACE.
000228     05  BTL-COUNT           PIC ZZZZZZ9.
000229     05  FILLER              PIC X(01) VALUE SPACE.
000230     05  BTL-DEBITS          PIC Z(12)9.99.
000231     05  FILLER              PIC X(01) VALUE SPACE.
000232     05  BTL-CREDITS         PIC Z(12)9.99.
000233     05  FILLER              PIC X(01) VALUE SPACE.
000234     05  BTL-RESULT          PIC X(08).
000235     05  FILLER              PIC X(01) VALUE SPACE.
000236     05  BTL-REASON          PIC X(26).
000237*
000238 01  WS-TOTAL-LINE.
000239     05  TOT-LABEL           PIC X(30).
000240     05  TOT-COUNT           PIC ZZZZZZ9.
000241*
000242*--------------------------------------------------------------*
000243*  SHARED RUN-CONTROL WORK AREAS                                 *
000244*--------------------------------------------------------------*
000245     COPY RUNCALL.
000246*
000247 PROCEDURE DIVISION.
000248*
000249*--------------------------------------------------------------*
000250*  0000-MAINLINE                                                *
000251*--------------------------------------------------------------*
000252 0000-MAINLINE.
000253     MOVE "S" TO WS-RUN-FUNCTION.
000254     MOVE "GLJRNL  " TO WS-RUN-PROGRAM.
000255     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000256     MOVE ZERO TO WS-RUN-REC-COUNT.
000257     MOVE SPACE TO WS-RUN-STATUS.
000258     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000259         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000260         WS-RUN-ALREADY-RAN.
000261     IF WS-RUN-ALREADY-RAN = "Y"
000262         DISPLAY "GL-JRNL ALREADY RAN FOR THIS BUSINESS DATE"
000263         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000264         STOP RUN
000265     END-IF.
000266     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000267     PERFORM 2000-INVOICE-BATCH THRU 2000-EXIT.
000268     PERFORM 3000-POSTAGE-BATCH THRU 3000-EXIT.
000269     PERFORM 4000-REVALUATION-BATCH THRU 4000-EXIT.
000270     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
000271     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000272     STOP RUN.
000273*
000274*--------------------------------------------------------------*
000275*  1000-INITIALIZE                                               *
000276*--------------------------------------------------------------*
000277 1000-INITIALIZE.
000278     MOVE "O" TO WS-RPT-FUNCTION.
000279     MOVE "GLJRNL  " TO WS-RPT-ID.
000280     MOVE SPACES TO WS-RPT-LINE.
000281     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000282         WS-RPT-LINE.
000283     MOVE WS-RUN-BUS-DATE TO WS-HDG-DATE.
000284     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000285     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000286     MOVE SPACES TO WS-RPT-LINE.
000287     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000288     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000289     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000290     PERFORM 1100-LOAD-MAP THRU 1100-EXIT.
000291     PERFORM 1200-LOAD-MARKS THRU 1200-EXIT.
000292     OPEN EXTEND GL-JOURNAL-FILE.
000293     IF NOT WS-GLJ-OK
000294         OPEN OUTPUT GL-JOURNAL-FILE
000295         CLOSE GL-JOURNAL-FILE
000296         OPEN EXTEND GL-JOURNAL-FILE
000297     END-IF.
000298 1000-EXIT.
000299     EXIT.
000300*
000301 1100-LOAD-MAP.
000302     MOVE ZERO TO WS-MAP-COUNT.
000303     OPEN INPUT GL-MAP-FILE.
000304     IF NOT WS-MAP-OK
000305         DISPLAY "GL-JRNL: GLMAP NOT AVAILABLE - STATUS "
000306             WS-MAP-STATUS
000307         GO TO 1100-EXIT
000308     END-IF.
000309     PERFORM 1110-LOAD-ONE-MAPPING THRU 1110-EXIT
000310         UNTIL WS-MAP-EOF.
000311     CLOSE GL-MAP-FILE.
000312 1100-EXIT.
000313     EXIT.
000314*
000315 1110-LOAD-ONE-MAPPING.
000316     READ GL-MAP-FILE
000317         AT END
000318             GO TO 1110-EXIT
000319     END-READ.
000320     IF GLM-SOURCE = SPACES OR GLM-LEG = SPACES
000321        OR GLM-NOMINAL = SPACES
000322        OR WS-MAP-COUNT >= WS-MAP-MAX
000323         GO TO 1110-EXIT
000324     END-IF.
000325     ADD 1 TO WS-MAP-COUNT.
000326     MOVE GLM-SOURCE  TO WS-MAP-SOURCE(WS-MAP-COUNT).
000327     MOVE GLM-LEG     TO WS-MAP-LEG(WS-MAP-COUNT).
000328     MOVE GLM-NOMINAL TO WS-MAP-NOMINAL(WS-MAP-COUNT).
000329 1110-EXIT.
000330     EXIT.
000331*
000332*--------------------------------------------------------------*
000333*  1200-LOAD-MARKS                                               *
000334*                                                                *
000335*  Every batch runs through the day before the business date,   *
000336*  never the business date itself: invoice runs, charge-backs    *
000337*  and revaluations can still be written under it after this     *
000338*  run, and a mark on the business date would pass them by. A    *
000339*  source with no mark yet starts from two days back, so the     *
000340*  first run journals only the day before.                       *
000341*--------------------------------------------------------------*
000342 1200-LOAD-MARKS.
000343     COMPUTE WS-THRU-DATE =
000344         FUNCTION DATE-OF-INTEGER(
000345             FUNCTION INTEGER-OF-DATE(WS-RUN-BUS-DATE) - 1).
000346     COMPUTE WS-MARK-INV =
000347         FUNCTION DATE-OF-INTEGER(
000348             FUNCTION INTEGER-OF-DATE(WS-RUN-BUS-DATE) - 2).
000349     MOVE WS-MARK-INV TO WS-MARK-PST.
000350     MOVE WS-MARK-INV TO WS-MARK-RVAL.
000351     OPEN INPUT GL-MARK-FILE.
000352     IF NOT WS-MARK-OK
000353         GO TO 1200-EXIT
000354     END-IF.
000355     PERFORM 1210-LOAD-ONE-MARK THRU 1210-EXIT
000356         UNTIL WS-MARK-EOF.
000357     CLOSE GL-MARK-FILE.
000358 1200-EXIT.
000359     EXIT.
000360*
000361 1210-LOAD-ONE-MARK.
000362     READ GL-MARK-FILE
000363         AT END
000364             GO TO 1210-EXIT
000365     END-READ.
000366     IF GLC-LAST-DATE NOT NUMERIC
000367         GO TO 1210-EXIT
000368     END-IF.
000369     EVALUATE GLC-SOURCE
000370         WHEN "INV "
000371             MOVE GLC-LAST-DATE TO WS-MARK-INV
000372         WHEN "PST "
000373             MOVE GLC-LAST-DATE TO WS-MARK-PST
000374         WHEN "RVAL"
000375             MOVE GLC-LAST-DATE TO WS-MARK-RVAL
000376     END-EVALUATE.
000377 1210-EXIT.
000378     EXIT.
000379*
000380*--------------------------------------------------------------*
000381*  2000-INVOICE-BATCH                                            *
000382*                                                                *
000383*  Each INV-EXT run's control totals: debtors are debited with  *
000384*  the gross, sales credited with the net and output VAT with   *
000385*  the VAT. A run that was mostly credit notes comes through    *
000386*  negative and the legs swap sides.                            *
000387*--------------------------------------------------------------*
000388 2000-INVOICE-BATCH.
000389     MOVE "INV " TO WS-BATCH-SOURCE.
000390     MOVE "INVOICE EXTENSION RUNS" TO WS-BATCH-DESC.
000391     MOVE WS-MARK-INV TO WS-FROM-DATE.
000392     PERFORM 5000-START-BATCH THRU 5000-EXIT.
000393     SET WS-TALLY-PASS TO TRUE.
000394     PERFORM 2100-READ-INVOICE-CONTROL THRU 2100-EXIT.
000395     PERFORM 5100-CHECK-BATCH THRU 5100-EXIT.
000396     IF WS-BATCH-REASON = SPACES AND WS-BATCH-COUNT > ZERO
000397         PERFORM 5200-WRITE-HEADER THRU 5200-EXIT
000398         SET WS-WRITE-PASS TO TRUE
000399         PERFORM 2100-READ-INVOICE-CONTROL THRU 2100-EXIT
000400         PERFORM 5300-WRITE-TRAILER THRU 5300-EXIT
000401     END-IF.
000402     PERFORM 5400-REPORT-BATCH THRU 5400-EXIT.
000403     IF WS-BATCH-REASON = SPACES
000404         MOVE WS-THRU-DATE TO WS-MARK-INV
000405     END-IF.
000406 2000-EXIT.
000407     EXIT.
000408*
000409 2100-READ-INVOICE-CONTROL.
000410     MOVE "00" TO WS-ICT-STATUS.
000411     OPEN INPUT INVOICE-CONTROL-FILE.
000412     IF NOT WS-ICT-OK
000413         GO TO 2100-EXIT
000414     END-IF.
000415     MOVE ZERO TO WS-BATCH-COUNT WS-BATCH-DEBITS WS-BATCH-CREDITS.
000416     PERFORM 2110-POST-ONE-RUN THRU 2110-EXIT
000417         UNTIL WS-ICT-EOF.
000418     CLOSE INVOICE-CONTROL-FILE.
000419 2100-EXIT.
000420     EXIT.
000421*
000422 2110-POST-ONE-RUN.
000423     READ INVOICE-CONTROL-FILE
000424         AT END
000425             SET WS-ICT-EOF TO TRUE
000426             GO TO 2110-EXIT
000427     END-READ.
000428     IF ICT-RUN-DATE NOT NUMERIC
000429         GO TO 2110-EXIT
000430     END-IF.
000431     IF ICT-RUN-DATE NOT > WS-FROM-DATE
000432        OR ICT-RUN-DATE > WS-THRU-DATE
000433         GO TO 2110-EXIT
000434     END-IF.
000435     COMPUTE WS-AMOUNT-1 = FUNCTION NUMVAL(ICT-GROSS-TEXT).
000436     COMPUTE WS-AMOUNT-2 = FUNCTION NUMVAL(ICT-NET-TEXT).
000437     COMPUTE WS-AMOUNT-3 = FUNCTION NUMVAL(ICT-VAT-TEXT).
000438     MOVE SPACES TO WS-LEG-REFERENCE.
000439     STRING "INVEXT" ICT-RUN-DATE(3:6) DELIMITED BY SIZE
000440         INTO WS-LEG-REFERENCE.
000441     MOVE "INVOICES AND CREDIT NOTES" TO WS-LEG-NARRATIVE.
000442     MOVE "DEBTORS"   TO WS-LEG-NAME.
000443     MOVE "D"         TO WS-LEG-SIDE.
000444     MOVE WS-AMOUNT-1 TO WS-LEG-AMOUNT.
000445     PERFORM 6000-POST-LEG THRU 6000-EXIT.
000446     MOVE "SALES"     TO WS-LEG-NAME.
000447     MOVE "C"         TO WS-LEG-SIDE.
000448     MOVE WS-AMOUNT-2 TO WS-LEG-AMOUNT.
000449     PERFORM 6000-POST-LEG THRU 6000-EXIT.
000450     MOVE "VATOUT"    TO WS-LEG-NAME.
000451     MOVE "C"         TO WS-LEG-SIDE.
000452     MOVE WS-AMOUNT-3 TO WS-LEG-AMOUNT.
000453     PERFORM 6000-POST-LEG THRU 6000-EXIT.
000454 2110-EXIT.
000455     EXIT.
000456*
000457*--------------------------------------------------------------*
000458*  3000-POSTAGE-BATCH                                            *
000459*                                                                *
000460*  Each CAMPCOST charge-back: postage expense debited, the      *
000461*  postage creditor credited, referenced by campaign code.      *
000462*--------------------------------------------------------------*
000463 3000-POSTAGE-BATCH.
000464     MOVE "PST " TO WS-BATCH-SOURCE.
000465     MOVE "CAMPAIGN POSTAGE CHARGE-BACKS" TO WS-BATCH-DESC.
000466     MOVE WS-MARK-PST TO WS-FROM-DATE.
000467     PERFORM 5000-START-BATCH THRU 5000-EXIT.
000468     SET WS-TALLY-PASS TO TRUE.
000469     PERFORM 3100-READ-CAMPAIGN-COST THRU 3100-EXIT.
000470     PERFORM 5100-CHECK-BATCH THRU 5100-EXIT.
000471     IF WS-BATCH-REASON = SPACES AND WS-BATCH-COUNT > ZERO
000472         PERFORM 5200-WRITE-HEADER THRU 5200-EXIT
000473         SET WS-WRITE-PASS TO TRUE
000474         PERFORM 3100-READ-CAMPAIGN-COST THRU 3100-EXIT
000475         PERFORM 5300-WRITE-TRAILER THRU 5300-EXIT
000476     END-IF.
000477     PERFORM 5400-REPORT-BATCH THRU 5400-EXIT.
000478     IF WS-BATCH-REASON = SPACES
000479         MOVE WS-THRU-DATE TO WS-MARK-PST
000480     END-IF.
000481 3000-EXIT.
000482     EXIT.
000483*
000484 3100-READ-CAMPAIGN-COST.
000485     MOVE "00" TO WS-COST-STATUS.
000486     OPEN INPUT CAMPAIGN-COST-FILE.
000487     IF NOT WS-COST-OK
000488         GO TO 3100-EXIT
000489     END-IF.
000490     MOVE ZERO TO WS-BATCH-COUNT WS-BATCH-DEBITS WS-BATCH-CREDITS.
000491     PERFORM 3110-POST-ONE-COST THRU 3110-EXIT
000492         UNTIL WS-COST-EOF.
000493     CLOSE CAMPAIGN-COST-FILE.
000494 3100-EXIT.
000495     EXIT.
000496*
000497 3110-POST-ONE-COST.
000498     READ CAMPAIGN-COST-FILE
000499         AT END
000500             SET WS-COST-EOF TO TRUE
000501             GO TO 3110-EXIT
000502     END-READ.
000503     IF CCO-DATE NOT NUMERIC OR CCO-COST NOT NUMERIC
000504         GO TO 3110-EXIT
000505     END-IF.
000506     IF CCO-DATE NOT > WS-FROM-DATE
000507        OR CCO-DATE > WS-THRU-DATE
000508         GO TO 3110-EXIT
000509     END-IF.
000510     MOVE CCO-CAMPAIGN TO WS-LEG-REFERENCE.
000511     MOVE SPACES TO WS-LEG-NARRATIVE.
000512     STRING "POSTAGE " CCO-CAMPAIGN " ON " CCO-DATE
000513         DELIMITED BY SIZE INTO WS-LEG-NARRATIVE.
000514     MOVE "POSTAGE"   TO WS-LEG-NAME.
000515     MOVE "D"         TO WS-LEG-SIDE.
000516     MOVE CCO-COST    TO WS-LEG-AMOUNT.
000517     PERFORM 6000-POST-LEG THRU 6000-EXIT.
000518     MOVE "POSTCRED"  TO WS-LEG-NAME.
000519     MOVE "C"         TO WS-LEG-SIDE.
000520     MOVE CCO-COST    TO WS-LEG-AMOUNT.
000521     PERFORM 6000-POST-LEG THRU 6000-EXIT.
000522 3110-EXIT.
000523     EXIT.
000524*
000525*--------------------------------------------------------------*
000526*  4000-REVALUATION-BATCH                                        *
000527*                                                                *
000528*  Each "A" line RATE-RVAL posted to CALCLOG: the revaluation   *
000529*  difference (second-amount column, as CALC-RCON reads it)    *
000530*  debited to the currency control account and credited to     *
000531*  revaluation; a negative difference swaps the sides.          *
000532*--------------------------------------------------------------*
000533 4000-REVALUATION-BATCH.
000534     MOVE "RVAL" TO WS-BATCH-SOURCE.
000535     MOVE "EXCHANGE-RATE REVALUATIONS" TO WS-BATCH-DESC.
000536     MOVE WS-MARK-RVAL TO WS-FROM-DATE.
000537     PERFORM 5000-START-BATCH THRU 5000-EXIT.
000538     SET WS-TALLY-PASS TO TRUE.
000539     PERFORM 4100-READ-CALC-LOG THRU 4100-EXIT.
000540     PERFORM 5100-CHECK-BATCH THRU 5100-EXIT.
000541     IF WS-BATCH-REASON = SPACES AND WS-BATCH-COUNT > ZERO
000542         PERFORM 5200-WRITE-HEADER THRU 5200-EXIT
000543         SET WS-WRITE-PASS TO TRUE
000544         PERFORM 4100-READ-CALC-LOG THRU 4100-EXIT
000545         PERFORM 5300-WRITE-TRAILER THRU 5300-EXIT
000546     END-IF.
000547     PERFORM 5400-REPORT-BATCH THRU 5400-EXIT.
000548     IF WS-BATCH-REASON = SPACES
000549         MOVE WS-THRU-DATE TO WS-MARK-RVAL
000550     END-IF.
000551 4000-EXIT.
000552     EXIT.
000553*
000554 4100-READ-CALC-LOG.
000555     MOVE "00" TO WS-CALC-STATUS.
000556     OPEN INPUT CALC-LOG-FILE.
000557     IF NOT WS-CALC-OK
000558         GO TO 4100-EXIT
000559     END-IF.
000560     MOVE ZERO TO WS-BATCH-COUNT WS-BATCH-DEBITS WS-BATCH-CREDITS.
000561     PERFORM 4110-POST-ONE-ADJUSTMENT THRU 4110-EXIT
000562         UNTIL WS-CALC-EOF.
000563     CLOSE CALC-LOG-FILE.
000564 4100-EXIT.
000565     EXIT.
000566*
000567 4110-POST-ONE-ADJUSTMENT.
000568     READ CALC-LOG-FILE
000569         AT END
000570             SET WS-CALC-EOF TO TRUE
000571             GO TO 4110-EXIT
000572     END-READ.
000573     IF CLF-OPERATOR NOT = "A" OR CLF-DATE NOT NUMERIC
000574         GO TO 4110-EXIT
000575     END-IF.
000576     IF CLF-DATE NOT > WS-FROM-DATE
000577        OR CLF-DATE > WS-THRU-DATE
000578         GO TO 4110-EXIT
000579     END-IF.
000580     COMPUTE WS-AMOUNT-1 = FUNCTION NUMVAL(CLF-SECOND).
000581     MOVE SPACES TO WS-LEG-REFERENCE.
000582     STRING "RVAL" CLF-DATE DELIMITED BY SIZE
000583         INTO WS-LEG-REFERENCE.
000584     MOVE "RATE REVALUATION ADJUSTMENT" TO WS-LEG-NARRATIVE.
000585     MOVE "FXCONTRL"  TO WS-LEG-NAME.
000586     MOVE "D"         TO WS-LEG-SIDE.
000587     MOVE WS-AMOUNT-1 TO WS-LEG-AMOUNT.
000588     PERFORM 6000-POST-LEG THRU 6000-EXIT.
000589     MOVE "FXREVAL"   TO WS-LEG-NAME.
000590     MOVE "C"         TO WS-LEG-SIDE.
000591     MOVE WS-AMOUNT-1 TO WS-LEG-AMOUNT.
000592     PERFORM 6000-POST-LEG THRU 6000-EXIT.
000593 4110-EXIT.
000594     EXIT.
000595*
000596*--------------------------------------------------------------*
000597*  5000-START-BATCH                                              *
000598*--------------------------------------------------------------*
000599 5000-START-BATCH.
000600     MOVE ZERO   TO WS-BATCH-COUNT.
000601     MOVE ZERO   TO WS-BATCH-DEBITS.
000602     MOVE ZERO   TO WS-BATCH-CREDITS.
000603     MOVE SPACES TO WS-BATCH-REASON.
000604 5000-EXIT.
000605     EXIT.
000606*
000607*--------------------------------------------------------------*
000608*  5100-CHECK-BATCH                                              *
000609*                                                                *
000610*  After the tally pass: an unmapped leg has already set the    *
000611*  reason; otherwise the debits must equal the credits. A       *
000612*  refused batch is logged to ERRLOG and nothing is released.   *
000613*--------------------------------------------------------------*
000614 5100-CHECK-BATCH.
000615     IF WS-BATCH-REASON = SPACES
000616        AND WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
000617         MOVE "DEBITS AND CREDITS DIFFER" TO WS-BATCH-REASON
000618     END-IF.
000619     IF WS-BATCH-REASON = SPACES
000620         GO TO 5100-EXIT
000621     END-IF.
000622     ADD 1 TO WS-REFUSED-COUNT.
000623     IF WS-BATCH-REASON(1:8) = "NO NOMIN"
000624         MOVE "GLUNMAPPED" TO WS-ERR-CODE
000625     ELSE
000626         MOVE "GLUNBALNCD" TO WS-ERR-CODE
000627     END-IF.
000628     MOVE SPACES TO WS-ERR-TEXT.
000629     STRING WS-BATCH-SOURCE " BATCH REFUSED - " WS-BATCH-REASON
000630         DELIMITED BY SIZE INTO WS-ERR-TEXT.
000631     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000632 5100-EXIT.
000633     EXIT.
000634*
000635 5200-WRITE-HEADER.
000636     MOVE SPACES          TO GL-JOURNAL-RECORD.
000637     MOVE "H"             TO GLJ-REC-TYPE.
000638     MOVE WS-BATCH-SOURCE TO GLJ-BATCH-SOURCE.
000639     MOVE WS-RUN-BUS-DATE TO GLJ-BATCH-DATE.
000640     MOVE WS-RUN-BUS-DATE TO GLJ-BUS-DATE.
000641     MOVE WS-BATCH-DESC   TO GLJ-SOURCE-DESC.
000642     WRITE GL-JOURNAL-RECORD.
000643 5200-EXIT.
000644     EXIT.
000645*
000646 5300-WRITE-TRAILER.
000647     MOVE SPACES           TO GL-JOURNAL-RECORD.
000648     MOVE "T"              TO GLJ-REC-TYPE.
000649     MOVE WS-BATCH-SOURCE  TO GLJ-BATCH-SOURCE.
000650     MOVE WS-RUN-BUS-DATE  TO GLJ-BATCH-DATE.
000651     MOVE WS-BATCH-COUNT   TO GLJ-POSTING-COUNT.
000652     MOVE WS-BATCH-DEBITS  TO GLJ-DEBIT-TOTAL.
000653     MOVE WS-BATCH-CREDITS TO GLJ-CREDIT-TOTAL.
000654     WRITE GL-JOURNAL-RECORD.
000655     ADD 1 TO WS-RELEASED-COUNT.
000656     ADD WS-BATCH-COUNT TO WS-POSTING-TOTAL.
000657 5300-EXIT.
000658     EXIT.
000659*
000660 5400-REPORT-BATCH.
000661     MOVE WS-BATCH-SOURCE  TO BTL-SOURCE.
000662     MOVE WS-FROM-DATE     TO BTL-FROM.
000663     MOVE WS-THRU-DATE     TO BTL-THRU.
000664     MOVE WS-BATCH-COUNT   TO BTL-COUNT.
000665     MOVE WS-BATCH-DEBITS  TO BTL-DEBITS.
000666     MOVE WS-BATCH-CREDITS TO BTL-CREDITS.
000667     MOVE SPACES           TO BTL-REASON.
000668     EVALUATE TRUE
000669         WHEN WS-BATCH-REASON NOT = SPACES
000670             MOVE "REFUSED"       TO BTL-RESULT
000671             MOVE WS-BATCH-REASON TO BTL-REASON
000672         WHEN WS-BATCH-COUNT = ZERO
000673             MOVE "EMPTY"         TO BTL-RESULT
000674             MOVE "NOTHING TO JOURNAL" TO BTL-REASON
000675         WHEN OTHER
000676             MOVE "RELEASED"      TO BTL-RESULT
000677     END-EVALUATE.
000678     MOVE WS-BATCH-LINE TO WS-RPT-LINE.
000679     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000680 5400-EXIT.
000681     EXIT.
000682*
000683*--------------------------------------------------------------*
000684*  6000-POST-LEG                                                 *
000685*                                                                *
000686*  One leg of a posting. WS-LEG-NAME, WS-LEG-SIDE, WS-LEG-      *
000687*  AMOUNT, WS-LEG-REFERENCE and WS-LEG-NARRATIVE must be set    *
000688*  by the caller. The tally pass counts and totals it and notes *
000689*  an unmapped leg; the write pass writes the "D" record.       *
000690*--------------------------------------------------------------*
000691 6000-POST-LEG.
000692     IF WS-LEG-AMOUNT = ZERO
000693         GO TO 6000-EXIT
000694     END-IF.
000695     IF WS-LEG-AMOUNT < ZERO
000696         COMPUTE WS-LEG-AMOUNT = ZERO - WS-LEG-AMOUNT
000697         IF WS-LEG-SIDE = "D"
000698             MOVE "C" TO WS-LEG-SIDE
000699         ELSE
000700             MOVE "D" TO WS-LEG-SIDE
000701         END-IF
000702     END-IF.
000703     PERFORM 6100-FIND-NOMINAL THRU 6100-EXIT.
000704     IF WS-LEG-NOMINAL = SPACES
000705         IF WS-BATCH-REASON = SPACES
000706             STRING "NO NOMINAL FOR " WS-LEG-NAME
000707                 DELIMITED BY SIZE INTO WS-BATCH-REASON
000708         END-IF
000709         GO TO 6000-EXIT
000710     END-IF.
000711     ADD 1 TO WS-BATCH-COUNT.
000712     IF WS-LEG-SIDE = "D"
000713         ADD WS-LEG-AMOUNT TO WS-BATCH-DEBITS
000714     ELSE
000715         ADD WS-LEG-AMOUNT TO WS-BATCH-CREDITS
000716     END-IF.
000717     IF WS-TALLY-PASS
000718         GO TO 6000-EXIT
000719     END-IF.
000720     MOVE SPACES           TO GL-JOURNAL-RECORD.
000721     MOVE "D"              TO GLJ-REC-TYPE.
000722     MOVE WS-BATCH-SOURCE  TO GLJ-BATCH-SOURCE.
000723     MOVE WS-RUN-BUS-DATE  TO GLJ-BATCH-DATE.
000724     MOVE WS-LEG-NOMINAL   TO GLJ-NOMINAL.
000725     MOVE WS-LEG-SIDE      TO GLJ-DR-CR.
000726     MOVE WS-LEG-AMOUNT    TO GLJ-AMOUNT.
000727     MOVE WS-LEG-REFERENCE TO GLJ-REFERENCE.
000728     MOVE WS-LEG-NARRATIVE TO GLJ-NARRATIVE.
000729     WRITE GL-JOURNAL-RECORD.
000730 6000-EXIT.
000731     EXIT.
000732*
000733 6100-FIND-NOMINAL.
000734     MOVE SPACES TO WS-LEG-NOMINAL.
000735     PERFORM 6110-CHECK-ONE-MAPPING THRU 6110-EXIT
000736         VARYING WS-MAP-INDEX FROM 1 BY 1
000737         UNTIL WS-MAP-INDEX > WS-MAP-COUNT
000738             OR WS-LEG-NOMINAL NOT = SPACES.
000739 6100-EXIT.
000740     EXIT.
000741*
000742 6110-CHECK-ONE-MAPPING.
000743     IF WS-MAP-SOURCE(WS-MAP-INDEX) = WS-BATCH-SOURCE
000744        AND WS-MAP-LEG(WS-MAP-INDEX) = WS-LEG-NAME
000745         MOVE WS-MAP-NOMINAL(WS-MAP-INDEX) TO WS-LEG-NOMINAL
000746     END-IF.
000747 6110-EXIT.
000748     EXIT.
000749*
000750*--------------------------------------------------------------*
000751*  7000-WRITE-TOTALS                                             *
000752*--------------------------------------------------------------*
000753 7000-WRITE-TOTALS.
000754     MOVE SPACES TO WS-RPT-LINE.
000755     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000756     MOVE "BATCHES RELEASED" TO TOT-LABEL.
000757     MOVE WS-RELEASED-COUNT TO TOT-COUNT.
000758     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000759     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000760     MOVE "BATCHES REFUSED" TO TOT-LABEL.
000761     MOVE WS-REFUSED-COUNT TO TOT-COUNT.
000762     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000763     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000764     MOVE "POSTINGS RELEASED" TO TOT-LABEL.
000765     MOVE WS-POSTING-TOTAL TO TOT-COUNT.
000766     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000767     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000768 7000-EXIT.
000769     EXIT.
000770*
000771*--------------------------------------------------------------*
000772*  8000-LOG-ERROR                                                *
000773*--------------------------------------------------------------*
000774 8000-LOG-ERROR.
000775     MOVE "GL-JRNL" TO WS-ERR-PROGRAM.
000776     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000777         WS-ERR-TEXT.
000778 8000-EXIT.
000779     EXIT.
000780*
000781*--------------------------------------------------------------*
000782*  8800-WRITE-REPORT                                             *
000783*                                                                *
000784*  Prints one line through the shared report writer.            *
000785*  WS-RPT-LINE must be set by the caller before this is         *
000786*  PERFORMed.                                                    *
000787*--------------------------------------------------------------*
000788 8800-WRITE-REPORT.
000789     MOVE "W" TO WS-RPT-FUNCTION.
000790     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000791         WS-RPT-LINE.
000792 8800-EXIT.
000793     EXIT.
000794*
000795*--------------------------------------------------------------*
000796*  9000-TERMINATE                                                *
000797*                                                                *
000798*  Rewrites GLCTL with the new marks. A refused batch kept its  *
000799*  old mark, so its source is picked up again next run.         *
000800*--------------------------------------------------------------*
000801 9000-TERMINATE.
000802     CLOSE GL-JOURNAL-FILE.
000803     OPEN OUTPUT GL-MARK-FILE.
000804     MOVE SPACES       TO GL-MARK-RECORD.
000805     MOVE "INV "       TO GLC-SOURCE.
000806     MOVE WS-MARK-INV  TO GLC-LAST-DATE.
000807     WRITE GL-MARK-RECORD.
000808     MOVE "PST "       TO GLC-SOURCE.
000809     MOVE WS-MARK-PST  TO GLC-LAST-DATE.
000810     WRITE GL-MARK-RECORD.
000811     MOVE "RVAL"       TO GLC-SOURCE.
000812     MOVE WS-MARK-RVAL TO GLC-LAST-DATE.
000813     WRITE GL-MARK-RECORD.
000814     CLOSE GL-MARK-FILE.
000815     IF WS-RUN-ALREADY-RAN NOT = "Y"
000816         MOVE "E" TO WS-RUN-FUNCTION
000817         MOVE WS-POSTING-TOTAL TO WS-RUN-REC-COUNT
000818         MOVE "C" TO WS-RUN-STATUS
000819         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000820             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000821             WS-RUN-ALREADY-RAN
000822     END-IF.
000823     MOVE "C" TO WS-RPT-FUNCTION.
000824     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000825         WS-RPT-LINE.
000826 9000-EXIT.
000827     EXIT.
