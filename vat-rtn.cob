000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. vat-rtn.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Quarterly VAT return. Runs    *
000012*                    only when the business date is a BUSCAL    *
000013*                    period end in March, June, September or    *
000014*                    December. The quarter runs from the day    *
000015*                    after the previous quarter-end period end  *
000016*                    on PERCTL to the business date. Every      *
000017*                    invoice and credit note on INVHIST dated   *
000018*                    in the quarter is listed, and the return   *
000019*                    totals are built from them: output tax,    *
000020*                    net sales and the standard-rated, zero-    *
000021*                    rated and exempt analysis. Add-VAT and     *
000022*                    extract-VAT workings on CALCLOG in the     *
000023*                    quarter are shown as a memorandum. The     *
000024*                    totals are reconciled back to the INVREG   *
000025*                    control totals the INV-EXT runs of the     *
000026*                    quarter left on INVCTL, with documents     *
000027*                    extended in one quarter but dated in       *
000028*                    another shown as the reconciling items.    *
000029*                    Printed through RPT-WTR as report VATRETN. *
000030*--------------------------------------------------------------*
000031 ENVIRONMENT DIVISION.
000032 INPUT-OUTPUT SECTION.
000033 FILE-CONTROL.
000034     SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
000035         ORGANIZATION IS INDEXED
000036         ACCESS MODE IS SEQUENTIAL
000037         RECORD KEY IS IVH-KEY
000038         ALTERNATE RECORD KEY IS IVH-ACCOUNT-NO
000039             WITH DUPLICATES
000040         FILE STATUS IS WS-IVH-STATUS.
000041     SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL"
000042         ORGANIZATION IS LINE SEQUENTIAL
000043         FILE STATUS IS WS-ICT-STATUS.
000044     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000045         ORGANIZATION IS LINE SEQUENTIAL
000046         FILE STATUS IS WS-CALC-STATUS.
000047     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
000048         ORGANIZATION IS INDEXED
000049         ACCESS MODE IS RANDOM
000050         RECORD KEY IS CAL-DATE
000051         FILE STATUS IS WS-CAL-STATUS.
000052     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000053         ORGANIZATION IS INDEXED
000054         ACCESS MODE IS DYNAMIC
000055         RECORD KEY IS PRD-END-DATE
000056         FILE STATUS IS WS-PRD-STATUS.
000057*
000058 DATA DIVISION.
000059 FILE SECTION.
000060 FD  INVOICE-HISTORY-FILE
000061     LABEL RECORDS ARE STANDARD.
000062     COPY INVHREC.
000063*
000064 FD  INVOICE-CONTROL-FILE
000065     LABEL RECORDS ARE STANDARD.
000066     COPY INVCREC.
000067*
000068 FD  CALC-LOG-FILE
000069     LABEL RECORDS ARE STANDARD.
000070 01  CALC-LOG-RECORD             PIC X(120).
000071*
000072 01  CALC-LOG-FIELDS REDEFINES CALC-LOG-RECORD.
000073     05  CLF-DATE                PIC 9(08).
000074     05  FILLER                  PIC X(01).
000075     05  CLF-TIME                PIC 9(08).
000076     05  FILLER                  PIC X(01).
000077     05  CLF-FIRST               PIC X(17).
000078     05  FILLER                  PIC X(01).
000079     05  CLF-OPERATOR            PIC X(01).
000080     05  FILLER                  PIC X(01).
000081     05  CLF-SECOND              PIC X(17).
000082     05  FILLER                  PIC X(65).
000083*
000084 FD  BUSINESS-CALENDAR-FILE
000085     LABEL RECORDS ARE STANDARD.
000086     COPY BUSCREC.
000087*
000088 FD  PERIOD-CONTROL-FILE
000089     LABEL RECORDS ARE STANDARD.
000090     COPY PERDREC.
000091*
000092 WORKING-STORAGE SECTION.
000093*
000094*--------------------------------------------------------------*
000095*  SHARED REPORT-WRITER WORK AREAS                               *
000096*--------------------------------------------------------------*
000097     COPY RPTCALL.
000098*
000099 01  WS-IVH-STATUS           PIC X(02) VALUE "00".
000100     88  WS-IVH-OK                     VALUE "00".
000101     88  WS-IVH-EOF                    VALUE "10".
000102*
000103 01  WS-ICT-STATUS           PIC X(02) VALUE "00".
000104     88  WS-ICT-OK                     VALUE "00".
000105     88  WS-ICT-EOF                    VALUE "10".
000106*
000107 01  WS-CALC-STATUS          PIC X(02) VALUE "00".
000108     88  WS-CALC-OK                    VALUE "00".
000109     88  WS-CALC-EOF                   VALUE "10".
000110*
000111 01  WS-CAL-STATUS           PIC X(02) VALUE "00".
000112     88  WS-CAL-OK                     VALUE "00".
000113*
000114 01  WS-PRD-STATUS           PIC X(02) VALUE "00".
000115     88  WS-PRD-OK                     VALUE "00".
000116     88  WS-PRD-EOF                    VALUE "10".
000117*
000118 01  WS-QUARTER-SWITCH       PIC X(01) VALUE "N".
000119     88  WS-QUARTER-END               VALUE "Y".
000120*
000121*--------------------------------------------------------------*
000122*  THE QUARTER BEING RETURNED                                    *
000123*--------------------------------------------------------------*
000124 01  WS-BUS-DATE             PIC 9(08).
000125 01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
000126     05  WS-BUS-YEAR         PIC 9(04).
000127     05  WS-BUS-MONTH        PIC 9(02).
000128         88  WS-QUARTER-MONTH         VALUE 3 6 9 12.
000129     05  WS-BUS-DAY          PIC 9(02).
000130 01  WS-QTR-START            PIC 9(08).
000131 01  WS-QTR-END              PIC 9(08).
000132 01  WS-PREV-END             PIC 9(08) VALUE ZERO.
000133 01  WS-WORK-PRD-END         PIC 9(08).
000134 01  WS-WORK-PRD-PARTS REDEFINES WS-WORK-PRD-END.
000135     05  FILLER              PIC 9(04).
000136     05  WS-WORK-PRD-MONTH   PIC 9(02).
000137         88  WS-WORK-PRD-QUARTER-MONTH    VALUE 3 6 9 12.
000138     05  FILLER              PIC 9(02).
000139*
000140 01  WS-DOC-COUNT            PIC 9(07) VALUE ZERO.
000141 01  WS-AMOUNT-WORK          PIC S9(13)V99.
000142*
000143*--------------------------------------------------------------*
000144*  RETURN TOTALS - DOCUMENTS DATED IN THE QUARTER                *
000145*--------------------------------------------------------------*
000146 01  WS-RETURN-TOTALS.
000147     05  WS-RTN-INVOICES     PIC 9(07) VALUE ZERO.
000148     05  WS-RTN-CREDITS      PIC 9(07) VALUE ZERO.
000149     05  WS-RTN-NET          PIC S9(13)V99 VALUE ZERO.
000150     05  WS-RTN-VAT          PIC S9(13)V99 VALUE ZERO.
000151     05  WS-RTN-GROSS        PIC S9(13)V99 VALUE ZERO.
000152     05  WS-RTN-STD-NET      PIC S9(13)V99 VALUE ZERO.
000153     05  WS-RTN-STD-VAT      PIC S9(13)V99 VALUE ZERO.
000154     05  WS-RTN-ZERO-NET     PIC S9(13)V99 VALUE ZERO.
000155     05  WS-RTN-EXEMPT-NET   PIC S9(13)V99 VALUE ZERO.
000156*
000157*--------------------------------------------------------------*
000158*  RECONCILIATION TO THE INVREG CONTROL TOTALS                   *
000159*--------------------------------------------------------------*
000160 01  WS-RECON-TOTALS.
000161     05  WS-CTL-RUNS         PIC 9(05) VALUE ZERO.
000162     05  WS-CTL-DOCS         PIC 9(07) VALUE ZERO.
000163     05  WS-CTL-NET          PIC S9(13)V99 VALUE ZERO.
000164     05  WS-CTL-VAT          PIC S9(13)V99 VALUE ZERO.
000165     05  WS-OUT-DOCS         PIC 9(07) VALUE ZERO.
000166     05  WS-OUT-NET          PIC S9(13)V99 VALUE ZERO.
000167     05  WS-OUT-VAT          PIC S9(13)V99 VALUE ZERO.
000168     05  WS-LATE-DOCS        PIC 9(07) VALUE ZERO.
000169     05  WS-LATE-NET         PIC S9(13)V99 VALUE ZERO.
000170     05  WS-LATE-VAT         PIC S9(13)V99 VALUE ZERO.
000171     05  WS-EXP-NET          PIC S9(13)V99 VALUE ZERO.
000172     05  WS-EXP-VAT          PIC S9(13)V99 VALUE ZERO.
000173     05  WS-DIFF-NET         PIC S9(13)V99 VALUE ZERO.
000174     05  WS-DIFF-VAT         PIC S9(13)V99 VALUE ZERO.
000175*
000176*--------------------------------------------------------------*
000177*  CALCULATOR VAT WORKINGS (MEMORANDUM)                          *
000178*--------------------------------------------------------------*
000179 01  WS-CALC-TOTALS.
000180     05  WS-VATADD-COUNT     PIC 9(05) VALUE ZERO.
000181     05  WS-VATADD-TOTAL     PIC S9(13)V99 VALUE ZERO.
000182     05  WS-VATEXT-COUNT     PIC 9(05) VALUE ZERO.
000183     05  WS-VATEXT-TOTAL     PIC S9(13)V99 VALUE ZERO.
000184*
000185*--------------------------------------------------------------*
000186*  REPORT LINES                                                  *
000187*--------------------------------------------------------------*
000188 01  WS-HEADING-1.
000189     05  FILLER         PIC X(26)
000190         VALUE "VAT RETURN - QUARTER FROM ".
000191     05  WS-HDG-START   PIC 9(08).
000192     05  FILLER         PIC X(04) VALUE " TO ".
000193     05  WS-HDG-END     PIC 9(08).
000194*
000195 01  WS-HEADING-2.
000196     05  FILLER              PIC X(09) VALUE "DOCUMENT".
000197     05  FILLER              PIC X(07) VALUE "TYPE".
000198     05  FILLER              PIC X(09) VALUE "DATE".
000199     05  FILLER              PIC X(09) VALUE "ACCOUNT".
000200     05  FILLER              PIC X(18) VALUE "NET".
000201     05  FILLER              PIC X(18) VALUE "VAT".
000202     05  FILLER              PIC X(18) VALUE "GROSS".
000203     05  FILLER              PIC X(09) VALUE "RUN DATE".
000204*
000205 01  WS-HEADING-3.
000206     05  FILLER              PIC X(34) VALUE "VAT RETURN TOTALS".
000207     05  FILLER              PIC X(18) VALUE "NET".
000208     05  FILLER              PIC X(17) VALUE "VAT".
000209*
000210 01  WS-DOCUMENT-LINE.
000211     05  DOC-NUMBER          PIC X(08).
000212     05  FILLER              PIC X(01) VALUE SPACE.
000213     05  DOC-TYPE            PIC X(06).
000214     05  FILLER              PIC X(01) VALUE SPACE.
000215     05  DOC-DATE            PIC 9(08).
000216     05  FILLER              PIC X(01) VALUE SPACE.
000217     05  DOC-ACCOUNT         PIC X(08).
000218     05  FILLER              PIC X(01) VALUE SPACE.
000219     05  DOC-NET             PIC -9(13).99.
000220     05  FILLER              PIC X(01) VALUE SPACE.
000221     05  DOC-VAT             PIC -9(13).99.
000222     05  FILLER              PIC X(01) VALUE SPACE.
000223     05  DOC-GROSS           PIC -9(13).99.
000224     05  FILLER              PIC X(01) VALUE SPACE.
000225     05  DOC-RUN-DATE        PIC 9(08).
000226     05  DOC-FLAG            PIC X(02).
000227*
000228 01  WS-ANALYSIS-LINE.
000229     05  ANL-LABEL           PIC X(34).
000230     05  ANL-NET             PIC -9(13).99.
000231     05  FILLER              PIC X(01) VALUE SPACE.
000232     05  ANL-VAT             PIC -9(13).99.
000233*
000234 01  WS-TOTAL-LINE.
000235     05  TOT-LABEL           PIC X(34).
000236     05  TOT-COUNT           PIC ZZZZZZ9.
000237*
000238*--------------------------------------------------------------*
000239*  SHARED RUN-CONTROL WORK AREAS                                 *
000240*--------------------------------------------------------------*
000241     COPY RUNCALL.
000242*
000243 PROCEDURE DIVISION.
000244*
000245*--------------------------------------------------------------*
000246*  0000-MAINLINE                                                *
000247*--------------------------------------------------------------*
000248 0000-MAINLINE.
000249     MOVE "S" TO WS-RUN-FUNCTION.
000250     MOVE "VATRTN  " TO WS-RUN-PROGRAM.
000251     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000252     MOVE ZERO TO WS-RUN-REC-COUNT.
000253     MOVE SPACE TO WS-RUN-STATUS.
000254     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000255         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000256         WS-RUN-ALREADY-RAN.
000257     IF WS-RUN-ALREADY-RAN = "Y"
000258         DISPLAY "VAT-RTN ALREADY RAN FOR THIS BUSINESS DATE"
000259         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000260         STOP RUN
000261     END-IF.
000262     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000263     IF WS-QUARTER-END
000264         PERFORM 2000-LIST-RETURN-DOCUMENTS THRU 2000-EXIT
000265         PERFORM 3000-TALLY-CALC-LOG THRU 3000-EXIT
000266         PERFORM 4000-TALLY-CONTROL-TOTALS THRU 4000-EXIT
000267         PERFORM 5000-WRITE-RETURN THRU 5000-EXIT
000268         PERFORM 6000-WRITE-RECONCILIATION THRU 6000-EXIT
000269     END-IF.
000270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000271     STOP RUN.
000272*
000273*--------------------------------------------------------------*
000274*  1000-INITIALIZE                                               *
000275*                                                                *
000276*  The return is due when the business date is flagged as a    *
000277*  period end on BUSCAL in a quarter month. The quarter runs    *
000278*  from the day after the previous quarter's period end on      *
000279*  PERCTL through the business date.                            *
000280*--------------------------------------------------------------*
000281 1000-INITIALIZE.
000282     MOVE WS-RUN-BUS-DATE TO WS-BUS-DATE.
000283     MOVE "N" TO WS-QUARTER-SWITCH.
000284     IF NOT WS-QUARTER-MONTH
000285         GO TO 1000-NOT-DUE
000286     END-IF.
000287     OPEN INPUT BUSINESS-CALENDAR-FILE.
000288     IF NOT WS-CAL-OK
000289         DISPLAY "VAT-RTN: BUSCAL NOT AVAILABLE - STATUS "
000290             WS-CAL-STATUS
000291         GO TO 1000-NOT-DUE
000292     END-IF.
000293     MOVE WS-BUS-DATE TO CAL-DATE.
000294     READ BUSINESS-CALENDAR-FILE
000295         INVALID KEY
000296             MOVE "N" TO CAL-PERIOD-END-FLAG
000297     END-READ.
000298     CLOSE BUSINESS-CALENDAR-FILE.
000299     IF NOT CAL-PERIOD-END
000300         GO TO 1000-NOT-DUE
000301     END-IF.
000302     SET WS-QUARTER-END TO TRUE.
000303     PERFORM 1100-FIND-QUARTER-START THRU 1100-EXIT.
000304     MOVE WS-BUS-DATE TO WS-QTR-END.
000305     MOVE "O" TO WS-RPT-FUNCTION.
000306     MOVE "VATRETN " TO WS-RPT-ID.
000307     MOVE SPACES TO WS-RPT-LINE.
000308     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000309         WS-RPT-LINE.
000310     MOVE WS-QTR-START TO WS-HDG-START.
000311     MOVE WS-QTR-END   TO WS-HDG-END.
000312     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000313     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000314     MOVE SPACES TO WS-RPT-LINE.
000315     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000316     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000317     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000318     GO TO 1000-EXIT.
000319 1000-NOT-DUE.
000320     DISPLAY "VAT-RTN: " WS-BUS-DATE
000321         " IS NOT A QUARTER-END PERIOD END ON BUSCAL".
000322     DISPLAY "VAT-RTN: NO VAT RETURN PRODUCED".
000323 1000-EXIT.
000324     EXIT.
000325*
000326*--------------------------------------------------------------*
000327*  1100-FIND-QUARTER-START                                       *
000328*                                                                *
000329*  Walks PERCTL, as PER-CLS does, for the last quarter-month    *
000330*  period end before the business date; the quarter starts the *
000331*  day after. With no PERCTL, or no earlier quarter on it, the  *
000332*  quarter starts on the first of its first calendar month.     *
000333*--------------------------------------------------------------*
000334 1100-FIND-QUARTER-START.
000335     COMPUTE WS-QTR-START =
000336         WS-BUS-YEAR * 10000 + (WS-BUS-MONTH - 2) * 100 + 1.
000337     MOVE ZERO TO WS-PREV-END.
000338     OPEN INPUT PERIOD-CONTROL-FILE.
000339     IF NOT WS-PRD-OK
000340         GO TO 1100-EXIT
000341     END-IF.
000342     MOVE ZERO TO PRD-END-DATE.
000343     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PRD-END-DATE
000344         INVALID KEY
000345             MOVE "10" TO WS-PRD-STATUS
000346     END-START.
000347     PERFORM 1110-CHECK-ONE-PERIOD THRU 1110-EXIT
000348         UNTIL WS-PRD-EOF.
000349     CLOSE PERIOD-CONTROL-FILE.
000350     IF WS-PREV-END > ZERO
000351         COMPUTE WS-QTR-START =
000352             FUNCTION DATE-OF-INTEGER(
000353                 FUNCTION INTEGER-OF-DATE(WS-PREV-END) + 1)
000354     END-IF.
000355 1100-EXIT.
000356     EXIT.
000357*
000358 1110-CHECK-ONE-PERIOD.
000359     READ PERIOD-CONTROL-FILE NEXT RECORD
000360         AT END
000361             MOVE "10" TO WS-PRD-STATUS
000362             GO TO 1110-EXIT
000363     END-READ.
000364     IF PRD-END-DATE NOT < WS-BUS-DATE
000365         MOVE "10" TO WS-PRD-STATUS
000366         GO TO 1110-EXIT
000367     END-IF.
000368     MOVE PRD-END-DATE TO WS-WORK-PRD-END.
000369     IF WS-WORK-PRD-QUARTER-MONTH
000370         MOVE PRD-END-DATE TO WS-PREV-END
000371     END-IF.
000372 1110-EXIT.
000373     EXIT.
000374*
000375*--------------------------------------------------------------*
000376*  2000-LIST-RETURN-DOCUMENTS                                    *
000377*                                                                *
000378*  One pass of INVHIST. Headers dated in the quarter go on the  *
000379*  return and are listed; a "*" marks one extended by an        *
000380*  INV-EXT run outside the quarter. Headers extended in the     *
000381*  quarter but dated outside it are only totalled, for the      *
000382*  reconciliation.                                              *
000383*--------------------------------------------------------------*
000384 2000-LIST-RETURN-DOCUMENTS.
000385     OPEN INPUT INVOICE-HISTORY-FILE.
000386     IF NOT WS-IVH-OK
000387         DISPLAY "VAT-RTN: INVHIST NOT AVAILABLE - STATUS "
000388             WS-IVH-STATUS
000389         GO TO 2000-EXIT
000390     END-IF.
000391     PERFORM 2100-CHECK-ONE-DOCUMENT THRU 2100-EXIT
000392         UNTIL WS-IVH-EOF.
000393     CLOSE INVOICE-HISTORY-FILE.
000394 2000-EXIT.
000395     EXIT.
000396*
000397 2100-CHECK-ONE-DOCUMENT.
000398     READ INVOICE-HISTORY-FILE NEXT RECORD
000399         AT END
000400             MOVE "10" TO WS-IVH-STATUS
000401             GO TO 2100-EXIT
000402     END-READ.
000403     IF NOT IVH-HEADER
000404         GO TO 2100-EXIT
000405     END-IF.
000406     IF IVH-DOC-DATE < WS-QTR-START OR IVH-DOC-DATE > WS-QTR-END
000407         IF IVH-RUN-DATE NOT < WS-QTR-START
000408            AND IVH-RUN-DATE NOT > WS-QTR-END
000409             ADD 1       TO WS-OUT-DOCS
000410             ADD IVH-NET TO WS-OUT-NET
000411             ADD IVH-VAT TO WS-OUT-VAT
000412         END-IF
000413         GO TO 2100-EXIT
000414     END-IF.
000415     ADD 1 TO WS-DOC-COUNT.
000416     IF IVH-CREDIT-NOTE
000417         ADD 1 TO WS-RTN-CREDITS
000418         MOVE "CREDIT" TO DOC-TYPE
000419     ELSE
000420         ADD 1 TO WS-RTN-INVOICES
000421         MOVE "INV" TO DOC-TYPE
000422     END-IF.
000423     ADD IVH-NET        TO WS-RTN-NET.
000424     ADD IVH-VAT        TO WS-RTN-VAT.
000425     ADD IVH-GROSS      TO WS-RTN-GROSS.
000426     ADD IVH-STD-NET    TO WS-RTN-STD-NET.
000427     ADD IVH-STD-VAT    TO WS-RTN-STD-VAT.
000428     ADD IVH-ZERO-NET   TO WS-RTN-ZERO-NET.
000429     ADD IVH-EXEMPT-NET TO WS-RTN-EXEMPT-NET.
000430     MOVE SPACES TO DOC-FLAG.
000431     IF IVH-RUN-DATE < WS-QTR-START OR IVH-RUN-DATE > WS-QTR-END
000432         MOVE " *"    TO DOC-FLAG
000433         ADD 1        TO WS-LATE-DOCS
000434         ADD IVH-NET  TO WS-LATE-NET
000435         ADD IVH-VAT  TO WS-LATE-VAT
000436     END-IF.
000437     MOVE IVH-DOC-NO     TO DOC-NUMBER.
000438     MOVE IVH-DOC-DATE   TO DOC-DATE.
000439     MOVE IVH-ACCOUNT-NO TO DOC-ACCOUNT.
000440     MOVE IVH-NET        TO DOC-NET.
000441     MOVE IVH-VAT        TO DOC-VAT.
000442     MOVE IVH-GROSS      TO DOC-GROSS.
000443     MOVE IVH-RUN-DATE   TO DOC-RUN-DATE.
000444     MOVE WS-DOCUMENT-LINE TO WS-RPT-LINE.
000445     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000446 2100-EXIT.
000447     EXIT.
000448*
000449*--------------------------------------------------------------*
000450*  3000-TALLY-CALC-LOG                                           *
000451*                                                                *
000452*  The VAT element sits, display-edited, in the second-amount  *
000453*  column of a "V" or "E" line, as CALC-RCON reads it.          *
000454*--------------------------------------------------------------*
000455 3000-TALLY-CALC-LOG.
000456     OPEN INPUT CALC-LOG-FILE.
000457     IF WS-CALC-OK
000458         PERFORM 3100-READ-CALC-LOG THRU 3100-EXIT
000459             UNTIL WS-CALC-EOF
000460         CLOSE CALC-LOG-FILE
000461     END-IF.
000462 3000-EXIT.
000463     EXIT.
000464*
000465 3100-READ-CALC-LOG.
000466     READ CALC-LOG-FILE
000467         AT END
000468             SET WS-CALC-EOF TO TRUE
000469             GO TO 3100-EXIT
000470     END-READ.
000471     IF CLF-DATE NOT NUMERIC
000472         GO TO 3100-EXIT
000473     END-IF.
000474     IF CLF-DATE < WS-QTR-START OR CLF-DATE > WS-QTR-END
000475         GO TO 3100-EXIT
000476     END-IF.
000477     EVALUATE CLF-OPERATOR
000478         WHEN "V"
000479             ADD 1 TO WS-VATADD-COUNT
000480             COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(CLF-SECOND)
000481             ADD WS-AMOUNT-WORK TO WS-VATADD-TOTAL
000482         WHEN "E"
000483             ADD 1 TO WS-VATEXT-COUNT
000484             COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(CLF-SECOND)
000485             ADD WS-AMOUNT-WORK TO WS-VATEXT-TOTAL
000486     END-EVALUATE.
000487 3100-EXIT.
000488     EXIT.
000489*
000490*--------------------------------------------------------------*
000491*  4000-TALLY-CONTROL-TOTALS                                     *
000492*                                                                *
000493*  Adds up the INVREG control totals of every INV-EXT run made  *
000494*  in the quarter, as appended to INVCTL.                       *
000495*--------------------------------------------------------------*
000496 4000-TALLY-CONTROL-TOTALS.
000497     OPEN INPUT INVOICE-CONTROL-FILE.
000498     IF WS-ICT-OK
000499         PERFORM 4100-READ-CONTROL-TOTAL THRU 4100-EXIT
000500             UNTIL WS-ICT-EOF
000501         CLOSE INVOICE-CONTROL-FILE
000502     END-IF.
000503 4000-EXIT.
000504     EXIT.
000505*
000506 4100-READ-CONTROL-TOTAL.
000507     READ INVOICE-CONTROL-FILE
000508         AT END
000509             SET WS-ICT-EOF TO TRUE
000510             GO TO 4100-EXIT
000511     END-READ.
000512     IF ICT-RUN-DATE NOT NUMERIC
000513         GO TO 4100-EXIT
000514     END-IF.
000515     IF ICT-RUN-DATE < WS-QTR-START OR ICT-RUN-DATE > WS-QTR-END
000516         GO TO 4100-EXIT
000517     END-IF.
000518     ADD 1 TO WS-CTL-RUNS.
000519     ADD ICT-INVOICE-COUNT TO WS-CTL-DOCS.
000520     ADD ICT-CREDIT-COUNT  TO WS-CTL-DOCS.
000521     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(ICT-NET-TEXT).
000522     ADD WS-AMOUNT-WORK TO WS-CTL-NET.
000523     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(ICT-VAT-TEXT).
000524     ADD WS-AMOUNT-WORK TO WS-CTL-VAT.
000525 4100-EXIT.
000526     EXIT.
000527*
000528*--------------------------------------------------------------*
000529*  5000-WRITE-RETURN                                             *
000530*--------------------------------------------------------------*
000531 5000-WRITE-RETURN.
000532     MOVE SPACES TO WS-RPT-LINE.
000533     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000534     MOVE WS-HEADING-3 TO WS-RPT-LINE.
000535     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000536     MOVE "OUTPUT TAX DUE ON SALES" TO ANL-LABEL.
000537     MOVE ZERO       TO ANL-NET.
000538     MOVE WS-RTN-VAT TO ANL-VAT.
000539     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000540     MOVE "TOTAL SALES EXCLUDING VAT" TO ANL-LABEL.
000541     MOVE WS-RTN-NET TO ANL-NET.
000542     MOVE ZERO       TO ANL-VAT.
000543     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000544     MOVE "  S STANDARD-RATED" TO ANL-LABEL.
000545     MOVE WS-RTN-STD-NET TO ANL-NET.
000546     MOVE WS-RTN-STD-VAT TO ANL-VAT.
000547     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000548     MOVE "  Z ZERO-RATED" TO ANL-LABEL.
000549     MOVE WS-RTN-ZERO-NET TO ANL-NET.
000550     MOVE ZERO            TO ANL-VAT.
000551     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000552     MOVE "  E EXEMPT" TO ANL-LABEL.
000553     MOVE WS-RTN-EXEMPT-NET TO ANL-NET.
000554     MOVE ZERO              TO ANL-VAT.
000555     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000556     MOVE "TOTAL GROSS" TO ANL-LABEL.
000557     MOVE WS-RTN-GROSS TO ANL-NET.
000558     MOVE ZERO         TO ANL-VAT.
000559     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000560     MOVE "INVOICES" TO TOT-LABEL.
000561     MOVE WS-RTN-INVOICES TO TOT-COUNT.
000562     PERFORM 8860-WRITE-TOTAL THRU 8860-EXIT.
000563     MOVE "CREDIT NOTES" TO TOT-LABEL.
000564     MOVE WS-RTN-CREDITS TO TOT-COUNT.
000565     PERFORM 8860-WRITE-TOTAL THRU 8860-EXIT.
000566     MOVE SPACES TO WS-RPT-LINE.
000567     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000568     MOVE "CALCULATOR VAT WORKINGS - MEMORANDUM ONLY"
000569         TO WS-RPT-LINE.
000570     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000571     MOVE "ADD-VAT OPERATIONS        (V)" TO TOT-LABEL.
000572     MOVE WS-VATADD-COUNT TO TOT-COUNT.
000573     PERFORM 8860-WRITE-TOTAL THRU 8860-EXIT.
000574     MOVE "  VAT ADDED" TO ANL-LABEL.
000575     MOVE ZERO            TO ANL-NET.
000576     MOVE WS-VATADD-TOTAL TO ANL-VAT.
000577     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000578     MOVE "EXTRACT-VAT OPERATIONS    (E)" TO TOT-LABEL.
000579     MOVE WS-VATEXT-COUNT TO TOT-COUNT.
000580     PERFORM 8860-WRITE-TOTAL THRU 8860-EXIT.
000581     MOVE "  VAT EXTRACTED" TO ANL-LABEL.
000582     MOVE ZERO            TO ANL-NET.
000583     MOVE WS-VATEXT-TOTAL TO ANL-VAT.
000584     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000585 5000-EXIT.
000586     EXIT.
000587*
000588*--------------------------------------------------------------*
000589*  6000-WRITE-RECONCILIATION                                     *
000590*                                                                *
000591*  Control totals of the quarter's INV-EXT runs, less documents *
000592*  those runs extended that are dated outside the quarter, plus *
000593*  documents dated in the quarter that were extended outside   *
000594*  it, must come back to the return totals.                     *
000595*--------------------------------------------------------------*
000596 6000-WRITE-RECONCILIATION.
000597     COMPUTE WS-EXP-NET = WS-CTL-NET - WS-OUT-NET + WS-LATE-NET.
000598     COMPUTE WS-EXP-VAT = WS-CTL-VAT - WS-OUT-VAT + WS-LATE-VAT.
000599     COMPUTE WS-DIFF-NET = WS-RTN-NET - WS-EXP-NET.
000600     COMPUTE WS-DIFF-VAT = WS-RTN-VAT - WS-EXP-VAT.
000601     MOVE SPACES TO WS-RPT-LINE.
000602     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000603     MOVE "RECONCILIATION TO INVREG CONTROL TOTALS"
000604         TO WS-RPT-LINE.
000605     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000606     MOVE "INV-EXT RUNS IN THE QUARTER" TO TOT-LABEL.
000607     MOVE WS-CTL-RUNS TO TOT-COUNT.
000608     PERFORM 8860-WRITE-TOTAL THRU 8860-EXIT.
000609     MOVE "DOCUMENTS EXTENDED BY THOSE RUNS" TO TOT-LABEL.
000610     MOVE WS-CTL-DOCS TO TOT-COUNT.
000611     PERFORM 8860-WRITE-TOTAL THRU 8860-EXIT.
000612     MOVE "INVREG CONTROL TOTALS" TO ANL-LABEL.
000613     MOVE WS-CTL-NET TO ANL-NET.
000614     MOVE WS-CTL-VAT TO ANL-VAT.
000615     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000616     MOVE "LESS EXTENDED, DATED OUTSIDE" TO ANL-LABEL.
000617     MOVE WS-OUT-NET TO ANL-NET.
000618     MOVE WS-OUT-VAT TO ANL-VAT.
000619     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000620     MOVE "ADD DATED IN, EXTENDED OUTSIDE  *" TO ANL-LABEL.
000621     MOVE WS-LATE-NET TO ANL-NET.
000622     MOVE WS-LATE-VAT TO ANL-VAT.
000623     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000624     MOVE "EXPECTED RETURN TOTALS" TO ANL-LABEL.
000625     MOVE WS-EXP-NET TO ANL-NET.
000626     MOVE WS-EXP-VAT TO ANL-VAT.
000627     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000628     MOVE "RETURN TOTALS" TO ANL-LABEL.
000629     MOVE WS-RTN-NET TO ANL-NET.
000630     MOVE WS-RTN-VAT TO ANL-VAT.
000631     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000632     MOVE "DIFFERENCE" TO ANL-LABEL.
000633     MOVE WS-DIFF-NET TO ANL-NET.
000634     MOVE WS-DIFF-VAT TO ANL-VAT.
000635     PERFORM 8850-WRITE-ANALYSIS THRU 8850-EXIT.
000636     IF WS-DIFF-NET = ZERO AND WS-DIFF-VAT = ZERO
000637         MOVE "RETURN RECONCILES TO INVREG - READY FOR SIGN-OFF"
000638             TO WS-RPT-LINE
000639     ELSE
000640         MOVE "*** RETURN DOES NOT RECONCILE TO INVREG ***"
000641             TO WS-RPT-LINE
000642         DISPLAY "VAT-RTN: RETURN DOES NOT RECONCILE TO INVREG"
000643     END-IF.
000644     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000645 6000-EXIT.
000646     EXIT.
000647*
000648*--------------------------------------------------------------*
000649*  9000-TERMINATE                                                *
000650*--------------------------------------------------------------*
000651 9000-TERMINATE.
000652     IF WS-RUN-ALREADY-RAN NOT = "Y"
000653         MOVE "E" TO WS-RUN-FUNCTION
000654         MOVE WS-DOC-COUNT TO WS-RUN-REC-COUNT
000655         MOVE "C" TO WS-RUN-STATUS
000656         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000657             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000658             WS-RUN-ALREADY-RAN
000659     END-IF.
000660     IF WS-QUARTER-END
000661         MOVE "C" TO WS-RPT-FUNCTION
000662         CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000663             WS-RPT-LINE
000664     END-IF.
000665 9000-EXIT.
000666     EXIT.
000667*
000668*--------------------------------------------------------------*
000669*  8800-WRITE-REPORT                                             *
000670*                                                                *
000671*  Prints one line through the shared report writer.            *
000672*  WS-RPT-LINE must be set by the caller before this is         *
000673*  PERFORMed.                                                    *
000674*--------------------------------------------------------------*
000675 8800-WRITE-REPORT.
000676     MOVE "W" TO WS-RPT-FUNCTION.
000677     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000678         WS-RPT-LINE.
000679 8800-EXIT.
000680     EXIT.
000681*
000682 8850-WRITE-ANALYSIS.
000683     MOVE WS-ANALYSIS-LINE TO WS-RPT-LINE.
000684     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000685 8850-EXIT.
000686     EXIT.
000687*
000688 8860-WRITE-TOTAL.
000689     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000690     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000691 8860-EXIT.
000692     EXIT.
