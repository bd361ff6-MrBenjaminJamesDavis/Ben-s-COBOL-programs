000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. aged-dbt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Aged-debtor report by         *
000012*                    customer account. The outstanding balance  *
000013*                    of each open invoice on INVHIST (gross,    *
000014*                    less credit notes raised against it, less  *
000015*                    cash received) is aged from the invoice    *
000016*                    date into CURRENT, 30, 60 and 90+ buckets  *
000017*                    counted in working days on the BUSCAL      *
000018*                    business calendar back from the business   *
000019*                    date. Unallocated cash held on the account *
000020*                    is shown and taken off the balance. Only   *
000021*                    accounts with something to show are        *
000022*                    printed. Printed through RPT-WTR as report *
000023*                    AGEDDEBT.                                  *
000024*--------------------------------------------------------------*
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
000029         ORGANIZATION IS INDEXED
000030         ACCESS MODE IS SEQUENTIAL
000031         RECORD KEY IS CUS-ACCOUNT-NO
000032         FILE STATUS IS WS-CUS-STATUS.
000033     SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
000034         ORGANIZATION IS INDEXED
000035         ACCESS MODE IS DYNAMIC
000036         RECORD KEY IS IVH-KEY
000037         ALTERNATE RECORD KEY IS IVH-ACCOUNT-NO
000038             WITH DUPLICATES
000039         FILE STATUS IS WS-IVH-STATUS.
000040     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
000041         ORGANIZATION IS INDEXED
000042         ACCESS MODE IS RANDOM
000043         RECORD KEY IS CAL-DATE
000044         FILE STATUS IS WS-CAL-STATUS.
000045*
000046 DATA DIVISION.
000047 FILE SECTION.
000048 FD  CUSTOMER-FILE
000049     LABEL RECORDS ARE STANDARD.
000050     COPY CUSTREC.
000051*
000052 FD  INVOICE-HISTORY-FILE
000053     LABEL RECORDS ARE STANDARD.
000054     COPY INVHREC.
000055*
000056 FD  BUSINESS-CALENDAR-FILE
000057     LABEL RECORDS ARE STANDARD.
000058     COPY BUSCREC.
000059*
000060 WORKING-STORAGE SECTION.
000061*
000062*--------------------------------------------------------------*
000063*  SHARED REPORT-WRITER WORK AREAS                               *
000064*--------------------------------------------------------------*
000065     COPY RPTCALL.
000066*
000067 01  WS-CUS-STATUS           PIC X(02) VALUE "00".
000068     88  WS-CUS-OK                     VALUE "00".
000069     88  WS-CUS-EOF                    VALUE "10".
000070*
000071 01  WS-IVH-STATUS           PIC X(02) VALUE "00".
000072     88  WS-IVH-OK                     VALUE "00".
000073     88  WS-IVH-EOF                    VALUE "10".
000074*
000075 01  WS-CAL-STATUS           PIC X(02) VALUE "00".
000076     88  WS-CAL-OK                     VALUE "00".
000077*
000078 01  WS-CAL-AVAIL-SWITCH     PIC X(01) VALUE "N".
000079     88  WS-CAL-AVAILABLE             VALUE "Y".
000080 01  WS-IVH-AVAIL-SWITCH     PIC X(01) VALUE "N".
000081     88  WS-IVH-AVAILABLE             VALUE "Y".
000082 01  WS-WORKING-SWITCH       PIC X(01).
000083     88  WS-WORKING-DAY               VALUE "Y".
000084*
000085*--------------------------------------------------------------*
000086*  AGEING BOUNDARIES - THE DATES 30, 60 AND 90 WORKING DAYS      *
000087*  BEFORE THE BUSINESS DATE                                      *
000088*--------------------------------------------------------------*
000089 01  WS-CAND-DATE            PIC 9(08).
000090 01  WS-WORKING-COUNT        PIC 9(03).
000091 01  WS-STEP-COUNT           PIC 9(03).
000092 01  WS-BOUNDARY-30          PIC 9(08).
000093 01  WS-BOUNDARY-60          PIC 9(08).
000094 01  WS-BOUNDARY-90          PIC 9(08).
000095*
000096*--------------------------------------------------------------*
000097*  ACCOUNT AND RUN ACCUMULATORS                                  *
000098*--------------------------------------------------------------*
000099 01  WS-OUTSTANDING          PIC S9(13)V99.
000100 01  WS-ACCOUNT-BUCKETS.
000101     05  WS-ACC-CURRENT      PIC S9(13)V99.
000102     05  WS-ACC-30           PIC S9(13)V99.
000103     05  WS-ACC-60           PIC S9(13)V99.
000104     05  WS-ACC-90           PIC S9(13)V99.
000105     05  WS-ACC-BALANCE      PIC S9(13)V99.
000106 01  WS-RUN-BUCKETS.
000107     05  WS-TOT-CURRENT      PIC S9(13)V99 VALUE ZERO.
000108     05  WS-TOT-30           PIC S9(13)V99 VALUE ZERO.
000109     05  WS-TOT-60           PIC S9(13)V99 VALUE ZERO.
000110     05  WS-TOT-90           PIC S9(13)V99 VALUE ZERO.
000111     05  WS-TOT-CASH         PIC S9(13)V99 VALUE ZERO.
000112     05  WS-TOT-BALANCE      PIC S9(13)V99 VALUE ZERO.
000113 01  WS-ACCOUNT-COUNT        PIC 9(07) VALUE ZERO.
000114 01  WS-PRINTED-COUNT        PIC 9(07) VALUE ZERO.
000115*
000116*--------------------------------------------------------------*
000117*  REPORT LINES                                                  *
000118*--------------------------------------------------------------*
000119 01  WS-HEADING-1.
000120     05  FILLER         PIC X(30) VALUE "AGED DEBTOR REPORT".
000121     05  FILLER         PIC X(15) VALUE "BUSINESS DATE ".
000122     05  WS-HDG-DATE    PIC 9(08).
000123*
000124 01  WS-HEADING-2.
000125     05  FILLER         PIC X(24)
000126         VALUE "WORKING-DAY BOUNDARIES ".
000127     05  FILLER         PIC X(04) VALUE "30:".
000128     05  WS-HDG-30      PIC 9(08).
000129     05  FILLER         PIC X(05) VALUE "  60:".
000130     05  WS-HDG-60      PIC 9(08).
000131     05  FILLER         PIC X(05) VALUE "  90:".
000132     05  WS-HDG-90      PIC 9(08).
000133*
000134 01  WS-HEADING-3.
000135     05  FILLER         PIC X(09) VALUE "ACCOUNT".
000136     05  FILLER         PIC X(15) VALUE "        CURRENT".
000137     05  FILLER         PIC X(15) VALUE "        30 DAYS".
000138     05  FILLER         PIC X(15) VALUE "        60 DAYS".
000139     05  FILLER         PIC X(15) VALUE "       90+ DAYS".
000140     05  FILLER         PIC X(15) VALUE "   CASH ON ACCT".
000141     05  FILLER         PIC X(15) VALUE "        BALANCE".
000142*
000143 01  WS-DETAIL-LINE.
000144     05  DTL-ACCOUNT         PIC X(08).
000145     05  FILLER              PIC X(01) VALUE SPACE.
000146     05  DTL-CURRENT         PIC -Z(10)9.99.
000147     05  DTL-30              PIC -Z(10)9.99.
000148     05  DTL-60              PIC -Z(10)9.99.
000149     05  DTL-90              PIC -Z(10)9.99.
000150     05  DTL-CASH            PIC -Z(10)9.99.
000151     05  DTL-BALANCE         PIC -Z(10)9.99.
000152*
000153 01  WS-NAME-LINE.
000154     05  FILLER              PIC X(09) VALUE SPACES.
000155     05  NML-NAME            PIC X(30).
000156     05  FILLER              PIC X(07) VALUE " TERMS ".
000157     05  NML-TERMS           PIC ZZ9.
000158     05  FILLER              PIC X(08) VALUE " LIMIT ".
000159     05  NML-LIMIT           PIC Z(10)9.99.
000160*
000161 01  WS-TOTAL-LINE.
000162     05  TOT-LABEL           PIC X(30).
000163     05  TOT-COUNT           PIC ZZZZZZ9.
000164*
000165*--------------------------------------------------------------*
000166*  SHARED RUN-CONTROL WORK AREAS                                 *
000167*--------------------------------------------------------------*
000168     COPY RUNCALL.
000169*
000170 PROCEDURE DIVISION.
000171*
000172*--------------------------------------------------------------*
000173*  0000-MAINLINE                                                *
000174*--------------------------------------------------------------*
000175 0000-MAINLINE.
000176     MOVE "S" TO WS-RUN-FUNCTION.
000177     MOVE "AGEDDBT " TO WS-RUN-PROGRAM.
000178     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000179     MOVE ZERO TO WS-RUN-REC-COUNT.
000180     MOVE SPACE TO WS-RUN-STATUS.
000181     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000182         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000183         WS-RUN-ALREADY-RAN.
000184     IF WS-RUN-ALREADY-RAN = "Y"
000185         DISPLAY "AGED-DBT ALREADY RAN FOR THIS BUSINESS DATE"
000186         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000187         STOP RUN
000188     END-IF.
000189     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000190     PERFORM 2000-AGE-ONE-ACCOUNT THRU 2000-EXIT
000191         UNTIL WS-CUS-EOF.
000192     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000193     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000194     STOP RUN.
000195*
000196*--------------------------------------------------------------*
000197*  1000-INITIALIZE                                               *
000198*--------------------------------------------------------------*
000199 1000-INITIALIZE.
000200     MOVE "O" TO WS-RPT-FUNCTION.
000201     MOVE "AGEDDEBT" TO WS-RPT-ID.
000202     MOVE SPACES TO WS-RPT-LINE.
000203     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000204         WS-RPT-LINE.
000205     PERFORM 1500-SET-BOUNDARIES THRU 1500-EXIT.
000206     OPEN INPUT CUSTOMER-FILE.
000207     IF NOT WS-CUS-OK
000208         DISPLAY "AGED-DBT: CANNOT OPEN CUSTFILE - STATUS "
000209             WS-CUS-STATUS
000210         MOVE "10" TO WS-CUS-STATUS
000211     END-IF.
000212     OPEN INPUT INVOICE-HISTORY-FILE.
000213     IF WS-IVH-OK
000214         SET WS-IVH-AVAILABLE TO TRUE
000215     ELSE
000216         DISPLAY "AGED-DBT: INVHIST NOT AVAILABLE - STATUS "
000217             WS-IVH-STATUS
000218     END-IF.
000219     MOVE WS-RUN-BUS-DATE TO WS-HDG-DATE.
000220     MOVE WS-BOUNDARY-30  TO WS-HDG-30.
000221     MOVE WS-BOUNDARY-60  TO WS-HDG-60.
000222     MOVE WS-BOUNDARY-90  TO WS-HDG-90.
000223     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000224     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000225     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000226     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000227     MOVE SPACES TO WS-RPT-LINE.
000228     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000229     MOVE WS-HEADING-3 TO WS-RPT-LINE.
000230     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000231 1000-EXIT.
000232     EXIT.
000233*
000234*--------------------------------------------------------------*
000235*  1500-SET-BOUNDARIES                                           *
000236*                                                                *
000237*  Walks back from the business date one calendar day at a      *
000238*  time, counting working days on BUSCAL, and notes the dates   *
000239*  at which 30, 60 and 90 working days have gone by. A date     *
000240*  with no calendar record counts as a working day, as in       *
000241*  run-ctl, so without BUSCAL the buckets fall back to plain    *
000242*  calendar days.                                                *
000243*--------------------------------------------------------------*
000244 1500-SET-BOUNDARIES.
000245     MOVE "N" TO WS-CAL-AVAIL-SWITCH.
000246     OPEN INPUT BUSINESS-CALENDAR-FILE.
000247     IF WS-CAL-OK
000248         SET WS-CAL-AVAILABLE TO TRUE
000249     END-IF.
000250     MOVE WS-RUN-BUS-DATE TO WS-CAND-DATE.
000251     MOVE ZERO TO WS-WORKING-COUNT.
000252     MOVE ZERO TO WS-STEP-COUNT.
000253     MOVE ZERO TO WS-BOUNDARY-30.
000254     MOVE ZERO TO WS-BOUNDARY-60.
000255     MOVE ZERO TO WS-BOUNDARY-90.
000256     PERFORM 1600-STEP-BACK-ONE-DAY THRU 1600-EXIT
000257         UNTIL WS-WORKING-COUNT NOT < 90
000258             OR WS-STEP-COUNT > 400.
000259     IF WS-CAL-AVAILABLE
000260         CLOSE BUSINESS-CALENDAR-FILE
000261     END-IF.
000262 1500-EXIT.
000263     EXIT.
000264*
000265 1600-STEP-BACK-ONE-DAY.
000266     ADD 1 TO WS-STEP-COUNT.
000267     COMPUTE WS-CAND-DATE =
000268         FUNCTION DATE-OF-INTEGER(
000269             FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) - 1).
000270     PERFORM 1650-CHECK-WORKING-DAY THRU 1650-EXIT.
000271     IF NOT WS-WORKING-DAY
000272         GO TO 1600-EXIT
000273     END-IF.
000274     ADD 1 TO WS-WORKING-COUNT.
000275     EVALUATE WS-WORKING-COUNT
000276         WHEN 30
000277             MOVE WS-CAND-DATE TO WS-BOUNDARY-30
000278         WHEN 60
000279             MOVE WS-CAND-DATE TO WS-BOUNDARY-60
000280         WHEN 90
000281             MOVE WS-CAND-DATE TO WS-BOUNDARY-90
000282     END-EVALUATE.
000283 1600-EXIT.
000284     EXIT.
000285*
000286 1650-CHECK-WORKING-DAY.
000287     MOVE "Y" TO WS-WORKING-SWITCH.
000288     IF NOT WS-CAL-AVAILABLE
000289         GO TO 1650-EXIT
000290     END-IF.
000291     MOVE WS-CAND-DATE TO CAL-DATE.
000292     READ BUSINESS-CALENDAR-FILE
000293         INVALID KEY
000294             CONTINUE
000295         NOT INVALID KEY
000296             IF NOT CAL-WORKING-DAY
000297                 MOVE "N" TO WS-WORKING-SWITCH
000298             END-IF
000299     END-READ.
000300 1650-EXIT.
000301     EXIT.
000302*
000303*--------------------------------------------------------------*
000304*  2000-AGE-ONE-ACCOUNT                                          *
000305*--------------------------------------------------------------*
000306 2000-AGE-ONE-ACCOUNT.
000307     READ CUSTOMER-FILE NEXT RECORD
000308         AT END
000309             MOVE "10" TO WS-CUS-STATUS
000310             GO TO 2000-EXIT
000311     END-READ.
000312     ADD 1 TO WS-ACCOUNT-COUNT.
000313     MOVE ZERO TO WS-ACC-CURRENT WS-ACC-30 WS-ACC-60 WS-ACC-90.
000314     IF WS-IVH-AVAILABLE
000315         PERFORM 3000-AGE-ACCOUNT-INVOICES THRU 3000-EXIT
000316     END-IF.
000317     COMPUTE WS-ACC-BALANCE = WS-ACC-CURRENT + WS-ACC-30
000318         + WS-ACC-60 + WS-ACC-90 - CUS-UNALLOC-CASH.
000319     IF WS-ACC-BALANCE = ZERO AND CUS-UNALLOC-CASH = ZERO
000320         GO TO 2000-EXIT
000321     END-IF.
000322     PERFORM 4000-PRINT-ACCOUNT THRU 4000-EXIT.
000323 2000-EXIT.
000324     EXIT.
000325*
000326*--------------------------------------------------------------*
000327*  3000-AGE-ACCOUNT-INVOICES                                     *
000328*                                                                *
000329*  Reads the account's documents through the alternate key.     *
000330*  Credit notes are already netted off their invoices through   *
000331*  IVH-CREDITED-GROSS, so only invoice headers are aged.        *
000332*--------------------------------------------------------------*
000333 3000-AGE-ACCOUNT-INVOICES.
000334     MOVE CUS-ACCOUNT-NO TO IVH-ACCOUNT-NO.
000335     START INVOICE-HISTORY-FILE KEY IS EQUAL TO IVH-ACCOUNT-NO
000336         INVALID KEY
000337             GO TO 3000-EXIT
000338     END-START.
000339     MOVE "00" TO WS-IVH-STATUS.
000340     PERFORM 3100-AGE-ONE-DOCUMENT THRU 3100-EXIT
000341         UNTIL WS-IVH-EOF.
000342 3000-EXIT.
000343     EXIT.
000344*
000345 3100-AGE-ONE-DOCUMENT.
000346     READ INVOICE-HISTORY-FILE NEXT RECORD
000347         AT END
000348             MOVE "10" TO WS-IVH-STATUS
000349             GO TO 3100-EXIT
000350     END-READ.
000351     IF IVH-ACCOUNT-NO NOT = CUS-ACCOUNT-NO
000352         MOVE "10" TO WS-IVH-STATUS
000353         GO TO 3100-EXIT
000354     END-IF.
000355     IF NOT IVH-HEADER OR NOT IVH-INVOICE
000356         GO TO 3100-EXIT
000357     END-IF.
000358     COMPUTE WS-OUTSTANDING =
000359         IVH-GROSS - IVH-CREDITED-GROSS - IVH-PAID-AMOUNT.
000360     IF WS-OUTSTANDING = ZERO
000361         GO TO 3100-EXIT
000362     END-IF.
000363     EVALUATE TRUE
000364         WHEN IVH-DOC-DATE > WS-BOUNDARY-30
000365             ADD WS-OUTSTANDING TO WS-ACC-CURRENT
000366         WHEN IVH-DOC-DATE > WS-BOUNDARY-60
000367             ADD WS-OUTSTANDING TO WS-ACC-30
000368         WHEN IVH-DOC-DATE > WS-BOUNDARY-90
000369             ADD WS-OUTSTANDING TO WS-ACC-60
000370         WHEN OTHER
000371             ADD WS-OUTSTANDING TO WS-ACC-90
000372     END-EVALUATE.
000373 3100-EXIT.
000374     EXIT.
000375*
000376*--------------------------------------------------------------*
000377*  4000-PRINT-ACCOUNT                                            *
000378*--------------------------------------------------------------*
000379 4000-PRINT-ACCOUNT.
000380     ADD 1 TO WS-PRINTED-COUNT.
000381     ADD WS-ACC-CURRENT   TO WS-TOT-CURRENT.
000382     ADD WS-ACC-30        TO WS-TOT-30.
000383     ADD WS-ACC-60        TO WS-TOT-60.
000384     ADD WS-ACC-90        TO WS-TOT-90.
000385     ADD CUS-UNALLOC-CASH TO WS-TOT-CASH.
000386     ADD WS-ACC-BALANCE   TO WS-TOT-BALANCE.
000387     MOVE CUS-ACCOUNT-NO   TO DTL-ACCOUNT.
000388     MOVE WS-ACC-CURRENT   TO DTL-CURRENT.
000389     MOVE WS-ACC-30        TO DTL-30.
000390     MOVE WS-ACC-60        TO DTL-60.
000391     MOVE WS-ACC-90        TO DTL-90.
000392     MOVE CUS-UNALLOC-CASH TO DTL-CASH.
000393     MOVE WS-ACC-BALANCE   TO DTL-BALANCE.
000394     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000395     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000396     MOVE CUS-BILL-NAME    TO NML-NAME.
000397     MOVE CUS-TERMS-DAYS   TO NML-TERMS.
000398     MOVE CUS-CREDIT-LIMIT TO NML-LIMIT.
000399     MOVE WS-NAME-LINE TO WS-RPT-LINE.
000400     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000401 4000-EXIT.
000402     EXIT.
000403*
000404*--------------------------------------------------------------*
000405*  6000-WRITE-TOTALS                                             *
000406*--------------------------------------------------------------*
000407 6000-WRITE-TOTALS.
000408     MOVE SPACES TO WS-RPT-LINE.
000409     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000410     MOVE "TOTAL"          TO DTL-ACCOUNT.
000411     MOVE WS-TOT-CURRENT   TO DTL-CURRENT.
000412     MOVE WS-TOT-30        TO DTL-30.
000413     MOVE WS-TOT-60        TO DTL-60.
000414     MOVE WS-TOT-90        TO DTL-90.
000415     MOVE WS-TOT-CASH      TO DTL-CASH.
000416     MOVE WS-TOT-BALANCE   TO DTL-BALANCE.
000417     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000418     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000419     MOVE SPACES TO WS-RPT-LINE.
000420     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000421     MOVE "ACCOUNTS READ" TO TOT-LABEL.
000422     MOVE WS-ACCOUNT-COUNT TO TOT-COUNT.
000423     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000424     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000425     MOVE "ACCOUNTS WITH A BALANCE" TO TOT-LABEL.
000426     MOVE WS-PRINTED-COUNT TO TOT-COUNT.
000427     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000428     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000429 6000-EXIT.
000430     EXIT.
000431*
000432*--------------------------------------------------------------*
000433*  9000-TERMINATE                                                *
000434*--------------------------------------------------------------*
000435 9000-TERMINATE.
000436     IF WS-RUN-ALREADY-RAN NOT = "Y"
000437         MOVE "E" TO WS-RUN-FUNCTION
000438         MOVE WS-ACCOUNT-COUNT TO WS-RUN-REC-COUNT
000439         MOVE "C" TO WS-RUN-STATUS
000440         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000441             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000442             WS-RUN-ALREADY-RAN
000443     END-IF.
000444     CLOSE CUSTOMER-FILE.
000445     IF WS-IVH-AVAILABLE
000446         CLOSE INVOICE-HISTORY-FILE
000447     END-IF.
000448     MOVE "C" TO WS-RPT-FUNCTION.
000449     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000450         WS-RPT-LINE.
000451 9000-EXIT.
000452     EXIT.
000453*
000454*--------------------------------------------------------------*
000455*  8800-WRITE-REPORT                                             *
000456*                                                                *
000457*  Prints one line through the shared report writer.            *
000458*  WS-RPT-LINE must be set by the caller before this is         *
000459*  PERFORMed.                                                    *
000460*--------------------------------------------------------------*
000461 8800-WRITE-REPORT.
000462     MOVE "W" TO WS-RPT-FUNCTION.
000463     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000464         WS-RPT-LINE.
000465 8800-EXIT.
000466     EXIT.
