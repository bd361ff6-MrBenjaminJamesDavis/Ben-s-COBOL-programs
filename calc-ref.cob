000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. calc-ref.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Daily report of calculator    *
000012*                    referrals, run beside CALC-RCON: every     *
000013*                    CALCREF request on PENDAPPR raised or      *
000014*                    decided on the business date, or still     *
000015*                    pending from an earlier day, with the      *
000016*                    operator (CALC-BAT for a batch deck), the  *
000017*                    limit exceeded, the calculation, the held  *
000018*                    result and its outcome and decider.        *
000019*                    Printed through RPT-WTR as report CALCREF  *
000020*                    with counts by outcome and by limit and    *
000021*                    the value of results approved.             *
000022*--------------------------------------------------------------*
000023 ENVIRONMENT DIVISION.
000024 INPUT-OUTPUT SECTION.
000025 FILE-CONTROL.
000026     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000027         ORGANIZATION IS INDEXED
000028         ACCESS MODE IS SEQUENTIAL
000029         RECORD KEY IS APR-SEQ
000030         FILE STATUS IS WS-APR-STATUS.
000031*
000032 DATA DIVISION.
000033 FILE SECTION.
000034 FD  PENDING-APPROVAL-FILE
000035     LABEL RECORDS ARE STANDARD.
000036     COPY APPRREC.
000037*
000038 WORKING-STORAGE SECTION.
000039*
000040*--------------------------------------------------------------*
000041*  SHARED REPORT-WRITER WORK AREAS                               *
000042*--------------------------------------------------------------*
000043     COPY RPTCALL.
000044*
000045*--------------------------------------------------------------*
000046*  SHARED CALCULATOR-REFERRAL WORK AREAS                         *
000047*--------------------------------------------------------------*
000048     COPY CREFCALL.
000049*
000050 01  WS-APR-STATUS           PIC X(02) VALUE "00".
000051     88  WS-APR-OK                     VALUE "00".
000052     88  WS-APR-EOF                    VALUE "10".
000053*
000054 01  WS-TODAY-DATE           PIC 9(08).
000055 01  WS-RESULT-WORK          PIC S9(13)V99.
000056*
000057*--------------------------------------------------------------*
000058*  REFERRAL COUNTS. RAISED AND THE LIMIT COUNTS ARE FOR THE      *
000059*  BUSINESS DATE; APPROVED AND REJECTED ARE DECISIONS MADE ON    *
000060*  IT, WHENEVER RAISED; PENDING IS EVERYTHING STILL WAITING.     *
000061*--------------------------------------------------------------*
000062 01  WS-LISTED-COUNT         PIC 9(05) VALUE ZERO.
000063 01  WS-RAISED-COUNT         PIC 9(05) VALUE ZERO.
000064 01  WS-BATCH-COUNT          PIC 9(05) VALUE ZERO.
000065 01  WS-CALC-LIMIT-COUNT     PIC 9(05) VALUE ZERO.
000066 01  WS-CONV-LIMIT-COUNT     PIC 9(05) VALUE ZERO.
000067 01  WS-DAILY-LIMIT-COUNT    PIC 9(05) VALUE ZERO.
000068 01  WS-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
000069 01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
000070 01  WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.
000071 01  WS-CARRIED-COUNT        PIC 9(05) VALUE ZERO.
000072 01  WS-APPROVED-VALUE       PIC S9(15)V99 VALUE ZERO.
000073*
000074 01  WS-HEADING-1.
000075     05  FILLER              PIC X(30)
000076         VALUE "CALCULATOR REFERRALS REPORT".
000077     05  FILLER              PIC X(15) VALUE "BUSINESS DATE ".
000078     05  WS-HDG-DATE         PIC 9(08).
000079*
000080 01  WS-HEADING-2.
000081     05  FILLER              PIC X(16) VALUE "REF    RAISED".
000082     05  FILLER              PIC X(15) VALUE "OPERATOR LIMIT".
000083     05  FILLER              PIC X(20)
000084         VALUE "     FIRST AMOUNT OP".
000085     05  FILLER              PIC X(18)
000086         VALUE "           RESULT".
000087     05  FILLER              PIC X(17) VALUE "STATUS   BY".
000088*
000089 01  WS-DETAIL-LINE.
000090     05  DTL-SEQ             PIC 9(06).
000091     05  FILLER              PIC X(01) VALUE SPACE.
000092     05  DTL-RAISED          PIC 9(08).
000093     05  FILLER              PIC X(01) VALUE SPACE.
000094     05  DTL-OPERATOR        PIC X(08).
000095     05  FILLER              PIC X(01) VALUE SPACE.
000096     05  DTL-KIND            PIC X(05).
000097     05  FILLER              PIC X(01) VALUE SPACE.
000098     05  DTL-FIRST           PIC X(17).
000099     05  FILLER              PIC X(01) VALUE SPACE.
000100     05  DTL-OPERATION       PIC X(01).
000101     05  FILLER              PIC X(01) VALUE SPACE.
000102     05  DTL-RESULT          PIC X(17).
000103     05  FILLER              PIC X(01) VALUE SPACE.
000104     05  DTL-STATUS          PIC X(08).
000105     05  FILLER              PIC X(01) VALUE SPACE.
000106     05  DTL-DECIDED-BY      PIC X(08).
000107*
000108 01  WS-TOTAL-LINE.
000109     05  TOT-LABEL           PIC X(30).
000110     05  TOT-COUNT           PIC ZZZZ9.
000111*
000112 01  WS-VALUE-LINE.
000113     05  FILLER              PIC X(30)
000114         VALUE "VALUE OF RESULTS APPROVED".
000115     05  VAL-AMOUNT          PIC -9(15).99.
000116*
000117*--------------------------------------------------------------*
000118*  SHARED RUN-CONTROL WORK AREAS                                 *
000119*--------------------------------------------------------------*
000120     COPY RUNCALL.
000121*
000122 PROCEDURE DIVISION.
000123*
000124*--------------------------------------------------------------*
000125*  0000-MAINLINE                                                 *
000126*--------------------------------------------------------------*
000127 0000-MAINLINE.
000128     MOVE "S" TO WS-RUN-FUNCTION.
000129     MOVE "CALCREF " TO WS-RUN-PROGRAM.
000130     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000131     MOVE ZERO TO WS-RUN-REC-COUNT.
000132     MOVE SPACE TO WS-RUN-STATUS.
000133     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000134         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000135         WS-RUN-ALREADY-RAN.
000136     IF WS-RUN-ALREADY-RAN = "Y"
000137         DISPLAY "CALC-REF ALREADY RAN FOR THIS BUSINESS DATE"
000138         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000139         STOP RUN
000140     END-IF.
000141     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000142     PERFORM 2000-LIST-REFERRALS THRU 2000-EXIT.
000143     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
000144     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000145     STOP RUN.
000146*
000147*--------------------------------------------------------------*
000148*  1000-INITIALIZE                                               *
000149*--------------------------------------------------------------*
000150 1000-INITIALIZE.
000151     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000152     MOVE "O" TO WS-RPT-FUNCTION.
000153     MOVE "CALCREF " TO WS-RPT-ID.
000154     MOVE SPACES TO WS-RPT-LINE.
000155     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000156         WS-RPT-LINE.
000157     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000158     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000159     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000160     MOVE SPACES TO WS-RPT-LINE.
000161     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000162     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000163     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000164 1000-EXIT.
000165     EXIT.
000166*
000167*--------------------------------------------------------------*
000168*  2000-LIST-REFERRALS                                           *
000169*                                                                *
000170*  Reads PENDAPPR from the start. No approval file means no      *
000171*  referrals have ever been raised, and the report says so.      *
000172*--------------------------------------------------------------*
000173 2000-LIST-REFERRALS.
000174     OPEN INPUT PENDING-APPROVAL-FILE.
000175     IF NOT WS-APR-OK
000176         MOVE "  NO PENDAPPR FILE - NO REFERRALS TO REPORT"
000177             TO WS-RPT-LINE
000178         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000179         GO TO 2000-EXIT
000180     END-IF.
000181     PERFORM 2100-LIST-ONE-REQUEST THRU 2100-EXIT
000182         UNTIL WS-APR-EOF.
000183     CLOSE PENDING-APPROVAL-FILE.
000184     IF WS-LISTED-COUNT = ZERO
000185         MOVE "  NO REFERRALS RAISED, DECIDED OR PENDING"
000186             TO WS-RPT-LINE
000187         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000188     END-IF.
000189 2000-EXIT.
000190     EXIT.
000191*
000192*--------------------------------------------------------------*
000193*  2100-LIST-ONE-REQUEST                                         *
000194*                                                                *
000195*  Takes a CALCREF request raised or decided on the business     *
000196*  date, or still pending, and lists and counts it.              *
000197*--------------------------------------------------------------*
000198 2100-LIST-ONE-REQUEST.
000199     READ PENDING-APPROVAL-FILE NEXT RECORD
000200         AT END
000201             MOVE "10" TO WS-APR-STATUS
000202             GO TO 2100-EXIT
000203     END-READ.
000204     IF NOT APR-CALC-REFERRAL
000205         GO TO 2100-EXIT
000206     END-IF.
000207     IF APR-RAISED-DATE NOT = WS-TODAY-DATE
000208        AND APR-DECIDED-DATE NOT = WS-TODAY-DATE
000209        AND NOT APR-PENDING
000210         GO TO 2100-EXIT
000211     END-IF.
000212     MOVE APR-TARGET-KEY    TO WS-REF-TARGET.
000213     MOVE APR-BEFORE-DETAIL TO WS-REF-BEFORE.
000214     MOVE APR-AFTER-DETAIL  TO WS-REF-AFTER.
000215     ADD 1 TO WS-LISTED-COUNT.
000216     IF APR-RAISED-DATE = WS-TODAY-DATE
000217         PERFORM 2200-COUNT-RAISED THRU 2200-EXIT
000218     END-IF.
000219     MOVE SPACES TO DTL-STATUS.
000220     EVALUATE TRUE
000221         WHEN APR-PENDING
000222             MOVE "PENDING" TO DTL-STATUS
000223             ADD 1 TO WS-PENDING-COUNT
000224             IF APR-RAISED-DATE NOT = WS-TODAY-DATE
000225                 ADD 1 TO WS-CARRIED-COUNT
000226             END-IF
000227         WHEN APR-APPROVED
000228             MOVE "APPROVED" TO DTL-STATUS
000229             IF APR-DECIDED-DATE = WS-TODAY-DATE
000230                 ADD 1 TO WS-APPROVED-COUNT
000231                 MOVE WS-REF-RESULT TO WS-RESULT-WORK
000232                 ADD WS-RESULT-WORK TO WS-APPROVED-VALUE
000233             END-IF
000234         WHEN APR-REJECTED
000235             MOVE "REJECTED" TO DTL-STATUS
000236             IF APR-DECIDED-DATE = WS-TODAY-DATE
000237                 ADD 1 TO WS-REJECTED-COUNT
000238             END-IF
000239     END-EVALUATE.
000240     MOVE APR-SEQ           TO DTL-SEQ.
000241     MOVE APR-RAISED-DATE   TO DTL-RAISED.
000242     MOVE WS-REF-OPERATOR   TO DTL-OPERATOR.
000243     MOVE WS-REF-LIMIT-KIND TO DTL-KIND.
000244     MOVE WS-REF-FIRST      TO DTL-FIRST.
000245     MOVE WS-REF-OPERATION  TO DTL-OPERATION.
000246     MOVE WS-REF-RESULT     TO DTL-RESULT.
000247     MOVE APR-DECIDED-BY    TO DTL-DECIDED-BY.
000248     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000249     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000250 2100-EXIT.
000251     EXIT.
000252*
000253*--------------------------------------------------------------*
000254*  2200-COUNT-RAISED                                             *
000255*--------------------------------------------------------------*
000256 2200-COUNT-RAISED.
000257     ADD 1 TO WS-RAISED-COUNT.
000258     IF APR-SOURCE = "CALC-BAT"
000259         ADD 1 TO WS-BATCH-COUNT
000260     END-IF.
000261     EVALUATE WS-REF-LIMIT-KIND
000262         WHEN "CALC"
000263             ADD 1 TO WS-CALC-LIMIT-COUNT
000264         WHEN "CONV"
000265             ADD 1 TO WS-CONV-LIMIT-COUNT
000266         WHEN "DAILY"
000267             ADD 1 TO WS-DAILY-LIMIT-COUNT
000268     END-EVALUATE.
000269 2200-EXIT.
000270     EXIT.
000271*
000272*--------------------------------------------------------------*
000273*  6000-PRINT-TOTALS                                             *
000274*--------------------------------------------------------------*
000275 6000-PRINT-TOTALS.
000276     MOVE SPACES TO WS-RPT-LINE.
000277     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000278     MOVE "REFERRALS RAISED TODAY" TO TOT-LABEL.
000279     MOVE WS-RAISED-COUNT TO TOT-COUNT.
000280     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000281     MOVE "  FROM CALC-BAT DECKS" TO TOT-LABEL.
000282     MOVE WS-BATCH-COUNT TO TOT-COUNT.
000283     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000284     MOVE "  OVER SINGLE-CALC LIMIT" TO TOT-LABEL.
000285     MOVE WS-CALC-LIMIT-COUNT TO TOT-COUNT.
000286     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000287     MOVE "  OVER CONVERSION LIMIT" TO TOT-LABEL.
000288     MOVE WS-CONV-LIMIT-COUNT TO TOT-COUNT.
000289     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000290     MOVE "  OVER DAILY LIMIT" TO TOT-LABEL.
000291     MOVE WS-DAILY-LIMIT-COUNT TO TOT-COUNT.
000292     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000293     MOVE "APPROVED TODAY" TO TOT-LABEL.
000294     MOVE WS-APPROVED-COUNT TO TOT-COUNT.
000295     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000296     MOVE "REJECTED TODAY" TO TOT-LABEL.
000297     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
000298     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000299     MOVE "STILL PENDING" TO TOT-LABEL.
000300     MOVE WS-PENDING-COUNT TO TOT-COUNT.
000301     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000302     MOVE "  RAISED ON EARLIER DAYS" TO TOT-LABEL.
000303     MOVE WS-CARRIED-COUNT TO TOT-COUNT.
000304     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-EXIT.
000305     MOVE WS-APPROVED-VALUE TO VAL-AMOUNT.
000306     MOVE WS-VALUE-LINE TO WS-RPT-LINE.
000307     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000308 6000-EXIT.
000309     EXIT.
000310*
000311 6100-PRINT-ONE-TOTAL.
000312     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000313     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000314 6100-EXIT.
000315     EXIT.
000316*
000317*--------------------------------------------------------------*
000318*  9000-TERMINATE                                                *
000319*--------------------------------------------------------------*
000320 9000-TERMINATE.
000321     MOVE "E" TO WS-RUN-FUNCTION.
000322     MOVE WS-LISTED-COUNT TO WS-RUN-REC-COUNT.
000323     MOVE "C" TO WS-RUN-STATUS.
000324     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000325         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000326         WS-RUN-ALREADY-RAN.
000327     MOVE "C" TO WS-RPT-FUNCTION.
000328     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000329         WS-RPT-LINE.
000330 9000-EXIT.
000331     EXIT.
000332*
000333*--------------------------------------------------------------*
000334*  8800-WRITE-REPORT                                             *
000335*                                                                *
000336*  Prints one line through the shared report writer. WS-RPT-LINE *
000337*  must be set by the caller before this is PERFORMed.           *
000338*--------------------------------------------------------------*
000339 8800-WRITE-REPORT.
000340     MOVE "W" TO WS-RPT-FUNCTION.
000341     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000342         WS-RPT-LINE.
000343 8800-EXIT.
000344     EXIT.
