000036*                    lines from the calculator's adding-machine *
000037*                    mode; only the four arithmetic operators   *
000038*                    count towards the calculation totals.      *
000039*  15-OCT-2026  BJD  CALCLOG now also carries "S", "C" and "R"  *
000040*                    interest and loan-schedule summary lines   *
000041*                    from the calculator; they are counted on   *
000042*                    a line of their own.                       *
000043*--------------------------------------------------------------*
000044 ENVIRONMENT DIVISION.
000045 INPUT-OUTPUT SECTION.
000046 FILE-CONTROL.
000047     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000048         ORGANIZATION IS LINE SEQUENTIAL
000049         FILE STATUS IS WS-CALC-STATUS.
000050     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
000051         ORGANIZATION IS LINE SEQUENTIAL
000052         FILE STATUS IS WS-ERRL-STATUS.
000053*
000054 DATA DIVISION.
000055 FILE SECTION.
000056 FD  CALC-LOG-FILE
000057     LABEL RECORDS ARE STANDARD.
000058 01  CALC-LOG-RECORD             PIC X(120).
000059*
000060 01  CALC-LOG-FIELDS REDEFINES CALC-LOG-RECORD.
000061     05  CLF-DATE                PIC 9(08).
000062     05  FILLER                  PIC X(01).
000063     05  CLF-TIME                PIC 9(08).
000064     05  FILLER                  PIC X(01).
000065     05  CLF-FIRST               PIC X(17).
000066     05  FILLER                  PIC X(01).
000067     05  CLF-OPERATOR            PIC X(01).
000068     05  FILLER                  PIC X(01).
000069     05  CLF-SECOND              PIC X(17).
000070     05  FILLER                  PIC X(65).
000071*
000072 FD  ERROR-LOG-FILE
000073     LABEL RECORDS ARE STANDARD.
000074     COPY ERRLOGR.
000075*
000076 WORKING-STORAGE SECTION.
000077*
000078 01  REPORT-LINE                 PIC X(100).
000079*
000080*--------------------------------------------------------------*
000081*  SHARED REPORT-WRITER WORK AREAS                               *
000082*--------------------------------------------------------------*
000083     COPY RPTCALL.
000084*
000085 01  WS-CALC-STATUS              PIC XX.
000086     88  WS-CALC-OK                       VALUE "00".
000087     88  WS-CALC-EOF                       VALUE "10".
000088*
000089 01  WS-ERRL-STATUS              PIC XX.
000090     88  WS-ERRL-OK                        VALUE "00".
000091     88  WS-ERRL-EOF                       VALUE "10".
000092*
000093 01  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
000094 01  WS-SUB-COUNT                PIC 9(05) VALUE ZERO.
000095 01  WS-MUL-COUNT                PIC 9(05) VALUE ZERO.
000096 01  WS-DIV-COUNT                PIC 9(05) VALUE ZERO.
000097 01  WS-TOTAL-COUNT              PIC 9(05) VALUE ZERO.
000098 01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
000099 01  WS-VATADD-COUNT             PIC 9(05) VALUE ZERO.
000100 01  WS-VATEXT-COUNT             PIC 9(05) VALUE ZERO.
000101 01  WS-VAT-TOTAL                PIC S9(13)V99 VALUE ZERO.
000102 01  WS-VAT-WORK                 PIC S9(13)V99.
000103 01  WS-ADJ-COUNT                PIC 9(05) VALUE ZERO.
000104 01  WS-ADJ-TOTAL                PIC S9(13)V99 VALUE ZERO.
000105 01  WS-ADJ-WORK                 PIC S9(13)V99.
000106 01  WS-LOAN-COUNT               PIC 9(05) VALUE ZERO.
000107*
000108 01  WS-TODAY-DATE               PIC 9(08).
000109*
000110 01  WS-HEADING-1.
000111     05  FILLER          PIC X(30) VALUE "BASIC-CALCULATOR RECON".
000112     05  FILLER          PIC X(15) VALUE "REPORT".
000113*
000114 01  WS-HEADING-2.
000115     05  FILLER          PIC X(12) VALUE "RUN DATE:   ".
000116     05  WS-HDG-DATE     PIC 9(08).
000117*
000118 01  WS-DETAIL-LINE.
000119     05  DTL-LABEL       PIC X(30).
000120     05  DTL-COUNT       PIC ZZZZ9.
000121*
000122 01  WS-VAT-TOTAL-LINE.
000123     05  FILLER          PIC X(30) VALUE "TOTAL VAT AMOUNT".
000124     05  VTL-AMOUNT      PIC -9(13).99.
000125*
000126 01  WS-ADJ-TOTAL-LINE.
000127     05  FILLER          PIC X(30)
000128         VALUE "TOTAL RATE ADJUSTMENT".
000129     05  AJL-AMOUNT      PIC -9(13).99.
000130*
000131*--------------------------------------------------------------*
000132*  SHARED RUN-CONTROL WORK AREAS                                 *
000133*--------------------------------------------------------------*
000134     COPY RUNCALL.
000135*
000136 PROCEDURE DIVISION.
000137*
000138*--------------------------------------------------------------*
000139*  0000-MAINLINE                                                *
000140*--------------------------------------------------------------*
000141 0000-MAINLINE.
000142     MOVE "S" TO WS-RUN-FUNCTION.
000143     MOVE "CALCRCON" TO WS-RUN-PROGRAM.
000144     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000145     MOVE ZERO TO WS-RUN-REC-COUNT.
000146     MOVE SPACE TO WS-RUN-STATUS.
000147     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000148         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000149         WS-RUN-ALREADY-RAN.
000150     IF WS-RUN-ALREADY-RAN = "Y"
000151         DISPLAY "CALC-RCON ALREADY RAN FOR THIS BUSINESS DATE"
000152         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000153         STOP RUN
000154     END-IF.
000155     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000156     PERFORM 2000-TALLY-CALC-LOG THRU 2000-EXIT.
000157     PERFORM 3000-TALLY-ERROR-LOG THRU 3000-EXIT.
000158     PERFORM 4000-PRODUCE-REPORT THRU 4000-EXIT.
000159     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000160     STOP RUN.
000161*
000162*--------------------------------------------------------------*
000163*  1000-INITIALIZE                                               *
000164*--------------------------------------------------------------*
000165 1000-INITIALIZE.
000166     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000167     MOVE "O" TO WS-RPT-FUNCTION.
000168     MOVE "RECONOUT" TO WS-RPT-ID.
000169     MOVE SPACES TO WS-RPT-LINE.
000170     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000171         WS-RPT-LINE.
000172 1000-EXIT.
000173     EXIT.
000174*
000175*--------------------------------------------------------------*
000176*  2000-TALLY-CALC-LOG                                          *
000177*--------------------------------------------------------------*
000178 2000-TALLY-CALC-LOG.
000179     OPEN INPUT CALC-LOG-FILE.
000180     IF WS-CALC-OK
000181        PERFORM 2100-READ-CALC-LOG THRU 2100-EXIT
000182            UNTIL WS-CALC-EOF
000183     END-IF.
000184     CLOSE CALC-LOG-FILE.
000185 2000-EXIT.
000186     EXIT.
000187*
000188 2100-READ-CALC-LOG.
000189     READ CALC-LOG-FILE
000190        AT END
000191           SET WS-CALC-EOF TO TRUE
000192        NOT AT END
000193           EVALUATE CLF-OPERATOR
000194              WHEN "+"
000195                 ADD 1 TO WS-ADD-COUNT
000196                 ADD 1 TO WS-TOTAL-COUNT
000197              WHEN "-"
000198                 ADD 1 TO WS-SUB-COUNT
000199                 ADD 1 TO WS-TOTAL-COUNT
000200              WHEN "*"
000201                 ADD 1 TO WS-MUL-COUNT
000202                 ADD 1 TO WS-TOTAL-COUNT
000203              WHEN "/"
000204                 ADD 1 TO WS-DIV-COUNT
000205                 ADD 1 TO WS-TOTAL-COUNT
000206              WHEN "V"
000207                 ADD 1 TO WS-VATADD-COUNT
000208                 PERFORM 2200-ADD-VAT-AMOUNT THRU 2200-EXIT
000209              WHEN "E"
000210                 ADD 1 TO WS-VATEXT-COUNT
000211                 PERFORM 2200-ADD-VAT-AMOUNT THRU 2200-EXIT
000212              WHEN "A"
000213                 ADD 1 TO WS-ADJ-COUNT
000214                 PERFORM 2300-ADD-ADJUSTMENT THRU 2300-EXIT
000215              WHEN "S"
000216              WHEN "C"
000217              WHEN "R"
000218                 ADD 1 TO WS-LOAN-COUNT
000219           END-EVALUATE
000220     END-READ.
000221 2100-EXIT.
000222     EXIT.
000223*
000224*--------------------------------------------------------------*
000225*  2200-ADD-VAT-AMOUNT                                          *
000226*                                                                *
000227*  The VAT element sits, display-edited, in the second-amount  *
000228*  column of a "V" or "E" line.                                 *
000229*--------------------------------------------------------------*
000230 2200-ADD-VAT-AMOUNT.
000231     COMPUTE WS-VAT-WORK = FUNCTION NUMVAL(CLF-SECOND).
000232     ADD WS-VAT-WORK TO WS-VAT-TOTAL.
000233 2200-EXIT.
000234     EXIT.
000235*
000236*--------------------------------------------------------------*
000237*  2300-ADD-ADJUSTMENT                                          *
000238*                                                                *
000239*  The rate-revaluation difference sits, display-edited, in    *
000240*  the second-amount column of an "A" line.                    *
000241*--------------------------------------------------------------*
000242 2300-ADD-ADJUSTMENT.
000243     COMPUTE WS-ADJ-WORK = FUNCTION NUMVAL(CLF-SECOND).
000244     ADD WS-ADJ-WORK TO WS-ADJ-TOTAL.
000245 2300-EXIT.
000246     EXIT.
000247*
000248*--------------------------------------------------------------*
000249*  3000-TALLY-ERROR-LOG                                         *
000250*--------------------------------------------------------------*
000251*  Counts entries logged by basic-calculator against the       *
000252*  suite's shared ERROR-LOG (rejected operand entries and      *
000253*  divide-by-zero attempts).                                   *
000254*--------------------------------------------------------------*
000255 3000-TALLY-ERROR-LOG.
000256     OPEN INPUT ERROR-LOG-FILE.
000257     IF WS-ERRL-OK
000258        PERFORM 3100-READ-ERROR-LOG THRU 3100-EXIT
000259            UNTIL WS-ERRL-EOF
000260     END-IF.
000261     CLOSE ERROR-LOG-FILE.
000262 3000-EXIT.
000263     EXIT.
000264*
000265 3100-READ-ERROR-LOG.
000266     READ ERROR-LOG-FILE
000267        AT END
000268           SET WS-ERRL-EOF TO TRUE
000269        NOT AT END
000270           IF ERL-PROGRAM = "BASIC-CALCULATOR"
000271              ADD 1 TO WS-REJECT-COUNT
000272           END-IF
000273     END-READ.
000274 3100-EXIT.
000275     EXIT.
000276*
000277*--------------------------------------------------------------*
000278*  4000-PRODUCE-REPORT                                          *
000279*--------------------------------------------------------------*
000280 4000-PRODUCE-REPORT.
000281     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000282     MOVE WS-HEADING-1 TO WS-RPT-LINE
000283     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000284     MOVE WS-HEADING-2 TO WS-RPT-LINE
000285     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000286     MOVE SPACES TO REPORT-LINE.
000287     MOVE REPORT-LINE TO WS-RPT-LINE
000288     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000289     MOVE "ADDITIONS       (+)" TO DTL-LABEL.
000290     MOVE WS-ADD-COUNT TO DTL-COUNT.
000291     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000292     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000293     MOVE "SUBTRACTIONS    (-)" TO DTL-LABEL.
000294     MOVE WS-SUB-COUNT TO DTL-COUNT.
000295     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000296     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000297     MOVE "MULTIPLICATIONS (*)" TO DTL-LABEL.
000298     MOVE WS-MUL-COUNT TO DTL-COUNT.
000299     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000300     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000301     MOVE "DIVISIONS       (/)" TO DTL-LABEL.
000302     MOVE WS-DIV-COUNT TO DTL-COUNT.
000303     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000304     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000305     MOVE "TOTAL CALCULATIONS" TO DTL-LABEL.
000306     MOVE WS-TOTAL-COUNT TO DTL-COUNT.
000307     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000308     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000309     MOVE "REJECTED ENTRIES" TO DTL-LABEL.
000310     MOVE WS-REJECT-COUNT TO DTL-COUNT.
000311     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000312     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000313     MOVE "VAT ADDITIONS   (V)" TO DTL-LABEL.
000314     MOVE WS-VATADD-COUNT TO DTL-COUNT.
000315     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000316     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000317     MOVE "VAT EXTRACTIONS (E)" TO DTL-LABEL.
000318     MOVE WS-VATEXT-COUNT TO DTL-COUNT.
000319     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000320     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000321     MOVE WS-VAT-TOTAL TO VTL-AMOUNT.
000322     MOVE WS-VAT-TOTAL-LINE TO WS-RPT-LINE
000323     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000324     MOVE "RATE ADJUSTMENTS(A)" TO DTL-LABEL.
000325     MOVE WS-ADJ-COUNT TO DTL-COUNT.
000326     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000327     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000328     MOVE WS-ADJ-TOTAL TO AJL-AMOUNT.
000329     MOVE WS-ADJ-TOTAL-LINE TO WS-RPT-LINE
000330     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000331     MOVE "INTEREST/LOANS  (S C R)" TO DTL-LABEL.
000332     MOVE WS-LOAN-COUNT TO DTL-COUNT.
000333     MOVE WS-DETAIL-LINE TO WS-RPT-LINE
000334     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000335 4000-EXIT.
000336     EXIT.
000337*
000338*--------------------------------------------------------------*
000339*  9000-TERMINATE                                                *
000340*--------------------------------------------------------------*
000341 9000-TERMINATE.
000342     IF WS-RUN-ALREADY-RAN NOT = "Y"
000343         MOVE "E" TO WS-RUN-FUNCTION
000344         MOVE WS-TOTAL-COUNT TO WS-RUN-REC-COUNT
000345         MOVE "C" TO WS-RUN-STATUS
000346         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000347             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000348             WS-RUN-ALREADY-RAN
000349     END-IF.
000350     MOVE "C" TO WS-RPT-FUNCTION.
000351     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000352         WS-RPT-LINE.
000353 9000-EXIT.
000354     EXIT.
000355*
000356*--------------------------------------------------------------*
000357*  8800-WRITE-REPORT                                             *
000358*                                                                *
000359*  Prints one line through the shared report writer.            *
000360*  WS-RPT-LINE must be set by the caller before this is         *
000361*  PERFORMed.                                                    *
000362*--------------------------------------------------------------*
000363 8800-WRITE-REPORT.
000364     MOVE "W" TO WS-RPT-FUNCTION.
000365     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000366         WS-RPT-LINE.
000367 8800-EXIT.
000368     EXIT.
