000017*  the RPTINDEX register, so a report the night operator        *
000018*  loses off the spool can be listed and reprinted with         *
000019*  RPT-INQ instead of being gone until tomorrow.                *
000020*  15-OCT-2026 BJD: a report is registered with a blank set id; *
000021*  PER-CLS files the period-end pack under its set afterwards.  *
000022*  15-OCT-2026 BJD: RPTINDEX is created only when it does not   *
000023*  exist yet; any other failure to open it leaves the report    *
000024*  unregistered rather than emptying the register.              *
000025*--------------------------------------------------------------*
000026 ENVIRONMENT DIVISION.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029     SELECT PRINT-FILE ASSIGN TO "RPTPRINT"
000030         ORGANIZATION IS LINE SEQUENTIAL
000031         FILE STATUS IS WS-PRT-STATUS.
000032     SELECT REPORT-STORE-FILE ASSIGN TO "RPTSTORE"
000033         ORGANIZATION IS INDEXED
000034         ACCESS MODE IS DYNAMIC
000035         RECORD KEY IS RPS-KEY
000036         FILE STATUS IS WS-STO-STATUS.
000037     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
000038         ORGANIZATION IS INDEXED
000039         ACCESS MODE IS DYNAMIC
000040         RECORD KEY IS RPX-KEY
000041         FILE STATUS IS WS-IDX-STATUS.
000042*
000043 DATA DIVISION.
000044 FILE SECTION.
000045 FD  PRINT-FILE
000046     LABEL RECORDS ARE STANDARD.
000047 01  PRINT-LINE              PIC X(100).
000048*
000049 FD  REPORT-STORE-FILE
000050     LABEL RECORDS ARE STANDARD.
000051     COPY RPTSREC.
000052*
000053 FD  REPORT-INDEX-FILE
000054     LABEL RECORDS ARE STANDARD.
000055     COPY RPTXREC.
000056*
000057 WORKING-STORAGE SECTION.
000058*
000059 01  WS-PRT-STATUS           PIC X(02) VALUE "00".
000060     88  WS-PRT-OK                     VALUE "00".
000061 01  WS-STO-STATUS           PIC X(02) VALUE "00".
000062     88  WS-STO-OK                     VALUE "00".
000063 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000064     88  WS-IDX-OK                     VALUE "00".
000065     88  WS-IDX-NOT-FOUND              VALUE "35".
000066*
000067*--------------------------------------------------------------*
000068*  REPORT IN HAND - SURVIVES BETWEEN CALLS FOR THE RUN UNIT     *
000069*--------------------------------------------------------------*
000070 01  WS-OPEN-SWITCH          PIC X(01) VALUE "N".
000071     88  WS-REPORT-OPEN               VALUE "Y".
000072 01  WS-HELD-REPORT-ID       PIC X(08).
000073 01  WS-HELD-BUS-DATE        PIC 9(08).
000074 01  WS-HELD-OPEN-TIME       PIC 9(08).
000075 01  WS-LINE-COUNT           PIC 9(07) VALUE ZERO.
000076 01  WS-PAGE-COUNT           PIC 9(05) VALUE ZERO.
000077 01  WS-LINES-ON-PAGE        PIC 9(03) VALUE ZERO.
000078 01  WS-PAGE-LENGTH          PIC 9(03) VALUE 60.
000079*
000080*--------------------------------------------------------------*
000081*  STANDARD PAGE HEADING                                         *
000082*--------------------------------------------------------------*
000083 01  WS-PAGE-HEADING.
000084     05  FILLER              PIC X(07) VALUE "REPORT ".
000085     05  HDG-REPORT-ID       PIC X(08).
000086     05  FILLER              PIC X(07) VALUE "  DATE ".
000087     05  HDG-BUS-DATE        PIC 9(08).
000088     05  FILLER              PIC X(06) VALUE "  PAGE".
000089     05  HDG-PAGE            PIC ZZZZ9.
000090     05  FILLER              PIC X(11) VALUE "  OPERATOR ".
000091     05  HDG-OPERATOR        PIC X(08).
000092*
000093*--------------------------------------------------------------*
000094*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000095*--------------------------------------------------------------*
000096     COPY OPRCURR.
000097*
000098 LINKAGE SECTION.
000099 01  LK-RPT-FUNCTION         PIC X(01).
000100     88  LK-OPEN-REPORT               VALUE "O".
000101     88  LK-WRITE-LINE                VALUE "W".
000102     88  LK-CLOSE-REPORT              VALUE "C".
000103 01  LK-RPT-ID               PIC X(08).
000104 01  LK-RPT-LINE             PIC X(100).
000105*
000106 PROCEDURE DIVISION USING LK-RPT-FUNCTION LK-RPT-ID
000107         LK-RPT-LINE.
000108*
000109*--------------------------------------------------------------*
000110*  0000-MAINLINE                                                *
000111*--------------------------------------------------------------*
000112 0000-MAINLINE.
000113     EVALUATE TRUE
000114         WHEN LK-OPEN-REPORT
000115             PERFORM 2000-OPEN-REPORT THRU 2000-EXIT
000116         WHEN LK-WRITE-LINE
000117             PERFORM 3000-WRITE-LINE THRU 3000-EXIT
000118         WHEN LK-CLOSE-REPORT
000119             PERFORM 4000-CLOSE-REPORT THRU 4000-EXIT
000120         WHEN OTHER
000121             CONTINUE
000122     END-EVALUATE.
000123     GOBACK.
000124*
000125*--------------------------------------------------------------*
000126*  2000-OPEN-REPORT                                              *
000127*--------------------------------------------------------------*
000128 2000-OPEN-REPORT.
000129     IF WS-REPORT-OPEN
000130         PERFORM 4000-CLOSE-REPORT THRU 4000-EXIT
000131     END-IF.
000132     MOVE LK-RPT-ID TO WS-HELD-REPORT-ID.
000133     ACCEPT WS-HELD-BUS-DATE FROM DATE YYYYMMDD.
000134     ACCEPT WS-HELD-OPEN-TIME FROM TIME.
000135     MOVE ZERO TO WS-LINE-COUNT.
000136     MOVE ZERO TO WS-PAGE-COUNT.
000137     MOVE ZERO TO WS-LINES-ON-PAGE.
000138     MOVE "G" TO WS-CUR-FUNCTION.
000139     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000140         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000141     OPEN OUTPUT PRINT-FILE.
000142     IF NOT WS-PRT-OK
000143         DISPLAY "RPT-WTR: CANNOT OPEN RPTPRINT - STATUS "
000144             WS-PRT-STATUS
000145         GO TO 2000-EXIT
000146     END-IF.
000147     OPEN I-O REPORT-STORE-FILE.
000148     IF NOT WS-STO-OK
000149         CLOSE REPORT-STORE-FILE
000150         OPEN OUTPUT REPORT-STORE-FILE
000151         CLOSE REPORT-STORE-FILE
000152         OPEN I-O REPORT-STORE-FILE
000153     END-IF.
000154     SET WS-REPORT-OPEN TO TRUE.
000155     PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT.
000156 2000-EXIT.
000157     EXIT.
000158*
000159*--------------------------------------------------------------*
000160*  3000-WRITE-LINE                                               *
000161*--------------------------------------------------------------*
000162 3000-WRITE-LINE.
000163     IF NOT WS-REPORT-OPEN
000164         GO TO 3000-EXIT
000165     END-IF.
000166     IF WS-LINES-ON-PAGE >= WS-PAGE-LENGTH
000167         PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT
000168     END-IF.
000169     MOVE LK-RPT-LINE TO PRINT-LINE.
000170     WRITE PRINT-LINE.
000171     ADD 1 TO WS-LINES-ON-PAGE.
000172     ADD 1 TO WS-LINE-COUNT.
000173     MOVE LK-RPT-LINE TO RPS-LINE-TEXT.
000174     PERFORM 3800-STORE-ONE-LINE THRU 3800-EXIT.
000175 3000-EXIT.
000176     EXIT.
000177*
000178*--------------------------------------------------------------*
000179*  3500-START-NEW-PAGE                                           *
000180*--------------------------------------------------------------*
000181 3500-START-NEW-PAGE.
000182     ADD 1 TO WS-PAGE-COUNT.
000183     MOVE ZERO TO WS-LINES-ON-PAGE.
000184     MOVE WS-HELD-REPORT-ID TO HDG-REPORT-ID.
000185     MOVE WS-HELD-BUS-DATE  TO HDG-BUS-DATE.
000186     MOVE WS-PAGE-COUNT     TO HDG-PAGE.
000187     MOVE WS-CUR-OPR-ID     TO HDG-OPERATOR.
000188     MOVE SPACES TO PRINT-LINE.
000189     MOVE WS-PAGE-HEADING TO PRINT-LINE.
000190     WRITE PRINT-LINE.
000191     ADD 1 TO WS-LINE-COUNT.
000192     MOVE WS-PAGE-HEADING TO RPS-LINE-TEXT.
000193     PERFORM 3800-STORE-ONE-LINE THRU 3800-EXIT.
000194     MOVE SPACES TO PRINT-LINE.
000195     WRITE PRINT-LINE.
000196     ADD 1 TO WS-LINE-COUNT.
000197     MOVE SPACES TO RPS-LINE-TEXT.
000198     PERFORM 3800-STORE-ONE-LINE THRU 3800-EXIT.
000199 3500-EXIT.
000200     EXIT.
000201*
000202*--------------------------------------------------------------*
000203*  3800-STORE-ONE-LINE                                           *
000204*                                                                *
000205*  Files the line just printed in the keyed body store under    *
000206*  the report run and the running line sequence. RPS-LINE-TEXT  *
000207*  must be set by the caller before this is PERFORMed.          *
000208*--------------------------------------------------------------*
000209 3800-STORE-ONE-LINE.
000210     MOVE WS-HELD-REPORT-ID TO RPS-REPORT-ID.
000211     MOVE WS-HELD-BUS-DATE  TO RPS-BUS-DATE.
000212     MOVE WS-HELD-OPEN-TIME TO RPS-OPEN-TIME.
000213     MOVE WS-LINE-COUNT     TO RPS-LINE-SEQ.
000214     WRITE REPORT-STORE-RECORD
000215         INVALID KEY
000216             CONTINUE
000217     END-WRITE.
000218 3800-EXIT.
000219     EXIT.
000220*
000221*--------------------------------------------------------------*
000222*  4000-CLOSE-REPORT                                             *
000223*--------------------------------------------------------------*
000224 4000-CLOSE-REPORT.
000225     IF NOT WS-REPORT-OPEN
000226         GO TO 4000-EXIT
000227     END-IF.
000228     CLOSE PRINT-FILE.
000229     CLOSE REPORT-STORE-FILE.
000230     OPEN I-O REPORT-INDEX-FILE.
000231     IF WS-IDX-NOT-FOUND
000232         OPEN OUTPUT REPORT-INDEX-FILE
000233         CLOSE REPORT-INDEX-FILE
000234         OPEN I-O REPORT-INDEX-FILE
000235     END-IF.
000236     IF NOT WS-IDX-OK
000237         DISPLAY "RPT-WTR: CANNOT OPEN RPTINDEX - STATUS "
000238             WS-IDX-STATUS " - REPORT NOT REGISTERED "
000239             WS-HELD-REPORT-ID
000240         MOVE "N" TO WS-OPEN-SWITCH
000241         GO TO 4000-EXIT
000242     END-IF.
000243     MOVE WS-HELD-REPORT-ID TO RPX-REPORT-ID.
000244     MOVE WS-HELD-BUS-DATE  TO RPX-BUS-DATE.
000245     MOVE WS-HELD-OPEN-TIME TO RPX-OPEN-TIME.
000246     MOVE WS-CUR-OPR-ID     TO RPX-OPERATOR.
000247     MOVE WS-LINE-COUNT     TO RPX-LINE-COUNT.
000248     MOVE WS-PAGE-COUNT     TO RPX-PAGE-COUNT.
000249     MOVE SPACES            TO RPX-SET-ID.
000250     WRITE REPORT-INDEX-RECORD
000251         INVALID KEY
000252             DISPLAY "RPT-WTR: UNABLE TO REGISTER REPORT "
000253                 WS-HELD-REPORT-ID
000254     END-WRITE.
000255     CLOSE REPORT-INDEX-FILE.
000256     MOVE "N" TO WS-OPEN-SWITCH.
000257 4000-EXIT.
000258     EXIT.
