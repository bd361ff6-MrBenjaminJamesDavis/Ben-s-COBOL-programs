000016*                    reports older than the RPTRETN retention   *
000017*                    days (default seven) so the store does     *
000018*                    not grow without bound.                    *
000019*  15-OCT-2026  BJD  The list shows the set a report is filed    *
000020*                    under, and a report filed in a period-end   *
000021*                    pack set is kept by the purge whatever its  *
000022*                    age.                                        *
000023*  15-OCT-2026  BJD  The inquiry now runs under a signed-on     *
000024*                    operator. Reprinting a report records that *
000025*                    operator as having opened it on the        *
000026*                    RPTDLVR delivery register RPT-DST keeps,   *
000027*                    the list shows beneath each report who it  *
000028*                    was distributed to and whether they have   *
000029*                    opened it, a purged report takes its       *
000030*                    deliveries with it, and supervisors and    *
000031*                    administrators reach the SUB-MNT           *
000032*                    subscription screen from the menu.         *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
000038         ORGANIZATION IS INDEXED
000039         ACCESS MODE IS DYNAMIC
000040         RECORD KEY IS RPX-KEY
000041         FILE STATUS IS WS-IDX-STATUS.
000042     SELECT REPORT-STORE-FILE ASSIGN TO "RPTSTORE"
000043         ORGANIZATION IS INDEXED
000044         ACCESS MODE IS DYNAMIC
000045         RECORD KEY IS RPS-KEY
000046         FILE STATUS IS WS-STO-STATUS.
000047     SELECT RETENTION-FILE ASSIGN TO "RPTRETN"
000048         ORGANIZATION IS LINE SEQUENTIAL
000049         FILE STATUS IS WS-RETN-STATUS.
000050     SELECT REPRINT-FILE ASSIGN TO "REPRINT"
000051         ORGANIZATION IS LINE SEQUENTIAL.
000052     SELECT REPORT-DELIVERY-FILE ASSIGN TO "RPTDLVR"
000053         ORGANIZATION IS INDEXED
000054         ACCESS MODE IS DYNAMIC
000055         RECORD KEY IS RDL-KEY
000056         FILE STATUS IS WS-RDL-STATUS.
000057     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS RANDOM
000060         RECORD KEY IS OPR-ID
000061         FILE STATUS IS WS-OPR-STATUS.
000062*
000063 DATA DIVISION.
000064 FILE SECTION.
000065 FD  REPORT-INDEX-FILE
000066     LABEL RECORDS ARE STANDARD.
000067     COPY RPTXREC.
000068*
000069 FD  REPORT-STORE-FILE
000070     LABEL RECORDS ARE STANDARD.
000071     COPY RPTSREC.
000072*
000073 FD  RETENTION-FILE
000074     LABEL RECORDS ARE STANDARD.
000075 01  RETENTION-RECORD.
000076     05  RTN-DAYS            PIC 9(03).
000077*
000078 FD  REPRINT-FILE
000079     LABEL RECORDS ARE STANDARD.
000080 01  REPRINT-LINE            PIC X(100).
000081*
000082 FD  REPORT-DELIVERY-FILE
000083     LABEL RECORDS ARE STANDARD.
000084     COPY RDLVREC.
000085*
000086 FD  OPERATOR-FILE
000087     LABEL RECORDS ARE STANDARD.
000088     COPY OPERREC.
000089*
000090 WORKING-STORAGE SECTION.
000091*
000092 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000093     88  WS-IDX-OK                     VALUE "00".
000094     88  WS-IDX-EOF                    VALUE "10".
000095 01  WS-STO-STATUS           PIC X(02) VALUE "00".
000096     88  WS-STO-OK                     VALUE "00".
000097     88  WS-STO-EOF                    VALUE "10".
000098 01  WS-RETN-STATUS          PIC X(02) VALUE "00".
000099     88  WS-RETN-OK                    VALUE "00".
000100 01  WS-RDL-STATUS           PIC X(02) VALUE "00".
000101     88  WS-RDL-OK                     VALUE "00".
000102     88  WS-RDL-EOF                    VALUE "10".
000103 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000104     88  WS-OPR-OK                     VALUE "00".
000105*
000106 01  WS-RDL-FILE-SWITCH      PIC X(01) VALUE "N".
000107     88  WS-RDL-FILE-OPEN             VALUE "Y".
000108*
000109 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000110     88  WS-EXIT-PROGRAM              VALUE "Y".
000111*
000112 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000113 01  WS-LIST-COUNT           PIC 9(05) VALUE ZERO.
000114 01  WS-COPIED-COUNT         PIC 9(07) VALUE ZERO.
000115 01  WS-PURGED-COUNT         PIC 9(05) VALUE ZERO.
000116 01  WS-NOW-TIME             PIC 9(08).
000117 01  WS-OPENED-TEXT          PIC X(20).
000118*
000119*--------------------------------------------------------------*
000120*  REPRINT REQUEST                                               *
000121*--------------------------------------------------------------*
000122 01  WS-WANT-REPORT-ID       PIC X(08).
000123 01  WS-WANT-DATE            PIC 9(08).
000124 01  WS-WANT-TIME            PIC 9(08).
000125 01  WS-DATE-TEXT            PIC X(12).
000126*
000127*--------------------------------------------------------------*
000128*  RETENTION AND PURGE WORK AREAS                                *
000129*--------------------------------------------------------------*
000130 01  WS-RETAIN-DAYS          PIC 9(03) VALUE 7.
000131 01  WS-TODAY-DATE           PIC 9(08).
000132 01  WS-CUTOFF-DATE          PIC 9(08).
000133*
000134*--------------------------------------------------------------*
000135*  SIGN-ON WORK AREAS FOR A STANDALONE RUN                      *
000136*--------------------------------------------------------------*
000137 01  WS-SIGNON-PASSWORD      PIC X(08).
000138 01  WS-SIGNON-OK            PIC X(01) VALUE "N".
000139     88  WS-SIGNON-VALID              VALUE "Y".
000140*
000141*--------------------------------------------------------------*
000142*  SHARED CURRENT-OPERATOR WORK AREAS                           *
000143*--------------------------------------------------------------*
000144     COPY OPRCURR.
000145*
000146 PROCEDURE DIVISION.
000147*
000148*--------------------------------------------------------------*
000149*  0000-MAINLINE                                                *
000150*--------------------------------------------------------------*
000151 0000-MAINLINE.
000152     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000153     IF WS-CUR-OPR-ID NOT = SPACES
000154         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000155             UNTIL WS-EXIT-PROGRAM
000156     END-IF.
000157     GOBACK.
000158*
000159*--------------------------------------------------------------*
000160*  1000-INITIALIZE                                               *
000161*--------------------------------------------------------------*
000162 1000-INITIALIZE.
000163     MOVE "N" TO WS-EXIT-SWITCH.
000164     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000165     MOVE "G" TO WS-CUR-FUNCTION.
000166     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000167         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000168     IF WS-CUR-OPR-ID = SPACES
000169         PERFORM 1100-STANDALONE-SIGNON THRU 1100-EXIT
000170     END-IF.
000171     OPEN INPUT RETENTION-FILE.
000172     IF WS-RETN-OK
000173         READ RETENTION-FILE
000174             AT END
000175                 CONTINUE
000176             NOT AT END
000177                 IF RTN-DAYS NUMERIC
000178                     MOVE RTN-DAYS TO WS-RETAIN-DAYS
000179                 END-IF
000180         END-READ
000181         CLOSE RETENTION-FILE
000182     END-IF.
000183 1000-EXIT.
000184     EXIT.
000185*
000186*--------------------------------------------------------------*
000187*  1100-STANDALONE-SIGNON                                        *
000188*                                                                *
000189*  Reports are opened against the signed-on operator, so a      *
000190*  standalone run signs on first.                               *
000191*--------------------------------------------------------------*
000192 1100-STANDALONE-SIGNON.
000193     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
000194     ACCEPT WS-CUR-OPR-ID.
000195     DISPLAY "PASSWORD: " WITH NO ADVANCING.
000196     ACCEPT WS-SIGNON-PASSWORD.
000197     MOVE "N" TO WS-SIGNON-OK.
000198     CALL "opr-sign" USING WS-CUR-OPR-ID WS-SIGNON-PASSWORD
000199         WS-SIGNON-OK.
000200     IF NOT WS-SIGNON-VALID
000201         DISPLAY "SIGN-ON REJECTED"
000202         MOVE SPACES TO WS-CUR-OPR-ID
000203         GO TO 1100-EXIT
000204     END-IF.
000205     PERFORM 1200-FETCH-ROLE THRU 1200-EXIT.
000206     MOVE "S" TO WS-CUR-FUNCTION.
000207     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000208         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000209 1100-EXIT.
000210     EXIT.
000211*
000212 1200-FETCH-ROLE.
000213     MOVE "C" TO WS-CUR-OPR-ROLE.
000214     OPEN INPUT OPERATOR-FILE.
000215     IF NOT WS-OPR-OK
000216         GO TO 1200-EXIT
000217     END-IF.
000218     MOVE WS-CUR-OPR-ID TO OPR-ID.
000219     READ OPERATOR-FILE
000220         INVALID KEY
000221             CONTINUE
000222         NOT INVALID KEY
000223             MOVE OPR-ROLE TO WS-CUR-OPR-ROLE
000224     END-READ.
000225     CLOSE OPERATOR-FILE.
000226 1200-EXIT.
000227     EXIT.
000228*
000229*--------------------------------------------------------------*
000230*  2000-PROCESS-MENU                                             *
000231*--------------------------------------------------------------*
000232 2000-PROCESS-MENU.
000233     DISPLAY " ".
000234     DISPLAY "----------------------------------------".
000235     DISPLAY "  REPORT REGISTER".
000236     DISPLAY "  1. LIST HELD REPORTS".
000237     DISPLAY "  2. REPRINT A REPORT".
000238     DISPLAY "  3. PURGE EXPIRED REPORTS".
000239     IF WS-CUR-OPR-ROLE = "S" OR WS-CUR-OPR-ROLE = "A"
000240         DISPLAY "  4. REPORT SUBSCRIPTIONS"
000241     END-IF.
000242     DISPLAY "  0. EXIT".
000243     DISPLAY "----------------------------------------".
000244     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000245     ACCEPT WS-MENU-CHOICE.
000246     EVALUATE WS-MENU-CHOICE
000247         WHEN 1
000248             PERFORM 3000-LIST-REGISTER THRU 3000-EXIT
000249         WHEN 2
000250             PERFORM 4000-REPRINT-REPORT THRU 4000-EXIT
000251         WHEN 3
000252             PERFORM 5000-PURGE-EXPIRED THRU 5000-EXIT
000253         WHEN 4
000254             CALL "sub-mnt"
000255         WHEN 0
000256             SET WS-EXIT-PROGRAM TO TRUE
000257         WHEN OTHER
000258             DISPLAY "INVALID CHOICE - TRY AGAIN"
000259     END-EVALUATE.
000260 2000-EXIT.
000261     EXIT.
000262*
000263*--------------------------------------------------------------*
000264*  3000-LIST-REGISTER                                            *
000265*--------------------------------------------------------------*
000266 3000-LIST-REGISTER.
000267     MOVE ZERO TO WS-LIST-COUNT.
000268     OPEN INPUT REPORT-INDEX-FILE.
000269     IF NOT WS-IDX-OK
000270         DISPLAY "NO REPORT REGISTER ON SYSTEM"
000271         GO TO 3000-EXIT
000272     END-IF.
000273     MOVE LOW-VALUES TO RPX-KEY.
000274     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RPX-KEY
000275         INVALID KEY
000276             DISPLAY "THE REPORT REGISTER IS EMPTY"
000277             CLOSE REPORT-INDEX-FILE
000278             GO TO 3000-EXIT
000279     END-START.
000280     MOVE "00" TO WS-IDX-STATUS.
000281     OPEN INPUT REPORT-DELIVERY-FILE.
000282     IF WS-RDL-OK
000283         SET WS-RDL-FILE-OPEN TO TRUE
000284     END-IF.
000285     PERFORM 3100-LIST-ONE-REPORT THRU 3100-EXIT
000286         UNTIL WS-IDX-EOF.
000287     IF WS-RDL-FILE-OPEN
000288         CLOSE REPORT-DELIVERY-FILE
000289         MOVE "N" TO WS-RDL-FILE-SWITCH
000290     END-IF.
000291     CLOSE REPORT-INDEX-FILE.
000292     DISPLAY "REPORTS HELD: " WS-LIST-COUNT.
000293 3000-EXIT.
000294     EXIT.
000295*
000296 3100-LIST-ONE-REPORT.
000297     READ REPORT-INDEX-FILE NEXT RECORD
000298         AT END
000299             MOVE "10" TO WS-IDX-STATUS
000300             GO TO 3100-EXIT
000301     END-READ.
000302     ADD 1 TO WS-LIST-COUNT.
000303     DISPLAY RPX-REPORT-ID " " RPX-BUS-DATE " " RPX-OPEN-TIME
000304         " BY " RPX-OPERATOR " LINES " RPX-LINE-COUNT
000305         " PAGES " RPX-PAGE-COUNT " " RPX-SET-ID.
000306     IF WS-RDL-FILE-OPEN
000307         PERFORM 3200-LIST-DELIVERIES THRU 3200-EXIT
000308     END-IF.
000309 3100-EXIT.
000310     EXIT.
000311*
000312*--------------------------------------------------------------*
000313*  3200-LIST-DELIVERIES                                          *
000314*                                                                *
000315*  Shows beneath the report each operator RPT-DST distributed   *
000316*  it to, and when they opened it.                              *
000317*--------------------------------------------------------------*
000318 3200-LIST-DELIVERIES.
000319     MOVE RPX-REPORT-ID TO RDL-REPORT-ID.
000320     MOVE RPX-BUS-DATE  TO RDL-BUS-DATE.
000321     MOVE RPX-OPEN-TIME TO RDL-OPEN-TIME.
000322     MOVE LOW-VALUES    TO RDL-RECIPIENT.
000323     START REPORT-DELIVERY-FILE KEY IS NOT LESS THAN RDL-KEY
000324         INVALID KEY
000325             GO TO 3200-EXIT
000326     END-START.
000327     MOVE "00" TO WS-RDL-STATUS.
000328     PERFORM 3210-LIST-ONE-DELIVERY THRU 3210-EXIT
000329         UNTIL WS-RDL-EOF.
000330 3200-EXIT.
000331     EXIT.
000332*
000333 3210-LIST-ONE-DELIVERY.
000334     READ REPORT-DELIVERY-FILE NEXT RECORD
000335         AT END
000336             MOVE "10" TO WS-RDL-STATUS
000337             GO TO 3210-EXIT
000338     END-READ.
000339     IF RDL-REPORT-ID NOT = RPX-REPORT-ID
000340        OR RDL-BUS-DATE NOT = RPX-BUS-DATE
000341        OR RDL-OPEN-TIME NOT = RPX-OPEN-TIME
000342         MOVE "10" TO WS-RDL-STATUS
000343         GO TO 3210-EXIT
000344     END-IF.
000345     IF RDL-OPENED-DATE = ZERO
000346         MOVE "NOT OPENED" TO WS-OPENED-TEXT
000347     ELSE
000348         MOVE SPACES TO WS-OPENED-TEXT
000349         STRING "OPENED " RDL-OPENED-DATE DELIMITED BY SIZE
000350             INTO WS-OPENED-TEXT
000351     END-IF.
000352     DISPLAY "    TO " RDL-RECIPIENT
000353         " NOTIFIED " RDL-NOTIFIED-DATE
000354         " PRINTED " RDL-PRINTED-DATE " " WS-OPENED-TEXT.
000355 3210-EXIT.
000356     EXIT.
000357*
000358*--------------------------------------------------------------*
000359*  4000-REPRINT-REPORT                                           *
000360*--------------------------------------------------------------*
000361 4000-REPRINT-REPORT.
000362     PERFORM 4500-ACCEPT-REPORT-KEY THRU 4500-EXIT.
000363     IF WS-WANT-REPORT-ID = SPACES
000364         GO TO 4000-EXIT
000365     END-IF.
000366     OPEN INPUT REPORT-STORE-FILE.
000367     IF NOT WS-STO-OK
000368         DISPLAY "NO REPORT STORE ON SYSTEM"
000369         GO TO 4000-EXIT
000370     END-IF.
000371     MOVE ZERO TO WS-COPIED-COUNT.
000372     MOVE WS-WANT-REPORT-ID TO RPS-REPORT-ID.
000373     MOVE WS-WANT-DATE      TO RPS-BUS-DATE.
000374     MOVE WS-WANT-TIME      TO RPS-OPEN-TIME.
000375     MOVE ZERO              TO RPS-LINE-SEQ.
000376     START REPORT-STORE-FILE KEY IS NOT LESS THAN RPS-KEY
000377         INVALID KEY
000378             DISPLAY "NO STORED LINES FOR THAT REPORT"
000379             CLOSE REPORT-STORE-FILE
000380             GO TO 4000-EXIT
000381     END-START.
000382     MOVE "00" TO WS-STO-STATUS.
000383     OPEN OUTPUT REPRINT-FILE.
000384     PERFORM 4100-COPY-ONE-LINE THRU 4100-EXIT
000385         UNTIL WS-STO-EOF.
000386     CLOSE REPRINT-FILE.
000387     CLOSE REPORT-STORE-FILE.
000388     IF WS-COPIED-COUNT = ZERO
000389         DISPLAY "NO STORED LINES FOR THAT REPORT"
000390     ELSE
000391         DISPLAY "LINES REPRINTED: " WS-COPIED-COUNT
000392         PERFORM 4600-RECORD-OPENED THRU 4600-EXIT
000393     END-IF.
000394 4000-EXIT.
000395     EXIT.
000396*
000397 4100-COPY-ONE-LINE.
000398     READ REPORT-STORE-FILE NEXT RECORD
000399         AT END
000400             MOVE "10" TO WS-STO-STATUS
000401             GO TO 4100-EXIT
000402     END-READ.
000403     IF RPS-REPORT-ID NOT = WS-WANT-REPORT-ID
000404        OR RPS-BUS-DATE NOT = WS-WANT-DATE
000405        OR RPS-OPEN-TIME NOT = WS-WANT-TIME
000406         MOVE "10" TO WS-STO-STATUS
000407         GO TO 4100-EXIT
000408     END-IF.
000409     MOVE RPS-LINE-TEXT TO REPRINT-LINE.
000410     WRITE REPRINT-LINE.
000411     ADD 1 TO WS-COPIED-COUNT.
000412 4100-EXIT.
000413     EXIT.
000414*
000415*--------------------------------------------------------------*
000416*  4500-ACCEPT-REPORT-KEY                                        *
000417*--------------------------------------------------------------*
000418 4500-ACCEPT-REPORT-KEY.
000419     DISPLAY "REPORT ID: " WITH NO ADVANCING.
000420     MOVE SPACES TO WS-WANT-REPORT-ID.
000421     ACCEPT WS-WANT-REPORT-ID.
000422     IF WS-WANT-REPORT-ID = SPACES
000423         DISPLAY "NOTHING ENTERED"
000424         GO TO 4500-EXIT
000425     END-IF.
000426     DISPLAY "BUSINESS DATE YYYYMMDD: " WITH NO ADVANCING.
000427     MOVE SPACES TO WS-DATE-TEXT.
000428     ACCEPT WS-DATE-TEXT.
000429     IF WS-DATE-TEXT(1:8) NUMERIC
000430         MOVE WS-DATE-TEXT(1:8) TO WS-WANT-DATE
000431     ELSE
000432         MOVE ZERO TO WS-WANT-DATE
000433     END-IF.
000434     DISPLAY "OPEN TIME (FROM THE LIST): " WITH NO ADVANCING.
000435     MOVE SPACES TO WS-DATE-TEXT.
000436     ACCEPT WS-DATE-TEXT.
000437     IF WS-DATE-TEXT(1:8) NUMERIC
000438         MOVE WS-DATE-TEXT(1:8) TO WS-WANT-TIME
000439     ELSE
000440         MOVE ZERO TO WS-WANT-TIME
000441     END-IF.
000442 4500-EXIT.
000443     EXIT.
000444*
000445*--------------------------------------------------------------*
000446*  4600-RECORD-OPENED                                            *
000447*                                                                *
000448*  Marks the report opened on RPTDLVR the first time the        *
000449*  signed-on operator it was distributed to reprints it. A      *
000450*  report not distributed to them records nothing.              *
000451*--------------------------------------------------------------*
000452 4600-RECORD-OPENED.
000453     OPEN I-O REPORT-DELIVERY-FILE.
000454     IF NOT WS-RDL-OK
000455         GO TO 4600-EXIT
000456     END-IF.
000457     MOVE WS-WANT-REPORT-ID TO RDL-REPORT-ID.
000458     MOVE WS-WANT-DATE      TO RDL-BUS-DATE.
000459     MOVE WS-WANT-TIME      TO RDL-OPEN-TIME.
000460     MOVE WS-CUR-OPR-ID     TO RDL-RECIPIENT.
000461     READ REPORT-DELIVERY-FILE
000462         INVALID KEY
000463             CLOSE REPORT-DELIVERY-FILE
000464             GO TO 4600-EXIT
000465     END-READ.
000466     IF RDL-OPENED-DATE = ZERO
000467         ACCEPT WS-NOW-TIME FROM TIME
000468         MOVE WS-TODAY-DATE TO RDL-OPENED-DATE
000469         MOVE WS-NOW-TIME   TO RDL-OPENED-TIME
000470         REWRITE REPORT-DELIVERY-RECORD
000471             INVALID KEY
000472                 DISPLAY "UNABLE TO RECORD THE REPORT AS OPENED"
000473         END-REWRITE
000474     END-IF.
000475     CLOSE REPORT-DELIVERY-FILE.
000476 4600-EXIT.
000477     EXIT.
000478*
000479*--------------------------------------------------------------*
000480*  5000-PURGE-EXPIRED                                            *
000481*                                                                *
000482*  Deletes register entries (and their stored lines) older      *
000483*  than the retention days. A report filed in a set (the        *
000484*  period-end pack) is kept.                                    *
000485*--------------------------------------------------------------*
000486 5000-PURGE-EXPIRED.
000487     COMPUTE WS-CUTOFF-DATE =
000488         FUNCTION DATE-OF-INTEGER(
000489             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
000490             - WS-RETAIN-DAYS).
000491     MOVE ZERO TO WS-PURGED-COUNT.
000492     OPEN I-O REPORT-INDEX-FILE.
000493     IF NOT WS-IDX-OK
000494         DISPLAY "NO REPORT REGISTER ON SYSTEM"
000495         GO TO 5000-EXIT
000496     END-IF.
000497     OPEN I-O REPORT-STORE-FILE.
000498     OPEN I-O REPORT-DELIVERY-FILE.
000499     IF WS-RDL-OK
000500         SET WS-RDL-FILE-OPEN TO TRUE
000501     END-IF.
000502     MOVE LOW-VALUES TO RPX-KEY.
000503     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RPX-KEY
000504         INVALID KEY
000505             MOVE "10" TO WS-IDX-STATUS
000506     END-START.
000507     IF NOT WS-IDX-EOF
000508         MOVE "00" TO WS-IDX-STATUS
000509     END-IF.
000510     PERFORM 5100-PURGE-ONE-REPORT THRU 5100-EXIT
000511         UNTIL WS-IDX-EOF.
000512     CLOSE REPORT-STORE-FILE.
000513     IF WS-RDL-FILE-OPEN
000514         CLOSE REPORT-DELIVERY-FILE
000515         MOVE "N" TO WS-RDL-FILE-SWITCH
000516     END-IF.
000517     CLOSE REPORT-INDEX-FILE.
000518     DISPLAY "REPORTS PURGED: " WS-PURGED-COUNT.
000519 5000-EXIT.
000520     EXIT.
000521*
000522 5100-PURGE-ONE-REPORT.
000523     READ REPORT-INDEX-FILE NEXT RECORD
000524         AT END
000525             MOVE "10" TO WS-IDX-STATUS
000526             GO TO 5100-EXIT
000527     END-READ.
000528     IF RPX-BUS-DATE >= WS-CUTOFF-DATE
000529        OR RPX-SET-ID NOT = SPACES
000530         GO TO 5100-EXIT
000531     END-IF.
000532     PERFORM 5200-PURGE-STORED-LINES THRU 5200-EXIT.
000533     IF WS-RDL-FILE-OPEN
000534         PERFORM 5300-PURGE-DELIVERIES THRU 5300-EXIT
000535     END-IF.
000536     DELETE REPORT-INDEX-FILE
000537         INVALID KEY
000538             CONTINUE
000539     END-DELETE.
000540     ADD 1 TO WS-PURGED-COUNT.
000541 5100-EXIT.
000542     EXIT.
000543*
000544 5200-PURGE-STORED-LINES.
000545     MOVE RPX-REPORT-ID TO RPS-REPORT-ID.
000546     MOVE RPX-BUS-DATE  TO RPS-BUS-DATE.
000547     MOVE RPX-OPEN-TIME TO RPS-OPEN-TIME.
000548     MOVE ZERO          TO RPS-LINE-SEQ.
000549     MOVE "00" TO WS-STO-STATUS.
000550     PERFORM 5210-PURGE-ONE-LINE THRU 5210-EXIT
000551         UNTIL WS-STO-EOF.
000552     MOVE "00" TO WS-STO-STATUS.
000553 5200-EXIT.
000554     EXIT.
000555*
000556 5210-PURGE-ONE-LINE.
000557     ADD 1 TO RPS-LINE-SEQ.
000558     READ REPORT-STORE-FILE
000559         INVALID KEY
000560             MOVE "10" TO WS-STO-STATUS
000561             GO TO 5210-EXIT
000562     END-READ.
000563     DELETE REPORT-STORE-FILE
000564         INVALID KEY
000565             MOVE "10" TO WS-STO-STATUS
000566     END-DELETE.
000567 5210-EXIT.
000568     EXIT.
000569*
000570 5300-PURGE-DELIVERIES.
000571     MOVE RPX-REPORT-ID TO RDL-REPORT-ID.
000572     MOVE RPX-BUS-DATE  TO RDL-BUS-DATE.
000573     MOVE RPX-OPEN-TIME TO RDL-OPEN-TIME.
000574     MOVE LOW-VALUES    TO RDL-RECIPIENT.
000575     START REPORT-DELIVERY-FILE KEY IS NOT LESS THAN RDL-KEY
000576         INVALID KEY
000577             GO TO 5300-EXIT
000578     END-START.
000579     MOVE "00" TO WS-RDL-STATUS.
000580     PERFORM 5310-PURGE-ONE-DELIVERY THRU 5310-EXIT
000581         UNTIL WS-RDL-EOF.
000582 5300-EXIT.
000583     EXIT.
000584*
000585 5310-PURGE-ONE-DELIVERY.
000586     READ REPORT-DELIVERY-FILE NEXT RECORD
000587         AT END
000588             MOVE "10" TO WS-RDL-STATUS
000589             GO TO 5310-EXIT
000590     END-READ.
000591     IF RDL-REPORT-ID NOT = RPX-REPORT-ID
000592        OR RDL-BUS-DATE NOT = RPX-BUS-DATE
000593        OR RDL-OPEN-TIME NOT = RPX-OPEN-TIME
000594         MOVE "10" TO WS-RDL-STATUS
000595         GO TO 5310-EXIT
000596     END-IF.
000597     DELETE REPORT-DELIVERY-FILE
000598         INVALID KEY
000599             MOVE "10" TO WS-RDL-STATUS
000600     END-DELETE.
000601 5310-EXIT.
000602     EXIT.
