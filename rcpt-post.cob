000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. rcpt-post.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Batch posting of cash         *
000012*                    receipts from RCPTTRAN (account, amount,   *
000013*                    receipt date and up to four invoice        *
000014*                    references) against the open invoices on   *
000015*                    the INVHIST invoice history. Cash is       *
000016*                    allocated to the quoted invoices in turn,  *
000017*                    up to what each still has outstanding, so  *
000018*                    a part-payment leaves the balance open. A  *
000019*                    receipt quoting no invoice is matched to   *
000020*                    an open invoice on the account for exactly *
000021*                    the amount. Cash left over after           *
000022*                    allocation stays on the customer account   *
000023*                    as unallocated cash. A receipt for an      *
000024*                    unknown account, with a bad amount, or     *
000025*                    that cannot be matched to any open invoice *
000026*                    is not posted and goes on the RCPTEXC      *
000027*                    exception list. Postings are listed on     *
000028*                    RCPTRPT with run totals, and the run is    *
000029*                    recorded on the shared run-control file.   *
000030*  15-OCT-2026  BJD  A receipt dated in a period PER-CLS has    *
000031*                    closed (or is closing) is not posted and   *
000032*                    goes on the exception list - see PER-CHK.  *
000033*--------------------------------------------------------------*
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037     SELECT RECEIPT-TRAN-FILE ASSIGN TO "RCPTTRAN"
000038         ORGANIZATION IS LINE SEQUENTIAL
000039         FILE STATUS IS WS-TRAN-STATUS.
000040     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
000041         ORGANIZATION IS INDEXED
000042         ACCESS MODE IS RANDOM
000043         RECORD KEY IS CUS-ACCOUNT-NO
000044         FILE STATUS IS WS-CUS-STATUS.
000045     SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
000046         ORGANIZATION IS INDEXED
000047         ACCESS MODE IS DYNAMIC
000048         RECORD KEY IS IVH-KEY
000049         ALTERNATE RECORD KEY IS IVH-ACCOUNT-NO
000050             WITH DUPLICATES
000051         FILE STATUS IS WS-IVH-STATUS.
000052     SELECT REPORT-FILE ASSIGN TO "RCPTRPT"
000053         ORGANIZATION IS LINE SEQUENTIAL.
000054     SELECT EXCEPTION-FILE ASSIGN TO "RCPTEXC"
000055         ORGANIZATION IS LINE SEQUENTIAL.
000056*
000057 DATA DIVISION.
000058 FILE SECTION.
000059 FD  RECEIPT-TRAN-FILE
000060     LABEL RECORDS ARE STANDARD.
000061 01  RECEIPT-TRAN-RECORD.
000062     05  RCT-ACCOUNT-NO      PIC X(08).
000063     05  FILLER              PIC X(01).
000064     05  RCT-AMOUNT          PIC X(12).
000065     05  FILLER              PIC X(01).
000066     05  RCT-DATE            PIC 9(08).
000067     05  RCT-INVOICE-REFS OCCURS 4 TIMES.
000068         10  FILLER          PIC X(01).
000069         10  RCT-INVOICE-REF PIC X(08).
000070 01  RCT-DETAIL REDEFINES RECEIPT-TRAN-RECORD
000071                             PIC X(66).
000072*
000073 FD  CUSTOMER-FILE
000074     LABEL RECORDS ARE STANDARD.
000075     COPY CUSTREC.
000076*
000077 FD  INVOICE-HISTORY-FILE
000078     LABEL RECORDS ARE STANDARD.
000079     COPY INVHREC.
000080*
000081 FD  REPORT-FILE
000082     LABEL RECORDS ARE STANDARD.
000083 01  REPORT-LINE             PIC X(100).
000084*
000085 FD  EXCEPTION-FILE
000086     LABEL RECORDS ARE STANDARD.
000087 01  EXCEPTION-LINE          PIC X(100).
000088*
000089 WORKING-STORAGE SECTION.
000090*
000091 01  WS-TRAN-STATUS          PIC X(02) VALUE "00".
000092     88  WS-TRAN-OK                    VALUE "00".
000093     88  WS-TRAN-EOF                   VALUE "10".
000094*
000095 01  WS-CUS-STATUS           PIC X(02) VALUE "00".
000096     88  WS-CUS-OK                     VALUE "00".
000097*
000098 01  WS-IVH-STATUS           PIC X(02) VALUE "00".
000099     88  WS-IVH-OK                     VALUE "00".
000100     88  WS-IVH-EOF                    VALUE "10".
000101*
000102 01  WS-MASTER-SWITCH        PIC X(01) VALUE "N".
000103     88  WS-MASTERS-AVAILABLE         VALUE "Y".
000104*
000105 01  WS-TODAY-DATE           PIC 9(08).
000106 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
000107*
000108*--------------------------------------------------------------*
000109*  AMOUNT VALIDATION WORK AREAS - SAME RULES AS INV-EXT          *
000110*--------------------------------------------------------------*
000111 01  WS-NUMVAL-CHECK         PIC S9(4) COMP.
000112 01  WS-NUM-WORK             PIC S9(15)V99.
000113*
000114*--------------------------------------------------------------*
000115*  RECEIPT IN HAND                                               *
000116*--------------------------------------------------------------*
000117 01  WS-RCP-AMOUNT           PIC S9(13)V99.
000118 01  WS-RCP-REMAINING        PIC S9(13)V99.
000119 01  WS-RCP-DATE             PIC 9(08).
000120 01  WS-RCP-ALLOC-COUNT      PIC 9(02).
000121 01  WS-REF-COUNT            PIC 9(02).
000122 01  WS-REF-INDEX            PIC S9(04) COMP.
000123 01  WS-OUTSTANDING          PIC S9(13)V99.
000124 01  WS-ALLOCATION           PIC S9(13)V99.
000125 01  WS-MATCH-SWITCH         PIC X(01).
000126     88  WS-MATCH-FOUND               VALUE "Y".
000127*
000128*--------------------------------------------------------------*
000129*  RUN TOTALS                                                    *
000130*--------------------------------------------------------------*
000131 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
000132 01  WS-POSTED-COUNT         PIC 9(07) VALUE ZERO.
000133 01  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
000134 01  WS-RUN-RECEIVED         PIC S9(13)V99 VALUE ZERO.
000135 01  WS-RUN-ALLOCATED        PIC S9(13)V99 VALUE ZERO.
000136 01  WS-RUN-UNALLOCATED      PIC S9(13)V99 VALUE ZERO.
000137 01  WS-RUN-EXCEPTIONS       PIC S9(13)V99 VALUE ZERO.
000138*
000139*--------------------------------------------------------------*
000140*  REPORT LINES                                                  *
000141*--------------------------------------------------------------*
000142 01  WS-HEADING-1.
000143     05  FILLER         PIC X(22) VALUE "CASH RECEIPTS POSTING".
000144     05  FILLER         PIC X(10) VALUE " RUN DATE ".
000145     05  WS-HDG-DATE    PIC 9(08).
000146*
000147 01  WS-HEADING-2.
000148     05  FILLER              PIC X(09) VALUE "ACCOUNT".
000149     05  FILLER              PIC X(09) VALUE "DATE".
000150     05  FILLER              PIC X(09) VALUE "INVOICE".
000151     05  FILLER              PIC X(18) VALUE "AMOUNT".
000152     05  FILLER              PIC X(30) VALUE "POSTING".
000153*
000154 01  WS-EXC-HEADING.
000155     05  FILLER         PIC X(32)
000156         VALUE "CASH RECEIPTS EXCEPTION LIST".
000157     05  FILLER         PIC X(10) VALUE " RUN DATE ".
000158     05  WS-EXC-HDG-DATE PIC 9(08).
000159*
000160 01  WS-DETAIL-LINE.
000161     05  DTL-ACCOUNT         PIC X(08).
000162     05  FILLER              PIC X(01) VALUE SPACE.
000163     05  DTL-DATE            PIC 9(08).
000164     05  FILLER              PIC X(01) VALUE SPACE.
000165     05  DTL-INVOICE         PIC X(08).
000166     05  FILLER              PIC X(01) VALUE SPACE.
000167     05  DTL-AMOUNT          PIC -9(13).99.
000168     05  FILLER              PIC X(01) VALUE SPACE.
000169     05  DTL-TEXT            PIC X(30).
000170*
000171 01  WS-EXCEPTION-DETAIL.
000172     05  EXC-DETAIL          PIC X(66).
000173     05  FILLER              PIC X(02) VALUE SPACES.
000174     05  EXC-REASON          PIC X(30).
000175*
000176 01  WS-TOTAL-LINE.
000177     05  TOT-LABEL           PIC X(30).
000178     05  TOT-COUNT           PIC ZZZZZZ9.
000179*
000180 01  WS-AMOUNT-LINE.
000181     05  AMT-LABEL           PIC X(30).
000182     05  AMT-VALUE           PIC -9(13).99.
000183*
000184*--------------------------------------------------------------*
000185*  SHARED RUN-CONTROL WORK AREAS                                 *
000186*--------------------------------------------------------------*
000187     COPY RUNCALL.
000188*
000189*--------------------------------------------------------------*
000190*  SHARED PERIOD-CHECK WORK AREAS                                *
000191*--------------------------------------------------------------*
000192     COPY PERCALL.
000193*
000194 PROCEDURE DIVISION.
000195*
000196*--------------------------------------------------------------*
000197*  0000-MAINLINE                                                *
000198*--------------------------------------------------------------*
000199 0000-MAINLINE.
000200     MOVE "S" TO WS-RUN-FUNCTION.
000201     MOVE "RCPTPOST" TO WS-RUN-PROGRAM.
000202     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000203     MOVE ZERO TO WS-RUN-REC-COUNT.
000204     MOVE SPACE TO WS-RUN-STATUS.
000205     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000206         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000207         WS-RUN-ALREADY-RAN.
000208     IF WS-RUN-ALREADY-RAN = "Y"
000209         DISPLAY "RCPT-POST ALREADY RAN FOR THIS BUSINESS DATE"
000210         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000211         STOP RUN
000212     END-IF.
000213     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000214     PERFORM 2000-PROCESS-ONE-RECEIPT THRU 2000-EXIT
000215         UNTIL WS-TRAN-EOF.
000216     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000217     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000218     STOP RUN.
000219*
000220*--------------------------------------------------------------*
000221*  1000-INITIALIZE                                               *
000222*--------------------------------------------------------------*
000223 1000-INITIALIZE.
000224     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000225     OPEN INPUT RECEIPT-TRAN-FILE.
000226     IF NOT WS-TRAN-OK
000227         DISPLAY "RCPT-POST: CANNOT OPEN RCPTTRAN - STATUS "
000228             WS-TRAN-STATUS
000229         MOVE "10" TO WS-TRAN-STATUS
000230     END-IF.
000231     MOVE "N" TO WS-MASTER-SWITCH.
000232     OPEN I-O CUSTOMER-FILE.
000233     OPEN I-O INVOICE-HISTORY-FILE.
000234     IF WS-CUS-OK AND WS-IVH-OK
000235         SET WS-MASTERS-AVAILABLE TO TRUE
000236     ELSE
000237         DISPLAY "RCPT-POST: CUSTFILE/INVHIST NOT AVAILABLE - "
000238             "EVERY RECEIPT WILL BE AN EXCEPTION"
000239     END-IF.
000240     OPEN OUTPUT REPORT-FILE.
000241     OPEN OUTPUT EXCEPTION-FILE.
000242     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000243     MOVE WS-TODAY-DATE TO WS-EXC-HDG-DATE.
000244     WRITE REPORT-LINE FROM WS-HEADING-1.
000245     WRITE REPORT-LINE FROM WS-HEADING-2.
000246     WRITE EXCEPTION-LINE FROM WS-EXC-HEADING.
000247 1000-EXIT.
000248     EXIT.
000249*
000250*--------------------------------------------------------------*
000251*  2000-PROCESS-ONE-RECEIPT                                      *
000252*--------------------------------------------------------------*
000253 2000-PROCESS-ONE-RECEIPT.
000254     READ RECEIPT-TRAN-FILE
000255         AT END
000256             MOVE "10" TO WS-TRAN-STATUS
000257             GO TO 2000-EXIT
000258     END-READ.
000259     ADD 1 TO WS-READ-COUNT.
000260     MOVE SPACES TO WS-REJECT-REASON.
000261     PERFORM 3000-VALIDATE-RECEIPT THRU 3000-EXIT.
000262     IF WS-REJECT-REASON = SPACES
000263         PERFORM 4000-ALLOCATE-RECEIPT THRU 4000-EXIT
000264     END-IF.
000265     IF WS-REJECT-REASON NOT = SPACES
000266         ADD 1 TO WS-EXCEPTION-COUNT
000267         MOVE RCT-DETAIL       TO EXC-DETAIL
000268         MOVE WS-REJECT-REASON TO EXC-REASON
000269         WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
000270         GO TO 2000-EXIT
000271     END-IF.
000272     ADD 1 TO WS-POSTED-COUNT.
000273     ADD WS-RCP-AMOUNT TO WS-RUN-RECEIVED.
000274     IF WS-RCP-REMAINING > ZERO
000275         PERFORM 5000-HOLD-ON-ACCOUNT THRU 5000-EXIT
000276     END-IF.
000277 2000-EXIT.
000278     EXIT.
000279*
000280*--------------------------------------------------------------*
000281*  3000-VALIDATE-RECEIPT                                         *
000282*--------------------------------------------------------------*
000283 3000-VALIDATE-RECEIPT.
000284     IF NOT WS-MASTERS-AVAILABLE
000285         MOVE "MASTER FILES NOT AVAILABLE" TO WS-REJECT-REASON
000286         GO TO 3000-EXIT
000287     END-IF.
000288     IF RCT-ACCOUNT-NO = SPACES
000289         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
000290         GO TO 3000-EXIT
000291     END-IF.
000292     MOVE RCT-ACCOUNT-NO TO CUS-ACCOUNT-NO.
000293     READ CUSTOMER-FILE
000294         INVALID KEY
000295             MOVE "UNKNOWN CUSTOMER ACCOUNT" TO WS-REJECT-REASON
000296             GO TO 3000-EXIT
000297     END-READ.
000298     COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(RCT-AMOUNT).
000299     IF WS-NUMVAL-CHECK NOT = ZERO
000300         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
000301         GO TO 3000-EXIT
000302     END-IF.
000303     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(RCT-AMOUNT).
000304     IF WS-NUM-WORK NOT > ZERO
000305        OR WS-NUM-WORK > 9999999999999.99
000306         MOVE "AMOUNT NOT POSITIVE" TO WS-REJECT-REASON
000307         GO TO 3000-EXIT
000308     END-IF.
000309     MOVE WS-NUM-WORK TO WS-RCP-AMOUNT.
000310     MOVE WS-NUM-WORK TO WS-RCP-REMAINING.
000311     IF RCT-DATE NUMERIC
000312         MOVE RCT-DATE TO WS-RCP-DATE
000313     ELSE
000314         MOVE WS-TODAY-DATE TO WS-RCP-DATE
000315     END-IF.
000316     MOVE WS-RCP-DATE TO WS-PER-DATE.
000317     CALL "per-chk" USING WS-PER-DATE WS-PER-CLOSED
000318         WS-PER-END-DATE.
000319     IF WS-PER-CLOSED = "Y"
000320         MOVE "RECEIPT DATE IN CLOSED PERIOD" TO WS-REJECT-REASON
000321         GO TO 3000-EXIT
000322     END-IF.
000323 3000-EXIT.
000324     EXIT.
000325*
000326*--------------------------------------------------------------*
000327*  4000-ALLOCATE-RECEIPT                                         *
000328*                                                                *
000329*  Quoted invoices are paid in the order given. With no         *
000330*  reference the receipt is matched on amount against the       *
000331*  account's open invoices. A receipt that allocates nothing    *
000332*  comes back with WS-REJECT-REASON set.                        *
000333*--------------------------------------------------------------*
000334 4000-ALLOCATE-RECEIPT.
000335     MOVE ZERO TO WS-RCP-ALLOC-COUNT.
000336     MOVE ZERO TO WS-REF-COUNT.
000337     PERFORM 4100-ALLOCATE-ONE-REF THRU 4100-EXIT
000338         VARYING WS-REF-INDEX FROM 1 BY 1
000339         UNTIL WS-REF-INDEX > 4
000340             OR WS-RCP-REMAINING NOT > ZERO.
000341     IF WS-REF-COUNT = ZERO
000342         PERFORM 4200-MATCH-BY-AMOUNT THRU 4200-EXIT
000343     END-IF.
000344     IF WS-RCP-ALLOC-COUNT > ZERO
000345         GO TO 4000-EXIT
000346     END-IF.
000347     IF WS-REF-COUNT = ZERO
000348         MOVE "NO REFERENCE AND NO AMOUNT MATCH"
000349             TO WS-REJECT-REASON
000350     ELSE
000351         MOVE "NO QUOTED INVOICE OPEN" TO WS-REJECT-REASON
000352     END-IF.
000353 4000-EXIT.
000354     EXIT.
000355*
000356 4100-ALLOCATE-ONE-REF.
000357     IF RCT-INVOICE-REF(WS-REF-INDEX) = SPACES
000358         GO TO 4100-EXIT
000359     END-IF.
000360     ADD 1 TO WS-REF-COUNT.
000361     MOVE RCT-INVOICE-REF(WS-REF-INDEX) TO IVH-DOC-NO.
000362     MOVE ZERO TO IVH-LINE-NO.
000363     READ INVOICE-HISTORY-FILE
000364         INVALID KEY
000365             MOVE RCT-INVOICE-REF(WS-REF-INDEX) TO DTL-INVOICE
000366             MOVE "REFERENCE NOT ON FILE" TO DTL-TEXT
000367             PERFORM 4900-WRITE-NOTE THRU 4900-EXIT
000368             GO TO 4100-EXIT
000369     END-READ.
000370     IF NOT IVH-INVOICE OR IVH-ACCOUNT-NO NOT = RCT-ACCOUNT-NO
000371         MOVE IVH-DOC-NO TO DTL-INVOICE
000372         MOVE "NOT AN INVOICE ON THIS ACCOUNT" TO DTL-TEXT
000373         PERFORM 4900-WRITE-NOTE THRU 4900-EXIT
000374         GO TO 4100-EXIT
000375     END-IF.
000376     PERFORM 4500-APPLY-CASH THRU 4500-EXIT.
000377 4100-EXIT.
000378     EXIT.
000379*
000380*--------------------------------------------------------------*
000381*  4200-MATCH-BY-AMOUNT                                          *
000382*                                                                *
000383*  Reads the account's documents through the alternate key and  *
000384*  takes the first invoice whose outstanding balance is         *
000385*  exactly the amount received.                                 *
000386*--------------------------------------------------------------*
000387 4200-MATCH-BY-AMOUNT.
000388     MOVE "N" TO WS-MATCH-SWITCH.
000389     MOVE RCT-ACCOUNT-NO TO IVH-ACCOUNT-NO.
000390     START INVOICE-HISTORY-FILE KEY IS EQUAL TO IVH-ACCOUNT-NO
000391         INVALID KEY
000392             GO TO 4200-EXIT
000393     END-START.
000394     MOVE "00" TO WS-IVH-STATUS.
000395     PERFORM 4210-CHECK-ONE-DOCUMENT THRU 4210-EXIT
000396         UNTIL WS-IVH-EOF OR WS-MATCH-FOUND.
000397     IF WS-MATCH-FOUND
000398         PERFORM 4500-APPLY-CASH THRU 4500-EXIT
000399     END-IF.
000400     MOVE "00" TO WS-IVH-STATUS.
000401 4200-EXIT.
000402     EXIT.
000403*
000404 4210-CHECK-ONE-DOCUMENT.
000405     READ INVOICE-HISTORY-FILE NEXT RECORD
000406         AT END
000407             MOVE "10" TO WS-IVH-STATUS
000408             GO TO 4210-EXIT
000409     END-READ.
000410     IF IVH-ACCOUNT-NO NOT = RCT-ACCOUNT-NO
000411         MOVE "10" TO WS-IVH-STATUS
000412         GO TO 4210-EXIT
000413     END-IF.
000414     IF NOT IVH-HEADER OR NOT IVH-INVOICE
000415         GO TO 4210-EXIT
000416     END-IF.
000417     COMPUTE WS-OUTSTANDING =
000418         IVH-GROSS - IVH-CREDITED-GROSS - IVH-PAID-AMOUNT.
000419     IF WS-OUTSTANDING = WS-RCP-AMOUNT
000420         SET WS-MATCH-FOUND TO TRUE
000421     END-IF.
000422 4210-EXIT.
000423     EXIT.
000424*
000425*--------------------------------------------------------------*
000426*  4500-APPLY-CASH                                               *
000427*                                                                *
000428*  Allocates as much of the cash still in hand as the invoice   *
000429*  in the history record area has outstanding, and rewrites it. *
000430*--------------------------------------------------------------*
000431 4500-APPLY-CASH.
000432     COMPUTE WS-OUTSTANDING =
000433         IVH-GROSS - IVH-CREDITED-GROSS - IVH-PAID-AMOUNT.
000434     IF WS-OUTSTANDING NOT > ZERO
000435         MOVE IVH-DOC-NO TO DTL-INVOICE
000436         MOVE "INVOICE ALREADY SETTLED" TO DTL-TEXT
000437         PERFORM 4900-WRITE-NOTE THRU 4900-EXIT
000438         GO TO 4500-EXIT
000439     END-IF.
000440     IF WS-RCP-REMAINING < WS-OUTSTANDING
000441         MOVE WS-RCP-REMAINING TO WS-ALLOCATION
000442     ELSE
000443         MOVE WS-OUTSTANDING TO WS-ALLOCATION
000444     END-IF.
000445     ADD WS-ALLOCATION TO IVH-PAID-AMOUNT.
000446     MOVE WS-RCP-DATE  TO IVH-LAST-PAID-DATE.
000447     REWRITE INVOICE-HISTORY-RECORD
000448         INVALID KEY
000449             MOVE IVH-DOC-NO TO DTL-INVOICE
000450             MOVE "HISTORY NOT UPDATED" TO DTL-TEXT
000451             PERFORM 4900-WRITE-NOTE THRU 4900-EXIT
000452             GO TO 4500-EXIT
000453     END-REWRITE.
000454     SUBTRACT WS-ALLOCATION FROM WS-RCP-REMAINING.
000455     ADD WS-ALLOCATION TO WS-RUN-ALLOCATED.
000456     ADD 1 TO WS-RCP-ALLOC-COUNT.
000457     MOVE RCT-ACCOUNT-NO TO DTL-ACCOUNT.
000458     MOVE WS-RCP-DATE    TO DTL-DATE.
000459     MOVE IVH-DOC-NO     TO DTL-INVOICE.
000460     MOVE WS-ALLOCATION  TO DTL-AMOUNT.
000461     IF WS-ALLOCATION < WS-OUTSTANDING
000462         MOVE "PART-PAID" TO DTL-TEXT
000463     ELSE
000464         MOVE "PAID IN FULL" TO DTL-TEXT
000465     END-IF.
000466     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000467 4500-EXIT.
000468     EXIT.
000469*
000470 4900-WRITE-NOTE.
000471     MOVE RCT-ACCOUNT-NO TO DTL-ACCOUNT.
000472     MOVE WS-RCP-DATE    TO DTL-DATE.
000473     MOVE ZERO           TO DTL-AMOUNT.
000474     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000475 4900-EXIT.
000476     EXIT.
000477*
000478*--------------------------------------------------------------*
000479*  5000-HOLD-ON-ACCOUNT                                          *
000480*                                                                *
000481*  Cash left after allocation stays on the customer account as  *
000482*  unallocated cash.                                            *
000483*--------------------------------------------------------------*
000484 5000-HOLD-ON-ACCOUNT.
000485     ADD WS-RCP-REMAINING TO CUS-UNALLOC-CASH.
000486     REWRITE CUSTOMER-RECORD
000487         INVALID KEY
000488             DISPLAY "RCPT-POST: CASH ON ACCOUNT NOT RECORDED - "
000489                 RCT-ACCOUNT-NO " STATUS " WS-CUS-STATUS
000490     END-REWRITE.
000491     ADD WS-RCP-REMAINING TO WS-RUN-UNALLOCATED.
000492     MOVE RCT-ACCOUNT-NO   TO DTL-ACCOUNT.
000493     MOVE WS-RCP-DATE      TO DTL-DATE.
000494     MOVE SPACES           TO DTL-INVOICE.
000495     MOVE WS-RCP-REMAINING TO DTL-AMOUNT.
000496     MOVE "UNALLOCATED - HELD ON ACCOUNT" TO DTL-TEXT.
000497     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000498 5000-EXIT.
000499     EXIT.
000500*
000501*--------------------------------------------------------------*
000502*  6000-WRITE-TOTALS                                             *
000503*--------------------------------------------------------------*
000504 6000-WRITE-TOTALS.
000505     MOVE SPACES TO REPORT-LINE.
000506     WRITE REPORT-LINE.
000507     MOVE "RECEIPTS READ" TO TOT-LABEL.
000508     MOVE WS-READ-COUNT TO TOT-COUNT.
000509     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000510     MOVE "RECEIPTS POSTED" TO TOT-LABEL.
000511     MOVE WS-POSTED-COUNT TO TOT-COUNT.
000512     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000513     MOVE "RECEIPTS ON EXCEPTION LIST" TO TOT-LABEL.
000514     MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
000515     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000516     MOVE "CASH POSTED" TO AMT-LABEL.
000517     MOVE WS-RUN-RECEIVED TO AMT-VALUE.
000518     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
000519     MOVE "ALLOCATED TO INVOICES" TO AMT-LABEL.
000520     MOVE WS-RUN-ALLOCATED TO AMT-VALUE.
000521     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
000522     MOVE "HELD ON ACCOUNT" TO AMT-LABEL.
000523     MOVE WS-RUN-UNALLOCATED TO AMT-VALUE.
000524     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
000525     MOVE SPACES TO EXCEPTION-LINE.
000526     WRITE EXCEPTION-LINE.
000527     MOVE "RECEIPTS ON EXCEPTION LIST" TO TOT-LABEL.
000528     MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
000529     WRITE EXCEPTION-LINE FROM WS-TOTAL-LINE.
000530 6000-EXIT.
000531     EXIT.
000532*
000533*--------------------------------------------------------------*
000534*  9000-TERMINATE                                                *
000535*--------------------------------------------------------------*
000536 9000-TERMINATE.
000537     IF WS-RUN-ALREADY-RAN NOT = "Y"
000538         MOVE "E" TO WS-RUN-FUNCTION
000539         MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT
000540         MOVE "C" TO WS-RUN-STATUS
000541         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000542             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000543             WS-RUN-ALREADY-RAN
000544     END-IF.
000545     CLOSE RECEIPT-TRAN-FILE.
000546     IF WS-MASTERS-AVAILABLE
000547         CLOSE CUSTOMER-FILE
000548         CLOSE INVOICE-HISTORY-FILE
000549     END-IF.
000550     CLOSE REPORT-FILE.
000551     CLOSE EXCEPTION-FILE.
000552 9000-EXIT.
000553     EXIT.
