000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. inv-inq.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Invoice inquiry over the      *
000012*                    INVHIST invoice history INV-EXT writes:    *
000013*                    enter an invoice or credit-note number to  *
000014*                    see its header, VAT analysis and lines, or *
000015*                    a customer account number to list every    *
000016*                    document raised against it.                *
000017*                    The screen also shows the cash paid against *
000018*                    an invoice and the amount still outstanding.*
000019*  15-OCT-2026  BJD  A foreign-currency document also shows its  *
000020*                    currency, exchange rate and currency totals; *
000021*                    the header figures are shown in sterling and *
000022*                    the lines in the document currency.          *
000023*--------------------------------------------------------------*
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027     SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
000028         ORGANIZATION IS INDEXED
000029         ACCESS MODE IS DYNAMIC
000030         RECORD KEY IS IVH-KEY
000031         ALTERNATE RECORD KEY IS IVH-ACCOUNT-NO
000032             WITH DUPLICATES
000033         FILE STATUS IS WS-IVH-STATUS.
000034*
000035 DATA DIVISION.
000036 FILE SECTION.
000037 FD  INVOICE-HISTORY-FILE
000038     LABEL RECORDS ARE STANDARD.
000039     COPY INVHREC.
000040*
000041 WORKING-STORAGE SECTION.
000042*
000043 01  WS-IVH-STATUS           PIC X(02) VALUE "00".
000044     88  WS-IVH-OK                     VALUE "00".
000045     88  WS-IVH-EOF                    VALUE "10".
000046*
000047 01  WS-IVH-OPEN-SWITCH      PIC X(01) VALUE "N".
000048     88  WS-IVH-AVAILABLE             VALUE "Y".
000049*
000050 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000051     88  WS-EXIT-PROGRAM              VALUE "Y".
000052*
000053 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000054 01  WS-WORK-DOC-NO          PIC X(08).
000055 01  WS-WORK-ACCOUNT         PIC X(08).
000056 01  WS-MATCH-COUNT          PIC 9(05) VALUE ZERO.
000057*
000058 01  WS-AMOUNT-1             PIC -9(13).99.
000059 01  WS-AMOUNT-2             PIC -9(13).99.
000060 01  WS-AMOUNT-3             PIC -9(13).99.
000061 01  WS-RATE-EDITED          PIC ZZ9.999999.
000062*
000063 PROCEDURE DIVISION.
000064*
000065*--------------------------------------------------------------*
000066*  0000-MAINLINE                                                *
000067*--------------------------------------------------------------*
000068 0000-MAINLINE.
000069     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000070     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000071         UNTIL WS-EXIT-PROGRAM.
000072     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000073     GOBACK.
000074*
000075*--------------------------------------------------------------*
000076*  1000-INITIALIZE                                               *
000077*--------------------------------------------------------------*
000078 1000-INITIALIZE.
000079     MOVE "N" TO WS-EXIT-SWITCH.
000080     OPEN INPUT INVOICE-HISTORY-FILE.
000081     IF NOT WS-IVH-OK
000082         DISPLAY "NO INVOICE HISTORY ON SYSTEM"
000083         SET WS-EXIT-PROGRAM TO TRUE
000084     ELSE
000085         SET WS-IVH-AVAILABLE TO TRUE
000086     END-IF.
000087 1000-EXIT.
000088     EXIT.
000089*
000090*--------------------------------------------------------------*
000091*  2000-PROCESS-MENU                                             *
000092*--------------------------------------------------------------*
000093 2000-PROCESS-MENU.
000094     DISPLAY " ".
000095     DISPLAY "----------------------------------------".
000096     DISPLAY "  INVOICE INQUIRY".
000097     DISPLAY "  1. FIND BY INVOICE NUMBER".
000098     DISPLAY "  2. LIST BY CUSTOMER ACCOUNT".
000099     DISPLAY "  0. EXIT".
000100     DISPLAY "----------------------------------------".
000101     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000102     ACCEPT WS-MENU-CHOICE.
000103     EVALUATE WS-MENU-CHOICE
000104         WHEN 1
000105             PERFORM 3000-FIND-INVOICE THRU 3000-EXIT
000106         WHEN 2
000107             PERFORM 4000-LIST-ACCOUNT THRU 4000-EXIT
000108         WHEN 0
000109             SET WS-EXIT-PROGRAM TO TRUE
000110         WHEN OTHER
000111             DISPLAY "INVALID CHOICE - TRY AGAIN"
000112     END-EVALUATE.
000113 2000-EXIT.
000114     EXIT.
000115*
000116*--------------------------------------------------------------*
000117*  3000-FIND-INVOICE                                             *
000118*                                                                *
000119*  Shows the document header and then reads its lines, which    *
000120*  follow the header in key order.                              *
000121*--------------------------------------------------------------*
000122 3000-FIND-INVOICE.
000123     DISPLAY "ENTER INVOICE OR CREDIT-NOTE NUMBER: "
000124         WITH NO ADVANCING.
000125     MOVE SPACES TO WS-WORK-DOC-NO.
000126     ACCEPT WS-WORK-DOC-NO.
000127     MOVE WS-WORK-DOC-NO TO IVH-DOC-NO.
000128     MOVE ZERO           TO IVH-LINE-NO.
000129     READ INVOICE-HISTORY-FILE
000130         INVALID KEY
000131             DISPLAY "NO INVOICE ON FILE WITH THAT NUMBER"
000132             GO TO 3000-EXIT
000133     END-READ.
000134     PERFORM 3100-SHOW-HEADER THRU 3100-EXIT.
000135     MOVE ZERO TO WS-MATCH-COUNT.
000136     MOVE "00" TO WS-IVH-STATUS.
000137     PERFORM 3200-SHOW-ONE-LINE THRU 3200-EXIT
000138         UNTIL WS-IVH-EOF.
000139     DISPLAY "LINES LISTED: " WS-MATCH-COUNT.
000140 3000-EXIT.
000141     EXIT.
000142*
000143 3100-SHOW-HEADER.
000144     IF IVH-CREDIT-NOTE
000145         DISPLAY "CREDIT NOTE:  " IVH-DOC-NO
000146             "  AGAINST INVOICE " IVH-ORIG-INVOICE
000147     ELSE
000148         DISPLAY "INVOICE:      " IVH-DOC-NO
000149     END-IF.
000150     DISPLAY "ACCOUNT:      " IVH-ACCOUNT-NO "  " IVH-CUSTOMER.
000151     DISPLAY "DATE:         " IVH-DOC-DATE
000152         "  EXTENDED " IVH-RUN-DATE.
000153     MOVE IVH-NET   TO WS-AMOUNT-1.
000154     MOVE IVH-VAT   TO WS-AMOUNT-2.
000155     MOVE IVH-GROSS TO WS-AMOUNT-3.
000156     DISPLAY "NET/VAT/GROSS:" WS-AMOUNT-1 " " WS-AMOUNT-2 " "
000157         WS-AMOUNT-3 " GBP".
000158     IF IVH-CURRENCY NOT = SPACES AND IVH-CURRENCY NOT = "GBP"
000159         MOVE IVH-CUR-NET   TO WS-AMOUNT-1
000160         MOVE IVH-CUR-VAT   TO WS-AMOUNT-2
000161         MOVE IVH-CUR-GROSS TO WS-AMOUNT-3
000162         DISPLAY "IN CURRENCY:  " WS-AMOUNT-1 " " WS-AMOUNT-2 " "
000163             WS-AMOUNT-3 " " IVH-CURRENCY
000164         MOVE IVH-EXCH-RATE TO WS-RATE-EDITED
000165         DISPLAY "RATE:         " WS-RATE-EDITED " " IVH-CURRENCY
000166             " TO THE POUND"
000167     END-IF.
000168     MOVE IVH-STD-NET TO WS-AMOUNT-1.
000169     MOVE IVH-STD-VAT TO WS-AMOUNT-2.
000170     DISPLAY "S STANDARD:   " WS-AMOUNT-1 " " WS-AMOUNT-2
000171         "  RATE " IVH-VAT-RATE.
000172     MOVE IVH-ZERO-NET TO WS-AMOUNT-1.
000173     DISPLAY "Z ZERO-RATED: " WS-AMOUNT-1.
000174     MOVE IVH-EXEMPT-NET TO WS-AMOUNT-1.
000175     DISPLAY "E EXEMPT:     " WS-AMOUNT-1.
000176     IF IVH-INVOICE
000177         MOVE IVH-CREDITED-NET TO WS-AMOUNT-1
000178         DISPLAY "NET CREDITED: " WS-AMOUNT-1
000179         MOVE IVH-PAID-AMOUNT TO WS-AMOUNT-1
000180         COMPUTE WS-AMOUNT-2 = IVH-GROSS - IVH-CREDITED-GROSS
000181             - IVH-PAID-AMOUNT
000182         DISPLAY "PAID:         " WS-AMOUNT-1 "  LAST "
000183             IVH-LAST-PAID-DATE
000184         DISPLAY "OUTSTANDING:  " WS-AMOUNT-2
000185     END-IF.
000186 3100-EXIT.
000187     EXIT.
000188*
000189 3200-SHOW-ONE-LINE.
000190     READ INVOICE-HISTORY-FILE NEXT RECORD
000191         AT END
000192             MOVE "10" TO WS-IVH-STATUS
000193             GO TO 3200-EXIT
000194     END-READ.
000195     IF IVH-DOC-NO NOT = WS-WORK-DOC-NO
000196         MOVE "10" TO WS-IVH-STATUS
000197         GO TO 3200-EXIT
000198     END-IF.
000199     ADD 1 TO WS-MATCH-COUNT.
000200     MOVE IVH-QUANTITY   TO WS-AMOUNT-1.
000201     MOVE IVH-UNIT-PRICE TO WS-AMOUNT-2.
000202     MOVE IVH-LINE-NET   TO WS-AMOUNT-3.
000203     DISPLAY IVH-LINE-NO " " WS-AMOUNT-1 " X " WS-AMOUNT-2
000204         " = " WS-AMOUNT-3 " " IVH-VAT-CODE.
000205 3200-EXIT.
000206     EXIT.
000207*
000208*--------------------------------------------------------------*
000209*  4000-LIST-ACCOUNT                                             *
000210*                                                                *
000211*  Reads the account's documents through the alternate key and  *
000212*  lists the headers only.                                      *
000213*--------------------------------------------------------------*
000214 4000-LIST-ACCOUNT.
000215     DISPLAY "ENTER CUSTOMER ACCOUNT NUMBER: " WITH NO ADVANCING.
000216     MOVE SPACES TO WS-WORK-ACCOUNT.
000217     ACCEPT WS-WORK-ACCOUNT.
000218     MOVE ZERO TO WS-MATCH-COUNT.
000219     MOVE WS-WORK-ACCOUNT TO IVH-ACCOUNT-NO.
000220     START INVOICE-HISTORY-FILE KEY IS EQUAL TO IVH-ACCOUNT-NO
000221         INVALID KEY
000222             DISPLAY "NO INVOICES ON FILE FOR THAT ACCOUNT"
000223             GO TO 4000-EXIT
000224     END-START.
000225     MOVE "00" TO WS-IVH-STATUS.
000226     PERFORM 4100-LIST-ONE-DOCUMENT THRU 4100-EXIT
000227         UNTIL WS-IVH-EOF.
000228     DISPLAY "DOCUMENTS LISTED: " WS-MATCH-COUNT.
000229 4000-EXIT.
000230     EXIT.
000231*
000232 4100-LIST-ONE-DOCUMENT.
000233     READ INVOICE-HISTORY-FILE NEXT RECORD
000234         AT END
000235             MOVE "10" TO WS-IVH-STATUS
000236             GO TO 4100-EXIT
000237     END-READ.
000238     IF IVH-ACCOUNT-NO NOT = WS-WORK-ACCOUNT
000239         MOVE "10" TO WS-IVH-STATUS
000240         GO TO 4100-EXIT
000241     END-IF.
000242     IF NOT IVH-HEADER
000243         GO TO 4100-EXIT
000244     END-IF.
000245     ADD 1 TO WS-MATCH-COUNT.
000246     MOVE IVH-GROSS TO WS-AMOUNT-1.
000247     DISPLAY IVH-DOC-NO " " IVH-DOC-TYPE " " IVH-DOC-DATE " "
000248         WS-AMOUNT-1 " " IVH-ORIG-INVOICE.
000249 4100-EXIT.
000250     EXIT.
000251*
000252*--------------------------------------------------------------*
000253*  9000-TERMINATE                                                *
000254*--------------------------------------------------------------*
000255 9000-TERMINATE.
000256     IF WS-IVH-AVAILABLE
000257         CLOSE INVOICE-HISTORY-FILE
000258     END-IF.
000259 9000-EXIT.
000260     EXIT.
