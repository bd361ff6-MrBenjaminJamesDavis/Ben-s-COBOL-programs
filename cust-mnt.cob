000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. cust-mnt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Maintenance over CUSTOMER-    *
000012*                    FILE, the customer account master INV-EXT  *
000013*                    invoices against: add, change, close or    *
000014*                    reopen and list accounts. The bill-to name *
000015*                    and type must name an existing ADDR-FILE   *
000016*                    record, so every invoice ties back to an   *
000017*                    address. On a change, a blank entry keeps  *
000018*                    the name, terms or credit limit on file.   *
000019*                    Closing and reopening an account is        *
000020*                    restricted to supervisors. The file is     *
000021*                    created if it is missing, the same way     *
000022*                    REGN-MNT creates REGNFILE.                 *
000023*--------------------------------------------------------------*
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
000028         ORGANIZATION IS INDEXED
000029         ACCESS MODE IS DYNAMIC
000030         RECORD KEY IS CUS-ACCOUNT-NO
000031         FILE STATUS IS WS-CUS-STATUS.
000032     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000033         ORGANIZATION IS INDEXED
000034         ACCESS MODE IS RANDOM
000035         RECORD KEY IS ADDR-KEY
000036         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000037             WITH DUPLICATES
000038         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000039             WITH DUPLICATES
000040         FILE STATUS IS WS-ADDR-STATUS.
000041*
000042 DATA DIVISION.
000043 FILE SECTION.
000044 FD  CUSTOMER-FILE
000045     LABEL RECORDS ARE STANDARD.
000046     COPY CUSTREC.
000047*
000048 FD  ADDR-FILE
000049     LABEL RECORDS ARE STANDARD.
000050     COPY ADDRREC.
000051*
000052 WORKING-STORAGE SECTION.
000053*
000054 01  WS-CUS-STATUS           PIC X(02) VALUE "00".
000055     88  WS-CUS-OK                     VALUE "00".
000056     88  WS-CUS-EOF                    VALUE "10".
000057     88  WS-CUS-NOT-FOUND              VALUE "23".
000058     88  WS-CUS-DUPLICATE              VALUE "22".
000059*
000060 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000061     88  WS-ADDR-OK                    VALUE "00".
000062*
000063 01  WS-ADDR-OPEN-SWITCH     PIC X(01) VALUE "N".
000064     88  WS-ADDR-AVAILABLE            VALUE "Y".
000065*
000066 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000067     88  WS-EXIT-PROGRAM              VALUE "Y".
000068*
000069 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000070 01  WS-WORK-ACCOUNT         PIC X(08).
000071 01  WS-WORK-NAME            PIC X(30).
000072 01  WS-WORK-TYPE            PIC X(01).
000073 01  WS-WORK-TERMS-TEXT      PIC X(03).
000074 01  WS-WORK-LIMIT-TEXT      PIC X(14).
000075 01  WS-NUM-WORK             PIC S9(15)V99.
000076 01  WS-NUMVAL-CHECK         PIC S9(04) COMP.
000077 01  WS-BILL-TO-SWITCH       PIC X(01) VALUE "N".
000078     88  WS-BILL-TO-VALID             VALUE "Y".
000079 01  WS-MAINT-SWITCH         PIC X(01) VALUE "A".
000080     88  WS-ADDING-ACCOUNT            VALUE "A".
000081     88  WS-CHANGING-ACCOUNT          VALUE "C".
000082 01  WS-ROLE-ALLOWED         PIC X(01).
000083 01  WS-CONFIRM              PIC X(01).
000084 01  WS-TODAY-DATE           PIC 9(08).
000085 01  WS-LIST-COUNT           PIC 9(05) VALUE ZERO.
000086 01  WS-LIMIT-DISPLAY        PIC Z(10)9.99.
000087 01  WS-CASH-DISPLAY         PIC -Z(10)9.99.
000088*
000089*--------------------------------------------------------------*
000090*  SHARED RECORD-LOCK WORK AREAS                                 *
000091*--------------------------------------------------------------*
000092     COPY LOKCALL.
000093*
000094*--------------------------------------------------------------*
000095*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000096*--------------------------------------------------------------*
000097     COPY OPRCURR.
000098*
000099*--------------------------------------------------------------*
000100*  SHARED ERROR-LOG WORK AREAS                                  *
000101*--------------------------------------------------------------*
000102     COPY ERRCALL.
000103*
000104 PROCEDURE DIVISION.
000105*
000106*--------------------------------------------------------------*
000107*  0000-MAINLINE                                                *
000108*--------------------------------------------------------------*
000109 0000-MAINLINE.
000110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000111     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000112         UNTIL WS-EXIT-PROGRAM.
000113     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000114     GOBACK.
000115*
000116*--------------------------------------------------------------*
000117*  1000-INITIALIZE                                               *
000118*--------------------------------------------------------------*
000119 1000-INITIALIZE.
000120     MOVE "N" TO WS-EXIT-SWITCH.
000121     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000122     OPEN I-O CUSTOMER-FILE.
000123     IF NOT WS-CUS-OK
000124         DISPLAY "CUSTOMER-FILE NOT FOUND - CREATING NEW FILE"
000125         CLOSE CUSTOMER-FILE
000126         OPEN OUTPUT CUSTOMER-FILE
000127         CLOSE CUSTOMER-FILE
000128         OPEN I-O CUSTOMER-FILE
000129     END-IF.
000130     MOVE "N" TO WS-ADDR-OPEN-SWITCH.
000131     OPEN INPUT ADDR-FILE.
000132     IF WS-ADDR-OK
000133         SET WS-ADDR-AVAILABLE TO TRUE
000134     ELSE
000135         DISPLAY "ADDR-FILE NOT AVAILABLE - BILL-TO CANNOT BE "
000136             "CHECKED"
000137     END-IF.
000138     MOVE "G" TO WS-CUR-FUNCTION.
000139     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000140         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000141 1000-EXIT.
000142     EXIT.
000143*
000144*--------------------------------------------------------------*
000145*  2000-PROCESS-MENU                                             *
000146*--------------------------------------------------------------*
000147 2000-PROCESS-MENU.
000148     DISPLAY " ".
000149     DISPLAY "----------------------------------------".
000150     DISPLAY "  CUSTOMER ACCOUNT MAINTENANCE".
000151     DISPLAY "  1. ADD AN ACCOUNT".
000152     DISPLAY "  2. CHANGE AN ACCOUNT".
000153     DISPLAY "  3. CLOSE OR REOPEN AN ACCOUNT".
000154     DISPLAY "  4. LIST ALL ACCOUNTS".
000155     DISPLAY "  0. EXIT".
000156     DISPLAY "----------------------------------------".
000157     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000158     ACCEPT WS-MENU-CHOICE.
000159     EVALUATE WS-MENU-CHOICE
000160         WHEN 1
000161             PERFORM 3000-ADD-ACCOUNT THRU 3000-EXIT
000162         WHEN 2
000163             PERFORM 4000-CHANGE-ACCOUNT THRU 4000-EXIT
000164         WHEN 3
000165             PERFORM 2800-CHECK-SUPERVISOR THRU 2800-EXIT
000166             IF WS-ROLE-ALLOWED = "Y"
000167                 PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
000168             END-IF
000169         WHEN 4
000170             PERFORM 6000-LIST-ACCOUNTS THRU 6000-EXIT
000171         WHEN 0
000172             SET WS-EXIT-PROGRAM TO TRUE
000173         WHEN OTHER
000174             DISPLAY "INVALID CHOICE - TRY AGAIN"
000175     END-EVALUATE.
000176 2000-EXIT.
000177     EXIT.
000178*
000179*--------------------------------------------------------------*
000180*  2800-CHECK-SUPERVISOR                                         *
000181*                                                                *
000182*  Closing or reopening an account is a supervisor function,    *
000183*  the same rule ADDRESS-FINDER applies to change and delete; a *
000184*  barred attempt goes to the shared ERROR-LOG.                  *
000185*--------------------------------------------------------------*
000186 2800-CHECK-SUPERVISOR.
000187     IF WS-CUR-OPR-ROLE = "S" OR WS-CUR-OPR-ROLE = "A"
000188         MOVE "Y" TO WS-ROLE-ALLOWED
000189     ELSE
000190         MOVE "N" TO WS-ROLE-ALLOWED
000191         DISPLAY "SUPERVISOR ROLE REQUIRED FOR THIS FUNCTION"
000192         MOVE "NOTAUTH" TO WS-ERR-CODE
000193         MOVE "ACCOUNT CLOSE/REOPEN BARRED - ROLE NOT SUPERVISOR"
000194             TO WS-ERR-TEXT
000195         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000196     END-IF.
000197 2800-EXIT.
000198     EXIT.
000199*
000200*--------------------------------------------------------------*
000201*  3000-ADD-ACCOUNT                                              *
000202*--------------------------------------------------------------*
000203 3000-ADD-ACCOUNT.
000204     DISPLAY "ENTER ACCOUNT NUMBER (8 CHARS): " WITH NO ADVANCING.
000205     MOVE SPACES TO WS-WORK-ACCOUNT.
000206     ACCEPT WS-WORK-ACCOUNT.
000207     IF WS-WORK-ACCOUNT = SPACES
000208         DISPLAY "NOTHING ENTERED"
000209         GO TO 3000-EXIT
000210     END-IF.
000211     MOVE WS-WORK-ACCOUNT TO CUS-ACCOUNT-NO.
000212     READ CUSTOMER-FILE
000213         INVALID KEY
000214             CONTINUE
000215         NOT INVALID KEY
000216             DISPLAY "THAT ACCOUNT IS ALREADY ON FILE"
000217             GO TO 3000-EXIT
000218     END-READ.
000219     PERFORM 7000-ACCEPT-BILL-TO THRU 7000-EXIT.
000220     IF NOT WS-BILL-TO-VALID
000221         GO TO 3000-EXIT
000222     END-IF.
000223     MOVE SPACES          TO CUSTOMER-RECORD.
000224     MOVE WS-WORK-ACCOUNT TO CUS-ACCOUNT-NO.
000225     MOVE WS-WORK-NAME    TO CUS-BILL-NAME.
000226     MOVE WS-WORK-TYPE    TO CUS-BILL-TYPE.
000227     SET WS-ADDING-ACCOUNT TO TRUE.
000228     PERFORM 7100-ACCEPT-TERMS THRU 7100-EXIT.
000229     PERFORM 7200-ACCEPT-LIMIT THRU 7200-EXIT.
000230     MOVE "A"             TO CUS-STATUS.
000231     MOVE WS-TODAY-DATE   TO CUS-OPENED-DATE.
000232     MOVE WS-CUR-OPR-ID   TO CUS-CHANGED-BY.
000233     MOVE WS-TODAY-DATE   TO CUS-CHANGED-DATE.
000234     MOVE ZERO            TO CUS-UNALLOC-CASH.
000235     WRITE CUSTOMER-RECORD.
000236     IF WS-CUS-DUPLICATE
000237         DISPLAY "THAT ACCOUNT IS ALREADY ON FILE"
000238         GO TO 3000-EXIT
000239     END-IF.
000240     IF NOT WS-CUS-OK
000241         DISPLAY "ERROR WRITING ACCOUNT - STATUS " WS-CUS-STATUS
000242         GO TO 3000-EXIT
000243     END-IF.
000244     DISPLAY "ACCOUNT ADDED".
000245 3000-EXIT.
000246     EXIT.
000247*
000248*--------------------------------------------------------------*
000249*  4000-CHANGE-ACCOUNT                                           *
000250*                                                                *
000251*  Bill-to, payment terms and credit limit may be changed; a    *
000252*  blank entry for any of them keeps the one on file.           *
000253*--------------------------------------------------------------*
000254 4000-CHANGE-ACCOUNT.
000255     DISPLAY "ENTER ACCOUNT TO CHANGE: " WITH NO ADVANCING.
000256     MOVE SPACES TO WS-WORK-ACCOUNT.
000257     ACCEPT WS-WORK-ACCOUNT.
000258     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000259     IF WS-LOK-GRANTED NOT = "Y"
000260         GO TO 4000-EXIT
000261     END-IF.
000262     MOVE WS-WORK-ACCOUNT TO CUS-ACCOUNT-NO.
000263     READ CUSTOMER-FILE
000264         INVALID KEY
000265             DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
000266             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000267             GO TO 4000-EXIT
000268     END-READ.
000269     PERFORM 6200-SHOW-ACCOUNT THRU 6200-EXIT.
000270     DISPLAY "NEW BILL-TO NAME (BLANK = NO CHANGE): "
000271         WITH NO ADVANCING.
000272     MOVE SPACES TO WS-WORK-NAME.
000273     ACCEPT WS-WORK-NAME.
000274     IF WS-WORK-NAME NOT = SPACES
000275         PERFORM 7010-ACCEPT-BILL-TYPE THRU 7010-EXIT
000276         IF NOT WS-BILL-TO-VALID
000277             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000278             GO TO 4000-EXIT
000279         END-IF
000280         MOVE WS-WORK-NAME TO CUS-BILL-NAME
000281         MOVE WS-WORK-TYPE TO CUS-BILL-TYPE
000282     END-IF.
000283     SET WS-CHANGING-ACCOUNT TO TRUE.
000284     PERFORM 7100-ACCEPT-TERMS THRU 7100-EXIT.
000285     PERFORM 7200-ACCEPT-LIMIT THRU 7200-EXIT.
000286     MOVE WS-CUR-OPR-ID TO CUS-CHANGED-BY.
000287     MOVE WS-TODAY-DATE TO CUS-CHANGED-DATE.
000288     REWRITE CUSTOMER-RECORD
000289         INVALID KEY
000290             DISPLAY "ERROR UPDATING ACCOUNT - " WS-CUS-STATUS
000291             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000292             GO TO 4000-EXIT
000293     END-REWRITE.
000294     DISPLAY "ACCOUNT CHANGED".
000295     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000296 4000-EXIT.
000297     EXIT.
000298*
000299*--------------------------------------------------------------*
000300*  5000-CLOSE-ACCOUNT                                            *
000301*                                                                *
000302*  Accounts are never deleted, since invoices quote them; an    *
000303*  active account is closed and a closed one reopened.          *
000304*--------------------------------------------------------------*
000305 5000-CLOSE-ACCOUNT.
000306     DISPLAY "ENTER ACCOUNT TO CLOSE OR REOPEN: "
000307         WITH NO ADVANCING.
000308     MOVE SPACES TO WS-WORK-ACCOUNT.
000309     ACCEPT WS-WORK-ACCOUNT.
000310     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000311     IF WS-LOK-GRANTED NOT = "Y"
000312         GO TO 5000-EXIT
000313     END-IF.
000314     MOVE WS-WORK-ACCOUNT TO CUS-ACCOUNT-NO.
000315     READ CUSTOMER-FILE
000316         INVALID KEY
000317             DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
000318             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000319             GO TO 5000-EXIT
000320     END-READ.
000321     PERFORM 6200-SHOW-ACCOUNT THRU 6200-EXIT.
000322     IF CUS-CLOSED
000323         DISPLAY "REOPEN THIS ACCOUNT (Y/N): " WITH NO ADVANCING
000324     ELSE
000325         DISPLAY "CLOSE THIS ACCOUNT (Y/N): " WITH NO ADVANCING
000326     END-IF.
000327     MOVE SPACE TO WS-CONFIRM.
000328     ACCEPT WS-CONFIRM.
000329     IF WS-CONFIRM NOT = "Y"
000330         DISPLAY "ACCOUNT NOT CHANGED"
000331         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000332         GO TO 5000-EXIT
000333     END-IF.
000334     IF CUS-CLOSED
000335         MOVE "A" TO CUS-STATUS
000336     ELSE
000337         MOVE "C" TO CUS-STATUS
000338     END-IF.
000339     MOVE WS-CUR-OPR-ID TO CUS-CHANGED-BY.
000340     MOVE WS-TODAY-DATE TO CUS-CHANGED-DATE.
000341     REWRITE CUSTOMER-RECORD
000342         INVALID KEY
000343             DISPLAY "ERROR UPDATING ACCOUNT - " WS-CUS-STATUS
000344             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000345             GO TO 5000-EXIT
000346     END-REWRITE.
000347     IF CUS-CLOSED
000348         DISPLAY "ACCOUNT CLOSED"
000349     ELSE
000350         DISPLAY "ACCOUNT REOPENED"
000351     END-IF.
000352     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000353 5000-EXIT.
000354     EXIT.
000355*
000356*--------------------------------------------------------------*
000357*  6000-LIST-ACCOUNTS                                            *
000358*--------------------------------------------------------------*
000359 6000-LIST-ACCOUNTS.
000360     MOVE ZERO TO WS-LIST-COUNT.
000361     MOVE LOW-VALUES TO CUS-ACCOUNT-NO.
000362     START CUSTOMER-FILE KEY IS NOT LESS THAN CUS-ACCOUNT-NO
000363         INVALID KEY
000364             DISPLAY "NO ACCOUNTS ON FILE"
000365             GO TO 6000-EXIT
000366     END-START.
000367     MOVE "00" TO WS-CUS-STATUS.
000368     PERFORM 6100-LIST-ONE-ACCOUNT THRU 6100-EXIT
000369         UNTIL WS-CUS-EOF.
000370     DISPLAY "ACCOUNTS ON FILE: " WS-LIST-COUNT.
000371 6000-EXIT.
000372     EXIT.
000373*
000374 6100-LIST-ONE-ACCOUNT.
000375     READ CUSTOMER-FILE NEXT RECORD
000376         AT END
000377             MOVE "10" TO WS-CUS-STATUS
000378             GO TO 6100-EXIT
000379     END-READ.
000380     ADD 1 TO WS-LIST-COUNT.
000381     MOVE CUS-CREDIT-LIMIT TO WS-LIMIT-DISPLAY.
000382     DISPLAY CUS-ACCOUNT-NO " " CUS-STATUS " " CUS-BILL-NAME
000383         " " CUS-BILL-TYPE " " CUS-TERMS-DAYS " "
000384         WS-LIMIT-DISPLAY.
000385 6100-EXIT.
000386     EXIT.
000387*
000388 6200-SHOW-ACCOUNT.
000389     MOVE CUS-CREDIT-LIMIT TO WS-LIMIT-DISPLAY.
000390     DISPLAY "ACCOUNT:      " CUS-ACCOUNT-NO.
000391     DISPLAY "BILL-TO:      " CUS-BILL-NAME " (" CUS-BILL-TYPE
000392         ")".
000393     DISPLAY "TERMS (DAYS): " CUS-TERMS-DAYS.
000394     DISPLAY "CREDIT LIMIT: " WS-LIMIT-DISPLAY.
000395     MOVE CUS-UNALLOC-CASH TO WS-CASH-DISPLAY.
000396     DISPLAY "CASH ON ACCT: " WS-CASH-DISPLAY.
000397     IF CUS-CLOSED
000398         DISPLAY "STATUS:       CLOSED"
000399     ELSE
000400         DISPLAY "STATUS:       ACTIVE"
000401     END-IF.
000402 6200-EXIT.
000403     EXIT.
000404*
000405*--------------------------------------------------------------*
000406*  7000-ACCEPT-BILL-TO                                           *
000407*                                                                *
000408*  Takes the bill-to name and address type and checks that the *
000409*  ADDR-FILE record exists; WS-BILL-TO-SWITCH comes back "Y"    *
000410*  only when it does.                                           *
000411*--------------------------------------------------------------*
000412 7000-ACCEPT-BILL-TO.
000413     MOVE "N" TO WS-BILL-TO-SWITCH.
000414     DISPLAY "BILL-TO NAME (AS ON THE ADDRESS BOOK): "
000415         WITH NO ADVANCING.
000416     MOVE SPACES TO WS-WORK-NAME.
000417     ACCEPT WS-WORK-NAME.
000418     IF WS-WORK-NAME = SPACES
000419         DISPLAY "NOTHING ENTERED"
000420         GO TO 7000-EXIT
000421     END-IF.
000422     PERFORM 7010-ACCEPT-BILL-TYPE THRU 7010-EXIT.
000423 7000-EXIT.
000424     EXIT.
000425*
000426 7010-ACCEPT-BILL-TYPE.
000427     MOVE "N" TO WS-BILL-TO-SWITCH.
000428     DISPLAY "ADDRESS TYPE (H/W/D, BLANK=H): " WITH NO ADVANCING.
000429     MOVE SPACE TO WS-WORK-TYPE.
000430     ACCEPT WS-WORK-TYPE.
000431     IF WS-WORK-TYPE = SPACE
000432         MOVE "H" TO WS-WORK-TYPE
000433     END-IF.
000434     IF WS-WORK-TYPE NOT = "H" AND WS-WORK-TYPE NOT = "W"
000435        AND WS-WORK-TYPE NOT = "D"
000436         DISPLAY "ADDRESS TYPE MUST BE H, W OR D"
000437         GO TO 7010-EXIT
000438     END-IF.
000439     IF NOT WS-ADDR-AVAILABLE
000440         DISPLAY "ADDR-FILE NOT AVAILABLE - BILL-TO NOT CHECKED"
000441         GO TO 7010-EXIT
000442     END-IF.
000443     MOVE WS-WORK-NAME TO ADDR-NAME.
000444     MOVE WS-WORK-TYPE TO ADDR-TYPE.
000445     READ ADDR-FILE
000446         INVALID KEY
000447             DISPLAY "NO ADDRESS OF THAT TYPE FOR THAT NAME"
000448             GO TO 7010-EXIT
000449     END-READ.
000450     DISPLAY "BILL-TO ADDRESS: " ADDR-HOUSE-NUMBER " "
000451         ADDR-STREET-NAME.
000452     DISPLAY "                 " ADDR-CITY-NAME " " ADDR-POSTCODE.
000453     SET WS-BILL-TO-VALID TO TRUE.
000454 7010-EXIT.
000455     EXIT.
000456*
000457*--------------------------------------------------------------*
000458*  7100-ACCEPT-TERMS                                             *
000459*                                                                *
000460*  Payment terms in days; a blank or non-numeric entry means    *
000461*  thirty days, except that a blank entry on a change keeps     *
000462*  the terms on file.                                           *
000463*--------------------------------------------------------------*
000464 7100-ACCEPT-TERMS.
000465     IF WS-CHANGING-ACCOUNT
000466         DISPLAY "PAYMENT TERMS IN DAYS (BLANK = NO CHANGE): "
000467             WITH NO ADVANCING
000468     ELSE
000469         DISPLAY "PAYMENT TERMS IN DAYS (BLANK=030): "
000470             WITH NO ADVANCING
000471     END-IF.
000472     MOVE SPACES TO WS-WORK-TERMS-TEXT.
000473     ACCEPT WS-WORK-TERMS-TEXT.
000474     IF WS-WORK-TERMS-TEXT = SPACES AND WS-CHANGING-ACCOUNT
000475         GO TO 7100-EXIT
000476     END-IF.
000477     IF WS-WORK-TERMS-TEXT NUMERIC
000478         MOVE WS-WORK-TERMS-TEXT TO CUS-TERMS-DAYS
000479     ELSE
000480         MOVE 30 TO CUS-TERMS-DAYS
000481     END-IF.
000482 7100-EXIT.
000483     EXIT.
000484*
000485*--------------------------------------------------------------*
000486*  7200-ACCEPT-LIMIT                                             *
000487*                                                                *
000488*  Credit limit in pounds. A non-numeric or negative entry is   *
000489*  taken as zero, which means no credit; a blank entry on a     *
000490*  change keeps the limit on file.                              *
000491*--------------------------------------------------------------*
000492 7200-ACCEPT-LIMIT.
000493     IF WS-CHANGING-ACCOUNT
000494         DISPLAY "CREDIT LIMIT (BLANK = NO CHANGE): "
000495             WITH NO ADVANCING
000496     ELSE
000497         DISPLAY "CREDIT LIMIT (E.G. 5000.00): " WITH NO ADVANCING
000498     END-IF.
000499     MOVE SPACES TO WS-WORK-LIMIT-TEXT.
000500     ACCEPT WS-WORK-LIMIT-TEXT.
000501     IF WS-WORK-LIMIT-TEXT = SPACES AND WS-CHANGING-ACCOUNT
000502         GO TO 7200-EXIT
000503     END-IF.
000504     MOVE ZERO TO CUS-CREDIT-LIMIT.
000505     COMPUTE WS-NUMVAL-CHECK =
000506             FUNCTION TEST-NUMVAL(WS-WORK-LIMIT-TEXT).
000507     IF WS-NUMVAL-CHECK NOT = ZERO
000508         GO TO 7200-EXIT
000509     END-IF.
000510     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-WORK-LIMIT-TEXT).
000511     IF WS-NUM-WORK > ZERO AND WS-NUM-WORK < 100000000000
000512         MOVE WS-NUM-WORK TO CUS-CREDIT-LIMIT
000513     END-IF.
000514 7200-EXIT.
000515     EXIT.
000516*
000517*--------------------------------------------------------------*
000518*  8000-LOG-ERROR                                                *
000519*--------------------------------------------------------------*
000520 8000-LOG-ERROR.
000521     MOVE "CUST-MNT" TO WS-ERR-PROGRAM.
000522     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000523         WS-ERR-TEXT.
000524 8000-EXIT.
000525     EXIT.
000526*
000527*--------------------------------------------------------------*
000528*  8600-TAKE-LOCK                                                *
000529*                                                                *
000530*  Takes the update lock on the account in hand through the     *
000531*  shared LOCK-MGR subroutine; a refused lock tells the         *
000532*  operator who holds it.                                        *
000533*--------------------------------------------------------------*
000534 8600-TAKE-LOCK.
000535     MOVE "L" TO WS-LOK-FUNCTION.
000536     MOVE "CUSTFILE" TO WS-LOK-FILE-NAME.
000537     MOVE SPACES TO WS-LOK-RECORD-KEY.
000538     MOVE WS-WORK-ACCOUNT TO WS-LOK-RECORD-KEY(1:8).
000539     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000540         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000541     IF WS-LOK-GRANTED NOT = "Y"
000542         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
000543     END-IF.
000544 8600-EXIT.
000545     EXIT.
000546*
000547*--------------------------------------------------------------*
000548*  8700-FREE-LOCK                                                *
000549*--------------------------------------------------------------*
000550 8700-FREE-LOCK.
000551     MOVE "U" TO WS-LOK-FUNCTION.
000552     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000553         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000554 8700-EXIT.
000555     EXIT.
000556*
000557*--------------------------------------------------------------*
000558*  9000-TERMINATE                                                *
000559*--------------------------------------------------------------*
000560 9000-TERMINATE.
000561     CLOSE CUSTOMER-FILE.
000562     IF WS-ADDR-AVAILABLE
000563         CLOSE ADDR-FILE
000564     END-IF.
000565 9000-EXIT.
000566     EXIT.
