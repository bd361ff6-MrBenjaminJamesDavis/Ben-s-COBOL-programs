000042*                    eyes over the unattended import, so it     *
000043*                    applies directly rather than queueing on   *
000044*                    PENDAPPR again.                            *
000045*  15-OCT-2026  BJD  The APP-QUE call passes the new result     *
000046*                    field, in which APP-QUE reports whether    *
000047*                    the request was queued.                    *
000048*--------------------------------------------------------------*
000049 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000051 FILE-CONTROL.
000052     SELECT EXRATE-FILE ASSIGN TO "EXRATES"
000053         ORGANIZATION IS INDEXED
000054         ACCESS MODE IS DYNAMIC
000055         RECORD KEY IS EXR-KEY
000056         FILE STATUS IS WS-EXR-STATUS.
000057     SELECT RATE-CORRECTION-FILE ASSIGN TO "RATECORR"
000058         ORGANIZATION IS LINE SEQUENTIAL
000059         FILE STATUS IS WS-COR-STATUS.
000060     SELECT HOLD-WORK-FILE ASSIGN TO "HOLDWORK"
000061         ORGANIZATION IS LINE SEQUENTIAL
000062         FILE STATUS IS WS-HWK-STATUS.
000063     SELECT HELD-RATE-FILE ASSIGN TO "EXRHOLD"
000064         ORGANIZATION IS LINE SEQUENTIAL
000065         FILE STATUS IS WS-HLD-STATUS.
000066*
000067 DATA DIVISION.
000068 FILE SECTION.
000069 FD  EXRATE-FILE
000070     LABEL RECORDS ARE STANDARD.
000071     COPY EXRATREC.
000072*
000073*--------------------------------------------------------------*
000074*  A rate the bank import held for moving outside its band      *
000075*  waits here until a supervisor releases or drops it; the      *
000076*  layout matches what RATE-IMP writes.                         *
000077*--------------------------------------------------------------*
000078 FD  RATE-CORRECTION-FILE
000079     LABEL RECORDS ARE STANDARD.
000080     COPY RATECREC.
000081*
000082 FD  HELD-RATE-FILE
000083     LABEL RECORDS ARE STANDARD.
000084 01  HELD-RATE-RECORD.
000085     05  HLD-CURRENCY        PIC X(03).
000086     05  FILLER              PIC X(01).
000087     05  HLD-DATE            PIC 9(08).
000088     05  FILLER              PIC X(01).
000089     05  HLD-RATE-TEXT       PIC X(10).
000090     05  FILLER              PIC X(01).
000091     05  HLD-MOVE-TEXT       PIC X(07).
000092*
000093 FD  HOLD-WORK-FILE
000094     LABEL RECORDS ARE STANDARD.
000095 01  HOLD-WORK-RECORD        PIC X(31).
000096*
000097 WORKING-STORAGE SECTION.
000098*
000099 01  WS-EXR-STATUS           PIC X(02) VALUE "00".
000100     88  WS-EXR-OK                     VALUE "00".
000101     88  WS-EXR-EOF                    VALUE "10".
000102     88  WS-EXR-NOT-FOUND              VALUE "23".
000103     88  WS-EXR-DUPLICATE              VALUE "22".
000104*
000105 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000106     88  WS-EXIT-PROGRAM              VALUE "Y".
000107*
000108 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000109 01  WS-WORK-CURRENCY        PIC X(03).
000110 01  WS-WORK-DATE            PIC 9(08).
000111 01  WS-WORK-RATE-TEXT       PIC X(12).
000112 01  WS-WORK-RATE            PIC 9(03)V9(06).
000113 01  WS-NUMVAL-CHECK         PIC S9(04) COMP.
000114 01  WS-LIST-COUNT           PIC 9(03) VALUE ZERO.
000115 01  WS-RATE-DISPLAY         PIC ZZ9.9(06).
000116*
000117 01  WS-HLD-STATUS           PIC X(02) VALUE "00".
000118     88  WS-HLD-OK                     VALUE "00".
000119     88  WS-HLD-EOF                    VALUE "10".
000120*
000121 01  WS-RELEASE-REPLY        PIC X(01).
000122*
000123 01  WS-COR-STATUS           PIC X(02) VALUE "00".
000124     88  WS-COR-OK                     VALUE "00".
000125 01  WS-TODAY-DATE           PIC 9(08).
000126*
000127*--------------------------------------------------------------*
000128*  HELD-RATE TABLE - LOADED ONCE, UNRELEASED RATES REWRITTEN    *
000129*--------------------------------------------------------------*
000130 01  WS-HELD-COUNT           PIC S9(04) COMP VALUE ZERO.
000131 01  WS-HELD-MAX             PIC S9(04) COMP VALUE 30.
000132 01  WS-HELD-INDEX           PIC S9(04) COMP VALUE ZERO.
000133*
000134 01  WS-HWK-STATUS           PIC X(02) VALUE "00".
000135     88  WS-HWK-OK                     VALUE "00".
000136     88  WS-HWK-EOF                    VALUE "10".
000137*
000138 01  WS-HELD-TABLE.
000139     05  WS-HELD-ENTRY OCCURS 30 TIMES.
000140         10  WS-TBL-HELD-REC     PIC X(31).
000141         10  WS-TBL-HELD-FLAG    PIC X(01).
000142*
000143*--------------------------------------------------------------*
000144*  SHARED APPROVAL-QUEUE WORK AREAS                              *
000145*--------------------------------------------------------------*
000146     COPY APPCALL.
000147*
000148*--------------------------------------------------------------*
000149*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000150*--------------------------------------------------------------*
000151     COPY OPRCURR.
000152*
000153*--------------------------------------------------------------*
000154*  SHARED RECORD-LOCK WORK AREAS                                 *
000155*--------------------------------------------------------------*
000156     COPY LOKCALL.
000157*
000158*--------------------------------------------------------------*
000159*  SHARED IDLE-TIMER WORK AREAS                                  *
000160*--------------------------------------------------------------*
000161     COPY TIMCALL.
000162*
000163 PROCEDURE DIVISION.
000164*
000165*--------------------------------------------------------------*
000166*  0000-MAINLINE                                                *
000167*--------------------------------------------------------------*
000168 0000-MAINLINE.
000169     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000170     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000171         UNTIL WS-EXIT-PROGRAM.
000172     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000173     GOBACK.
000174*
000175*--------------------------------------------------------------*
000176*  1000-INITIALIZE                                               *
000177*--------------------------------------------------------------*
000178 1000-INITIALIZE.
000179     MOVE "N" TO WS-EXIT-SWITCH.
000180     MOVE "G" TO WS-CUR-FUNCTION.
000181     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000182         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000183     OPEN I-O EXRATE-FILE.
000184     IF NOT WS-EXR-OK
000185         DISPLAY "EXRATE-FILE NOT FOUND - CREATING NEW FILE"
000186         CLOSE EXRATE-FILE
000187         OPEN OUTPUT EXRATE-FILE
000188         CLOSE EXRATE-FILE
000189         OPEN I-O EXRATE-FILE
000190     END-IF.
000191 1000-EXIT.
000192     EXIT.
000193*
000194*--------------------------------------------------------------*
000195*  2000-PROCESS-MENU                                             *
000196*--------------------------------------------------------------*
000197 2000-PROCESS-MENU.
000198     DISPLAY " ".
000199     DISPLAY "----------------------------------------".
000200     DISPLAY "  EXCHANGE RATE MAINTENANCE".
000201     DISPLAY "  1. POST A RATE".
000202     DISPLAY "  2. CHANGE A RATE".
000203     DISPLAY "  3. DELETE A RATE".
000204     DISPLAY "  4. LIST ALL RATES".
000205     DISPLAY "  5. RELEASE HELD RATES".
000206     DISPLAY "  6. CORRECT A PRIOR RATE".
000207     DISPLAY "  0. EXIT".
000208     DISPLAY "----------------------------------------".
000209     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000210     ACCEPT WS-MENU-CHOICE.
000211     MOVE "C" TO WS-TIM-FUNCTION.
000212     MOVE "N" TO WS-TIM-EXPIRED.
000213     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000214     IF WS-TIM-EXPIRED = "Y"
000215         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000216         SET WS-EXIT-PROGRAM TO TRUE
000217         GO TO 2000-EXIT
000218     END-IF.
000219     MOVE "T" TO WS-TIM-FUNCTION.
000220     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000221     EVALUATE WS-MENU-CHOICE
000222         WHEN 1
000223             PERFORM 3000-POST-RATE THRU 3000-EXIT
000224         WHEN 2
000225             PERFORM 4000-CHANGE-RATE THRU 4000-EXIT
000226         WHEN 3
000227             PERFORM 5000-DELETE-RATE THRU 5000-EXIT
000228         WHEN 4
000229             PERFORM 6000-LIST-RATES THRU 6000-EXIT
000230         WHEN 5
000231             PERFORM 6500-RELEASE-HELD THRU 6500-EXIT
000232         WHEN 6
000233             PERFORM 6900-CORRECT-RATE THRU 6900-EXIT
000234         WHEN 0
000235             SET WS-EXIT-PROGRAM TO TRUE
000236         WHEN OTHER
000237             DISPLAY "INVALID CHOICE - TRY AGAIN"
000238     END-EVALUATE.
000239 2000-EXIT.
000240     EXIT.
000241*
000242*--------------------------------------------------------------*
000243*  3000-POST-RATE                                                *
000244*--------------------------------------------------------------*
000245 3000-POST-RATE.
000246     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
000247     IF WS-WORK-CURRENCY = SPACES
000248         GO TO 3000-EXIT
000249     END-IF.
000250     PERFORM 7100-ACCEPT-RATE THRU 7100-EXIT.
000251     IF WS-WORK-RATE = ZERO
000252         DISPLAY "RATE NOT POSTED"
000253         GO TO 3000-EXIT
000254     END-IF.
000255     MOVE WS-WORK-CURRENCY TO EXR-CURRENCY.
000256     MOVE WS-WORK-DATE     TO EXR-DATE.
000257     READ EXRATE-FILE
000258         INVALID KEY
000259             CONTINUE
000260         NOT INVALID KEY
000261             DISPLAY "A RATE FOR THAT CURRENCY AND DATE EXISTS"
000262             GO TO 3000-EXIT
000263     END-READ.
000264     MOVE "RATEADD" TO WS-APP-ACTION.
000265     MOVE SPACES TO WS-APP-BEFORE.
000266     PERFORM 8500-QUEUE-APPROVAL THRU 8500-EXIT.
000267 3000-EXIT.
000268     EXIT.
000269*
000270*--------------------------------------------------------------*
000271*  4000-CHANGE-RATE                                              *
000272*--------------------------------------------------------------*
000273 4000-CHANGE-RATE.
000274     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
000275     IF WS-WORK-CURRENCY = SPACES
000276         GO TO 4000-EXIT
000277     END-IF.
000278     MOVE WS-WORK-CURRENCY TO EXR-CURRENCY.
000279     MOVE WS-WORK-DATE     TO EXR-DATE.
000280     READ EXRATE-FILE
000281         INVALID KEY
000282             DISPLAY "NO RATE FOUND FOR THAT CURRENCY AND DATE"
000283             GO TO 4000-EXIT
000284     END-READ.
000285     MOVE EXR-RATE TO WS-RATE-DISPLAY.
000286     DISPLAY "CURRENT RATE: " WS-RATE-DISPLAY.
000287     PERFORM 7100-ACCEPT-RATE THRU 7100-EXIT.
000288     IF WS-WORK-RATE = ZERO
000289         DISPLAY "RATE NOT CHANGED"
000290         GO TO 4000-EXIT
000291     END-IF.
000292     MOVE "RATECHG" TO WS-APP-ACTION.
000293     MOVE SPACES TO WS-APP-BEFORE.
000294     MOVE EXR-RATE TO WS-RATE-DISPLAY.
000295     MOVE WS-RATE-DISPLAY TO WS-APP-BEFORE(1:10).
000296     PERFORM 8500-QUEUE-APPROVAL THRU 8500-EXIT.
000297 4000-EXIT.
000298     EXIT.
000299*
000300*--------------------------------------------------------------*
000301*  5000-DELETE-RATE                                              *
000302*--------------------------------------------------------------*
000303 5000-DELETE-RATE.
000304     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
000305     IF WS-WORK-CURRENCY = SPACES
000306         GO TO 5000-EXIT
000307     END-IF.
000308     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000309     IF WS-LOK-GRANTED NOT = "Y"
000310         GO TO 5000-EXIT
000311     END-IF.
000312     MOVE WS-WORK-CURRENCY TO EXR-CURRENCY.
000313     MOVE WS-WORK-DATE     TO EXR-DATE.
000314     READ EXRATE-FILE
000315         INVALID KEY
000316             DISPLAY "NO RATE FOUND FOR THAT CURRENCY AND DATE"
000317             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000318             GO TO 5000-EXIT
000319     END-READ.
000320     DELETE EXRATE-FILE
000321         INVALID KEY
000322             DISPLAY "ERROR DELETING RATE - " WS-EXR-STATUS
000323             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000324             GO TO 5000-EXIT
000325     END-DELETE.
000326     DISPLAY "RATE DELETED".
000327     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000328 5000-EXIT.
000329     EXIT.
000330*
000331*--------------------------------------------------------------*
000332*  8600-TAKE-LOCK                                                *
000333*                                                                *
000334*  Takes the update lock on the rate in hand (currency and      *
000335*  date) through the shared LOCK-MGR subroutine; a refused      *
000336*  lock tells the operator who holds it.                        *
000337*--------------------------------------------------------------*
000338 8600-TAKE-LOCK.
000339     MOVE "L" TO WS-LOK-FUNCTION.
000340     MOVE "EXRATES " TO WS-LOK-FILE-NAME.
000341     MOVE SPACES TO WS-LOK-RECORD-KEY.
000342     MOVE WS-WORK-CURRENCY TO WS-LOK-RECORD-KEY(1:3).
000343     MOVE WS-WORK-DATE     TO WS-LOK-RECORD-KEY(4:8).
000344     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000345         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000346     IF WS-LOK-GRANTED NOT = "Y"
000347         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
000348     END-IF.
000349 8600-EXIT.
000350     EXIT.
000351*
000352*--------------------------------------------------------------*
000353*  8700-FREE-LOCK                                                *
000354*--------------------------------------------------------------*
000355 8700-FREE-LOCK.
000356     MOVE "U" TO WS-LOK-FUNCTION.
000357     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000358         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000359 8700-EXIT.
000360     EXIT.
000361*
000362*--------------------------------------------------------------*
000363*  6000-LIST-RATES                                               *
000364*--------------------------------------------------------------*
000365 6000-LIST-RATES.
000366     MOVE ZERO TO WS-LIST-COUNT.
000367     MOVE LOW-VALUES TO EXR-KEY.
000368     START EXRATE-FILE KEY IS NOT LESS THAN EXR-KEY
000369         INVALID KEY
000370             DISPLAY "RATE TABLE IS EMPTY"
000371             GO TO 6000-EXIT
000372     END-START.
000373     MOVE "00" TO WS-EXR-STATUS.
000374     PERFORM 6100-LIST-ONE-RATE THRU 6100-EXIT
000375         UNTIL WS-EXR-EOF.
000376     DISPLAY "RATES ON FILE: " WS-LIST-COUNT.
000377 6000-EXIT.
000378     EXIT.
000379*
000380 6100-LIST-ONE-RATE.
000381     READ EXRATE-FILE NEXT RECORD
000382         AT END
000383             MOVE "10" TO WS-EXR-STATUS
000384             GO TO 6100-EXIT
000385     END-READ.
000386     ADD 1 TO WS-LIST-COUNT.
000387     MOVE EXR-RATE TO WS-RATE-DISPLAY.
000388     DISPLAY EXR-CURRENCY " " EXR-DATE " " WS-RATE-DISPLAY.
000389 6100-EXIT.
000390     EXIT.
000391*
000392*--------------------------------------------------------------*
000393*  7000-ACCEPT-KEY                                               *
000394*                                                                *
000395*  Prompts for the currency code and rate date; a blank date    *
000396*  means today. A blank currency abandons the function.         *
000397*--------------------------------------------------------------*
000398 7000-ACCEPT-KEY.
000399     DISPLAY "ENTER CURRENCY CODE (E.G. USD): "
000400         WITH NO ADVANCING.
000401     MOVE SPACES TO WS-WORK-CURRENCY.
000402     ACCEPT WS-WORK-CURRENCY.
000403     IF WS-WORK-CURRENCY = SPACES
000404         DISPLAY "NOTHING ENTERED"
000405         GO TO 7000-EXIT
000406     END-IF.
000407     DISPLAY "ENTER RATE DATE YYYYMMDD (BLANK = TODAY): "
000408         WITH NO ADVANCING.
000409     MOVE SPACES TO WS-WORK-RATE-TEXT.
000410     ACCEPT WS-WORK-RATE-TEXT.
000411     IF WS-WORK-RATE-TEXT = SPACES
000412         ACCEPT WS-WORK-DATE FROM DATE YYYYMMDD
000413     ELSE
000414         MOVE WS-WORK-RATE-TEXT(1:8) TO WS-WORK-DATE
000415     END-IF.
000416 7000-EXIT.
000417     EXIT.
000418*
000419*--------------------------------------------------------------*
000420*  7100-ACCEPT-RATE                                              *
000421*                                                                *
000422*  Prompts for the rate itself. Zero or a non-numeric entry     *
000423*  comes back as zero so the caller can abandon the change.     *
000424*--------------------------------------------------------------*
000425 7100-ACCEPT-RATE.
000426     DISPLAY "ENTER RATE (UNITS PER GBP): " WITH NO ADVANCING.
000427     MOVE SPACES TO WS-WORK-RATE-TEXT.
000428     ACCEPT WS-WORK-RATE-TEXT.
000429     MOVE ZERO TO WS-WORK-RATE.
000430     COMPUTE WS-NUMVAL-CHECK =
000431             FUNCTION TEST-NUMVAL(WS-WORK-RATE-TEXT).
000432     IF WS-NUMVAL-CHECK = ZERO
000433         COMPUTE WS-WORK-RATE =
000434             FUNCTION NUMVAL(WS-WORK-RATE-TEXT)
000435     END-IF.
000436 7100-EXIT.
000437     EXIT.
000438*
000439*--------------------------------------------------------------*
000440*  6500-RELEASE-HELD                                             *
000441*                                                                *
000442*  Works through the rates the bank import held on EXRHOLD: a   *
000443*  supervisor or administrator releases each into EXRATES or    *
000444*  drops it; anything left undecided stays held.                *
000445*--------------------------------------------------------------*
000446 6500-RELEASE-HELD.
000447     IF WS-CUR-OPR-ROLE NOT = "S" AND WS-CUR-OPR-ROLE NOT = "A"
000448         DISPLAY "SUPERVISOR ROLE REQUIRED TO RELEASE RATES"
000449         GO TO 6500-EXIT
000450     END-IF.
000451     MOVE ZERO TO WS-HELD-COUNT.
000452     OPEN INPUT HELD-RATE-FILE.
000453     IF NOT WS-HLD-OK
000454         DISPLAY "NO HELD RATES ON FILE"
000455         GO TO 6500-EXIT
000456     END-IF.
000457     PERFORM 6600-LOAD-ONE-HELD THRU 6600-EXIT
000458         UNTIL WS-HLD-EOF.
000459     CLOSE HELD-RATE-FILE.
000460     IF WS-HELD-COUNT = ZERO
000461         DISPLAY "NO HELD RATES ON FILE"
000462         GO TO 6500-EXIT
000463     END-IF.
000464     PERFORM 6700-DECIDE-ONE-HELD THRU 6700-EXIT
000465         VARYING WS-HELD-INDEX FROM 1 BY 1
000466         UNTIL WS-HELD-INDEX > WS-HELD-COUNT.
000467*    The rewrite merges through the work file so held rates
000468*    beyond the table really do stay held for a later session.
000469     MOVE "00" TO WS-HLD-STATUS.
000470     OPEN INPUT HELD-RATE-FILE.
000471     OPEN OUTPUT HOLD-WORK-FILE.
000472     PERFORM 6800-KEEP-ONE-HELD THRU 6800-EXIT
000473         UNTIL WS-HLD-EOF.
000474     CLOSE HELD-RATE-FILE.
000475     CLOSE HOLD-WORK-FILE.
000476     MOVE "00" TO WS-HWK-STATUS.
000477     OPEN INPUT HOLD-WORK-FILE.
000478     OPEN OUTPUT HELD-RATE-FILE.
000479     PERFORM 6850-COPY-ONE-BACK THRU 6850-EXIT
000480         UNTIL WS-HWK-EOF.
000481     CLOSE HOLD-WORK-FILE.
000482     CLOSE HELD-RATE-FILE.
000483 6500-EXIT.
000484     EXIT.
000485*
000486 6600-LOAD-ONE-HELD.
000487     READ HELD-RATE-FILE
000488         AT END
000489             MOVE "10" TO WS-HLD-STATUS
000490             GO TO 6600-EXIT
000491     END-READ.
000492     IF WS-HELD-COUNT >= WS-HELD-MAX
000493         DISPLAY "HELD-RATE TABLE FULL - REMAINING RATES STAY"
000494         DISPLAY "HELD FOR A LATER SESSION"
000495         GO TO 6600-EXIT
000496     END-IF.
000497     ADD 1 TO WS-HELD-COUNT.
000498     MOVE HELD-RATE-RECORD TO WS-TBL-HELD-REC(WS-HELD-COUNT).
000499     MOVE "H" TO WS-TBL-HELD-FLAG(WS-HELD-COUNT).
000500 6600-EXIT.
000501     EXIT.
000502*
000503 6700-DECIDE-ONE-HELD.
000504     MOVE WS-TBL-HELD-REC(WS-HELD-INDEX) TO HELD-RATE-RECORD.
000505     DISPLAY "HELD: " HLD-CURRENCY " " HLD-DATE " RATE "
000506         HLD-RATE-TEXT " MOVED " HLD-MOVE-TEXT " PCT".
000507     DISPLAY "RELEASE, DROP OR LEAVE (R/D/L)? "
000508         WITH NO ADVANCING.
000509     ACCEPT WS-RELEASE-REPLY.
000510     EVALUATE WS-RELEASE-REPLY
000511         WHEN "R"
000512             PERFORM 6750-APPLY-RELEASE THRU 6750-EXIT
000513         WHEN "D"
000514             MOVE "D" TO WS-TBL-HELD-FLAG(WS-HELD-INDEX)
000515             DISPLAY "HELD RATE DROPPED"
000516         WHEN OTHER
000517             CONTINUE
000518     END-EVALUATE.
000519 6700-EXIT.
000520     EXIT.
000521*
000522 6750-APPLY-RELEASE.
000523     MOVE HLD-CURRENCY TO EXR-CURRENCY.
000524     MOVE HLD-DATE     TO EXR-DATE.
000525     COMPUTE WS-WORK-RATE =
000526         FUNCTION NUMVAL(HLD-RATE-TEXT).
000527     MOVE WS-WORK-RATE TO EXR-RATE.
000528     WRITE EXRATE-RECORD.
000529     IF WS-EXR-DUPLICATE
000530         REWRITE EXRATE-RECORD
000531             INVALID KEY
000532                 DISPLAY "ERROR RELEASING RATE - " WS-EXR-STATUS
000533                 GO TO 6750-EXIT
000534         END-REWRITE
000535     ELSE
000536         IF NOT WS-EXR-OK
000537             DISPLAY "ERROR RELEASING RATE - " WS-EXR-STATUS
000538             GO TO 6750-EXIT
000539         END-IF
000540     END-IF.
000541     MOVE "R" TO WS-TBL-HELD-FLAG(WS-HELD-INDEX).
000542     DISPLAY "RATE RELEASED".
000543 6750-EXIT.
000544     EXIT.
000545*
000546*--------------------------------------------------------------*
000547*  6800-KEEP-ONE-HELD                                            *
000548*                                                                *
000549*  A held row matching a decided table entry (released or       *
000550*  dropped) is left off the rewrite; everything else -          *
000551*  including rows beyond the table - passes through unchanged.  *
000552*--------------------------------------------------------------*
000553 6800-KEEP-ONE-HELD.
000554     READ HELD-RATE-FILE
000555         AT END
000556             MOVE "10" TO WS-HLD-STATUS
000557             GO TO 6800-EXIT
000558     END-READ.
000559     PERFORM 6810-MATCH-ONE-HELD THRU 6810-EXIT
000560         VARYING WS-HELD-INDEX FROM 1 BY 1
000561         UNTIL WS-HELD-INDEX > WS-HELD-COUNT
000562             OR WS-HLD-STATUS = "99".
000563     IF WS-HLD-STATUS = "99"
000564         MOVE "00" TO WS-HLD-STATUS
000565         GO TO 6800-EXIT
000566     END-IF.
000567     MOVE HELD-RATE-RECORD TO HOLD-WORK-RECORD.
000568     WRITE HOLD-WORK-RECORD.
000569 6800-EXIT.
000570     EXIT.
000571*
000572*--------------------------------------------------------------*
000573*  6810-MATCH-ONE-HELD                                           *
000574*                                                                *
000575*  A status of 99 is this loop's private "row was decided -     *
000576*  drop it from the rewrite" signal.                              *
000577*--------------------------------------------------------------*
000578 6810-MATCH-ONE-HELD.
000579     IF HELD-RATE-RECORD = WS-TBL-HELD-REC(WS-HELD-INDEX)
000580        AND WS-TBL-HELD-FLAG(WS-HELD-INDEX) NOT = "H"
000581         MOVE "99" TO WS-HLD-STATUS
000582     END-IF.
000583 6810-EXIT.
000584     EXIT.
000585*
000586 6850-COPY-ONE-BACK.
000587     READ HOLD-WORK-FILE
000588         AT END
000589             MOVE "10" TO WS-HWK-STATUS
000590             GO TO 6850-EXIT
000591     END-READ.
000592     MOVE HOLD-WORK-RECORD TO HELD-RATE-RECORD.
000593     WRITE HELD-RATE-RECORD.
000594 6850-EXIT.
000595     EXIT.
000596*
000597*--------------------------------------------------------------*
000598*  6900-CORRECT-RATE                                             *
000599*                                                                *
000600*  A back-dated correction from the bank: the old and new rate  *
000601*  for the affected currency and date are recorded on RATECORR  *
000602*  for the RATE-RVAL revaluation run, and the EXRATES change    *
000603*  itself goes through the dual-control queue like any other    *
000604*  amendment.                                                    *
000605*--------------------------------------------------------------*
000606 6900-CORRECT-RATE.
000607     PERFORM 7000-ACCEPT-KEY THRU 7000-EXIT.
000608     IF WS-WORK-CURRENCY = SPACES
000609         GO TO 6900-EXIT
000610     END-IF.
000611     MOVE WS-WORK-CURRENCY TO EXR-CURRENCY.
000612     MOVE WS-WORK-DATE     TO EXR-DATE.
000613     READ EXRATE-FILE
000614         INVALID KEY
000615             DISPLAY "NO RATE FOUND FOR THAT CURRENCY AND DATE"
000616             GO TO 6900-EXIT
000617     END-READ.
000618     MOVE EXR-RATE TO WS-RATE-DISPLAY.
000619     DISPLAY "RATE AS STRUCK: " WS-RATE-DISPLAY.
000620     PERFORM 7100-ACCEPT-RATE THRU 7100-EXIT.
000621     IF WS-WORK-RATE = ZERO
000622         DISPLAY "CORRECTION NOT RAISED"
000623         GO TO 6900-EXIT
000624     END-IF.
000625     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000626     OPEN EXTEND RATE-CORRECTION-FILE.
000627     IF NOT WS-COR-OK
000628         OPEN OUTPUT RATE-CORRECTION-FILE
000629         CLOSE RATE-CORRECTION-FILE
000630         OPEN EXTEND RATE-CORRECTION-FILE
000631     END-IF.
000632     MOVE SPACES           TO RATE-CORRECTION-RECORD.
000633     MOVE WS-TODAY-DATE    TO RCR-RAISED-DATE.
000634     MOVE WS-WORK-CURRENCY TO RCR-CURRENCY.
000635     MOVE WS-WORK-DATE     TO RCR-RATE-DATE.
000636     MOVE EXR-RATE         TO RCR-OLD-RATE.
000637     MOVE WS-WORK-RATE     TO RCR-NEW-RATE.
000638     MOVE "P"              TO RCR-STATUS.
000639     MOVE WS-CUR-OPR-ID    TO RCR-OPERATOR.
000640     WRITE RATE-CORRECTION-RECORD.
000641     CLOSE RATE-CORRECTION-FILE.
000642     DISPLAY "CORRECTION RECORDED FOR THE REVALUATION RUN".
000643     MOVE "RATECHG" TO WS-APP-ACTION.
000644     MOVE SPACES TO WS-APP-BEFORE.
000645     MOVE EXR-RATE TO WS-RATE-DISPLAY.
000646     MOVE WS-RATE-DISPLAY TO WS-APP-BEFORE(1:10).
000647     PERFORM 8500-QUEUE-APPROVAL THRU 8500-EXIT.
000648 6900-EXIT.
000649     EXIT.
000650*
000651*--------------------------------------------------------------*
000652*  8500-QUEUE-APPROVAL                                           *
000653*                                                                *
000654*  Queues the prepared rate request on the PENDAPPR             *
000655*  dual-control file via the shared APP-QUE subroutine: the     *
000656*  target key carries currency and date, and the after detail   *
000657*  the rate as entered. WS-APP-ACTION and WS-APP-BEFORE must    *
000658*  be set by the caller before this is PERFORMed.               *
000659*--------------------------------------------------------------*
000660 8500-QUEUE-APPROVAL.
000661     MOVE "RATE-MNT" TO WS-APP-SOURCE.
000662     MOVE SPACES TO WS-APP-TARGET-KEY.
000663     MOVE WS-WORK-CURRENCY TO WS-APP-TARGET-KEY(1:3).
000664     MOVE WS-WORK-DATE     TO WS-APP-TARGET-KEY(5:8).
000665     MOVE SPACES TO WS-APP-AFTER.
000666     MOVE WS-WORK-RATE TO WS-RATE-DISPLAY.
000667     MOVE WS-RATE-DISPLAY TO WS-APP-AFTER(1:10).
000668     CALL "app-que" USING WS-APP-SOURCE WS-APP-ACTION
000669         WS-APP-TARGET-KEY WS-APP-BEFORE WS-APP-AFTER
000670         WS-APP-RESULT.
000671 8500-EXIT.
000672     EXIT.
000673*
000674*--------------------------------------------------------------*
000675*  9000-TERMINATE                                                *
000676*--------------------------------------------------------------*
000677 9000-TERMINATE.
000678     CLOSE EXRATE-FILE.
000679 9000-EXIT.
000680     EXIT.
