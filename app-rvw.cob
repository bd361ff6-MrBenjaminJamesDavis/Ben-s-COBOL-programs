000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New CALCREF action: a calculator result    *
000012*                    held over an operator's value limit.       *
000013*                    Approving it releases the held result and  *
000014*                    writes it to CALCLOG under the operator    *
000015*                    who referred it, as the calculator would   *
000016*                    have, so it is reconciled and counts       *
000017*                    towards that operator's day. An interest   *
000018*                    or loan referral has its schedule run      *
000019*                    through BASIC-CALC-SUB on approval, under  *
000020*                    the referring operator, and the total      *
000021*                    repayable is kept on the request.          *
000022*  15-OCT-2026  BJD  New REVOKE action: a supervisor who does   *
000023*                    not recertify an operator's access in      *
000024*                    RCT-RVW queues a revoke, and applying it   *
000025*                    here suspends the operator. A reviewer     *
000026*                    cannot apply a revoke of their own ID.     *
000027*  02-SEP-2026  BJD  The menu checks the shared TIM-CHK idle    *
000028*                    timer before acting on a choice: an          *
000029*                    expired session drops back to MAIN-MENU,     *
000030*                    which forces re-authentication.              *
000031*  02-SEP-2026  BJD  Applying a request now takes the shared    *
000032*                    LOCK-MGR record lock on the target          *
000033*                    OPERFILE or EXRATES record, the same lock   *
000034*                    the maintenance screens take, so an         *
000035*                    approval cannot tread on an update in       *
000036*                    flight.                                     *
000037*  02-SEP-2026  BJD  New program. Dual-control approval over    *
000038*                    the PENDAPPR queue that OPR-MNT and        *
000039*                    RATE-MNT raise sensitive changes on: a     *
000040*                    supervisor or administrator - never the    *
000041*                    requester, enforced through the OPR-CURR   *
000042*                    current-operator subroutine - lists the    *
000043*                    queue, reviews the before/after detail of  *
000044*                    one request, and applies it to OPERFILE    *
000045*                    or EXRATES or rejects it. Approvals and    *
000046*                    rejections are written to the shared       *
000047*                    session log; a rejection also goes to the  *
000048*                    shared ERROR-LOG exception path so the     *
000049*                    morning check sees it.                     *
000050*--------------------------------------------------------------*
000051 ENVIRONMENT DIVISION.
000052 INPUT-OUTPUT SECTION.
000053 FILE-CONTROL.
000054     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000055         ORGANIZATION IS INDEXED
000056         ACCESS MODE IS DYNAMIC
000057         RECORD KEY IS APR-SEQ
000058         FILE STATUS IS WS-APR-STATUS.
000059     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000060         ORGANIZATION IS INDEXED
000061         ACCESS MODE IS DYNAMIC
000062         RECORD KEY IS OPR-ID
000063         FILE STATUS IS WS-OPR-STATUS.
000064     SELECT EXRATE-FILE ASSIGN TO "EXRATES"
000065         ORGANIZATION IS INDEXED
000066         ACCESS MODE IS DYNAMIC
000067         RECORD KEY IS EXR-KEY
000068         FILE STATUS IS WS-EXR-STATUS.
000069     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
000070         ORGANIZATION IS LINE SEQUENTIAL
000071         FILE STATUS IS WS-CALC-STATUS.
000072*
000073 DATA DIVISION.
000074 FILE SECTION.
000075 FD  PENDING-APPROVAL-FILE
000076     LABEL RECORDS ARE STANDARD.
000077     COPY APPRREC.
000078*
000079 FD  OPERATOR-FILE
000080     LABEL RECORDS ARE STANDARD.
000081     COPY OPERREC.
000082*
000083 FD  EXRATE-FILE
000084     LABEL RECORDS ARE STANDARD.
000085     COPY EXRATREC.
000086*
000087 FD  CALC-LOG-FILE
000088     LABEL RECORDS ARE STANDARD.
000089 01  CALC-LOG-RECORD             PIC X(120).
000090*
000091 WORKING-STORAGE SECTION.
000092*
000093 01  WS-APR-STATUS           PIC X(02) VALUE "00".
000094     88  WS-APR-OK                     VALUE "00".
000095     88  WS-APR-EOF                    VALUE "10".
000096*
000097 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000098     88  WS-OPR-OK                     VALUE "00".
000099     88  WS-OPR-DUPLICATE              VALUE "22".
000100*
000101 01  WS-EXR-STATUS           PIC X(02) VALUE "00".
000102     88  WS-EXR-OK                     VALUE "00".
000103     88  WS-EXR-DUPLICATE              VALUE "22".
000104*
000105 01  WS-CALC-STATUS          PIC X(02) VALUE "00".
000106     88  WS-CALC-OK                    VALUE "00".
000107*
000108 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000109     88  WS-EXIT-PROGRAM              VALUE "Y".
000110*
000111 01  WS-ALLOWED-SWITCH       PIC X(01) VALUE "N".
000112     88  WS-REVIEWER-OK               VALUE "Y".
000113*
000114 01  WS-APPLIED-SWITCH       PIC X(01).
000115     88  WS-APPLY-WORKED              VALUE "Y".
000116*
000117 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000118 01  WS-SEQ-TEXT             PIC X(06).
000119 01  WS-WORK-SEQ             PIC 9(06).
000120 01  WS-DECIDE-REPLY         PIC X(01).
000121 01  WS-TODAY-DATE           PIC 9(08).
000122 01  WS-LIST-COUNT           PIC 9(03) VALUE ZERO.
000123 01  WS-WORK-RATE            PIC 9(03)V9(06).
000124*
000125*--------------------------------------------------------------*
000126*  WORK AREAS FOR RUNNING A REFERRED SCHEDULE THROUGH           *
000127*  BASIC-CALC-SUB                                                *
000128*--------------------------------------------------------------*
000129 01  WS-CALC-FIRST-NUM       PIC S9(13)V99 VALUE ZERO.
000130 01  WS-CALC-OPERATOR        PIC X(01) VALUE SPACE.
000131 01  WS-CALC-SECOND-NUM      PIC S9(13)V99 VALUE ZERO.
000132 01  WS-CALC-RESULT          PIC S9(13)V99 VALUE ZERO.
000133 01  WS-CALC-OVERFLOW        PIC X(01) VALUE "N".
000134     COPY LOANCALL.
000135 01  WS-REVIEWER-ID          PIC X(08).
000136*
000137*--------------------------------------------------------------*
000138*  A RELEASED RESULT'S CALCLOG LINE, LAID OUT AS THE            *
000139*  CALCULATOR WRITES IT. THE AMOUNTS ARE COPIED AS THEY STAND   *
000140*  ON THE REQUEST, WHICH HOLDS THEM IN THE SAME EDITED FORM.    *
000141*--------------------------------------------------------------*
000142 01  WS-LOG-DATE             PIC 9(08).
000143 01  WS-LOG-TIME             PIC 9(08).
000144*
000145 01  WS-LOG-LINE.
000146     05  WS-LOG-DATE-OUT      PIC 9(08).
000147     05  FILLER               PIC X(01) VALUE SPACE.
000148     05  WS-LOG-TIME-OUT      PIC 9(08).
000149     05  FILLER               PIC X(01) VALUE SPACE.
000150     05  WS-LOG-FIRST-OUT     PIC X(17).
000151     05  FILLER               PIC X(01) VALUE SPACE.
000152     05  WS-LOG-OP-OUT        PIC X(01).
000153     05  FILLER               PIC X(01) VALUE SPACE.
000154     05  WS-LOG-SECOND-OUT    PIC X(17).
000155     05  FILLER               PIC X(03) VALUE " = ".
000156     05  WS-LOG-RESULT-OUT    PIC X(17).
000157     05  FILLER               PIC X(01) VALUE SPACE.
000158     05  WS-LOG-OPR-OUT       PIC X(08).
000159     05  WS-LOG-CONV-TAIL     PIC X(29) VALUE SPACES.
000160*
000161 01  WS-CONV-TAIL-LINE.
000162     05  FILLER               PIC X(01) VALUE SPACE.
000163     05  WS-CT-FROM           PIC X(03).
000164     05  FILLER               PIC X(01) VALUE ">".
000165     05  WS-CT-TO             PIC X(03).
000166     05  FILLER               PIC X(02) VALUE " @".
000167     05  WS-CT-RATE           PIC ZZ9.9(06).
000168     05  FILLER               PIC X(01) VALUE SPACE.
000169     05  WS-CT-DATE           PIC X(08).
000170*
000171 01  WS-VAT-TAIL-LINE.
000172     05  FILLER               PIC X(05) VALUE " VAT@".
000173     05  WS-VT-RATE           PIC Z9.99.
000174     05  FILLER               PIC X(05) VALUE " EFF ".
000175     05  WS-VT-DATE           PIC X(08).
000176*
000177*--------------------------------------------------------------*
000178*  SHARED CALCULATOR-REFERRAL WORK AREAS                         *
000179*--------------------------------------------------------------*
000180     COPY CREFCALL.
000181*
000182*--------------------------------------------------------------*
000183*  SIGN-ON WORK AREAS FOR A STANDALONE RUN                      *
000184*--------------------------------------------------------------*
000185 01  WS-SIGNON-PASSWORD      PIC X(08).
000186 01  WS-SIGNON-OK            PIC X(01) VALUE "N".
000187     88  WS-SIGNON-VALID              VALUE "Y".
000188*
000189*--------------------------------------------------------------*
000190*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000191*--------------------------------------------------------------*
000192     COPY OPRCURR.
000193*
000194*--------------------------------------------------------------*
000195*  SHARED ERROR-LOG WORK AREAS                                  *
000196*--------------------------------------------------------------*
000197     COPY ERRCALL.
000198*
000199*--------------------------------------------------------------*
000200*  SHARED SESSION-LOG WORK AREAS                                 *
000201*--------------------------------------------------------------*
000202     COPY SESCALL.
000203*
000204*--------------------------------------------------------------*
000205*  SHARED RECORD-LOCK WORK AREAS                                 *
000206*--------------------------------------------------------------*
000207     COPY LOKCALL.
000208*
000209*--------------------------------------------------------------*
000210*  SHARED IDLE-TIMER WORK AREAS                                  *
000211*--------------------------------------------------------------*
000212     COPY TIMCALL.
000213*
000214*--------------------------------------------------------------*
000215*  SHARED LOG CONTROL-TOTAL WORK AREAS                           *
000216*--------------------------------------------------------------*
000217     COPY CTLCALL.
000218*
000219 PROCEDURE DIVISION.
000220*
000221*--------------------------------------------------------------*
000222*  0000-MAINLINE                                                *
000223*--------------------------------------------------------------*
000224 0000-MAINLINE.
000225     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000226     IF WS-REVIEWER-OK
000227         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000228             UNTIL WS-EXIT-PROGRAM
000229     END-IF.
000230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000231     GOBACK.
000232*
000233*--------------------------------------------------------------*
000234*  1000-INITIALIZE                                               *
000235*                                                                *
000236*  Establishes who is reviewing - the operator signed on        *
000237*  through MAIN-MENU, or a fresh sign-on on a standalone run -  *
000238*  and turns them away unless they hold the supervisor or       *
000239*  administrator role.                                          *
000240*--------------------------------------------------------------*
000241 1000-INITIALIZE.
000242     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000243     MOVE "G" TO WS-CUR-FUNCTION.
000244     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000245         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000246     IF WS-CUR-OPR-ID = SPACES
000247         PERFORM 1100-STANDALONE-SIGNON THRU 1100-EXIT
000248     END-IF.
000249     IF WS-CUR-OPR-ID = SPACES
000250         GO TO 1000-EXIT
000251     END-IF.
000252     IF WS-CUR-OPR-ROLE NOT = "S" AND WS-CUR-OPR-ROLE NOT = "A"
000253         DISPLAY "SUPERVISOR OR ADMINISTRATOR ROLE REQUIRED"
000254         MOVE "NOTAUTH" TO WS-ERR-CODE
000255         MOVE "APPROVAL REVIEW REFUSED - ROLE TOO LOW"
000256             TO WS-ERR-TEXT
000257         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000258         GO TO 1000-EXIT
000259     END-IF.
000260     OPEN I-O PENDING-APPROVAL-FILE.
000261     IF NOT WS-APR-OK
000262         DISPLAY "NO APPROVAL QUEUE ON SYSTEM - STATUS "
000263             WS-APR-STATUS
000264         GO TO 1000-EXIT
000265     END-IF.
000266     SET WS-REVIEWER-OK TO TRUE.
000267 1000-EXIT.
000268     EXIT.
000269*
000270*--------------------------------------------------------------*
000271*  1100-STANDALONE-SIGNON                                        *
000272*--------------------------------------------------------------*
000273 1100-STANDALONE-SIGNON.
000274     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
000275     ACCEPT WS-CUR-OPR-ID.
000276     DISPLAY "PASSWORD: " WITH NO ADVANCING.
000277     ACCEPT WS-SIGNON-PASSWORD.
000278     MOVE "N" TO WS-SIGNON-OK.
000279     CALL "opr-sign" USING WS-CUR-OPR-ID WS-SIGNON-PASSWORD
000280         WS-SIGNON-OK.
000281     IF NOT WS-SIGNON-VALID
000282         DISPLAY "SIGN-ON REJECTED"
000283         MOVE SPACES TO WS-CUR-OPR-ID
000284         GO TO 1100-EXIT
000285     END-IF.
000286     PERFORM 1200-FETCH-ROLE THRU 1200-EXIT.
000287     MOVE "S" TO WS-CUR-FUNCTION.
000288     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000289         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000290 1100-EXIT.
000291     EXIT.
000292*
000293 1200-FETCH-ROLE.
000294     MOVE "C" TO WS-CUR-OPR-ROLE.
000295     OPEN INPUT OPERATOR-FILE.
000296     IF NOT WS-OPR-OK
000297         GO TO 1200-EXIT
000298     END-IF.
000299     MOVE WS-CUR-OPR-ID TO OPR-ID.
000300     READ OPERATOR-FILE
000301         INVALID KEY
000302             CONTINUE
000303         NOT INVALID KEY
000304             MOVE OPR-ROLE TO WS-CUR-OPR-ROLE
000305     END-READ.
000306     CLOSE OPERATOR-FILE.
000307 1200-EXIT.
000308     EXIT.
000309*
000310*--------------------------------------------------------------*
000311*  2000-PROCESS-MENU                                             *
000312*--------------------------------------------------------------*
000313 2000-PROCESS-MENU.
000314     DISPLAY " ".
000315     DISPLAY "----------------------------------------".
000316     DISPLAY "  PENDING-CHANGE APPROVAL".
000317     DISPLAY "  1. LIST PENDING REQUESTS".
000318     DISPLAY "  2. REVIEW A REQUEST".
000319     DISPLAY "  0. EXIT".
000320     DISPLAY "----------------------------------------".
000321     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000322     ACCEPT WS-MENU-CHOICE.
000323     MOVE "C" TO WS-TIM-FUNCTION.
000324     MOVE "N" TO WS-TIM-EXPIRED.
000325     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000326     IF WS-TIM-EXPIRED = "Y"
000327         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000328         SET WS-EXIT-PROGRAM TO TRUE
000329         GO TO 2000-EXIT
000330     END-IF.
000331     MOVE "T" TO WS-TIM-FUNCTION.
000332     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000333     EVALUATE WS-MENU-CHOICE
000334         WHEN 1
000335             PERFORM 3000-LIST-PENDING THRU 3000-EXIT
000336         WHEN 2
000337             PERFORM 4000-REVIEW-REQUEST THRU 4000-EXIT
000338         WHEN 0
000339             SET WS-EXIT-PROGRAM TO TRUE
000340         WHEN OTHER
000341             DISPLAY "INVALID CHOICE - TRY AGAIN"
000342     END-EVALUATE.
000343 2000-EXIT.
000344     EXIT.
000345*
000346*--------------------------------------------------------------*
000347*  3000-LIST-PENDING                                             *
000348*--------------------------------------------------------------*
000349 3000-LIST-PENDING.
000350     MOVE ZERO TO WS-LIST-COUNT.
000351     MOVE LOW-VALUES TO APR-SEQ.
000352     START PENDING-APPROVAL-FILE
000353         KEY IS NOT LESS THAN APR-SEQ
000354         INVALID KEY
000355             DISPLAY "THE APPROVAL QUEUE IS EMPTY"
000356             GO TO 3000-EXIT
000357     END-START.
000358     MOVE "00" TO WS-APR-STATUS.
000359     PERFORM 3100-LIST-ONE-REQUEST THRU 3100-EXIT
000360         UNTIL WS-APR-EOF.
000361     IF WS-LIST-COUNT = ZERO
000362         DISPLAY "NO REQUESTS ARE WAITING FOR APPROVAL"
000363     END-IF.
000364 3000-EXIT.
000365     EXIT.
000366*
000367 3100-LIST-ONE-REQUEST.
000368     READ PENDING-APPROVAL-FILE NEXT RECORD
000369         AT END
000370             MOVE "10" TO WS-APR-STATUS
000371             GO TO 3100-EXIT
000372     END-READ.
000373     IF NOT APR-PENDING
000374         GO TO 3100-EXIT
000375     END-IF.
000376     ADD 1 TO WS-LIST-COUNT.
000377     DISPLAY APR-SEQ " " APR-RAISED-DATE " " APR-REQUESTER
000378         " " APR-ACTION " " APR-TARGET-KEY.
000379 3100-EXIT.
000380     EXIT.
000381*
000382*--------------------------------------------------------------*
000383*  4000-REVIEW-REQUEST                                           *
000384*--------------------------------------------------------------*
000385 4000-REVIEW-REQUEST.
000386     DISPLAY "ENTER REQUEST REFERENCE: " WITH NO ADVANCING.
000387     MOVE SPACES TO WS-SEQ-TEXT.
000388     ACCEPT WS-SEQ-TEXT.
000389     IF WS-SEQ-TEXT NOT NUMERIC
000390         DISPLAY "NOT A VALID REFERENCE"
000391         GO TO 4000-EXIT
000392     END-IF.
000393     MOVE WS-SEQ-TEXT TO WS-WORK-SEQ.
000394     MOVE WS-WORK-SEQ TO APR-SEQ.
000395     READ PENDING-APPROVAL-FILE
000396         INVALID KEY
000397             DISPLAY "NO REQUEST FOUND FOR THAT REFERENCE"
000398             GO TO 4000-EXIT
000399     END-READ.
000400     IF NOT APR-PENDING
000401         DISPLAY "THAT REQUEST HAS ALREADY BEEN DECIDED"
000402         GO TO 4000-EXIT
000403     END-IF.
000404     IF APR-REQUESTER = WS-CUR-OPR-ID
000405         DISPLAY "YOU RAISED THIS REQUEST - A SECOND"
000406         DISPLAY "SUPERVISOR OR ADMINISTRATOR MUST DECIDE IT"
000407         MOVE "DUALCTL" TO WS-ERR-CODE
000408         MOVE "SELF-APPROVAL ATTEMPT REFUSED" TO WS-ERR-TEXT
000409         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000410         GO TO 4000-EXIT
000411     END-IF.
000412     DISPLAY "REFERENCE:  " APR-SEQ.
000413     DISPLAY "RAISED:     " APR-RAISED-DATE " BY " APR-REQUESTER.
000414     DISPLAY "SOURCE:     " APR-SOURCE.
000415     DISPLAY "ACTION:     " APR-ACTION.
000416     DISPLAY "TARGET:     " APR-TARGET-KEY.
000417     DISPLAY "BEFORE:     " APR-BEFORE-DETAIL.
000418     DISPLAY "AFTER:      " APR-AFTER-DETAIL.
000419     DISPLAY "APPROVE, REJECT OR LEAVE (A/R/L)? "
000420         WITH NO ADVANCING.
000421     ACCEPT WS-DECIDE-REPLY.
000422     EVALUATE WS-DECIDE-REPLY
000423         WHEN "A"
000424             PERFORM 5000-APPLY-REQUEST THRU 5000-EXIT
000425         WHEN "R"
000426             PERFORM 6000-REJECT-REQUEST THRU 6000-EXIT
000427         WHEN OTHER
000428             DISPLAY "REQUEST LEFT ON THE QUEUE"
000429     END-EVALUATE.
000430 4000-EXIT.
000431     EXIT.
000432*
000433*--------------------------------------------------------------*
000434*  5000-APPLY-REQUEST                                            *
000435*--------------------------------------------------------------*
000436 5000-APPLY-REQUEST.
000437     MOVE "N" TO WS-APPLIED-SWITCH.
000438     EVALUATE TRUE
000439         WHEN APR-OPERATOR-ADD
000440             PERFORM 5100-APPLY-OPERATOR-ADD THRU 5100-EXIT
000441         WHEN APR-ROLE-CHANGE
000442             PERFORM 5200-APPLY-OPERATOR-AMEND THRU 5200-EXIT
000443         WHEN APR-PASSWORD-RESET
000444             PERFORM 5200-APPLY-OPERATOR-AMEND THRU 5200-EXIT
000445         WHEN APR-REINSTATE
000446             PERFORM 5200-APPLY-OPERATOR-AMEND THRU 5200-EXIT
000447         WHEN APR-REVOKE
000448             PERFORM 5200-APPLY-OPERATOR-AMEND THRU 5200-EXIT
000449         WHEN APR-RATE-ADD
000450             PERFORM 5300-APPLY-RATE THRU 5300-EXIT
000451         WHEN APR-RATE-CHANGE
000452             PERFORM 5300-APPLY-RATE THRU 5300-EXIT
000453         WHEN APR-CALC-REFERRAL
000454             PERFORM 5400-RELEASE-CALCULATION THRU 5400-EXIT
000455         WHEN OTHER
000456             DISPLAY "UNKNOWN ACTION - NOT APPLIED"
000457     END-EVALUATE.
000458     IF NOT WS-APPLY-WORKED
000459         DISPLAY "REQUEST NOT APPLIED - LEFT ON THE QUEUE"
000460         GO TO 5000-EXIT
000461     END-IF.
000462     MOVE "A"            TO APR-STATUS.
000463     MOVE WS-CUR-OPR-ID  TO APR-DECIDED-BY.
000464     MOVE WS-TODAY-DATE  TO APR-DECIDED-DATE.
000465     REWRITE PENDING-APPROVAL-RECORD
000466         INVALID KEY
000467             DISPLAY "ERROR CLOSING REQUEST - " WS-APR-STATUS
000468     END-REWRITE.
000469     MOVE "APPROVE" TO WS-SES-EVENT.
000470     PERFORM 8100-WRITE-SESSION THRU 8100-EXIT.
000471     DISPLAY "REQUEST APPLIED AND CLOSED".
000472 5000-EXIT.
000473     EXIT.
000474*
000475*--------------------------------------------------------------*
000476*  5100-APPLY-OPERATOR-ADD                                       *
000477*                                                                *
000478*  The after detail carries password (1-8), role (9) and name   *
000479*  (10-39), the shape APP-QUE documents on APPRREC.             *
000480*--------------------------------------------------------------*
000481 5100-APPLY-OPERATOR-ADD.
000482     PERFORM 8500-LOCK-OPERATOR THRU 8500-EXIT.
000483     IF WS-LOK-GRANTED NOT = "Y"
000484         GO TO 5100-EXIT
000485     END-IF.
000486     OPEN I-O OPERATOR-FILE.
000487     IF NOT WS-OPR-OK
000488         DISPLAY "CANNOT OPEN OPERATOR-FILE - " WS-OPR-STATUS
000489         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000490         GO TO 5100-EXIT
000491     END-IF.
000492     MOVE APR-TARGET-KEY(1:8)    TO OPR-ID.
000493     MOVE APR-AFTER-DETAIL(1:8)  TO OPR-PASSWORD.
000494     MOVE APR-AFTER-DETAIL(9:1)  TO OPR-ROLE.
000495     MOVE APR-AFTER-DETAIL(10:30) TO OPR-NAME.
000496     MOVE "A"  TO OPR-STATUS.
000497     MOVE ZERO TO OPR-PWD-DATE.
000498     MOVE ZERO TO OPR-FAIL-COUNT.
000499     WRITE OPERATOR-RECORD.
000500     IF WS-OPR-DUPLICATE
000501         DISPLAY "THAT OPERATOR ID IS ALREADY ON FILE"
000502     ELSE
000503         IF WS-OPR-OK
000504             SET WS-APPLY-WORKED TO TRUE
000505         ELSE
000506             DISPLAY "ERROR WRITING OPERATOR - " WS-OPR-STATUS
000507         END-IF
000508     END-IF.
000509     CLOSE OPERATOR-FILE.
000510     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000511 5100-EXIT.
000512     EXIT.
000513*
000514*--------------------------------------------------------------*
000515*  5200-APPLY-OPERATOR-AMEND                                     *
000516*                                                                *
000517*  Role change, password reset, reinstate and revoke all read    *
000518*  the target operator and apply the action-shaped after detail. *
000519*--------------------------------------------------------------*
000520 5200-APPLY-OPERATOR-AMEND.
000521     IF APR-REVOKE
000522        AND APR-TARGET-KEY(1:8) = WS-CUR-OPR-ID
000523         DISPLAY "YOU CANNOT APPLY A REVOKE OF YOUR OWN ID"
000524         GO TO 5200-EXIT
000525     END-IF.
000526     PERFORM 8500-LOCK-OPERATOR THRU 8500-EXIT.
000527     IF WS-LOK-GRANTED NOT = "Y"
000528         GO TO 5200-EXIT
000529     END-IF.
000530     OPEN I-O OPERATOR-FILE.
000531     IF NOT WS-OPR-OK
000532         DISPLAY "CANNOT OPEN OPERATOR-FILE - " WS-OPR-STATUS
000533         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000534         GO TO 5200-EXIT
000535     END-IF.
000536     MOVE APR-TARGET-KEY(1:8) TO OPR-ID.
000537     READ OPERATOR-FILE
000538         INVALID KEY
000539             DISPLAY "TARGET OPERATOR NO LONGER ON FILE"
000540             CLOSE OPERATOR-FILE
000541             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000542             GO TO 5200-EXIT
000543     END-READ.
000544     EVALUATE TRUE
000545         WHEN APR-ROLE-CHANGE
000546             MOVE APR-AFTER-DETAIL(9:1) TO OPR-ROLE
000547         WHEN APR-PASSWORD-RESET
000548             MOVE APR-AFTER-DETAIL(1:8) TO OPR-PASSWORD
000549             MOVE ZERO TO OPR-PWD-DATE
000550             MOVE ZERO TO OPR-FAIL-COUNT
000551             IF OPR-LOCKED
000552                 MOVE "A" TO OPR-STATUS
000553             END-IF
000554         WHEN APR-REINSTATE
000555             MOVE "A"  TO OPR-STATUS
000556             MOVE ZERO TO OPR-FAIL-COUNT
000557         WHEN APR-REVOKE
000558             MOVE "S"  TO OPR-STATUS
000559     END-EVALUATE.
000560     REWRITE OPERATOR-RECORD
000561         INVALID KEY
000562             DISPLAY "ERROR UPDATING OPERATOR - " WS-OPR-STATUS
000563             CLOSE OPERATOR-FILE
000564             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000565             GO TO 5200-EXIT
000566     END-REWRITE.
000567     SET WS-APPLY-WORKED TO TRUE.
000568     CLOSE OPERATOR-FILE.
000569     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000570 5200-EXIT.
000571     EXIT.
000572*
000573*--------------------------------------------------------------*
000574*  5300-APPLY-RATE                                               *
000575*                                                                *
000576*  The target key carries currency (1-3) and date (5-12); the   *
000577*  after detail carries the rate as entered.                    *
000578*--------------------------------------------------------------*
000579 5300-APPLY-RATE.
000580     PERFORM 8550-LOCK-RATE THRU 8550-EXIT.
000581     IF WS-LOK-GRANTED NOT = "Y"
000582         GO TO 5300-EXIT
000583     END-IF.
000584     OPEN I-O EXRATE-FILE.
000585     IF NOT WS-EXR-OK
000586         CLOSE EXRATE-FILE
000587         OPEN OUTPUT EXRATE-FILE
000588         CLOSE EXRATE-FILE
000589         OPEN I-O EXRATE-FILE
000590     END-IF.
000591     IF NOT WS-EXR-OK
000592         DISPLAY "CANNOT OPEN EXRATES - " WS-EXR-STATUS
000593         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000594         GO TO 5300-EXIT
000595     END-IF.
000596     MOVE APR-TARGET-KEY(1:3) TO EXR-CURRENCY.
000597     MOVE APR-TARGET-KEY(5:8) TO EXR-DATE.
000598     COMPUTE WS-WORK-RATE =
000599         FUNCTION NUMVAL(APR-AFTER-DETAIL(1:12)).
000600     IF APR-RATE-ADD
000601         MOVE WS-WORK-RATE TO EXR-RATE
000602         WRITE EXRATE-RECORD
000603         IF WS-EXR-DUPLICATE
000604             DISPLAY "A RATE FOR THAT CURRENCY AND DATE EXISTS"
000605         ELSE
000606             IF WS-EXR-OK
000607                 SET WS-APPLY-WORKED TO TRUE
000608             ELSE
000609                 DISPLAY "ERROR WRITING RATE - " WS-EXR-STATUS
000610             END-IF
000611         END-IF
000612     ELSE
000613         READ EXRATE-FILE
000614             INVALID KEY
000615                 DISPLAY "TARGET RATE NO LONGER ON FILE"
000616                 CLOSE EXRATE-FILE
000617                 PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000618                 GO TO 5300-EXIT
000619         END-READ
000620         MOVE WS-WORK-RATE TO EXR-RATE
000621         REWRITE EXRATE-RECORD
000622             INVALID KEY
000623                 DISPLAY "ERROR UPDATING RATE - " WS-EXR-STATUS
000624                 CLOSE EXRATE-FILE
000625                 PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000626                 GO TO 5300-EXIT
000627         END-REWRITE
000628         SET WS-APPLY-WORKED TO TRUE
000629     END-IF.
000630     CLOSE EXRATE-FILE.
000631     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000632 5300-EXIT.
000633     EXIT.
000634*
000635*--------------------------------------------------------------*
000636*  5400-RELEASE-CALCULATION                                      *
000637*                                                                *
000638*  The request carries the held calculation in the CREFCALL     *
000639*  layout. Its result was worked out when it was referred and   *
000640*  is released by writing it to CALCLOG under the operator who  *
000641*  referred it. An interest or loan calculation has no result   *
000642*  until its schedule is run, so that is done now through       *
000643*  BASIC-CALC-SUB, which prints it as LOANSCHD and logs it to   *
000644*  CALCLOG; the run unit's current operator is switched to the  *
000645*  referring operator for the call so the line is theirs, and   *
000646*  the total repayable goes on the request.                     *
000647*--------------------------------------------------------------*
000648 5400-RELEASE-CALCULATION.
000649     MOVE APR-TARGET-KEY    TO WS-REF-TARGET.
000650     MOVE APR-BEFORE-DETAIL TO WS-REF-BEFORE.
000651     MOVE APR-AFTER-DETAIL  TO WS-REF-AFTER.
000652     IF WS-REF-OPERATION = "S" OR WS-REF-OPERATION = "C"
000653        OR WS-REF-OPERATION = "R"
000654         COMPUTE WS-CALC-FIRST-NUM = FUNCTION NUMVAL(WS-REF-FIRST)
000655         COMPUTE WS-CALC-SECOND-NUM =
000656             FUNCTION NUMVAL(WS-REF-SECOND)
000657         MOVE WS-REF-OPERATION TO WS-CALC-OPERATOR
000658         MOVE WS-REF-TERM      TO WS-LOAN-TERM
000659         MOVE WS-REF-FREQUENCY TO WS-LOAN-FREQUENCY
000660         MOVE "N" TO WS-CALC-OVERFLOW
000661         MOVE "N" TO WS-LOAN-STATUS
000662         MOVE WS-CUR-OPR-ID TO WS-REVIEWER-ID
000663         MOVE WS-REF-OPERATOR TO WS-CUR-OPR-ID
000664         PERFORM 5490-SET-CURRENT THRU 5490-EXIT
000665         CALL "BASIC-CALC-SUB" USING WS-CALC-FIRST-NUM
000666             WS-CALC-OPERATOR WS-CALC-SECOND-NUM
000667             WS-CALC-RESULT WS-CALC-OVERFLOW WS-LOAN-TERMS
000668         MOVE WS-REVIEWER-ID TO WS-CUR-OPR-ID
000669         PERFORM 5490-SET-CURRENT THRU 5490-EXIT
000670         IF WS-CALC-OVERFLOW = "Y" OR WS-LOAN-STATUS NOT = "Y"
000671             DISPLAY "THE SCHEDULE COULD NOT BE RUN"
000672             GO TO 5400-EXIT
000673         END-IF
000674         MOVE WS-CALC-RESULT TO WS-REF-RESULT
000675         MOVE WS-REF-AFTER   TO APR-AFTER-DETAIL
000676     ELSE
000677         PERFORM 5450-LOG-RELEASED THRU 5450-EXIT
000678         IF NOT WS-CALC-OK
000679             GO TO 5400-EXIT
000680         END-IF
000681     END-IF.
000682     DISPLAY "RESULT RELEASED: " WS-REF-CURRENCY " "
000683         WS-REF-RESULT.
000684     SET WS-APPLY-WORKED TO TRUE.
000685 5400-EXIT.
000686     EXIT.
000687*
000688*--------------------------------------------------------------*
000689*  5450-LOG-RELEASED                                             *
000690*                                                                *
000691*  Writes the released result to CALCLOG as the calculator      *
000692*  would have: the amounts and operation as held, with the rate *
000693*  and rate date in the tail of a conversion or VAT line (a VAT *
000694*  line always shows net, VAT and gross, whichever way it was   *
000695*  worked), and adds it to CALCLOG's control totals. The        *
000696*  request stays pending if CALCLOG cannot be opened.           *
000697*--------------------------------------------------------------*
000698 5450-LOG-RELEASED.
000699     OPEN EXTEND CALC-LOG-FILE.
000700     IF NOT WS-CALC-OK
000701         DISPLAY "CANNOT OPEN CALCLOG - STATUS " WS-CALC-STATUS
000702         DISPLAY "- REQUEST LEFT PENDING"
000703         GO TO 5450-EXIT
000704     END-IF.
000705     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
000706     ACCEPT WS-LOG-TIME FROM TIME.
000707     MOVE WS-LOG-DATE      TO WS-LOG-DATE-OUT.
000708     MOVE WS-LOG-TIME      TO WS-LOG-TIME-OUT.
000709     MOVE WS-REF-FIRST     TO WS-LOG-FIRST-OUT.
000710     MOVE WS-REF-OPERATION TO WS-LOG-OP-OUT.
000711     MOVE WS-REF-SECOND    TO WS-LOG-SECOND-OUT.
000712     MOVE WS-REF-RESULT    TO WS-LOG-RESULT-OUT.
000713     MOVE WS-REF-OPERATOR  TO WS-LOG-OPR-OUT.
000714     MOVE SPACES           TO WS-LOG-CONV-TAIL.
000715     EVALUATE WS-REF-OPERATION
000716         WHEN "X"
000717             MOVE WS-REF-FROM-CCY  TO WS-CT-FROM
000718             MOVE WS-REF-TO-CCY    TO WS-CT-TO
000719             MOVE WS-REF-RATE      TO WS-CT-RATE
000720             MOVE WS-REF-RATE-DATE TO WS-CT-DATE
000721             MOVE WS-CONV-TAIL-LINE TO WS-LOG-CONV-TAIL
000722         WHEN "V"
000723             MOVE WS-REF-RATE      TO WS-VT-RATE
000724             MOVE WS-REF-RATE-DATE TO WS-VT-DATE
000725             MOVE WS-VAT-TAIL-LINE TO WS-LOG-CONV-TAIL
000726         WHEN "E"
000727             MOVE WS-REF-RESULT    TO WS-LOG-FIRST-OUT
000728             MOVE WS-REF-FIRST     TO WS-LOG-RESULT-OUT
000729             MOVE WS-REF-RATE      TO WS-VT-RATE
000730             MOVE WS-REF-RATE-DATE TO WS-VT-DATE
000731             MOVE WS-VAT-TAIL-LINE TO WS-LOG-CONV-TAIL
000732     END-EVALUATE.
000733     MOVE WS-LOG-LINE TO CALC-LOG-RECORD.
000734     WRITE CALC-LOG-RECORD.
000735     CLOSE CALC-LOG-FILE.
000736     MOVE "A"        TO WS-CTL-FUNCTION.
000737     MOVE "CALCLOG " TO WS-CTL-LOG-NAME.
000738     MOVE 1          TO WS-CTL-COUNT.
000739     COMPUTE WS-CTL-AMOUNT = FUNCTION NUMVAL(WS-LOG-RESULT-OUT).
000740     CALL "ctl-updt" USING WS-CTL-FUNCTION WS-CTL-LOG-NAME
000741         WS-CTL-COUNT WS-CTL-AMOUNT.
000742 5450-EXIT.
000743     EXIT.
000744*
000745*--------------------------------------------------------------*
000746*  5490-SET-CURRENT                                              *
000747*                                                                *
000748*  Makes WS-CUR-OPR-ID the run unit's current operator through  *
000749*  OPR-CURR, keeping the reviewer's own name and role.          *
000750*--------------------------------------------------------------*
000751 5490-SET-CURRENT.
000752     MOVE "S" TO WS-CUR-FUNCTION.
000753     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000754         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000755 5490-EXIT.
000756     EXIT.
000757*
000758*--------------------------------------------------------------*
000759*  6000-REJECT-REQUEST                                           *
000760*--------------------------------------------------------------*
000761 6000-REJECT-REQUEST.
000762     MOVE "R"           TO APR-STATUS.
000763     MOVE WS-CUR-OPR-ID TO APR-DECIDED-BY.
000764     MOVE WS-TODAY-DATE TO APR-DECIDED-DATE.
000765     REWRITE PENDING-APPROVAL-RECORD
000766         INVALID KEY
000767             DISPLAY "ERROR CLOSING REQUEST - " WS-APR-STATUS
000768             GO TO 6000-EXIT
000769     END-REWRITE.
000770     MOVE "REJECT" TO WS-SES-EVENT.
000771     PERFORM 8100-WRITE-SESSION THRU 8100-EXIT.
000772     MOVE "APPRREJ" TO WS-ERR-CODE.
000773     MOVE SPACES TO WS-ERR-TEXT.
000774     STRING "REQUEST " WS-SEQ-TEXT " BY " APR-REQUESTER
000775         " REJECTED" DELIMITED BY SIZE
000776         INTO WS-ERR-TEXT.
000777     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000778     DISPLAY "REQUEST REJECTED".
000779 6000-EXIT.
000780     EXIT.
000781*
000782*--------------------------------------------------------------*
000783*  9000-TERMINATE                                                *
000784*--------------------------------------------------------------*
000785 9000-TERMINATE.
000786     IF WS-REVIEWER-OK
000787         CLOSE PENDING-APPROVAL-FILE
000788     END-IF.
000789 9000-EXIT.
000790     EXIT.
000791*
000792*--------------------------------------------------------------*
000793*  8500-LOCK-OPERATOR                                            *
000794*                                                                *
000795*  Takes the update lock on the request's target operator       *
000796*  record through the shared LOCK-MGR subroutine - the same     *
000797*  lock OPR-MNT takes - leaving the request pending when        *
000798*  someone else holds it.                                        *
000799*--------------------------------------------------------------*
000800 8500-LOCK-OPERATOR.
000801     MOVE "L" TO WS-LOK-FUNCTION.
000802     MOVE "OPERFILE" TO WS-LOK-FILE-NAME.
000803     MOVE SPACES TO WS-LOK-RECORD-KEY.
000804     MOVE APR-TARGET-KEY(1:8) TO WS-LOK-RECORD-KEY(1:8).
000805     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000806         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000807     IF WS-LOK-GRANTED NOT = "Y"
000808         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
000809         DISPLAY "- REQUEST LEFT PENDING"
000810     END-IF.
000811 8500-EXIT.
000812     EXIT.
000813*
000814*--------------------------------------------------------------*
000815*  8550-LOCK-RATE                                                *
000816*--------------------------------------------------------------*
000817 8550-LOCK-RATE.
000818     MOVE "L" TO WS-LOK-FUNCTION.
000819     MOVE "EXRATES " TO WS-LOK-FILE-NAME.
000820     MOVE SPACES TO WS-LOK-RECORD-KEY.
000821     MOVE APR-TARGET-KEY(1:3) TO WS-LOK-RECORD-KEY(1:3).
000822     MOVE APR-TARGET-KEY(5:8) TO WS-LOK-RECORD-KEY(4:8).
000823     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000824         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000825     IF WS-LOK-GRANTED NOT = "Y"
000826         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
000827         DISPLAY "- REQUEST LEFT PENDING"
000828     END-IF.
000829 8550-EXIT.
000830     EXIT.
000831*
000832*--------------------------------------------------------------*
000833*  8700-FREE-LOCK                                                *
000834*--------------------------------------------------------------*
000835 8700-FREE-LOCK.
000836     MOVE "U" TO WS-LOK-FUNCTION.
000837     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000838         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000839 8700-EXIT.
000840     EXIT.
000841*
000842*--------------------------------------------------------------*
000843*  8000-LOG-ERROR                                                *
000844*                                                                *
000845*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000846*  and WS-ERR-TEXT must be set by the caller before this is      *
000847*  PERFORMed.                                                    *
000848*--------------------------------------------------------------*
000849 8000-LOG-ERROR.
000850     MOVE "APP-RVW" TO WS-ERR-PROGRAM.
000851     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000852         WS-ERR-TEXT.
000853 8000-EXIT.
000854     EXIT.
000855*
000856*--------------------------------------------------------------*
000857*  8100-WRITE-SESSION                                            *
000858*                                                                *
000859*  Appends the decision to the shared session log: the event    *
000860*  is APPROVE or REJECT and the detail names the request.       *
000861*--------------------------------------------------------------*
000862 8100-WRITE-SESSION.
000863     MOVE WS-CUR-OPR-ID TO WS-SES-OPERATOR.
000864     MOVE SPACES TO WS-SES-DETAIL.
000865     STRING APR-ACTION " " WS-SEQ-TEXT DELIMITED BY SIZE
000866         INTO WS-SES-DETAIL.
000867     CALL "ses-log" USING WS-SES-OPERATOR WS-SES-EVENT
000868         WS-SES-DETAIL.
000869 8100-EXIT.
000870     EXIT.
