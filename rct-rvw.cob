000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. rct-rvw.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Quarterly access              *
000012*                    recertification for supervisors. The       *
000013*                    signed-on supervisor works through the     *
000014*                    operators the OPRRCRT register holds       *
000015*                    undecided against them - an administrator  *
000016*                    also gets those with no supervisor - and   *
000017*                    confirms or revokes each one. A            *
000018*                    confirmation is recorded on the register.  *
000019*                    A revoke is queued on PENDAPPR through the *
000020*                    shared APP-QUE subroutine as a REVOKE      *
000021*                    request, so a second supervisor or         *
000022*                    administrator applies the suspension in    *
000023*                    APP-RVW, and is recorded on the register   *
000024*                    once queued; one that cannot be queued is  *
000025*                    logged to the error log and the operator   *
000026*                    left undecided. Every decision goes to the *
000027*                    shared session log. Nobody may decide      *
000028*                    their own access.                          *
000029*--------------------------------------------------------------*
000030 ENVIRONMENT DIVISION.
000031 INPUT-OUTPUT SECTION.
000032 FILE-CONTROL.
000033     SELECT RECERTIFICATION-FILE ASSIGN TO "OPRRCRT"
000034         ORGANIZATION IS INDEXED
000035         ACCESS MODE IS DYNAMIC
000036         RECORD KEY IS RCR-KEY
000037         FILE STATUS IS WS-RCR-STATUS.
000038     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000039         ORGANIZATION IS INDEXED
000040         ACCESS MODE IS RANDOM
000041         RECORD KEY IS OPR-ID
000042         FILE STATUS IS WS-OPR-STATUS.
000043*
000044 DATA DIVISION.
000045 FILE SECTION.
000046 FD  RECERTIFICATION-FILE
000047     LABEL RECORDS ARE STANDARD.
000048     COPY RCRTREC.
000049*
000050 FD  OPERATOR-FILE
000051     LABEL RECORDS ARE STANDARD.
000052     COPY OPERREC.
000053*
000054 WORKING-STORAGE SECTION.
000055*
000056 01  WS-RCR-STATUS           PIC X(02) VALUE "00".
000057     88  WS-RCR-OK                     VALUE "00".
000058     88  WS-RCR-EOF                    VALUE "10".
000059*
000060 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000061     88  WS-OPR-OK                     VALUE "00".
000062*
000063 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000064     88  WS-EXIT-PROGRAM              VALUE "Y".
000065*
000066 01  WS-ALLOWED-SWITCH       PIC X(01) VALUE "N".
000067     88  WS-REVIEWER-OK               VALUE "Y".
000068*
000069 01  WS-MINE-SWITCH          PIC X(01).
000070     88  WS-MINE-TO-DECIDE            VALUE "Y".
000071*
000072 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000073 01  WS-DECIDE-REPLY         PIC X(01).
000074 01  WS-TODAY-DATE           PIC 9(08).
000075 01  WS-LIST-COUNT           PIC 9(03) VALUE ZERO.
000076 01  WS-DECIDED-COUNT        PIC 9(03) VALUE ZERO.
000077*
000078*--------------------------------------------------------------*
000079*  SIGN-ON WORK AREAS FOR A STANDALONE RUN                       *
000080*--------------------------------------------------------------*
000081 01  WS-SIGNON-PASSWORD      PIC X(08).
000082 01  WS-SIGNON-OK            PIC X(01) VALUE "N".
000083     88  WS-SIGNON-VALID              VALUE "Y".
000084*
000085*--------------------------------------------------------------*
000086*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000087*--------------------------------------------------------------*
000088     COPY OPRCURR.
000089*
000090*--------------------------------------------------------------*
000091*  SHARED ERROR-LOG WORK AREAS                                   *
000092*--------------------------------------------------------------*
000093     COPY ERRCALL.
000094*
000095*--------------------------------------------------------------*
000096*  SHARED SESSION-LOG WORK AREAS                                 *
000097*--------------------------------------------------------------*
000098     COPY SESCALL.
000099*
000100*--------------------------------------------------------------*
000101*  SHARED APPROVAL-QUEUE WORK AREAS                              *
000102*--------------------------------------------------------------*
000103     COPY APPCALL.
000104*
000105*--------------------------------------------------------------*
000106*  SHARED IDLE-TIMER WORK AREAS                                  *
000107*--------------------------------------------------------------*
000108     COPY TIMCALL.
000109*
000110 PROCEDURE DIVISION.
000111*
000112*--------------------------------------------------------------*
000113*  0000-MAINLINE                                                 *
000114*--------------------------------------------------------------*
000115 0000-MAINLINE.
000116     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000117     IF WS-REVIEWER-OK
000118         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000119             UNTIL WS-EXIT-PROGRAM
000120     END-IF.
000121     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000122     GOBACK.
000123*
000124*--------------------------------------------------------------*
000125*  1000-INITIALIZE                                               *
000126*                                                                *
000127*  Establishes who is recertifying - the operator signed on      *
000128*  through MAIN-MENU, or a fresh sign-on on a standalone run -   *
000129*  and turns them away unless they hold the supervisor or        *
000130*  administrator role.                                           *
000131*--------------------------------------------------------------*
000132 1000-INITIALIZE.
000133     MOVE "N" TO WS-EXIT-SWITCH.
000134     MOVE "N" TO WS-ALLOWED-SWITCH.
000135     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000136     MOVE "G" TO WS-CUR-FUNCTION.
000137     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000138         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000139     IF WS-CUR-OPR-ID = SPACES
000140         PERFORM 1100-STANDALONE-SIGNON THRU 1100-EXIT
000141     END-IF.
000142     IF WS-CUR-OPR-ID = SPACES
000143         GO TO 1000-EXIT
000144     END-IF.
000145     IF WS-CUR-OPR-ROLE NOT = "S" AND WS-CUR-OPR-ROLE NOT = "A"
000146         DISPLAY "SUPERVISOR OR ADMINISTRATOR ROLE REQUIRED"
000147         MOVE "NOTAUTH" TO WS-ERR-CODE
000148         MOVE "RECERTIFICATION REFUSED - ROLE TOO LOW"
000149             TO WS-ERR-TEXT
000150         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000151         GO TO 1000-EXIT
000152     END-IF.
000153     OPEN I-O RECERTIFICATION-FILE.
000154     IF NOT WS-RCR-OK
000155         DISPLAY "NO RECERTIFICATION LIST HAS BEEN DRAWN - "
000156             "STATUS " WS-RCR-STATUS
000157         GO TO 1000-EXIT
000158     END-IF.
000159     SET WS-REVIEWER-OK TO TRUE.
000160 1000-EXIT.
000161     EXIT.
000162*
000163*--------------------------------------------------------------*
000164*  1100-STANDALONE-SIGNON                                        *
000165*--------------------------------------------------------------*
000166 1100-STANDALONE-SIGNON.
000167     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
000168     ACCEPT WS-CUR-OPR-ID.
000169     DISPLAY "PASSWORD: " WITH NO ADVANCING.
000170     ACCEPT WS-SIGNON-PASSWORD.
000171     MOVE "N" TO WS-SIGNON-OK.
000172     CALL "opr-sign" USING WS-CUR-OPR-ID WS-SIGNON-PASSWORD
000173         WS-SIGNON-OK.
000174     IF NOT WS-SIGNON-VALID
000175         DISPLAY "SIGN-ON REJECTED"
000176         MOVE SPACES TO WS-CUR-OPR-ID
000177         GO TO 1100-EXIT
000178     END-IF.
000179     PERFORM 1200-FETCH-ROLE THRU 1200-EXIT.
000180     MOVE "S" TO WS-CUR-FUNCTION.
000181     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000182         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000183 1100-EXIT.
000184     EXIT.
000185*
000186 1200-FETCH-ROLE.
000187     MOVE "C" TO WS-CUR-OPR-ROLE.
000188     OPEN INPUT OPERATOR-FILE.
000189     IF NOT WS-OPR-OK
000190         GO TO 1200-EXIT
000191     END-IF.
000192     MOVE WS-CUR-OPR-ID TO OPR-ID.
000193     READ OPERATOR-FILE
000194         INVALID KEY
000195             CONTINUE
000196         NOT INVALID KEY
000197             MOVE OPR-ROLE TO WS-CUR-OPR-ROLE
000198     END-READ.
000199     CLOSE OPERATOR-FILE.
000200 1200-EXIT.
000201     EXIT.
000202*
000203*--------------------------------------------------------------*
000204*  2000-PROCESS-MENU                                             *
000205*--------------------------------------------------------------*
000206 2000-PROCESS-MENU.
000207     DISPLAY " ".
000208     DISPLAY "----------------------------------------".
000209     DISPLAY "  ACCESS RECERTIFICATION".
000210     DISPLAY "  1. LIST OPERATORS AWAITING MY DECISION".
000211     DISPLAY "  2. CONFIRM OR REVOKE EACH IN TURN".
000212     DISPLAY "  0. EXIT".
000213     DISPLAY "----------------------------------------".
000214     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000215     ACCEPT WS-MENU-CHOICE.
000216     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000217     IF WS-EXIT-PROGRAM
000218         GO TO 2000-EXIT
000219     END-IF.
000220     EVALUATE WS-MENU-CHOICE
000221         WHEN 1
000222             PERFORM 3000-LIST-PENDING THRU 3000-EXIT
000223         WHEN 2
000224             PERFORM 4000-DECIDE-PENDING THRU 4000-EXIT
000225         WHEN 0
000226             SET WS-EXIT-PROGRAM TO TRUE
000227         WHEN OTHER
000228             DISPLAY "INVALID CHOICE - TRY AGAIN"
000229     END-EVALUATE.
000230 2000-EXIT.
000231     EXIT.
000232*
000233*--------------------------------------------------------------*
000234*  3000-LIST-PENDING                                             *
000235*--------------------------------------------------------------*
000236 3000-LIST-PENDING.
000237     MOVE ZERO TO WS-LIST-COUNT.
000238     MOVE LOW-VALUES TO RCR-KEY.
000239     START RECERTIFICATION-FILE
000240         KEY IS NOT LESS THAN RCR-KEY
000241         INVALID KEY
000242             DISPLAY "THE RECERTIFICATION REGISTER IS EMPTY"
000243             GO TO 3000-EXIT
000244     END-START.
000245     MOVE "00" TO WS-RCR-STATUS.
000246     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
000247         UNTIL WS-RCR-EOF.
000248     IF WS-LIST-COUNT = ZERO
000249         DISPLAY "NO OPERATORS ARE WAITING FOR YOUR DECISION"
000250     END-IF.
000251 3000-EXIT.
000252     EXIT.
000253*
000254 3100-LIST-ONE-ENTRY.
000255     READ RECERTIFICATION-FILE NEXT RECORD
000256         AT END
000257             MOVE "10" TO WS-RCR-STATUS
000258             GO TO 3100-EXIT
000259     END-READ.
000260     PERFORM 7000-CHECK-MINE THRU 7000-EXIT.
000261     IF NOT WS-MINE-TO-DECIDE
000262         GO TO 3100-EXIT
000263     END-IF.
000264     ADD 1 TO WS-LIST-COUNT.
000265     DISPLAY RCR-QUARTER " " RCR-OPR-ID " " RCR-ROLE " "
000266         RCR-STATUS " " RCR-LAST-SIGNON " " RCR-OPR-NAME.
000267 3100-EXIT.
000268     EXIT.
000269*
000270*--------------------------------------------------------------*
000271*  4000-DECIDE-PENDING                                           *
000272*                                                                *
000273*  Walks the register from the oldest quarter, stopping at each  *
000274*  operator waiting on this reviewer for a decision.             *
000275*--------------------------------------------------------------*
000276 4000-DECIDE-PENDING.
000277     MOVE ZERO TO WS-DECIDED-COUNT.
000278     MOVE LOW-VALUES TO RCR-KEY.
000279     START RECERTIFICATION-FILE
000280         KEY IS NOT LESS THAN RCR-KEY
000281         INVALID KEY
000282             DISPLAY "THE RECERTIFICATION REGISTER IS EMPTY"
000283             GO TO 4000-EXIT
000284     END-START.
000285     MOVE "00" TO WS-RCR-STATUS.
000286     PERFORM 4100-DECIDE-ONE-ENTRY THRU 4100-EXIT
000287         UNTIL WS-RCR-EOF OR WS-EXIT-PROGRAM.
000288     DISPLAY "DECISIONS RECORDED: " WS-DECIDED-COUNT.
000289 4000-EXIT.
000290     EXIT.
000291*
000292*--------------------------------------------------------------*
000293*  4100-DECIDE-ONE-ENTRY                                         *
000294*                                                                *
000295*  Shows one operator - role, status when the list was drawn,    *
000296*  last sign-on - and takes the reviewer's decision: C confirms, *
000297*  R revokes, L leaves it for later and Q stops the walk.        *
000298*--------------------------------------------------------------*
000299 4100-DECIDE-ONE-ENTRY.
000300     READ RECERTIFICATION-FILE NEXT RECORD
000301         AT END
000302             MOVE "10" TO WS-RCR-STATUS
000303             GO TO 4100-EXIT
000304     END-READ.
000305     PERFORM 7000-CHECK-MINE THRU 7000-EXIT.
000306     IF NOT WS-MINE-TO-DECIDE
000307         GO TO 4100-EXIT
000308     END-IF.
000309     DISPLAY " ".
000310     DISPLAY "QUARTER:     " RCR-QUARTER.
000311     DISPLAY "OPERATOR:    " RCR-OPR-ID " " RCR-OPR-NAME.
000312     DISPLAY "ROLE:        " RCR-ROLE.
000313     DISPLAY "STATUS:      " RCR-STATUS.
000314     DISPLAY "LAST SIGNON: " RCR-LAST-SIGNON.
000315     DISPLAY "CONFIRM, REVOKE, LEAVE OR QUIT (C/R/L/Q)? "
000316         WITH NO ADVANCING.
000317     ACCEPT WS-DECIDE-REPLY.
000318     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000319     IF WS-EXIT-PROGRAM
000320         GO TO 4100-EXIT
000321     END-IF.
000322     EVALUATE WS-DECIDE-REPLY
000323         WHEN "C"
000324             PERFORM 5000-CONFIRM-ACCESS THRU 5000-EXIT
000325         WHEN "R"
000326             PERFORM 6000-REVOKE-ACCESS THRU 6000-EXIT
000327         WHEN "Q"
000328             MOVE "10" TO WS-RCR-STATUS
000329         WHEN OTHER
000330             DISPLAY "LEFT FOR LATER"
000331     END-EVALUATE.
000332 4100-EXIT.
000333     EXIT.
000334*
000335*--------------------------------------------------------------*
000336*  5000-CONFIRM-ACCESS                                           *
000337*--------------------------------------------------------------*
000338 5000-CONFIRM-ACCESS.
000339     MOVE "C"           TO RCR-DECISION.
000340     MOVE WS-CUR-OPR-ID TO RCR-DECIDED-BY.
000341     MOVE WS-TODAY-DATE TO RCR-DECIDED-DATE.
000342     REWRITE RECERTIFICATION-RECORD
000343         INVALID KEY
000344             DISPLAY "ERROR RECORDING DECISION - " WS-RCR-STATUS
000345             GO TO 5000-EXIT
000346     END-REWRITE.
000347     ADD 1 TO WS-DECIDED-COUNT.
000348     MOVE "CERTCONF" TO WS-SES-EVENT.
000349     PERFORM 8100-WRITE-SESSION THRU 8100-EXIT.
000350     DISPLAY "ACCESS CONFIRMED".
000351 5000-EXIT.
000352     EXIT.
000353*
000354*--------------------------------------------------------------*
000355*  6000-REVOKE-ACCESS                                            *
000356*                                                                *
000357*  Queues a REVOKE request on PENDAPPR through the shared        *
000358*  APP-QUE subroutine, carrying the operator's current status    *
000359*  (1) and role (9) as the before detail and the suspended       *
000360*  status as the after detail, then records the revoke on the    *
000361*  register. The operator stays signed-on-able until a second    *
000362*  supervisor or administrator applies the request in APP-RVW.   *
000363*  A request APP-QUE could not queue is logged to the error log  *
000364*  and the operator left undecided on the register.              *
000365*--------------------------------------------------------------*
000366 6000-REVOKE-ACCESS.
000367     OPEN INPUT OPERATOR-FILE.
000368     IF NOT WS-OPR-OK
000369         DISPLAY "CANNOT OPEN OPERATOR-FILE - " WS-OPR-STATUS
000370         GO TO 6000-EXIT
000371     END-IF.
000372     MOVE RCR-OPR-ID TO OPR-ID.
000373     READ OPERATOR-FILE
000374         INVALID KEY
000375             MOVE RCR-STATUS TO OPR-STATUS
000376             MOVE RCR-ROLE   TO OPR-ROLE
000377     END-READ.
000378     CLOSE OPERATOR-FILE.
000379     MOVE "REVOKE" TO WS-APP-ACTION.
000380     MOVE SPACES TO WS-APP-TARGET-KEY.
000381     MOVE RCR-OPR-ID TO WS-APP-TARGET-KEY(1:8).
000382     MOVE SPACES TO WS-APP-BEFORE.
000383     MOVE OPR-STATUS TO WS-APP-BEFORE(1:1).
000384     MOVE OPR-ROLE   TO WS-APP-BEFORE(9:1).
000385     MOVE SPACES TO WS-APP-AFTER.
000386     MOVE "S" TO WS-APP-AFTER(1:1).
000387     MOVE "RCT-RVW " TO WS-APP-SOURCE.
000388     CALL "app-que" USING WS-APP-SOURCE WS-APP-ACTION
000389         WS-APP-TARGET-KEY WS-APP-BEFORE WS-APP-AFTER
000390         WS-APP-RESULT.
000391     IF WS-APP-RESULT NOT = "Y"
000392         MOVE "RCRTQUE" TO WS-ERR-CODE
000393         MOVE SPACES TO WS-ERR-TEXT
000394         STRING "REVOKE NOT QUEUED FOR " RCR-OPR-ID " "
000395             RCR-QUARTER " - LEFT OPEN"
000396             DELIMITED BY SIZE INTO WS-ERR-TEXT
000397         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000398         DISPLAY "REVOKE NOT QUEUED - OPERATOR LEFT UNDECIDED"
000399         GO TO 6000-EXIT
000400     END-IF.
000401     MOVE "R"           TO RCR-DECISION.
000402     MOVE WS-CUR-OPR-ID TO RCR-DECIDED-BY.
000403     MOVE WS-TODAY-DATE TO RCR-DECIDED-DATE.
000404     REWRITE RECERTIFICATION-RECORD
000405         INVALID KEY
000406             DISPLAY "ERROR RECORDING DECISION - " WS-RCR-STATUS
000407             GO TO 6000-EXIT
000408     END-REWRITE.
000409     ADD 1 TO WS-DECIDED-COUNT.
000410     MOVE "CERTREVK" TO WS-SES-EVENT.
000411     PERFORM 8100-WRITE-SESSION THRU 8100-EXIT.
000412     DISPLAY "REVOKE QUEUED FOR A SECOND APPROVER".
000413 6000-EXIT.
000414     EXIT.
000415*
000416*--------------------------------------------------------------*
000417*  7000-CHECK-MINE                                               *
000418*                                                                *
000419*  Sets WS-MINE-TO-DECIDE when the register entry in hand is     *
000420*  undecided and falls to this reviewer: their own operators,    *
000421*  plus the administrators' share for an administrator. Nobody   *
000422*  decides their own access.                                     *
000423*--------------------------------------------------------------*
000424 7000-CHECK-MINE.
000425     MOVE "N" TO WS-MINE-SWITCH.
000426     IF NOT RCR-PENDING
000427         GO TO 7000-EXIT
000428     END-IF.
000429     IF RCR-OPR-ID = WS-CUR-OPR-ID
000430         GO TO 7000-EXIT
000431     END-IF.
000432     IF RCR-SUPERVISOR = WS-CUR-OPR-ID
000433         SET WS-MINE-TO-DECIDE TO TRUE
000434     END-IF.
000435     IF RCR-SUPERVISOR = "ADMIN" AND WS-CUR-OPR-ROLE = "A"
000436         SET WS-MINE-TO-DECIDE TO TRUE
000437     END-IF.
000438 7000-EXIT.
000439     EXIT.
000440*
000441*--------------------------------------------------------------*
000442*  9000-TERMINATE                                                *
000443*--------------------------------------------------------------*
000444 9000-TERMINATE.
000445     IF WS-REVIEWER-OK
000446         CLOSE RECERTIFICATION-FILE
000447     END-IF.
000448 9000-EXIT.
000449     EXIT.
000450*
000451*--------------------------------------------------------------*
000452*  8000-LOG-ERROR                                                *
000453*                                                                *
000454*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000455*  and WS-ERR-TEXT must be set by the caller before this is      *
000456*  PERFORMed.                                                    *
000457*--------------------------------------------------------------*
000458 8000-LOG-ERROR.
000459     MOVE "RCT-RVW" TO WS-ERR-PROGRAM.
000460     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000461         WS-ERR-TEXT.
000462 8000-EXIT.
000463     EXIT.
000464*
000465*--------------------------------------------------------------*
000466*  8100-WRITE-SESSION                                            *
000467*                                                                *
000468*  Appends the decision to the shared session log: the event is  *
000469*  CERTCONF or CERTREVK and the detail names the quarter and     *
000470*  operator.                                                     *
000471*--------------------------------------------------------------*
000472 8100-WRITE-SESSION.
000473     MOVE WS-CUR-OPR-ID TO WS-SES-OPERATOR.
000474     MOVE SPACES TO WS-SES-DETAIL.
000475     STRING RCR-QUARTER " " RCR-OPR-ID DELIMITED BY SIZE
000476         INTO WS-SES-DETAIL.
000477     CALL "ses-log" USING WS-SES-OPERATOR WS-SES-EVENT
000478         WS-SES-DETAIL.
000479 8100-EXIT.
000480     EXIT.
000481*
000482*--------------------------------------------------------------*
000483*  8200-CHECK-TIMER                                              *
000484*                                                                *
000485*  Checks the shared TIM-CHK idle timer after each reply. An     *
000486*  expired session ends the program, dropping back to MAIN-MENU  *
000487*  for re-authentication; otherwise the timer is touched.        *
000488*--------------------------------------------------------------*
000489 8200-CHECK-TIMER.
000490     MOVE "C" TO WS-TIM-FUNCTION.
000491     MOVE "N" TO WS-TIM-EXPIRED.
000492     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000493     IF WS-TIM-EXPIRED = "Y"
000494         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000495         SET WS-EXIT-PROGRAM TO TRUE
000496         GO TO 8200-EXIT
000497     END-IF.
000498     MOVE "T" TO WS-TIM-FUNCTION.
000499     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000500 8200-EXIT.
000501     EXIT.
