000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. sub-mnt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Maintenance screen for the    *
000012*                    RPTSUBS report subscriptions RPT-DST       *
000013*                    distributes from: list them, subscribe an  *
000014*                    operator or a whole role to a report - for *
000015*                    an OPRMSG notice only, or for a printed    *
000016*                    copy as well - change how a subscriber     *
000017*                    receives it, and remove a subscription.    *
000018*                    Supervisors and administrators only; every *
000019*                    change goes to the shared session log.     *
000020*--------------------------------------------------------------*
000021 ENVIRONMENT DIVISION.
000022 INPUT-OUTPUT SECTION.
000023 FILE-CONTROL.
000024     SELECT REPORT-SUBSCRIPTION-FILE ASSIGN TO "RPTSUBS"
000025         ORGANIZATION IS INDEXED
000026         ACCESS MODE IS DYNAMIC
000027         RECORD KEY IS RSB-KEY
000028         FILE STATUS IS WS-RSB-STATUS.
000029     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000030         ORGANIZATION IS INDEXED
000031         ACCESS MODE IS RANDOM
000032         RECORD KEY IS OPR-ID
000033         FILE STATUS IS WS-OPR-STATUS.
000034*
000035 DATA DIVISION.
000036 FILE SECTION.
000037 FD  REPORT-SUBSCRIPTION-FILE
000038     LABEL RECORDS ARE STANDARD.
000039     COPY RSUBREC.
000040*
000041 FD  OPERATOR-FILE
000042     LABEL RECORDS ARE STANDARD.
000043     COPY OPERREC.
000044*
000045 WORKING-STORAGE SECTION.
000046*
000047 01  WS-RSB-STATUS           PIC X(02) VALUE "00".
000048     88  WS-RSB-OK                     VALUE "00".
000049     88  WS-RSB-EOF                    VALUE "10".
000050*
000051 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000052     88  WS-OPR-OK                     VALUE "00".
000053*
000054 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000055     88  WS-EXIT-PROGRAM              VALUE "Y".
000056*
000057 01  WS-ALLOWED-SWITCH       PIC X(01) VALUE "N".
000058     88  WS-MAINTAINER-OK             VALUE "Y".
000059*
000060 01  WS-VALID-SWITCH         PIC X(01).
000061     88  WS-SUBSCRIBER-VALID          VALUE "Y".
000062*
000063 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000064 01  WS-TODAY-DATE           PIC 9(08).
000065 01  WS-LIST-COUNT           PIC 9(05) VALUE ZERO.
000066*
000067*--------------------------------------------------------------*
000068*  SUBSCRIPTION BEING MAINTAINED                                 *
000069*--------------------------------------------------------------*
000070 01  WS-WANT-REPORT-ID       PIC X(08).
000071 01  WS-WANT-SUBSCRIBER      PIC X(08).
000072 01  WS-WANT-DELIVERY        PIC X(01).
000073 01  WS-CONFIRM-REPLY        PIC X(01).
000074*
000075*--------------------------------------------------------------*
000076*  SIGN-ON WORK AREAS FOR A STANDALONE RUN                       *
000077*--------------------------------------------------------------*
000078 01  WS-SIGNON-PASSWORD      PIC X(08).
000079 01  WS-SIGNON-OK            PIC X(01) VALUE "N".
000080     88  WS-SIGNON-VALID              VALUE "Y".
000081*
000082*--------------------------------------------------------------*
000083*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000084*--------------------------------------------------------------*
000085     COPY OPRCURR.
000086*
000087*--------------------------------------------------------------*
000088*  SHARED ERROR-LOG WORK AREAS                                   *
000089*--------------------------------------------------------------*
000090     COPY ERRCALL.
000091*
000092*--------------------------------------------------------------*
000093*  SHARED SESSION-LOG WORK AREAS                                 *
000094*--------------------------------------------------------------*
000095     COPY SESCALL.
000096*
000097*--------------------------------------------------------------*
000098*  SHARED IDLE-TIMER WORK AREAS                                  *
000099*--------------------------------------------------------------*
000100     COPY TIMCALL.
000101*
000102 PROCEDURE DIVISION.
000103*
000104*--------------------------------------------------------------*
000105*  0000-MAINLINE                                                 *
000106*--------------------------------------------------------------*
000107 0000-MAINLINE.
000108     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000109     IF WS-MAINTAINER-OK
000110         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000111             UNTIL WS-EXIT-PROGRAM
000112     END-IF.
000113     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000114     GOBACK.
000115*
000116*--------------------------------------------------------------*
000117*  1000-INITIALIZE                                               *
000118*                                                                *
000119*  Establishes who is maintaining the subscriptions - the        *
000120*  operator signed on through MAIN-MENU or RPT-INQ, or a fresh   *
000121*  sign-on on a standalone run - and turns them away unless they *
000122*  hold the supervisor or administrator role. The subscription   *
000123*  file is created on first use.                                 *
000124*--------------------------------------------------------------*
000125 1000-INITIALIZE.
000126     MOVE "N" TO WS-EXIT-SWITCH.
000127     MOVE "N" TO WS-ALLOWED-SWITCH.
000128     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000129     MOVE "G" TO WS-CUR-FUNCTION.
000130     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000131         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000132     IF WS-CUR-OPR-ID = SPACES
000133         PERFORM 1100-STANDALONE-SIGNON THRU 1100-EXIT
000134     END-IF.
000135     IF WS-CUR-OPR-ID = SPACES
000136         GO TO 1000-EXIT
000137     END-IF.
000138     IF WS-CUR-OPR-ROLE NOT = "S" AND WS-CUR-OPR-ROLE NOT = "A"
000139         DISPLAY "SUPERVISOR OR ADMINISTRATOR ROLE REQUIRED"
000140         MOVE "NOTAUTH" TO WS-ERR-CODE
000141         MOVE "SUBSCRIPTION MAINTENANCE REFUSED - ROLE TOO LOW"
000142             TO WS-ERR-TEXT
000143         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000144         GO TO 1000-EXIT
000145     END-IF.
000146     OPEN I-O REPORT-SUBSCRIPTION-FILE.
000147     IF NOT WS-RSB-OK
000148         CLOSE REPORT-SUBSCRIPTION-FILE
000149         OPEN OUTPUT REPORT-SUBSCRIPTION-FILE
000150         CLOSE REPORT-SUBSCRIPTION-FILE
000151         OPEN I-O REPORT-SUBSCRIPTION-FILE
000152     END-IF.
000153     IF NOT WS-RSB-OK
000154         DISPLAY "CANNOT OPEN RPTSUBS - STATUS " WS-RSB-STATUS
000155         GO TO 1000-EXIT
000156     END-IF.
000157     SET WS-MAINTAINER-OK TO TRUE.
000158 1000-EXIT.
000159     EXIT.
000160*
000161*--------------------------------------------------------------*
000162*  1100-STANDALONE-SIGNON                                        *
000163*--------------------------------------------------------------*
000164 1100-STANDALONE-SIGNON.
000165     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
000166     ACCEPT WS-CUR-OPR-ID.
000167     DISPLAY "PASSWORD: " WITH NO ADVANCING.
000168     ACCEPT WS-SIGNON-PASSWORD.
000169     MOVE "N" TO WS-SIGNON-OK.
000170     CALL "opr-sign" USING WS-CUR-OPR-ID WS-SIGNON-PASSWORD
000171         WS-SIGNON-OK.
000172     IF NOT WS-SIGNON-VALID
000173         DISPLAY "SIGN-ON REJECTED"
000174         MOVE SPACES TO WS-CUR-OPR-ID
000175         GO TO 1100-EXIT
000176     END-IF.
000177     PERFORM 1200-FETCH-ROLE THRU 1200-EXIT.
000178     MOVE "S" TO WS-CUR-FUNCTION.
000179     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000180         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000181 1100-EXIT.
000182     EXIT.
000183*
000184 1200-FETCH-ROLE.
000185     MOVE "C" TO WS-CUR-OPR-ROLE.
000186     OPEN INPUT OPERATOR-FILE.
000187     IF NOT WS-OPR-OK
000188         GO TO 1200-EXIT
000189     END-IF.
000190     MOVE WS-CUR-OPR-ID TO OPR-ID.
000191     READ OPERATOR-FILE
000192         INVALID KEY
000193             CONTINUE
000194         NOT INVALID KEY
000195             MOVE OPR-ROLE TO WS-CUR-OPR-ROLE
000196     END-READ.
000197     CLOSE OPERATOR-FILE.
000198 1200-EXIT.
000199     EXIT.
000200*
000201*--------------------------------------------------------------*
000202*  2000-PROCESS-MENU                                             *
000203*--------------------------------------------------------------*
000204 2000-PROCESS-MENU.
000205     DISPLAY " ".
000206     DISPLAY "----------------------------------------".
000207     DISPLAY "  REPORT SUBSCRIPTIONS".
000208     DISPLAY "  1. LIST SUBSCRIPTIONS".
000209     DISPLAY "  2. ADD OR CHANGE A SUBSCRIPTION".
000210     DISPLAY "  3. REMOVE A SUBSCRIPTION".
000211     DISPLAY "  0. EXIT".
000212     DISPLAY "----------------------------------------".
000213     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000214     ACCEPT WS-MENU-CHOICE.
000215     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000216     IF WS-EXIT-PROGRAM
000217         GO TO 2000-EXIT
000218     END-IF.
000219     EVALUATE WS-MENU-CHOICE
000220         WHEN 1
000221             PERFORM 3000-LIST-SUBSCRIPTIONS THRU 3000-EXIT
000222         WHEN 2
000223             PERFORM 4000-ADD-SUBSCRIPTION THRU 4000-EXIT
000224         WHEN 3
000225             PERFORM 5000-REMOVE-SUBSCRIPTION THRU 5000-EXIT
000226         WHEN 0
000227             SET WS-EXIT-PROGRAM TO TRUE
000228         WHEN OTHER
000229             DISPLAY "INVALID CHOICE - TRY AGAIN"
000230     END-EVALUATE.
000231 2000-EXIT.
000232     EXIT.
000233*
000234*--------------------------------------------------------------*
000235*  3000-LIST-SUBSCRIPTIONS                                       *
000236*                                                                *
000237*  Lists the subscriptions to one report, or to every report     *
000238*  when no report ID is entered.                                 *
000239*--------------------------------------------------------------*
000240 3000-LIST-SUBSCRIPTIONS.
000241     MOVE ZERO TO WS-LIST-COUNT.
000242     DISPLAY "REPORT ID (BLANK FOR ALL): " WITH NO ADVANCING.
000243     MOVE SPACES TO WS-WANT-REPORT-ID.
000244     ACCEPT WS-WANT-REPORT-ID.
000245     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000246     IF WS-EXIT-PROGRAM
000247         GO TO 3000-EXIT
000248     END-IF.
000249     MOVE LOW-VALUES TO RSB-KEY.
000250     IF WS-WANT-REPORT-ID NOT = SPACES
000251         MOVE WS-WANT-REPORT-ID TO RSB-REPORT-ID
000252     END-IF.
000253     START REPORT-SUBSCRIPTION-FILE
000254         KEY IS NOT LESS THAN RSB-KEY
000255         INVALID KEY
000256             DISPLAY "NO SUBSCRIPTIONS ON FILE"
000257             GO TO 3000-EXIT
000258     END-START.
000259     MOVE "00" TO WS-RSB-STATUS.
000260     PERFORM 3100-LIST-ONE-SUBSCRIPTION THRU 3100-EXIT
000261         UNTIL WS-RSB-EOF.
000262     DISPLAY "SUBSCRIPTIONS LISTED: " WS-LIST-COUNT.
000263 3000-EXIT.
000264     EXIT.
000265*
000266 3100-LIST-ONE-SUBSCRIPTION.
000267     READ REPORT-SUBSCRIPTION-FILE NEXT RECORD
000268         AT END
000269             MOVE "10" TO WS-RSB-STATUS
000270             GO TO 3100-EXIT
000271     END-READ.
000272     IF WS-WANT-REPORT-ID NOT = SPACES
000273        AND RSB-REPORT-ID NOT = WS-WANT-REPORT-ID
000274         MOVE "10" TO WS-RSB-STATUS
000275         GO TO 3100-EXIT
000276     END-IF.
000277     ADD 1 TO WS-LIST-COUNT.
000278     DISPLAY RSB-REPORT-ID " " RSB-SUBSCRIBER " " RSB-DELIVERY
000279         " SET BY " RSB-SET-BY " ON " RSB-SET-DATE.
000280 3100-EXIT.
000281     EXIT.
000282*
000283*--------------------------------------------------------------*
000284*  4000-ADD-SUBSCRIPTION                                         *
000285*                                                                *
000286*  Subscribes an operator on OPERFILE, or a role, to a report.   *
000287*  An existing subscription has its delivery changed instead.    *
000288*--------------------------------------------------------------*
000289 4000-ADD-SUBSCRIPTION.
000290     PERFORM 6000-ACCEPT-SUBSCRIPTION THRU 6000-EXIT.
000291     IF WS-WANT-REPORT-ID = SPACES OR WS-EXIT-PROGRAM
000292         GO TO 4000-EXIT
000293     END-IF.
000294     PERFORM 6100-CHECK-SUBSCRIBER THRU 6100-EXIT.
000295     IF NOT WS-SUBSCRIBER-VALID
000296         GO TO 4000-EXIT
000297     END-IF.
000298     DISPLAY "N = NOTICE ONLY, P = NOTICE AND PRINTED COPY: "
000299         WITH NO ADVANCING.
000300     MOVE SPACES TO WS-WANT-DELIVERY.
000301     ACCEPT WS-WANT-DELIVERY.
000302     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000303     IF WS-EXIT-PROGRAM
000304         GO TO 4000-EXIT
000305     END-IF.
000306     IF WS-WANT-DELIVERY NOT = "N" AND WS-WANT-DELIVERY NOT = "P"
000307         DISPLAY "DELIVERY MUST BE N OR P"
000308         GO TO 4000-EXIT
000309     END-IF.
000310     MOVE WS-WANT-REPORT-ID  TO RSB-REPORT-ID.
000311     MOVE WS-WANT-SUBSCRIBER TO RSB-SUBSCRIBER.
000312     READ REPORT-SUBSCRIPTION-FILE
000313         INVALID KEY
000314             GO TO 4000-NEW
000315     END-READ.
000316     MOVE WS-WANT-DELIVERY TO RSB-DELIVERY.
000317     MOVE WS-CUR-OPR-ID    TO RSB-SET-BY.
000318     REWRITE REPORT-SUBSCRIPTION-RECORD
000319         INVALID KEY
000320             DISPLAY "ERROR CHANGING SUBSCRIPTION - "
000321                 WS-RSB-STATUS
000322             GO TO 4000-EXIT
000323     END-REWRITE.
000324     MOVE "RSUBCHG" TO WS-SES-EVENT.
000325     PERFORM 8100-WRITE-SESSION THRU 8100-EXIT.
000326     DISPLAY "SUBSCRIPTION CHANGED".
000327     GO TO 4000-EXIT.
000328 4000-NEW.
000329     MOVE SPACES             TO REPORT-SUBSCRIPTION-RECORD.
000330     MOVE WS-WANT-REPORT-ID  TO RSB-REPORT-ID.
000331     MOVE WS-WANT-SUBSCRIBER TO RSB-SUBSCRIBER.
000332     MOVE WS-WANT-DELIVERY   TO RSB-DELIVERY.
000333     MOVE WS-CUR-OPR-ID      TO RSB-SET-BY.
000334     MOVE WS-TODAY-DATE      TO RSB-SET-DATE.
000335     WRITE REPORT-SUBSCRIPTION-RECORD
000336         INVALID KEY
000337             DISPLAY "ERROR ADDING SUBSCRIPTION - " WS-RSB-STATUS
000338             GO TO 4000-EXIT
000339     END-WRITE.
000340     MOVE "RSUBADD" TO WS-SES-EVENT.
000341     PERFORM 8100-WRITE-SESSION THRU 8100-EXIT.
000342     DISPLAY "SUBSCRIPTION ADDED".
000343 4000-EXIT.
000344     EXIT.
000345*
000346*--------------------------------------------------------------*
000347*  5000-REMOVE-SUBSCRIPTION                                      *
000348*--------------------------------------------------------------*
000349 5000-REMOVE-SUBSCRIPTION.
000350     PERFORM 6000-ACCEPT-SUBSCRIPTION THRU 6000-EXIT.
000351     IF WS-WANT-REPORT-ID = SPACES OR WS-EXIT-PROGRAM
000352         GO TO 5000-EXIT
000353     END-IF.
000354     MOVE WS-WANT-REPORT-ID  TO RSB-REPORT-ID.
000355     MOVE WS-WANT-SUBSCRIBER TO RSB-SUBSCRIBER.
000356     READ REPORT-SUBSCRIPTION-FILE
000357         INVALID KEY
000358             DISPLAY "NO SUCH SUBSCRIPTION"
000359             GO TO 5000-EXIT
000360     END-READ.
000361     DISPLAY "REMOVE " RSB-SUBSCRIBER " FROM " RSB-REPORT-ID
000362         " (Y/N)? " WITH NO ADVANCING.
000363     MOVE SPACES TO WS-CONFIRM-REPLY.
000364     ACCEPT WS-CONFIRM-REPLY.
000365     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000366     IF WS-EXIT-PROGRAM OR WS-CONFIRM-REPLY NOT = "Y"
000367         DISPLAY "NOTHING REMOVED"
000368         GO TO 5000-EXIT
000369     END-IF.
000370     DELETE REPORT-SUBSCRIPTION-FILE
000371         INVALID KEY
000372             DISPLAY "ERROR REMOVING SUBSCRIPTION - "
000373                 WS-RSB-STATUS
000374             GO TO 5000-EXIT
000375     END-DELETE.
000376     MOVE "RSUBDEL" TO WS-SES-EVENT.
000377     PERFORM 8100-WRITE-SESSION THRU 8100-EXIT.
000378     DISPLAY "SUBSCRIPTION REMOVED".
000379 5000-EXIT.
000380     EXIT.
000381*
000382*--------------------------------------------------------------*
000383*  6000-ACCEPT-SUBSCRIPTION                                      *
000384*                                                                *
000385*  Takes the report ID and the subscriber - an operator ID, or   *
000386*  one of the roles (CLERKS), (SUPV) or (ADMIN). A blank report  *
000387*  ID on the way out means nothing was entered.                  *
000388*--------------------------------------------------------------*
000389 6000-ACCEPT-SUBSCRIPTION.
000390     DISPLAY "REPORT ID: " WITH NO ADVANCING.
000391     MOVE SPACES TO WS-WANT-REPORT-ID.
000392     ACCEPT WS-WANT-REPORT-ID.
000393     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000394     IF WS-EXIT-PROGRAM
000395         GO TO 6000-EXIT
000396     END-IF.
000397     IF WS-WANT-REPORT-ID = SPACES
000398         DISPLAY "NOTHING ENTERED"
000399         GO TO 6000-EXIT
000400     END-IF.
000401     DISPLAY "SUBSCRIBER - OPERATOR ID, OR (CLERKS) (SUPV) "
000402         "(ADMIN) FOR A ROLE: "
000403         WITH NO ADVANCING.
000404     MOVE SPACES TO WS-WANT-SUBSCRIBER.
000405     ACCEPT WS-WANT-SUBSCRIBER.
000406     PERFORM 8200-CHECK-TIMER THRU 8200-EXIT.
000407     IF WS-EXIT-PROGRAM
000408         GO TO 6000-EXIT
000409     END-IF.
000410     IF WS-WANT-SUBSCRIBER = SPACES
000411         DISPLAY "NOTHING ENTERED"
000412         MOVE SPACES TO WS-WANT-REPORT-ID
000413     END-IF.
000414 6000-EXIT.
000415     EXIT.
000416*
000417*--------------------------------------------------------------*
000418*  6100-CHECK-SUBSCRIBER                                         *
000419*                                                                *
000420*  A role must be one of the three the suite has; an operator    *
000421*  must be on OPERFILE and active.                               *
000422*--------------------------------------------------------------*
000423 6100-CHECK-SUBSCRIBER.
000424     MOVE "N" TO WS-VALID-SWITCH.
000425     IF WS-WANT-SUBSCRIBER(1:1) = "("
000426         IF WS-WANT-SUBSCRIBER = "(CLERKS)"
000427            OR WS-WANT-SUBSCRIBER = "(SUPV)"
000428            OR WS-WANT-SUBSCRIBER = "(ADMIN)"
000429             SET WS-SUBSCRIBER-VALID TO TRUE
000430         ELSE
000431             DISPLAY "ROLE MUST BE (CLERKS), (SUPV) OR (ADMIN)"
000432         END-IF
000433         GO TO 6100-EXIT
000434     END-IF.
000435     OPEN INPUT OPERATOR-FILE.
000436     IF NOT WS-OPR-OK
000437         DISPLAY "CANNOT OPEN OPERATOR-FILE - " WS-OPR-STATUS
000438         GO TO 6100-EXIT
000439     END-IF.
000440     MOVE WS-WANT-SUBSCRIBER TO OPR-ID.
000441     READ OPERATOR-FILE
000442         INVALID KEY
000443             DISPLAY "OPERATOR NOT ON FILE"
000444         NOT INVALID KEY
000445             IF OPR-ACTIVE
000446                 SET WS-SUBSCRIBER-VALID TO TRUE
000447             ELSE
000448                 DISPLAY "OPERATOR IS NOT ACTIVE"
000449             END-IF
000450     END-READ.
000451     CLOSE OPERATOR-FILE.
000452 6100-EXIT.
000453     EXIT.
000454*
000455*--------------------------------------------------------------*
000456*  8000-LOG-ERROR                                                *
000457*                                                                *
000458*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000459*  and WS-ERR-TEXT must be set by the caller before this is      *
000460*  PERFORMed.                                                    *
000461*--------------------------------------------------------------*
000462 8000-LOG-ERROR.
000463     MOVE "SUB-MNT" TO WS-ERR-PROGRAM.
000464     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000465         WS-ERR-TEXT.
000466 8000-EXIT.
000467     EXIT.
000468*
000469*--------------------------------------------------------------*
000470*  8100-WRITE-SESSION                                            *
000471*                                                                *
000472*  Appends the change to the shared session log: the event is    *
000473*  RSUBADD, RSUBCHG or RSUBDEL and the detail names the report   *
000474*  and subscriber.                                               *
000475*--------------------------------------------------------------*
000476 8100-WRITE-SESSION.
000477     MOVE WS-CUR-OPR-ID TO WS-SES-OPERATOR.
000478     MOVE SPACES TO WS-SES-DETAIL.
000479     STRING RSB-REPORT-ID " " RSB-SUBSCRIBER DELIMITED BY SIZE
000480         INTO WS-SES-DETAIL.
000481     CALL "ses-log" USING WS-SES-OPERATOR WS-SES-EVENT
000482         WS-SES-DETAIL.
000483 8100-EXIT.
000484     EXIT.
000485*
000486*--------------------------------------------------------------*
000487*  8200-CHECK-TIMER                                              *
000488*                                                                *
000489*  Checks the shared TIM-CHK idle timer after each reply. An     *
000490*  expired session ends the program, dropping back to the menu   *
000491*  for re-authentication; otherwise the timer is touched.        *
000492*--------------------------------------------------------------*
000493 8200-CHECK-TIMER.
000494     MOVE "C" TO WS-TIM-FUNCTION.
000495     MOVE "N" TO WS-TIM-EXPIRED.
000496     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000497     IF WS-TIM-EXPIRED = "Y"
000498         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000499         SET WS-EXIT-PROGRAM TO TRUE
000500         GO TO 8200-EXIT
000501     END-IF.
000502     MOVE "T" TO WS-TIM-FUNCTION.
000503     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000504 8200-EXIT.
000505     EXIT.
000506*
000507*--------------------------------------------------------------*
000508*  9000-TERMINATE                                                *
000509*--------------------------------------------------------------*
000510 9000-TERMINATE.
000511     IF WS-MAINTAINER-OK
000512         CLOSE REPORT-SUBSCRIPTION-FILE
000513     END-IF.
000514 9000-EXIT.
000515     EXIT.
