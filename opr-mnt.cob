000039*                    supervisor or administrator applies or    *
000040*                    rejects them in APP-RVW. Name changes and  *
000041*                    suspensions stay immediate.                *
000042*  15-OCT-2026  BJD  New menu option 8 sets or clears the       *
000043*                    supervisor who answers for an operator's   *
000044*                    access, held on the new OPRSUPV file. The  *
000045*                    quarterly recertification list is grouped  *
000046*                    by it and RCT-RVW lets only that           *
000047*                    supervisor confirm or revoke the operator. *
000048*  15-OCT-2026  BJD  The APP-QUE call passes the new result     *
000049*                    field, in which APP-QUE reports whether    *
000050*                    the request was queued.                    *
000051*--------------------------------------------------------------*
000052 ENVIRONMENT DIVISION.
000053 INPUT-OUTPUT SECTION.
000054 FILE-CONTROL.
000055     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000056         ORGANIZATION IS INDEXED
000057         ACCESS MODE IS DYNAMIC
000058         RECORD KEY IS OPR-ID
000059         FILE STATUS IS WS-OPR-STATUS.
000060     SELECT OPERATOR-SUPERVISOR-FILE ASSIGN TO "OPRSUPV"
000061         ORGANIZATION IS INDEXED
000062         ACCESS MODE IS DYNAMIC
000063         RECORD KEY IS OSV-OPR-ID
000064         FILE STATUS IS WS-OSV-STATUS.
000065*
000066 DATA DIVISION.
000067 FILE SECTION.
000068 FD  OPERATOR-FILE
000069     LABEL RECORDS ARE STANDARD.
000070     COPY OPERREC.
000071*
000072 FD  OPERATOR-SUPERVISOR-FILE
000073     LABEL RECORDS ARE STANDARD.
000074     COPY OSUPREC.
000075*
000076 WORKING-STORAGE SECTION.
000077*
000078 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000079     88  WS-OPR-OK                     VALUE "00".
000080     88  WS-OPR-EOF                    VALUE "10".
000081     88  WS-OPR-NOT-FOUND              VALUE "23".
000082     88  WS-OPR-DUPLICATE              VALUE "22".
000083*
000084 01  WS-OSV-STATUS           PIC X(02) VALUE "00".
000085     88  WS-OSV-OK                     VALUE "00".
000086*
000087 01  WS-OSV-FOUND            PIC X(01) VALUE "N".
000088     88  WS-OSV-ON-FILE               VALUE "Y".
000089*
000090 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000091     88  WS-EXIT-PROGRAM              VALUE "Y".
000092*
000093 01  WS-ADMIN-SWITCH         PIC X(01) VALUE "N".
000094     88  WS-ADMIN-OK                  VALUE "Y".
000095*
000096 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000097 01  WS-WORK-ID              PIC X(08).
000098 01  WS-WORK-NAME            PIC X(30).
000099 01  WS-WORK-PASSWORD        PIC X(08).
000100 01  WS-ENCODED-PASSWORD     PIC X(08).
000101 01  WS-WORK-ROLE            PIC X(01).
000102 01  WS-WORK-SUPV            PIC X(08).
000103 01  WS-TODAY-DATE           PIC 9(08).
000104 01  WS-LIST-COUNT           PIC 9(03) VALUE ZERO.
000105*
000106*--------------------------------------------------------------*
000107*  SIGN-ON WORK AREAS FOR A STANDALONE RUN                      *
000108*--------------------------------------------------------------*
000109 01  WS-SIGNON-PASSWORD      PIC X(08).
000110 01  WS-SIGNON-OK            PIC X(01) VALUE "N".
000111     88  WS-SIGNON-VALID              VALUE "Y".
000112*
000113*--------------------------------------------------------------*
000114*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000115*--------------------------------------------------------------*
000116     COPY OPRCURR.
000117*
000118*--------------------------------------------------------------*
000119*  SHARED ERROR-LOG WORK AREAS                                  *
000120*--------------------------------------------------------------*
000121     COPY ERRCALL.
000122*
000123*--------------------------------------------------------------*
000124*  SHARED APPROVAL-QUEUE WORK AREAS                              *
000125*--------------------------------------------------------------*
000126     COPY APPCALL.
000127*
000128*--------------------------------------------------------------*
000129*  SHARED RECORD-LOCK WORK AREAS                                 *
000130*--------------------------------------------------------------*
000131     COPY LOKCALL.
000132*
000133*--------------------------------------------------------------*
000134*  SHARED IDLE-TIMER WORK AREAS                                  *
000135*--------------------------------------------------------------*
000136     COPY TIMCALL.
000137*
000138 PROCEDURE DIVISION.
000139*
000140*--------------------------------------------------------------*
000141*  0000-MAINLINE                                                *
000142*--------------------------------------------------------------*
000143 0000-MAINLINE.
000144     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000145     IF WS-ADMIN-OK
000146         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000147             UNTIL WS-EXIT-PROGRAM
000148     END-IF.
000149     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000150     GOBACK.
000151*
000152*--------------------------------------------------------------*
000153*  1000-INITIALIZE                                               *
000154*                                                                *
000155*  Establishes who is running the program - the operator        *
000156*  already signed on through MAIN-MENU, or a fresh sign-on on   *
000157*  a standalone run - and turns them away unless their record   *
000158*  carries the administrator role.                              *
000159*--------------------------------------------------------------*
000160 1000-INITIALIZE.
000161     MOVE "N" TO WS-EXIT-SWITCH.
000162     MOVE "G" TO WS-CUR-FUNCTION.
000163     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000164         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000165     IF WS-CUR-OPR-ID = SPACES
000166         PERFORM 1100-STANDALONE-SIGNON THRU 1100-EXIT
000167     END-IF.
000168     IF WS-CUR-OPR-ID = SPACES
000169         GO TO 1000-EXIT
000170     END-IF.
000171     OPEN I-O OPERATOR-FILE.
000172     IF NOT WS-OPR-OK
000173         DISPLAY "CANNOT OPEN OPERATOR-FILE - STATUS "
000174             WS-OPR-STATUS
000175         GO TO 1000-EXIT
000176     END-IF.
000177     MOVE WS-CUR-OPR-ID TO OPR-ID.
000178     READ OPERATOR-FILE
000179         INVALID KEY
000180             DISPLAY "OPERATOR RECORD NOT FOUND"
000181             CLOSE OPERATOR-FILE
000182             GO TO 1000-EXIT
000183     END-READ.
000184     IF OPR-ADMIN
000185         SET WS-ADMIN-OK TO TRUE
000186     ELSE
000187         DISPLAY "ADMINISTRATOR ROLE REQUIRED - ACCESS REFUSED"
000188         MOVE "NOTAUTH" TO WS-ERR-CODE
000189         MOVE "OPERATOR MAINT REFUSED - NOT ADMIN"
000190             TO WS-ERR-TEXT
000191         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000192         CLOSE OPERATOR-FILE
000193     END-IF.
000194 1000-EXIT.
000195     EXIT.
000196*
000197*--------------------------------------------------------------*
000198*  1100-STANDALONE-SIGNON                                        *
000199*--------------------------------------------------------------*
000200 1100-STANDALONE-SIGNON.
000201     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
000202     ACCEPT WS-CUR-OPR-ID.
000203     DISPLAY "PASSWORD: " WITH NO ADVANCING.
000204     ACCEPT WS-SIGNON-PASSWORD.
000205     MOVE "N" TO WS-SIGNON-OK.
000206     CALL "opr-sign" USING WS-CUR-OPR-ID WS-SIGNON-PASSWORD
000207         WS-SIGNON-OK.
000208     IF NOT WS-SIGNON-VALID
000209         DISPLAY "SIGN-ON REJECTED"
000210         MOVE SPACES TO WS-CUR-OPR-ID
000211     END-IF.
000212 1100-EXIT.
000213     EXIT.
000214*
000215*--------------------------------------------------------------*
000216*  2000-PROCESS-MENU                                             *
000217*--------------------------------------------------------------*
000218 2000-PROCESS-MENU.
000219     DISPLAY " ".
000220     DISPLAY "----------------------------------------".
000221     DISPLAY "  OPERATOR MAINTENANCE".
000222     DISPLAY "  1. ADD AN OPERATOR".
000223     DISPLAY "  2. CHANGE AN OPERATOR NAME".
000224     DISPLAY "  3. RESET A PASSWORD".
000225     DISPLAY "  4. SUSPEND AN OPERATOR".
000226     DISPLAY "  5. REINSTATE AN OPERATOR".
000227     DISPLAY "  6. LIST OPERATORS".
000228     DISPLAY "  7. CHANGE AN OPERATOR ROLE".
000229     DISPLAY "  8. SET AN OPERATOR'S SUPERVISOR".
000230     DISPLAY "  0. EXIT".
000231     DISPLAY "----------------------------------------".
000232     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000233     ACCEPT WS-MENU-CHOICE.
000234     MOVE "C" TO WS-TIM-FUNCTION.
000235     MOVE "N" TO WS-TIM-EXPIRED.
000236     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000237     IF WS-TIM-EXPIRED = "Y"
000238         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000239         SET WS-EXIT-PROGRAM TO TRUE
000240         GO TO 2000-EXIT
000241     END-IF.
000242     MOVE "T" TO WS-TIM-FUNCTION.
000243     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000244     EVALUATE WS-MENU-CHOICE
000245         WHEN 1
000246             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
000247         WHEN 2
000248             PERFORM 4000-CHANGE-NAME THRU 4000-EXIT
000249         WHEN 3
000250             PERFORM 5000-RESET-PASSWORD THRU 5000-EXIT
000251         WHEN 4
000252             PERFORM 6000-SUSPEND-OPERATOR THRU 6000-EXIT
000253         WHEN 5
000254             PERFORM 6500-REINSTATE-OPERATOR THRU 6500-EXIT
000255         WHEN 6
000256             PERFORM 7000-LIST-OPERATORS THRU 7000-EXIT
000257         WHEN 7
000258             PERFORM 7500-CHANGE-ROLE THRU 7500-EXIT
000259         WHEN 8
000260             PERFORM 7700-SET-SUPERVISOR THRU 7700-EXIT
000261         WHEN 0
000262             SET WS-EXIT-PROGRAM TO TRUE
000263         WHEN OTHER
000264             DISPLAY "INVALID CHOICE - TRY AGAIN"
000265     END-EVALUATE.
000266 2000-EXIT.
000267     EXIT.
000268*
000269*--------------------------------------------------------------*
000270*  3000-ADD-OPERATOR                                             *
000271*--------------------------------------------------------------*
000272 3000-ADD-OPERATOR.
000273     DISPLAY "ENTER NEW OPERATOR ID: " WITH NO ADVANCING.
000274     ACCEPT WS-WORK-ID.
000275     IF WS-WORK-ID = SPACES
000276         DISPLAY "NOTHING ENTERED"
000277         GO TO 3000-EXIT
000278     END-IF.
000279     DISPLAY "ENTER OPERATOR NAME: " WITH NO ADVANCING.
000280     ACCEPT WS-WORK-NAME.
000281     DISPLAY "ENTER INITIAL PASSWORD: " WITH NO ADVANCING.
000282     ACCEPT WS-WORK-PASSWORD.
000283     DISPLAY "ENTER ROLE (C/S/A): " WITH NO ADVANCING.
000284     ACCEPT WS-WORK-ROLE.
000285     IF WS-WORK-ROLE NOT = "C" AND WS-WORK-ROLE NOT = "S"
000286        AND WS-WORK-ROLE NOT = "A"
000287         DISPLAY "ROLE MUST BE C, S OR A - USING C"
000288         MOVE "C" TO WS-WORK-ROLE
000289     END-IF.
000290     MOVE WS-WORK-ID TO OPR-ID.
000291     READ OPERATOR-FILE
000292         INVALID KEY
000293             CONTINUE
000294         NOT INVALID KEY
000295             DISPLAY "THAT OPERATOR ID IS ALREADY ON FILE"
000296             GO TO 3000-EXIT
000297     END-READ.
000298     MOVE "OPRADD" TO WS-APP-ACTION.
000299     MOVE SPACES TO WS-APP-TARGET-KEY.
000300     MOVE WS-WORK-ID TO WS-APP-TARGET-KEY(1:8).
000301     MOVE SPACES TO WS-APP-BEFORE.
000302     MOVE SPACES TO WS-APP-AFTER.
000303     PERFORM 8900-ENCODE-PASSWORD THRU 8900-EXIT.
000304     MOVE WS-ENCODED-PASSWORD TO WS-APP-AFTER(1:8).
000305     MOVE WS-WORK-ROLE     TO WS-APP-AFTER(9:1).
000306     MOVE WS-WORK-NAME     TO WS-APP-AFTER(10:30).
000307     PERFORM 8500-QUEUE-APPROVAL THRU 8500-EXIT.
000308 3000-EXIT.
000309     EXIT.
000310*
000311*--------------------------------------------------------------*
000312*  4000-CHANGE-NAME                                              *
000313*--------------------------------------------------------------*
000314 4000-CHANGE-NAME.
000315     PERFORM 4900-FETCH-OPERATOR THRU 4900-EXIT.
000316     IF NOT WS-OPR-OK
000317         GO TO 4000-EXIT
000318     END-IF.
000319     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000320     IF WS-LOK-GRANTED NOT = "Y"
000321         GO TO 4000-EXIT
000322     END-IF.
000323     DISPLAY "CURRENT NAME: " OPR-NAME.
000324     DISPLAY "ENTER NEW NAME: " WITH NO ADVANCING.
000325     ACCEPT OPR-NAME.
000326     REWRITE OPERATOR-RECORD
000327         INVALID KEY
000328             DISPLAY "ERROR UPDATING OPERATOR - " WS-OPR-STATUS
000329             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000330             GO TO 4000-EXIT
000331     END-REWRITE.
000332     DISPLAY "OPERATOR NAME CHANGED".
000333     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000334 4000-EXIT.
000335     EXIT.
000336*
000337*--------------------------------------------------------------*
000338*  5000-RESET-PASSWORD                                           *
000339*                                                                *
000340*  The reset password is marked as provisional (OPR-PWD-DATE    *
000341*  zero) so the operator must set their own at next sign-on.    *
000342*--------------------------------------------------------------*
000343 5000-RESET-PASSWORD.
000344     PERFORM 4900-FETCH-OPERATOR THRU 4900-EXIT.
000345     IF NOT WS-OPR-OK
000346         GO TO 5000-EXIT
000347     END-IF.
000348     DISPLAY "ENTER RESET PASSWORD: " WITH NO ADVANCING.
000349     ACCEPT WS-WORK-PASSWORD.
000350     MOVE "PWDRESET" TO WS-APP-ACTION.
000351     MOVE SPACES TO WS-APP-TARGET-KEY.
000352     MOVE WS-WORK-ID TO WS-APP-TARGET-KEY(1:8).
000353     MOVE SPACES TO WS-APP-BEFORE.
000354     MOVE OPR-STATUS TO WS-APP-BEFORE(1:1).
000355     MOVE SPACES TO WS-APP-AFTER.
000356     PERFORM 8900-ENCODE-PASSWORD THRU 8900-EXIT.
000357     MOVE WS-ENCODED-PASSWORD TO WS-APP-AFTER(1:8).
000358     PERFORM 8500-QUEUE-APPROVAL THRU 8500-EXIT.
000359 5000-EXIT.
000360     EXIT.
000361*
000362*--------------------------------------------------------------*
000363*  6000-SUSPEND-OPERATOR                                         *
000364*--------------------------------------------------------------*
000365 6000-SUSPEND-OPERATOR.
000366     PERFORM 4900-FETCH-OPERATOR THRU 4900-EXIT.
000367     IF NOT WS-OPR-OK
000368         GO TO 6000-EXIT
000369     END-IF.
000370     IF OPR-ID = WS-CUR-OPR-ID
000371         DISPLAY "YOU CANNOT SUSPEND YOUR OWN ID"
000372         GO TO 6000-EXIT
000373     END-IF.
000374     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000375     IF WS-LOK-GRANTED NOT = "Y"
000376         GO TO 6000-EXIT
000377     END-IF.
000378     MOVE "S" TO OPR-STATUS.
000379     REWRITE OPERATOR-RECORD
000380         INVALID KEY
000381             DISPLAY "ERROR UPDATING OPERATOR - " WS-OPR-STATUS
000382             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000383             GO TO 6000-EXIT
000384     END-REWRITE.
000385     DISPLAY "OPERATOR SUSPENDED".
000386     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000387 6000-EXIT.
000388     EXIT.
000389*
000390*--------------------------------------------------------------*
000391*  6500-REINSTATE-OPERATOR                                       *
000392*--------------------------------------------------------------*
000393 6500-REINSTATE-OPERATOR.
000394     PERFORM 4900-FETCH-OPERATOR THRU 4900-EXIT.
000395     IF NOT WS-OPR-OK
000396         GO TO 6500-EXIT
000397     END-IF.
000398     MOVE "REINSTAT" TO WS-APP-ACTION.
000399     MOVE SPACES TO WS-APP-TARGET-KEY.
000400     MOVE WS-WORK-ID TO WS-APP-TARGET-KEY(1:8).
000401     MOVE SPACES TO WS-APP-BEFORE.
000402     MOVE OPR-STATUS TO WS-APP-BEFORE(1:1).
000403     MOVE SPACES TO WS-APP-AFTER.
000404     MOVE "A" TO WS-APP-AFTER(1:1).
000405     PERFORM 8500-QUEUE-APPROVAL THRU 8500-EXIT.
000406 6500-EXIT.
000407     EXIT.
000408*
000409*--------------------------------------------------------------*
000410*  7000-LIST-OPERATORS                                           *
000411*--------------------------------------------------------------*
000412 7000-LIST-OPERATORS.
000413     MOVE ZERO TO WS-LIST-COUNT.
000414     MOVE LOW-VALUES TO OPR-ID.
000415     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
000416         INVALID KEY
000417             DISPLAY "OPERATOR FILE IS EMPTY"
000418             GO TO 7000-EXIT
000419     END-START.
000420     MOVE "00" TO WS-OPR-STATUS.
000421     PERFORM 7100-LIST-ONE-OPERATOR THRU 7100-EXIT
000422         UNTIL WS-OPR-EOF.
000423     DISPLAY "OPERATORS ON FILE: " WS-LIST-COUNT.
000424 7000-EXIT.
000425     EXIT.
000426*
000427 7100-LIST-ONE-OPERATOR.
000428     READ OPERATOR-FILE NEXT RECORD
000429         AT END
000430             MOVE "10" TO WS-OPR-STATUS
000431             GO TO 7100-EXIT
000432     END-READ.
000433     ADD 1 TO WS-LIST-COUNT.
000434     DISPLAY OPR-ID " " OPR-STATUS " " OPR-ROLE " " OPR-NAME.
000435 7100-EXIT.
000436     EXIT.
000437*
000438*--------------------------------------------------------------*
000439*  7500-CHANGE-ROLE                                              *
000440*                                                                *
000441*  A role change is a sensitive action, so it is queued for a   *
000442*  second administrator or supervisor rather than applied here. *
000443*--------------------------------------------------------------*
000444 7500-CHANGE-ROLE.
000445     PERFORM 4900-FETCH-OPERATOR THRU 4900-EXIT.
000446     IF NOT WS-OPR-OK
000447         GO TO 7500-EXIT
000448     END-IF.
000449     DISPLAY "CURRENT ROLE: " OPR-ROLE.
000450     DISPLAY "ENTER NEW ROLE (C/S/A): " WITH NO ADVANCING.
000451     ACCEPT WS-WORK-ROLE.
000452     IF WS-WORK-ROLE NOT = "C" AND WS-WORK-ROLE NOT = "S"
000453        AND WS-WORK-ROLE NOT = "A"
000454         DISPLAY "ROLE MUST BE C, S OR A - NOT QUEUED"
000455         GO TO 7500-EXIT
000456     END-IF.
000457     MOVE "ROLECHG" TO WS-APP-ACTION.
000458     MOVE SPACES TO WS-APP-TARGET-KEY.
000459     MOVE WS-WORK-ID TO WS-APP-TARGET-KEY(1:8).
000460     MOVE SPACES TO WS-APP-BEFORE.
000461     MOVE OPR-ROLE TO WS-APP-BEFORE(9:1).
000462     MOVE SPACES TO WS-APP-AFTER.
000463     MOVE WS-WORK-ROLE TO WS-APP-AFTER(9:1).
000464     PERFORM 8500-QUEUE-APPROVAL THRU 8500-EXIT.
000465 7500-EXIT.
000466     EXIT.
000467*
000468*--------------------------------------------------------------*
000469*  7700-SET-SUPERVISOR                                           *
000470*                                                                *
000471*  Records on OPRSUPV the supervisor who answers for an          *
000472*  operator's access at the quarterly recertification. The       *
000473*  supervisor must be on file with the supervisor or             *
000474*  administrator role; entering spaces removes the link, leaving *
000475*  the operator to the administrators. The link is not sensitive *
000476*  in itself - the revoke it leads to goes through dual control  *
000477*  - so it is applied here directly.                             *
000478*--------------------------------------------------------------*
000479 7700-SET-SUPERVISOR.
000480     PERFORM 4900-FETCH-OPERATOR THRU 4900-EXIT.
000481     IF NOT WS-OPR-OK
000482         GO TO 7700-EXIT
000483     END-IF.
000484     OPEN I-O OPERATOR-SUPERVISOR-FILE.
000485     IF NOT WS-OSV-OK
000486         CLOSE OPERATOR-SUPERVISOR-FILE
000487         OPEN OUTPUT OPERATOR-SUPERVISOR-FILE
000488         CLOSE OPERATOR-SUPERVISOR-FILE
000489         OPEN I-O OPERATOR-SUPERVISOR-FILE
000490     END-IF.
000491     IF NOT WS-OSV-OK
000492         DISPLAY "CANNOT OPEN OPRSUPV - STATUS " WS-OSV-STATUS
000493         GO TO 7700-EXIT
000494     END-IF.
000495     MOVE "Y" TO WS-OSV-FOUND.
000496     MOVE WS-WORK-ID TO OSV-OPR-ID.
000497     READ OPERATOR-SUPERVISOR-FILE
000498         INVALID KEY
000499             MOVE "N" TO WS-OSV-FOUND
000500             MOVE SPACES TO OSV-SUPERVISOR
000501     END-READ.
000502     IF WS-OSV-ON-FILE
000503         DISPLAY "CURRENT SUPERVISOR: " OSV-SUPERVISOR
000504     ELSE
000505         DISPLAY "CURRENT SUPERVISOR: NONE - ADMINISTRATORS"
000506     END-IF.
000507     DISPLAY "ENTER SUPERVISOR ID (SPACES TO CLEAR): "
000508         WITH NO ADVANCING.
000509     MOVE SPACES TO WS-WORK-SUPV.
000510     ACCEPT WS-WORK-SUPV.
000511     IF WS-WORK-SUPV = SPACES
000512         PERFORM 7750-CLEAR-SUPERVISOR THRU 7750-EXIT
000513         GO TO 7700-CLOSE
000514     END-IF.
000515     IF WS-WORK-SUPV = WS-WORK-ID
000516         DISPLAY "AN OPERATOR CANNOT BE THEIR OWN SUPERVISOR"
000517         GO TO 7700-CLOSE
000518     END-IF.
000519     MOVE WS-WORK-SUPV TO OPR-ID.
000520     READ OPERATOR-FILE
000521         INVALID KEY
000522             DISPLAY "NO OPERATOR FOUND FOR THAT SUPERVISOR ID"
000523             GO TO 7700-CLOSE
000524     END-READ.
000525     IF OPR-CLERK
000526         DISPLAY "THAT OPERATOR DOES NOT HOLD THE SUPERVISOR"
000527         DISPLAY "OR ADMINISTRATOR ROLE - NOT SET"
000528         GO TO 7700-CLOSE
000529     END-IF.
000530     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000531     MOVE WS-WORK-ID     TO OSV-OPR-ID.
000532     MOVE WS-WORK-SUPV   TO OSV-SUPERVISOR.
000533     MOVE WS-CUR-OPR-ID  TO OSV-SET-BY.
000534     MOVE WS-TODAY-DATE  TO OSV-SET-DATE.
000535     IF WS-OSV-ON-FILE
000536         REWRITE OPERATOR-SUPERVISOR-RECORD
000537             INVALID KEY
000538                 DISPLAY "ERROR UPDATING OPRSUPV - " WS-OSV-STATUS
000539                 GO TO 7700-CLOSE
000540         END-REWRITE
000541     ELSE
000542         WRITE OPERATOR-SUPERVISOR-RECORD
000543             INVALID KEY
000544                 DISPLAY "ERROR WRITING OPRSUPV - " WS-OSV-STATUS
000545                 GO TO 7700-CLOSE
000546         END-WRITE
000547     END-IF.
000548     DISPLAY "SUPERVISOR SET".
000549 7700-CLOSE.
000550     CLOSE OPERATOR-SUPERVISOR-FILE.
000551 7700-EXIT.
000552     EXIT.
000553*
000554*--------------------------------------------------------------*
000555*  7750-CLEAR-SUPERVISOR                                         *
000556*--------------------------------------------------------------*
000557 7750-CLEAR-SUPERVISOR.
000558     IF NOT WS-OSV-ON-FILE
000559         DISPLAY "NO SUPERVISOR WAS SET - NOTHING CHANGED"
000560         GO TO 7750-EXIT
000561     END-IF.
000562     DELETE OPERATOR-SUPERVISOR-FILE
000563         INVALID KEY
000564             DISPLAY "ERROR CLEARING OPRSUPV - " WS-OSV-STATUS
000565             GO TO 7750-EXIT
000566     END-DELETE.
000567     DISPLAY "SUPERVISOR CLEARED - ADMINISTRATORS WILL RECERTIFY".
000568 7750-EXIT.
000569     EXIT.
000570*
000571*--------------------------------------------------------------*
000572*  8500-QUEUE-APPROVAL                                           *
000573*                                                                *
000574*  Queues the prepared request on the PENDAPPR dual-control     *
000575*  file via the shared APP-QUE subroutine. WS-APP-ACTION, the   *
000576*  target key and the before/after details must be set by the   *
000577*  caller before this is PERFORMed.                             *
000578*--------------------------------------------------------------*
000579 8500-QUEUE-APPROVAL.
000580     MOVE "OPR-MNT " TO WS-APP-SOURCE.
000581     CALL "app-que" USING WS-APP-SOURCE WS-APP-ACTION
000582         WS-APP-TARGET-KEY WS-APP-BEFORE WS-APP-AFTER
000583         WS-APP-RESULT.
000584 8500-EXIT.
000585     EXIT.
000586*
000587*--------------------------------------------------------------*
000588*  4900-FETCH-OPERATOR                                           *
000589*                                                                *
000590*  Prompts for an operator ID and reads its record. WS-OPR-     *
000591*  STATUS tells the caller whether the read succeeded.           *
000592*--------------------------------------------------------------*
000593 4900-FETCH-OPERATOR.
000594     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
000595     ACCEPT WS-WORK-ID.
000596     MOVE WS-WORK-ID TO OPR-ID.
000597     READ OPERATOR-FILE
000598         INVALID KEY
000599             DISPLAY "NO OPERATOR FOUND FOR THAT ID"
000600     END-READ.
000601 4900-EXIT.
000602     EXIT.
000603*
000604*--------------------------------------------------------------*
000605*  9000-TERMINATE                                                *
000606*--------------------------------------------------------------*
000607 9000-TERMINATE.
000608     IF WS-ADMIN-OK
000609         CLOSE OPERATOR-FILE
000610     END-IF.
000611 9000-EXIT.
000612     EXIT.
000613*
000614*--------------------------------------------------------------*
000615*  8600-TAKE-LOCK                                                *
000616*                                                                *
000617*  Takes the update lock on the operator record in hand (the    *
000618*  ID in WS-WORK-ID) through the shared LOCK-MGR subroutine; a  *
000619*  refused lock tells the administrator who holds it.           *
000620*--------------------------------------------------------------*
000621 8600-TAKE-LOCK.
000622     MOVE "L" TO WS-LOK-FUNCTION.
000623     MOVE "OPERFILE" TO WS-LOK-FILE-NAME.
000624     MOVE SPACES TO WS-LOK-RECORD-KEY.
000625     MOVE WS-WORK-ID TO WS-LOK-RECORD-KEY(1:8).
000626     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000627         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000628     IF WS-LOK-GRANTED NOT = "Y"
000629         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
000630     END-IF.
000631 8600-EXIT.
000632     EXIT.
000633*
000634*--------------------------------------------------------------*
000635*  8700-FREE-LOCK                                                *
000636*--------------------------------------------------------------*
000637 8700-FREE-LOCK.
000638     MOVE "U" TO WS-LOK-FUNCTION.
000639     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000640         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000641 8700-EXIT.
000642     EXIT.
000643*
000644*--------------------------------------------------------------*
000645*  8000-LOG-ERROR                                                *
000646*                                                                *
000647*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000648*  and WS-ERR-TEXT must be set by the caller before this is      *
000649*  PERFORMed.                                                    *
000650*--------------------------------------------------------------*
000651 8000-LOG-ERROR.
000652     MOVE "OPR-MNT" TO WS-ERR-PROGRAM.
000653     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000654         WS-ERR-TEXT.
000655 8000-EXIT.
000656     EXIT.
000657*
000658*--------------------------------------------------------------*
000659*  8900-ENCODE-PASSWORD                                          *
000660*                                                                *
000661*  One-way encodes WS-WORK-PASSWORD through the shared          *
000662*  OPR-ENCD subroutine, so the approval queue and OPERFILE      *
000663*  only ever hold the encoded form.                              *
000664*--------------------------------------------------------------*
000665 8900-ENCODE-PASSWORD.
000666     MOVE SPACES TO WS-ENCODED-PASSWORD.
000667     CALL "opr-encd" USING WS-WORK-PASSWORD
000668         WS-ENCODED-PASSWORD.
000669 8900-EXIT.
000670     EXIT.
