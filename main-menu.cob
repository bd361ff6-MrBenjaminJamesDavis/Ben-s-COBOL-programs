000043*  selection and the final exit are now written to the shared   *
000044*  session log via SES-LOG, so SESS-RPT can report who was on   *
000045*  the system and what they ran.                                *
000046*  15-OCT-2026 BJD: added menu option 8, customer account       *
000047*  maintenance (CUST-MNT), over the account master INV-EXT     *
000048*  now invoices against.                                        *
000049*  15-OCT-2026 BJD: added menu option 9, access recertification *
000050*  (RCT-RVW), shown to supervisors and administrators, where    *
000051*  each quarter's operator list is confirmed or revoked.        *
000052*--------------------------------------------------------------*
000053 ENVIRONMENT DIVISION.
000054 INPUT-OUTPUT SECTION.
000055 FILE-CONTROL.
000056     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000057         ORGANIZATION IS INDEXED
000058         ACCESS MODE IS RANDOM
000059         RECORD KEY IS OPR-ID
000060         FILE STATUS IS WS-OPR-STATUS.
000061*
000062 DATA DIVISION.
000063 FILE SECTION.
000064 FD  OPERATOR-FILE
000065     LABEL RECORDS ARE STANDARD.
000066     COPY OPERREC.
000067*
000068 WORKING-STORAGE SECTION.
000069*
000070*--------------------------------------------------------------*
000071*  SWITCHES                                                     *
000072*--------------------------------------------------------------*
000073 01  WS-SWITCHES.
000074     05  WS-EXIT-SWITCH      PIC X(01) VALUE "N".
000075         88  WS-EXIT-PROGRAM         VALUE "Y".
000076*
000077 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000078*
000079*--------------------------------------------------------------*
000080*  WORK AREAS FOR CALLING BASIC-CALCULATOR INTERACTIVELY        *
000081*--------------------------------------------------------------*
000082 01  WS-CALC-FIRST-NUM       PIC S9(13)V99 VALUE ZERO.
000083 01  WS-CALC-OPERATOR        PIC X(01) VALUE SPACE.
000084 01  WS-CALC-SECOND-NUM      PIC S9(13)V99 VALUE ZERO.
000085 01  WS-CALC-RESULT          PIC S9(13)V99 VALUE ZERO.
000086 01  WS-CALC-OVERFLOW        PIC X(01) VALUE "N".
000087*
000088*--------------------------------------------------------------*
000089*  OPERATOR SIGN-ON WORK AREAS                                   *
000090*--------------------------------------------------------------*
000091 01  WS-SIGNON-ID            PIC X(08).
000092 01  WS-SIGNON-PASSWORD      PIC X(08).
000093 01  WS-SIGNON-OK            PIC X(01) VALUE "N".
000094     88  WS-SIGNON-VALID              VALUE "Y".
000095 01  WS-SIGNON-TRIES         PIC 9(01) VALUE ZERO.
000096*
000097 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000098     88  WS-OPR-OK                    VALUE "00".
000099*
000100*--------------------------------------------------------------*
000101*  SHARED ERROR-LOG WORK AREAS                                  *
000102*--------------------------------------------------------------*
000103     COPY ERRCALL.
000104*
000105*--------------------------------------------------------------*
000106*  CHANGE-PASSWORD WORK AREAS                                    *
000107*--------------------------------------------------------------*
000108 01  WS-CHGPWD-PASSWORD      PIC X(08).
000109 01  WS-CHGPWD-OK            PIC X(01) VALUE "N".
000110*
000111*--------------------------------------------------------------*
000112*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000113*--------------------------------------------------------------*
000114     COPY OPRCURR.
000115*
000116*--------------------------------------------------------------*
000117*  SHARED SESSION-LOG WORK AREAS                                 *
000118*--------------------------------------------------------------*
000119     COPY SESCALL.
000120*
000121*--------------------------------------------------------------*
000122*  SHARED IDLE-TIMER WORK AREAS                                  *
000123*--------------------------------------------------------------*
000124     COPY TIMCALL.
000125*
000126 PROCEDURE DIVISION.
000127*
000128*--------------------------------------------------------------*
000129*  0000-MAINLINE                                                *
000130*--------------------------------------------------------------*
000131 0000-MAINLINE.
000132     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000133     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
000134     IF WS-SIGNON-VALID
000135         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000136             UNTIL WS-EXIT-PROGRAM
000137     ELSE
000138         DISPLAY "SIGN-ON FAILED - MENU NOT AVAILABLE"
000139         MOVE "MAIN-MENU" TO WS-ERR-PROGRAM
000140         MOVE "SIGNFAIL"  TO WS-ERR-CODE
000141         MOVE "SIGN-ON ABANDONED AFTER THREE FAILED ATTEMPTS"
000142             TO WS-ERR-TEXT
000143         CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000144             WS-ERR-TEXT
000145     END-IF.
000146     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000147     STOP RUN.
000148*
000149*--------------------------------------------------------------*
000150*  1000-INITIALIZE                                               *
000151*--------------------------------------------------------------*
000152 1000-INITIALIZE.
000153     DISPLAY "SUITE MAIN MENU STARTING".
000154 1000-EXIT.
000155     EXIT.
000156*
000157*--------------------------------------------------------------*
000158*  1500-SIGN-ON                                                  *
000159*                                                                *
000160*  Prompts for an operator ID and password and checks them     *
000161*  against the shared OPERATOR-FILE via opr-sign, allowing up   *
000162*  to three attempts.                                            *
000163*--------------------------------------------------------------*
000164 1500-SIGN-ON.
000165     PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
000166        UNTIL WS-SIGNON-VALID OR WS-SIGNON-TRIES >= 3.
000167 1500-EXIT.
000168     EXIT.
000169*
000170 1510-SIGN-ON-ATTEMPT.
000171     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
000172     ACCEPT WS-SIGNON-ID.
000173     DISPLAY "PASSWORD: " WITH NO ADVANCING.
000174     ACCEPT WS-SIGNON-PASSWORD.
000175     CALL "opr-sign" USING WS-SIGNON-ID WS-SIGNON-PASSWORD
000176         WS-SIGNON-OK.
000177     ADD 1 TO WS-SIGNON-TRIES.
000178     IF WS-SIGNON-VALID
000179        PERFORM 1600-FETCH-ROLE THRU 1600-EXIT
000180        MOVE "S" TO WS-CUR-FUNCTION
000181        MOVE WS-SIGNON-ID TO WS-CUR-OPR-ID
000182        MOVE SPACES TO WS-CUR-OPR-NAME
000183        CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000184            WS-CUR-OPR-NAME WS-CUR-OPR-ROLE
000185        MOVE "SIGNON" TO WS-SES-EVENT
000186        MOVE SPACES   TO WS-SES-DETAIL
000187        PERFORM 8000-WRITE-SESSION THRU 8000-EXIT
000188        PERFORM 8200-TOUCH-TIMER THRU 8200-EXIT
000189     ELSE
000190        DISPLAY "SIGN-ON REJECTED - CHECK ID AND PASSWORD"
000191        MOVE "SIGNFAIL" TO WS-SES-EVENT
000192        MOVE SPACES    TO WS-SES-DETAIL
000193        PERFORM 8000-WRITE-SESSION THRU 8000-EXIT
000194     END-IF.
000195 1510-EXIT.
000196     EXIT.
000197*
000198*--------------------------------------------------------------*
000199*  1600-FETCH-ROLE                                               *
000200*                                                                *
000201*  Reads the signed-on operator's record for their role. An     *
000202*  unreadable record or an unknown role falls back to clerk,    *
000203*  the most restricted.                                          *
000204*--------------------------------------------------------------*
000205 1600-FETCH-ROLE.
000206     MOVE "C" TO WS-CUR-OPR-ROLE.
000207     OPEN INPUT OPERATOR-FILE.
000208     IF NOT WS-OPR-OK
000209         GO TO 1600-EXIT
000210     END-IF.
000211     MOVE WS-SIGNON-ID TO OPR-ID.
000212     READ OPERATOR-FILE
000213         INVALID KEY
000214             CONTINUE
000215         NOT INVALID KEY
000216             IF OPR-ROLE = "C" OR OPR-ROLE = "S"
000217                OR OPR-ROLE = "A"
000218                 MOVE OPR-ROLE TO WS-CUR-OPR-ROLE
000219             END-IF
000220     END-READ.
000221     CLOSE OPERATOR-FILE.
000222 1600-EXIT.
000223     EXIT.
000224*
000225*--------------------------------------------------------------*
000226*  2000-PROCESS-MENU                                             *
000227*--------------------------------------------------------------*
000228 2000-PROCESS-MENU.
000229     DISPLAY " ".
000230     DISPLAY "----------------------------------------".
000231     DISPLAY "  MAIN MENU".
000232     DISPLAY "  1. ADDRESS BOOK".
000233     DISPLAY "  2. CALCULATOR".
000234     DISPLAY "  3. GUESS-THE-NUMBER GAME".
000235     DISPLAY "  4. MESSAGE OF THE DAY".
000236     IF WS-CUR-OPR-ROLE = "A"
000237         DISPLAY "  5. OPERATOR MAINTENANCE"
000238     END-IF.
000239     DISPLAY "  6. CHANGE PASSWORD".
000240     DISPLAY "  7. MESSAGE DESK".
000241     DISPLAY "  8. CUSTOMER ACCOUNTS".
000242     IF WS-CUR-OPR-ROLE = "S" OR WS-CUR-OPR-ROLE = "A"
000243         DISPLAY "  9. ACCESS RECERTIFICATION"
000244     END-IF.
000245     DISPLAY "  0. EXIT".
000246     DISPLAY "----------------------------------------".
000247     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000248     ACCEPT WS-MENU-CHOICE.
000249     PERFORM 2600-CHECK-TIMEOUT THRU 2600-EXIT.
000250     IF WS-TIM-EXPIRED = "Y"
000251         GO TO 2000-EXIT
000252     END-IF.
000253     PERFORM 8200-TOUCH-TIMER THRU 8200-EXIT.
000254     EVALUATE WS-MENU-CHOICE
000255         WHEN 1
000256             MOVE "ADDRESS BOOK" TO WS-SES-DETAIL
000257             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000258             CALL "adress-finder"
000259         WHEN 2
000260             MOVE "CALCULATOR" TO WS-SES-DETAIL
000261             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000262             MOVE SPACE TO WS-CALC-OPERATOR
000263             CALL "BASIC-CALC-SUB" USING WS-CALC-FIRST-NUM
000264                 WS-CALC-OPERATOR WS-CALC-SECOND-NUM
000265                 WS-CALC-RESULT WS-CALC-OVERFLOW
000266         WHEN 3
000267             MOVE "GAME" TO WS-SES-DETAIL
000268             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000269             CALL "litl-game"
000270         WHEN 4
000271             MOVE "MOTD" TO WS-SES-DETAIL
000272             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000273             CALL "my-first-cobol-code"
000274         WHEN 5
000275             MOVE "OPERATOR MAINT" TO WS-SES-DETAIL
000276             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000277             CALL "opr-mnt"
000278         WHEN 6
000279             MOVE "CHANGE PASSWORD" TO WS-SES-DETAIL
000280             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000281             PERFORM 2500-CHANGE-PASSWORD THRU 2500-EXIT
000282         WHEN 7
000283             MOVE "MESSAGE DESK" TO WS-SES-DETAIL
000284             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000285             CALL "opr-msg"
000286         WHEN 8
000287             MOVE "CUSTOMER ACCOUNTS" TO WS-SES-DETAIL
000288             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000289             CALL "cust-mnt"
000290         WHEN 9
000291             MOVE "RECERTIFICATION" TO WS-SES-DETAIL
000292             PERFORM 8100-WRITE-MENUPICK THRU 8100-EXIT
000293             CALL "rct-rvw"
000294         WHEN 0
000295             SET WS-EXIT-PROGRAM TO TRUE
000296         WHEN OTHER
000297             DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
000298     END-EVALUATE.
000299 2000-EXIT.
000300     EXIT.
000301*
000302*--------------------------------------------------------------*
000303*  2500-CHANGE-PASSWORD                                          *
000304*                                                                *
000305*  Verifies the signed-on operator's current password and       *
000306*  takes the new one through the OPR-PSWD entry point in        *
000307*  opr-sign, which owns the password rules.                     *
000308*--------------------------------------------------------------*
000309 2500-CHANGE-PASSWORD.
000310     DISPLAY "CURRENT PASSWORD: " WITH NO ADVANCING.
000311     ACCEPT WS-CHGPWD-PASSWORD.
000312     MOVE "N" TO WS-CHGPWD-OK.
000313     CALL "OPR-PSWD" USING WS-SIGNON-ID WS-CHGPWD-PASSWORD
000314         WS-CHGPWD-OK.
000315     IF WS-CHGPWD-OK NOT = "Y"
000316         DISPLAY "PASSWORD NOT CHANGED"
000317     END-IF.
000318 2500-EXIT.
000319     EXIT.
000320*
000321*--------------------------------------------------------------*
000322*  9000-TERMINATE                                                *
000323*--------------------------------------------------------------*
000324 9000-TERMINATE.
000325     IF WS-SIGNON-VALID
000326         MOVE "EXIT"  TO WS-SES-EVENT
000327         MOVE SPACES  TO WS-SES-DETAIL
000328         PERFORM 8000-WRITE-SESSION THRU 8000-EXIT
000329     END-IF.
000330     DISPLAY "GOODBYE".
000331 9000-EXIT.
000332     EXIT.
000333*
000334*--------------------------------------------------------------*
000335*  2600-CHECK-TIMEOUT                                            *
000336*                                                                *
000337*  A session idle past the role's TIMECTL limit is signed off:  *
000338*  the stale input is thrown away, a TIMEOUT event goes to the  *
000339*  session log, and the operator must come back through        *
000340*  opr-sign before the menu acts on anything else.              *
000341*--------------------------------------------------------------*
000342 2600-CHECK-TIMEOUT.
000343     MOVE "C" TO WS-TIM-FUNCTION.
000344     MOVE "N" TO WS-TIM-EXPIRED.
000345     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000346     IF WS-TIM-EXPIRED NOT = "Y"
000347         GO TO 2600-EXIT
000348     END-IF.
000349     DISPLAY "SESSION TIMED OUT - PLEASE SIGN ON AGAIN".
000350     MOVE "TIMEOUT" TO WS-SES-EVENT.
000351     MOVE SPACES    TO WS-SES-DETAIL.
000352     PERFORM 8000-WRITE-SESSION THRU 8000-EXIT.
000353     MOVE "N"  TO WS-SIGNON-OK.
000354     MOVE ZERO TO WS-SIGNON-TRIES.
000355     PERFORM 1500-SIGN-ON THRU 1500-EXIT.
000356     IF NOT WS-SIGNON-VALID
000357         DISPLAY "SIGN-ON FAILED - MENU NOT AVAILABLE"
000358         SET WS-EXIT-PROGRAM TO TRUE
000359     END-IF.
000360 2600-EXIT.
000361     EXIT.
000362*
000363*--------------------------------------------------------------*
000364*  8200-TOUCH-TIMER                                              *
000365*--------------------------------------------------------------*
000366 8200-TOUCH-TIMER.
000367     MOVE "T" TO WS-TIM-FUNCTION.
000368     MOVE "N" TO WS-TIM-EXPIRED.
000369     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000370 8200-EXIT.
000371     EXIT.
000372*
000373*--------------------------------------------------------------*
000374*  8000-WRITE-SESSION                                            *
000375*                                                                *
000376*  Appends one event to the shared session log. WS-SES-EVENT    *
000377*  and WS-SES-DETAIL must be set by the caller before this is   *
000378*  PERFORMed; the operator is the ID from sign-on.              *
000379*--------------------------------------------------------------*
000380 8000-WRITE-SESSION.
000381     MOVE WS-SIGNON-ID TO WS-SES-OPERATOR.
000382     CALL "ses-log" USING WS-SES-OPERATOR WS-SES-EVENT
000383         WS-SES-DETAIL.
000384 8000-EXIT.
000385     EXIT.
000386*
000387*--------------------------------------------------------------*
000388*  8100-WRITE-MENUPICK                                           *
000389*                                                                *
000390*  Logs the selection before the chosen program runs, so the    *
000391*  timestamp is the moment of the pick. WS-SES-DETAIL must be   *
000392*  set by the caller.                                            *
000393*--------------------------------------------------------------*
000394 8100-WRITE-MENUPICK.
000395     MOVE "MENUPICK" TO WS-SES-EVENT.
000396     PERFORM 8000-WRITE-SESSION THRU 8000-EXIT.
000397 8100-EXIT.
000398     EXIT.
