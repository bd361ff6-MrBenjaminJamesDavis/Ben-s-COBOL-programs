000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Message sequence numbers now come from the *
000012*                    MESSAGE series of the shared NXT-NUM       *
000013*                    number service and are marked used once    *
000014*                    the message is on file; with no MESSAGE    *
000015*                    series set up the addressee's next number  *
000016*                    is still one past their highest. A number  *
000017*                    the addressee already has on OPRMSG is     *
000018*                    marked used and passed over.               *
000019*  02-SEP-2026  BJD  The menu checks the shared TIM-CHK idle    *
000020*                    timer before acting on a choice: an          *
000021*                    expired session drops back to MAIN-MENU,     *
000022*                    which forces re-authentication.              *
000023*  02-SEP-2026  BJD  New program. The message desk: operator-   *
000024*                    to-operator work messages on the keyed     *
000025*                    OPRMSG file, replacing the paper notes     *
000026*                    stuck to terminals. Any signed-on          *
000027*                    operator can send a note to another        *
000028*                    OPR-ID (refused when the addressee is      *
000029*                    suspended or not on file), read their own  *
000030*                    messages - a read sends a receipt back to  *
000031*                    the sender - reply, and delete. A          *
000032*                    supervisor sweep bounces unread messages   *
000033*                    whose addressee has since been suspended   *
000034*                    or deleted back to their senders instead   *
000035*                    of letting them sit forever. Unread        *
000036*                    messages are announced at sign-on after    *
000037*                    the message of the day.                    *
000038*--------------------------------------------------------------*
000039 ENVIRONMENT DIVISION.
000040 INPUT-OUTPUT SECTION.
000041 FILE-CONTROL.
000042     SELECT OPERATOR-MESSAGE-FILE ASSIGN TO "OPRMSG"
000043         ORGANIZATION IS INDEXED
000044         ACCESS MODE IS DYNAMIC
000045         RECORD KEY IS OMG-KEY
000046         FILE STATUS IS WS-MSG-STATUS.
000047     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000048         ORGANIZATION IS INDEXED
000049         ACCESS MODE IS RANDOM
000050         RECORD KEY IS OPR-ID
000051         FILE STATUS IS WS-OPR-STATUS.
000052*
000053 DATA DIVISION.
000054 FILE SECTION.
000055 FD  OPERATOR-MESSAGE-FILE
000056     LABEL RECORDS ARE STANDARD.
000057     COPY OPRMREC.
000058*
000059 FD  OPERATOR-FILE
000060     LABEL RECORDS ARE STANDARD.
000061     COPY OPERREC.
000062*
000063 WORKING-STORAGE SECTION.
000064*
000065 01  WS-MSG-STATUS           PIC X(02) VALUE "00".
000066     88  WS-MSG-OK                     VALUE "00".
000067     88  WS-MSG-EOF                    VALUE "10".
000068 01  WS-OPR-STATUS           PIC X(02) VALUE "00".
000069     88  WS-OPR-OK                     VALUE "00".
000070*
000071 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000072     88  WS-EXIT-PROGRAM              VALUE "Y".
000073*
000074 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000075 01  WS-NOW-DATE             PIC 9(08).
000076 01  WS-NOW-TIME             PIC 9(08).
000077 01  WS-LIST-COUNT           PIC 9(03) VALUE ZERO.
000078 01  WS-READ-REPLY           PIC X(01).
000079 01  WS-SEQ-TEXT             PIC X(06).
000080*
000081*--------------------------------------------------------------*
000082*  MESSAGE BEING BUILT - ADDRESSEE, KIND AND TEXT               *
000083*--------------------------------------------------------------*
000084 01  WS-SEND-TO              PIC X(08).
000085 01  WS-SEND-FROM            PIC X(08).
000086 01  WS-SEND-KIND            PIC X(01).
000087 01  WS-SEND-TEXT            PIC X(60).
000088 01  WS-NEXT-SEQ             PIC 9(06).
000089 01  WS-SEQ-SWITCH           PIC X(01).
000090     88  WS-SEQ-LOOKING               VALUE "N".
000091     88  WS-SEQ-FOUND                 VALUE "Y".
000092     88  WS-SEQ-NONE                  VALUE "X".
000093 01  WS-RECIP-OK-SWITCH      PIC X(01).
000094     88  WS-RECIPIENT-OK              VALUE "Y".
000095*
000096 01  WS-BOUNCE-COUNT         PIC 9(03) VALUE ZERO.
000097 01  WS-HELD-KEY.
000098     05  WS-HELD-TO          PIC X(08).
000099     05  WS-HELD-SEQ         PIC 9(06).
000100*
000101*--------------------------------------------------------------*
000102*  SHARED NEXT-NUMBER WORK AREAS                                 *
000103*--------------------------------------------------------------*
000104     COPY NUMCALL.
000105*
000106*--------------------------------------------------------------*
000107*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000108*--------------------------------------------------------------*
000109     COPY OPRCURR.
000110*
000111*--------------------------------------------------------------*
000112*  SHARED IDLE-TIMER WORK AREAS                                  *
000113*--------------------------------------------------------------*
000114     COPY TIMCALL.
000115*
000116 PROCEDURE DIVISION.
000117*
000118*--------------------------------------------------------------*
000119*  0000-MAINLINE                                                *
000120*--------------------------------------------------------------*
000121 0000-MAINLINE.
000122     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000123     IF NOT WS-EXIT-PROGRAM
000124         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000125             UNTIL WS-EXIT-PROGRAM
000126     END-IF.
000127     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000128     GOBACK.
000129*
000130*--------------------------------------------------------------*
000131*  1000-INITIALIZE                                               *
000132*--------------------------------------------------------------*
000133 1000-INITIALIZE.
000134     MOVE "G" TO WS-CUR-FUNCTION.
000135     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000136         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000137     IF WS-CUR-OPR-ID = SPACES
000138         DISPLAY "SIGN ON THROUGH THE MENU FIRST"
000139         SET WS-EXIT-PROGRAM TO TRUE
000140         GO TO 1000-EXIT
000141     END-IF.
000142     OPEN I-O OPERATOR-MESSAGE-FILE.
000143     IF NOT WS-MSG-OK
000144         CLOSE OPERATOR-MESSAGE-FILE
000145         OPEN OUTPUT OPERATOR-MESSAGE-FILE
000146         CLOSE OPERATOR-MESSAGE-FILE
000147         OPEN I-O OPERATOR-MESSAGE-FILE
000148     END-IF.
000149     IF NOT WS-MSG-OK
000150         DISPLAY "CANNOT OPEN OPRMSG - STATUS " WS-MSG-STATUS
000151         SET WS-EXIT-PROGRAM TO TRUE
000152     END-IF.
000153 1000-EXIT.
000154     EXIT.
000155*
000156*--------------------------------------------------------------*
000157*  2000-PROCESS-MENU                                             *
000158*--------------------------------------------------------------*
000159 2000-PROCESS-MENU.
000160     DISPLAY " ".
000161     DISPLAY "----------------------------------------".
000162     DISPLAY "  MESSAGE DESK - " WS-CUR-OPR-ID.
000163     DISPLAY "  1. SEND A MESSAGE".
000164     DISPLAY "  2. READ MY MESSAGES".
000165     DISPLAY "  3. DELETE ONE OF MY MESSAGES".
000166     DISPLAY "  4. BOUNCE UNDELIVERABLE MESSAGES".
000167     DISPLAY "  0. EXIT".
000168     DISPLAY "----------------------------------------".
000169     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000170     ACCEPT WS-MENU-CHOICE.
000171     MOVE "C" TO WS-TIM-FUNCTION.
000172     MOVE "N" TO WS-TIM-EXPIRED.
000173     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000174     IF WS-TIM-EXPIRED = "Y"
000175         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000176         SET WS-EXIT-PROGRAM TO TRUE
000177         GO TO 2000-EXIT
000178     END-IF.
000179     MOVE "T" TO WS-TIM-FUNCTION.
000180     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000181     EVALUATE WS-MENU-CHOICE
000182         WHEN 1
000183             PERFORM 3000-SEND-MESSAGE THRU 3000-EXIT
000184         WHEN 2
000185             PERFORM 4000-READ-MESSAGES THRU 4000-EXIT
000186         WHEN 3
000187             PERFORM 5000-DELETE-MESSAGE THRU 5000-EXIT
000188         WHEN 4
000189             PERFORM 6000-BOUNCE-SWEEP THRU 6000-EXIT
000190         WHEN 0
000191             SET WS-EXIT-PROGRAM TO TRUE
000192         WHEN OTHER
000193             DISPLAY "INVALID CHOICE - TRY AGAIN"
000194     END-EVALUATE.
000195 2000-EXIT.
000196     EXIT.
000197*
000198*--------------------------------------------------------------*
000199*  3000-SEND-MESSAGE                                             *
000200*--------------------------------------------------------------*
000201 3000-SEND-MESSAGE.
000202     DISPLAY "TO OPERATOR ID: " WITH NO ADVANCING.
000203     MOVE SPACES TO WS-SEND-TO.
000204     ACCEPT WS-SEND-TO.
000205     IF WS-SEND-TO = SPACES
000206         DISPLAY "NOTHING ENTERED"
000207         GO TO 3000-EXIT
000208     END-IF.
000209     PERFORM 3500-CHECK-RECIPIENT THRU 3500-EXIT.
000210     IF NOT WS-RECIPIENT-OK
000211         GO TO 3000-EXIT
000212     END-IF.
000213     DISPLAY "MESSAGE TEXT: " WITH NO ADVANCING.
000214     MOVE SPACES TO WS-SEND-TEXT.
000215     ACCEPT WS-SEND-TEXT.
000216     IF WS-SEND-TEXT = SPACES
000217         DISPLAY "NOTHING ENTERED"
000218         GO TO 3000-EXIT
000219     END-IF.
000220     MOVE WS-CUR-OPR-ID TO WS-SEND-FROM.
000221     MOVE "M" TO WS-SEND-KIND.
000222     PERFORM 7000-POST-MESSAGE THRU 7000-EXIT.
000223     DISPLAY "MESSAGE SENT".
000224 3000-EXIT.
000225     EXIT.
000226*
000227*--------------------------------------------------------------*
000228*  3500-CHECK-RECIPIENT                                          *
000229*                                                                *
000230*  A note for a suspended or unknown ID is refused at source -  *
000231*  it could only sit forever or bounce later.                   *
000232*--------------------------------------------------------------*
000233 3500-CHECK-RECIPIENT.
000234     MOVE "N" TO WS-RECIP-OK-SWITCH.
000235     OPEN INPUT OPERATOR-FILE.
000236     IF NOT WS-OPR-OK
000237         DISPLAY "CANNOT CHECK THE OPERATOR FILE"
000238         GO TO 3500-EXIT
000239     END-IF.
000240     MOVE WS-SEND-TO TO OPR-ID.
000241     READ OPERATOR-FILE
000242         INVALID KEY
000243             DISPLAY "NO OPERATOR ON FILE FOR THAT ID"
000244             CLOSE OPERATOR-FILE
000245             GO TO 3500-EXIT
000246     END-READ.
000247     IF OPR-SUSPENDED
000248         DISPLAY "THAT OPERATOR IS SUSPENDED - NOT SENT"
000249     ELSE
000250         SET WS-RECIPIENT-OK TO TRUE
000251     END-IF.
000252     CLOSE OPERATOR-FILE.
000253 3500-EXIT.
000254     EXIT.
000255*
000256*--------------------------------------------------------------*
000257*  4000-READ-MESSAGES                                            *
000258*                                                                *
000259*  Lists the operator's messages, marking each unread one read  *
000260*  and sending a receipt back to its sender (receipts and       *
000261*  bounces do not generate further receipts). The operator may  *
000262*  reply to each as it is shown.                                *
000263*--------------------------------------------------------------*
000264 4000-READ-MESSAGES.
000265     MOVE ZERO TO WS-LIST-COUNT.
000266     MOVE WS-CUR-OPR-ID TO OMG-TO-OPR.
000267     MOVE ZERO TO OMG-SEQ.
000268     START OPERATOR-MESSAGE-FILE
000269         KEY IS NOT LESS THAN OMG-KEY
000270         INVALID KEY
000271             DISPLAY "NO MESSAGES FOR YOU"
000272             GO TO 4000-EXIT
000273     END-START.
000274     MOVE "00" TO WS-MSG-STATUS.
000275     PERFORM 4100-READ-ONE-MESSAGE THRU 4100-EXIT
000276         UNTIL WS-MSG-EOF.
000277     IF WS-LIST-COUNT = ZERO
000278         DISPLAY "NO MESSAGES FOR YOU"
000279     END-IF.
000280 4000-EXIT.
000281     EXIT.
000282*
000283 4100-READ-ONE-MESSAGE.
000284     READ OPERATOR-MESSAGE-FILE NEXT RECORD
000285         AT END
000286             MOVE "10" TO WS-MSG-STATUS
000287             GO TO 4100-EXIT
000288     END-READ.
000289     IF OMG-TO-OPR NOT = WS-CUR-OPR-ID
000290         MOVE "10" TO WS-MSG-STATUS
000291         GO TO 4100-EXIT
000292     END-IF.
000293     ADD 1 TO WS-LIST-COUNT.
000294     DISPLAY " ".
000295     DISPLAY OMG-SEQ " FROM " OMG-FROM-OPR " ON "
000296         OMG-SENT-DATE " " OMG-STATUS " " OMG-KIND.
000297     DISPLAY "  " OMG-TEXT.
000298     IF OMG-UNREAD
000299         MOVE "R" TO OMG-STATUS
000300         REWRITE OPERATOR-MESSAGE-RECORD
000301             INVALID KEY
000302                 DISPLAY "ERROR MARKING MESSAGE READ"
000303         END-REWRITE
000304         IF OMG-IS-MESSAGE
000305             PERFORM 4500-SEND-RECEIPT THRU 4500-EXIT
000306         END-IF
000307     END-IF.
000308     DISPLAY "REPLY (Y/N)? " WITH NO ADVANCING.
000309     ACCEPT WS-READ-REPLY.
000310     IF WS-READ-REPLY = "Y"
000311         PERFORM 4700-SEND-REPLY THRU 4700-EXIT
000312     END-IF.
000313 4100-EXIT.
000314     EXIT.
000315*
000316*--------------------------------------------------------------*
000317*  4500-SEND-RECEIPT                                             *
000318*                                                                *
000319*  The receipt goes back to the sender carrying the start of    *
000320*  the message it covers. The reading position on the message   *
000321*  file is saved and restored around the posting.               *
000322*--------------------------------------------------------------*
000323 4500-SEND-RECEIPT.
000324     MOVE OMG-KEY TO WS-HELD-KEY.
000325     MOVE OMG-FROM-OPR  TO WS-SEND-TO.
000326     MOVE WS-CUR-OPR-ID TO WS-SEND-FROM.
000327     MOVE "R" TO WS-SEND-KIND.
000328     MOVE SPACES TO WS-SEND-TEXT.
000329     STRING "READ: " OMG-TEXT(1:50) DELIMITED BY SIZE
000330         INTO WS-SEND-TEXT.
000331     PERFORM 7000-POST-MESSAGE THRU 7000-EXIT.
000332     PERFORM 8000-RESTORE-POSITION THRU 8000-EXIT.
000333 4500-EXIT.
000334     EXIT.
000335*
000336*--------------------------------------------------------------*
000337*  4700-SEND-REPLY                                               *
000338*--------------------------------------------------------------*
000339 4700-SEND-REPLY.
000340     MOVE OMG-KEY TO WS-HELD-KEY.
000341     MOVE OMG-FROM-OPR TO WS-SEND-TO.
000342     PERFORM 3500-CHECK-RECIPIENT THRU 3500-EXIT.
000343     IF NOT WS-RECIPIENT-OK
000344         PERFORM 8000-RESTORE-POSITION THRU 8000-EXIT
000345         GO TO 4700-EXIT
000346     END-IF.
000347     DISPLAY "REPLY TEXT: " WITH NO ADVANCING.
000348     MOVE SPACES TO WS-SEND-TEXT.
000349     ACCEPT WS-SEND-TEXT.
000350     IF WS-SEND-TEXT = SPACES
000351         DISPLAY "NOTHING ENTERED"
000352         PERFORM 8000-RESTORE-POSITION THRU 8000-EXIT
000353         GO TO 4700-EXIT
000354     END-IF.
000355     MOVE WS-CUR-OPR-ID TO WS-SEND-FROM.
000356     MOVE "M" TO WS-SEND-KIND.
000357     PERFORM 7000-POST-MESSAGE THRU 7000-EXIT.
000358     DISPLAY "REPLY SENT".
000359     PERFORM 8000-RESTORE-POSITION THRU 8000-EXIT.
000360 4700-EXIT.
000361     EXIT.
000362*
000363*--------------------------------------------------------------*
000364*  5000-DELETE-MESSAGE                                           *
000365*--------------------------------------------------------------*
000366 5000-DELETE-MESSAGE.
000367     DISPLAY "MESSAGE NUMBER (FROM THE LIST): "
000368         WITH NO ADVANCING.
000369     MOVE SPACES TO WS-SEQ-TEXT.
000370     ACCEPT WS-SEQ-TEXT.
000371     IF WS-SEQ-TEXT NOT NUMERIC
000372         DISPLAY "NOT A VALID MESSAGE NUMBER"
000373         GO TO 5000-EXIT
000374     END-IF.
000375     MOVE WS-CUR-OPR-ID TO OMG-TO-OPR.
000376     MOVE WS-SEQ-TEXT TO OMG-SEQ.
000377     READ OPERATOR-MESSAGE-FILE
000378         INVALID KEY
000379             DISPLAY "NO MESSAGE FOUND FOR THAT NUMBER"
000380             GO TO 5000-EXIT
000381     END-READ.
000382     DELETE OPERATOR-MESSAGE-FILE
000383         INVALID KEY
000384             DISPLAY "ERROR DELETING MESSAGE - " WS-MSG-STATUS
000385             GO TO 5000-EXIT
000386     END-DELETE.
000387     DISPLAY "MESSAGE DELETED".
000388 5000-EXIT.
000389     EXIT.
000390*
000391*--------------------------------------------------------------*
000392*  6000-BOUNCE-SWEEP                                             *
000393*                                                                *
000394*  A supervisor sweep: any unread message whose addressee has   *
000395*  since been suspended or deleted goes back to its sender      *
000396*  flagged as bounced, instead of sitting forever.              *
000397*--------------------------------------------------------------*
000398 6000-BOUNCE-SWEEP.
000399     IF WS-CUR-OPR-ROLE NOT = "S" AND WS-CUR-OPR-ROLE NOT = "A"
000400         DISPLAY "SUPERVISOR ROLE REQUIRED FOR THE SWEEP"
000401         GO TO 6000-EXIT
000402     END-IF.
000403     MOVE ZERO TO WS-BOUNCE-COUNT.
000404     MOVE LOW-VALUES TO OMG-KEY.
000405     START OPERATOR-MESSAGE-FILE
000406         KEY IS NOT LESS THAN OMG-KEY
000407         INVALID KEY
000408             DISPLAY "NO MESSAGES ON FILE"
000409             GO TO 6000-EXIT
000410     END-START.
000411     MOVE "00" TO WS-MSG-STATUS.
000412     PERFORM 6100-SWEEP-ONE-MESSAGE THRU 6100-EXIT
000413         UNTIL WS-MSG-EOF.
000414     DISPLAY "MESSAGES BOUNCED: " WS-BOUNCE-COUNT.
000415 6000-EXIT.
000416     EXIT.
000417*
000418 6100-SWEEP-ONE-MESSAGE.
000419     READ OPERATOR-MESSAGE-FILE NEXT RECORD
000420         AT END
000421             MOVE "10" TO WS-MSG-STATUS
000422             GO TO 6100-EXIT
000423     END-READ.
000424     IF NOT OMG-UNREAD
000425         GO TO 6100-EXIT
000426     END-IF.
000427     MOVE OMG-TO-OPR TO WS-SEND-TO.
000428     PERFORM 6500-CHECK-ADDRESSEE THRU 6500-EXIT.
000429     IF WS-RECIPIENT-OK
000430         GO TO 6100-EXIT
000431     END-IF.
000432     MOVE OMG-KEY TO WS-HELD-KEY.
000433     MOVE OMG-FROM-OPR  TO WS-SEND-TO.
000434     MOVE OMG-TO-OPR    TO WS-SEND-FROM.
000435     MOVE "B" TO WS-SEND-KIND.
000436     MOVE SPACES TO WS-SEND-TEXT.
000437     STRING "BOUNCED: " OMG-TEXT(1:48) DELIMITED BY SIZE
000438         INTO WS-SEND-TEXT.
000439     PERFORM 7000-POST-MESSAGE THRU 7000-EXIT.
000440     PERFORM 8000-RESTORE-POSITION THRU 8000-EXIT.
000441     DELETE OPERATOR-MESSAGE-FILE
000442         INVALID KEY
000443             DISPLAY "ERROR REMOVING BOUNCED MESSAGE"
000444     END-DELETE.
000445     ADD 1 TO WS-BOUNCE-COUNT.
000446 6100-EXIT.
000447     EXIT.
000448*
000449*--------------------------------------------------------------*
000450*  6500-CHECK-ADDRESSEE                                          *
000451*                                                                *
000452*  As 3500 but silent - the sweep decides, the operator is not  *
000453*  told about every record it passes over.                      *
000454*--------------------------------------------------------------*
000455 6500-CHECK-ADDRESSEE.
000456     MOVE "N" TO WS-RECIP-OK-SWITCH.
000457     OPEN INPUT OPERATOR-FILE.
000458     IF NOT WS-OPR-OK
000459         SET WS-RECIPIENT-OK TO TRUE
000460         GO TO 6500-EXIT
000461     END-IF.
000462     MOVE WS-SEND-TO TO OPR-ID.
000463     READ OPERATOR-FILE
000464         INVALID KEY
000465             CONTINUE
000466         NOT INVALID KEY
000467             IF NOT OPR-SUSPENDED
000468                 SET WS-RECIPIENT-OK TO TRUE
000469             END-IF
000470     END-READ.
000471     CLOSE OPERATOR-FILE.
000472 6500-EXIT.
000473     EXIT.
000474*
000475*--------------------------------------------------------------*
000476*  7000-POST-MESSAGE                                             *
000477*                                                                *
000478*  Writes one message under the addressee's next sequence.      *
000479*  WS-SEND-TO, WS-SEND-FROM, WS-SEND-KIND and WS-SEND-TEXT      *
000480*  must be set by the caller before this is PERFORMed.          *
000481*--------------------------------------------------------------*
000482 7000-POST-MESSAGE.
000483     PERFORM 7100-FIND-NEXT-SEQ THRU 7100-EXIT.
000484     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000485     ACCEPT WS-NOW-TIME FROM TIME.
000486     MOVE SPACES        TO OPERATOR-MESSAGE-RECORD.
000487     MOVE WS-SEND-TO    TO OMG-TO-OPR.
000488     MOVE WS-NEXT-SEQ   TO OMG-SEQ.
000489     MOVE WS-SEND-FROM  TO OMG-FROM-OPR.
000490     MOVE WS-NOW-DATE   TO OMG-SENT-DATE.
000491     MOVE WS-NOW-TIME   TO OMG-SENT-TIME.
000492     MOVE "U"           TO OMG-STATUS.
000493     MOVE WS-SEND-KIND  TO OMG-KIND.
000494     MOVE WS-SEND-TEXT  TO OMG-TEXT.
000495     WRITE OPERATOR-MESSAGE-RECORD
000496         INVALID KEY
000497             DISPLAY "ERROR SENDING MESSAGE - " WS-MSG-STATUS
000498             GO TO 7000-EXIT
000499     END-WRITE.
000500     IF WS-NUM-RESULT = "Y"
000501         MOVE "U" TO WS-NUM-FUNCTION
000502         MOVE SPACES TO WS-NUM-REFERENCE
000503         STRING WS-SEND-FROM " TO " WS-SEND-TO
000504             DELIMITED BY SIZE INTO WS-NUM-REFERENCE
000505         CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000506             WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000507             WS-NUM-RESULT
000508     END-IF.
000509 7000-EXIT.
000510     EXIT.
000511*
000512*--------------------------------------------------------------*
000513*  7100-FIND-NEXT-SEQ                                            *
000514*                                                                *
000515*  The next sequence is issued from the MESSAGE number series.   *
000516*  With no MESSAGE series set up (or none left in its range)     *
000517*  it is one past the addressee's highest message on file.       *
000518*                                                                *
000519*  A number the addressee already has on OPRMSG (one taken       *
000520*  before the series was set up) is marked used and the next one *
000521*  issued; one past six digits is not used.                      *
000522*--------------------------------------------------------------*
000523 7100-FIND-NEXT-SEQ.
000524     MOVE "MESSAGE" TO WS-NUM-SERIES.
000525     MOVE "OPR-MSG" TO WS-NUM-PROGRAM.
000526     SET WS-SEQ-LOOKING TO TRUE.
000527     PERFORM 7105-ISSUE-ONE-SEQ THRU 7105-EXIT
000528         UNTIL NOT WS-SEQ-LOOKING.
000529     IF WS-SEQ-FOUND
000530         GO TO 7100-EXIT
000531     END-IF.
000532     MOVE 1 TO WS-NEXT-SEQ.
000533     MOVE WS-SEND-TO TO OMG-TO-OPR.
000534     MOVE ZERO TO OMG-SEQ.
000535     START OPERATOR-MESSAGE-FILE
000536         KEY IS NOT LESS THAN OMG-KEY
000537         INVALID KEY
000538             GO TO 7100-EXIT
000539     END-START.
000540     MOVE "00" TO WS-MSG-STATUS.
000541     PERFORM 7110-READ-ONE-SEQ THRU 7110-EXIT
000542         UNTIL WS-MSG-EOF.
000543     MOVE "00" TO WS-MSG-STATUS.
000544 7100-EXIT.
000545     EXIT.
000546*
000547 7105-ISSUE-ONE-SEQ.
000548     MOVE "N" TO WS-NUM-FUNCTION.
000549     MOVE WS-SEND-FROM TO WS-NUM-REFERENCE.
000550     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000551         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000552         WS-NUM-RESULT.
000553     IF WS-NUM-RESULT NOT = "Y"
000554         SET WS-SEQ-NONE TO TRUE
000555         GO TO 7105-EXIT
000556     END-IF.
000557     IF WS-NUM-VALUE > 999999
000558         MOVE "E" TO WS-NUM-RESULT
000559         SET WS-SEQ-NONE TO TRUE
000560         GO TO 7105-EXIT
000561     END-IF.
000562     MOVE WS-SEND-TO TO OMG-TO-OPR.
000563     MOVE WS-NUM-VALUE TO OMG-SEQ.
000564     READ OPERATOR-MESSAGE-FILE
000565         INVALID KEY
000566             MOVE WS-NUM-VALUE TO WS-NEXT-SEQ
000567             SET WS-SEQ-FOUND TO TRUE
000568             GO TO 7105-EXIT
000569     END-READ.
000570     MOVE "U" TO WS-NUM-FUNCTION.
000571     MOVE "ALREADY ON OPRMSG" TO WS-NUM-REFERENCE.
000572     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000573         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000574         WS-NUM-RESULT.
000575 7105-EXIT.
000576     EXIT.
000577*
000578 7110-READ-ONE-SEQ.
000579     READ OPERATOR-MESSAGE-FILE NEXT RECORD
000580         AT END
000581             MOVE "10" TO WS-MSG-STATUS
000582             GO TO 7110-EXIT
000583     END-READ.
000584     IF OMG-TO-OPR NOT = WS-SEND-TO
000585         MOVE "10" TO WS-MSG-STATUS
000586         GO TO 7110-EXIT
000587     END-IF.
000588     COMPUTE WS-NEXT-SEQ = OMG-SEQ + 1.
000589 7110-EXIT.
000590     EXIT.
000591*
000592*--------------------------------------------------------------*
000593*  8000-RESTORE-POSITION                                         *
000594*                                                                *
000595*  Posting a message moves the file position; the reading or    *
000596*  sweeping loop is put back on the record it was sitting on.   *
000597*--------------------------------------------------------------*
000598 8000-RESTORE-POSITION.
000599     MOVE WS-HELD-KEY TO OMG-KEY.
000600     READ OPERATOR-MESSAGE-FILE
000601         INVALID KEY
000602             CONTINUE
000603     END-READ.
000604     MOVE "00" TO WS-MSG-STATUS.
000605 8000-EXIT.
000606     EXIT.
000607*
000608*--------------------------------------------------------------*
000609*  9000-TERMINATE                                                *
000610*--------------------------------------------------------------*
000611 9000-TERMINATE.
000612     CLOSE OPERATOR-MESSAGE-FILE.
000613 9000-EXIT.
000614     EXIT.
