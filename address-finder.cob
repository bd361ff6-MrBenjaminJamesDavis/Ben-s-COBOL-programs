000099*                    caught at entry. A supervisor or           *
000100*                    administrator may override the check for   *
000101*                    a genuinely new postcode.                  *
000102*  15-OCT-2026  BJD  DISPLAY shows when an address has been     *
000103*                    flagged gone-away by RTN-LOAD. A CHANGE -  *
000104*                    including one made from the correction     *
000105*                    queue's GONEAWAY item - clears the flag,   *
000106*                    the corrected address being mailable       *
000107*                    again; ADD and restore start clear.        *
000108*--------------------------------------------------------------*
000109 ENVIRONMENT DIVISION.
000110 INPUT-OUTPUT SECTION.
000111 FILE-CONTROL.
000112     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000113         ORGANIZATION IS INDEXED
000114         ACCESS MODE IS DYNAMIC
000115         RECORD KEY IS ADDR-KEY
000116         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000117             WITH DUPLICATES
000118         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000119             WITH DUPLICATES
000120         FILE STATUS IS WS-ADDR-STATUS.
000121     SELECT LABEL-FILE ASSIGN TO "LABELOUT"
000122         ORGANIZATION IS LINE SEQUENTIAL
000123         FILE STATUS IS WS-LBL-STATUS.
000124     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000125        ORGANIZATION IS INDEXED
000126        ACCESS MODE IS RANDOM
000127        RECORD KEY IS RGN-POSTCODE-PREFIX
000128        FILE STATUS IS WS-RGN-STATUS.
000129     SELECT ADDR-ARCHIVE-FILE ASSIGN TO "ADDRARCH"
000130         ORGANIZATION IS LINE SEQUENTIAL
000131         FILE STATUS IS WS-ARC-STATUS.
000132     SELECT DQ-QUEUE-FILE ASSIGN TO "DQQUEUE"
000133        ORGANIZATION IS INDEXED
000134        ACCESS MODE IS DYNAMIC
000135        RECORD KEY IS DQQ-KEY
000136        FILE STATUS IS WS-DQQ-STATUS.
000137     SELECT POSTCODE-FILE ASSIGN TO "PCODFILE"
000138        ORGANIZATION IS INDEXED
000139        ACCESS MODE IS RANDOM
000140        RECORD KEY IS PCD-POSTCODE
000141        FILE STATUS IS WS-PCD-STATUS.
000142*
000143 DATA DIVISION.
000144 FILE SECTION.
000145 FD  ADDR-FILE
000146     LABEL RECORDS ARE STANDARD.
000147     COPY ADDRREC.
000148*
000149 FD  LABEL-FILE
000150     LABEL RECORDS ARE STANDARD.
000151*--------------------------------------------------------------*
000152*  Columns 1-40 are the printable label; columns 41-48 carry    *
000153*  the signed-on operator on the name line only, outside the    *
000154*  print area, so the franking run is unaffected but each       *
000155*  label can be attributed.                                     *
000156*--------------------------------------------------------------*
000157 01  LABEL-LINE              PIC X(48).
000158*
000159 FD  REGION-FILE
000160     LABEL RECORDS ARE STANDARD.
000161     COPY REGNREC.
000162*
000163 FD  ADDR-ARCHIVE-FILE
000164     LABEL RECORDS ARE STANDARD.
000165     COPY ADDRARC.
000166*
000167 FD  POSTCODE-FILE
000168     LABEL RECORDS ARE STANDARD.
000169     COPY PCODEREC.
000170*
000171 FD  DQ-QUEUE-FILE
000172     LABEL RECORDS ARE STANDARD.
000173     COPY DQQREC.
000174*
000175 WORKING-STORAGE SECTION.
000176*
000177*--------------------------------------------------------------*
000178*  SWITCHES                                                     *
000179*--------------------------------------------------------------*
000180 01  WS-SWITCHES.
000181     05  WS-EXIT-SWITCH      PIC X(01) VALUE "N".
000182         88  WS-EXIT-PROGRAM         VALUE "Y".
000183     05  WS-FOUND-SWITCH     PIC X(01) VALUE "N".
000184         88  WS-RECORD-FOUND          VALUE "Y".
000185         88  WS-RECORD-NOT-FOUND      VALUE "N".
000186*
000187 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000188     88  WS-ADDR-OK                    VALUE "00".
000189     88  WS-ADDR-EOF                   VALUE "10".
000190     88  WS-ADDR-NOT-FOUND             VALUE "23".
000191     88  WS-ADDR-DUPLICATE             VALUE "22".
000192*
000193 01  WS-LBL-STATUS           PIC X(02) VALUE "00".
000194     88  WS-LBL-OK                     VALUE "00".
000195*
000196 01  WS-RGN-STATUS           PIC X(02) VALUE "00".
000197     88  WS-RGN-OK                     VALUE "00".
000198*
000199 01  WS-ARC-STATUS           PIC X(02) VALUE "00".
000200     88  WS-ARC-OK                     VALUE "00".
000201     88  WS-ARC-EOF                    VALUE "10".
000202*
000203 01  WS-PCD-STATUS           PIC X(02) VALUE "00".
000204     88  WS-PCD-OK                     VALUE "00".
000205*
000206 01  WS-RGN-AVAIL-SWITCH     PIC X(01) VALUE "N".
000207     88  WS-RGN-AVAILABLE             VALUE "Y".
000208*
000209 01  WS-PCD-AVAIL-SWITCH     PIC X(01) VALUE "N".
000210     88  WS-PCD-AVAILABLE             VALUE "Y".
000211*
000212 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000213*
000214*--------------------------------------------------------------*
000215*  PARTIAL-NAME SEARCH WORK AREAS                                *
000216*--------------------------------------------------------------*
000217 01  WS-SEARCH-TEXT           PIC X(30).
000218 01  WS-SEARCH-LEN            PIC 9(02).
000219 01  WS-SCAN-POS              PIC 9(02).
000220 01  WS-SCAN-MAX-POS          PIC 9(02).
000221 01  WS-MATCH-COUNT           PIC 9(03) VALUE ZERO.
000222*
000223*--------------------------------------------------------------*
000224*  DELETE / ARCHIVE WORK AREAS                                   *
000225*--------------------------------------------------------------*
000226 01  WS-CONFIRM-REPLY         PIC X(01).
000227 01  WS-ROLE-ALLOWED          PIC X(01).
000228 01  WS-TODAY-DATE            PIC 9(08).
000229 01  WS-ARC-MATCH-COUNT       PIC 9(03) VALUE ZERO.
000230 01  WS-ARC-HELD-DETAIL       PIC X(118).
000231*
000232*--------------------------------------------------------------*
000233*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000234*--------------------------------------------------------------*
000235     COPY OPRCURR.
000236*
000237*--------------------------------------------------------------*
000238*  SHARED ADDRESS-AUDIT WORK AREAS                               *
000239*--------------------------------------------------------------*
000240     COPY AUDCALL.
000241*
000242*--------------------------------------------------------------*
000243*  WORK RECORD USED FOR ADD / CHANGE / DISPLAY                  *
000244*--------------------------------------------------------------*
000245 01  WS-WORK-RECORD.
000246     05  WS-WORK-NAME        PIC X(30).
000247     05  WS-WORK-TYPE        PIC X(01).
000248     05  WS-WORK-HOUSE-NUMBER PIC 9(03).
000249     05  WS-WORK-STREET-NAME PIC X(30).
000250     05  WS-WORK-CITY-NAME   PIC X(15).
000251     05  WS-WORK-COUNTY-NAME PIC X(30).
000252     05  WS-WORK-POSTCODE    PIC X(09).
000253*
000254*--------------------------------------------------------------*
000255*  POSTCODE SHAPE VALIDATION WORK AREAS                         *
000256*                                                                *
000257*  The shape rules themselves now live in the shared PC-CHECK   *
000258*  subroutine so the batch programs apply exactly the same      *
000259*  rules as this screen does.                                   *
000260*--------------------------------------------------------------*
000261 01  WS-PC-VALID-SWITCH      PIC X(01) VALUE "N".
000262     88  WS-PC-VALID                   VALUE "Y".
000263     88  WS-PC-INVALID                 VALUE "N".
000264*
000265 01  WS-PC-INPUT             PIC X(09).
000266*
000267*--------------------------------------------------------------*
000268*  STANDARDISATION WORK AREA - ADDR-NRM WORKS ON 30 CHARACTERS  *
000269*--------------------------------------------------------------*
000270 01  WS-NORM-TEXT            PIC X(30).
000271*
000272*--------------------------------------------------------------*
000273*  GAZETTEER CHECK WORK AREAS                                    *
000274*--------------------------------------------------------------*
000275 01  WS-GAZ-REPLY            PIC X(01).
000276*
000277*--------------------------------------------------------------*
000278*  SHARED ERROR-LOG WORK AREAS                                  *
000279*--------------------------------------------------------------*
000280     COPY ERRCALL.
000281*
000282*--------------------------------------------------------------*
000283*  SHARED RECORD-LOCK WORK AREAS                                 *
000284*--------------------------------------------------------------*
000285     COPY LOKCALL.
000286*
000287*--------------------------------------------------------------*
000288*  CORRECTION-QUEUE WORK AREAS                                   *
000289*--------------------------------------------------------------*
000290 01  WS-DQQ-STATUS           PIC X(02) VALUE "00".
000291     88  WS-DQQ-OK                     VALUE "00".
000292     88  WS-DQQ-EOF                    VALUE "10".
000293*
000294 01  WS-QUEUE-STOP-SWITCH    PIC X(01).
000295     88  WS-QUEUE-STOPPED             VALUE "Y".
000296 01  WS-QUEUE-REPLY          PIC X(01).
000297 01  WS-CHANGE-DONE-SWITCH   PIC X(01).
000298     88  WS-CHANGE-DONE               VALUE "Y".
000299*
000300*--------------------------------------------------------------*
000301*  SHARED IDLE-TIMER WORK AREAS                                  *
000302*--------------------------------------------------------------*
000303     COPY TIMCALL.
000304*
000305 PROCEDURE DIVISION.
000306*
000307*--------------------------------------------------------------*
000308*  0000-MAINLINE                                                *
000309*--------------------------------------------------------------*
000310 0000-MAINLINE.
000311     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000312     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000313         UNTIL WS-EXIT-PROGRAM.
000314     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000315     GOBACK.
000316*
000317*--------------------------------------------------------------*
000318*  1000-INITIALIZE                                               *
000319*--------------------------------------------------------------*
000320 1000-INITIALIZE.
000321     MOVE "N" TO WS-EXIT-SWITCH.
000322     OPEN I-O ADDR-FILE.
000323     IF NOT WS-ADDR-OK
000324         DISPLAY "ADDR-FILE NOT FOUND - CREATING NEW FILE"
000325         CLOSE ADDR-FILE
000326         OPEN OUTPUT ADDR-FILE
000327         CLOSE ADDR-FILE
000328         OPEN I-O ADDR-FILE
000329     END-IF.
000330     OPEN INPUT REGION-FILE.
000331     IF WS-RGN-OK
000332         SET WS-RGN-AVAILABLE TO TRUE
000333     END-IF.
000334     OPEN INPUT POSTCODE-FILE.
000335     IF WS-PCD-OK
000336         SET WS-PCD-AVAILABLE TO TRUE
000337     END-IF.
000338     MOVE "G" TO WS-CUR-FUNCTION.
000339     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000340         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000341 1000-EXIT.
000342     EXIT.
000343*
000344*--------------------------------------------------------------*
000345*  2000-PROCESS-MENU                                             *
000346*--------------------------------------------------------------*
000347 2000-PROCESS-MENU.
000348     DISPLAY " ".
000349     DISPLAY "----------------------------------------".
000350     DISPLAY "  ADDRESS BOOK".
000351     DISPLAY "  1. ADD AN ADDRESS".
000352     DISPLAY "  2. CHANGE AN ADDRESS".
000353     DISPLAY "  3. DISPLAY AN ADDRESS".
000354     DISPLAY "  4. SEARCH BY NAME".
000355     DISPLAY "  5. PRINT MAILING LABEL".
000356     DISPLAY "  6. DELETE AN ADDRESS".
000357     DISPLAY "  7. ARCHIVE INQUIRY / RESTORE".
000358     DISPLAY "  8. BROWSE BY POSTCODE".
000359     DISPLAY "  9. WORK THE CORRECTION QUEUE".
000360     DISPLAY "  0. EXIT".
000361     DISPLAY "----------------------------------------".
000362     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000363     ACCEPT WS-MENU-CHOICE.
000364     MOVE "C" TO WS-TIM-FUNCTION.
000365     MOVE "N" TO WS-TIM-EXPIRED.
000366     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000367     IF WS-TIM-EXPIRED = "Y"
000368         DISPLAY "SESSION TIMED OUT - RETURNING TO THE MENU"
000369         SET WS-EXIT-PROGRAM TO TRUE
000370         GO TO 2000-EXIT
000371     END-IF.
000372     MOVE "T" TO WS-TIM-FUNCTION.
000373     CALL "tim-chk" USING WS-TIM-FUNCTION WS-TIM-EXPIRED.
000374     EVALUATE WS-MENU-CHOICE
000375         WHEN 1
000376             PERFORM 3000-ADD-RECORD THRU 3000-EXIT
000377         WHEN 2
000378             PERFORM 2800-CHECK-SUPERVISOR THRU 2800-EXIT
000379             IF WS-ROLE-ALLOWED = "Y"
000380                 PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
000381             END-IF
000382         WHEN 3
000383             PERFORM 5000-DISPLAY-RECORD THRU 5000-EXIT
000384         WHEN 4
000385             PERFORM 6000-SEARCH-RECORDS THRU 6000-EXIT
000386        WHEN 5
000387            PERFORM 7000-PRINT-LABEL THRU 7000-EXIT
000388        WHEN 6
000389            PERFORM 2800-CHECK-SUPERVISOR THRU 2800-EXIT
000390            IF WS-ROLE-ALLOWED = "Y"
000391                PERFORM 4500-DELETE-RECORD THRU 4500-EXIT
000392            END-IF
000393        WHEN 7
000394            PERFORM 7500-ARCHIVE-INQUIRY THRU 7500-EXIT
000395        WHEN 9
000396            PERFORM 7800-WORK-QUEUE THRU 7800-EXIT
000397        WHEN 8
000398            PERFORM 7700-BROWSE-POSTCODE THRU 7700-EXIT
000399         WHEN 0
000400             SET WS-EXIT-PROGRAM TO TRUE
000401         WHEN OTHER
000402             DISPLAY "INVALID CHOICE - TRY AGAIN"
000403     END-EVALUATE.
000404 2000-EXIT.
000405     EXIT.
000406*
000407*--------------------------------------------------------------*
000408*  2800-CHECK-SUPERVISOR                                         *
000409*                                                                *
000410*  CHANGE and DELETE need the supervisor or administrator role  *
000411*  from sign-on; a barred attempt goes to the shared ERROR-LOG. *
000412*--------------------------------------------------------------*
000413 2800-CHECK-SUPERVISOR.
000414     IF WS-CUR-OPR-ROLE = "S" OR WS-CUR-OPR-ROLE = "A"
000415         MOVE "Y" TO WS-ROLE-ALLOWED
000416     ELSE
000417         MOVE "N" TO WS-ROLE-ALLOWED
000418         DISPLAY "SUPERVISOR ROLE REQUIRED FOR THIS FUNCTION"
000419         MOVE "NOTAUTH" TO WS-ERR-CODE
000420         MOVE "CHANGE/DELETE BARRED - ROLE NOT SUPERVISOR"
000421             TO WS-ERR-TEXT
000422         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000423     END-IF.
000424 2800-EXIT.
000425     EXIT.
000426*
000427
000428*--------------------------------------------------------------*
000429*  2900-ACCEPT-TYPE                                              *
000430*                                                                *
000431*  Every address now carries a type - H home, W work or D       *
000432*  delivery - and a blank entry means home.                     *
000433*--------------------------------------------------------------*
000434 2900-ACCEPT-TYPE.
000435     DISPLAY "ADDRESS TYPE (H/W/D, BLANK=H): " WITH NO ADVANCING.
000436     MOVE SPACE TO WS-WORK-TYPE.
000437     ACCEPT WS-WORK-TYPE.
000438     IF WS-WORK-TYPE = SPACE
000439         MOVE "H" TO WS-WORK-TYPE
000440     END-IF.
000441     IF WS-WORK-TYPE NOT = "H" AND WS-WORK-TYPE NOT = "W"
000442        AND WS-WORK-TYPE NOT = "D"
000443         DISPLAY "TYPE MUST BE H, W OR D - USING H"
000444         MOVE "H" TO WS-WORK-TYPE
000445     END-IF.
000446 2900-EXIT.
000447     EXIT.
000448*
000449*--------------------------------------------------------------*
000450*  3000-ADD-RECORD                                               *
000451*--------------------------------------------------------------*
000452 3000-ADD-RECORD.
000453     DISPLAY "ENTER NAME: " WITH NO ADVANCING.
000454     ACCEPT WS-WORK-NAME.
000455     PERFORM 2900-ACCEPT-TYPE THRU 2900-EXIT.
000456     DISPLAY "ENTER HOUSE NUMBER: " WITH NO ADVANCING.
000457     ACCEPT WS-WORK-HOUSE-NUMBER.
000458     DISPLAY "ENTER STREET NAME: " WITH NO ADVANCING.
000459     ACCEPT WS-WORK-STREET-NAME.
000460     MOVE WS-WORK-STREET-NAME TO WS-NORM-TEXT.
000461     CALL "addr-nrm" USING WS-NORM-TEXT.
000462     MOVE WS-NORM-TEXT TO WS-WORK-STREET-NAME.
000463     DISPLAY "ENTER CITY NAME: " WITH NO ADVANCING.
000464     ACCEPT WS-WORK-CITY-NAME.
000465     MOVE SPACES TO WS-NORM-TEXT.
000466     MOVE WS-WORK-CITY-NAME TO WS-NORM-TEXT(1:15).
000467     CALL "addr-nrm" USING WS-NORM-TEXT.
000468     MOVE WS-NORM-TEXT(1:15) TO WS-WORK-CITY-NAME.
000469     DISPLAY "ENTER POSTCODE: " WITH NO ADVANCING.
000470     ACCEPT WS-WORK-POSTCODE.
000471     MOVE WS-WORK-POSTCODE TO WS-PC-INPUT.
000472     PERFORM 3900-VALIDATE-POSTCODE THRU 3900-EXIT.
000473     MOVE WS-PC-INPUT           TO WS-WORK-POSTCODE.
000474     PERFORM 3950-LOOKUP-REGION THRU 3950-EXIT.
000475     MOVE WS-WORK-NAME         TO ADDR-NAME.
000476     MOVE WS-WORK-TYPE         TO ADDR-TYPE.
000477     MOVE WS-WORK-HOUSE-NUMBER TO ADDR-HOUSE-NUMBER.
000478     MOVE WS-WORK-STREET-NAME  TO ADDR-STREET-NAME.
000479     MOVE WS-WORK-CITY-NAME    TO ADDR-CITY-NAME.
000480     MOVE WS-WORK-COUNTY-NAME  TO ADDR-COUNTY-NAME.
000481     MOVE WS-WORK-POSTCODE     TO ADDR-POSTCODE.
000482     MOVE SPACE                TO ADDR-MAIL-STATUS.
000483     MOVE ZERO                 TO ADDR-RETURNED-DATE.
000484     WRITE ADDR-RECORD.
000485     IF WS-ADDR-DUPLICATE
000486         DISPLAY "THAT NAME ALREADY HAS AN ADDRESS OF THAT TYPE"
000487         GO TO 3000-EXIT
000488     END-IF.
000489     IF NOT WS-ADDR-OK
000490         DISPLAY "ERROR WRITING ADDRESS - STATUS " WS-ADDR-STATUS
000491         GO TO 3000-EXIT
000492     END-IF.
000493     DISPLAY "ADDRESS ADDED".
000494     MOVE "A"         TO WS-AUD-ACTION.
000495     MOVE SPACES      TO WS-AUD-BEFORE.
000496     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000497     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
000498 3000-EXIT.
000499     EXIT.
000500*
000501*--------------------------------------------------------------*
000502*  3900-VALIDATE-POSTCODE                                        *
000503*                                                                *
000504*  Re-prompts until WS-PC-INPUT passes the shared PC-CHECK       *
000505*  shape rules.                                                  *
000506*--------------------------------------------------------------*
000507 3900-VALIDATE-POSTCODE.
000508     SET WS-PC-INVALID TO TRUE.
000509     PERFORM 3910-CHECK-ONE-POSTCODE THRU 3910-EXIT
000510         UNTIL WS-PC-VALID.
000511 3900-EXIT.
000512     EXIT.
000513*
000514 3910-CHECK-ONE-POSTCODE.
000515     CALL "pc-check" USING WS-PC-INPUT WS-PC-VALID-SWITCH.
000516     IF WS-PC-INVALID
000517         DISPLAY "POSTCODE FORMAT NOT VALID - E.G. SE13 7SD"
000518         DISPLAY "RE-ENTER POSTCODE: " WITH NO ADVANCING
000519         ACCEPT WS-PC-INPUT
000520     END-IF.
000521     IF WS-PC-VALID
000522         PERFORM 3920-CHECK-GAZETTEER THRU 3920-EXIT
000523     END-IF.
000524 3910-EXIT.
000525     EXIT.
000526*
000527*--------------------------------------------------------------*
000528*  3920-CHECK-GAZETTEER                                          *
000529*                                                                *
000530*  A well-formed postcode must also exist on the full postcode  *
000531*  master PCODFILE before it is saved. A supervisor or          *
000532*  administrator may accept a genuinely new postcode that the   *
000533*  quarterly gazetteer does not carry yet; a clerk cannot, and  *
000534*  is re-prompted. When the master is not on the system the     *
000535*  shape rules alone carry the validation, as before.           *
000536*--------------------------------------------------------------*
000537 3920-CHECK-GAZETTEER.
000538     IF NOT WS-PCD-AVAILABLE
000539         GO TO 3920-EXIT
000540     END-IF.
000541     MOVE WS-PC-INPUT TO PCD-POSTCODE.
000542     READ POSTCODE-FILE
000543         INVALID KEY
000544             CONTINUE
000545         NOT INVALID KEY
000546             GO TO 3920-EXIT
000547     END-READ.
000548     DISPLAY "POSTCODE NOT ON THE GAZETTEER MASTER".
000549     IF WS-CUR-OPR-ROLE = "S" OR WS-CUR-OPR-ROLE = "A"
000550         DISPLAY "ACCEPT AS A NEW POSTCODE (Y/N)? "
000551             WITH NO ADVANCING
000552         ACCEPT WS-GAZ-REPLY
000553         IF WS-GAZ-REPLY = "Y"
000554             GO TO 3920-EXIT
000555         END-IF
000556     ELSE
000557         DISPLAY "A SUPERVISOR MUST ACCEPT A NEW POSTCODE"
000558         MOVE "BADPCODE" TO WS-ERR-CODE
000559         MOVE "POSTCODE NOT ON GAZETTEER MASTER"
000560             TO WS-ERR-TEXT
000561         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000562     END-IF.
000563     SET WS-PC-INVALID TO TRUE.
000564     DISPLAY "RE-ENTER POSTCODE: " WITH NO ADVANCING.
000565     ACCEPT WS-PC-INPUT.
000566 3920-EXIT.
000567     EXIT.
000568*
000569*--------------------------------------------------------------*
000570*  3950-LOOKUP-REGION                                            *
000571*                                                                *
000572*  Looks WS-PC-INPUT's first two characters up in REGION-FILE   *
000573*  and, when found, uses RGN-COUNTY-NAME to fill in the county  *
000574*  automatically instead of asking the operator to type it.     *
000575*  Falls back to asking when REGION-FILE is not available or    *
000576*  the prefix is not on file.                                   *
000577*--------------------------------------------------------------*
000578 3950-LOOKUP-REGION.
000579     MOVE SPACES TO WS-WORK-COUNTY-NAME.
000580     IF WS-RGN-AVAILABLE
000581         MOVE WS-PC-INPUT(1:2) TO RGN-POSTCODE-PREFIX
000582         READ REGION-FILE
000583             INVALID KEY
000584                 CONTINUE
000585             NOT INVALID KEY
000586                 MOVE RGN-COUNTY-NAME TO WS-WORK-COUNTY-NAME
000587         END-READ
000588     END-IF.
000589     IF WS-WORK-COUNTY-NAME = SPACES
000590         DISPLAY "ENTER COUNTY NAME: " WITH NO ADVANCING
000591         ACCEPT WS-WORK-COUNTY-NAME
000592     ELSE
000593         DISPLAY "COUNTY NAME SET FROM POSTCODE: "
000594             WS-WORK-COUNTY-NAME
000595     END-IF.
000596 3950-EXIT.
000597     EXIT.
000598*
000599*--------------------------------------------------------------*
000600*  4000-CHANGE-RECORD                                            *
000601*--------------------------------------------------------------*
000602 4000-CHANGE-RECORD.
000603     DISPLAY "ENTER NAME TO CHANGE: " WITH NO ADVANCING.
000604     ACCEPT WS-WORK-NAME.
000605     PERFORM 2900-ACCEPT-TYPE THRU 2900-EXIT.
000606     PERFORM 4010-CHANGE-PRESET THRU 4010-EXIT.
000607 4000-EXIT.
000608     EXIT.
000609*
000610*--------------------------------------------------------------*
000611*  4010-CHANGE-PRESET                                            *
000612*                                                                *
000613*  The body of CHANGE, working on the name and type already in  *
000614*  WS-WORK-NAME and WS-WORK-TYPE, so the correction-queue mode  *
000615*  can drive it without re-prompting. WS-CHANGE-DONE says       *
000616*  whether the rewrite happened.                                 *
000617*--------------------------------------------------------------*
000618 4010-CHANGE-PRESET.
000619     MOVE "N" TO WS-CHANGE-DONE-SWITCH.
000620     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000621     IF WS-LOK-GRANTED NOT = "Y"
000622         GO TO 4010-EXIT
000623     END-IF.
000624     MOVE WS-WORK-NAME TO ADDR-NAME.
000625     MOVE WS-WORK-TYPE TO ADDR-TYPE.
000626     READ ADDR-FILE
000627         INVALID KEY
000628             DISPLAY "NO ADDRESS FOUND FOR THAT NAME"
000629             MOVE "NOTFOUND" TO WS-ERR-CODE
000630             MOVE "CHANGE - NAME NOT FOUND" TO WS-ERR-TEXT
000631             PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000632             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000633             GO TO 4010-EXIT
000634     END-READ.
000635     MOVE ADDR-RECORD TO WS-AUD-BEFORE.
000636     DISPLAY "CURRENT ADDRESS:".
000637     DISPLAY "  HOUSE NUMBER: " ADDR-HOUSE-NUMBER.
000638     DISPLAY "  STREET NAME:  " ADDR-STREET-NAME.
000639     DISPLAY "  CITY NAME:    " ADDR-CITY-NAME.
000640     DISPLAY "  COUNTY NAME:  " ADDR-COUNTY-NAME.
000641     DISPLAY "  POSTCODE:     " ADDR-POSTCODE.
000642     IF ADDR-GONE-AWAY
000643         DISPLAY "  GONE AWAY - MAIL RETURNED " ADDR-RETURNED-DATE
000644     END-IF.
000645     DISPLAY "ENTER NEW HOUSE NUMBER: " WITH NO ADVANCING.
000646     ACCEPT ADDR-HOUSE-NUMBER.
000647     DISPLAY "ENTER NEW STREET NAME: " WITH NO ADVANCING.
000648     ACCEPT ADDR-STREET-NAME.
000649     MOVE ADDR-STREET-NAME TO WS-NORM-TEXT.
000650     CALL "addr-nrm" USING WS-NORM-TEXT.
000651     MOVE WS-NORM-TEXT TO ADDR-STREET-NAME.
000652     DISPLAY "ENTER NEW CITY NAME: " WITH NO ADVANCING.
000653     ACCEPT ADDR-CITY-NAME.
000654     MOVE SPACES TO WS-NORM-TEXT.
000655     MOVE ADDR-CITY-NAME TO WS-NORM-TEXT(1:15).
000656     CALL "addr-nrm" USING WS-NORM-TEXT.
000657     MOVE WS-NORM-TEXT(1:15) TO ADDR-CITY-NAME.
000658     DISPLAY "ENTER NEW COUNTY NAME: " WITH NO ADVANCING.
000659     ACCEPT ADDR-COUNTY-NAME.
000660     DISPLAY "ENTER NEW POSTCODE: " WITH NO ADVANCING.
000661     ACCEPT ADDR-POSTCODE.
000662     MOVE ADDR-POSTCODE TO WS-PC-INPUT.
000663     PERFORM 3900-VALIDATE-POSTCODE THRU 3900-EXIT.
000664     MOVE WS-PC-INPUT TO ADDR-POSTCODE.
000665     MOVE SPACE TO ADDR-MAIL-STATUS.
000666     MOVE ZERO  TO ADDR-RETURNED-DATE.
000667     REWRITE ADDR-RECORD
000668         INVALID KEY
000669             DISPLAY "ERROR UPDATING ADDRESS - " WS-ADDR-STATUS
000670             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000671             GO TO 4010-EXIT
000672     END-REWRITE.
000673     DISPLAY "ADDRESS CHANGED".
000674     SET WS-CHANGE-DONE TO TRUE.
000675     MOVE "C"         TO WS-AUD-ACTION.
000676     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000677     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
000678     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000679 4010-EXIT.
000680     EXIT.
000681*
000682*--------------------------------------------------------------*
000683*  4500-DELETE-RECORD                                            *
000684*                                                                *
000685*  Removes a record from ADDR-FILE after confirmation, but      *
000686*  first copies it to ADDR-ARCHIVE-FILE stamped with the date   *
000687*  and the signed-on operator, so removed addresses stay        *
000688*  recoverable for the six-year retention period.               *
000689*--------------------------------------------------------------*
000690 4500-DELETE-RECORD.
000691     DISPLAY "ENTER NAME TO DELETE: " WITH NO ADVANCING.
000692     ACCEPT WS-WORK-NAME.
000693     PERFORM 2900-ACCEPT-TYPE THRU 2900-EXIT.
000694     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000695     IF WS-LOK-GRANTED NOT = "Y"
000696         GO TO 4500-EXIT
000697     END-IF.
000698     MOVE WS-WORK-NAME TO ADDR-NAME.
000699     MOVE WS-WORK-TYPE TO ADDR-TYPE.
000700     READ ADDR-FILE
000701         INVALID KEY
000702             DISPLAY "NO ADDRESS FOUND FOR THAT NAME"
000703             MOVE "NOTFOUND" TO WS-ERR-CODE
000704             MOVE "DELETE - NAME NOT FOUND" TO WS-ERR-TEXT
000705             PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000706             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000707             GO TO 4500-EXIT
000708     END-READ.
000709     DISPLAY "NAME:         " ADDR-NAME.
000710     DISPLAY "TYPE:         " ADDR-TYPE.
000711     DISPLAY "HOUSE NUMBER: " ADDR-HOUSE-NUMBER.
000712     DISPLAY "STREET NAME:  " ADDR-STREET-NAME.
000713     DISPLAY "CITY NAME:    " ADDR-CITY-NAME.
000714     DISPLAY "COUNTY NAME:  " ADDR-COUNTY-NAME.
000715     DISPLAY "POSTCODE:     " ADDR-POSTCODE.
000716     DISPLAY "DELETE THIS ADDRESS (Y/N)? " WITH NO ADVANCING.
000717     ACCEPT WS-CONFIRM-REPLY.
000718     IF WS-CONFIRM-REPLY NOT = "Y"
000719         DISPLAY "DELETE CANCELLED"
000720         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000721         GO TO 4500-EXIT
000722     END-IF.
000723     PERFORM 4510-WRITE-ARCHIVE THRU 4510-EXIT.
000724     DELETE ADDR-FILE
000725         INVALID KEY
000726             DISPLAY "ERROR DELETING ADDRESS - " WS-ADDR-STATUS
000727             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000728             GO TO 4500-EXIT
000729     END-DELETE.
000730     DISPLAY "ADDRESS DELETED AND ARCHIVED".
000731     MOVE "D"         TO WS-AUD-ACTION.
000732     MOVE ADDR-RECORD TO WS-AUD-BEFORE.
000733     MOVE SPACES      TO WS-AUD-AFTER.
000734     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
000735     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000736 4500-EXIT.
000737     EXIT.
000738*
000739 4510-WRITE-ARCHIVE.
000740     OPEN EXTEND ADDR-ARCHIVE-FILE.
000741     IF NOT WS-ARC-OK
000742         OPEN OUTPUT ADDR-ARCHIVE-FILE
000743         CLOSE ADDR-ARCHIVE-FILE
000744         OPEN EXTEND ADDR-ARCHIVE-FILE
000745     END-IF.
000746     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000747     MOVE SPACES              TO ADDR-ARCHIVE-RECORD.
000748     MOVE WS-TODAY-DATE       TO ARC-DELETE-DATE.
000749     MOVE WS-CUR-OPR-ID       TO ARC-OPERATOR-ID.
000750     MOVE ADDR-NAME           TO ARC-NAME.
000751     MOVE ADDR-TYPE           TO ARC-TYPE.
000752     MOVE ADDR-HOUSE-NUMBER   TO ARC-HOUSE-NUMBER.
000753     MOVE ADDR-STREET-NAME    TO ARC-STREET-NAME.
000754     MOVE ADDR-CITY-NAME      TO ARC-CITY-NAME.
000755     MOVE ADDR-COUNTY-NAME    TO ARC-COUNTY-NAME.
000756     MOVE ADDR-POSTCODE       TO ARC-POSTCODE.
000757     WRITE ADDR-ARCHIVE-RECORD.
000758     CLOSE ADDR-ARCHIVE-FILE.
000759 4510-EXIT.
000760     EXIT.
000761*
000762*--------------------------------------------------------------*
000763*  5000-DISPLAY-RECORD                                           *
000764*--------------------------------------------------------------*
000765 5000-DISPLAY-RECORD.
000766     DISPLAY "ENTER NAME TO DISPLAY: " WITH NO ADVANCING.
000767     ACCEPT WS-WORK-NAME.
000768     PERFORM 2900-ACCEPT-TYPE THRU 2900-EXIT.
000769     MOVE WS-WORK-NAME TO ADDR-NAME.
000770     MOVE WS-WORK-TYPE TO ADDR-TYPE.
000771     READ ADDR-FILE
000772         INVALID KEY
000773             DISPLAY "NO ADDRESS FOUND FOR THAT NAME"
000774             MOVE "NOTFOUND" TO WS-ERR-CODE
000775             MOVE "DISPLAY - NAME NOT FOUND" TO WS-ERR-TEXT
000776             PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000777             GO TO 5000-EXIT
000778     END-READ.
000779     DISPLAY "NAME:         " ADDR-NAME.
000780     DISPLAY "TYPE:         " ADDR-TYPE.
000781     DISPLAY "HOUSE NUMBER: " ADDR-HOUSE-NUMBER.
000782     DISPLAY "STREET NAME:  " ADDR-STREET-NAME.
000783     DISPLAY "CITY NAME:    " ADDR-CITY-NAME.
000784     DISPLAY "COUNTY NAME:  " ADDR-COUNTY-NAME.
000785     DISPLAY "POSTCODE:     " ADDR-POSTCODE.
000786     IF ADDR-GONE-AWAY
000787         DISPLAY "GONE AWAY - MAIL RETURNED " ADDR-RETURNED-DATE
000788     END-IF.
000789 5000-EXIT.
000790     EXIT.
000791*
000792*--------------------------------------------------------------*
000793*  6000-SEARCH-RECORDS                                           *
000794*                                                                *
000795*  Scans ADDR-FILE from the start and lists every record whose  *
000796*  name contains the entered text anywhere within it.           *
000797*--------------------------------------------------------------*
000798 6000-SEARCH-RECORDS.
000799     DISPLAY "ENTER NAME (OR PART OF NAME): " WITH NO ADVANCING.
000800     ACCEPT WS-SEARCH-TEXT.
000801     INSPECT WS-SEARCH-TEXT TALLYING WS-SEARCH-LEN
000802         FOR CHARACTERS BEFORE INITIAL SPACE.
000803     IF WS-SEARCH-LEN = ZERO
000804         DISPLAY "NOTHING ENTERED"
000805         GO TO 6000-EXIT
000806     END-IF.
000807     COMPUTE WS-SCAN-MAX-POS = 31 - WS-SEARCH-LEN.
000808     MOVE ZERO TO WS-MATCH-COUNT.
000809     MOVE LOW-VALUES TO ADDR-KEY.
000810     START ADDR-FILE KEY IS NOT LESS THAN ADDR-KEY
000811         INVALID KEY
000812             DISPLAY "ADDRESS FILE IS EMPTY"
000813             GO TO 6000-EXIT
000814     END-START.
000815     MOVE "00" TO WS-ADDR-STATUS.
000816     PERFORM 6100-SEARCH-ONE-RECORD THRU 6100-EXIT
000817         UNTIL WS-ADDR-EOF.
000818     IF WS-MATCH-COUNT = ZERO
000819         DISPLAY "NO MATCHING ADDRESSES FOUND"
000820     END-IF.
000821 6000-EXIT.
000822     EXIT.
000823*
000824 6100-SEARCH-ONE-RECORD.
000825     READ ADDR-FILE NEXT RECORD
000826         AT END
000827             MOVE "10" TO WS-ADDR-STATUS
000828             GO TO 6100-EXIT
000829     END-READ.
000830     SET WS-RECORD-NOT-FOUND TO TRUE.
000831     PERFORM 6200-COMPARE-AT-POSITION THRU 6200-EXIT
000832         VARYING WS-SCAN-POS FROM 1 BY 1
000833         UNTIL WS-SCAN-POS > WS-SCAN-MAX-POS
000834             OR WS-RECORD-FOUND.
000835     IF WS-RECORD-FOUND
000836         ADD 1 TO WS-MATCH-COUNT
000837         DISPLAY ADDR-NAME " " ADDR-TYPE " - " ADDR-POSTCODE
000838     END-IF.
000839 6100-EXIT.
000840     EXIT.
000841*
000842 6200-COMPARE-AT-POSITION.
000843     IF ADDR-NAME(WS-SCAN-POS:WS-SEARCH-LEN)
000844             = WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
000845         SET WS-RECORD-FOUND TO TRUE
000846     END-IF.
000847 6200-EXIT.
000848     EXIT.
000849*
000850*--------------------------------------------------------------*
000851*  7000-PRINT-LABEL                                              *
000852*                                                                *
000853*  Looks up a record by name and writes it out to LABEL-FILE as *
000854*  a standard mailing label: name, house number and street on   *
000855*  one line, city on the next, county on the next, postcode on  *
000856*  the last, with a blank line separating one label from the    *
000857*  next.                                                        *
000858*--------------------------------------------------------------*
000859 7000-PRINT-LABEL.
000860     DISPLAY "ENTER NAME TO PRINT LABEL FOR: " WITH NO ADVANCING.
000861     ACCEPT WS-WORK-NAME.
000862     PERFORM 7100-FIND-LABEL-ADDRESS THRU 7100-EXIT.
000863     IF WS-RECORD-NOT-FOUND
000864        DISPLAY "NO ADDRESS FOUND FOR THAT NAME"
000865        MOVE "NOTFOUND" TO WS-ERR-CODE
000866        MOVE "LABEL - NAME NOT FOUND" TO WS-ERR-TEXT
000867        PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000868        GO TO 7000-EXIT
000869     END-IF.
000870     OPEN EXTEND LABEL-FILE.
000871     IF NOT WS-LBL-OK
000872         OPEN OUTPUT LABEL-FILE
000873         CLOSE LABEL-FILE
000874         OPEN EXTEND LABEL-FILE
000875     END-IF.
000876     MOVE ADDR-NAME TO LABEL-LINE.
000877     MOVE WS-CUR-OPR-ID TO LABEL-LINE(41:8).
000878     WRITE LABEL-LINE.
000879     MOVE SPACES TO LABEL-LINE.
000880     STRING ADDR-HOUSE-NUMBER DELIMITED BY SIZE
000881        " " ADDR-STREET-NAME DELIMITED BY SIZE
000882        INTO LABEL-LINE.
000883     WRITE LABEL-LINE.
000884     MOVE ADDR-CITY-NAME TO LABEL-LINE.
000885     WRITE LABEL-LINE.
000886     MOVE ADDR-COUNTY-NAME TO LABEL-LINE.
000887     WRITE LABEL-LINE.
000888     MOVE ADDR-POSTCODE TO LABEL-LINE.
000889     WRITE LABEL-LINE.
000890     MOVE SPACES TO LABEL-LINE.
000891     WRITE LABEL-LINE.
000892     CLOSE LABEL-FILE.
000893     DISPLAY "MAILING LABEL PRINTED".
000894 7000-EXIT.
000895     EXIT.
000896*
000897*--------------------------------------------------------------*
000898*  7100-FIND-LABEL-ADDRESS                                       *
000899*                                                                *
000900*  Labels prefer the delivery address when one exists, then     *
000901*  home, then work. WS-FOUND-SWITCH says whether any address    *
000902*  was found for the name.                                      *
000903*--------------------------------------------------------------*
000904 7100-FIND-LABEL-ADDRESS.
000905     SET WS-RECORD-FOUND TO TRUE.
000906     MOVE WS-WORK-NAME TO ADDR-NAME.
000907     MOVE "D" TO ADDR-TYPE.
000908     READ ADDR-FILE
000909         INVALID KEY
000910             CONTINUE
000911         NOT INVALID KEY
000912             GO TO 7100-EXIT
000913     END-READ.
000914     MOVE WS-WORK-NAME TO ADDR-NAME.
000915     MOVE "H" TO ADDR-TYPE.
000916     READ ADDR-FILE
000917         INVALID KEY
000918             CONTINUE
000919         NOT INVALID KEY
000920             GO TO 7100-EXIT
000921     END-READ.
000922     MOVE WS-WORK-NAME TO ADDR-NAME.
000923     MOVE "W" TO ADDR-TYPE.
000924     READ ADDR-FILE
000925         INVALID KEY
000926             SET WS-RECORD-NOT-FOUND TO TRUE
000927     END-READ.
000928 7100-EXIT.
000929     EXIT.
000930*
000931*--------------------------------------------------------------*
000932*  7500-ARCHIVE-INQUIRY                                          *
000933*                                                                *
000934*  Scans ADDR-ARCHIVE-FILE for every archived address matching  *
000935*  the entered name, lists them with the delete date and the    *
000936*  operator who removed them, and offers to restore the most    *
000937*  recently archived one back onto ADDR-FILE.                   *
000938*--------------------------------------------------------------*
000939 7500-ARCHIVE-INQUIRY.
000940     DISPLAY "ENTER NAME TO LOOK UP IN ARCHIVE: "
000941         WITH NO ADVANCING.
000942     ACCEPT WS-WORK-NAME.
000943     MOVE ZERO TO WS-ARC-MATCH-COUNT.
000944     OPEN INPUT ADDR-ARCHIVE-FILE.
000945     IF NOT WS-ARC-OK
000946         DISPLAY "NO ARCHIVED ADDRESSES ON FILE"
000947         GO TO 7500-EXIT
000948     END-IF.
000949     PERFORM 7510-SCAN-ONE-ARCHIVE THRU 7510-EXIT
000950         UNTIL WS-ARC-EOF.
000951     CLOSE ADDR-ARCHIVE-FILE.
000952     IF WS-ARC-MATCH-COUNT = ZERO
000953         DISPLAY "NO ARCHIVED ADDRESSES FOUND FOR THAT NAME"
000954         GO TO 7500-EXIT
000955     END-IF.
000956     DISPLAY "RESTORE THE LATEST ARCHIVED ADDRESS (Y/N)? "
000957         WITH NO ADVANCING.
000958     ACCEPT WS-CONFIRM-REPLY.
000959     IF WS-CONFIRM-REPLY = "Y"
000960         PERFORM 7550-RESTORE-RECORD THRU 7550-EXIT
000961     END-IF.
000962 7500-EXIT.
000963     EXIT.
000964*
000965 7510-SCAN-ONE-ARCHIVE.
000966     READ ADDR-ARCHIVE-FILE
000967         AT END
000968             MOVE "10" TO WS-ARC-STATUS
000969             GO TO 7510-EXIT
000970     END-READ.
000971     IF ARC-NAME = WS-WORK-NAME
000972         ADD 1 TO WS-ARC-MATCH-COUNT
000973         DISPLAY "DELETED " ARC-DELETE-DATE " BY " ARC-OPERATOR-ID
000974             " - " ARC-CITY-NAME " " ARC-POSTCODE
000975         MOVE ARC-ADDR-DETAIL  TO WS-ARC-HELD-DETAIL
000976     END-IF.
000977 7510-EXIT.
000978     EXIT.
000979*
000980 7550-RESTORE-RECORD.
000981     MOVE WS-ARC-HELD-DETAIL TO WS-WORK-RECORD.
000982     MOVE WS-WORK-NAME         TO ADDR-NAME.
000983     MOVE WS-WORK-TYPE         TO ADDR-TYPE.
000984     MOVE WS-WORK-HOUSE-NUMBER TO ADDR-HOUSE-NUMBER.
000985     MOVE WS-WORK-STREET-NAME  TO ADDR-STREET-NAME.
000986     MOVE WS-WORK-CITY-NAME    TO ADDR-CITY-NAME.
000987     MOVE WS-WORK-COUNTY-NAME  TO ADDR-COUNTY-NAME.
000988     MOVE WS-WORK-POSTCODE     TO ADDR-POSTCODE.
000989     MOVE SPACE                TO ADDR-MAIL-STATUS.
000990     MOVE ZERO                 TO ADDR-RETURNED-DATE.
000991     WRITE ADDR-RECORD.
000992     IF WS-ADDR-DUPLICATE
000993         DISPLAY "AN ADDRESS OF THAT TYPE IS ALREADY ON FILE"
000994         GO TO 7550-EXIT
000995     END-IF.
000996     IF NOT WS-ADDR-OK
000997         DISPLAY "ERROR RESTORING ADDRESS - " WS-ADDR-STATUS
000998         GO TO 7550-EXIT
000999     END-IF.
001000     DISPLAY "ADDRESS RESTORED FROM ARCHIVE".
001001     MOVE "A"         TO WS-AUD-ACTION.
001002     MOVE SPACES      TO WS-AUD-BEFORE.
001003     MOVE ADDR-RECORD TO WS-AUD-AFTER.
001004     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
001005 7550-EXIT.
001006     EXIT.
001007*
001008*--------------------------------------------------------------*
001009*  7700-BROWSE-POSTCODE                                          *
001010*                                                                *
001011*  Positions on the ADDR-POSTCODE alternate key and lists       *
001012*  every record whose postcode starts with the entered text     *
001013*  (a full postcode or just its outward code), so a postcode    *
001014*  inquiry no longer scans the whole file.                      *
001015*--------------------------------------------------------------*
001016 7700-BROWSE-POSTCODE.
001017     DISPLAY "ENTER POSTCODE (OR ITS START): " WITH NO ADVANCING.
001018     MOVE SPACES TO WS-PC-INPUT.
001019     ACCEPT WS-PC-INPUT.
001020     MOVE ZERO TO WS-SEARCH-LEN.
001021     INSPECT WS-PC-INPUT TALLYING WS-SEARCH-LEN
001022         FOR CHARACTERS BEFORE INITIAL SPACE.
001023     IF WS-SEARCH-LEN = ZERO
001024         DISPLAY "NOTHING ENTERED"
001025         GO TO 7700-EXIT
001026     END-IF.
001027     MOVE ZERO TO WS-MATCH-COUNT.
001028     MOVE SPACES TO ADDR-POSTCODE.
001029     MOVE WS-PC-INPUT(1:WS-SEARCH-LEN)
001030         TO ADDR-POSTCODE(1:WS-SEARCH-LEN).
001031     START ADDR-FILE KEY IS NOT LESS THAN ADDR-POSTCODE
001032         INVALID KEY
001033             DISPLAY "NO ADDRESSES FOUND FOR THAT POSTCODE"
001034             GO TO 7700-EXIT
001035     END-START.
001036     MOVE "00" TO WS-ADDR-STATUS.
001037     PERFORM 7710-BROWSE-ONE-RECORD THRU 7710-EXIT
001038         UNTIL WS-ADDR-EOF.
001039     IF WS-MATCH-COUNT = ZERO
001040         DISPLAY "NO ADDRESSES FOUND FOR THAT POSTCODE"
001041     END-IF.
001042 7700-EXIT.
001043     EXIT.
001044*
001045 7710-BROWSE-ONE-RECORD.
001046     READ ADDR-FILE NEXT RECORD
001047         AT END
001048             MOVE "10" TO WS-ADDR-STATUS
001049             GO TO 7710-EXIT
001050     END-READ.
001051     IF ADDR-POSTCODE(1:WS-SEARCH-LEN)
001052             NOT = WS-PC-INPUT(1:WS-SEARCH-LEN)
001053         MOVE "10" TO WS-ADDR-STATUS
001054         GO TO 7710-EXIT
001055     END-IF.
001056     ADD 1 TO WS-MATCH-COUNT.
001057     DISPLAY ADDR-POSTCODE " " ADDR-NAME " " ADDR-TYPE " "
001058         ADDR-HOUSE-NUMBER " " ADDR-STREET-NAME.
001059 7710-EXIT.
001060     EXIT.
001061*
001062*--------------------------------------------------------------*
001063*  7800-WORK-QUEUE                                               *
001064*                                                                *
001065*  Works the DQQUEUE correction queue ADDR-CHK raises its       *
001066*  findings on: the next open item is shown and the clerk       *
001067*  fixes it through the change screen (supervisor role, as      *
001068*  CHANGE itself requires) or dismisses it with a reason;       *
001069*  either way the item closes under their operator ID.          *
001070*--------------------------------------------------------------*
001071 7800-WORK-QUEUE.
001072     OPEN I-O DQ-QUEUE-FILE.
001073     IF NOT WS-DQQ-OK
001074         DISPLAY "NO CORRECTION QUEUE ON SYSTEM"
001075         GO TO 7800-EXIT
001076     END-IF.
001077     MOVE LOW-VALUES TO DQQ-KEY.
001078     START DQ-QUEUE-FILE KEY IS NOT LESS THAN DQQ-KEY
001079         INVALID KEY
001080             DISPLAY "THE CORRECTION QUEUE IS EMPTY"
001081             CLOSE DQ-QUEUE-FILE
001082             GO TO 7800-EXIT
001083     END-START.
001084     MOVE "00" TO WS-DQQ-STATUS.
001085     MOVE "N"  TO WS-QUEUE-STOP-SWITCH.
001086     PERFORM 7810-WORK-ONE-ITEM THRU 7810-EXIT
001087         UNTIL WS-DQQ-EOF OR WS-QUEUE-STOPPED.
001088     CLOSE DQ-QUEUE-FILE.
001089 7800-EXIT.
001090     EXIT.
001091*
001092 7810-WORK-ONE-ITEM.
001093     READ DQ-QUEUE-FILE NEXT RECORD
001094         AT END
001095             DISPLAY "NO MORE OPEN ITEMS ON THE QUEUE"
001096             MOVE "10" TO WS-DQQ-STATUS
001097             GO TO 7810-EXIT
001098     END-READ.
001099     IF NOT DQQ-OPEN
001100         GO TO 7810-EXIT
001101     END-IF.
001102     DISPLAY " ".
001103     DISPLAY "FINDING: " DQQ-CHECK " RAISED " DQQ-RAISED-DATE.
001104     DISPLAY "RECORD:  " DQQ-NAME " " DQQ-TYPE.
001105     DISPLAY "DETAIL:  " DQQ-DETAIL.
001106     DISPLAY "FIX, DISMISS, SKIP OR STOP (F/D/S/0)? "
001107         WITH NO ADVANCING.
001108     ACCEPT WS-QUEUE-REPLY.
001109     EVALUATE WS-QUEUE-REPLY
001110         WHEN "F"
001111             PERFORM 7820-FIX-ITEM THRU 7820-EXIT
001112         WHEN "D"
001113             PERFORM 7830-DISMISS-ITEM THRU 7830-EXIT
001114         WHEN "0"
001115             SET WS-QUEUE-STOPPED TO TRUE
001116         WHEN OTHER
001117             CONTINUE
001118     END-EVALUATE.
001119 7810-EXIT.
001120     EXIT.
001121*
001122*--------------------------------------------------------------*
001123*  7820-FIX-ITEM                                                 *
001124*                                                                *
001125*  Drives the change screen for the finding's own record; the   *
001126*  item only closes when the change was actually applied.       *
001127*--------------------------------------------------------------*
001128 7820-FIX-ITEM.
001129     PERFORM 2800-CHECK-SUPERVISOR THRU 2800-EXIT.
001130     IF WS-ROLE-ALLOWED NOT = "Y"
001131         GO TO 7820-EXIT
001132     END-IF.
001133     MOVE DQQ-NAME TO WS-WORK-NAME.
001134     MOVE DQQ-TYPE TO WS-WORK-TYPE.
001135     PERFORM 4010-CHANGE-PRESET THRU 4010-EXIT.
001136     IF NOT WS-CHANGE-DONE
001137         DISPLAY "ITEM LEFT OPEN - CHANGE NOT APPLIED"
001138         GO TO 7820-EXIT
001139     END-IF.
001140     MOVE "F"           TO DQQ-STATUS.
001141     MOVE WS-CUR-OPR-ID TO DQQ-CLOSED-BY.
001142     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001143     MOVE WS-TODAY-DATE TO DQQ-CLOSED-DATE.
001144     REWRITE DQ-QUEUE-RECORD
001145         INVALID KEY
001146             DISPLAY "ERROR CLOSING QUEUE ITEM - " WS-DQQ-STATUS
001147             GO TO 7820-EXIT
001148     END-REWRITE.
001149     DISPLAY "ITEM CLOSED AS FIXED".
001150 7820-EXIT.
001151     EXIT.
001152*
001153*--------------------------------------------------------------*
001154*  7830-DISMISS-ITEM                                             *
001155*--------------------------------------------------------------*
001156 7830-DISMISS-ITEM.
001157     DISPLAY "DISMISSAL REASON: " WITH NO ADVANCING.
001158     MOVE SPACES TO DQQ-REASON.
001159     ACCEPT DQQ-REASON.
001160     IF DQQ-REASON = SPACES
001161         DISPLAY "A REASON IS REQUIRED - ITEM LEFT OPEN"
001162         GO TO 7830-EXIT
001163     END-IF.
001164     MOVE "D"           TO DQQ-STATUS.
001165     MOVE WS-CUR-OPR-ID TO DQQ-CLOSED-BY.
001166     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001167     MOVE WS-TODAY-DATE TO DQQ-CLOSED-DATE.
001168     REWRITE DQ-QUEUE-RECORD
001169         INVALID KEY
001170             DISPLAY "ERROR CLOSING QUEUE ITEM - " WS-DQQ-STATUS
001171             GO TO 7830-EXIT
001172     END-REWRITE.
001173     DISPLAY "ITEM CLOSED AS DISMISSED".
001174 7830-EXIT.
001175     EXIT.
001176*
001177*--------------------------------------------------------------*
001178*  9000-TERMINATE                                                *
001179*--------------------------------------------------------------*
001180 9000-TERMINATE.
001181     CLOSE ADDR-FILE.
001182     IF WS-RGN-AVAILABLE
001183         CLOSE REGION-FILE
001184     END-IF.
001185     IF WS-PCD-AVAILABLE
001186         CLOSE POSTCODE-FILE
001187     END-IF.
001188 9000-EXIT.
001189     EXIT.
001190*
001191*--------------------------------------------------------------*
001192*  8000-LOG-ERROR                                                *
001193*                                                                *
001194*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
001195*  and WS-ERR-TEXT must be set by the caller before this is      *
001196*  PERFORMed.                                                    *
001197*--------------------------------------------------------------*
001198 8000-LOG-ERROR.
001199     MOVE "ADRESS-FINDER" TO WS-ERR-PROGRAM.
001200     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
001201         WS-ERR-TEXT.
001202 8000-EXIT.
001203     EXIT.
001204*
001205*--------------------------------------------------------------*
001206*  8500-WRITE-AUDIT                                              *
001207*                                                                *
001208*  Appends one before/after record to the shared address audit  *
001209*  trail. WS-AUD-ACTION, WS-AUD-BEFORE and WS-AUD-AFTER must be *
001210*  set by the caller before this is PERFORMed.                  *
001211*--------------------------------------------------------------*
001212 8500-WRITE-AUDIT.
001213     MOVE WS-CUR-OPR-ID TO WS-AUD-OPERATOR.
001214     CALL "adr-audt" USING WS-AUD-ACTION WS-AUD-OPERATOR
001215         WS-AUD-BEFORE WS-AUD-AFTER.
001216 8500-EXIT.
001217     EXIT.
001218*
001219*--------------------------------------------------------------*
001220*  8600-TAKE-LOCK                                                *
001221*                                                                *
001222*  Takes the update lock on the record named by WS-WORK-NAME    *
001223*  and WS-WORK-TYPE through the shared LOCK-MGR subroutine; a   *
001224*  refused lock tells the operator who holds it.                *
001225*--------------------------------------------------------------*
001226 8600-TAKE-LOCK.
001227     MOVE "L" TO WS-LOK-FUNCTION.
001228     MOVE "ADDRFILE" TO WS-LOK-FILE-NAME.
001229     MOVE SPACES TO WS-LOK-RECORD-KEY.
001230     MOVE WS-WORK-NAME TO WS-LOK-RECORD-KEY(1:30).
001231     MOVE WS-WORK-TYPE TO WS-LOK-RECORD-KEY(31:1).
001232     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
001233         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
001234     IF WS-LOK-GRANTED NOT = "Y"
001235         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
001236     END-IF.
001237 8600-EXIT.
001238     EXIT.
001239*
001240*--------------------------------------------------------------*
001241*  8700-FREE-LOCK                                                *
001242*--------------------------------------------------------------*
001243 8700-FREE-LOCK.
001244     MOVE "U" TO WS-LOK-FUNCTION.
001245     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
001246         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
001247 8700-EXIT.
001248     EXIT.
