000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  The type and postcode of each ADDRFILE     *
000012*                    record deleted are kept on the register    *
000013*                    record, so the erasure can be counted      *
000014*                    against its postcode district.             *
000015*  15-OCT-2026  BJD  ADDRVRFY re-verification letters           *
000016*                    for the name are deleted as well, and      *
000017*                    counted on the register record.            *
000018*  15-OCT-2026  BJD  RTNHIST returned-mail rows for the name    *
000019*                    are removed as well, and counted on the    *
000020*                    register record.                           *
000021*  02-SEP-2026  BJD  New program. Right-to-erasure processing:  *
000022*                    given a name (supervisor or administrator  *
000023*                    authorisation via OPR-CURR), every         *
000024*                    ADDRFILE record for the name is deleted,   *
000025*                    its ADDRARCH archive rows, CAMPHIST        *
000026*                    mailing history (including OPTOUT),        *
000027*                    RESPHIST responses, DUPWORK worklist       *
000028*                    pairs and DQQUEUE findings are removed,    *
000029*                    the name is blanked out of the ADDRAUDT    *
000030*                    before/after images and off any label      *
000031*                    lines still sitting on LABELOUT, BULKLBL   *
000032*                    or CAMPLBL, and one dated record goes to   *
000033*                    the ERASEREG register - the one place the  *
000034*                    request itself is remembered, and the      *
000035*                    suppression list ADDR-LOAD checks so the   *
000036*                    name is never re-added from a bulk load.   *
000037*                    Each rewritten file passes through a work  *
000038*                    record sized to its own layout, and the    *
000039*                    ADDRFILE deletes take the shared LOCK-MGR  *
000040*                    lock the interactive screens take.         *
000041*--------------------------------------------------------------*
000042 ENVIRONMENT DIVISION.
000043 INPUT-OUTPUT SECTION.
000044 FILE-CONTROL.
000045     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000046         ORGANIZATION IS INDEXED
000047         ACCESS MODE IS DYNAMIC
000048         RECORD KEY IS ADDR-KEY
000049         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000050             WITH DUPLICATES
000051         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000052             WITH DUPLICATES
000053         FILE STATUS IS WS-ADDR-STATUS.
000054     SELECT ADDR-ARCHIVE-FILE ASSIGN TO "ADDRARCH"
000055         ORGANIZATION IS LINE SEQUENTIAL
000056         FILE STATUS IS WS-ARC-STATUS.
000057     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000058         ORGANIZATION IS LINE SEQUENTIAL
000059         FILE STATUS IS WS-AUDF-STATUS.
000060     SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
000061         ORGANIZATION IS LINE SEQUENTIAL
000062         FILE STATUS IS WS-HIST-STATUS.
000063     SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RESPHIST"
000064         ORGANIZATION IS LINE SEQUENTIAL
000065         FILE STATUS IS WS-RESP-STATUS.
000066     SELECT DUP-WORK-FILE ASSIGN TO "DUPWORK"
000067         ORGANIZATION IS LINE SEQUENTIAL
000068         FILE STATUS IS WS-DUP-STATUS.
000069     SELECT DQ-QUEUE-FILE ASSIGN TO "DQQUEUE"
000070         ORGANIZATION IS INDEXED
000071         ACCESS MODE IS DYNAMIC
000072         RECORD KEY IS DQQ-KEY
000073         FILE STATUS IS WS-DQQ-STATUS.
000074     SELECT ADDR-VERIFY-FILE ASSIGN TO "ADDRVRFY"
000075         ORGANIZATION IS INDEXED
000076         ACCESS MODE IS DYNAMIC
000077         RECORD KEY IS AVR-KEY
000078         FILE STATUS IS WS-AVR-STATUS.
000079     SELECT RETURNED-HISTORY-FILE ASSIGN TO "RTNHIST"
000080         ORGANIZATION IS LINE SEQUENTIAL
000081         FILE STATUS IS WS-RTNH-STATUS.
000082     SELECT LABEL-FILE ASSIGN TO "LABELOUT"
000083         ORGANIZATION IS LINE SEQUENTIAL
000084         FILE STATUS IS WS-LBL-STATUS.
000085     SELECT BULK-LABEL-FILE ASSIGN TO "BULKLBL"
000086         ORGANIZATION IS LINE SEQUENTIAL
000087         FILE STATUS IS WS-LBL-STATUS.
000088     SELECT CAMPAIGN-LABEL-FILE ASSIGN TO "CAMPLBL"
000089         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-LBL-STATUS.
000091     SELECT ERASE-WORK-FILE ASSIGN TO "ERASWORK"
000092         ORGANIZATION IS LINE SEQUENTIAL
000093         FILE STATUS IS WS-WORK-STATUS.
000094     SELECT ERASURE-REGISTER-FILE ASSIGN TO "ERASEREG"
000095         ORGANIZATION IS LINE SEQUENTIAL
000096         FILE STATUS IS WS-REG-STATUS.
000097*
000098 DATA DIVISION.
000099 FILE SECTION.
000100 FD  ADDR-FILE
000101     LABEL RECORDS ARE STANDARD.
000102     COPY ADDRREC.
000103*
000104 FD  ADDR-ARCHIVE-FILE
000105     LABEL RECORDS ARE STANDARD.
000106     COPY ADDRARC.
000107*
000108 FD  ADDR-AUDIT-FILE
000109     LABEL RECORDS ARE STANDARD.
000110     COPY ADDRAUD.
000111*
000112 FD  CAMPAIGN-HISTORY-FILE
000113     LABEL RECORDS ARE STANDARD.
000114     COPY CAMPHREC.
000115*
000116 FD  RESPONSE-HISTORY-FILE
000117     LABEL RECORDS ARE STANDARD.
000118     COPY RESPHREC.
000119*
000120 FD  DUP-WORK-FILE
000121     LABEL RECORDS ARE STANDARD.
000122     COPY DUPWREC.
000123*
000124 FD  DQ-QUEUE-FILE
000125     LABEL RECORDS ARE STANDARD.
000126     COPY DQQREC.
000127*
000128 FD  ADDR-VERIFY-FILE
000129     LABEL RECORDS ARE STANDARD.
000130     COPY ADDRVREC.
000131*
000132 FD  RETURNED-HISTORY-FILE
000133     LABEL RECORDS ARE STANDARD.
000134     COPY RTNHREC.
000135*
000136 FD  LABEL-FILE
000137     LABEL RECORDS ARE STANDARD.
000138 01  LABEL-RECORD            PIC X(48).
000139*
000140 FD  BULK-LABEL-FILE
000141     LABEL RECORDS ARE STANDARD.
000142 01  BULK-LABEL-RECORD       PIC X(48).
000143*
000144 FD  CAMPAIGN-LABEL-FILE
000145     LABEL RECORDS ARE STANDARD.
000146 01  CAMPAIGN-LABEL-RECORD   PIC X(48).
000147*
000148*--------------------------------------------------------------*
000149*  THE WORK FILE CARRIES EACH PASS UNDER A RECORD SIZED TO      *
000150*  THAT FILE'S OWN LAYOUT, SO NO PASS CAN TRUNCATE ANOTHER      *
000151*  FILE'S ROWS.                                                  *
000152*--------------------------------------------------------------*
000153 FD  ERASE-WORK-FILE
000154     LABEL RECORDS ARE STANDARD.
000155 01  ERASE-WORK-AUDIT        PIC X(284).
000156 01  ERASE-WORK-ARCHIVE      PIC X(136).
000157 01  ERASE-WORK-WORKLIST     PIC X(85).
000158 01  ERASE-WORK-RESPONSE     PIC X(52).
000159 01  ERASE-WORK-RETURNED     PIC X(62).
000160 01  ERASE-WORK-HISTORY      PIC X(48).
000161 01  ERASE-WORK-LABEL        PIC X(48).
000162*
000163 FD  ERASURE-REGISTER-FILE
000164     LABEL RECORDS ARE STANDARD.
000165     COPY ERASEREC.
000166*
000167 WORKING-STORAGE SECTION.
000168*
000169 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000170     88  WS-ADDR-OK                    VALUE "00".
000171 01  WS-ARC-STATUS           PIC X(02) VALUE "00".
000172     88  WS-ARC-OK                     VALUE "00".
000173     88  WS-ARC-EOF                    VALUE "10".
000174 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000175     88  WS-AUDF-OK                    VALUE "00".
000176     88  WS-AUDF-EOF                   VALUE "10".
000177 01  WS-HIST-STATUS          PIC X(02) VALUE "00".
000178     88  WS-HIST-OK                    VALUE "00".
000179     88  WS-HIST-EOF                   VALUE "10".
000180 01  WS-RESP-STATUS          PIC X(02) VALUE "00".
000181     88  WS-RESP-OK                    VALUE "00".
000182     88  WS-RESP-EOF                   VALUE "10".
000183 01  WS-DUP-STATUS           PIC X(02) VALUE "00".
000184     88  WS-DUP-OK                     VALUE "00".
000185     88  WS-DUP-EOF                    VALUE "10".
000186 01  WS-DQQ-STATUS           PIC X(02) VALUE "00".
000187     88  WS-DQQ-OK                     VALUE "00".
000188     88  WS-DQQ-EOF                    VALUE "10".
000189 01  WS-AVR-STATUS           PIC X(02) VALUE "00".
000190     88  WS-AVR-OK                     VALUE "00".
000191     88  WS-AVR-EOF                    VALUE "10".
000192 01  WS-RTNH-STATUS          PIC X(02) VALUE "00".
000193     88  WS-RTNH-OK                    VALUE "00".
000194     88  WS-RTNH-EOF                   VALUE "10".
000195 01  WS-LBL-STATUS           PIC X(02) VALUE "00".
000196     88  WS-LBL-OK                     VALUE "00".
000197     88  WS-LBL-EOF                    VALUE "10".
000198 01  WS-WORK-STATUS          PIC X(02) VALUE "00".
000199     88  WS-WORK-OK                    VALUE "00".
000200     88  WS-WORK-EOF                   VALUE "10".
000201 01  WS-REG-STATUS           PIC X(02) VALUE "00".
000202     88  WS-REG-OK                     VALUE "00".
000203*
000204 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000205     88  WS-EXIT-PROGRAM              VALUE "Y".
000206*
000207 01  WS-TODAY-DATE           PIC 9(08).
000208 01  WS-ERASE-NAME           PIC X(30).
000209 01  WS-CONFIRM-REPLY        PIC X(01).
000210 01  WS-TYPE-INDEX           PIC 9(01).
000211 01  WS-TYPE-LIST            PIC X(03) VALUE "HWD".
000212*
000213*--------------------------------------------------------------*
000214*  THE MARKER LEFT WHERE A NAME WAS BLANKED ON THE AUDIT TRAIL  *
000215*--------------------------------------------------------------*
000216 01  WS-ERASED-MARKER        PIC X(30)
000217     VALUE "** ERASED **".
000218*
000219*--------------------------------------------------------------*
000220*  REMOVAL COUNTS FOR THE REGISTER RECORD                        *
000221*--------------------------------------------------------------*
000222 01  WS-ADDR-COUNT           PIC 9(03) VALUE ZERO.
000223 01  WS-ARCH-COUNT           PIC 9(05) VALUE ZERO.
000224 01  WS-AUDT-COUNT           PIC 9(05) VALUE ZERO.
000225 01  WS-HIST-COUNT           PIC 9(05) VALUE ZERO.
000226 01  WS-LABL-COUNT           PIC 9(05) VALUE ZERO.
000227 01  WS-RESP-COUNT           PIC 9(05) VALUE ZERO.
000228 01  WS-DUPW-COUNT           PIC 9(05) VALUE ZERO.
000229 01  WS-DQQ-COUNT            PIC 9(05) VALUE ZERO.
000230 01  WS-RTN-COUNT            PIC 9(05) VALUE ZERO.
000231 01  WS-AVR-COUNT            PIC 9(05) VALUE ZERO.
000232*
000233 01  WS-ERASED-ADDRESSES     VALUE SPACES.
000234     05  WS-ERASED-ADDRESS OCCURS 3 TIMES.
000235         10  WS-ERASED-TYPE      PIC X(01).
000236         10  WS-ERASED-POSTCODE  PIC X(09).
000237*
000238*--------------------------------------------------------------*
000239*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000240*--------------------------------------------------------------*
000241     COPY OPRCURR.
000242*
000243*--------------------------------------------------------------*
000244*  SHARED RECORD-LOCK WORK AREAS                                 *
000245*--------------------------------------------------------------*
000246     COPY LOKCALL.
000247*
000248 PROCEDURE DIVISION.
000249*
000250*--------------------------------------------------------------*
000251*  0000-MAINLINE                                                *
000252*--------------------------------------------------------------*
000253 0000-MAINLINE.
000254     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000255     IF NOT WS-EXIT-PROGRAM
000256         PERFORM 2000-ERASE-ONE-NAME THRU 2000-EXIT
000257     END-IF.
000258     GOBACK.
000259*
000260*--------------------------------------------------------------*
000261*  1000-INITIALIZE                                               *
000262*--------------------------------------------------------------*
000263 1000-INITIALIZE.
000264     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000265     MOVE "G" TO WS-CUR-FUNCTION.
000266     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000267         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000268     IF WS-CUR-OPR-ROLE NOT = "S" AND WS-CUR-OPR-ROLE NOT = "A"
000269         DISPLAY "SUPERVISOR AUTHORISATION REQUIRED FOR"
000270         DISPLAY "RIGHT-TO-ERASURE PROCESSING"
000271         SET WS-EXIT-PROGRAM TO TRUE
000272     END-IF.
000273 1000-EXIT.
000274     EXIT.
000275*
000276*--------------------------------------------------------------*
000277*  2000-ERASE-ONE-NAME                                           *
000278*--------------------------------------------------------------*
000279 2000-ERASE-ONE-NAME.
000280     DISPLAY "NAME TO BE FORGOTTEN: " WITH NO ADVANCING.
000281     MOVE SPACES TO WS-ERASE-NAME.
000282     ACCEPT WS-ERASE-NAME.
000283     IF WS-ERASE-NAME = SPACES
000284         DISPLAY "NOTHING ENTERED"
000285         GO TO 2000-EXIT
000286     END-IF.
000287     DISPLAY "THIS REMOVES THE NAME FROM THE ADDRESS BOOK,".
000288     DISPLAY "ITS ARCHIVE, THE AUDIT IMAGES, THE CAMPAIGN".
000289     DISPLAY "AND RESPONSE HISTORY, THE RETURNED MAIL, THE".
000290     DISPLAY "WORK QUEUES, THE ADDRESS CHECKS AND ANY HELD".
000291     DISPLAY "LABELS.".
000292     DISPLAY "PROCEED (Y/N)? "
000293         WITH NO ADVANCING.
000294     ACCEPT WS-CONFIRM-REPLY.
000295     IF WS-CONFIRM-REPLY NOT = "Y"
000296         DISPLAY "ERASURE NOT RUN"
000297         GO TO 2000-EXIT
000298     END-IF.
000299     PERFORM 3000-ERASE-ADDR-FILE THRU 3000-EXIT.
000300     PERFORM 4000-ERASE-ARCHIVE THRU 4000-EXIT.
000301     PERFORM 5000-ERASE-AUDIT THRU 5000-EXIT.
000302     PERFORM 6000-ERASE-HISTORY THRU 6000-EXIT.
000303     PERFORM 6300-ERASE-RESPONSES THRU 6300-EXIT.
000304     PERFORM 6600-ERASE-WORKLIST THRU 6600-EXIT.
000305     PERFORM 6800-ERASE-DQ-QUEUE THRU 6800-EXIT.
000306     PERFORM 6850-ERASE-VERIFY THRU 6850-EXIT.
000307     PERFORM 6900-ERASE-RETURNS THRU 6900-EXIT.
000308     PERFORM 7000-ERASE-LABELS THRU 7000-EXIT.
000309     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
000310     DISPLAY "ERASURE COMPLETE AND REGISTERED".
000311     DISPLAY "ADDRESS BOOK:      " WS-ADDR-COUNT.
000312     DISPLAY "ARCHIVE:           " WS-ARCH-COUNT.
000313     DISPLAY "AUDIT IMAGES:      " WS-AUDT-COUNT.
000314     DISPLAY "CAMPAIGN HISTORY:  " WS-HIST-COUNT.
000315     DISPLAY "RESPONSE HISTORY:  " WS-RESP-COUNT.
000316     DISPLAY "DUPLICATE WORKLIST:" WS-DUPW-COUNT.
000317     DISPLAY "CORRECTION QUEUE:  " WS-DQQ-COUNT.
000318     DISPLAY "ADDRESS CHECKS:    " WS-AVR-COUNT.
000319     DISPLAY "RETURNED MAIL:     " WS-RTN-COUNT.
000320     DISPLAY "LABEL LINES:       " WS-LABL-COUNT.
000321 2000-EXIT.
000322     EXIT.
000323*
000324*--------------------------------------------------------------*
000325*  3000-ERASE-ADDR-FILE                                          *
000326*--------------------------------------------------------------*
000327 3000-ERASE-ADDR-FILE.
000328     OPEN I-O ADDR-FILE.
000329     IF NOT WS-ADDR-OK
000330         DISPLAY "CANNOT OPEN ADDR-FILE - STATUS " WS-ADDR-STATUS
000331         GO TO 3000-EXIT
000332     END-IF.
000333     PERFORM 3100-DELETE-ONE-TYPE THRU 3100-EXIT
000334         VARYING WS-TYPE-INDEX FROM 1 BY 1
000335         UNTIL WS-TYPE-INDEX > 3.
000336     CLOSE ADDR-FILE.
000337 3000-EXIT.
000338     EXIT.
000339*
000340*--------------------------------------------------------------*
000341*  3100-DELETE-ONE-TYPE                                          *
000342*                                                                *
000343*  Each delete takes the same LOCK-MGR record lock the           *
000344*  interactive screens take, so an operator mid-change is not   *
000345*  trodden on.                                                   *
000346*--------------------------------------------------------------*
000347 3100-DELETE-ONE-TYPE.
000348     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000349     IF WS-LOK-GRANTED NOT = "Y"
000350         GO TO 3100-EXIT
000351     END-IF.
000352     MOVE WS-ERASE-NAME TO ADDR-NAME.
000353     MOVE WS-TYPE-LIST(WS-TYPE-INDEX:1) TO ADDR-TYPE.
000354     READ ADDR-FILE
000355         INVALID KEY
000356             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000357             GO TO 3100-EXIT
000358     END-READ.
000359     DELETE ADDR-FILE
000360         INVALID KEY
000361             DISPLAY "ERROR DELETING " ADDR-NAME
000362             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000363             GO TO 3100-EXIT
000364     END-DELETE.
000365     ADD 1 TO WS-ADDR-COUNT.
000366     MOVE ADDR-TYPE     TO WS-ERASED-TYPE(WS-ADDR-COUNT).
000367     MOVE ADDR-POSTCODE TO WS-ERASED-POSTCODE(WS-ADDR-COUNT).
000368     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000369 3100-EXIT.
000370     EXIT.
000371*
000372*--------------------------------------------------------------*
000373*  4000-ERASE-ARCHIVE                                            *
000374*                                                                *
000375*  Rewrites ADDRARCH without the name's rows, the two-pass      *
000376*  work-file shape the log housekeeping uses.                   *
000377*--------------------------------------------------------------*
000378 4000-ERASE-ARCHIVE.
000379     MOVE "00" TO WS-ARC-STATUS.
000380     OPEN INPUT ADDR-ARCHIVE-FILE.
000381     IF NOT WS-ARC-OK
000382         GO TO 4000-EXIT
000383     END-IF.
000384     OPEN OUTPUT ERASE-WORK-FILE.
000385     PERFORM 4100-COPY-ONE-ARCHIVE THRU 4100-EXIT
000386         UNTIL WS-ARC-EOF.
000387     CLOSE ADDR-ARCHIVE-FILE.
000388     CLOSE ERASE-WORK-FILE.
000389     MOVE "00" TO WS-WORK-STATUS.
000390     OPEN INPUT ERASE-WORK-FILE.
000391     OPEN OUTPUT ADDR-ARCHIVE-FILE.
000392     PERFORM 4200-COPY-ONE-BACK THRU 4200-EXIT
000393         UNTIL WS-WORK-EOF.
000394     CLOSE ERASE-WORK-FILE.
000395     CLOSE ADDR-ARCHIVE-FILE.
000396 4000-EXIT.
000397     EXIT.
000398*
000399 4100-COPY-ONE-ARCHIVE.
000400     READ ADDR-ARCHIVE-FILE
000401         AT END
000402             MOVE "10" TO WS-ARC-STATUS
000403             GO TO 4100-EXIT
000404     END-READ.
000405     IF ARC-NAME = WS-ERASE-NAME
000406         ADD 1 TO WS-ARCH-COUNT
000407         GO TO 4100-EXIT
000408     END-IF.
000409     MOVE SPACES TO ERASE-WORK-ARCHIVE.
000410     MOVE ADDR-ARCHIVE-RECORD TO ERASE-WORK-ARCHIVE.
000411     WRITE ERASE-WORK-ARCHIVE.
000412 4100-EXIT.
000413     EXIT.
000414*
000415 4200-COPY-ONE-BACK.
000416     READ ERASE-WORK-FILE
000417         AT END
000418             MOVE "10" TO WS-WORK-STATUS
000419             GO TO 4200-EXIT
000420     END-READ.
000421     MOVE ERASE-WORK-ARCHIVE TO ADDR-ARCHIVE-RECORD.
000422     WRITE ADDR-ARCHIVE-RECORD.
000423 4200-EXIT.
000424     EXIT.
000425*
000426*--------------------------------------------------------------*
000427*  5000-ERASE-AUDIT                                              *
000428*                                                                *
000429*  The audit trail keeps its rows - the trail must stay         *
000430*  complete - but the name is blanked to the erased marker in   *
000431*  both the before and after images.                             *
000432*--------------------------------------------------------------*
000433 5000-ERASE-AUDIT.
000434     MOVE "00" TO WS-AUDF-STATUS.
000435     OPEN INPUT ADDR-AUDIT-FILE.
000436     IF NOT WS-AUDF-OK
000437         GO TO 5000-EXIT
000438     END-IF.
000439     OPEN OUTPUT ERASE-WORK-FILE.
000440     PERFORM 5100-COPY-ONE-AUDIT THRU 5100-EXIT
000441         UNTIL WS-AUDF-EOF.
000442     CLOSE ADDR-AUDIT-FILE.
000443     CLOSE ERASE-WORK-FILE.
000444     MOVE "00" TO WS-WORK-STATUS.
000445     OPEN INPUT ERASE-WORK-FILE.
000446     OPEN OUTPUT ADDR-AUDIT-FILE.
000447     PERFORM 5200-COPY-ONE-BACK THRU 5200-EXIT
000448         UNTIL WS-WORK-EOF.
000449     CLOSE ERASE-WORK-FILE.
000450     CLOSE ADDR-AUDIT-FILE.
000451 5000-EXIT.
000452     EXIT.
000453*
000454 5100-COPY-ONE-AUDIT.
000455     READ ADDR-AUDIT-FILE
000456         AT END
000457             MOVE "10" TO WS-AUDF-STATUS
000458             GO TO 5100-EXIT
000459     END-READ.
000460     IF AUD-BEF-NAME = WS-ERASE-NAME
000461        OR AUD-AFT-NAME = WS-ERASE-NAME
000462         ADD 1 TO WS-AUDT-COUNT
000463         IF AUD-BEF-NAME = WS-ERASE-NAME
000464             MOVE WS-ERASED-MARKER TO AUD-BEF-NAME
000465         END-IF
000466         IF AUD-AFT-NAME = WS-ERASE-NAME
000467             MOVE WS-ERASED-MARKER TO AUD-AFT-NAME
000468         END-IF
000469     END-IF.
000470     MOVE SPACES TO ERASE-WORK-AUDIT.
000471     MOVE ADDR-AUDIT-RECORD TO ERASE-WORK-AUDIT.
000472     WRITE ERASE-WORK-AUDIT.
000473 5100-EXIT.
000474     EXIT.
000475*
000476 5200-COPY-ONE-BACK.
000477     READ ERASE-WORK-FILE
000478         AT END
000479             MOVE "10" TO WS-WORK-STATUS
000480             GO TO 5200-EXIT
000481     END-READ.
000482     MOVE ERASE-WORK-AUDIT TO ADDR-AUDIT-RECORD.
000483     WRITE ADDR-AUDIT-RECORD.
000484 5200-EXIT.
000485     EXIT.
000486*
000487*--------------------------------------------------------------*
000488*  6000-ERASE-HISTORY                                            *
000489*                                                                *
000490*  CAMPHIST rows for the name (including any OPTOUT) are        *
000491*  dropped; the ERASEREG register record is what stops the      *
000492*  name being re-added by a bulk load.                          *
000493*--------------------------------------------------------------*
000494 6000-ERASE-HISTORY.
000495     MOVE "00" TO WS-HIST-STATUS.
000496     OPEN INPUT CAMPAIGN-HISTORY-FILE.
000497     IF NOT WS-HIST-OK
000498         GO TO 6000-EXIT
000499     END-IF.
000500     OPEN OUTPUT ERASE-WORK-FILE.
000501     PERFORM 6100-COPY-ONE-HISTORY THRU 6100-EXIT
000502         UNTIL WS-HIST-EOF.
000503     CLOSE CAMPAIGN-HISTORY-FILE.
000504     CLOSE ERASE-WORK-FILE.
000505     MOVE "00" TO WS-WORK-STATUS.
000506     OPEN INPUT ERASE-WORK-FILE.
000507     OPEN OUTPUT CAMPAIGN-HISTORY-FILE.
000508     PERFORM 6200-COPY-ONE-BACK THRU 6200-EXIT
000509         UNTIL WS-WORK-EOF.
000510     CLOSE ERASE-WORK-FILE.
000511     CLOSE CAMPAIGN-HISTORY-FILE.
000512 6000-EXIT.
000513     EXIT.
000514*
000515 6100-COPY-ONE-HISTORY.
000516     READ CAMPAIGN-HISTORY-FILE
000517         AT END
000518             MOVE "10" TO WS-HIST-STATUS
000519             GO TO 6100-EXIT
000520     END-READ.
000521     IF CMP-NAME = WS-ERASE-NAME
000522         ADD 1 TO WS-HIST-COUNT
000523         GO TO 6100-EXIT
000524     END-IF.
000525     MOVE SPACES TO ERASE-WORK-HISTORY.
000526     MOVE CAMPAIGN-HISTORY-RECORD TO ERASE-WORK-HISTORY.
000527     WRITE ERASE-WORK-HISTORY.
000528 6100-EXIT.
000529     EXIT.
000530*
000531 6200-COPY-ONE-BACK.
000532     READ ERASE-WORK-FILE
000533         AT END
000534             MOVE "10" TO WS-WORK-STATUS
000535             GO TO 6200-EXIT
000536     END-READ.
000537     MOVE ERASE-WORK-HISTORY TO CAMPAIGN-HISTORY-RECORD.
000538     WRITE CAMPAIGN-HISTORY-RECORD.
000539 6200-EXIT.
000540     EXIT.
000541*
000542*--------------------------------------------------------------*
000543*  6300-ERASE-RESPONSES                                          *
000544*--------------------------------------------------------------*
000545 6300-ERASE-RESPONSES.
000546     MOVE "00" TO WS-RESP-STATUS.
000547     OPEN INPUT RESPONSE-HISTORY-FILE.
000548     IF NOT WS-RESP-OK
000549         GO TO 6300-EXIT
000550     END-IF.
000551     OPEN OUTPUT ERASE-WORK-FILE.
000552     PERFORM 6400-COPY-ONE-RESPONSE THRU 6400-EXIT
000553         UNTIL WS-RESP-EOF.
000554     CLOSE RESPONSE-HISTORY-FILE.
000555     CLOSE ERASE-WORK-FILE.
000556     MOVE "00" TO WS-WORK-STATUS.
000557     OPEN INPUT ERASE-WORK-FILE.
000558     OPEN OUTPUT RESPONSE-HISTORY-FILE.
000559     PERFORM 6500-COPY-ONE-BACK THRU 6500-EXIT
000560         UNTIL WS-WORK-EOF.
000561     CLOSE ERASE-WORK-FILE.
000562     CLOSE RESPONSE-HISTORY-FILE.
000563 6300-EXIT.
000564     EXIT.
000565*
000566 6400-COPY-ONE-RESPONSE.
000567     READ RESPONSE-HISTORY-FILE
000568         AT END
000569             MOVE "10" TO WS-RESP-STATUS
000570             GO TO 6400-EXIT
000571     END-READ.
000572     IF RSP-NAME = WS-ERASE-NAME
000573         ADD 1 TO WS-RESP-COUNT
000574         GO TO 6400-EXIT
000575     END-IF.
000576     MOVE SPACES TO ERASE-WORK-RESPONSE.
000577     MOVE RESPONSE-HISTORY-RECORD TO ERASE-WORK-RESPONSE.
000578     WRITE ERASE-WORK-RESPONSE.
000579 6400-EXIT.
000580     EXIT.
000581*
000582 6500-COPY-ONE-BACK.
000583     READ ERASE-WORK-FILE
000584         AT END
000585             MOVE "10" TO WS-WORK-STATUS
000586             GO TO 6500-EXIT
000587     END-READ.
000588     MOVE ERASE-WORK-RESPONSE TO RESPONSE-HISTORY-RECORD.
000589     WRITE RESPONSE-HISTORY-RECORD.
000590 6500-EXIT.
000591     EXIT.
000592*
000593*--------------------------------------------------------------*
000594*  6600-ERASE-WORKLIST                                           *
000595*                                                                *
000596*  A DUPWORK suspected-duplicate pair naming the person on      *
000597*  either side is dropped.                                       *
000598*--------------------------------------------------------------*
000599 6600-ERASE-WORKLIST.
000600     MOVE "00" TO WS-DUP-STATUS.
000601     OPEN INPUT DUP-WORK-FILE.
000602     IF NOT WS-DUP-OK
000603         GO TO 6600-EXIT
000604     END-IF.
000605     OPEN OUTPUT ERASE-WORK-FILE.
000606     PERFORM 6610-COPY-ONE-PAIR THRU 6610-EXIT
000607         UNTIL WS-DUP-EOF.
000608     CLOSE DUP-WORK-FILE.
000609     CLOSE ERASE-WORK-FILE.
000610     MOVE "00" TO WS-WORK-STATUS.
000611     OPEN INPUT ERASE-WORK-FILE.
000612     OPEN OUTPUT DUP-WORK-FILE.
000613     PERFORM 6620-COPY-ONE-BACK THRU 6620-EXIT
000614         UNTIL WS-WORK-EOF.
000615     CLOSE ERASE-WORK-FILE.
000616     CLOSE DUP-WORK-FILE.
000617 6600-EXIT.
000618     EXIT.
000619*
000620 6610-COPY-ONE-PAIR.
000621     READ DUP-WORK-FILE
000622         AT END
000623             MOVE "10" TO WS-DUP-STATUS
000624             GO TO 6610-EXIT
000625     END-READ.
000626     IF DUP-NAME-1 = WS-ERASE-NAME
000627        OR DUP-NAME-2 = WS-ERASE-NAME
000628         ADD 1 TO WS-DUPW-COUNT
000629         GO TO 6610-EXIT
000630     END-IF.
000631     MOVE SPACES TO ERASE-WORK-WORKLIST.
000632     MOVE DUP-WORK-RECORD TO ERASE-WORK-WORKLIST.
000633     WRITE ERASE-WORK-WORKLIST.
000634 6610-EXIT.
000635     EXIT.
000636*
000637 6620-COPY-ONE-BACK.
000638     READ ERASE-WORK-FILE
000639         AT END
000640             MOVE "10" TO WS-WORK-STATUS
000641             GO TO 6620-EXIT
000642     END-READ.
000643     MOVE ERASE-WORK-WORKLIST TO DUP-WORK-RECORD.
000644     WRITE DUP-WORK-RECORD.
000645 6620-EXIT.
000646     EXIT.
000647*
000648*--------------------------------------------------------------*
000649*  6800-ERASE-DQ-QUEUE                                           *
000650*                                                                *
000651*  The correction queue is keyed on the name, so its findings   *
000652*  are deleted in place.                                         *
000653*--------------------------------------------------------------*
000654 6800-ERASE-DQ-QUEUE.
000655     OPEN I-O DQ-QUEUE-FILE.
000656     IF NOT WS-DQQ-OK
000657         GO TO 6800-EXIT
000658     END-IF.
000659     MOVE SPACES TO DQQ-KEY.
000660     MOVE WS-ERASE-NAME TO DQQ-NAME.
000661     START DQ-QUEUE-FILE KEY IS NOT LESS THAN DQQ-KEY
000662         INVALID KEY
000663             CLOSE DQ-QUEUE-FILE
000664             GO TO 6800-EXIT
000665     END-START.
000666     MOVE "00" TO WS-DQQ-STATUS.
000667     PERFORM 6810-DELETE-ONE-FINDING THRU 6810-EXIT
000668         UNTIL WS-DQQ-EOF.
000669     CLOSE DQ-QUEUE-FILE.
000670 6800-EXIT.
000671     EXIT.
000672*
000673 6810-DELETE-ONE-FINDING.
000674     READ DQ-QUEUE-FILE NEXT RECORD
000675         AT END
000676             MOVE "10" TO WS-DQQ-STATUS
000677             GO TO 6810-EXIT
000678     END-READ.
000679     IF DQQ-NAME NOT = WS-ERASE-NAME
000680         MOVE "10" TO WS-DQQ-STATUS
000681         GO TO 6810-EXIT
000682     END-IF.
000683     DELETE DQ-QUEUE-FILE
000684         INVALID KEY
000685             DISPLAY "ERROR REMOVING QUEUE FINDING"
000686             GO TO 6810-EXIT
000687     END-DELETE.
000688     ADD 1 TO WS-DQQ-COUNT.
000689 6810-EXIT.
000690     EXIT.
000691*
000692*--------------------------------------------------------------*
000693*  6850-ERASE-VERIFY                                             *
000694*                                                                *
000695*  The re-verification register is keyed on the name as well,   *
000696*  so its letters are deleted in place like the queue findings.  *
000697*--------------------------------------------------------------*
000698 6850-ERASE-VERIFY.
000699     OPEN I-O ADDR-VERIFY-FILE.
000700     IF NOT WS-AVR-OK
000701         GO TO 6850-EXIT
000702     END-IF.
000703     MOVE SPACES TO AVR-KEY.
000704     MOVE WS-ERASE-NAME TO AVR-NAME.
000705     START ADDR-VERIFY-FILE KEY IS NOT LESS THAN AVR-KEY
000706         INVALID KEY
000707             CLOSE ADDR-VERIFY-FILE
000708             GO TO 6850-EXIT
000709     END-START.
000710     MOVE "00" TO WS-AVR-STATUS.
000711     PERFORM 6860-DELETE-ONE-LETTER THRU 6860-EXIT
000712         UNTIL WS-AVR-EOF.
000713     CLOSE ADDR-VERIFY-FILE.
000714 6850-EXIT.
000715     EXIT.
000716*
000717 6860-DELETE-ONE-LETTER.
000718     READ ADDR-VERIFY-FILE NEXT RECORD
000719         AT END
000720             MOVE "10" TO WS-AVR-STATUS
000721             GO TO 6860-EXIT
000722     END-READ.
000723     IF AVR-NAME NOT = WS-ERASE-NAME
000724         MOVE "10" TO WS-AVR-STATUS
000725         GO TO 6860-EXIT
000726     END-IF.
000727     DELETE ADDR-VERIFY-FILE
000728         INVALID KEY
000729             DISPLAY "ERROR REMOVING ADDRESS CHECK"
000730             GO TO 6860-EXIT
000731     END-DELETE.
000732     ADD 1 TO WS-AVR-COUNT.
000733 6860-EXIT.
000734     EXIT.
000735*
000736*--------------------------------------------------------------*
000737*  6900-ERASE-RETURNS                                            *
000738*--------------------------------------------------------------*
000739 6900-ERASE-RETURNS.
000740     MOVE "00" TO WS-RTNH-STATUS.
000741     OPEN INPUT RETURNED-HISTORY-FILE.
000742     IF NOT WS-RTNH-OK
000743         GO TO 6900-EXIT
000744     END-IF.
000745     OPEN OUTPUT ERASE-WORK-FILE.
000746     PERFORM 6910-COPY-ONE-RETURN THRU 6910-EXIT
000747         UNTIL WS-RTNH-EOF.
000748     CLOSE RETURNED-HISTORY-FILE.
000749     CLOSE ERASE-WORK-FILE.
000750     MOVE "00" TO WS-WORK-STATUS.
000751     OPEN INPUT ERASE-WORK-FILE.
000752     OPEN OUTPUT RETURNED-HISTORY-FILE.
000753     PERFORM 6920-COPY-ONE-BACK THRU 6920-EXIT
000754         UNTIL WS-WORK-EOF.
000755     CLOSE ERASE-WORK-FILE.
000756     CLOSE RETURNED-HISTORY-FILE.
000757 6900-EXIT.
000758     EXIT.
000759*
000760 6910-COPY-ONE-RETURN.
000761     READ RETURNED-HISTORY-FILE
000762         AT END
000763             MOVE "10" TO WS-RTNH-STATUS
000764             GO TO 6910-EXIT
000765     END-READ.
000766     IF RTH-NAME = WS-ERASE-NAME
000767         ADD 1 TO WS-RTN-COUNT
000768         GO TO 6910-EXIT
000769     END-IF.
000770     MOVE SPACES TO ERASE-WORK-RETURNED.
000771     MOVE RETURNED-MAIL-HISTORY-RECORD TO ERASE-WORK-RETURNED.
000772     WRITE ERASE-WORK-RETURNED.
000773 6910-EXIT.
000774     EXIT.
000775*
000776 6920-COPY-ONE-BACK.
000777     READ ERASE-WORK-FILE
000778         AT END
000779             MOVE "10" TO WS-WORK-STATUS
000780             GO TO 6920-EXIT
000781     END-READ.
000782     MOVE ERASE-WORK-RETURNED TO RETURNED-MAIL-HISTORY-RECORD.
000783     WRITE RETURNED-MAIL-HISTORY-RECORD.
000784 6920-EXIT.
000785     EXIT.
000786*
000787*--------------------------------------------------------------*
000788*  7000-ERASE-LABELS                                             *
000789*                                                                *
000790*  Any label name-line still sitting on LABELOUT, BULKLBL or    *
000791*  CAMPLBL is blanked (the address lines under it carry no      *
000792*  name); the housekeeping purge removes the files themselves   *
000793*  in time.                                                      *
000794*--------------------------------------------------------------*
000795 7000-ERASE-LABELS.
000796     MOVE "00" TO WS-LBL-STATUS.
000797     OPEN INPUT LABEL-FILE.
000798     IF WS-LBL-OK
000799         OPEN OUTPUT ERASE-WORK-FILE
000800         PERFORM 7100-COPY-ONE-LABEL THRU 7100-EXIT
000801             UNTIL WS-LBL-EOF
000802         CLOSE LABEL-FILE
000803         CLOSE ERASE-WORK-FILE
000804         MOVE "00" TO WS-WORK-STATUS
000805         OPEN INPUT ERASE-WORK-FILE
000806         OPEN OUTPUT LABEL-FILE
000807         PERFORM 7200-COPY-LABEL-BACK THRU 7200-EXIT
000808             UNTIL WS-WORK-EOF
000809         CLOSE ERASE-WORK-FILE
000810         CLOSE LABEL-FILE
000811     END-IF.
000812     MOVE "00" TO WS-LBL-STATUS.
000813     OPEN INPUT BULK-LABEL-FILE.
000814     IF WS-LBL-OK
000815         OPEN OUTPUT ERASE-WORK-FILE
000816         PERFORM 7300-COPY-ONE-BULK THRU 7300-EXIT
000817             UNTIL WS-LBL-EOF
000818         CLOSE BULK-LABEL-FILE
000819         CLOSE ERASE-WORK-FILE
000820         MOVE "00" TO WS-WORK-STATUS
000821         OPEN INPUT ERASE-WORK-FILE
000822         OPEN OUTPUT BULK-LABEL-FILE
000823         PERFORM 7400-COPY-BULK-BACK THRU 7400-EXIT
000824             UNTIL WS-WORK-EOF
000825         CLOSE ERASE-WORK-FILE
000826         CLOSE BULK-LABEL-FILE
000827     END-IF.
000828     MOVE "00" TO WS-LBL-STATUS.
000829     OPEN INPUT CAMPAIGN-LABEL-FILE.
000830     IF WS-LBL-OK
000831         OPEN OUTPUT ERASE-WORK-FILE
000832         PERFORM 7500-COPY-ONE-CAMP THRU 7500-EXIT
000833             UNTIL WS-LBL-EOF
000834         CLOSE CAMPAIGN-LABEL-FILE
000835         CLOSE ERASE-WORK-FILE
000836         MOVE "00" TO WS-WORK-STATUS
000837         OPEN INPUT ERASE-WORK-FILE
000838         OPEN OUTPUT CAMPAIGN-LABEL-FILE
000839         PERFORM 7600-COPY-CAMP-BACK THRU 7600-EXIT
000840             UNTIL WS-WORK-EOF
000841         CLOSE ERASE-WORK-FILE
000842         CLOSE CAMPAIGN-LABEL-FILE
000843     END-IF.
000844 7000-EXIT.
000845     EXIT.
000846*
000847 7100-COPY-ONE-LABEL.
000848     READ LABEL-FILE
000849         AT END
000850             MOVE "10" TO WS-LBL-STATUS
000851             GO TO 7100-EXIT
000852     END-READ.
000853     IF LABEL-RECORD(1:30) = WS-ERASE-NAME
000854         ADD 1 TO WS-LABL-COUNT
000855         MOVE SPACES TO LABEL-RECORD(1:30)
000856     END-IF.
000857     MOVE SPACES TO ERASE-WORK-LABEL.
000858     MOVE LABEL-RECORD TO ERASE-WORK-LABEL.
000859     WRITE ERASE-WORK-LABEL.
000860 7100-EXIT.
000861     EXIT.
000862*
000863 7200-COPY-LABEL-BACK.
000864     READ ERASE-WORK-FILE
000865         AT END
000866             MOVE "10" TO WS-WORK-STATUS
000867             GO TO 7200-EXIT
000868     END-READ.
000869     MOVE ERASE-WORK-LABEL TO LABEL-RECORD.
000870     WRITE LABEL-RECORD.
000871 7200-EXIT.
000872     EXIT.
000873*
000874 7300-COPY-ONE-BULK.
000875     READ BULK-LABEL-FILE
000876         AT END
000877             MOVE "10" TO WS-LBL-STATUS
000878             GO TO 7300-EXIT
000879     END-READ.
000880     IF BULK-LABEL-RECORD(1:30) = WS-ERASE-NAME
000881         ADD 1 TO WS-LABL-COUNT
000882         MOVE SPACES TO BULK-LABEL-RECORD(1:30)
000883     END-IF.
000884     MOVE SPACES TO ERASE-WORK-LABEL.
000885     MOVE BULK-LABEL-RECORD TO ERASE-WORK-LABEL.
000886     WRITE ERASE-WORK-LABEL.
000887 7300-EXIT.
000888     EXIT.
000889*
000890 7400-COPY-BULK-BACK.
000891     READ ERASE-WORK-FILE
000892         AT END
000893             MOVE "10" TO WS-WORK-STATUS
000894             GO TO 7400-EXIT
000895     END-READ.
000896     MOVE ERASE-WORK-LABEL TO BULK-LABEL-RECORD.
000897     WRITE BULK-LABEL-RECORD.
000898 7400-EXIT.
000899     EXIT.
000900*
000901 7500-COPY-ONE-CAMP.
000902     READ CAMPAIGN-LABEL-FILE
000903         AT END
000904             MOVE "10" TO WS-LBL-STATUS
000905             GO TO 7500-EXIT
000906     END-READ.
000907     IF CAMPAIGN-LABEL-RECORD(1:30) = WS-ERASE-NAME
000908         ADD 1 TO WS-LABL-COUNT
000909         MOVE SPACES TO CAMPAIGN-LABEL-RECORD(1:30)
000910     END-IF.
000911     MOVE SPACES TO ERASE-WORK-LABEL.
000912     MOVE CAMPAIGN-LABEL-RECORD TO ERASE-WORK-LABEL.
000913     WRITE ERASE-WORK-LABEL.
000914 7500-EXIT.
000915     EXIT.
000916*
000917 7600-COPY-CAMP-BACK.
000918     READ ERASE-WORK-FILE
000919         AT END
000920             MOVE "10" TO WS-WORK-STATUS
000921             GO TO 7600-EXIT
000922     END-READ.
000923     MOVE ERASE-WORK-LABEL TO CAMPAIGN-LABEL-RECORD.
000924     WRITE CAMPAIGN-LABEL-RECORD.
000925 7600-EXIT.
000926     EXIT.
000927*
000928*--------------------------------------------------------------*
000929*  8000-WRITE-REGISTER                                           *
000930*--------------------------------------------------------------*
000931 8000-WRITE-REGISTER.
000932     OPEN EXTEND ERASURE-REGISTER-FILE.
000933     IF NOT WS-REG-OK
000934         OPEN OUTPUT ERASURE-REGISTER-FILE
000935         CLOSE ERASURE-REGISTER-FILE
000936         OPEN EXTEND ERASURE-REGISTER-FILE
000937     END-IF.
000938     MOVE SPACES         TO ERASURE-REGISTER-RECORD.
000939     MOVE WS-TODAY-DATE  TO ERS-DATE.
000940     MOVE WS-CUR-OPR-ID  TO ERS-OPERATOR.
000941     MOVE WS-ERASE-NAME  TO ERS-NAME.
000942     MOVE WS-ADDR-COUNT  TO ERS-ADDR-COUNT.
000943     MOVE WS-ARCH-COUNT  TO ERS-ARCH-COUNT.
000944     MOVE WS-AUDT-COUNT  TO ERS-AUDT-COUNT.
000945     MOVE WS-HIST-COUNT  TO ERS-HIST-COUNT.
000946     MOVE WS-LABL-COUNT  TO ERS-LABL-COUNT.
000947     MOVE WS-RESP-COUNT  TO ERS-RESP-COUNT.
000948     MOVE WS-DUPW-COUNT  TO ERS-DUPW-COUNT.
000949     MOVE WS-DQQ-COUNT   TO ERS-DQQ-COUNT.
000950     MOVE WS-RTN-COUNT   TO ERS-RTN-COUNT.
000951     MOVE WS-AVR-COUNT   TO ERS-AVR-COUNT.
000952     MOVE WS-ERASED-ADDRESSES TO ERS-ERASED-ADDRESSES.
000953     WRITE ERASURE-REGISTER-RECORD.
000954     CLOSE ERASURE-REGISTER-FILE.
000955 8000-EXIT.
000956     EXIT.
000957*
000958*--------------------------------------------------------------*
000959*  8600-TAKE-LOCK                                                *
000960*                                                                *
000961*  Takes the update lock on the address record in hand (the     *
000962*  erased name plus the type being tried) through the shared    *
000963*  LOCK-MGR subroutine; a refused lock names the holder and     *
000964*  that type is left for a re-run.                               *
000965*--------------------------------------------------------------*
000966 8600-TAKE-LOCK.
000967     MOVE "L" TO WS-LOK-FUNCTION.
000968     MOVE "ADDRFILE" TO WS-LOK-FILE-NAME.
000969     MOVE SPACES TO WS-LOK-RECORD-KEY.
000970     MOVE WS-ERASE-NAME TO WS-LOK-RECORD-KEY(1:30).
000971     MOVE WS-TYPE-LIST(WS-TYPE-INDEX:1)
000972         TO WS-LOK-RECORD-KEY(31:1).
000973     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000974         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000975     IF WS-LOK-GRANTED NOT = "Y"
000976         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
000977         DISPLAY "- RE-RUN THE ERASURE FOR THIS NAME"
000978     END-IF.
000979 8600-EXIT.
000980     EXIT.
000981*
000982*--------------------------------------------------------------*
000983*  8700-FREE-LOCK                                                *
000984*--------------------------------------------------------------*
000985 8700-FREE-LOCK.
000986     MOVE "U" TO WS-LOK-FUNCTION.
000987     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000988         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000989 8700-EXIT.
000990     EXIT.
