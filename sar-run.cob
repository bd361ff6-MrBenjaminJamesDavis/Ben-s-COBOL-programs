000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. sar-run.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  ADDRVRFY re-verification letters sent to   *
000012*                    the name are listed with their reply       *
000013*                    status and counted on SARLOG.              *
000014*  15-OCT-2026  BJD  An address flagged gone-away shows the     *
000015*                    date the mail came back, and RTNHIST       *
000016*                    returned-mail rows are listed and counted  *
000017*                    on SARLOG.                                 *
000018*  15-OCT-2026  BJD  New program. Subject-access processing:    *
000019*                    given a name (supervisor or administrator  *
000020*                    authorisation via OPR-CURR) and the date   *
000021*                    the request was received, every place the  *
000022*                    name is held is gathered into one dated    *
000023*                    report printed through RPT-WTR (SUBJACC,   *
000024*                    registered on RPTINDEX): ADDRFILE records  *
000025*                    of every type, ADDRARCH archive rows, the  *
000026*                    ADDRAUDT before/after images, CAMPHIST     *
000027*                    mailings and opt-outs, RESPHIST responses, *
000028*                    open DQQUEUE findings and any ERASEREG     *
000029*                    entry. Each request answered is logged to  *
000030*                    the SARLOG register with its received and  *
000031*                    answered dates, the days taken and a late  *
000032*                    flag against the statutory limit. Nothing  *
000033*                    is changed on any of the files read.       *
000034*--------------------------------------------------------------*
000035 ENVIRONMENT DIVISION.
000036 INPUT-OUTPUT SECTION.
000037 FILE-CONTROL.
000038     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000039         ORGANIZATION IS INDEXED
000040         ACCESS MODE IS DYNAMIC
000041         RECORD KEY IS ADDR-KEY
000042         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000043             WITH DUPLICATES
000044         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000045             WITH DUPLICATES
000046         FILE STATUS IS WS-ADDR-STATUS.
000047     SELECT ADDR-ARCHIVE-FILE ASSIGN TO "ADDRARCH"
000048         ORGANIZATION IS LINE SEQUENTIAL
000049         FILE STATUS IS WS-ARC-STATUS.
000050     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000051         ORGANIZATION IS LINE SEQUENTIAL
000052         FILE STATUS IS WS-AUDF-STATUS.
000053     SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
000054         ORGANIZATION IS LINE SEQUENTIAL
000055         FILE STATUS IS WS-HIST-STATUS.
000056     SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RESPHIST"
000057         ORGANIZATION IS LINE SEQUENTIAL
000058         FILE STATUS IS WS-RESP-STATUS.
000059     SELECT DQ-QUEUE-FILE ASSIGN TO "DQQUEUE"
000060         ORGANIZATION IS INDEXED
000061         ACCESS MODE IS DYNAMIC
000062         RECORD KEY IS DQQ-KEY
000063         FILE STATUS IS WS-DQQ-STATUS.
000064     SELECT RETURNED-HISTORY-FILE ASSIGN TO "RTNHIST"
000065         ORGANIZATION IS LINE SEQUENTIAL
000066         FILE STATUS IS WS-RTNH-STATUS.
000067     SELECT ADDR-VERIFY-FILE ASSIGN TO "ADDRVRFY"
000068         ORGANIZATION IS INDEXED
000069         ACCESS MODE IS DYNAMIC
000070         RECORD KEY IS AVR-KEY
000071         FILE STATUS IS WS-AVR-STATUS.
000072     SELECT ERASURE-REGISTER-FILE ASSIGN TO "ERASEREG"
000073         ORGANIZATION IS LINE SEQUENTIAL
000074         FILE STATUS IS WS-REG-STATUS.
000075     SELECT SUBJECT-ACCESS-LOG-FILE ASSIGN TO "SARLOG"
000076         ORGANIZATION IS LINE SEQUENTIAL
000077         FILE STATUS IS WS-SAL-STATUS.
000078*
000079 DATA DIVISION.
000080 FILE SECTION.
000081 FD  ADDR-FILE
000082     LABEL RECORDS ARE STANDARD.
000083     COPY ADDRREC.
000084*
000085 FD  ADDR-ARCHIVE-FILE
000086     LABEL RECORDS ARE STANDARD.
000087     COPY ADDRARC.
000088*
000089 FD  ADDR-AUDIT-FILE
000090     LABEL RECORDS ARE STANDARD.
000091     COPY ADDRAUD.
000092*
000093 FD  CAMPAIGN-HISTORY-FILE
000094     LABEL RECORDS ARE STANDARD.
000095     COPY CAMPHREC.
000096*
000097 FD  RESPONSE-HISTORY-FILE
000098     LABEL RECORDS ARE STANDARD.
000099     COPY RESPHREC.
000100*
000101 FD  DQ-QUEUE-FILE
000102     LABEL RECORDS ARE STANDARD.
000103     COPY DQQREC.
000104*
000105 FD  ADDR-VERIFY-FILE
000106     LABEL RECORDS ARE STANDARD.
000107     COPY ADDRVREC.
000108*
000109 FD  ERASURE-REGISTER-FILE
000110     LABEL RECORDS ARE STANDARD.
000111     COPY ERASEREC.
000112*
000113 FD  RETURNED-HISTORY-FILE
000114     LABEL RECORDS ARE STANDARD.
000115     COPY RTNHREC.
000116*
000117 FD  SUBJECT-ACCESS-LOG-FILE
000118     LABEL RECORDS ARE STANDARD.
000119     COPY SARLREC.
000120*
000121 WORKING-STORAGE SECTION.
000122*
000123 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000124     88  WS-ADDR-OK                    VALUE "00".
000125 01  WS-ARC-STATUS           PIC X(02) VALUE "00".
000126     88  WS-ARC-OK                     VALUE "00".
000127     88  WS-ARC-EOF                    VALUE "10".
000128 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000129     88  WS-AUDF-OK                    VALUE "00".
000130     88  WS-AUDF-EOF                   VALUE "10".
000131 01  WS-HIST-STATUS          PIC X(02) VALUE "00".
000132     88  WS-HIST-OK                    VALUE "00".
000133     88  WS-HIST-EOF                   VALUE "10".
000134 01  WS-RESP-STATUS          PIC X(02) VALUE "00".
000135     88  WS-RESP-OK                    VALUE "00".
000136     88  WS-RESP-EOF                   VALUE "10".
000137 01  WS-DQQ-STATUS           PIC X(02) VALUE "00".
000138     88  WS-DQQ-OK                     VALUE "00".
000139     88  WS-DQQ-EOF                    VALUE "10".
000140 01  WS-AVR-STATUS           PIC X(02) VALUE "00".
000141     88  WS-AVR-OK                     VALUE "00".
000142     88  WS-AVR-EOF                    VALUE "10".
000143 01  WS-REG-STATUS           PIC X(02) VALUE "00".
000144     88  WS-REG-OK                     VALUE "00".
000145     88  WS-REG-EOF                    VALUE "10".
000146 01  WS-RTNH-STATUS          PIC X(02) VALUE "00".
000147     88  WS-RTNH-OK                    VALUE "00".
000148     88  WS-RTNH-EOF                   VALUE "10".
000149 01  WS-SAL-STATUS           PIC X(02) VALUE "00".
000150     88  WS-SAL-OK                     VALUE "00".
000151*
000152 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000153     88  WS-EXIT-PROGRAM              VALUE "Y".
000154*
000155 01  WS-TODAY-DATE           PIC 9(08).
000156 01  WS-NOW-TIME             PIC 9(08).
000157 01  WS-SUBJECT-NAME         PIC X(30).
000158 01  WS-DATE-TEXT            PIC X(12).
000159 01  WS-RECEIVED-DATE        PIC 9(08).
000160 01  WS-DAYS-TAKEN           PIC 9(03).
000161 01  WS-LATE-FLAG            PIC X(01).
000162 01  WS-TYPE-INDEX           PIC 9(01).
000163 01  WS-TYPE-LIST            PIC X(03) VALUE "HWD".
000164*
000165*--------------------------------------------------------------*
000166*  THE STATUTORY TIME ALLOWED TO ANSWER A REQUEST, IN DAYS      *
000167*  FROM RECEIPT. A REQUEST ANSWERED LATER IS FLAGGED LATE ON    *
000168*  THE REPORT AND ON THE SARLOG REGISTER.                       *
000169*--------------------------------------------------------------*
000170 01  WS-STATUTORY-DAYS       PIC 9(03) VALUE 30.
000171*
000172*--------------------------------------------------------------*
000173*  RECORD COUNTS FOR THE SUMMARY AND THE REGISTER RECORD         *
000174*--------------------------------------------------------------*
000175 01  WS-ADDR-COUNT           PIC 9(03) VALUE ZERO.
000176 01  WS-ARCH-COUNT           PIC 9(05) VALUE ZERO.
000177 01  WS-AUDT-COUNT           PIC 9(05) VALUE ZERO.
000178 01  WS-HIST-COUNT           PIC 9(05) VALUE ZERO.
000179 01  WS-RESP-COUNT           PIC 9(05) VALUE ZERO.
000180 01  WS-DQQ-COUNT            PIC 9(05) VALUE ZERO.
000181 01  WS-AVR-COUNT            PIC 9(05) VALUE ZERO.
000182 01  WS-ERAS-COUNT           PIC 9(05) VALUE ZERO.
000183 01  WS-RTN-COUNT            PIC 9(05) VALUE ZERO.
000184*
000185*--------------------------------------------------------------*
000186*  REPORT LINES                                                  *
000187*--------------------------------------------------------------*
000188 01  WS-TITLE-LINE.
000189     05  FILLER              PIC X(25)
000190         VALUE "SUBJECT ACCESS REQUEST - ".
000191     05  TTL-NAME            PIC X(30).
000192*
000193 01  WS-DATES-LINE.
000194     05  FILLER              PIC X(09) VALUE "RECEIVED ".
000195     05  DTS-RECEIVED        PIC 9(08).
000196     05  FILLER              PIC X(11) VALUE "  ANSWERED ".
000197     05  DTS-ANSWERED        PIC 9(08).
000198     05  FILLER              PIC X(13) VALUE "  DAYS TAKEN ".
000199     05  DTS-DAYS            PIC ZZ9.
000200     05  FILLER              PIC X(02) VALUE SPACES.
000201     05  DTS-LATE            PIC X(30).
000202*
000203 01  WS-AUTH-LINE.
000204     05  FILLER              PIC X(14) VALUE "AUTHORISED BY ".
000205     05  ATH-OPERATOR        PIC X(08).
000206     05  FILLER              PIC X(01) VALUE SPACE.
000207     05  ATH-OPERATOR-NAME   PIC X(30).
000208*
000209 01  WS-SECTION-LINE.
000210     05  FILLER              PIC X(04) VALUE "--- ".
000211     05  SCL-TITLE           PIC X(40).
000212     05  FILLER              PIC X(04) VALUE " ---".
000213*
000214 01  WS-NONE-LINE.
000215     05  FILLER              PIC X(04) VALUE SPACES.
000216     05  FILLER              PIC X(20) VALUE "NONE HELD".
000217*
000218 01  WS-ADDRESS-LINE.
000219     05  FILLER              PIC X(04) VALUE SPACES.
000220     05  ADL-TYPE            PIC X(08).
000221     05  ADL-HOUSE           PIC ZZ9.
000222     05  FILLER              PIC X(01) VALUE SPACE.
000223     05  ADL-STREET          PIC X(30).
000224     05  FILLER              PIC X(01) VALUE SPACE.
000225     05  ADL-CITY            PIC X(15).
000226     05  FILLER              PIC X(01) VALUE SPACE.
000227     05  ADL-COUNTY          PIC X(20).
000228     05  FILLER              PIC X(01) VALUE SPACE.
000229     05  ADL-POSTCODE        PIC X(09).
000230*
000231 01  WS-GONE-AWAY-LINE.
000232     05  FILLER              PIC X(12) VALUE SPACES.
000233     05  FILLER              PIC X(27)
000234         VALUE "GONE AWAY - MAIL RETURNED ".
000235     05  GAL-DATE            PIC 9(08).
000236*
000237 01  WS-ARCHIVE-LINE.
000238     05  FILLER              PIC X(04) VALUE SPACES.
000239     05  FILLER              PIC X(08) VALUE "DELETED ".
000240     05  ARL-DATE            PIC 9(08).
000241     05  FILLER              PIC X(04) VALUE " BY ".
000242     05  ARL-OPERATOR        PIC X(08).
000243     05  FILLER              PIC X(06) VALUE " TYPE ".
000244     05  ARL-TYPE            PIC X(01).
000245     05  FILLER              PIC X(01) VALUE SPACE.
000246     05  ARL-HOUSE           PIC ZZ9.
000247     05  FILLER              PIC X(01) VALUE SPACE.
000248     05  ARL-STREET          PIC X(30).
000249     05  FILLER              PIC X(01) VALUE SPACE.
000250     05  ARL-CITY            PIC X(15).
000251     05  FILLER              PIC X(01) VALUE SPACE.
000252     05  ARL-POSTCODE        PIC X(09).
000253*
000254 01  WS-AUDIT-LINE.
000255     05  FILLER              PIC X(04) VALUE SPACES.
000256     05  AUL-DATE            PIC 9(08).
000257     05  FILLER              PIC X(01) VALUE SPACE.
000258     05  AUL-TIME            PIC 9(08).
000259     05  FILLER              PIC X(04) VALUE " BY ".
000260     05  AUL-OPERATOR        PIC X(08).
000261     05  FILLER              PIC X(08) VALUE " ACTION ".
000262     05  AUL-ACTION          PIC X(01).
000263*
000264 01  WS-IMAGE-LINE.
000265     05  FILLER              PIC X(06) VALUE SPACES.
000266     05  IML-LABEL           PIC X(07).
000267     05  IML-NAME            PIC X(30).
000268     05  FILLER              PIC X(01) VALUE SPACE.
000269     05  IML-DETAIL          PIC X(56).
000270*
000271 01  WS-HISTORY-LINE.
000272     05  FILLER              PIC X(04) VALUE SPACES.
000273     05  HSL-DATE            PIC 9(08).
000274     05  FILLER              PIC X(01) VALUE SPACE.
000275     05  HSL-CAMPAIGN        PIC X(08).
000276     05  FILLER              PIC X(02) VALUE SPACES.
000277     05  HSL-REMARK          PIC X(30).
000278*
000279 01  WS-RESPONSE-LINE.
000280     05  FILLER              PIC X(04) VALUE SPACES.
000281     05  RSL-DATE            PIC 9(08).
000282     05  FILLER              PIC X(01) VALUE SPACE.
000283     05  RSL-CAMPAIGN        PIC X(08).
000284     05  FILLER              PIC X(15) VALUE "  RESPONSE TYPE".
000285     05  FILLER              PIC X(01) VALUE SPACE.
000286     05  RSL-TYPE            PIC X(01).
000287*
000288 01  WS-RETURNED-LINE.
000289     05  FILLER              PIC X(04) VALUE SPACES.
000290     05  RML-DATE            PIC 9(08).
000291     05  FILLER              PIC X(01) VALUE SPACE.
000292     05  RML-CAMPAIGN        PIC X(08).
000293     05  FILLER              PIC X(07) VALUE "  TYPE ".
000294     05  RML-TYPE            PIC X(01).
000295     05  FILLER              PIC X(09) VALUE "  REASON ".
000296     05  RML-REASON          PIC X(02).
000297*
000298 01  WS-FINDING-LINE.
000299     05  FILLER              PIC X(04) VALUE SPACES.
000300     05  FDL-TYPE            PIC X(01).
000301     05  FILLER              PIC X(01) VALUE SPACE.
000302     05  FDL-CHECK           PIC X(08).
000303     05  FILLER              PIC X(08) VALUE " RAISED ".
000304     05  FDL-RAISED          PIC 9(08).
000305     05  FILLER              PIC X(01) VALUE SPACE.
000306     05  FDL-DETAIL          PIC X(20).
000307*
000308 01  WS-VERIFY-LINE.
000309     05  FILLER              PIC X(04) VALUE SPACES.
000310     05  VFL-TYPE            PIC X(01).
000311     05  FILLER              PIC X(06) VALUE " SENT ".
000312     05  VFL-SENT            PIC 9(08).
000313     05  FILLER              PIC X(05) VALUE " DUE ".
000314     05  VFL-DUE             PIC 9(08).
000315     05  FILLER              PIC X(01) VALUE SPACE.
000316     05  VFL-STATUS          PIC X(14).
000317     05  FILLER              PIC X(01) VALUE SPACE.
000318     05  VFL-DATE            PIC X(08).
000319     05  FILLER              PIC X(01) VALUE SPACE.
000320     05  VFL-BY              PIC X(08).
000321*
000322 01  WS-ERASURE-LINE.
000323     05  FILLER              PIC X(04) VALUE SPACES.
000324     05  FILLER              PIC X(07) VALUE "ERASED ".
000325     05  ESL-DATE            PIC 9(08).
000326     05  FILLER              PIC X(15) VALUE " AUTHORISED BY ".
000327     05  ESL-OPERATOR        PIC X(08).
000328*
000329 01  WS-SUMMARY-LINE.
000330     05  FILLER              PIC X(04) VALUE SPACES.
000331     05  SML-LABEL           PIC X(30).
000332     05  SML-COUNT           PIC ZZZZ9.
000333*
000334*--------------------------------------------------------------*
000335*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000336*--------------------------------------------------------------*
000337     COPY OPRCURR.
000338*
000339*--------------------------------------------------------------*
000340*  SHARED REPORT-WRITER WORK AREAS                               *
000341*--------------------------------------------------------------*
000342     COPY RPTCALL.
000343*
000344 PROCEDURE DIVISION.
000345*
000346*--------------------------------------------------------------*
000347*  0000-MAINLINE                                                *
000348*--------------------------------------------------------------*
000349 0000-MAINLINE.
000350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000351     IF NOT WS-EXIT-PROGRAM
000352         PERFORM 2000-ANSWER-ONE-REQUEST THRU 2000-EXIT
000353     END-IF.
000354     GOBACK.
000355*
000356*--------------------------------------------------------------*
000357*  1000-INITIALIZE                                               *
000358*--------------------------------------------------------------*
000359 1000-INITIALIZE.
000360     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000361     MOVE "G" TO WS-CUR-FUNCTION.
000362     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000363         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000364     IF WS-CUR-OPR-ROLE NOT = "S" AND WS-CUR-OPR-ROLE NOT = "A"
000365         DISPLAY "SUPERVISOR AUTHORISATION REQUIRED FOR"
000366         DISPLAY "SUBJECT-ACCESS PROCESSING"
000367         SET WS-EXIT-PROGRAM TO TRUE
000368     END-IF.
000369 1000-EXIT.
000370     EXIT.
000371*
000372*--------------------------------------------------------------*
000373*  2000-ANSWER-ONE-REQUEST                                       *
000374*--------------------------------------------------------------*
000375 2000-ANSWER-ONE-REQUEST.
000376     DISPLAY "NAME OF THE DATA SUBJECT: " WITH NO ADVANCING.
000377     MOVE SPACES TO WS-SUBJECT-NAME.
000378     ACCEPT WS-SUBJECT-NAME.
000379     IF WS-SUBJECT-NAME = SPACES
000380         DISPLAY "NOTHING ENTERED"
000381         GO TO 2000-EXIT
000382     END-IF.
000383     PERFORM 2100-GET-RECEIVED-DATE THRU 2100-EXIT.
000384     IF WS-RECEIVED-DATE = ZERO
000385         DISPLAY "REQUEST NOT RUN"
000386         GO TO 2000-EXIT
000387     END-IF.
000388     MOVE "O" TO WS-RPT-FUNCTION.
000389     MOVE "SUBJACC " TO WS-RPT-ID.
000390     MOVE SPACES TO WS-RPT-LINE.
000391     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000392         WS-RPT-LINE.
000393     MOVE WS-SUBJECT-NAME TO TTL-NAME.
000394     MOVE WS-TITLE-LINE TO WS-RPT-LINE.
000395     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000396     MOVE WS-RECEIVED-DATE TO DTS-RECEIVED.
000397     MOVE WS-TODAY-DATE    TO DTS-ANSWERED.
000398     MOVE WS-DAYS-TAKEN    TO DTS-DAYS.
000399     IF WS-LATE-FLAG = "Y"
000400         MOVE "** PAST THE STATUTORY LIMIT **" TO DTS-LATE
000401     ELSE
000402         MOVE SPACES TO DTS-LATE
000403     END-IF.
000404     MOVE WS-DATES-LINE TO WS-RPT-LINE.
000405     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000406     MOVE WS-CUR-OPR-ID   TO ATH-OPERATOR.
000407     MOVE WS-CUR-OPR-NAME TO ATH-OPERATOR-NAME.
000408     MOVE WS-AUTH-LINE TO WS-RPT-LINE.
000409     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000410     PERFORM 3000-LIST-ADDR-FILE THRU 3000-EXIT.
000411     PERFORM 4000-LIST-ARCHIVE THRU 4000-EXIT.
000412     PERFORM 5000-LIST-AUDIT THRU 5000-EXIT.
000413     PERFORM 6000-LIST-HISTORY THRU 6000-EXIT.
000414     PERFORM 6300-LIST-RESPONSES THRU 6300-EXIT.
000415     PERFORM 6500-LIST-RETURNS THRU 6500-EXIT.
000416     PERFORM 6800-LIST-DQ-QUEUE THRU 6800-EXIT.
000417     PERFORM 6900-LIST-VERIFICATIONS THRU 6900-EXIT.
000418     PERFORM 7000-LIST-ERASURES THRU 7000-EXIT.
000419     PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
000420     MOVE "C" TO WS-RPT-FUNCTION.
000421     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000422         WS-RPT-LINE.
000423     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
000424     DISPLAY "SUBJECT-ACCESS REPORT PRINTED AS SUBJACC".
000425     DISPLAY "ADDRESS BOOK:      " WS-ADDR-COUNT.
000426     DISPLAY "ARCHIVE:           " WS-ARCH-COUNT.
000427     DISPLAY "AUDIT IMAGES:      " WS-AUDT-COUNT.
000428     DISPLAY "CAMPAIGN HISTORY:  " WS-HIST-COUNT.
000429     DISPLAY "RESPONSE HISTORY:  " WS-RESP-COUNT.
000430     DISPLAY "RETURNED MAIL:     " WS-RTN-COUNT.
000431     DISPLAY "OPEN FINDINGS:     " WS-DQQ-COUNT.
000432     DISPLAY "ADDRESS CHECKS:    " WS-AVR-COUNT.
000433     DISPLAY "ERASURE REGISTER:  " WS-ERAS-COUNT.
000434     IF WS-LATE-FLAG = "Y"
000435         DISPLAY "ANSWERED AFTER THE STATUTORY LIMIT - DAYS "
000436             WS-DAYS-TAKEN
000437     END-IF.
000438 2000-EXIT.
000439     EXIT.
000440*
000441*--------------------------------------------------------------*
000442*  2100-GET-RECEIVED-DATE                                        *
000443*                                                                *
000444*  The clock runs from the day the request came in, not the day *
000445*  it is keyed, so the date is asked for. A blank entry means   *
000446*  today; an invalid or future date comes back as zero so the   *
000447*  caller abandons the request.                                 *
000448*--------------------------------------------------------------*
000449 2100-GET-RECEIVED-DATE.
000450     DISPLAY "DATE REQUEST RECEIVED YYYYMMDD (BLANK = TODAY): "
000451         WITH NO ADVANCING.
000452     MOVE SPACES TO WS-DATE-TEXT.
000453     ACCEPT WS-DATE-TEXT.
000454     MOVE ZERO TO WS-RECEIVED-DATE.
000455     IF WS-DATE-TEXT = SPACES
000456         MOVE WS-TODAY-DATE TO WS-RECEIVED-DATE
000457     ELSE
000458         IF WS-DATE-TEXT(1:8) NUMERIC
000459             MOVE WS-DATE-TEXT(1:8) TO WS-RECEIVED-DATE
000460         END-IF
000461     END-IF.
000462     IF WS-RECEIVED-DATE < 19000101
000463        OR WS-RECEIVED-DATE > WS-TODAY-DATE
000464        OR WS-RECEIVED-DATE(5:2) < "01"
000465        OR WS-RECEIVED-DATE(5:2) > "12"
000466        OR WS-RECEIVED-DATE(7:2) < "01"
000467        OR WS-RECEIVED-DATE(7:2) > "31"
000468         DISPLAY "NOT A VALID DATE"
000469         MOVE ZERO TO WS-RECEIVED-DATE
000470         GO TO 2100-EXIT
000471     END-IF.
000472     COMPUTE WS-DAYS-TAKEN =
000473         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
000474         - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
000475         ON SIZE ERROR
000476             MOVE 999 TO WS-DAYS-TAKEN
000477     END-COMPUTE.
000478     IF WS-DAYS-TAKEN > WS-STATUTORY-DAYS
000479         MOVE "Y" TO WS-LATE-FLAG
000480     ELSE
000481         MOVE "N" TO WS-LATE-FLAG
000482     END-IF.
000483 2100-EXIT.
000484     EXIT.
000485*
000486*--------------------------------------------------------------*
000487*  3000-LIST-ADDR-FILE                                           *
000488*                                                                *
000489*  The address book is keyed on name plus type, so each of the *
000490*  home, work and delivery records is read directly.            *
000491*--------------------------------------------------------------*
000492 3000-LIST-ADDR-FILE.
000493     MOVE "ADDRESS BOOK (ADDRFILE)" TO SCL-TITLE.
000494     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000495     OPEN INPUT ADDR-FILE.
000496     IF NOT WS-ADDR-OK
000497         DISPLAY "CANNOT OPEN ADDR-FILE - STATUS " WS-ADDR-STATUS
000498     ELSE
000499         PERFORM 3100-LIST-ONE-TYPE THRU 3100-EXIT
000500             VARYING WS-TYPE-INDEX FROM 1 BY 1
000501             UNTIL WS-TYPE-INDEX > 3
000502         CLOSE ADDR-FILE
000503     END-IF.
000504     IF WS-ADDR-COUNT = ZERO
000505         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000506     END-IF.
000507 3000-EXIT.
000508     EXIT.
000509*
000510 3100-LIST-ONE-TYPE.
000511     MOVE WS-SUBJECT-NAME TO ADDR-NAME.
000512     MOVE WS-TYPE-LIST(WS-TYPE-INDEX:1) TO ADDR-TYPE.
000513     READ ADDR-FILE
000514         INVALID KEY
000515             GO TO 3100-EXIT
000516     END-READ.
000517     ADD 1 TO WS-ADDR-COUNT.
000518     EVALUATE TRUE
000519         WHEN ADDR-HOME
000520             MOVE "HOME" TO ADL-TYPE
000521         WHEN ADDR-WORK
000522             MOVE "WORK" TO ADL-TYPE
000523         WHEN OTHER
000524             MOVE "DELIVERY" TO ADL-TYPE
000525     END-EVALUATE.
000526     MOVE ADDR-HOUSE-NUMBER TO ADL-HOUSE.
000527     MOVE ADDR-STREET-NAME  TO ADL-STREET.
000528     MOVE ADDR-CITY-NAME    TO ADL-CITY.
000529     MOVE ADDR-COUNTY-NAME  TO ADL-COUNTY.
000530     MOVE ADDR-POSTCODE     TO ADL-POSTCODE.
000531     MOVE WS-ADDRESS-LINE TO WS-RPT-LINE.
000532     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000533     IF ADDR-GONE-AWAY
000534         MOVE ADDR-RETURNED-DATE TO GAL-DATE
000535         MOVE WS-GONE-AWAY-LINE TO WS-RPT-LINE
000536         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000537     END-IF.
000538 3100-EXIT.
000539     EXIT.
000540*
000541*--------------------------------------------------------------*
000542*  4000-LIST-ARCHIVE                                             *
000543*--------------------------------------------------------------*
000544 4000-LIST-ARCHIVE.
000545     MOVE "DELETED-ADDRESS ARCHIVE (ADDRARCH)" TO SCL-TITLE.
000546     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000547     MOVE "00" TO WS-ARC-STATUS.
000548     OPEN INPUT ADDR-ARCHIVE-FILE.
000549     IF WS-ARC-OK
000550         PERFORM 4100-LIST-ONE-ARCHIVE THRU 4100-EXIT
000551             UNTIL WS-ARC-EOF
000552         CLOSE ADDR-ARCHIVE-FILE
000553     END-IF.
000554     IF WS-ARCH-COUNT = ZERO
000555         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000556     END-IF.
000557 4000-EXIT.
000558     EXIT.
000559*
000560 4100-LIST-ONE-ARCHIVE.
000561     READ ADDR-ARCHIVE-FILE
000562         AT END
000563             MOVE "10" TO WS-ARC-STATUS
000564             GO TO 4100-EXIT
000565     END-READ.
000566     IF ARC-NAME NOT = WS-SUBJECT-NAME
000567         GO TO 4100-EXIT
000568     END-IF.
000569     ADD 1 TO WS-ARCH-COUNT.
000570     MOVE ARC-DELETE-DATE  TO ARL-DATE.
000571     MOVE ARC-OPERATOR-ID  TO ARL-OPERATOR.
000572     MOVE ARC-TYPE         TO ARL-TYPE.
000573     MOVE ARC-HOUSE-NUMBER TO ARL-HOUSE.
000574     MOVE ARC-STREET-NAME  TO ARL-STREET.
000575     MOVE ARC-CITY-NAME    TO ARL-CITY.
000576     MOVE ARC-POSTCODE     TO ARL-POSTCODE.
000577     MOVE WS-ARCHIVE-LINE TO WS-RPT-LINE.
000578     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000579 4100-EXIT.
000580     EXIT.
000581*
000582*--------------------------------------------------------------*
000583*  5000-LIST-AUDIT                                               *
000584*                                                                *
000585*  Every audit row naming the person in either image is shown,  *
000586*  with the before and after images as they were recorded.      *
000587*--------------------------------------------------------------*
000588 5000-LIST-AUDIT.
000589     MOVE "ADDRESS CHANGE HISTORY (ADDRAUDT)" TO SCL-TITLE.
000590     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000591     MOVE "00" TO WS-AUDF-STATUS.
000592     OPEN INPUT ADDR-AUDIT-FILE.
000593     IF WS-AUDF-OK
000594         PERFORM 5100-LIST-ONE-AUDIT THRU 5100-EXIT
000595             UNTIL WS-AUDF-EOF
000596         CLOSE ADDR-AUDIT-FILE
000597     END-IF.
000598     IF WS-AUDT-COUNT = ZERO
000599         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000600     END-IF.
000601 5000-EXIT.
000602     EXIT.
000603*
000604 5100-LIST-ONE-AUDIT.
000605     READ ADDR-AUDIT-FILE
000606         AT END
000607             MOVE "10" TO WS-AUDF-STATUS
000608             GO TO 5100-EXIT
000609     END-READ.
000610     IF AUD-BEF-NAME NOT = WS-SUBJECT-NAME
000611        AND AUD-AFT-NAME NOT = WS-SUBJECT-NAME
000612         GO TO 5100-EXIT
000613     END-IF.
000614     ADD 1 TO WS-AUDT-COUNT.
000615     MOVE AUD-DATE        TO AUL-DATE.
000616     MOVE AUD-TIME        TO AUL-TIME.
000617     MOVE AUD-OPERATOR-ID TO AUL-OPERATOR.
000618     MOVE AUD-ACTION      TO AUL-ACTION.
000619     MOVE WS-AUDIT-LINE TO WS-RPT-LINE.
000620     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000621     IF AUD-BEFORE-IMAGE NOT = SPACES
000622         MOVE "BEFORE " TO IML-LABEL
000623         MOVE AUD-BEF-NAME TO IML-NAME
000624         MOVE AUD-BEF-DETAIL TO IML-DETAIL
000625         MOVE WS-IMAGE-LINE TO WS-RPT-LINE
000626         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000627     END-IF.
000628     IF AUD-AFTER-IMAGE NOT = SPACES
000629         MOVE "AFTER  " TO IML-LABEL
000630         MOVE AUD-AFT-NAME TO IML-NAME
000631         MOVE AUD-AFT-DETAIL TO IML-DETAIL
000632         MOVE WS-IMAGE-LINE TO WS-RPT-LINE
000633         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
000634     END-IF.
000635 5100-EXIT.
000636     EXIT.
000637*
000638*--------------------------------------------------------------*
000639*  6000-LIST-HISTORY                                             *
000640*                                                                *
000641*  Mailings and opt-outs alike; an opt-out is the CAMPHIST row  *
000642*  carrying campaign OPTOUT.                                    *
000643*--------------------------------------------------------------*
000644 6000-LIST-HISTORY.
000645     MOVE "MAILINGS AND OPT-OUTS (CAMPHIST)" TO SCL-TITLE.
000646     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000647     MOVE "00" TO WS-HIST-STATUS.
000648     OPEN INPUT CAMPAIGN-HISTORY-FILE.
000649     IF WS-HIST-OK
000650         PERFORM 6100-LIST-ONE-HISTORY THRU 6100-EXIT
000651             UNTIL WS-HIST-EOF
000652         CLOSE CAMPAIGN-HISTORY-FILE
000653     END-IF.
000654     IF WS-HIST-COUNT = ZERO
000655         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000656     END-IF.
000657 6000-EXIT.
000658     EXIT.
000659*
000660 6100-LIST-ONE-HISTORY.
000661     READ CAMPAIGN-HISTORY-FILE
000662         AT END
000663             MOVE "10" TO WS-HIST-STATUS
000664             GO TO 6100-EXIT
000665     END-READ.
000666     IF CMP-NAME NOT = WS-SUBJECT-NAME
000667         GO TO 6100-EXIT
000668     END-IF.
000669     ADD 1 TO WS-HIST-COUNT.
000670     MOVE CMP-DATE     TO HSL-DATE.
000671     MOVE CMP-CAMPAIGN TO HSL-CAMPAIGN.
000672     IF CMP-CAMPAIGN = "OPTOUT"
000673         MOVE "OPTED OUT OF ALL MAILINGS" TO HSL-REMARK
000674     ELSE
000675         MOVE "MAILED" TO HSL-REMARK
000676     END-IF.
000677     MOVE WS-HISTORY-LINE TO WS-RPT-LINE.
000678     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000679 6100-EXIT.
000680     EXIT.
000681*
000682*--------------------------------------------------------------*
000683*  6300-LIST-RESPONSES                                           *
000684*--------------------------------------------------------------*
000685 6300-LIST-RESPONSES.
000686     MOVE "CAMPAIGN RESPONSES (RESPHIST)" TO SCL-TITLE.
000687     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000688     MOVE "00" TO WS-RESP-STATUS.
000689     OPEN INPUT RESPONSE-HISTORY-FILE.
000690     IF WS-RESP-OK
000691         PERFORM 6400-LIST-ONE-RESPONSE THRU 6400-EXIT
000692             UNTIL WS-RESP-EOF
000693         CLOSE RESPONSE-HISTORY-FILE
000694     END-IF.
000695     IF WS-RESP-COUNT = ZERO
000696         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000697     END-IF.
000698 6300-EXIT.
000699     EXIT.
000700*
000701 6400-LIST-ONE-RESPONSE.
000702     READ RESPONSE-HISTORY-FILE
000703         AT END
000704             MOVE "10" TO WS-RESP-STATUS
000705             GO TO 6400-EXIT
000706     END-READ.
000707     IF RSP-NAME NOT = WS-SUBJECT-NAME
000708         GO TO 6400-EXIT
000709     END-IF.
000710     ADD 1 TO WS-RESP-COUNT.
000711     MOVE RSP-DATE     TO RSL-DATE.
000712     MOVE RSP-CAMPAIGN TO RSL-CAMPAIGN.
000713     MOVE RSP-TYPE     TO RSL-TYPE.
000714     MOVE WS-RESPONSE-LINE TO WS-RPT-LINE.
000715     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000716 6400-EXIT.
000717     EXIT.
000718*
000719*--------------------------------------------------------------*
000720*  6500-LIST-RETURNS                                             *
000721*--------------------------------------------------------------*
000722 6500-LIST-RETURNS.
000723     MOVE "RETURNED MAIL (RTNHIST)" TO SCL-TITLE.
000724     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000725     MOVE "00" TO WS-RTNH-STATUS.
000726     OPEN INPUT RETURNED-HISTORY-FILE.
000727     IF WS-RTNH-OK
000728         PERFORM 6600-LIST-ONE-RETURN THRU 6600-EXIT
000729             UNTIL WS-RTNH-EOF
000730         CLOSE RETURNED-HISTORY-FILE
000731     END-IF.
000732     IF WS-RTN-COUNT = ZERO
000733         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000734     END-IF.
000735 6500-EXIT.
000736     EXIT.
000737*
000738 6600-LIST-ONE-RETURN.
000739     READ RETURNED-HISTORY-FILE
000740         AT END
000741             MOVE "10" TO WS-RTNH-STATUS
000742             GO TO 6600-EXIT
000743     END-READ.
000744     IF RTH-NAME NOT = WS-SUBJECT-NAME
000745         GO TO 6600-EXIT
000746     END-IF.
000747     ADD 1 TO WS-RTN-COUNT.
000748     MOVE RTH-DATE     TO RML-DATE.
000749     MOVE RTH-CAMPAIGN TO RML-CAMPAIGN.
000750     MOVE RTH-TYPE     TO RML-TYPE.
000751     MOVE RTH-REASON   TO RML-REASON.
000752     MOVE WS-RETURNED-LINE TO WS-RPT-LINE.
000753     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000754 6600-EXIT.
000755     EXIT.
000756*
000757*--------------------------------------------------------------*
000758*  6800-LIST-DQ-QUEUE                                            *
000759*                                                                *
000760*  The correction queue is keyed on the name, so the findings   *
000761*  are read from a START; only those still open are shown.      *
000762*--------------------------------------------------------------*
000763 6800-LIST-DQ-QUEUE.
000764     MOVE "OPEN DATA-QUALITY FINDINGS (DQQUEUE)" TO SCL-TITLE.
000765     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000766     OPEN INPUT DQ-QUEUE-FILE.
000767     IF NOT WS-DQQ-OK
000768         GO TO 6800-NONE-CHECK
000769     END-IF.
000770     MOVE SPACES TO DQQ-KEY.
000771     MOVE WS-SUBJECT-NAME TO DQQ-NAME.
000772     START DQ-QUEUE-FILE KEY IS NOT LESS THAN DQQ-KEY
000773         INVALID KEY
000774             CLOSE DQ-QUEUE-FILE
000775             GO TO 6800-NONE-CHECK
000776     END-START.
000777     MOVE "00" TO WS-DQQ-STATUS.
000778     PERFORM 6810-LIST-ONE-FINDING THRU 6810-EXIT
000779         UNTIL WS-DQQ-EOF.
000780     CLOSE DQ-QUEUE-FILE.
000781 6800-NONE-CHECK.
000782     IF WS-DQQ-COUNT = ZERO
000783         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000784     END-IF.
000785 6800-EXIT.
000786     EXIT.
000787*
000788 6810-LIST-ONE-FINDING.
000789     READ DQ-QUEUE-FILE NEXT RECORD
000790         AT END
000791             MOVE "10" TO WS-DQQ-STATUS
000792             GO TO 6810-EXIT
000793     END-READ.
000794     IF DQQ-NAME NOT = WS-SUBJECT-NAME
000795         MOVE "10" TO WS-DQQ-STATUS
000796         GO TO 6810-EXIT
000797     END-IF.
000798     IF NOT DQQ-OPEN
000799         GO TO 6810-EXIT
000800     END-IF.
000801     ADD 1 TO WS-DQQ-COUNT.
000802     MOVE DQQ-TYPE        TO FDL-TYPE.
000803     MOVE DQQ-CHECK       TO FDL-CHECK.
000804     MOVE DQQ-RAISED-DATE TO FDL-RAISED.
000805     MOVE DQQ-DETAIL      TO FDL-DETAIL.
000806     MOVE WS-FINDING-LINE TO WS-RPT-LINE.
000807     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000808 6810-EXIT.
000809     EXIT.
000810*
000811*--------------------------------------------------------------*
000812*  6900-LIST-VERIFICATIONS                                       *
000813*                                                                *
000814*  The re-verification register is keyed on the name like the   *
000815*  address book, so the letters are read from a START. Each is  *
000816*  shown with where its reply stands.                           *
000817*--------------------------------------------------------------*
000818 6900-LIST-VERIFICATIONS.
000819     MOVE "ADDRESS RE-VERIFICATION (ADDRVRFY)" TO SCL-TITLE.
000820     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000821     OPEN INPUT ADDR-VERIFY-FILE.
000822     IF NOT WS-AVR-OK
000823         GO TO 6900-NONE-CHECK
000824     END-IF.
000825     MOVE SPACES TO AVR-KEY.
000826     MOVE WS-SUBJECT-NAME TO AVR-NAME.
000827     START ADDR-VERIFY-FILE KEY IS NOT LESS THAN AVR-KEY
000828         INVALID KEY
000829             CLOSE ADDR-VERIFY-FILE
000830             GO TO 6900-NONE-CHECK
000831     END-START.
000832     MOVE "00" TO WS-AVR-STATUS.
000833     PERFORM 6910-LIST-ONE-VERIFICATION THRU 6910-EXIT
000834         UNTIL WS-AVR-EOF.
000835     CLOSE ADDR-VERIFY-FILE.
000836 6900-NONE-CHECK.
000837     IF WS-AVR-COUNT = ZERO
000838         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000839     END-IF.
000840 6900-EXIT.
000841     EXIT.
000842*
000843 6910-LIST-ONE-VERIFICATION.
000844     READ ADDR-VERIFY-FILE NEXT RECORD
000845         AT END
000846             MOVE "10" TO WS-AVR-STATUS
000847             GO TO 6910-EXIT
000848     END-READ.
000849     IF AVR-NAME NOT = WS-SUBJECT-NAME
000850         MOVE "10" TO WS-AVR-STATUS
000851         GO TO 6910-EXIT
000852     END-IF.
000853     ADD 1 TO WS-AVR-COUNT.
000854     MOVE AVR-TYPE      TO VFL-TYPE.
000855     MOVE AVR-SENT-DATE TO VFL-SENT.
000856     MOVE AVR-DUE-DATE  TO VFL-DUE.
000857     MOVE SPACES        TO VFL-DATE VFL-BY.
000858     EVALUATE TRUE
000859         WHEN AVR-VERIFIED
000860             MOVE "VERIFIED"          TO VFL-STATUS
000861             MOVE AVR-VERIFIED-DATE   TO VFL-DATE
000862             MOVE AVR-VERIFIED-BY     TO VFL-BY
000863         WHEN AVR-CHASED
000864             MOVE "CHASED"            TO VFL-STATUS
000865             MOVE AVR-CHASED-DATE     TO VFL-DATE
000866         WHEN OTHER
000867             MOVE "AWAITING REPLY"    TO VFL-STATUS
000868     END-EVALUATE.
000869     MOVE WS-VERIFY-LINE TO WS-RPT-LINE.
000870     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000871 6910-EXIT.
000872     EXIT.
000873*
000874*--------------------------------------------------------------*
000875*  7000-LIST-ERASURES                                            *
000876*                                                                *
000877*  An ERASEREG entry is the one trace left of an earlier        *
000878*  erasure, and is itself data held on the person.              *
000879*--------------------------------------------------------------*
000880 7000-LIST-ERASURES.
000881     MOVE "ERASURE REGISTER (ERASEREG)" TO SCL-TITLE.
000882     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000883     MOVE "00" TO WS-REG-STATUS.
000884     OPEN INPUT ERASURE-REGISTER-FILE.
000885     IF WS-REG-OK
000886         PERFORM 7100-LIST-ONE-ERASURE THRU 7100-EXIT
000887             UNTIL WS-REG-EOF
000888         CLOSE ERASURE-REGISTER-FILE
000889     END-IF.
000890     IF WS-ERAS-COUNT = ZERO
000891         PERFORM 8600-NONE-HELD THRU 8600-EXIT
000892     END-IF.
000893 7000-EXIT.
000894     EXIT.
000895*
000896 7100-LIST-ONE-ERASURE.
000897     READ ERASURE-REGISTER-FILE
000898         AT END
000899             MOVE "10" TO WS-REG-STATUS
000900             GO TO 7100-EXIT
000901     END-READ.
000902     IF ERS-NAME NOT = WS-SUBJECT-NAME
000903         GO TO 7100-EXIT
000904     END-IF.
000905     ADD 1 TO WS-ERAS-COUNT.
000906     MOVE ERS-DATE     TO ESL-DATE.
000907     MOVE ERS-OPERATOR TO ESL-OPERATOR.
000908     MOVE WS-ERASURE-LINE TO WS-RPT-LINE.
000909     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000910 7100-EXIT.
000911     EXIT.
000912*
000913*--------------------------------------------------------------*
000914*  7500-WRITE-SUMMARY                                            *
000915*--------------------------------------------------------------*
000916 7500-WRITE-SUMMARY.
000917     MOVE "SUMMARY OF RECORDS HELD" TO SCL-TITLE.
000918     PERFORM 8500-SECTION-HEADING THRU 8500-EXIT.
000919     MOVE "ADDRESS BOOK RECORDS" TO SML-LABEL.
000920     MOVE WS-ADDR-COUNT TO SML-COUNT.
000921     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000922     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000923     MOVE "ARCHIVED ADDRESSES" TO SML-LABEL.
000924     MOVE WS-ARCH-COUNT TO SML-COUNT.
000925     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000926     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000927     MOVE "ADDRESS CHANGE RECORDS" TO SML-LABEL.
000928     MOVE WS-AUDT-COUNT TO SML-COUNT.
000929     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000930     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000931     MOVE "MAILINGS AND OPT-OUTS" TO SML-LABEL.
000932     MOVE WS-HIST-COUNT TO SML-COUNT.
000933     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000934     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000935     MOVE "CAMPAIGN RESPONSES" TO SML-LABEL.
000936     MOVE WS-RESP-COUNT TO SML-COUNT.
000937     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000938     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000939     MOVE "RETURNED MAIL ITEMS" TO SML-LABEL.
000940     MOVE WS-RTN-COUNT TO SML-COUNT.
000941     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000942     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000943     MOVE "OPEN DATA-QUALITY FINDINGS" TO SML-LABEL.
000944     MOVE WS-DQQ-COUNT TO SML-COUNT.
000945     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000946     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000947     MOVE "RE-VERIFICATION LETTERS" TO SML-LABEL.
000948     MOVE WS-AVR-COUNT TO SML-COUNT.
000949     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000950     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000951     MOVE "ERASURE REGISTER ENTRIES" TO SML-LABEL.
000952     MOVE WS-ERAS-COUNT TO SML-COUNT.
000953     MOVE WS-SUMMARY-LINE TO WS-RPT-LINE.
000954     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000955 7500-EXIT.
000956     EXIT.
000957*
000958*--------------------------------------------------------------*
000959*  8000-WRITE-LOG                                                *
000960*                                                                *
000961*  One SARLOG record per request answered - the proof that it   *
000962*  was answered, and how quickly.                               *
000963*--------------------------------------------------------------*
000964 8000-WRITE-LOG.
000965     ACCEPT WS-NOW-TIME FROM TIME.
000966     OPEN EXTEND SUBJECT-ACCESS-LOG-FILE.
000967     IF NOT WS-SAL-OK
000968         OPEN OUTPUT SUBJECT-ACCESS-LOG-FILE
000969         CLOSE SUBJECT-ACCESS-LOG-FILE
000970         OPEN EXTEND SUBJECT-ACCESS-LOG-FILE
000971     END-IF.
000972     MOVE SPACES            TO SUBJECT-ACCESS-LOG-RECORD.
000973     MOVE WS-RECEIVED-DATE  TO SAL-RECEIVED-DATE.
000974     MOVE WS-TODAY-DATE     TO SAL-ANSWERED-DATE.
000975     MOVE WS-NOW-TIME       TO SAL-ANSWERED-TIME.
000976     MOVE WS-DAYS-TAKEN     TO SAL-DAYS-TAKEN.
000977     MOVE WS-LATE-FLAG      TO SAL-LATE-FLAG.
000978     MOVE WS-CUR-OPR-ID     TO SAL-OPERATOR.
000979     MOVE WS-SUBJECT-NAME   TO SAL-NAME.
000980     MOVE WS-RPT-ID         TO SAL-REPORT-ID.
000981     MOVE WS-ADDR-COUNT     TO SAL-ADDR-COUNT.
000982     MOVE WS-ARCH-COUNT     TO SAL-ARCH-COUNT.
000983     MOVE WS-AUDT-COUNT     TO SAL-AUDT-COUNT.
000984     MOVE WS-HIST-COUNT     TO SAL-HIST-COUNT.
000985     MOVE WS-RESP-COUNT     TO SAL-RESP-COUNT.
000986     MOVE WS-DQQ-COUNT      TO SAL-DQQ-COUNT.
000987     MOVE WS-ERAS-COUNT     TO SAL-ERAS-COUNT.
000988     MOVE WS-RTN-COUNT      TO SAL-RTN-COUNT.
000989     MOVE WS-AVR-COUNT      TO SAL-AVR-COUNT.
000990     WRITE SUBJECT-ACCESS-LOG-RECORD.
000991     CLOSE SUBJECT-ACCESS-LOG-FILE.
000992 8000-EXIT.
000993     EXIT.
000994*
000995*--------------------------------------------------------------*
000996*  8500-SECTION-HEADING                                          *
000997*                                                                *
000998*  SCL-TITLE must be set by the caller before this is           *
000999*  PERFORMed.                                                    *
001000*--------------------------------------------------------------*
001001 8500-SECTION-HEADING.
001002     MOVE SPACES TO WS-RPT-LINE.
001003     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001004     MOVE WS-SECTION-LINE TO WS-RPT-LINE.
001005     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001006 8500-EXIT.
001007     EXIT.
001008*
001009 8600-NONE-HELD.
001010     MOVE WS-NONE-LINE TO WS-RPT-LINE.
001011     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001012 8600-EXIT.
001013     EXIT.
001014*
001015*--------------------------------------------------------------*
001016*  8800-WRITE-REPORT                                             *
001017*                                                                *
001018*  Prints one line through the shared report writer.            *
001019*  WS-RPT-LINE must be set by the caller before this is         *
001020*  PERFORMed.                                                    *
001021*--------------------------------------------------------------*
001022 8800-WRITE-REPORT.
001023     MOVE "W" TO WS-RPT-FUNCTION.
001024     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001025         WS-RPT-LINE.
001026 8800-EXIT.
001027     EXIT.
