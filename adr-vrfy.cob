000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. adr-vrfy.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Address re-verification run.  *
000012*                    The ADDRAUDT audit trail is sorted into    *
000013*                    key order and matched against ADDRFILE to  *
000014*                    find the last add, change or verification  *
000015*                    of every address; one with none inside the *
000016*                    age limit (PARM='AAAA,DDD,NNNNN' - age in  *
000017*                    days, 1095 by default, reply period in     *
000018*                    days, 42 by default, and the most letters  *
000019*                    one run may send, 2000 by default) is sent *
000020*                    a confirmation letter: a standard label on *
000021*                    VRFYLBL under the reserved campaign code   *
000022*                    ADRVERFY, a CAMPHIST mailing record so the *
000023*                    reply loads through RESP-LOAD, and an      *
000024*                    entry on the ADDRVRFY register with the    *
000025*                    date the reply is due. Postage is rated    *
000026*                    through PST-RATE and charged back on       *
000027*                    CAMPCOST. On later runs a letter with no   *
000028*                    reply by its due date is raised as an      *
000029*                    UNVERIFD item on the DQQUEUE correction    *
000030*                    queue for a clerk to chase; a chase the    *
000031*                    clerk closes as fixed stamps the address   *
000032*                    verified (a V image on the audit trail), a *
000033*                    dismissed one is cleared so the address    *
000034*                    comes round again, and an address changed  *
000035*                    since its letter went out is cleared as    *
000036*                    well. Gone-away addresses are left to the  *
000037*                    returned-mail queue. Printed through       *
000038*                    RPT-WTR as report ADRVRFY; the run is      *
000039*                    recorded on the shared run-control file.   *
000040*--------------------------------------------------------------*
000041 ENVIRONMENT DIVISION.
000042 INPUT-OUTPUT SECTION.
000043 FILE-CONTROL.
000044     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000045         ORGANIZATION IS INDEXED
000046         ACCESS MODE IS SEQUENTIAL
000047         RECORD KEY IS ADDR-KEY
000048         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000049             WITH DUPLICATES
000050         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000051             WITH DUPLICATES
000052         FILE STATUS IS WS-ADDR-STATUS.
000053     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000054         ORGANIZATION IS LINE SEQUENTIAL
000055         FILE STATUS IS WS-AUDF-STATUS.
000056     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000057     SELECT ADDR-VERIFY-FILE ASSIGN TO "ADDRVRFY"
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS RANDOM
000060         RECORD KEY IS AVR-KEY
000061         FILE STATUS IS WS-AVR-STATUS.
000062     SELECT DQ-QUEUE-FILE ASSIGN TO "DQQUEUE"
000063         ORGANIZATION IS INDEXED
000064         ACCESS MODE IS RANDOM
000065         RECORD KEY IS DQQ-KEY
000066         FILE STATUS IS WS-DQQ-STATUS.
000067     SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
000068         ORGANIZATION IS LINE SEQUENTIAL
000069         FILE STATUS IS WS-HIST-STATUS.
000070     SELECT VERIFY-LABEL-FILE ASSIGN TO "VRFYLBL"
000071         ORGANIZATION IS LINE SEQUENTIAL.
000072     SELECT CAMPAIGN-COST-FILE ASSIGN TO "CAMPCOST"
000073         ORGANIZATION IS LINE SEQUENTIAL
000074         FILE STATUS IS WS-COST-STATUS.
000075*
000076 DATA DIVISION.
000077 FILE SECTION.
000078 FD  ADDR-FILE
000079     LABEL RECORDS ARE STANDARD.
000080     COPY ADDRREC.
000081*
000082 FD  ADDR-AUDIT-FILE
000083     LABEL RECORDS ARE STANDARD.
000084     COPY ADDRAUD.
000085*
000086*--------------------------------------------------------------*
000087*  One add, change or verification from the audit trail, keyed  *
000088*  as ADDRFILE is so the two can be matched in one pass.        *
000089*--------------------------------------------------------------*
000090 SD  SORT-WORK-FILE.
000091 01  SRT-RECORD.
000092     05  SRT-KEY.
000093         10  SRT-NAME        PIC X(30).
000094         10  SRT-TYPE        PIC X(01).
000095     05  SRT-DATE            PIC 9(08).
000096*
000097 FD  ADDR-VERIFY-FILE
000098     LABEL RECORDS ARE STANDARD.
000099     COPY ADDRVREC.
000100*
000101 FD  DQ-QUEUE-FILE
000102     LABEL RECORDS ARE STANDARD.
000103     COPY DQQREC.
000104*
000105 FD  CAMPAIGN-HISTORY-FILE
000106     LABEL RECORDS ARE STANDARD.
000107     COPY CAMPHREC.
000108*
000109*--------------------------------------------------------------*
000110*  Standard label layout, as CAMPLBL; the campaign code sits in *
000111*  columns 41-48 of the name line, outside the print area.      *
000112*--------------------------------------------------------------*
000113 FD  VERIFY-LABEL-FILE
000114     LABEL RECORDS ARE STANDARD.
000115 01  VERIFY-LABEL-LINE       PIC X(48).
000116*
000117*--------------------------------------------------------------*
000118*  One costing summary record per run, laid out as CAMP-RUN     *
000119*  writes it, for the charge-back of the postage.               *
000120*--------------------------------------------------------------*
000121 FD  CAMPAIGN-COST-FILE
000122     LABEL RECORDS ARE STANDARD.
000123 01  CAMPAIGN-COST-RECORD.
000124     05  CCO-DATE            PIC 9(08).
000125     05  FILLER              PIC X(01).
000126     05  CCO-CAMPAIGN        PIC X(08).
000127     05  FILLER              PIC X(01).
000128     05  CCO-ITEMS           PIC 9(05).
000129     05  FILLER              PIC X(01).
000130     05  CCO-COST            PIC 9(07)V99.
000131*
000132 WORKING-STORAGE SECTION.
000133*
000134*--------------------------------------------------------------*
000135*  SHARED REPORT-WRITER WORK AREAS                               *
000136*--------------------------------------------------------------*
000137     COPY RPTCALL.
000138*
000139*--------------------------------------------------------------*
000140*  SHARED ERROR-LOG WORK AREAS                                   *
000141*--------------------------------------------------------------*
000142     COPY ERRCALL.
000143*
000144*--------------------------------------------------------------*
000145*  SHARED ADDRESS-AUDIT WORK AREAS                               *
000146*--------------------------------------------------------------*
000147     COPY AUDCALL.
000148*
000149*--------------------------------------------------------------*
000150*  POSTAGE COSTING - EVERY LETTER IS A STANDARD LETTER, SECOND   *
000151*  CLASS, RATED ONCE PER RUN AGAINST THE POSTRATE CARD.          *
000152*--------------------------------------------------------------*
000153     COPY PSTCALL.
000154*
000155 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000156     88  WS-ADDR-OK                    VALUE "00".
000157     88  WS-ADDR-EOF                   VALUE "10".
000158*
000159 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000160     88  WS-AUDF-OK                    VALUE "00".
000161     88  WS-AUDF-EOF                   VALUE "10".
000162*
000163 01  WS-AVR-STATUS           PIC X(02) VALUE "00".
000164     88  WS-AVR-OK                     VALUE "00".
000165*
000166 01  WS-DQQ-STATUS           PIC X(02) VALUE "00".
000167     88  WS-DQQ-OK                     VALUE "00".
000168*
000169 01  WS-HIST-STATUS          PIC X(02) VALUE "00".
000170     88  WS-HIST-OK                    VALUE "00".
000171*
000172 01  WS-COST-STATUS          PIC X(02) VALUE "00".
000173     88  WS-COST-OK                    VALUE "00".
000174*
000175 01  WS-RESULT-CODE          PIC 9(02) VALUE ZERO.
000176*
000177*--------------------------------------------------------------*
000178*  AGE LIMIT, REPLY PERIOD AND LETTERS PER RUN                   *
000179*--------------------------------------------------------------*
000180 01  WS-AGE-DAYS             PIC 9(04) VALUE 1095.
000181 01  WS-REPLY-DAYS           PIC 9(03) VALUE 42.
000182 01  WS-LETTER-LIMIT         PIC 9(05) VALUE 2000.
000183 01  WS-PARM-AGE             PIC X(04).
000184 01  WS-PARM-REPLY           PIC X(03).
000185 01  WS-PARM-LIMIT           PIC X(05).
000186*
000187 01  WS-VERIFY-CODE          PIC X(08) VALUE "ADRVERFY".
000188 01  WS-DQ-CHECK             PIC X(08) VALUE "UNVERIFD".
000189 01  WS-DQ-DETAIL            PIC X(20).
000190 01  WS-DQ-SNAPSHOT          PIC X(84).
000191*
000192 01  WS-TODAY-DATE           PIC 9(08).
000193 01  WS-CUTOFF-DATE          PIC 9(08).
000194 01  WS-DUE-DATE             PIC 9(08).
000195*
000196*--------------------------------------------------------------*
000197*  AUDIT MATCH - THE SORTED AUDIT ROW IN HAND AND THE LATEST     *
000198*  ACTIVITY FOUND FOR THE ADDRESS BEING CHECKED                  *
000199*--------------------------------------------------------------*
000200 01  WS-AUDIT-KEY            PIC X(31).
000201 01  WS-AUDIT-DATE           PIC 9(08).
000202 01  WS-LAST-ACTIVITY        PIC 9(08).
000203*
000204 01  WS-REGISTER-SWITCH      PIC X(01).
000205     88  WS-ON-REGISTER               VALUE "Y".
000206*
000207*--------------------------------------------------------------*
000208*  RUN TOTALS                                                    *
000209*--------------------------------------------------------------*
000210 01  WS-AUDIT-COUNT          PIC 9(07) VALUE ZERO.
000211 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
000212 01  WS-CURRENT-COUNT        PIC 9(07) VALUE ZERO.
000213 01  WS-GONE-AWAY-COUNT      PIC 9(07) VALUE ZERO.
000214 01  WS-LETTER-COUNT         PIC 9(05) VALUE ZERO.
000215 01  WS-HELD-OVER-COUNT      PIC 9(07) VALUE ZERO.
000216 01  WS-AWAITING-COUNT       PIC 9(07) VALUE ZERO.
000217 01  WS-QUEUED-COUNT         PIC 9(07) VALUE ZERO.
000218 01  WS-CHASING-COUNT        PIC 9(07) VALUE ZERO.
000219 01  WS-CONFIRMED-COUNT      PIC 9(07) VALUE ZERO.
000220 01  WS-CLEARED-COUNT        PIC 9(07) VALUE ZERO.
000221 01  WS-RUN-COST             PIC 9(07)V99 VALUE ZERO.
000222*
000223*--------------------------------------------------------------*
000224*  REPORT LINES                                                  *
000225*--------------------------------------------------------------*
000226 01  WS-HEADING-1.
000227     05  FILLER         PIC X(24)
000228         VALUE "ADDRESS RE-VERIFICATION ".
000229     05  FILLER         PIC X(14) VALUE "BUSINESS DATE ".
000230     05  WS-HDG-DATE    PIC 9(08).
000231     05  FILLER         PIC X(20) VALUE "  NOT TOUCHED SINCE ".
000232     05  WS-HDG-CUTOFF  PIC 9(08).
000233*
000234 01  WS-HEADING-2.
000235     05  FILLER         PIC X(31) VALUE "NAME".
000236     05  FILLER         PIC X(03) VALUE "T".
000237     05  FILLER         PIC X(11) VALUE "POSTCODE".
000238     05  FILLER         PIC X(10) VALUE "LAST ACT".
000239     05  FILLER         PIC X(06) VALUE "ACTION".
000240*
000241 01  WS-DETAIL-LINE.
000242     05  DTL-NAME            PIC X(30).
000243     05  FILLER              PIC X(01) VALUE SPACE.
000244     05  DTL-TYPE            PIC X(01).
000245     05  FILLER              PIC X(02) VALUE SPACES.
000246     05  DTL-POSTCODE        PIC X(09).
000247     05  FILLER              PIC X(02) VALUE SPACES.
000248     05  DTL-LAST-ACTIVITY   PIC X(08).
000249     05  FILLER              PIC X(02) VALUE SPACES.
000250     05  DTL-ACTION          PIC X(40).
000251*
000252 01  WS-TOTAL-LINE.
000253     05  TOT-LABEL           PIC X(40).
000254     05  TOT-VALUE           PIC ZZZZZZ9.
000255*
000256 01  WS-COST-LINE.
000257     05  FILLER              PIC X(40)
000258         VALUE "POSTAGE FOR THE RUN".
000259     05  CST-VALUE           PIC ZZZZZZ9.99.
000260*
000261*--------------------------------------------------------------*
000262*  SHARED RUN-CONTROL WORK AREAS                                 *
000263*--------------------------------------------------------------*
000264     COPY RUNCALL.
000265*
000266 LINKAGE SECTION.
000267*--------------------------------------------------------------*
000268*  Supplied by JCL as PARM='AAAA,DDD,NNNNN' - the age in days   *
000269*  beyond which an address not added, changed or verified in    *
000270*  that time is re-verified (1095 if left off), the days        *
000271*  allowed for the reply (42), and the most letters one run may *
000272*  send (2000). Any part may be left off.                       *
000273*--------------------------------------------------------------*
000274 01  LK-PARM.
000275     05  LK-PARM-LEN         PIC S9(04) COMP.
000276     05  LK-PARM-TEXT        PIC X(80).
000277*
000278 PROCEDURE DIVISION USING LK-PARM.
000279*
000280*--------------------------------------------------------------*
000281*  0000-MAINLINE                                                 *
000282*--------------------------------------------------------------*
000283 0000-MAINLINE.
000284     MOVE "S" TO WS-RUN-FUNCTION.
000285     MOVE "ADRVRFY " TO WS-RUN-PROGRAM.
000286     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000287     MOVE ZERO TO WS-RUN-REC-COUNT.
000288     MOVE SPACE TO WS-RUN-STATUS.
000289     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000290         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000291         WS-RUN-ALREADY-RAN.
000292     IF WS-RUN-ALREADY-RAN = "Y"
000293         DISPLAY "ADR-VRFY ALREADY RAN FOR THIS BUSINESS DATE"
000294         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000295         STOP RUN
000296     END-IF.
000297     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000298     IF WS-RESULT-CODE < 8
000299         SORT SORT-WORK-FILE
000300             ON ASCENDING KEY SRT-KEY SRT-DATE
000301             INPUT PROCEDURE IS 2000-SELECT-AUDIT
000302                 THRU 2000-EXIT
000303             OUTPUT PROCEDURE IS 3000-CHECK-ADDRESSES
000304                 THRU 3000-EXIT
000305         PERFORM 6000-WRITE-COST THRU 6000-EXIT
000306         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
000307     END-IF.
000308     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000309     STOP RUN.
000310*
000311*--------------------------------------------------------------*
000312*  1000-INITIALIZE                                               *
000313*                                                                *
000314*  Takes the limits from the PARM and works out the cutoff and   *
000315*  reply dates, then opens the files. ADDRFILE or ADDRAUDT       *
000316*  failing to open ends the run RC 8 before anything is sent:    *
000317*  with no audit trail every address would look untouched. The   *
000318*  register and the queue are created on first use.              *
000319*--------------------------------------------------------------*
000320 1000-INITIALIZE.
000321     MOVE SPACES TO WS-PARM-AGE WS-PARM-REPLY WS-PARM-LIMIT.
000322     IF LK-PARM-LEN > 0
000323         MOVE LK-PARM-TEXT(1:4)  TO WS-PARM-AGE
000324         MOVE LK-PARM-TEXT(6:3)  TO WS-PARM-REPLY
000325         MOVE LK-PARM-TEXT(10:5) TO WS-PARM-LIMIT
000326     END-IF.
000327     IF WS-PARM-AGE NUMERIC
000328         MOVE WS-PARM-AGE TO WS-AGE-DAYS
000329     END-IF.
000330     IF WS-AGE-DAYS < 365
000331         DISPLAY "ADR-VRFY: AGE UNDER 365 DAYS - 1095 USED"
000332         MOVE 1095 TO WS-AGE-DAYS
000333     END-IF.
000334     IF WS-PARM-REPLY NUMERIC
000335         MOVE WS-PARM-REPLY TO WS-REPLY-DAYS
000336     END-IF.
000337     IF WS-REPLY-DAYS < 14
000338         DISPLAY "ADR-VRFY: REPLY PERIOD UNDER 14 DAYS - 42 USED"
000339         MOVE 42 TO WS-REPLY-DAYS
000340     END-IF.
000341     IF WS-PARM-LIMIT NUMERIC
000342         MOVE WS-PARM-LIMIT TO WS-LETTER-LIMIT
000343     END-IF.
000344     MOVE WS-RUN-BUS-DATE TO WS-TODAY-DATE.
000345     COMPUTE WS-CUTOFF-DATE =
000346         FUNCTION DATE-OF-INTEGER(
000347             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
000348             - WS-AGE-DAYS).
000349     COMPUTE WS-DUE-DATE =
000350         FUNCTION DATE-OF-INTEGER(
000351             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
000352             + WS-REPLY-DAYS).
000353     MOVE "O" TO WS-RPT-FUNCTION.
000354     MOVE "ADRVRFY " TO WS-RPT-ID.
000355     MOVE SPACES TO WS-RPT-LINE.
000356     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000357         WS-RPT-LINE.
000358     MOVE WS-TODAY-DATE  TO WS-HDG-DATE.
000359     MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF.
000360     MOVE WS-HEADING-1 TO WS-RPT-LINE.
000361     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000362     MOVE SPACES TO WS-RPT-LINE.
000363     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000364     MOVE WS-HEADING-2 TO WS-RPT-LINE.
000365     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000366     OPEN INPUT ADDR-FILE.
000367     IF NOT WS-ADDR-OK
000368         DISPLAY "ADR-VRFY: CANNOT OPEN ADDRFILE - STATUS "
000369             WS-ADDR-STATUS
000370         MOVE "ADRVRFY" TO WS-ERR-CODE
000371         MOVE "CANNOT OPEN ADDRFILE - NO LETTERS SENT"
000372             TO WS-ERR-TEXT
000373         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000374         MOVE 8 TO WS-RESULT-CODE
000375         GO TO 1000-EXIT
000376     END-IF.
000377     OPEN INPUT ADDR-AUDIT-FILE.
000378     IF NOT WS-AUDF-OK
000379         DISPLAY "ADR-VRFY: CANNOT OPEN ADDRAUDT - STATUS "
000380             WS-AUDF-STATUS
000381         MOVE "ADRVRFY" TO WS-ERR-CODE
000382         MOVE "CANNOT OPEN ADDRAUDT - NO LETTERS SENT"
000383             TO WS-ERR-TEXT
000384         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000385         CLOSE ADDR-FILE
000386         MOVE 8 TO WS-RESULT-CODE
000387         GO TO 1000-EXIT
000388     END-IF.
000389     OPEN I-O ADDR-VERIFY-FILE.
000390     IF NOT WS-AVR-OK
000391         CLOSE ADDR-VERIFY-FILE
000392         OPEN OUTPUT ADDR-VERIFY-FILE
000393         CLOSE ADDR-VERIFY-FILE
000394         OPEN I-O ADDR-VERIFY-FILE
000395     END-IF.
000396     OPEN I-O DQ-QUEUE-FILE.
000397     IF NOT WS-DQQ-OK
000398         CLOSE DQ-QUEUE-FILE
000399         OPEN OUTPUT DQ-QUEUE-FILE
000400         CLOSE DQ-QUEUE-FILE
000401         OPEN I-O DQ-QUEUE-FILE
000402     END-IF.
000403     OPEN EXTEND CAMPAIGN-HISTORY-FILE.
000404     IF NOT WS-HIST-OK
000405         OPEN OUTPUT CAMPAIGN-HISTORY-FILE
000406         CLOSE CAMPAIGN-HISTORY-FILE
000407         OPEN EXTEND CAMPAIGN-HISTORY-FILE
000408     END-IF.
000409     OPEN OUTPUT VERIFY-LABEL-FILE.
000410     PERFORM 4700-FETCH-POSTAGE THRU 4700-EXIT.
000411 1000-EXIT.
000412     EXIT.
000413*
000414*--------------------------------------------------------------*
000415*  2000-SELECT-AUDIT (SORT INPUT PROCEDURE)                      *
000416*                                                                *
000417*  Releases every add, change and verification on the audit      *
000418*  trail under the key of its after image. Deletes are passed    *
000419*  over: a deleted address is not on ADDRFILE to be checked, and *
000420*  one added back has an add of its own.                         *
000421*--------------------------------------------------------------*
000422 2000-SELECT-AUDIT.
000423     PERFORM 2100-SELECT-ONE-ROW THRU 2100-EXIT
000424         UNTIL WS-AUDF-EOF.
000425     CLOSE ADDR-AUDIT-FILE.
000426 2000-EXIT.
000427     EXIT.
000428*
000429 2100-SELECT-ONE-ROW.
000430     READ ADDR-AUDIT-FILE
000431         AT END
000432             MOVE "10" TO WS-AUDF-STATUS
000433             GO TO 2100-EXIT
000434     END-READ.
000435     ADD 1 TO WS-AUDIT-COUNT.
000436     IF AUD-ACTION NOT = "A" AND AUD-ACTION NOT = "C"
000437        AND AUD-ACTION NOT = "V"
000438         GO TO 2100-EXIT
000439     END-IF.
000440     IF AUD-AFT-NAME = SPACES
000441         GO TO 2100-EXIT
000442     END-IF.
000443     MOVE AUD-AFT-NAME         TO SRT-NAME.
000444     MOVE AUD-AFT-DETAIL(1:1)  TO SRT-TYPE.
000445     MOVE AUD-DATE             TO SRT-DATE.
000446     RELEASE SRT-RECORD.
000447 2100-EXIT.
000448     EXIT.
000449*
000450*--------------------------------------------------------------*
000451*  3000-CHECK-ADDRESSES (SORT OUTPUT PROCEDURE)                  *
000452*                                                                *
000453*  Reads ADDRFILE in key order alongside the sorted audit rows.  *
000454*  Rows for a key below the address in hand belong to addresses  *
000455*  since deleted and are passed over.                            *
000456*--------------------------------------------------------------*
000457 3000-CHECK-ADDRESSES.
000458     PERFORM 3900-RETURN-AUDIT THRU 3900-EXIT.
000459     PERFORM 3100-CHECK-ONE-ADDRESS THRU 3100-EXIT
000460         UNTIL WS-ADDR-EOF.
000461 3000-EXIT.
000462     EXIT.
000463*
000464*--------------------------------------------------------------*
000465*  3100-CHECK-ONE-ADDRESS                                        *
000466*                                                                *
000467*  Works out when the address was last added, changed or         *
000468*  verified. One with a letter out is followed up; otherwise one *
000469*  not touched since the cutoff date is sent a letter, up to the *
000470*  run's limit.                                                  *
000471*--------------------------------------------------------------*
000472 3100-CHECK-ONE-ADDRESS.
000473     READ ADDR-FILE NEXT RECORD
000474         AT END
000475             MOVE "10" TO WS-ADDR-STATUS
000476             GO TO 3100-EXIT
000477     END-READ.
000478     ADD 1 TO WS-READ-COUNT.
000479     MOVE ZERO TO WS-LAST-ACTIVITY.
000480     PERFORM 3200-MATCH-AUDIT THRU 3200-EXIT
000481         UNTIL WS-AUDIT-KEY > ADDR-KEY.
000482     IF ADDR-GONE-AWAY
000483         ADD 1 TO WS-GONE-AWAY-COUNT
000484         GO TO 3100-EXIT
000485     END-IF.
000486     MOVE ADDR-KEY TO AVR-KEY.
000487     MOVE "Y" TO WS-REGISTER-SWITCH.
000488     READ ADDR-VERIFY-FILE
000489         INVALID KEY
000490             MOVE "N" TO WS-REGISTER-SWITCH
000491     END-READ.
000492     IF WS-ON-REGISTER
000493         IF AVR-SENT OR AVR-CHASED
000494             PERFORM 4000-FOLLOW-UP THRU 4000-EXIT
000495             GO TO 3100-EXIT
000496         END-IF
000497         IF AVR-VERIFIED-DATE > WS-LAST-ACTIVITY
000498             MOVE AVR-VERIFIED-DATE TO WS-LAST-ACTIVITY
000499         END-IF
000500     END-IF.
000501     IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
000502         ADD 1 TO WS-CURRENT-COUNT
000503         GO TO 3100-EXIT
000504     END-IF.
000505     IF WS-LETTER-COUNT NOT < WS-LETTER-LIMIT
000506         ADD 1 TO WS-HELD-OVER-COUNT
000507         GO TO 3100-EXIT
000508     END-IF.
000509     PERFORM 5000-SEND-LETTER THRU 5000-EXIT.
000510 3100-EXIT.
000511     EXIT.
000512*
000513 3200-MATCH-AUDIT.
000514     IF WS-AUDIT-KEY = ADDR-KEY
000515        AND WS-AUDIT-DATE > WS-LAST-ACTIVITY
000516         MOVE WS-AUDIT-DATE TO WS-LAST-ACTIVITY
000517     END-IF.
000518     PERFORM 3900-RETURN-AUDIT THRU 3900-EXIT.
000519 3200-EXIT.
000520     EXIT.
000521*
000522 3900-RETURN-AUDIT.
000523     RETURN SORT-WORK-FILE
000524         AT END
000525             MOVE HIGH-VALUES TO WS-AUDIT-KEY
000526             MOVE ZERO TO WS-AUDIT-DATE
000527             GO TO 3900-EXIT
000528     END-RETURN.
000529     MOVE SRT-KEY  TO WS-AUDIT-KEY.
000530     MOVE SRT-DATE TO WS-AUDIT-DATE.
000531 3900-EXIT.
000532     EXIT.
000533*
000534*--------------------------------------------------------------*
000535*  4000-FOLLOW-UP                                                *
000536*                                                                *
000537*  An address with a letter out. Changed since the letter went,  *
000538*  it has been dealt with and the letter is cleared. With the    *
000539*  letter still unanswered after its due date, the address is    *
000540*  queued for a clerk to chase; one already queued is checked    *
000541*  against the clerk's queue item.                               *
000542*--------------------------------------------------------------*
000543 4000-FOLLOW-UP.
000544     IF WS-LAST-ACTIVITY > AVR-SENT-DATE
000545         MOVE "CHANGED SINCE LETTER - CLEARED"
000546             TO DTL-ACTION
000547         PERFORM 4400-CLEAR-LETTER THRU 4400-EXIT
000548         GO TO 4000-EXIT
000549     END-IF.
000550     IF AVR-CHASED
000551         PERFORM 4200-CHECK-CHASE THRU 4200-EXIT
000552         GO TO 4000-EXIT
000553     END-IF.
000554     IF WS-TODAY-DATE NOT > AVR-DUE-DATE
000555         ADD 1 TO WS-AWAITING-COUNT
000556         GO TO 4000-EXIT
000557     END-IF.
000558     MOVE "NO REPLY BY "  TO WS-DQ-DETAIL.
000559     MOVE AVR-DUE-DATE    TO WS-DQ-DETAIL(13:8).
000560     PERFORM 4100-RAISE-CHASE THRU 4100-EXIT.
000561     IF WS-DQ-DETAIL = SPACES
000562         GO TO 4000-EXIT
000563     END-IF.
000564     MOVE "Q"            TO AVR-STATUS.
000565     MOVE WS-TODAY-DATE  TO AVR-CHASED-DATE.
000566     REWRITE ADDR-VERIFY-RECORD
000567         INVALID KEY
000568             MOVE "QUEUED - REGISTER NOT UPDATED" TO DTL-ACTION
000569             PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
000570             MOVE 4 TO WS-RESULT-CODE
000571             GO TO 4000-EXIT
000572     END-REWRITE.
000573     ADD 1 TO WS-QUEUED-COUNT.
000574     MOVE SPACES TO DTL-ACTION.
000575     STRING "NO REPLY BY " DELIMITED BY SIZE
000576         AVR-DUE-DATE DELIMITED BY SIZE
000577         " - QUEUED TO CHASE" DELIMITED BY SIZE
000578         INTO DTL-ACTION
000579     END-STRING.
000580     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
000581 4000-EXIT.
000582     EXIT.
000583*
000584*--------------------------------------------------------------*
000585*  4100-RAISE-CHASE                                              *
000586*                                                                *
000587*  Files the UNVERIFD item on the DQQUEUE correction queue under *
000588*  the address key, the way RTN-LOAD files a GONEAWAY item: an   *
000589*  item still open stays as it is, a closed one is reopened.     *
000590*  WS-DQ-DETAIL comes back as spaces if the queue could not be   *
000591*  updated.                                                      *
000592*--------------------------------------------------------------*
000593 4100-RAISE-CHASE.
000594     MOVE SPACES TO WS-DQ-SNAPSHOT.
000595     MOVE ADDR-STREET-NAME TO WS-DQ-SNAPSHOT(1:30).
000596     MOVE ADDR-CITY-NAME   TO WS-DQ-SNAPSHOT(31:15).
000597     MOVE ADDR-COUNTY-NAME TO WS-DQ-SNAPSHOT(46:30).
000598     MOVE ADDR-POSTCODE    TO WS-DQ-SNAPSHOT(76:9).
000599     MOVE ADDR-NAME   TO DQQ-NAME.
000600     MOVE ADDR-TYPE   TO DQQ-TYPE.
000601     MOVE WS-DQ-CHECK TO DQQ-CHECK.
000602     READ DQ-QUEUE-FILE
000603         INVALID KEY
000604             PERFORM 4150-WRITE-NEW-CHASE THRU 4150-EXIT
000605             GO TO 4100-EXIT
000606     END-READ.
000607     IF DQQ-OPEN
000608         GO TO 4100-EXIT
000609     END-IF.
000610     MOVE "O"            TO DQQ-STATUS.
000611     MOVE WS-TODAY-DATE  TO DQQ-RAISED-DATE.
000612     MOVE WS-DQ-DETAIL   TO DQQ-DETAIL.
000613     MOVE SPACES         TO DQQ-CLOSED-BY.
000614     MOVE ZERO           TO DQQ-CLOSED-DATE.
000615     MOVE SPACES         TO DQQ-REASON.
000616     MOVE WS-DQ-SNAPSHOT TO DQQ-SNAPSHOT.
000617     REWRITE DQ-QUEUE-RECORD
000618         INVALID KEY
000619             PERFORM 4190-CHASE-NOT-RAISED THRU 4190-EXIT
000620     END-REWRITE.
000621 4100-EXIT.
000622     EXIT.
000623*
000624 4150-WRITE-NEW-CHASE.
000625     MOVE ADDR-NAME      TO DQQ-NAME.
000626     MOVE ADDR-TYPE      TO DQQ-TYPE.
000627     MOVE WS-DQ-CHECK    TO DQQ-CHECK.
000628     MOVE "O"            TO DQQ-STATUS.
000629     MOVE WS-TODAY-DATE  TO DQQ-RAISED-DATE.
000630     MOVE WS-DQ-DETAIL   TO DQQ-DETAIL.
000631     MOVE SPACES         TO DQQ-CLOSED-BY.
000632     MOVE ZERO           TO DQQ-CLOSED-DATE.
000633     MOVE SPACES         TO DQQ-REASON.
000634     MOVE WS-DQ-SNAPSHOT TO DQQ-SNAPSHOT.
000635     WRITE DQ-QUEUE-RECORD
000636         INVALID KEY
000637             PERFORM 4190-CHASE-NOT-RAISED THRU 4190-EXIT
000638     END-WRITE.
000639 4150-EXIT.
000640     EXIT.
000641*
000642 4190-CHASE-NOT-RAISED.
000643     MOVE "NO REPLY - QUEUE ITEM NOT RAISED" TO DTL-ACTION.
000644     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
000645     MOVE "DQQUEUE" TO WS-ERR-CODE.
000646     MOVE SPACES TO WS-ERR-TEXT.
000647     STRING "UNVERIFD NOT RAISED FOR " DELIMITED BY SIZE
000648         ADDR-NAME DELIMITED BY SIZE
000649         INTO WS-ERR-TEXT
000650     END-STRING.
000651     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000652     MOVE 4 TO WS-RESULT-CODE.
000653     MOVE SPACES TO WS-DQ-DETAIL.
000654 4190-EXIT.
000655     EXIT.
000656*
000657*--------------------------------------------------------------*
000658*  4200-CHECK-CHASE                                              *
000659*                                                                *
000660*  A clerk who closes the UNVERIFD item as fixed has confirmed   *
000661*  the address, so it is stamped verified in the clerk's name. A *
000662*  dismissed item, or one no longer on the queue, clears the     *
000663*  letter so the address comes round again when it next falls    *
000664*  due.                                                          *
000665*--------------------------------------------------------------*
000666 4200-CHECK-CHASE.
000667     MOVE ADDR-NAME   TO DQQ-NAME.
000668     MOVE ADDR-TYPE   TO DQQ-TYPE.
000669     MOVE WS-DQ-CHECK TO DQQ-CHECK.
000670     READ DQ-QUEUE-FILE
000671         INVALID KEY
000672             MOVE "CHASE NO LONGER QUEUED - CLEARED"
000673                 TO DTL-ACTION
000674             PERFORM 4400-CLEAR-LETTER THRU 4400-EXIT
000675             GO TO 4200-EXIT
000676     END-READ.
000677     IF DQQ-OPEN
000678         ADD 1 TO WS-CHASING-COUNT
000679         GO TO 4200-EXIT
000680     END-IF.
000681     IF NOT DQQ-FIXED
000682         MOVE "CHASE DISMISSED - CLEARED" TO DTL-ACTION
000683         PERFORM 4400-CLEAR-LETTER THRU 4400-EXIT
000684         GO TO 4200-EXIT
000685     END-IF.
000686     MOVE "V"             TO AVR-STATUS.
000687     MOVE DQQ-CLOSED-DATE TO AVR-VERIFIED-DATE.
000688     MOVE DQQ-CLOSED-BY   TO AVR-VERIFIED-BY.
000689     REWRITE ADDR-VERIFY-RECORD
000690         INVALID KEY
000691             MOVE "CONFIRMED - REGISTER NOT UPDATED"
000692                 TO DTL-ACTION
000693             PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
000694             MOVE 4 TO WS-RESULT-CODE
000695             GO TO 4200-EXIT
000696     END-REWRITE.
000697     MOVE "V"             TO WS-AUD-ACTION.
000698     MOVE DQQ-CLOSED-BY   TO WS-AUD-OPERATOR.
000699     MOVE ADDR-RECORD     TO WS-AUD-BEFORE.
000700     MOVE ADDR-RECORD     TO WS-AUD-AFTER.
000701     CALL "adr-audt" USING WS-AUD-ACTION WS-AUD-OPERATOR
000702         WS-AUD-BEFORE WS-AUD-AFTER.
000703     ADD 1 TO WS-CONFIRMED-COUNT.
000704     MOVE SPACES TO DTL-ACTION.
000705     STRING "VERIFIED BY CLERK " DELIMITED BY SIZE
000706         DQQ-CLOSED-BY DELIMITED BY SPACE
000707         INTO DTL-ACTION
000708     END-STRING.
000709     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
000710 4200-EXIT.
000711     EXIT.
000712*
000713*--------------------------------------------------------------*
000714*  4400-CLEAR-LETTER                                             *
000715*                                                                *
000716*  Takes the address off the register. DTL-ACTION must be set by *
000717*  the caller before this is PERFORMed.                          *
000718*--------------------------------------------------------------*
000719 4400-CLEAR-LETTER.
000720     DELETE ADDR-VERIFY-FILE
000721         INVALID KEY
000722             MOVE "LETTER NOT CLEARED - REGISTER ERROR"
000723                 TO DTL-ACTION
000724             PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
000725             MOVE 4 TO WS-RESULT-CODE
000726             GO TO 4400-EXIT
000727     END-DELETE.
000728     ADD 1 TO WS-CLEARED-COUNT.
000729     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
000730 4400-EXIT.
000731     EXIT.
000732*
000733*--------------------------------------------------------------*
000734*  4700-FETCH-POSTAGE                                            *
000735*                                                                *
000736*  Rates the run's standard letter (second class) once against   *
000737*  the POSTRATE card; with no rate in force the run is costed at *
000738*  zero and finance is warned on the console.                    *
000739*--------------------------------------------------------------*
000740 4700-FETCH-POSTAGE.
000741     MOVE "2"  TO WS-PST-SERVICE.
000742     MOVE 100  TO WS-PST-WEIGHT.
000743     MOVE WS-TODAY-DATE TO WS-PST-ASAT-DATE.
000744     MOVE "N"  TO WS-PST-FOUND.
000745     CALL "pst-rate" USING WS-PST-SERVICE WS-PST-WEIGHT
000746         WS-PST-ASAT-DATE WS-PST-PRICE WS-PST-FOUND.
000747     IF WS-PST-FOUND NOT = "Y"
000748         DISPLAY "NO POSTRATE RATE IN FORCE - RUN COSTED AT ZERO"
000749         MOVE ZERO TO WS-PST-PRICE
000750     END-IF.
000751 4700-EXIT.
000752     EXIT.
000753*
000754*--------------------------------------------------------------*
000755*  5000-SEND-LETTER                                              *
000756*                                                                *
000757*  Writes the label and the CAMPHIST mailing record under the    *
000758*  reserved code, so the reply passes RESP-LOAD's mailing check, *
000759*  and puts the address on the register with its reply date. A   *
000760*  register write that fails is reported; the label has already  *
000761*  gone, so the reply will still load but will find no letter to *
000762*  confirm.                                                      *
000763*--------------------------------------------------------------*
000764 5000-SEND-LETTER.
000765     PERFORM 5100-WRITE-LABEL THRU 5100-EXIT.
000766     MOVE SPACES         TO CAMPAIGN-HISTORY-RECORD.
000767     MOVE WS-TODAY-DATE  TO CMP-DATE.
000768     MOVE WS-VERIFY-CODE TO CMP-CAMPAIGN.
000769     MOVE ADDR-NAME      TO CMP-NAME.
000770     WRITE CAMPAIGN-HISTORY-RECORD.
000771     ADD 1 TO WS-LETTER-COUNT.
000772     ADD WS-PST-PRICE TO WS-RUN-COST.
000773     IF NOT WS-ON-REGISTER
000774         MOVE ADDR-KEY TO AVR-KEY
000775         MOVE ZERO     TO AVR-VERIFIED-DATE
000776         MOVE SPACES   TO AVR-VERIFIED-BY
000777     END-IF.
000778     MOVE "S"              TO AVR-STATUS.
000779     MOVE WS-LAST-ACTIVITY TO AVR-LAST-ACTIVITY.
000780     MOVE WS-TODAY-DATE    TO AVR-SENT-DATE.
000781     MOVE WS-DUE-DATE      TO AVR-DUE-DATE.
000782     MOVE ZERO             TO AVR-CHASED-DATE.
000783     IF WS-ON-REGISTER
000784         REWRITE ADDR-VERIFY-RECORD
000785             INVALID KEY
000786                 PERFORM 5090-REGISTER-FAILED THRU 5090-EXIT
000787                 GO TO 5000-EXIT
000788         END-REWRITE
000789     ELSE
000790         WRITE ADDR-VERIFY-RECORD
000791             INVALID KEY
000792                 PERFORM 5090-REGISTER-FAILED THRU 5090-EXIT
000793                 GO TO 5000-EXIT
000794         END-WRITE
000795     END-IF.
000796     MOVE SPACES TO DTL-ACTION.
000797     STRING "LETTER SENT - REPLY BY " DELIMITED BY SIZE
000798         WS-DUE-DATE DELIMITED BY SIZE
000799         INTO DTL-ACTION
000800     END-STRING.
000801     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
000802 5000-EXIT.
000803     EXIT.
000804*
000805 5090-REGISTER-FAILED.
000806     MOVE "LETTER SENT - REGISTER NOT UPDATED" TO DTL-ACTION.
000807     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
000808     MOVE "ADRVRFY" TO WS-ERR-CODE.
000809     MOVE SPACES TO WS-ERR-TEXT.
000810     STRING "ADDRVRFY NOT UPDATED FOR " DELIMITED BY SIZE
000811         ADDR-NAME DELIMITED BY SIZE
000812         INTO WS-ERR-TEXT
000813     END-STRING.
000814     PERFORM 8000-LOG-ERROR THRU 8000-EXIT.
000815     MOVE 4 TO WS-RESULT-CODE.
000816 5090-EXIT.
000817     EXIT.
000818*
000819*--------------------------------------------------------------*
000820*  5100-WRITE-LABEL                                              *
000821*--------------------------------------------------------------*
000822 5100-WRITE-LABEL.
000823     MOVE SPACES TO VERIFY-LABEL-LINE.
000824     MOVE ADDR-NAME TO VERIFY-LABEL-LINE(1:30).
000825     MOVE WS-VERIFY-CODE TO VERIFY-LABEL-LINE(41:8).
000826     WRITE VERIFY-LABEL-LINE.
000827     MOVE SPACES TO VERIFY-LABEL-LINE.
000828     STRING ADDR-HOUSE-NUMBER DELIMITED BY SIZE
000829        " " ADDR-STREET-NAME DELIMITED BY SIZE
000830        INTO VERIFY-LABEL-LINE.
000831     WRITE VERIFY-LABEL-LINE.
000832     MOVE ADDR-CITY-NAME TO VERIFY-LABEL-LINE.
000833     WRITE VERIFY-LABEL-LINE.
000834     MOVE ADDR-COUNTY-NAME TO VERIFY-LABEL-LINE.
000835     WRITE VERIFY-LABEL-LINE.
000836     MOVE ADDR-POSTCODE TO VERIFY-LABEL-LINE.
000837     WRITE VERIFY-LABEL-LINE.
000838     MOVE SPACES TO VERIFY-LABEL-LINE.
000839     WRITE VERIFY-LABEL-LINE.
000840 5100-EXIT.
000841     EXIT.
000842*
000843*--------------------------------------------------------------*
000844*  5800-PRINT-DETAIL                                             *
000845*                                                                *
000846*  Prints the address in ADDR-RECORD with its last activity.     *
000847*  DTL-ACTION must be set by the caller before this is           *
000848*  PERFORMed.                                                    *
000849*--------------------------------------------------------------*
000850 5800-PRINT-DETAIL.
000851     MOVE ADDR-NAME     TO DTL-NAME.
000852     MOVE ADDR-TYPE     TO DTL-TYPE.
000853     MOVE ADDR-POSTCODE TO DTL-POSTCODE.
000854     IF WS-LAST-ACTIVITY = ZERO
000855         MOVE "NONE" TO DTL-LAST-ACTIVITY
000856     ELSE
000857         MOVE WS-LAST-ACTIVITY TO DTL-LAST-ACTIVITY
000858     END-IF.
000859     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
000860     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000861 5800-EXIT.
000862     EXIT.
000863*
000864*--------------------------------------------------------------*
000865*  6000-WRITE-COST                                               *
000866*                                                                *
000867*  One CAMPCOST record for the run's letters, under the reserved *
000868*  code, so the postage is charged back as CAMP-RUN's is.        *
000869*--------------------------------------------------------------*
000870 6000-WRITE-COST.
000871     IF WS-LETTER-COUNT = ZERO
000872         GO TO 6000-EXIT
000873     END-IF.
000874     OPEN EXTEND CAMPAIGN-COST-FILE.
000875     IF NOT WS-COST-OK
000876         OPEN OUTPUT CAMPAIGN-COST-FILE
000877         CLOSE CAMPAIGN-COST-FILE
000878         OPEN EXTEND CAMPAIGN-COST-FILE
000879     END-IF.
000880     MOVE SPACES          TO CAMPAIGN-COST-RECORD.
000881     MOVE WS-TODAY-DATE   TO CCO-DATE.
000882     MOVE WS-VERIFY-CODE  TO CCO-CAMPAIGN.
000883     MOVE WS-LETTER-COUNT TO CCO-ITEMS.
000884     MOVE WS-RUN-COST     TO CCO-COST.
000885     WRITE CAMPAIGN-COST-RECORD.
000886     CLOSE CAMPAIGN-COST-FILE.
000887 6000-EXIT.
000888     EXIT.
000889*
000890*--------------------------------------------------------------*
000891*  7000-PRINT-TOTALS                                             *
000892*--------------------------------------------------------------*
000893 7000-PRINT-TOTALS.
000894     MOVE SPACES TO WS-RPT-LINE.
000895     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000896     MOVE "AUDIT TRAIL RECORDS READ" TO TOT-LABEL.
000897     MOVE WS-AUDIT-COUNT TO TOT-VALUE.
000898     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000899     MOVE "ADDRESSES CHECKED" TO TOT-LABEL.
000900     MOVE WS-READ-COUNT TO TOT-VALUE.
000901     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000902     MOVE "TOUCHED WITHIN THE AGE LIMIT" TO TOT-LABEL.
000903     MOVE WS-CURRENT-COUNT TO TOT-VALUE.
000904     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000905     MOVE "GONE AWAY - LEFT TO RETURNED MAIL" TO TOT-LABEL.
000906     MOVE WS-GONE-AWAY-COUNT TO TOT-VALUE.
000907     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000908     MOVE "CONFIRMATION LETTERS SENT" TO TOT-LABEL.
000909     MOVE WS-LETTER-COUNT TO TOT-VALUE.
000910     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000911     MOVE "DUE BUT HELD OVER - RUN LIMIT REACHED" TO TOT-LABEL.
000912     MOVE WS-HELD-OVER-COUNT TO TOT-VALUE.
000913     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000914     MOVE "LETTERS AWAITING REPLY" TO TOT-LABEL.
000915     MOVE WS-AWAITING-COUNT TO TOT-VALUE.
000916     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000917     MOVE "NO REPLY - QUEUED TO CHASE THIS RUN" TO TOT-LABEL.
000918     MOVE WS-QUEUED-COUNT TO TOT-VALUE.
000919     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000920     MOVE "STILL BEING CHASED" TO TOT-LABEL.
000921     MOVE WS-CHASING-COUNT TO TOT-VALUE.
000922     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000923     MOVE "VERIFIED BY CLERK" TO TOT-LABEL.
000924     MOVE WS-CONFIRMED-COUNT TO TOT-VALUE.
000925     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000926     MOVE "LETTERS CLEARED" TO TOT-LABEL.
000927     MOVE WS-CLEARED-COUNT TO TOT-VALUE.
000928     PERFORM 7100-PRINT-ONE-TOTAL THRU 7100-EXIT.
000929     MOVE WS-RUN-COST TO CST-VALUE.
000930     MOVE WS-COST-LINE TO WS-RPT-LINE.
000931     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000932 7000-EXIT.
000933     EXIT.
000934*
000935 7100-PRINT-ONE-TOTAL.
000936     MOVE WS-TOTAL-LINE TO WS-RPT-LINE.
000937     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000938 7100-EXIT.
000939     EXIT.
000940*
000941*--------------------------------------------------------------*
000942*  8000-LOG-ERROR                                                *
000943*--------------------------------------------------------------*
000944 8000-LOG-ERROR.
000945     MOVE "ADR-VRFY" TO WS-ERR-PROGRAM.
000946     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000947         WS-ERR-TEXT.
000948 8000-EXIT.
000949     EXIT.
000950*
000951*--------------------------------------------------------------*
000952*  8800-WRITE-REPORT                                             *
000953*                                                                *
000954*  Prints one line through the shared report writer. WS-RPT-LINE *
000955*  must be set by the caller before this is PERFORMed.           *
000956*--------------------------------------------------------------*
000957 8800-WRITE-REPORT.
000958     MOVE "W" TO WS-RPT-FUNCTION.
000959     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000960         WS-RPT-LINE.
000961 8800-EXIT.
000962     EXIT.
000963*
000964*--------------------------------------------------------------*
000965*  9000-TERMINATE                                                *
000966*--------------------------------------------------------------*
000967 9000-TERMINATE.
000968     IF WS-RESULT-CODE NOT = 8
000969         CLOSE ADDR-FILE
000970         CLOSE ADDR-VERIFY-FILE
000971         CLOSE DQ-QUEUE-FILE
000972         CLOSE CAMPAIGN-HISTORY-FILE
000973         CLOSE VERIFY-LABEL-FILE
000974     END-IF.
000975     MOVE "E" TO WS-RUN-FUNCTION.
000976     MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT.
000977     MOVE "C" TO WS-RUN-STATUS.
000978     IF WS-RESULT-CODE = 8
000979         MOVE "F" TO WS-RUN-STATUS
000980     END-IF.
000981     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000982         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000983         WS-RUN-ALREADY-RAN.
000984     MOVE "C" TO WS-RPT-FUNCTION.
000985     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000986         WS-RPT-LINE.
000987     MOVE WS-RESULT-CODE TO RETURN-CODE.
000988 9000-EXIT.
000989     EXIT.
