000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. crm-load.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Re-verification rows (audit action V) are  *
000012*                    not counted as changes made on our side:   *
000013*                    the address was confirmed as it stood, so  *
000014*                    a CRM update for the name is applied, not  *
000015*                    held.                                      *
000016*  15-OCT-2026  BJD  New program. Nightly load of the CRM       *
000017*                    team's address changes from CRMUPDT, the   *
000018*                    inbound partner of the AUD-XTR cut in the  *
000019*                    same header/detail/trailer layout. The     *
000020*                    feed is balanced against its trailer       *
000021*                    before anything is applied, and an         *
000022*                    unbalanced or incomplete feed is refused   *
000023*                    whole. Adds and changes go through the     *
000024*                    same checks the interactive screen applies *
000025*                    - address type, erasure register, PC-CHECK *
000026*                    postcode shape, PCODFILE gazetteer master, *
000027*                    REGNFILE county lookup and the ADDR-NRM    *
000028*                    standardiser - under a LOCK-MGR lock on    *
000029*                    the record, and every applied update is    *
000030*                    audited through ADR-AUDT as operator       *
000031*                    CRMINTF, the CRM interface. Deletes are    *
000032*                    archived as the screen archives them. A    *
000033*                    name that was also changed on our side     *
000034*                    since the last AUD-XTR cut, or whose       *
000035*                    record a clerk has locked, is not applied: *
000036*                    it goes on the CRMCONF conflict report,    *
000037*                    printed through RPT-WTR, for a supervisor  *
000038*                    to resolve. Every transaction is listed on *
000039*                    CRMRPT as ACCEPTED, REJECTED or CONFLICT,  *
000040*                    with control totals at the end.            *
000041*--------------------------------------------------------------*
000042 ENVIRONMENT DIVISION.
000043 INPUT-OUTPUT SECTION.
000044 FILE-CONTROL.
000045     SELECT CRM-UPDATE-FILE ASSIGN TO "CRMUPDT"
000046         ORGANIZATION IS LINE SEQUENTIAL
000047         FILE STATUS IS WS-CRU-STATUS.
000048     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000049         ORGANIZATION IS LINE SEQUENTIAL
000050         FILE STATUS IS WS-AUDF-STATUS.
000051     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000052         ORGANIZATION IS INDEXED
000053         ACCESS MODE IS DYNAMIC
000054         RECORD KEY IS RUN-KEY
000055         FILE STATUS IS WS-RCT-STATUS.
000056     SELECT ERASURE-REGISTER-FILE ASSIGN TO "ERASEREG"
000057         ORGANIZATION IS LINE SEQUENTIAL
000058         FILE STATUS IS WS-REG-STATUS.
000059     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000060         ORGANIZATION IS INDEXED
000061         ACCESS MODE IS DYNAMIC
000062         RECORD KEY IS ADDR-KEY
000063         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000064             WITH DUPLICATES
000065         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000066             WITH DUPLICATES
000067         FILE STATUS IS WS-ADDR-STATUS.
000068     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000069         ORGANIZATION IS INDEXED
000070         ACCESS MODE IS RANDOM
000071         RECORD KEY IS RGN-POSTCODE-PREFIX
000072         FILE STATUS IS WS-RGN-STATUS.
000073     SELECT POSTCODE-FILE ASSIGN TO "PCODFILE"
000074         ORGANIZATION IS INDEXED
000075         ACCESS MODE IS RANDOM
000076         RECORD KEY IS PCD-POSTCODE
000077         FILE STATUS IS WS-PCD-STATUS.
000078     SELECT ADDR-ARCHIVE-FILE ASSIGN TO "ADDRARCH"
000079         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-ARC-STATUS.
000081     SELECT LOAD-REPORT-FILE ASSIGN TO "CRMRPT"
000082         ORGANIZATION IS LINE SEQUENTIAL.
000083*
000084 DATA DIVISION.
000085 FILE SECTION.
000086*--------------------------------------------------------------*
000087*  The CRM's file carries the same records AUD-XTR sends it: a  *
000088*  header with the CRM's extract date, one detail per add,      *
000089*  change or delete with the CRM user who made it and the first *
000090*  118 bytes of the address record, and a trailer with          *
000091*  per-action counts.                                           *
000092*--------------------------------------------------------------*
000093 FD  CRM-UPDATE-FILE
000094     LABEL RECORDS ARE STANDARD.
000095 01  CRM-UPDATE-RECORD.
000096     05  CRU-ACTION          PIC X(01).
000097         88  CRU-ADD                  VALUE "A".
000098         88  CRU-CHANGE               VALUE "C".
000099         88  CRU-DELETE               VALUE "D".
000100     05  FILLER              PIC X(01).
000101     05  CRU-CRM-USER        PIC X(08).
000102     05  FILLER              PIC X(01).
000103     05  CRU-DETAIL.
000104         10  CRU-NAME            PIC X(30).
000105         10  CRU-TYPE            PIC X(01).
000106         10  CRU-HOUSE-NUMBER    PIC 9(03).
000107         10  CRU-STREET-NAME     PIC X(30).
000108         10  CRU-CITY-NAME       PIC X(15).
000109         10  CRU-COUNTY-NAME     PIC X(30).
000110         10  CRU-POSTCODE        PIC X(09).
000111     05  FILLER              PIC X(11).
000112 01  CRU-HEADER-RECORD.
000113     05  CRU-HDR-TAG         PIC X(04).
000114     05  CRU-HDR-DATE        PIC 9(08).
000115     05  FILLER              PIC X(128).
000116 01  CRU-TRAILER-RECORD.
000117     05  CRU-TRL-TAG         PIC X(04).
000118     05  CRU-TRL-TOTAL       PIC 9(09).
000119     05  FILLER              PIC X(03).
000120     05  CRU-TRL-ADDS        PIC 9(09).
000121     05  FILLER              PIC X(03).
000122     05  CRU-TRL-CHANGES     PIC 9(09).
000123     05  FILLER              PIC X(03).
000124     05  CRU-TRL-DELETES     PIC 9(09).
000125     05  FILLER              PIC X(91).
000126*
000127 FD  ADDR-AUDIT-FILE
000128     LABEL RECORDS ARE STANDARD.
000129     COPY ADDRAUD.
000130*
000131 FD  RUN-CONTROL-FILE
000132     LABEL RECORDS ARE STANDARD.
000133     COPY RUNCREC.
000134*
000135 FD  ERASURE-REGISTER-FILE
000136     LABEL RECORDS ARE STANDARD.
000137     COPY ERASEREC.
000138*
000139 FD  ADDR-FILE
000140     LABEL RECORDS ARE STANDARD.
000141     COPY ADDRREC.
000142*
000143 FD  REGION-FILE
000144     LABEL RECORDS ARE STANDARD.
000145     COPY REGNREC.
000146*
000147 FD  POSTCODE-FILE
000148     LABEL RECORDS ARE STANDARD.
000149     COPY PCODEREC.
000150*
000151 FD  ADDR-ARCHIVE-FILE
000152     LABEL RECORDS ARE STANDARD.
000153     COPY ADDRARC.
000154*
000155 FD  LOAD-REPORT-FILE
000156     LABEL RECORDS ARE STANDARD.
000157 01  REPORT-LINE             PIC X(80).
000158*
000159 WORKING-STORAGE SECTION.
000160*
000161 01  WS-CRU-STATUS           PIC X(02) VALUE "00".
000162     88  WS-CRU-OK                     VALUE "00".
000163     88  WS-CRU-EOF                    VALUE "10".
000164*
000165 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000166     88  WS-AUDF-OK                    VALUE "00".
000167     88  WS-AUDF-EOF                   VALUE "10".
000168*
000169 01  WS-RCT-STATUS           PIC X(02) VALUE "00".
000170     88  WS-RCT-OK                     VALUE "00".
000171     88  WS-RCT-EOF                    VALUE "10".
000172*
000173 01  WS-REG-STATUS           PIC X(02) VALUE "00".
000174     88  WS-REG-OK                     VALUE "00".
000175     88  WS-REG-EOF                    VALUE "10".
000176*
000177 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000178     88  WS-ADDR-OK                    VALUE "00".
000179     88  WS-ADDR-NOT-FOUND             VALUE "23".
000180     88  WS-ADDR-DUPLICATE             VALUE "22".
000181*
000182 01  WS-RGN-STATUS           PIC X(02) VALUE "00".
000183     88  WS-RGN-OK                     VALUE "00".
000184*
000185 01  WS-PCD-STATUS           PIC X(02) VALUE "00".
000186     88  WS-PCD-OK                     VALUE "00".
000187*
000188 01  WS-ARC-STATUS           PIC X(02) VALUE "00".
000189     88  WS-ARC-OK                     VALUE "00".
000190*
000191 01  WS-RGN-AVAIL-SWITCH     PIC X(01) VALUE "N".
000192     88  WS-RGN-AVAILABLE             VALUE "Y".
000193 01  WS-PCD-AVAIL-SWITCH     PIC X(01) VALUE "N".
000194     88  WS-PCD-AVAILABLE             VALUE "Y".
000195*
000196 01  WS-PC-VALID-FLAG        PIC X(01) VALUE "N".
000197 01  WS-TODAY-DATE           PIC 9(08).
000198*
000199*--------------------------------------------------------------*
000200*  THE CRM INTERFACE OPERATOR - STAMPED ON LOCKS, AUDIT IMAGES   *
000201*  AND ARCHIVE RECORDS                                           *
000202*--------------------------------------------------------------*
000203 01  WS-CRM-OPERATOR         PIC X(08) VALUE "CRMINTF".
000204*
000205*--------------------------------------------------------------*
000206*  STANDARDISATION WORK AREA - ADDR-NRM WORKS ON 30 CHARACTERS   *
000207*--------------------------------------------------------------*
000208 01  WS-NORM-TEXT            PIC X(30).
000209*
000210*--------------------------------------------------------------*
000211*  FEED BALANCING - THE FEED IS COUNTED AGAINST ITS TRAILER      *
000212*  BEFORE ANY OF IT IS APPLIED                                   *
000213*--------------------------------------------------------------*
000214 01  WS-FEED-SWITCH          PIC X(01) VALUE "Y".
000215     88  WS-FEED-ACCEPTED             VALUE "Y".
000216     88  WS-FEED-REFUSED              VALUE "N".
000217 01  WS-FEED-PRESENT-SWITCH  PIC X(01) VALUE "Y".
000218     88  WS-FEED-PRESENT              VALUE "Y".
000219 01  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
000220     88  WS-HEADER-FOUND              VALUE "Y".
000221 01  WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
000222     88  WS-TRAILER-FOUND             VALUE "Y".
000223 01  WS-REFUSE-REASON        PIC X(30) VALUE SPACES.
000224 01  WS-CRM-EXTRACT-DATE     PIC 9(08) VALUE ZERO.
000225 01  WS-BAL-TOTAL            PIC 9(09) VALUE ZERO.
000226 01  WS-BAL-ADDS             PIC 9(09) VALUE ZERO.
000227 01  WS-BAL-CHANGES          PIC 9(09) VALUE ZERO.
000228 01  WS-BAL-DELETES          PIC 9(09) VALUE ZERO.
000229*
000230*--------------------------------------------------------------*
000231*  THE LAST AUD-XTR CUT - OUR CHANGES AFTER IT HAVE NOT YET      *
000232*  REACHED THE CRM                                               *
000233*--------------------------------------------------------------*
000234 01  WS-CUT-SWITCH           PIC X(01) VALUE "N".
000235     88  WS-CUT-FOUND                 VALUE "Y".
000236 01  WS-CUT-BUS-DATE         PIC 9(08) VALUE ZERO.
000237 01  WS-CUT-END-DATE         PIC 9(08) VALUE ZERO.
000238 01  WS-CUT-END-TIME         PIC 9(08) VALUE ZERO.
000239*
000240*--------------------------------------------------------------*
000241*  NAMES CHANGED ON OUR SIDE SINCE THE LAST CUT, OFF ADDRAUDT,  *
000242*  WITH THE LATEST CHANGE TO EACH. CHANGES MADE BY THE CRM      *
000243*  INTERFACE ITSELF ARE LEFT OUT. IF THE TABLE FILLS, EVERY     *
000244*  NAME NOT IN IT IS HELD AS A CONFLICT RATHER THAN APPLIED     *
000245*  UNCHECKED.                                                   *
000246*--------------------------------------------------------------*
000247 01  WS-CHG-COUNT            PIC S9(04) COMP VALUE ZERO.
000248 01  WS-CHG-MAX              PIC S9(04) COMP VALUE 2000.
000249 01  WS-CHG-INDEX            PIC S9(04) COMP VALUE ZERO.
000250 01  WS-CHG-SLOT             PIC S9(04) COMP VALUE ZERO.
000251 01  WS-CHG-FULL-SWITCH      PIC X(01) VALUE "N".
000252     88  WS-CHG-TABLE-FULL            VALUE "Y".
000253 01  WS-WORK-NAME            PIC X(30).
000254*
000255 01  WS-CHANGED-TABLE.
000256     05  WS-CHG-ENTRY OCCURS 2000 TIMES.
000257         10  WS-CHG-NAME         PIC X(30).
000258         10  WS-CHG-OPERATOR     PIC X(08).
000259         10  WS-CHG-ACTION       PIC X(01).
000260         10  WS-CHG-DATE         PIC 9(08).
000261         10  WS-CHG-TIME         PIC 9(08).
000262*
000263*--------------------------------------------------------------*
000264*  ERASED NAMES OFF THE ERASURE REGISTER - NEVER RE-ADDED FROM   *
000265*  THE CRM                                                       *
000266*--------------------------------------------------------------*
000267 01  WS-ERS-COUNT            PIC S9(04) COMP VALUE ZERO.
000268 01  WS-ERS-MAX              PIC S9(04) COMP VALUE 200.
000269 01  WS-ERS-INDEX            PIC S9(04) COMP VALUE ZERO.
000270 01  WS-ERASED-SWITCH        PIC X(01).
000271     88  WS-NAME-ERASED               VALUE "Y".
000272*
000273 01  WS-ERASED-TABLE.
000274     05  WS-ERS-NAME         PIC X(30) OCCURS 200 TIMES.
000275*
000276*--------------------------------------------------------------*
000277*  RESULT OF ONE TRANSACTION - BOTH SPACES MEANS IT WAS APPLIED  *
000278*--------------------------------------------------------------*
000279 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
000280 01  WS-CONFLICT-REASON      PIC X(30) VALUE SPACES.
000281 01  WS-LOCK-HELD-SWITCH     PIC X(01) VALUE "N".
000282     88  WS-LOCK-HELD                 VALUE "Y".
000283*
000284*--------------------------------------------------------------*
000285*  CONTROL TOTALS                                                *
000286*--------------------------------------------------------------*
000287 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
000288 01  WS-ACCEPT-COUNT         PIC 9(05) VALUE ZERO.
000289 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
000290 01  WS-CONFLICT-COUNT       PIC 9(05) VALUE ZERO.
000291*
000292*--------------------------------------------------------------*
000293*  LOAD REPORT LINES                                             *
000294*--------------------------------------------------------------*
000295 01  WS-HEADING-1.
000296     05  FILLER         PIC X(18) VALUE "CRM ADDRESS UPDATE".
000297     05  FILLER         PIC X(08) VALUE " REPORT ".
000298     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000299     05  WS-HDG-DATE    PIC 9(08).
000300     05  FILLER         PIC X(14) VALUE "  CRM EXTRACT ".
000301     05  WS-HDG-EXTRACT PIC 9(08).
000302*
000303 01  WS-HEADING-2.
000304     05  FILLER              PIC X(03) VALUE "ACT".
000305     05  FILLER              PIC X(31) VALUE " NAME".
000306     05  FILLER              PIC X(10) VALUE "RESULT".
000307     05  FILLER              PIC X(30) VALUE "REASON".
000308*
000309 01  WS-DETAIL-LINE.
000310     05  DTL-ACTION          PIC X(01).
000311     05  FILLER              PIC X(02) VALUE SPACES.
000312     05  DTL-NAME            PIC X(30).
000313     05  FILLER              PIC X(01) VALUE SPACE.
000314     05  DTL-RESULT          PIC X(08).
000315     05  FILLER              PIC X(02) VALUE SPACES.
000316     05  DTL-REASON          PIC X(30).
000317*
000318 01  WS-REFUSED-LINE.
000319     05  FILLER              PIC X(32)
000320         VALUE "*** FEED REFUSED - NOT APPLIED -".
000321     05  FILLER              PIC X(01) VALUE SPACE.
000322     05  RFS-REASON          PIC X(30).
000323*
000324 01  WS-CUT-LINE.
000325     05  FILLER              PIC X(29)
000326         VALUE "CHANGES SINCE AUD-XTR CUT OF ".
000327     05  CUT-BUS-DATE        PIC 9(08).
000328     05  FILLER              PIC X(08) VALUE " (ENDED ".
000329     05  CUT-END-DATE        PIC 9(08).
000330     05  FILLER              PIC X(01) VALUE SPACE.
000331     05  CUT-END-TIME        PIC 9(08).
000332     05  FILLER              PIC X(01) VALUE ")".
000333*
000334 01  WS-TOTAL-LINE.
000335     05  TOT-LABEL           PIC X(30).
000336     05  TOT-COUNT           PIC ZZZZ9.
000337*
000338*--------------------------------------------------------------*
000339*  CONFLICT REPORT LINES - PRINTED THROUGH RPT-WTR AS CRMCONF    *
000340*--------------------------------------------------------------*
000341 01  WS-CONF-HEADING-1.
000342     05  FILLER              PIC X(38)
000343         VALUE "CRM UPDATES HELD FOR SUPERVISOR REVIEW".
000344     05  FILLER              PIC X(15) VALUE "  CRM EXTRACT  ".
000345     05  CHD-EXTRACT         PIC 9(08).
000346*
000347 01  WS-CONF-HEADING-2.
000348     05  FILLER              PIC X(03) VALUE "ACT".
000349     05  FILLER              PIC X(31) VALUE " NAME".
000350     05  FILLER              PIC X(05) VALUE "TYPE".
000351     05  FILLER              PIC X(10) VALUE "CRM USER".
000352     05  FILLER              PIC X(30) VALUE "REASON HELD".
000353*
000354 01  WS-CONF-LINE-1.
000355     05  CF1-ACTION          PIC X(01).
000356     05  FILLER              PIC X(02) VALUE SPACES.
000357     05  CF1-NAME            PIC X(30).
000358     05  FILLER              PIC X(02) VALUE SPACES.
000359     05  CF1-TYPE            PIC X(01).
000360     05  FILLER              PIC X(03) VALUE SPACES.
000361     05  CF1-CRM-USER        PIC X(08).
000362     05  FILLER              PIC X(02) VALUE SPACES.
000363     05  CF1-REASON          PIC X(30).
000364*
000365 01  WS-CONF-LINE-2.
000366     05  CF2-LABEL           PIC X(14).
000367     05  CF2-HOUSE-NUMBER    PIC ZZ9.
000368     05  FILLER              PIC X(01) VALUE SPACE.
000369     05  CF2-STREET-NAME     PIC X(30).
000370     05  FILLER              PIC X(01) VALUE SPACE.
000371     05  CF2-CITY-NAME       PIC X(15).
000372     05  FILLER              PIC X(01) VALUE SPACE.
000373     05  CF2-POSTCODE        PIC X(09).
000374*
000375 01  WS-CONF-LINE-3.
000376     05  FILLER              PIC X(14) VALUE "   OUR CHANGE ".
000377     05  CF3-ACTION          PIC X(01).
000378     05  FILLER              PIC X(04) VALUE " BY ".
000379     05  CF3-OPERATOR        PIC X(08).
000380     05  FILLER              PIC X(04) VALUE " ON ".
000381     05  CF3-DATE            PIC 9(08).
000382     05  FILLER              PIC X(04) VALUE " AT ".
000383     05  CF3-TIME            PIC 9(08).
000384*
000385*--------------------------------------------------------------*
000386*  SHARED ADDRESS-AUDIT WORK AREAS                               *
000387*--------------------------------------------------------------*
000388     COPY AUDCALL.
000389*
000390*--------------------------------------------------------------*
000391*  SHARED RECORD-LOCK WORK AREAS                                 *
000392*--------------------------------------------------------------*
000393     COPY LOKCALL.
000394*
000395*--------------------------------------------------------------*
000396*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000397*--------------------------------------------------------------*
000398     COPY OPRCURR.
000399*
000400*--------------------------------------------------------------*
000401*  SHARED REPORT-WRITER WORK AREAS                               *
000402*--------------------------------------------------------------*
000403     COPY RPTCALL.
000404*
000405*--------------------------------------------------------------*
000406*  SHARED RUN-CONTROL WORK AREAS                                 *
000407*--------------------------------------------------------------*
000408     COPY RUNCALL.
000409*
000410 PROCEDURE DIVISION.
000411*
000412*--------------------------------------------------------------*
000413*  0000-MAINLINE                                                 *
000414*--------------------------------------------------------------*
000415 0000-MAINLINE.
000416     MOVE "S" TO WS-RUN-FUNCTION.
000417     MOVE "CRMLOAD " TO WS-RUN-PROGRAM.
000418     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000419     MOVE ZERO TO WS-RUN-REC-COUNT.
000420     MOVE SPACE TO WS-RUN-STATUS.
000421     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000422         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000423         WS-RUN-ALREADY-RAN.
000424     IF WS-RUN-ALREADY-RAN = "Y"
000425         DISPLAY "CRM-LOAD ALREADY RAN FOR THIS BUSINESS DATE"
000426         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000427         STOP RUN
000428     END-IF.
000429     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000430     IF WS-FEED-PRESENT AND WS-FEED-ACCEPTED
000431         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
000432             UNTIL WS-CRU-EOF
000433     END-IF.
000434     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000435     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000436     STOP RUN.
000437*
000438*--------------------------------------------------------------*
000439*  1000-INITIALIZE                                               *
000440*                                                                *
000441*  Every lock taken and every audit image written in this run is *
000442*  stamped with the CRM interface operator, set here as the run  *
000443*  unit's current operator. The feed is balanced first; only a   *
000444*  balanced feed is reopened for applying.                       *
000445*--------------------------------------------------------------*
000446 1000-INITIALIZE.
000447     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000448     MOVE "S"             TO WS-CUR-FUNCTION.
000449     MOVE WS-CRM-OPERATOR TO WS-CUR-OPR-ID.
000450     MOVE "CRM INTERFACE" TO WS-CUR-OPR-NAME.
000451     MOVE "C"             TO WS-CUR-OPR-ROLE.
000452     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000453         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000454     OPEN OUTPUT LOAD-REPORT-FILE.
000455     PERFORM 1100-BALANCE-FEED THRU 1100-EXIT.
000456     MOVE WS-TODAY-DATE       TO WS-HDG-DATE.
000457     MOVE WS-CRM-EXTRACT-DATE TO WS-HDG-EXTRACT.
000458     WRITE REPORT-LINE FROM WS-HEADING-1.
000459     IF NOT WS-FEED-PRESENT
000460         MOVE "NO CRM UPDATE FILE RECEIVED" TO REPORT-LINE
000461         WRITE REPORT-LINE
000462         DISPLAY "CRM-LOAD: NO CRM UPDATE FILE RECEIVED"
000463         GO TO 1000-EXIT
000464     END-IF.
000465     IF WS-FEED-REFUSED
000466         MOVE WS-REFUSE-REASON TO RFS-REASON
000467         WRITE REPORT-LINE FROM WS-REFUSED-LINE
000468         DISPLAY "CRM-LOAD: " WS-REFUSED-LINE
000469         GO TO 1000-EXIT
000470     END-IF.
000471     PERFORM 1300-FIND-LAST-CUT THRU 1300-EXIT.
000472     PERFORM 1400-LOAD-OUR-CHANGES THRU 1400-EXIT.
000473     PERFORM 1800-LOAD-ERASED-NAMES THRU 1800-EXIT.
000474     IF WS-CUT-FOUND
000475         MOVE WS-CUT-BUS-DATE TO CUT-BUS-DATE
000476         MOVE WS-CUT-END-DATE TO CUT-END-DATE
000477         MOVE WS-CUT-END-TIME TO CUT-END-TIME
000478         WRITE REPORT-LINE FROM WS-CUT-LINE
000479     ELSE
000480         MOVE "NO AUD-XTR CUT ON RUNCTRL - WHOLE TRAIL CHECKED"
000481             TO REPORT-LINE
000482         WRITE REPORT-LINE
000483     END-IF.
000484     MOVE SPACES TO REPORT-LINE.
000485     WRITE REPORT-LINE.
000486     WRITE REPORT-LINE FROM WS-HEADING-2.
000487     OPEN I-O ADDR-FILE.
000488     IF NOT WS-ADDR-OK
000489         DISPLAY "ADDR-FILE NOT FOUND - CREATING NEW FILE"
000490         CLOSE ADDR-FILE
000491         OPEN OUTPUT ADDR-FILE
000492         CLOSE ADDR-FILE
000493         OPEN I-O ADDR-FILE
000494     END-IF.
000495     OPEN INPUT REGION-FILE.
000496     IF WS-RGN-OK
000497         SET WS-RGN-AVAILABLE TO TRUE
000498     END-IF.
000499     OPEN INPUT POSTCODE-FILE.
000500     IF WS-PCD-OK
000501         SET WS-PCD-AVAILABLE TO TRUE
000502     END-IF.
000503     OPEN EXTEND ADDR-ARCHIVE-FILE.
000504     IF NOT WS-ARC-OK
000505         OPEN OUTPUT ADDR-ARCHIVE-FILE
000506         CLOSE ADDR-ARCHIVE-FILE
000507         OPEN EXTEND ADDR-ARCHIVE-FILE
000508     END-IF.
000509     MOVE "O" TO WS-RPT-FUNCTION.
000510     MOVE "CRMCONF " TO WS-RPT-ID.
000511     MOVE SPACES TO WS-RPT-LINE.
000512     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
000513         WS-RPT-LINE.
000514     MOVE WS-CRM-EXTRACT-DATE TO CHD-EXTRACT.
000515     MOVE WS-CONF-HEADING-1 TO WS-RPT-LINE.
000516     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000517     MOVE SPACES TO WS-RPT-LINE.
000518     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000519     MOVE WS-CONF-HEADING-2 TO WS-RPT-LINE.
000520     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000521     MOVE "00" TO WS-CRU-STATUS.
000522     OPEN INPUT CRM-UPDATE-FILE.
000523 1000-EXIT.
000524     EXIT.
000525*
000526*--------------------------------------------------------------*
000527*  1100-BALANCE-FEED                                             *
000528*                                                                *
000529*  Reads the whole feed once, counting the details by action,    *
000530*  and checks the counts against the trailer. A feed with no     *
000531*  header, no trailer or counts that disagree is refused and     *
000532*  none of it is applied.                                        *
000533*--------------------------------------------------------------*
000534 1100-BALANCE-FEED.
000535     OPEN INPUT CRM-UPDATE-FILE.
000536     IF NOT WS-CRU-OK
000537         MOVE "N" TO WS-FEED-PRESENT-SWITCH
000538         GO TO 1100-EXIT
000539     END-IF.
000540     PERFORM 1200-BALANCE-ONE-RECORD THRU 1200-EXIT
000541         UNTIL WS-CRU-EOF.
000542     CLOSE CRM-UPDATE-FILE.
000543     EVALUATE TRUE
000544         WHEN NOT WS-HEADER-FOUND
000545             MOVE "NO HEADER RECORD" TO WS-REFUSE-REASON
000546         WHEN NOT WS-TRAILER-FOUND
000547             MOVE "NO TRAILER RECORD" TO WS-REFUSE-REASON
000548         WHEN CRU-TRL-TOTAL NOT NUMERIC
000549           OR CRU-TRL-ADDS NOT NUMERIC
000550           OR CRU-TRL-CHANGES NOT NUMERIC
000551           OR CRU-TRL-DELETES NOT NUMERIC
000552             MOVE "TRAILER COUNTS NOT NUMERIC"
000553                 TO WS-REFUSE-REASON
000554         WHEN CRU-TRL-TOTAL NOT = WS-BAL-TOTAL
000555           OR CRU-TRL-ADDS NOT = WS-BAL-ADDS
000556           OR CRU-TRL-CHANGES NOT = WS-BAL-CHANGES
000557           OR CRU-TRL-DELETES NOT = WS-BAL-DELETES
000558             MOVE "OUT OF BALANCE WITH TRAILER"
000559                 TO WS-REFUSE-REASON
000560         WHEN OTHER
000561             CONTINUE
000562     END-EVALUATE.
000563     IF WS-REFUSE-REASON NOT = SPACES
000564         SET WS-FEED-REFUSED TO TRUE
000565     END-IF.
000566 1100-EXIT.
000567     EXIT.
000568*
000569 1200-BALANCE-ONE-RECORD.
000570     IF WS-TRAILER-FOUND
000571         MOVE "10" TO WS-CRU-STATUS
000572         GO TO 1200-EXIT
000573     END-IF.
000574     READ CRM-UPDATE-FILE
000575         AT END
000576             MOVE "10" TO WS-CRU-STATUS
000577             GO TO 1200-EXIT
000578     END-READ.
000579     IF CRU-HDR-TAG = "HDR "
000580         SET WS-HEADER-FOUND TO TRUE
000581         MOVE CRU-HDR-DATE TO WS-CRM-EXTRACT-DATE
000582         GO TO 1200-EXIT
000583     END-IF.
000584     IF CRU-TRL-TAG = "TRL "
000585         SET WS-TRAILER-FOUND TO TRUE
000586         GO TO 1200-EXIT
000587     END-IF.
000588     ADD 1 TO WS-BAL-TOTAL.
000589     EVALUATE TRUE
000590         WHEN CRU-ADD
000591             ADD 1 TO WS-BAL-ADDS
000592         WHEN CRU-CHANGE
000593             ADD 1 TO WS-BAL-CHANGES
000594         WHEN CRU-DELETE
000595             ADD 1 TO WS-BAL-DELETES
000596         WHEN OTHER
000597             CONTINUE
000598     END-EVALUATE.
000599 1200-EXIT.
000600     EXIT.
000601*
000602*--------------------------------------------------------------*
000603*  1300-FIND-LAST-CUT                                            *
000604*                                                                *
000605*  Finds the latest completed AUD-XTR run on RUNCTRL. Anything   *
000606*  we changed after that run ended has not reached the CRM, so   *
000607*  the CRM cannot have seen it when it made its own change.      *
000608*--------------------------------------------------------------*
000609 1300-FIND-LAST-CUT.
000610     OPEN INPUT RUN-CONTROL-FILE.
000611     IF NOT WS-RCT-OK
000612         GO TO 1300-EXIT
000613     END-IF.
000614     MOVE "AUDXTR  " TO RUN-PROGRAM.
000615     MOVE ZERO       TO RUN-BUS-DATE.
000616     START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
000617         INVALID KEY
000618             MOVE "10" TO WS-RCT-STATUS
000619     END-START.
000620     PERFORM 1310-READ-ONE-RUN THRU 1310-EXIT
000621         UNTIL WS-RCT-EOF.
000622     CLOSE RUN-CONTROL-FILE.
000623 1300-EXIT.
000624     EXIT.
000625*
000626 1310-READ-ONE-RUN.
000627     READ RUN-CONTROL-FILE NEXT RECORD
000628         AT END
000629             MOVE "10" TO WS-RCT-STATUS
000630             GO TO 1310-EXIT
000631     END-READ.
000632     IF RUN-PROGRAM NOT = "AUDXTR  "
000633         MOVE "10" TO WS-RCT-STATUS
000634         GO TO 1310-EXIT
000635     END-IF.
000636     IF RUN-COMPLETED
000637         SET WS-CUT-FOUND TO TRUE
000638         MOVE RUN-BUS-DATE TO WS-CUT-BUS-DATE
000639         MOVE RUN-END-DATE TO WS-CUT-END-DATE
000640         MOVE RUN-END-TIME TO WS-CUT-END-TIME
000641     END-IF.
000642 1310-EXIT.
000643     EXIT.
000644*
000645*--------------------------------------------------------------*
000646*  1400-LOAD-OUR-CHANGES                                         *
000647*--------------------------------------------------------------*
000648 1400-LOAD-OUR-CHANGES.
000649     OPEN INPUT ADDR-AUDIT-FILE.
000650     IF NOT WS-AUDF-OK
000651         GO TO 1400-EXIT
000652     END-IF.
000653     PERFORM 1410-LOAD-ONE-CHANGE THRU 1410-EXIT
000654         UNTIL WS-AUDF-EOF.
000655     CLOSE ADDR-AUDIT-FILE.
000656 1400-EXIT.
000657     EXIT.
000658*
000659 1410-LOAD-ONE-CHANGE.
000660     READ ADDR-AUDIT-FILE
000661         AT END
000662             MOVE "10" TO WS-AUDF-STATUS
000663             GO TO 1410-EXIT
000664     END-READ.
000665     IF AUD-OPERATOR-ID = WS-CRM-OPERATOR
000666         GO TO 1410-EXIT
000667     END-IF.
000668*    A verification confirmed the address as it stood: not a
000669*    change of ours to conflict with.
000670     IF AUD-ACTION = "V"
000671         GO TO 1410-EXIT
000672     END-IF.
000673     IF WS-CUT-FOUND
000674         IF AUD-DATE < WS-CUT-END-DATE
000675             GO TO 1410-EXIT
000676         END-IF
000677         IF AUD-DATE = WS-CUT-END-DATE
000678            AND AUD-TIME NOT > WS-CUT-END-TIME
000679             GO TO 1410-EXIT
000680         END-IF
000681     END-IF.
000682     IF AUD-AFT-NAME NOT = SPACES
000683         MOVE AUD-AFT-NAME TO WS-WORK-NAME
000684     ELSE
000685         MOVE AUD-BEF-NAME TO WS-WORK-NAME
000686     END-IF.
000687     MOVE ZERO TO WS-CHG-SLOT.
000688     PERFORM 1420-FIND-ONE-CHANGE THRU 1420-EXIT
000689         VARYING WS-CHG-INDEX FROM 1 BY 1
000690         UNTIL WS-CHG-INDEX > WS-CHG-COUNT
000691             OR WS-CHG-SLOT > ZERO.
000692     IF WS-CHG-SLOT = ZERO
000693         IF WS-CHG-COUNT >= WS-CHG-MAX
000694             IF NOT WS-CHG-TABLE-FULL
000695                 DISPLAY "CRM-LOAD: CHANGED-NAME TABLE FULL -"
000696                 DISPLAY "OTHER NAMES WILL BE HELD AS CONFLICTS"
000697                 SET WS-CHG-TABLE-FULL TO TRUE
000698             END-IF
000699             GO TO 1410-EXIT
000700         END-IF
000701         ADD 1 TO WS-CHG-COUNT
000702         MOVE WS-CHG-COUNT TO WS-CHG-SLOT
000703         MOVE WS-WORK-NAME TO WS-CHG-NAME(WS-CHG-SLOT)
000704     END-IF.
000705     MOVE AUD-OPERATOR-ID TO WS-CHG-OPERATOR(WS-CHG-SLOT).
000706     MOVE AUD-ACTION      TO WS-CHG-ACTION(WS-CHG-SLOT).
000707     MOVE AUD-DATE        TO WS-CHG-DATE(WS-CHG-SLOT).
000708     MOVE AUD-TIME        TO WS-CHG-TIME(WS-CHG-SLOT).
000709 1410-EXIT.
000710     EXIT.
000711*
000712 1420-FIND-ONE-CHANGE.
000713     IF WS-CHG-NAME(WS-CHG-INDEX) = WS-WORK-NAME
000714         MOVE WS-CHG-INDEX TO WS-CHG-SLOT
000715     END-IF.
000716 1420-EXIT.
000717     EXIT.
000718*
000719*--------------------------------------------------------------*
000720*  1800-LOAD-ERASED-NAMES                                        *
000721*--------------------------------------------------------------*
000722 1800-LOAD-ERASED-NAMES.
000723     MOVE ZERO TO WS-ERS-COUNT.
000724     OPEN INPUT ERASURE-REGISTER-FILE.
000725     IF NOT WS-REG-OK
000726         GO TO 1800-EXIT
000727     END-IF.
000728     PERFORM 1810-LOAD-ONE-ERASED THRU 1810-EXIT
000729         UNTIL WS-REG-EOF.
000730     CLOSE ERASURE-REGISTER-FILE.
000731 1800-EXIT.
000732     EXIT.
000733*
000734 1810-LOAD-ONE-ERASED.
000735     READ ERASURE-REGISTER-FILE
000736         AT END
000737             MOVE "10" TO WS-REG-STATUS
000738             GO TO 1810-EXIT
000739     END-READ.
000740     IF WS-ERS-COUNT >= WS-ERS-MAX
000741         DISPLAY "CRM-LOAD: ERASED-NAME TABLE FULL -"
000742         DISPLAY "SUPPRESSION MAY BE INCOMPLETE THIS RUN"
000743         GO TO 1810-EXIT
000744     END-IF.
000745     ADD 1 TO WS-ERS-COUNT.
000746     MOVE ERS-NAME TO WS-ERS-NAME(WS-ERS-COUNT).
000747 1810-EXIT.
000748     EXIT.
000749*
000750*--------------------------------------------------------------*
000751*  2000-PROCESS-TRAN                                             *
000752*--------------------------------------------------------------*
000753 2000-PROCESS-TRAN.
000754     READ CRM-UPDATE-FILE
000755         AT END
000756             MOVE "10" TO WS-CRU-STATUS
000757             GO TO 2000-EXIT
000758     END-READ.
000759     IF CRU-HDR-TAG = "HDR "
000760         GO TO 2000-EXIT
000761     END-IF.
000762     IF CRU-TRL-TAG = "TRL "
000763         MOVE "10" TO WS-CRU-STATUS
000764         GO TO 2000-EXIT
000765     END-IF.
000766     ADD 1 TO WS-READ-COUNT.
000767     PERFORM 3000-APPLY-TRAN THRU 3000-EXIT.
000768     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
000769     IF WS-CONFLICT-REASON NOT = SPACES
000770         PERFORM 4500-WRITE-CONFLICT THRU 4500-EXIT
000771     END-IF.
000772 2000-EXIT.
000773     EXIT.
000774*
000775*--------------------------------------------------------------*
000776*  3000-APPLY-TRAN                                               *
000777*                                                                *
000778*  Dispatches one CRM transaction. A name changed on our side    *
000779*  since the last cut, or one a clerk has locked, is held as a   *
000780*  conflict before anything is touched. WS-REJECT-REASON and     *
000781*  WS-CONFLICT-REASON both SPACES on the way out means the       *
000782*  transaction was applied.                                      *
000783*--------------------------------------------------------------*
000784 3000-APPLY-TRAN.
000785     MOVE SPACES TO WS-REJECT-REASON.
000786     MOVE SPACES TO WS-CONFLICT-REASON.
000787     IF NOT CRU-ADD AND NOT CRU-CHANGE AND NOT CRU-DELETE
000788         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
000789         GO TO 3000-EXIT
000790     END-IF.
000791     IF CRU-TYPE = SPACE
000792         MOVE "H" TO CRU-TYPE
000793     END-IF.
000794     IF CRU-TYPE NOT = "H" AND CRU-TYPE NOT = "W"
000795        AND CRU-TYPE NOT = "D"
000796         MOVE "INVALID ADDRESS TYPE" TO WS-REJECT-REASON
000797         GO TO 3000-EXIT
000798     END-IF.
000799     PERFORM 3500-CHECK-CONFLICT THRU 3500-EXIT.
000800     IF WS-CONFLICT-REASON NOT = SPACES
000801         GO TO 3000-EXIT
000802     END-IF.
000803     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000804     IF NOT WS-LOCK-HELD
000805         GO TO 3000-EXIT
000806     END-IF.
000807     EVALUATE TRUE
000808         WHEN CRU-ADD
000809             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
000810         WHEN CRU-CHANGE
000811             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
000812         WHEN CRU-DELETE
000813             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
000814     END-EVALUATE.
000815     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000816 3000-EXIT.
000817     EXIT.
000818*
000819*--------------------------------------------------------------*
000820*  3100-APPLY-ADD                                                *
000821*--------------------------------------------------------------*
000822 3100-APPLY-ADD.
000823     PERFORM 5000-VALIDATE-DETAIL THRU 5000-EXIT.
000824     IF WS-REJECT-REASON NOT = SPACES
000825         GO TO 3100-EXIT
000826     END-IF.
000827     MOVE CRU-NAME         TO ADDR-NAME.
000828     MOVE CRU-TYPE         TO ADDR-TYPE.
000829     MOVE CRU-HOUSE-NUMBER TO ADDR-HOUSE-NUMBER.
000830     MOVE CRU-STREET-NAME  TO ADDR-STREET-NAME.
000831     MOVE CRU-CITY-NAME    TO ADDR-CITY-NAME.
000832     MOVE CRU-COUNTY-NAME  TO ADDR-COUNTY-NAME.
000833     MOVE CRU-POSTCODE     TO ADDR-POSTCODE.
000834     MOVE SPACE            TO ADDR-MAIL-STATUS.
000835     MOVE ZERO             TO ADDR-RETURNED-DATE.
000836     WRITE ADDR-RECORD.
000837     IF WS-ADDR-DUPLICATE
000838         MOVE "NAME ALREADY ON FILE" TO WS-REJECT-REASON
000839         GO TO 3100-EXIT
000840     END-IF.
000841     IF NOT WS-ADDR-OK
000842         MOVE "WRITE ERROR" TO WS-REJECT-REASON
000843         GO TO 3100-EXIT
000844     END-IF.
000845     MOVE "A"         TO WS-AUD-ACTION.
000846     MOVE SPACES      TO WS-AUD-BEFORE.
000847     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000848     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
000849 3100-EXIT.
000850     EXIT.
000851*
000852*--------------------------------------------------------------*
000853*  3200-APPLY-CHANGE                                             *
000854*--------------------------------------------------------------*
000855 3200-APPLY-CHANGE.
000856     PERFORM 5000-VALIDATE-DETAIL THRU 5000-EXIT.
000857     IF WS-REJECT-REASON NOT = SPACES
000858         GO TO 3200-EXIT
000859     END-IF.
000860     MOVE CRU-NAME TO ADDR-NAME.
000861     MOVE CRU-TYPE TO ADDR-TYPE.
000862     READ ADDR-FILE
000863         INVALID KEY
000864             MOVE "NAME NOT ON FILE" TO WS-REJECT-REASON
000865             GO TO 3200-EXIT
000866     END-READ.
000867     MOVE ADDR-RECORD      TO WS-AUD-BEFORE.
000868     MOVE CRU-HOUSE-NUMBER TO ADDR-HOUSE-NUMBER.
000869     MOVE CRU-STREET-NAME  TO ADDR-STREET-NAME.
000870     MOVE CRU-CITY-NAME    TO ADDR-CITY-NAME.
000871     MOVE CRU-COUNTY-NAME  TO ADDR-COUNTY-NAME.
000872     MOVE CRU-POSTCODE     TO ADDR-POSTCODE.
000873     MOVE SPACE            TO ADDR-MAIL-STATUS.
000874     MOVE ZERO             TO ADDR-RETURNED-DATE.
000875     REWRITE ADDR-RECORD
000876         INVALID KEY
000877             MOVE "REWRITE ERROR" TO WS-REJECT-REASON
000878             GO TO 3200-EXIT
000879     END-REWRITE.
000880     MOVE "C"         TO WS-AUD-ACTION.
000881     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000882     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
000883 3200-EXIT.
000884     EXIT.
000885*
000886*--------------------------------------------------------------*
000887*  3300-APPLY-DELETE                                             *
000888*--------------------------------------------------------------*
000889 3300-APPLY-DELETE.
000890     MOVE CRU-NAME TO ADDR-NAME.
000891     MOVE CRU-TYPE TO ADDR-TYPE.
000892     READ ADDR-FILE
000893         INVALID KEY
000894             MOVE "NAME NOT ON FILE" TO WS-REJECT-REASON
000895             GO TO 3300-EXIT
000896     END-READ.
000897     MOVE ADDR-RECORD TO WS-AUD-BEFORE.
000898     PERFORM 3310-WRITE-ARCHIVE THRU 3310-EXIT.
000899     DELETE ADDR-FILE
000900         INVALID KEY
000901             MOVE "DELETE ERROR" TO WS-REJECT-REASON
000902             GO TO 3300-EXIT
000903     END-DELETE.
000904     MOVE "D"         TO WS-AUD-ACTION.
000905     MOVE SPACES      TO WS-AUD-AFTER.
000906     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
000907 3300-EXIT.
000908     EXIT.
000909*
000910 3310-WRITE-ARCHIVE.
000911     MOVE SPACES              TO ADDR-ARCHIVE-RECORD.
000912     MOVE WS-TODAY-DATE       TO ARC-DELETE-DATE.
000913     MOVE WS-CRM-OPERATOR     TO ARC-OPERATOR-ID.
000914     MOVE ADDR-NAME           TO ARC-NAME.
000915     MOVE ADDR-TYPE           TO ARC-TYPE.
000916     MOVE ADDR-HOUSE-NUMBER   TO ARC-HOUSE-NUMBER.
000917     MOVE ADDR-STREET-NAME    TO ARC-STREET-NAME.
000918     MOVE ADDR-CITY-NAME      TO ARC-CITY-NAME.
000919     MOVE ADDR-COUNTY-NAME    TO ARC-COUNTY-NAME.
000920     MOVE ADDR-POSTCODE       TO ARC-POSTCODE.
000921     WRITE ADDR-ARCHIVE-RECORD.
000922 3310-EXIT.
000923     EXIT.
000924*
000925*--------------------------------------------------------------*
000926*  3500-CHECK-CONFLICT                                           *
000927*                                                                *
000928*  Looks the name up among our changes since the last cut.       *
000929*  WS-CHG-SLOT is left pointing at the entry found, for the      *
000930*  conflict report.                                              *
000931*--------------------------------------------------------------*
000932 3500-CHECK-CONFLICT.
000933     MOVE CRU-NAME TO WS-WORK-NAME.
000934     MOVE ZERO TO WS-CHG-SLOT.
000935     PERFORM 1420-FIND-ONE-CHANGE THRU 1420-EXIT
000936         VARYING WS-CHG-INDEX FROM 1 BY 1
000937         UNTIL WS-CHG-INDEX > WS-CHG-COUNT
000938             OR WS-CHG-SLOT > ZERO.
000939     IF WS-CHG-SLOT > ZERO
000940         MOVE "CHANGED HERE SINCE LAST CUT"
000941             TO WS-CONFLICT-REASON
000942         GO TO 3500-EXIT
000943     END-IF.
000944     IF WS-CHG-TABLE-FULL
000945         MOVE "NOT CHECKED - CHANGE TABLE FULL"
000946             TO WS-CONFLICT-REASON
000947     END-IF.
000948 3500-EXIT.
000949     EXIT.
000950*
000951*--------------------------------------------------------------*
000952*  4000-WRITE-REPORT-LINE                                        *
000953*--------------------------------------------------------------*
000954 4000-WRITE-REPORT-LINE.
000955     MOVE CRU-ACTION TO DTL-ACTION.
000956     MOVE CRU-NAME   TO DTL-NAME.
000957     EVALUATE TRUE
000958         WHEN WS-CONFLICT-REASON NOT = SPACES
000959             ADD 1 TO WS-CONFLICT-COUNT
000960             MOVE "CONFLICT" TO DTL-RESULT
000961             MOVE WS-CONFLICT-REASON TO DTL-REASON
000962         WHEN WS-REJECT-REASON NOT = SPACES
000963             ADD 1 TO WS-REJECT-COUNT
000964             MOVE "REJECTED" TO DTL-RESULT
000965             MOVE WS-REJECT-REASON TO DTL-REASON
000966         WHEN OTHER
000967             ADD 1 TO WS-ACCEPT-COUNT
000968             MOVE "ACCEPTED" TO DTL-RESULT
000969             MOVE SPACES     TO DTL-REASON
000970     END-EVALUATE.
000971     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000972 4000-EXIT.
000973     EXIT.
000974*
000975*--------------------------------------------------------------*
000976*  4500-WRITE-CONFLICT                                           *
000977*                                                                *
000978*  Puts one held update on CRMCONF: what the CRM wanted, what is *
000979*  on file now, and our change that it collided with, so the     *
000980*  supervisor can decide which copy is right and key it.         *
000981*--------------------------------------------------------------*
000982 4500-WRITE-CONFLICT.
000983     MOVE SPACES TO WS-RPT-LINE.
000984     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000985     MOVE CRU-ACTION         TO CF1-ACTION.
000986     MOVE CRU-NAME           TO CF1-NAME.
000987     MOVE CRU-TYPE           TO CF1-TYPE.
000988     MOVE CRU-CRM-USER       TO CF1-CRM-USER.
000989     MOVE WS-CONFLICT-REASON TO CF1-REASON.
000990     MOVE WS-CONF-LINE-1 TO WS-RPT-LINE.
000991     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
000992     IF NOT CRU-DELETE
000993         MOVE "   CRM WANTS  "  TO CF2-LABEL
000994         MOVE CRU-HOUSE-NUMBER  TO CF2-HOUSE-NUMBER
000995         MOVE CRU-STREET-NAME   TO CF2-STREET-NAME
000996         MOVE CRU-CITY-NAME     TO CF2-CITY-NAME
000997         MOVE CRU-POSTCODE      TO CF2-POSTCODE
000998         MOVE WS-CONF-LINE-2 TO WS-RPT-LINE
000999         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001000     END-IF.
001001     MOVE CRU-NAME TO ADDR-NAME.
001002     MOVE CRU-TYPE TO ADDR-TYPE.
001003     READ ADDR-FILE
001004         INVALID KEY
001005             MOVE "   ON FILE     NOT ON FILE" TO WS-RPT-LINE
001006         NOT INVALID KEY
001007             MOVE "   ON FILE    "   TO CF2-LABEL
001008             MOVE ADDR-HOUSE-NUMBER  TO CF2-HOUSE-NUMBER
001009             MOVE ADDR-STREET-NAME   TO CF2-STREET-NAME
001010             MOVE ADDR-CITY-NAME     TO CF2-CITY-NAME
001011             MOVE ADDR-POSTCODE      TO CF2-POSTCODE
001012             MOVE WS-CONF-LINE-2 TO WS-RPT-LINE
001013     END-READ.
001014     PERFORM 8800-WRITE-REPORT THRU 8800-EXIT.
001015     IF WS-CHG-SLOT > ZERO
001016         MOVE WS-CHG-ACTION(WS-CHG-SLOT)   TO CF3-ACTION
001017         MOVE WS-CHG-OPERATOR(WS-CHG-SLOT) TO CF3-OPERATOR
001018         MOVE WS-CHG-DATE(WS-CHG-SLOT)     TO CF3-DATE
001019         MOVE WS-CHG-TIME(WS-CHG-SLOT)     TO CF3-TIME
001020         MOVE WS-CONF-LINE-3 TO WS-RPT-LINE
001021         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001022     END-IF.
001023 4500-EXIT.
001024     EXIT.
001025*
001026*--------------------------------------------------------------*
001027*  5000-VALIDATE-DETAIL                                          *
001028*                                                                *
001029*  Applies the checks the interactive screen applies to an add   *
001030*  or change: the erasure register, the shared postcode shape    *
001031*  rules, the gazetteer postcode master and the REGION-FILE      *
001032*  county lookup, then standardises the street and city. The     *
001033*  screen lets a supervisor accept a postcode that is not yet on *
001034*  the gazetteer; the CRM feed cannot, so such an update is      *
001035*  rejected for the clerks to take up.                           *
001036*--------------------------------------------------------------*
001037 5000-VALIDATE-DETAIL.
001038     MOVE "N" TO WS-ERASED-SWITCH.
001039     PERFORM 5500-CHECK-ONE-ERASED THRU 5500-EXIT
001040         VARYING WS-ERS-INDEX FROM 1 BY 1
001041         UNTIL WS-ERS-INDEX > WS-ERS-COUNT
001042             OR WS-NAME-ERASED.
001043     IF WS-NAME-ERASED
001044         MOVE "NAME ERASED - MAY NOT RE-ADD"
001045             TO WS-REJECT-REASON
001046         GO TO 5000-EXIT
001047     END-IF.
001048     MOVE "N" TO WS-PC-VALID-FLAG.
001049     CALL "pc-check" USING CRU-POSTCODE WS-PC-VALID-FLAG.
001050     IF WS-PC-VALID-FLAG NOT = "Y"
001051         MOVE "INVALID POSTCODE FORMAT" TO WS-REJECT-REASON
001052         GO TO 5000-EXIT
001053     END-IF.
001054     IF WS-PCD-AVAILABLE
001055         MOVE CRU-POSTCODE TO PCD-POSTCODE
001056         READ POSTCODE-FILE
001057             INVALID KEY
001058                 MOVE "POSTCODE NOT ON GAZETTEER"
001059                     TO WS-REJECT-REASON
001060                 GO TO 5000-EXIT
001061         END-READ
001062     END-IF.
001063     IF WS-RGN-AVAILABLE
001064         MOVE CRU-POSTCODE(1:2) TO RGN-POSTCODE-PREFIX
001065         READ REGION-FILE
001066             INVALID KEY
001067                 CONTINUE
001068             NOT INVALID KEY
001069                 MOVE RGN-COUNTY-NAME TO CRU-COUNTY-NAME
001070         END-READ
001071     END-IF.
001072     IF CRU-COUNTY-NAME = SPACES
001073         MOVE "COUNTY NAME MISSING" TO WS-REJECT-REASON
001074         GO TO 5000-EXIT
001075     END-IF.
001076     MOVE CRU-STREET-NAME TO WS-NORM-TEXT.
001077     CALL "addr-nrm" USING WS-NORM-TEXT.
001078     MOVE WS-NORM-TEXT TO CRU-STREET-NAME.
001079     MOVE SPACES TO WS-NORM-TEXT.
001080     MOVE CRU-CITY-NAME TO WS-NORM-TEXT(1:15).
001081     CALL "addr-nrm" USING WS-NORM-TEXT.
001082     MOVE WS-NORM-TEXT(1:15) TO CRU-CITY-NAME.
001083 5000-EXIT.
001084     EXIT.
001085*
001086 5500-CHECK-ONE-ERASED.
001087     IF WS-ERS-NAME(WS-ERS-INDEX) = CRU-NAME
001088         SET WS-NAME-ERASED TO TRUE
001089     END-IF.
001090 5500-EXIT.
001091     EXIT.
001092*
001093*--------------------------------------------------------------*
001094*  6000-WRITE-TOTALS                                             *
001095*--------------------------------------------------------------*
001096 6000-WRITE-TOTALS.
001097     MOVE SPACES TO REPORT-LINE.
001098     WRITE REPORT-LINE.
001099     MOVE "TRANSACTIONS READ" TO TOT-LABEL.
001100     MOVE WS-READ-COUNT TO TOT-COUNT.
001101     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
001102     MOVE "TRANSACTIONS ACCEPTED" TO TOT-LABEL.
001103     MOVE WS-ACCEPT-COUNT TO TOT-COUNT.
001104     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
001105     MOVE "TRANSACTIONS REJECTED" TO TOT-LABEL.
001106     MOVE WS-REJECT-COUNT TO TOT-COUNT.
001107     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
001108     MOVE "HELD AS CONFLICTS" TO TOT-LABEL.
001109     MOVE WS-CONFLICT-COUNT TO TOT-COUNT.
001110     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
001111     IF WS-CONFLICT-COUNT > ZERO
001112         DISPLAY "CRM-LOAD: " WS-CONFLICT-COUNT
001113             " UPDATES HELD ON CRMCONF FOR A SUPERVISOR"
001114     END-IF.
001115 6000-EXIT.
001116     EXIT.
001117*
001118*--------------------------------------------------------------*
001119*  7000-WRITE-AUDIT                                              *
001120*                                                                *
001121*  Appends one before/after record to the shared address audit   *
001122*  trail, stamped with the CRM interface operator so AUD-XTR     *
001123*  does not send the CRM its own changes back.                   *
001124*--------------------------------------------------------------*
001125 7000-WRITE-AUDIT.
001126     MOVE WS-CRM-OPERATOR TO WS-AUD-OPERATOR.
001127     CALL "adr-audt" USING WS-AUD-ACTION WS-AUD-OPERATOR
001128         WS-AUD-BEFORE WS-AUD-AFTER.
001129 7000-EXIT.
001130     EXIT.
001131*
001132*--------------------------------------------------------------*
001133*  8600-TAKE-LOCK                                                *
001134*                                                                *
001135*  Locks the record the same way the interactive screen does. A  *
001136*  record a clerk is updating right now is held as a conflict,   *
001137*  not waited for.                                               *
001138*--------------------------------------------------------------*
001139 8600-TAKE-LOCK.
001140     MOVE "N" TO WS-LOCK-HELD-SWITCH.
001141     MOVE "L" TO WS-LOK-FUNCTION.
001142     MOVE "ADDRFILE" TO WS-LOK-FILE-NAME.
001143     MOVE SPACES TO WS-LOK-RECORD-KEY.
001144     MOVE CRU-NAME TO WS-LOK-RECORD-KEY(1:30).
001145     MOVE CRU-TYPE TO WS-LOK-RECORD-KEY(31:1).
001146     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
001147         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
001148     IF WS-LOK-GRANTED = "Y"
001149         SET WS-LOCK-HELD TO TRUE
001150     ELSE
001151         MOVE SPACES TO WS-CONFLICT-REASON
001152         STRING "RECORD LOCKED BY " DELIMITED BY SIZE
001153             WS-LOK-HOLDER DELIMITED BY SPACE
001154             INTO WS-CONFLICT-REASON
001155     END-IF.
001156 8600-EXIT.
001157     EXIT.
001158*
001159*--------------------------------------------------------------*
001160*  8700-FREE-LOCK                                                *
001161*--------------------------------------------------------------*
001162 8700-FREE-LOCK.
001163     MOVE "U" TO WS-LOK-FUNCTION.
001164     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
001165         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
001166 8700-EXIT.
001167     EXIT.
001168*
001169*--------------------------------------------------------------*
001170*  8800-WRITE-REPORT                                             *
001171*                                                                *
001172*  Prints one line of the conflict report through the shared     *
001173*  report writer. WS-RPT-LINE must be set by the caller.         *
001174*--------------------------------------------------------------*
001175 8800-WRITE-REPORT.
001176     MOVE "W" TO WS-RPT-FUNCTION.
001177     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001178         WS-RPT-LINE.
001179 8800-EXIT.
001180     EXIT.
001181*
001182*--------------------------------------------------------------*
001183*  9000-TERMINATE                                                *
001184*                                                                *
001185*  A refused feed ends the run as failed, so the morning status  *
001186*  shows it and the corrected feed can be rerun under the        *
001187*  RUNFORCE override.                                            *
001188*--------------------------------------------------------------*
001189 9000-TERMINATE.
001190     IF WS-RUN-ALREADY-RAN NOT = "Y"
001191         MOVE "E" TO WS-RUN-FUNCTION
001192         MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT
001193         IF WS-FEED-REFUSED
001194             MOVE "F" TO WS-RUN-STATUS
001195         ELSE
001196             MOVE "C" TO WS-RUN-STATUS
001197         END-IF
001198         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
001199             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
001200             WS-RUN-ALREADY-RAN
001201     END-IF.
001202     CLOSE LOAD-REPORT-FILE.
001203     IF NOT WS-FEED-PRESENT OR WS-FEED-REFUSED
001204         GO TO 9000-EXIT
001205     END-IF.
001206     IF WS-CONFLICT-COUNT = ZERO
001207         MOVE SPACES TO WS-RPT-LINE
001208         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001209         MOVE "NO CRM UPDATES HELD" TO WS-RPT-LINE
001210         PERFORM 8800-WRITE-REPORT THRU 8800-EXIT
001211     END-IF.
001212     MOVE "C" TO WS-RPT-FUNCTION.
001213     CALL "rpt-wtr" USING WS-RPT-FUNCTION WS-RPT-ID
001214         WS-RPT-LINE.
001215     CLOSE CRM-UPDATE-FILE.
001216     CLOSE ADDR-FILE.
001217     IF WS-RGN-AVAILABLE
001218         CLOSE REGION-FILE
001219     END-IF.
001220     IF WS-PCD-AVAILABLE
001221         CLOSE POSTCODE-FILE
001222     END-IF.
001223     CLOSE ADDR-ARCHIVE-FILE.
001224 9000-EXIT.
001225     EXIT.
