000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  The campaign code must now be defined on   *
000012*                    the new CAMPMAST campaign master and not   *
000013*                    closed; the selection criteria and         *
000014*                    suppression days come from the master      *
000015*                    instead of being keyed at each run. Labels *
000016*                    stop being released once the next one      *
000017*                    would take the run past what is left of    *
000018*                    the campaign's postage budget, the names   *
000019*                    held back being counted on the manifest    *
000020*                    and the console. Each run adds its postage *
000021*                    and items to the master, and the first run *
000022*                    makes a planned campaign live. The         *
000023*                    campaign is locked through LOCK-MGR for    *
000024*                    the run.                                   *
000025*  15-OCT-2026  BJD  Addresses flagged gone-away (mail returned *
000026*                    undeliverable, loaded by RTN-LOAD) are     *
000027*                    passed over before the one-label-per-name  *
000028*                    choice, so a name goes out at its next     *
000029*                    preferred address or not at all; the       *
000030*                    addresses passed over are counted on the   *
000031*                    manifest and the console.                  *
000032*  02-SEP-2026  BJD  Every campaign label is now rated against  *
000033*                    the POSTRATE rate card through the shared  *
000034*                    PST-RATE subroutine, a mailing manifest    *
000035*                    per run goes to CAMPMANF, and one costing  *
000036*                    summary record per campaign is written to  *
000037*                    CAMPCOST so finance can charge the         *
000038*                    mailing cost back to the campaign.         *
000039*  02-SEP-2026  BJD  City and postcode-prefix selections now    *
000040*                    position on the new ADDR-FILE alternate    *
000041*                    keys (city name, postcode) and stop at     *
000042*                    the end of the selected range instead of   *
000043*                    scanning the whole file; a county          *
000044*                    selection still scans, county not being a  *
000045*                    key. Records arrive in key order rather    *
000046*                    than name order, so the one-label-per-     *
000047*                    name hold relies on a name's addresses     *
000048*                    sharing the selected city or postcode,     *
000049*                    which a household's do.                    *
000050*  22-AUG-2026  BJD  A name may now hold several addresses      *
000051*                    (home, work, delivery): one label goes     *
000052*                    out per selected name, preferring the      *
000053*                    delivery address, then home, then work.    *
000054*  22-AUG-2026  BJD  New program. Mailing campaign run:         *
000055*                    selection criteria (city, county or        *
000056*                    postcode prefix) pick records off          *
000057*                    ADDR-FILE, labels go to CAMPLBL, and one   *
000058*                    CAMPHIST record per name mailed lets a     *
000059*                    later run suppress anyone mailed within    *
000060*                    the last N days. An opt-out is recorded    *
000061*                    as an OPTOUT history record and always     *
000062*                    suppresses. Counts selected, mailed and    *
000063*                    suppressed are shown at the end.           *
000064*--------------------------------------------------------------*
000065 ENVIRONMENT DIVISION.
000066 INPUT-OUTPUT SECTION.
000067 FILE-CONTROL.
000068     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000069         ORGANIZATION IS INDEXED
000070         ACCESS MODE IS DYNAMIC
000071         RECORD KEY IS ADDR-KEY
000072         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000073             WITH DUPLICATES
000074         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000075             WITH DUPLICATES
000076         FILE STATUS IS WS-ADDR-STATUS.
000077     SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
000078         ORGANIZATION IS LINE SEQUENTIAL
000079         FILE STATUS IS WS-HIST-STATUS.
000080     SELECT CAMPAIGN-LABEL-FILE ASSIGN TO "CAMPLBL"
000081         ORGANIZATION IS LINE SEQUENTIAL.
000082     SELECT MANIFEST-FILE ASSIGN TO "CAMPMANF"
000083         ORGANIZATION IS LINE SEQUENTIAL.
000084     SELECT CAMPAIGN-COST-FILE ASSIGN TO "CAMPCOST"
000085         ORGANIZATION IS LINE SEQUENTIAL
000086         FILE STATUS IS WS-COST-STATUS.
000087     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CAMPMAST"
000088         ORGANIZATION IS INDEXED
000089         ACCESS MODE IS RANDOM
000090         RECORD KEY IS CPM-CODE
000091         FILE STATUS IS WS-CPM-STATUS.
000092*
000093 DATA DIVISION.
000094 FILE SECTION.
000095 FD  ADDR-FILE
000096     LABEL RECORDS ARE STANDARD.
000097     COPY ADDRREC.
000098*
000099 FD  CAMPAIGN-HISTORY-FILE
000100     LABEL RECORDS ARE STANDARD.
000101     COPY CAMPHREC.
000102*
000103 FD  CAMPAIGN-LABEL-FILE
000104     LABEL RECORDS ARE STANDARD.
000105 01  CAMPAIGN-LABEL-LINE     PIC X(48).
000106*
000107 FD  MANIFEST-FILE
000108     LABEL RECORDS ARE STANDARD.
000109 01  MANIFEST-LINE           PIC X(60).
000110*
000111*--------------------------------------------------------------*
000112*  One costing summary record per campaign run, for the charge- *
000113*  back of mailing cost to the campaign that caused it.         *
000114*--------------------------------------------------------------*
000115 FD  CAMPAIGN-COST-FILE
000116     LABEL RECORDS ARE STANDARD.
000117 01  CAMPAIGN-COST-RECORD.
000118     05  CCO-DATE            PIC 9(08).
000119     05  FILLER              PIC X(01).
000120     05  CCO-CAMPAIGN        PIC X(08).
000121     05  FILLER              PIC X(01).
000122     05  CCO-ITEMS           PIC 9(05).
000123     05  FILLER              PIC X(01).
000124     05  CCO-COST            PIC 9(07)V99.
000125*
000126 FD  CAMPAIGN-MASTER-FILE
000127     LABEL RECORDS ARE STANDARD.
000128     COPY CAMPMREC.
000129*
000130 WORKING-STORAGE SECTION.
000131*
000132 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000133     88  WS-ADDR-OK                    VALUE "00".
000134     88  WS-ADDR-EOF                   VALUE "10".
000135*
000136 01  WS-HIST-STATUS          PIC X(02) VALUE "00".
000137     88  WS-HIST-OK                    VALUE "00".
000138     88  WS-HIST-EOF                   VALUE "10".
000139*
000140 01  WS-CPM-STATUS           PIC X(02) VALUE "00".
000141     88  WS-CPM-OK                     VALUE "00".
000142*
000143 01  WS-CAMPAIGN-SWITCH      PIC X(01) VALUE "N".
000144     88  WS-CAMPAIGN-VALID            VALUE "Y".
000145*
000146 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000147     88  WS-EXIT-PROGRAM              VALUE "Y".
000148*
000149 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000150 01  WS-TODAY-DATE           PIC 9(08).
000151*
000152*--------------------------------------------------------------*
000153*  CAMPAIGN SELECTION CRITERIA, TAKEN FROM THE CAMPAIGN MASTER  *
000154*--------------------------------------------------------------*
000155 01  WS-CAMPAIGN-CODE        PIC X(08).
000156 01  WS-CRITERION-TYPE       PIC 9(01).
000157     88  WS-SELECT-CITY               VALUE 1.
000158     88  WS-SELECT-COUNTY             VALUE 2.
000159     88  WS-SELECT-PREFIX             VALUE 3.
000160 01  WS-CRITERION-VALUE      PIC X(30).
000161 01  WS-SUPPRESS-DAYS        PIC 9(03).
000162 01  WS-CUTOFF-DATE          PIC 9(08).
000163*
000164*--------------------------------------------------------------*
000165*  RUN TOTALS                                                    *
000166*--------------------------------------------------------------*
000167 01  WS-SELECTED-COUNT       PIC 9(05) VALUE ZERO.
000168 01  WS-MAILED-COUNT         PIC 9(05) VALUE ZERO.
000169 01  WS-SUPPRESSED-COUNT     PIC 9(05) VALUE ZERO.
000170 01  WS-GONE-AWAY-COUNT      PIC 9(05) VALUE ZERO.
000171 01  WS-OVER-BUDGET-COUNT    PIC 9(05) VALUE ZERO.
000172*
000173*--------------------------------------------------------------*
000174*  CAMPAIGN HISTORY TABLE - LOADED ONCE PER RUN                  *
000175*--------------------------------------------------------------*
000176 01  WS-HIST-COUNT           PIC S9(04) COMP VALUE ZERO.
000177 01  WS-HIST-MAX             PIC S9(04) COMP VALUE 500.
000178 01  WS-HIST-INDEX           PIC S9(04) COMP VALUE ZERO.
000179 01  WS-SUPPRESS-SWITCH      PIC X(01).
000180     88  WS-SUPPRESS-NAME             VALUE "Y".
000181*
000182 01  WS-HISTORY-TABLE.
000183     05  WS-HIST-ENTRY OCCURS 500 TIMES.
000184         10  WS-TBL-DATE         PIC 9(08).
000185         10  WS-TBL-CAMPAIGN     PIC X(08).
000186         10  WS-TBL-NAME         PIC X(30).
000187*
000188*--------------------------------------------------------------*
000189*  ONE-LABEL-PER-NAME HOLD AREA - RECORDS FOR A NAME SIT        *
000190*  TOGETHER IN KEY ORDER, AND THE PREFERRED ONE (DELIVERY,      *
000191*  THEN HOME, THEN WORK) IS HELD UNTIL THE NAME CHANGES.        *
000192*--------------------------------------------------------------*
000193 01  WS-HELD-SWITCH          PIC X(01) VALUE "N".
000194     88  WS-ADDRESS-HELD              VALUE "Y".
000195 01  WS-HELD-RECORD.
000196     05  WS-HELD-NAME        PIC X(30).
000197     05  WS-HELD-TYPE        PIC X(01).
000198     05  FILLER              PIC X(96).
000199 01  WS-CURR-SAVE            PIC X(127).
000200 01  WS-RANK-HELD            PIC S9(04) COMP.
000201 01  WS-RANK-CURR            PIC S9(04) COMP.
000202 01  WS-RANK-TYPE            PIC X(01).
000203 01  WS-RANK-VALUE           PIC S9(04) COMP.
000204*
000205*--------------------------------------------------------------*
000206*  SHARED RECORD-LOCK WORK AREAS                                 *
000207*--------------------------------------------------------------*
000208     COPY LOKCALL.
000209*
000210*--------------------------------------------------------------*
000211*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000212*--------------------------------------------------------------*
000213     COPY OPRCURR.
000214*
000215*--------------------------------------------------------------*
000216*  POSTAGE COSTING - EVERY ITEM IS A STANDARD LETTER, SECOND    *
000217*  CLASS, RATED ONCE PER RUN AGAINST THE POSTRATE CARD.         *
000218*--------------------------------------------------------------*
000219     COPY PSTCALL.
000220*
000221 01  WS-COST-STATUS          PIC X(02) VALUE "00".
000222     88  WS-COST-OK                    VALUE "00".
000223*
000224 01  WS-RUN-COST             PIC 9(07)V99 VALUE ZERO.
000225 01  WS-BUDGET-LEFT          PIC 9(07)V99 VALUE ZERO.
000226 01  WS-BUDGET-DISPLAY       PIC Z(6)9.99.
000227*
000228 01  WS-MANIFEST-HEADING.
000229     05  FILLER         PIC X(17) VALUE "MAILING MANIFEST ".
000230     05  MFH-DATE       PIC 9(08).
000231     05  FILLER         PIC X(07) VALUE " CLASS ".
000232     05  MFH-SERVICE    PIC X(01).
000233*
000234 01  WS-MANIFEST-LINE.
000235     05  FILLER              PIC X(09) VALUE "CAMPAIGN ".
000236     05  MFL-CAMPAIGN        PIC X(08).
000237     05  FILLER              PIC X(07) VALUE " ITEMS ".
000238     05  MFL-COUNT           PIC ZZZZ9.
000239     05  FILLER              PIC X(06) VALUE " COST ".
000240     05  MFL-COST            PIC ZZZZZZ9.99.
000241*
000242 01  WS-MANIFEST-GONE-AWAY.
000243     05  FILLER              PIC X(09) VALUE "CAMPAIGN ".
000244     05  MFG-CAMPAIGN        PIC X(08).
000245     05  FILLER              PIC X(11) VALUE " GONE AWAY ".
000246     05  MFG-COUNT           PIC ZZZZ9.
000247     05  FILLER              PIC X(21)
000248         VALUE " ADDRESSES NOT MAILED".
000249*
000250 01  WS-MANIFEST-BUDGET.
000251     05  FILLER              PIC X(09) VALUE "CAMPAIGN ".
000252     05  MFB-CAMPAIGN        PIC X(08).
000253     05  FILLER              PIC X(16) VALUE " BUDGET REACHED ".
000254     05  MFB-COUNT           PIC ZZZZ9.
000255     05  FILLER              PIC X(17)
000256         VALUE " NAMES NOT MAILED".
000257*
000258 PROCEDURE DIVISION.
000259*
000260*--------------------------------------------------------------*
000261*  0000-MAINLINE                                                *
000262*--------------------------------------------------------------*
000263 0000-MAINLINE.
000264     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000265     MOVE "G" TO WS-CUR-FUNCTION.
000266     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000267         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000268     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000269         UNTIL WS-EXIT-PROGRAM.
000270     GOBACK.
000271*
000272*--------------------------------------------------------------*
000273*  2000-PROCESS-MENU                                             *
000274*--------------------------------------------------------------*
000275 2000-PROCESS-MENU.
000276     DISPLAY " ".
000277     DISPLAY "----------------------------------------".
000278     DISPLAY "  MAILING CAMPAIGNS".
000279     DISPLAY "  1. RUN A CAMPAIGN".
000280     DISPLAY "  2. RECORD AN OPT-OUT".
000281     DISPLAY "  0. EXIT".
000282     DISPLAY "----------------------------------------".
000283     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000284     ACCEPT WS-MENU-CHOICE.
000285     EVALUATE WS-MENU-CHOICE
000286         WHEN 1
000287             PERFORM 3000-RUN-CAMPAIGN THRU 3000-EXIT
000288         WHEN 2
000289             PERFORM 7000-RECORD-OPTOUT THRU 7000-EXIT
000290         WHEN 0
000291             SET WS-EXIT-PROGRAM TO TRUE
000292         WHEN OTHER
000293             DISPLAY "INVALID CHOICE - TRY AGAIN"
000294     END-EVALUATE.
000295 2000-EXIT.
000296     EXIT.
000297*
000298*--------------------------------------------------------------*
000299*  3000-RUN-CAMPAIGN                                             *
000300*                                                                *
000301*  The campaign is locked for the whole run, so a second run or  *
000302*  a change on CAMP-MNT cannot spend the same budget twice.      *
000303*--------------------------------------------------------------*
000304 3000-RUN-CAMPAIGN.
000305     DISPLAY "ENTER CAMPAIGN CODE: " WITH NO ADVANCING.
000306     MOVE SPACES TO WS-CAMPAIGN-CODE.
000307     ACCEPT WS-CAMPAIGN-CODE.
000308     IF WS-CAMPAIGN-CODE = SPACES
000309         DISPLAY "NOTHING ENTERED"
000310         GO TO 3000-EXIT
000311     END-IF.
000312     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000313     IF WS-LOK-GRANTED NOT = "Y"
000314         GO TO 3000-EXIT
000315     END-IF.
000316     OPEN I-O CAMPAIGN-MASTER-FILE.
000317     IF NOT WS-CPM-OK
000318         DISPLAY "CANNOT OPEN CAMPMAST - STATUS " WS-CPM-STATUS
000319         DISPLAY "NO CAMPAIGN CAN BE RUN"
000320         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000321         GO TO 3000-EXIT
000322     END-IF.
000323     PERFORM 3100-CHECK-CAMPAIGN THRU 3100-EXIT.
000324     IF WS-CAMPAIGN-VALID
000325         PERFORM 3200-MAIL-CAMPAIGN THRU 3200-EXIT
000326     END-IF.
000327     CLOSE CAMPAIGN-MASTER-FILE.
000328     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000329 3000-EXIT.
000330     EXIT.
000331*
000332*--------------------------------------------------------------*
000333*  3100-CHECK-CAMPAIGN                                           *
000334*                                                                *
000335*  Refuses a code that is not on the campaign master, a closed   *
000336*  campaign and one whose postage budget is already spent;       *
000337*  otherwise takes the selection and suppression days from the   *
000338*  master and works out how much budget is left.                 *
000339*--------------------------------------------------------------*
000340 3100-CHECK-CAMPAIGN.
000341     MOVE "N" TO WS-CAMPAIGN-SWITCH.
000342     MOVE WS-CAMPAIGN-CODE TO CPM-CODE.
000343     READ CAMPAIGN-MASTER-FILE
000344         INVALID KEY
000345             DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE
000346                 " IS NOT DEFINED - SET IT UP ON CAMP-MNT"
000347             GO TO 3100-EXIT
000348     END-READ.
000349     IF CPM-CLOSED
000350         DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE
000351             " IS CLOSED - NO FURTHER MAILINGS"
000352         GO TO 3100-EXIT
000353     END-IF.
000354     IF CPM-SPENT NOT < CPM-BUDGET
000355         DISPLAY "CAMPAIGN " WS-CAMPAIGN-CODE
000356             " HAS SPENT ITS POSTAGE BUDGET"
000357         GO TO 3100-EXIT
000358     END-IF.
000359     MOVE CPM-CRITERION-TYPE  TO WS-CRITERION-TYPE.
000360     MOVE CPM-CRITERION-VALUE TO WS-CRITERION-VALUE.
000361     MOVE CPM-SUPPRESS-DAYS   TO WS-SUPPRESS-DAYS.
000362     IF NOT WS-SELECT-CITY AND NOT WS-SELECT-COUNTY
000363        AND NOT WS-SELECT-PREFIX
000364         DISPLAY "INVALID SELECTION TYPE ON THE CAMPAIGN MASTER"
000365         GO TO 3100-EXIT
000366     END-IF.
000367     COMPUTE WS-BUDGET-LEFT = CPM-BUDGET - CPM-SPENT.
000368     MOVE WS-BUDGET-LEFT TO WS-BUDGET-DISPLAY.
000369     DISPLAY "CAMPAIGN:    " CPM-CODE " " CPM-DESCRIPTION.
000370     DISPLAY "SELECTION:   " WS-CRITERION-TYPE " "
000371         WS-CRITERION-VALUE.
000372     DISPLAY "BUDGET LEFT: " WS-BUDGET-DISPLAY.
000373     SET WS-CAMPAIGN-VALID TO TRUE.
000374 3100-EXIT.
000375     EXIT.
000376*
000377*--------------------------------------------------------------*
000378*  3200-MAIL-CAMPAIGN                                            *
000379*--------------------------------------------------------------*
000380 3200-MAIL-CAMPAIGN.
000381     COMPUTE WS-CUTOFF-DATE =
000382         FUNCTION DATE-OF-INTEGER(
000383             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
000384             - WS-SUPPRESS-DAYS).
000385     MOVE ZERO TO WS-SELECTED-COUNT.
000386     MOVE "N"  TO WS-HELD-SWITCH.
000387     MOVE ZERO TO WS-MAILED-COUNT.
000388     MOVE ZERO TO WS-SUPPRESSED-COUNT.
000389     MOVE ZERO TO WS-GONE-AWAY-COUNT.
000390     MOVE ZERO TO WS-OVER-BUDGET-COUNT.
000391     PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT.
000392     OPEN INPUT ADDR-FILE.
000393     IF NOT WS-ADDR-OK
000394         DISPLAY "CANNOT OPEN ADDR-FILE - STATUS " WS-ADDR-STATUS
000395         GO TO 3200-EXIT
000396     END-IF.
000397     OPEN OUTPUT CAMPAIGN-LABEL-FILE.
000398     OPEN EXTEND CAMPAIGN-HISTORY-FILE.
000399     IF NOT WS-HIST-OK
000400         OPEN OUTPUT CAMPAIGN-HISTORY-FILE
000401         CLOSE CAMPAIGN-HISTORY-FILE
000402         OPEN EXTEND CAMPAIGN-HISTORY-FILE
000403     END-IF.
000404     PERFORM 4500-POSITION-SELECTION THRU 4500-EXIT.
000405     IF NOT WS-ADDR-OK
000406         DISPLAY "NO ADDRESSES IN THE SELECTED RANGE"
000407         CLOSE ADDR-FILE
000408         CLOSE CAMPAIGN-LABEL-FILE
000409         CLOSE CAMPAIGN-HISTORY-FILE
000410         GO TO 3200-EXIT
000411     END-IF.
000412     MOVE "00" TO WS-ADDR-STATUS.
000413     PERFORM 4700-FETCH-POSTAGE THRU 4700-EXIT.
000414     PERFORM 5000-PROCESS-ONE-ADDRESS THRU 5000-EXIT
000415         UNTIL WS-ADDR-EOF.
000416     PERFORM 5500-FLUSH-HELD THRU 5500-EXIT.
000417     CLOSE ADDR-FILE.
000418     CLOSE CAMPAIGN-LABEL-FILE.
000419     CLOSE CAMPAIGN-HISTORY-FILE.
000420     PERFORM 5700-WRITE-MANIFEST THRU 5700-EXIT.
000421     PERFORM 5800-UPDATE-CAMPAIGN THRU 5800-EXIT.
000422     DISPLAY "SELECTED:   " WS-SELECTED-COUNT.
000423     DISPLAY "MAILED:     " WS-MAILED-COUNT.
000424     DISPLAY "SUPPRESSED: " WS-SUPPRESSED-COUNT.
000425     DISPLAY "GONE AWAY:  " WS-GONE-AWAY-COUNT.
000426     DISPLAY "OVER BUDGET:" WS-OVER-BUDGET-COUNT.
000427 3200-EXIT.
000428     EXIT.
000429*
000430*--------------------------------------------------------------*
000431*  4000-LOAD-HISTORY                                             *
000432*--------------------------------------------------------------*
000433 4000-LOAD-HISTORY.
000434     MOVE ZERO TO WS-HIST-COUNT.
000435     OPEN INPUT CAMPAIGN-HISTORY-FILE.
000436     IF NOT WS-HIST-OK
000437         GO TO 4000-EXIT
000438     END-IF.
000439     PERFORM 4100-LOAD-ONE-RECORD THRU 4100-EXIT
000440         UNTIL WS-HIST-EOF.
000441     CLOSE CAMPAIGN-HISTORY-FILE.
000442 4000-EXIT.
000443     EXIT.
000444*
000445 4100-LOAD-ONE-RECORD.
000446     READ CAMPAIGN-HISTORY-FILE
000447         AT END
000448             GO TO 4100-EXIT
000449     END-READ.
000450*    Only the rows suppression can act on are worth a table
000451*    slot: OPTOUT rows never expire, but a mailing older than
000452*    the cutoff can no longer suppress anyone.
000453     IF CMP-CAMPAIGN NOT = "OPTOUT"
000454         IF CMP-DATE NOT NUMERIC
000455            OR CMP-DATE < WS-CUTOFF-DATE
000456             GO TO 4100-EXIT
000457         END-IF
000458     END-IF.
000459     IF WS-HIST-COUNT >= WS-HIST-MAX
000460         DISPLAY "CAMP-RUN: HISTORY TABLE FULL - SUPPRESSION"
000461         DISPLAY "MAY BE INCOMPLETE FOR THIS RUN"
000462         GO TO 4100-EXIT
000463     END-IF.
000464     ADD 1 TO WS-HIST-COUNT.
000465     MOVE CMP-DATE     TO WS-TBL-DATE(WS-HIST-COUNT).
000466     MOVE CMP-CAMPAIGN TO WS-TBL-CAMPAIGN(WS-HIST-COUNT).
000467     MOVE CMP-NAME     TO WS-TBL-NAME(WS-HIST-COUNT).
000468 4100-EXIT.
000469     EXIT.
000470*
000471*--------------------------------------------------------------*
000472*  4500-POSITION-SELECTION                                       *
000473*                                                                *
000474*  A city selection starts on the ADDR-CITY-NAME alternate key  *
000475*  and a prefix selection on ADDR-POSTCODE, so only the         *
000476*  selected range is read; a county selection (county is not a  *
000477*  key) starts at the front as before.                          *
000478*--------------------------------------------------------------*
000479 4500-POSITION-SELECTION.
000480     EVALUATE TRUE
000481         WHEN WS-SELECT-CITY
000482             MOVE WS-CRITERION-VALUE(1:15) TO ADDR-CITY-NAME
000483             START ADDR-FILE
000484                 KEY IS NOT LESS THAN ADDR-CITY-NAME
000485                 INVALID KEY
000486                     MOVE "23" TO WS-ADDR-STATUS
000487             END-START
000488         WHEN WS-SELECT-PREFIX
000489             MOVE SPACES TO ADDR-POSTCODE
000490             MOVE WS-CRITERION-VALUE(1:2)
000491                 TO ADDR-POSTCODE(1:2)
000492             START ADDR-FILE
000493                 KEY IS NOT LESS THAN ADDR-POSTCODE
000494                 INVALID KEY
000495                     MOVE "23" TO WS-ADDR-STATUS
000496             END-START
000497         WHEN OTHER
000498             MOVE LOW-VALUES TO ADDR-KEY
000499             START ADDR-FILE KEY IS NOT LESS THAN ADDR-KEY
000500                 INVALID KEY
000501                     MOVE "23" TO WS-ADDR-STATUS
000502             END-START
000503     END-EVALUATE.
000504 4500-EXIT.
000505     EXIT.
000506*
000507*--------------------------------------------------------------*
000508*  5000-PROCESS-ONE-ADDRESS                                      *
000509*--------------------------------------------------------------*
000510 5000-PROCESS-ONE-ADDRESS.
000511     READ ADDR-FILE NEXT RECORD
000512         AT END
000513             MOVE "10" TO WS-ADDR-STATUS
000514             GO TO 5000-EXIT
000515     END-READ.
000516     EVALUATE TRUE
000517         WHEN WS-SELECT-CITY
000518             IF ADDR-CITY-NAME NOT = WS-CRITERION-VALUE(1:15)
000519                 MOVE "10" TO WS-ADDR-STATUS
000520                 GO TO 5000-EXIT
000521             END-IF
000522         WHEN WS-SELECT-COUNTY
000523             IF ADDR-COUNTY-NAME NOT = WS-CRITERION-VALUE
000524                 GO TO 5000-EXIT
000525             END-IF
000526         WHEN WS-SELECT-PREFIX
000527             IF ADDR-POSTCODE(1:2) NOT = WS-CRITERION-VALUE(1:2)
000528                 MOVE "10" TO WS-ADDR-STATUS
000529                 GO TO 5000-EXIT
000530             END-IF
000531     END-EVALUATE.
000532     ADD 1 TO WS-SELECTED-COUNT.
000533     IF ADDR-GONE-AWAY
000534         ADD 1 TO WS-GONE-AWAY-COUNT
000535         GO TO 5000-EXIT
000536     END-IF.
000537     PERFORM 5400-CONSIDER-RECORD THRU 5400-EXIT.
000538 5000-EXIT.
000539     EXIT.
000540*
000541*--------------------------------------------------------------*
000542*  5400-CONSIDER-RECORD                                          *
000543*                                                                *
000544*  Holds the preferred address for the name in hand; when the   *
000545*  name changes the previous name's held address is flushed     *
000546*  out as its one label.                                         *
000547*--------------------------------------------------------------*
000548 5400-CONSIDER-RECORD.
000549     MOVE ADDR-RECORD TO WS-CURR-SAVE.
000550     IF WS-ADDRESS-HELD AND WS-HELD-NAME = ADDR-NAME
000551         MOVE WS-HELD-TYPE TO WS-RANK-TYPE
000552         PERFORM 5450-RANK-TYPE THRU 5450-EXIT
000553         MOVE WS-RANK-VALUE TO WS-RANK-HELD
000554         MOVE WS-CURR-SAVE(31:1) TO WS-RANK-TYPE
000555         PERFORM 5450-RANK-TYPE THRU 5450-EXIT
000556         MOVE WS-RANK-VALUE TO WS-RANK-CURR
000557         IF WS-RANK-CURR < WS-RANK-HELD
000558             MOVE WS-CURR-SAVE TO WS-HELD-RECORD
000559         END-IF
000560         GO TO 5400-EXIT
000561     END-IF.
000562     PERFORM 5500-FLUSH-HELD THRU 5500-EXIT.
000563     MOVE WS-CURR-SAVE TO WS-HELD-RECORD.
000564     SET WS-ADDRESS-HELD TO TRUE.
000565 5400-EXIT.
000566     EXIT.
000567*
000568 5450-RANK-TYPE.
000569     EVALUATE WS-RANK-TYPE
000570         WHEN "D"
000571             MOVE 1 TO WS-RANK-VALUE
000572         WHEN "H"
000573             MOVE 2 TO WS-RANK-VALUE
000574         WHEN "W"
000575             MOVE 3 TO WS-RANK-VALUE
000576         WHEN OTHER
000577             MOVE 4 TO WS-RANK-VALUE
000578     END-EVALUATE.
000579 5450-EXIT.
000580     EXIT.
000581*
000582*--------------------------------------------------------------*
000583*  5500-FLUSH-HELD                                               *
000584*                                                                *
000585*  Writes the one label and history record for the name whose    *
000586*  preferred address is held, unless suppression rules it out or *
000587*  the label would take the run past what is left of the         *
000588*  campaign's postage budget.                                    *
000589*--------------------------------------------------------------*
000590 5500-FLUSH-HELD.
000591     IF NOT WS-ADDRESS-HELD
000592         GO TO 5500-EXIT
000593     END-IF.
000594     MOVE WS-HELD-RECORD TO ADDR-RECORD.
000595     PERFORM 5100-CHECK-SUPPRESSION THRU 5100-EXIT.
000596     EVALUATE TRUE
000597         WHEN WS-SUPPRESS-NAME
000598             ADD 1 TO WS-SUPPRESSED-COUNT
000599         WHEN WS-RUN-COST + WS-PST-PRICE > WS-BUDGET-LEFT
000600             ADD 1 TO WS-OVER-BUDGET-COUNT
000601         WHEN OTHER
000602             PERFORM 5200-WRITE-LABEL THRU 5200-EXIT
000603             PERFORM 5300-WRITE-HISTORY THRU 5300-EXIT
000604             ADD 1 TO WS-MAILED-COUNT
000605             ADD WS-PST-PRICE TO WS-RUN-COST
000606     END-EVALUATE.
000607     MOVE "N" TO WS-HELD-SWITCH.
000608 5500-EXIT.
000609     EXIT.
000610*
000611*--------------------------------------------------------------*
000612*  5100-CHECK-SUPPRESSION                                        *
000613*                                                                *
000614*  A name is suppressed when it carries an OPTOUT history       *
000615*  record, or was mailed on or after the cutoff date.           *
000616*--------------------------------------------------------------*
000617 5100-CHECK-SUPPRESSION.
000618     MOVE "N" TO WS-SUPPRESS-SWITCH.
000619     PERFORM 5110-CHECK-ONE-ENTRY THRU 5110-EXIT
000620         VARYING WS-HIST-INDEX FROM 1 BY 1
000621         UNTIL WS-HIST-INDEX > WS-HIST-COUNT
000622             OR WS-SUPPRESS-NAME.
000623 5100-EXIT.
000624     EXIT.
000625*
000626 5110-CHECK-ONE-ENTRY.
000627     IF WS-TBL-NAME(WS-HIST-INDEX) NOT = ADDR-NAME
000628         GO TO 5110-EXIT
000629     END-IF.
000630     IF WS-TBL-CAMPAIGN(WS-HIST-INDEX) = "OPTOUT"
000631         SET WS-SUPPRESS-NAME TO TRUE
000632         GO TO 5110-EXIT
000633     END-IF.
000634     IF WS-TBL-DATE(WS-HIST-INDEX) >= WS-CUTOFF-DATE
000635         SET WS-SUPPRESS-NAME TO TRUE
000636     END-IF.
000637 5110-EXIT.
000638     EXIT.
000639*
000640*--------------------------------------------------------------*
000641*  5200-WRITE-LABEL                                              *
000642*                                                                *
000643*  Standard label layout; the campaign code sits in columns     *
000644*  41-48 of the name line, outside the print area.              *
000645*--------------------------------------------------------------*
000646 5200-WRITE-LABEL.
000647     MOVE SPACES TO CAMPAIGN-LABEL-LINE.
000648     MOVE ADDR-NAME TO CAMPAIGN-LABEL-LINE(1:30).
000649     MOVE WS-CAMPAIGN-CODE TO CAMPAIGN-LABEL-LINE(41:8).
000650     WRITE CAMPAIGN-LABEL-LINE.
000651     MOVE SPACES TO CAMPAIGN-LABEL-LINE.
000652     STRING ADDR-HOUSE-NUMBER DELIMITED BY SIZE
000653        " " ADDR-STREET-NAME DELIMITED BY SIZE
000654        INTO CAMPAIGN-LABEL-LINE.
000655     WRITE CAMPAIGN-LABEL-LINE.
000656     MOVE ADDR-CITY-NAME TO CAMPAIGN-LABEL-LINE.
000657     WRITE CAMPAIGN-LABEL-LINE.
000658     MOVE ADDR-COUNTY-NAME TO CAMPAIGN-LABEL-LINE.
000659     WRITE CAMPAIGN-LABEL-LINE.
000660     MOVE ADDR-POSTCODE TO CAMPAIGN-LABEL-LINE.
000661     WRITE CAMPAIGN-LABEL-LINE.
000662     MOVE SPACES TO CAMPAIGN-LABEL-LINE.
000663     WRITE CAMPAIGN-LABEL-LINE.
000664 5200-EXIT.
000665     EXIT.
000666*
000667*--------------------------------------------------------------*
000668*  5300-WRITE-HISTORY                                            *
000669*--------------------------------------------------------------*
000670 5300-WRITE-HISTORY.
000671     MOVE SPACES           TO CAMPAIGN-HISTORY-RECORD.
000672     MOVE WS-TODAY-DATE    TO CMP-DATE.
000673     MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN.
000674     MOVE ADDR-NAME        TO CMP-NAME.
000675     WRITE CAMPAIGN-HISTORY-RECORD.
000676 5300-EXIT.
000677     EXIT.
000678*
000679*--------------------------------------------------------------*
000680*  4700-FETCH-POSTAGE                                            *
000681*                                                                *
000682*  Rates the run's standard letter (second class) once against  *
000683*  the POSTRATE card; with no rate in force the run is costed   *
000684*  at zero and finance is warned on the console.                *
000685*--------------------------------------------------------------*
000686 4700-FETCH-POSTAGE.
000687     MOVE ZERO TO WS-RUN-COST.
000688     MOVE "2"  TO WS-PST-SERVICE.
000689     MOVE 100  TO WS-PST-WEIGHT.
000690     MOVE WS-TODAY-DATE TO WS-PST-ASAT-DATE.
000691     MOVE "N"  TO WS-PST-FOUND.
000692     CALL "pst-rate" USING WS-PST-SERVICE WS-PST-WEIGHT
000693         WS-PST-ASAT-DATE WS-PST-PRICE WS-PST-FOUND.
000694     IF WS-PST-FOUND NOT = "Y"
000695         DISPLAY "NO POSTRATE RATE IN FORCE - RUN COSTED AT ZERO"
000696         MOVE ZERO TO WS-PST-PRICE
000697     END-IF.
000698 4700-EXIT.
000699     EXIT.
000700*
000701*--------------------------------------------------------------*
000702*  5700-WRITE-MANIFEST                                           *
000703*                                                                *
000704*  One manifest on CAMPMANF and one costing summary record on   *
000705*  CAMPCOST per campaign run.                                    *
000706*--------------------------------------------------------------*
000707 5700-WRITE-MANIFEST.
000708     OPEN OUTPUT MANIFEST-FILE.
000709     MOVE WS-TODAY-DATE  TO MFH-DATE.
000710     MOVE WS-PST-SERVICE TO MFH-SERVICE.
000711     WRITE MANIFEST-LINE FROM WS-MANIFEST-HEADING.
000712     MOVE WS-CAMPAIGN-CODE TO MFL-CAMPAIGN.
000713     MOVE WS-MAILED-COUNT  TO MFL-COUNT.
000714     MOVE WS-RUN-COST      TO MFL-COST.
000715     WRITE MANIFEST-LINE FROM WS-MANIFEST-LINE.
000716     MOVE WS-CAMPAIGN-CODE   TO MFG-CAMPAIGN.
000717     MOVE WS-GONE-AWAY-COUNT TO MFG-COUNT.
000718     WRITE MANIFEST-LINE FROM WS-MANIFEST-GONE-AWAY.
000719     IF WS-OVER-BUDGET-COUNT > ZERO
000720         MOVE WS-CAMPAIGN-CODE     TO MFB-CAMPAIGN
000721         MOVE WS-OVER-BUDGET-COUNT TO MFB-COUNT
000722         WRITE MANIFEST-LINE FROM WS-MANIFEST-BUDGET
000723     END-IF.
000724     CLOSE MANIFEST-FILE.
000725     OPEN EXTEND CAMPAIGN-COST-FILE.
000726     IF NOT WS-COST-OK
000727         OPEN OUTPUT CAMPAIGN-COST-FILE
000728         CLOSE CAMPAIGN-COST-FILE
000729         OPEN EXTEND CAMPAIGN-COST-FILE
000730     END-IF.
000731     MOVE SPACES           TO CAMPAIGN-COST-RECORD.
000732     MOVE WS-TODAY-DATE    TO CCO-DATE.
000733     MOVE WS-CAMPAIGN-CODE TO CCO-CAMPAIGN.
000734     MOVE WS-MAILED-COUNT  TO CCO-ITEMS.
000735     MOVE WS-RUN-COST      TO CCO-COST.
000736     WRITE CAMPAIGN-COST-RECORD.
000737     CLOSE CAMPAIGN-COST-FILE.
000738 5700-EXIT.
000739     EXIT.
000740*
000741*--------------------------------------------------------------*
000742*  5800-UPDATE-CAMPAIGN                                          *
000743*                                                                *
000744*  Adds the run's postage and items to the campaign master. The  *
000745*  first run to mail anything makes a planned campaign live and  *
000746*  opens its response window.                                    *
000747*--------------------------------------------------------------*
000748 5800-UPDATE-CAMPAIGN.
000749     IF WS-MAILED-COUNT = ZERO
000750         GO TO 5800-EXIT
000751     END-IF.
000752     ADD WS-RUN-COST     TO CPM-SPENT.
000753     ADD WS-MAILED-COUNT TO CPM-ITEMS-MAILED.
000754     IF CPM-PLANNED
000755         MOVE "L"           TO CPM-STATUS
000756         MOVE WS-TODAY-DATE TO CPM-FIRST-MAILED
000757     END-IF.
000758     REWRITE CAMPAIGN-MASTER-RECORD
000759         INVALID KEY
000760             DISPLAY "ERROR UPDATING CAMPMAST - STATUS "
000761                 WS-CPM-STATUS
000762     END-REWRITE.
000763 5800-EXIT.
000764     EXIT.
000765*
000766*--------------------------------------------------------------*
000767*  7000-RECORD-OPTOUT                                            *
000768*                                                                *
000769*  Writes the never-expiring OPTOUT history record for a name,  *
000770*  so every later campaign suppresses it.                       *
000771*--------------------------------------------------------------*
000772 7000-RECORD-OPTOUT.
000773     DISPLAY "ENTER NAME TO OPT OUT: " WITH NO ADVANCING.
000774     MOVE SPACES TO WS-CRITERION-VALUE.
000775     ACCEPT WS-CRITERION-VALUE.
000776     IF WS-CRITERION-VALUE = SPACES
000777         DISPLAY "NOTHING ENTERED"
000778         GO TO 7000-EXIT
000779     END-IF.
000780     OPEN EXTEND CAMPAIGN-HISTORY-FILE.
000781     IF NOT WS-HIST-OK
000782         OPEN OUTPUT CAMPAIGN-HISTORY-FILE
000783         CLOSE CAMPAIGN-HISTORY-FILE
000784         OPEN EXTEND CAMPAIGN-HISTORY-FILE
000785     END-IF.
000786     MOVE SPACES TO CAMPAIGN-HISTORY-RECORD.
000787     MOVE WS-TODAY-DATE TO CMP-DATE.
000788     MOVE "OPTOUT" TO CMP-CAMPAIGN.
000789     MOVE WS-CRITERION-VALUE TO CMP-NAME.
000790     WRITE CAMPAIGN-HISTORY-RECORD.
000791     CLOSE CAMPAIGN-HISTORY-FILE.
000792     DISPLAY "OPT-OUT RECORDED".
000793 7000-EXIT.
000794     EXIT.
000795*
000796*--------------------------------------------------------------*
000797*  8600-TAKE-LOCK                                                *
000798*                                                                *
000799*  Takes the update lock on the campaign through the shared      *
000800*  LOCK-MGR subroutine, the same lock CAMP-MNT takes to change   *
000801*  it; a refused lock tells the operator who holds it.           *
000802*--------------------------------------------------------------*
000803 8600-TAKE-LOCK.
000804     MOVE "L" TO WS-LOK-FUNCTION.
000805     MOVE "CAMPMAST" TO WS-LOK-FILE-NAME.
000806     MOVE SPACES TO WS-LOK-RECORD-KEY.
000807     MOVE WS-CAMPAIGN-CODE TO WS-LOK-RECORD-KEY(1:8).
000808     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000809         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000810     IF WS-LOK-GRANTED NOT = "Y"
000811         DISPLAY "CAMPAIGN IS BEING UPDATED BY " WS-LOK-HOLDER
000812     END-IF.
000813 8600-EXIT.
000814     EXIT.
000815*
000816*--------------------------------------------------------------*
000817*  8700-FREE-LOCK                                                *
000818*--------------------------------------------------------------*
000819 8700-FREE-LOCK.
000820     MOVE "U" TO WS-LOK-FUNCTION.
000821     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000822         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000823 8700-EXIT.
000824     EXIT.
