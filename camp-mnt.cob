000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. camp-mnt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Maintenance over              *
000012*                    CAMPAIGN-MASTER-FILE (CAMPMAST), the       *
000013*                    register of mailing campaigns CAMP-RUN now *
000014*                    mails under: add, change, close or reopen  *
000015*                    and list campaigns. Each campaign carries  *
000016*                    its owner, selection criteria, planned     *
000017*                    mailing date, postage budget and response  *
000018*                    window. A new campaign starts planned and  *
000019*                    goes live on its first CAMP-RUN mailing;   *
000020*                    closing and reopening is restricted to     *
000021*                    supervisors, and a closed campaign cannot  *
000022*                    be changed. The file is created if it is   *
000023*                    missing, the same way CUST-MNT creates     *
000024*                    CUSTFILE.                                  *
000025*  15-OCT-2026  BJD  A campaign added with a blank code now     *
000026*                    takes the next number of the CAMPAIGN      *
000027*                    series from the shared NXT-NUM number      *
000028*                    service, issued once the campaign's        *
000029*                    details have been accepted and marked used *
000030*                    when it is on file.                        *
000031*  15-OCT-2026  BJD  ADRVERFY, the code the address             *
000032*                    re-verification run mails under, is        *
000033*                    reserved with OPTOUT and LABELRUN.         *
000034*--------------------------------------------------------------*
000035 ENVIRONMENT DIVISION.
000036 INPUT-OUTPUT SECTION.
000037 FILE-CONTROL.
000038     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CAMPMAST"
000039         ORGANIZATION IS INDEXED
000040         ACCESS MODE IS DYNAMIC
000041         RECORD KEY IS CPM-CODE
000042         FILE STATUS IS WS-CPM-STATUS.
000043*
000044 DATA DIVISION.
000045 FILE SECTION.
000046 FD  CAMPAIGN-MASTER-FILE
000047     LABEL RECORDS ARE STANDARD.
000048     COPY CAMPMREC.
000049*
000050 WORKING-STORAGE SECTION.
000051*
000052 01  WS-CPM-STATUS           PIC X(02) VALUE "00".
000053     88  WS-CPM-OK                     VALUE "00".
000054     88  WS-CPM-EOF                    VALUE "10".
000055     88  WS-CPM-NOT-FOUND              VALUE "23".
000056     88  WS-CPM-DUPLICATE              VALUE "22".
000057*
000058 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000059     88  WS-EXIT-PROGRAM              VALUE "Y".
000060*
000061 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000062 01  WS-WORK-CODE            PIC X(08).
000063 01  WS-ISSUE-CODE-SWITCH    PIC X(01) VALUE "N".
000064     88  WS-ISSUE-CODE                VALUE "Y".
000065 01  WS-WORK-TEXT            PIC X(30).
000066 01  WS-WORK-TYPE-TEXT       PIC X(01).
000067 01  WS-WORK-DAYS-TEXT       PIC X(03).
000068 01  WS-WORK-DATE-TEXT       PIC X(12).
000069 01  WS-WORK-BUDGET-TEXT     PIC X(14).
000070 01  WS-NUM-WORK             PIC S9(15)V99.
000071 01  WS-NUMVAL-CHECK         PIC S9(04) COMP.
000072 01  WS-CHANGE-SWITCH        PIC X(01).
000073     88  WS-CHANGING                  VALUE "Y".
000074 01  WS-FIELDS-SWITCH        PIC X(01).
000075     88  WS-FIELDS-VALID              VALUE "Y".
000076 01  WS-ROLE-ALLOWED         PIC X(01).
000077 01  WS-CONFIRM              PIC X(01).
000078 01  WS-TODAY-DATE           PIC 9(08).
000079 01  WS-LIST-COUNT           PIC 9(05) VALUE ZERO.
000080 01  WS-BUDGET-DISPLAY       PIC Z(6)9.99.
000081 01  WS-SPENT-DISPLAY        PIC Z(6)9.99.
000082*
000083*--------------------------------------------------------------*
000084*  SHARED RECORD-LOCK WORK AREAS                                 *
000085*--------------------------------------------------------------*
000086     COPY LOKCALL.
000087*
000088*--------------------------------------------------------------*
000089*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000090*--------------------------------------------------------------*
000091     COPY OPRCURR.
000092*
000093*--------------------------------------------------------------*
000094*  SHARED ERROR-LOG WORK AREAS                                  *
000095*--------------------------------------------------------------*
000096     COPY ERRCALL.
000097*
000098*--------------------------------------------------------------*
000099*  SHARED NEXT-NUMBER WORK AREAS                                 *
000100*--------------------------------------------------------------*
000101     COPY NUMCALL.
000102*
000103 PROCEDURE DIVISION.
000104*
000105*--------------------------------------------------------------*
000106*  0000-MAINLINE                                                *
000107*--------------------------------------------------------------*
000108 0000-MAINLINE.
000109     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000110     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000111         UNTIL WS-EXIT-PROGRAM.
000112     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000113     GOBACK.
000114*
000115*--------------------------------------------------------------*
000116*  1000-INITIALIZE                                               *
000117*--------------------------------------------------------------*
000118 1000-INITIALIZE.
000119     MOVE "N" TO WS-EXIT-SWITCH.
000120     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000121     OPEN I-O CAMPAIGN-MASTER-FILE.
000122     IF NOT WS-CPM-OK
000123         DISPLAY "CAMPAIGN-MASTER-FILE NOT FOUND - CREATING NEW "
000124             "FILE"
000125         CLOSE CAMPAIGN-MASTER-FILE
000126         OPEN OUTPUT CAMPAIGN-MASTER-FILE
000127         CLOSE CAMPAIGN-MASTER-FILE
000128         OPEN I-O CAMPAIGN-MASTER-FILE
000129     END-IF.
000130     MOVE "G" TO WS-CUR-FUNCTION.
000131     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000132         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000133 1000-EXIT.
000134     EXIT.
000135*
000136*--------------------------------------------------------------*
000137*  2000-PROCESS-MENU                                             *
000138*--------------------------------------------------------------*
000139 2000-PROCESS-MENU.
000140     DISPLAY " ".
000141     DISPLAY "----------------------------------------".
000142     DISPLAY "  CAMPAIGN MAINTENANCE".
000143     DISPLAY "  1. ADD A CAMPAIGN".
000144     DISPLAY "  2. CHANGE A CAMPAIGN".
000145     DISPLAY "  3. CLOSE OR REOPEN A CAMPAIGN".
000146     DISPLAY "  4. LIST ALL CAMPAIGNS".
000147     DISPLAY "  0. EXIT".
000148     DISPLAY "----------------------------------------".
000149     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000150     ACCEPT WS-MENU-CHOICE.
000151     EVALUATE WS-MENU-CHOICE
000152         WHEN 1
000153             PERFORM 3000-ADD-CAMPAIGN THRU 3000-EXIT
000154         WHEN 2
000155             PERFORM 4000-CHANGE-CAMPAIGN THRU 4000-EXIT
000156         WHEN 3
000157             PERFORM 2800-CHECK-SUPERVISOR THRU 2800-EXIT
000158             IF WS-ROLE-ALLOWED = "Y"
000159                 PERFORM 5000-CLOSE-CAMPAIGN THRU 5000-EXIT
000160             END-IF
000161         WHEN 4
000162             PERFORM 6000-LIST-CAMPAIGNS THRU 6000-EXIT
000163         WHEN 0
000164             SET WS-EXIT-PROGRAM TO TRUE
000165         WHEN OTHER
000166             DISPLAY "INVALID CHOICE - TRY AGAIN"
000167     END-EVALUATE.
000168 2000-EXIT.
000169     EXIT.
000170*
000171*--------------------------------------------------------------*
000172*  2800-CHECK-SUPERVISOR                                         *
000173*                                                                *
000174*  Closing or reopening a campaign is a supervisor function, the *
000175*  same rule CUST-MNT applies to accounts; a barred attempt goes *
000176*  to the shared ERROR-LOG.                                      *
000177*--------------------------------------------------------------*
000178 2800-CHECK-SUPERVISOR.
000179     IF WS-CUR-OPR-ROLE = "S" OR WS-CUR-OPR-ROLE = "A"
000180         MOVE "Y" TO WS-ROLE-ALLOWED
000181     ELSE
000182         MOVE "N" TO WS-ROLE-ALLOWED
000183         DISPLAY "SUPERVISOR ROLE REQUIRED FOR THIS FUNCTION"
000184         MOVE "NOTAUTH" TO WS-ERR-CODE
000185         MOVE "CAMPAIGN CLOSE/REOPEN BARRED - ROLE NOT SUPERVISOR"
000186             TO WS-ERR-TEXT
000187         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000188     END-IF.
000189 2800-EXIT.
000190     EXIT.
000191*
000192*--------------------------------------------------------------*
000193*  3000-ADD-CAMPAIGN                                             *
000194*                                                                *
000195*  A new campaign starts planned, with nothing spent; CAMP-RUN   *
000196*  makes it live on its first mailing. A blank code takes the    *
000197*  next CAMPAIGN number, issued only once the details are valid. *
000198*--------------------------------------------------------------*
000199 3000-ADD-CAMPAIGN.
000200     DISPLAY "ENTER CAMPAIGN CODE (8 CHARS, BLANK FOR NEXT "
000201         "NUMBER): " WITH NO ADVANCING.
000202     MOVE SPACES TO WS-WORK-CODE.
000203     ACCEPT WS-WORK-CODE.
000204     MOVE "N" TO WS-ISSUE-CODE-SWITCH.
000205     IF WS-WORK-CODE = SPACES
000206         SET WS-ISSUE-CODE TO TRUE
000207         GO TO 3000-NEW-RECORD
000208     END-IF.
000209     IF WS-WORK-CODE = "OPTOUT" OR WS-WORK-CODE = "LABELRUN"
000210        OR WS-WORK-CODE = "ADRVERFY"
000211         DISPLAY "THAT CODE IS RESERVED"
000212         GO TO 3000-EXIT
000213     END-IF.
000214     MOVE WS-WORK-CODE TO CPM-CODE.
000215     READ CAMPAIGN-MASTER-FILE
000216         INVALID KEY
000217             CONTINUE
000218         NOT INVALID KEY
000219             DISPLAY "THAT CAMPAIGN IS ALREADY ON FILE"
000220             GO TO 3000-EXIT
000221     END-READ.
000222 3000-NEW-RECORD.
000223     MOVE SPACES            TO CAMPAIGN-MASTER-RECORD.
000224     MOVE WS-WORK-CODE      TO CPM-CODE.
000225     MOVE ZERO              TO CPM-CRITERION-TYPE.
000226     MOVE 30                TO CPM-SUPPRESS-DAYS.
000227     MOVE ZERO              TO CPM-PLANNED-DATE.
000228     MOVE ZERO              TO CPM-BUDGET.
000229     MOVE 60                TO CPM-RESPONSE-DAYS.
000230     MOVE "N" TO WS-CHANGE-SWITCH.
000231     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT.
000232     IF NOT WS-FIELDS-VALID
000233         DISPLAY "CAMPAIGN NOT ADDED"
000234         GO TO 3000-EXIT
000235     END-IF.
000236     IF WS-ISSUE-CODE
000237         PERFORM 3100-ISSUE-CODE THRU 3100-EXIT
000238         IF WS-NUM-RESULT NOT = "Y"
000239             DISPLAY "NO CAMPAIGN NUMBER AVAILABLE - ENTER A CODE"
000240             DISPLAY "CAMPAIGN NOT ADDED"
000241             GO TO 3000-EXIT
000242         END-IF
000243     END-IF.
000244     MOVE "P"               TO CPM-STATUS.
000245     MOVE ZERO              TO CPM-FIRST-MAILED.
000246     MOVE ZERO              TO CPM-SPENT.
000247     MOVE ZERO              TO CPM-ITEMS-MAILED.
000248     MOVE WS-CUR-OPR-ID     TO CPM-CHANGED-BY.
000249     MOVE WS-TODAY-DATE     TO CPM-CHANGED-DATE.
000250     WRITE CAMPAIGN-MASTER-RECORD.
000251     IF WS-CPM-DUPLICATE
000252         DISPLAY "THAT CAMPAIGN IS ALREADY ON FILE"
000253         GO TO 3000-EXIT
000254     END-IF.
000255     IF NOT WS-CPM-OK
000256         DISPLAY "ERROR WRITING CAMPAIGN - STATUS " WS-CPM-STATUS
000257         GO TO 3000-EXIT
000258     END-IF.
000259     IF WS-ISSUE-CODE
000260         MOVE "U" TO WS-NUM-FUNCTION
000261         MOVE WS-CUR-OPR-ID TO WS-NUM-REFERENCE
000262         CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000263             WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000264             WS-NUM-RESULT
000265         DISPLAY "CAMPAIGN " CPM-CODE " ADDED - STATUS PLANNED"
000266     ELSE
000267         DISPLAY "CAMPAIGN ADDED - STATUS PLANNED"
000268     END-IF.
000269 3000-EXIT.
000270     EXIT.
000271*
000272*--------------------------------------------------------------*
000273*  3100-ISSUE-CODE                                               *
000274*                                                                *
000275*  Takes the next number of the CAMPAIGN series as the new       *
000276*  campaign's code. WS-NUM-RESULT is "N" when the series is not  *
000277*  set up and "E" when its range is used up.                     *
000278*--------------------------------------------------------------*
000279 3100-ISSUE-CODE.
000280     MOVE "N" TO WS-NUM-FUNCTION.
000281     MOVE "CAMPAIGN" TO WS-NUM-SERIES.
000282     MOVE "CAMP-MNT" TO WS-NUM-PROGRAM.
000283     MOVE WS-CUR-OPR-ID TO WS-NUM-REFERENCE.
000284     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000285         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000286         WS-NUM-RESULT.
000287     IF WS-NUM-RESULT = "Y"
000288         MOVE WS-NUM-VALUE TO CPM-CODE
000289     END-IF.
000290 3100-EXIT.
000291     EXIT.
000292*
000293*--------------------------------------------------------------*
000294*  4000-CHANGE-CAMPAIGN                                          *
000295*                                                                *
000296*  Every field but the code may be changed while the campaign is *
000297*  planned or live; a blank entry keeps the value on file. A     *
000298*  closed campaign must be reopened first.                       *
000299*--------------------------------------------------------------*
000300 4000-CHANGE-CAMPAIGN.
000301     DISPLAY "ENTER CAMPAIGN TO CHANGE: " WITH NO ADVANCING.
000302     MOVE SPACES TO WS-WORK-CODE.
000303     ACCEPT WS-WORK-CODE.
000304     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000305     IF WS-LOK-GRANTED NOT = "Y"
000306         GO TO 4000-EXIT
000307     END-IF.
000308     MOVE WS-WORK-CODE TO CPM-CODE.
000309     READ CAMPAIGN-MASTER-FILE
000310         INVALID KEY
000311             DISPLAY "NO CAMPAIGN FOUND WITH THAT CODE"
000312             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000313             GO TO 4000-EXIT
000314     END-READ.
000315     PERFORM 6200-SHOW-CAMPAIGN THRU 6200-EXIT.
000316     IF CPM-CLOSED
000317         DISPLAY "CAMPAIGN IS CLOSED - REOPEN IT TO CHANGE IT"
000318         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000319         GO TO 4000-EXIT
000320     END-IF.
000321     MOVE "Y" TO WS-CHANGE-SWITCH.
000322     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT.
000323     IF NOT WS-FIELDS-VALID
000324         DISPLAY "CAMPAIGN NOT CHANGED"
000325         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000326         GO TO 4000-EXIT
000327     END-IF.
000328     MOVE WS-CUR-OPR-ID TO CPM-CHANGED-BY.
000329     MOVE WS-TODAY-DATE TO CPM-CHANGED-DATE.
000330     REWRITE CAMPAIGN-MASTER-RECORD
000331         INVALID KEY
000332             DISPLAY "ERROR UPDATING CAMPAIGN - " WS-CPM-STATUS
000333             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000334             GO TO 4000-EXIT
000335     END-REWRITE.
000336     DISPLAY "CAMPAIGN CHANGED".
000337     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000338 4000-EXIT.
000339     EXIT.
000340*
000341*--------------------------------------------------------------*
000342*  5000-CLOSE-CAMPAIGN                                           *
000343*                                                                *
000344*  Campaigns are never deleted, since CAMPHIST, CAMPCOST and     *
000345*  RESPHIST quote them; an open campaign is closed, and a closed *
000346*  one reopened as live if it has mailed, otherwise as planned.  *
000347*--------------------------------------------------------------*
000348 5000-CLOSE-CAMPAIGN.
000349     DISPLAY "ENTER CAMPAIGN TO CLOSE OR REOPEN: "
000350         WITH NO ADVANCING.
000351     MOVE SPACES TO WS-WORK-CODE.
000352     ACCEPT WS-WORK-CODE.
000353     PERFORM 8600-TAKE-LOCK THRU 8600-EXIT.
000354     IF WS-LOK-GRANTED NOT = "Y"
000355         GO TO 5000-EXIT
000356     END-IF.
000357     MOVE WS-WORK-CODE TO CPM-CODE.
000358     READ CAMPAIGN-MASTER-FILE
000359         INVALID KEY
000360             DISPLAY "NO CAMPAIGN FOUND WITH THAT CODE"
000361             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000362             GO TO 5000-EXIT
000363     END-READ.
000364     PERFORM 6200-SHOW-CAMPAIGN THRU 6200-EXIT.
000365     IF CPM-CLOSED
000366         DISPLAY "REOPEN THIS CAMPAIGN (Y/N): " WITH NO ADVANCING
000367     ELSE
000368         DISPLAY "CLOSE THIS CAMPAIGN (Y/N): " WITH NO ADVANCING
000369     END-IF.
000370     MOVE SPACE TO WS-CONFIRM.
000371     ACCEPT WS-CONFIRM.
000372     IF WS-CONFIRM NOT = "Y"
000373         DISPLAY "CAMPAIGN NOT CHANGED"
000374         PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000375         GO TO 5000-EXIT
000376     END-IF.
000377     EVALUATE TRUE
000378         WHEN NOT CPM-CLOSED
000379             MOVE "C" TO CPM-STATUS
000380         WHEN CPM-FIRST-MAILED > ZERO
000381             MOVE "L" TO CPM-STATUS
000382         WHEN OTHER
000383             MOVE "P" TO CPM-STATUS
000384     END-EVALUATE.
000385     MOVE WS-CUR-OPR-ID TO CPM-CHANGED-BY.
000386     MOVE WS-TODAY-DATE TO CPM-CHANGED-DATE.
000387     REWRITE CAMPAIGN-MASTER-RECORD
000388         INVALID KEY
000389             DISPLAY "ERROR UPDATING CAMPAIGN - " WS-CPM-STATUS
000390             PERFORM 8700-FREE-LOCK THRU 8700-EXIT
000391             GO TO 5000-EXIT
000392     END-REWRITE.
000393     IF CPM-CLOSED
000394         DISPLAY "CAMPAIGN CLOSED"
000395     ELSE
000396         DISPLAY "CAMPAIGN REOPENED"
000397     END-IF.
000398     PERFORM 8700-FREE-LOCK THRU 8700-EXIT.
000399 5000-EXIT.
000400     EXIT.
000401*
000402*--------------------------------------------------------------*
000403*  6000-LIST-CAMPAIGNS                                           *
000404*--------------------------------------------------------------*
000405 6000-LIST-CAMPAIGNS.
000406     MOVE ZERO TO WS-LIST-COUNT.
000407     MOVE LOW-VALUES TO CPM-CODE.
000408     START CAMPAIGN-MASTER-FILE KEY IS NOT LESS THAN CPM-CODE
000409         INVALID KEY
000410             DISPLAY "NO CAMPAIGNS ON FILE"
000411             GO TO 6000-EXIT
000412     END-START.
000413     MOVE "00" TO WS-CPM-STATUS.
000414     PERFORM 6100-LIST-ONE-CAMPAIGN THRU 6100-EXIT
000415         UNTIL WS-CPM-EOF.
000416     DISPLAY "CAMPAIGNS ON FILE: " WS-LIST-COUNT.
000417 6000-EXIT.
000418     EXIT.
000419*
000420 6100-LIST-ONE-CAMPAIGN.
000421     READ CAMPAIGN-MASTER-FILE NEXT RECORD
000422         AT END
000423             MOVE "10" TO WS-CPM-STATUS
000424             GO TO 6100-EXIT
000425     END-READ.
000426     ADD 1 TO WS-LIST-COUNT.
000427     MOVE CPM-BUDGET TO WS-BUDGET-DISPLAY.
000428     MOVE CPM-SPENT  TO WS-SPENT-DISPLAY.
000429     DISPLAY CPM-CODE " " CPM-STATUS " " CPM-DESCRIPTION " "
000430         CPM-PLANNED-DATE " " WS-BUDGET-DISPLAY " "
000431         WS-SPENT-DISPLAY.
000432 6100-EXIT.
000433     EXIT.
000434*
000435 6200-SHOW-CAMPAIGN.
000436     MOVE CPM-BUDGET TO WS-BUDGET-DISPLAY.
000437     MOVE CPM-SPENT  TO WS-SPENT-DISPLAY.
000438     DISPLAY "CAMPAIGN:      " CPM-CODE " " CPM-DESCRIPTION.
000439     DISPLAY "OWNER:         " CPM-OWNER.
000440     EVALUATE TRUE
000441         WHEN CPM-SELECT-CITY
000442             DISPLAY "SELECTION:     CITY " CPM-CRITERION-VALUE
000443         WHEN CPM-SELECT-COUNTY
000444             DISPLAY "SELECTION:     COUNTY " CPM-CRITERION-VALUE
000445         WHEN CPM-SELECT-PREFIX
000446             DISPLAY "SELECTION:     PREFIX " CPM-CRITERION-VALUE
000447     END-EVALUATE.
000448     DISPLAY "SUPPRESS DAYS: " CPM-SUPPRESS-DAYS.
000449     DISPLAY "PLANNED DATE:  " CPM-PLANNED-DATE.
000450     DISPLAY "BUDGET:        " WS-BUDGET-DISPLAY.
000451     DISPLAY "SPENT:         " WS-SPENT-DISPLAY
000452         "  ITEMS " CPM-ITEMS-MAILED.
000453     DISPLAY "RESPONSE DAYS: " CPM-RESPONSE-DAYS.
000454     DISPLAY "FIRST MAILED:  " CPM-FIRST-MAILED.
000455     EVALUATE TRUE
000456         WHEN CPM-PLANNED
000457             DISPLAY "STATUS:        PLANNED"
000458         WHEN CPM-LIVE
000459             DISPLAY "STATUS:        LIVE"
000460         WHEN OTHER
000461             DISPLAY "STATUS:        CLOSED"
000462     END-EVALUATE.
000463 6200-EXIT.
000464     EXIT.
000465*
000466*--------------------------------------------------------------*
000467*  7000-ACCEPT-FIELDS                                            *
000468*                                                                *
000469*  Takes the campaign's fields into the record in hand. On a     *
000470*  change (WS-CHANGE-SWITCH "Y") a blank entry keeps the value   *
000471*  on file. WS-FIELDS-SWITCH comes back "Y" only when the        *
000472*  selection, planned date and budget are all usable.            *
000473*--------------------------------------------------------------*
000474 7000-ACCEPT-FIELDS.
000475     MOVE "N" TO WS-FIELDS-SWITCH.
000476     DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
000477     MOVE SPACES TO WS-WORK-TEXT.
000478     ACCEPT WS-WORK-TEXT.
000479     IF WS-WORK-TEXT NOT = SPACES OR NOT WS-CHANGING
000480         MOVE WS-WORK-TEXT TO CPM-DESCRIPTION
000481     END-IF.
000482     DISPLAY "OWNER: " WITH NO ADVANCING.
000483     MOVE SPACES TO WS-WORK-TEXT.
000484     ACCEPT WS-WORK-TEXT.
000485     IF WS-WORK-TEXT NOT = SPACES OR NOT WS-CHANGING
000486         MOVE WS-WORK-TEXT(1:20) TO CPM-OWNER
000487     END-IF.
000488     IF CPM-OWNER = SPACES
000489         DISPLAY "A CAMPAIGN MUST HAVE AN OWNER"
000490         GO TO 7000-EXIT
000491     END-IF.
000492     PERFORM 7100-ACCEPT-SELECTION THRU 7100-EXIT.
000493     IF NOT CPM-SELECT-CITY AND NOT CPM-SELECT-COUNTY
000494        AND NOT CPM-SELECT-PREFIX
000495         DISPLAY "SELECTION TYPE MUST BE 1, 2 OR 3"
000496         GO TO 7000-EXIT
000497     END-IF.
000498     IF CPM-CRITERION-VALUE = SPACES
000499         DISPLAY "A SELECTION VALUE IS REQUIRED"
000500         GO TO 7000-EXIT
000501     END-IF.
000502     DISPLAY "SUPPRESS IF MAILED WITHIN DAYS (BLANK="
000503         CPM-SUPPRESS-DAYS "): " WITH NO ADVANCING.
000504     MOVE SPACES TO WS-WORK-DAYS-TEXT.
000505     ACCEPT WS-WORK-DAYS-TEXT.
000506     IF WS-WORK-DAYS-TEXT NUMERIC
000507         MOVE WS-WORK-DAYS-TEXT TO CPM-SUPPRESS-DAYS
000508     END-IF.
000509     DISPLAY "PLANNED MAILING DATE YYYYMMDD (BLANK="
000510         CPM-PLANNED-DATE "): " WITH NO ADVANCING.
000511     MOVE SPACES TO WS-WORK-DATE-TEXT.
000512     ACCEPT WS-WORK-DATE-TEXT.
000513     IF WS-WORK-DATE-TEXT NOT = SPACES
000514         IF WS-WORK-DATE-TEXT(1:8) NUMERIC
000515             MOVE WS-WORK-DATE-TEXT(1:8) TO CPM-PLANNED-DATE
000516         ELSE
000517             DISPLAY "NOT A VALID DATE"
000518             GO TO 7000-EXIT
000519         END-IF
000520     END-IF.
000521     IF CPM-PLANNED-DATE = ZERO
000522         DISPLAY "A PLANNED MAILING DATE IS REQUIRED"
000523         GO TO 7000-EXIT
000524     END-IF.
000525     PERFORM 7200-ACCEPT-BUDGET THRU 7200-EXIT.
000526     IF CPM-BUDGET = ZERO
000527         DISPLAY "A POSTAGE BUDGET IS REQUIRED"
000528         GO TO 7000-EXIT
000529     END-IF.
000530     DISPLAY "RESPONSE WINDOW IN DAYS (BLANK="
000531         CPM-RESPONSE-DAYS "): " WITH NO ADVANCING.
000532     MOVE SPACES TO WS-WORK-DAYS-TEXT.
000533     ACCEPT WS-WORK-DAYS-TEXT.
000534     IF WS-WORK-DAYS-TEXT NUMERIC
000535         MOVE WS-WORK-DAYS-TEXT TO CPM-RESPONSE-DAYS
000536     END-IF.
000537     SET WS-FIELDS-VALID TO TRUE.
000538 7000-EXIT.
000539     EXIT.
000540*
000541*--------------------------------------------------------------*
000542*  7100-ACCEPT-SELECTION                                         *
000543*                                                                *
000544*  The selection CAMP-RUN will mail: by city, county or the      *
000545*  first two characters of the postcode.                         *
000546*--------------------------------------------------------------*
000547 7100-ACCEPT-SELECTION.
000548     DISPLAY "SELECT BY (1=CITY, 2=COUNTY, 3=PREFIX): "
000549         WITH NO ADVANCING.
000550     MOVE SPACE TO WS-WORK-TYPE-TEXT.
000551     ACCEPT WS-WORK-TYPE-TEXT.
000552     IF WS-WORK-TYPE-TEXT = SPACE AND WS-CHANGING
000553         GO TO 7100-EXIT
000554     END-IF.
000555     IF WS-WORK-TYPE-TEXT NUMERIC
000556         MOVE WS-WORK-TYPE-TEXT TO CPM-CRITERION-TYPE
000557     ELSE
000558         MOVE ZERO TO CPM-CRITERION-TYPE
000559     END-IF.
000560     DISPLAY "SELECTION VALUE: " WITH NO ADVANCING.
000561     MOVE SPACES TO WS-WORK-TEXT.
000562     ACCEPT WS-WORK-TEXT.
000563     MOVE WS-WORK-TEXT TO CPM-CRITERION-VALUE.
000564 7100-EXIT.
000565     EXIT.
000566*
000567*--------------------------------------------------------------*
000568*  7200-ACCEPT-BUDGET                                            *
000569*                                                                *
000570*  Postage budget in pounds. On a change a blank entry keeps the *
000571*  budget on file; a non-numeric or negative entry is taken as   *
000572*  zero, which the caller refuses.                               *
000573*--------------------------------------------------------------*
000574 7200-ACCEPT-BUDGET.
000575     MOVE CPM-BUDGET TO WS-BUDGET-DISPLAY.
000576     DISPLAY "POSTAGE BUDGET (BLANK=" WS-BUDGET-DISPLAY "): "
000577         WITH NO ADVANCING.
000578     MOVE SPACES TO WS-WORK-BUDGET-TEXT.
000579     ACCEPT WS-WORK-BUDGET-TEXT.
000580     IF WS-WORK-BUDGET-TEXT = SPACES AND WS-CHANGING
000581         GO TO 7200-EXIT
000582     END-IF.
000583     MOVE ZERO TO CPM-BUDGET.
000584     COMPUTE WS-NUMVAL-CHECK =
000585             FUNCTION TEST-NUMVAL(WS-WORK-BUDGET-TEXT).
000586     IF WS-NUMVAL-CHECK NOT = ZERO
000587         GO TO 7200-EXIT
000588     END-IF.
000589     COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-WORK-BUDGET-TEXT).
000590     IF WS-NUM-WORK > ZERO AND WS-NUM-WORK < 10000000
000591         MOVE WS-NUM-WORK TO CPM-BUDGET
000592     END-IF.
000593 7200-EXIT.
000594     EXIT.
000595*
000596*--------------------------------------------------------------*
000597*  8000-LOG-ERROR                                                *
000598*--------------------------------------------------------------*
000599 8000-LOG-ERROR.
000600     MOVE "CAMP-MNT" TO WS-ERR-PROGRAM.
000601     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000602         WS-ERR-TEXT.
000603 8000-EXIT.
000604     EXIT.
000605*
000606*--------------------------------------------------------------*
000607*  8600-TAKE-LOCK                                                *
000608*                                                                *
000609*  Takes the update lock on the campaign in hand through the     *
000610*  shared LOCK-MGR subroutine, the same lock CAMP-RUN holds      *
000611*  while it mails; a refused lock tells the operator who holds   *
000612*  it.                                                           *
000613*--------------------------------------------------------------*
000614 8600-TAKE-LOCK.
000615     MOVE "L" TO WS-LOK-FUNCTION.
000616     MOVE "CAMPMAST" TO WS-LOK-FILE-NAME.
000617     MOVE SPACES TO WS-LOK-RECORD-KEY.
000618     MOVE WS-WORK-CODE TO WS-LOK-RECORD-KEY(1:8).
000619     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000620         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000621     IF WS-LOK-GRANTED NOT = "Y"
000622         DISPLAY "RECORD IS BEING UPDATED BY " WS-LOK-HOLDER
000623     END-IF.
000624 8600-EXIT.
000625     EXIT.
000626*
000627*--------------------------------------------------------------*
000628*  8700-FREE-LOCK                                                *
000629*--------------------------------------------------------------*
000630 8700-FREE-LOCK.
000631     MOVE "U" TO WS-LOK-FUNCTION.
000632     CALL "lock-mgr" USING WS-LOK-FUNCTION WS-LOK-FILE-NAME
000633         WS-LOK-RECORD-KEY WS-LOK-GRANTED WS-LOK-HOLDER.
000634 8700-EXIT.
000635     EXIT.
000636*
000637*--------------------------------------------------------------*
000638*  9000-TERMINATE                                                *
000639*--------------------------------------------------------------*
000640 9000-TERMINATE.
000641     CLOSE CAMPAIGN-MASTER-FILE.
000642 9000-EXIT.
000643     EXIT.
