000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  An add starts with the gone-away flag      *
000012*                    clear, and a change - a new address for    *
000013*                    the name - clears it, so a corrected       *
000014*                    address is mailed again.                   *
000015*  02-SEP-2026  BJD  A restarted run can replay up to one        *
000016*                    checkpoint interval of transactions that    *
000017*                    were applied after the last checkpoint but  *
000018*                    before the failure. Their already-applied   *
000019*                    rejects (name already on file, name not on  *
000020*                    file) are reported as REPLAYED inside that  *
000021*                    window and do not count toward the reject   *
000022*                    tolerances, so a restart cannot falsely     *
000023*                    abandon itself.                             *
000024*  02-SEP-2026  BJD  Adds and changes are now checked against   *
000025*                    the ERASEREG erasure register (written by   *
000026*                    ERA-RUN): a name the data-protection        *
000027*                    officer has had erased is rejected, so a    *
000028*                    bulk load can never quietly re-add it.      *
000029*  02-SEP-2026  BJD  Street and city on adds and changes now    *
000030*                    go through the shared ADDR-NRM              *
000031*                    standardiser, the same rules the screen     *
000032*                    and the ADDR-STD batch pass apply, so the  *
000033*                    file stays clean after the pass.            *
000034*  02-SEP-2026  BJD  The monthly refresh now checkpoints its    *
000035*                    position on ADLDCKPT every five hundred    *
000036*                    transactions (and at an abandonment), the  *
000037*                    way LOOPS checkpoints on LOOPCKPT. When a  *
000038*                    failed run is rerun, the transactions      *
000039*                    already applied are skipped and the run    *
000040*                    resumes exactly where it stopped, with     *
000041*                    LOADRPT flagged RESTARTED RUN and the      *
000042*                    totals carried forward cumulatively - no   *
000043*                    more restoring ADDRFILE from FILEBKP and   *
000044*                    re-running the whole deck. The checkpoint  *
000045*                    is cleared when a run completes.           *
000046*  02-SEP-2026  BJD  The run now abandons itself when the       *
000047*                    TOLCTL tolerances trip (maximum rejects,   *
000048*                    maximum consecutive rejects, maximum       *
000049*                    reject percentage): a clear RUN ABANDONED  *
000050*                    banner goes on LOADRPT in place of pages   *
000051*                    of identical rejects and the RUNCTRL       *
000052*                    record closes as FAILED. Transactions      *
000053*                    already applied stand - restore ADDRFILE   *
000054*                    from FILEBKP or rerun once the deck is     *
000055*                    fixed.                                     *
000056*  22-AUG-2026  BJD  New program. Batch bulk load of ADDR-FILE  *
000057*                    from a sequential add/change/delete        *
000058*                    transaction file in the ADDRTRN layout.    *
000059*                    Postcodes go through the shared PC-CHECK   *
000060*                    shape rules and the REGION-FILE prefix     *
000061*                    lookup exactly as the interactive screen   *
000062*                    applies them; deletes are copied to the    *
000063*                    dated archive the same way the screen's    *
000064*                    DELETE option archives them. Every        *
000065*                    transaction is listed on LOADRPT as        *
000066*                    ACCEPTED or REJECTED with a reason, with   *
000067*                    control totals at the end.                 *
000068*  22-AUG-2026  BJD  ADDR-FILE is now keyed by name plus        *
000069*                    address type; transactions carry the type  *
000070*                    after the name, blank loading as home.     *
000071*  22-AUG-2026  BJD  Every applied add, change and delete now   *
000072*                    writes a before/after image to the shared  *
000073*                    address audit trail via ADR-AUDT, the same *
000074*                    trail the interactive screen writes.       *
000075*--------------------------------------------------------------*
000076 ENVIRONMENT DIVISION.
000077 INPUT-OUTPUT SECTION.
000078 FILE-CONTROL.
000079     SELECT CHECKPOINT-FILE ASSIGN TO "ADLDCKPT"
000080         ORGANIZATION IS LINE SEQUENTIAL
000081         FILE STATUS IS WS-CKP-STATUS.
000082     SELECT ERASURE-REGISTER-FILE ASSIGN TO "ERASEREG"
000083         ORGANIZATION IS LINE SEQUENTIAL
000084         FILE STATUS IS WS-REG-STATUS.
000085     SELECT TOLERANCE-FILE ASSIGN TO "TOLCTL"
000086         ORGANIZATION IS LINE SEQUENTIAL
000087         FILE STATUS IS WS-TOL-STATUS.
000088     SELECT ADDR-TRAN-FILE ASSIGN TO "ADDRTRAN"
000089         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-TRAN-STATUS.
000091     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000092         ORGANIZATION IS INDEXED
000093         ACCESS MODE IS DYNAMIC
000094         RECORD KEY IS ADDR-KEY
000095         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000096             WITH DUPLICATES
000097         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000098             WITH DUPLICATES
000099         FILE STATUS IS WS-ADDR-STATUS.
000100     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000101        ORGANIZATION IS INDEXED
000102        ACCESS MODE IS RANDOM
000103        RECORD KEY IS RGN-POSTCODE-PREFIX
000104        FILE STATUS IS WS-RGN-STATUS.
000105     SELECT ADDR-ARCHIVE-FILE ASSIGN TO "ADDRARCH"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-ARC-STATUS.
000108     SELECT LOAD-REPORT-FILE ASSIGN TO "LOADRPT"
000109         ORGANIZATION IS LINE SEQUENTIAL.
000110*
000111 DATA DIVISION.
000112 FILE SECTION.
000113 FD  ERASURE-REGISTER-FILE
000114     LABEL RECORDS ARE STANDARD.
000115     COPY ERASEREC.
000116*
000117 FD  CHECKPOINT-FILE
000118     LABEL RECORDS ARE STANDARD.
000119 01  CHECKPOINT-RECORD.
000120     05  CKP-BUS-DATE        PIC 9(08).
000121     05  FILLER              PIC X(01).
000122     05  CKP-READ-COUNT      PIC 9(05).
000123     05  FILLER              PIC X(01).
000124     05  CKP-ACCEPT-COUNT    PIC 9(05).
000125     05  FILLER              PIC X(01).
000126     05  CKP-REJECT-COUNT    PIC 9(05).
000127*
000128 FD  TOLERANCE-FILE
000129     LABEL RECORDS ARE STANDARD.
000130 01  TOLERANCE-RECORD.
000131     05  TOL-PROGRAM         PIC X(08).
000132     05  FILLER              PIC X(01).
000133     05  TOL-MAX-REJECTS     PIC 9(05).
000134     05  FILLER              PIC X(01).
000135     05  TOL-MAX-CONSEC      PIC 9(03).
000136     05  FILLER              PIC X(01).
000137     05  TOL-MAX-PERCENT     PIC 9(03).
000138*
000139 FD  ADDR-TRAN-FILE
000140     LABEL RECORDS ARE STANDARD.
000141     COPY ADDRTRN.
000142*
000143 FD  ADDR-FILE
000144     LABEL RECORDS ARE STANDARD.
000145     COPY ADDRREC.
000146*
000147 FD  REGION-FILE
000148     LABEL RECORDS ARE STANDARD.
000149     COPY REGNREC.
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
000161 01  WS-TRAN-STATUS          PIC X(02) VALUE "00".
000162     88  WS-TRAN-OK                    VALUE "00".
000163     88  WS-TRAN-EOF                   VALUE "10".
000164*
000165 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000166     88  WS-ADDR-OK                    VALUE "00".
000167     88  WS-ADDR-NOT-FOUND             VALUE "23".
000168     88  WS-ADDR-DUPLICATE             VALUE "22".
000169*
000170 01  WS-RGN-STATUS           PIC X(02) VALUE "00".
000171     88  WS-RGN-OK                     VALUE "00".
000172*
000173 01  WS-ARC-STATUS           PIC X(02) VALUE "00".
000174     88  WS-ARC-OK                     VALUE "00".
000175*
000176 01  WS-RGN-AVAIL-SWITCH     PIC X(01) VALUE "N".
000177     88  WS-RGN-AVAILABLE             VALUE "Y".
000178*
000179 01  WS-PC-VALID-FLAG        PIC X(01) VALUE "N".
000180*
000181*--------------------------------------------------------------*
000182*  STANDARDISATION WORK AREA - ADDR-NRM WORKS ON 30 CHARACTERS  *
000183*--------------------------------------------------------------*
000184 01  WS-NORM-TEXT            PIC X(30).
000185*
000186 01  WS-REG-STATUS           PIC X(02) VALUE "00".
000187     88  WS-REG-OK                     VALUE "00".
000188     88  WS-REG-EOF                    VALUE "10".
000189*
000190*--------------------------------------------------------------*
000191*  ERASED NAMES OFF THE ERASURE REGISTER - AN ERASED NAME IS    *
000192*  NEVER RE-ADDED FROM A LOAD DECK.                             *
000193*--------------------------------------------------------------*
000194 01  WS-ERS-COUNT            PIC S9(04) COMP VALUE ZERO.
000195 01  WS-ERS-MAX              PIC S9(04) COMP VALUE 200.
000196 01  WS-ERS-INDEX            PIC S9(04) COMP VALUE ZERO.
000197 01  WS-ERASED-SWITCH        PIC X(01).
000198     88  WS-NAME-ERASED               VALUE "Y".
000199*
000200 01  WS-ERASED-TABLE.
000201     05  WS-ERS-NAME         PIC X(30) OCCURS 200 TIMES.
000202*
000203 01  WS-TODAY-DATE           PIC 9(08).
000204*
000205*--------------------------------------------------------------*
000206*  SHARED ADDRESS-AUDIT WORK AREAS                               *
000207*--------------------------------------------------------------*
000208     COPY AUDCALL.
000209*
000210*--------------------------------------------------------------*
000211*  REJECT REASON - SPACES MEANS THE TRANSACTION WAS ACCEPTED    *
000212*--------------------------------------------------------------*
000213 01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
000214*
000215 01  WS-TOL-STATUS           PIC X(02) VALUE "00".
000216     88  WS-TOL-OK                     VALUE "00".
000217     88  WS-TOL-EOF                    VALUE "10".
000218*
000219*--------------------------------------------------------------*
000220*  REJECT TOLERANCES - DEFAULTS APPLY WHEN THE PROGRAM HAS NO   *
000221*  RECORD ON TOLCTL. THE PERCENTAGE ONLY COUNTS ONCE TWENTY     *
000222*  RECORDS HAVE BEEN READ, SO A SHORT DECK CANNOT TRIP IT.      *
000223*--------------------------------------------------------------*
000224 01  WS-MAX-REJECTS          PIC 9(05) VALUE 100.
000225 01  WS-MAX-CONSEC           PIC 9(03) VALUE 25.
000226 01  WS-MAX-PERCENT          PIC 9(03) VALUE 50.
000227 01  WS-CONSEC-REJECTS       PIC 9(05) VALUE ZERO.
000228 01  WS-REJECT-PERCENT       PIC 9(03)V99 VALUE ZERO.
000229 01  WS-ABANDON-SWITCH       PIC X(01) VALUE "N".
000230     88  WS-RUN-ABANDONED             VALUE "Y".
000231 01  WS-ABANDON-REASON       PIC X(30).
000232*
000233 01  WS-ABANDON-LINE.
000234     05  FILLER              PIC X(26)
000235         VALUE "*** RUN ABANDONED AT RECOR".
000236     05  FILLER              PIC X(02) VALUE "D ".
000237     05  ABN-RECORD          PIC ZZZZ9.
000238     05  FILLER              PIC X(03) VALUE " - ".
000239     05  ABN-REASON          PIC X(30).
000240*
000241 01  WS-CKP-STATUS           PIC X(02) VALUE "00".
000242     88  WS-CKP-OK                     VALUE "00".
000243*
000244*--------------------------------------------------------------*
000245*  CHECKPOINT AND RESTART WORK AREAS - THE POSITION IS SAVED    *
000246*  EVERY FIVE HUNDRED TRANSACTIONS AND AT AN ABANDONMENT, AND   *
000247*  CLEARED WHEN THE RUN COMPLETES.                              *
000248*--------------------------------------------------------------*
000249 01  WS-CHECKPOINT-EVERY     PIC 9(04) VALUE 500.
000250 01  WS-SINCE-CHECKPOINT     PIC 9(04) VALUE ZERO.
000251 01  WS-RESTART-SWITCH       PIC X(01) VALUE "N".
000252     88  WS-RESTARTED-RUN             VALUE "Y".
000253 01  WS-SKIP-COUNT           PIC 9(05) VALUE ZERO.
000254 01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
000255*
000256 01  WS-RESTART-LINE.
000257     05  FILLER              PIC X(29)
000258         VALUE "*** RESTARTED RUN - RESUMING ".
000259     05  FILLER              PIC X(13) VALUE "AFTER RECORD ".
000260     05  RST-RECORD          PIC ZZZZ9.
000261*
000262*--------------------------------------------------------------*
000263*  CONTROL TOTALS                                                *
000264*--------------------------------------------------------------*
000265 01  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
000266 01  WS-ACCEPT-COUNT         PIC 9(05) VALUE ZERO.
000267 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
000268*
000269*--------------------------------------------------------------*
000270*  REPORT LINES                                                  *
000271*--------------------------------------------------------------*
000272 01  WS-HEADING-1.
000273     05  FILLER         PIC X(18) VALUE "ADDRESS BULK LOAD ".
000274     05  FILLER         PIC X(07) VALUE "REPORT ".
000275     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000276     05  WS-HDG-DATE    PIC 9(08).
000277*
000278 01  WS-HEADING-2.
000279     05  FILLER              PIC X(03) VALUE "ACT".
000280     05  FILLER              PIC X(31) VALUE " NAME".
000281     05  FILLER              PIC X(10) VALUE "RESULT".
000282     05  FILLER              PIC X(30) VALUE "REASON".
000283*
000284 01  WS-DETAIL-LINE.
000285     05  DTL-ACTION          PIC X(01).
000286     05  FILLER              PIC X(02) VALUE SPACES.
000287     05  DTL-NAME            PIC X(30).
000288     05  FILLER              PIC X(01) VALUE SPACE.
000289     05  DTL-RESULT          PIC X(08).
000290     05  FILLER              PIC X(02) VALUE SPACES.
000291     05  DTL-REASON          PIC X(30).
000292*
000293 01  WS-TOTAL-LINE.
000294     05  TOT-LABEL           PIC X(30).
000295     05  TOT-COUNT           PIC ZZZZ9.
000296*
000297*--------------------------------------------------------------*
000298*  SHARED RUN-CONTROL WORK AREAS                                 *
000299*--------------------------------------------------------------*
000300     COPY RUNCALL.
000301*
000302 PROCEDURE DIVISION.
000303*
000304*--------------------------------------------------------------*
000305*  0000-MAINLINE                                                *
000306*--------------------------------------------------------------*
000307 0000-MAINLINE.
000308     MOVE "S" TO WS-RUN-FUNCTION.
000309     MOVE "ADDRLOAD" TO WS-RUN-PROGRAM.
000310     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000311     MOVE ZERO TO WS-RUN-REC-COUNT.
000312     MOVE SPACE TO WS-RUN-STATUS.
000313     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000314         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000315         WS-RUN-ALREADY-RAN.
000316     IF WS-RUN-ALREADY-RAN = "Y"
000317         DISPLAY "ADDR-LOAD ALREADY RAN FOR THIS BUSINESS DATE"
000318         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000319         STOP RUN
000320     END-IF.
000321     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000322     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
000323         UNTIL WS-TRAN-EOF OR WS-RUN-ABANDONED.
000324     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000325     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000326     STOP RUN.
000327*
000328*--------------------------------------------------------------*
000329*  1000-INITIALIZE                                               *
000330*--------------------------------------------------------------*
000331 1000-INITIALIZE.
000332     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000333     OPEN INPUT ADDR-TRAN-FILE.
000334     IF NOT WS-TRAN-OK
000335         DISPLAY "ADDR-LOAD: CANNOT OPEN ADDRTRAN - STATUS "
000336             WS-TRAN-STATUS
000337         MOVE "10" TO WS-TRAN-STATUS
000338     END-IF.
000339     OPEN I-O ADDR-FILE.
000340     IF NOT WS-ADDR-OK
000341         DISPLAY "ADDR-FILE NOT FOUND - CREATING NEW FILE"
000342         CLOSE ADDR-FILE
000343         OPEN OUTPUT ADDR-FILE
000344         CLOSE ADDR-FILE
000345         OPEN I-O ADDR-FILE
000346     END-IF.
000347     OPEN INPUT REGION-FILE.
000348     IF WS-RGN-OK
000349         SET WS-RGN-AVAILABLE TO TRUE
000350     END-IF.
000351     OPEN EXTEND ADDR-ARCHIVE-FILE.
000352     IF NOT WS-ARC-OK
000353         OPEN OUTPUT ADDR-ARCHIVE-FILE
000354         CLOSE ADDR-ARCHIVE-FILE
000355         OPEN EXTEND ADDR-ARCHIVE-FILE
000356     END-IF.
000357     OPEN OUTPUT LOAD-REPORT-FILE.
000358     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000359     WRITE REPORT-LINE FROM WS-HEADING-1.
000360     WRITE REPORT-LINE FROM WS-HEADING-2.
000361     PERFORM 1500-READ-TOLERANCES THRU 1500-EXIT.
000362     PERFORM 1700-CHECK-RESTART THRU 1700-EXIT.
000363     PERFORM 1800-LOAD-ERASED-NAMES THRU 1800-EXIT.
000364 1000-EXIT.
000365     EXIT.
000366*
000367*--------------------------------------------------------------*
000368*  2000-PROCESS-TRAN                                             *
000369*--------------------------------------------------------------*
000370 2000-PROCESS-TRAN.
000371     READ ADDR-TRAN-FILE
000372         AT END
000373             GO TO 2000-EXIT
000374     END-READ.
000375     IF WS-RESTARTED-RUN
000376        AND WS-SKIPPED-COUNT < WS-SKIP-COUNT
000377         ADD 1 TO WS-SKIPPED-COUNT
000378         GO TO 2000-EXIT
000379     END-IF.
000380     ADD 1 TO WS-READ-COUNT.
000381     PERFORM 3000-APPLY-TRAN THRU 3000-EXIT.
000382*    A reject inside the replay window of a restart, for a
000383*    transaction the failed run had already applied, is not a
000384*    data fault: it is reported as REPLAYED and kept away from
000385*    the reject counts and tolerances.
000386     IF WS-RESTARTED-RUN
000387        AND WS-READ-COUNT <= WS-SKIP-COUNT
000388            + WS-CHECKPOINT-EVERY
000389        AND (WS-REJECT-REASON = "NAME ALREADY ON FILE"
000390             OR WS-REJECT-REASON = "NAME NOT ON FILE")
000391         PERFORM 4200-WRITE-REPLAY-LINE THRU 4200-EXIT
000392         MOVE ZERO TO WS-CONSEC-REJECTS
000393         GO TO 2000-EXIT
000394     END-IF.
000395     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
000396     IF WS-REJECT-REASON NOT = SPACES
000397         PERFORM 7500-CHECK-TOLERANCE THRU 7500-EXIT
000398     ELSE
000399         MOVE ZERO TO WS-CONSEC-REJECTS
000400     END-IF.
000401     ADD 1 TO WS-SINCE-CHECKPOINT.
000402     IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-EVERY
000403         PERFORM 7800-WRITE-CHECKPOINT THRU 7800-EXIT
000404         MOVE ZERO TO WS-SINCE-CHECKPOINT
000405     END-IF.
000406 2000-EXIT.
000407     EXIT.
000408*
000409*--------------------------------------------------------------*
000410*  3000-APPLY-TRAN                                               *
000411*                                                                *
000412*  Dispatches one transaction. WS-REJECT-REASON of SPACES on     *
000413*  the way out means the transaction was applied.                *
000414*--------------------------------------------------------------*
000415 3000-APPLY-TRAN.
000416     MOVE SPACES TO WS-REJECT-REASON.
000417     EVALUATE TRUE
000418         WHEN ATR-ADD
000419             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
000420         WHEN ATR-CHANGE
000421             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
000422         WHEN ATR-DELETE
000423             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
000424         WHEN OTHER
000425             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
000426     END-EVALUATE.
000427 3000-EXIT.
000428     EXIT.
000429*
000430*--------------------------------------------------------------*
000431*  3100-APPLY-ADD                                                *
000432*--------------------------------------------------------------*
000433 3100-APPLY-ADD.
000434     PERFORM 5000-VALIDATE-DETAIL THRU 5000-EXIT.
000435     IF WS-REJECT-REASON NOT = SPACES
000436         GO TO 3100-EXIT
000437     END-IF.
000438     MOVE ATR-NAME         TO ADDR-NAME.
000439     MOVE ATR-TYPE         TO ADDR-TYPE.
000440     MOVE ATR-HOUSE-NUMBER TO ADDR-HOUSE-NUMBER.
000441     MOVE ATR-STREET-NAME  TO ADDR-STREET-NAME.
000442     MOVE ATR-CITY-NAME    TO ADDR-CITY-NAME.
000443     MOVE ATR-COUNTY-NAME  TO ADDR-COUNTY-NAME.
000444     MOVE ATR-POSTCODE     TO ADDR-POSTCODE.
000445     MOVE SPACE            TO ADDR-MAIL-STATUS.
000446     MOVE ZERO             TO ADDR-RETURNED-DATE.
000447     WRITE ADDR-RECORD.
000448     IF WS-ADDR-DUPLICATE
000449         MOVE "NAME ALREADY ON FILE" TO WS-REJECT-REASON
000450         GO TO 3100-EXIT
000451     END-IF.
000452     IF NOT WS-ADDR-OK
000453         MOVE "WRITE ERROR" TO WS-REJECT-REASON
000454         GO TO 3100-EXIT
000455     END-IF.
000456     MOVE "A"         TO WS-AUD-ACTION.
000457     MOVE SPACES      TO WS-AUD-BEFORE.
000458     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000459     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
000460 3100-EXIT.
000461     EXIT.
000462*
000463*--------------------------------------------------------------*
000464*  3200-APPLY-CHANGE                                             *
000465*--------------------------------------------------------------*
000466 3200-APPLY-CHANGE.
000467     PERFORM 5000-VALIDATE-DETAIL THRU 5000-EXIT.
000468     IF WS-REJECT-REASON NOT = SPACES
000469         GO TO 3200-EXIT
000470     END-IF.
000471     MOVE ATR-NAME TO ADDR-NAME.
000472     MOVE ATR-TYPE TO ADDR-TYPE.
000473     READ ADDR-FILE
000474         INVALID KEY
000475             MOVE "NAME NOT ON FILE" TO WS-REJECT-REASON
000476             GO TO 3200-EXIT
000477     END-READ.
000478     MOVE ADDR-RECORD      TO WS-AUD-BEFORE.
000479     MOVE ATR-HOUSE-NUMBER TO ADDR-HOUSE-NUMBER.
000480     MOVE ATR-STREET-NAME  TO ADDR-STREET-NAME.
000481     MOVE ATR-CITY-NAME    TO ADDR-CITY-NAME.
000482     MOVE ATR-COUNTY-NAME  TO ADDR-COUNTY-NAME.
000483     MOVE ATR-POSTCODE     TO ADDR-POSTCODE.
000484     MOVE SPACE            TO ADDR-MAIL-STATUS.
000485     MOVE ZERO             TO ADDR-RETURNED-DATE.
000486     REWRITE ADDR-RECORD
000487         INVALID KEY
000488             MOVE "REWRITE ERROR" TO WS-REJECT-REASON
000489             GO TO 3200-EXIT
000490     END-REWRITE.
000491     MOVE "C"         TO WS-AUD-ACTION.
000492     MOVE ADDR-RECORD TO WS-AUD-AFTER.
000493     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
000494 3200-EXIT.
000495     EXIT.
000496*
000497*--------------------------------------------------------------*
000498*  3300-APPLY-DELETE                                             *
000499*                                                                *
000500*  Deletes are archived the same way the interactive DELETE      *
000501*  option archives them, so bulk-removed addresses stay          *
000502*  recoverable for the retention period.                         *
000503*--------------------------------------------------------------*
000504 3300-APPLY-DELETE.
000505     IF ATR-TYPE = SPACE
000506         MOVE "H" TO ATR-TYPE
000507     END-IF.
000508     MOVE ATR-NAME TO ADDR-NAME.
000509     MOVE ATR-TYPE TO ADDR-TYPE.
000510     READ ADDR-FILE
000511         INVALID KEY
000512             MOVE "NAME NOT ON FILE" TO WS-REJECT-REASON
000513             GO TO 3300-EXIT
000514     END-READ.
000515     MOVE ADDR-RECORD TO WS-AUD-BEFORE.
000516     PERFORM 3310-WRITE-ARCHIVE THRU 3310-EXIT.
000517     DELETE ADDR-FILE
000518         INVALID KEY
000519             MOVE "DELETE ERROR" TO WS-REJECT-REASON
000520             GO TO 3300-EXIT
000521     END-DELETE.
000522     MOVE "D"         TO WS-AUD-ACTION.
000523     MOVE SPACES      TO WS-AUD-AFTER.
000524     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
000525 3300-EXIT.
000526     EXIT.
000527*
000528 3310-WRITE-ARCHIVE.
000529     MOVE SPACES              TO ADDR-ARCHIVE-RECORD.
000530     MOVE WS-TODAY-DATE       TO ARC-DELETE-DATE.
000531     MOVE "ADDRLOAD"          TO ARC-OPERATOR-ID.
000532     MOVE ADDR-NAME           TO ARC-NAME.
000533     MOVE ADDR-TYPE           TO ARC-TYPE.
000534     MOVE ADDR-HOUSE-NUMBER   TO ARC-HOUSE-NUMBER.
000535     MOVE ADDR-STREET-NAME    TO ARC-STREET-NAME.
000536     MOVE ADDR-CITY-NAME      TO ARC-CITY-NAME.
000537     MOVE ADDR-COUNTY-NAME    TO ARC-COUNTY-NAME.
000538     MOVE ADDR-POSTCODE       TO ARC-POSTCODE.
000539     WRITE ADDR-ARCHIVE-RECORD.
000540 3310-EXIT.
000541     EXIT.
000542*
000543*--------------------------------------------------------------*
000544*  4000-WRITE-REPORT-LINE                                        *
000545*--------------------------------------------------------------*
000546 4000-WRITE-REPORT-LINE.
000547     MOVE ATR-ACTION TO DTL-ACTION.
000548     MOVE ATR-NAME   TO DTL-NAME.
000549     IF WS-REJECT-REASON = SPACES
000550         ADD 1 TO WS-ACCEPT-COUNT
000551         MOVE "ACCEPTED" TO DTL-RESULT
000552         MOVE SPACES     TO DTL-REASON
000553     ELSE
000554         ADD 1 TO WS-REJECT-COUNT
000555         MOVE "REJECTED" TO DTL-RESULT
000556         MOVE WS-REJECT-REASON TO DTL-REASON
000557     END-IF.
000558     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000559 4000-EXIT.
000560     EXIT.
000561*
000562*--------------------------------------------------------------*
000563*  4200-WRITE-REPLAY-LINE                                        *
000564*--------------------------------------------------------------*
000565 4200-WRITE-REPLAY-LINE.
000566     MOVE ATR-ACTION TO DTL-ACTION.
000567     MOVE ATR-NAME   TO DTL-NAME.
000568     MOVE "REPLAYED" TO DTL-RESULT.
000569     MOVE WS-REJECT-REASON TO DTL-REASON.
000570     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000571 4200-EXIT.
000572     EXIT.
000573*
000574*--------------------------------------------------------------*
000575*  5000-VALIDATE-DETAIL                                          *
000576*                                                                *
000577*  Applies the shared postcode shape rules and the REGION-FILE   *
000578*  prefix lookup to an add or change transaction. When the       *
000579*  prefix is on file the county is set from the lookup, exactly  *
000580*  as the interactive screen fills it in; otherwise the county   *
000581*  supplied on the transaction has to carry the record.          *
000582*--------------------------------------------------------------*
000583 5000-VALIDATE-DETAIL.
000584     IF ATR-TYPE = SPACE
000585         MOVE "H" TO ATR-TYPE
000586     END-IF.
000587     IF ATR-TYPE NOT = "H" AND ATR-TYPE NOT = "W"
000588        AND ATR-TYPE NOT = "D"
000589         MOVE "INVALID ADDRESS TYPE" TO WS-REJECT-REASON
000590         GO TO 5000-EXIT
000591     END-IF.
000592     MOVE "N" TO WS-ERASED-SWITCH.
000593     PERFORM 5500-CHECK-ONE-ERASED THRU 5500-EXIT
000594         VARYING WS-ERS-INDEX FROM 1 BY 1
000595         UNTIL WS-ERS-INDEX > WS-ERS-COUNT
000596             OR WS-NAME-ERASED.
000597     IF WS-NAME-ERASED
000598         MOVE "NAME ERASED - MAY NOT RE-ADD"
000599             TO WS-REJECT-REASON
000600         GO TO 5000-EXIT
000601     END-IF.
000602     MOVE "N" TO WS-PC-VALID-FLAG.
000603     CALL "pc-check" USING ATR-POSTCODE WS-PC-VALID-FLAG.
000604     IF WS-PC-VALID-FLAG NOT = "Y"
000605         MOVE "INVALID POSTCODE FORMAT" TO WS-REJECT-REASON
000606         GO TO 5000-EXIT
000607     END-IF.
000608     IF WS-RGN-AVAILABLE
000609         MOVE ATR-POSTCODE(1:2) TO RGN-POSTCODE-PREFIX
000610         READ REGION-FILE
000611             INVALID KEY
000612                 CONTINUE
000613             NOT INVALID KEY
000614                 MOVE RGN-COUNTY-NAME TO ATR-COUNTY-NAME
000615         END-READ
000616     END-IF.
000617     IF ATR-COUNTY-NAME = SPACES
000618         MOVE "COUNTY NAME MISSING" TO WS-REJECT-REASON
000619         GO TO 5000-EXIT
000620     END-IF.
000621     MOVE ATR-STREET-NAME TO WS-NORM-TEXT.
000622     CALL "addr-nrm" USING WS-NORM-TEXT.
000623     MOVE WS-NORM-TEXT TO ATR-STREET-NAME.
000624     MOVE SPACES TO WS-NORM-TEXT.
000625     MOVE ATR-CITY-NAME TO WS-NORM-TEXT(1:15).
000626     CALL "addr-nrm" USING WS-NORM-TEXT.
000627     MOVE WS-NORM-TEXT(1:15) TO ATR-CITY-NAME.
000628 5000-EXIT.
000629     EXIT.
000630*
000631*--------------------------------------------------------------*
000632*  7000-WRITE-AUDIT                                              *
000633*                                                                *
000634*  Appends one before/after record to the shared address audit  *
000635*  trail. WS-AUD-ACTION, WS-AUD-BEFORE and WS-AUD-AFTER must be *
000636*  set by the caller before this is PERFORMed.                  *
000637*--------------------------------------------------------------*
000638 7000-WRITE-AUDIT.
000639     MOVE "ADDRLOAD" TO WS-AUD-OPERATOR.
000640     CALL "adr-audt" USING WS-AUD-ACTION WS-AUD-OPERATOR
000641         WS-AUD-BEFORE WS-AUD-AFTER.
000642 7000-EXIT.
000643     EXIT.
000644*
000645*--------------------------------------------------------------*
000646*  6000-WRITE-TOTALS                                             *
000647*--------------------------------------------------------------*
000648 6000-WRITE-TOTALS.
000649     MOVE SPACES TO REPORT-LINE.
000650     WRITE REPORT-LINE.
000651     MOVE "TRANSACTIONS READ" TO TOT-LABEL.
000652     MOVE WS-READ-COUNT TO TOT-COUNT.
000653     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000654     MOVE "TRANSACTIONS ACCEPTED" TO TOT-LABEL.
000655     MOVE WS-ACCEPT-COUNT TO TOT-COUNT.
000656     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000657     MOVE "TRANSACTIONS REJECTED" TO TOT-LABEL.
000658     MOVE WS-REJECT-COUNT TO TOT-COUNT.
000659     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
000660 6000-EXIT.
000661     EXIT.
000662*
000663*--------------------------------------------------------------*
000664*  1500-READ-TOLERANCES                                          *
000665*--------------------------------------------------------------*
000666 1500-READ-TOLERANCES.
000667     OPEN INPUT TOLERANCE-FILE.
000668     IF NOT WS-TOL-OK
000669         GO TO 1500-EXIT
000670     END-IF.
000671     PERFORM 1600-READ-ONE-TOLERANCE THRU 1600-EXIT
000672         UNTIL WS-TOL-EOF.
000673     CLOSE TOLERANCE-FILE.
000674 1500-EXIT.
000675     EXIT.
000676*
000677 1600-READ-ONE-TOLERANCE.
000678     READ TOLERANCE-FILE
000679         AT END
000680             MOVE "10" TO WS-TOL-STATUS
000681             GO TO 1600-EXIT
000682     END-READ.
000683     IF TOL-PROGRAM NOT = WS-RUN-PROGRAM
000684         GO TO 1600-EXIT
000685     END-IF.
000686     IF TOL-MAX-REJECTS NUMERIC
000687         MOVE TOL-MAX-REJECTS TO WS-MAX-REJECTS
000688     END-IF.
000689     IF TOL-MAX-CONSEC NUMERIC
000690         MOVE TOL-MAX-CONSEC TO WS-MAX-CONSEC
000691     END-IF.
000692     IF TOL-MAX-PERCENT NUMERIC
000693         MOVE TOL-MAX-PERCENT TO WS-MAX-PERCENT
000694     END-IF.
000695 1600-EXIT.
000696     EXIT.
000697*
000698*--------------------------------------------------------------*
000699*  1800-LOAD-ERASED-NAMES                                        *
000700*--------------------------------------------------------------*
000701 1800-LOAD-ERASED-NAMES.
000702     MOVE ZERO TO WS-ERS-COUNT.
000703     OPEN INPUT ERASURE-REGISTER-FILE.
000704     IF NOT WS-REG-OK
000705         GO TO 1800-EXIT
000706     END-IF.
000707     PERFORM 1810-LOAD-ONE-ERASED THRU 1810-EXIT
000708         UNTIL WS-REG-EOF.
000709     CLOSE ERASURE-REGISTER-FILE.
000710 1800-EXIT.
000711     EXIT.
000712*
000713 1810-LOAD-ONE-ERASED.
000714     READ ERASURE-REGISTER-FILE
000715         AT END
000716             MOVE "10" TO WS-REG-STATUS
000717             GO TO 1810-EXIT
000718     END-READ.
000719     IF WS-ERS-COUNT >= WS-ERS-MAX
000720         DISPLAY "ADDR-LOAD: ERASED-NAME TABLE FULL -"
000721         DISPLAY "SUPPRESSION MAY BE INCOMPLETE THIS RUN"
000722         GO TO 1810-EXIT
000723     END-IF.
000724     ADD 1 TO WS-ERS-COUNT.
000725     MOVE ERS-NAME TO WS-ERS-NAME(WS-ERS-COUNT).
000726 1810-EXIT.
000727     EXIT.
000728*
000729 5500-CHECK-ONE-ERASED.
000730     IF WS-ERS-NAME(WS-ERS-INDEX) = ATR-NAME
000731         SET WS-NAME-ERASED TO TRUE
000732     END-IF.
000733 5500-EXIT.
000734     EXIT.
000735*
000736*--------------------------------------------------------------*
000737*  7500-CHECK-TOLERANCE                                          *
000738*                                                                *
000739*  Called after each reject: the run is abandoned the moment    *
000740*  the reject total, the consecutive-reject run or the reject   *
000741*  percentage (once twenty records are in) passes its limit,    *
000742*  and the abandonment is shown as a clear banner instead of    *
000743*  pages of identical rejects.                                   *
000744*--------------------------------------------------------------*
000745 7500-CHECK-TOLERANCE.
000746     ADD 1 TO WS-CONSEC-REJECTS.
000747     MOVE SPACES TO WS-ABANDON-REASON.
000748     EVALUATE TRUE
000749         WHEN WS-REJECT-COUNT >= WS-MAX-REJECTS
000750             MOVE "REJECT LIMIT REACHED"
000751                 TO WS-ABANDON-REASON
000752         WHEN WS-CONSEC-REJECTS >= WS-MAX-CONSEC
000753             MOVE "CONSECUTIVE-REJECT LIMIT"
000754                 TO WS-ABANDON-REASON
000755         WHEN WS-READ-COUNT >= 20
000756             COMPUTE WS-REJECT-PERCENT ROUNDED =
000757                 WS-REJECT-COUNT * 100 / WS-READ-COUNT
000758             IF WS-REJECT-PERCENT > WS-MAX-PERCENT
000759                 MOVE "REJECT PERCENTAGE LIMIT"
000760                     TO WS-ABANDON-REASON
000761             END-IF
000762         WHEN OTHER
000763             CONTINUE
000764     END-EVALUATE.
000765     IF WS-ABANDON-REASON NOT = SPACES
000766         SET WS-RUN-ABANDONED TO TRUE
000767         MOVE WS-READ-COUNT     TO ABN-RECORD
000768         MOVE WS-ABANDON-REASON TO ABN-REASON
000769         MOVE SPACES TO REPORT-LINE
000770         WRITE REPORT-LINE
000771         WRITE REPORT-LINE FROM WS-ABANDON-LINE
000772         DISPLAY "ADDR-LOAD: " WS-ABANDON-LINE
000773         PERFORM 7800-WRITE-CHECKPOINT THRU 7800-EXIT
000774     END-IF.
000775 7500-EXIT.
000776     EXIT.
000777*
000778*--------------------------------------------------------------*
000779*  1700-CHECK-RESTART                                            *
000780*                                                                *
000781*  A non-empty ADLDCKPT record means the previous run was cut   *
000782*  short after a RUN-FAILED close: the transactions it had      *
000783*  already applied are skipped, the load-report counts carry    *
000784*  on cumulatively from where they stood, and the report is     *
000785*  flagged as a restarted run. The checkpoint date shows which  *
000786*  business date the interrupted run was stamped on.            *
000787*--------------------------------------------------------------*
000788 1700-CHECK-RESTART.
000789     OPEN INPUT CHECKPOINT-FILE.
000790     IF NOT WS-CKP-OK
000791         GO TO 1700-EXIT
000792     END-IF.
000793     READ CHECKPOINT-FILE
000794         AT END
000795             CLOSE CHECKPOINT-FILE
000796             GO TO 1700-EXIT
000797     END-READ.
000798     CLOSE CHECKPOINT-FILE.
000799     IF CKP-READ-COUNT NOT NUMERIC
000800        OR CKP-READ-COUNT = ZERO
000801         GO TO 1700-EXIT
000802     END-IF.
000803     SET WS-RESTARTED-RUN TO TRUE.
000804     MOVE CKP-READ-COUNT   TO WS-SKIP-COUNT.
000805     MOVE CKP-READ-COUNT   TO WS-READ-COUNT.
000806     MOVE CKP-ACCEPT-COUNT TO WS-ACCEPT-COUNT.
000807     MOVE CKP-REJECT-COUNT TO WS-REJECT-COUNT.
000808     MOVE ZERO             TO WS-SKIPPED-COUNT.
000809     MOVE CKP-READ-COUNT   TO RST-RECORD.
000810     WRITE REPORT-LINE FROM WS-RESTART-LINE.
000811     DISPLAY "ADDR-LOAD: RESTARTED RUN - RESUMING AFTER"
000812         " RECORD " CKP-READ-COUNT
000813         " OF THE " CKP-BUS-DATE " RUN".
000814 1700-EXIT.
000815     EXIT.
000816*
000817*--------------------------------------------------------------*
000818*  7800-WRITE-CHECKPOINT                                         *
000819*--------------------------------------------------------------*
000820 7800-WRITE-CHECKPOINT.
000821     OPEN OUTPUT CHECKPOINT-FILE.
000822     MOVE SPACES          TO CHECKPOINT-RECORD.
000823     MOVE WS-RUN-BUS-DATE TO CKP-BUS-DATE.
000824     MOVE WS-READ-COUNT   TO CKP-READ-COUNT.
000825     MOVE WS-ACCEPT-COUNT TO CKP-ACCEPT-COUNT.
000826     MOVE WS-REJECT-COUNT TO CKP-REJECT-COUNT.
000827     WRITE CHECKPOINT-RECORD.
000828     CLOSE CHECKPOINT-FILE.
000829 7800-EXIT.
000830     EXIT.
000831*
000832*--------------------------------------------------------------*
000833*  9000-TERMINATE                                                *
000834*--------------------------------------------------------------*
000835 9000-TERMINATE.
000836     IF WS-RUN-ALREADY-RAN NOT = "Y"
000837         MOVE "E" TO WS-RUN-FUNCTION
000838         MOVE WS-READ-COUNT TO WS-RUN-REC-COUNT
000839         IF WS-RUN-ABANDONED
000840             MOVE "F" TO WS-RUN-STATUS
000841         ELSE
000842             MOVE "C" TO WS-RUN-STATUS
000843         END-IF
000844         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000845             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000846             WS-RUN-ALREADY-RAN
000847     END-IF.
000848     IF NOT WS-RUN-ABANDONED
000849         OPEN OUTPUT CHECKPOINT-FILE
000850         CLOSE CHECKPOINT-FILE
000851     END-IF.
000852     CLOSE ADDR-TRAN-FILE.
000853     CLOSE ADDR-FILE.
000854     IF WS-RGN-AVAILABLE
000855         CLOSE REGION-FILE
000856     END-IF.
000857     CLOSE ADDR-ARCHIVE-FILE.
000858     CLOSE LOAD-REPORT-FILE.
000859 9000-EXIT.
000860     EXIT.
