000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Addresses flagged gone-away (mail returned *
000012*                    undeliverable, loaded by RTN-LOAD) are no  *
000013*                    longer labelled or charged postage; a      *
000014*                    name's next preferred address is used      *
000015*                    instead, and the addresses skipped are     *
000016*                    counted on their own line of the manifest. *
000017*  02-SEP-2026  BJD  Every label is now rated against the       *
000018*                    POSTRATE rate card through the shared      *
000019*                    PST-RATE subroutine (second class,         *
000020*                    standard letter weight), and a mailing     *
000021*                    manifest is printed on LBLMANF showing     *
000022*                    items and cost per bundle and for the      *
000023*                    run, so finance no longer works the        *
000024*                    postage out on a spreadsheet afterwards.   *
000025*  22-AUG-2026  BJD  A name may now hold several addresses      *
000026*                    (home, work, delivery): the bulk run       *
000027*                    releases one label per name through an     *
000028*                    input procedure, preferring the delivery   *
000029*                    address, then home, then work.             *
000030*  22-AUG-2026  BJD  New program. Bulk mailing-label run: the   *
000031*                    whole of ADDR-FILE is sorted into postcode *
000032*                    walk order and written to BULKLBL as       *
000033*                    standard labels, grouped into mailing      *
000034*                    bundles by REGION-FILE postcode prefix     *
000035*                    with a header card and a count card per    *
000036*                    bundle, ready for the franking run at the  *
000037*                    Royal Mail presorted rate. The run is      *
000038*                    recorded on the shared run-control file.   *
000039*--------------------------------------------------------------*
000040 ENVIRONMENT DIVISION.
000041 INPUT-OUTPUT SECTION.
000042 FILE-CONTROL.
000043     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000044         ORGANIZATION IS INDEXED
000045         ACCESS MODE IS SEQUENTIAL
000046         RECORD KEY IS ADDR-KEY
000047         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000048             WITH DUPLICATES
000049         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000050             WITH DUPLICATES
000051         FILE STATUS IS WS-ADDR-STATUS.
000052     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000053     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000054        ORGANIZATION IS INDEXED
000055        ACCESS MODE IS RANDOM
000056        RECORD KEY IS RGN-POSTCODE-PREFIX
000057        FILE STATUS IS WS-RGN-STATUS.
000058     SELECT BULK-LABEL-FILE ASSIGN TO "BULKLBL"
000059         ORGANIZATION IS LINE SEQUENTIAL.
000060     SELECT MANIFEST-FILE ASSIGN TO "LBLMANF"
000061         ORGANIZATION IS LINE SEQUENTIAL.
000062*
000063 DATA DIVISION.
000064 FILE SECTION.
000065 FD  ADDR-FILE
000066     LABEL RECORDS ARE STANDARD.
000067     COPY ADDRREC.
000068*
000069 SD  SORT-WORK-FILE.
000070 01  SRT-RECORD.
000071     05  SRT-NAME            PIC X(30).
000072     05  SRT-TYPE            PIC X(01).
000073     05  SRT-HOUSE-NUMBER    PIC 9(03).
000074     05  SRT-STREET-NAME     PIC X(30).
000075     05  SRT-CITY-NAME       PIC X(15).
000076     05  SRT-COUNTY-NAME     PIC X(30).
000077     05  SRT-POSTCODE        PIC X(09).
000078*
000079 FD  REGION-FILE
000080     LABEL RECORDS ARE STANDARD.
000081     COPY REGNREC.
000082*
000083*--------------------------------------------------------------*
000084*  Columns 1-40 are the printable label, matching the           *
000085*  interactive label print; columns 41-48 carry the producing  *
000086*  program on the name line, outside the print area.            *
000087*--------------------------------------------------------------*
000088 FD  BULK-LABEL-FILE
000089     LABEL RECORDS ARE STANDARD.
000090 01  BULK-LABEL-LINE         PIC X(48).
000091*
000092 FD  MANIFEST-FILE
000093     LABEL RECORDS ARE STANDARD.
000094 01  MANIFEST-LINE           PIC X(60).
000095*
000096 WORKING-STORAGE SECTION.
000097*
000098 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000099     88  WS-ADDR-OK                    VALUE "00".
000100*
000101 01  WS-RGN-STATUS           PIC X(02) VALUE "00".
000102     88  WS-RGN-OK                     VALUE "00".
000103*
000104 01  WS-RGN-AVAIL-SWITCH     PIC X(01) VALUE "N".
000105     88  WS-RGN-AVAILABLE             VALUE "Y".
000106*
000107 01  WS-SORT-EOF-SWITCH      PIC X(01) VALUE "N".
000108     88  WS-SORT-EOF                   VALUE "Y".
000109*
000110*--------------------------------------------------------------*
000111*  BUNDLE CONTROL                                                *
000112*--------------------------------------------------------------*
000113 01  WS-CURRENT-PREFIX       PIC X(02) VALUE LOW-VALUES.
000114 01  WS-BUNDLE-COUNT         PIC 9(05) VALUE ZERO.
000115 01  WS-BUNDLE-NUMBER        PIC 9(03) VALUE ZERO.
000116 01  WS-LABEL-COUNT          PIC 9(09) VALUE ZERO.
000117 01  WS-GONE-AWAY-COUNT      PIC 9(09) VALUE ZERO.
000118*
000119 01  WS-BUNDLE-HEADER.
000120     05  FILLER              PIC X(10) VALUE "** BUNDLE ".
000121     05  HDR-NUMBER          PIC ZZ9.
000122     05  FILLER              PIC X(01) VALUE SPACE.
000123     05  HDR-PREFIX          PIC X(02).
000124     05  FILLER              PIC X(01) VALUE SPACE.
000125     05  HDR-COUNTY          PIC X(22).
000126*
000127 01  WS-BUNDLE-TRAILER.
000128     05  FILLER              PIC X(14) VALUE "** END BUNDLE ".
000129     05  TRL-PREFIX          PIC X(02).
000130     05  FILLER              PIC X(08) VALUE " LABELS ".
000131     05  TRL-COUNT           PIC ZZZZ9.
000132*
000133*--------------------------------------------------------------*
000134*  ONE-LABEL-PER-NAME HOLD AREA - RECORDS FOR A NAME SIT        *
000135*  TOGETHER IN KEY ORDER, AND THE PREFERRED ONE (DELIVERY,      *
000136*  THEN HOME, THEN WORK) IS RELEASED WHEN THE NAME CHANGES.     *
000137*--------------------------------------------------------------*
000138 01  WS-ADDR-EOF-SWITCH      PIC X(01) VALUE "N".
000139     88  WS-ADDR-EOF                  VALUE "Y".
000140 01  WS-HELD-SWITCH          PIC X(01) VALUE "N".
000141     88  WS-ADDRESS-HELD              VALUE "Y".
000142 01  WS-HELD-RECORD.
000143     05  WS-HELD-NAME        PIC X(30).
000144     05  WS-HELD-TYPE        PIC X(01).
000145     05  FILLER              PIC X(96).
000146 01  WS-CURR-SAVE            PIC X(127).
000147 01  WS-RANK-HELD            PIC S9(04) COMP.
000148 01  WS-RANK-CURR            PIC S9(04) COMP.
000149 01  WS-RANK-TYPE            PIC X(01).
000150 01  WS-RANK-VALUE           PIC S9(04) COMP.
000151*
000152*--------------------------------------------------------------*
000153*  POSTAGE COSTING - EVERY ITEM IS A STANDARD LETTER, SECOND    *
000154*  CLASS, RATED ONCE PER RUN AGAINST THE POSTRATE CARD.         *
000155*--------------------------------------------------------------*
000156     COPY PSTCALL.
000157*
000158 01  WS-BUNDLE-COST          PIC 9(07)V99 VALUE ZERO.
000159 01  WS-RUN-COST             PIC 9(09)V99 VALUE ZERO.
000160*
000161 01  WS-MANIFEST-HEADING.
000162     05  FILLER         PIC X(17) VALUE "MAILING MANIFEST ".
000163     05  MFH-DATE       PIC 9(08).
000164     05  FILLER         PIC X(07) VALUE " CLASS ".
000165     05  MFH-SERVICE    PIC X(01).
000166*
000167 01  WS-MANIFEST-LINE.
000168     05  FILLER              PIC X(07) VALUE "BUNDLE ".
000169     05  MFL-PREFIX          PIC X(02).
000170     05  FILLER              PIC X(07) VALUE " ITEMS ".
000171     05  MFL-COUNT           PIC ZZZZ9.
000172     05  FILLER              PIC X(06) VALUE " COST ".
000173     05  MFL-COST            PIC ZZZZZZ9.99.
000174*
000175 01  WS-MANIFEST-TOTAL.
000176     05  FILLER              PIC X(10) VALUE "RUN TOTAL ".
000177     05  MFT-COUNT           PIC ZZZZZZZZ9.
000178     05  FILLER              PIC X(06) VALUE " COST ".
000179     05  MFT-COST            PIC ZZZZZZZZ9.99.
000180*
000181 01  WS-MANIFEST-GONE-AWAY.
000182     05  FILLER              PIC X(10) VALUE "GONE AWAY ".
000183     05  MFG-COUNT           PIC ZZZZZZZZ9.
000184     05  FILLER              PIC X(21)
000185         VALUE " ADDRESSES NOT MAILED".
000186*
000187*--------------------------------------------------------------*
000188*  SHARED RUN-CONTROL WORK AREAS                                 *
000189*--------------------------------------------------------------*
000190     COPY RUNCALL.
000191*
000192 PROCEDURE DIVISION.
000193*
000194*--------------------------------------------------------------*
000195*  0000-MAINLINE                                                *
000196*--------------------------------------------------------------*
000197 0000-MAINLINE.
000198     MOVE "S" TO WS-RUN-FUNCTION.
000199     MOVE "LBLRUN  " TO WS-RUN-PROGRAM.
000200     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000201     MOVE ZERO TO WS-RUN-REC-COUNT.
000202     MOVE SPACE TO WS-RUN-STATUS.
000203     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000204         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000205         WS-RUN-ALREADY-RAN.
000206     IF WS-RUN-ALREADY-RAN = "Y"
000207         DISPLAY "LBL-RUN ALREADY RAN FOR THIS BUSINESS DATE"
000208         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000209         STOP RUN
000210     END-IF.
000211     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000212     SORT SORT-WORK-FILE
000213         ON ASCENDING KEY SRT-POSTCODE
000214         INPUT PROCEDURE IS 1500-SELECT-ADDRESSES
000215             THRU 1500-EXIT
000216         OUTPUT PROCEDURE IS 2000-PRODUCE-LABELS
000217             THRU 2000-EXIT.
000218     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000219     STOP RUN.
000220*
000221*--------------------------------------------------------------*
000222*  1000-INITIALIZE                                               *
000223*--------------------------------------------------------------*
000224 1000-INITIALIZE.
000225     OPEN OUTPUT BULK-LABEL-FILE.
000226     OPEN INPUT REGION-FILE.
000227     IF WS-RGN-OK
000228         SET WS-RGN-AVAILABLE TO TRUE
000229     END-IF.
000230     OPEN OUTPUT MANIFEST-FILE.
000231     MOVE "2"   TO WS-PST-SERVICE.
000232     MOVE 100   TO WS-PST-WEIGHT.
000233     MOVE WS-RUN-BUS-DATE TO WS-PST-ASAT-DATE.
000234     MOVE "N"   TO WS-PST-FOUND.
000235     CALL "pst-rate" USING WS-PST-SERVICE WS-PST-WEIGHT
000236         WS-PST-ASAT-DATE WS-PST-PRICE WS-PST-FOUND.
000237     IF WS-PST-FOUND NOT = "Y"
000238         DISPLAY "LBL-RUN: NO POSTRATE RATE IN FORCE - RUN"
000239         DISPLAY "COSTED AT ZERO UNTIL THE CARD IS POSTED"
000240         MOVE ZERO TO WS-PST-PRICE
000241     END-IF.
000242     MOVE WS-RUN-BUS-DATE TO MFH-DATE.
000243     MOVE WS-PST-SERVICE  TO MFH-SERVICE.
000244     WRITE MANIFEST-LINE FROM WS-MANIFEST-HEADING.
000245 1000-EXIT.
000246     EXIT.
000247*
000248*--------------------------------------------------------------*
000249*  1500-SELECT-ADDRESSES (SORT INPUT PROCEDURE)                  *
000250*                                                                *
000251*  Reads ADDR-FILE in key order (name then type) and releases   *
000252*  one record per name - the preferred address - to the sort.   *
000253*  A gone-away address is passed over and counted, so the name  *
000254*  goes out at its next preferred address, if any.              *
000255*--------------------------------------------------------------*
000256 1500-SELECT-ADDRESSES.
000257     OPEN INPUT ADDR-FILE.
000258     IF NOT WS-ADDR-OK
000259         DISPLAY "LBL-RUN: CANNOT OPEN ADDR-FILE - STATUS "
000260             WS-ADDR-STATUS
000261         GO TO 1500-EXIT
000262     END-IF.
000263     PERFORM 1600-SELECT-ONE-RECORD THRU 1600-EXIT
000264         UNTIL WS-ADDR-EOF.
000265     PERFORM 1700-RELEASE-HELD THRU 1700-EXIT.
000266     CLOSE ADDR-FILE.
000267 1500-EXIT.
000268     EXIT.
000269*
000270 1600-SELECT-ONE-RECORD.
000271     READ ADDR-FILE NEXT RECORD
000272         AT END
000273             SET WS-ADDR-EOF TO TRUE
000274             GO TO 1600-EXIT
000275     END-READ.
000276     IF ADDR-GONE-AWAY
000277         ADD 1 TO WS-GONE-AWAY-COUNT
000278         GO TO 1600-EXIT
000279     END-IF.
000280     MOVE ADDR-RECORD TO WS-CURR-SAVE.
000281     IF WS-ADDRESS-HELD AND WS-HELD-NAME = ADDR-NAME
000282         MOVE WS-HELD-TYPE TO WS-RANK-TYPE
000283         PERFORM 1650-RANK-TYPE THRU 1650-EXIT
000284         MOVE WS-RANK-VALUE TO WS-RANK-HELD
000285         MOVE WS-CURR-SAVE(31:1) TO WS-RANK-TYPE
000286         PERFORM 1650-RANK-TYPE THRU 1650-EXIT
000287         MOVE WS-RANK-VALUE TO WS-RANK-CURR
000288         IF WS-RANK-CURR < WS-RANK-HELD
000289             MOVE WS-CURR-SAVE TO WS-HELD-RECORD
000290         END-IF
000291         GO TO 1600-EXIT
000292     END-IF.
000293     PERFORM 1700-RELEASE-HELD THRU 1700-EXIT.
000294     MOVE WS-CURR-SAVE TO WS-HELD-RECORD.
000295     SET WS-ADDRESS-HELD TO TRUE.
000296 1600-EXIT.
000297     EXIT.
000298*
000299 1650-RANK-TYPE.
000300     EVALUATE WS-RANK-TYPE
000301         WHEN "D"
000302             MOVE 1 TO WS-RANK-VALUE
000303         WHEN "H"
000304             MOVE 2 TO WS-RANK-VALUE
000305         WHEN "W"
000306             MOVE 3 TO WS-RANK-VALUE
000307         WHEN OTHER
000308             MOVE 4 TO WS-RANK-VALUE
000309     END-EVALUATE.
000310 1650-EXIT.
000311     EXIT.
000312*
000313*--------------------------------------------------------------*
000314*  1700-RELEASE-HELD                                             *
000315*                                                                *
000316*  Releases the held record to the sort, stripped back to the   *
000317*  sort-record layout.                                           *
000318*--------------------------------------------------------------*
000319 1700-RELEASE-HELD.
000320     IF NOT WS-ADDRESS-HELD
000321         GO TO 1700-EXIT
000322     END-IF.
000323     MOVE WS-HELD-RECORD TO SRT-RECORD.
000324     RELEASE SRT-RECORD.
000325     MOVE "N" TO WS-HELD-SWITCH.
000326 1700-EXIT.
000327     EXIT.
000328*
000329*--------------------------------------------------------------*
000330*  2000-PRODUCE-LABELS (SORT OUTPUT PROCEDURE)                   *
000331*--------------------------------------------------------------*
000332 2000-PRODUCE-LABELS.
000333     RETURN SORT-WORK-FILE
000334         AT END
000335             SET WS-SORT-EOF TO TRUE
000336     END-RETURN.
000337     PERFORM 2100-WRITE-ONE-LABEL THRU 2100-EXIT
000338         UNTIL WS-SORT-EOF.
000339     IF WS-CURRENT-PREFIX NOT = LOW-VALUES
000340         PERFORM 2300-WRITE-TRAILER THRU 2300-EXIT
000341     END-IF.
000342 2000-EXIT.
000343     EXIT.
000344*
000345 2100-WRITE-ONE-LABEL.
000346     IF SRT-POSTCODE(1:2) NOT = WS-CURRENT-PREFIX
000347         IF WS-CURRENT-PREFIX NOT = LOW-VALUES
000348             PERFORM 2300-WRITE-TRAILER THRU 2300-EXIT
000349         END-IF
000350         MOVE SRT-POSTCODE(1:2) TO WS-CURRENT-PREFIX
000351         PERFORM 2200-WRITE-HEADER THRU 2200-EXIT
000352     END-IF.
000353     MOVE SPACES TO BULK-LABEL-LINE.
000354     MOVE SRT-NAME TO BULK-LABEL-LINE(1:30).
000355     MOVE "LBLRUN" TO BULK-LABEL-LINE(41:8).
000356     WRITE BULK-LABEL-LINE.
000357     MOVE SPACES TO BULK-LABEL-LINE.
000358     STRING SRT-HOUSE-NUMBER DELIMITED BY SIZE
000359        " " SRT-STREET-NAME DELIMITED BY SIZE
000360        INTO BULK-LABEL-LINE.
000361     WRITE BULK-LABEL-LINE.
000362     MOVE SRT-CITY-NAME TO BULK-LABEL-LINE.
000363     WRITE BULK-LABEL-LINE.
000364     MOVE SRT-COUNTY-NAME TO BULK-LABEL-LINE.
000365     WRITE BULK-LABEL-LINE.
000366     MOVE SRT-POSTCODE TO BULK-LABEL-LINE.
000367     WRITE BULK-LABEL-LINE.
000368     MOVE SPACES TO BULK-LABEL-LINE.
000369     WRITE BULK-LABEL-LINE.
000370     ADD 1 TO WS-BUNDLE-COUNT.
000371     ADD 1 TO WS-LABEL-COUNT.
000372     ADD WS-PST-PRICE TO WS-BUNDLE-COST.
000373     ADD WS-PST-PRICE TO WS-RUN-COST.
000374     RETURN SORT-WORK-FILE
000375         AT END
000376             SET WS-SORT-EOF TO TRUE
000377     END-RETURN.
000378 2100-EXIT.
000379     EXIT.
000380*
000381*--------------------------------------------------------------*
000382*  2200-WRITE-HEADER                                             *
000383*                                                                *
000384*  One header card per bundle, carrying the bundle number, the  *
000385*  postcode prefix and, when the region table knows it, the     *
000386*  county the bundle covers.                                    *
000387*--------------------------------------------------------------*
000388 2200-WRITE-HEADER.
000389     ADD 1 TO WS-BUNDLE-NUMBER.
000390     MOVE ZERO TO WS-BUNDLE-COUNT.
000391     MOVE ZERO TO WS-BUNDLE-COST.
000392     MOVE WS-BUNDLE-NUMBER  TO HDR-NUMBER.
000393     MOVE WS-CURRENT-PREFIX TO HDR-PREFIX.
000394     MOVE SPACES TO HDR-COUNTY.
000395     IF WS-RGN-AVAILABLE
000396         MOVE WS-CURRENT-PREFIX TO RGN-POSTCODE-PREFIX
000397         READ REGION-FILE
000398             INVALID KEY
000399                 CONTINUE
000400             NOT INVALID KEY
000401                 MOVE RGN-COUNTY-NAME TO HDR-COUNTY
000402         END-READ
000403     END-IF.
000404     MOVE SPACES TO BULK-LABEL-LINE.
000405     MOVE WS-BUNDLE-HEADER TO BULK-LABEL-LINE.
000406     WRITE BULK-LABEL-LINE.
000407 2200-EXIT.
000408     EXIT.
000409*
000410*--------------------------------------------------------------*
000411*  2300-WRITE-TRAILER                                            *
000412*--------------------------------------------------------------*
000413 2300-WRITE-TRAILER.
000414     MOVE WS-CURRENT-PREFIX TO TRL-PREFIX.
000415     MOVE WS-BUNDLE-COUNT   TO TRL-COUNT.
000416     MOVE SPACES TO BULK-LABEL-LINE.
000417     MOVE WS-BUNDLE-TRAILER TO BULK-LABEL-LINE.
000418     WRITE BULK-LABEL-LINE.
000419     MOVE WS-CURRENT-PREFIX TO MFL-PREFIX.
000420     MOVE WS-BUNDLE-COUNT   TO MFL-COUNT.
000421     MOVE WS-BUNDLE-COST    TO MFL-COST.
000422     WRITE MANIFEST-LINE FROM WS-MANIFEST-LINE.
000423 2300-EXIT.
000424     EXIT.
000425*
000426*--------------------------------------------------------------*
000427*  9000-TERMINATE                                                *
000428*--------------------------------------------------------------*
000429 9000-TERMINATE.
000430     IF WS-RUN-ALREADY-RAN NOT = "Y"
000431         MOVE "E" TO WS-RUN-FUNCTION
000432         MOVE WS-LABEL-COUNT TO WS-RUN-REC-COUNT
000433         MOVE "C" TO WS-RUN-STATUS
000434         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000435             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000436             WS-RUN-ALREADY-RAN
000437     END-IF.
000438     CLOSE BULK-LABEL-FILE.
000439     MOVE WS-LABEL-COUNT TO MFT-COUNT.
000440     MOVE WS-RUN-COST    TO MFT-COST.
000441     WRITE MANIFEST-LINE FROM WS-MANIFEST-TOTAL.
000442     MOVE WS-GONE-AWAY-COUNT TO MFG-COUNT.
000443     WRITE MANIFEST-LINE FROM WS-MANIFEST-GONE-AWAY.
000444     CLOSE MANIFEST-FILE.
000445     IF WS-RGN-AVAILABLE
000446         CLOSE REGION-FILE
000447     END-IF.
000448 9000-EXIT.
000449     EXIT.
