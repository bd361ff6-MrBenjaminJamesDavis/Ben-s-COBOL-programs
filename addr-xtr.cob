000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Addresses flagged gone-away (mail returned *
000012*                    undeliverable, loaded by RTN-LOAD) are no  *
000013*                    longer exported for mail-merge; they are   *
000014*                    counted instead, and the count goes out as *
000015*                    a third field on the trailer row after the *
000016*                    count of records exported.                 *
000017*  02-SEP-2026  BJD  City and postcode-prefix selections now    *
000018*                    position on the ADDR-FILE alternate keys   *
000019*                    and stop at the end of the selected range  *
000020*                    instead of scanning the whole file.        *
000021*  22-AUG-2026  BJD  New program. Delimited export interface    *
000022*                    from ADDR-FILE for the front office's      *
000023*                    mail-merge package: selected records (by   *
000024*                    city, county, postcode prefix or all) are  *
000025*                    written comma-delimited to ADDREXPT with   *
000026*                    a header row naming the columns and a      *
000027*                    trailer row carrying the record count so   *
000028*                    the receiving side can verify it got       *
000029*                    everything.                                 *
000030*--------------------------------------------------------------*
000031 ENVIRONMENT DIVISION.
000032 INPUT-OUTPUT SECTION.
000033 FILE-CONTROL.
000034     SELECT ADDR-FILE ASSIGN TO "ADDRFILE"
000035         ORGANIZATION IS INDEXED
000036         ACCESS MODE IS DYNAMIC
000037         RECORD KEY IS ADDR-KEY
000038         ALTERNATE RECORD KEY IS ADDR-POSTCODE
000039             WITH DUPLICATES
000040         ALTERNATE RECORD KEY IS ADDR-CITY-NAME
000041             WITH DUPLICATES
000042         FILE STATUS IS WS-ADDR-STATUS.
000043     SELECT EXPORT-FILE ASSIGN TO "ADDREXPT"
000044         ORGANIZATION IS LINE SEQUENTIAL.
000045*
000046 DATA DIVISION.
000047 FILE SECTION.
000048 FD  ADDR-FILE
000049     LABEL RECORDS ARE STANDARD.
000050     COPY ADDRREC.
000051*
000052 FD  EXPORT-FILE
000053     LABEL RECORDS ARE STANDARD.
000054 01  EXPORT-LINE             PIC X(140).
000055*
000056 WORKING-STORAGE SECTION.
000057*
000058 01  WS-ADDR-STATUS          PIC X(02) VALUE "00".
000059     88  WS-ADDR-OK                    VALUE "00".
000060     88  WS-ADDR-EOF                   VALUE "10".
000061*
000062*--------------------------------------------------------------*
000063*  SELECTION CRITERIA                                            *
000064*--------------------------------------------------------------*
000065 01  WS-CRITERION-TYPE       PIC 9(01).
000066     88  WS-SELECT-ALL                VALUE 0.
000067     88  WS-SELECT-CITY               VALUE 1.
000068     88  WS-SELECT-COUNTY             VALUE 2.
000069     88  WS-SELECT-PREFIX             VALUE 3.
000070 01  WS-CRITERION-VALUE      PIC X(30).
000071*
000072 01  WS-EXPORT-COUNT         PIC 9(09) VALUE ZERO.
000073 01  WS-GONE-AWAY-COUNT      PIC 9(09) VALUE ZERO.
000074*
000075*--------------------------------------------------------------*
000076*  FIELD-TRIM WORK AREAS                                         *
000077*--------------------------------------------------------------*
000078 01  WS-TRIM-FIELD           PIC X(30).
000079 01  WS-TRIM-LEN             PIC S9(04) COMP.
000080*
000081 01  WS-BUILD-LINE           PIC X(140).
000082 01  WS-BUILD-POINTER        PIC S9(04) COMP.
000083*
000084 01  WS-HOUSE-DISPLAY        PIC ZZ9.
000085*
000086 01  WS-TRAILER-COUNT        PIC ZZZZZZZZ9.
000087*
000088 PROCEDURE DIVISION.
000089*
000090*--------------------------------------------------------------*
000091*  0000-MAINLINE                                                *
000092*--------------------------------------------------------------*
000093 0000-MAINLINE.
000094     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000095     IF WS-ADDR-OK
000096         PERFORM 2000-EXPORT-ONE-RECORD THRU 2000-EXIT
000097             UNTIL WS-ADDR-EOF
000098     END-IF.
000099     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
000100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000101     GOBACK.
000102*
000103*--------------------------------------------------------------*
000104*  1000-INITIALIZE                                               *
000105*--------------------------------------------------------------*
000106 1000-INITIALIZE.
000107     DISPLAY "SELECT BY (0=ALL, 1=CITY, 2=COUNTY, 3=PREFIX): "
000108         WITH NO ADVANCING.
000109     ACCEPT WS-CRITERION-TYPE.
000110     IF NOT WS-SELECT-ALL
000111         DISPLAY "ENTER SELECTION VALUE: " WITH NO ADVANCING
000112         MOVE SPACES TO WS-CRITERION-VALUE
000113         ACCEPT WS-CRITERION-VALUE
000114     END-IF.
000115     OPEN INPUT ADDR-FILE.
000116     IF NOT WS-ADDR-OK
000117         DISPLAY "CANNOT OPEN ADDR-FILE - STATUS " WS-ADDR-STATUS
000118         MOVE "10" TO WS-ADDR-STATUS
000119     END-IF.
000120     OPEN OUTPUT EXPORT-FILE.
000121     MOVE "NAME,TYPE,HOUSE,STREET,CITY,COUNTY,POSTCODE"
000122         TO EXPORT-LINE.
000123     WRITE EXPORT-LINE.
000124     IF WS-ADDR-OK
000125         PERFORM 1500-POSITION-SELECTION THRU 1500-EXIT
000126     END-IF.
000127 1000-EXIT.
000128     EXIT.
000129*
000130*--------------------------------------------------------------*
000131*  1500-POSITION-SELECTION                                       *
000132*                                                                *
000133*  A city selection starts on the ADDR-CITY-NAME alternate key  *
000134*  and a prefix selection on ADDR-POSTCODE, so only the         *
000135*  selected range is read; county and all-records selections    *
000136*  start at the front as before.                                *
000137*--------------------------------------------------------------*
000138 1500-POSITION-SELECTION.
000139     EVALUATE TRUE
000140         WHEN WS-SELECT-CITY
000141             MOVE WS-CRITERION-VALUE(1:15) TO ADDR-CITY-NAME
000142             START ADDR-FILE
000143                 KEY IS NOT LESS THAN ADDR-CITY-NAME
000144                 INVALID KEY
000145                     MOVE "10" TO WS-ADDR-STATUS
000146             END-START
000147         WHEN WS-SELECT-PREFIX
000148             MOVE SPACES TO ADDR-POSTCODE
000149             MOVE WS-CRITERION-VALUE(1:2)
000150                 TO ADDR-POSTCODE(1:2)
000151             START ADDR-FILE
000152                 KEY IS NOT LESS THAN ADDR-POSTCODE
000153                 INVALID KEY
000154                     MOVE "10" TO WS-ADDR-STATUS
000155             END-START
000156         WHEN OTHER
000157             MOVE LOW-VALUES TO ADDR-KEY
000158             START ADDR-FILE KEY IS NOT LESS THAN ADDR-KEY
000159                 INVALID KEY
000160                     MOVE "10" TO WS-ADDR-STATUS
000161             END-START
000162     END-EVALUATE.
000163 1500-EXIT.
000164     EXIT.
000165*
000166*--------------------------------------------------------------*
000167*  2000-EXPORT-ONE-RECORD                                        *
000168*--------------------------------------------------------------*
000169 2000-EXPORT-ONE-RECORD.
000170     READ ADDR-FILE NEXT RECORD
000171         AT END
000172             MOVE "10" TO WS-ADDR-STATUS
000173             GO TO 2000-EXIT
000174     END-READ.
000175     EVALUATE TRUE
000176         WHEN WS-SELECT-CITY
000177             IF ADDR-CITY-NAME NOT = WS-CRITERION-VALUE(1:15)
000178                 MOVE "10" TO WS-ADDR-STATUS
000179                 GO TO 2000-EXIT
000180             END-IF
000181         WHEN WS-SELECT-COUNTY
000182             IF ADDR-COUNTY-NAME NOT = WS-CRITERION-VALUE
000183                 GO TO 2000-EXIT
000184             END-IF
000185         WHEN WS-SELECT-PREFIX
000186             IF ADDR-POSTCODE(1:2) NOT = WS-CRITERION-VALUE(1:2)
000187                 MOVE "10" TO WS-ADDR-STATUS
000188                 GO TO 2000-EXIT
000189             END-IF
000190         WHEN OTHER
000191             CONTINUE
000192     END-EVALUATE.
000193     IF ADDR-GONE-AWAY
000194         ADD 1 TO WS-GONE-AWAY-COUNT
000195         GO TO 2000-EXIT
000196     END-IF.
000197     PERFORM 3000-BUILD-EXPORT-LINE THRU 3000-EXIT.
000198     WRITE EXPORT-LINE FROM WS-BUILD-LINE.
000199     ADD 1 TO WS-EXPORT-COUNT.
000200 2000-EXIT.
000201     EXIT.
000202*
000203*--------------------------------------------------------------*
000204*  3000-BUILD-EXPORT-LINE                                        *
000205*                                                                *
000206*  Builds one comma-delimited line, trailing spaces trimmed     *
000207*  from each field so the receiving package does not see        *
000208*  padded columns.                                               *
000209*--------------------------------------------------------------*
000210 3000-BUILD-EXPORT-LINE.
000211     MOVE SPACES TO WS-BUILD-LINE.
000212     MOVE 1 TO WS-BUILD-POINTER.
000213     MOVE ADDR-NAME TO WS-TRIM-FIELD.
000214     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000215     MOVE ADDR-TYPE TO WS-TRIM-FIELD.
000216     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000217     MOVE ADDR-HOUSE-NUMBER TO WS-HOUSE-DISPLAY.
000218     MOVE WS-HOUSE-DISPLAY TO WS-TRIM-FIELD.
000219     PERFORM 4500-APPEND-LEFT-FIELD THRU 4500-EXIT.
000220     MOVE ADDR-STREET-NAME TO WS-TRIM-FIELD.
000221     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000222     MOVE ADDR-CITY-NAME TO WS-TRIM-FIELD.
000223     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000224     MOVE ADDR-COUNTY-NAME TO WS-TRIM-FIELD.
000225     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000226     MOVE ADDR-POSTCODE TO WS-TRIM-FIELD.
000227     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000228*    Drop the comma the last append left behind.
000229     SUBTRACT 1 FROM WS-BUILD-POINTER.
000230     MOVE SPACE TO WS-BUILD-LINE(WS-BUILD-POINTER:1).
000231 3000-EXIT.
000232     EXIT.
000233*
000234*--------------------------------------------------------------*
000235*  4000-APPEND-FIELD                                             *
000236*                                                                *
000237*  Appends WS-TRIM-FIELD, trailing spaces trimmed, plus a       *
000238*  comma, advancing WS-BUILD-POINTER.                            *
000239*--------------------------------------------------------------*
000240 4000-APPEND-FIELD.
000241     PERFORM 5000-FIND-TRIM-LENGTH THRU 5000-EXIT.
000242     IF WS-TRIM-LEN > ZERO
000243         MOVE WS-TRIM-FIELD(1:WS-TRIM-LEN)
000244             TO WS-BUILD-LINE(WS-BUILD-POINTER:WS-TRIM-LEN)
000245         ADD WS-TRIM-LEN TO WS-BUILD-POINTER
000246     END-IF.
000247     MOVE "," TO WS-BUILD-LINE(WS-BUILD-POINTER:1).
000248     ADD 1 TO WS-BUILD-POINTER.
000249 4000-EXIT.
000250     EXIT.
000251*
000252*--------------------------------------------------------------*
000253*  4500-APPEND-LEFT-FIELD                                        *
000254*                                                                *
000255*  As 4000, but first strips the leading spaces a right-        *
000256*  justified numeric edit leaves behind.                        *
000257*--------------------------------------------------------------*
000258 4500-APPEND-LEFT-FIELD.
000259     PERFORM 5500-SHIFT-LEFT THRU 5500-EXIT
000260         UNTIL WS-TRIM-FIELD(1:1) NOT = SPACE
000261             OR WS-TRIM-FIELD = SPACES.
000262     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000263 4500-EXIT.
000264     EXIT.
000265*
000266 5500-SHIFT-LEFT.
000267     MOVE WS-TRIM-FIELD(2:29) TO WS-TRIM-FIELD(1:29).
000268     MOVE SPACE TO WS-TRIM-FIELD(30:1).
000269 5500-EXIT.
000270     EXIT.
000271*
000272*--------------------------------------------------------------*
000273*  5000-FIND-TRIM-LENGTH                                         *
000274*--------------------------------------------------------------*
000275 5000-FIND-TRIM-LENGTH.
000276     MOVE 30 TO WS-TRIM-LEN.
000277     PERFORM 5100-BACK-ONE THRU 5100-EXIT
000278         UNTIL WS-TRIM-LEN = ZERO
000279             OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT = SPACE.
000280 5000-EXIT.
000281     EXIT.
000282*
000283 5100-BACK-ONE.
000284     SUBTRACT 1 FROM WS-TRIM-LEN.
000285 5100-EXIT.
000286     EXIT.
000287*
000288*--------------------------------------------------------------*
000289*  6000-WRITE-TRAILER                                            *
000290*                                                                *
000291*  TRAILER, the count of records exported, then the count of    *
000292*  gone-away addresses in the selection that were left out.     *
000293*--------------------------------------------------------------*
000294 6000-WRITE-TRAILER.
000295     MOVE SPACES TO WS-BUILD-LINE.
000296     MOVE 1 TO WS-BUILD-POINTER.
000297     MOVE "TRAILER" TO WS-TRIM-FIELD.
000298     PERFORM 4000-APPEND-FIELD THRU 4000-EXIT.
000299     MOVE WS-EXPORT-COUNT TO WS-TRAILER-COUNT.
000300     MOVE WS-TRAILER-COUNT TO WS-TRIM-FIELD.
000301     PERFORM 4500-APPEND-LEFT-FIELD THRU 4500-EXIT.
000302     MOVE WS-GONE-AWAY-COUNT TO WS-TRAILER-COUNT.
000303     MOVE WS-TRAILER-COUNT TO WS-TRIM-FIELD.
000304     PERFORM 4500-APPEND-LEFT-FIELD THRU 4500-EXIT.
000305     SUBTRACT 1 FROM WS-BUILD-POINTER.
000306     MOVE SPACE TO WS-BUILD-LINE(WS-BUILD-POINTER:1).
000307     WRITE EXPORT-LINE FROM WS-BUILD-LINE.
000308 6000-EXIT.
000309     EXIT.
000310*
000311*--------------------------------------------------------------*
000312*  9000-TERMINATE                                                *
000313*--------------------------------------------------------------*
000314 9000-TERMINATE.
000315     CLOSE ADDR-FILE.
000316     CLOSE EXPORT-FILE.
000317     DISPLAY "RECORDS EXPORTED:    " WS-EXPORT-COUNT.
000318     DISPLAY "GONE AWAY, LEFT OUT: " WS-GONE-AWAY-COUNT.
000319 9000-EXIT.
000320     EXIT.
