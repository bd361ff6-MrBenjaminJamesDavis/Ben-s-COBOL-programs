000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Each header card now carries the time the  *
000012*                    section was cut as well as the date, both  *
000013*                    taken as the section starts, so ADDR-FWD   *
000014*                    knows exactly which audit-trail records a  *
000015*                    restored ADDRFILE is still missing.        *
000016*  15-OCT-2026  BJD  The ADDRFILE record has grown to 127       *
000017*                    bytes with the mail-status fields; still   *
000018*                    inside the 130-byte backup record.         *
000019*  02-SEP-2026  BJD  ADDRFILE now carries alternate record     *
000020*                    keys on postcode and city; the unload      *
000021*                    declares them so the backup is taken       *
000022*                    through the same file definition the       *
000023*                    rebuild uses.                              *
000024*  22-AUG-2026  BJD  New program. Nightly unload of the suite's *
000025*                    indexed files - ADDRFILE, OPERFILE,        *
000026*                    REGNFILE, EXRATES and RUNCTRL - each to a  *
000027*                    dated sequential backup behind a header    *
000028*                    card, with a trailer carrying the record   *
000029*                    count. Each backup is then re-read and     *
000030*                    recounted against its trailer, and the     *
000031*                    counts both ways are reported on BKPRPT,   *
000032*                    so the recovery plan is FILE-RLD instead   *
000033*                    of retyping everything.                    *
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
000046         FILE STATUS IS WS-IDX-STATUS.
000047     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000048         ORGANIZATION IS INDEXED
000049         ACCESS MODE IS DYNAMIC
000050         RECORD KEY IS OPR-ID
000051         FILE STATUS IS WS-IDX-STATUS.
000052     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000053         ORGANIZATION IS INDEXED
000054         ACCESS MODE IS DYNAMIC
000055         RECORD KEY IS RGN-POSTCODE-PREFIX
000056         FILE STATUS IS WS-IDX-STATUS.
000057     SELECT EXRATE-FILE ASSIGN TO "EXRATES"
000058         ORGANIZATION IS INDEXED
000059         ACCESS MODE IS DYNAMIC
000060         RECORD KEY IS EXR-KEY
000061         FILE STATUS IS WS-IDX-STATUS.
000062     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000063         ORGANIZATION IS INDEXED
000064         ACCESS MODE IS DYNAMIC
000065         RECORD KEY IS RUN-KEY
000066         FILE STATUS IS WS-IDX-STATUS.
000067     SELECT BACKUP-FILE ASSIGN TO "FILEBKP"
000068         ORGANIZATION IS LINE SEQUENTIAL
000069         FILE STATUS IS WS-BKP-STATUS.
000070     SELECT REPORT-FILE ASSIGN TO "BKPRPT"
000071         ORGANIZATION IS LINE SEQUENTIAL.
000072*
000073 DATA DIVISION.
000074 FILE SECTION.
000075 FD  ADDR-FILE
000076     LABEL RECORDS ARE STANDARD.
000077     COPY ADDRREC.
000078*
000079 FD  OPERATOR-FILE
000080     LABEL RECORDS ARE STANDARD.
000081     COPY OPERREC.
000082*
000083 FD  REGION-FILE
000084     LABEL RECORDS ARE STANDARD.
000085     COPY REGNREC.
000086*
000087 FD  EXRATE-FILE
000088     LABEL RECORDS ARE STANDARD.
000089     COPY EXRATREC.
000090*
000091 FD  RUN-CONTROL-FILE
000092     LABEL RECORDS ARE STANDARD.
000093     COPY RUNCREC.
000094*
000095 FD  BACKUP-FILE
000096     LABEL RECORDS ARE STANDARD.
000097 01  BACKUP-RECORD           PIC X(130).
000098*
000099 FD  REPORT-FILE
000100     LABEL RECORDS ARE STANDARD.
000101 01  REPORT-LINE             PIC X(80).
000102*
000103 WORKING-STORAGE SECTION.
000104*
000105 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000106     88  WS-IDX-OK                     VALUE "00".
000107     88  WS-IDX-EOF                    VALUE "10".
000108*
000109 01  WS-BKP-STATUS           PIC X(02) VALUE "00".
000110     88  WS-BKP-OK                     VALUE "00".
000111     88  WS-BKP-EOF                    VALUE "10".
000112*
000113 01  WS-TODAY-DATE           PIC 9(08).
000114*
000115*--------------------------------------------------------------*
000116*  CURRENT-FILE WORK AREAS                                       *
000117*--------------------------------------------------------------*
000118 01  WS-FILE-NUMBER          PIC 9(01).
000119     88  WS-FILE-ADDR                 VALUE 1.
000120     88  WS-FILE-OPER                 VALUE 2.
000121     88  WS-FILE-REGN                 VALUE 3.
000122     88  WS-FILE-EXRA                 VALUE 4.
000123     88  WS-FILE-RUNC                 VALUE 5.
000124 01  WS-FILE-NAME            PIC X(08).
000125 01  WS-RECORD-AREA          PIC X(130).
000126 01  WS-UNLOAD-COUNT         PIC 9(09).
000127 01  WS-TOTAL-UNLOADED       PIC 9(09) VALUE ZERO.
000128 01  WS-VERIFY-COUNT         PIC 9(09).
000129 01  WS-TRAILER-VALUE        PIC 9(09).
000130 01  WS-IN-SECTION-SWITCH    PIC X(01).
000131     88  WS-IN-SECTION                VALUE "Y".
000132*
000133*--------------------------------------------------------------*
000134*  BACKUP HEADER AND TRAILER CARDS                               *
000135*--------------------------------------------------------------*
000136 01  WS-HEADER-CARD.
000137     05  FILLER              PIC X(07) VALUE "BACKUP ".
000138     05  HDR-DATE            PIC 9(08).
000139     05  FILLER              PIC X(01) VALUE SPACE.
000140     05  HDR-FILE-NAME       PIC X(08).
000141     05  FILLER              PIC X(01) VALUE SPACE.
000142     05  HDR-TIME            PIC 9(08).
000143*
000144 01  WS-TRAILER-CARD.
000145     05  FILLER              PIC X(08) VALUE "TRAILER ".
000146     05  TRL-COUNT           PIC 9(09).
000147*
000148*--------------------------------------------------------------*
000149*  REPORT LINES                                                  *
000150*--------------------------------------------------------------*
000151 01  WS-HEADING-1.
000152     05  FILLER         PIC X(20) VALUE "INDEXED FILE UNLOAD ".
000153     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000154     05  WS-HDG-DATE    PIC 9(08).
000155*
000156 01  WS-DETAIL-LINE.
000157     05  DTL-FILE-NAME       PIC X(08).
000158     05  FILLER              PIC X(10) VALUE "  UNLOADED".
000159     05  DTL-UNLOADED        PIC ZZZZZZZZ9.
000160     05  FILLER              PIC X(10) VALUE "  VERIFIED".
000161     05  DTL-VERIFIED        PIC ZZZZZZZZ9.
000162     05  FILLER              PIC X(02) VALUE SPACES.
000163     05  DTL-RESULT          PIC X(20).
000164*
000165*--------------------------------------------------------------*
000166*  SHARED ERROR-LOG WORK AREAS                                  *
000167*--------------------------------------------------------------*
000168     COPY ERRCALL.
000169*
000170*--------------------------------------------------------------*
000171*  SHARED RUN-CONTROL WORK AREAS                                 *
000172*--------------------------------------------------------------*
000173     COPY RUNCALL.
000174*
000175 PROCEDURE DIVISION.
000176*
000177*--------------------------------------------------------------*
000178*  0000-MAINLINE                                                *
000179*--------------------------------------------------------------*
000180 0000-MAINLINE.
000181     MOVE "S" TO WS-RUN-FUNCTION.
000182     MOVE "FILEULD " TO WS-RUN-PROGRAM.
000183     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000184     MOVE ZERO TO WS-RUN-REC-COUNT.
000185     MOVE SPACE TO WS-RUN-STATUS.
000186     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000187         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000188         WS-RUN-ALREADY-RAN.
000189     IF WS-RUN-ALREADY-RAN = "Y"
000190         DISPLAY "FILE-ULD ALREADY RAN FOR THIS BUSINESS DATE"
000191         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000192         STOP RUN
000193     END-IF.
000194     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000195     MOVE 1 TO WS-FILE-NUMBER.
000196     MOVE "ADDRFILE" TO WS-FILE-NAME.
000197     PERFORM 3000-UNLOAD-ONE-FILE THRU 3000-EXIT.
000198     MOVE 2 TO WS-FILE-NUMBER.
000199     MOVE "OPERFILE" TO WS-FILE-NAME.
000200     PERFORM 3000-UNLOAD-ONE-FILE THRU 3000-EXIT.
000201     MOVE 3 TO WS-FILE-NUMBER.
000202     MOVE "REGNFILE" TO WS-FILE-NAME.
000203     PERFORM 3000-UNLOAD-ONE-FILE THRU 3000-EXIT.
000204     MOVE 4 TO WS-FILE-NUMBER.
000205     MOVE "EXRATES " TO WS-FILE-NAME.
000206     PERFORM 3000-UNLOAD-ONE-FILE THRU 3000-EXIT.
000207     MOVE 5 TO WS-FILE-NUMBER.
000208     MOVE "RUNCTRL " TO WS-FILE-NAME.
000209     PERFORM 3000-UNLOAD-ONE-FILE THRU 3000-EXIT.
000210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000211     STOP RUN.
000212*
000213*--------------------------------------------------------------*
000214*  1000-INITIALIZE                                               *
000215*--------------------------------------------------------------*
000216 1000-INITIALIZE.
000217     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000218     OPEN OUTPUT REPORT-FILE.
000219     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000220     WRITE REPORT-LINE FROM WS-HEADING-1.
000221     OPEN OUTPUT BACKUP-FILE.
000222 1000-EXIT.
000223     EXIT.
000224*
000225*--------------------------------------------------------------*
000226*  3000-UNLOAD-ONE-FILE                                          *
000227*                                                                *
000228*  Copies one indexed file to the backup behind its dated       *
000229*  header and writes the count trailer, then re-reads the       *
000230*  backup and recounts this file's section against the          *
000231*  trailer just written.                                        *
000232*--------------------------------------------------------------*
000233 3000-UNLOAD-ONE-FILE.
000234     MOVE ZERO TO WS-UNLOAD-COUNT.
000235     PERFORM 7100-OPEN-INDEXED THRU 7100-EXIT.
000236     ACCEPT HDR-DATE FROM DATE YYYYMMDD.
000237     ACCEPT HDR-TIME FROM TIME.
000238     MOVE WS-FILE-NAME  TO HDR-FILE-NAME.
000239     MOVE SPACES TO BACKUP-RECORD.
000240     MOVE WS-HEADER-CARD TO BACKUP-RECORD.
000241     WRITE BACKUP-RECORD.
000242     IF WS-IDX-OK
000243         PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
000244             UNTIL WS-IDX-EOF
000245         PERFORM 7300-CLOSE-INDEXED THRU 7300-EXIT
000246     ELSE
000247         DISPLAY "FILE-ULD: " WS-FILE-NAME
000248             " NOT AVAILABLE - EMPTY BACKUP SECTION WRITTEN"
000249     END-IF.
000250     MOVE WS-UNLOAD-COUNT TO TRL-COUNT.
000251     MOVE SPACES TO BACKUP-RECORD.
000252     MOVE WS-TRAILER-CARD TO BACKUP-RECORD.
000253     WRITE BACKUP-RECORD.
000254     PERFORM 4000-VERIFY-SECTION THRU 4000-EXIT.
000255 3000-EXIT.
000256     EXIT.
000257*
000258 3100-COPY-ONE-RECORD.
000259     PERFORM 7200-READ-INDEXED THRU 7200-EXIT.
000260     IF WS-IDX-EOF
000261         GO TO 3100-EXIT
000262     END-IF.
000263     MOVE WS-RECORD-AREA TO BACKUP-RECORD.
000264     WRITE BACKUP-RECORD.
000265     ADD 1 TO WS-UNLOAD-COUNT.
000266     ADD 1 TO WS-TOTAL-UNLOADED.
000267 3100-EXIT.
000268     EXIT.
000269*
000270*--------------------------------------------------------------*
000271*  4000-VERIFY-SECTION                                           *
000272*                                                                *
000273*  Closes the backup, re-reads it and recounts this file's      *
000274*  section against its trailer, then reopens the backup in      *
000275*  extend for the next file's section.                          *
000276*--------------------------------------------------------------*
000277 4000-VERIFY-SECTION.
000278     CLOSE BACKUP-FILE.
000279     MOVE ZERO TO WS-VERIFY-COUNT.
000280     MOVE ZERO TO WS-TRAILER-VALUE.
000281     MOVE "N"  TO WS-IN-SECTION-SWITCH.
000282     MOVE "00" TO WS-BKP-STATUS.
000283     OPEN INPUT BACKUP-FILE.
000284     PERFORM 4100-VERIFY-ONE-RECORD THRU 4100-EXIT
000285         UNTIL WS-BKP-EOF.
000286     CLOSE BACKUP-FILE.
000287     OPEN EXTEND BACKUP-FILE.
000288     MOVE WS-FILE-NAME    TO DTL-FILE-NAME.
000289     MOVE WS-UNLOAD-COUNT TO DTL-UNLOADED.
000290     MOVE WS-VERIFY-COUNT TO DTL-VERIFIED.
000291     IF WS-VERIFY-COUNT = WS-UNLOAD-COUNT
000292        AND WS-TRAILER-VALUE = WS-UNLOAD-COUNT
000293         MOVE "COUNTS AGREE" TO DTL-RESULT
000294     ELSE
000295         MOVE "COUNT MISMATCH" TO DTL-RESULT
000296         MOVE "BKPCOUNT" TO WS-ERR-CODE
000297         MOVE SPACES TO WS-ERR-TEXT
000298         STRING WS-FILE-NAME DELIMITED BY SIZE
000299             " BACKUP COUNT MISMATCH" DELIMITED BY SIZE
000300             INTO WS-ERR-TEXT
000301         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000302     END-IF.
000303     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000304 4000-EXIT.
000305     EXIT.
000306*
000307*--------------------------------------------------------------*
000308*  4100-VERIFY-ONE-RECORD                                        *
000309*                                                                *
000310*  Counts the data records between this file's header card and  *
000311*  its trailer on the re-read pass.                              *
000312*--------------------------------------------------------------*
000313 4100-VERIFY-ONE-RECORD.
000314     READ BACKUP-FILE
000315         AT END
000316             GO TO 4100-EXIT
000317     END-READ.
000318     IF BACKUP-RECORD(1:7) = "BACKUP "
000319         IF BACKUP-RECORD(17:8) = WS-FILE-NAME
000320             SET WS-IN-SECTION TO TRUE
000321             MOVE ZERO TO WS-VERIFY-COUNT
000322         ELSE
000323             MOVE "N" TO WS-IN-SECTION-SWITCH
000324         END-IF
000325         GO TO 4100-EXIT
000326     END-IF.
000327     IF BACKUP-RECORD(1:8) = "TRAILER "
000328         IF WS-IN-SECTION
000329            AND BACKUP-RECORD(9:9) NUMERIC
000330             MOVE BACKUP-RECORD(9:9) TO WS-TRAILER-VALUE
000331         END-IF
000332         MOVE "N" TO WS-IN-SECTION-SWITCH
000333         GO TO 4100-EXIT
000334     END-IF.
000335     IF WS-IN-SECTION
000336         ADD 1 TO WS-VERIFY-COUNT
000337     END-IF.
000338 4100-EXIT.
000339     EXIT.
000340*
000341*--------------------------------------------------------------*
000342*  7100-7300 - I/O ON WHICHEVER INDEXED FILE IS BEING UNLOADED  *
000343*--------------------------------------------------------------*
000344 7100-OPEN-INDEXED.
000345     MOVE "00" TO WS-IDX-STATUS.
000346     EVALUATE TRUE
000347         WHEN WS-FILE-ADDR
000348             OPEN INPUT ADDR-FILE
000349         WHEN WS-FILE-OPER
000350             OPEN INPUT OPERATOR-FILE
000351         WHEN WS-FILE-REGN
000352             OPEN INPUT REGION-FILE
000353         WHEN WS-FILE-EXRA
000354             OPEN INPUT EXRATE-FILE
000355         WHEN WS-FILE-RUNC
000356             OPEN INPUT RUN-CONTROL-FILE
000357     END-EVALUATE.
000358 7100-EXIT.
000359     EXIT.
000360*
000361 7200-READ-INDEXED.
000362     EVALUATE TRUE
000363         WHEN WS-FILE-ADDR
000364             READ ADDR-FILE NEXT RECORD
000365                 AT END CONTINUE
000366                 NOT AT END
000367                     MOVE SPACES TO WS-RECORD-AREA
000368                     MOVE ADDR-RECORD TO WS-RECORD-AREA(1:127)
000369             END-READ
000370         WHEN WS-FILE-OPER
000371             READ OPERATOR-FILE NEXT RECORD
000372                 AT END CONTINUE
000373                 NOT AT END
000374                     MOVE SPACES TO WS-RECORD-AREA
000375                     MOVE OPERATOR-RECORD TO WS-RECORD-AREA(1:58)
000376             END-READ
000377         WHEN WS-FILE-REGN
000378             READ REGION-FILE NEXT RECORD
000379                 AT END CONTINUE
000380                 NOT AT END
000381                     MOVE SPACES TO WS-RECORD-AREA
000382                     MOVE REGION-RECORD TO WS-RECORD-AREA(1:32)
000383             END-READ
000384         WHEN WS-FILE-EXRA
000385             READ EXRATE-FILE NEXT RECORD
000386                 AT END CONTINUE
000387                 NOT AT END
000388                     MOVE SPACES TO WS-RECORD-AREA
000389                     MOVE EXRATE-RECORD TO WS-RECORD-AREA(1:20)
000390             END-READ
000391         WHEN WS-FILE-RUNC
000392             READ RUN-CONTROL-FILE NEXT RECORD
000393                 AT END CONTINUE
000394                 NOT AT END
000395                     MOVE SPACES TO WS-RECORD-AREA
000396                     MOVE RUN-CONTROL-RECORD
000397                         TO WS-RECORD-AREA(1:58)
000398             END-READ
000399     END-EVALUATE.
000400 7200-EXIT.
000401     EXIT.
000402*
000403 7300-CLOSE-INDEXED.
000404     EVALUATE TRUE
000405         WHEN WS-FILE-ADDR
000406             CLOSE ADDR-FILE
000407         WHEN WS-FILE-OPER
000408             CLOSE OPERATOR-FILE
000409         WHEN WS-FILE-REGN
000410             CLOSE REGION-FILE
000411         WHEN WS-FILE-EXRA
000412             CLOSE EXRATE-FILE
000413         WHEN WS-FILE-RUNC
000414             CLOSE RUN-CONTROL-FILE
000415     END-EVALUATE.
000416 7300-EXIT.
000417     EXIT.
000418*
000419*--------------------------------------------------------------*
000420*  9000-TERMINATE                                                *
000421*--------------------------------------------------------------*
000422 9000-TERMINATE.
000423     IF WS-RUN-ALREADY-RAN NOT = "Y"
000424         MOVE "E" TO WS-RUN-FUNCTION
000425         MOVE WS-TOTAL-UNLOADED TO WS-RUN-REC-COUNT
000426         MOVE "C" TO WS-RUN-STATUS
000427         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000428             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000429             WS-RUN-ALREADY-RAN
000430     END-IF.
000431     CLOSE BACKUP-FILE.
000432     CLOSE REPORT-FILE.
000433 9000-EXIT.
000434     EXIT.
000435*
000436*--------------------------------------------------------------*
000437*  8000-LOG-ERROR                                                *
000438*                                                                *
000439*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000440*  and WS-ERR-TEXT must be set by the caller before this is      *
000441*  PERFORMed.                                                    *
000442*--------------------------------------------------------------*
000443 8000-LOG-ERROR.
000444     MOVE "FILE-ULD" TO WS-ERR-PROGRAM.
000445     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000446         WS-ERR-TEXT.
000447 8000-EXIT.
000448     EXIT.
