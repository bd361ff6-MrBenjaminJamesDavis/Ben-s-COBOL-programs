000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  The ADDRFILE record has grown to 127       *
000012*                    bytes with the mail-status fields. A       *
000013*                    backup cut before then carries spaces      *
000014*                    there, so the returned date is zeroed on   *
000015*                    the way back in; reloading such a backup   *
000016*                    is how the file is converted.              *
000017*  02-SEP-2026  BJD  ADDRFILE now carries alternate record     *
000018*                    keys on postcode and city; the reload      *
000019*                    declares them, so rebuilding the file      *
000020*                    from FILEBKP rebuilds both indexes as the  *
000021*                    records are rewritten.                     *
000022*  22-AUG-2026  BJD  New program. Rebuild of an indexed file    *
000023*                    from the sequential backup FILE-ULD cuts:  *
000024*                    PARM names the file (ADDRFILE, OPERFILE,   *
000025*                    REGNFILE, EXRATES, RUNCTRL or ALL), the    *
000026*                    named file is recreated from its backup    *
000027*                    section, and the records loaded are        *
000028*                    verified against the section's trailer     *
000029*                    count and reported on RLDRPT.              *
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
000042         FILE STATUS IS WS-IDX-STATUS.
000043     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000044         ORGANIZATION IS INDEXED
000045         ACCESS MODE IS DYNAMIC
000046         RECORD KEY IS OPR-ID
000047         FILE STATUS IS WS-IDX-STATUS.
000048     SELECT REGION-FILE ASSIGN TO "REGNFILE"
000049         ORGANIZATION IS INDEXED
000050         ACCESS MODE IS DYNAMIC
000051         RECORD KEY IS RGN-POSTCODE-PREFIX
000052         FILE STATUS IS WS-IDX-STATUS.
000053     SELECT EXRATE-FILE ASSIGN TO "EXRATES"
000054         ORGANIZATION IS INDEXED
000055         ACCESS MODE IS DYNAMIC
000056         RECORD KEY IS EXR-KEY
000057         FILE STATUS IS WS-IDX-STATUS.
000058     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
000059         ORGANIZATION IS INDEXED
000060         ACCESS MODE IS DYNAMIC
000061         RECORD KEY IS RUN-KEY
000062         FILE STATUS IS WS-IDX-STATUS.
000063     SELECT BACKUP-FILE ASSIGN TO "FILEBKP"
000064         ORGANIZATION IS LINE SEQUENTIAL
000065         FILE STATUS IS WS-BKP-STATUS.
000066     SELECT REPORT-FILE ASSIGN TO "RLDRPT"
000067         ORGANIZATION IS LINE SEQUENTIAL.
000068*
000069 DATA DIVISION.
000070 FILE SECTION.
000071 FD  ADDR-FILE
000072     LABEL RECORDS ARE STANDARD.
000073     COPY ADDRREC.
000074*
000075 FD  OPERATOR-FILE
000076     LABEL RECORDS ARE STANDARD.
000077     COPY OPERREC.
000078*
000079 FD  REGION-FILE
000080     LABEL RECORDS ARE STANDARD.
000081     COPY REGNREC.
000082*
000083 FD  EXRATE-FILE
000084     LABEL RECORDS ARE STANDARD.
000085     COPY EXRATREC.
000086*
000087 FD  RUN-CONTROL-FILE
000088     LABEL RECORDS ARE STANDARD.
000089     COPY RUNCREC.
000090*
000091 FD  BACKUP-FILE
000092     LABEL RECORDS ARE STANDARD.
000093 01  BACKUP-RECORD           PIC X(130).
000094*
000095 FD  REPORT-FILE
000096     LABEL RECORDS ARE STANDARD.
000097 01  REPORT-LINE             PIC X(80).
000098*
000099 WORKING-STORAGE SECTION.
000100*
000101 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000102     88  WS-IDX-OK                     VALUE "00".
000103*
000104 01  WS-BKP-STATUS           PIC X(02) VALUE "00".
000105     88  WS-BKP-OK                     VALUE "00".
000106     88  WS-BKP-EOF                    VALUE "10".
000107*
000108 01  WS-TODAY-DATE           PIC 9(08).
000109*
000110*--------------------------------------------------------------*
000111*  SELECTION AND CURRENT-SECTION WORK AREAS                      *
000112*--------------------------------------------------------------*
000113 01  WS-SELECT-NAME          PIC X(08).
000114 01  WS-FILE-NUMBER          PIC 9(01).
000115     88  WS-FILE-NONE                 VALUE 0.
000116     88  WS-FILE-ADDR                 VALUE 1.
000117     88  WS-FILE-OPER                 VALUE 2.
000118     88  WS-FILE-REGN                 VALUE 3.
000119     88  WS-FILE-EXRA                 VALUE 4.
000120     88  WS-FILE-RUNC                 VALUE 5.
000121 01  WS-SECTION-NAME         PIC X(08).
000122 01  WS-LOADED-COUNT         PIC 9(09).
000123 01  WS-TRAILER-VALUE        PIC 9(09).
000124*
000125*--------------------------------------------------------------*
000126*  REPORT LINES                                                  *
000127*--------------------------------------------------------------*
000128 01  WS-HEADING-1.
000129     05  FILLER         PIC X(20) VALUE "INDEXED FILE RELOAD ".
000130     05  FILLER         PIC X(09) VALUE "RUN DATE ".
000131     05  WS-HDG-DATE    PIC 9(08).
000132*
000133 01  WS-DETAIL-LINE.
000134     05  DTL-FILE-NAME       PIC X(08).
000135     05  FILLER              PIC X(08) VALUE "  LOADED".
000136     05  DTL-LOADED          PIC ZZZZZZZZ9.
000137     05  FILLER              PIC X(09) VALUE "  TRAILER".
000138     05  DTL-TRAILER         PIC ZZZZZZZZ9.
000139     05  FILLER              PIC X(02) VALUE SPACES.
000140     05  DTL-RESULT          PIC X(20).
000141*
000142*--------------------------------------------------------------*
000143*  SHARED ERROR-LOG WORK AREAS                                  *
000144*--------------------------------------------------------------*
000145     COPY ERRCALL.
000146*
000147 LINKAGE SECTION.
000148*--------------------------------------------------------------*
000149*  Supplied by JCL as PARM='ADDRFILE' (or another file name,    *
000150*  or ALL). With no PARM the console is asked.                  *
000151*--------------------------------------------------------------*
000152 01  LK-PARM.
000153     05  LK-PARM-LEN         PIC S9(04) COMP.
000154     05  LK-PARM-TEXT        PIC X(80).
000155*
000156 PROCEDURE DIVISION USING LK-PARM.
000157*
000158*--------------------------------------------------------------*
000159*  0000-MAINLINE                                                *
000160*--------------------------------------------------------------*
000161 0000-MAINLINE.
000162     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000163     IF WS-BKP-OK
000164         PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
000165             UNTIL WS-BKP-EOF
000166         PERFORM 3500-CLOSE-SECTION THRU 3500-EXIT
000167     END-IF.
000168     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000169     STOP RUN.
000170*
000171*--------------------------------------------------------------*
000172*  1000-INITIALIZE                                               *
000173*--------------------------------------------------------------*
000174 1000-INITIALIZE.
000175     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000176     IF LK-PARM-LEN > 0
000177         MOVE LK-PARM-TEXT(1:8) TO WS-SELECT-NAME
000178     ELSE
000179         DISPLAY "FILE TO REBUILD (NAME OR ALL): "
000180             WITH NO ADVANCING
000181         MOVE SPACES TO WS-SELECT-NAME
000182         ACCEPT WS-SELECT-NAME
000183     END-IF.
000184     MOVE ZERO TO WS-FILE-NUMBER.
000185     OPEN OUTPUT REPORT-FILE.
000186     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
000187     WRITE REPORT-LINE FROM WS-HEADING-1.
000188     OPEN INPUT BACKUP-FILE.
000189     IF NOT WS-BKP-OK
000190         DISPLAY "FILE-RLD: NO BACKUP FILE ON FILEBKP"
000191         MOVE "10" TO WS-BKP-STATUS
000192     END-IF.
000193 1000-EXIT.
000194     EXIT.
000195*
000196*--------------------------------------------------------------*
000197*  2000-PROCESS-ONE-RECORD                                       *
000198*--------------------------------------------------------------*
000199 2000-PROCESS-ONE-RECORD.
000200     READ BACKUP-FILE
000201         AT END
000202             GO TO 2000-EXIT
000203     END-READ.
000204     IF BACKUP-RECORD(1:7) = "BACKUP "
000205         PERFORM 3500-CLOSE-SECTION THRU 3500-EXIT
000206         MOVE BACKUP-RECORD(17:8) TO WS-SECTION-NAME
000207         IF WS-SELECT-NAME = "ALL"
000208            OR WS-SELECT-NAME = WS-SECTION-NAME
000209             PERFORM 3000-OPEN-SECTION THRU 3000-EXIT
000210         END-IF
000211         GO TO 2000-EXIT
000212     END-IF.
000213     IF BACKUP-RECORD(1:8) = "TRAILER "
000214         IF NOT WS-FILE-NONE
000215            AND BACKUP-RECORD(9:9) NUMERIC
000216             MOVE BACKUP-RECORD(9:9) TO WS-TRAILER-VALUE
000217         END-IF
000218         GO TO 2000-EXIT
000219     END-IF.
000220     IF WS-FILE-NONE
000221         GO TO 2000-EXIT
000222     END-IF.
000223     PERFORM 4000-LOAD-ONE-RECORD THRU 4000-EXIT.
000224 2000-EXIT.
000225     EXIT.
000226*
000227*--------------------------------------------------------------*
000228*  3000-OPEN-SECTION                                             *
000229*--------------------------------------------------------------*
000230 3000-OPEN-SECTION.
000231     MOVE ZERO TO WS-LOADED-COUNT.
000232     MOVE ZERO TO WS-TRAILER-VALUE.
000233     MOVE "00" TO WS-IDX-STATUS.
000234     EVALUATE WS-SECTION-NAME
000235         WHEN "ADDRFILE"
000236             MOVE 1 TO WS-FILE-NUMBER
000237             OPEN OUTPUT ADDR-FILE
000238         WHEN "OPERFILE"
000239             MOVE 2 TO WS-FILE-NUMBER
000240             OPEN OUTPUT OPERATOR-FILE
000241         WHEN "REGNFILE"
000242             MOVE 3 TO WS-FILE-NUMBER
000243             OPEN OUTPUT REGION-FILE
000244         WHEN "EXRATES "
000245             MOVE 4 TO WS-FILE-NUMBER
000246             OPEN OUTPUT EXRATE-FILE
000247         WHEN "RUNCTRL "
000248             MOVE 5 TO WS-FILE-NUMBER
000249             OPEN OUTPUT RUN-CONTROL-FILE
000250         WHEN OTHER
000251             DISPLAY "FILE-RLD: UNKNOWN SECTION "
000252                 WS-SECTION-NAME
000253             MOVE ZERO TO WS-FILE-NUMBER
000254     END-EVALUATE.
000255 3000-EXIT.
000256     EXIT.
000257*
000258*--------------------------------------------------------------*
000259*  3500-CLOSE-SECTION                                            *
000260*                                                                *
000261*  Ends the section being rebuilt: closes the indexed file,     *
000262*  compares loaded records against the trailer and reports.     *
000263*--------------------------------------------------------------*
000264 3500-CLOSE-SECTION.
000265     IF WS-FILE-NONE
000266         GO TO 3500-EXIT
000267     END-IF.
000268     EVALUATE TRUE
000269         WHEN WS-FILE-ADDR
000270             CLOSE ADDR-FILE
000271         WHEN WS-FILE-OPER
000272             CLOSE OPERATOR-FILE
000273         WHEN WS-FILE-REGN
000274             CLOSE REGION-FILE
000275         WHEN WS-FILE-EXRA
000276             CLOSE EXRATE-FILE
000277         WHEN WS-FILE-RUNC
000278             CLOSE RUN-CONTROL-FILE
000279     END-EVALUATE.
000280     MOVE WS-SECTION-NAME  TO DTL-FILE-NAME.
000281     MOVE WS-LOADED-COUNT  TO DTL-LOADED.
000282     MOVE WS-TRAILER-VALUE TO DTL-TRAILER.
000283     IF WS-LOADED-COUNT = WS-TRAILER-VALUE
000284         MOVE "COUNTS AGREE" TO DTL-RESULT
000285     ELSE
000286         MOVE "COUNT MISMATCH" TO DTL-RESULT
000287         MOVE "RLDCOUNT" TO WS-ERR-CODE
000288         MOVE SPACES TO WS-ERR-TEXT
000289         STRING WS-SECTION-NAME DELIMITED BY SIZE
000290             " RELOAD COUNT MISMATCH" DELIMITED BY SIZE
000291             INTO WS-ERR-TEXT
000292         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000293     END-IF.
000294     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
000295     MOVE ZERO TO WS-FILE-NUMBER.
000296 3500-EXIT.
000297     EXIT.
000298*
000299*--------------------------------------------------------------*
000300*  4000-LOAD-ONE-RECORD                                          *
000301*--------------------------------------------------------------*
000302 4000-LOAD-ONE-RECORD.
000303     EVALUATE TRUE
000304         WHEN WS-FILE-ADDR
000305             MOVE BACKUP-RECORD(1:127) TO ADDR-RECORD
000306             IF ADDR-RETURNED-DATE NOT NUMERIC
000307                 MOVE ZERO TO ADDR-RETURNED-DATE
000308             END-IF
000309             WRITE ADDR-RECORD
000310         WHEN WS-FILE-OPER
000311             MOVE BACKUP-RECORD(1:58) TO OPERATOR-RECORD
000312             WRITE OPERATOR-RECORD
000313         WHEN WS-FILE-REGN
000314             MOVE BACKUP-RECORD(1:32) TO REGION-RECORD
000315             WRITE REGION-RECORD
000316         WHEN WS-FILE-EXRA
000317             MOVE BACKUP-RECORD(1:20) TO EXRATE-RECORD
000318             WRITE EXRATE-RECORD
000319         WHEN WS-FILE-RUNC
000320             MOVE BACKUP-RECORD(1:58) TO RUN-CONTROL-RECORD
000321             WRITE RUN-CONTROL-RECORD
000322     END-EVALUATE.
000323     IF WS-IDX-OK
000324         ADD 1 TO WS-LOADED-COUNT
000325     ELSE
000326         DISPLAY "FILE-RLD: WRITE ERROR ON " WS-SECTION-NAME
000327             " STATUS " WS-IDX-STATUS
000328     END-IF.
000329 4000-EXIT.
000330     EXIT.
000331*
000332*--------------------------------------------------------------*
000333*  9000-TERMINATE                                                *
000334*--------------------------------------------------------------*
000335 9000-TERMINATE.
000336     CLOSE BACKUP-FILE.
000337     CLOSE REPORT-FILE.
000338 9000-EXIT.
000339     EXIT.
000340*
000341*--------------------------------------------------------------*
000342*  8000-LOG-ERROR                                                *
000343*                                                                *
000344*  Appends one line to the suite's shared ERROR-LOG. WS-ERR-CODE *
000345*  and WS-ERR-TEXT must be set by the caller before this is      *
000346*  PERFORMed.                                                    *
000347*--------------------------------------------------------------*
000348 8000-LOG-ERROR.
000349     MOVE "FILE-RLD" TO WS-ERR-PROGRAM.
000350     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000351         WS-ERR-TEXT.
000352 8000-EXIT.
000353     EXIT.
