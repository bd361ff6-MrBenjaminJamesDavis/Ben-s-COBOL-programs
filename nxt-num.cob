000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. nxt-num.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  NXT-NUM is a shared utility subroutine in the style of       *
000010*  LOCK-MGR: the suite's next-number service, grown out of the  *
000011*  control-record counter and checkpoint in LOOPS. Each number  *
000012*  series (invoice, credit note, approval, message, campaign)   *
000013*  has a counter record on NUMCTRL holding its defined range    *
000014*  and the last number issued. Function "N" hands out the next  *
000015*  number of a series: the checkpoint on NUMCTRL is rewritten   *
000016*  first and the number then written "I" to the NUMISSUE        *
000017*  register, so a job cut short between the two leaves a gap    *
000018*  NUM-GAP will report - never a number issued twice. A number  *
000019*  already on the register is stepped over. Function "U" marks  *
000020*  an issued number used once the caller has written the record *
000021*  that carries it. A series not on NUMCTRL comes back "N" and  *
000022*  the caller numbers the way it always has.                    *
000023*--------------------------------------------------------------*
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027     SELECT NUMBER-CONTROL-FILE ASSIGN TO "NUMCTRL"
000028         ORGANIZATION IS INDEXED
000029         ACCESS MODE IS RANDOM
000030         RECORD KEY IS NUC-SERIES
000031         FILE STATUS IS WS-NUC-STATUS.
000032     SELECT NUMBER-ISSUE-FILE ASSIGN TO "NUMISSUE"
000033         ORGANIZATION IS INDEXED
000034         ACCESS MODE IS RANDOM
000035         RECORD KEY IS NIS-KEY
000036         FILE STATUS IS WS-NIS-STATUS.
000037*
000038 DATA DIVISION.
000039 FILE SECTION.
000040 FD  NUMBER-CONTROL-FILE
000041     LABEL RECORDS ARE STANDARD.
000042     COPY NUMCREC.
000043*
000044 FD  NUMBER-ISSUE-FILE
000045     LABEL RECORDS ARE STANDARD.
000046     COPY NISSREC.
000047*
000048 WORKING-STORAGE SECTION.
000049*
000050 01  WS-NUC-STATUS           PIC X(02) VALUE "00".
000051     88  WS-NUC-OK                     VALUE "00".
000052*
000053 01  WS-NIS-STATUS           PIC X(02) VALUE "00".
000054     88  WS-NIS-OK                     VALUE "00".
000055*
000056 01  WS-NOW-DATE             PIC 9(08).
000057 01  WS-NOW-TIME             PIC 9(08).
000058 01  WS-NEXT-NUMBER          PIC 9(08).
000059*
000060 01  WS-FREE-SWITCH          PIC X(01) VALUE "N".
000061     88  WS-NUMBER-FREE               VALUE "Y".
000062*
000063*--------------------------------------------------------------*
000064*  SHARED ERROR-LOG WORK AREAS                                   *
000065*--------------------------------------------------------------*
000066     COPY ERRCALL.
000067*
000068 LINKAGE SECTION.
000069 01  LK-NUM-FUNCTION         PIC X(01).
000070     88  LK-NEXT-NUMBER               VALUE "N".
000071     88  LK-NUMBER-USED               VALUE "U".
000072 01  LK-NUM-SERIES           PIC X(08).
000073 01  LK-NUM-PROGRAM          PIC X(08).
000074 01  LK-NUM-VALUE            PIC 9(08).
000075 01  LK-NUM-REFERENCE        PIC X(20).
000076 01  LK-NUM-RESULT           PIC X(01).
000077*
000078 PROCEDURE DIVISION USING LK-NUM-FUNCTION LK-NUM-SERIES
000079         LK-NUM-PROGRAM LK-NUM-VALUE LK-NUM-REFERENCE
000080         LK-NUM-RESULT.
000081*
000082*--------------------------------------------------------------*
000083*  0000-MAINLINE                                                 *
000084*--------------------------------------------------------------*
000085 0000-MAINLINE.
000086     MOVE "N" TO LK-NUM-RESULT.
000087     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000088     ACCEPT WS-NOW-TIME FROM TIME.
000089     EVALUATE TRUE
000090         WHEN LK-NEXT-NUMBER
000091             PERFORM 2000-ISSUE-NUMBER THRU 2000-EXIT
000092         WHEN LK-NUMBER-USED
000093             PERFORM 3000-MARK-USED THRU 3000-EXIT
000094         WHEN OTHER
000095             CONTINUE
000096     END-EVALUATE.
000097     GOBACK.
000098*
000099*--------------------------------------------------------------*
000100*  1000-OPEN-REGISTER                                            *
000101*                                                                *
000102*  Opens the issue register for update, creating it empty on     *
000103*  first use. A register that still will not open is logged.     *
000104*--------------------------------------------------------------*
000105 1000-OPEN-REGISTER.
000106     OPEN I-O NUMBER-ISSUE-FILE.
000107     IF NOT WS-NIS-OK
000108         CLOSE NUMBER-ISSUE-FILE
000109         OPEN OUTPUT NUMBER-ISSUE-FILE
000110         CLOSE NUMBER-ISSUE-FILE
000111         OPEN I-O NUMBER-ISSUE-FILE
000112     END-IF.
000113     IF NOT WS-NIS-OK
000114         MOVE "NUMISSUE" TO WS-ERR-CODE
000115         MOVE SPACES TO WS-ERR-TEXT
000116         STRING "CANNOT OPEN NUMISSUE - STATUS " WS-NIS-STATUS
000117             DELIMITED BY SIZE INTO WS-ERR-TEXT
000118         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000119     END-IF.
000120 1000-EXIT.
000121     EXIT.
000122*
000123*--------------------------------------------------------------*
000124*  2000-ISSUE-NUMBER                                             *
000125*                                                                *
000126*  With no NUMCTRL file, or no counter for the series, the       *
000127*  result stays "N". A range whose start is past its end is      *
000128*  logged BADCTL as LOOPS does; a range with nothing left is     *
000129*  logged NUMEXHST. Either way nothing is issued.                *
000130*--------------------------------------------------------------*
000131 2000-ISSUE-NUMBER.
000132     MOVE ZERO TO LK-NUM-VALUE.
000133     OPEN I-O NUMBER-CONTROL-FILE.
000134     IF NOT WS-NUC-OK
000135         GO TO 2000-EXIT
000136     END-IF.
000137     MOVE LK-NUM-SERIES TO NUC-SERIES.
000138     READ NUMBER-CONTROL-FILE
000139         INVALID KEY
000140             CLOSE NUMBER-CONTROL-FILE
000141             GO TO 2000-EXIT
000142     END-READ.
000143     IF NUC-START-VALUE > NUC-END-VALUE
000144         MOVE "BADCTL" TO WS-ERR-CODE
000145         MOVE SPACES TO WS-ERR-TEXT
000146         STRING "SERIES " LK-NUM-SERIES
000147             " START PAST END VALUE"
000148             DELIMITED BY SIZE INTO WS-ERR-TEXT
000149         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000150         MOVE "E" TO LK-NUM-RESULT
000151         CLOSE NUMBER-CONTROL-FILE
000152         GO TO 2000-EXIT
000153     END-IF.
000154     IF NUC-LAST-ISSUED < NUC-START-VALUE
000155         MOVE NUC-START-VALUE TO WS-NEXT-NUMBER
000156     ELSE
000157         COMPUTE WS-NEXT-NUMBER = NUC-LAST-ISSUED + 1
000158     END-IF.
000159     PERFORM 1000-OPEN-REGISTER THRU 1000-EXIT.
000160     IF NOT WS-NIS-OK
000161         MOVE "E" TO LK-NUM-RESULT
000162         CLOSE NUMBER-CONTROL-FILE
000163         GO TO 2000-EXIT
000164     END-IF.
000165     MOVE "N" TO WS-FREE-SWITCH.
000166     PERFORM 2100-CHECK-REGISTER THRU 2100-EXIT
000167         UNTIL WS-NUMBER-FREE
000168            OR WS-NEXT-NUMBER > NUC-END-VALUE.
000169     IF NOT WS-NUMBER-FREE
000170         MOVE "NUMEXHST" TO WS-ERR-CODE
000171         MOVE SPACES TO WS-ERR-TEXT
000172         STRING "SERIES " LK-NUM-SERIES
000173             " RANGE EXHAUSTED AT " NUC-END-VALUE
000174             DELIMITED BY SIZE INTO WS-ERR-TEXT
000175         PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000176         MOVE "E" TO LK-NUM-RESULT
000177         GO TO 2000-CLOSE
000178     END-IF.
000179     MOVE WS-NEXT-NUMBER TO NUC-LAST-ISSUED.
000180     ADD 1 TO NUC-ISSUE-COUNT.
000181     MOVE WS-NOW-DATE TO NUC-LAST-DATE.
000182     MOVE WS-NOW-TIME TO NUC-LAST-TIME.
000183     REWRITE NUMBER-CONTROL-RECORD
000184         INVALID KEY
000185             MOVE "NUMCKPT" TO WS-ERR-CODE
000186             MOVE SPACES TO WS-ERR-TEXT
000187             STRING "SERIES " LK-NUM-SERIES
000188                 " CHECKPOINT NOT REWRITTEN"
000189                 DELIMITED BY SIZE INTO WS-ERR-TEXT
000190             PERFORM 8000-LOG-ERROR THRU 8000-EXIT
000191             MOVE "E" TO LK-NUM-RESULT
000192             GO TO 2000-CLOSE
000193     END-REWRITE.
000194     MOVE SPACES TO NUMBER-ISSUE-RECORD.
000195     MOVE LK-NUM-SERIES TO NIS-SERIES.
000196     MOVE WS-NEXT-NUMBER TO NIS-NUMBER.
000197     SET NIS-ISSUED TO TRUE.
000198     MOVE LK-NUM-PROGRAM TO NIS-PROGRAM.
000199     MOVE WS-NOW-DATE TO NIS-ISSUE-DATE.
000200     MOVE WS-NOW-TIME TO NIS-ISSUE-TIME.
000201     MOVE ZERO TO NIS-USED-DATE.
000202     MOVE LK-NUM-REFERENCE TO NIS-REFERENCE.
000203     WRITE NUMBER-ISSUE-RECORD
000204         INVALID KEY
000205             DISPLAY "NXT-NUM: REGISTER NOT WRITTEN FOR "
000206                 LK-NUM-SERIES " " WS-NEXT-NUMBER
000207                 " - STATUS " WS-NIS-STATUS
000208     END-WRITE.
000209     MOVE WS-NEXT-NUMBER TO LK-NUM-VALUE.
000210     MOVE "Y" TO LK-NUM-RESULT.
000211 2000-CLOSE.
000212     CLOSE NUMBER-ISSUE-FILE.
000213     CLOSE NUMBER-CONTROL-FILE.
000214 2000-EXIT.
000215     EXIT.
000216*
000217*--------------------------------------------------------------*
000218*  2100-CHECK-REGISTER                                           *
000219*                                                                *
000220*  A number already on the register (a counter restored from an  *
000221*  older copy of NUMCTRL) is stepped over rather than issued     *
000222*  again.                                                        *
000223*--------------------------------------------------------------*
000224 2100-CHECK-REGISTER.
000225     MOVE LK-NUM-SERIES TO NIS-SERIES.
000226     MOVE WS-NEXT-NUMBER TO NIS-NUMBER.
000227     READ NUMBER-ISSUE-FILE
000228         INVALID KEY
000229             SET WS-NUMBER-FREE TO TRUE
000230             GO TO 2100-EXIT
000231     END-READ.
000232     ADD 1 TO WS-NEXT-NUMBER.
000233 2100-EXIT.
000234     EXIT.
000235*
000236*--------------------------------------------------------------*
000237*  3000-MARK-USED                                                *
000238*                                                                *
000239*  Turns the caller's issued number "U" with today's date and    *
000240*  the caller's reference. A number not on the register (typed   *
000241*  by hand, or numbered before the series was set up) comes back *
000242*  "N".                                                          *
000243*--------------------------------------------------------------*
000244 3000-MARK-USED.
000245     PERFORM 1000-OPEN-REGISTER THRU 1000-EXIT.
000246     IF NOT WS-NIS-OK
000247         MOVE "E" TO LK-NUM-RESULT
000248         GO TO 3000-EXIT
000249     END-IF.
000250     MOVE LK-NUM-SERIES TO NIS-SERIES.
000251     MOVE LK-NUM-VALUE TO NIS-NUMBER.
000252     READ NUMBER-ISSUE-FILE
000253         INVALID KEY
000254             CLOSE NUMBER-ISSUE-FILE
000255             GO TO 3000-EXIT
000256     END-READ.
000257     SET NIS-USED TO TRUE.
000258     MOVE WS-NOW-DATE TO NIS-USED-DATE.
000259     IF LK-NUM-REFERENCE NOT = SPACES
000260         MOVE LK-NUM-REFERENCE TO NIS-REFERENCE
000261     END-IF.
000262     REWRITE NUMBER-ISSUE-RECORD
000263         INVALID KEY
000264             DISPLAY "NXT-NUM: REGISTER NOT UPDATED FOR "
000265                 LK-NUM-SERIES " " LK-NUM-VALUE
000266                 " - STATUS " WS-NIS-STATUS
000267             MOVE "E" TO LK-NUM-RESULT
000268             CLOSE NUMBER-ISSUE-FILE
000269             GO TO 3000-EXIT
000270     END-REWRITE.
000271     MOVE "Y" TO LK-NUM-RESULT.
000272     CLOSE NUMBER-ISSUE-FILE.
000273 3000-EXIT.
000274     EXIT.
000275*
000276*--------------------------------------------------------------*
000277*  8000-LOG-ERROR                                                *
000278*--------------------------------------------------------------*
000279 8000-LOG-ERROR.
000280     MOVE "NXT-NUM" TO WS-ERR-PROGRAM.
000281     CALL "err-log" USING WS-ERR-PROGRAM WS-ERR-CODE
000282         WS-ERR-TEXT.
000283 8000-EXIT.
000284     EXIT.
