000014*  so APP-RVW can refuse to let the same person approve their   *
000015*  own change. The same open/create shape as the suite's other *
000016*  shared writers.                                              *
000017*  15-OCT-2026 BJD: the approval reference now comes from the   *
000018*  APPROVAL series of the shared NXT-NUM number service and is  *
000019*  marked used once the request is queued; with no APPROVAL     *
000020*  series set up it is still one past the highest queued. A     *
000021*  number already on PENDAPPR is marked used and passed over.   *
000022*  15-OCT-2026 BJD: the caller is told whether the request was  *
000023*  queued, in the new result argument.                          *
000024*--------------------------------------------------------------*
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000029         ORGANIZATION IS INDEXED
000030         ACCESS MODE IS DYNAMIC
000031         RECORD KEY IS APR-SEQ
000032         FILE STATUS IS WS-APR-STATUS.
000033*
000034 DATA DIVISION.
000035 FILE SECTION.
000036 FD  PENDING-APPROVAL-FILE
000037     LABEL RECORDS ARE STANDARD.
000038     COPY APPRREC.
000039*
000040 WORKING-STORAGE SECTION.
000041*
000042 01  WS-APR-STATUS           PIC X(02) VALUE "00".
000043     88  WS-APR-OK                     VALUE "00".
000044     88  WS-APR-EOF                    VALUE "10".
000045*
000046 01  WS-NOW-DATE             PIC 9(08).
000047 01  WS-NOW-TIME             PIC 9(08).
000048 01  WS-NEXT-SEQ             PIC 9(06) VALUE ZERO.
000049 01  WS-SEQ-SWITCH           PIC X(01).
000050     88  WS-SEQ-LOOKING               VALUE "N".
000051     88  WS-SEQ-FOUND                 VALUE "Y".
000052     88  WS-SEQ-NONE                  VALUE "X".
000053*
000054*--------------------------------------------------------------*
000055*  SHARED NEXT-NUMBER WORK AREAS                                 *
000056*--------------------------------------------------------------*
000057     COPY NUMCALL.
000058*
000059*--------------------------------------------------------------*
000060*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000061*--------------------------------------------------------------*
000062     COPY OPRCURR.
000063*
000064 LINKAGE SECTION.
000065 01  LK-APP-SOURCE           PIC X(08).
000066 01  LK-APP-ACTION           PIC X(08).
000067 01  LK-APP-TARGET-KEY       PIC X(30).
000068 01  LK-APP-BEFORE           PIC X(60).
000069 01  LK-APP-AFTER            PIC X(60).
000070 01  LK-APP-RESULT           PIC X(01).
000071*
000072 PROCEDURE DIVISION USING LK-APP-SOURCE LK-APP-ACTION
000073         LK-APP-TARGET-KEY LK-APP-BEFORE LK-APP-AFTER
000074         LK-APP-RESULT.
000075*
000076*--------------------------------------------------------------*
000077*  0000-MAINLINE                                                *
000078*--------------------------------------------------------------*
000079 0000-MAINLINE.
000080     MOVE "N" TO LK-APP-RESULT.
000081     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000082     ACCEPT WS-NOW-TIME FROM TIME.
000083     MOVE "G" TO WS-CUR-FUNCTION.
000084     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000085         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000086     OPEN I-O PENDING-APPROVAL-FILE.
000087     IF NOT WS-APR-OK
000088         CLOSE PENDING-APPROVAL-FILE
000089         OPEN OUTPUT PENDING-APPROVAL-FILE
000090         CLOSE PENDING-APPROVAL-FILE
000091         OPEN I-O PENDING-APPROVAL-FILE
000092     END-IF.
000093     IF NOT WS-APR-OK
000094         DISPLAY "APP-QUE: CANNOT OPEN PENDAPPR - STATUS "
000095             WS-APR-STATUS
000096         GOBACK
000097     END-IF.
000098     PERFORM 2000-FIND-NEXT-SEQ THRU 2000-EXIT.
000099     MOVE SPACES            TO PENDING-APPROVAL-RECORD.
000100     MOVE WS-NEXT-SEQ       TO APR-SEQ.
000101     MOVE WS-NOW-DATE       TO APR-RAISED-DATE.
000102     MOVE WS-NOW-TIME       TO APR-RAISED-TIME.
000103     MOVE WS-CUR-OPR-ID     TO APR-REQUESTER.
000104     MOVE LK-APP-SOURCE     TO APR-SOURCE.
000105     MOVE LK-APP-ACTION     TO APR-ACTION.
000106     MOVE LK-APP-TARGET-KEY TO APR-TARGET-KEY.
000107     MOVE LK-APP-BEFORE     TO APR-BEFORE-DETAIL.
000108     MOVE LK-APP-AFTER      TO APR-AFTER-DETAIL.
000109     MOVE "P"               TO APR-STATUS.
000110     MOVE SPACES            TO APR-DECIDED-BY.
000111     MOVE ZERO              TO APR-DECIDED-DATE.
000112     WRITE PENDING-APPROVAL-RECORD.
000113     IF NOT WS-APR-OK
000114         DISPLAY "APP-QUE: UNABLE TO QUEUE REQUEST - STATUS "
000115             WS-APR-STATUS
000116     ELSE
000117         MOVE "Y" TO LK-APP-RESULT
000118         DISPLAY "CHANGE QUEUED FOR APPROVAL - REFERENCE "
000119             WS-NEXT-SEQ
000120         IF WS-NUM-RESULT = "Y"
000121             MOVE "U" TO WS-NUM-FUNCTION
000122             MOVE SPACES TO WS-NUM-REFERENCE
000123             STRING WS-CUR-OPR-ID " " LK-APP-SOURCE
000124                 DELIMITED BY SIZE INTO WS-NUM-REFERENCE
000125             CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000126                 WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000127                 WS-NUM-RESULT
000128         END-IF
000129     END-IF.
000130     CLOSE PENDING-APPROVAL-FILE.
000131     GOBACK.
000132*
000133*--------------------------------------------------------------*
000134*  2000-FIND-NEXT-SEQ                                            *
000135*                                                                *
000136*  The next reference is issued from the APPROVAL number         *
000137*  series. With no APPROVAL series set up (or none left in its   *
000138*  range - NXT-NUM logs that) it is one past the highest         *
000139*  already queued.                                               *
000140*                                                                *
000141*  A number already in use on PENDAPPR (one taken before the     *
000142*  series was set up) is marked used and the next one issued;    *
000143*  one past six digits is not used.                              *
000144*--------------------------------------------------------------*
000145 2000-FIND-NEXT-SEQ.
000146     MOVE "APPROVAL" TO WS-NUM-SERIES.
000147     MOVE "APP-QUE" TO WS-NUM-PROGRAM.
000148     SET WS-SEQ-LOOKING TO TRUE.
000149     PERFORM 2050-ISSUE-ONE-SEQ THRU 2050-EXIT
000150         UNTIL NOT WS-SEQ-LOOKING.
000151     IF WS-SEQ-FOUND
000152         GO TO 2000-EXIT
000153     END-IF.
000154     MOVE 1 TO WS-NEXT-SEQ.
000155     MOVE LOW-VALUES TO APR-SEQ.
000156     START PENDING-APPROVAL-FILE
000157         KEY IS NOT LESS THAN APR-SEQ
000158         INVALID KEY
000159             GO TO 2000-EXIT
000160     END-START.
000161     MOVE "00" TO WS-APR-STATUS.
000162     PERFORM 2100-READ-ONE-SEQ THRU 2100-EXIT
000163         UNTIL WS-APR-EOF.
000164 2000-EXIT.
000165     EXIT.
000166*
000167 2050-ISSUE-ONE-SEQ.
000168     MOVE "N" TO WS-NUM-FUNCTION.
000169     MOVE WS-CUR-OPR-ID TO WS-NUM-REFERENCE.
000170     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000171         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000172         WS-NUM-RESULT.
000173     IF WS-NUM-RESULT NOT = "Y"
000174         SET WS-SEQ-NONE TO TRUE
000175         GO TO 2050-EXIT
000176     END-IF.
000177     IF WS-NUM-VALUE > 999999
000178         MOVE "E" TO WS-NUM-RESULT
000179         SET WS-SEQ-NONE TO TRUE
000180         GO TO 2050-EXIT
000181     END-IF.
000182     MOVE WS-NUM-VALUE TO APR-SEQ.
000183     READ PENDING-APPROVAL-FILE
000184         INVALID KEY
000185             MOVE WS-NUM-VALUE TO WS-NEXT-SEQ
000186             SET WS-SEQ-FOUND TO TRUE
000187             GO TO 2050-EXIT
000188     END-READ.
000189     MOVE "U" TO WS-NUM-FUNCTION.
000190     MOVE "ALREADY ON PENDAPPR" TO WS-NUM-REFERENCE.
000191     CALL "nxt-num" USING WS-NUM-FUNCTION WS-NUM-SERIES
000192         WS-NUM-PROGRAM WS-NUM-VALUE WS-NUM-REFERENCE
000193         WS-NUM-RESULT.
000194 2050-EXIT.
000195     EXIT.
000196*
000197 2100-READ-ONE-SEQ.
000198     READ PENDING-APPROVAL-FILE NEXT RECORD
000199         AT END
000200             MOVE "10" TO WS-APR-STATUS
000201             GO TO 2100-EXIT
000202     END-READ.
000203     COMPUTE WS-NEXT-SEQ = APR-SEQ + 1.
000204 2100-EXIT.
000205     EXIT.
