000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. per-mnt.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. Supervisor utility over the   *
000012*                    PERCTL period-control file PER-CLS keeps:  *
000013*                    list the periods and their state, reopen   *
000014*                    a closed period so a correction can be     *
000015*                    posted into it, and close it again once    *
000016*                    the correction is in. Every reopen and     *
000017*                    re-close is recorded with the operator     *
000018*                    and reason on the PERHIST trail.           *
000019*                    Supervisor or administrator role only.     *
000020*--------------------------------------------------------------*
000021 ENVIRONMENT DIVISION.
000022 INPUT-OUTPUT SECTION.
000023 FILE-CONTROL.
000024     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000025         ORGANIZATION IS INDEXED
000026         ACCESS MODE IS DYNAMIC
000027         RECORD KEY IS PRD-END-DATE
000028         FILE STATUS IS WS-PRD-STATUS.
000029     SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
000030         ORGANIZATION IS LINE SEQUENTIAL
000031         FILE STATUS IS WS-PHS-STATUS.
000032*
000033 DATA DIVISION.
000034 FILE SECTION.
000035 FD  PERIOD-CONTROL-FILE
000036     LABEL RECORDS ARE STANDARD.
000037     COPY PERDREC.
000038*
000039 FD  PERIOD-HISTORY-FILE
000040     LABEL RECORDS ARE STANDARD.
000041     COPY PERHREC.
000042*
000043 WORKING-STORAGE SECTION.
000044*
000045 01  WS-PRD-STATUS           PIC X(02) VALUE "00".
000046     88  WS-PRD-OK                     VALUE "00".
000047     88  WS-PRD-EOF                    VALUE "10".
000048*
000049 01  WS-PHS-STATUS           PIC X(02) VALUE "00".
000050     88  WS-PHS-OK                     VALUE "00".
000051*
000052 01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
000053     88  WS-EXIT-PROGRAM              VALUE "Y".
000054*
000055 01  WS-ALLOWED-SWITCH       PIC X(01) VALUE "N".
000056     88  WS-SUPERVISOR-OK             VALUE "Y".
000057*
000058 01  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000059 01  WS-LIST-COUNT           PIC 9(03) VALUE ZERO.
000060 01  WS-WORK-END-DATE        PIC 9(08).
000061 01  WS-WORK-REASON          PIC X(40).
000062 01  WS-WORK-ACTION          PIC X(08).
000063 01  WS-CONFIRM-REPLY        PIC X(01).
000064 01  WS-NOW-DATE             PIC 9(08).
000065 01  WS-NOW-TIME             PIC 9(08).
000066*
000067 01  WS-STATE-TEXT           PIC X(12).
000068*
000069*--------------------------------------------------------------*
000070*  SHARED CURRENT-OPERATOR WORK AREAS                            *
000071*--------------------------------------------------------------*
000072     COPY OPRCURR.
000073*
000074 PROCEDURE DIVISION.
000075*
000076*--------------------------------------------------------------*
000077*  0000-MAINLINE                                                *
000078*--------------------------------------------------------------*
000079 0000-MAINLINE.
000080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000081     IF WS-SUPERVISOR-OK
000082         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000083             UNTIL WS-EXIT-PROGRAM
000084     END-IF.
000085     GOBACK.
000086*
000087*--------------------------------------------------------------*
000088*  1000-INITIALIZE                                               *
000089*--------------------------------------------------------------*
000090 1000-INITIALIZE.
000091     MOVE "G" TO WS-CUR-FUNCTION.
000092     CALL "opr-curr" USING WS-CUR-FUNCTION WS-CUR-OPR-ID
000093         WS-CUR-OPR-NAME WS-CUR-OPR-ROLE.
000094     IF WS-CUR-OPR-ROLE = "S" OR WS-CUR-OPR-ROLE = "A"
000095         SET WS-SUPERVISOR-OK TO TRUE
000096     ELSE
000097         DISPLAY "SUPERVISOR ROLE REQUIRED FOR PERIOD CONTROL"
000098     END-IF.
000099 1000-EXIT.
000100     EXIT.
000101*
000102*--------------------------------------------------------------*
000103*  2000-PROCESS-MENU                                             *
000104*--------------------------------------------------------------*
000105 2000-PROCESS-MENU.
000106     DISPLAY " ".
000107     DISPLAY "----------------------------------------".
000108     DISPLAY "  PERIOD CONTROL".
000109     DISPLAY "  1. LIST PERIODS".
000110     DISPLAY "  2. REOPEN A CLOSED PERIOD".
000111     DISPLAY "  3. CLOSE A REOPENED PERIOD".
000112     DISPLAY "  0. EXIT".
000113     DISPLAY "----------------------------------------".
000114     DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
000115     ACCEPT WS-MENU-CHOICE.
000116     EVALUATE WS-MENU-CHOICE
000117         WHEN 1
000118             PERFORM 3000-LIST-PERIODS THRU 3000-EXIT
000119         WHEN 2
000120             PERFORM 4000-REOPEN-PERIOD THRU 4000-EXIT
000121         WHEN 3
000122             PERFORM 5000-RECLOSE-PERIOD THRU 5000-EXIT
000123         WHEN 0
000124             SET WS-EXIT-PROGRAM TO TRUE
000125         WHEN OTHER
000126             DISPLAY "INVALID CHOICE - TRY AGAIN"
000127     END-EVALUATE.
000128 2000-EXIT.
000129     EXIT.
000130*
000131*--------------------------------------------------------------*
000132*  3000-LIST-PERIODS                                             *
000133*--------------------------------------------------------------*
000134 3000-LIST-PERIODS.
000135     MOVE ZERO TO WS-LIST-COUNT.
000136     OPEN INPUT PERIOD-CONTROL-FILE.
000137     IF NOT WS-PRD-OK
000138         DISPLAY "NO PERIOD-CONTROL FILE ON SYSTEM"
000139         GO TO 3000-EXIT
000140     END-IF.
000141     MOVE ZERO TO PRD-END-DATE.
000142     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PRD-END-DATE
000143         INVALID KEY
000144             DISPLAY "NO PERIODS ON FILE"
000145             CLOSE PERIOD-CONTROL-FILE
000146             GO TO 3000-EXIT
000147     END-START.
000148     MOVE "00" TO WS-PRD-STATUS.
000149     PERFORM 3100-LIST-ONE-PERIOD THRU 3100-EXIT
000150         UNTIL WS-PRD-EOF.
000151     CLOSE PERIOD-CONTROL-FILE.
000152     IF WS-LIST-COUNT = ZERO
000153         DISPLAY "NO PERIODS ON FILE"
000154     END-IF.
000155 3000-EXIT.
000156     EXIT.
000157*
000158 3100-LIST-ONE-PERIOD.
000159     READ PERIOD-CONTROL-FILE NEXT RECORD
000160         AT END
000161             MOVE "10" TO WS-PRD-STATUS
000162             GO TO 3100-EXIT
000163     END-READ.
000164     ADD 1 TO WS-LIST-COUNT.
000165     EVALUATE TRUE
000166         WHEN PRD-CLOSED
000167             MOVE "CLOSED"       TO WS-STATE-TEXT
000168         WHEN PRD-REOPENED
000169             MOVE "REOPENED"     TO WS-STATE-TEXT
000170         WHEN PRD-PACK-RUNNING
000171             MOVE "PACK RUNNING" TO WS-STATE-TEXT
000172         WHEN OTHER
000173             MOVE "UNKNOWN"      TO WS-STATE-TEXT
000174     END-EVALUATE.
000175     DISPLAY PRD-START-DATE " TO " PRD-END-DATE " "
000176         WS-STATE-TEXT " " PRD-SET-ID " REOPENED "
000177         PRD-REOPEN-COUNT " LAST " PRD-ACTION-OPERATOR " "
000178         PRD-ACTION-DATE.
000179 3100-EXIT.
000180     EXIT.
000181*
000182*--------------------------------------------------------------*
000183*  4000-REOPEN-PERIOD                                            *
000184*                                                                *
000185*  A reopened period takes dated postings again until it is     *
000186*  closed. The reason is mandatory - it goes on the trail.      *
000187*--------------------------------------------------------------*
000188 4000-REOPEN-PERIOD.
000189     PERFORM 6000-GET-PERIOD THRU 6000-EXIT.
000190     IF WS-WORK-END-DATE = ZERO
000191         GO TO 4000-EXIT
000192     END-IF.
000193     IF NOT PRD-CLOSED
000194         DISPLAY "PERIOD IS NOT CLOSED - NOTHING TO REOPEN"
000195         CLOSE PERIOD-CONTROL-FILE
000196         GO TO 4000-EXIT
000197     END-IF.
000198     DISPLAY "REASON FOR REOPENING: " WITH NO ADVANCING.
000199     MOVE SPACES TO WS-WORK-REASON.
000200     ACCEPT WS-WORK-REASON.
000201     IF WS-WORK-REASON = SPACES
000202         DISPLAY "A REASON IS REQUIRED - PERIOD LEFT CLOSED"
000203         CLOSE PERIOD-CONTROL-FILE
000204         GO TO 4000-EXIT
000205     END-IF.
000206     DISPLAY "REOPEN PERIOD ENDING " PRD-END-DATE " (Y/N)? "
000207         WITH NO ADVANCING.
000208     ACCEPT WS-CONFIRM-REPLY.
000209     IF WS-CONFIRM-REPLY NOT = "Y"
000210         DISPLAY "PERIOD LEFT CLOSED"
000211         CLOSE PERIOD-CONTROL-FILE
000212         GO TO 4000-EXIT
000213     END-IF.
000214     MOVE "R" TO PRD-STATUS.
000215     ADD 1 TO PRD-REOPEN-COUNT.
000216     MOVE "REOPEN" TO WS-WORK-ACTION.
000217     PERFORM 7000-RECORD-ACTION THRU 7000-EXIT.
000218 4000-EXIT.
000219     EXIT.
000220*
000221*--------------------------------------------------------------*
000222*  5000-RECLOSE-PERIOD                                           *
000223*                                                                *
000224*  Also closes a period whose pack never completed, once the    *
000225*  missing report has been accounted for.                       *
000226*--------------------------------------------------------------*
000227 5000-RECLOSE-PERIOD.
000228     PERFORM 6000-GET-PERIOD THRU 6000-EXIT.
000229     IF WS-WORK-END-DATE = ZERO
000230         GO TO 5000-EXIT
000231     END-IF.
000232     IF PRD-CLOSED
000233         DISPLAY "PERIOD IS ALREADY CLOSED"
000234         CLOSE PERIOD-CONTROL-FILE
000235         GO TO 5000-EXIT
000236     END-IF.
000237     DISPLAY "REASON FOR CLOSING: " WITH NO ADVANCING.
000238     MOVE SPACES TO WS-WORK-REASON.
000239     ACCEPT WS-WORK-REASON.
000240     IF WS-WORK-REASON = SPACES
000241         MOVE "CORRECTIONS COMPLETE" TO WS-WORK-REASON
000242     END-IF.
000243     DISPLAY "CLOSE PERIOD ENDING " PRD-END-DATE " (Y/N)? "
000244         WITH NO ADVANCING.
000245     ACCEPT WS-CONFIRM-REPLY.
000246     IF WS-CONFIRM-REPLY NOT = "Y"
000247         DISPLAY "PERIOD LEFT OPEN"
000248         CLOSE PERIOD-CONTROL-FILE
000249         GO TO 5000-EXIT
000250     END-IF.
000251     MOVE "C" TO PRD-STATUS.
000252     MOVE "RECLOSE" TO WS-WORK-ACTION.
000253     PERFORM 7000-RECORD-ACTION THRU 7000-EXIT.
000254 5000-EXIT.
000255     EXIT.
000256*
000257*--------------------------------------------------------------*
000258*  6000-GET-PERIOD                                               *
000259*                                                                *
000260*  Leaves PERCTL open I-O on the period asked for, or returns   *
000261*  WS-WORK-END-DATE zero with the file closed.                  *
000262*--------------------------------------------------------------*
000263 6000-GET-PERIOD.
000264     DISPLAY "PERIOD END DATE (YYYYMMDD): " WITH NO ADVANCING.
000265     MOVE ZERO TO WS-WORK-END-DATE.
000266     ACCEPT WS-WORK-END-DATE.
000267     IF WS-WORK-END-DATE = ZERO
000268         DISPLAY "NOTHING ENTERED"
000269         GO TO 6000-EXIT
000270     END-IF.
000271     OPEN I-O PERIOD-CONTROL-FILE.
000272     IF NOT WS-PRD-OK
000273         DISPLAY "NO PERIOD-CONTROL FILE ON SYSTEM"
000274         MOVE ZERO TO WS-WORK-END-DATE
000275         GO TO 6000-EXIT
000276     END-IF.
000277     MOVE WS-WORK-END-DATE TO PRD-END-DATE.
000278     READ PERIOD-CONTROL-FILE
000279         INVALID KEY
000280             DISPLAY "NO PERIOD ENDS ON THAT DATE"
000281             CLOSE PERIOD-CONTROL-FILE
000282             MOVE ZERO TO WS-WORK-END-DATE
000283     END-READ.
000284 6000-EXIT.
000285     EXIT.
000286*
000287*--------------------------------------------------------------*
000288*  7000-RECORD-ACTION                                            *
000289*--------------------------------------------------------------*
000290 7000-RECORD-ACTION.
000291     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000292     ACCEPT WS-NOW-TIME FROM TIME.
000293     MOVE WS-CUR-OPR-ID  TO PRD-ACTION-OPERATOR.
000294     MOVE WS-NOW-DATE    TO PRD-ACTION-DATE.
000295     MOVE WS-NOW-TIME    TO PRD-ACTION-TIME.
000296     MOVE WS-WORK-REASON TO PRD-ACTION-REASON.
000297     IF PRD-CLOSED
000298         MOVE WS-NOW-DATE TO PRD-CLOSE-DATE
000299         MOVE WS-NOW-TIME TO PRD-CLOSE-TIME
000300     END-IF.
000301     REWRITE PERIOD-CONTROL-RECORD
000302         INVALID KEY
000303             DISPLAY "ERROR UPDATING PERIOD - " WS-PRD-STATUS
000304             CLOSE PERIOD-CONTROL-FILE
000305             GO TO 7000-EXIT
000306     END-REWRITE.
000307     CLOSE PERIOD-CONTROL-FILE.
000308     OPEN EXTEND PERIOD-HISTORY-FILE.
000309     IF NOT WS-PHS-OK
000310         OPEN OUTPUT PERIOD-HISTORY-FILE
000311         CLOSE PERIOD-HISTORY-FILE
000312         OPEN EXTEND PERIOD-HISTORY-FILE
000313     END-IF.
000314     MOVE SPACES           TO PERIOD-HISTORY-RECORD.
000315     MOVE WS-NOW-DATE      TO PHS-DATE.
000316     MOVE WS-NOW-TIME      TO PHS-TIME.
000317     MOVE WS-WORK-END-DATE TO PHS-PERIOD-END.
000318     MOVE WS-WORK-ACTION   TO PHS-ACTION.
000319     MOVE WS-CUR-OPR-ID    TO PHS-OPERATOR.
000320     MOVE WS-WORK-REASON   TO PHS-REASON.
000321     WRITE PERIOD-HISTORY-RECORD.
000322     CLOSE PERIOD-HISTORY-FILE.
000323     IF WS-WORK-ACTION = "REOPEN"
000324         DISPLAY "PERIOD REOPENED"
000325     ELSE
000326         DISPLAY "PERIOD CLOSED"
000327     END-IF.
000328 7000-EXIT.
000329     EXIT.
