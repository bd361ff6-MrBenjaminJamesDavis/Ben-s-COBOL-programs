000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  Changes applied by CRM-LOAD from the CRM's *
000012*                    own update feed (audit operator CRMINTF)   *
000013*                    are left out of the cut, so the CRM is not *
000014*                    sent its own changes back.                 *
000015*  02-SEP-2026  BJD  New program. Nightly change-only interface *
000016*                    cut for head office's CRM feed: the day's  *
000017*                    ADDRAUDT records become one CRMFEED row    *
000018*                    per add, change or delete, flagged with    *
000019*                    the action and the operator, carrying the  *
000020*                    after image (the before image on a delete, *
000021*                    since a delete's after image is blank and  *
000022*                    the receiving side needs to know whom to   *
000023*                    remove). The feed is wrapped in a header   *
000024*                    and trailer carrying the business date     *
000025*                    and per-action record counts so the        *
000026*                    receiving side can balance it. The run is  *
000027*                    recorded on the shared run-control file    *
000028*                    under the same double-run protection as    *
000029*                    the other nightly steps.                   *
000030*--------------------------------------------------------------*
000031 ENVIRONMENT DIVISION.
000032 INPUT-OUTPUT SECTION.
000033 FILE-CONTROL.
000034     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000035         ORGANIZATION IS LINE SEQUENTIAL
000036         FILE STATUS IS WS-AUDF-STATUS.
000037     SELECT CRM-FEED-FILE ASSIGN TO "CRMFEED"
000038         ORGANIZATION IS LINE SEQUENTIAL.
000039*
000040 DATA DIVISION.
000041 FILE SECTION.
000042 FD  ADDR-AUDIT-FILE
000043     LABEL RECORDS ARE STANDARD.
000044     COPY ADDRAUD.
000045*
000046 FD  CRM-FEED-FILE
000047     LABEL RECORDS ARE STANDARD.
000048 01  CRM-FEED-LINE           PIC X(140).
000049*
000050 WORKING-STORAGE SECTION.
000051*
000052 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000053     88  WS-AUDF-OK                    VALUE "00".
000054     88  WS-AUDF-EOF                   VALUE "10".
000055*
000056*--------------------------------------------------------------*
000057*  FEED RECORD LAYOUTS                                           *
000058*--------------------------------------------------------------*
000059 01  WS-FEED-HEADER.
000060     05  FILLER              PIC X(04) VALUE "HDR ".
000061     05  HDR-BUS-DATE        PIC 9(08).
000062*
000063 01  WS-FEED-DETAIL.
000064     05  FDL-ACTION          PIC X(01).
000065     05  FILLER              PIC X(01) VALUE SPACE.
000066     05  FDL-OPERATOR        PIC X(08).
000067     05  FILLER              PIC X(01) VALUE SPACE.
000068     05  FDL-IMAGE           PIC X(118).
000069*
000070 01  WS-FEED-TRAILER.
000071     05  FILLER              PIC X(04) VALUE "TRL ".
000072     05  TRL-TOTAL           PIC 9(09).
000073     05  FILLER              PIC X(03) VALUE " A=".
000074     05  TRL-ADDS            PIC 9(09).
000075     05  FILLER              PIC X(03) VALUE " C=".
000076     05  TRL-CHANGES         PIC 9(09).
000077     05  FILLER              PIC X(03) VALUE " D=".
000078     05  TRL-DELETES         PIC 9(09).
000079*
000080*--------------------------------------------------------------*
000081*  CONTROL TOTALS                                                *
000082*--------------------------------------------------------------*
000083 01  WS-READ-COUNT           PIC 9(09) VALUE ZERO.
000084 01  WS-FEED-COUNT           PIC 9(09) VALUE ZERO.
000085 01  WS-ADD-COUNT            PIC 9(09) VALUE ZERO.
000086 01  WS-CHANGE-COUNT         PIC 9(09) VALUE ZERO.
000087 01  WS-DELETE-COUNT         PIC 9(09) VALUE ZERO.
000088 01  WS-ECHO-COUNT           PIC 9(09) VALUE ZERO.
000089*
000090 01  WS-CRM-OPERATOR         PIC X(08) VALUE "CRMINTF".
000091*
000092*--------------------------------------------------------------*
000093*  SHARED RUN-CONTROL WORK AREAS                                 *
000094*--------------------------------------------------------------*
000095     COPY RUNCALL.
000096*
000097 PROCEDURE DIVISION.
000098*
000099*--------------------------------------------------------------*
000100*  0000-MAINLINE                                                *
000101*--------------------------------------------------------------*
000102 0000-MAINLINE.
000103     MOVE "S" TO WS-RUN-FUNCTION.
000104     MOVE "AUDXTR  " TO WS-RUN-PROGRAM.
000105     ACCEPT WS-RUN-BUS-DATE FROM DATE YYYYMMDD.
000106     MOVE ZERO TO WS-RUN-REC-COUNT.
000107     MOVE SPACE TO WS-RUN-STATUS.
000108     CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000109         WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000110         WS-RUN-ALREADY-RAN.
000111     IF WS-RUN-ALREADY-RAN = "Y"
000112         DISPLAY "AUD-XTR ALREADY RAN FOR THIS BUSINESS DATE"
000113         DISPLAY "SET THE RUNFORCE OVERRIDE TO RERUN"
000114         STOP RUN
000115     END-IF.
000116     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000117     PERFORM 2000-EXTRACT-ONE-RECORD THRU 2000-EXIT
000118         UNTIL WS-AUDF-EOF.
000119     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
000120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000121     STOP RUN.
000122*
000123*--------------------------------------------------------------*
000124*  1000-INITIALIZE                                               *
000125*--------------------------------------------------------------*
000126 1000-INITIALIZE.
000127     OPEN INPUT ADDR-AUDIT-FILE.
000128     IF NOT WS-AUDF-OK
000129         DISPLAY "AUD-XTR: NO AUDIT TRAIL ON SYSTEM - STATUS "
000130             WS-AUDF-STATUS
000131         MOVE "10" TO WS-AUDF-STATUS
000132     END-IF.
000133     OPEN OUTPUT CRM-FEED-FILE.
000134     MOVE WS-RUN-BUS-DATE TO HDR-BUS-DATE.
000135     WRITE CRM-FEED-LINE FROM WS-FEED-HEADER.
000136 1000-EXIT.
000137     EXIT.
000138*
000139*--------------------------------------------------------------*
000140*  2000-EXTRACT-ONE-RECORD                                       *
000141*--------------------------------------------------------------*
000142 2000-EXTRACT-ONE-RECORD.
000143     READ ADDR-AUDIT-FILE
000144         AT END
000145             MOVE "10" TO WS-AUDF-STATUS
000146             GO TO 2000-EXIT
000147     END-READ.
000148     ADD 1 TO WS-READ-COUNT.
000149     IF AUD-DATE NOT = WS-RUN-BUS-DATE
000150         GO TO 2000-EXIT
000151     END-IF.
000152     IF AUD-OPERATOR-ID = WS-CRM-OPERATOR
000153         ADD 1 TO WS-ECHO-COUNT
000154         GO TO 2000-EXIT
000155     END-IF.
000156     MOVE AUD-ACTION      TO FDL-ACTION.
000157     MOVE AUD-OPERATOR-ID TO FDL-OPERATOR.
000158     EVALUATE AUD-ACTION
000159         WHEN "A"
000160             ADD 1 TO WS-ADD-COUNT
000161             MOVE AUD-AFTER-IMAGE TO FDL-IMAGE
000162         WHEN "C"
000163             ADD 1 TO WS-CHANGE-COUNT
000164             MOVE AUD-AFTER-IMAGE TO FDL-IMAGE
000165         WHEN "D"
000166             ADD 1 TO WS-DELETE-COUNT
000167             MOVE AUD-BEFORE-IMAGE TO FDL-IMAGE
000168         WHEN OTHER
000169             GO TO 2000-EXIT
000170     END-EVALUATE.
000171     ADD 1 TO WS-FEED-COUNT.
000172     WRITE CRM-FEED-LINE FROM WS-FEED-DETAIL.
000173 2000-EXIT.
000174     EXIT.
000175*
000176*--------------------------------------------------------------*
000177*  6000-WRITE-TRAILER                                            *
000178*--------------------------------------------------------------*
000179 6000-WRITE-TRAILER.
000180     MOVE WS-FEED-COUNT   TO TRL-TOTAL.
000181     MOVE WS-ADD-COUNT    TO TRL-ADDS.
000182     MOVE WS-CHANGE-COUNT TO TRL-CHANGES.
000183     MOVE WS-DELETE-COUNT TO TRL-DELETES.
000184     WRITE CRM-FEED-LINE FROM WS-FEED-TRAILER.
000185     IF WS-ECHO-COUNT > ZERO
000186         DISPLAY "AUD-XTR: " WS-ECHO-COUNT
000187             " CRM-APPLIED CHANGES NOT SENT BACK"
000188     END-IF.
000189 6000-EXIT.
000190     EXIT.
000191*
000192*--------------------------------------------------------------*
000193*  9000-TERMINATE                                                *
000194*--------------------------------------------------------------*
000195 9000-TERMINATE.
000196     IF WS-RUN-ALREADY-RAN NOT = "Y"
000197         MOVE "E" TO WS-RUN-FUNCTION
000198         MOVE WS-FEED-COUNT TO WS-RUN-REC-COUNT
000199         MOVE "C" TO WS-RUN-STATUS
000200         CALL "run-ctl" USING WS-RUN-FUNCTION WS-RUN-PROGRAM
000201             WS-RUN-BUS-DATE WS-RUN-REC-COUNT WS-RUN-STATUS
000202             WS-RUN-ALREADY-RAN
000203     END-IF.
000204     CLOSE ADDR-AUDIT-FILE.
000205     CLOSE CRM-FEED-FILE.
000206 9000-EXIT.
000207     EXIT.
