000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. aud-cnv.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. One-time conversion of the    *
000012*                    address audit trail to the widened images  *
000013*                    that came in with the gone-away fields on  *
000014*                    ADDRREC (266-byte rows to 284). Each       *
000015*                    before and after image is copied across    *
000016*                    with mail status blank and returned date   *
000017*                    zero; an empty image stays empty. The old  *
000018*                    trail is read from AUDOLD and the new one  *
000019*                    written to ADDRAUDT. Run it once (job      *
000020*                    CONVERT), before the first program built   *
000021*                    on the new ADDRAUD reads the trail - a     *
000022*                    trail that already holds widened rows is   *
000023*                    refused, RC 8, and nothing is written.     *
000024*--------------------------------------------------------------*
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028     SELECT AUDIT-OLD-FILE ASSIGN TO "AUDOLD"
000029         ORGANIZATION IS LINE SEQUENTIAL
000030         FILE STATUS IS WS-AOL-STATUS.
000031     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000032         ORGANIZATION IS LINE SEQUENTIAL
000033         FILE STATUS IS WS-AUDF-STATUS.
000034*
000035 DATA DIVISION.
000036 FILE SECTION.
000037*
000038*--------------------------------------------------------------*
000039*  THE TRAIL AS WRITTEN BEFORE THE WIDENING: 118-BYTE IMAGES.   *
000040*  THE RECORD IS READ AT THE NEW LENGTH, SO AOL-EXCESS IS       *
000041*  SPACES ON EVERY OLD ROW AND NOT ON A ROW ALREADY WIDENED.    *
000042*--------------------------------------------------------------*
000043 FD  AUDIT-OLD-FILE
000044     LABEL RECORDS ARE STANDARD.
000045 01  AUDIT-OLD-RECORD.
000046     05  AOL-HEADER          PIC X(29).
000047     05  AOL-BEFORE-IMAGE    PIC X(118).
000048     05  FILLER              PIC X(01).
000049     05  AOL-AFTER-IMAGE     PIC X(118).
000050     05  AOL-EXCESS          PIC X(18).
000051*
000052 FD  ADDR-AUDIT-FILE
000053     LABEL RECORDS ARE STANDARD.
000054     COPY ADDRAUD.
000055*
000056 WORKING-STORAGE SECTION.
000057*
000058 01  WS-AOL-STATUS           PIC X(02) VALUE "00".
000059     88  WS-AOL-OK                     VALUE "00".
000060     88  WS-AOL-EOF                    VALUE "10".
000061*
000062 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000063     88  WS-AUDF-OK                    VALUE "00".
000064*
000065 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
000066 01  WS-WIDE-COUNT           PIC 9(07) VALUE ZERO.
000067 01  WS-CONVERTED-COUNT      PIC 9(07) VALUE ZERO.
000068*
000069*--------------------------------------------------------------*
000070*  ONE IMAGE IS WIDENED HERE: THE OLD 118 BYTES LAND ON THE     *
000071*  FRONT OF ADDR-RECORD AND THE NEW FIELDS ARE SET BEHIND THEM. *
000072*--------------------------------------------------------------*
000073     COPY ADDRREC.
000074*
000075 PROCEDURE DIVISION.
000076*
000077*--------------------------------------------------------------*
000078*  0000-MAINLINE                                                *
000079*--------------------------------------------------------------*
000080 0000-MAINLINE.
000081     DISPLAY "ADDRAUDT IMAGE WIDENING - ONE-TIME RUN".
000082     PERFORM 1000-CHECK-OLD-TRAIL THRU 1000-EXIT.
000083     IF RETURN-CODE NOT = ZERO
000084         STOP RUN
000085     END-IF.
000086     OPEN INPUT AUDIT-OLD-FILE.
000087     OPEN OUTPUT ADDR-AUDIT-FILE.
000088     IF NOT WS-AUDF-OK
000089         DISPLAY "CANNOT OPEN ADDRAUDT - STATUS " WS-AUDF-STATUS
000090         CLOSE AUDIT-OLD-FILE
000091         MOVE 8 TO RETURN-CODE
000092         STOP RUN
000093     END-IF.
000094     PERFORM 2000-CONVERT-ONE-ROW THRU 2000-EXIT
000095         UNTIL WS-AOL-EOF.
000096     CLOSE AUDIT-OLD-FILE.
000097     CLOSE ADDR-AUDIT-FILE.
000098     DISPLAY "AUDIT ROWS CONVERTED: " WS-CONVERTED-COUNT.
000099     STOP RUN.
000100*
000101*--------------------------------------------------------------*
000102*  1000-CHECK-OLD-TRAIL                                          *
000103*                                                                *
000104*  Reads the whole old trail once before anything is written.   *
000105*  A row with data past byte 266 has been written at the new    *
000106*  width already, so the trail has been converted (or new       *
000107*  programs have written to it) and the run is refused.         *
000108*--------------------------------------------------------------*
000109 1000-CHECK-OLD-TRAIL.
000110     OPEN INPUT AUDIT-OLD-FILE.
000111     IF NOT WS-AOL-OK
000112         DISPLAY "CANNOT OPEN AUDOLD - STATUS " WS-AOL-STATUS
000113         MOVE 8 TO RETURN-CODE
000114         GO TO 1000-EXIT
000115     END-IF.
000116     PERFORM 1100-CHECK-ONE-ROW THRU 1100-EXIT
000117         UNTIL WS-AOL-EOF.
000118     CLOSE AUDIT-OLD-FILE.
000119     MOVE "00" TO WS-AOL-STATUS.
000120     DISPLAY "AUDIT ROWS READ:      " WS-READ-COUNT.
000121     IF WS-WIDE-COUNT > ZERO
000122         DISPLAY "ROWS ALREADY WIDENED: " WS-WIDE-COUNT
000123         DISPLAY "TRAIL NOT CONVERTED - NOTHING WRITTEN"
000124         MOVE 8 TO RETURN-CODE
000125         GO TO 1000-EXIT
000126     END-IF.
000127     MOVE ZERO TO RETURN-CODE.
000128 1000-EXIT.
000129     EXIT.
000130*
000131 1100-CHECK-ONE-ROW.
000132     MOVE SPACES TO AUDIT-OLD-RECORD.
000133     READ AUDIT-OLD-FILE
000134         AT END
000135             MOVE "10" TO WS-AOL-STATUS
000136             GO TO 1100-EXIT
000137     END-READ.
000138     ADD 1 TO WS-READ-COUNT.
000139     IF AOL-EXCESS NOT = SPACES
000140         ADD 1 TO WS-WIDE-COUNT
000141     END-IF.
000142 1100-EXIT.
000143     EXIT.
000144*
000145*--------------------------------------------------------------*
000146*  2000-CONVERT-ONE-ROW                                          *
000147*--------------------------------------------------------------*
000148 2000-CONVERT-ONE-ROW.
000149     MOVE SPACES TO AUDIT-OLD-RECORD.
000150     READ AUDIT-OLD-FILE
000151         AT END
000152             MOVE "10" TO WS-AOL-STATUS
000153             GO TO 2000-EXIT
000154     END-READ.
000155     MOVE SPACES TO ADDR-AUDIT-RECORD.
000156     MOVE AOL-HEADER TO ADDR-AUDIT-RECORD(1:29).
000157     MOVE SPACES TO AUD-BEFORE-IMAGE.
000158     IF AOL-BEFORE-IMAGE NOT = SPACES
000159         MOVE AOL-BEFORE-IMAGE TO ADDR-RECORD
000160         MOVE SPACE TO ADDR-MAIL-STATUS
000161         MOVE ZERO TO ADDR-RETURNED-DATE
000162         MOVE ADDR-RECORD TO AUD-BEFORE-IMAGE
000163     END-IF.
000164     MOVE SPACES TO AUD-AFTER-IMAGE.
000165     IF AOL-AFTER-IMAGE NOT = SPACES
000166         MOVE AOL-AFTER-IMAGE TO ADDR-RECORD
000167         MOVE SPACE TO ADDR-MAIL-STATUS
000168         MOVE ZERO TO ADDR-RETURNED-DATE
000169         MOVE ADDR-RECORD TO AUD-AFTER-IMAGE
000170     END-IF.
000171     WRITE ADDR-AUDIT-RECORD.
000172     IF NOT WS-AUDF-OK
000173         DISPLAY "ERROR WRITING ADDRAUDT - STATUS " WS-AUDF-STATUS
000174         MOVE 8 TO RETURN-CODE
000175         MOVE "10" TO WS-AOL-STATUS
000176         GO TO 2000-EXIT
000177     END-IF.
000178     ADD 1 TO WS-CONVERTED-COUNT.
000179 2000-EXIT.
000180     EXIT.
