000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. rpx-cnv.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  MODIFICATION HISTORY                                        *
000010*                                                               *
000011*  15-OCT-2026  BJD  New program. One-time conversion of the    *
000012*                    RPTINDEX report register to the record     *
000013*                    that carries RPX-SET-ID (44 bytes to 52).  *
000014*                    Every report registered so far is copied   *
000015*                    across, in key order, with a blank set id. *
000016*                    The old register is read from RPXOLD and   *
000017*                    the new one, defined empty beforehand, is  *
000018*                    loaded through RPTINDEX. Run it once (job  *
000019*                    CONVERT) before the new RPT-WTR registers  *
000020*                    its first report. A new register already   *
000021*                    holding reports is refused, RC 8.          *
000022*--------------------------------------------------------------*
000023 ENVIRONMENT DIVISION.
000024 INPUT-OUTPUT SECTION.
000025 FILE-CONTROL.
000026     SELECT INDEX-OLD-FILE ASSIGN TO "RPXOLD"
000027         ORGANIZATION IS INDEXED
000028         ACCESS MODE IS SEQUENTIAL
000029         RECORD KEY IS RXO-KEY
000030         FILE STATUS IS WS-RXO-STATUS.
000031     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
000032         ORGANIZATION IS INDEXED
000033         ACCESS MODE IS SEQUENTIAL
000034         RECORD KEY IS RPX-KEY
000035         FILE STATUS IS WS-IDX-STATUS.
000036*
000037 DATA DIVISION.
000038 FILE SECTION.
000039*
000040*--------------------------------------------------------------*
000041*  THE REGISTER AS WRITTEN BEFORE RPX-SET-ID WAS ADDED.         *
000042*--------------------------------------------------------------*
000043 FD  INDEX-OLD-FILE
000044     LABEL RECORDS ARE STANDARD.
000045 01  INDEX-OLD-RECORD.
000046     05  RXO-KEY             PIC X(24).
000047     05  RXO-DETAIL          PIC X(20).
000048*
000049 FD  REPORT-INDEX-FILE
000050     LABEL RECORDS ARE STANDARD.
000051     COPY RPTXREC.
000052*
000053 WORKING-STORAGE SECTION.
000054*
000055 01  WS-RXO-STATUS           PIC X(02) VALUE "00".
000056     88  WS-RXO-OK                     VALUE "00".
000057     88  WS-RXO-EOF                    VALUE "10".
000058*
000059 01  WS-IDX-STATUS           PIC X(02) VALUE "00".
000060     88  WS-IDX-OK                     VALUE "00".
000061*
000062 01  WS-CONVERTED-COUNT      PIC 9(07) VALUE ZERO.
000063*
000064 PROCEDURE DIVISION.
000065*
000066*--------------------------------------------------------------*
000067*  0000-MAINLINE                                                *
000068*--------------------------------------------------------------*
000069 0000-MAINLINE.
000070     DISPLAY "RPTINDEX SET-ID CONVERSION - ONE-TIME RUN".
000071     OPEN INPUT INDEX-OLD-FILE.
000072     IF NOT WS-RXO-OK
000073         DISPLAY "CANNOT OPEN RPXOLD - STATUS " WS-RXO-STATUS
000074         MOVE 8 TO RETURN-CODE
000075         STOP RUN
000076     END-IF.
000077     OPEN INPUT REPORT-INDEX-FILE.
000078     IF WS-IDX-OK
000079         READ REPORT-INDEX-FILE NEXT RECORD
000080             AT END
000081                 MOVE "10" TO WS-IDX-STATUS
000082         END-READ
000083         CLOSE REPORT-INDEX-FILE
000084         IF WS-IDX-OK
000085             DISPLAY "RPTINDEX IS NOT EMPTY - NOTHING WRITTEN"
000086             CLOSE INDEX-OLD-FILE
000087             MOVE 8 TO RETURN-CODE
000088             STOP RUN
000089         END-IF
000090     END-IF.
000091     OPEN OUTPUT REPORT-INDEX-FILE.
000092     IF NOT WS-IDX-OK
000093         DISPLAY "CANNOT OPEN RPTINDEX - STATUS " WS-IDX-STATUS
000094         CLOSE INDEX-OLD-FILE
000095         MOVE 8 TO RETURN-CODE
000096         STOP RUN
000097     END-IF.
000098     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
000099         UNTIL WS-RXO-EOF.
000100     CLOSE INDEX-OLD-FILE.
000101     CLOSE REPORT-INDEX-FILE.
000102     DISPLAY "REPORTS CONVERTED: " WS-CONVERTED-COUNT.
000103     STOP RUN.
000104*
000105*--------------------------------------------------------------*
000106*  2000-CONVERT-ONE-RECORD                                       *
000107*--------------------------------------------------------------*
000108 2000-CONVERT-ONE-RECORD.
000109     READ INDEX-OLD-FILE NEXT RECORD
000110         AT END
000111             MOVE "10" TO WS-RXO-STATUS
000112             GO TO 2000-EXIT
000113     END-READ.
000114     MOVE INDEX-OLD-RECORD TO REPORT-INDEX-RECORD.
000115     MOVE SPACES TO RPX-SET-ID.
000116     WRITE REPORT-INDEX-RECORD
000117         INVALID KEY
000118             DISPLAY "ERROR CONVERTING " RXO-KEY
000119                 " - STATUS " WS-IDX-STATUS
000120             MOVE 8 TO RETURN-CODE
000121             GO TO 2000-EXIT
000122     END-WRITE.
000123     ADD 1 TO WS-CONVERTED-COUNT.
000124 2000-EXIT.
000125     EXIT.
