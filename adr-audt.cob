000012*  and after images, and it appends one dated, timed record to  *
000013*  ADDR-AUDIT-FILE - the same open/create/append shape as the  *
000014*  suite's ERR-LOG.                                             *
000015*  15-OCT-2026 BJD: images widened to 127 bytes with ADDRREC's   *
000016*  new mail-status fields.                                       *
000017*--------------------------------------------------------------*
000018 ENVIRONMENT DIVISION.
000019 INPUT-OUTPUT SECTION.
000020 FILE-CONTROL.
000021     SELECT ADDR-AUDIT-FILE ASSIGN TO "ADDRAUDT"
000022         ORGANIZATION IS LINE SEQUENTIAL
000023         FILE STATUS IS WS-AUDF-STATUS.
000024*
000025 DATA DIVISION.
000026 FILE SECTION.
000027 FD  ADDR-AUDIT-FILE
000028     LABEL RECORDS ARE STANDARD.
000029     COPY ADDRAUD.
000030*
000031 WORKING-STORAGE SECTION.
000032 01  WS-LOG-DATE             PIC 9(08).
000033 01  WS-LOG-TIME             PIC 9(08).
000034 01  WS-AUDF-STATUS          PIC X(02) VALUE "00".
000035     88  WS-AUDF-OK                   VALUE "00".
000036*
000037 LINKAGE SECTION.
000038 01  LK-AUD-ACTION           PIC X(01).
000039 01  LK-AUD-OPERATOR         PIC X(08).
000040 01  LK-AUD-BEFORE           PIC X(127).
000041 01  LK-AUD-AFTER            PIC X(127).
000042*
000043 PROCEDURE DIVISION USING LK-AUD-ACTION LK-AUD-OPERATOR
000044         LK-AUD-BEFORE LK-AUD-AFTER.
000045*
000046*--------------------------------------------------------------*
000047*  0000-MAINLINE                                                *
000048*--------------------------------------------------------------*
000049 0000-MAINLINE.
000050     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
000051     ACCEPT WS-LOG-TIME FROM TIME.
000052     OPEN EXTEND ADDR-AUDIT-FILE.
000053     IF NOT WS-AUDF-OK
000054         OPEN OUTPUT ADDR-AUDIT-FILE
000055         CLOSE ADDR-AUDIT-FILE
000056         OPEN EXTEND ADDR-AUDIT-FILE
000057     END-IF.
000058     MOVE SPACES          TO ADDR-AUDIT-RECORD.
000059     MOVE WS-LOG-DATE     TO AUD-DATE.
000060     MOVE WS-LOG-TIME     TO AUD-TIME.
000061     MOVE LK-AUD-OPERATOR TO AUD-OPERATOR-ID.
000062     MOVE LK-AUD-ACTION   TO AUD-ACTION.
000063     MOVE LK-AUD-BEFORE   TO AUD-BEFORE-IMAGE.
000064     MOVE LK-AUD-AFTER    TO AUD-AFTER-IMAGE.
000065     WRITE ADDR-AUDIT-RECORD.
000066     IF NOT WS-AUDF-OK
000067         DISPLAY "ADR-AUDT: UNABLE TO WRITE AUDIT RECORD"
000068         DISPLAY "ADR-AUDT: FILE STATUS = " WS-AUDF-STATUS
000069     END-IF.
000070     CLOSE ADDR-AUDIT-FILE.
000071     GOBACK.
