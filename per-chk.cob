000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. per-chk.
000003 AUTHOR. ben-james-davis.
000004 INSTALLATION. HEAD-OFFICE.
000005 DATE-WRITTEN. 15th-october-2026.
000006 DATE-COMPILED.
000007*
000008*--------------------------------------------------------------*
000009*  PER-CHK is a shared utility subroutine in the style of       *
000010*  LOCK-MGR. A program about to post a dated entry - an        *
000011*  invoice, a cash receipt, a back-dated rate revaluation -    *
000012*  CALLs it with the posting date and is told whether that     *
000013*  date falls in an accounting period already closed on the    *
000014*  PERCTL period-control file. Periods run from the day after  *
000015*  one BUSCAL period end to the next, so the period a date     *
000016*  belongs to is the first period-control record ending on or  *
000017*  after it. A period whose pack is running or that is closed  *
000018*  takes no postings; one reopened by a supervisor with        *
000019*  PER-MNT does. With no PERCTL on the system nothing is       *
000020*  closed.                                                      *
000021*--------------------------------------------------------------*
000022 ENVIRONMENT DIVISION.
000023 INPUT-OUTPUT SECTION.
000024 FILE-CONTROL.
000025     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000026         ORGANIZATION IS INDEXED
000027         ACCESS MODE IS DYNAMIC
000028         RECORD KEY IS PRD-END-DATE
000029         FILE STATUS IS WS-PRD-STATUS.
000030*
000031 DATA DIVISION.
000032 FILE SECTION.
000033 FD  PERIOD-CONTROL-FILE
000034     LABEL RECORDS ARE STANDARD.
000035     COPY PERDREC.
000036*
000037 WORKING-STORAGE SECTION.
000038*
000039 01  WS-PRD-STATUS           PIC X(02) VALUE "00".
000040     88  WS-PRD-OK                     VALUE "00".
000041*
000042 LINKAGE SECTION.
000043 01  LK-PER-DATE             PIC 9(08).
000044 01  LK-PER-CLOSED           PIC X(01).
000045 01  LK-PER-END-DATE         PIC 9(08).
000046*
000047 PROCEDURE DIVISION USING LK-PER-DATE LK-PER-CLOSED
000048         LK-PER-END-DATE.
000049*
000050*--------------------------------------------------------------*
000051*  0000-MAINLINE                                                *
000052*--------------------------------------------------------------*
000053 0000-MAINLINE.
000054     MOVE "N"  TO LK-PER-CLOSED.
000055     MOVE ZERO TO LK-PER-END-DATE.
000056     OPEN INPUT PERIOD-CONTROL-FILE.
000057     IF NOT WS-PRD-OK
000058         GOBACK
000059     END-IF.
000060     PERFORM 1000-FIND-PERIOD THRU 1000-EXIT.
000061     CLOSE PERIOD-CONTROL-FILE.
000062     GOBACK.
000063*
000064*--------------------------------------------------------------*
000065*  1000-FIND-PERIOD                                              *
000066*--------------------------------------------------------------*
000067 1000-FIND-PERIOD.
000068     MOVE LK-PER-DATE TO PRD-END-DATE.
000069     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PRD-END-DATE
000070         INVALID KEY
000071             GO TO 1000-EXIT
000072     END-START.
000073     READ PERIOD-CONTROL-FILE NEXT RECORD
000074         AT END
000075             GO TO 1000-EXIT
000076     END-READ.
000077     IF PRD-NO-POSTING
000078         MOVE "Y"          TO LK-PER-CLOSED
000079         MOVE PRD-END-DATE TO LK-PER-END-DATE
000080     END-IF.
000081 1000-EXIT.
000082     EXIT.
