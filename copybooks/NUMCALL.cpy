000001*--------------------------------------------------------------*
000002*  NUMCALL - WORK AREAS FOR CALLING THE SHARED NXT-NUM          *
000003*  SUBROUTINE. COPY THIS INTO WORKING-STORAGE IN ANY PROGRAM    *
000004*  THAT TAKES ITS DOCUMENT OR RECORD NUMBERS FROM A NUMCTRL     *
000005*  NUMBER SERIES.                                               *
000006*                                                                *
000007*  WS-NUM-FUNCTION "N" ISSUES THE NEXT NUMBER OF WS-NUM-SERIES  *
000008*  INTO WS-NUM-VALUE; "U" MARKS WS-NUM-VALUE USED WITH          *
000009*  WS-NUM-REFERENCE. WS-NUM-RESULT COMES BACK "Y" DONE, "N"     *
000010*  SERIES NOT SET UP ON NUMCTRL (OR, FOR "U", NUMBER NOT ISSUED *
000011*  BY NXT-NUM) OR "E" RANGE EXHAUSTED OR FILE ERROR - LOGGED TO *
000012*  ERRLOG.                                                      *
000013*--------------------------------------------------------------*
000014 01  WS-NUM-FUNCTION         PIC X(01).
000015 01  WS-NUM-SERIES           PIC X(08).
000016 01  WS-NUM-PROGRAM          PIC X(08).
000017 01  WS-NUM-VALUE            PIC 9(08).
000018 01  WS-NUM-REFERENCE        PIC X(20).
000019 01  WS-NUM-RESULT           PIC X(01).
