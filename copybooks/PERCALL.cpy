000001*--------------------------------------------------------------*
000002*  PERCALL - WORK AREAS FOR CALLING THE SHARED PER-CHK          *
000003*  SUBROUTINE. COPY THIS INTO WORKING-STORAGE IN ANY PROGRAM    *
000004*  THAT POSTS DATED ENTRIES AND MUST KEEP THEM OUT OF A CLOSED  *
000005*  ACCOUNTING PERIOD.                                            *
000006*                                                                *
000007*  SET WS-PER-DATE TO THE POSTING DATE; WS-PER-CLOSED COMES     *
000008*  BACK "Y" WHEN IT FALLS IN A CLOSED PERIOD (WITH THAT         *
000009*  PERIOD'S END DATE IN WS-PER-END-DATE), OTHERWISE "N".        *
000010*--------------------------------------------------------------*
000011 01  WS-PER-DATE             PIC 9(08).
000012 01  WS-PER-CLOSED           PIC X(01).
000013 01  WS-PER-END-DATE         PIC 9(08).
