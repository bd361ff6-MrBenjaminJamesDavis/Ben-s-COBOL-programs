000004*  PENDAPPR DUAL-CONTROL APPROVAL FILE INSTEAD OF APPLYING IT   *
000005*  DIRECTLY. COPY THIS INTO WORKING-STORAGE IN ANY PROGRAM      *
000006*  THAT RAISES APPROVAL REQUESTS.                               *
000007*                                                                *
000008*  WS-APP-RESULT COMES BACK "Y" QUEUED OR "N" NOT QUEUED -      *
000009*  PENDAPPR COULD NOT BE OPENED OR WRITTEN.                     *
000010*--------------------------------------------------------------*
000011 01  WS-APP-SOURCE           PIC X(08).
000012 01  WS-APP-ACTION           PIC X(08).
000013 01  WS-APP-TARGET-KEY       PIC X(30).
000014 01  WS-APP-BEFORE           PIC X(60).
000015 01  WS-APP-AFTER            PIC X(60).
000016 01  WS-APP-RESULT           PIC X(01).
