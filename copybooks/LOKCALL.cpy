000001*--------------------------------------------------------------*
000002*  LOKCALL - WORK AREAS FOR CALLING THE SHARED LOCK-MGR         *
000003*  SUBROUTINE. COPY THIS INTO WORKING-STORAGE IN ANY PROGRAM    *
000004*  THAT UPDATES ADDRFILE, OPERFILE, REGNFILE, EXRATES OR        *
000005*  CUSTFILE RECORDS INTERACTIVELY.                              *
000006*                                                                *
000007*  WS-LOK-FUNCTION "L" TAKES THE LOCK (WS-LOK-GRANTED COMES     *
000008*  BACK "Y", OR "N" WITH THE HOLDING OPERATOR IN                *
