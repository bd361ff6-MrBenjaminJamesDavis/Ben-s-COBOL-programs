000001*--------------------------------------------------------------*
000002*  NUMCREC - SHARED RECORD LAYOUT FOR NUMBER-CONTROL-FILE       *
000003*  (NUMCTRL), THE SUITE'S NEXT-NUMBER COUNTERS: ONE RECORD PER  *
000004*  NUMBER SERIES (INVOICE, CREDIT, APPROVAL, MESSAGE,           *
000005*  CAMPAIGN), KEYED ON THE SERIES NAME. NUC-START-VALUE AND     *
000006*  NUC-END-VALUE ARE THE SERIES' DEFINED RANGE, SET UP FROM THE *
000007*  NUMSERS CONTROL RECORDS BY NUM-GAP. NUC-LAST-ISSUED IS THE   *
000008*  CHECKPOINT - THE LAST NUMBER NXT-NUM HANDED OUT, ZERO UNTIL  *
000009*  THE FIRST - AND IS REWRITTEN BEFORE THE NUMBER IS GIVEN TO   *
000010*  THE CALLER, SO A NUMBER IS NEVER ISSUED TWICE AFTER AN       *
000011*  ABEND.                                                       *
000012*--------------------------------------------------------------*
000013 01  NUMBER-CONTROL-RECORD.
000014     05  NUC-SERIES          PIC X(08).
000015     05  NUC-DESCRIPTION     PIC X(30).
000016     05  NUC-START-VALUE     PIC 9(08).
000017     05  NUC-END-VALUE       PIC 9(08).
000018     05  NUC-LAST-ISSUED     PIC 9(08).
000019     05  NUC-ISSUE-COUNT     PIC 9(08).
000020     05  NUC-LAST-DATE       PIC 9(08).
000021     05  NUC-LAST-TIME       PIC 9(08).
