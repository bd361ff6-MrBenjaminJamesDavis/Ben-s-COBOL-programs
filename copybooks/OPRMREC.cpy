000009*  OMG-STATUS: U = UNREAD, R = READ.                            *
000010*  OMG-KIND:   M = MESSAGE, R = READ RECEIPT, B = BOUNCED       *
000011*  (RETURNED TO THE SENDER BECAUSE THE ADDRESSEE IS SUSPENDED   *
000012*  OR NO LONGER ON FILE), E = ESCALATION (POSTED FROM QUEAGE    *
000013*  BY QUE-AGE FOR A WORK-QUEUE ITEM PAST ITS SLA), N = REPORT   *
000014*  NOTICE (POSTED FROM RPTDIST BY RPT-DST WHEN A SUBSCRIBED     *
000015*  REPORT IS REGISTERED). RECEIPTS, BOUNCES, ESCALATIONS AND    *
000016*  NOTICES DO NOT THEMSELVES GENERATE RECEIPTS.                 *
000017*--------------------------------------------------------------*
000018 01  OPERATOR-MESSAGE-RECORD.
000019     05  OMG-KEY.
000020         10  OMG-TO-OPR      PIC X(08).
000021         10  OMG-SEQ         PIC 9(06).
000022     05  OMG-FROM-OPR        PIC X(08).
000023     05  OMG-SENT-DATE       PIC 9(08).
000024     05  OMG-SENT-TIME       PIC 9(08).
000025     05  OMG-STATUS          PIC X(01).
000026         88  OMG-UNREAD               VALUE "U".
000027         88  OMG-READ                 VALUE "R".
000028     05  OMG-KIND            PIC X(01).
000029         88  OMG-IS-MESSAGE           VALUE "M".
000030         88  OMG-IS-RECEIPT           VALUE "R".
000031         88  OMG-IS-BOUNCE            VALUE "B".
000032         88  OMG-IS-ESCALATION        VALUE "E".
000033         88  OMG-IS-NOTICE            VALUE "N".
000034     05  OMG-TEXT            PIC X(60).
