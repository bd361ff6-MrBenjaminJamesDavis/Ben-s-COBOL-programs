000001*--------------------------------------------------------------*
000002*  QESCREC - SHARED RECORD LAYOUT FOR QUEUE-ESCALATION-FILE     *
000003*  (QESCLOG), THE REGISTER OF WORK-QUEUE ITEMS QUE-AGE HAS      *
000004*  ESCALATED FOR BEING OPEN PAST THEIR QUEUE'S SLA, SO EACH     *
000005*  ITEM IS ESCALATED ONCE ONLY. KEYED ON THE QUEUE AND THE      *
000006*  ITEM'S OWN KEY ON THAT QUEUE.                                *
000007*                                                                *
000008*  QES-LAST-SEEN IS THE LAST BUSINESS DATE THE ITEM WAS STILL   *
000009*  OPEN. AN ENTRY WHOSE ITEM HAS SINCE BEEN WORKED OFF IS       *
000010*  CLEARED BY THE NEXT QUE-AGE RUN.                             *
000011*--------------------------------------------------------------*
000012 01  QUEUE-ESCALATION-RECORD.
000013     05  QES-KEY.
000014         10  QES-QUEUE       PIC X(08).
000015         10  QES-ITEM-KEY    PIC X(40).
000016     05  QES-RAISED-DATE     PIC 9(08).
000017     05  QES-AGE-DAYS        PIC 9(05).
000018     05  QES-WAITING-ON      PIC X(08).
000019     05  QES-ESCALATED-TO    PIC X(08).
000020     05  QES-ESCALATED-DATE  PIC 9(08).
000021     05  QES-LAST-SEEN       PIC 9(08).
