000001*--------------------------------------------------------------*
000002*  SCHLREC - SHARED RECORD LAYOUT FOR SCHEDULE-LOG-FILE         *
000003*  (SCHEDLOG), ONE RECORD PER DECISION SCH-GATE TAKES ON A      *
000004*  NIGHTLY STEP: WHETHER IT WAS RELEASED TO RUN, AND IF NOT,    *
000005*  WHY. BAT-STAT LISTS THE DAY'S ENTRIES SO THE MORNING CHECK   *
000006*  CAN SEE WHY A STEP DID NOT RUN.                              *
000007*                                                                *
000008*  SLG-DECISION: RELEASED = THE STEP RAN; COMPLETE = RUNCTRL    *
000009*  ALREADY SHOWED IT COMPLETE, SO A RESTART SKIPPED IT; NOT DUE *
000010*  = ITS CALENDAR RULE DID NOT CALL FOR IT ON THE BUSINESS      *
000011*  DATE; HELD = A PREDECESSOR OR AN EARLIER CRITICAL STEP WAS   *
000012*  NOT COMPLETE. SLG-RESTART-FLAG IS Y WHEN THE STEP HAD        *
000013*  ALREADY BEEN DECIDED ONCE FOR THE SAME BUSINESS DATE.        *
000014*--------------------------------------------------------------*
000015 01  SCHEDULE-LOG-RECORD.
000016     05  SLG-BUS-DATE        PIC 9(08).
000017     05  FILLER              PIC X(01).
000018     05  SLG-RUN-DATE        PIC 9(08).
000019     05  FILLER              PIC X(01).
000020     05  SLG-RUN-TIME        PIC 9(08).
000021     05  FILLER              PIC X(01).
000022     05  SLG-STEP-ID         PIC X(08).
000023     05  FILLER              PIC X(01).
000024     05  SLG-PROGRAM         PIC X(08).
000025     05  FILLER              PIC X(01).
000026     05  SLG-DECISION        PIC X(08).
000027         88  SLG-RELEASED             VALUE "RELEASED".
000028         88  SLG-COMPLETE             VALUE "COMPLETE".
000029         88  SLG-NOT-DUE              VALUE "NOT DUE ".
000030         88  SLG-HELD                 VALUE "HELD    ".
000031     05  FILLER              PIC X(01).
000032     05  SLG-RESTART-FLAG    PIC X(01).
000033         88  SLG-RESTART              VALUE "Y".
000034     05  FILLER              PIC X(01).
000035     05  SLG-REASON          PIC X(40).
