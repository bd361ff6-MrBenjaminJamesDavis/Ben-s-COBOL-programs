000001*--------------------------------------------------------------*
000002*  PERHREC - SHARED RECORD LAYOUT FOR PERIOD-HISTORY-FILE       *
000003*  (PERHIST): APPEND-ONLY TRAIL OF EVERY PERIOD CLOSE, REOPEN   *
000004*  AND RE-CLOSE - WHEN, WHICH PERIOD, WHO AND WHY.              *
000005*                                                                *
000006*  PHS-ACTION:   CLOSE, REOPEN OR RECLOSE.                       *
000007*--------------------------------------------------------------*
000008 01  PERIOD-HISTORY-RECORD.
000009     05  PHS-DATE            PIC 9(08).
000010     05  FILLER              PIC X(01).
000011     05  PHS-TIME            PIC 9(08).
000012     05  FILLER              PIC X(01).
000013     05  PHS-PERIOD-END      PIC 9(08).
000014     05  FILLER              PIC X(01).
000015     05  PHS-ACTION          PIC X(08).
000016     05  FILLER              PIC X(01).
000017     05  PHS-OPERATOR        PIC X(08).
000018     05  FILLER              PIC X(01).
000019     05  PHS-REASON          PIC X(40).
