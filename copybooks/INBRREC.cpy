000001*--------------------------------------------------------------*
000002*  INBRREC - SHARED RECORD LAYOUT FOR INBOUND-REGISTER-FILE     *
000003*  (INBREG), ONE RECORD PER FILE FILE-RCV HAS TAKEN IN FROM A   *
000004*  SENDER: WHO SENT IT, ITS HEADER DATE AND SEQUENCE NUMBER,    *
000005*  ITS RECORD COUNT AND HASH TOTAL, AND WHETHER IT WAS ACCEPTED *
000006*  OR REFUSED, AND WHY.                                         *
000007*                                                                *
000008*  ONLY ACCEPTED ENTRIES COUNT WHEN A LATER FILE IS CHECKED FOR *
000009*  SEQUENCE AND DUPLICATES. INR-HASH-TOTAL IS WORKED OUT BY     *
000010*  FILE-RCV FROM THE BODY RECORDS, SO TWO FILES WITH THE SAME   *
000011*  COUNT AND HASH ARE THE SAME DATA WHATEVER THEIR HEADERS SAY. *
000012*--------------------------------------------------------------*
000013 01  INBOUND-REGISTER-RECORD.
000014     05  INR-FILE-ID         PIC X(08).
000015     05  FILLER              PIC X(01).
000016     05  INR-SENDER          PIC X(08).
000017     05  FILLER              PIC X(01).
000018     05  INR-BUS-DATE        PIC 9(08).
000019     05  FILLER              PIC X(01).
000020     05  INR-RECV-DATE       PIC 9(08).
000021     05  FILLER              PIC X(01).
000022     05  INR-RECV-TIME       PIC 9(08).
000023     05  FILLER              PIC X(01).
000024     05  INR-FILE-DATE       PIC 9(08).
000025     05  FILLER              PIC X(01).
000026     05  INR-SEQUENCE        PIC 9(06).
000027     05  FILLER              PIC X(01).
000028     05  INR-REC-COUNT       PIC 9(09).
000029     05  FILLER              PIC X(01).
000030     05  INR-HASH-TOTAL      PIC 9(15).
000031     05  FILLER              PIC X(01).
000032     05  INR-RESULT          PIC X(08).
000033         88  INR-ACCEPTED             VALUE "ACCEPTED".
000034         88  INR-REFUSED              VALUE "REFUSED ".
000035     05  FILLER              PIC X(01).
000036     05  INR-REASON          PIC X(40).
