000001*--------------------------------------------------------------*
000002*  SARLREC - SHARED RECORD LAYOUT FOR SUBJECT-ACCESS-LOG-FILE   *
000003*  (SARLOG), THE REGISTER OF EVERY SUBJECT-ACCESS REQUEST       *
000004*  ANSWERED: ONE RECORD PER REQUEST SHOWING WHEN IT WAS         *
000005*  RECEIVED AND ANSWERED, HOW MANY DAYS THAT TOOK, WHETHER IT   *
000006*  WENT PAST THE STATUTORY LIMIT, WHO AUTHORISED IT, THE        *
000007*  REPORT IT WAS ANSWERED WITH AND HOW MANY RECORDS EACH FILE   *
000008*  GAVE UP. WRITTEN BY SAR-RUN.                                 *
000009*                                                                *
000010*  SAL-LATE-FLAG: Y = ANSWERED AFTER THE STATUTORY LIMIT.       *
000011*--------------------------------------------------------------*
000012 01  SUBJECT-ACCESS-LOG-RECORD.
000013     05  SAL-RECEIVED-DATE   PIC 9(08).
000014     05  FILLER              PIC X(01).
000015     05  SAL-ANSWERED-DATE   PIC 9(08).
000016     05  FILLER              PIC X(01).
000017     05  SAL-ANSWERED-TIME   PIC 9(08).
000018     05  FILLER              PIC X(01).
000019     05  SAL-DAYS-TAKEN      PIC 9(03).
000020     05  FILLER              PIC X(01).
000021     05  SAL-LATE-FLAG       PIC X(01).
000022     05  FILLER              PIC X(01).
000023     05  SAL-OPERATOR        PIC X(08).
000024     05  FILLER              PIC X(01).
000025     05  SAL-NAME            PIC X(30).
000026     05  FILLER              PIC X(01).
000027     05  SAL-REPORT-ID       PIC X(08).
000028     05  FILLER              PIC X(01).
000029     05  SAL-ADDR-COUNT      PIC 9(03).
000030     05  FILLER              PIC X(01).
000031     05  SAL-ARCH-COUNT      PIC 9(05).
000032     05  FILLER              PIC X(01).
000033     05  SAL-AUDT-COUNT      PIC 9(05).
000034     05  FILLER              PIC X(01).
000035     05  SAL-HIST-COUNT      PIC 9(05).
000036     05  FILLER              PIC X(01).
000037     05  SAL-RESP-COUNT      PIC 9(05).
000038     05  FILLER              PIC X(01).
000039     05  SAL-DQQ-COUNT       PIC 9(05).
000040     05  FILLER              PIC X(01).
000041     05  SAL-ERAS-COUNT      PIC 9(05).
000042     05  FILLER              PIC X(01).
000043     05  SAL-RTN-COUNT       PIC 9(05).
000044     05  FILLER              PIC X(01).
000045     05  SAL-AVR-COUNT       PIC 9(05).
