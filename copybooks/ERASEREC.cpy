000006*  FROM EACH FILE. THE REGISTER DOUBLES AS THE SUPPRESSION      *
000007*  LIST THE BULK ADDRESS LOAD CHECKS SO AN ERASED NAME IS       *
000008*  NEVER RE-ADDED FROM A LOAD DECK. WRITTEN BY ERA-RUN.         *
000009*                                                                *
000010*  ERS-ERASED-ADDRESS HOLDS THE TYPE AND POSTCODE OF EACH       *
000011*  ADDRESS RECORD REMOVED, SO THE AREA REPORTS CAN COUNT THE    *
000012*  ERASURE AGAINST ITS POSTCODE DISTRICT; A REGISTER RECORD     *
000013*  WRITTEN BEFORE THESE WERE KEPT HAS THEM BLANK.               *
000014*--------------------------------------------------------------*
000015 01  ERASURE-REGISTER-RECORD.
000016     05  ERS-DATE            PIC 9(08).
000017     05  FILLER              PIC X(01).
000018     05  ERS-OPERATOR        PIC X(08).
000019     05  FILLER              PIC X(01).
000020     05  ERS-NAME            PIC X(30).
000021     05  FILLER              PIC X(01).
000022     05  ERS-ADDR-COUNT      PIC 9(03).
000023     05  FILLER              PIC X(01).
000024     05  ERS-ARCH-COUNT      PIC 9(05).
000025     05  FILLER              PIC X(01).
000026     05  ERS-AUDT-COUNT      PIC 9(05).
000027     05  FILLER              PIC X(01).
000028     05  ERS-HIST-COUNT      PIC 9(05).
000029     05  FILLER              PIC X(01).
000030     05  ERS-LABL-COUNT      PIC 9(05).
000031     05  FILLER              PIC X(01).
000032     05  ERS-RESP-COUNT      PIC 9(05).
000033     05  FILLER              PIC X(01).
000034     05  ERS-DUPW-COUNT      PIC 9(05).
000035     05  FILLER              PIC X(01).
000036     05  ERS-DQQ-COUNT       PIC 9(05).
000037     05  FILLER              PIC X(01).
000038     05  ERS-RTN-COUNT       PIC 9(05).
000039     05  FILLER              PIC X(01).
000040     05  ERS-AVR-COUNT       PIC 9(05).
000041     05  FILLER              PIC X(01).
000042     05  ERS-ERASED-ADDRESSES.
000043         10  ERS-ERASED-ADDRESS OCCURS 3 TIMES.
000044             15  ERS-ERASED-TYPE     PIC X(01).
000045             15  ERS-ERASED-POSTCODE PIC X(09).
