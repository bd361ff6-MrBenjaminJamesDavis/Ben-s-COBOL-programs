000001*--------------------------------------------------------------*
000002*  GLJREC - SHARED RECORD LAYOUT FOR GL-JOURNAL-FILE (GLJRNL),  *
000003*  THE DOUBLE-ENTRY JOURNAL INTERFACE PICKED UP BY THE GENERAL  *
000004*  LEDGER. EACH BATCH IS AN "H" HEADER, ITS "D" POSTINGS AND A  *
000005*  "T" TRAILER CARRYING THE POSTING COUNT AND THE DEBIT AND     *
000006*  CREDIT TOTALS, WHICH ALWAYS AGREE ON A RELEASED BATCH.       *
000007*  AMOUNTS ARE UNSIGNED; THE SIDE IS GIVEN BY GLJ-DR-CR.        *
000008*  COPY THIS AFTER "FD  GL-JOURNAL-FILE" IN ANY PROGRAM THAT    *
000009*  WRITES OR READS THE JOURNAL INTERFACE.                       *
000010*--------------------------------------------------------------*
000011 01  GL-JOURNAL-RECORD.
000012     05  GLJ-REC-TYPE        PIC X(01).
000013         88  GLJ-BATCH-HEADER         VALUE "H".
000014         88  GLJ-POSTING              VALUE "D".
000015         88  GLJ-BATCH-TRAILER        VALUE "T".
000016     05  FILLER              PIC X(01).
000017     05  GLJ-BATCH-ID.
000018         10  GLJ-BATCH-SOURCE    PIC X(04).
000019         10  GLJ-BATCH-DATE      PIC 9(08).
000020     05  FILLER              PIC X(01).
000021     05  GLJ-BODY            PIC X(85).
000022     05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
000023         10  GLJ-BUS-DATE        PIC 9(08).
000024         10  FILLER              PIC X(01).
000025         10  GLJ-SOURCE-DESC     PIC X(30).
000026         10  FILLER              PIC X(46).
000027     05  GLJ-POSTING-BODY REDEFINES GLJ-BODY.
000028         10  GLJ-NOMINAL         PIC X(08).
000029         10  FILLER              PIC X(01).
000030         10  GLJ-DR-CR           PIC X(01).
000031             88  GLJ-DEBIT                VALUE "D".
000032             88  GLJ-CREDIT               VALUE "C".
000033         10  FILLER              PIC X(01).
000034         10  GLJ-AMOUNT          PIC 9(13)V99.
000035         10  FILLER              PIC X(01).
000036         10  GLJ-REFERENCE       PIC X(12).
000037         10  FILLER              PIC X(01).
000038         10  GLJ-NARRATIVE       PIC X(30).
000039         10  FILLER              PIC X(15).
000040     05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
000041         10  GLJ-POSTING-COUNT   PIC 9(07).
000042         10  FILLER              PIC X(01).
000043         10  GLJ-DEBIT-TOTAL     PIC 9(13)V99.
000044         10  FILLER              PIC X(01).
000045         10  GLJ-CREDIT-TOTAL    PIC 9(13)V99.
000046         10  FILLER              PIC X(46).
