000001*--------------------------------------------------------------*
000002*  CREFCALL - LAYOUT OF A CALCULATOR REFERRAL (APR-ACTION       *
000003*  CALCREF) ON THE PENDAPPR QUEUE. COPY THIS INTO               *
000004*  WORKING-STORAGE IN ANY PROGRAM THAT RAISES OR REPORTS        *
000005*  CALCULATOR REFERRALS; THE THREE GROUPS ARE THE TARGET KEY,   *
000006*  BEFORE DETAIL AND AFTER DETAIL PASSED TO APP-QUE.            *
000007*                                                                *
000008*  WS-REF-TARGET CARRIES THE OPERATOR (CALC-BAT FOR A BATCH     *
000009*  DECK), THE LIMIT EXCEEDED (CALC, CONV OR DAILY) AND ITS      *
000010*  VALUE. WS-REF-BEFORE CARRIES THE CALCULATION AS ENTERED -    *
000011*  FIRST AMOUNT, OPERATION (+ - * / AS ON CALCLOG, X            *
000012*  CONVERSION, V ADD VAT, E EXTRACT VAT, S C R INTEREST AND     *
000013*  LOANS), SECOND AMOUNT AND, FOR A CONVERSION, THE TWO         *
000014*  CURRENCIES OR, FOR AN INTEREST OR LOAN CALCULATION, THE TERM *
000015*  AND PAYMENT FREQUENCY. WS-REF-AFTER CARRIES THE HELD RESULT  *
000016*  (ZERO FOR AN INTEREST OR LOAN CALCULATION, WHOSE SCHEDULE IS *
000017*  ONLY RUN ONCE APPROVED) AND ITS CURRENCY AND THE DAY'S       *
000018*  CUMULATIVE VALUE BEFORE THIS CALCULATION. A CONVERSION ALSO  *
000019*  CARRIES ITS RATE DATE (BEFORE) AND CROSS RATE (AFTER), AND A *
000020*  VAT CALCULATION THE RATE'S EFFECTIVE DATE AND PERCENTAGE, SO *
000021*  APP-RVW CAN LOG THE RELEASED RESULT AS THE CALCULATOR WOULD. *
000022*--------------------------------------------------------------*
000023 01  WS-REF-TARGET.
000024     05  WS-REF-OPERATOR     PIC X(08).
000025     05  FILLER              PIC X(01).
000026     05  WS-REF-LIMIT-KIND   PIC X(05).
000027     05  FILLER              PIC X(01).
000028     05  WS-REF-LIMIT        PIC Z(11)9.99.
000029 01  WS-REF-BEFORE.
000030     05  WS-REF-FIRST        PIC -9(13).99.
000031     05  FILLER              PIC X(01).
000032     05  WS-REF-OPERATION    PIC X(01).
000033     05  FILLER              PIC X(01).
000034     05  WS-REF-SECOND       PIC -9(13).99.
000035     05  FILLER              PIC X(01).
000036     05  WS-REF-FROM-CCY     PIC X(03).
000037     05  FILLER              PIC X(01).
000038     05  WS-REF-TO-CCY       PIC X(03).
000039     05  FILLER              PIC X(01).
000040     05  WS-REF-TERM         PIC 9(03).
000041     05  FILLER              PIC X(01).
000042     05  WS-REF-FREQUENCY    PIC X(01).
000043     05  FILLER              PIC X(01).
000044     05  WS-REF-RATE-DATE    PIC X(08).
000045 01  WS-REF-AFTER.
000046     05  WS-REF-RESULT       PIC -9(13).99.
000047     05  FILLER              PIC X(01).
000048     05  WS-REF-CURRENCY     PIC X(03).
000049     05  FILLER              PIC X(01).
000050     05  WS-REF-DAY-TOTAL    PIC -9(13).99.
000051     05  FILLER              PIC X(01).
000052     05  WS-REF-RATE         PIC 9(03)V9(06).
000053     05  FILLER              PIC X(11).
