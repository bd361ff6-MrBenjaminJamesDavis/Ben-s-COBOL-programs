000001*--------------------------------------------------------------*
000002*  INVHREC - SHARED RECORD LAYOUT FOR INVOICE-HISTORY-FILE,     *
000003*  THE PERMANENT INDEXED HISTORY OF EVERY INVOICE AND CREDIT    *
000004*  NOTE INV-EXT HAS EXTENDED.                                    *
000005*  COPY THIS AFTER "FD  INVOICE-HISTORY-FILE" IN ANY PROGRAM    *
000006*  THAT READS OR WRITES INVOICE HISTORY.                        *
000007*                                                                *
000008*  THE KEY IS DOCUMENT NUMBER PLUS LINE NUMBER. LINE 000 IS THE *
000009*  HEADER (IVH-REC-TYPE "H") WITH THE DOCUMENT TOTALS AND THE   *
000010*  NET/VAT ANALYSIS BY VAT CODE; LINES 001 UPWARDS ARE THE      *
000011*  EXTENDED LINES (IVH-REC-TYPE "L"). THE ACCOUNT NUMBER IS ON  *
000012*  EVERY RECORD AND IS AN ALTERNATE KEY, SO A CUSTOMER'S        *
000013*  DOCUMENTS CAN BE READ TOGETHER. IVH-DOC-TYPE: I = INVOICE,   *
000014*  C = CREDIT NOTE (AMOUNTS NEGATIVE, QUOTING THE ORIGINAL      *
000015*  INVOICE). ON AN INVOICE NUMBERED BY NXT-NUM THE SAME FIELD   *
000016*  IS IVH-SENDER-REF, THE SENDER'S OWN NUMBER FOR IT, WHICH     *
000017*  THE SENDER'S CREDIT NOTES QUOTE. IVH-CREDITED-NET/-GROSS ON  *
000018*  AN INVOICE ARE THE AMOUNTS CREDITED AGAINST IT SO FAR, AND   *
000019*  IVH-PAID-AMOUNT THE CASH ALLOCATED TO IT BY RCPT-POST; GROSS *
000020*  LESS BOTH IS WHAT IS STILL OUTSTANDING.                      *
000021*                                                                *
000022*  EVERY AMOUNT ON THE HEADER IS IN STERLING EXCEPT THE IVH-CUR- *
000023*  FIELDS, WHICH ARE IN THE DOCUMENT CURRENCY IVH-CURRENCY; THE  *
000024*  STERLING FIGURES ARE THE CURRENCY FIGURES DIVIDED BY          *
000025*  IVH-EXCH-RATE, THE EXRATES RATE (UNITS PER GBP) ON THE        *
000026*  INVOICE DATE. A CREDIT NOTE IS IN THE CURRENCY AND AT THE     *
000027*  RATE OF ITS ORIGINAL INVOICE. A STERLING DOCUMENT CARRIES GBP *
000028*  AT RATE 1. LINE QUANTITIES, PRICES AND AMOUNTS ARE IN THE     *
000029*  DOCUMENT CURRENCY.                                            *
000030*--------------------------------------------------------------*
000031 01  INVOICE-HISTORY-RECORD.
000032     05  IVH-KEY.
000033         10  IVH-DOC-NO      PIC X(08).
000034         10  IVH-LINE-NO     PIC 9(03).
000035     05  IVH-ACCOUNT-NO      PIC X(08).
000036     05  IVH-REC-TYPE        PIC X(01).
000037         88  IVH-HEADER               VALUE "H".
000038         88  IVH-LINE                 VALUE "L".
000039     05  IVH-BODY            PIC X(300).
000040     05  IVH-HEADER-BODY REDEFINES IVH-BODY.
000041         10  IVH-DOC-TYPE        PIC X(01).
000042             88  IVH-INVOICE              VALUE "I".
000043             88  IVH-CREDIT-NOTE          VALUE "C".
000044         10  IVH-DOC-DATE        PIC 9(08).
000045         10  IVH-CUSTOMER        PIC X(30).
000046         10  IVH-ORIG-INVOICE    PIC X(08).
000047         10  IVH-SENDER-REF REDEFINES IVH-ORIG-INVOICE
000048                                 PIC X(08).
000049         10  IVH-LINE-COUNT      PIC 9(05).
000050         10  IVH-VAT-RATE        PIC 9(02)V99.
000051         10  IVH-NET             PIC S9(13)V99.
000052         10  IVH-VAT             PIC S9(13)V99.
000053         10  IVH-GROSS           PIC S9(13)V99.
000054         10  IVH-STD-NET         PIC S9(13)V99.
000055         10  IVH-STD-VAT         PIC S9(13)V99.
000056         10  IVH-ZERO-NET        PIC S9(13)V99.
000057         10  IVH-EXEMPT-NET      PIC S9(13)V99.
000058         10  IVH-CREDITED-NET    PIC S9(13)V99.
000059         10  IVH-RUN-DATE        PIC 9(08).
000060         10  IVH-CREDITED-GROSS  PIC S9(13)V99.
000061         10  IVH-PAID-AMOUNT     PIC S9(13)V99.
000062         10  IVH-LAST-PAID-DATE  PIC 9(08).
000063         10  IVH-CURRENCY        PIC X(03).
000064         10  IVH-EXCH-RATE       PIC 9(03)V9(06).
000065         10  IVH-CUR-NET         PIC S9(13)V99.
000066         10  IVH-CUR-VAT         PIC S9(13)V99.
000067         10  IVH-CUR-GROSS       PIC S9(13)V99.
000068         10  IVH-CUR-CREDITED-NET PIC S9(13)V99.
000069         10  FILLER              PIC X(06).
000070     05  IVH-LINE-BODY REDEFINES IVH-BODY.
000071         10  IVH-QUANTITY        PIC S9(13)V99.
000072         10  IVH-UNIT-PRICE      PIC S9(13)V99.
000073         10  IVH-VAT-CODE        PIC X(01).
000074         10  IVH-LINE-NET        PIC S9(13)V99.
000075         10  IVH-LINE-VAT        PIC S9(13)V99.
000076         10  FILLER              PIC X(239).
