000001*--------------------------------------------------------------*
000002*  RSUBREC - SHARED RECORD LAYOUT FOR REPORT-SUBSCRIPTION-FILE  *
000003*  (RPTSUBS), WHO IS TOLD WHEN A REPORT IS REGISTERED ON        *
000004*  RPTINDEX: ONE RECORD PER REPORT ID PER SUBSCRIBER.           *
000005*  MAINTAINED WITH SUB-MNT; READ BY RPT-DST, WHICH SENDS THE    *
000006*  NOTICES AND PRINTS THE DISTRIBUTION COPIES.                  *
000007*                                                                *
000008*  RSB-SUBSCRIBER IS AN OPERATOR ID, OR A ROLE IN BRACKETS -    *
000009*  (CLERKS), (SUPV) OR (ADMIN) - MEANING EVERY ACTIVE OPERATOR  *
000010*  HOLDING THAT ROLE WHEN THE REPORT IS DISTRIBUTED.            *
000011*                                                                *
000012*  RSB-DELIVERY: N = OPRMSG NOTICE ONLY, P = NOTICE AND A       *
000013*  PRINTED COPY IN THE DISTRIBUTION PRINT RUN.                  *
000014*--------------------------------------------------------------*
000015 01  REPORT-SUBSCRIPTION-RECORD.
000016     05  RSB-KEY.
000017         10  RSB-REPORT-ID   PIC X(08).
000018         10  RSB-SUBSCRIBER  PIC X(08).
000019     05  RSB-DELIVERY        PIC X(01).
000020         88  RSB-NOTICE-ONLY          VALUE "N".
000021         88  RSB-PRINTED-COPY         VALUE "P".
000022     05  RSB-SET-BY          PIC X(08).
000023     05  RSB-SET-DATE        PIC 9(08).
