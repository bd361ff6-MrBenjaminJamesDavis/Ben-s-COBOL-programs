000001*--------------------------------------------------------------*
000002*  RDLVREC - SHARED RECORD LAYOUT FOR REPORT-DELIVERY-FILE      *
000003*  (RPTDLVR), ONE RECORD PER REGISTERED REPORT PER OPERATOR IT  *
000004*  WAS DISTRIBUTED TO, KEYED ON THE RPTINDEX KEY PLUS THE       *
000005*  RECIPIENT. WRITTEN BY RPT-DST WHEN THE NOTICE IS SENT, SO NO *
000006*  ONE IS TOLD OF THE SAME REPORT TWICE; RPT-INQ RECORDS WHEN   *
000007*  THE RECIPIENT FIRST OPENS THE REPORT AND SHOWS IT AGAINST    *
000008*  THE REGISTER.                                                *
000009*                                                                *
000010*  RDL-PRINT-WANTED: Y = A PRINTED COPY GOES OUT IN THE         *
000011*  DISTRIBUTION PRINT RUN. RDL-PRINTED-DATE AND RDL-OPENED-DATE *
000012*  STAY ZERO UNTIL THE COPY IS PRINTED OR THE REPORT IS OPENED. *
000013*--------------------------------------------------------------*
000014 01  REPORT-DELIVERY-RECORD.
000015     05  RDL-KEY.
000016         10  RDL-REPORT-ID   PIC X(08).
000017         10  RDL-BUS-DATE    PIC 9(08).
000018         10  RDL-OPEN-TIME   PIC 9(08).
000019         10  RDL-RECIPIENT   PIC X(08).
000020     05  RDL-SUBSCRIBER      PIC X(08).
000021     05  RDL-NOTIFIED-DATE   PIC 9(08).
000022     05  RDL-PRINT-WANTED    PIC X(01).
000023         88  RDL-PRINT-COPY           VALUE "Y".
000024     05  RDL-PRINTED-DATE    PIC 9(08).
000025     05  RDL-OPENED-DATE     PIC 9(08).
000026     05  RDL-OPENED-TIME     PIC 9(08).
