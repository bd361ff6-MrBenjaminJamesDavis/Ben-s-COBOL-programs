000001*--------------------------------------------------------------*
000002*  ADDRVREC - SHARED RECORD LAYOUT FOR ADDR-VERIFY-FILE         *
000003*  (ADDRVRFY), THE ADDRESS RE-VERIFICATION REGISTER: ONE RECORD *
000004*  PER ADDRFILE RECORD THAT HAS BEEN SENT A CONFIRMATION        *
000005*  LETTER, KEYED THE SAME AS ADDRREC. WRITTEN BY ADR-VRFY WHEN  *
000006*  THE LETTER GOES OUT UNDER THE RESERVED CAMPAIGN CODE         *
000007*  ADRVERFY; RESP-LOAD STAMPS IT VERIFIED WHEN THE REPLY COMES  *
000008*  BACK.                                                        *
000009*                                                                *
000010*  AVR-STATUS: S = LETTER SENT, REPLY AWAITED UNTIL             *
000011*  AVR-DUE-DATE; Q = NO REPLY BY THE DUE DATE, RAISED AS AN     *
000012*  UNVERIFD ITEM ON DQQUEUE FOR A CLERK TO CHASE; V = VERIFIED, *
000013*  BY REPLY OR BY THE CLERK CLOSING THE QUEUE ITEM AS FIXED.    *
000014*  AVR-VERIFIED-BY IS RESPLOAD OR THE CLERK'S OPERATOR ID.      *
000015*--------------------------------------------------------------*
000016 01  ADDR-VERIFY-RECORD.
000017     05  AVR-KEY.
000018         10  AVR-NAME        PIC X(30).
000019         10  AVR-TYPE        PIC X(01).
000020     05  AVR-STATUS          PIC X(01).
000021         88  AVR-SENT                 VALUE "S".
000022         88  AVR-CHASED               VALUE "Q".
000023         88  AVR-VERIFIED             VALUE "V".
000024     05  AVR-LAST-ACTIVITY   PIC 9(08).
000025     05  AVR-SENT-DATE       PIC 9(08).
000026     05  AVR-DUE-DATE        PIC 9(08).
000027     05  AVR-CHASED-DATE     PIC 9(08).
000028     05  AVR-VERIFIED-DATE   PIC 9(08).
000029     05  AVR-VERIFIED-BY     PIC X(08).
