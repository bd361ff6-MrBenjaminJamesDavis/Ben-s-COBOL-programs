000001*--------------------------------------------------------------*
000002*  CUSTREC - SHARED RECORD LAYOUT FOR CUSTOMER-FILE, THE        *
000003*  CUSTOMER ACCOUNT MASTER BEHIND THE INVOICE RUNS.             *
000004*  COPY THIS AFTER "FD  CUSTOMER-FILE" IN ANY PROGRAM THAT      *
000005*  READS OR MAINTAINS CUSTOMER ACCOUNTS.                        *
000006*                                                                *
000007*  THE BILL-TO NAME AND TYPE ARE THE KEY OF THE ADDR-FILE       *
000008*  RECORD THE INVOICE IS ADDRESSED TO. PAYMENT TERMS ARE IN     *
000009*  DAYS. A CLOSED ACCOUNT TAKES NO FURTHER INVOICES.            *
000010*  CUS-UNALLOC-CASH IS CASH RECEIVED BY RCPT-POST THAT COULD    *
000011*  NOT BE ALLOCATED TO AN INVOICE AND STAYS ON ACCOUNT.          *
000012*--------------------------------------------------------------*
000013 01  CUSTOMER-RECORD.
000014     05  CUS-ACCOUNT-NO      PIC X(08).
000015     05  CUS-BILL-TO-KEY.
000016         10  CUS-BILL-NAME   PIC X(30).
000017         10  CUS-BILL-TYPE   PIC X(01).
000018     05  CUS-TERMS-DAYS      PIC 9(03).
000019     05  CUS-CREDIT-LIMIT    PIC 9(11)V99.
000020     05  CUS-STATUS          PIC X(01).
000021         88  CUS-ACTIVE               VALUE "A".
000022         88  CUS-CLOSED               VALUE "C".
000023     05  CUS-OPENED-DATE     PIC 9(08).
000024     05  CUS-CHANGED-BY      PIC X(08).
000025     05  CUS-CHANGED-DATE    PIC 9(08).
000026     05  CUS-UNALLOC-CASH    PIC S9(11)V99.
000027     05  FILLER              PIC X(20).
