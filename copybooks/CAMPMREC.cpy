000001*--------------------------------------------------------------*
000002*  CAMPMREC - SHARED RECORD LAYOUT FOR CAMPAIGN-MASTER-FILE     *
000003*  (CAMPMAST), THE REGISTER OF MAILING CAMPAIGNS. CAMP-RUN      *
000004*  MAILS ONLY UNDER A CAMPAIGN DEFINED HERE, TAKES ITS          *
000005*  SELECTION CRITERIA FROM IT AND STOPS RELEASING LABELS AT THE *
000006*  POSTAGE BUDGET; CAMP-MNT MAINTAINS IT AND CAMP-PNL REPORTS   *
000007*  ON IT.                                                       *
000008*                                                                *
000009*  CPM-STATUS: P = PLANNED (NOT YET MAILED), L = LIVE (MAILED   *
000010*  AT LEAST ONCE), C = CLOSED (NO FURTHER MAILINGS). CPM-SPENT  *
000011*  AND CPM-ITEMS-MAILED ARE THE POSTAGE AND ITEMS OF EVERY RUN  *
000012*  SO FAR; CPM-FIRST-MAILED IS THE DATE OF THE FIRST RUN, WHICH *
000013*  OPENS THE RESPONSE WINDOW OF CPM-RESPONSE-DAYS.              *
000014*--------------------------------------------------------------*
000015 01  CAMPAIGN-MASTER-RECORD.
000016     05  CPM-CODE            PIC X(08).
000017     05  CPM-DESCRIPTION     PIC X(30).
000018     05  CPM-OWNER           PIC X(20).
000019     05  CPM-CRITERIA.
000020         10  CPM-CRITERION-TYPE  PIC 9(01).
000021             88  CPM-SELECT-CITY          VALUE 1.
000022             88  CPM-SELECT-COUNTY        VALUE 2.
000023             88  CPM-SELECT-PREFIX        VALUE 3.
000024         10  CPM-CRITERION-VALUE PIC X(30).
000025         10  CPM-SUPPRESS-DAYS   PIC 9(03).
000026     05  CPM-PLANNED-DATE    PIC 9(08).
000027     05  CPM-BUDGET          PIC 9(07)V99.
000028     05  CPM-RESPONSE-DAYS   PIC 9(03).
000029     05  CPM-STATUS          PIC X(01).
000030         88  CPM-PLANNED              VALUE "P".
000031         88  CPM-LIVE                 VALUE "L".
000032         88  CPM-CLOSED               VALUE "C".
000033     05  CPM-FIRST-MAILED    PIC 9(08).
000034     05  CPM-SPENT           PIC 9(07)V99.
000035     05  CPM-ITEMS-MAILED    PIC 9(07).
000036     05  CPM-CHANGED-BY      PIC X(08).
000037     05  CPM-CHANGED-DATE    PIC 9(08).
000038     05  FILLER              PIC X(20).
