000001*--------------------------------------------------------------*
000002*  SESSREC - SHARED RECORD LAYOUT FOR SESSION-LOG-FILE, THE     *
000003*  SIGN-ON SESSION LOG. ONE RECORD IS WRITTEN AT SIGN-ON AND    *
000004*  EXIT AND FOR EVERY MENU SELECTION IN BETWEEN, AND ONE FOR    *
000005*  EACH OF THE AUDITED ACTIONS BELOW.                           *
000006*                                                               *
000007*  SES-EVENT: SIGNON, SIGNFAIL, MENUPICK, EXIT, TIMEOUT.        *
000008*             APPROVE, REJECT - APP-RVW APPROVAL DECISIONS.     *
000009*             DORMANT - OPR-DORM SUSPENDED AN IDLE OPERATOR.    *
000010*             CERTCONF, CERTREVK - RCT-RVW CONFIRMED OR         *
000011*             REVOKED AN OPERATOR'S ACCESS.                     *
000012*             RSUBADD, RSUBCHG, RSUBDEL - SUB-MNT ADDED,        *
000013*             CHANGED OR DELETED A REPORT SUBSCRIPTION.         *
000014*             PLAYWIN, PLAYMAX - LITLGAME REFUSED A ROUND       *
000015*             OUTSIDE THE PLAY WINDOWS OR OVER THE DAILY        *
000016*             ALLOWANCE.                                        *
000017*  SES-DETAIL: THE PROGRAM OR OPTION PICKED ON A MENUPICK; FOR  *
000018*             AN AUDITED ACTION, WHAT IT ACTED ON.              *
000019*--------------------------------------------------------------*
000020 01  SESSION-LOG-RECORD.
000021     05  SES-DATE            PIC 9(08).
000022     05  FILLER              PIC X(01).
000023     05  SES-TIME            PIC 9(08).
000024     05  FILLER              PIC X(01).
000025     05  SES-OPERATOR        PIC X(08).
000026     05  FILLER              PIC X(01).
000027     05  SES-EVENT           PIC X(08).
000028     05  FILLER              PIC X(01).
000029     05  SES-DETAIL          PIC X(20).
