000005*  ADMINISTRATOR (NOT THE REQUESTER) APPLIES OR REJECTS THEM    *
000006*  IN APP-RVW. QUEUED VIA THE SHARED APP-QUE SUBROUTINE.        *
000007*                                                                *
000008*  APR-ACTION: OPRADD, ROLECHG, PWDRESET, REINSTAT, REVOKE      *
000009*  (OPERFILE); RATEADD, RATECHG (EXRATES). REVOKE IS RAISED BY  *
000010*  RCT-RVW WHEN A SUPERVISOR DOES NOT RECERTIFY AN OPERATOR'S   *
000011*  ACCESS; APPLYING IT SUSPENDS THE OPERATOR.                   *
000012*  CALCREF IS RAISED BY BASIC-CALCULATOR AND CALC-BAT FOR A     *
000013*  CALCULATION OVER THE OPERATOR'S CALCLMT VALUE LIMITS, LAID   *
000014*  OUT AS CREFCALL; APPLYING IT RELEASES THE HELD RESULT.       *
000015*  APR-STATUS: P = PENDING, A = APPROVED, R = REJECTED.         *
000016*  THE BEFORE AND AFTER DETAILS ARE ACTION-SHAPED: OPERATOR     *
000017*  ACTIONS CARRY THE ENCODED PASSWORD (1-8) - OPR-MNT ENCODES  *
000018*  BEFORE QUEUEING - ROLE (9) AND NAME (10-39);                 *
000019*  RATE ACTIONS CARRY THE RATE AS ENTERED. THE TARGET KEY IS    *
000020*  THE OPERATOR ID, OR CURRENCY PLUS DATE FOR A RATE.           *
000021*--------------------------------------------------------------*
000022 01  PENDING-APPROVAL-RECORD.
000023     05  APR-SEQ             PIC 9(06).
000024     05  APR-RAISED-DATE     PIC 9(08).
000025     05  APR-RAISED-TIME     PIC 9(08).
000026     05  APR-REQUESTER       PIC X(08).
000027     05  APR-SOURCE          PIC X(08).
000028     05  APR-ACTION          PIC X(08).
000029         88  APR-OPERATOR-ADD         VALUE "OPRADD".
000030         88  APR-ROLE-CHANGE          VALUE "ROLECHG".
000031         88  APR-PASSWORD-RESET       VALUE "PWDRESET".
000032         88  APR-REINSTATE            VALUE "REINSTAT".
000033         88  APR-REVOKE               VALUE "REVOKE".
000034         88  APR-RATE-ADD             VALUE "RATEADD".
000035         88  APR-RATE-CHANGE          VALUE "RATECHG".
000036         88  APR-CALC-REFERRAL        VALUE "CALCREF".
000037     05  APR-TARGET-KEY      PIC X(30).
000038     05  APR-BEFORE-DETAIL   PIC X(60).
000039     05  APR-AFTER-DETAIL    PIC X(60).
000040     05  APR-STATUS          PIC X(01).
000041         88  APR-PENDING              VALUE "P".
000042         88  APR-APPROVED             VALUE "A".
000043         88  APR-REJECTED             VALUE "R".
000044     05  APR-DECIDED-BY      PIC X(08).
000045     05  APR-DECIDED-DATE    PIC 9(08).
