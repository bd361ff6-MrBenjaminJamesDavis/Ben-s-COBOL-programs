000001*--------------------------------------------------------------*
000002*  RCRTREC - SHARED RECORD LAYOUT FOR RECERTIFICATION-FILE      *
000003*  (OPRRCRT), ONE RECORD PER OPERATOR PER QUARTER. OPR-RCRT     *
000004*  WRITES THE QUARTER'S RECORDS WHEN IT PRINTS THE              *
000005*  RECERTIFICATION LIST; RCT-RVW RECORDS EACH SUPERVISOR'S      *
000006*  DECISION AGAINST THEM.                                       *
000007*                                                                *
000008*  RCR-QUARTER:    YYYYQN, E.G. 2026Q4.                         *
000009*  RCR-SUPERVISOR: THE SUPERVISOR ON OPRSUPV WHEN THE LIST WAS  *
000010*                  DRAWN, OR ADMIN WHEN THE OPERATOR HAS NONE.  *
000011*  RCR-DECISION:   P = PENDING, C = CONFIRMED, R = REVOKED (A   *
000012*                  REVOKE REQUEST HAS GONE TO PENDAPPR).        *
000013*--------------------------------------------------------------*
000014 01  RECERTIFICATION-RECORD.
000015     05  RCR-KEY.
000016         10  RCR-QUARTER     PIC X(06).
000017         10  RCR-OPR-ID      PIC X(08).
000018     05  RCR-SUPERVISOR      PIC X(08).
000019     05  RCR-OPR-NAME        PIC X(30).
000020     05  RCR-ROLE            PIC X(01).
000021     05  RCR-STATUS          PIC X(01).
000022     05  RCR-LAST-SIGNON     PIC 9(08).
000023     05  RCR-DECISION        PIC X(01).
000024         88  RCR-PENDING              VALUE "P".
000025         88  RCR-CONFIRMED            VALUE "C".
000026         88  RCR-REVOKED              VALUE "R".
000027     05  RCR-DECIDED-BY      PIC X(08).
000028     05  RCR-DECIDED-DATE    PIC 9(08).
