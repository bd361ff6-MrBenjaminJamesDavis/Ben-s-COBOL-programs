000001*--------------------------------------------------------------*
000002*  OSUPREC - SHARED RECORD LAYOUT FOR OPERATOR-SUPERVISOR-FILE  *
000003*  (OPRSUPV), ONE RECORD PER OPERATOR NAMING THE SUPERVISOR WHO *
000004*  ANSWERS FOR THEIR ACCESS. SET THROUGH OPR-MNT BY AN          *
000005*  ADMINISTRATOR; READ BY OPR-RCRT TO GROUP THE QUARTERLY       *
000006*  RECERTIFICATION LIST, BY RCT-RVW TO DECIDE WHO MAY CONFIRM   *
000007*  OR REVOKE AN OPERATOR, AND BY QUE-AGE TO FIND WHO AN         *
000008*  OPERATOR'S OVERDUE WORK IS ESCALATED TO.                     *
000009*                                                                *
000010*  AN OPERATOR WITH NO RECORD HERE IS RECERTIFIED BY THE        *
000011*  ADMINISTRATORS.                                              *
000012*--------------------------------------------------------------*
000013 01  OPERATOR-SUPERVISOR-RECORD.
000014     05  OSV-OPR-ID          PIC X(08).
000015     05  OSV-SUPERVISOR      PIC X(08).
000016     05  OSV-SET-BY          PIC X(08).
000017     05  OSV-SET-DATE        PIC 9(08).
