000006*  CLERK WORKS THE QUEUE FROM THE ADDRESS BOOK SCREEN AND       *
000007*  DQ-RPT SHOWS THE SUPERVISOR WHAT IS STILL OUTSTANDING.       *
000008*                                                                *
000009*  DQQ-CHECK: BLANK, BADSHAPE, BADPREFX OR CNTYMISM, OR         *
000010*  GONEAWAY WHEN RTN-LOAD HAS FLAGGED THE ADDRESS FROM RETURNED *
000011*  MAIL, OR UNVERIFD WHEN ADR-VRFY HAS HAD NO REPLY TO A        *
000012*  RE-VERIFICATION LETTER - CLOSING IT AS FIXED CONFIRMS THE    *
000013*  ADDRESS.                                                     *
000014*  DQQ-STATUS: O = OPEN, F = FIXED, D = DISMISSED.              *
000015*  DQQ-SNAPSHOT HOLDS THE ADDRESS DETAIL (STREET, CITY,         *
000016*  COUNTY, POSTCODE) AS IT STOOD WHEN THE FINDING WAS RAISED,   *
000017*  SO A RE-RUN REOPENS A DISMISSED ITEM ONLY WHEN THE DATA      *
000018*  HAS CHANGED SINCE.                                           *
000019*--------------------------------------------------------------*
000020 01  DQ-QUEUE-RECORD.
000021     05  DQQ-KEY.
000022         10  DQQ-NAME        PIC X(30).
000023         10  DQQ-TYPE        PIC X(01).
000024         10  DQQ-CHECK       PIC X(08).
000025     05  DQQ-STATUS          PIC X(01).
000026         88  DQQ-OPEN                 VALUE "O".
000027         88  DQQ-FIXED                VALUE "F".
000028         88  DQQ-DISMISSED            VALUE "D".
000029     05  DQQ-RAISED-DATE     PIC 9(08).
000030     05  DQQ-DETAIL          PIC X(20).
000031     05  DQQ-CLOSED-BY       PIC X(08).
000032     05  DQQ-CLOSED-DATE     PIC 9(08).
000033     05  DQQ-REASON          PIC X(30).
000034     05  DQQ-SNAPSHOT        PIC X(84).
