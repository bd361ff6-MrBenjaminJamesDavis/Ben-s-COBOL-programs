000001*--------------------------------------------------------------*
000002*  NISSREC - SHARED RECORD LAYOUT FOR NUMBER-ISSUE-FILE         *
000003*  (NUMISSUE), THE REGISTER OF EVERY NUMBER NXT-NUM HAS ISSUED: *
000004*  ONE RECORD PER SERIES AND NUMBER, WRITTEN "I" (ISSUED) WHEN  *
000005*  THE NUMBER IS HANDED OUT AND TURNED "U" (USED) WHEN THE      *
000006*  CALLING PROGRAM HAS WRITTEN THE DOCUMENT OR RECORD THAT      *
000007*  CARRIES IT. NUM-GAP REPORTS THE NUMBERS LEFT "I" AND ANY     *
000008*  MISSING FROM THE REGISTER.                                   *
000009*                                                                *
000010*  NIS-PROGRAM IS THE PROGRAM THAT TOOK THE NUMBER;             *
000011*  NIS-REFERENCE IS WHAT THE USER OF THE NUMBER RECORDED        *
000012*  AGAINST IT (THE OPERATOR, ACCOUNT OR SENDER'S OWN            *
000013*  REFERENCE).                                                  *
000014*--------------------------------------------------------------*
000015 01  NUMBER-ISSUE-RECORD.
000016     05  NIS-KEY.
000017         10  NIS-SERIES      PIC X(08).
000018         10  NIS-NUMBER      PIC 9(08).
000019     05  NIS-STATUS          PIC X(01).
000020         88  NIS-ISSUED               VALUE "I".
000021         88  NIS-USED                 VALUE "U".
000022     05  NIS-PROGRAM         PIC X(08).
000023     05  NIS-ISSUE-DATE      PIC 9(08).
000024     05  NIS-ISSUE-TIME      PIC 9(08).
000025     05  NIS-USED-DATE       PIC 9(08).
000026     05  NIS-REFERENCE       PIC X(20).
