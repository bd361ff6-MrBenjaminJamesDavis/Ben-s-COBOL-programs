000007*  THE RECORD KEY IS NAME PLUS TYPE. ADDR-TYPE: H = HOME,      *
000008*  W = WORK, D = DELIVERY. MAILING LABELS PREFER THE DELIVERY  *
000009*  ADDRESS WHEN ONE EXISTS.                                    *
000010*                                                                *
000011*  ADDR-MAIL-STATUS: G = GONE AWAY - MAIL TO THIS ADDRESS CAME   *
000012*  BACK UNDELIVERABLE (SET BY RTN-LOAD, WITH THE DATE IN         *
000013*  ADDR-RETURNED-DATE); THE MAILING RUNS SKIP IT UNTIL THE       *
000014*  ADDRESS IS CORRECTED. SPACE = MAIL AS NORMAL.                 *
000015*--------------------------------------------------------------*
000016 01  ADDR-RECORD.
000017     05  ADDR-KEY.
000018         10  ADDR-NAME       PIC X(30).
000019         10  ADDR-TYPE       PIC X(01).
000020             88  ADDR-HOME            VALUE "H".
000021             88  ADDR-WORK            VALUE "W".
000022             88  ADDR-DELIVERY        VALUE "D".
000023     05  ADDR-HOUSE-NUMBER   PIC 9(03).
000024     05  ADDR-STREET-NAME    PIC X(30).
000025     05  ADDR-CITY-NAME      PIC X(15).
000026     05  ADDR-COUNTY-NAME    PIC X(30).
000027     05  ADDR-POSTCODE       PIC X(09).
000028     05  ADDR-MAIL-STATUS    PIC X(01).
000029         88  ADDR-GONE-AWAY           VALUE "G".
000030     05  ADDR-RETURNED-DATE  PIC 9(08).
