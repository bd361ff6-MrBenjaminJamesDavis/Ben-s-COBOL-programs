000005*--------------------------------------------------------------*
000006 01  WS-AUD-ACTION           PIC X(01).
000007 01  WS-AUD-OPERATOR         PIC X(08).
000008 01  WS-AUD-BEFORE           PIC X(127).
000009 01  WS-AUD-AFTER            PIC X(127).
