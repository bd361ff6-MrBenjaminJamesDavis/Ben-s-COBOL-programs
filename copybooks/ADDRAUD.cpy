000003*  BEFORE/AFTER AUDIT TRAIL OF EVERY ADD, CHANGE AND DELETE     *
000004*  APPLIED TO THE ADDRESS BOOK. THE TWO IMAGES LINE UP BYTE-    *
000005*  FOR-BYTE WITH ADDRREC; AN ADD CARRIES SPACES IN THE BEFORE   *
000006*  IMAGE AND A DELETE CARRIES SPACES IN THE AFTER IMAGE. ACTION *
000007*  V RECORDS AN ADDRESS CONFIRMED AS STILL CORRECT BY           *
000008*  RE-VERIFICATION, WITH THE SAME IMAGE BEFORE AND AFTER.       *
000009*  THE IMAGES GREW FROM 118 TO 127 BYTES WITH THE GONE-AWAY     *
000010*  FIELDS ON ADDRREC; A TRAIL WRITTEN BEFORE THAT IS CONVERTED  *
000011*  ONCE BY AUD-CNV (JOB CONVERT) BEFORE ANY PROGRAM READS IT.   *
000012*  COPY THIS AFTER "FD  ADDR-AUDIT-FILE" IN ANY PROGRAM THAT    *
000013*  WRITES OR READS THE AUDIT TRAIL.                             *
000014*--------------------------------------------------------------*
000015 01  ADDR-AUDIT-RECORD.
000016     05  AUD-DATE            PIC 9(08).
000017     05  FILLER              PIC X(01).
000018     05  AUD-TIME            PIC 9(08).
000019     05  FILLER              PIC X(01).
000020     05  AUD-OPERATOR-ID     PIC X(08).
000021     05  FILLER              PIC X(01).
000022     05  AUD-ACTION          PIC X(01).
000023     05  FILLER              PIC X(01).
000024     05  AUD-BEFORE-IMAGE.
000025         10  AUD-BEF-NAME        PIC X(30).
000026         10  AUD-BEF-DETAIL      PIC X(97).
000027     05  FILLER              PIC X(01).
000028     05  AUD-AFTER-IMAGE.
000029         10  AUD-AFT-NAME        PIC X(30).
000030         10  AUD-AFT-DETAIL      PIC X(97).
