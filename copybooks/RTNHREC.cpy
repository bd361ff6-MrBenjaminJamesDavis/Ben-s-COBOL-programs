000001*--------------------------------------------------------------*
000002*  RTNHREC - SHARED RECORD LAYOUT FOR RETURNED-MAIL-HISTORY-    *
000003*  FILE (RTNHIST): ONE RECORD PER ITEM OF MAIL RETURNED         *
000004*  UNDELIVERABLE, LOADED FROM THE RTNTRAN TRANSACTION FILE BY   *
000005*  RTN-LOAD WHEN THE ADDRESS IS FLAGGED GONE-AWAY. RESP-RPT     *
000006*  COUNTS IT AGAINST THE CAMPAIGN'S MAILINGS FOR THE            *
000007*  RETURNED-MAIL RATE.                                          *
000008*                                                                *
000009*  RTH-CAMPAIGN IS "LABELRUN" FOR LABELS FROM THE GENERAL       *
000010*  LABEL RUN, WHICH CARRY NO CAMPAIGN CODE.                     *
000011*  RTH-REASON: GA GONE AWAY, NK ADDRESSEE NOT KNOWN, NS NO      *
000012*  SUCH ADDRESS, IA INSUFFICIENT ADDRESS, RF REFUSED.           *
000013*--------------------------------------------------------------*
000014 01  RETURNED-MAIL-HISTORY-RECORD.
000015     05  RTH-DATE            PIC 9(08).
000016     05  FILLER              PIC X(01).
000017     05  RTH-CAMPAIGN        PIC X(08).
000018     05  FILLER              PIC X(01).
000019     05  RTH-NAME            PIC X(30).
000020     05  FILLER              PIC X(01).
000021     05  RTH-TYPE            PIC X(01).
000022     05  FILLER              PIC X(01).
000023     05  RTH-REASON          PIC X(02).
000024     05  FILLER              PIC X(01).
000025     05  RTH-LOAD-DATE       PIC 9(08).
