000001*--------------------------------------------------------------*
000002*  PERDREC - SHARED RECORD LAYOUT FOR PERIOD-CONTROL-FILE       *
000003*  (PERCTL): ONE RECORD PER ACCOUNTING PERIOD, KEYED ON THE     *
000004*  PERIOD-END DATE FLAGGED ON BUSCAL. PER-CLS WRITES IT WHEN    *
000005*  THE PERIOD-END PACK STARTS AND CLOSES IT WHEN THE PACK IS    *
000006*  COMPLETE; PER-CHK TELLS A POSTING PROGRAM WHETHER A DATE     *
000007*  FALLS IN A CLOSED PERIOD; PER-MNT IS THE SUPERVISOR REOPEN.  *
000008*                                                                *
000009*  PRD-STATUS:   P = PACK RUNNING, C = CLOSED, R = REOPENED.    *
000010*                A PERIOD AT P OR C TAKES NO DATED POSTINGS.    *
000011*  PRD-SET-ID:   THE SET THE PACK IS FILED UNDER ON RPTINDEX.  *
000012*  PRD-PACK-DATE/TIME: CLOCK TIME THE PACK STARTED - THE PACK   *
000013*                REPORTS ARE THE ONES REGISTERED AFTER IT.      *
000014*--------------------------------------------------------------*
000015 01  PERIOD-CONTROL-RECORD.
000016     05  PRD-END-DATE        PIC 9(08).
000017     05  PRD-START-DATE      PIC 9(08).
000018     05  PRD-STATUS          PIC X(01).
000019         88  PRD-PACK-RUNNING         VALUE "P".
000020         88  PRD-CLOSED               VALUE "C".
000021         88  PRD-REOPENED             VALUE "R".
000022         88  PRD-NO-POSTING           VALUE "P" "C".
000023     05  PRD-SET-ID          PIC X(08).
000024     05  PRD-PACK-DATE       PIC 9(08).
000025     05  PRD-PACK-TIME       PIC 9(08).
000026     05  PRD-CLOSE-DATE      PIC 9(08).
000027     05  PRD-CLOSE-TIME      PIC 9(08).
000028     05  PRD-REOPEN-COUNT    PIC 9(03).
000029     05  PRD-ACTION-OPERATOR PIC X(08).
000030     05  PRD-ACTION-DATE     PIC 9(08).
000031     05  PRD-ACTION-TIME     PIC 9(08).
000032     05  PRD-ACTION-REASON   PIC X(40).
