000004*  THE SHARED RPT-WTR REPORT WRITER: ONE RECORD PER REPORT      *
000005*  RUN, KEYED ON REPORT ID PLUS THE BUSINESS DATE AND TIME IT   *
000006*  WAS OPENED. RPT-INQ LISTS THE REGISTER AND REPRINTS A HELD   *
000007*  REPORT FROM THE RPTSTORE BODY STORE; RPT-DST DISTRIBUTES     *
000008*  EACH NEW ENTRY TO ITS SUBSCRIBERS ON RPTSUBS.                *
000009*                                                                *
000010*  RPX-SET-ID:   BLANK, OR THE SET A REPORT IS FILED UNDER -     *
000011*                PER-CLS FILES THE PERIOD-END PACK AS ONE SET    *
000012*                (PEYYYYMM), AND RPT-INQ NEVER PURGES IT.        *
000013*                ADDED AT THE END OF THE RECORD (44 BYTES TO     *
000014*                52); A REGISTER BUILT BEFORE THAT IS CONVERTED  *
000015*                ONCE BY RPX-CNV (JOB CONVERT).                  *
000016*--------------------------------------------------------------*
000017 01  REPORT-INDEX-RECORD.
000018     05  RPX-KEY.
000019         10  RPX-REPORT-ID   PIC X(08).
000020         10  RPX-BUS-DATE    PIC 9(08).
000021         10  RPX-OPEN-TIME   PIC 9(08).
000022     05  RPX-OPERATOR        PIC X(08).
000023     05  RPX-LINE-COUNT      PIC 9(07).
000024     05  RPX-PAGE-COUNT      PIC 9(05).
000025     05  RPX-SET-ID          PIC X(08).
