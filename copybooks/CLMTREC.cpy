000001*--------------------------------------------------------------*
000002*  CLMTREC - SHARED RECORD LAYOUT FOR CALC-LIMIT-FILE           *
000003*  (CALCLMT), THE CALCULATOR VALUE LIMITS BY OPERATOR ROLE: C = *
000004*  CLERK, S = SUPERVISOR, A = ADMINISTRATOR, B = THE CALC-BAT   *
000005*  DECK.                                                        *
000006*                                                                *
000007*  CLM-CALC-LIMIT IS THE LARGEST SINGLE CALCULATION (THE LARGER *
000008*  OF THE FIRST AMOUNT AND THE RESULT, OR THE PRINCIPAL OF AN   *
000009*  INTEREST OR LOAN CALCULATION), CLM-CONV-LIMIT THE LARGEST    *
000010*  AMOUNT IN ONE CURRENCY CONVERSION AND CLM-DAILY-LIMIT THE    *
000011*  LARGEST CUMULATIVE VALUE OF CALCULATIONS IN ONE DAY, PER     *
000012*  OPERATOR (PER DECK FOR CALC-BAT). ZERO, OR NO RECORD FOR THE *
000013*  ROLE, MEANS NO LIMIT. A CALCULATION OVER A LIMIT IS HELD AND *
000014*  REFERRED TO PENDAPPR AS A CALCREF REQUEST.                   *
000015*--------------------------------------------------------------*
000016 01  CALC-LIMIT-RECORD.
000017     05  CLM-ROLE            PIC X(01).
000018     05  FILLER              PIC X(01).
000019     05  CLM-CALC-LIMIT      PIC 9(13)V99.
000020     05  FILLER              PIC X(01).
000021     05  CLM-CONV-LIMIT      PIC 9(13)V99.
000022     05  FILLER              PIC X(01).
000023     05  CLM-DAILY-LIMIT     PIC 9(13)V99.
