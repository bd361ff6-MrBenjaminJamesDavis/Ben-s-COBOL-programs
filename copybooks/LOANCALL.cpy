000001*--------------------------------------------------------------*
000002*  LOANCALL - LOAN TERMS PASSED TO BASIC-CALC-SUB AS THE SIXTH  *
000003*  PARAMETER WITH THE "S" (SIMPLE INTEREST), "C" (COMPOUND      *
000004*  INTEREST) AND "R" (REPAYMENT LOAN) OPERATORS. THE PRINCIPAL  *
000005*  GOES IN THE FIRST AMOUNT AND THE ANNUAL PERCENTAGE RATE IN   *
000006*  THE SECOND; THE RESULT COMES BACK AS THE TOTAL REPAYABLE.    *
000007*                                                                *
000008*  SET WS-LOAN-TERM TO THE NUMBER OF PERIODS AND                *
000009*  WS-LOAN-FREQUENCY TO M (MONTHLY), Q (QUARTERLY) OR A         *
000010*  (ANNUAL). WS-LOAN-PAYMENT AND WS-LOAN-INTEREST COME BACK     *
000011*  AS THE REGULAR PAYMENT AND THE TOTAL INTEREST, AND           *
000012*  WS-LOAN-STATUS AS "Y" WHEN THE TERMS WERE ACCEPTED AND THE   *
000013*  SCHEDULE PRINTED, OTHERWISE "N".                             *
000014*--------------------------------------------------------------*
000015 01  WS-LOAN-TERMS.
000016     05  WS-LOAN-TERM            PIC 9(03).
000017     05  WS-LOAN-FREQUENCY       PIC X(01).
000018     05  WS-LOAN-PAYMENT         PIC S9(13)V99.
000019     05  WS-LOAN-INTEREST        PIC S9(13)V99.
000020     05  WS-LOAN-STATUS          PIC X(01).
