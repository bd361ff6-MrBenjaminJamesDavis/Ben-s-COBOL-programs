000001*--------------------------------------------------------------*
000002*  RESPHREC - SHARED RECORD LAYOUT FOR RESPONSE-HISTORY-FILE    *
000003*  (RESPHIST): ONE RECORD PER VALIDATED CAMPAIGN RESPONSE,      *
000004*  LOADED FROM THE RESPTRAN TRANSACTION FILE BY RESP-LOAD AFTER *
000005*  THE MAILING IS CONFIRMED ON CAMPHIST. RSP-TYPE IS THE        *
000006*  RESPONSE TYPE AS SUPPLIED (E.G. O ORDER, E ENQUIRY, R        *
000007*  RETURN); C IS A REPLY CONFIRMING THE ADDRESS TO AN ADRVERFY  *
000008*  RE-VERIFICATION LETTER.                                      *
000009*--------------------------------------------------------------*
000010 01  RESPONSE-HISTORY-RECORD.
000011     05  RSP-DATE            PIC 9(08).
000012     05  FILLER              PIC X(01).
000013     05  RSP-CAMPAIGN        PIC X(08).
000014     05  FILLER              PIC X(01).
000015     05  RSP-NAME            PIC X(30).
000016     05  FILLER              PIC X(01).
000017     05  RSP-TYPE            PIC X(01).
