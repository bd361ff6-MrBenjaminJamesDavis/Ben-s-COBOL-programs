000001*--------------------------------------------------------------*
000002*  INVCREC - SHARED RECORD LAYOUT FOR INVOICE-CONTROL-FILE      *
000003*  (INVCTL), ONE RECORD APPENDED BY EVERY INV-EXT RUN CARRYING  *
000004*  THE CONTROL TOTALS PRINTED AT THE FOOT OF THAT RUN'S INVREG  *
000005*  REGISTER. INVREG ITSELF IS REPLACED BY THE NEXT RUN, SO      *
000006*  THIS IS WHAT THE VAT RETURN RECONCILES BACK TO.              *
000007*  AMOUNTS ARE HELD DISPLAY-EDITED SO THE FILE READS ON A       *
000008*  BROWSE; USE NUMVAL TO TAKE THEM BACK TO A NUMBER.            *
000009*--------------------------------------------------------------*
000010 01  INVOICE-CONTROL-RECORD.
000011     05  ICT-RUN-DATE        PIC 9(08).
000012     05  FILLER              PIC X(01).
000013     05  ICT-INVOICE-COUNT   PIC 9(05).
000014     05  FILLER              PIC X(01).
000015     05  ICT-CREDIT-COUNT    PIC 9(05).
000016     05  FILLER              PIC X(01).
000017     05  ICT-LINE-COUNT      PIC 9(07).
000018     05  FILLER              PIC X(01).
000019     05  ICT-NET-TEXT        PIC X(17).
000020     05  FILLER              PIC X(01).
000021     05  ICT-VAT-TEXT        PIC X(17).
000022     05  FILLER              PIC X(01).
000023     05  ICT-GROSS-TEXT      PIC X(17).
000024     05  FILLER              PIC X(01).
000025     05  ICT-STD-NET-TEXT    PIC X(17).
000026     05  FILLER              PIC X(01).
000027     05  ICT-STD-VAT-TEXT    PIC X(17).
000028     05  FILLER              PIC X(01).
000029     05  ICT-ZERO-NET-TEXT   PIC X(17).
000030     05  FILLER              PIC X(01).
000031     05  ICT-EXEMPT-NET-TEXT PIC X(17).
