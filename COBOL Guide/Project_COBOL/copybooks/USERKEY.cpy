000100*****************************************************************
000110*  USERKEY.CPY
000120*  USERINPUT ENTRY AWAITING KEY VERIFICATION. THE FIRST
000130*  KEYING OF EVERY ENTRY IS WRITTEN HERE INSTEAD OF STRAIGHT
000140*  TO USERIFC. A SECOND OPERATOR RE-KEYS IT BLIND IN
000150*  USERINPUT'S VERIFY MODE - AN ENTRY WHOSE TWO KEYINGS AGREE
000160*  IS RELEASED TO USERIFC AND LEAVES THIS FILE; ONE THAT DOES
000170*  NOT IS MARKED MISMATCHED WITH THE SECOND KEYING AND THE
000180*  VERIFIER'S ID, AND WAITS FOR A SUPERVISOR IN RESOLVE MODE.
000190*
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  ---------  ----  ------------------------------------------
000230*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR USERINPUT.
000240*****************************************************************
000250 01  USER-KEY-RECORD.
000260     05  UKY-ENTRY-NO          PIC 9(05).
000270     05  UKY-KEY-DATE          PIC X(08).
000280     05  UKY-KEY-TIME          PIC X(08).
000290     05  UKY-KEYER-ID          PIC X(08).
000300     05  UKY-FIRST-VALUE       PIC S9(07).
000310     05  UKY-STATUS            PIC X(01).
000320         88  UKY-AWAITING-VERIFY         VALUE "P".
000330         88  UKY-MISMATCHED              VALUE "M".
000340     05  UKY-VERIFIER-ID       PIC X(08).
000350     05  UKY-SECOND-VALUE      PIC S9(07).
000360     05  FILLER                PIC X(10).
