000100*****************************************************************
000110*  CHGPEND.CPY
000120*  PENDING MAINTENANCE CHANGE, AWAITING A SECOND OPERATOR'S
000130*  APPROVAL. PRICMNT (OVER PRICEREF) AND OPAMNT (OVER
000140*  OPAUTHF) NO LONGER UPDATE THEIR FILES WHEN A CHANGE IS
000150*  KEYED - THE MAKER'S ADD, CHANGE OR DEACTIVATE IS WRITTEN
000160*  HERE WITH THE RECORD AS IT STOOD (BEFORE IMAGE, SPACES FOR
000170*  AN ADD) AND AS IT WILL STAND (AFTER IMAGE), AND TAKES
000180*  EFFECT ONLY WHEN A DIFFERENT OPERATOR WITH THE SAME
000190*  AUTHORITY APPROVES IT. A REJECTED CHANGE IS DISCARDED.
000200*  EACH PROGRAM KEEPS ITS OWN PENDING FILE IN THIS LAYOUT.
000203*  PRICLOAD KEYS EACH SUPPLIER FEED LINE TO PRICPEND AS AN ADD,
000206*  SO A FEED GENERATION IS APPROVED IN PRICMNT LIKE ANY OTHER.
000210*
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  ------------------------------------------
000250*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR PRICMNT AND
000260*                   OPAMNT.
000265*  2026-10-15 KLC   PRICLOAD ALSO WRITES TO PRICPEND.
000270*****************************************************************
000280 01  PENDING-CHANGE-RECORD.
000290     05  PCH-FILE-ID           PIC X(08).
000300     05  PCH-RECORD-KEY        PIC X(20).
000310     05  PCH-ACTION            PIC X(01).
000320         88  PCH-ADD                     VALUE "A".
000330         88  PCH-CHANGE                  VALUE "C".
000340         88  PCH-DEACTIVATE              VALUE "D".
000350     05  PCH-MAKER-ID          PIC X(08).
000360     05  PCH-MAKER-DATE        PIC X(08).
000370     05  PCH-MAKER-TIME        PIC X(08).
000380     05  PCH-BEFORE-IMAGE      PIC X(40).
000390     05  PCH-AFTER-IMAGE       PIC X(40).
000400     05  FILLER                PIC X(10).
