000100*****************************************************************
000110*  CHGJRNL.CPY
000120*  CHANGE JOURNAL RECORD - ONE PER MAINTENANCE CHANGE APPLIED
000130*  TO PRICEREF (BY PRICMNT) OR OPAUTHF (BY OPAMNT) AFTER A
000140*  SECOND OPERATOR APPROVED IT. CARRIES THE RECORD AS IT
000150*  STOOD BEFORE (SPACES FOR AN ADD) AND AS IT STOOD AFTER,
000160*  THE OPERATOR WHO KEYED THE CHANGE AND WHEN, AND THE
000170*  OPERATOR WHO APPROVED IT AND WHEN. THE JOURNAL IS ONLY
000180*  EVER APPENDED TO; CHGRPT REPORTS IT BY DATE RANGE AND BY
000190*  KEY. THE CHECKER IS *NONE* ONLY ON THE CHANGES KEYED IN
000200*  OPAMNT'S FIRST SESSION, THE ONE THAT CREATES OPAUTHF -
000210*  THERE IS NO SECOND SUPERVISOR ON FILE YET TO APPROVE THEM.
000220*
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  ---------  ----  ------------------------------------------
000260*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR PRICMNT,
000270*                   OPAMNT AND CHGRPT.
000280*****************************************************************
000290 01  CHANGE-JOURNAL-RECORD.
000300     05  CJN-FILE-ID           PIC X(08).
000310     05  CJN-RECORD-KEY        PIC X(20).
000320     05  CJN-ACTION            PIC X(01).
000330         88  CJN-ADD                     VALUE "A".
000340         88  CJN-CHANGE                  VALUE "C".
000350         88  CJN-DEACTIVATE              VALUE "D".
000360     05  CJN-BEFORE-IMAGE      PIC X(40).
000370     05  CJN-AFTER-IMAGE       PIC X(40).
000380     05  CJN-MAKER-ID          PIC X(08).
000390     05  CJN-MAKER-DATE        PIC X(08).
000400     05  CJN-MAKER-TIME        PIC X(08).
000410     05  CJN-CHECKER-ID        PIC X(08).
000420     05  CJN-CHECKER-DATE      PIC X(08).
000430     05  CJN-CHECKER-TIME      PIC X(08).
000440     05  FILLER                PIC X(10).
