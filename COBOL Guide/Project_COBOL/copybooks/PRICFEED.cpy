000100*****************************************************************
000110*  PRICFEED.CPY
000120*  SUPPLIER PRICE FEED RECORD, READ BY PRICLOAD. THE FEED IS
000130*  ONE HEADER, ANY NUMBER OF DETAIL LINES, AND ONE TRAILER.
000140*  EACH DETAIL LINE ASKS FOR A NEW DATED RATE GENERATION ON
000150*  PRICEREF - THE PRICE CODE, THE DATE THE NEW PRICE TAKES
000160*  EFFECT (YYYYMMDD) AND THE UNIT PRICE IN CENTS, DIGITS ONLY,
000170*  THE SAME WAY THE DESK KEYS IT INTO PRICMNT. THE HEADER AND
000180*  THE TRAILER BOTH CARRY THE NUMBER OF DETAIL LINES, SO A
000190*  FEED CUT SHORT IN TRANSMISSION NEVER BALANCES.
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  ---------  ----  ------------------------------------------
000240*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR PRICLOAD.
000250*****************************************************************
000260 01  PRICE-FEED-RECORD.
000270     05  PFD-RECORD-TYPE       PIC X(01).
000280         88  PFD-HEADER                  VALUE "H".
000290         88  PFD-DETAIL                  VALUE "D".
000300         88  PFD-TRAILER                 VALUE "T".
000310     05  PFD-DETAIL-DATA.
000320         10  PFD-PRICE-CODE        PIC X(05).
000330         10  PFD-EFFECTIVE-DATE    PIC X(08).
000340         10  PFD-UNIT-PRICE        PIC X(07).
000350         10  PFD-UNIT-PRICE-NUM REDEFINES PFD-UNIT-PRICE
000360                                   PIC 9(07).
000370         10  FILLER                PIC X(19).
000380     05  PFD-CONTROL-DATA REDEFINES PFD-DETAIL-DATA.
000390         10  PFD-SUPPLIER-ID       PIC X(08).
000400         10  PFD-FEED-DATE         PIC X(08).
000410         10  PFD-LINE-COUNT        PIC 9(07).
000420         10  FILLER                PIC X(16).
