000100*****************************************************************
000110*  DUPHELD.CPY
000120*  SUSPECTED DUPLICATE ITEM HELD BY TRANSEDT. THE DETAIL
000130*  MATCHED AN ITEM ALREADY ACCEPTED - EARLIER THE SAME NIGHT
000140*  (ANY BATCH, THE SAME ONE INCLUDED) OR ON AN EARLIER NIGHT
000150*  WITHIN THE EDIT'S WINDOW UNDER ANOTHER BATCH-ID - AND WAS
000160*  KEPT OUT OF TRANSACC. THE RECORD CARRIES THE ITEM AS KEYED
000170*  AND WHAT IT MATCHED. DUPREV WALKS THE FILE WITH THE DESK,
000180*  RELEASES CONFIRMED ITEMS INTO A FRESH BATCH FOR THE NEXT
000190*  NIGHT'S RUN, AND REWRITES THE FILE WITH ONLY THE ITEMS
000200*  STILL WAITING.
000210*
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  ------------------------------------------
000250*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR TRANSEDT
000260*                   AND DUPREV.
000270*****************************************************************
000280 01  DUP-HELD-RECORD.
000290     05  DUP-ITEM.
000300         10  DUP-BATCH-ID          PIC X(05).
000310         10  DUP-OPERATION-CODE    PIC X(01).
000320         10  DUP-NUM1              PIC S9(5)V99 COMP-3.
000330         10  DUP-NUM2              PIC S9(5)V99 COMP-3.
000340         10  DUP-RESULT            PIC S9(10)V99 COMP-3.
000350     05  DUP-HELD-DATE         PIC X(08).
000360     05  DUP-MATCH-SOURCE      PIC X(01).
000370         88  DUP-MATCH-TONIGHT           VALUE "T".
000380         88  DUP-MATCH-EARLIER           VALUE "E".
000390     05  DUP-MATCH-BATCH-ID    PIC X(05).
000400     05  DUP-MATCH-DATE        PIC X(08).
000410     05  FILLER                PIC X(10).
