000100*****************************************************************
000110*  ITEMHIST.CPY
000120*  INDEXED ACCEPTED-ITEM HISTORY RECORD, KEYED BY THE LINE
000130*  ITEM ITSELF - OPERATION CODE, TR-NUM1 AND TR-NUM2 IN THEIR
000140*  PACKED FORM. TRANSEDT WRITES (OR REPLACES) THE RECORD FOR
000150*  EVERY DETAIL IT ACCEPTS, WITH THE NIGHT IT WAS ACCEPTED AND
000160*  THE BATCH-ID IT CAME IN UNDER, SO THE NEXT NIGHTS' EDITS
000170*  CAN TELL WHEN THE SAME SLIP HAS BEEN KEYED AGAIN UNDER A
000180*  NEW BATCH-ID. ONLY THE LATEST ACCEPTANCE OF AN ITEM IS
000190*  KEPT; AN ENTRY OLDER THAN THE EDIT'S WINDOW OF NIGHTS IS
000200*  SIMPLY IGNORED, SO THE FILE NEEDS NO PURGE.
000210*
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  ------------------------------------------
000250*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR TRANSEDT.
000260*****************************************************************
000270 01  ITEM-HISTORY-RECORD.
000280     05  ITH-KEY.
000290         10  ITH-OPERATION-CODE    PIC X(01).
000300         10  ITH-NUM1              PIC S9(5)V99 COMP-3.
000310         10  ITH-NUM2              PIC S9(5)V99 COMP-3.
000320     05  ITH-BATCH-ID          PIC X(05).
000330     05  ITH-ACCEPT-DATE       PIC X(08).
000340     05  FILLER                PIC X(10).
