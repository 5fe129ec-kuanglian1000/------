000250*  ---------  ----  ------------------------------------------
000260*  2026-09-03 KLC   ORIGINAL COPYBOOK - WRITTEN FOR HELLOBAT
000270*                   AND POSTINQ.
000271*  2026-10-15 KLC   ADDED THE REVERSAL STATUS, DATE, OPERATOR
000272*                   AND CONTRA BATCH-ID, SET BY BATREV WHEN A
000273*                   POSTED BATCH IS REVERSED. A REVERSED ENTRY
000274*                   CANNOT BE REVERSED AGAIN, AND HELLOBAT LETS
000275*                   A CORRECTED RE-KEY OF THE BATCH-ID THROUGH
000276*                   AND REWRITES THE ENTRY. THE RECORD GREW BY
000277*                   22 BYTES - THE REGISTER IS UNLOADED AND
000278*                   RELOADED AT THE NEW LENGTH WHEN THIS GOES IN.
000280*****************************************************************
000290 01  POSTED-BATCH-RECORD.
000300     05  PBR-BATCH-ID          PIC X(05).
000320     05  PBR-POST-DATE         PIC X(08).
000330     05  PBR-TRAN-COUNT        PIC 9(07).
000340     05  PBR-HASH-TOTAL        PIC S9(10)V99 COMP-3.
000341     05  PBR-REVERSAL-STATUS   PIC X(01).
000342         88  PBR-REVERSED                VALUE "R".
000343     05  PBR-REVERSAL-DATE     PIC X(08).
000344     05  PBR-REVERSAL-OPERATOR PIC X(08).
000345     05  PBR-CONTRA-BATCH-ID   PIC X(05).
000350     05  FILLER                PIC X(10).
