000100*****************************************************************
000110*  EXTHIST.CPY
000120*  INDEXED FINANCE-EXTRACT HISTORY RECORD, KEYED BY THE RUN
000130*  DATE ON THE FINEXT HEADER. TRANSEXT WRITES ONE RECORD PER
000140*  EXTRACT IT SENDS - A COPY OF THE HEADER'S RUN DATE AND
000150*  RUN-ID AND THE TRAILER'S RECORD COUNT AND RESULT HASH - SO
000160*  THERE IS A LASTING RECORD OF WHAT WENT TO FINANCE AFTER
000170*  THE ONE-NIGHT FINEXT IS GONE. A RERUN OF THE SAME DATE
000180*  REPLACES THE RECORD, SINCE THE RERUN'S EXTRACT REPLACES
000190*  THE FILE. EXTMATCH POSTS FINANCE'S ACKNOWLEDGEMENT AGAINST
000200*  IT - MATCHED OR DISAGREEING, WITH THE FIGURES FINANCE SAID
000210*  THEY LOADED - AND LISTS THE EXTRACTS STILL UNACKNOWLEDGED.
000220*
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  ---------  ----  ------------------------------------------
000260*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR TRANSEXT
000270*                   AND EXTMATCH.
000280*****************************************************************
000290 01  EXTRACT-HISTORY-RECORD.
000300     05  EXH-RUN-DATE          PIC X(08).
000310     05  EXH-RUN-ID            PIC X(08).
000320     05  EXH-RECORD-COUNT      PIC 9(07).
000330     05  EXH-RESULT-HASH       PIC S9(12)V99 COMP-3.
000340     05  EXH-ACK-STATUS        PIC X(01).
000350         88  EXH-UNACKNOWLEDGED          VALUE SPACE.
000360         88  EXH-ACK-MATCHED             VALUE "M".
000370         88  EXH-ACK-DISAGREES           VALUE "D".
000380     05  EXH-ACK-DATE          PIC X(08).
000390     05  EXH-ACK-COUNT         PIC 9(07).
000400     05  EXH-ACK-HASH          PIC S9(12)V99 COMP-3.
000410     05  FILLER                PIC X(10).
