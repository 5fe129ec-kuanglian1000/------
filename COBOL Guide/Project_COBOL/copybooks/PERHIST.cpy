000100*****************************************************************
000110*  PERHIST.CPY
000120*  INDEXED CLOSED-PERIOD HISTORY RECORD, KEYED BY PERIOD
000130*  (YYYYMM) PLUS BATCH-ID. LEDGCLSE WRITES THE PERIOD'S
000140*  FIGURES HERE EACH TIME IT CLOSES A PROVED PERIOD, BEFORE
000150*  THE LEDGER IS REWRITTEN EMPTY - ONE RECORD PER BATCH-ID
000160*  THAT POSTED IN THE PERIOD (THE NIGHTS IT POSTED, ITS
000170*  TRANSACTION COUNT AND RESULT TOTAL) AND ONE PERIOD SUMMARY
000180*  RECORD UNDER THE RESERVED BATCH-ID "*PER*" (THE BATCHES
000190*  POSTED, THE TRANSACTION COUNT AND THE RESULT TOTAL). THE
000200*  "*" SORTS AHEAD OF EVERY REAL BATCH-ID, SO EACH PERIOD'S
000210*  SUMMARY IS THE FIRST RECORD OF THE PERIOD IN KEY ORDER.
000220*  THE FILE IS NEVER PURGED - PERCOMP REPORTS EACH PERIOD
000230*  AGAINST THE ONE BEFORE AND THE SAME PERIOD A YEAR EARLIER.
000240*
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  ---------  ----  ------------------------------------------
000280*  2026-10-15 KLC   ORIGINAL COPYBOOK - WRITTEN FOR LEDGCLSE
000290*                   AND PERCOMP.
000300*****************************************************************
000310 01  PERIOD-HISTORY-RECORD.
000320     05  PHS-KEY.
000330         10  PHS-PERIOD            PIC X(06).
000340         10  PHS-BATCH-ID          PIC X(05).
000350             88  PHS-PERIOD-SUMMARY          VALUE "*PER*".
000360     05  PHS-BATCH-COUNT       PIC 9(07).
000370     05  PHS-TRAN-COUNT        PIC 9(07).
000380     05  PHS-RESULT-TOTAL      PIC S9(12)V99 COMP-3.
000390     05  PHS-CLOSE-DATE        PIC X(08).
000400     05  FILLER                PIC X(10).
