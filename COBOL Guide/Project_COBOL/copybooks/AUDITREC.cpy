000240*                   THAN TR-NUM1/TR-NUM2'S S9(5)V99, SO THEY
000250*                   ALREADY HAD ROOM TO SPARE AND DID NOT NEED
000251*                   TO CHANGE.
000252*  2026-10-15 KLC   ADDED AUD-SECOND-OPERATOR-ID FOR ACTIVITY
000253*                   THAT TAKES TWO OPERATORS - THE VERIFIER OR
000254*                   THE OPERATOR WHO FIRST KEYED THE WORK. BLANK
000255*                   ON A ONE-OPERATOR RECORD. THE RECORD GREW BY
000256*                   8 BYTES - AUDITLOG AND AUDPURGE'S AUDARCH AND
000257*                   AUDKEEP ARE UNLOADED AND RELOADED AT THE NEW
000258*                   LENGTH WHEN THIS GOES IN, ALONG WITH OPCHECK,
000259*                   COMPUTE, USERINPUT, BATREV, AUDRPT, AUDPURGE.
000260*****************************************************************
000270 01  AUDIT-RECORD.
000280     05  AUD-DATE              PIC X(08).
000320     05  AUD-INPUT-1           PIC S9(7)V99.
000330     05  AUD-INPUT-2           PIC S9(7)V99.
000340     05  AUD-RESULT            PIC S9(10)V99.
000350     05  AUD-SECOND-OPERATOR-ID
000352                               PIC X(08).
000360     05  FILLER                PIC X(05).
