000570*                   CHECKED. A DENIAL IS LOGGED TO AUDITLOG BY
000580*                   OPCHECK, SHOWS ON AUDRPT, AND ENDS THE RUN
000590*                   RC 8 WITH NOTHING COMPUTED.
000593*  2026-10-15 KLC   THE AUDIT RECORD LEAVES THE NEW
000596*                   AUD-SECOND-OPERATOR-ID BLANK.
000600*****************************************************************
000610*
000620 ENVIRONMENT DIVISION.
001940     MOVE TR-NUM1 TO AUD-INPUT-1.
001950     MOVE TR-NUM2 TO AUD-INPUT-2.
001960     MOVE TR-RESULT TO AUD-RESULT.
001965     MOVE SPACES TO AUD-SECOND-OPERATOR-ID.
001970     WRITE AUDIT-RECORD.
001980     CLOSE AUDIT-FILE.
001990 7000-EXIT.
