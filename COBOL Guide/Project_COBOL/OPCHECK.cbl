000260*                   THE CHECK CANNOT LOCK THE WHOLE DESK OUT
000270*                   BEFORE THE SUPERVISOR HAS KEYED THE FIRST
000280*                   OPERATOR THROUGH OPAMNT.
000283*  2026-10-15 KLC   THE DENIAL RECORD LEAVES THE NEW
000286*                   AUD-SECOND-OPERATOR-ID BLANK.
000290*****************************************************************
000300*
000310 ENVIRONMENT DIVISION.
001340     MOVE OPC-REQUIRED-LEVEL TO AUD-INPUT-1.
001350     MOVE ZERO TO AUD-INPUT-2.
001360     MOVE ZERO TO AUD-RESULT.
001365     MOVE SPACES TO AUD-SECOND-OPERATOR-ID.
001370     WRITE AUDIT-RECORD.
001380     CLOSE AUDIT-FILE.
001390 7000-EXIT.
