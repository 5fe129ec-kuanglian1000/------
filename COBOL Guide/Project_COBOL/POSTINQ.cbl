000200*                   BATCH, SO THE DESK CAN ANSWER "DID BATCH
000210*                   00417 EVER POST, AND WHEN" WITHOUT READING
000220*                   TRANSOUT.
000222*  2026-10-15 KLC   A BATCH BATREV HAS REVERSED IS FOLLOWED BY A
000224*                   SECOND LINE GIVING THE REVERSAL DATE, THE
000226*                   OPERATOR AND THE CONTRA BATCH-ID.
000230*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
001380     MOVE PBR-HASH-TOTAL TO WS-HASH-EDIT.
001390     DISPLAY PBR-BATCH-ID "  " PBR-RUN-ID " " PBR-POST-DATE
001400         " " WS-COUNT-EDIT " " WS-HASH-EDIT.
001401     IF PBR-REVERSED
001402         DISPLAY "       REVERSED " PBR-REVERSAL-DATE " BY "
001403             PBR-REVERSAL-OPERATOR " CONTRA BATCH "
001404             PBR-CONTRA-BATCH-ID
001405     END-IF.
001410     ADD 1 TO WS-LISTED-COUNT.
001420     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
001430 2000-EXIT.
