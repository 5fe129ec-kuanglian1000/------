000210*                   FOUND AT 6 AM AND NOT AT MONTH-END. THE
000220*                   LATEST EVENTS WIN, SO A FAILED STEP THAT
000230*                   WAS FIXED AND RERUN READS CLEAN.
000231*  2026-10-15 KLC   A VOID EVENT LOGGED BY THE RUNRECOV RECOVERY
000232*                   CONTROLLER CANCELS THE STEP'S EARLIER START
000233*                   AND END EVENTS FOR THE RUN-ID, THE SAME WAY
000234*                   SCHEDGTE NOW HONOURS IT. A VOIDED STEP NOT
000235*                   YET RERUN IS LISTED AS AN EXCEPTION, VOIDED
000236*                   - AWAITING RERUN, INSTEAD OF READING OK OFF
000237*                   ITS SUPERSEDED END RECORD.
000240*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000620*    SCHEDULE STEP TABLE - THE SCHEDULE IS LOADED FIRST, THEN
000630*    ONE PASS OVER THE RUN-STATUS FILE FILLS IN WHAT EACH
000640*    STEP ACTUALLY DID FOR THE SELECTED RUN-ID. THE LATEST
000650*    START AND END EVENTS WIN, AND A VOID WIPES OUT THOSE
000655*    BEFORE IT.
000660*    -------------------------------------------------------
000670 77  WS-STEP-MAX           BINARY-LONG               VALUE 50.
000680 77  WS-STEP-IX            BINARY-LONG               VALUE 0.
000770             88  WS-STP-ENDED            VALUE "Y".
000780         10  WS-STP-END-FLAG   PIC X(01).
000790         10  WS-STP-END-RC     PIC 9(04).
000793         10  WS-STP-VOID-SW    PIC X(01).
000796             88  WS-STP-VOIDED           VALUE "Y".
000800*
000810*    -------------------------------------------------------
000820*    NUMERIC-EDITED WORK FIELD FOR THE RETURN-CODE COLUMN.
001700     MOVE "N" TO WS-STP-END-SW(WS-STEP-COUNT).
001710     MOVE SPACE TO WS-STP-END-FLAG(WS-STEP-COUNT).
001720     MOVE ZERO TO WS-STP-END-RC(WS-STEP-COUNT).
001725     MOVE "N" TO WS-STP-VOID-SW(WS-STEP-COUNT).
001730 2000-EXIT.
001740     EXIT.
001750*
002280*  3200-FOLD-INTO-STEP
002290*  MARKS ONE STEP STARTED OR ENDED FROM THE CURRENT EVENT
002300*  WHEN THE PROGRAM MATCHES - THE LATEST END'S FLAG AND
002310*  RETURN CODE REPLACE ANY EARLIER ONE. A VOID SETS THE STEP
002315*  BACK TO NOT STARTED, REMEMBERING THAT IT WAS VOIDED.
002320*****************************************************************
002330 3200-FOLD-INTO-STEP.
002340     IF WS-STP-PROGRAM(WS-STEP-IX) NOT = RS-PROGRAM-ID
002350         GO TO 3200-EXIT
002351     END-IF.
002352     IF RS-VOID-EVENT
002353         MOVE "N" TO WS-STP-START-SW(WS-STEP-IX)
002354         MOVE "N" TO WS-STP-END-SW(WS-STEP-IX)
002355         MOVE SPACE TO WS-STP-END-FLAG(WS-STEP-IX)
002356         MOVE ZERO TO WS-STP-END-RC(WS-STEP-IX)
002357         MOVE "Y" TO WS-STP-VOID-SW(WS-STEP-IX)
002360     END-IF.
002370     IF RS-START-EVENT
002380         MOVE "Y" TO WS-STP-START-SW(WS-STEP-IX)
002520*****************************************************************
002530 4000-PRINT-ONE-STEP.
002540     EVALUATE TRUE
002541         WHEN NOT WS-STP-STARTED(WS-STEP-IX)
002542                 AND WS-STP-VOIDED(WS-STEP-IX)
002543             DISPLAY WS-STP-STEP-NO(WS-STEP-IX) "  "
002544                 WS-STP-PROGRAM(WS-STEP-IX) " "
002545                 WS-STP-PREREQ(WS-STEP-IX)
002546                 " VOIDED - AWAITING RERUN"
002547             ADD 1 TO WS-EXCEPTION-COUNT
002550         WHEN NOT WS-STP-STARTED(WS-STEP-IX)
002560             DISPLAY WS-STP-STEP-NO(WS-STEP-IX) "  "
002570                 WS-STP-PROGRAM(WS-STEP-IX) " "
