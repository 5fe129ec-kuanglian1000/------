000290*                   CALLER NOT ON IT, CLEARS WITH A CONSOLE
000300*                   NOTE - THE GATE CANNOT HOLD A SHOP THAT
000310*                   HAS NOT WRITTEN ITS SCHEDULE DOWN YET.
000311*  2026-10-15 KLC   A VOID EVENT LOGGED BY THE RUNRECOV RECOVERY
000312*                   CONTROLLER CANCELS EVERY EARLIER END RECORD
000313*                   OF THE SAME PROGRAM AND RUN-ID. UNTIL NOW AN
000314*                   END RECORD FROM AN ATTEMPT THAT HAS SINCE
000315*                   BEEN SUPERSEDED STILL CLEARED THE GATE, SO A
000316*                   DOWNSTREAM STEP COULD GO THROUGH AGAINST
000317*                   STALE OUTPUT. A VOIDED PREREQUISITE NOW
000318*                   BLOCKS UNTIL IT HAS ENDED AGAIN.
000320*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000690     88  STEP-FOUND                                 VALUE "Y".
000700 01  SW-END-SEEN           PIC X(01)                 VALUE "N".
000710     88  END-SEEN                                   VALUE "Y".
000713 01  SW-VOID-SEEN          PIC X(01)                 VALUE "N".
000716     88  VOID-SEEN                                  VALUE "Y".
000720*
000730 LINKAGE SECTION.
000740     COPY SCHDCHK.
000870     MOVE "N" TO SW-END-OF-STATUS.
000880     MOVE "N" TO SW-STEP-FOUND.
000890     MOVE "N" TO SW-END-SEEN.
000895     MOVE "N" TO SW-VOID-SEEN.
000900     MOVE SPACES TO WS-PREREQ-PROGRAM.
000910     OPEN INPUT SCHEDULE-FILE.
000920     IF WS-SCHED-STATUS = "35"
001150         GO TO 0000-EXIT
001160     END-IF.
001170     PERFORM 2000-SCAN-RUN-STATUS THRU 2000-EXIT.
001171     IF NOT END-SEEN AND VOID-SEEN
001172         DISPLAY "*** " SGK-PROGRAM-ID " BLOCKED - "
001173             "PREREQUISITE " WS-PREREQ-PROGRAM
001174             " WAS VOIDED FOR RUN " SGK-RUN-ID
001175             " AND HAS NOT ENDED SINCE ***"
001176         GO TO 0000-EXIT
001177     END-IF.
001180     IF NOT END-SEEN
001190         DISPLAY "*** " SGK-PROGRAM-ID " BLOCKED - "
001200             "PREREQUISITE " WS-PREREQ-PROGRAM
001850*****************************************************************
001860*  2100-SCAN-ONE-EVENT
001870*  READS ONE RUN-STATUS EVENT, KEEPING IT WHEN IT IS AN END
001880*  RECORD FOR THE PREREQUISITE AND TONIGHT'S RUN-ID. A VOID
001883*  FOR THE SAME PROGRAM AND RUN-ID FORGETS ANY END RECORD
001886*  SEEN SO FAR - ONLY AN END LOGGED AFTER THE VOID COUNTS.
001890*****************************************************************
001900 2100-SCAN-ONE-EVENT.
001910     READ RUN-STATUS-FILE
002000         MOVE RS-STATUS-FLAG TO WS-END-FLAG
002010         MOVE RS-RETURN-CODE TO WS-END-RC
002020     END-IF.
002021     IF RS-PROGRAM-ID = WS-PREREQ-PROGRAM
002022             AND RS-RUN-ID = SGK-RUN-ID
002023             AND RS-VOID-EVENT
002024         MOVE "N" TO SW-END-SEEN
002025         SET VOID-SEEN TO TRUE
002026         MOVE SPACE TO WS-END-FLAG
002027         MOVE 0 TO WS-END-RC
002028     END-IF.
002030 2100-EXIT.
002040     EXIT.
