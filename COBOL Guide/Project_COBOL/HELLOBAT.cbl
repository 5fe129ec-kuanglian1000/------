001500*                   CODE ZERO, SO A STEP SUBMITTED OUT OF ORDER
001510*                   STOPS AT THE GATE INSTEAD OF PROCESSING A
001520*                   FILE THAT IS NOT READY.
001521*  2026-10-15 KLC   A BATCH-ID WHOSE REGISTER ENTRY BATREV HAS
001522*                   MARKED REVERSED IS NO LONGER HELD AS A
001523*                   RESUBMISSION - IT IS THE DESK'S CORRECTED
001524*                   RE-KEY, AND IT BALANCES AND RELEASES LIKE
001525*                   ANY NEW BATCH. ITS REGISTER ENTRY IS
001526*                   REWRITTEN FOR THE NEW POSTING, CLEARING THE
001527*                   REVERSAL MARK.
001530*****************************************************************
001540*
001550 ENVIRONMENT DIVISION.
003010     88  BATCH-OPEN                                 VALUE "Y".
003020 01  SW-DUP-BATCH          PIC X(01)                 VALUE "N".
003030     88  DUP-BATCH                                  VALUE "Y".
003033 01  SW-REKEY-BATCH        PIC X(01)                 VALUE "N".
003036     88  REKEY-BATCH                                VALUE "Y".
003040*
003050*    -------------------------------------------------------
003060*    SHARED RUN-STATUS PARAMETER RECORD.
007210*  REGISTER. A BATCH THAT ALREADY POSTED - A RESUBMITTED FILE
007220*  BALANCES PERFECTLY, SO THE TOTALS ALONE CANNOT CATCH IT -
007230*  IS FLAGGED HERE AND DIVERTED TO THE HELD PATH AT ITS
007240*  TRAILER INSTEAD OF BEING RELEASED A SECOND TIME. AN ENTRY
007242*  BATREV HAS MARKED REVERSED IS THE EXCEPTION - THE BATCH IS
007244*  THE DESK'S CORRECTED RE-KEY AND GOES THROUGH, AND ITS
007246*  ENTRY IS REWRITTEN WHEN IT BALANCES.
007250*****************************************************************
007260 2350-CHECK-REGISTER.
007270     MOVE "N" TO SW-DUP-BATCH.
007275     MOVE "N" TO SW-REKEY-BATCH.
007280     MOVE WS-CURRENT-BATCH-ID TO PBR-BATCH-ID.
007290     READ POSTED-REG-FILE
007300         INVALID KEY
007310             CONTINUE
007320         NOT INVALID KEY
007330             IF PBR-REVERSED
007340                 SET REKEY-BATCH TO TRUE
007350                 DISPLAY "BATCH " WS-CURRENT-BATCH-ID
007360                     " WAS REVERSED ON " PBR-REVERSAL-DATE
007361                     " - CORRECTED RE-KEY ACCEPTED"
007362             ELSE
007363                 SET DUP-BATCH TO TRUE
007364                 DISPLAY "*** BATCH " WS-CURRENT-BATCH-ID
007365                     " ALREADY POSTED BY RUN " PBR-RUN-ID " ON "
007366                     PBR-POST-DATE " - BATCH WILL BE HELD ***"
007367             END-IF
007370     END-READ.
007380 2350-EXIT.
007390     EXIT.
007750     END-EVALUATE.
007760     MOVE "N" TO SW-BATCH-OPEN.
007770     MOVE "N" TO SW-DUP-BATCH.
007775     MOVE "N" TO SW-REKEY-BATCH.
007780     MOVE 0 TO WS-HOLD-COUNT.
007790     PERFORM 2900-FLUSH-SUSPENSE THRU 2900-EXIT.
007800 2400-CHECKPOINT.
009630*  - BATCH-ID, RUN-ID, DATE, AND THE COUNT AND HASH IT
009640*  BALANCED TO - SO A LATER RESUBMISSION OF THE SAME BATCH IS
009650*  CAUGHT AT ITS HEADER AND THE DESK CAN ANSWER WHEN A BATCH
009660*  POSTED WITHOUT READING TRANSOUT. A CORRECTED RE-KEY OF A
009663*  REVERSED BATCH REPLACES ITS OLD ENTRY, REVERSAL MARK AND
009666*  ALL, SO THE REGISTER SHOWS THE POSTING NOW STANDING.
009670*****************************************************************
009680 7400-REGISTER-BATCH.
009690     MOVE SPACES TO POSTED-BATCH-RECORD.
009720     ACCEPT PBR-POST-DATE FROM DATE YYYYMMDD.
009730     MOVE WS-ACTUAL-COUNT TO PBR-TRAN-COUNT.
009740     MOVE WS-ACTUAL-HASH TO PBR-HASH-TOTAL.
009741     IF REKEY-BATCH
009742         REWRITE POSTED-BATCH-RECORD
009743             INVALID KEY
009744                 DISPLAY "*** BATCH " WS-CURRENT-BATCH-ID
009745                     " COULD NOT BE RE-REGISTERED - STATUS "
009746                     WS-POSTREG-STATUS " ***"
009747         END-REWRITE
009748         GO TO 7400-EXIT
009749     END-IF.
009750     WRITE POSTED-BATCH-RECORD
009760         INVALID KEY
009770             DISPLAY "*** BATCH " WS-CURRENT-BATCH-ID
