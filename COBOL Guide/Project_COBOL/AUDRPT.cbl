000300*                   PER-PROGRAM TOTALS AT THE END. AN "*" OR AN
000310*                   OMITTED PARAMETER MEANS NO SELECTION ON
000320*                   THAT FIELD.
000321*  2026-10-15 KLC   THE SECOND OPERATOR ON A TWO-OPERATOR
000322*                   RECORD (A VERIFIED KEYING) IS PRINTED AFTER
000323*                   THE RESULT, AND AN OPERATOR SELECTION ALSO
000324*                   PICKS UP THE RECORDS WHERE THE OPERATOR WAS
000325*                   THE SECOND OF THE TWO.
000330*****************************************************************
000340*
000350 ENVIRONMENT DIVISION.
001520         " PROGRAM " WS-SEL-PROGRAM " OPERATOR "
001530         WS-SEL-OPERATOR.
001540     DISPLAY "DATE     TIME     PROGRAM  OPERATOR "
001550         "INPUT-1     INPUT-2     RESULT          SECOND".
001560     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001570 1000-EXIT.
001580     EXIT.
001720         AND (WS-SEL-PROGRAM = SPACES OR WS-SEL-PROGRAM = "*"
001730             OR AUD-PROGRAM-ID = WS-SEL-PROGRAM(1:8))
001740         AND (WS-SEL-OPERATOR = SPACES OR WS-SEL-OPERATOR = "*"
001750             OR AUD-OPERATOR-ID = WS-SEL-OPERATOR(1:8)
001755             OR AUD-SECOND-OPERATOR-ID = WS-SEL-OPERATOR(1:8))
001760         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
001770         PERFORM 7100-ACCUM-OPERATOR THRU 7100-EXIT
001780         PERFORM 7200-ACCUM-PROGRAM THRU 7200-EXIT
002070     MOVE AUD-RESULT TO WS-RESULT-EDIT.
002080     DISPLAY AUD-DATE " " AUD-TIME " " AUD-PROGRAM-ID " "
002090         AUD-OPERATOR-ID " " WS-INPUT-1-EDIT "  "
002100         WS-INPUT-2-EDIT "  " WS-RESULT-EDIT "  "
002105         AUD-SECOND-OPERATOR-ID.
002110 7000-EXIT.
002120     EXIT.
002130*
