000290*                   FINANCE ASKS FOR THE MONTH FIGURE EVERY
000300*                   MONTH - NOW IT IS A REPORT, NOT AN ADDING
000310*                   MACHINE.
000311*  2026-10-15 KLC   A PROVED PERIOD IS NOW ALSO WRITTEN TO THE
000312*                   PERMANENT PERIOD HISTORY FILE PERHIST
000313*                   BEFORE THE LEDGER IS REWRITTEN EMPTY - ONE
000314*                   RECORD PER BATCH-ID AND A "*PER*" PERIOD
000315*                   SUMMARY (BATCHES POSTED, TRANSACTION COUNT,
000316*                   RESULT TOTAL) - SO THE MONTH'S FIGURES
000317*                   OUTLIVE THE PRINTED CLOSE REPORT AND
000318*                   PERCOMP CAN COMPARE PERIODS. THE PERIOD
000319*                   (YYYYMM) IS TAKEN FROM THE COMMAND LINE, OR
000320*                   FROM THE LATEST POSTING DATE ON THE LEDGER.
000321*                   A RERUN OF A CLOSE REPLACES THE PERIOD'S
000322*                   HISTORY RECORDS RATHER THAN ADDING TO THEM.
000323*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000440         ASSIGN TO LEDGRPT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-LEDGRPT-STATUS.
000461     SELECT PERIOD-HIST-FILE
000462         ASSIGN TO PERHIST
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS RANDOM
000465         RECORD KEY IS PHS-KEY
000466         FILE STATUS IS WS-PERHIST-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560 01  LEDGER-LIST-LINE      PIC X(80).
000562 FD  PERIOD-HIST-FILE
000564     LABEL RECORDS ARE STANDARD.
000566     COPY PERHIST.
000570*
000580 WORKING-STORAGE SECTION.
000590*
000630 77  WS-LEDGER-STATUS      PIC X(02)                 VALUE "00".
000640 77  WS-LEDGRPT-STATUS     PIC X(02)                 VALUE "00".
000650 77  WS-RECORD-COUNT       BINARY-LONG               VALUE 0.
000655 77  WS-PERHIST-STATUS     PIC X(02)                 VALUE "00".
000660*
000670*    -------------------------------------------------------
000680*    INDEPENDENT PERIOD TOTALS - EVERY NIGHTLY RECORD IS
000980         10  WS-NGT-RUN-ID     PIC X(08).
000990         10  WS-NGT-COUNT      PIC 9(07).
001000         10  WS-NGT-TOTAL      PIC S9(12)V99 COMP-3.
001001*
001002*    -------------------------------------------------------
001003*    PERIOD HISTORY FIELDS - THE PERIOD BEING CLOSED, THE
001004*    LATEST NIGHTLY POSTING DATE IT DEFAULTS FROM, AND THE
001005*    BATCH-BREAK ACCUMULATORS FOR THE HISTORY PASS.
001006*    -------------------------------------------------------
001007 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
001008 01  WS-PERIOD             PIC X(06)                 VALUE SPACES.
001009 77  WS-LAST-POST-DATE     PIC X(08)                 VALUE SPACES.
001010 77  WS-HIST-BATCH-ID      PIC X(05)                 VALUE SPACES.
001011 77  WS-HIST-NIGHTS        BINARY-LONG               VALUE 0.
001012 77  WS-HIST-COUNT         BINARY-LONG               VALUE 0.
001013 77  WS-HIST-TOTAL         PIC S9(12)V99 COMP-3      VALUE 0.
001014 77  WS-HIST-BATCHES       BINARY-LONG               VALUE 0.
001015 77  WS-HIST-RECORDS       BINARY-LONG               VALUE 0.
001016*
001020*    -------------------------------------------------------
001030*    REPORT LINES.
001040*    -------------------------------------------------------
001430     88  PTD-SEEN                                   VALUE "Y".
001440 01  SW-PERIOD-PROVED      PIC X(01)                 VALUE "N".
001450     88  PERIOD-PROVED                              VALUE "Y".
001453 01  SW-END-OF-PASS        PIC X(01)                 VALUE "N".
001456     88  END-OF-PASS                                VALUE "Y".
001460*
001470 PROCEDURE DIVISION.
001480*
001500*  0000-MAINLINE
001510*  READS THE WHOLE LEDGER IN KEY ORDER, PRINTS THE BY-BATCH
001520*  AND BY-NIGHT ACTIVITY, PROVES THE PERIOD, AND - ONLY ON A
001530*  PROVED PERIOD - WRITES THE PERIOD HISTORY, CARRIES THE
001540*  TOTALS FORWARD AND OPENS THE NEW PERIOD.
001550*****************************************************************
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 3000-PRINT-NIGHT-TOTALS THRU 3000-EXIT.
001610     PERFORM 4000-PROVE-THE-PERIOD THRU 4000-EXIT.
001620     IF PERIOD-PROVED
001625         PERFORM 4500-WRITE-PERIOD-HISTORY THRU 4500-EXIT
001630         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
001640     END-IF.
001650     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001670*
001680*****************************************************************
001690*  1000-INITIALIZE
001700*  LOGS THE RUN START, PICKS UP THE OPTIONAL PERIOD (YYYYMM)
001705*  PARAMETER, OPENS THE LEDGER AND THE REPORT, AND
001710*  POSITIONS THE READ AT THE TOP OF THE KEY. A MISSING LEDGER
001720*  MEANS NOTHING WAS EVER POSTED - AN EMPTY REPORT, NOT AN
001730*  ERROR.
001750 1000-INITIALIZE.
001760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001770     PERFORM 7500-LOG-RUN-START THRU 7500-EXIT.
001771     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001772     MOVE WS-COMMAND-LINE(1:6) TO WS-PERIOD.
001773     IF WS-PERIOD NOT = SPACES AND WS-PERIOD IS NOT NUMERIC
001774         DISPLAY "*** PERIOD MUST BE YYYYMM - TAKING IT FROM "
001775             "THE LEDGER ***"
001776         MOVE SPACES TO WS-PERIOD
001777     END-IF.
001780     OPEN OUTPUT LEDGER-LIST-FILE.
001790     IF WS-LEDGRPT-STATUS NOT = "00"
001800         DISPLAY "*** ERROR OPENING LEDGRPT - STATUS "
002560*  2200-PRINT-NIGHTLY-RECORD
002570*  PRINTS ONE NIGHTLY BATCH RECORD, BREAKING ON CHANGE OF
002580*  BATCH-ID, AND ACCUMULATES THE INDEPENDENT SUM, THE BATCH
002590*  SUBTOTAL AND THE NIGHT TABLE, NOTING THE LATEST POSTING
002595*  DATE FOR THE PERIOD HISTORY.
002600*****************************************************************
002610 2200-PRINT-NIGHTLY-RECORD.
002620     IF LED-BATCH-ID NOT = WS-PREV-BATCH-ID
002640             PERFORM 2300-PRINT-BATCH-SUBTOTAL THRU 2300-EXIT
002650         END-IF
002660         MOVE LED-BATCH-ID TO WS-PREV-BATCH-ID
002662     END-IF.
002664     IF LED-POST-DATE > WS-LAST-POST-DATE
002666         MOVE LED-POST-DATE TO WS-LAST-POST-DATE
002670     END-IF.
002680     MOVE LED-BATCH-ID TO WS-DTL-BATCH-ID.
002690     MOVE LED-RUN-ID TO WS-DTL-RUN-ID.
004390     EXIT.
004400*
004410*****************************************************************
004411*  4500-WRITE-PERIOD-HISTORY
004412*  WRITES THE PROVED PERIOD TO THE PERIOD HISTORY FILE WHILE
004413*  THE LEDGER STILL HOLDS IT - A SECOND PASS OVER THE LEDGER
004414*  IN KEY ORDER, ONE HISTORY RECORD AT EACH BATCH BREAK, THEN
004415*  THE "*PER*" PERIOD SUMMARY. THE PERIOD DEFAULTS TO THE
004416*  MONTH OF THE LATEST NIGHTLY POSTING. THE FILE IS CREATED
004417*  ON ITS FIRST USE.
004418*****************************************************************
004419 4500-WRITE-PERIOD-HISTORY.
004420     IF WS-PERIOD = SPACES
004421         MOVE WS-LAST-POST-DATE(1:6) TO WS-PERIOD
004422     END-IF.
004423     IF WS-PERIOD IS NOT NUMERIC
004424         MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
004425     END-IF.
004426     OPEN I-O PERIOD-HIST-FILE.
004427     IF WS-PERHIST-STATUS = "35"
004428         OPEN OUTPUT PERIOD-HIST-FILE
004429         CLOSE PERIOD-HIST-FILE
004430         OPEN I-O PERIOD-HIST-FILE
004431     END-IF.
004432     IF WS-PERHIST-STATUS NOT = "00"
004433         DISPLAY "*** ERROR OPENING PERHIST - STATUS "
004434             WS-PERHIST-STATUS " - PERIOD NOT CLOSED ***"
004435         MOVE 16 TO RETURN-CODE
004436         GO TO 9999-ABEND
004437     END-IF.
004438     MOVE LOW-VALUES TO LED-KEY.
004439     START LEDGER-FILE
004440         KEY IS NOT LESS THAN LED-KEY
004441         INVALID KEY
004442             SET END-OF-PASS TO TRUE
004443     END-START.
004444     PERFORM 4510-HISTORY-ONE-RECORD THRU 4510-EXIT
004445         UNTIL END-OF-PASS.
004446     IF WS-HIST-NIGHTS > 0
004447         PERFORM 4520-WRITE-BATCH-HISTORY THRU 4520-EXIT
004448     END-IF.
004449     MOVE SPACES TO PERIOD-HISTORY-RECORD.
004450     MOVE WS-PERIOD TO PHS-PERIOD.
004451     SET PHS-PERIOD-SUMMARY TO TRUE.
004452     MOVE WS-HIST-BATCHES TO PHS-BATCH-COUNT.
004453     MOVE WS-SUM-COUNT TO PHS-TRAN-COUNT.
004454     MOVE WS-SUM-TOTAL TO PHS-RESULT-TOTAL.
004455     PERFORM 4530-PUT-HISTORY-RECORD THRU 4530-EXIT.
004456     CLOSE PERIOD-HIST-FILE.
004457     MOVE SPACES TO WS-TXT-MESSAGE.
004458     STRING "PERIOD " WS-PERIOD " WRITTEN TO THE PERIOD "
004459         "HISTORY FILE"
004460         DELIMITED BY SIZE INTO WS-TXT-MESSAGE.
004461     PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT.
004462 4500-EXIT.
004463     EXIT.
004464*
004465*****************************************************************
004466*  4510-HISTORY-ONE-RECORD
004467*  READS THE NEXT LEDGER RECORD AND FOLDS A NIGHTLY RECORD
004468*  INTO ITS BATCH-ID'S HISTORY FIGURES, WRITING THE PREVIOUS
004469*  BATCH-ID'S RECORD WHEN THE BATCH-ID CHANGES. THE RESERVED
004470*  TOTAL RECORDS ARE SKIPPED.
004471*****************************************************************
004472 4510-HISTORY-ONE-RECORD.
004473     READ LEDGER-FILE NEXT RECORD
004474         AT END
004475             SET END-OF-PASS TO TRUE
004476             GO TO 4510-EXIT
004477     END-READ.
004478     IF LED-PERIOD-TOTAL OR LED-CARRY-FORWARD
004479         GO TO 4510-EXIT
004480     END-IF.
004481     IF LED-BATCH-ID NOT = WS-HIST-BATCH-ID
004482         IF WS-HIST-NIGHTS > 0
004483             PERFORM 4520-WRITE-BATCH-HISTORY THRU 4520-EXIT
004484         END-IF
004485         MOVE LED-BATCH-ID TO WS-HIST-BATCH-ID
004486     END-IF.
004487     ADD 1 TO WS-HIST-NIGHTS.
004488     ADD LED-TRAN-COUNT TO WS-HIST-COUNT.
004489     ADD LED-RESULT-TOTAL TO WS-HIST-TOTAL
004490         ON SIZE ERROR
004491             DISPLAY "*** HISTORY TOTAL OVERFLOW FOR BATCH "
004492                 LED-BATCH-ID " ***"
004493     END-ADD.
004494     ADD 1 TO WS-HIST-BATCHES.
004495 4510-EXIT.
004496     EXIT.
004497*
004498*****************************************************************
004499*  4520-WRITE-BATCH-HISTORY
004500*  WRITES THE HISTORY RECORD FOR THE BATCH-ID JUST FINISHED
004501*  AND RESETS ITS ACCUMULATORS.
004502*****************************************************************
004503 4520-WRITE-BATCH-HISTORY.
004504     MOVE SPACES TO PERIOD-HISTORY-RECORD.
004505     MOVE WS-PERIOD TO PHS-PERIOD.
004506     MOVE WS-HIST-BATCH-ID TO PHS-BATCH-ID.
004507     MOVE WS-HIST-NIGHTS TO PHS-BATCH-COUNT.
004508     MOVE WS-HIST-COUNT TO PHS-TRAN-COUNT.
004509     MOVE WS-HIST-TOTAL TO PHS-RESULT-TOTAL.
004510     PERFORM 4530-PUT-HISTORY-RECORD THRU 4530-EXIT.
004511     MOVE 0 TO WS-HIST-NIGHTS.
004512     MOVE 0 TO WS-HIST-COUNT.
004513     MOVE ZERO TO WS-HIST-TOTAL.
004514 4520-EXIT.
004515     EXIT.
004516*
004517*****************************************************************
004518*  4530-PUT-HISTORY-RECORD
004519*  STAMPS THE CLOSE DATE AND WRITES THE HISTORY RECORD BUILT
004520*  BY THE CALLER. A RECORD ALREADY ON FILE FOR THE KEY IS
004521*  FROM AN EARLIER ATTEMPT AT THIS CLOSE AND IS REPLACED.
004522*****************************************************************
004523 4530-PUT-HISTORY-RECORD.
004524     MOVE WS-RUN-DATE TO PHS-CLOSE-DATE.
004525     WRITE PERIOD-HISTORY-RECORD
004526         INVALID KEY
004527             REWRITE PERIOD-HISTORY-RECORD
004528                 INVALID KEY
004529                     DISPLAY "*** HISTORY RECORD " PHS-KEY
004530                         " COULD NOT BE WRITTEN - STATUS "
004531                         WS-PERHIST-STATUS " ***"
004532             END-REWRITE
004533     END-WRITE.
004534     ADD 1 TO WS-HIST-RECORDS.
004535 4530-EXIT.
004536     EXIT.
004537*
004538*****************************************************************
004539*  5000-CARRY-FORWARD
004540*  CLOSES THE PROVED PERIOD - THE PERIOD'S TOTALS ARE ADDED
004541*  INTO THE "*CFW*" CARRY-FORWARD RECORD, AND THE LEDGER IS
004542*  REWRITTEN HOLDING ONLY THE UPDATED "*CFW*" AND A ZEROED
004543*  "*PTD*", READY FOR THE NEW PERIOD'S FIRST POST.
004544*****************************************************************
004545 5000-CARRY-FORWARD.
004546     CLOSE LEDGER-FILE.
004547     OPEN OUTPUT LEDGER-FILE.
004548     IF WS-LEDGER-STATUS NOT = "00"
004549         DISPLAY "*** ERROR REWRITING LEDGF - STATUS "
004550             WS-LEDGER-STATUS
004551         MOVE 16 TO RETURN-CODE
004552         GO TO 9999-ABEND
004560     END-IF.
004570     MOVE SPACES TO LEDGER-RECORD.
004580     MOVE "*CFW*" TO LED-BATCH-ID.
