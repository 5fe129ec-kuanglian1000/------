000240*                   HASH TOTAL OF TR-RESULT, THE SAME PROVE-IT-
000250*                   ARRIVED-WHOLE DISCIPLINE NUMPCTL ALREADY
000260*                   GIVES THE INBOUND STREAM.
000261*  2026-10-15 KLC   EACH EXTRACT SENT IS NOW ALSO RECORDED ON
000262*                   THE KEYED EXTRACT HISTORY FILE FINEXTH -
000263*                   RUN DATE, RUN-ID, TRAILER COUNT AND RESULT
000264*                   HASH - SO EXTMATCH CAN MATCH FINANCE'S
000265*                   ACKNOWLEDGEMENT TO WHAT WAS ACTUALLY SENT.
000266*                   A RERUN FOR THE SAME RUN DATE REPLACES THE
000267*                   RECORD AND CLEARS ANY ACKNOWLEDGEMENT, SINCE
000268*                   FINANCE MUST NOW LOAD THE NEW EXTRACT.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000370         ASSIGN TO FINEXT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-EXTRACT-STATUS.
000391     SELECT EXTRACT-HIST-FILE
000392         ASSIGN TO FINEXTH
000393         ORGANIZATION IS INDEXED
000394         ACCESS MODE IS RANDOM
000395         RECORD KEY IS EXH-RUN-DATE
000396         FILE STATUS IS WS-EXTHIST-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000490     LABEL RECORDS ARE STANDARD
000500     RECORDING MODE IS F.
000510 01  EXTRACT-RECORD        PIC X(80).
000512 FD  EXTRACT-HIST-FILE
000514     LABEL RECORDS ARE STANDARD.
000516     COPY EXTHIST.
000520*
000530 WORKING-STORAGE SECTION.
000540*
000570*    -------------------------------------------------------
000580 77  WS-TRANS-OUT-STATUS   PIC X(02)                 VALUE "00".
000590 77  WS-EXTRACT-STATUS     PIC X(02)                 VALUE "00".
000595 77  WS-EXTHIST-STATUS     PIC X(02)                 VALUE "00".
000600 77  WS-READ-COUNT         BINARY-LONG               VALUE 0.
000610 77  WS-WRITTEN-COUNT      BINARY-LONG               VALUE 0.
000620 77  WS-RESULT-HASH        PIC S9(12)V99 COMP-3      VALUE 0.
001970     EXIT.
001980*
001990*****************************************************************
001991*  7300-RECORD-HISTORY
001992*  WRITES THE EXTRACT JUST SENT TO THE EXTRACT HISTORY FILE,
001993*  UNACKNOWLEDGED. A RECORD ALREADY THERE FOR THE RUN DATE IS
001994*  FROM AN EARLIER ATTEMPT WHOSE EXTRACT THIS ONE REPLACED, SO
001995*  IT IS REWRITTEN. THE FILE IS CREATED ON ITS FIRST USE.
001996*****************************************************************
001997 7300-RECORD-HISTORY.
001998     OPEN I-O EXTRACT-HIST-FILE.
001999     IF WS-EXTHIST-STATUS = "35"
002000         OPEN OUTPUT EXTRACT-HIST-FILE
002001         CLOSE EXTRACT-HIST-FILE
002002         OPEN I-O EXTRACT-HIST-FILE
002003     END-IF.
002004     IF WS-EXTHIST-STATUS NOT = "00"
002005         DISPLAY "*** ERROR OPENING FINEXTH - STATUS "
002006             WS-EXTHIST-STATUS
002007         MOVE 16 TO RETURN-CODE
002008         GO TO 9999-ABEND
002009     END-IF.
002010     MOVE SPACES TO EXTRACT-HISTORY-RECORD.
002011     MOVE WS-RUN-DATE TO EXH-RUN-DATE.
002012     MOVE WS-RUN-ID TO EXH-RUN-ID.
002013     MOVE WS-WRITTEN-COUNT TO EXH-RECORD-COUNT.
002014     MOVE WS-RESULT-HASH TO EXH-RESULT-HASH.
002015     SET EXH-UNACKNOWLEDGED TO TRUE.
002016     MOVE ZERO TO EXH-ACK-COUNT.
002017     MOVE ZERO TO EXH-ACK-HASH.
002018     WRITE EXTRACT-HISTORY-RECORD
002019         INVALID KEY
002020             REWRITE EXTRACT-HISTORY-RECORD
002021                 INVALID KEY
002022                     DISPLAY "*** EXTRACT FOR " WS-RUN-DATE
002023                         " COULD NOT BE RECORDED - STATUS "
002024                         WS-EXTHIST-STATUS " ***"
002025             END-REWRITE
002026     END-WRITE.
002027     CLOSE EXTRACT-HIST-FILE.
002028 7300-EXIT.
002029     EXIT.
002030*
002031*****************************************************************
002032*  7500-LOG-RUN-START
002033*  LOGS THE START OF THIS RUN ON THE SHARED RUN-STATUS FILE.
002034*****************************************************************
002035 7500-LOG-RUN-START.
002040     MOVE SPACES TO RUN-STATUS-RECORD.
002050     MOVE "TRANSEXT" TO RS-PROGRAM-ID.
002060     MOVE WS-RUN-ID TO RS-RUN-ID.
002320*****************************************************************
002330*  8000-FINALIZE
002340*  WRITES THE TRAILER CARRYING THE RECORD COUNT AND RESULT
002350*  HASH, CLOSES THE FILES, RECORDS THE EXTRACT ON THE
002355*  HISTORY FILE, AND REPORTS THE RUN.
002360*****************************************************************
002370 8000-FINALIZE.
002380     MOVE WS-WRITTEN-COUNT TO WS-TRL-COUNT.
002410     WRITE EXTRACT-RECORD.
002420     CLOSE TRANS-OUT-FILE.
002430     CLOSE EXTRACT-FILE.
002435     PERFORM 7300-RECORD-HISTORY THRU 7300-EXIT.
002440     DISPLAY "RESULTS READ       : " WS-READ-COUNT.
002450     DISPLAY "DETAILS EXTRACTED  : " WS-WRITTEN-COUNT.
002460     PERFORM 7600-LOG-RUN-END THRU 7600-EXIT.
