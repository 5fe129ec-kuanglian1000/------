000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     BATVAR.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - NIGHTLY BATCH VARIANCE EXCEPTION
000140*                   STEP, RUN AFTER HELLOBAT AND BEFORE
000150*                   TRANSEXT SHIPS THE NIGHT TO FINANCE. A
000160*                   BATCH THAT BALANCES TO ITS HEADER IS
000170*                   RELEASED EVEN WHEN ITS RESULT TOTAL IS TEN
000180*                   TIMES WHAT THE BATCH-ID USUALLY POSTS - THE
000190*                   KEYING DEPARTMENT CAN PUT THE SAME WRONG
000200*                   HASH ON THE HEADER AND THE DETAIL. EACH
000210*                   RELEASED BATCH ON TRANSOUT IS TOTALLED AND
000220*                   ITS COUNT AND TR-RESULT TOTAL ARE COMPARED
000230*                   WITH THE AVERAGE NIGHT OF THE SAME BATCH-ID
000240*                   ON THE PERIOD-TO-DATE LEDGER (TONIGHT'S
000250*                   RUN-ID EXCLUDED). EARLY IN A PERIOD, WHEN
000260*                   THE CLOSE HAS EMPTIED THE LEDGER, THE
000270*                   AVERAGE NIGHT OF THE BATCH-ID IN THE PRIOR
000280*                   MONTH IS TAKEN FROM THE PERIOD HISTORY FILE
000290*                   INSTEAD. A BATCH WHOSE COUNT OR TOTAL IS
000300*                   FURTHER FROM ITS AVERAGE THAN THE OPERATOR'S
000310*                   TOLERANCE PERCENTAGE (COMMAND LINE, AFTER
000320*                   THE RUN-ID - DEFAULT 50) IS LISTED ON
000330*                   VARLST, AND A BATCH-ID WITH NO HISTORY AT
000340*                   ALL IS LISTED AS NEW RATHER THAN PASSED.
000350*                   THE RUN ENDS RC 4 WHEN ANYTHING IS LISTED.
000360*****************************************************************
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TRANS-OUT-FILE
000420         ASSIGN TO TRANSOUT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-TRANS-OUT-STATUS.
000450     SELECT LEDGER-FILE
000460         ASSIGN TO LEDGF
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS LED-KEY
000500         FILE STATUS IS WS-LEDGER-STATUS.
000510     SELECT PERIOD-HIST-FILE
000520         ASSIGN TO PERHIST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PHS-KEY
000560         FILE STATUS IS WS-PERHIST-STATUS.
000570     SELECT VARIANCE-LIST-FILE
000580         ASSIGN TO VARLST
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-VARLST-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  TRANS-OUT-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORDING MODE IS F.
000670     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000680         BY ==TRANS-OUT-RECORD==.
000690 FD  LEDGER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY LEDGREC.
000720 FD  PERIOD-HIST-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY PERHIST.
000750 FD  VARIANCE-LIST-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 01  VARIANCE-LIST-LINE    PIC X(80).
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820*    -------------------------------------------------------
000830*    FILE STATUS AND RUN COUNTERS.
000840*    -------------------------------------------------------
000850 77  WS-TRANS-OUT-STATUS   PIC X(02)                 VALUE "00".
000860 77  WS-LEDGER-STATUS      PIC X(02)                 VALUE "00".
000870 77  WS-PERHIST-STATUS     PIC X(02)                 VALUE "00".
000880 77  WS-VARLST-STATUS      PIC X(02)                 VALUE "00".
000890 77  WS-READ-COUNT         BINARY-LONG               VALUE 0.
000900 77  WS-WITHIN-COUNT       BINARY-LONG               VALUE 0.
000910 77  WS-EXCEPTION-COUNT    BINARY-LONG               VALUE 0.
000920 77  WS-NEW-COUNT          BINARY-LONG               VALUE 0.
000930*
000940*    -------------------------------------------------------
000950*    PER-BATCH ACCUMULATOR TABLE - TRANSOUT DOES NOT ARRIVE
000960*    SORTED BY BATCH-ID, SO EACH BATCH IS FOUND OR ADDED BY
000970*    A LINEAR SEARCH AS ITS RESULTS STREAM PAST, AS LEDGPOST
000980*    DOES.
000990*    -------------------------------------------------------
001000 77  WS-BATCH-MAX          BINARY-LONG               VALUE 100.
001010 77  WS-BATCH-COUNT        BINARY-LONG               VALUE 0.
001020 77  WS-BATCH-IX           BINARY-LONG               VALUE 0.
001030 77  WS-FOUND-IX           BINARY-LONG               VALUE 0.
001040 01  WS-BATCH-TABLE.
001050     05  WS-BATCH-ENTRY    OCCURS 100 TIMES.
001060         10  WS-BAT-ID         PIC X(05).
001070         10  WS-BAT-COUNT      PIC 9(07).
001080         10  WS-BAT-TOTAL      PIC S9(12)V99 COMP-3.
001090*
001100*    -------------------------------------------------------
001110*    HISTORY AND TOLERANCE WORK FIELDS - THE EARLIER NIGHTS
001120*    FOUND FOR THE BATCH-ID, THEIR AVERAGE, AND THE DISTANCE
001130*    OF TONIGHT'S FIGURES FROM IT.
001140*    -------------------------------------------------------
001150 77  WS-HIST-NIGHTS        BINARY-LONG               VALUE 0.
001160 77  WS-HIST-COUNT         PIC 9(09) COMP-3          VALUE 0.
001170 77  WS-HIST-TOTAL         PIC S9(13)V99 COMP-3      VALUE 0.
001180 77  WS-AVG-COUNT          PIC 9(07) COMP-3          VALUE 0.
001190 77  WS-AVG-TOTAL          PIC S9(12)V99 COMP-3      VALUE 0.
001200 77  WS-COUNT-DIFF         PIC 9(07) COMP-3          VALUE 0.
001210 77  WS-TOTAL-DIFF         PIC S9(13)V99 COMP-3      VALUE 0.
001220 77  WS-AVG-SIZE           PIC S9(12)V99 COMP-3      VALUE 0.
001230 77  WS-DIFF-LIMIT         PIC S9(17)V99 COMP-3      VALUE 0.
001240 77  WS-DIFF-SCALED        PIC S9(17)V99 COMP-3      VALUE 0.
001250 77  WS-HIST-SOURCE        PIC X(06)                 VALUE SPACES.
001260 01  SW-COUNT-OUT          PIC X(01)                 VALUE "N".
001270     88  COUNT-OUT                                  VALUE "Y".
001280 01  SW-TOTAL-OUT          PIC X(01)                 VALUE "N".
001290     88  TOTAL-OUT                                  VALUE "Y".
001300*
001310*    -------------------------------------------------------
001320*    RUN CONTROL - RUN-ID AND TOLERANCE PARAMETERS, AND THE
001330*    PRIOR MONTH LOOKED UP ON THE PERIOD HISTORY.
001340*    -------------------------------------------------------
001350 77  WS-RUN-ID             PIC X(08)                 VALUE SPACES.
001360 77  WS-RUN-DATE           PIC X(08)                 VALUE SPACES.
001370 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
001380 01  WS-PARM-RUN-ID        PIC X(10)                 VALUE SPACES.
001390 01  WS-PARM-1             PIC X(10)                 VALUE SPACES.
001400 77  WS-TRAILING-SPACES    PIC 9(02)                 VALUE 0.
001410 77  WS-SIGNIFICANT-LEN    PIC 9(02)                 VALUE 0.
001420 77  WS-TOLERANCE          PIC 9(04)                 VALUE 50.
001430 01  WS-PERIOD-WORK        PIC X(06)                 VALUE SPACES.
001440 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
001450     05  WS-PERIOD-YEAR    PIC 9(04).
001460     05  WS-PERIOD-MONTH   PIC 9(02).
001470 77  WS-PRIOR-PERIOD       PIC X(06)                 VALUE SPACES.
001480*
001490*    -------------------------------------------------------
001500*    REPORT LINES.
001510*    -------------------------------------------------------
001520 01  WS-LIST-HEADING-1.
001530     05  FILLER            PIC X(35)
001540         VALUE "BATCH VARIANCE EXCEPTIONS - RUN-ID ".
001550     05  WS-HDG-RUN-ID     PIC X(08)                 VALUE SPACES.
001560     05  FILLER            PIC X(13)
001570         VALUE "  TOLERANCE  ".
001580     05  WS-HDG-TOLERANCE  PIC Z(03)9.
001590     05  FILLER            PIC X(01)                 VALUE "%".
001600     05  FILLER            PIC X(19)                 VALUE SPACES.
001610 01  WS-LIST-HEADING-2.
001620     05  FILLER            PIC X(37)
001630         VALUE "BATCH  NIGHTS   COUNT AVG CNT  SOURCE".
001640     05  FILLER            PIC X(43)
001650         VALUE "     RESULT TOTAL        AVG TOTAL STATUS".
001660 01  WS-LIST-DETAIL.
001670     05  WS-DTL-BATCH-ID   PIC X(05)                 VALUE SPACES.
001680     05  FILLER            PIC X(02)                 VALUE SPACES.
001690     05  WS-DTL-NIGHTS     PIC Z(05)9.
001700     05  FILLER            PIC X(01)                 VALUE SPACES.
001710     05  WS-DTL-COUNT      PIC Z(06)9.
001720     05  FILLER            PIC X(01)                 VALUE SPACES.
001730     05  WS-DTL-AVG-COUNT  PIC Z(06)9.
001740     05  FILLER            PIC X(02)                 VALUE SPACES.
001750     05  WS-DTL-SOURCE     PIC X(06)                 VALUE SPACES.
001760     05  FILLER            PIC X(01)                 VALUE SPACES.
001770     05  WS-DTL-TOTAL      PIC -(12)9.99.
001780     05  FILLER            PIC X(01)                 VALUE SPACES.
001790     05  WS-DTL-AVG-TOTAL  PIC -(12)9.99.
001800     05  FILLER            PIC X(01)                 VALUE SPACES.
001810     05  WS-DTL-STATUS     PIC X(07)                 VALUE SPACES.
001820 01  WS-LIST-TEXT-LINE.
001830     05  WS-TXT-MESSAGE    PIC X(70)                 VALUE SPACES.
001840     05  FILLER            PIC X(10)                 VALUE SPACES.
001850 01  WS-LIST-SUMMARY.
001860     05  WS-SUM-LABEL      PIC X(30)                 VALUE SPACES.
001870     05  WS-SUM-COUNT      PIC Z(06)9.
001880     05  FILLER            PIC X(43)                 VALUE SPACES.
001890*
001900*    -------------------------------------------------------
001910*    SHARED RUN-STATUS AND SCHEDULE-GATE PARAMETER RECORDS.
001920*    -------------------------------------------------------
001930     COPY RUNSTREC.
001940     COPY SCHDCHK.
001950*
001960*    -------------------------------------------------------
001970*    CONTROL SWITCHES.
001980*    -------------------------------------------------------
001990 01  SW-END-OF-FILE        PIC X(01)                 VALUE "N".
002000     88  END-OF-FILE                                VALUE "Y".
002010 01  SW-END-OF-LEDGER      PIC X(01)                 VALUE "N".
002020     88  END-OF-LEDGER                              VALUE "Y".
002030 01  SW-NO-LEDGER          PIC X(01)                 VALUE "N".
002040     88  NO-LEDGER                                  VALUE "Y".
002050 01  SW-NO-PERHIST         PIC X(01)                 VALUE "N".
002060     88  NO-PERHIST                                 VALUE "Y".
002070*
002080 PROCEDURE DIVISION.
002090*
002100*****************************************************************
002110*  0000-MAINLINE
002120*  TOTALS THE NIGHT'S RELEASED RESULTS PER BATCH, CHECKS EACH
002130*  BATCH AGAINST ITS OWN HISTORY, AND CLOSES DOWN WITH THE
002140*  COUNTS AND THE RETURN CODE.
002150*****************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     PERFORM 2000-ACCUMULATE-RESULT THRU 2000-EXIT
002190         UNTIL END-OF-FILE.
002200     PERFORM 3000-CHECK-BATCH THRU 3000-EXIT
002210         VARYING WS-BATCH-IX FROM 1 BY 1
002220         UNTIL WS-BATCH-IX > WS-BATCH-COUNT.
002230     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002240     STOP RUN.
002250*
002260*****************************************************************
002270*  1000-INITIALIZE
002280*  PICKS UP THE RUN-ID (TODAY'S DATE WHEN OMITTED, MATCHING
002290*  HELLOBAT) AND THE TOLERANCE PERCENTAGE (1-4 DIGITS, DEFAULT
002300*  50), PASSES THE SCHEDULE GATE, LOGS THE RUN START AND OPENS
002310*  THE FILES. NO LEDGER OR NO PERIOD HISTORY SIMPLY MEANS NO
002320*  HISTORY FROM THAT SOURCE.
002330*****************************************************************
002340 1000-INITIALIZE.
002350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002360     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002370     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002380         INTO WS-PARM-RUN-ID WS-PARM-1.
002390     MOVE WS-PARM-RUN-ID(1:8) TO WS-RUN-ID.
002400     IF WS-RUN-ID = SPACES
002410         MOVE WS-RUN-DATE TO WS-RUN-ID
002420     END-IF.
002430     IF WS-PARM-1 NOT = SPACES
002440         MOVE 0 TO WS-TRAILING-SPACES
002450         INSPECT WS-PARM-1 TALLYING WS-TRAILING-SPACES
002460             FOR TRAILING SPACES
002470         COMPUTE WS-SIGNIFICANT-LEN = 10 - WS-TRAILING-SPACES
002480         IF WS-SIGNIFICANT-LEN > 4
002490                 OR WS-PARM-1(1:WS-SIGNIFICANT-LEN)
002500                     IS NOT NUMERIC
002510             DISPLAY "*** TOLERANCE MUST BE 1-4 DIGITS - "
002520                 "USING DEFAULT 50 ***"
002530         ELSE
002540             MOVE WS-PARM-1(1:WS-SIGNIFICANT-LEN)
002550                 TO WS-TOLERANCE
002560         END-IF
002570     END-IF.
002580     PERFORM 1150-CHECK-SCHEDULE THRU 1150-EXIT.
002590     PERFORM 7500-LOG-RUN-START THRU 7500-EXIT.
002600     MOVE WS-RUN-ID(1:6) TO WS-PERIOD-WORK.
002610     IF WS-PERIOD-WORK IS NOT NUMERIC
002620         MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-WORK
002630     END-IF.
002640     IF WS-PERIOD-MONTH = 1
002650         SUBTRACT 1 FROM WS-PERIOD-YEAR
002660         MOVE 12 TO WS-PERIOD-MONTH
002670     ELSE
002680         SUBTRACT 1 FROM WS-PERIOD-MONTH
002690     END-IF.
002700     MOVE WS-PERIOD-WORK TO WS-PRIOR-PERIOD.
002710     OPEN INPUT TRANS-OUT-FILE.
002720     IF WS-TRANS-OUT-STATUS NOT = "00"
002730         DISPLAY "*** ERROR OPENING TRANSOUT - STATUS "
002740             WS-TRANS-OUT-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         GO TO 9999-ABEND
002770     END-IF.
002780     OPEN OUTPUT VARIANCE-LIST-FILE.
002790     IF WS-VARLST-STATUS NOT = "00"
002800         DISPLAY "*** ERROR OPENING VARLST - STATUS "
002810             WS-VARLST-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 9999-ABEND
002840     END-IF.
002850     MOVE WS-RUN-ID TO WS-HDG-RUN-ID.
002860     MOVE WS-TOLERANCE TO WS-HDG-TOLERANCE.
002870     MOVE WS-LIST-HEADING-1 TO VARIANCE-LIST-LINE.
002880     WRITE VARIANCE-LIST-LINE.
002890     MOVE SPACES TO VARIANCE-LIST-LINE.
002900     WRITE VARIANCE-LIST-LINE.
002910     MOVE WS-LIST-HEADING-2 TO VARIANCE-LIST-LINE.
002920     WRITE VARIANCE-LIST-LINE.
002930     OPEN INPUT LEDGER-FILE.
002940     IF WS-LEDGER-STATUS = "35"
002950         SET NO-LEDGER TO TRUE
002960     ELSE
002970         IF WS-LEDGER-STATUS NOT = "00"
002980             DISPLAY "*** ERROR OPENING LEDGF - STATUS "
002990                 WS-LEDGER-STATUS
003000             MOVE 16 TO RETURN-CODE
003010             GO TO 9999-ABEND
003020         END-IF
003030     END-IF.
003040     OPEN INPUT PERIOD-HIST-FILE.
003050     IF WS-PERHIST-STATUS = "35"
003060         SET NO-PERHIST TO TRUE
003070     ELSE
003080         IF WS-PERHIST-STATUS NOT = "00"
003090             DISPLAY "*** ERROR OPENING PERHIST - STATUS "
003100                 WS-PERHIST-STATUS
003110             MOVE 16 TO RETURN-CODE
003120             GO TO 9999-ABEND
003130         END-IF
003140     END-IF.
003150     PERFORM 2100-READ-TRANS-OUT THRU 2100-EXIT.
003160 1000-EXIT.
003170     EXIT.
003180*
003190*****************************************************************
003200*  1150-CHECK-SCHEDULE
003210*  ASKS THE SHARED SCHEDGTE GATEKEEPER WHETHER THIS STEP'S
003220*  SCHEDULED PREREQUISITE ENDED NORMALLY FOR TONIGHT'S
003230*  RUN-ID. A BLOCKED RUN STOPS HERE, RC 8, BEFORE ANY FILE IS
003240*  OPENED OR ANY START RECORD IS LOGGED. SCHEDGTE DISPLAYS
003250*  THE REASON ITSELF.
003260*****************************************************************
003270 1150-CHECK-SCHEDULE.
003280     MOVE SPACES TO SCHEDULE-CHECK-RECORD.
003290     MOVE "BATVAR" TO SGK-PROGRAM-ID.
003300     MOVE WS-RUN-ID TO SGK-RUN-ID.
003310     CALL "SCHEDGTE" USING SCHEDULE-CHECK-RECORD.
003320     IF SGK-BLOCKED
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360 1150-EXIT.
003370     EXIT.
003380*
003390*****************************************************************
003400*  2000-ACCUMULATE-RESULT
003410*  ADDS ONE RELEASED RESULT INTO ITS BATCH'S TABLE ENTRY,
003420*  CREATING THE ENTRY ON THE BATCH'S FIRST RESULT.
003430*****************************************************************
003440 2000-ACCUMULATE-RESULT.
003450     ADD 1 TO WS-READ-COUNT.
003460     MOVE 0 TO WS-FOUND-IX.
003470     PERFORM 2200-MATCH-ONE-BATCH THRU 2200-EXIT
003480         VARYING WS-BATCH-IX FROM 1 BY 1
003490         UNTIL WS-BATCH-IX > WS-BATCH-COUNT.
003500     IF WS-FOUND-IX = 0
003510         IF WS-BATCH-COUNT >= WS-BATCH-MAX
003520             DISPLAY "*** MORE BATCHES THAN THE TABLE HOLDS - "
003530                 "RUN ABANDONED ***"
003540             MOVE 16 TO RETURN-CODE
003550             GO TO 9999-ABEND
003560         END-IF
003570         ADD 1 TO WS-BATCH-COUNT
003580         MOVE WS-BATCH-COUNT TO WS-FOUND-IX
003590         MOVE TR-BATCH-ID OF TRANS-OUT-RECORD
003600             TO WS-BAT-ID(WS-FOUND-IX)
003610         MOVE 0 TO WS-BAT-COUNT(WS-FOUND-IX)
003620         MOVE ZERO TO WS-BAT-TOTAL(WS-FOUND-IX)
003630     END-IF.
003640     ADD 1 TO WS-BAT-COUNT(WS-FOUND-IX).
003650     ADD TR-RESULT OF TRANS-OUT-RECORD
003660         TO WS-BAT-TOTAL(WS-FOUND-IX)
003670         ON SIZE ERROR
003680             DISPLAY "*** BATCH TOTAL OVERFLOW FOR BATCH "
003690                 WS-BAT-ID(WS-FOUND-IX) " ***"
003700     END-ADD.
003710     PERFORM 2100-READ-TRANS-OUT THRU 2100-EXIT.
003720 2000-EXIT.
003730     EXIT.
003740*
003750*****************************************************************
003760*  2100-READ-TRANS-OUT
003770*  READS THE NEXT RELEASED RESULT, SETTING END-OF-FILE WHEN
003780*  EXHAUSTED.
003790*****************************************************************
003800 2100-READ-TRANS-OUT.
003810     READ TRANS-OUT-FILE
003820         AT END
003830             SET END-OF-FILE TO TRUE
003840     END-READ.
003850 2100-EXIT.
003860     EXIT.
003870*
003880*****************************************************************
003890*  2200-MATCH-ONE-BATCH
003900*  REMEMBERS THE TABLE POSITION OF THE ENTRY MATCHING THE
003910*  CURRENT RESULT'S BATCH-ID, IF ONE EXISTS YET.
003920*****************************************************************
003930 2200-MATCH-ONE-BATCH.
003940     IF WS-BAT-ID(WS-BATCH-IX)
003950             = TR-BATCH-ID OF TRANS-OUT-RECORD
003960         MOVE WS-BATCH-IX TO WS-FOUND-IX
003970     END-IF.
003980 2200-EXIT.
003990     EXIT.
004000*
004010*****************************************************************
004020*  3000-CHECK-BATCH
004030*  FINDS THE BATCH-ID'S EARLIER NIGHTS - ON THE LEDGER, OR
004040*  FAILING THAT IN LAST MONTH'S PERIOD HISTORY - AND LISTS
004050*  THE BATCH AS NEW WHEN THERE ARE NONE, OR AS AN EXCEPTION
004060*  WHEN ITS COUNT OR TOTAL IS OUTSIDE THE TOLERANCE OF THE
004070*  AVERAGE NIGHT.
004080*****************************************************************
004090 3000-CHECK-BATCH.
004100     MOVE 0 TO WS-HIST-NIGHTS.
004110     MOVE ZERO TO WS-HIST-COUNT.
004120     MOVE ZERO TO WS-HIST-TOTAL.
004130     MOVE SPACES TO WS-HIST-SOURCE.
004140     IF NOT NO-LEDGER
004150         PERFORM 3100-LEDGER-HISTORY THRU 3100-EXIT
004160     END-IF.
004170     IF WS-HIST-NIGHTS = 0 AND NOT NO-PERHIST
004180         PERFORM 3200-PERIOD-HISTORY THRU 3200-EXIT
004190     END-IF.
004200     MOVE SPACES TO WS-LIST-DETAIL.
004210     MOVE WS-BAT-ID(WS-BATCH-IX) TO WS-DTL-BATCH-ID.
004220     MOVE WS-BAT-COUNT(WS-BATCH-IX) TO WS-DTL-COUNT.
004230     MOVE WS-BAT-TOTAL(WS-BATCH-IX) TO WS-DTL-TOTAL.
004240     IF WS-HIST-NIGHTS = 0
004250         ADD 1 TO WS-NEW-COUNT
004260         MOVE "NEW" TO WS-DTL-STATUS
004270         GO TO 3000-PRINT
004280     END-IF.
004290     DIVIDE WS-HIST-COUNT BY WS-HIST-NIGHTS
004300         GIVING WS-AVG-COUNT ROUNDED.
004310     DIVIDE WS-HIST-TOTAL BY WS-HIST-NIGHTS
004320         GIVING WS-AVG-TOTAL ROUNDED.
004330     PERFORM 3300-TEST-TOLERANCE THRU 3300-EXIT.
004340     IF NOT COUNT-OUT AND NOT TOTAL-OUT
004350         ADD 1 TO WS-WITHIN-COUNT
004360         GO TO 3000-EXIT
004370     END-IF.
004380     ADD 1 TO WS-EXCEPTION-COUNT.
004390     MOVE WS-HIST-NIGHTS TO WS-DTL-NIGHTS.
004400     MOVE WS-AVG-COUNT TO WS-DTL-AVG-COUNT.
004410     MOVE WS-HIST-SOURCE TO WS-DTL-SOURCE.
004420     MOVE WS-AVG-TOTAL TO WS-DTL-AVG-TOTAL.
004430     EVALUATE TRUE
004440         WHEN COUNT-OUT AND TOTAL-OUT
004450             MOVE "*BOTH*" TO WS-DTL-STATUS
004460         WHEN COUNT-OUT
004470             MOVE "*COUNT*" TO WS-DTL-STATUS
004480         WHEN OTHER
004490             MOVE "*TOTAL*" TO WS-DTL-STATUS
004500     END-EVALUATE.
004510 3000-PRINT.
004520     MOVE WS-LIST-DETAIL TO VARIANCE-LIST-LINE.
004530     WRITE VARIANCE-LIST-LINE.
004540 3000-EXIT.
004550     EXIT.
004560*
004570*****************************************************************
004580*  3100-LEDGER-HISTORY
004590*  POSITIONS THE LEDGER AT THE BATCH-ID'S FIRST RECORD AND
004600*  ADDS UP EVERY EARLIER NIGHT IT POSTED THIS PERIOD.
004610*****************************************************************
004620 3100-LEDGER-HISTORY.
004630     MOVE "N" TO SW-END-OF-LEDGER.
004640     MOVE WS-BAT-ID(WS-BATCH-IX) TO LED-BATCH-ID.
004650     MOVE LOW-VALUES TO LED-RUN-ID.
004660     START LEDGER-FILE
004670         KEY IS NOT LESS THAN LED-KEY
004680         INVALID KEY
004690             SET END-OF-LEDGER TO TRUE
004700     END-START.
004710     PERFORM 3110-LEDGER-ONE-NIGHT THRU 3110-EXIT
004720         UNTIL END-OF-LEDGER.
004730     IF WS-HIST-NIGHTS > 0
004740         MOVE "LEDGER" TO WS-HIST-SOURCE
004750     END-IF.
004760 3100-EXIT.
004770     EXIT.
004780*
004790*****************************************************************
004800*  3110-LEDGER-ONE-NIGHT
004810*  READS THE NEXT LEDGER RECORD AND, WHILE IT IS STILL THE
004820*  SAME BATCH-ID, ADDS IT IN - EXCEPT TONIGHT'S OWN RECORD,
004830*  WHICH IS THERE WHEN THE POSTING STEP HAS ALREADY RUN.
004840*****************************************************************
004850 3110-LEDGER-ONE-NIGHT.
004860     READ LEDGER-FILE NEXT RECORD
004870         AT END
004880             SET END-OF-LEDGER TO TRUE
004890             GO TO 3110-EXIT
004900     END-READ.
004910     IF LED-BATCH-ID NOT = WS-BAT-ID(WS-BATCH-IX)
004920         SET END-OF-LEDGER TO TRUE
004930         GO TO 3110-EXIT
004940     END-IF.
004950     IF LED-RUN-ID = WS-RUN-ID
004960         GO TO 3110-EXIT
004970     END-IF.
004980     ADD 1 TO WS-HIST-NIGHTS.
004990     ADD LED-TRAN-COUNT TO WS-HIST-COUNT.
005000     ADD LED-RESULT-TOTAL TO WS-HIST-TOTAL.
005010 3110-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050*  3200-PERIOD-HISTORY
005060*  READS THE BATCH-ID'S RECORD FOR LAST MONTH ON THE PERIOD
005070*  HISTORY FILE - THE NIGHTS IT POSTED AND THEIR TOTALS.
005080*****************************************************************
005090 3200-PERIOD-HISTORY.
005100     MOVE WS-PRIOR-PERIOD TO PHS-PERIOD.
005110     MOVE WS-BAT-ID(WS-BATCH-IX) TO PHS-BATCH-ID.
005120     READ PERIOD-HIST-FILE
005130         INVALID KEY
005140             GO TO 3200-EXIT
005150     END-READ.
005160     IF PHS-BATCH-COUNT = 0
005170         GO TO 3200-EXIT
005180     END-IF.
005190     MOVE PHS-BATCH-COUNT TO WS-HIST-NIGHTS.
005200     MOVE PHS-TRAN-COUNT TO WS-HIST-COUNT.
005210     MOVE PHS-RESULT-TOTAL TO WS-HIST-TOTAL.
005220     MOVE "PERIOD" TO WS-HIST-SOURCE.
005230 3200-EXIT.
005240     EXIT.
005250*
005260*****************************************************************
005270*  3300-TEST-TOLERANCE
005280*  SETS COUNT-OUT AND TOTAL-OUT WHEN TONIGHT'S FIGURE DIFFERS
005290*  FROM THE AVERAGE BY MORE THAN THE TOLERANCE PERCENTAGE OF
005300*  THE AVERAGE'S SIZE. AN AVERAGE OF ZERO ALLOWS ONLY ZERO.
005310*****************************************************************
005320 3300-TEST-TOLERANCE.
005330     MOVE "N" TO SW-COUNT-OUT.
005340     MOVE "N" TO SW-TOTAL-OUT.
005350     IF WS-BAT-COUNT(WS-BATCH-IX) > WS-AVG-COUNT
005360         COMPUTE WS-COUNT-DIFF =
005370             WS-BAT-COUNT(WS-BATCH-IX) - WS-AVG-COUNT
005380     ELSE
005390         COMPUTE WS-COUNT-DIFF =
005400             WS-AVG-COUNT - WS-BAT-COUNT(WS-BATCH-IX)
005410     END-IF.
005420     COMPUTE WS-DIFF-SCALED = WS-COUNT-DIFF * 100.
005430     COMPUTE WS-DIFF-LIMIT = WS-AVG-COUNT * WS-TOLERANCE.
005440     IF WS-DIFF-SCALED > WS-DIFF-LIMIT
005450         SET COUNT-OUT TO TRUE
005460     END-IF.
005470     COMPUTE WS-TOTAL-DIFF =
005480         WS-BAT-TOTAL(WS-BATCH-IX) - WS-AVG-TOTAL.
005490     IF WS-TOTAL-DIFF < 0
005500         COMPUTE WS-TOTAL-DIFF = 0 - WS-TOTAL-DIFF
005510     END-IF.
005520     IF WS-AVG-TOTAL < 0
005530         COMPUTE WS-AVG-SIZE = 0 - WS-AVG-TOTAL
005540     ELSE
005550         MOVE WS-AVG-TOTAL TO WS-AVG-SIZE
005560     END-IF.
005570     COMPUTE WS-DIFF-SCALED = WS-TOTAL-DIFF * 100.
005580     COMPUTE WS-DIFF-LIMIT = WS-AVG-SIZE * WS-TOLERANCE.
005590     IF WS-DIFF-SCALED > WS-DIFF-LIMIT
005600         SET TOTAL-OUT TO TRUE
005610     END-IF.
005620 3300-EXIT.
005630     EXIT.
005640*
005650*****************************************************************
005660*  7100-WRITE-TEXT-LINE
005670*  PRINTS ONE MESSAGE LINE ON THE LISTING.
005680*****************************************************************
005690 7100-WRITE-TEXT-LINE.
005700     MOVE WS-LIST-TEXT-LINE TO VARIANCE-LIST-LINE.
005710     WRITE VARIANCE-LIST-LINE.
005720 7100-EXIT.
005730     EXIT.
005740*
005750*****************************************************************
005760*  7300-WRITE-SUMMARY
005770*  PRINTS ONE COUNT LINE ON THE LISTING.
005780*****************************************************************
005790 7300-WRITE-SUMMARY.
005800     MOVE WS-LIST-SUMMARY TO VARIANCE-LIST-LINE.
005810     WRITE VARIANCE-LIST-LINE.
005820 7300-EXIT.
005830     EXIT.
005840*
005850*****************************************************************
005860*  7500-LOG-RUN-START
005870*  LOGS THE START OF THIS RUN ON THE SHARED RUN-STATUS FILE.
005880*****************************************************************
005890 7500-LOG-RUN-START.
005900     MOVE SPACES TO RUN-STATUS-RECORD.
005910     MOVE "BATVAR" TO RS-PROGRAM-ID.
005920     MOVE WS-RUN-ID TO RS-RUN-ID.
005930     SET RS-START-EVENT TO TRUE.
005940     MOVE ZERO TO RS-RECORDS-READ.
005950     MOVE ZERO TO RS-RECORDS-WRITTEN.
005960     MOVE ZERO TO RS-RETURN-CODE.
005970     SET RS-NORMAL TO TRUE.
005980     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
005990 7500-EXIT.
006000     EXIT.
006010*
006020*****************************************************************
006030*  7600-LOG-RUN-END
006040*  LOGS THE END OF THIS RUN - RESULTS READ AND BATCHES
006050*  LISTED.
006060*****************************************************************
006070 7600-LOG-RUN-END.
006080     SET RS-END-EVENT TO TRUE.
006090     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
006100     COMPUTE RS-RECORDS-WRITTEN =
006110         WS-EXCEPTION-COUNT + WS-NEW-COUNT.
006120     MOVE RETURN-CODE TO RS-RETURN-CODE.
006130     SET RS-NORMAL TO TRUE.
006140     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
006150     MOVE RS-RETURN-CODE TO RETURN-CODE.
006160 7600-EXIT.
006170     EXIT.
006180*
006190*****************************************************************
006200*  8000-FINALIZE
006210*  PRINTS THE COUNTS, CLOSES THE FILES, AND SETS RC 4 WHEN
006220*  ANY BATCH WAS LISTED - OUTSIDE TOLERANCE OR NEW - SO THE
006230*  DESK LOOKS BEFORE FINANCE LOADS THE NIGHT.
006240*****************************************************************
006250 8000-FINALIZE.
006260     IF WS-BATCH-COUNT = 0
006270         MOVE "NO RELEASED BATCHES ON TRANSOUT TONIGHT"
006280             TO WS-TXT-MESSAGE
006290         PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
006300     END-IF.
006310     MOVE SPACES TO VARIANCE-LIST-LINE.
006320     WRITE VARIANCE-LIST-LINE.
006330     MOVE "BATCHES CHECKED             : " TO WS-SUM-LABEL.
006340     MOVE WS-BATCH-COUNT TO WS-SUM-COUNT.
006350     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006360     MOVE "  WITHIN TOLERANCE          : " TO WS-SUM-LABEL.
006370     MOVE WS-WITHIN-COUNT TO WS-SUM-COUNT.
006380     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006390     MOVE "  OUTSIDE TOLERANCE         : " TO WS-SUM-LABEL.
006400     MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT.
006410     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006420     MOVE "  NEW - NO HISTORY          : " TO WS-SUM-LABEL.
006430     MOVE WS-NEW-COUNT TO WS-SUM-COUNT.
006440     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006450     CLOSE TRANS-OUT-FILE.
006460     IF NOT NO-LEDGER
006470         CLOSE LEDGER-FILE
006480     END-IF.
006490     IF NOT NO-PERHIST
006500         CLOSE PERIOD-HIST-FILE
006510     END-IF.
006520     CLOSE VARIANCE-LIST-FILE.
006530     DISPLAY "BATCHES CHECKED          : " WS-BATCH-COUNT.
006540     DISPLAY "OUTSIDE TOLERANCE        : " WS-EXCEPTION-COUNT.
006550     DISPLAY "NEW BATCH-IDS            : " WS-NEW-COUNT.
006560     IF WS-EXCEPTION-COUNT > 0 OR WS-NEW-COUNT > 0
006570         MOVE 4 TO RETURN-CODE
006580     END-IF.
006590     PERFORM 7600-LOG-RUN-END THRU 7600-EXIT.
006600 8000-EXIT.
006610     EXIT.
006620*
006630*****************************************************************
006640*  9999-ABEND
006650*  TERMINATES THE RUN AFTER A FATAL FILE ERROR, LOGGING THE
006660*  ABEND ON THE SHARED RUN-STATUS FILE SO THE MORNING INQUIRY
006670*  SHOWS IT. RETURN-CODE WAS ALREADY SET BY THE CALLER.
006680*****************************************************************
006690 9999-ABEND.
006700     SET RS-END-EVENT TO TRUE.
006710     MOVE "BATVAR" TO RS-PROGRAM-ID.
006720     MOVE WS-RUN-ID TO RS-RUN-ID.
006730     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
006740     MOVE ZERO TO RS-RECORDS-WRITTEN.
006750     MOVE RETURN-CODE TO RS-RETURN-CODE.
006760     SET RS-ABEND TO TRUE.
006770     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
006780     MOVE RS-RETURN-CODE TO RETURN-CODE.
006790     STOP RUN.
