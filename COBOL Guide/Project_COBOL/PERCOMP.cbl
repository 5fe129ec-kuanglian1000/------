000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     PERCOMP.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - COMPARATIVE PERIOD REPORT OVER
000140*                   THE PERIOD HISTORY FILE PERHIST THAT
000150*                   LEDGCLSE WRITES AT EACH PROVED CLOSE.
000160*                   FINANCE USED TO LAY LAST MONTH'S AND LAST
000170*                   YEAR'S CLOSE REPORTS SIDE BY SIDE AND
000180*                   SUBTRACT BY HAND. EACH CLOSED PERIOD IS
000190*                   PRINTED WITH ITS BATCHES, TRANSACTIONS AND
000200*                   RESULT TOTAL, THEN COMPARED WITH THE
000210*                   PREVIOUS PERIOD AND THE SAME PERIOD A YEAR
000220*                   EARLIER - THE VARIANCE IN TRANSACTIONS AND
000230*                   IN RESULT TOTAL, EACH AS AN AMOUNT AND A
000240*                   PERCENTAGE. A PERIOD (YYYYMM) ON THE
000250*                   COMMAND LINE REPORTS THAT PERIOD ALONE AND
000260*                   ADDS THE SAME COMPARISON FOR EACH BATCH-ID
000270*                   THAT POSTED IN IT. THE LISTING IS PERRPT.
000280*****************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PERIOD-HIST-FILE
000340         ASSIGN TO PERHIST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PHS-KEY
000380         FILE STATUS IS WS-PERHIST-STATUS.
000390     SELECT PERIOD-LIST-FILE
000400         ASSIGN TO PERRPT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-PERRPT-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PERIOD-HIST-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY PERHIST.
000490 FD  PERIOD-LIST-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORDING MODE IS F.
000520 01  PERIOD-LIST-LINE      PIC X(80).
000530*
000540 WORKING-STORAGE SECTION.
000550*
000560*    -------------------------------------------------------
000570*    FILE STATUS AND RUN COUNTERS.
000580*    -------------------------------------------------------
000590 77  WS-PERHIST-STATUS     PIC X(02)                 VALUE "00".
000600 77  WS-PERRPT-STATUS      PIC X(02)                 VALUE "00".
000610 77  WS-RECORD-COUNT       BINARY-LONG               VALUE 0.
000620 77  WS-PERIODS-REPORTED   BINARY-LONG               VALUE 0.
000630 77  WS-BATCHES-REPORTED   BINARY-LONG               VALUE 0.
000640 77  WS-RUN-DATE           PIC X(08)                 VALUE SPACES.
000650 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
000660 01  WS-SELECTED-PERIOD    PIC X(06)                 VALUE SPACES.
000670*
000680*    -------------------------------------------------------
000690*    PERIOD TABLE - ONE ENTRY PER "*PER*" SUMMARY ON THE
000700*    HISTORY FILE, LOADED IN KEY (PERIOD) ORDER. FIFTY YEARS
000710*    OF MONTHLY CLOSES FIT.
000720*    -------------------------------------------------------
000730 77  WS-PER-COUNT          BINARY-LONG               VALUE 0.
000740 77  WS-PER-MAX            BINARY-LONG               VALUE 600.
000750 77  WS-PER-SUB            BINARY-LONG               VALUE 0.
000760 77  WS-FIND-SUB           BINARY-LONG               VALUE 0.
000770 01  WS-PERIOD-TABLE.
000780     05  WS-PER-ENTRY OCCURS 600 TIMES.
000790         10  WS-PER-PERIOD     PIC X(06).
000800         10  WS-PER-BATCHES    PIC 9(07).
000810         10  WS-PER-TRANS      PIC 9(07).
000820         10  WS-PER-TOTAL      PIC S9(12)V99 COMP-3.
000830*
000840*    -------------------------------------------------------
000850*    COMPARISON WORK FIELDS - THE FIGURES BEING REPORTED,
000860*    THE FIGURES THEY ARE COMPARED WITH, AND THE VARIANCES.
000870*    THE PERCENTAGE IS TAKEN ON THE SIZE OF THE EARLIER
000880*    FIGURE, SO A RISE IS ALWAYS POSITIVE.
000890*    -------------------------------------------------------
000900 01  WS-PERIOD-WORK        PIC X(06)                 VALUE SPACES.
000910 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
000920     05  WS-PERIOD-YEAR    PIC 9(04).
000930     05  WS-PERIOD-MONTH   PIC 9(02).
000940 77  WS-PREV-PERIOD        PIC X(06)                 VALUE SPACES.
000950 77  WS-YEAR-AGO-PERIOD    PIC X(06)                 VALUE SPACES.
000960 77  WS-CUR-TRANS          PIC 9(07)                 VALUE 0.
000970 77  WS-CUR-TOTAL          PIC S9(12)V99 COMP-3      VALUE 0.
000980 77  WS-BASE-TRANS         PIC 9(07)                 VALUE 0.
000990 77  WS-BASE-TOTAL         PIC S9(12)V99 COMP-3      VALUE 0.
001000 77  WS-BASE-SIZE          PIC S9(12)V99 COMP-3      VALUE 0.
001010 77  WS-TRANS-VARIANCE     PIC S9(07) COMP-3         VALUE 0.
001020 77  WS-TOTAL-VARIANCE     PIC S9(13)V99 COMP-3      VALUE 0.
001030 77  WS-PERCENT            PIC S9(04)V9 COMP-3       VALUE 0.
001040 77  WS-CMP-LABEL-WORK     PIC X(09)                 VALUE SPACES.
001050 77  WS-CMP-PERIOD-WORK    PIC X(06)                 VALUE SPACES.
001060 77  WS-SAVE-BATCH-ID      PIC X(05)                 VALUE SPACES.
001070 01  WS-PCT-DISPLAY.
001080     05  FILLER            PIC X(01)                 VALUE SPACE.
001090     05  WS-PCT-EDIT       PIC -(4)9.9.
001100     05  FILLER            PIC X(01)                 VALUE "%".
001110 77  WS-PCT-TEXT           PIC X(09)                 VALUE SPACES.
001120*
001130*    -------------------------------------------------------
001140*    REPORT LINES.
001150*    -------------------------------------------------------
001160 01  WS-LIST-HEADING-1.
001170     05  FILLER            PIC X(30)
001180         VALUE "COMPARATIVE PERIOD REPORT -   ".
001190     05  WS-HDG-RUN-DATE   PIC X(08)                 VALUE SPACES.
001200     05  FILLER            PIC X(10)
001210         VALUE "  PERIOD  ".
001220     05  WS-HDG-PERIOD     PIC X(06)                 VALUE SPACES.
001230     05  FILLER            PIC X(26)                 VALUE SPACES.
001240 01  WS-LIST-HEADING-2.
001250     05  FILLER            PIC X(44)
001260         VALUE "PERIOD    BATCHES    TRANS      RESULT TOTAL".
001270     05  FILLER            PIC X(36)                 VALUE SPACES.
001280 01  WS-LIST-HEADING-3.
001290     05  FILLER            PIC X(36)
001300         VALUE "  COMPARED WITH   TRANS +/-      PCT".
001310     05  FILLER            PIC X(27)
001320         VALUE "        RESULT +/-      PCT".
001330     05  FILLER            PIC X(17)                 VALUE SPACES.
001340 01  WS-LIST-HEADING-4.
001350     05  FILLER            PIC X(44)
001360         VALUE "BATCH-ID   NIGHTS    TRANS      RESULT TOTAL".
001370     05  FILLER            PIC X(36)                 VALUE SPACES.
001380 01  WS-LIST-PERIOD-LINE.
001390     05  WS-PRL-KEY        PIC X(08)                 VALUE SPACES.
001400     05  FILLER            PIC X(02)                 VALUE SPACES.
001410     05  WS-PRL-BATCHES    PIC Z(06)9.
001420     05  FILLER            PIC X(02)                 VALUE SPACES.
001430     05  WS-PRL-TRANS      PIC Z(06)9.
001440     05  FILLER            PIC X(02)                 VALUE SPACES.
001450     05  WS-PRL-TOTAL      PIC -(12)9.99.
001460     05  FILLER            PIC X(36)                 VALUE SPACES.
001470 01  WS-LIST-COMPARE-LINE.
001480     05  FILLER            PIC X(02)                 VALUE SPACES.
001490     05  WS-CMP-LABEL      PIC X(09)                 VALUE SPACES.
001500     05  WS-CMP-PERIOD     PIC X(06)                 VALUE SPACES.
001510     05  FILLER            PIC X(02)                 VALUE SPACES.
001520     05  WS-CMP-TRANS-VAR  PIC -(7)9.
001530     05  WS-CMP-TRANS-PCT  PIC X(09)                 VALUE SPACES.
001540     05  FILLER            PIC X(02)                 VALUE SPACES.
001550     05  WS-CMP-TOTAL-VAR  PIC -(12)9.99.
001560     05  WS-CMP-TOTAL-PCT  PIC X(09)                 VALUE SPACES.
001570     05  FILLER            PIC X(17)                 VALUE SPACES.
001580 01  WS-LIST-TEXT-LINE.
001590     05  WS-TXT-MESSAGE    PIC X(70)                 VALUE SPACES.
001600     05  FILLER            PIC X(10)                 VALUE SPACES.
001610*
001620*    -------------------------------------------------------
001630*    SHARED RUN-STATUS PARAMETER RECORD.
001640*    -------------------------------------------------------
001650     COPY RUNSTREC.
001660*
001670*    -------------------------------------------------------
001680*    CONTROL SWITCHES.
001690*    -------------------------------------------------------
001700 01  SW-END-OF-HIST        PIC X(01)                 VALUE "N".
001710     88  END-OF-HIST                                VALUE "Y".
001720 01  SW-END-OF-BATCHES     PIC X(01)                 VALUE "N".
001730     88  END-OF-BATCHES                             VALUE "Y".
001740 01  SW-NO-HISTORY         PIC X(01)                 VALUE "N".
001750     88  NO-HISTORY                                 VALUE "Y".
001760 01  SW-BASE-FOUND         PIC X(01)                 VALUE "N".
001770     88  BASE-FOUND                                 VALUE "Y".
001780 01  SW-TABLE-FULL         PIC X(01)                 VALUE "N".
001790     88  TABLE-FULL                                 VALUE "Y".
001800*
001810 PROCEDURE DIVISION.
001820*
001830*****************************************************************
001840*  0000-MAINLINE
001850*  LOADS THE PERIOD SUMMARIES FROM THE HISTORY FILE, REPORTS
001860*  EACH PERIOD (OR THE ONE ASKED FOR) AGAINST ITS PREVIOUS
001870*  PERIOD AND THE SAME PERIOD A YEAR EARLIER, AND ENDS WITH
001880*  THE COUNTS.
001890*****************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-LOAD-PERIOD THRU 2000-EXIT
001930         UNTIL END-OF-HIST.
001940     PERFORM 3000-REPORT-PERIOD THRU 3000-EXIT
001950         VARYING WS-PER-SUB FROM 1 BY 1
001960         UNTIL WS-PER-SUB > WS-PER-COUNT.
001970     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001980     STOP RUN.
001990*
002000*****************************************************************
002010*  1000-INITIALIZE
002020*  LOGS THE RUN START, PICKS UP THE OPTIONAL PERIOD (YYYYMM)
002030*  PARAMETER, OPENS THE LISTING AND THE HISTORY FILE AND
002040*  POSITIONS THE READ AT THE FIRST PERIOD. NO HISTORY FILE
002050*  MEANS NO PERIOD HAS BEEN CLOSED YET.
002060*****************************************************************
002070 1000-INITIALIZE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090     PERFORM 7500-LOG-RUN-START THRU 7500-EXIT.
002100     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002110     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
002120         INTO WS-SELECTED-PERIOD.
002130     IF WS-SELECTED-PERIOD NOT = SPACES
002140         MOVE WS-SELECTED-PERIOD TO WS-PERIOD-WORK
002150         IF WS-PERIOD-WORK IS NOT NUMERIC
002160                 OR WS-PERIOD-MONTH < 1
002170                 OR WS-PERIOD-MONTH > 12
002180             DISPLAY "*** PERIOD MUST BE YYYYMM - REPORTING "
002190                 "EVERY PERIOD ***"
002200             MOVE SPACES TO WS-SELECTED-PERIOD
002210         END-IF
002220     END-IF.
002230     OPEN OUTPUT PERIOD-LIST-FILE.
002240     IF WS-PERRPT-STATUS NOT = "00"
002250         DISPLAY "*** ERROR OPENING PERRPT - STATUS "
002260             WS-PERRPT-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         GO TO 9999-ABEND
002290     END-IF.
002300     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002310     IF WS-SELECTED-PERIOD = SPACES
002320         MOVE "ALL" TO WS-HDG-PERIOD
002330     ELSE
002340         MOVE WS-SELECTED-PERIOD TO WS-HDG-PERIOD
002350     END-IF.
002360     MOVE WS-LIST-HEADING-1 TO PERIOD-LIST-LINE.
002370     WRITE PERIOD-LIST-LINE.
002380     MOVE SPACES TO PERIOD-LIST-LINE.
002390     WRITE PERIOD-LIST-LINE.
002400     MOVE WS-LIST-HEADING-2 TO PERIOD-LIST-LINE.
002410     WRITE PERIOD-LIST-LINE.
002420     MOVE WS-LIST-HEADING-3 TO PERIOD-LIST-LINE.
002430     WRITE PERIOD-LIST-LINE.
002440     OPEN INPUT PERIOD-HIST-FILE.
002450     IF WS-PERHIST-STATUS = "35"
002460         MOVE "NO PERIOD HISTORY FILE - NO PERIOD CLOSED YET"
002470             TO WS-TXT-MESSAGE
002480         PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
002490         SET NO-HISTORY TO TRUE
002500         SET END-OF-HIST TO TRUE
002510         GO TO 1000-EXIT
002520     END-IF.
002530     IF WS-PERHIST-STATUS NOT = "00"
002540         DISPLAY "*** ERROR OPENING PERHIST - STATUS "
002550             WS-PERHIST-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 9999-ABEND
002580     END-IF.
002590     MOVE LOW-VALUES TO PHS-KEY.
002600     START PERIOD-HIST-FILE
002610         KEY IS NOT LESS THAN PHS-KEY
002620         INVALID KEY
002630             SET END-OF-HIST TO TRUE
002640     END-START.
002650 1000-EXIT.
002660     EXIT.
002670*
002680*****************************************************************
002690*  2000-LOAD-PERIOD
002700*  READS THE NEXT HISTORY RECORD AND, WHEN IT IS A PERIOD
002710*  SUMMARY, ADDS IT TO THE PERIOD TABLE. THE BATCH-ID
002720*  RECORDS ARE READ AGAIN BY KEY WHEN A PERIOD IS ASKED FOR.
002730*****************************************************************
002740 2000-LOAD-PERIOD.
002750     READ PERIOD-HIST-FILE NEXT RECORD
002760         AT END
002770             SET END-OF-HIST TO TRUE
002780             GO TO 2000-EXIT
002790     END-READ.
002800     ADD 1 TO WS-RECORD-COUNT.
002810     IF NOT PHS-PERIOD-SUMMARY
002820         GO TO 2000-EXIT
002830     END-IF.
002840     IF WS-PER-COUNT NOT < WS-PER-MAX
002850         IF NOT TABLE-FULL
002860             DISPLAY "*** PERIOD TABLE FULL AT " WS-PER-MAX
002870                 " - LATER PERIODS NOT REPORTED ***"
002880             SET TABLE-FULL TO TRUE
002890         END-IF
002900         GO TO 2000-EXIT
002910     END-IF.
002920     ADD 1 TO WS-PER-COUNT.
002930     MOVE PHS-PERIOD TO WS-PER-PERIOD(WS-PER-COUNT).
002940     MOVE PHS-BATCH-COUNT TO WS-PER-BATCHES(WS-PER-COUNT).
002950     MOVE PHS-TRAN-COUNT TO WS-PER-TRANS(WS-PER-COUNT).
002960     MOVE PHS-RESULT-TOTAL TO WS-PER-TOTAL(WS-PER-COUNT).
002970 2000-EXIT.
002980     EXIT.
002990*
003000*****************************************************************
003010*  3000-REPORT-PERIOD
003020*  PRINTS ONE PERIOD'S FIGURES, THEN ITS COMPARISON WITH THE
003030*  PREVIOUS PERIOD AND WITH THE SAME PERIOD A YEAR EARLIER.
003040*  WHEN A SINGLE PERIOD WAS ASKED FOR, ONLY THAT PERIOD IS
003050*  PRINTED AND ITS BATCH-IDS FOLLOW.
003060*****************************************************************
003070 3000-REPORT-PERIOD.
003080     IF WS-SELECTED-PERIOD NOT = SPACES
003090             AND WS-PER-PERIOD(WS-PER-SUB)
003100                 NOT = WS-SELECTED-PERIOD
003110         GO TO 3000-EXIT
003120     END-IF.
003130     ADD 1 TO WS-PERIODS-REPORTED.
003140     MOVE SPACES TO PERIOD-LIST-LINE.
003150     WRITE PERIOD-LIST-LINE.
003160     MOVE SPACES TO WS-LIST-PERIOD-LINE.
003170     MOVE WS-PER-PERIOD(WS-PER-SUB) TO WS-PRL-KEY.
003180     MOVE WS-PER-BATCHES(WS-PER-SUB) TO WS-PRL-BATCHES.
003190     MOVE WS-PER-TRANS(WS-PER-SUB) TO WS-PRL-TRANS.
003200     MOVE WS-PER-TOTAL(WS-PER-SUB) TO WS-PRL-TOTAL.
003210     MOVE WS-LIST-PERIOD-LINE TO PERIOD-LIST-LINE.
003220     WRITE PERIOD-LIST-LINE.
003230     MOVE WS-PER-TRANS(WS-PER-SUB) TO WS-CUR-TRANS.
003240     MOVE WS-PER-TOTAL(WS-PER-SUB) TO WS-CUR-TOTAL.
003250     MOVE WS-PER-PERIOD(WS-PER-SUB) TO WS-PERIOD-WORK.
003260     PERFORM 7000-COMPARISON-PERIODS THRU 7000-EXIT.
003270     MOVE WS-PREV-PERIOD TO WS-CMP-PERIOD-WORK.
003280     PERFORM 7300-FIND-PERIOD THRU 7300-EXIT.
003290     MOVE "PREVIOUS" TO WS-CMP-LABEL-WORK.
003300     PERFORM 7200-PRINT-COMPARISON THRU 7200-EXIT.
003310     MOVE WS-YEAR-AGO-PERIOD TO WS-CMP-PERIOD-WORK.
003320     PERFORM 7300-FIND-PERIOD THRU 7300-EXIT.
003330     MOVE "YEAR AGO" TO WS-CMP-LABEL-WORK.
003340     PERFORM 7200-PRINT-COMPARISON THRU 7200-EXIT.
003350     IF WS-SELECTED-PERIOD NOT = SPACES
003360         PERFORM 3100-START-BATCHES THRU 3100-EXIT
003370         PERFORM 3200-REPORT-BATCH THRU 3200-EXIT
003380             UNTIL END-OF-BATCHES
003390     END-IF.
003400 3000-EXIT.
003410     EXIT.
003420*
003430*****************************************************************
003440*  3100-START-BATCHES
003450*  PRINTS THE BATCH-ID HEADING AND POSITIONS THE HISTORY
003460*  FILE JUST PAST THE SELECTED PERIOD'S SUMMARY RECORD, AT
003470*  ITS FIRST BATCH-ID.
003480*****************************************************************
003490 3100-START-BATCHES.
003500     MOVE SPACES TO PERIOD-LIST-LINE.
003510     WRITE PERIOD-LIST-LINE.
003520     MOVE WS-LIST-HEADING-4 TO PERIOD-LIST-LINE.
003530     WRITE PERIOD-LIST-LINE.
003540     MOVE WS-SELECTED-PERIOD TO PHS-PERIOD.
003550     SET PHS-PERIOD-SUMMARY TO TRUE.
003560     START PERIOD-HIST-FILE
003570         KEY IS GREATER THAN PHS-KEY
003580         INVALID KEY
003590             SET END-OF-BATCHES TO TRUE
003600     END-START.
003610 3100-EXIT.
003620     EXIT.
003630*
003640*****************************************************************
003650*  3200-REPORT-BATCH
003660*  READS THE NEXT BATCH-ID RECORD OF THE SELECTED PERIOD,
003670*  PRINTS IT, AND COMPARES IT WITH THE SAME BATCH-ID IN THE
003680*  PREVIOUS PERIOD AND A YEAR EARLIER. THOSE ARE RANDOM
003690*  READS, SO THE FILE IS POSITIONED AGAIN AFTER THEM, JUST
003700*  PAST THE BATCH-ID JUST PRINTED.
003710*****************************************************************
003720 3200-REPORT-BATCH.
003730     READ PERIOD-HIST-FILE NEXT RECORD
003740         AT END
003750             SET END-OF-BATCHES TO TRUE
003760             GO TO 3200-EXIT
003770     END-READ.
003780     IF PHS-PERIOD NOT = WS-SELECTED-PERIOD
003790         SET END-OF-BATCHES TO TRUE
003800         GO TO 3200-EXIT
003810     END-IF.
003820     ADD 1 TO WS-BATCHES-REPORTED.
003830     MOVE PHS-BATCH-ID TO WS-SAVE-BATCH-ID.
003840     MOVE SPACES TO WS-LIST-PERIOD-LINE.
003850     MOVE PHS-BATCH-ID TO WS-PRL-KEY.
003860     MOVE PHS-BATCH-COUNT TO WS-PRL-BATCHES.
003870     MOVE PHS-TRAN-COUNT TO WS-PRL-TRANS.
003880     MOVE PHS-RESULT-TOTAL TO WS-PRL-TOTAL.
003890     MOVE WS-LIST-PERIOD-LINE TO PERIOD-LIST-LINE.
003900     WRITE PERIOD-LIST-LINE.
003910     MOVE PHS-TRAN-COUNT TO WS-CUR-TRANS.
003920     MOVE PHS-RESULT-TOTAL TO WS-CUR-TOTAL.
003930     MOVE WS-PREV-PERIOD TO WS-CMP-PERIOD-WORK.
003940     PERFORM 7400-READ-BATCH-BASE THRU 7400-EXIT.
003950     MOVE "PREVIOUS" TO WS-CMP-LABEL-WORK.
003960     PERFORM 7200-PRINT-COMPARISON THRU 7200-EXIT.
003970     MOVE WS-YEAR-AGO-PERIOD TO WS-CMP-PERIOD-WORK.
003980     PERFORM 7400-READ-BATCH-BASE THRU 7400-EXIT.
003990     MOVE "YEAR AGO" TO WS-CMP-LABEL-WORK.
004000     PERFORM 7200-PRINT-COMPARISON THRU 7200-EXIT.
004010     MOVE WS-SELECTED-PERIOD TO PHS-PERIOD.
004020     MOVE WS-SAVE-BATCH-ID TO PHS-BATCH-ID.
004030     START PERIOD-HIST-FILE
004040         KEY IS GREATER THAN PHS-KEY
004050         INVALID KEY
004060             SET END-OF-BATCHES TO TRUE
004070     END-START.
004080 3200-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*  7000-COMPARISON-PERIODS
004130*  WORKS OUT, FROM THE PERIOD IN WS-PERIOD-WORK, THE PERIOD
004140*  BEFORE IT (DECEMBER OF THE PRIOR YEAR FOR A JANUARY) AND
004150*  THE SAME PERIOD A YEAR EARLIER.
004160*****************************************************************
004170 7000-COMPARISON-PERIODS.
004180     SUBTRACT 1 FROM WS-PERIOD-YEAR.
004190     MOVE WS-PERIOD-WORK TO WS-YEAR-AGO-PERIOD.
004200     ADD 1 TO WS-PERIOD-YEAR.
004210     IF WS-PERIOD-MONTH = 1
004220         SUBTRACT 1 FROM WS-PERIOD-YEAR
004230         MOVE 12 TO WS-PERIOD-MONTH
004240     ELSE
004250         SUBTRACT 1 FROM WS-PERIOD-MONTH
004260     END-IF.
004270     MOVE WS-PERIOD-WORK TO WS-PREV-PERIOD.
004280 7000-EXIT.
004290     EXIT.
004300*
004310*****************************************************************
004320*  7100-WRITE-TEXT-LINE
004330*  PRINTS ONE MESSAGE LINE ON THE LISTING.
004340*****************************************************************
004350 7100-WRITE-TEXT-LINE.
004360     MOVE WS-LIST-TEXT-LINE TO PERIOD-LIST-LINE.
004370     WRITE PERIOD-LIST-LINE.
004380 7100-EXIT.
004390     EXIT.
004400*
004410*****************************************************************
004420*  7200-PRINT-COMPARISON
004430*  PRINTS ONE COMPARISON LINE - THE CURRENT FIGURES AGAINST
004440*  THE BASE FIGURES FOUND FOR WS-CMP-PERIOD-WORK - WITH THE
004450*  VARIANCE IN TRANSACTIONS AND IN RESULT TOTAL, EACH AS AN
004460*  AMOUNT AND A PERCENTAGE OF THE BASE. A BASE OF ZERO HAS
004470*  NO PERCENTAGE; A BASE NOT ON FILE IS SAID SO.
004480*****************************************************************
004490 7200-PRINT-COMPARISON.
004500     MOVE SPACES TO WS-LIST-COMPARE-LINE.
004510     MOVE WS-CMP-LABEL-WORK TO WS-CMP-LABEL.
004520     MOVE WS-CMP-PERIOD-WORK TO WS-CMP-PERIOD.
004530     IF NOT BASE-FOUND
004540         MOVE "  NO HISTORY" TO WS-LIST-COMPARE-LINE(20:)
004550         GO TO 7200-PRINT
004560     END-IF.
004570     COMPUTE WS-TRANS-VARIANCE = WS-CUR-TRANS - WS-BASE-TRANS.
004580     MOVE WS-TRANS-VARIANCE TO WS-CMP-TRANS-VAR.
004590     MOVE WS-BASE-TRANS TO WS-BASE-SIZE.
004600     MOVE WS-TRANS-VARIANCE TO WS-TOTAL-VARIANCE.
004610     PERFORM 7250-PERCENTAGE THRU 7250-EXIT.
004620     MOVE WS-PCT-TEXT TO WS-CMP-TRANS-PCT.
004630     COMPUTE WS-TOTAL-VARIANCE = WS-CUR-TOTAL - WS-BASE-TOTAL.
004640     MOVE WS-TOTAL-VARIANCE TO WS-CMP-TOTAL-VAR.
004650     IF WS-BASE-TOTAL < 0
004660         COMPUTE WS-BASE-SIZE = 0 - WS-BASE-TOTAL
004670     ELSE
004680         MOVE WS-BASE-TOTAL TO WS-BASE-SIZE
004690     END-IF.
004700     PERFORM 7250-PERCENTAGE THRU 7250-EXIT.
004710     MOVE WS-PCT-TEXT TO WS-CMP-TOTAL-PCT.
004720 7200-PRINT.
004730     MOVE WS-LIST-COMPARE-LINE TO PERIOD-LIST-LINE.
004740     WRITE PERIOD-LIST-LINE.
004750 7200-EXIT.
004760     EXIT.
004770*
004780*****************************************************************
004790*  7250-PERCENTAGE
004800*  TURNS THE VARIANCE IN WS-TOTAL-VARIANCE INTO A PRINTABLE
004810*  PERCENTAGE OF WS-BASE-SIZE, ONE DECIMAL PLACE. NO BASE
004820*  PRINTS "N/A"; A MOVE TOO LARGE TO PRINT PRINTS "OVER".
004830*****************************************************************
004840 7250-PERCENTAGE.
004850     IF WS-BASE-SIZE = 0
004860         MOVE "      N/A" TO WS-PCT-TEXT
004870         GO TO 7250-EXIT
004880     END-IF.
004890     COMPUTE WS-PERCENT ROUNDED =
004900         WS-TOTAL-VARIANCE * 100 / WS-BASE-SIZE
004910         ON SIZE ERROR
004920             MOVE "     OVER" TO WS-PCT-TEXT
004930             GO TO 7250-EXIT
004940     END-COMPUTE.
004950     MOVE WS-PERCENT TO WS-PCT-EDIT.
004960     MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT.
004970 7250-EXIT.
004980     EXIT.
004990*
005000*****************************************************************
005010*  7300-FIND-PERIOD
005020*  LOOKS UP WS-CMP-PERIOD-WORK IN THE PERIOD TABLE AND, WHEN
005030*  IT IS THERE, TAKES ITS FIGURES AS THE COMPARISON BASE.
005040*****************************************************************
005050 7300-FIND-PERIOD.
005060     MOVE "N" TO SW-BASE-FOUND.
005070     PERFORM 7310-CHECK-ONE-PERIOD THRU 7310-EXIT
005080         VARYING WS-FIND-SUB FROM 1 BY 1
005090         UNTIL WS-FIND-SUB > WS-PER-COUNT
005100             OR BASE-FOUND.
005110 7300-EXIT.
005120     EXIT.
005130*
005140*****************************************************************
005150*  7310-CHECK-ONE-PERIOD
005160*  COMPARES ONE TABLE ENTRY WITH THE PERIOD BEING LOOKED UP.
005170*****************************************************************
005180 7310-CHECK-ONE-PERIOD.
005190     IF WS-PER-PERIOD(WS-FIND-SUB) = WS-CMP-PERIOD-WORK
005200         MOVE WS-PER-TRANS(WS-FIND-SUB) TO WS-BASE-TRANS
005210         MOVE WS-PER-TOTAL(WS-FIND-SUB) TO WS-BASE-TOTAL
005220         SET BASE-FOUND TO TRUE
005230     END-IF.
005240 7310-EXIT.
005250     EXIT.
005260*
005270*****************************************************************
005280*  7400-READ-BATCH-BASE
005290*  READS THE HISTORY RECORD FOR THE SAVED BATCH-ID IN
005300*  PERIOD WS-CMP-PERIOD-WORK AND, WHEN IT IS THERE, TAKES
005310*  ITS FIGURES AS THE COMPARISON BASE.
005320*****************************************************************
005330 7400-READ-BATCH-BASE.
005340     MOVE "N" TO SW-BASE-FOUND.
005350     MOVE WS-CMP-PERIOD-WORK TO PHS-PERIOD.
005360     MOVE WS-SAVE-BATCH-ID TO PHS-BATCH-ID.
005370     READ PERIOD-HIST-FILE
005380         KEY IS PHS-KEY
005390         INVALID KEY
005400             GO TO 7400-EXIT
005410     END-READ.
005420     MOVE PHS-TRAN-COUNT TO WS-BASE-TRANS.
005430     MOVE PHS-RESULT-TOTAL TO WS-BASE-TOTAL.
005440     SET BASE-FOUND TO TRUE.
005450 7400-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490*  7500-LOG-RUN-START
005500*  LOGS THE START OF THIS RUN ON THE SHARED RUN-STATUS FILE.
005510*  THE RUN-ID IS TODAY'S DATE - THE REPORT COVERS THE WHOLE
005520*  HISTORY, NOT A NIGHT OF ITS OWN.
005530*****************************************************************
005540 7500-LOG-RUN-START.
005550     MOVE SPACES TO RUN-STATUS-RECORD.
005560     MOVE "PERCOMP" TO RS-PROGRAM-ID.
005570     MOVE WS-RUN-DATE TO RS-RUN-ID.
005580     SET RS-START-EVENT TO TRUE.
005590     MOVE ZERO TO RS-RECORDS-READ.
005600     MOVE ZERO TO RS-RECORDS-WRITTEN.
005610     MOVE ZERO TO RS-RETURN-CODE.
005620     SET RS-NORMAL TO TRUE.
005630     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
005640 7500-EXIT.
005650     EXIT.
005660*
005670*****************************************************************
005680*  7600-LOG-RUN-END
005690*  LOGS THE END OF THIS RUN - HISTORY RECORDS READ AND
005700*  PERIODS REPORTED.
005710*****************************************************************
005720 7600-LOG-RUN-END.
005730     SET RS-END-EVENT TO TRUE.
005740     MOVE WS-RECORD-COUNT TO RS-RECORDS-READ.
005750     MOVE WS-PERIODS-REPORTED TO RS-RECORDS-WRITTEN.
005760     MOVE RETURN-CODE TO RS-RETURN-CODE.
005770     SET RS-NORMAL TO TRUE.
005780     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
005790     MOVE RS-RETURN-CODE TO RETURN-CODE.
005800 7600-EXIT.
005810     EXIT.
005820*
005830*****************************************************************
005840*  8000-FINALIZE
005850*  CLOSES THE FILES AND SETS THE RETURN CODE - RC 4 WHEN THE
005860*  PERIOD ASKED FOR IS NOT ON THE HISTORY FILE OR THE TABLE
005870*  FILLED.
005880*****************************************************************
005890 8000-FINALIZE.
005900     IF WS-SELECTED-PERIOD NOT = SPACES
005910             AND WS-PERIODS-REPORTED = 0
005920         MOVE SPACES TO WS-TXT-MESSAGE
005930         STRING "PERIOD " WS-SELECTED-PERIOD
005940             " IS NOT ON THE PERIOD HISTORY FILE"
005950             DELIMITED BY SIZE INTO WS-TXT-MESSAGE
005960         PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
005970         MOVE 4 TO RETURN-CODE
005980     END-IF.
005990     IF TABLE-FULL
006000         MOVE 4 TO RETURN-CODE
006010     END-IF.
006020     IF NOT NO-HISTORY
006030         CLOSE PERIOD-HIST-FILE
006040     END-IF.
006050     CLOSE PERIOD-LIST-FILE.
006060     DISPLAY "HISTORY RECORDS READ     : " WS-RECORD-COUNT.
006070     DISPLAY "PERIODS REPORTED         : " WS-PERIODS-REPORTED.
006080     DISPLAY "BATCH-IDS REPORTED       : " WS-BATCHES-REPORTED.
006090     PERFORM 7600-LOG-RUN-END THRU 7600-EXIT.
006100 8000-EXIT.
006110     EXIT.
006120*
006130*****************************************************************
006140*  9999-ABEND
006150*  TERMINATES THE RUN AFTER A FATAL FILE ERROR, LOGGING THE
006160*  ABEND ON THE SHARED RUN-STATUS FILE. RETURN-CODE WAS
006170*  ALREADY SET BY THE CALLER.
006180*****************************************************************
006190 9999-ABEND.
006200     SET RS-END-EVENT TO TRUE.
006210     MOVE "PERCOMP" TO RS-PROGRAM-ID.
006220     MOVE WS-RUN-DATE TO RS-RUN-ID.
006230     MOVE WS-RECORD-COUNT TO RS-RECORDS-READ.
006240     MOVE WS-PERIODS-REPORTED TO RS-RECORDS-WRITTEN.
006250     MOVE RETURN-CODE TO RS-RETURN-CODE.
006260     SET RS-ABEND TO TRUE.
006270     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
006280     MOVE RS-RETURN-CODE TO RETURN-CODE.
006290     STOP RUN.
