000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     BATREV.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - SUPERVISOR-ONLY REVERSAL OF A
000140*                   BATCH THAT BALANCED AND POSTED BUT TURNS
000150*                   OUT TO BE WRONG (KEYED AGAINST THE WRONG
000160*                   PRICE CODE, SAY). TAKES THE BATCH-ID TO
000170*                   REVERSE AND A NEW CONTRA BATCH-ID ON THE
000180*                   COMMAND LINE, CHECKS THE OPERATOR THROUGH
000190*                   OPCHECK AT SUPERVISOR LEVEL, AND READS THE
000200*                   POSTING NIGHT'S TRANSOUT FOR THE BATCH'S
000210*                   RELEASED ITEMS. EACH ITEM GOES OUT AGAIN ON
000220*                   TRANSREV UNDER THE CONTRA BATCH-ID WITH ITS
000230*                   OPERANDS NEGATED SO HELLOBAT COMPUTES THE
000240*                   EXACT NEGATIVE OF THE ORIGINAL TR-RESULT -
000250*                   NUM1 FOR A MULTIPLY OR DIVIDE, NUM1 AND
000260*                   NUM2 FOR AN ADD OR SUBTRACT. THE CONTRA
000270*                   BATCH CARRIES ITS OWN NUMPCTL HEADER AND
000280*                   TRAILER, AS AT USERBRDG AND REJENTRY, AND
000290*                   IS TAKEN INTO THE NEXT NIGHT'S TRANSIN, SO
000300*                   IT BALANCES, POSTS TO LEDGF THROUGH
000310*                   LEDGPOST AND GOES TO FINANCE THROUGH
000320*                   TRANSEXT LIKE ANY OTHER BATCH. THE POSTREG
000330*                   ENTRY IS MARKED REVERSED WITH THE DATE, THE
000340*                   OPERATOR AND THE CONTRA BATCH-ID, SO THE
000350*                   SAME BATCH CANNOT BE REVERSED TWICE AND A
000360*                   CORRECTED RE-KEY OF THE BATCH-ID IS LET
000370*                   THROUGH BY HELLOBAT. EVERY REVERSAL IS
000380*                   LOGGED TO AUDITLOG.
000390*****************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT POSTED-REG-FILE
000450         ASSIGN TO POSTREG
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS PBR-BATCH-ID
000490         FILE STATUS IS WS-POSTREG-STATUS.
000500     SELECT LEDGER-FILE
000510         ASSIGN TO LEDGF
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS LED-KEY
000550         FILE STATUS IS WS-LEDGER-STATUS.
000560     SELECT TRANS-OUT-FILE
000570         ASSIGN TO TRANSOUT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-TRANS-OUT-STATUS.
000600     SELECT CONTRA-OUT-FILE
000610         ASSIGN TO TRANSREV
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CONTRA-STATUS.
000640     SELECT AUDIT-FILE
000650         ASSIGN TO AUDITLOG
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-AUDIT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  POSTED-REG-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY POSTREG.
000740 FD  LEDGER-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY LEDGREC.
000770 FD  TRANS-OUT-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000810         BY ==TRANS-OUT-RECORD==.
000820 FD  CONTRA-OUT-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000860         BY ==CONTRA-RECORD==.
000870     COPY NUMPCTL.
000880 FD  AUDIT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     COPY AUDITREC.
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940*    -------------------------------------------------------
000950*    FILE STATUS AND THE COMMAND-LINE PARAMETERS.
000960*    -------------------------------------------------------
000970 77  WS-POSTREG-STATUS     PIC X(02)                 VALUE "00".
000980 77  WS-LEDGER-STATUS      PIC X(02)                 VALUE "00".
000990 77  WS-TRANS-OUT-STATUS   PIC X(02)                 VALUE "00".
001000 77  WS-CONTRA-STATUS      PIC X(02)                 VALUE "00".
001010 77  WS-AUDIT-STATUS       PIC X(02)                 VALUE "00".
001020 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
001030 01  WS-SEL-BATCH-ID       PIC X(05)                 VALUE SPACES.
001040 01  WS-CONTRA-BATCH-ID    PIC X(05)                 VALUE SPACES.
001050 01  WS-OPERATOR-ID        PIC X(08)                 VALUE SPACES.
001060 01  WS-RUN-DATE           PIC X(08)                 VALUE SPACES.
001070*
001080*    -------------------------------------------------------
001090*    THE REGISTER ENTRY BEING REVERSED, THE LEDGER FIGURES IT
001100*    POSTED, AND WHAT THE TRANSOUT PASS FOUND FOR IT.
001110*    -------------------------------------------------------
001120 01  WS-POST-RUN-ID        PIC X(08)                 VALUE SPACES.
001130 01  WS-POST-DATE          PIC X(08)                 VALUE SPACES.
001140 77  WS-REG-COUNT          BINARY-LONG               VALUE 0.
001150 77  WS-LED-COUNT          BINARY-LONG               VALUE 0.
001160 77  WS-LED-TOTAL          PIC S9(12)V99 COMP-3      VALUE 0.
001170 77  WS-ITEM-COUNT         BINARY-LONG               VALUE 0.
001180 77  WS-ITEM-TOTAL         PIC S9(12)V99 COMP-3      VALUE 0.
001190 77  WS-CONTRA-HASH        PIC S9(10)V99 COMP-3      VALUE 0.
001200 77  WS-CONTRA-TOTAL       PIC S9(12)V99 COMP-3      VALUE 0.
001210 77  WS-WRITTEN-COUNT      BINARY-LONG               VALUE 0.
001220*
001230*    -------------------------------------------------------
001240*    DISPLAY EDIT FIELDS.
001250*    -------------------------------------------------------
001260 77  WS-COUNT-EDIT         PIC Z(06)9.
001270 77  WS-COUNT-EDIT-2       PIC Z(06)9.
001280 77  WS-TOTAL-EDIT         PIC -(12)9.99.
001290 77  WS-TOTAL-EDIT-2       PIC -(12)9.99.
001300*
001310*    -------------------------------------------------------
001320*    SHARED AUTHORITY-CHECK PARAMETER RECORD.
001330*    -------------------------------------------------------
001340     COPY OPCHKREC.
001350*
001360*    -------------------------------------------------------
001370*    CONTROL SWITCHES.
001380*    -------------------------------------------------------
001390 01  SW-END-OF-OUT         PIC X(01)                 VALUE "N".
001400     88  END-OF-OUT                                 VALUE "Y".
001410 01  SW-END-OF-CONTRA      PIC X(01)                 VALUE "N".
001420     88  END-OF-CONTRA                              VALUE "Y".
001430 01  SW-LED-FOUND          PIC X(01)                 VALUE "N".
001440     88  LED-FOUND                                  VALUE "Y".
001450 01  SW-CONTRA-PENDING     PIC X(01)                 VALUE "N".
001460     88  CONTRA-PENDING                             VALUE "Y".
001470*
001480 PROCEDURE DIVISION.
001490*
001500*****************************************************************
001510*  0000-MAINLINE
001520*  CHECKS THE REVERSAL CAN GO AHEAD, TALLIES THE BATCH'S
001530*  RELEASED ITEMS ON TRANSOUT AND PROVES THEM AGAINST THE
001540*  REGISTER AND THE LEDGER, WRITES THE CONTRA BATCH IN A
001550*  SECOND PASS, THEN MARKS THE REGISTER ENTRY REVERSED.
001560*****************************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-TALLY-ITEM THRU 2000-EXIT
001600         UNTIL END-OF-OUT.
001610     PERFORM 3000-VERIFY-BATCH THRU 3000-EXIT.
001620     PERFORM 4000-START-CONTRA THRU 4000-EXIT.
001630     PERFORM 5000-WRITE-CONTRA THRU 5000-EXIT
001640         UNTIL END-OF-OUT.
001650     PERFORM 6000-MARK-REVERSED THRU 6000-EXIT.
001660     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001670     STOP RUN.
001680*
001690*****************************************************************
001700*  1000-INITIALIZE
001710*  TAKES THE BATCH-ID TO REVERSE AND THE CONTRA BATCH-ID FROM
001720*  THE COMMAND LINE, VERIFIES THE OPERATOR AT SUPERVISOR LEVEL,
001730*  AND REFUSES THE REVERSAL (RC 8) WHEN THE CONTRA BATCH-ID IS
001740*  ALREADY IN USE, WHEN THE BATCH NEVER POSTED, OR WHEN IT WAS
001750*  REVERSED BEFORE. PICKS UP THE LEDGER RECORD THE POSTING RUN
001760*  WROTE, IF THE PERIOD IS STILL OPEN, AND OPENS TRANSOUT FOR
001770*  THE TALLY PASS.
001780*****************************************************************
001790 1000-INITIALIZE.
001800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001810     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001820     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
001830         INTO WS-SEL-BATCH-ID WS-CONTRA-BATCH-ID.
001840     IF WS-SEL-BATCH-ID = SPACES OR WS-CONTRA-BATCH-ID = SPACES
001850         DISPLAY "*** BATCH-ID AND CONTRA BATCH-ID PARAMETERS "
001860             "REQUIRED - NOTHING REVERSED ***"
001870         MOVE 16 TO RETURN-CODE
001880         GO TO 9999-ABEND
001890     END-IF.
001900     IF WS-CONTRA-BATCH-ID = WS-SEL-BATCH-ID
001910         DISPLAY "*** CONTRA BATCH-ID MUST DIFFER FROM THE "
001920             "BATCH BEING REVERSED - NOTHING REVERSED ***"
001930         MOVE 16 TO RETURN-CODE
001940         GO TO 9999-ABEND
001950     END-IF.
001960     MOVE SPACES TO OP-CHECK-RECORD.
001970     ACCEPT OPC-OPERATOR-ID FROM ENVIRONMENT "USER".
001980     MOVE "BATREV" TO OPC-PROGRAM-ID.
001990     MOVE 9 TO OPC-REQUIRED-LEVEL.
002000     CALL "OPCHECK" USING OP-CHECK-RECORD.
002010     IF OPC-DENIED
002020         MOVE 8 TO RETURN-CODE
002030         GO TO 9999-ABEND
002040     END-IF.
002050     MOVE OPC-OPERATOR-ID TO WS-OPERATOR-ID.
002060     OPEN I-O POSTED-REG-FILE.
002070     IF WS-POSTREG-STATUS NOT = "00"
002080         DISPLAY "*** ERROR OPENING POSTREG - STATUS "
002090             WS-POSTREG-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         GO TO 9999-ABEND
002120     END-IF.
002130     PERFORM 1100-CHECK-REGISTER THRU 1100-EXIT.
002140     PERFORM 1200-CHECK-PENDING THRU 1200-EXIT.
002150     PERFORM 1300-READ-LEDGER THRU 1300-EXIT.
002160     OPEN INPUT TRANS-OUT-FILE.
002170     IF WS-TRANS-OUT-STATUS NOT = "00"
002180         DISPLAY "*** ERROR OPENING TRANSOUT - STATUS "
002190             WS-TRANS-OUT-STATUS " - THE POSTING NIGHT'S "
002200             "RESULTS ARE NEEDED ***"
002210         MOVE 16 TO RETURN-CODE
002220         GO TO 9999-ABEND
002230     END-IF.
002240     PERFORM 2100-READ-TRANS-OUT THRU 2100-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270*
002280*****************************************************************
002290*  1100-CHECK-REGISTER
002300*  THE CONTRA BATCH-ID MUST NOT ALREADY BE ON THE REGISTER -
002310*  HELLOBAT WOULD HOLD THE CONTRA BATCH AS A RESUBMISSION.
002320*  THE BATCH BEING REVERSED MUST BE ON IT AND NOT ALREADY
002330*  REVERSED. THE ORIGINAL IS READ LAST SO ITS ENTRY IS THE ONE
002340*  LEFT IN THE RECORD AREA.
002350*****************************************************************
002360 1100-CHECK-REGISTER.
002370     MOVE WS-CONTRA-BATCH-ID TO PBR-BATCH-ID.
002380     READ POSTED-REG-FILE
002390         INVALID KEY
002400             CONTINUE
002410         NOT INVALID KEY
002420             DISPLAY "*** CONTRA BATCH-ID " WS-CONTRA-BATCH-ID
002430                 " ALREADY POSTED BY RUN " PBR-RUN-ID
002440                 " - CHOOSE ANOTHER - NOTHING REVERSED ***"
002450             MOVE 8 TO RETURN-CODE
002460             GO TO 9999-ABEND
002470     END-READ.
002480     MOVE WS-SEL-BATCH-ID TO PBR-BATCH-ID.
002490     READ POSTED-REG-FILE
002500         INVALID KEY
002510             DISPLAY "*** BATCH " WS-SEL-BATCH-ID
002520                 " IS NOT ON THE POSTED-BATCH REGISTER - "
002530                 "NOTHING REVERSED ***"
002540             MOVE 8 TO RETURN-CODE
002550             GO TO 9999-ABEND
002560     END-READ.
002570     IF PBR-REVERSED
002580         DISPLAY "*** BATCH " WS-SEL-BATCH-ID
002590             " WAS ALREADY REVERSED ON " PBR-REVERSAL-DATE
002600             " BY " PBR-REVERSAL-OPERATOR " (CONTRA BATCH "
002610             PBR-CONTRA-BATCH-ID ") - NOTHING REVERSED ***"
002620         MOVE 8 TO RETURN-CODE
002630         GO TO 9999-ABEND
002640     END-IF.
002650     MOVE PBR-RUN-ID TO WS-POST-RUN-ID.
002660     MOVE PBR-POST-DATE TO WS-POST-DATE.
002670     MOVE PBR-TRAN-COUNT TO WS-REG-COUNT.
002680 1100-EXIT.
002690     EXIT.
002700*
002710*****************************************************************
002720*  1200-CHECK-PENDING
002730*  A CONTRA BATCH WRITTEN EARLIER TODAY IS STILL WAITING ON
002740*  TRANSREV FOR THE NIGHT'S RUN AND IS NOT YET ON THE
002750*  REGISTER, SO ITS HEADERS ARE SCANNED TOO - TWO CONTRA
002760*  BATCHES UNDER ONE BATCH-ID WOULD HOLD THE SECOND. NO
002770*  TRANSREV MEANS NOTHING IS PENDING.
002780*****************************************************************
002790 1200-CHECK-PENDING.
002800     OPEN INPUT CONTRA-OUT-FILE.
002810     IF WS-CONTRA-STATUS = "35"
002820         GO TO 1200-EXIT
002830     END-IF.
002840     IF WS-CONTRA-STATUS NOT = "00"
002850         DISPLAY "*** ERROR OPENING TRANSREV - STATUS "
002860             WS-CONTRA-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         GO TO 9999-ABEND
002890     END-IF.
002900     PERFORM 1210-SCAN-CONTRA THRU 1210-EXIT
002910         UNTIL END-OF-CONTRA.
002920     CLOSE CONTRA-OUT-FILE.
002930     IF CONTRA-PENDING
002940         DISPLAY "*** CONTRA BATCH-ID " WS-CONTRA-BATCH-ID
002950             " IS ALREADY WAITING ON TRANSREV - CHOOSE "
002960             "ANOTHER - NOTHING REVERSED ***"
002970         MOVE 8 TO RETURN-CODE
002980         GO TO 9999-ABEND
002990     END-IF.
003000 1200-EXIT.
003010     EXIT.
003020*
003030*****************************************************************
003040*  1210-SCAN-CONTRA
003050*  READS THE NEXT TRANSREV RECORD AND NOTES A HEADER FOR THE
003060*  CHOSEN CONTRA BATCH-ID.
003070*****************************************************************
003080 1210-SCAN-CONTRA.
003090     READ CONTRA-OUT-FILE
003100         AT END
003110             SET END-OF-CONTRA TO TRUE
003120             GO TO 1210-EXIT
003130     END-READ.
003140     IF CTL-HEADER AND CTL-BATCH-ID = WS-CONTRA-BATCH-ID
003150         SET CONTRA-PENDING TO TRUE
003160     END-IF.
003170 1210-EXIT.
003180     EXIT.
003190*
003200*****************************************************************
003210*  1300-READ-LEDGER
003220*  READS THE LEDGER RECORD LEDGPOST WROTE FOR THE BATCH UNDER
003230*  THE RUN THAT POSTED IT. ONCE THE PERIOD HAS CLOSED THE
003240*  RECORD IS GONE (LEDGCLSE REWRITES LEDGF EMPTY) AND THE
003250*  REVERSAL PROCEEDS AGAINST TRANSOUT AND THE REGISTER ALONE.
003260*****************************************************************
003270 1300-READ-LEDGER.
003280     OPEN INPUT LEDGER-FILE.
003290     IF WS-LEDGER-STATUS = "35"
003300         GO TO 1300-EXIT
003310     END-IF.
003320     IF WS-LEDGER-STATUS NOT = "00"
003330         DISPLAY "*** ERROR OPENING LEDGF - STATUS "
003340             WS-LEDGER-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         GO TO 9999-ABEND
003370     END-IF.
003380     MOVE WS-SEL-BATCH-ID TO LED-BATCH-ID.
003390     MOVE WS-POST-RUN-ID TO LED-RUN-ID.
003400     READ LEDGER-FILE
003410         INVALID KEY
003420             CONTINUE
003430         NOT INVALID KEY
003440             SET LED-FOUND TO TRUE
003450             MOVE LED-TRAN-COUNT TO WS-LED-COUNT
003460             MOVE LED-RESULT-TOTAL TO WS-LED-TOTAL
003470     END-READ.
003480     CLOSE LEDGER-FILE.
003490 1300-EXIT.
003500     EXIT.
003510*
003520*****************************************************************
003530*  2000-TALLY-ITEM
003540*  FIRST PASS - COUNTS THE BATCH'S RELEASED ITEMS, TOTALS
003550*  THEIR TR-RESULT, AND ACCUMULATES THE HASH OF THE NEGATED
003560*  TR-NUM1 THE CONTRA BATCH HEADER WILL PROMISE.
003570*****************************************************************
003580 2000-TALLY-ITEM.
003590     IF TR-BATCH-ID OF TRANS-OUT-RECORD = WS-SEL-BATCH-ID
003600         ADD 1 TO WS-ITEM-COUNT
003610         ADD TR-RESULT OF TRANS-OUT-RECORD TO WS-ITEM-TOTAL
003620         SUBTRACT TR-NUM1 OF TRANS-OUT-RECORD
003630             FROM WS-CONTRA-HASH
003640             ON SIZE ERROR
003650                 DISPLAY "*** HASH TOTAL OVERFLOW ***"
003660         END-SUBTRACT
003670     END-IF.
003680     PERFORM 2100-READ-TRANS-OUT THRU 2100-EXIT.
003690 2000-EXIT.
003700     EXIT.
003710*
003720*****************************************************************
003730*  2100-READ-TRANS-OUT
003740*  READS THE NEXT TRANSOUT RECORD, SETTING END-OF-FILE WHEN
003750*  EXHAUSTED.
003760*****************************************************************
003770 2100-READ-TRANS-OUT.
003780     READ TRANS-OUT-FILE
003790         AT END
003800             SET END-OF-OUT TO TRUE
003810     END-READ.
003820 2100-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860*  3000-VERIFY-BATCH
003870*  PROVES THE TRANSOUT SUPPLIED IS THE ONE THAT POSTED THE
003880*  BATCH BEFORE ANYTHING IS WRITTEN. THE BATCH MUST BE ON IT,
003890*  NO MORE ITEMS CAN HAVE BEEN RELEASED THAN THE REGISTER
003900*  SAYS BALANCED, AND WHILE THE LEDGER RECORD IS STILL ON
003910*  FILE ITS COUNT AND RESULT TOTAL MUST AGREE EXACTLY. A
003920*  CLOSED PERIOD IS REPORTED AND THE RUN ENDS RC 4.
003930*****************************************************************
003940 3000-VERIFY-BATCH.
003950     IF WS-ITEM-COUNT = 0
003960         DISPLAY "*** BATCH " WS-SEL-BATCH-ID
003970             " HAS NO RELEASED ITEMS ON THIS TRANSOUT - "
003980             "SUPPLY THE TRANSOUT OF RUN " WS-POST-RUN-ID
003990             " - NOTHING REVERSED ***"
004000         MOVE 8 TO RETURN-CODE
004010         GO TO 9999-ABEND
004020     END-IF.
004030     IF WS-ITEM-COUNT > WS-REG-COUNT
004040         MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT
004050         MOVE WS-REG-COUNT TO WS-COUNT-EDIT-2
004060         DISPLAY "*** TRANSOUT HOLDS " WS-COUNT-EDIT
004070             " ITEMS FOR BATCH " WS-SEL-BATCH-ID
004080             " BUT THE REGISTER BALANCED " WS-COUNT-EDIT-2
004090             " - NOTHING REVERSED ***"
004100         MOVE 8 TO RETURN-CODE
004110         GO TO 9999-ABEND
004120     END-IF.
004130     IF NOT LED-FOUND
004140         DISPLAY "*** NO LEDGER RECORD FOR BATCH "
004150             WS-SEL-BATCH-ID " RUN " WS-POST-RUN-ID
004160             " - PERIOD CLOSED, REVERSING FROM TRANSOUT ***"
004170         MOVE 4 TO RETURN-CODE
004180         GO TO 3000-EXIT
004190     END-IF.
004200     IF WS-ITEM-COUNT NOT = WS-LED-COUNT
004210             OR WS-ITEM-TOTAL NOT = WS-LED-TOTAL
004220         MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT
004230         MOVE WS-LED-COUNT TO WS-COUNT-EDIT-2
004240         MOVE WS-ITEM-TOTAL TO WS-TOTAL-EDIT
004250         MOVE WS-LED-TOTAL TO WS-TOTAL-EDIT-2
004260         DISPLAY "*** TRANSOUT DOES NOT AGREE WITH THE LEDGER "
004270             "FOR BATCH " WS-SEL-BATCH-ID " - NOTHING "
004280             "REVERSED ***"
004290         DISPLAY "***   TRANSOUT " WS-COUNT-EDIT " "
004300             WS-TOTAL-EDIT " ***"
004310         DISPLAY "***   LEDGF    " WS-COUNT-EDIT-2 " "
004320             WS-TOTAL-EDIT-2 " ***"
004330         MOVE 8 TO RETURN-CODE
004340         GO TO 9999-ABEND
004350     END-IF.
004360 3000-EXIT.
004370     EXIT.
004380*
004390*****************************************************************
004400*  4000-START-CONTRA
004410*  REOPENS TRANSOUT FROM THE TOP AND WRITES THE CONTRA BATCH
004420*  HEADER, PROMISING THE COUNT AND NEGATED TR-NUM1 HASH THE
004430*  FIRST PASS TALLIED. TRANSREV IS EXTENDED, NOT REPLACED, SO
004440*  SEVERAL REVERSALS ON ONE DAY ALL REACH THE NIGHT'S RUN -
004450*  THE NIGHT'S JOB TAKES THE FILE INTO TRANSIN AND SCRATCHES
004460*  IT. THE FILE IS CREATED ON ITS FIRST USE.
004470*****************************************************************
004480 4000-START-CONTRA.
004490     CLOSE TRANS-OUT-FILE.
004500     OPEN INPUT TRANS-OUT-FILE.
004510     IF WS-TRANS-OUT-STATUS NOT = "00"
004520         DISPLAY "*** ERROR REOPENING TRANSOUT - STATUS "
004530             WS-TRANS-OUT-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         GO TO 9999-ABEND
004560     END-IF.
004570     OPEN EXTEND CONTRA-OUT-FILE.
004580     IF WS-CONTRA-STATUS = "35"
004590         OPEN OUTPUT CONTRA-OUT-FILE
004600     END-IF.
004610     IF WS-CONTRA-STATUS NOT = "00"
004620         DISPLAY "*** ERROR OPENING TRANSREV - STATUS "
004630             WS-CONTRA-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         GO TO 9999-ABEND
004660     END-IF.
004670     MOVE SPACES TO CONTROL-RECORD.
004680     MOVE WS-CONTRA-BATCH-ID TO CTL-BATCH-ID.
004690     MOVE "H" TO CTL-RECORD-TYPE.
004700     MOVE WS-ITEM-COUNT TO CTL-EXPECTED-COUNT.
004710     MOVE WS-CONTRA-HASH TO CTL-EXPECTED-HASH.
004720     WRITE CONTROL-RECORD.
004730     MOVE "N" TO SW-END-OF-OUT.
004740     PERFORM 2100-READ-TRANS-OUT THRU 2100-EXIT.
004750 4000-EXIT.
004760     EXIT.
004770*
004780*****************************************************************
004790*  5000-WRITE-CONTRA
004800*  SECOND PASS - WRITES ONE CONTRA ITEM FOR EACH RELEASED ITEM
004810*  OF THE BATCH. NEGATING NUM1 NEGATES A PRODUCT OR QUOTIENT;
004820*  AN ADD OR SUBTRACT NEEDS BOTH OPERANDS NEGATED. TR-RESULT
004830*  GOES OUT ZERO - HELLOBAT COMPUTES IT.
004840*****************************************************************
004850 5000-WRITE-CONTRA.
004860     IF TR-BATCH-ID OF TRANS-OUT-RECORD = WS-SEL-BATCH-ID
004870         MOVE WS-CONTRA-BATCH-ID TO TR-BATCH-ID OF CONTRA-RECORD
004880         MOVE TR-OPERATION-CODE OF TRANS-OUT-RECORD
004890             TO TR-OPERATION-CODE OF CONTRA-RECORD
004900         COMPUTE TR-NUM1 OF CONTRA-RECORD =
004910             0 - TR-NUM1 OF TRANS-OUT-RECORD
004920         IF TR-OP-ADD OF TRANS-OUT-RECORD
004930                 OR TR-OP-SUBTRACT OF TRANS-OUT-RECORD
004940             COMPUTE TR-NUM2 OF CONTRA-RECORD =
004950                 0 - TR-NUM2 OF TRANS-OUT-RECORD
004960         ELSE
004970             MOVE TR-NUM2 OF TRANS-OUT-RECORD
004980                 TO TR-NUM2 OF CONTRA-RECORD
004990         END-IF
005000         MOVE ZERO TO TR-RESULT OF CONTRA-RECORD
005010         WRITE CONTRA-RECORD
005020         ADD 1 TO WS-WRITTEN-COUNT
005030     END-IF.
005040     PERFORM 2100-READ-TRANS-OUT THRU 2100-EXIT.
005050 5000-EXIT.
005060     EXIT.
005070*
005080*****************************************************************
005090*  6000-MARK-REVERSED
005100*  CLOSES THE CONTRA BATCH WITH ITS TRAILER AND, ONLY ONCE
005110*  TRANSREV IS CLOSED COMPLETE, MARKS THE REGISTER ENTRY
005120*  REVERSED WITH TODAY'S DATE, THE OPERATOR AND THE CONTRA
005130*  BATCH-ID, THEN LOGS THE REVERSAL TO AUDITLOG.
005140*****************************************************************
005150 6000-MARK-REVERSED.
005160     MOVE SPACES TO CONTROL-RECORD.
005170     MOVE WS-CONTRA-BATCH-ID TO CTL-BATCH-ID.
005180     MOVE "T" TO CTL-RECORD-TYPE.
005190     MOVE ZERO TO CTL-EXPECTED-COUNT.
005200     MOVE ZERO TO CTL-EXPECTED-HASH.
005210     WRITE CONTROL-RECORD.
005220     CLOSE CONTRA-OUT-FILE.
005230     CLOSE TRANS-OUT-FILE.
005240     MOVE WS-SEL-BATCH-ID TO PBR-BATCH-ID.
005250     READ POSTED-REG-FILE
005260         INVALID KEY
005270             DISPLAY "*** BATCH " WS-SEL-BATCH-ID
005280                 " VANISHED FROM THE REGISTER - STATUS "
005290                 WS-POSTREG-STATUS " ***"
005300             MOVE 16 TO RETURN-CODE
005310             GO TO 9999-ABEND
005320     END-READ.
005330     SET PBR-REVERSED TO TRUE.
005340     MOVE WS-RUN-DATE TO PBR-REVERSAL-DATE.
005350     MOVE WS-OPERATOR-ID TO PBR-REVERSAL-OPERATOR.
005360     MOVE WS-CONTRA-BATCH-ID TO PBR-CONTRA-BATCH-ID.
005370     REWRITE POSTED-BATCH-RECORD
005380         INVALID KEY
005390             DISPLAY "*** BATCH " WS-SEL-BATCH-ID
005400                 " COULD NOT BE MARKED REVERSED - STATUS "
005410                 WS-POSTREG-STATUS " ***"
005420             MOVE 16 TO RETURN-CODE
005430             GO TO 9999-ABEND
005440     END-REWRITE.
005450     CLOSE POSTED-REG-FILE.
005460     COMPUTE WS-CONTRA-TOTAL = 0 - WS-ITEM-TOTAL.
005470     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
005480 6000-EXIT.
005490     EXIT.
005500*
005510*****************************************************************
005520*  7000-WRITE-AUDIT-RECORD
005530*  APPENDS ONE AUDIT RECORD FOR THE REVERSAL TO THE SHARED
005540*  AUDITLOG FILE - THE ITEM COUNT AND THE CONTRA RESULT TOTAL.
005550*  THE FILE IS CREATED ON ITS FIRST USE.
005560*****************************************************************
005570 7000-WRITE-AUDIT-RECORD.
005580     OPEN EXTEND AUDIT-FILE.
005590     IF WS-AUDIT-STATUS = "35"
005600         OPEN OUTPUT AUDIT-FILE
005610     END-IF.
005620     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
005630     ACCEPT AUD-TIME FROM TIME.
005640     MOVE "BATREV" TO AUD-PROGRAM-ID.
005650     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
005660     MOVE WS-ITEM-COUNT TO AUD-INPUT-1.
005670     MOVE ZERO TO AUD-INPUT-2.
005680     MOVE WS-CONTRA-TOTAL TO AUD-RESULT.
005685     MOVE SPACES TO AUD-SECOND-OPERATOR-ID.
005690     WRITE AUDIT-RECORD.
005700     CLOSE AUDIT-FILE.
005710 7000-EXIT.
005720     EXIT.
005730*
005740*****************************************************************
005750*  8000-FINALIZE
005760*  REPORTS WHAT WAS REVERSED AND WHERE THE CONTRA BATCH WENT.
005770*****************************************************************
005780 8000-FINALIZE.
005790     MOVE WS-WRITTEN-COUNT TO WS-COUNT-EDIT.
005800     MOVE WS-CONTRA-TOTAL TO WS-TOTAL-EDIT.
005810     DISPLAY "BATCH REVERSED            : " WS-SEL-BATCH-ID.
005820     DISPLAY "POSTED BY RUN             : " WS-POST-RUN-ID
005830         " ON " WS-POST-DATE.
005840     DISPLAY "CONTRA BATCH-ID           : " WS-CONTRA-BATCH-ID.
005850     DISPLAY "CONTRA ITEMS WRITTEN      : " WS-COUNT-EDIT.
005860     DISPLAY "CONTRA RESULT TOTAL       : " WS-TOTAL-EDIT.
005870     DISPLAY "REVERSED BY               : " WS-OPERATOR-ID.
005880     DISPLAY "CONTRA BATCH IS ON TRANSREV FOR THE NEXT "
005890         "NIGHT'S RUN".
005900 8000-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*  9999-ABEND
005950*  TERMINATES THE RUN WITHOUT REVERSING ANYTHING. RETURN-CODE
005960*  WAS ALREADY SET BY THE CALLER.
005970*****************************************************************
005980 9999-ABEND.
005990     STOP RUN.
