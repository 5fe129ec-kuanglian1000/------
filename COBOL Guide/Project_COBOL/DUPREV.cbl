000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     DUPREV.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - DUPLICATE REVIEW DESK OVER
000140*                   DUPHELD, IN REJENTRY'S PROMPT-AND-VALIDATE
000150*                   STYLE. WALKS THE ITEMS TRANSEDT HELD AS
000160*                   SUSPECTED DUPLICATES RECORD BY RECORD, SHOWS
000170*                   EACH ITEM AND WHAT IT MATCHED, AND LETS THE
000180*                   OPERATOR CONFIRM IT AS A GENUINE ITEM, SKIP
000190*                   IT FOR ANOTHER DAY, OR DROP IT AS THE
000200*                   DUPLICATE IT IS. CONFIRMED ITEMS GO OUT AS
000210*                   ONE PROPERLY FORMED NUMPAIR BATCH ON
000220*                   TRANSDUP - BATCH-ID "D" PLUS MMDD, WITH ITS
000230*                   OWN NUMPCTL HEADER AND TRAILER BUILT FROM
000240*                   THE PROGRAM'S OWN COUNT AND TR-NUM1 HASH -
000250*                   READY TO FEED THE NEXT NIGHT'S TRANSIN, WHERE
000260*                   TRANSEDT PASSES A "D" BATCH WITHOUT CHECKING
000270*                   IT AGAIN. DUPHELD IS REWRITTEN WITH ONLY THE
000280*                   SKIPPED ITEMS SO NOTHING IS RELEASED TWICE
000290*                   AND NOTHING IS FORGOTTEN.
000300*****************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DUP-HELD-FILE
000360         ASSIGN TO DUPHELD
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-DUPHELD-STATUS.
000390     SELECT DUP-OUT-FILE
000400         ASSIGN TO TRANSDUP
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-DUP-OUT-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DUP-HELD-FILE
000470     LABEL RECORDS ARE STANDARD
000480     RECORDING MODE IS F.
000490     COPY DUPHELD.
000500 FD  DUP-OUT-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORDING MODE IS F.
000530     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000540         BY ==DUP-OUT-RECORD==.
000550     COPY NUMPCTL REPLACING ==CONTROL-RECORD==
000560         BY ==DUP-CONTROL-RECORD==.
000570*
000580 WORKING-STORAGE SECTION.
000590*
000600*    -------------------------------------------------------
000610*    FILE STATUS AND SESSION COUNTERS.
000620*    -------------------------------------------------------
000630 77  WS-DUPHELD-STATUS     PIC X(02)                 VALUE "00".
000640 77  WS-DUP-OUT-STATUS     PIC X(02)                 VALUE "00".
000650 77  WS-CONFIRMED-COUNT    BINARY-LONG               VALUE 0.
000660 77  WS-SKIPPED-COUNT      BINARY-LONG               VALUE 0.
000670 77  WS-DROPPED-COUNT      BINARY-LONG               VALUE 0.
000680*
000690*    -------------------------------------------------------
000700*    REVIEW WORK FIELDS.
000710*    -------------------------------------------------------
000720 77  WS-ACTION             PIC X(01)                 VALUE SPACE.
000730 77  WS-AMOUNT-EDIT        PIC -(5)9.99.
000740 77  WS-AMOUNT-EDIT-2      PIC -(5)9.99.
000750     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000760         BY ==WS-REL-RECORD==.
000770*
000780*    -------------------------------------------------------
000790*    RELEASE BATCH CONTROL - BATCH-ID "D" PLUS MMDD, THE
000800*    COUNT AND TR-NUM1 HASH THE GENERATED HEADER PROMISES,
000810*    AND THE BUFFER THE CONFIRMED ITEMS WAIT IN UNTIL THE
000820*    BATCH IS WRITTEN WHOLE AT END OF SESSION.
000830*    -------------------------------------------------------
000840 77  WS-RUN-DATE           PIC X(08)                 VALUE SPACES.
000850 77  WS-BATCH-ID           PIC X(05)                 VALUE SPACES.
000860 77  WS-BATCH-HASH         PIC S9(10)V99 COMP-3      VALUE 0.
000870 77  WS-HOLD-MAX           BINARY-LONG               VALUE 10000.
000880 77  WS-HOLD-IX            BINARY-LONG               VALUE 0.
000890 77  WS-REL-COUNT          BINARY-LONG               VALUE 0.
000900 01  WS-REL-TABLE.
000910     05  WS-REL-ENTRY      OCCURS 10000 TIMES
000920                           PIC X(21).
000930*
000940*    -------------------------------------------------------
000950*    KEEP BUFFER - SKIPPED ITEMS ARE HELD HERE SO DUPHELD CAN
000960*    BE REWRITTEN WITH ONLY WHAT IS STILL OUTSTANDING, THE
000970*    HOLD-TABLE DISCIPLINE REJENTRY USES.
000980*    -------------------------------------------------------
000990 77  WS-KEEP-COUNT         BINARY-LONG               VALUE 0.
001000 01  WS-KEEP-TABLE.
001010     05  WS-KEEP-ENTRY     OCCURS 10000 TIMES
001020                           PIC X(53).
001030*
001040*    -------------------------------------------------------
001050*    CONTROL SWITCHES.
001060*    -------------------------------------------------------
001070 01  SW-END-OF-HELD        PIC X(01)                 VALUE "N".
001080     88  END-OF-HELD                                VALUE "Y".
001090 01  SW-FIELD-VALID        PIC X(01)                 VALUE "N".
001100     88  FIELD-VALID                                VALUE "Y".
001110*
001120 PROCEDURE DIVISION.
001130*
001140*****************************************************************
001150*  0000-MAINLINE
001160*  OPENS THE HELD-DUPLICATE FILE, WALKS IT RECORD BY RECORD
001170*  WITH THE OPERATOR, THEN WRITES THE RELEASE BATCH AND
001180*  REWRITES THE HELD FILE WITH ONLY THE SKIPPED ITEMS.
001190*****************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2000-REVIEW-HELD-ITEM THRU 2000-EXIT
001230         UNTIL END-OF-HELD.
001240     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001250     STOP RUN.
001260*
001270*****************************************************************
001280*  1000-INITIALIZE
001290*  DERIVES THE RELEASE BATCH-ID FROM THE RUN DATE AND OPENS
001300*  THE HELD-DUPLICATE FILE FOR THE REVIEW PASS. A HELD FILE
001310*  THAT DOES NOT EXIST SIMPLY HAS NOTHING TO REVIEW - NOT AN
001320*  ERROR.
001330*****************************************************************
001340 1000-INITIALIZE.
001350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001360     MOVE "D" TO WS-BATCH-ID(1:1).
001370     MOVE WS-RUN-DATE(5:4) TO WS-BATCH-ID(2:4).
001380     OPEN INPUT DUP-HELD-FILE.
001390     IF WS-DUPHELD-STATUS = "35"
001400         DISPLAY "NO DUPHELD FILE - NOTHING TO REVIEW"
001410         SET END-OF-HELD TO TRUE
001420     ELSE
001430         IF WS-DUPHELD-STATUS NOT = "00"
001440             DISPLAY "*** ERROR OPENING DUPHELD - STATUS "
001450                 WS-DUPHELD-STATUS
001460             MOVE 16 TO RETURN-CODE
001470             GO TO 9999-ABEND
001480         END-IF
001490     END-IF.
001500     IF NOT END-OF-HELD
001510         PERFORM 2100-READ-HELD THRU 2100-EXIT
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550*
001560*****************************************************************
001570*  2000-REVIEW-HELD-ITEM
001580*  SHOWS ONE HELD ITEM WITH WHAT IT MATCHED, PROMPTS FOR THE
001590*  ACTION, AND ROUTES IT - CONFIRMED INTO THE BUFFERED RELEASE
001600*  BATCH, SKIPPED BACK ONTO THE HELD FILE, OR DROPPED.
001610*****************************************************************
001620 2000-REVIEW-HELD-ITEM.
001630     PERFORM 2200-SHOW-HELD-ITEM THRU 2200-EXIT.
001635     MOVE "N" TO SW-FIELD-VALID.
001640     PERFORM 2300-ACCEPT-ACTION THRU 2300-EXIT
001650         UNTIL FIELD-VALID.
001660     EVALUATE WS-ACTION
001670         WHEN "C"
001680             PERFORM 7000-BUFFER-CONFIRMED THRU 7000-EXIT
001690         WHEN "S"
001700             PERFORM 2500-KEEP-HELD-ITEM THRU 2500-EXIT
001710         WHEN "D"
001720             ADD 1 TO WS-DROPPED-COUNT
001730             DISPLAY "ITEM DROPPED"
001740     END-EVALUATE.
001750     PERFORM 2100-READ-HELD THRU 2100-EXIT.
001760 2000-EXIT.
001770     EXIT.
001780*
001790*****************************************************************
001800*  2100-READ-HELD
001810*  READS THE NEXT HELD ITEM, SETTING END-OF-FILE WHEN
001820*  EXHAUSTED.
001830*****************************************************************
001840 2100-READ-HELD.
001850     READ DUP-HELD-FILE
001860         AT END
001870             SET END-OF-HELD TO TRUE
001880     END-READ.
001890 2100-EXIT.
001900     EXIT.
001910*
001920*****************************************************************
001930*  2200-SHOW-HELD-ITEM
001940*  DISPLAYS THE CURRENT HELD ITEM AS KEYED AND THE ITEM IT WAS
001950*  TAKEN FOR A DUPLICATE OF - EARLIER THE SAME NIGHT OR ON AN
001960*  EARLIER NIGHT - SO THE DESK CAN CHECK THE PAPER SLIPS.
001970*****************************************************************
001980 2200-SHOW-HELD-ITEM.
001990     DISPLAY " ".
002000     DISPLAY "HELD " DUP-HELD-DATE " - BATCH " DUP-BATCH-ID
002010         " OP " DUP-OPERATION-CODE.
002020     MOVE DUP-NUM1 TO WS-AMOUNT-EDIT.
002030     MOVE DUP-NUM2 TO WS-AMOUNT-EDIT-2.
002040     DISPLAY "  NUM1 : " WS-AMOUNT-EDIT.
002050     DISPLAY "  NUM2 : " WS-AMOUNT-EDIT-2.
002060     IF DUP-MATCH-TONIGHT
002070         DISPLAY "  MATCHED AN ITEM ACCEPTED THE SAME NIGHT IN "
002080             "BATCH " DUP-MATCH-BATCH-ID
002090     ELSE
002100         DISPLAY "  MATCHED AN ITEM ACCEPTED " DUP-MATCH-DATE
002110             " IN BATCH " DUP-MATCH-BATCH-ID
002120     END-IF.
002130 2200-EXIT.
002140     EXIT.
002150*
002160*****************************************************************
002170*  2300-ACCEPT-ACTION
002180*  PROMPT-AND-VALIDATE FOR THE ACTION ON THE CURRENT ITEM -
002190*  CONFIRM, SKIP OR DROP. ANYTHING ELSE RE-PROMPTS.
002200*****************************************************************
002210 2300-ACCEPT-ACTION.
002220     MOVE "N" TO SW-FIELD-VALID.
002230     DISPLAY "ACTION (C=CONFIRM GENUINE, S=SKIP, D=DROP) : ".
002240     ACCEPT WS-ACTION.
002250     IF WS-ACTION = "C" OR WS-ACTION = "S" OR WS-ACTION = "D"
002260         SET FIELD-VALID TO TRUE
002270     ELSE
002280         DISPLAY "*** INVALID ACTION, TRY AGAIN ***"
002290     END-IF.
002300 2300-EXIT.
002310     EXIT.
002320*
002330*****************************************************************
002340*  2500-KEEP-HELD-ITEM
002350*  BUFFERS THE CURRENT HELD ITEM TO BE REWRITTEN ONTO DUPHELD
002360*  - STILL OUTSTANDING, NOT FORGOTTEN.
002370*****************************************************************
002380 2500-KEEP-HELD-ITEM.
002390     IF WS-KEEP-COUNT >= WS-HOLD-MAX
002400         DISPLAY "*** DUPHELD EXCEEDS THE BUFFER - RUN "
002410             "ABANDONED ***"
002420         MOVE 16 TO RETURN-CODE
002430         GO TO 9999-ABEND
002440     END-IF.
002450     ADD 1 TO WS-KEEP-COUNT.
002460     MOVE DUP-HELD-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT).
002470     ADD 1 TO WS-SKIPPED-COUNT.
002480 2500-EXIT.
002490     EXIT.
002500*
002510*****************************************************************
002520*  7000-BUFFER-CONFIRMED
002530*  BUILDS ONE RELEASED NUMPAIR TRANSACTION FROM THE HELD ITEM
002540*  UNDER THE SESSION'S RELEASE BATCH-ID, ACCUMULATES THE
002550*  TR-NUM1 HASH THE GENERATED HEADER WILL PROMISE, AND
002560*  BUFFERS IT UNTIL THE BATCH IS WRITTEN WHOLE AT END OF
002570*  SESSION.
002580*****************************************************************
002590 7000-BUFFER-CONFIRMED.
002600     IF WS-REL-COUNT >= WS-HOLD-MAX
002610         DISPLAY "*** RELEASE BATCH EXCEEDS THE BUFFER - "
002620             "RUN ABANDONED ***"
002630         MOVE 16 TO RETURN-CODE
002640         GO TO 9999-ABEND
002650     END-IF.
002660     MOVE DUP-ITEM TO WS-REL-RECORD.
002670     MOVE WS-BATCH-ID TO TR-BATCH-ID OF WS-REL-RECORD.
002680     ADD 1 TO WS-REL-COUNT.
002690     MOVE WS-REL-RECORD TO WS-REL-ENTRY(WS-REL-COUNT).
002700     ADD DUP-NUM1 TO WS-BATCH-HASH
002710         ON SIZE ERROR
002720             DISPLAY "*** HASH TOTAL OVERFLOW ***"
002730     END-ADD.
002740     ADD 1 TO WS-CONFIRMED-COUNT.
002750     DISPLAY "ITEM CONFIRMED INTO BATCH " WS-BATCH-ID.
002760 7000-EXIT.
002770     EXIT.
002780*
002790*****************************************************************
002800*  8000-FINALIZE
002810*  WRITES THE RELEASE BATCH (HEADER, CONFIRMED ITEMS, TRAILER)
002820*  WHEN ANYTHING WAS CONFIRMED, REWRITES DUPHELD WITH ONLY THE
002830*  SKIPPED ITEMS, AND REPORTS THE SESSION COUNTS. DUPHELD IS
002840*  ONLY REWRITTEN AFTER THE RELEASE BATCH IS CLOSED COMPLETE,
002850*  SO EVERY ITEM ALWAYS EXISTS ON AT LEAST ONE OF THE TWO
002860*  FILES - A FAILURE BEFORE THAT POINT LEAVES DUPHELD
002870*  UNTOUCHED AND THE SESSION IS SIMPLY RUN AGAIN.
002880*****************************************************************
002890 8000-FINALIZE.
002900     IF WS-REL-COUNT > 0
002910         PERFORM 8100-WRITE-RELEASE-BATCH THRU 8100-EXIT
002920     END-IF.
002930     IF WS-DUPHELD-STATUS NOT = "35"
002940         CLOSE DUP-HELD-FILE
002950         OPEN OUTPUT DUP-HELD-FILE
002960         PERFORM 8200-REWRITE-ONE-HELD THRU 8200-EXIT
002970             VARYING WS-HOLD-IX FROM 1 BY 1
002980             UNTIL WS-HOLD-IX > WS-KEEP-COUNT
002990         CLOSE DUP-HELD-FILE
003000     END-IF.
003010     DISPLAY " ".
003020     DISPLAY "ITEMS CONFIRMED : " WS-CONFIRMED-COUNT.
003030     DISPLAY "ITEMS SKIPPED   : " WS-SKIPPED-COUNT.
003040     DISPLAY "ITEMS DROPPED   : " WS-DROPPED-COUNT.
003050     IF WS-REL-COUNT > 0
003060         DISPLAY "RELEASE BATCH " WS-BATCH-ID
003070             " WRITTEN TO TRANSDUP"
003080     END-IF.
003090 8000-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130*  8100-WRITE-RELEASE-BATCH
003140*  WRITES THE GENERATED HEADER PROMISING THE SESSION'S COUNT
003150*  AND TR-NUM1 HASH, THE BUFFERED CONFIRMED ITEMS, AND THE
003160*  TRAILER - THE SAME IN-BAND CONTROL SHAPE REJENTRY WRITES,
003170*  SO HELLOBAT CAN PROVE THE RELEASE BATCH ARRIVED WHOLE.
003180*****************************************************************
003190 8100-WRITE-RELEASE-BATCH.
003200     OPEN OUTPUT DUP-OUT-FILE.
003210     IF WS-DUP-OUT-STATUS NOT = "00"
003220         DISPLAY "*** ERROR OPENING TRANSDUP - STATUS "
003230             WS-DUP-OUT-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         GO TO 9999-ABEND
003260     END-IF.
003270     MOVE SPACES TO DUP-CONTROL-RECORD.
003280     MOVE WS-BATCH-ID TO CTL-BATCH-ID OF DUP-CONTROL-RECORD.
003290     MOVE "H" TO CTL-RECORD-TYPE OF DUP-CONTROL-RECORD.
003300     MOVE WS-REL-COUNT
003310         TO CTL-EXPECTED-COUNT OF DUP-CONTROL-RECORD.
003320     MOVE WS-BATCH-HASH
003330         TO CTL-EXPECTED-HASH OF DUP-CONTROL-RECORD.
003340     WRITE DUP-CONTROL-RECORD.
003350     PERFORM 8110-WRITE-ONE-RELEASED THRU 8110-EXIT
003360         VARYING WS-HOLD-IX FROM 1 BY 1
003370         UNTIL WS-HOLD-IX > WS-REL-COUNT.
003380     MOVE SPACES TO DUP-CONTROL-RECORD.
003390     MOVE WS-BATCH-ID TO CTL-BATCH-ID OF DUP-CONTROL-RECORD.
003400     MOVE "T" TO CTL-RECORD-TYPE OF DUP-CONTROL-RECORD.
003410     MOVE ZERO TO CTL-EXPECTED-COUNT OF DUP-CONTROL-RECORD.
003420     MOVE ZERO TO CTL-EXPECTED-HASH OF DUP-CONTROL-RECORD.
003430     WRITE DUP-CONTROL-RECORD.
003440     CLOSE DUP-OUT-FILE.
003450 8100-EXIT.
003460     EXIT.
003470*
003480*****************************************************************
003490*  8110-WRITE-ONE-RELEASED
003500*  WRITES ONE BUFFERED CONFIRMED TRANSACTION TO THE RELEASE
003510*  BATCH.
003520*****************************************************************
003530 8110-WRITE-ONE-RELEASED.
003540     MOVE WS-REL-ENTRY(WS-HOLD-IX) TO DUP-OUT-RECORD.
003550     WRITE DUP-OUT-RECORD.
003560 8110-EXIT.
003570     EXIT.
003580*
003590*****************************************************************
003600*  8200-REWRITE-ONE-HELD
003610*  WRITES ONE SKIPPED ITEM BACK ONTO DUPHELD.
003620*****************************************************************
003630 8200-REWRITE-ONE-HELD.
003640     MOVE WS-KEEP-ENTRY(WS-HOLD-IX) TO DUP-HELD-RECORD.
003650     WRITE DUP-HELD-RECORD.
003660 8200-EXIT.
003670     EXIT.
003680*
003690*****************************************************************
003700*  9999-ABEND
003710*  TERMINATES THE RUN AFTER A FATAL FILE ERROR. RETURN-CODE WAS
003720*  ALREADY SET BY THE CALLER.
003730*****************************************************************
003740 9999-ABEND.
003750     STOP RUN.
