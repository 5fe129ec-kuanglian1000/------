000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     RUNRECOV.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - NIGHT-RUN RECOVERY CONTROLLER.
000140*                   WHEN A STEP ABENDS OR ENDS NON-ZERO IN THE
000150*                   NIGHT (HELLOBAT RC 8 IS THE USUAL ONE) THE
000160*                   OPERATOR NO LONGER PIECES THE RERUN
000170*                   TOGETHER FROM RUNSTRPT AND SCHEDRPT. FOR
000180*                   ONE RUN-ID (TODAY'S DATE WHEN OMITTED)
000190*                   THIS PROGRAM READS SCHEDF AND RUNSTATF THE
000200*                   WAY SCHEDRPT DOES, LISTS EVERY STEP AS
000210*                   COMPLETED, FAILED OR NEVER RUN, AND BUILDS
000220*                   THE ORDERED RERUN LIST - THE FIRST FAILED
000230*                   STEP, EVERY LATER STEP THAT HANGS OFF A
000240*                   STEP ALREADY ON THE LIST THROUGH ITS
000250*                   PREREQUISITE, AND EVERY LATER STEP THAT
000260*                   DID NOT COMPLETE. ON THE OPERATOR'S
000270*                   CONFIRMATION A VOID EVENT IS LOGGED
000280*                   THROUGH RUNSTAT FOR EACH STEP ON THE LIST,
000290*                   SO SCHEDGTE HOLDS THEIR DEPENDANTS UNTIL
000300*                   THEY HAVE RUN AGAIN INSTEAD OF CLEARING
000310*                   THEM ON AN END RECORD FROM THE FAILED
000320*                   ATTEMPT.
000330*****************************************************************
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SCHEDULE-FILE
000390         ASSIGN TO SCHEDF
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-SCHED-STATUS.
000420     SELECT RUN-STATUS-FILE
000430         ASSIGN TO RUNSTATF
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-STATUS-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SCHEDULE-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORDING MODE IS F.
000520     COPY SCHEDREC.
000530 FD  RUN-STATUS-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560     COPY RUNSTREC REPLACING ==RUN-STATUS-RECORD==
000570         BY ==RUN-STATUS-FILE-RECORD==.
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610*    -------------------------------------------------------
000620*    FILE STATUS, SELECTION PARAMETER AND COUNTERS.
000630*    -------------------------------------------------------
000640 77  WS-SCHED-STATUS       PIC X(02)                 VALUE "00".
000650 77  WS-STATUS-STATUS      PIC X(02)                 VALUE "00".
000660 77  WS-STEP-COUNT         BINARY-LONG               VALUE 0.
000670 77  WS-RERUN-COUNT        BINARY-LONG               VALUE 0.
000680 77  WS-VOID-COUNT         BINARY-LONG               VALUE 0.
000690 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
000700 77  WS-RUN-ID             PIC X(08)                 VALUE SPACES.
000710 77  WS-CONFIRM            PIC X(01)                 VALUE SPACE.
000720*
000730*    -------------------------------------------------------
000740*    SCHEDULE STEP TABLE - LOADED FROM SCHEDF IN STEP ORDER,
000750*    THEN FILLED IN FROM ONE PASS OVER RUNSTATF EXACTLY AS
000760*    SCHEDRPT DOES (LATEST EVENTS WIN, A VOID WIPES OUT THOSE
000770*    BEFORE IT). EACH STEP IS THEN GIVEN ITS STATE AND, WHEN
000780*    IT MUST RUN AGAIN, ITS PLACE ON THE RERUN LIST.
000790*    -------------------------------------------------------
000800 77  WS-STEP-MAX           BINARY-LONG               VALUE 50.
000810 77  WS-STEP-IX            BINARY-LONG               VALUE 0.
000820 77  WS-SRCH-IX            BINARY-LONG               VALUE 0.
000830 77  WS-FIRST-FAIL-IX      BINARY-LONG               VALUE 0.
000840 01  WS-STEP-TABLE.
000850     05  WS-STEP-ENTRY     OCCURS 50 TIMES.
000860         10  WS-STP-STEP-NO    PIC 9(03).
000870         10  WS-STP-PROGRAM    PIC X(08).
000880         10  WS-STP-PREREQ     PIC X(08).
000890         10  WS-STP-START-SW   PIC X(01).
000900             88  WS-STP-STARTED          VALUE "Y".
000910         10  WS-STP-END-SW     PIC X(01).
000920             88  WS-STP-ENDED            VALUE "Y".
000930         10  WS-STP-END-FLAG   PIC X(01).
000940         10  WS-STP-END-RC     PIC 9(04).
000950         10  WS-STP-VOID-SW    PIC X(01).
000960             88  WS-STP-VOIDED           VALUE "Y".
000970         10  WS-STP-STATE      PIC X(01).
000980             88  WS-STP-COMPLETED        VALUE "C".
000990             88  WS-STP-FAILED           VALUE "F".
001000             88  WS-STP-NEVER-RUN        VALUE "N".
001010         10  WS-STP-RERUN-SW   PIC X(01).
001020             88  WS-STP-RERUN            VALUE "Y".
001030*
001040*    -------------------------------------------------------
001050*    PRINT WORK FIELDS.
001060*    -------------------------------------------------------
001070 77  WS-STATE-TEXT         PIC X(30)                 VALUE SPACES.
001080 77  WS-RC-EDIT            PIC Z(03)9.
001090 77  WS-COUNT-EDIT         PIC Z(02)9.
001100*
001110*    -------------------------------------------------------
001120*    CONTROL SWITCHES.
001130*    -------------------------------------------------------
001140 01  SW-END-OF-SCHED       PIC X(01)                 VALUE "N".
001150     88  END-OF-SCHED                               VALUE "Y".
001160 01  SW-END-OF-STATUS      PIC X(01)                 VALUE "N".
001170     88  END-OF-STATUS                              VALUE "Y".
001180 01  SW-FIELD-VALID        PIC X(01)                 VALUE "N".
001190     88  FIELD-VALID                                VALUE "Y".
001200 01  SW-KEY-FOUND          PIC X(01)                 VALUE "N".
001210     88  KEY-FOUND                                  VALUE "Y".
001220*
001230*    -------------------------------------------------------
001240*    SHARED RUN-STATUS RECORD FOR THE VOID EVENTS, AND THE
001250*    SHARED AUTHORITY-CHECK PARAMETER RECORD.
001260*    -------------------------------------------------------
001270     COPY RUNSTREC.
001280     COPY OPCHKREC.
001290*
001300 PROCEDURE DIVISION.
001310*
001320*****************************************************************
001330*  0000-MAINLINE
001340*  LOADS THE SCHEDULE, SWEEPS THE RUN-STATUS FILE FOR THE
001350*  RUN-ID, LISTS EACH STEP'S STATE, BUILDS THE RERUN LIST AND,
001360*  WHEN THE OPERATOR CONFIRMS IT, VOIDS THE STEPS ON IT.
001370*****************************************************************
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-LOAD-ONE-STEP THRU 2000-EXIT
001410         UNTIL END-OF-SCHED.
001420     CLOSE SCHEDULE-FILE.
001430     PERFORM 3000-SWEEP-RUN-STATUS THRU 3000-EXIT.
001440     DISPLAY "STEP PROGRAM  PREREQ   STATE".
001450     PERFORM 4000-CLASSIFY-ONE-STEP THRU 4000-EXIT
001460         VARYING WS-STEP-IX FROM 1 BY 1
001470         UNTIL WS-STEP-IX > WS-STEP-COUNT.
001480     PERFORM 5000-BUILD-RERUN-LIST THRU 5000-EXIT.
001490     IF WS-RERUN-COUNT > 0
001500         PERFORM 6000-CONFIRM-AND-VOID THRU 6000-EXIT
001510     END-IF.
001520     STOP RUN.
001530*
001540*****************************************************************
001550*  1000-INITIALIZE
001560*  PICKS UP THE RUN-ID PARAMETER (TODAY'S DATE WHEN OMITTED,
001570*  MATCHING THE NIGHT SCHEDULE) AND OPENS THE SCHEDULE.
001580*  WITHOUT A SCHEDULE THERE IS NO STEP ORDER TO RECOVER BY,
001590*  SO THE RUN IS REFUSED RC 8.
001600*****************************************************************
001610 1000-INITIALIZE.
001620     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001630     MOVE WS-COMMAND-LINE(1:8) TO WS-RUN-ID.
001640     IF WS-RUN-ID = SPACES
001650         ACCEPT WS-RUN-ID FROM DATE YYYYMMDD
001660     END-IF.
001670     OPEN INPUT SCHEDULE-FILE.
001680     IF WS-SCHED-STATUS = "35"
001690         DISPLAY "*** NO SCHEDULE FILE - NO STEP ORDER TO "
001700             "RECOVER BY ***"
001710         MOVE 8 TO RETURN-CODE
001720         GO TO 9999-ABEND
001730     END-IF.
001740     IF WS-SCHED-STATUS NOT = "00"
001750         DISPLAY "*** ERROR OPENING SCHEDF - STATUS "
001760             WS-SCHED-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         GO TO 9999-ABEND
001790     END-IF.
001800     DISPLAY "           NIGHT-RUN RECOVERY - RUN " WS-RUN-ID.
001810 1000-EXIT.
001820     EXIT.
001830*
001840*****************************************************************
001850*  2000-LOAD-ONE-STEP
001860*  READS THE NEXT SCHEDULE STEP INTO THE TABLE IN STEP ORDER.
001870*****************************************************************
001880 2000-LOAD-ONE-STEP.
001890     READ SCHEDULE-FILE
001900         AT END
001910             SET END-OF-SCHED TO TRUE
001920             GO TO 2000-EXIT
001930     END-READ.
001940     IF WS-STEP-COUNT >= WS-STEP-MAX
001950         DISPLAY "*** MORE STEPS THAN THE TABLE HOLDS - RUN "
001960             "ABANDONED ***"
001970         MOVE 16 TO RETURN-CODE
001980         GO TO 9999-ABEND
001990     END-IF.
002000     ADD 1 TO WS-STEP-COUNT.
002010     MOVE SCH-STEP-NO TO WS-STP-STEP-NO(WS-STEP-COUNT).
002020     MOVE SCH-PROGRAM-ID TO WS-STP-PROGRAM(WS-STEP-COUNT).
002030     MOVE SCH-PREREQ-PROGRAM TO WS-STP-PREREQ(WS-STEP-COUNT).
002040     MOVE "N" TO WS-STP-START-SW(WS-STEP-COUNT).
002050     MOVE "N" TO WS-STP-END-SW(WS-STEP-COUNT).
002060     MOVE SPACE TO WS-STP-END-FLAG(WS-STEP-COUNT).
002070     MOVE ZERO TO WS-STP-END-RC(WS-STEP-COUNT).
002080     MOVE "N" TO WS-STP-VOID-SW(WS-STEP-COUNT).
002090     MOVE SPACE TO WS-STP-STATE(WS-STEP-COUNT).
002100     MOVE "N" TO WS-STP-RERUN-SW(WS-STEP-COUNT).
002110 2000-EXIT.
002120     EXIT.
002130*
002140*****************************************************************
002150*  3000-SWEEP-RUN-STATUS
002160*  READS THE WHOLE RUN-STATUS FILE ONCE, FOLDING EVERY EVENT
002170*  FOR THE RUN-ID INTO ITS SCHEDULE STEP. A MISSING FILE
002180*  MEANS NOTHING LOGGED - EVERY STEP WILL READ "NEVER RUN".
002190*****************************************************************
002200 3000-SWEEP-RUN-STATUS.
002210     OPEN INPUT RUN-STATUS-FILE.
002220     IF WS-STATUS-STATUS = "35"
002230         DISPLAY "*** NO RUN-STATUS FILE - NOTHING HAS "
002240             "LOGGED A RUN ***"
002250         GO TO 3000-EXIT
002260     END-IF.
002270     IF WS-STATUS-STATUS NOT = "00"
002280         DISPLAY "*** ERROR OPENING RUNSTATF - STATUS "
002290             WS-STATUS-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 9999-ABEND
002320     END-IF.
002330     PERFORM 3100-SWEEP-ONE-EVENT THRU 3100-EXIT
002340         UNTIL END-OF-STATUS.
002350     CLOSE RUN-STATUS-FILE.
002360 3000-EXIT.
002370     EXIT.
002380*
002390*****************************************************************
002400*  3100-SWEEP-ONE-EVENT
002410*  READS ONE RUN-STATUS EVENT AND, WHEN IT BELONGS TO THE
002420*  RUN-ID, FOLDS IT INTO EVERY MATCHING STEP.
002430*****************************************************************
002440 3100-SWEEP-ONE-EVENT.
002450     READ RUN-STATUS-FILE
002460         AT END
002470             SET END-OF-STATUS TO TRUE
002480             GO TO 3100-EXIT
002490     END-READ.
002500     IF RS-RUN-ID OF RUN-STATUS-FILE-RECORD NOT = WS-RUN-ID
002510         GO TO 3100-EXIT
002520     END-IF.
002530     PERFORM 3200-FOLD-INTO-STEP THRU 3200-EXIT
002540         VARYING WS-STEP-IX FROM 1 BY 1
002550         UNTIL WS-STEP-IX > WS-STEP-COUNT.
002560 3100-EXIT.
002570     EXIT.
002580*
002590*****************************************************************
002600*  3200-FOLD-INTO-STEP
002610*  MARKS ONE STEP STARTED OR ENDED FROM THE CURRENT EVENT
002620*  WHEN THE PROGRAM MATCHES - THE LATEST END'S FLAG AND
002630*  RETURN CODE REPLACE ANY EARLIER ONE, AND A VOID SETS THE
002640*  STEP BACK TO NOT STARTED, REMEMBERING THAT IT WAS VOIDED.
002650*****************************************************************
002660 3200-FOLD-INTO-STEP.
002670     IF WS-STP-PROGRAM(WS-STEP-IX)
002680             NOT = RS-PROGRAM-ID OF RUN-STATUS-FILE-RECORD
002690         GO TO 3200-EXIT
002700     END-IF.
002710     IF RS-VOID-EVENT OF RUN-STATUS-FILE-RECORD
002720         MOVE "N" TO WS-STP-START-SW(WS-STEP-IX)
002730         MOVE "N" TO WS-STP-END-SW(WS-STEP-IX)
002740         MOVE SPACE TO WS-STP-END-FLAG(WS-STEP-IX)
002750         MOVE ZERO TO WS-STP-END-RC(WS-STEP-IX)
002760         MOVE "Y" TO WS-STP-VOID-SW(WS-STEP-IX)
002770     END-IF.
002780     IF RS-START-EVENT OF RUN-STATUS-FILE-RECORD
002790         MOVE "Y" TO WS-STP-START-SW(WS-STEP-IX)
002800     END-IF.
002810     IF RS-END-EVENT OF RUN-STATUS-FILE-RECORD
002820         MOVE "Y" TO WS-STP-END-SW(WS-STEP-IX)
002830         MOVE RS-STATUS-FLAG OF RUN-STATUS-FILE-RECORD
002840             TO WS-STP-END-FLAG(WS-STEP-IX)
002850         MOVE RS-RETURN-CODE OF RUN-STATUS-FILE-RECORD
002860             TO WS-STP-END-RC(WS-STEP-IX)
002870     END-IF.
002880 3200-EXIT.
002890     EXIT.
002900*
002910*****************************************************************
002920*  4000-CLASSIFY-ONE-STEP
002930*  GIVES ONE STEP ITS STATE AND PRINTS IT. NEVER RUN - NO
002940*  START SINCE ANY VOID (PRINTED "VOIDED - AWAITING RERUN"
002950*  WHEN A VOID WAS LOGGED, AS SCHEDRPT PRINTS IT). FAILED -
002960*  STARTED WITHOUT ENDING, OR ENDED ABNORMAL OR WITH A
002970*  NON-ZERO RETURN CODE, THE SAME TESTS SCHEDGTE APPLIES.
002973*  COMPLETED - EVERYTHING ELSE. THE FIRST FAILED STEP IS WHERE
002976*  THE RERUN LIST BEGINS.
002980*****************************************************************
002990 4000-CLASSIFY-ONE-STEP.
003000     MOVE "F" TO WS-STP-STATE(WS-STEP-IX).
003010     EVALUATE TRUE
003020         WHEN NOT WS-STP-STARTED(WS-STEP-IX)
003030                 AND WS-STP-VOIDED(WS-STEP-IX)
003040             MOVE "N" TO WS-STP-STATE(WS-STEP-IX)
003050             MOVE "VOIDED - AWAITING RERUN" TO WS-STATE-TEXT
003060         WHEN NOT WS-STP-STARTED(WS-STEP-IX)
003070             MOVE "N" TO WS-STP-STATE(WS-STEP-IX)
003080             MOVE "NEVER RUN" TO WS-STATE-TEXT
003090         WHEN NOT WS-STP-ENDED(WS-STEP-IX)
003100             MOVE "FAILED - STARTED, NEVER ENDED"
003110                 TO WS-STATE-TEXT
003120         WHEN WS-STP-END-FLAG(WS-STEP-IX) NOT = "N"
003130             MOVE "FAILED - ENDED ABNORMAL" TO WS-STATE-TEXT
003140         WHEN WS-STP-END-RC(WS-STEP-IX) NOT = 0
003150             MOVE WS-STP-END-RC(WS-STEP-IX) TO WS-RC-EDIT
003160             MOVE SPACES TO WS-STATE-TEXT
003170             STRING "FAILED - RETURN CODE " DELIMITED BY SIZE
003180                 WS-RC-EDIT DELIMITED BY SIZE
003190                 INTO WS-STATE-TEXT
003200             END-STRING
003210         WHEN OTHER
003220             MOVE "C" TO WS-STP-STATE(WS-STEP-IX)
003230             MOVE "COMPLETED" TO WS-STATE-TEXT
003240     END-EVALUATE.
003250     IF WS-STP-FAILED(WS-STEP-IX) AND WS-FIRST-FAIL-IX = 0
003260         MOVE WS-STEP-IX TO WS-FIRST-FAIL-IX
003270     END-IF.
003280     DISPLAY WS-STP-STEP-NO(WS-STEP-IX) "  "
003290         WS-STP-PROGRAM(WS-STEP-IX) " "
003300         WS-STP-PREREQ(WS-STEP-IX) " " WS-STATE-TEXT.
003310 4000-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*  5000-BUILD-RERUN-LIST
003360*  WALKS THE SCHEDULE FROM THE FIRST FAILED STEP TO THE END
003370*  AND PRINTS, IN STEP ORDER, EVERY STEP THAT MUST RUN AGAIN.
003380*  NO FAILED STEP MEANS NOTHING TO RECOVER - STEPS THAT HAVE
003390*  SIMPLY NOT RUN YET ARE LEFT TO THE SCHEDULE.
003400*****************************************************************
003410 5000-BUILD-RERUN-LIST.
003420     DISPLAY " ".
003430     IF WS-FIRST-FAIL-IX = 0
003440         DISPLAY "NO FAILED STEP FOR RUN " WS-RUN-ID
003450             " - NOTHING TO RECOVER"
003460         GO TO 5000-EXIT
003470     END-IF.
003480     DISPLAY "RERUN LIST FOR RUN " WS-RUN-ID
003490         " - RUN IN THIS ORDER".
003500     PERFORM 5100-CHECK-ONE-RERUN THRU 5100-EXIT
003510         VARYING WS-STEP-IX FROM WS-FIRST-FAIL-IX BY 1
003520         UNTIL WS-STEP-IX > WS-STEP-COUNT.
003530 5000-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570*  5100-CHECK-ONE-RERUN
003580*  PUTS ONE STEP ON THE RERUN LIST WHEN IT IS THE FIRST
003590*  FAILED STEP, WHEN IT DID NOT COMPLETE, OR WHEN ITS
003600*  PREREQUISITE IS ALREADY ON THE LIST - ITS OUTPUT WAS
003610*  BUILT FROM A RUN THAT IS BEING REDONE. A LATER STEP THAT
003620*  COMPLETED AND HANGS OFF NOTHING ON THE LIST STANDS.
003630*****************************************************************
003640 5100-CHECK-ONE-RERUN.
003650     MOVE "N" TO SW-KEY-FOUND.
003660     IF WS-STEP-IX = WS-FIRST-FAIL-IX
003670             OR NOT WS-STP-COMPLETED(WS-STEP-IX)
003680         SET KEY-FOUND TO TRUE
003690     ELSE
003700         IF WS-STP-PREREQ(WS-STEP-IX) NOT = SPACES
003710             PERFORM 5200-MATCH-PREREQ THRU 5200-EXIT
003720                 VARYING WS-SRCH-IX FROM WS-FIRST-FAIL-IX BY 1
003730                 UNTIL WS-SRCH-IX NOT < WS-STEP-IX
003740                     OR KEY-FOUND
003750         END-IF
003760     END-IF.
003770     IF NOT KEY-FOUND
003780         GO TO 5100-EXIT
003790     END-IF.
003800     SET WS-STP-RERUN(WS-STEP-IX) TO TRUE.
003810     ADD 1 TO WS-RERUN-COUNT.
003820     MOVE WS-RERUN-COUNT TO WS-COUNT-EDIT.
003830     DISPLAY "  " WS-COUNT-EDIT "  STEP "
003840         WS-STP-STEP-NO(WS-STEP-IX)
003850         "  " WS-STP-PROGRAM(WS-STEP-IX).
003860 5100-EXIT.
003870     EXIT.
003880*
003890*****************************************************************
003900*  5200-MATCH-PREREQ
003910*  TESTS WHETHER ONE EARLIER STEP ON THE RERUN LIST IS THE
003920*  CURRENT STEP'S PREREQUISITE.
003930*****************************************************************
003940 5200-MATCH-PREREQ.
003950     IF WS-STP-RERUN(WS-SRCH-IX)
003960             AND WS-STP-PROGRAM(WS-SRCH-IX)
003970                 = WS-STP-PREREQ(WS-STEP-IX)
003980         SET KEY-FOUND TO TRUE
003990     END-IF.
004000 5200-EXIT.
004010     EXIT.
004020*
004030*****************************************************************
004040*  6000-CONFIRM-AND-VOID
004050*  ASKS THE OPERATOR TO CONFIRM THE RERUN LIST. DECLINED, THE
004060*  LIST STANDS AS ADVICE ONLY AND THE RUN ENDS RC 4. CONFIRMED,
004070*  THE OPERATOR IS CHECKED THROUGH OPCHECK (A DENIAL IS
004080*  LOGGED AND ENDS THE RUN RC 8) AND A VOID EVENT IS LOGGED
004090*  FOR EVERY STEP ON THE LIST.
004100*****************************************************************
004110 6000-CONFIRM-AND-VOID.
004120     MOVE "N" TO SW-FIELD-VALID.
004130     PERFORM 6100-ACCEPT-CONFIRM THRU 6100-EXIT
004140         UNTIL FIELD-VALID.
004150     IF WS-CONFIRM = "N"
004160         DISPLAY "NO VOID EVENTS WRITTEN - RERUN LIST IS "
004170             "ADVICE ONLY"
004180         MOVE 4 TO RETURN-CODE
004190         GO TO 6000-EXIT
004200     END-IF.
004210     MOVE SPACES TO OP-CHECK-RECORD.
004220     ACCEPT OPC-OPERATOR-ID FROM ENVIRONMENT "USER".
004230     MOVE "RUNRECOV" TO OPC-PROGRAM-ID.
004240     MOVE 1 TO OPC-REQUIRED-LEVEL.
004250     CALL "OPCHECK" USING OP-CHECK-RECORD.
004260     IF OPC-DENIED
004270         MOVE 8 TO RETURN-CODE
004280         GO TO 6000-EXIT
004290     END-IF.
004300     PERFORM 6200-VOID-ONE-STEP THRU 6200-EXIT
004310         VARYING WS-STEP-IX FROM 1 BY 1
004320         UNTIL WS-STEP-IX > WS-STEP-COUNT.
004330     DISPLAY "VOID EVENTS WRITTEN : " WS-VOID-COUNT.
004340     DISPLAY "RERUN THE STEPS ABOVE IN ORDER - EACH WAITS AT "
004350         "THE GATE FOR THE ONE BEFORE IT".
004360 6000-EXIT.
004370     EXIT.
004380*
004390*****************************************************************
004400*  6100-ACCEPT-CONFIRM
004410*  PROMPT-AND-VALIDATE FOR THE CONFIRMATION - Y OR N.
004420*****************************************************************
004430 6100-ACCEPT-CONFIRM.
004440     MOVE "N" TO SW-FIELD-VALID.
004450     DISPLAY "WRITE VOID EVENTS FOR THE STEPS ON THE RERUN "
004460         "LIST (Y/N) : ".
004470     ACCEPT WS-CONFIRM.
004480     IF WS-CONFIRM = "Y" OR WS-CONFIRM = "N"
004490         SET FIELD-VALID TO TRUE
004500     ELSE
004510         DISPLAY "*** INVALID ANSWER, TRY AGAIN ***"
004520     END-IF.
004530 6100-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570*  6200-VOID-ONE-STEP
004580*  LOGS A VOID EVENT FOR ONE STEP ON THE RERUN LIST THROUGH
004590*  THE SHARED RUNSTAT WRITER, WHICH STAMPS THE DATE AND TIME.
004600*****************************************************************
004610 6200-VOID-ONE-STEP.
004620     IF NOT WS-STP-RERUN(WS-STEP-IX)
004630         GO TO 6200-EXIT
004640     END-IF.
004650     MOVE SPACES TO RUN-STATUS-RECORD.
004660     MOVE WS-STP-PROGRAM(WS-STEP-IX)
004670         TO RS-PROGRAM-ID OF RUN-STATUS-RECORD.
004680     MOVE WS-RUN-ID TO RS-RUN-ID OF RUN-STATUS-RECORD.
004690     SET RS-VOID-EVENT OF RUN-STATUS-RECORD TO TRUE.
004700     MOVE 0 TO RS-RECORDS-READ OF RUN-STATUS-RECORD.
004710     MOVE 0 TO RS-RECORDS-WRITTEN OF RUN-STATUS-RECORD.
004720     MOVE 0 TO RS-RETURN-CODE OF RUN-STATUS-RECORD.
004730     SET RS-NORMAL OF RUN-STATUS-RECORD TO TRUE.
004740     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
004750     ADD 1 TO WS-VOID-COUNT.
004760     DISPLAY "  VOIDED " WS-STP-PROGRAM(WS-STEP-IX)
004770         " FOR RUN " WS-RUN-ID.
004780 6200-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820*  9999-ABEND
004830*  TERMINATES THE RUN AFTER A MISSING SCHEDULE OR A FATAL FILE
004840*  ERROR. RETURN-CODE WAS ALREADY SET BY THE CALLER.
004850*****************************************************************
004860 9999-ABEND.
004870     STOP RUN.
