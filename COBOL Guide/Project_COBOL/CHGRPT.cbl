000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     CHGRPT.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - INQUIRY REPORT OVER THE CHGJRNL
000140*                   CHANGE JOURNAL THAT PRICMNT AND OPAMNT
000150*                   APPEND TO WHEN A SECOND OPERATOR APPROVES
000160*                   A MAINTENANCE CHANGE, IN AUDRPT'S STYLE.
000170*                   FOR EACH APPLIED CHANGE IT PRINTS WHEN IT
000180*                   WAS APPLIED, THE FILE AND KEY, THE ACTION,
000190*                   THE MAKER AND THE CHECKER WITH THEIR
000200*                   TIMESTAMPS, AND THE RECORD BEFORE AND
000210*                   AFTER, DECODED THROUGH THE FILE'S OWN
000220*                   LAYOUT. SELECTED BY AN OPTIONAL DATE RANGE
000230*                   ON THE DATE APPLIED, FILE-ID AND KEY FROM
000240*                   THE COMMAND LINE. AN "*" OR AN OMITTED
000250*                   PARAMETER MEANS NO SELECTION ON THAT
000260*                   FIELD; A KEY SELECTS EVERY RECORD KEY THAT
000270*                   BEGINS WITH IT, SO A PRICE CODE ALONE
000280*                   PICKS UP ALL OF ITS DATED GENERATIONS.
000290*****************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CHANGE-JOURNAL-FILE
000350         ASSIGN TO CHGJRNL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-JRNL-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CHANGE-JOURNAL-FILE
000420     LABEL RECORDS ARE STANDARD
000430     RECORDING MODE IS F.
000440     COPY CHGJRNL.
000450*
000460 WORKING-STORAGE SECTION.
000470*
000480*    -------------------------------------------------------
000490*    FILE STATUS AND REPORT COUNTERS.
000500*    -------------------------------------------------------
000510 77  WS-JRNL-STATUS        PIC X(02)                 VALUE "00".
000520 77  WS-READ-COUNT         BINARY-LONG               VALUE 0.
000530 77  WS-SELECT-COUNT       BINARY-LONG               VALUE 0.
000540 77  WS-COUNT-EDIT         PIC Z(06)9.
000550*
000560*    -------------------------------------------------------
000570*    SELECTION PARAMETERS - FROM-DATE, TO-DATE, FILE-ID AND
000580*    KEY, EACH OPTIONAL ("*" OR OMITTED MEANS SELECT
000590*    EVERYTHING ON THAT FIELD). THE KEY IS MATCHED OVER ITS
000600*    SIGNIFICANT LENGTH ONLY.
000610*    -------------------------------------------------------
000620 01  WS-COMMAND-LINE       PIC X(80)                 VALUE SPACES.
000630 01  WS-FROM-DATE          PIC X(10)                 VALUE SPACES.
000640 01  WS-TO-DATE            PIC X(10)                 VALUE SPACES.
000650 01  WS-SEL-FILE           PIC X(10)                 VALUE SPACES.
000660 01  WS-SEL-KEY            PIC X(20)                 VALUE SPACES.
000670 77  WS-TRAILING-SPACES    PIC 9(02)                 VALUE 0.
000680 77  WS-KEY-LEN            PIC 9(02)                 VALUE 0.
000690*
000700*    -------------------------------------------------------
000710*    DECODE AREAS - A BEFORE OR AFTER IMAGE IS LAID OVER THE
000720*    LAYOUT OF THE FILE IT CAME FROM TO BE PRINTED.
000730*    -------------------------------------------------------
000740     COPY PRICEREF.
000750     COPY OPAUTH.
000760 77  WS-IMAGE              PIC X(40)                 VALUE SPACES.
000770 77  WS-IMAGE-LABEL        PIC X(08)                 VALUE SPACES.
000780 77  WS-ACTION-TEXT        PIC X(10)                 VALUE SPACES.
000790 77  WS-PRICE-EDIT         PIC -(5)9.99.
000800*
000810*    -------------------------------------------------------
000820*    CONTROL SWITCHES.
000830*    -------------------------------------------------------
000840 01  SW-END-OF-FILE        PIC X(01)                 VALUE "N".
000850     88  END-OF-FILE                                VALUE "Y".
000860 01  SW-NO-JOURNAL-FILE    PIC X(01)                 VALUE "N".
000870     88  NO-JOURNAL-FILE                            VALUE "Y".
000880*
000890 PROCEDURE DIVISION.
000900*
000910*****************************************************************
000920*  0000-MAINLINE
000930*  PICKS UP THE SELECTION PARAMETERS, DRIVES THE DETAIL LOOP
000940*  OVER THE CHANGE JOURNAL, THEN PRINTS THE COUNTS AND CLOSES
000950*  DOWN.
000960*****************************************************************
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001000         UNTIL END-OF-FILE.
001010     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001020     STOP RUN.
001030*
001040*****************************************************************
001050*  1000-INITIALIZE
001060*  PARSES THE COMMAND LINE (FROM-DATE TO-DATE FILE-ID KEY,
001070*  EACH OPTIONAL), OPENS THE JOURNAL, AND PRINTS THE REPORT
001080*  HEADING. A MISSING JOURNAL IS AN EMPTY REPORT, NOT AN
001090*  ERROR - THE FILE IS ONLY CREATED BY THE FIRST APPROVAL.
001100*****************************************************************
001110 1000-INITIALIZE.
001120     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001130     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
001140         INTO WS-FROM-DATE WS-TO-DATE
001150             WS-SEL-FILE WS-SEL-KEY.
001160     MOVE 0 TO WS-TRAILING-SPACES.
001170     INSPECT WS-SEL-KEY TALLYING WS-TRAILING-SPACES
001180         FOR TRAILING SPACES.
001190     COMPUTE WS-KEY-LEN = 20 - WS-TRAILING-SPACES.
001200     IF WS-SEL-KEY = "*"
001210         MOVE 0 TO WS-KEY-LEN
001220     END-IF.
001230     OPEN INPUT CHANGE-JOURNAL-FILE.
001240     IF WS-JRNL-STATUS = "35"
001250         DISPLAY "*** NO CHANGE JOURNAL FOUND - NOTHING TO "
001260             "REPORT ***"
001270         SET NO-JOURNAL-FILE TO TRUE
001280         SET END-OF-FILE TO TRUE
001290         GO TO 1000-EXIT
001300     END-IF.
001310     IF WS-JRNL-STATUS NOT = "00"
001320         DISPLAY "*** ERROR OPENING CHGJRNL - STATUS "
001330             WS-JRNL-STATUS
001340         MOVE 16 TO RETURN-CODE
001350         GO TO 9999-ABEND
001360     END-IF.
001370     DISPLAY "                 MAINTENANCE CHANGE JOURNAL REPORT".
001380     DISPLAY "SELECTION - FROM " WS-FROM-DATE " TO " WS-TO-DATE
001390         " FILE " WS-SEL-FILE " KEY " WS-SEL-KEY.
001400     DISPLAY "APPLIED  TIME     FILE     KEY                  "
001410         "ACTION".
001420     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
001430 1000-EXIT.
001440     EXIT.
001450*
001460*****************************************************************
001470*  2000-PROCESS-RECORD
001480*  APPLIES THE SELECTION TESTS TO THE CURRENT JOURNAL RECORD,
001490*  PRINTS IT WHEN IT QUALIFIES, AND READS THE NEXT ONE.
001500*****************************************************************
001510 2000-PROCESS-RECORD.
001520     ADD 1 TO WS-READ-COUNT.
001530     IF (WS-FROM-DATE = SPACES OR WS-FROM-DATE = "*"
001540             OR CJN-CHECKER-DATE NOT < WS-FROM-DATE(1:8))
001550         AND (WS-TO-DATE = SPACES OR WS-TO-DATE = "*"
001560             OR CJN-CHECKER-DATE NOT > WS-TO-DATE(1:8))
001570         AND (WS-SEL-FILE = SPACES OR WS-SEL-FILE = "*"
001580             OR CJN-FILE-ID = WS-SEL-FILE(1:8))
001590         AND (WS-KEY-LEN = 0
001600             OR CJN-RECORD-KEY(1:WS-KEY-LEN)
001610                 = WS-SEL-KEY(1:WS-KEY-LEN))
001620         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
001630         ADD 1 TO WS-SELECT-COUNT
001640     END-IF.
001650     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
001660 2000-EXIT.
001670     EXIT.
001680*
001690*****************************************************************
001700*  2100-READ-JOURNAL
001710*  READS THE NEXT JOURNAL RECORD, SETTING END-OF-FILE WHEN
001720*  EXHAUSTED.
001730*****************************************************************
001740 2100-READ-JOURNAL.
001750     READ CHANGE-JOURNAL-FILE
001760         AT END
001770             SET END-OF-FILE TO TRUE
001780     END-READ.
001790 2100-EXIT.
001800     EXIT.
001810*
001820*****************************************************************
001830*  7000-PRINT-DETAIL
001840*  PRINTS ONE APPLIED CHANGE - THE HEADLINE, WHO KEYED AND WHO
001850*  APPROVED IT AND WHEN, THEN THE RECORD BEFORE AND AFTER.
001860*****************************************************************
001870 7000-PRINT-DETAIL.
001880     EVALUATE TRUE
001890         WHEN CJN-ADD
001900             MOVE "ADD" TO WS-ACTION-TEXT
001910         WHEN CJN-CHANGE
001920             MOVE "CHANGE" TO WS-ACTION-TEXT
001930         WHEN CJN-DEACTIVATE
001940             MOVE "DEACTIVATE" TO WS-ACTION-TEXT
001950         WHEN OTHER
001960             MOVE CJN-ACTION TO WS-ACTION-TEXT
001970     END-EVALUATE.
001980     DISPLAY " ".
001990     DISPLAY CJN-CHECKER-DATE " " CJN-CHECKER-TIME " "
002000         CJN-FILE-ID " " CJN-RECORD-KEY " " WS-ACTION-TEXT.
002010     DISPLAY "  KEYED BY    " CJN-MAKER-ID " ON " CJN-MAKER-DATE
002020         " AT " CJN-MAKER-TIME.
002030     DISPLAY "  APPROVED BY " CJN-CHECKER-ID " ON "
002040         CJN-CHECKER-DATE " AT " CJN-CHECKER-TIME.
002050     MOVE "  BEFORE" TO WS-IMAGE-LABEL.
002060     MOVE CJN-BEFORE-IMAGE TO WS-IMAGE.
002070     PERFORM 7100-PRINT-IMAGE THRU 7100-EXIT.
002080     MOVE "  AFTER " TO WS-IMAGE-LABEL.
002090     MOVE CJN-AFTER-IMAGE TO WS-IMAGE.
002100     PERFORM 7100-PRINT-IMAGE THRU 7100-EXIT.
002110 7000-EXIT.
002120     EXIT.
002130*
002140*****************************************************************
002150*  7100-PRINT-IMAGE
002160*  PRINTS ONE RECORD IMAGE THROUGH THE LAYOUT OF THE FILE IT
002170*  CAME FROM. A BLANK IMAGE IS THE BEFORE SIDE OF AN ADD. AN
002180*  IMAGE FROM A FILE THIS REPORT DOES NOT KNOW IS PRINTED AS
002190*  IT STANDS.
002200*****************************************************************
002210 7100-PRINT-IMAGE.
002220     IF WS-IMAGE = SPACES
002230         DISPLAY WS-IMAGE-LABEL "  (NOT ON FILE)"
002240         GO TO 7100-EXIT
002250     END-IF.
002260     EVALUATE CJN-FILE-ID
002270         WHEN "PRICEREF"
002280             MOVE WS-IMAGE TO PRICE-REF-RECORD
002290             MOVE PRF-UNIT-PRICE TO WS-PRICE-EDIT
002300             DISPLAY WS-IMAGE-LABEL "  CODE " PRF-PRICE-CODE
002310                 " EFFECTIVE " PRF-EFFECTIVE-DATE " PRICE "
002320                 WS-PRICE-EDIT " FLAG " PRF-ACTIVE-FLAG
002330         WHEN "OPAUTHF"
002340             MOVE WS-IMAGE TO OPERATOR-AUTH-RECORD
002350             DISPLAY WS-IMAGE-LABEL "  OPERATOR "
002360                 OPA-OPERATOR-ID " LEVEL " OPA-AUTH-LEVEL
002370                 " FLAG " OPA-ACTIVE-FLAG
002380         WHEN OTHER
002390             DISPLAY WS-IMAGE-LABEL "  " WS-IMAGE
002400     END-EVALUATE.
002410 7100-EXIT.
002420     EXIT.
002430*
002440*****************************************************************
002450*  8000-FINALIZE
002460*  PRINTS THE RECORD COUNTS AND CLOSES THE JOURNAL.
002470*****************************************************************
002480 8000-FINALIZE.
002490     IF NO-JOURNAL-FILE
002500         GO TO 8000-EXIT
002510     END-IF.
002520     DISPLAY "       ----------------------------------------".
002530     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
002540     DISPLAY "JOURNAL RECORDS READ     : " WS-COUNT-EDIT.
002550     MOVE WS-SELECT-COUNT TO WS-COUNT-EDIT.
002560     DISPLAY "JOURNAL RECORDS SELECTED : " WS-COUNT-EDIT.
002570     CLOSE CHANGE-JOURNAL-FILE.
002580 8000-EXIT.
002590     EXIT.
002600*
002610*****************************************************************
002620*  9999-ABEND
002630*  TERMINATES THE RUN AFTER A FATAL FILE ERROR. RETURN-CODE WAS
002640*  ALREADY SET BY THE CALLER.
002650*****************************************************************
002660 9999-ABEND.
002670     STOP RUN.
