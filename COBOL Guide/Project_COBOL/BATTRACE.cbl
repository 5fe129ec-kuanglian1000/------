000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     BATTRACE.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - LIFE-CYCLE TRACE INQUIRY FOR ONE
000140*                   BATCH-ID, IN POSTINQ'S STYLE. WHEN KEYING
000150*                   OR FINANCE CALLED ABOUT A BATCH THE DESK
000160*                   RAN POSTINQ, HELDREL LIST, SUSPAGE AND
000170*                   HELLORPT AND READ TRANSREJ BY HAND TO PIECE
000180*                   TOGETHER WHAT HAPPENED TO IT. THIS FOLLOWS
000190*                   THE BATCH THROUGH EVERY FILE IT TOUCHES -
000200*                   THE EDIT SPLIT (TRANSACC/TRANSREJ), THE
000210*                   HELD FILE, SUSPENSE, TRANSOUT, THE POSTED-
000220*                   BATCH REGISTER, THE LEDGER AND THE FINANCE
000230*                   EXTRACT - AND PRINTS ONE TIMELINE OF THE
000240*                   COUNT, RESULT TOTAL AND RUN-ID AT EACH
000250*                   STAGE, FLAGGING EVERY STAGE WHOSE COUNT
000260*                   DOES NOT CARRY THROUGH TO THE NEXT. THE
000270*                   ONE-NIGHT FILES HOLD ONE NIGHT'S GENERATION
000280*                   ONLY, SO THE TRACE IS RUN AGAINST THE
000290*                   GENERATIONS FOR THE NIGHT IN QUESTION; A
000300*                   FILE THAT IS NOT THERE IS SHOWN AS SUCH AND
000310*                   ITS CARRY-THROUGH CHECK IS SKIPPED.
000312*  2026-10-15 KLC   A REGISTER ENTRY BATREV HAS MARKED REVERSED
000314*                   IS NOW SHOWN UNDER THE REGISTER STAGE WITH
000316*                   THE REVERSAL DATE, OPERATOR AND CONTRA
000318*                   BATCH-ID, SO THE DESK CAN FOLLOW THE
000319*                   CONTRA BATCH IN A SECOND TRACE.
000320*  2026-10-15 KLC   NEW "DUP HELD" STAGE - THE BATCH'S ITEMS
000321*                   TRANSEDT HELD ON DUPHELD AS SUSPECTED
000322*                   DUPLICATES, WITH THEIR TR-NUM1 HASH. TRANSEDT
000323*                   LOWERS THE HEADER BY THOSE ITEMS, SO THE
000324*                   BATCH HEADER LINE NOW ADDS THEM BACK TO SHOW
000325*                   THE COUNT AND HASH AS ORIGINALLY PROMISED.
000326*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TRANS-ACC-FILE
000380         ASSIGN TO TRANSACC
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-TRANS-ACC-STATUS.
000410     SELECT TRANS-REJ-FILE
000420         ASSIGN TO TRANSREJ
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-TRANS-REJ-STATUS.
000442     SELECT DUP-HELD-FILE
000444         ASSIGN TO DUPHELD
000446         ORGANIZATION IS SEQUENTIAL
000448         FILE STATUS IS WS-DUPHELD-STATUS.
000450     SELECT HELD-FILE
000460         ASSIGN TO HELDF
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-HELDF-STATUS.
000490     SELECT SUSPENSE-FILE
000500         ASSIGN TO SUSPF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-SUSPF-STATUS.
000530     SELECT TRANS-OUT-FILE
000540         ASSIGN TO TRANSOUT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-TRANS-OUT-STATUS.
000570     SELECT POSTED-REG-FILE
000580         ASSIGN TO POSTREG
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PBR-BATCH-ID
000620         FILE STATUS IS WS-POSTREG-STATUS.
000630     SELECT LEDGER-FILE
000640         ASSIGN TO LEDGF
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS LED-KEY
000680         FILE STATUS IS WS-LEDGER-STATUS.
000690     SELECT EXTRACT-FILE
000700         ASSIGN TO FINEXT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-EXTRACT-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  TRANS-ACC-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000800         BY ==TRANS-ACC-RECORD==.
000810     COPY NUMPCTL.
000820 FD  TRANS-REJ-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000860         BY ==TRANS-REJ-RECORD==.
000862 FD  DUP-HELD-FILE
000864     LABEL RECORDS ARE STANDARD
000866     RECORDING MODE IS F.
000868     COPY DUPHELD.
000870 FD  HELD-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORDING MODE IS F.
000900     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
000910         BY ==HELD-RECORD==.
000920 FD  SUSPENSE-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950     COPY SUSPREC.
000960 FD  TRANS-OUT-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORDING MODE IS F.
000990     COPY NUMPAIR REPLACING ==TRANSACTION-RECORD==
001000         BY ==TRANS-OUT-RECORD==.
001010 FD  POSTED-REG-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY POSTREG.
001040 FD  LEDGER-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY LEDGREC.
001070 FD  EXTRACT-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORDING MODE IS F.
001100 01  EXTRACT-RECORD        PIC X(80).
001110*
001120 WORKING-STORAGE SECTION.
001130*
001140*    -------------------------------------------------------
001150*    FILE STATUS AND THE SELECTED BATCH-ID.
001160*    -------------------------------------------------------
001170 77  WS-TRANS-ACC-STATUS   PIC X(02)                 VALUE "00".
001180 77  WS-TRANS-REJ-STATUS   PIC X(02)                 VALUE "00".
001185 77  WS-DUPHELD-STATUS     PIC X(02)                 VALUE "00".
001190 77  WS-HELDF-STATUS       PIC X(02)                 VALUE "00".
001200 77  WS-SUSPF-STATUS       PIC X(02)                 VALUE "00".
001210 77  WS-TRANS-OUT-STATUS   PIC X(02)                 VALUE "00".
001220 77  WS-POSTREG-STATUS     PIC X(02)                 VALUE "00".
001230 77  WS-LEDGER-STATUS      PIC X(02)                 VALUE "00".
001240 77  WS-EXTRACT-STATUS     PIC X(02)                 VALUE "00".
001250 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
001260 01  WS-SEL-BATCH-ID       PIC X(05)                 VALUE SPACES.
001270*
001280*    -------------------------------------------------------
001290*    STAGE ACCUMULATORS - ONE COUNT (AND WHERE THE STAGE HAS
001300*    ONE, A TOTAL) PER FILE THE BATCH PASSES THROUGH. BEFORE
001310*    HELLOBAT NO RESULT EXISTS YET, SO THE EDIT STAGE CARRIES
001320*    THE TR-NUM1 HASH THE BATCH HEADER BALANCES TO INSTEAD,
001325*    AND SO DO THE ITEMS HELD AS SUSPECTED DUPLICATES.
001330*    -------------------------------------------------------
001340 77  WS-HDR-COUNT          BINARY-LONG               VALUE 0.
001350 77  WS-HDR-HASH           PIC S9(10)V99 COMP-3      VALUE 0.
001360 77  WS-ACC-COUNT          BINARY-LONG               VALUE 0.
001370 77  WS-ACC-HASH           PIC S9(12)V99 COMP-3      VALUE 0.
001380 77  WS-REJ-COUNT          BINARY-LONG               VALUE 0.
001383 77  WS-DUP-COUNT          BINARY-LONG               VALUE 0.
001386 77  WS-DUP-HASH           PIC S9(10)V99 COMP-3      VALUE 0.
001390 77  WS-HELD-COUNT         BINARY-LONG               VALUE 0.
001400 77  WS-HELD-TOTAL         PIC S9(12)V99 COMP-3      VALUE 0.
001410 77  WS-SUSP-COUNT         BINARY-LONG               VALUE 0.
001420 77  WS-SUSP-RUN-ID        PIC X(08)                 VALUE SPACES.
001430 77  WS-OUT-COUNT          BINARY-LONG               VALUE 0.
001440 77  WS-OUT-TOTAL          PIC S9(12)V99 COMP-3      VALUE 0.
001450 77  WS-LED-COUNT          BINARY-LONG               VALUE 0.
001460 77  WS-LED-TOTAL          PIC S9(12)V99 COMP-3      VALUE 0.
001470 77  WS-LED-RECORDS        BINARY-LONG               VALUE 0.
001480 77  WS-REG-COUNT          BINARY-LONG               VALUE 0.
001482 77  WS-REV-DATE           PIC X(08)                 VALUE SPACES.
001484 77  WS-REV-OPERATOR       PIC X(08)                 VALUE SPACES.
001486 77  WS-REV-CONTRA-ID      PIC X(05)                 VALUE SPACES.
001490 77  WS-EXT-COUNT          BINARY-LONG               VALUE 0.
001500 77  WS-EXT-TOTAL          PIC S9(12)V99 COMP-3      VALUE 0.
001510 77  WS-EXT-RUN-ID         PIC X(08)                 VALUE SPACES.
001520 77  WS-EXT-RESULT         PIC S9(10)V99             VALUE 0.
001530 77  WS-CARRY-COUNT        BINARY-LONG               VALUE 0.
001540 77  WS-FLAG-COUNT         BINARY-LONG               VALUE 0.
001550*
001560*    -------------------------------------------------------
001570*    FINEXT DETAIL LAYOUT - THE SAME ALL-DISPLAY RECORD
001580*    TRANSEXT WRITES. THE EDITED RESULT IS DE-EDITED BACK TO
001590*    A NUMBER BY AN ORDINARY MOVE.
001600*    -------------------------------------------------------
001610 01  WS-EXT-HEADER.
001620     05  WS-XHD-TYPE       PIC X(01).
001630     05  WS-XHD-RUN-DATE   PIC X(08).
001640     05  WS-XHD-RUN-ID     PIC X(08).
001650     05  FILLER            PIC X(63).
001660 01  WS-EXT-DETAIL REDEFINES WS-EXT-HEADER.
001670     05  WS-XDT-TYPE       PIC X(01).
001680     05  WS-XDT-BATCH-ID   PIC X(05).
001690     05  WS-XDT-OP-CODE    PIC X(01).
001700     05  WS-XDT-NUM1       PIC +9(5).99.
001710     05  WS-XDT-NUM2       PIC +9(5).99.
001720     05  WS-XDT-RESULT     PIC +9(10).99.
001730     05  FILLER            PIC X(39).
001740*
001750*    -------------------------------------------------------
001760*    TIMELINE LINE - ONE PER STAGE, DISPLAYED TO THE CONSOLE.
001770*    -------------------------------------------------------
001780 01  WS-TRACE-LINE.
001790     05  WS-TRC-STAGE      PIC X(16)                 VALUE SPACES.
001800     05  FILLER            PIC X(01)                 VALUE SPACES.
001810     05  WS-TRC-FILE       PIC X(08)                 VALUE SPACES.
001820     05  FILLER            PIC X(01)                 VALUE SPACES.
001830     05  WS-TRC-COUNT      PIC Z(06)9.
001840     05  FILLER            PIC X(01)                 VALUE SPACES.
001850     05  WS-TRC-TOTAL      PIC -(12)9.99.
001860     05  FILLER            PIC X(02)                 VALUE SPACES.
001870     05  WS-TRC-RUN-ID     PIC X(08)                 VALUE SPACES.
001880     05  FILLER            PIC X(01)                 VALUE SPACES.
001890     05  WS-TRC-NOTE       PIC X(12)                 VALUE SPACES.
001900*
001910*    -------------------------------------------------------
001920*    CONTROL SWITCHES - ONE "FILE PRESENT" SWITCH PER FILE SO
001930*    A CARRY-THROUGH CHECK IS ONLY MADE BETWEEN TWO FILES
001940*    THAT ARE BOTH THERE TO COMPARE.
001950*    -------------------------------------------------------
001960 01  SW-END-OF-FILE        PIC X(01)                 VALUE "N".
001970     88  END-OF-FILE                                VALUE "Y".
001980 01  SW-HDR-FOUND          PIC X(01)                 VALUE "N".
001990     88  HDR-FOUND                                  VALUE "Y".
002000 01  SW-ACC-PRESENT        PIC X(01)                 VALUE "N".
002010     88  ACC-PRESENT                                VALUE "Y".
002013 01  SW-DUP-PRESENT        PIC X(01)                 VALUE "N".
002016     88  DUP-PRESENT                                VALUE "Y".
002020 01  SW-OUT-PRESENT        PIC X(01)                 VALUE "N".
002030     88  OUT-PRESENT                                VALUE "Y".
002040 01  SW-REG-PRESENT        PIC X(01)                 VALUE "N".
002050     88  REG-PRESENT                                VALUE "Y".
002060 01  SW-REG-FOUND          PIC X(01)                 VALUE "N".
002070     88  REG-FOUND                                  VALUE "Y".
002072 01  SW-REG-REVERSED       PIC X(01)                 VALUE "N".
002074     88  REG-REVERSED                               VALUE "Y".
002080 01  SW-LED-PRESENT        PIC X(01)                 VALUE "N".
002090     88  LED-PRESENT                                VALUE "Y".
002100 01  SW-EXT-PRESENT        PIC X(01)                 VALUE "N".
002110     88  EXT-PRESENT                                VALUE "Y".
002120*
002130 PROCEDURE DIVISION.
002140*
002150*****************************************************************
002160*  0000-MAINLINE
002170*  PICKS UP THE BATCH-ID, TRACES IT THROUGH EACH FILE IN THE
002180*  ORDER THE NIGHT TOUCHES THEM, THEN CHECKS THAT EACH
002190*  STAGE'S COUNT CARRIED THROUGH TO THE NEXT.
002200*****************************************************************
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     PERFORM 2000-TRACE-ACCEPTED THRU 2000-EXIT.
002235     PERFORM 2500-SHOW-DUP-HELD THRU 2500-EXIT.
002240     PERFORM 2200-TRACE-REJECTED THRU 2200-EXIT.
002250     PERFORM 3000-TRACE-HELD THRU 3000-EXIT.
002260     PERFORM 3200-TRACE-SUSPENSE THRU 3200-EXIT.
002270     PERFORM 3400-TRACE-RELEASED THRU 3400-EXIT.
002280     PERFORM 4000-TRACE-REGISTER THRU 4000-EXIT.
002290     PERFORM 5000-TRACE-LEDGER THRU 5000-EXIT.
002300     PERFORM 6000-TRACE-EXTRACT THRU 6000-EXIT.
002310     PERFORM 7000-CHECK-CARRY-THROUGH THRU 7000-EXIT.
002320     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002330     STOP RUN.
002340*
002350*****************************************************************
002360*  1000-INITIALIZE
002370*  PARSES THE BATCH-ID PARAMETER - A TRACE WITHOUT ONE HAS
002380*  NOTHING TO FOLLOW - AND PRINTS THE TIMELINE HEADINGS.
002390*****************************************************************
002400 1000-INITIALIZE.
002410     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002420     MOVE WS-COMMAND-LINE(1:5) TO WS-SEL-BATCH-ID.
002430     IF WS-SEL-BATCH-ID = SPACES
002440         DISPLAY "*** BATCH-ID PARAMETER REQUIRED - NOTHING TO "
002450             "TRACE ***"
002460         MOVE 16 TO RETURN-CODE
002470         GO TO 9999-ABEND
002480     END-IF.
002490     DISPLAY "              BATCH LIFE-CYCLE TRACE".
002500     DISPLAY "BATCH SELECTED : " WS-SEL-BATCH-ID.
002510     DISPLAY "STAGE            FILE       COUNT    AMOUNT TOTAL"
002520         "    RUN-ID   NOTE".
002530 1000-EXIT.
002540     EXIT.
002550*
002560*****************************************************************
002570*  2000-TRACE-ACCEPTED
002580*  SCANS TRANSEDT'S ACCEPTED FILE FOR THE BATCH - ITS HEADER'S
002590*  PROMISED COUNT AND HASH, AND THE DETAILS THAT PASSED THE
002600*  EDIT WITH THEIR TR-NUM1 HASH. DUPHELD IS SCANNED FIRST, SO
002603*  THE ITEMS TRANSEDT HELD AND TOOK OFF THE HEADER CAN BE
002606*  ADDED BACK TO SHOW WHAT THE HEADER ORIGINALLY PROMISED.
002610*****************************************************************
002620 2000-TRACE-ACCEPTED.
002625     PERFORM 2400-SCAN-DUP-HELD THRU 2400-EXIT.
002630     MOVE "EDIT ACCEPTED" TO WS-TRC-STAGE.
002640     MOVE "TRANSACC" TO WS-TRC-FILE.
002650     OPEN INPUT TRANS-ACC-FILE.
002660     IF WS-TRANS-ACC-STATUS = "35"
002670         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
002680         GO TO 2000-EXIT
002690     END-IF.
002700     IF WS-TRANS-ACC-STATUS NOT = "00"
002710         DISPLAY "*** ERROR OPENING TRANSACC - STATUS "
002720             WS-TRANS-ACC-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         GO TO 9999-ABEND
002750     END-IF.
002760     SET ACC-PRESENT TO TRUE.
002770     MOVE "N" TO SW-END-OF-FILE.
002780     PERFORM 2100-SCAN-ACCEPTED THRU 2100-EXIT
002790         UNTIL END-OF-FILE.
002800     CLOSE TRANS-ACC-FILE.
002801     IF HDR-FOUND
002802         ADD WS-DUP-COUNT TO WS-HDR-COUNT
002803         ADD WS-DUP-HASH TO WS-HDR-HASH
002804             ON SIZE ERROR
002805                 DISPLAY "*** HEADER HASH OVERFLOW ***"
002806         END-ADD
002807     END-IF.
002810     IF HDR-FOUND
002820         MOVE "BATCH HEADER" TO WS-TRC-STAGE
002830         MOVE WS-HDR-COUNT TO WS-TRC-COUNT
002840         MOVE WS-HDR-HASH TO WS-TRC-TOTAL
002850         MOVE SPACES TO WS-TRC-RUN-ID
002860         MOVE "NUM1 HASH" TO WS-TRC-NOTE
002870         PERFORM 7100-SHOW-STAGE THRU 7100-EXIT
002880     END-IF.
002890     MOVE "EDIT ACCEPTED" TO WS-TRC-STAGE.
002900     MOVE WS-ACC-COUNT TO WS-TRC-COUNT.
002910     MOVE WS-ACC-HASH TO WS-TRC-TOTAL.
002920     MOVE SPACES TO WS-TRC-RUN-ID.
002930     MOVE "NUM1 HASH" TO WS-TRC-NOTE.
002940     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970*
002980*****************************************************************
002990*  2100-SCAN-ACCEPTED
003000*  READS ONE ACCEPTED RECORD AND TALLIES IT WHEN IT BELONGS TO
003010*  THE BATCH - A HEADER SUPPLIES THE PROMISED FIGURES, A
003020*  TRAILER IS PASSED OVER, A DETAIL IS COUNTED AND HASHED.
003030*****************************************************************
003040 2100-SCAN-ACCEPTED.
003050     READ TRANS-ACC-FILE
003060         AT END
003070             SET END-OF-FILE TO TRUE
003080             GO TO 2100-EXIT
003090     END-READ.
003100     IF TR-BATCH-ID OF TRANS-ACC-RECORD NOT = WS-SEL-BATCH-ID
003110         GO TO 2100-EXIT
003120     END-IF.
003130     EVALUATE TRUE
003140         WHEN CTL-HEADER
003150             SET HDR-FOUND TO TRUE
003160             MOVE CTL-EXPECTED-COUNT TO WS-HDR-COUNT
003170             MOVE CTL-EXPECTED-HASH TO WS-HDR-HASH
003180         WHEN CTL-TRAILER
003190             CONTINUE
003200         WHEN OTHER
003210             ADD 1 TO WS-ACC-COUNT
003220             ADD TR-NUM1 OF TRANS-ACC-RECORD TO WS-ACC-HASH
003230                 ON SIZE ERROR
003240                     DISPLAY "*** ACCEPTED HASH OVERFLOW ***"
003250             END-ADD
003260     END-EVALUATE.
003270 2100-EXIT.
003280     EXIT.
003290*
003300*****************************************************************
003310*  2200-TRACE-REJECTED
003320*  COUNTS THE BATCH'S RECORDS TRANSEDT REJECTED. THE EDIT
003330*  LISTING (EDITLST) CARRIES THE REASONS.
003340*****************************************************************
003350 2200-TRACE-REJECTED.
003360     MOVE "EDIT REJECTED" TO WS-TRC-STAGE.
003370     MOVE "TRANSREJ" TO WS-TRC-FILE.
003380     OPEN INPUT TRANS-REJ-FILE.
003390     IF WS-TRANS-REJ-STATUS = "35"
003400         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
003410         GO TO 2200-EXIT
003420     END-IF.
003430     IF WS-TRANS-REJ-STATUS NOT = "00"
003440         DISPLAY "*** ERROR OPENING TRANSREJ - STATUS "
003450             WS-TRANS-REJ-STATUS
003460         MOVE 16 TO RETURN-CODE
003470         GO TO 9999-ABEND
003480     END-IF.
003490     MOVE "N" TO SW-END-OF-FILE.
003500     PERFORM 2300-SCAN-REJECTED THRU 2300-EXIT
003510         UNTIL END-OF-FILE.
003520     CLOSE TRANS-REJ-FILE.
003530     MOVE WS-REJ-COUNT TO WS-TRC-COUNT.
003540     MOVE ZERO TO WS-TRC-TOTAL.
003550     MOVE SPACES TO WS-TRC-RUN-ID.
003560     IF WS-REJ-COUNT > 0
003570         MOVE "SEE EDITLST" TO WS-TRC-NOTE
003580     ELSE
003590         MOVE SPACES TO WS-TRC-NOTE
003600     END-IF.
003610     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
003620 2200-EXIT.
003630     EXIT.
003640*
003650*****************************************************************
003660*  2300-SCAN-REJECTED
003670*  READS ONE REJECTED RECORD AND COUNTS IT WHEN IT BELONGS TO
003680*  THE BATCH.
003690*****************************************************************
003700 2300-SCAN-REJECTED.
003710     READ TRANS-REJ-FILE
003720         AT END
003730             SET END-OF-FILE TO TRUE
003740             GO TO 2300-EXIT
003750     END-READ.
003760     IF TR-BATCH-ID OF TRANS-REJ-RECORD = WS-SEL-BATCH-ID
003770         ADD 1 TO WS-REJ-COUNT
003780     END-IF.
003790 2300-EXIT.
003791     EXIT.
003792*
003793*****************************************************************
003794*  2400-SCAN-DUP-HELD
003795*  COUNTS THE BATCH'S ITEMS TRANSEDT HELD ON DUPHELD AS
003796*  SUSPECTED DUPLICATES, WITH THEIR TR-NUM1 HASH. ITEMS THE
003797*  DESK HAS ALREADY CONFIRMED OR DROPPED IN DUPREV ARE NO
003798*  LONGER ON THE FILE.
003799*****************************************************************
003800 2400-SCAN-DUP-HELD.
003801     OPEN INPUT DUP-HELD-FILE.
003802     IF WS-DUPHELD-STATUS = "35"
003803         GO TO 2400-EXIT
003804     END-IF.
003805     IF WS-DUPHELD-STATUS NOT = "00"
003806         DISPLAY "*** ERROR OPENING DUPHELD - STATUS "
003807             WS-DUPHELD-STATUS
003808         MOVE 16 TO RETURN-CODE
003809         GO TO 9999-ABEND
003810     END-IF.
003811     SET DUP-PRESENT TO TRUE.
003812     MOVE "N" TO SW-END-OF-FILE.
003813     PERFORM 2410-SCAN-ONE-DUP THRU 2410-EXIT
003814         UNTIL END-OF-FILE.
003815     CLOSE DUP-HELD-FILE.
003816 2400-EXIT.
003817     EXIT.
003818*
003819*****************************************************************
003820*  2410-SCAN-ONE-DUP
003821*  READS ONE HELD ITEM AND TALLIES IT WHEN IT BELONGS TO THE
003822*  BATCH.
003823*****************************************************************
003824 2410-SCAN-ONE-DUP.
003825     READ DUP-HELD-FILE
003826         AT END
003827             SET END-OF-FILE TO TRUE
003828             GO TO 2410-EXIT
003829     END-READ.
003830     IF DUP-BATCH-ID = WS-SEL-BATCH-ID
003831         ADD 1 TO WS-DUP-COUNT
003832         ADD DUP-NUM1 TO WS-DUP-HASH
003833             ON SIZE ERROR
003834                 DISPLAY "*** DUPLICATE HASH OVERFLOW ***"
003835         END-ADD
003836     END-IF.
003837 2410-EXIT.
003838     EXIT.
003839*
003840*****************************************************************
003841*  2500-SHOW-DUP-HELD
003842*  DISPLAYS THE DUP HELD STAGE FROM THE FIGURES 2400 GATHERED.
003843*****************************************************************
003844 2500-SHOW-DUP-HELD.
003845     MOVE "DUP HELD" TO WS-TRC-STAGE.
003846     MOVE "DUPHELD" TO WS-TRC-FILE.
003847     IF NOT DUP-PRESENT
003848         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
003849         GO TO 2500-EXIT
003850     END-IF.
003851     MOVE WS-DUP-COUNT TO WS-TRC-COUNT.
003852     MOVE WS-DUP-HASH TO WS-TRC-TOTAL.
003853     MOVE SPACES TO WS-TRC-RUN-ID.
003854     IF WS-DUP-COUNT > 0
003855         MOVE "SEE DUPREV" TO WS-TRC-NOTE
003856     ELSE
003857         MOVE "NUM1 HASH" TO WS-TRC-NOTE
003858     END-IF.
003859     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
003860 2500-EXIT.
003861     EXIT.
003862*
003863*****************************************************************
003864*  3000-TRACE-HELD
003865*  COUNTS AND TOTALS THE BATCH'S RESULTS HELLOBAT HELD OUT OF
003866*  BALANCE (OR AS AN ALREADY-POSTED BATCH-ID) ON HELDF.
003867*****************************************************************
003870 3000-TRACE-HELD.
003880     MOVE "HELD" TO WS-TRC-STAGE.
003890     MOVE "HELDF" TO WS-TRC-FILE.
003900     OPEN INPUT HELD-FILE.
003910     IF WS-HELDF-STATUS = "35"
003920         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
003930         GO TO 3000-EXIT
003940     END-IF.
003950     IF WS-HELDF-STATUS NOT = "00"
003960         DISPLAY "*** ERROR OPENING HELDF - STATUS "
003970             WS-HELDF-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         GO TO 9999-ABEND
004000     END-IF.
004010     MOVE "N" TO SW-END-OF-FILE.
004020     PERFORM 3100-SCAN-HELD THRU 3100-EXIT
004030         UNTIL END-OF-FILE.
004040     CLOSE HELD-FILE.
004050     MOVE WS-HELD-COUNT TO WS-TRC-COUNT.
004060     MOVE WS-HELD-TOTAL TO WS-TRC-TOTAL.
004070     MOVE SPACES TO WS-TRC-RUN-ID.
004080     IF WS-HELD-COUNT > 0
004090         MOVE "SEE HELDREL" TO WS-TRC-NOTE
004100     ELSE
004110         MOVE SPACES TO WS-TRC-NOTE
004120     END-IF.
004130     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
004140 3000-EXIT.
004150     EXIT.
004160*
004170*****************************************************************
004180*  3100-SCAN-HELD
004190*  READS ONE HELD RESULT AND TALLIES IT WHEN IT BELONGS TO THE
004200*  BATCH.
004210*****************************************************************
004220 3100-SCAN-HELD.
004230     READ HELD-FILE
004240         AT END
004250             SET END-OF-FILE TO TRUE
004260             GO TO 3100-EXIT
004270     END-READ.
004280     IF TR-BATCH-ID OF HELD-RECORD = WS-SEL-BATCH-ID
004290         ADD 1 TO WS-HELD-COUNT
004300         ADD TR-RESULT OF HELD-RECORD TO WS-HELD-TOTAL
004310             ON SIZE ERROR
004320                 DISPLAY "*** HELD TOTAL OVERFLOW ***"
004330         END-ADD
004340     END-IF.
004350 3100-EXIT.
004360     EXIT.
004370*
004380*****************************************************************
004390*  3200-TRACE-SUSPENSE
004400*  COUNTS THE BATCH'S ITEMS SITTING IN SUSPENSE, WITH THE
004410*  RUN-ID THAT PUT THEM THERE ("MULTIPLE" WHEN MORE THAN ONE
004420*  NIGHT DID).
004430*****************************************************************
004440 3200-TRACE-SUSPENSE.
004450     MOVE "SUSPENSE" TO WS-TRC-STAGE.
004460     MOVE "SUSPF" TO WS-TRC-FILE.
004470     OPEN INPUT SUSPENSE-FILE.
004480     IF WS-SUSPF-STATUS = "35"
004490         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
004500         GO TO 3200-EXIT
004510     END-IF.
004520     IF WS-SUSPF-STATUS NOT = "00"
004530         DISPLAY "*** ERROR OPENING SUSPF - STATUS "
004540             WS-SUSPF-STATUS
004550         MOVE 16 TO RETURN-CODE
004560         GO TO 9999-ABEND
004570     END-IF.
004580     MOVE "N" TO SW-END-OF-FILE.
004590     PERFORM 3300-SCAN-SUSPENSE THRU 3300-EXIT
004600         UNTIL END-OF-FILE.
004610     CLOSE SUSPENSE-FILE.
004620     MOVE WS-SUSP-COUNT TO WS-TRC-COUNT.
004630     MOVE ZERO TO WS-TRC-TOTAL.
004640     MOVE WS-SUSP-RUN-ID TO WS-TRC-RUN-ID.
004650     IF WS-SUSP-COUNT > 0
004660         MOVE "SEE SUSPAGE" TO WS-TRC-NOTE
004670     ELSE
004680         MOVE SPACES TO WS-TRC-NOTE
004690     END-IF.
004700     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
004710 3200-EXIT.
004720     EXIT.
004730*
004740*****************************************************************
004750*  3300-SCAN-SUSPENSE
004760*  READS ONE SUSPENSE ITEM AND COUNTS IT WHEN IT BELONGS TO
004770*  THE BATCH, KEEPING ITS RUN-ID.
004780*****************************************************************
004790 3300-SCAN-SUSPENSE.
004800     READ SUSPENSE-FILE
004810         AT END
004820             SET END-OF-FILE TO TRUE
004830             GO TO 3300-EXIT
004840     END-READ.
004850     IF SUS-BATCH-ID NOT = WS-SEL-BATCH-ID
004860         GO TO 3300-EXIT
004870     END-IF.
004880     ADD 1 TO WS-SUSP-COUNT.
004890     IF WS-SUSP-RUN-ID = SPACES
004900         MOVE SUS-RUN-ID TO WS-SUSP-RUN-ID
004910     ELSE
004920         IF SUS-RUN-ID NOT = WS-SUSP-RUN-ID
004930             MOVE "MULTIPLE" TO WS-SUSP-RUN-ID
004940         END-IF
004950     END-IF.
004960 3300-EXIT.
004970     EXIT.
004980*
004990*****************************************************************
005000*  3400-TRACE-RELEASED
005010*  COUNTS AND TOTALS THE BATCH'S RESULTS HELLOBAT RELEASED TO
005020*  TRANSOUT.
005030*****************************************************************
005040 3400-TRACE-RELEASED.
005050     MOVE "RELEASED" TO WS-TRC-STAGE.
005060     MOVE "TRANSOUT" TO WS-TRC-FILE.
005070     OPEN INPUT TRANS-OUT-FILE.
005080     IF WS-TRANS-OUT-STATUS = "35"
005090         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
005100         GO TO 3400-EXIT
005110     END-IF.
005120     IF WS-TRANS-OUT-STATUS NOT = "00"
005130         DISPLAY "*** ERROR OPENING TRANSOUT - STATUS "
005140             WS-TRANS-OUT-STATUS
005150         MOVE 16 TO RETURN-CODE
005160         GO TO 9999-ABEND
005170     END-IF.
005180     SET OUT-PRESENT TO TRUE.
005190     MOVE "N" TO SW-END-OF-FILE.
005200     PERFORM 3500-SCAN-RELEASED THRU 3500-EXIT
005210         UNTIL END-OF-FILE.
005220     CLOSE TRANS-OUT-FILE.
005230     MOVE WS-OUT-COUNT TO WS-TRC-COUNT.
005240     MOVE WS-OUT-TOTAL TO WS-TRC-TOTAL.
005250     MOVE SPACES TO WS-TRC-RUN-ID.
005260     MOVE SPACES TO WS-TRC-NOTE.
005270     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
005280 3400-EXIT.
005290     EXIT.
005300*
005310*****************************************************************
005320*  3500-SCAN-RELEASED
005330*  READS ONE RELEASED RESULT AND TALLIES IT WHEN IT BELONGS TO
005340*  THE BATCH.
005350*****************************************************************
005360 3500-SCAN-RELEASED.
005370     READ TRANS-OUT-FILE
005380         AT END
005390             SET END-OF-FILE TO TRUE
005400             GO TO 3500-EXIT
005410     END-READ.
005420     IF TR-BATCH-ID OF TRANS-OUT-RECORD = WS-SEL-BATCH-ID
005430         ADD 1 TO WS-OUT-COUNT
005440         ADD TR-RESULT OF TRANS-OUT-RECORD TO WS-OUT-TOTAL
005450             ON SIZE ERROR
005460                 DISPLAY "*** RELEASED TOTAL OVERFLOW ***"
005470         END-ADD
005480     END-IF.
005490 3500-EXIT.
005500     EXIT.
005510*
005520*****************************************************************
005530*  4000-TRACE-REGISTER
005540*  READS THE BATCH'S POSTED-BATCH REGISTER ENTRY - THE RUN
005550*  THAT RELEASED IT, THE DATE, AND THE COUNT AND TR-NUM1 HASH
005560*  IT BALANCED TO - AND, WHEN BATREV HAS REVERSED IT, WHEN,
005562*  BY WHOM AND UNDER WHICH CONTRA BATCH-ID.
005570*****************************************************************
005580 4000-TRACE-REGISTER.
005590     MOVE "REGISTERED" TO WS-TRC-STAGE.
005600     MOVE "POSTREG" TO WS-TRC-FILE.
005610     OPEN INPUT POSTED-REG-FILE.
005620     IF WS-POSTREG-STATUS = "35"
005630         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
005640         GO TO 4000-EXIT
005650     END-IF.
005660     IF WS-POSTREG-STATUS NOT = "00"
005670         DISPLAY "*** ERROR OPENING POSTREG - STATUS "
005680             WS-POSTREG-STATUS
005690         MOVE 16 TO RETURN-CODE
005700         GO TO 9999-ABEND
005710     END-IF.
005720     SET REG-PRESENT TO TRUE.
005730     MOVE WS-SEL-BATCH-ID TO PBR-BATCH-ID.
005740     READ POSTED-REG-FILE
005750         INVALID KEY
005760             MOVE 0 TO WS-TRC-COUNT
005770             MOVE ZERO TO WS-TRC-TOTAL
005780             MOVE SPACES TO WS-TRC-RUN-ID
005790             MOVE "NOT POSTED" TO WS-TRC-NOTE
005800         NOT INVALID KEY
005810             SET REG-FOUND TO TRUE
005820             MOVE PBR-TRAN-COUNT TO WS-REG-COUNT
005830             MOVE PBR-TRAN-COUNT TO WS-TRC-COUNT
005840             MOVE PBR-HASH-TOTAL TO WS-TRC-TOTAL
005850             MOVE PBR-RUN-ID TO WS-TRC-RUN-ID
005860             MOVE PBR-POST-DATE TO WS-TRC-NOTE
005862             IF PBR-REVERSED
005864                 SET REG-REVERSED TO TRUE
005866                 MOVE PBR-REVERSAL-DATE TO WS-REV-DATE
005868                 MOVE PBR-REVERSAL-OPERATOR TO WS-REV-OPERATOR
005869                 MOVE PBR-CONTRA-BATCH-ID TO WS-REV-CONTRA-ID
005870             END-IF
005871     END-READ.
005880     CLOSE POSTED-REG-FILE.
005890     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
005892     IF REG-REVERSED
005894         DISPLAY "                 REVERSED ON " WS-REV-DATE
005896             " BY " WS-REV-OPERATOR " - CONTRA BATCH "
005898             WS-REV-CONTRA-ID
005899     END-IF.
005900 4000-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*  5000-TRACE-LEDGER
005950*  LISTS EVERY LEDGER RECORD POSTED FOR THE BATCH - ONE PER
005960*  RUN-ID IT POSTED UNDER - BY POSITIONING AT THE BATCH-ID
005970*  AND READING FORWARD UNTIL THE KEY MOVES ON.
005980*****************************************************************
005990 5000-TRACE-LEDGER.
006000     MOVE "LEDGER" TO WS-TRC-STAGE.
006010     MOVE "LEDGF" TO WS-TRC-FILE.
006020     OPEN INPUT LEDGER-FILE.
006030     IF WS-LEDGER-STATUS = "35"
006040         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
006050         GO TO 5000-EXIT
006060     END-IF.
006070     IF WS-LEDGER-STATUS NOT = "00"
006080         DISPLAY "*** ERROR OPENING LEDGF - STATUS "
006090             WS-LEDGER-STATUS
006100         MOVE 16 TO RETURN-CODE
006110         GO TO 9999-ABEND
006120     END-IF.
006130     SET LED-PRESENT TO TRUE.
006140     MOVE "N" TO SW-END-OF-FILE.
006150     MOVE WS-SEL-BATCH-ID TO LED-BATCH-ID.
006160     MOVE LOW-VALUES TO LED-RUN-ID.
006170     START LEDGER-FILE
006180         KEY IS NOT LESS THAN LED-KEY
006190         INVALID KEY
006200             SET END-OF-FILE TO TRUE
006210     END-START.
006220     PERFORM 5100-SCAN-LEDGER THRU 5100-EXIT
006230         UNTIL END-OF-FILE.
006240     CLOSE LEDGER-FILE.
006250     IF WS-LED-RECORDS = 0
006260         MOVE 0 TO WS-TRC-COUNT
006270         MOVE ZERO TO WS-TRC-TOTAL
006280         MOVE SPACES TO WS-TRC-RUN-ID
006290         MOVE "NOT ON FILE" TO WS-TRC-NOTE
006300         PERFORM 7100-SHOW-STAGE THRU 7100-EXIT
006310     END-IF.
006320 5000-EXIT.
006330     EXIT.
006340*
006350*****************************************************************
006360*  5100-SCAN-LEDGER
006370*  READS THE NEXT LEDGER RECORD IN KEY ORDER, STOPPING AT THE
006380*  FIRST RECORD OF ANOTHER BATCH-ID, AND SHOWS AND TOTALS EACH
006390*  OF THE BATCH'S RECORDS.
006400*****************************************************************
006410 5100-SCAN-LEDGER.
006420     READ LEDGER-FILE NEXT RECORD
006430         AT END
006440             SET END-OF-FILE TO TRUE
006450             GO TO 5100-EXIT
006460     END-READ.
006470     IF LED-BATCH-ID NOT = WS-SEL-BATCH-ID
006480         SET END-OF-FILE TO TRUE
006490         GO TO 5100-EXIT
006500     END-IF.
006510     ADD 1 TO WS-LED-RECORDS.
006520     ADD LED-TRAN-COUNT TO WS-LED-COUNT.
006530     ADD LED-RESULT-TOTAL TO WS-LED-TOTAL
006540         ON SIZE ERROR
006550             DISPLAY "*** LEDGER TOTAL OVERFLOW ***"
006560     END-ADD.
006570     MOVE LED-TRAN-COUNT TO WS-TRC-COUNT.
006580     MOVE LED-RESULT-TOTAL TO WS-TRC-TOTAL.
006590     MOVE LED-RUN-ID TO WS-TRC-RUN-ID.
006600     MOVE LED-POST-DATE TO WS-TRC-NOTE.
006610     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
006620 5100-EXIT.
006630     EXIT.
006640*
006650*****************************************************************
006660*  6000-TRACE-EXTRACT
006670*  COUNTS AND TOTALS THE BATCH'S DETAILS ON THE FINANCE
006680*  EXTRACT, WITH THE RUN-ID FROM THE EXTRACT HEADER.
006690*****************************************************************
006700 6000-TRACE-EXTRACT.
006710     MOVE "EXTRACTED" TO WS-TRC-STAGE.
006720     MOVE "FINEXT" TO WS-TRC-FILE.
006730     OPEN INPUT EXTRACT-FILE.
006740     IF WS-EXTRACT-STATUS = "35"
006750         PERFORM 7200-SHOW-NOT-PRESENT THRU 7200-EXIT
006760         GO TO 6000-EXIT
006770     END-IF.
006780     IF WS-EXTRACT-STATUS NOT = "00"
006790         DISPLAY "*** ERROR OPENING FINEXT - STATUS "
006800             WS-EXTRACT-STATUS
006810         MOVE 16 TO RETURN-CODE
006820         GO TO 9999-ABEND
006830     END-IF.
006840     SET EXT-PRESENT TO TRUE.
006850     MOVE "N" TO SW-END-OF-FILE.
006860     PERFORM 6100-SCAN-EXTRACT THRU 6100-EXIT
006870         UNTIL END-OF-FILE.
006880     CLOSE EXTRACT-FILE.
006890     MOVE WS-EXT-COUNT TO WS-TRC-COUNT.
006900     MOVE WS-EXT-TOTAL TO WS-TRC-TOTAL.
006910     MOVE WS-EXT-RUN-ID TO WS-TRC-RUN-ID.
006920     MOVE SPACES TO WS-TRC-NOTE.
006930     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
006940 6000-EXIT.
006950     EXIT.
006960*
006970*****************************************************************
006980*  6100-SCAN-EXTRACT
006990*  READS ONE EXTRACT RECORD - THE HEADER SUPPLIES THE RUN-ID,
007000*  AND A DETAIL FOR THE BATCH IS COUNTED AND ITS EDITED RESULT
007010*  DE-EDITED AND TOTALLED.
007020*****************************************************************
007030 6100-SCAN-EXTRACT.
007040     READ EXTRACT-FILE
007050         AT END
007060             SET END-OF-FILE TO TRUE
007070             GO TO 6100-EXIT
007080     END-READ.
007090     MOVE EXTRACT-RECORD TO WS-EXT-HEADER.
007100     IF WS-XHD-TYPE = "H"
007110         MOVE WS-XHD-RUN-ID TO WS-EXT-RUN-ID
007120         GO TO 6100-EXIT
007130     END-IF.
007140     IF WS-XDT-TYPE NOT = "D"
007150             OR WS-XDT-BATCH-ID NOT = WS-SEL-BATCH-ID
007160         GO TO 6100-EXIT
007170     END-IF.
007180     ADD 1 TO WS-EXT-COUNT.
007190     MOVE WS-XDT-RESULT TO WS-EXT-RESULT.
007200     ADD WS-EXT-RESULT TO WS-EXT-TOTAL
007210         ON SIZE ERROR
007220             DISPLAY "*** EXTRACT TOTAL OVERFLOW ***"
007230     END-ADD.
007240 6100-EXIT.
007250     EXIT.
007260*
007270*****************************************************************
007280*  7000-CHECK-CARRY-THROUGH
007290*  CHECKS THAT EACH STAGE'S COUNT ARRIVED WHOLE AT THE NEXT,
007300*  FLAGGING EVERY BREAK:
007310*    HEADER    - THE DETAILS THAT PASSED THE EDIT, WITH THOSE
007320*                HELD AS SUSPECTED DUPLICATES, MUST MEET THE
007325*                COUNT THE HEADER ORIGINALLY PROMISED;
007330*    HELLOBAT  - EVERY ACCEPTED DETAIL MUST LAND ON TRANSOUT,
007340*                HELDF OR SUSPF;
007350*    POSTREG   - A RELEASED BATCH MUST BE REGISTERED, AND ITS
007360*                REGISTERED COUNT IS WHAT WAS RELEASED PLUS
007370*                WHAT WENT TO SUSPENSE;
007380*    LEDGF     - THE LEDGER MUST CARRY THE RELEASED COUNT AND
007390*                RESULT TOTAL;
007400*    FINEXT    - SO MUST THE FINANCE EXTRACT.
007410*  A CHECK IS ONLY MADE WHEN BOTH FILES ARE THERE TO COMPARE.
007420*****************************************************************
007430 7000-CHECK-CARRY-THROUGH.
007440     COMPUTE WS-CARRY-COUNT = WS-ACC-COUNT + WS-DUP-COUNT.
007445     IF HDR-FOUND AND WS-CARRY-COUNT NOT = WS-HDR-COUNT
007450         DISPLAY "*** EDIT: ACCEPTED DETAILS DO NOT MEET THE "
007460             "HEADER COUNT ***"
007470         ADD 1 TO WS-FLAG-COUNT
007480     END-IF.
007490     COMPUTE WS-CARRY-COUNT = WS-OUT-COUNT + WS-HELD-COUNT
007500         + WS-SUSP-COUNT.
007510     IF ACC-PRESENT AND OUT-PRESENT
007520             AND WS-ACC-COUNT NOT = WS-CARRY-COUNT
007530         DISPLAY "*** HELLOBAT: ACCEPTED DETAILS NOT ALL ON "
007540             "TRANSOUT, HELDF OR SUSPF ***"
007550         ADD 1 TO WS-FLAG-COUNT
007560     END-IF.
007570     COMPUTE WS-CARRY-COUNT = WS-OUT-COUNT + WS-SUSP-COUNT.
007580     IF OUT-PRESENT AND REG-PRESENT
007590         IF WS-OUT-COUNT > 0 AND NOT REG-FOUND
007600             DISPLAY "*** POSTREG: RELEASED BATCH IS NOT "
007610                 "REGISTERED ***"
007620             ADD 1 TO WS-FLAG-COUNT
007630         END-IF
007640         IF REG-FOUND AND WS-OUT-COUNT > 0
007650                 AND WS-REG-COUNT NOT = WS-CARRY-COUNT
007660             DISPLAY "*** POSTREG: REGISTERED COUNT IS NOT "
007670                 "RELEASED PLUS SUSPENSE ***"
007680             ADD 1 TO WS-FLAG-COUNT
007690         END-IF
007700     END-IF.
007710     IF OUT-PRESENT AND LED-PRESENT
007720         IF WS-LED-COUNT NOT = WS-OUT-COUNT
007730             DISPLAY "*** LEDGF: LEDGER COUNT DOES NOT CARRY "
007740                 "THE RELEASED COUNT ***"
007750             ADD 1 TO WS-FLAG-COUNT
007760         END-IF
007770         IF WS-LED-TOTAL NOT = WS-OUT-TOTAL
007780             DISPLAY "*** LEDGF: LEDGER TOTAL DOES NOT CARRY "
007790                 "THE RELEASED TOTAL ***"
007800             ADD 1 TO WS-FLAG-COUNT
007810         END-IF
007820     END-IF.
007830     IF OUT-PRESENT AND EXT-PRESENT
007840         IF WS-EXT-COUNT NOT = WS-OUT-COUNT
007850             DISPLAY "*** FINEXT: EXTRACT COUNT DOES NOT CARRY "
007860                 "THE RELEASED COUNT ***"
007870             ADD 1 TO WS-FLAG-COUNT
007880         END-IF
007890         IF WS-EXT-TOTAL NOT = WS-OUT-TOTAL
007900             DISPLAY "*** FINEXT: EXTRACT TOTAL DOES NOT CARRY "
007910                 "THE RELEASED TOTAL ***"
007920             ADD 1 TO WS-FLAG-COUNT
007930         END-IF
007940     END-IF.
007950 7000-EXIT.
007960     EXIT.
007970*
007980*****************************************************************
007990*  7100-SHOW-STAGE
008000*  DISPLAYS ONE TIMELINE LINE FROM THE FIELDS THE CALLER
008010*  FILLED.
008020*****************************************************************
008030 7100-SHOW-STAGE.
008040     DISPLAY WS-TRACE-LINE.
008050 7100-EXIT.
008060     EXIT.
008070*
008080*****************************************************************
008090*  7200-SHOW-NOT-PRESENT
008100*  DISPLAYS THE TIMELINE LINE FOR A STAGE WHOSE FILE IS NOT
008110*  THERE - THE NIGHT HAS NOT REACHED IT, OR IT WAS NEVER
008120*  CREATED.
008130*****************************************************************
008140 7200-SHOW-NOT-PRESENT.
008150     MOVE 0 TO WS-TRC-COUNT.
008160     MOVE ZERO TO WS-TRC-TOTAL.
008170     MOVE SPACES TO WS-TRC-RUN-ID.
008180     MOVE "NO FILE" TO WS-TRC-NOTE.
008190     PERFORM 7100-SHOW-STAGE THRU 7100-EXIT.
008200 7200-EXIT.
008210     EXIT.
008220*
008230*****************************************************************
008240*  8000-FINALIZE
008250*  REPORTS THE NUMBER OF BREAKS FOUND. A BREAK, OR A BATCH
008260*  FOUND NOWHERE AT ALL, ENDS RC 4 SO A SCHEDULED CHECK CAN
008270*  FLAG IT.
008280*****************************************************************
008290 8000-FINALIZE.
008300     IF WS-HDR-COUNT = 0 AND WS-ACC-COUNT = 0
008310             AND WS-REJ-COUNT = 0 AND WS-HELD-COUNT = 0
008315             AND WS-DUP-COUNT = 0
008320             AND WS-SUSP-COUNT = 0 AND WS-OUT-COUNT = 0
008330             AND NOT REG-FOUND AND WS-LED-RECORDS = 0
008340             AND WS-EXT-COUNT = 0
008350         DISPLAY "*** BATCH " WS-SEL-BATCH-ID
008360             " WAS NOT FOUND ON ANY FILE ***"
008370         MOVE 4 TO RETURN-CODE
008380         GO TO 8000-EXIT
008390     END-IF.
008400     DISPLAY "CARRY-THROUGH BREAKS : " WS-FLAG-COUNT.
008410     IF WS-FLAG-COUNT > 0
008420         MOVE 4 TO RETURN-CODE
008430     END-IF.
008440 8000-EXIT.
008450     EXIT.
008460*
008470*****************************************************************
008480*  9999-ABEND
008490*  TERMINATES THE RUN AFTER A FATAL FILE ERROR. RETURN-CODE WAS
008500*  ALREADY SET BY THE CALLER.
008510*****************************************************************
008520 9999-ABEND.
008530     STOP RUN.
