000230*                   BEFORE THE FILE EXISTS, IS WAIVED THROUGH
000240*                   BY OPCHECK SO THE SUPERVISOR CAN KEY THE
000250*                   FIRST OPERATOR AT ALL.
000251*  2026-10-15 KLC   DUAL CONTROL. ADD, CHANGE AND DEACTIVATE NO
000252*                   LONGER TOUCH OPAUTHF - EACH KEYED CHANGE
000253*                   GOES TO THE OPAPEND PENDING FILE WITH THE
000254*                   OPERATOR'S BEFORE AND AFTER IMAGES, AND
000255*                   TAKES EFFECT ONLY WHEN A SECOND SUPERVISOR
000256*                   APPROVES IT THROUGH THE NEW "P" FUNCTION -
000257*                   NEVER THE ONE WHO KEYED IT, AND NEVER THE
000258*                   ONE WHOSE OWN AUTHORITY IT ALTERS. A
000259*                   REJECTED CHANGE IS DISCARDED. EVERY APPLIED
000260*                   CHANGE IS WRITTEN TO THE CHGJRNL CHANGE
000261*                   JOURNAL. THE FIRST SESSION, WHICH CREATES
000262*                   OPAUTHF AND HAS NO SECOND SUPERVISOR TO
000263*                   TURN TO, STILL APPLIES AS IT KEYS AND
000264*                   JOURNALS EACH CHANGE WITH CHECKER *NONE*.
000265*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OPA-OPERATOR-ID
000360         FILE STATUS IS WS-AUTH-STATUS.
000361     SELECT PENDING-CHANGE-FILE
000362         ASSIGN TO OPAPEND
000363         ORGANIZATION IS SEQUENTIAL
000364         FILE STATUS IS WS-PEND-STATUS.
000365     SELECT CHANGE-JOURNAL-FILE
000366         ASSIGN TO CHGJRNL
000367         ORGANIZATION IS SEQUENTIAL
000368         FILE STATUS IS WS-JRNL-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  OPERATOR-AUTH-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY OPAUTH.
000421 FD  PENDING-CHANGE-FILE
000422     LABEL RECORDS ARE STANDARD
000423     RECORDING MODE IS F.
000424     COPY CHGPEND.
000425 FD  CHANGE-JOURNAL-FILE
000426     LABEL RECORDS ARE STANDARD
000427     RECORDING MODE IS F.
000428     COPY CHGJRNL.
000430*
000440 WORKING-STORAGE SECTION.
000450*
000510 77  WS-CHANGE-COUNT       BINARY-LONG               VALUE 0.
000520 77  WS-DEACT-COUNT        BINARY-LONG               VALUE 0.
000530 77  WS-BROWSE-COUNT       BINARY-LONG               VALUE 0.
000531 77  WS-PEND-STATUS        PIC X(02)                 VALUE "00".
000532 77  WS-JRNL-STATUS        PIC X(02)                 VALUE "00".
000533 77  WS-APPROVE-COUNT      BINARY-LONG               VALUE 0.
000534 77  WS-REJECT-COUNT       BINARY-LONG               VALUE 0.
000535 77  WS-OWN-COUNT          BINARY-LONG               VALUE 0.
000540*
000550*    -------------------------------------------------------
000560*    RAW ACCEPT FIELD AND ITS EDIT WORK FIELDS - THE SAME
000680 77  WS-AUTH-LEVEL         PIC 9(01)                 VALUE 0.
000690*
000700*    -------------------------------------------------------
000701*    DUAL-CONTROL WORK FIELDS - THE OPERATOR KEY A CHANGE IS
000702*    FOR, THE APPROVER'S DECISION, THE CHECKER TO JOURNAL,
000703*    THE OPERATOR AS IT STANDS NOW (HELD AGAINST THE BEFORE
000704*    IMAGE TAKEN WHEN THE CHANGE WAS KEYED), AND THE KEEP
000705*    BUFFER THAT REWRITES OPAPEND WITH THE CHANGES STILL
000706*    WAITING.
000707*    -------------------------------------------------------
000708 01  WS-CHANGE-KEY.
000709     05  WS-CHG-OPERATOR-ID
000710                           PIC X(08)                 VALUE SPACES.
000711     05  FILLER            PIC X(12)                 VALUE SPACES.
000712 77  WS-ACTION             PIC X(01)                 VALUE SPACE.
000713 77  WS-ACTION-TEXT        PIC X(10)                 VALUE SPACES.
000714 77  WS-FUNCTION-TEXT      PIC X(12)                 VALUE SPACES.
000715 77  WS-CHECKER-ID         PIC X(08)                 VALUE SPACES.
000716 77  WS-CURRENT-IMAGE      PIC X(40)                 VALUE SPACES.
000717 77  WS-HOLD-MAX           BINARY-LONG               VALUE 10000.
000718 77  WS-HOLD-IX            BINARY-LONG               VALUE 0.
000719 77  WS-KEEP-COUNT         BINARY-LONG               VALUE 0.
000720 01  WS-KEEP-TABLE.
000721     05  WS-KEEP-ENTRY     OCCURS 10000 TIMES
000722                           PIC X(143).
000723*
000724*    -------------------------------------------------------
000725*    SHARED AUTHORITY-CHECK PARAMETER RECORD.
000726*    -------------------------------------------------------
000730     COPY OPCHKREC.
000740*
000750*    -------------------------------------------------------
000830     88  RECORD-FOUND                               VALUE "Y".
000840 01  SW-END-OF-BROWSE      PIC X(01)                 VALUE "N".
000850     88  END-OF-BROWSE                              VALUE "Y".
000851 01  SW-END-OF-PENDING     PIC X(01)                 VALUE "N".
000852     88  END-OF-PENDING                             VALUE "Y".
000853 01  SW-ALREADY-PENDING    PIC X(01)                 VALUE "N".
000854     88  ALREADY-PENDING                            VALUE "Y".
000855 01  SW-FIRST-SESSION      PIC X(01)                 VALUE "N".
000856     88  FIRST-SESSION                              VALUE "Y".
000860*
000870 PROCEDURE DIVISION.
000880*
001050*  CHECKS THE SIGNED-ON OPERATOR AT SUPERVISOR LEVEL THROUGH
001060*  OPCHECK - A DENIAL IS ALREADY LOGGED AND THE SESSION ENDS
001070*  RC 8 - THEN OPENS THE AUTHORITY FILE FOR UPDATE, CREATING
001080*  IT THE FIRST TIME THE SHOP EVER USES IT. THAT FIRST
001083*  SESSION IS REMEMBERED - IT IS THE ONE SESSION ALLOWED TO
001086*  APPLY CHANGES WITHOUT A SECOND SUPERVISOR.
001090*****************************************************************
001100 1000-INITIALIZE.
001110     MOVE SPACES TO OP-CHECK-RECORD.
001200     OPEN I-O OPERATOR-AUTH-FILE.
001210     IF WS-AUTH-STATUS = "35"
001220         OPEN OUTPUT OPERATOR-AUTH-FILE
001225         SET FIRST-SESSION TO TRUE
001230         CLOSE OPERATOR-AUTH-FILE
001240         OPEN I-O OPERATOR-AUTH-FILE
001250     END-IF.
001390*****************************************************************
001400 2000-PROCESS-ONE-REQUEST.
001410     DISPLAY "FUNCTION (A=ADD, C=CHANGE, D=DEACTIVATE, "
001420         "P=APPROVE, B=BROWSE, X=EXIT) : ".
001430     ACCEPT WS-FUNCTION.
001440     EVALUATE WS-FUNCTION
001450         WHEN "A"
001455             MOVE "ADD" TO WS-FUNCTION-TEXT
001460             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
001470         WHEN "C"
001475             MOVE "CHANGE" TO WS-FUNCTION-TEXT
001480             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
001490         WHEN "D"
001495             MOVE "DEACTIVATION" TO WS-FUNCTION-TEXT
001500             PERFORM 5000-DEACTIVATE-OPERATOR THRU 5000-EXIT
001503         WHEN "P"
001506             PERFORM 5500-REVIEW-PENDING THRU 5500-EXIT
001510         WHEN "B"
001520             PERFORM 6000-BROWSE-OPERATORS THRU 6000-EXIT
001530         WHEN "X"
002140*
002150*****************************************************************
002160*  3000-ADD-OPERATOR
002170*  KEYS ONE NEW OPERATOR FOR APPROVAL - PROMPTS FOR THE ID AND
002180*  LEVEL AND WRITES THE ADD TO OPAPEND WITH NO BEFORE IMAGE.
002190*  AN ID ALREADY ON FILE, OR WITH A CHANGE ALREADY WAITING, IS
002195*  REPORTED AND NOTHING IS KEYED.
002200*****************************************************************
002210 3000-ADD-OPERATOR.
002220     MOVE "N" TO SW-FIELD-VALID.
002230     PERFORM 2200-ACCEPT-OPERATOR-ID THRU 2200-EXIT
002240         UNTIL FIELD-VALID.
002241     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
002242     READ OPERATOR-AUTH-FILE
002243         INVALID KEY
002244             CONTINUE
002245         NOT INVALID KEY
002246             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
002247                 " ALREADY ON FILE - USE CHANGE ***"
002248             GO TO 3000-EXIT
002249     END-READ.
002250     PERFORM 7100-CHECK-NOT-PENDING THRU 7100-EXIT.
002251     IF ALREADY-PENDING
002252         GO TO 3000-EXIT
002253     END-IF.
002254     MOVE "N" TO SW-FIELD-VALID.
002260     PERFORM 2300-ACCEPT-AUTH-LEVEL THRU 2300-EXIT
002270         UNTIL FIELD-VALID.
002280     MOVE SPACES TO OPERATOR-AUTH-RECORD.
002290     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
002300     MOVE WS-AUTH-LEVEL TO OPA-AUTH-LEVEL.
002310     SET OPA-ACTIVE TO TRUE.
002320     MOVE SPACES TO PENDING-CHANGE-RECORD.
002330     SET PCH-ADD TO TRUE.
002340     MOVE OPERATOR-AUTH-RECORD TO PCH-AFTER-IMAGE.
002350     PERFORM 7200-WRITE-PENDING THRU 7200-EXIT.
002360     ADD 1 TO WS-ADD-COUNT.
002420 3000-EXIT.
002430     EXIT.
002440*
002450*****************************************************************
002460*  4000-CHANGE-OPERATOR
002470*  KEYS A NEW AUTHORITY LEVEL FOR AN EXISTING OPERATOR FOR
002480*  APPROVAL. A CHANGE ALWAYS SETS THE OPERATOR ACTIVE AGAIN -
002490*  KEYING A FRESH LEVEL FOR A DEACTIVATED ID IS HOW THE
002500*  SUPERVISOR DELIBERATELY REACTIVATES IT, AND THE CURRENT
002510*  LEVEL AND FLAG ARE SHOWN FIRST SO THEY SEE WHAT THEY ARE
002520*  REACTIVATING.
002530*****************************************************************
002540 4000-CHANGE-OPERATOR.
002590     IF NOT RECORD-FOUND
002600         GO TO 4000-EXIT
002610     END-IF.
002612     PERFORM 7100-CHECK-NOT-PENDING THRU 7100-EXIT.
002614     IF ALREADY-PENDING
002616         GO TO 4000-EXIT
002618     END-IF.
002620     DISPLAY "CURRENT LEVEL " OPA-AUTH-LEVEL " FLAG "
002630         OPA-ACTIVE-FLAG.
002640     MOVE "N" TO SW-FIELD-VALID.
002650     PERFORM 2300-ACCEPT-AUTH-LEVEL THRU 2300-EXIT
002660         UNTIL FIELD-VALID.
002662     MOVE SPACES TO PENDING-CHANGE-RECORD.
002664     SET PCH-CHANGE TO TRUE.
002666     MOVE OPERATOR-AUTH-RECORD TO PCH-BEFORE-IMAGE.
002670     MOVE WS-AUTH-LEVEL TO OPA-AUTH-LEVEL.
002680     SET OPA-ACTIVE TO TRUE.
002690     MOVE OPERATOR-AUTH-RECORD TO PCH-AFTER-IMAGE.
002700     PERFORM 7200-WRITE-PENDING THRU 7200-EXIT.
002710     ADD 1 TO WS-CHANGE-COUNT.
002790 4000-EXIT.
002800     EXIT.
002810*
002820*****************************************************************
002830*  5000-DEACTIVATE-OPERATOR
002840*  KEYS THE DEACTIVATION OF AN EXISTING OPERATOR FOR APPROVAL.
002850*  ONCE APPLIED THE OPERATOR IS MARKED INACTIVE, NOT REMOVED -
002860*  THE HISTORY STAYS READABLE AND THE ID CAN BE REACTIVATED
002865*  BY A CHANGE.
002870*****************************************************************
002880 5000-DEACTIVATE-OPERATOR.
002890     MOVE "N" TO SW-FIELD-VALID.
002930     IF NOT RECORD-FOUND
002940         GO TO 5000-EXIT
002950     END-IF.
002951     PERFORM 7100-CHECK-NOT-PENDING THRU 7100-EXIT.
002952     IF ALREADY-PENDING
002953         GO TO 5000-EXIT
002954     END-IF.
002955     MOVE SPACES TO PENDING-CHANGE-RECORD.
002956     SET PCH-DEACTIVATE TO TRUE.
002957     MOVE OPERATOR-AUTH-RECORD TO PCH-BEFORE-IMAGE.
002960     SET OPA-INACTIVE TO TRUE.
002970     MOVE OPERATOR-AUTH-RECORD TO PCH-AFTER-IMAGE.
002971     PERFORM 7200-WRITE-PENDING THRU 7200-EXIT.
002972     ADD 1 TO WS-DEACT-COUNT.
002973 5000-EXIT.
002974     EXIT.
002975*
002976*****************************************************************
002977*  5500-REVIEW-PENDING
002978*  THE CHECKER'S PASS. WALKS OPAPEND AND PUTS EACH CHANGE TO
002979*  THE SIGNED-ON SUPERVISOR TO APPROVE, REJECT OR SKIP. A
002980*  CHANGE IS NEVER PUT TO THE SUPERVISOR WHO KEYED IT, NOR TO
002981*  THE SUPERVISOR WHOSE OWN AUTHORITY IT ALTERS. THE JOURNAL
002982*  IS OPENED FIRST, SO NOTHING IS APPLIED THAT CANNOT BE
002983*  JOURNALLED, AND OPAPEND IS REWRITTEN AT THE END WITH ONLY
002984*  THE CHANGES STILL WAITING.
002985*****************************************************************
002986 5500-REVIEW-PENDING.
002987     MOVE 0 TO WS-KEEP-COUNT.
002988     MOVE 0 TO WS-OWN-COUNT.
002989     MOVE "N" TO SW-END-OF-PENDING.
002990     OPEN INPUT PENDING-CHANGE-FILE.
002991     IF WS-PEND-STATUS = "35"
002992         DISPLAY "NO CHANGES AWAITING APPROVAL"
002993         GO TO 5500-EXIT
002994     END-IF.
002995     IF WS-PEND-STATUS NOT = "00"
002996         DISPLAY "*** ERROR OPENING OPAPEND - STATUS "
002997             WS-PEND-STATUS
002998         MOVE 16 TO RETURN-CODE
002999         GO TO 9999-ABEND
003000     END-IF.
003001     PERFORM 7400-OPEN-JOURNAL THRU 7400-EXIT.
003002     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
003003     PERFORM 5510-REVIEW-ONE-CHANGE THRU 5510-EXIT
003004         UNTIL END-OF-PENDING.
003005     CLOSE CHANGE-JOURNAL-FILE.
003006     CLOSE PENDING-CHANGE-FILE.
003007     OPEN OUTPUT PENDING-CHANGE-FILE.
003008     PERFORM 5590-REWRITE-ONE-PENDING THRU 5590-EXIT
003009         VARYING WS-HOLD-IX FROM 1 BY 1
003010         UNTIL WS-HOLD-IX > WS-KEEP-COUNT.
003011     CLOSE PENDING-CHANGE-FILE.
003012     IF WS-OWN-COUNT > 0
003013         DISPLAY "CHANGES LEFT FOR ANOTHER SUPERVISOR : "
003014             WS-OWN-COUNT
003015     END-IF.
003016     DISPLAY "CHANGES STILL AWAITING APPROVAL : " WS-KEEP-COUNT.
003017 5500-EXIT.
003018     EXIT.
003019*
003020*****************************************************************
003021*  5510-REVIEW-ONE-CHANGE
003022*  DECIDES THE CURRENT PENDING CHANGE AND READS THE NEXT.
003023*****************************************************************
003024 5510-REVIEW-ONE-CHANGE.
003025     PERFORM 5520-DECIDE-ONE-CHANGE THRU 5520-EXIT.
003026     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
003027 5510-EXIT.
003028     EXIT.
003029*
003030*****************************************************************
003031*  5520-DECIDE-ONE-CHANGE
003032*  A CHANGE THE SIGNED-ON SUPERVISOR KEYED, OR ONE TO THEIR
003033*  OWN AUTHORITY RECORD, IS LEFT FOR SOMEONE ELSE. OTHERWISE
003034*  THE CHANGE IS SHOWN AND THE SUPERVISOR APPROVES IT (APPLIED
003035*  AND JOURNALLED), REJECTS IT (DISCARDED), OR SKIPS IT (LEFT
003036*  WAITING).
003037*****************************************************************
003038 5520-DECIDE-ONE-CHANGE.
003039     MOVE PCH-RECORD-KEY TO WS-CHANGE-KEY.
003040     IF PCH-MAKER-ID = OPC-OPERATOR-ID
003041             OR WS-CHG-OPERATOR-ID = OPC-OPERATOR-ID
003042         ADD 1 TO WS-OWN-COUNT
003043         PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
003044         GO TO 5520-EXIT
003045     END-IF.
003046     PERFORM 5530-SHOW-CHANGE THRU 5530-EXIT.
003047     MOVE "N" TO SW-FIELD-VALID.
003048     PERFORM 5540-ACCEPT-DECISION THRU 5540-EXIT
003049         UNTIL FIELD-VALID.
003050     EVALUATE WS-ACTION
003051         WHEN "A"
003052             PERFORM 5600-APPLY-CHANGE THRU 5600-EXIT
003053         WHEN "R"
003054             ADD 1 TO WS-REJECT-COUNT
003055             DISPLAY "CHANGE REJECTED - DISCARDED"
003056         WHEN "S"
003057             PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
003058     END-EVALUATE.
003059 5520-EXIT.
003060     EXIT.
003061*
003062*****************************************************************
003063*  5530-SHOW-CHANGE
003064*  SHOWS ONE PENDING CHANGE - THE OPERATOR, WHAT WAS KEYED, BY
003065*  WHOM AND WHEN, AND THE LEVEL AND FLAG BEFORE AND AFTER.
003066*  THE RECORD AREA IS FREE HERE, SO THE IMAGES ARE LAID OVER
003067*  IT TO BE SHOWN.
003068*****************************************************************
003069 5530-SHOW-CHANGE.
003070     EVALUATE TRUE
003071         WHEN PCH-ADD
003072             MOVE "ADD" TO WS-ACTION-TEXT
003073         WHEN PCH-CHANGE
003074             MOVE "CHANGE" TO WS-ACTION-TEXT
003075         WHEN OTHER
003076             MOVE "DEACTIVATE" TO WS-ACTION-TEXT
003077     END-EVALUATE.
003078     DISPLAY " ".
003079     DISPLAY "OPERATOR " WS-CHG-OPERATOR-ID " - " WS-ACTION-TEXT.
003080     DISPLAY "  KEYED BY " PCH-MAKER-ID " ON " PCH-MAKER-DATE
003081         " AT " PCH-MAKER-TIME.
003082     IF PCH-ADD
003083         DISPLAY "  BEFORE  (NOT ON FILE)"
003084     ELSE
003085         MOVE PCH-BEFORE-IMAGE TO OPERATOR-AUTH-RECORD
003086         DISPLAY "  BEFORE  LEVEL " OPA-AUTH-LEVEL " FLAG "
003087             OPA-ACTIVE-FLAG
003088     END-IF.
003089     MOVE PCH-AFTER-IMAGE TO OPERATOR-AUTH-RECORD.
003090     DISPLAY "  AFTER   LEVEL " OPA-AUTH-LEVEL " FLAG "
003091         OPA-ACTIVE-FLAG.
003092 5530-EXIT.
003093     EXIT.
003094*
003095*****************************************************************
003096*  5540-ACCEPT-DECISION
003097*  PROMPT-AND-VALIDATE FOR THE CHECKER'S DECISION - APPROVE,
003098*  REJECT OR SKIP. ANYTHING ELSE RE-PROMPTS.
003099*****************************************************************
003100 5540-ACCEPT-DECISION.
003101     MOVE "N" TO SW-FIELD-VALID.
003102     DISPLAY "DECISION (A=APPROVE, R=REJECT, S=SKIP) : ".
003103     ACCEPT WS-ACTION.
003104     IF WS-ACTION = "A" OR WS-ACTION = "R" OR WS-ACTION = "S"
003105         SET FIELD-VALID TO TRUE
003106     ELSE
003107         DISPLAY "*** INVALID DECISION, TRY AGAIN ***"
003108     END-IF.
003109 5540-EXIT.
003110     EXIT.
003111*
003112*****************************************************************
003113*  5580-KEEP-PENDING
003114*  BUFFERS THE CURRENT CHANGE TO BE REWRITTEN ONTO OPAPEND -
003115*  STILL WAITING, NOT FORGOTTEN.
003116*****************************************************************
003117 5580-KEEP-PENDING.
003118     IF WS-KEEP-COUNT >= WS-HOLD-MAX
003119         DISPLAY "*** OPAPEND EXCEEDS THE BUFFER - SESSION "
003120             "ABANDONED ***"
003121         MOVE 16 TO RETURN-CODE
003122         GO TO 9999-ABEND
003123     END-IF.
003124     ADD 1 TO WS-KEEP-COUNT.
003125     MOVE PENDING-CHANGE-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT).
003126 5580-EXIT.
003127     EXIT.
003128*
003129*****************************************************************
003130*  5590-REWRITE-ONE-PENDING
003131*  WRITES ONE KEPT CHANGE BACK ONTO OPAPEND.
003132*****************************************************************
003133 5590-REWRITE-ONE-PENDING.
003134     MOVE WS-KEEP-ENTRY(WS-HOLD-IX) TO PENDING-CHANGE-RECORD.
003135     WRITE PENDING-CHANGE-RECORD.
003136 5590-EXIT.
003137     EXIT.
003138*
003139*****************************************************************
003140*  5600-APPLY-CHANGE
003141*  APPLIES AN APPROVED CHANGE. THE OPERATOR IS RE-READ FIRST
003142*  AND MUST STILL STAND EXACTLY AS WHEN THE CHANGE WAS KEYED
003143*  (NOT ON FILE AT ALL, FOR AN ADD) - OTHERWISE THE CHANGE IS
003144*  LEFT WAITING TO BE REJECTED AND KEYED AGAIN. THE AFTER
003145*  IMAGE IS THEN WRITTEN OR REWRITTEN AND THE CHANGE
003146*  JOURNALLED WITH THE SIGNED-ON SUPERVISOR AS CHECKER.
003147*****************************************************************
003148 5600-APPLY-CHANGE.
003149     MOVE WS-CHG-OPERATOR-ID TO OPA-OPERATOR-ID.
003150     MOVE SPACES TO WS-CURRENT-IMAGE.
003151     READ OPERATOR-AUTH-FILE
003152         INVALID KEY
003153             CONTINUE
003154         NOT INVALID KEY
003155             MOVE OPERATOR-AUTH-RECORD TO WS-CURRENT-IMAGE
003156     END-READ.
003157     IF WS-CURRENT-IMAGE NOT = PCH-BEFORE-IMAGE
003158         DISPLAY "*** THE OPERATOR HAS CHANGED SINCE THIS WAS "
003159             "KEYED - REJECT IT AND KEY IT AGAIN ***"
003160         PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
003161         GO TO 5600-EXIT
003162     END-IF.
003163     MOVE OPC-OPERATOR-ID TO WS-CHECKER-ID.
003164     PERFORM 7500-APPLY-AFTER-IMAGE THRU 7500-EXIT.
003165     IF WS-AUTH-STATUS NOT = "00"
003166         PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
003167         GO TO 5600-EXIT
003168     END-IF.
003169     ADD 1 TO WS-APPROVE-COUNT.
003170     DISPLAY "CHANGE APPROVED - OPERATOR " WS-CHG-OPERATOR-ID
003171         " UPDATED".
003172 5600-EXIT.
003173     EXIT.
003174*
003175*****************************************************************
003176*  6000-BROWSE-OPERATORS
003177*  LISTS EVERY OPERATOR ON FILE IN ID ORDER WITH LEVEL AND
003178*  ACTIVE FLAG.
003179*****************************************************************
003180 6000-BROWSE-OPERATORS.
003181     MOVE LOW-VALUES TO OPA-OPERATOR-ID.
003182     START OPERATOR-AUTH-FILE
003183         KEY IS NOT LESS THAN OPA-OPERATOR-ID
003184         INVALID KEY
003190             DISPLAY "*** NO OPERATORS ON FILE ***"
003200             GO TO 6000-EXIT
003210     END-START.
003630     EXIT.
003640*
003650*****************************************************************
003660*  7100-CHECK-NOT-PENDING
003670*  LOOKS THROUGH OPAPEND FOR A CHANGE ALREADY WAITING ON THE
003680*  OPERATOR JUST KEYED - TWO CHANGES WAITING ON ONE OPERATOR
003690*  WOULD LET THE SECOND BE APPROVED AGAINST A BEFORE IMAGE THE
003700*  FIRST HAS MADE UNTRUE. NOT NEEDED IN THE FIRST SESSION,
003710*  WHICH APPLIES EVERYTHING AS IT IS KEYED.
003720*****************************************************************
003730 7100-CHECK-NOT-PENDING.
003740     MOVE "N" TO SW-ALREADY-PENDING.
003750     IF FIRST-SESSION
003760         GO TO 7100-EXIT
003770     END-IF.
003780     MOVE SPACES TO WS-CHANGE-KEY.
003790     MOVE WS-OPERATOR-ID TO WS-CHG-OPERATOR-ID.
003800     OPEN INPUT PENDING-CHANGE-FILE.
003810     IF WS-PEND-STATUS = "35"
003820         GO TO 7100-EXIT
003830     END-IF.
003840     IF WS-PEND-STATUS NOT = "00"
003850         DISPLAY "*** ERROR OPENING OPAPEND - STATUS "
003860             WS-PEND-STATUS
003870         MOVE 16 TO RETURN-CODE
003880         GO TO 9999-ABEND
003890     END-IF.
003900     MOVE "N" TO SW-END-OF-PENDING.
003910     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
003920     PERFORM 7120-MATCH-ONE-PENDING THRU 7120-EXIT
003930         UNTIL END-OF-PENDING.
003940     CLOSE PENDING-CHANGE-FILE.
003950     IF ALREADY-PENDING
003960         DISPLAY "*** A CHANGE TO OPERATOR " WS-OPERATOR-ID
003970             " IS ALREADY AWAITING APPROVAL ***"
003980     END-IF.
003990 7100-EXIT.
004000     EXIT.
004010*
004020*****************************************************************
004030*  7110-READ-PENDING
004040*  READS THE NEXT PENDING CHANGE, SETTING END-OF-PENDING WHEN
004050*  THE FILE IS EXHAUSTED.
004060*****************************************************************
004070 7110-READ-PENDING.
004080     READ PENDING-CHANGE-FILE
004090         AT END
004100             SET END-OF-PENDING TO TRUE
004110     END-READ.
004120 7110-EXIT.
004130     EXIT.
004140*
004150*****************************************************************
004160*  7120-MATCH-ONE-PENDING
004170*  STOPS THE SEARCH AT A CHANGE WAITING ON THE SAME OPERATOR,
004180*  OR READS ON.
004190*****************************************************************
004200 7120-MATCH-ONE-PENDING.
004210     IF PCH-RECORD-KEY = WS-CHANGE-KEY
004220         SET ALREADY-PENDING TO TRUE
004230         SET END-OF-PENDING TO TRUE
004240         GO TO 7120-EXIT
004250     END-IF.
004260     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
004270 7120-EXIT.
004280     EXIT.
004290*
004300*****************************************************************
004310*  7200-WRITE-PENDING
004320*  COMPLETES THE KEYED CHANGE - THE CALLER HAS SET THE ACTION
004330*  AND THE IMAGES; THE OPERATOR KEY, THE MAKER AND THE
004340*  TIMESTAMP ARE ADDED HERE - AND APPENDS IT TO OPAPEND,
004350*  CREATING THE FILE ON ITS FIRST USE. A CHANGE THAT CANNOT
004360*  BE WRITTEN ENDS THE SESSION - IT MUST NOT APPEAR TO HAVE
004370*  BEEN KEYED. IN THE FIRST SESSION, WHEN THERE IS NO SECOND
004380*  SUPERVISOR ON FILE WHO COULD APPROVE ANYTHING, THE CHANGE
004390*  IS APPLIED AT ONCE INSTEAD AND JOURNALLED WITH NO CHECKER.
004400*****************************************************************
004410 7200-WRITE-PENDING.
004420     MOVE "OPAUTHF" TO PCH-FILE-ID.
004430     MOVE SPACES TO WS-CHANGE-KEY.
004440     MOVE WS-OPERATOR-ID TO WS-CHG-OPERATOR-ID.
004450     MOVE WS-CHANGE-KEY TO PCH-RECORD-KEY.
004460     MOVE OPC-OPERATOR-ID TO PCH-MAKER-ID.
004470     ACCEPT PCH-MAKER-DATE FROM DATE YYYYMMDD.
004480     ACCEPT PCH-MAKER-TIME FROM TIME.
004490     IF FIRST-SESSION
004500         MOVE "*NONE*" TO WS-CHECKER-ID
004510         PERFORM 7400-OPEN-JOURNAL THRU 7400-EXIT
004520         PERFORM 7500-APPLY-AFTER-IMAGE THRU 7500-EXIT
004530         CLOSE CHANGE-JOURNAL-FILE
004540         IF WS-AUTH-STATUS = "00"
004550             DISPLAY "OPERATOR " WS-OPERATOR-ID " UPDATED - "
004560                 "FIRST SESSION, NO APPROVAL NEEDED"
004570         END-IF
004580         GO TO 7200-EXIT
004590     END-IF.
004600     OPEN EXTEND PENDING-CHANGE-FILE.
004610     IF WS-PEND-STATUS = "35"
004620         OPEN OUTPUT PENDING-CHANGE-FILE
004630     END-IF.
004640     IF WS-PEND-STATUS NOT = "00"
004650         DISPLAY "*** ERROR OPENING OPAPEND - STATUS "
004660             WS-PEND-STATUS
004670         MOVE 16 TO RETURN-CODE
004680         GO TO 9999-ABEND
004690     END-IF.
004700     WRITE PENDING-CHANGE-RECORD.
004710     IF WS-PEND-STATUS NOT = "00"
004720         DISPLAY "*** ERROR WRITING OPAPEND - STATUS "
004730             WS-PEND-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         GO TO 9999-ABEND
004760     END-IF.
004770     CLOSE PENDING-CHANGE-FILE.
004780     DISPLAY "OPERATOR " WS-OPERATOR-ID " " WS-FUNCTION-TEXT
004790         " KEYED - AWAITING APPROVAL".
004800 7200-EXIT.
004810     EXIT.
004820*
004830*****************************************************************
004840*  7300-WRITE-JOURNAL
004850*  APPENDS THE JOURNAL RECORD FOR AN APPLIED CHANGE - BOTH
004860*  IMAGES, THE MAKER AND WHEN THEY KEYED IT, AND THE CHECKER
004870*  AND WHEN THEY APPROVED IT. AN APPLIED CHANGE THAT CANNOT BE
004880*  JOURNALLED ENDS THE SESSION.
004890*****************************************************************
004900 7300-WRITE-JOURNAL.
004910     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
004920     MOVE PCH-FILE-ID TO CJN-FILE-ID.
004930     MOVE PCH-RECORD-KEY TO CJN-RECORD-KEY.
004940     MOVE PCH-ACTION TO CJN-ACTION.
004950     MOVE PCH-BEFORE-IMAGE TO CJN-BEFORE-IMAGE.
004960     MOVE PCH-AFTER-IMAGE TO CJN-AFTER-IMAGE.
004970     MOVE PCH-MAKER-ID TO CJN-MAKER-ID.
004980     MOVE PCH-MAKER-DATE TO CJN-MAKER-DATE.
004990     MOVE PCH-MAKER-TIME TO CJN-MAKER-TIME.
005000     MOVE WS-CHECKER-ID TO CJN-CHECKER-ID.
005010     ACCEPT CJN-CHECKER-DATE FROM DATE YYYYMMDD.
005020     ACCEPT CJN-CHECKER-TIME FROM TIME.
005030     WRITE CHANGE-JOURNAL-RECORD.
005040     IF WS-JRNL-STATUS NOT = "00"
005050         DISPLAY "*** ERROR WRITING CHGJRNL - STATUS "
005060             WS-JRNL-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         GO TO 9999-ABEND
005090     END-IF.
005100 7300-EXIT.
005110     EXIT.
005120*
005130*****************************************************************
005140*  7400-OPEN-JOURNAL
005150*  OPENS THE CHANGE JOURNAL TO BE APPENDED TO, CREATING IT ON
005160*  ITS FIRST USE.
005170*****************************************************************
005180 7400-OPEN-JOURNAL.
005190     OPEN EXTEND CHANGE-JOURNAL-FILE.
005200     IF WS-JRNL-STATUS = "35"
005210         OPEN OUTPUT CHANGE-JOURNAL-FILE
005220     END-IF.
005230     IF WS-JRNL-STATUS NOT = "00"
005240         DISPLAY "*** ERROR OPENING CHGJRNL - STATUS "
005250             WS-JRNL-STATUS
005260         MOVE 16 TO RETURN-CODE
005270         GO TO 9999-ABEND
005280     END-IF.
005290 7400-EXIT.
005300     EXIT.
005310*
005320*****************************************************************
005330*  7500-APPLY-AFTER-IMAGE
005340*  WRITES (ADD) OR REWRITES (CHANGE, DEACTIVATE) THE PENDING
005350*  CHANGE'S AFTER IMAGE ONTO OPAUTHF AND, WHEN THAT WORKS,
005360*  JOURNALS IT UNDER WS-CHECKER-ID. THE CALLER TESTS
005370*  WS-AUTH-STATUS.
005380*****************************************************************
005390 7500-APPLY-AFTER-IMAGE.
005400     MOVE PCH-AFTER-IMAGE TO OPERATOR-AUTH-RECORD.
005410     IF PCH-ADD
005420         WRITE OPERATOR-AUTH-RECORD
005430             INVALID KEY
005440                 DISPLAY "*** WRITE FAILED - STATUS "
005450                     WS-AUTH-STATUS " ***"
005460         END-WRITE
005470     ELSE
005480         REWRITE OPERATOR-AUTH-RECORD
005490             INVALID KEY
005500                 DISPLAY "*** REWRITE FAILED - STATUS "
005510                     WS-AUTH-STATUS " ***"
005520         END-REWRITE
005530     END-IF.
005540     IF WS-AUTH-STATUS = "00"
005550         PERFORM 7300-WRITE-JOURNAL THRU 7300-EXIT
005560     END-IF.
005570 7500-EXIT.
005580     EXIT.
005590*
005600*****************************************************************
005610*  8000-FINALIZE
005620*  CLOSES THE AUTHORITY FILE AND REPORTS WHAT THE SESSION DID
005630*  - CHANGES KEYED FOR APPROVAL, AND CHANGES APPROVED OR
005640*  REJECTED AS THE SECOND SUPERVISOR.
005650*****************************************************************
005660 8000-FINALIZE.
005670     CLOSE OPERATOR-AUTH-FILE.
005680     DISPLAY "ADDS KEYED                 : " WS-ADD-COUNT.
005690     DISPLAY "CHANGES KEYED              : " WS-CHANGE-COUNT.
005700     DISPLAY "DEACTIVATIONS KEYED        : " WS-DEACT-COUNT.
005710     DISPLAY "CHANGES APPROVED           : " WS-APPROVE-COUNT.
005720     DISPLAY "CHANGES REJECTED           : " WS-REJECT-COUNT.
005730 8000-EXIT.
005740     EXIT.
005750*
005760*****************************************************************
005770*  9999-ABEND
005780*  TERMINATES THE RUN AFTER A DENIED AUTHORITY CHECK OR A
005790*  FATAL FILE ERROR. RETURN-CODE WAS ALREADY SET BY THE
005800*  CALLER.
005810*****************************************************************
005820 9999-ABEND.
005830     STOP RUN.
