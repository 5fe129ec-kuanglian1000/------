000420*                   AND SHOWS ON AUDRPT. BROWSE AND HISTORY
000430*                   REMAIN OPEN - LOOKING AT RATES MOVES
000440*                   NOTHING.
000441*  2026-10-15 KLC   DUAL CONTROL. ADD, CHANGE AND DEACTIVATE NO
000442*                   LONGER TOUCH PRICEREF - EACH KEYED CHANGE
000443*                   GOES TO THE PRICPEND PENDING FILE WITH THE
000444*                   RATE'S BEFORE AND AFTER IMAGES, AND TAKES
000445*                   EFFECT ONLY WHEN A DIFFERENT OPERATOR AT
000446*                   RATE-MAINTENANCE AUTHORITY APPROVES IT
000447*                   THROUGH THE NEW "P" FUNCTION. A REJECTED
000448*                   CHANGE IS DISCARDED. EVERY APPLIED CHANGE IS
000449*                   WRITTEN TO THE CHGJRNL CHANGE JOURNAL WITH
000450*                   BOTH IMAGES, THE MAKER, THE CHECKER AND
000451*                   THEIR TIMESTAMPS. A CHANGE WHOSE RATE WAS
000452*                   ALTERED AFTER IT WAS KEYED IS NOT APPLIED.
000453*****************************************************************
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PRF-RATE-KEY
000550         FILE STATUS IS WS-PRICE-STATUS.
000551     SELECT PENDING-CHANGE-FILE
000552         ASSIGN TO PRICPEND
000553         ORGANIZATION IS SEQUENTIAL
000554         FILE STATUS IS WS-PEND-STATUS.
000555     SELECT CHANGE-JOURNAL-FILE
000556         ASSIGN TO CHGJRNL
000557         ORGANIZATION IS SEQUENTIAL
000558         FILE STATUS IS WS-JRNL-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PRICE-REF-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY PRICEREF.
000611 FD  PENDING-CHANGE-FILE
000612     LABEL RECORDS ARE STANDARD
000613     RECORDING MODE IS F.
000614     COPY CHGPEND.
000615 FD  CHANGE-JOURNAL-FILE
000616     LABEL RECORDS ARE STANDARD
000617     RECORDING MODE IS F.
000618     COPY CHGJRNL.
000620*
000630 WORKING-STORAGE SECTION.
000640*
000690 77  WS-ADD-COUNT          BINARY-LONG               VALUE 0.
000700 77  WS-CHANGE-COUNT       BINARY-LONG               VALUE 0.
000710 77  WS-DEACT-COUNT        BINARY-LONG               VALUE 0.
000711 77  WS-PEND-STATUS        PIC X(02)                 VALUE "00".
000712 77  WS-JRNL-STATUS        PIC X(02)                 VALUE "00".
000713 77  WS-APPROVE-COUNT      BINARY-LONG               VALUE 0.
000714 77  WS-REJECT-COUNT       BINARY-LONG               VALUE 0.
000715 77  WS-OWN-COUNT          BINARY-LONG               VALUE 0.
000720*
000730*    -------------------------------------------------------
000740*    RAW ACCEPT FIELD AND ITS EDIT WORK FIELDS - THE SAME
000930 77  WS-BROWSE-COUNT       BINARY-LONG               VALUE 0.
000940*
000950*    -------------------------------------------------------
000951*    DUAL-CONTROL WORK FIELDS - THE RATE KEY A CHANGE IS FOR,
000952*    THE APPROVER'S DECISION, THE RATE AS IT STANDS NOW (HELD
000953*    AGAINST THE BEFORE IMAGE TAKEN WHEN THE CHANGE WAS
000954*    KEYED), AND THE KEEP BUFFER THAT REWRITES PRICPEND WITH
000955*    THE CHANGES STILL WAITING, THE HOLD-TABLE DISCIPLINE
000956*    REJENTRY USES.
000957*    -------------------------------------------------------
000958 01  WS-CHANGE-KEY.
000959     05  WS-CHG-PRICE-CODE PIC X(05)                 VALUE SPACES.
000960     05  WS-CHG-EFFECTIVE-DATE
000961                           PIC X(08)                 VALUE SPACES.
000962     05  FILLER            PIC X(07)                 VALUE SPACES.
000963 77  WS-ACTION             PIC X(01)                 VALUE SPACE.
000964 77  WS-ACTION-TEXT        PIC X(10)                 VALUE SPACES.
000965 77  WS-CURRENT-IMAGE      PIC X(40)                 VALUE SPACES.
000966 77  WS-HOLD-MAX           BINARY-LONG               VALUE 10000.
000967 77  WS-HOLD-IX            BINARY-LONG               VALUE 0.
000968 77  WS-KEEP-COUNT         BINARY-LONG               VALUE 0.
000969 01  WS-KEEP-TABLE.
000970     05  WS-KEEP-ENTRY     OCCURS 10000 TIMES
000971                           PIC X(143).
000972*
000973*    -------------------------------------------------------
000974*    CONTROL SWITCHES.
000975*    -------------------------------------------------------
000980 01  SW-END-OF-INPUT       PIC X(01)                 VALUE "N".
000990     88  END-OF-INPUT                               VALUE "Y".
001000 01  SW-FIELD-VALID        PIC X(01)                 VALUE "N".
001030     88  RECORD-FOUND                               VALUE "Y".
001040 01  SW-END-OF-BROWSE      PIC X(01)                 VALUE "N".
001050     88  END-OF-BROWSE                              VALUE "Y".
001052 01  SW-END-OF-PENDING     PIC X(01)                 VALUE "N".
001054     88  END-OF-PENDING                             VALUE "Y".
001056 01  SW-ALREADY-PENDING    PIC X(01)                 VALUE "N".
001058     88  ALREADY-PENDING                            VALUE "Y".
001060*
001070*    -------------------------------------------------------
001080*    SHARED AUTHORITY-CHECK PARAMETER RECORD.
001550*****************************************************************
001560 2000-PROCESS-ONE-REQUEST.
001570     DISPLAY "FUNCTION (A=ADD, C=CHANGE, D=DEACTIVATE, "
001580         "P=APPROVE, B=BROWSE, H=HISTORY, X=EXIT) : ".
001590     ACCEPT WS-FUNCTION.
001600     EVALUATE WS-FUNCTION
001610         WHEN "A"
001730             IF OPC-ALLOWED
001740                 PERFORM 5000-DEACTIVATE-RATE THRU 5000-EXIT
001750             END-IF
001751         WHEN "P"
001752             PERFORM 2500-CHECK-RATE-AUTH THRU 2500-EXIT
001753             IF OPC-ALLOWED
001754                 PERFORM 5500-REVIEW-PENDING THRU 5500-EXIT
001755             END-IF
001760         WHEN "B"
001770             PERFORM 6000-BROWSE-RATES THRU 6000-EXIT
001780         WHEN "H"
001880*****************************************************************
001890*  2500-CHECK-RATE-AUTH
001900*  CHECKS THE SIGNED-ON OPERATOR AT RATE-MAINTENANCE
001910*  AUTHORITY THROUGH THE SHARED OPCHECK SUBPROGRAM - TO KEY A
001920*  CHANGE AND, AS THE SECOND OPERATOR, TO APPROVE ONE.
001930*  OPCHECK DISPLAYS THE REASON AND LOGS EVERY DENIAL TO
001935*  AUDITLOG ITSELF - THE CALLER ONLY NEEDS THE ANSWER.
001940*****************************************************************
001950 2500-CHECK-RATE-AUTH.
001960     MOVE 3 TO OPC-REQUIRED-LEVEL.
003010*
003020*****************************************************************
003030*  3000-ADD-RATE
003040*  KEYS ONE NEW DATED RATE GENERATION FOR APPROVAL - PROMPTS
003050*  FOR THE CODE, THE EFFECTIVE DATE AND THE PRICE, AND WRITES
003060*  THE ADD TO PRICPEND WITH NO BEFORE IMAGE. A CODE-AND-DATE
003070*  ALREADY ON FILE, OR WITH A CHANGE ALREADY WAITING, IS
003080*  REPORTED AND NOTHING IS KEYED. A FUTURE EFFECTIVE DATE IS
003090*  THE WHOLE POINT - THE LOOKUP IGNORES THE GENERATION UNTIL
003095*  ITS DAY COMES.
003100*****************************************************************
003110 3000-ADD-RATE.
003120     MOVE "N" TO SW-FIELD-VALID.
003160     PERFORM 2400-ACCEPT-EFFECTIVE-DATE THRU 2400-EXIT
003170         UNTIL FIELD-VALID.
003180     MOVE WS-N-EDIT(1:8) TO WS-EFFECTIVE-DATE.
003181     MOVE WS-PRICE-CODE TO PRF-PRICE-CODE.
003182     MOVE WS-EFFECTIVE-DATE TO PRF-EFFECTIVE-DATE.
003183     READ PRICE-REF-FILE
003184         INVALID KEY
003185             CONTINUE
003186         NOT INVALID KEY
003187             DISPLAY "*** CODE " WS-PRICE-CODE " EFFECTIVE "
003188                 WS-EFFECTIVE-DATE " ALREADY ON FILE - USE "
003189                 "CHANGE ***"
003190             GO TO 3000-EXIT
003191     END-READ.
003192     PERFORM 7100-CHECK-NOT-PENDING THRU 7100-EXIT.
003193     IF ALREADY-PENDING
003194         GO TO 3000-EXIT
003195     END-IF.
003196     MOVE "N" TO SW-FIELD-VALID.
003200     PERFORM 2300-ACCEPT-UNIT-PRICE THRU 2300-EXIT
003210         UNTIL FIELD-VALID.
003220     MOVE SPACES TO PRICE-REF-RECORD.
003240     MOVE WS-EFFECTIVE-DATE TO PRF-EFFECTIVE-DATE.
003250     MOVE WS-UNIT-PRICE TO PRF-UNIT-PRICE.
003260     SET PRF-ACTIVE TO TRUE.
003270     MOVE SPACES TO PENDING-CHANGE-RECORD.
003280     SET PCH-ADD TO TRUE.
003290     MOVE PRICE-REF-RECORD TO PCH-AFTER-IMAGE.
003300     PERFORM 7200-WRITE-PENDING THRU 7200-EXIT.
003310     ADD 1 TO WS-ADD-COUNT.
003320     DISPLAY "RATE " WS-PRICE-CODE " EFFECTIVE "
003330         WS-EFFECTIVE-DATE " ADD KEYED - AWAITING APPROVAL".
003380 3000-EXIT.
003390     EXIT.
003400*
003410*****************************************************************
003420*  4000-CHANGE-RATE
003430*  KEYS A NEW PRICE FOR AN EXISTING GENERATION FOR APPROVAL -
003440*  THE GENERATION IS NAMED BY CODE AND EFFECTIVE DATE, WHICH
003450*  ARE THE KEY AND DO NOT CHANGE. A CHANGE ALWAYS SETS THE
003460*  GENERATION ACTIVE AGAIN - KEYING A FRESH PRICE FOR A
003470*  DEACTIVATED GENERATION IS HOW THE DESK DELIBERATELY
003480*  REACTIVATES IT, AND THE CURRENT FLAG IS SHOWN BEFORE THE
003490*  NEW PRICE IS ACCEPTED SO THE SUPERVISOR SEES WHAT THEY ARE
003493*  REACTIVATING. THE RATE AS IT STANDS AND AS IT WILL STAND
003496*  GO TO PRICPEND; PRICEREF IS NOT TOUCHED UNTIL APPROVAL.
003500*****************************************************************
003510 4000-CHANGE-RATE.
003520     MOVE "N" TO SW-FIELD-VALID.
003600     IF NOT RECORD-FOUND
003610         GO TO 4000-EXIT
003620     END-IF.
003622     PERFORM 7100-CHECK-NOT-PENDING THRU 7100-EXIT.
003624     IF ALREADY-PENDING
003626         GO TO 4000-EXIT
003628     END-IF.
003630     MOVE PRF-UNIT-PRICE TO WS-PRICE-EDIT.
003640     DISPLAY "CURRENT PRICE " WS-PRICE-EDIT " EFFECTIVE "
003650         PRF-EFFECTIVE-DATE " FLAG " PRF-ACTIVE-FLAG.
003660     MOVE "N" TO SW-FIELD-VALID.
003670     PERFORM 2300-ACCEPT-UNIT-PRICE THRU 2300-EXIT
003680         UNTIL FIELD-VALID.
003682     MOVE SPACES TO PENDING-CHANGE-RECORD.
003684     SET PCH-CHANGE TO TRUE.
003686     MOVE PRICE-REF-RECORD TO PCH-BEFORE-IMAGE.
003690     MOVE WS-UNIT-PRICE TO PRF-UNIT-PRICE.
003700     SET PRF-ACTIVE TO TRUE.
003710     MOVE PRICE-REF-RECORD TO PCH-AFTER-IMAGE.
003720     PERFORM 7200-WRITE-PENDING THRU 7200-EXIT.
003730     ADD 1 TO WS-CHANGE-COUNT.
003740     DISPLAY "RATE " WS-PRICE-CODE " EFFECTIVE "
003750         WS-EFFECTIVE-DATE " CHANGE KEYED - AWAITING APPROVAL".
003810 4000-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850*  5000-DEACTIVATE-RATE
003860*  KEYS THE DEACTIVATION OF AN EXISTING GENERATION FOR
003870*  APPROVAL. ONCE APPLIED THE GENERATION IS MARKED INACTIVE,
003880*  NOT REMOVED - THE HISTORY STAYS READABLE AND THE
003890*  GENERATION CAN BE REACTIVATED BY A CHANGE. THE GENERATION
003895*  IS NAMED BY CODE AND EFFECTIVE DATE.
003900*****************************************************************
003910 5000-DEACTIVATE-RATE.
003920     MOVE "N" TO SW-FIELD-VALID.
004000     IF NOT RECORD-FOUND
004010         GO TO 5000-EXIT
004020     END-IF.
004021     PERFORM 7100-CHECK-NOT-PENDING THRU 7100-EXIT.
004022     IF ALREADY-PENDING
004023         GO TO 5000-EXIT
004024     END-IF.
004025     MOVE SPACES TO PENDING-CHANGE-RECORD.
004026     SET PCH-DEACTIVATE TO TRUE.
004027     MOVE PRICE-REF-RECORD TO PCH-BEFORE-IMAGE.
004030     SET PRF-INACTIVE TO TRUE.
004040     MOVE PRICE-REF-RECORD TO PCH-AFTER-IMAGE.
004041     PERFORM 7200-WRITE-PENDING THRU 7200-EXIT.
004042     ADD 1 TO WS-DEACT-COUNT.
004043     DISPLAY "RATE " WS-PRICE-CODE " EFFECTIVE "
004044         WS-EFFECTIVE-DATE " DEACTIVATION KEYED - AWAITING "
004045         "APPROVAL".
004046 5000-EXIT.
004047     EXIT.
004048*
004049*****************************************************************
004050*  5500-REVIEW-PENDING
004051*  THE CHECKER'S PASS. WALKS PRICPEND AND PUTS EACH CHANGE
004052*  KEYED BY ANOTHER OPERATOR TO THE SIGNED-ON OPERATOR TO
004053*  APPROVE, REJECT OR SKIP - A CHANGE MAY NEVER BE APPROVED BY
004054*  THE OPERATOR WHO KEYED IT. THE JOURNAL IS OPENED FIRST, SO
004055*  NOTHING IS APPLIED THAT CANNOT BE JOURNALLED, AND PRICPEND
004056*  IS REWRITTEN AT THE END WITH ONLY THE CHANGES STILL
004057*  WAITING.
004058*****************************************************************
004059 5500-REVIEW-PENDING.
004060     MOVE 0 TO WS-KEEP-COUNT.
004061     MOVE 0 TO WS-OWN-COUNT.
004062     MOVE "N" TO SW-END-OF-PENDING.
004063     OPEN INPUT PENDING-CHANGE-FILE.
004064     IF WS-PEND-STATUS = "35"
004065         DISPLAY "NO CHANGES AWAITING APPROVAL"
004066         GO TO 5500-EXIT
004067     END-IF.
004068     IF WS-PEND-STATUS NOT = "00"
004069         DISPLAY "*** ERROR OPENING PRICPEND - STATUS "
004070             WS-PEND-STATUS
004071         MOVE 16 TO RETURN-CODE
004072         GO TO 9999-ABEND
004073     END-IF.
004074     OPEN EXTEND CHANGE-JOURNAL-FILE.
004075     IF WS-JRNL-STATUS = "35"
004076         OPEN OUTPUT CHANGE-JOURNAL-FILE
004077     END-IF.
004078     IF WS-JRNL-STATUS NOT = "00"
004079         DISPLAY "*** ERROR OPENING CHGJRNL - STATUS "
004080             WS-JRNL-STATUS
004081         MOVE 16 TO RETURN-CODE
004082         GO TO 9999-ABEND
004083     END-IF.
004084     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
004085     PERFORM 5510-REVIEW-ONE-CHANGE THRU 5510-EXIT
004086         UNTIL END-OF-PENDING.
004087     CLOSE CHANGE-JOURNAL-FILE.
004088     CLOSE PENDING-CHANGE-FILE.
004089     OPEN OUTPUT PENDING-CHANGE-FILE.
004090     PERFORM 5590-REWRITE-ONE-PENDING THRU 5590-EXIT
004091         VARYING WS-HOLD-IX FROM 1 BY 1
004092         UNTIL WS-HOLD-IX > WS-KEEP-COUNT.
004093     CLOSE PENDING-CHANGE-FILE.
004094     IF WS-OWN-COUNT > 0
004095         DISPLAY "YOUR OWN CHANGES LEFT FOR ANOTHER OPERATOR : "
004096             WS-OWN-COUNT
004097     END-IF.
004098     DISPLAY "CHANGES STILL AWAITING APPROVAL : " WS-KEEP-COUNT.
004099 5500-EXIT.
004100     EXIT.
004101*
004102*****************************************************************
004103*  5510-REVIEW-ONE-CHANGE
004104*  DECIDES THE CURRENT PENDING CHANGE AND READS THE NEXT.
004105*****************************************************************
004106 5510-REVIEW-ONE-CHANGE.
004107     PERFORM 5520-DECIDE-ONE-CHANGE THRU 5520-EXIT.
004108     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
004109 5510-EXIT.
004110     EXIT.
004111*
004112*****************************************************************
004113*  5520-DECIDE-ONE-CHANGE
004114*  A CHANGE THE SIGNED-ON OPERATOR KEYED IS LEFT FOR SOMEONE
004115*  ELSE. OTHERWISE THE CHANGE IS SHOWN AND THE OPERATOR
004116*  APPROVES IT (APPLIED AND JOURNALLED), REJECTS IT
004117*  (DISCARDED), OR SKIPS IT (LEFT WAITING).
004118*****************************************************************
004119 5520-DECIDE-ONE-CHANGE.
004120     IF PCH-MAKER-ID = OPC-OPERATOR-ID
004121         ADD 1 TO WS-OWN-COUNT
004122         PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
004123         GO TO 5520-EXIT
004124     END-IF.
004125     PERFORM 5530-SHOW-CHANGE THRU 5530-EXIT.
004126     MOVE "N" TO SW-FIELD-VALID.
004127     PERFORM 5540-ACCEPT-DECISION THRU 5540-EXIT
004128         UNTIL FIELD-VALID.
004129     EVALUATE WS-ACTION
004130         WHEN "A"
004131             PERFORM 5600-APPLY-CHANGE THRU 5600-EXIT
004132         WHEN "R"
004133             ADD 1 TO WS-REJECT-COUNT
004134             DISPLAY "CHANGE REJECTED - DISCARDED"
004135         WHEN "S"
004136             PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
004137     END-EVALUATE.
004138 5520-EXIT.
004139     EXIT.
004140*
004141*****************************************************************
004142*  5530-SHOW-CHANGE
004143*  SHOWS ONE PENDING CHANGE - THE RATE, WHAT WAS KEYED, BY
004144*  WHOM AND WHEN, AND THE PRICE AND FLAG BEFORE AND AFTER.
004145*  THE RECORD AREA IS FREE HERE, SO THE IMAGES ARE LAID OVER
004146*  IT TO BE SHOWN.
004147*****************************************************************
004148 5530-SHOW-CHANGE.
004149     MOVE PCH-RECORD-KEY TO WS-CHANGE-KEY.
004150     EVALUATE TRUE
004151         WHEN PCH-ADD
004152             MOVE "ADD" TO WS-ACTION-TEXT
004153         WHEN PCH-CHANGE
004154             MOVE "CHANGE" TO WS-ACTION-TEXT
004155         WHEN OTHER
004156             MOVE "DEACTIVATE" TO WS-ACTION-TEXT
004157     END-EVALUATE.
004158     DISPLAY " ".
004159     DISPLAY "RATE " WS-CHG-PRICE-CODE " EFFECTIVE "
004160         WS-CHG-EFFECTIVE-DATE " - " WS-ACTION-TEXT.
004161     DISPLAY "  KEYED BY " PCH-MAKER-ID " ON " PCH-MAKER-DATE
004162         " AT " PCH-MAKER-TIME.
004163     IF PCH-ADD
004164         DISPLAY "  BEFORE  (NOT ON FILE)"
004165     ELSE
004166         MOVE PCH-BEFORE-IMAGE TO PRICE-REF-RECORD
004167         MOVE PRF-UNIT-PRICE TO WS-PRICE-EDIT
004168         DISPLAY "  BEFORE  PRICE " WS-PRICE-EDIT " FLAG "
004169             PRF-ACTIVE-FLAG
004170     END-IF.
004171     MOVE PCH-AFTER-IMAGE TO PRICE-REF-RECORD.
004172     MOVE PRF-UNIT-PRICE TO WS-PRICE-EDIT.
004173     DISPLAY "  AFTER   PRICE " WS-PRICE-EDIT " FLAG "
004174         PRF-ACTIVE-FLAG.
004175 5530-EXIT.
004176     EXIT.
004177*
004178*****************************************************************
004179*  5540-ACCEPT-DECISION
004180*  PROMPT-AND-VALIDATE FOR THE CHECKER'S DECISION - APPROVE,
004181*  REJECT OR SKIP. ANYTHING ELSE RE-PROMPTS.
004182*****************************************************************
004183 5540-ACCEPT-DECISION.
004184     MOVE "N" TO SW-FIELD-VALID.
004185     DISPLAY "DECISION (A=APPROVE, R=REJECT, S=SKIP) : ".
004186     ACCEPT WS-ACTION.
004187     IF WS-ACTION = "A" OR WS-ACTION = "R" OR WS-ACTION = "S"
004188         SET FIELD-VALID TO TRUE
004189     ELSE
004190         DISPLAY "*** INVALID DECISION, TRY AGAIN ***"
004191     END-IF.
004192 5540-EXIT.
004193     EXIT.
004194*
004195*****************************************************************
004196*  5580-KEEP-PENDING
004197*  BUFFERS THE CURRENT CHANGE TO BE REWRITTEN ONTO PRICPEND -
004198*  STILL WAITING, NOT FORGOTTEN.
004199*****************************************************************
004200 5580-KEEP-PENDING.
004201     IF WS-KEEP-COUNT >= WS-HOLD-MAX
004202         DISPLAY "*** PRICPEND EXCEEDS THE BUFFER - SESSION "
004203             "ABANDONED ***"
004204         MOVE 16 TO RETURN-CODE
004205         GO TO 9999-ABEND
004206     END-IF.
004207     ADD 1 TO WS-KEEP-COUNT.
004208     MOVE PENDING-CHANGE-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT).
004209 5580-EXIT.
004210     EXIT.
004211*
004212*****************************************************************
004213*  5590-REWRITE-ONE-PENDING
004214*  WRITES ONE KEPT CHANGE BACK ONTO PRICPEND.
004215*****************************************************************
004216 5590-REWRITE-ONE-PENDING.
004217     MOVE WS-KEEP-ENTRY(WS-HOLD-IX) TO PENDING-CHANGE-RECORD.
004218     WRITE PENDING-CHANGE-RECORD.
004219 5590-EXIT.
004220     EXIT.
004221*
004222*****************************************************************
004223*  5600-APPLY-CHANGE
004224*  APPLIES AN APPROVED CHANGE. THE RATE IS RE-READ FIRST AND
004225*  MUST STILL STAND EXACTLY AS IT DID WHEN THE CHANGE WAS
004226*  KEYED (NOT ON FILE AT ALL, FOR AN ADD) - OTHERWISE THE
004227*  CHECKER WOULD BE APPROVING AGAINST A PICTURE THAT IS NO
004228*  LONGER TRUE, SO THE CHANGE IS LEFT WAITING TO BE REJECTED
004229*  AND KEYED AGAIN. THE AFTER IMAGE IS THEN WRITTEN OR
004230*  REWRITTEN AND THE CHANGE JOURNALLED.
004231*****************************************************************
004232 5600-APPLY-CHANGE.
004233     MOVE PCH-RECORD-KEY TO WS-CHANGE-KEY.
004234     MOVE WS-CHG-PRICE-CODE TO PRF-PRICE-CODE.
004235     MOVE WS-CHG-EFFECTIVE-DATE TO PRF-EFFECTIVE-DATE.
004236     MOVE SPACES TO WS-CURRENT-IMAGE.
004237     READ PRICE-REF-FILE
004238         INVALID KEY
004239             CONTINUE
004240         NOT INVALID KEY
004241             MOVE PRICE-REF-RECORD TO WS-CURRENT-IMAGE
004242     END-READ.
004243     IF WS-CURRENT-IMAGE NOT = PCH-BEFORE-IMAGE
004244         DISPLAY "*** THE RATE HAS CHANGED SINCE THIS WAS "
004245             "KEYED - REJECT IT AND KEY IT AGAIN ***"
004246         PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
004247         GO TO 5600-EXIT
004248     END-IF.
004249     MOVE PCH-AFTER-IMAGE TO PRICE-REF-RECORD.
004250     IF PCH-ADD
004251         WRITE PRICE-REF-RECORD
004252             INVALID KEY
004253                 DISPLAY "*** WRITE FAILED - STATUS "
004254                     WS-PRICE-STATUS " ***"
004255         END-WRITE
004256     ELSE
004257         REWRITE PRICE-REF-RECORD
004258             INVALID KEY
004259                 DISPLAY "*** REWRITE FAILED - STATUS "
004260                     WS-PRICE-STATUS " ***"
004261         END-REWRITE
004262     END-IF.
004263     IF WS-PRICE-STATUS NOT = "00"
004264         PERFORM 5580-KEEP-PENDING THRU 5580-EXIT
004265         GO TO 5600-EXIT
004266     END-IF.
004267     PERFORM 7300-WRITE-JOURNAL THRU 7300-EXIT.
004268     ADD 1 TO WS-APPROVE-COUNT.
004269     DISPLAY "CHANGE APPROVED - RATE " WS-CHG-PRICE-CODE
004270         " EFFECTIVE " WS-CHG-EFFECTIVE-DATE " UPDATED".
004271 5600-EXIT.
004272     EXIT.
004273*
004274*****************************************************************
004275*  6000-BROWSE-RATES
004276*  LISTS EVERY RATE ON FILE IN PRICE-CODE ORDER WITH ITS
004277*  PRICE, EFFECTIVE DATE AND ACTIVE FLAG.
004278*****************************************************************
004279 6000-BROWSE-RATES.
004280     MOVE LOW-VALUES TO PRF-RATE-KEY.
004281     START PRICE-REF-FILE
004282         KEY IS NOT LESS THAN PRF-RATE-KEY
004283         INVALID KEY
004284             DISPLAY "*** NO RATES ON FILE ***"
004285             GO TO 6000-EXIT
004290     END-START.
004300     MOVE "N" TO SW-END-OF-BROWSE.
004310     MOVE 0 TO WS-BROWSE-COUNT.
005290     EXIT.
005300*
005310*****************************************************************
005311*  7100-CHECK-NOT-PENDING
005312*  LOOKS THROUGH PRICPEND FOR A CHANGE ALREADY WAITING ON THE
005313*  CODE AND EFFECTIVE DATE JUST KEYED - TWO CHANGES WAITING
005314*  ON ONE RATE WOULD LET THE SECOND BE APPROVED AGAINST A
005315*  BEFORE IMAGE THE FIRST HAS MADE UNTRUE.
005316*****************************************************************
005317 7100-CHECK-NOT-PENDING.
005318     MOVE "N" TO SW-ALREADY-PENDING.
005319     MOVE WS-PRICE-CODE TO WS-CHG-PRICE-CODE.
005320     MOVE WS-EFFECTIVE-DATE TO WS-CHG-EFFECTIVE-DATE.
005321     OPEN INPUT PENDING-CHANGE-FILE.
005322     IF WS-PEND-STATUS = "35"
005323         GO TO 7100-EXIT
005324     END-IF.
005325     IF WS-PEND-STATUS NOT = "00"
005326         DISPLAY "*** ERROR OPENING PRICPEND - STATUS "
005327             WS-PEND-STATUS
005328         MOVE 16 TO RETURN-CODE
005329         GO TO 9999-ABEND
005330     END-IF.
005331     MOVE "N" TO SW-END-OF-PENDING.
005332     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
005333     PERFORM 7120-MATCH-ONE-PENDING THRU 7120-EXIT
005334         UNTIL END-OF-PENDING.
005335     CLOSE PENDING-CHANGE-FILE.
005336     IF ALREADY-PENDING
005337         DISPLAY "*** A CHANGE TO CODE " WS-PRICE-CODE
005338             " EFFECTIVE " WS-EFFECTIVE-DATE " IS ALREADY "
005339             "AWAITING APPROVAL ***"
005340     END-IF.
005341 7100-EXIT.
005342     EXIT.
005343*
005344*****************************************************************
005345*  7110-READ-PENDING
005346*  READS THE NEXT PENDING CHANGE, SETTING END-OF-PENDING WHEN
005347*  THE FILE IS EXHAUSTED.
005348*****************************************************************
005349 7110-READ-PENDING.
005350     READ PENDING-CHANGE-FILE
005351         AT END
005352             SET END-OF-PENDING TO TRUE
005353     END-READ.
005354 7110-EXIT.
005355     EXIT.
005356*
005357*****************************************************************
005358*  7120-MATCH-ONE-PENDING
005359*  STOPS THE SEARCH AT A CHANGE WAITING ON THE SAME RATE, OR
005360*  READS ON.
005361*****************************************************************
005362 7120-MATCH-ONE-PENDING.
005363     IF PCH-RECORD-KEY = WS-CHANGE-KEY
005364         SET ALREADY-PENDING TO TRUE
005365         SET END-OF-PENDING TO TRUE
005366         GO TO 7120-EXIT
005367     END-IF.
005368     PERFORM 7110-READ-PENDING THRU 7110-EXIT.
005369 7120-EXIT.
005370     EXIT.
005371*
005372*****************************************************************
005373*  7200-WRITE-PENDING
005374*  COMPLETES AND APPENDS THE KEYED CHANGE TO PRICPEND - THE
005375*  CALLER HAS SET THE ACTION AND THE IMAGES; THE RATE KEY,
005376*  THE MAKER AND THE TIMESTAMP ARE ADDED HERE. THE FILE IS
005377*  CREATED ON ITS FIRST USE. A CHANGE THAT CANNOT BE WRITTEN
005378*  ENDS THE SESSION - IT MUST NOT APPEAR TO HAVE BEEN KEYED.
005379*****************************************************************
005380 7200-WRITE-PENDING.
005381     MOVE "PRICEREF" TO PCH-FILE-ID.
005382     MOVE WS-PRICE-CODE TO WS-CHG-PRICE-CODE.
005383     MOVE WS-EFFECTIVE-DATE TO WS-CHG-EFFECTIVE-DATE.
005384     MOVE WS-CHANGE-KEY TO PCH-RECORD-KEY.
005385     MOVE OPC-OPERATOR-ID TO PCH-MAKER-ID.
005386     ACCEPT PCH-MAKER-DATE FROM DATE YYYYMMDD.
005387     ACCEPT PCH-MAKER-TIME FROM TIME.
005388     OPEN EXTEND PENDING-CHANGE-FILE.
005389     IF WS-PEND-STATUS = "35"
005390         OPEN OUTPUT PENDING-CHANGE-FILE
005391     END-IF.
005392     IF WS-PEND-STATUS NOT = "00"
005393         DISPLAY "*** ERROR OPENING PRICPEND - STATUS "
005394             WS-PEND-STATUS
005395         MOVE 16 TO RETURN-CODE
005396         GO TO 9999-ABEND
005397     END-IF.
005398     WRITE PENDING-CHANGE-RECORD.
005399     IF WS-PEND-STATUS NOT = "00"
005400         DISPLAY "*** ERROR WRITING PRICPEND - STATUS "
005401             WS-PEND-STATUS
005402         MOVE 16 TO RETURN-CODE
005403         GO TO 9999-ABEND
005404     END-IF.
005405     CLOSE PENDING-CHANGE-FILE.
005406 7200-EXIT.
005407     EXIT.
005408*
005409*****************************************************************
005410*  7300-WRITE-JOURNAL
005411*  APPENDS THE JOURNAL RECORD FOR AN APPLIED CHANGE - BOTH
005412*  IMAGES, THE MAKER AND WHEN THEY KEYED IT, AND THE CHECKER
005413*  AND WHEN THEY APPROVED IT. AN APPLIED CHANGE THAT CANNOT BE
005414*  JOURNALLED ENDS THE SESSION.
005415*****************************************************************
005416 7300-WRITE-JOURNAL.
005417     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
005418     MOVE PCH-FILE-ID TO CJN-FILE-ID.
005419     MOVE PCH-RECORD-KEY TO CJN-RECORD-KEY.
005420     MOVE PCH-ACTION TO CJN-ACTION.
005421     MOVE PCH-BEFORE-IMAGE TO CJN-BEFORE-IMAGE.
005422     MOVE PCH-AFTER-IMAGE TO CJN-AFTER-IMAGE.
005423     MOVE PCH-MAKER-ID TO CJN-MAKER-ID.
005424     MOVE PCH-MAKER-DATE TO CJN-MAKER-DATE.
005425     MOVE PCH-MAKER-TIME TO CJN-MAKER-TIME.
005426     MOVE OPC-OPERATOR-ID TO CJN-CHECKER-ID.
005427     ACCEPT CJN-CHECKER-DATE FROM DATE YYYYMMDD.
005428     ACCEPT CJN-CHECKER-TIME FROM TIME.
005429     WRITE CHANGE-JOURNAL-RECORD.
005430     IF WS-JRNL-STATUS NOT = "00"
005431         DISPLAY "*** ERROR WRITING CHGJRNL - STATUS "
005432             WS-JRNL-STATUS
005433         MOVE 16 TO RETURN-CODE
005434         GO TO 9999-ABEND
005435     END-IF.
005436 7300-EXIT.
005437     EXIT.
005438*
005439*****************************************************************
005440*  8000-FINALIZE
005441*  CLOSES THE PRICE REFERENCE FILE AND REPORTS WHAT THE
005442*  SESSION DID - CHANGES KEYED FOR APPROVAL, AND CHANGES
005443*  APPROVED OR REJECTED AS THE SECOND OPERATOR.
005444*****************************************************************
005445 8000-FINALIZE.
005446     CLOSE PRICE-REF-FILE.
005447     DISPLAY "ADDS KEYED FOR APPROVAL          : " WS-ADD-COUNT.
005448     DISPLAY "CHANGES KEYED FOR APPROVAL       : "
005449         WS-CHANGE-COUNT.
005450     DISPLAY "DEACTIVATIONS KEYED FOR APPROVAL : " WS-DEACT-COUNT.
005451     DISPLAY "CHANGES APPROVED                 : "
005452         WS-APPROVE-COUNT.
005453     DISPLAY "CHANGES REJECTED                 : "
005454         WS-REJECT-COUNT.
005455 8000-EXIT.
005456     EXIT.
005457*
005458*****************************************************************
005459*  9999-ABEND
005460*  TERMINATES THE RUN AFTER A FATAL FILE ERROR. RETURN-CODE WAS
005470*  ALREADY SET BY THE CALLER.
005480*****************************************************************
