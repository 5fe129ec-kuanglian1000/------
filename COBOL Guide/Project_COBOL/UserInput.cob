000520*                   CHECKED. A DENIAL IS LOGGED TO AUDITLOG BY
000530*                   OPCHECK, SHOWS ON AUDRPT, AND ENDS THE
000540*                   SESSION RC 8 WITH NOTHING KEYED.
000541*  2026-10-15 KLC   TWO-PASS KEY VERIFICATION, IN THE OLD CARD-
000542*                   VERIFIER STYLE. THE FIRST KEYING NO LONGER
000543*                   GOES STRAIGHT TO USERIFC - IT IS WRITTEN TO
000544*                   THE NEW USERKEY PENDING FILE. "VERIFY" ON THE
000545*                   COMMAND LINE RUNS THE SECOND PASS: ANOTHER
000546*                   OPERATOR (NEVER THE ONE WHO FIRST KEYED THE
000547*                   ENTRY) RE-KEYS EACH PENDING ENTRY BLIND, AND
000548*                   ONLY AN ENTRY WHOSE TWO KEYINGS AGREE IS
000549*                   RELEASED TO USERIFC. A MISMATCH STAYS ON
000550*                   USERKEY FOR "RESOLVE" MODE, WHERE A
000551*                   SUPERVISOR SEES THE TWO KEYINGS SIDE BY SIDE
000552*                   AND RELEASES ONE OR DROPS THE ENTRY. EVERY
000553*                   VERIFY AND RESOLVE DECISION IS LOGGED TO
000554*                   AUDITLOG WITH BOTH OPERATOR-IDS.
000555*****************************************************************
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000650         ASSIGN TO USERIFC
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-IFC-STATUS.
000672     SELECT USER-KEY-FILE
000674         ASSIGN TO USERKEY
000676         ORGANIZATION IS SEQUENTIAL
000678         FILE STATUS IS WS-KEY-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000740 FD  INTERFACE-FILE
000750     LABEL RECORDS ARE STANDARD
000760     COPY USERIFC.
000762 FD  USER-KEY-FILE
000764     LABEL RECORDS ARE STANDARD
000766     COPY USERKEY.
000770*
000780 WORKING-STORAGE SECTION.
000790*
001030*    -------------------------------------------------------
001040 77  WS-AUDIT-STATUS       PIC X(02)                 VALUE "00".
001050 77  WS-IFC-STATUS         PIC X(02)                 VALUE "00".
001051 77  WS-KEY-STATUS         PIC X(02)                 VALUE "00".
001052*
001053*    -------------------------------------------------------
001054*    SESSION MODE - BLANK OR "KEY" FOR THE FIRST KEYING,
001055*    "VERIFY" FOR THE BLIND SECOND KEYING, "RESOLVE" FOR THE
001056*    SUPERVISOR'S PASS OVER THE MISMATCHES.
001057*    -------------------------------------------------------
001058 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
001059 01  WS-MODE               PIC X(10)                 VALUE SPACES.
001060     88  MODE-KEY                                   VALUE SPACES.
001061     88  MODE-VERIFY
001062             VALUE "VERIFY".
001063     88  MODE-RESOLVE
001064             VALUE "RESOLVE".
001065*
001066*    -------------------------------------------------------
001067*    VERIFY AND RESOLVE WORK FIELDS AND COUNTERS.
001068*    -------------------------------------------------------
001069 77  WS-ACTION             PIC X(01)                 VALUE SPACE.
001070 77  WS-AUDIT-PROGRAM      PIC X(08)                 VALUE SPACES.
001071 77  WS-RELEASE-VALUE      PIC S9(07)                VALUE 0.
001072 77  WS-VALUE-EDIT-1       PIC -(6)9.
001073 77  WS-VALUE-EDIT-2       PIC -(6)9.
001074 77  WS-RELEASED-COUNT     BINARY-LONG               VALUE 0.
001075 77  WS-MISMATCH-COUNT     BINARY-LONG               VALUE 0.
001076 77  WS-OWN-COUNT          BINARY-LONG               VALUE 0.
001077 77  WS-SKIPPED-COUNT      BINARY-LONG               VALUE 0.
001078 77  WS-DROPPED-COUNT      BINARY-LONG               VALUE 0.
001079*
001080*    -------------------------------------------------------
001081*    KEEP BUFFER - ENTRIES STILL PENDING OR MISMATCHED ARE
001082*    HELD HERE SO USERKEY CAN BE REWRITTEN WITH ONLY WHAT IS
001083*    STILL OUTSTANDING, THE HOLD-TABLE DISCIPLINE REJENTRY
001084*    USES.
001085*    -------------------------------------------------------
001086 77  WS-HOLD-MAX           BINARY-LONG               VALUE 10000.
001087 77  WS-HOLD-IX            BINARY-LONG               VALUE 0.
001088 77  WS-KEEP-COUNT         BINARY-LONG               VALUE 0.
001089 01  WS-KEEP-TABLE.
001090     05  WS-KEEP-ENTRY     OCCURS 10000 TIMES
001091                           PIC X(62).
001092*
001093*    -------------------------------------------------------
001094*    SHARED RUN-STATUS PARAMETER RECORD.
001095*    -------------------------------------------------------
001100     COPY RUNSTREC.
001110*
001120*    -------------------------------------------------------
001210     88  END-OF-INPUT                               VALUE "Y".
001220 01  SW-VALID-ENTRY        PIC X(01)                 VALUE "N".
001230     88  VALID-ENTRY                                VALUE "Y".
001232 01  SW-END-OF-PENDING     PIC X(01)                 VALUE "N".
001234     88  END-OF-PENDING                             VALUE "Y".
001236 01  SW-FIELD-VALID        PIC X(01)                 VALUE "N".
001238     88  FIELD-VALID                                VALUE "Y".
001240*
001250 PROCEDURE DIVISION.
001260*
001280*  0000-MAINLINE
001290*  DRIVES THE ACCEPT/ACCUMULATE LOOP UNTIL THE OPERATOR ENTERS
001300*  THE STOP SENTINEL, THEN DISPLAYS THE RUNNING TOTAL AND COUNT.
001305*  A VERIFY OR RESOLVE SESSION WALKS THE PENDING FILE INSTEAD.
001310*****************************************************************
001320 0000-MAINLINE.
001330     PERFORM 7500-LOG-RUN-START THRU 7500-EXIT.
001340     PERFORM 1000-VERIFY-OPERATOR THRU 1000-EXIT.
001350     EVALUATE TRUE
001360         WHEN MODE-VERIFY AND NOT END-OF-INPUT
001370             PERFORM 3000-VERIFY-ENTRIES THRU 3000-EXIT
001371         WHEN MODE-RESOLVE AND NOT END-OF-INPUT
001372             PERFORM 4000-RESOLVE-MISMATCHES THRU 4000-EXIT
001373         WHEN OTHER
001374             PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
001375                 UNTIL END-OF-INPUT
001376             PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT
001377     END-EVALUATE.
001380     PERFORM 7600-LOG-RUN-END THRU 7600-EXIT.
001390     STOP RUN.
001400*
001440*  THROUGH THE SHARED OPCHECK SUBPROGRAM BEFORE ANY ENTRY IS
001450*  ACCEPTED. OPCHECK DISPLAYS THE REASON AND LOGS EVERY
001460*  DENIAL TO AUDITLOG ITSELF - A DENIED SESSION ACCEPTS
001470*  NOTHING AND ENDS RC 8. KEYING AND VERIFYING NEED ENTRY
001475*  LEVEL; RESOLVING A MISMATCH NEEDS A SUPERVISOR.
001480*****************************************************************
001490 1000-VERIFY-OPERATOR.
001492     PERFORM 1100-SELECT-MODE THRU 1100-EXIT.
001494     IF END-OF-INPUT
001496         GO TO 1000-EXIT
001498     END-IF.
001500     MOVE SPACES TO OP-CHECK-RECORD.
001510     ACCEPT OPC-OPERATOR-ID FROM ENVIRONMENT "USER".
001520     MOVE "USERINPU" TO OPC-PROGRAM-ID.
001530     IF MODE-RESOLVE
001532         MOVE 9 TO OPC-REQUIRED-LEVEL
001534     ELSE
001536         MOVE 1 TO OPC-REQUIRED-LEVEL
001538     END-IF.
001540     CALL "OPCHECK" USING OP-CHECK-RECORD.
001550     IF OPC-DENIED
001560         MOVE 8 TO RETURN-CODE
001600     EXIT.
001610*
001620*****************************************************************
001621*  1100-SELECT-MODE
001622*  TAKES THE SESSION MODE FROM THE COMMAND LINE - BLANK OR KEY,
001623*  VERIFY, OR RESOLVE. ANYTHING ELSE ENDS THE SESSION RC 8
001624*  WITH NOTHING KEYED.
001625*****************************************************************
001626 1100-SELECT-MODE.
001627     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001628     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
001629         INTO WS-MODE.
001630     IF WS-MODE = "KEY"
001631         MOVE SPACES TO WS-MODE
001632     END-IF.
001633     IF NOT (MODE-KEY OR MODE-VERIFY OR MODE-RESOLVE)
001634         DISPLAY "*** MODE MUST BE KEY, VERIFY OR RESOLVE - "
001635             "SESSION ENDED ***"
001636         MOVE 8 TO RETURN-CODE
001637         SET END-OF-INPUT TO TRUE
001638     END-IF.
001639 1100-EXIT.
001640     EXIT.
001641*
001642*****************************************************************
001643*  2000-PROCESS-ONE-ENTRY
001644*  OBTAINS ONE VALID INTEGER (OR THE STOP SENTINEL) AND, UNLESS
001650*  THE OPERATOR IS STOPPING, ADDS IT TO THE RUNNING TOTAL, BUMPS
001660*  THE ENTRY COUNT, AND WRITES THE AUDIT RECORD AND THE
001665*  PENDING RECORD THAT WAITS FOR THE VERIFYING OPERATOR.
001670*****************************************************************
001680 2000-PROCESS-ONE-ENTRY.
001690     MOVE "N" TO SW-VALID-ENTRY.
001740         ADD 1 TO I
001750         DISPLAY "YOUR INPUT IS " N
001760         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
001770         PERFORM 7200-WRITE-PENDING-RECORD THRU 7200-EXIT
001780     END-IF.
001790 2000-EXIT.
001800     EXIT.
002250     EXIT.
002260*
002270*****************************************************************
002271*  3000-VERIFY-ENTRIES
002272*  THE BLIND SECOND KEYING. WALKS USERKEY AND HAS THE
002273*  OPERATOR RE-KEY EACH ENTRY STILL AWAITING VERIFICATION
002274*  WITHOUT SEEING THE FIRST KEYING, THEN REWRITES USERKEY
002275*  WITH WHAT IS STILL OUTSTANDING. THE STOP SENTINEL ENDS THE
002276*  SESSION EARLY - THE ENTRIES NOT YET REACHED STAY PENDING.
002277*****************************************************************
002278 3000-VERIFY-ENTRIES.
002279     MOVE "USERVRFY" TO WS-AUDIT-PROGRAM.
002280     PERFORM 3100-OPEN-PENDING THRU 3100-EXIT.
002281     PERFORM 3200-VERIFY-ONE-ENTRY THRU 3200-EXIT
002282         UNTIL END-OF-PENDING.
002283     PERFORM 3900-REWRITE-PENDING THRU 3900-EXIT.
002284     DISPLAY " ".
002285     DISPLAY "ENTRIES VERIFIED AND RELEASED : " WS-RELEASED-COUNT.
002286     DISPLAY "ENTRIES NOT AGREEING          : " WS-MISMATCH-COUNT.
002287     DISPLAY "ENTRIES YOU KEYED YOURSELF    : " WS-OWN-COUNT.
002288 3000-EXIT.
002289     EXIT.
002290*
002291*****************************************************************
002292*  3100-OPEN-PENDING
002293*  OPENS USERKEY AND PRIMES THE PASS WITH ITS FIRST RECORD. A
002294*  PENDING FILE THAT DOES NOT EXIST SIMPLY HAS NOTHING WAITING
002295*  - NOT AN ERROR.
002296*****************************************************************
002297 3100-OPEN-PENDING.
002298     OPEN INPUT USER-KEY-FILE.
002299     IF WS-KEY-STATUS = "35"
002300         DISPLAY "NO USERKEY FILE - NOTHING AWAITING VERIFICATION"
002301         SET END-OF-PENDING TO TRUE
002302         GO TO 3100-EXIT
002303     END-IF.
002304     IF WS-KEY-STATUS NOT = "00"
002305         DISPLAY "*** ERROR OPENING USERKEY - STATUS "
002306             WS-KEY-STATUS
002307         MOVE 16 TO RETURN-CODE
002308         GO TO 9999-ABEND
002309     END-IF.
002310     PERFORM 3150-READ-PENDING THRU 3150-EXIT.
002311 3100-EXIT.
002312     EXIT.
002313*
002314*****************************************************************
002315*  3150-READ-PENDING
002316*  READS THE NEXT PENDING ENTRY, SETTING END-OF-FILE WHEN
002317*  EXHAUSTED.
002318*****************************************************************
002319 3150-READ-PENDING.
002320     READ USER-KEY-FILE
002321         AT END
002322             SET END-OF-PENDING TO TRUE
002323     END-READ.
002324 3150-EXIT.
002325     EXIT.
002326*
002327*****************************************************************
002328*  3200-VERIFY-ONE-ENTRY
002329*  VERIFIES THE CURRENT PENDING ENTRY AND READS THE NEXT.
002330*****************************************************************
002331 3200-VERIFY-ONE-ENTRY.
002332     PERFORM 3210-CHECK-ONE-ENTRY THRU 3210-EXIT.
002333     PERFORM 3150-READ-PENDING THRU 3150-EXIT.
002334 3200-EXIT.
002335     EXIT.
002336*
002337*****************************************************************
002338*  3210-CHECK-ONE-ENTRY
002339*  A MISMATCHED ENTRY BELONGS TO THE SUPERVISOR, AND AN ENTRY
002340*  THE SIGNED-ON OPERATOR KEYED CANNOT BE VERIFIED BY THEM -
002341*  BOTH ARE KEPT AS THEY ARE. OTHERWISE THE OPERATOR RE-KEYS
002342*  THE ENTRY, SHOWN ONLY ITS NUMBER AND WHO KEYED IT WHEN. A
002343*  RE-KEYING THAT AGREES RELEASES THE ENTRY TO USERIFC; ONE
002344*  THAT DOES NOT MARKS IT MISMATCHED WITH THE SECOND KEYING
002345*  AND THE VERIFIER'S ID. EITHER WAY THE DECISION IS LOGGED TO
002346*  AUDITLOG WITH BOTH OPERATOR-IDS.
002347*****************************************************************
002348 3210-CHECK-ONE-ENTRY.
002349     IF UKY-MISMATCHED OR END-OF-INPUT
002350         PERFORM 3800-KEEP-PENDING THRU 3800-EXIT
002351         GO TO 3210-EXIT
002352     END-IF.
002353     IF UKY-KEYER-ID = OPC-OPERATOR-ID
002354         ADD 1 TO WS-OWN-COUNT
002355         PERFORM 3800-KEEP-PENDING THRU 3800-EXIT
002356         GO TO 3210-EXIT
002357     END-IF.
002358     DISPLAY " ".
002359     DISPLAY "VERIFY ENTRY " UKY-ENTRY-NO " KEYED " UKY-KEY-DATE
002360         " " UKY-KEY-TIME " BY " UKY-KEYER-ID.
002361     MOVE "N" TO SW-VALID-ENTRY.
002362     PERFORM 2100-ACCEPT-AND-VALIDATE THRU 2100-EXIT
002363         UNTIL VALID-ENTRY OR END-OF-INPUT.
002364     IF END-OF-INPUT
002365         PERFORM 3800-KEEP-PENDING THRU 3800-EXIT
002366         GO TO 3210-EXIT
002367     END-IF.
002368     MOVE OPC-OPERATOR-ID TO UKY-VERIFIER-ID.
002369     MOVE N TO UKY-SECOND-VALUE.
002370     IF UKY-SECOND-VALUE = UKY-FIRST-VALUE
002371         MOVE UKY-FIRST-VALUE TO WS-RELEASE-VALUE
002372         PERFORM 7100-WRITE-INTERFACE-RECORD THRU 7100-EXIT
002373         PERFORM 7050-WRITE-DECISION-AUDIT THRU 7050-EXIT
002374         ADD 1 TO WS-RELEASED-COUNT
002375         ADD 1 TO I
002376         ADD N TO S
002377         DISPLAY "ENTRY VERIFIED - RELEASED TO USERIFC"
002378     ELSE
002379         SET UKY-MISMATCHED TO TRUE
002380         MOVE ZERO TO WS-RELEASE-VALUE
002381         PERFORM 7050-WRITE-DECISION-AUDIT THRU 7050-EXIT
002382         PERFORM 3800-KEEP-PENDING THRU 3800-EXIT
002383         ADD 1 TO WS-MISMATCH-COUNT
002384         DISPLAY "*** DOES NOT AGREE WITH THE FIRST KEYING - "
002385             "HELD FOR A SUPERVISOR ***"
002386     END-IF.
002387 3210-EXIT.
002388     EXIT.
002389*
002390*****************************************************************
002391*  3800-KEEP-PENDING
002392*  BUFFERS THE CURRENT ENTRY TO BE REWRITTEN ONTO USERKEY -
002393*  STILL OUTSTANDING, NOT FORGOTTEN.
002394*****************************************************************
002395 3800-KEEP-PENDING.
002396     IF WS-KEEP-COUNT >= WS-HOLD-MAX
002397         DISPLAY "*** USERKEY EXCEEDS THE BUFFER - SESSION "
002398             "ABANDONED ***"
002399         MOVE 16 TO RETURN-CODE
002400         GO TO 9999-ABEND
002401     END-IF.
002402     ADD 1 TO WS-KEEP-COUNT.
002403     MOVE USER-KEY-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT).
002404 3800-EXIT.
002405     EXIT.
002406*
002407*****************************************************************
002408*  3900-REWRITE-PENDING
002409*  REWRITES USERKEY WITH ONLY THE ENTRIES STILL PENDING OR
002410*  MISMATCHED. THE RELEASED ENTRIES ARE ALREADY ON USERIFC, SO
002411*  EVERY ENTRY EXISTS ON ONE FILE OR THE OTHER.
002412*****************************************************************
002413 3900-REWRITE-PENDING.
002414     IF WS-KEY-STATUS = "35"
002415         GO TO 3900-EXIT
002416     END-IF.
002417     CLOSE USER-KEY-FILE.
002418     OPEN OUTPUT USER-KEY-FILE.
002419     PERFORM 3910-REWRITE-ONE-PENDING THRU 3910-EXIT
002420         VARYING WS-HOLD-IX FROM 1 BY 1
002421         UNTIL WS-HOLD-IX > WS-KEEP-COUNT.
002422     CLOSE USER-KEY-FILE.
002423 3900-EXIT.
002424     EXIT.
002425*
002426*****************************************************************
002427*  3910-REWRITE-ONE-PENDING
002428*  WRITES ONE KEPT ENTRY BACK ONTO USERKEY.
002429*****************************************************************
002430 3910-REWRITE-ONE-PENDING.
002431     MOVE WS-KEEP-ENTRY(WS-HOLD-IX) TO USER-KEY-RECORD.
002432     WRITE USER-KEY-RECORD.
002433 3910-EXIT.
002434     EXIT.
002435*
002436*****************************************************************
002437*  4000-RESOLVE-MISMATCHES
002438*  THE SUPERVISOR'S PASS. WALKS USERKEY AND SHOWS EACH
002439*  MISMATCHED ENTRY'S TWO KEYINGS SIDE BY SIDE FOR A DECISION,
002440*  THEN REWRITES USERKEY WITH WHAT IS STILL OUTSTANDING.
002441*****************************************************************
002442 4000-RESOLVE-MISMATCHES.
002443     MOVE "USERRSLV" TO WS-AUDIT-PROGRAM.
002444     PERFORM 3100-OPEN-PENDING THRU 3100-EXIT.
002445     PERFORM 4200-RESOLVE-ONE-ENTRY THRU 4200-EXIT
002446         UNTIL END-OF-PENDING.
002447     PERFORM 3900-REWRITE-PENDING THRU 3900-EXIT.
002448     DISPLAY " ".
002449     DISPLAY "ENTRIES RELEASED  : " WS-RELEASED-COUNT.
002450     DISPLAY "ENTRIES SKIPPED   : " WS-SKIPPED-COUNT.
002451     DISPLAY "ENTRIES DROPPED   : " WS-DROPPED-COUNT.
002452     DISPLAY "ENTRIES YOU KEYED : " WS-OWN-COUNT.
002453 4000-EXIT.
002454     EXIT.
002455*
002456*****************************************************************
002457*  4200-RESOLVE-ONE-ENTRY
002458*  RESOLVES THE CURRENT ENTRY AND READS THE NEXT.
002459*****************************************************************
002460 4200-RESOLVE-ONE-ENTRY.
002461     PERFORM 4210-SHOW-AND-DECIDE THRU 4210-EXIT.
002462     PERFORM 3150-READ-PENDING THRU 3150-EXIT.
002463 4200-EXIT.
002464     EXIT.
002465*
002466*****************************************************************
002467*  4210-SHOW-AND-DECIDE
002468*  AN ENTRY STILL AWAITING ITS SECOND KEYING IS KEPT AS IT IS,
002469*  AS IS A MISMATCH THE SUPERVISOR KEYED OR VERIFY-KEYED -
002470*  THEY MAY NOT JUDGE THEIR OWN WORK. OTHERWISE THE TWO
002471*  KEYINGS ARE SHOWN SIDE BY SIDE AND THE SUPERVISOR RELEASES
002472*  THE FIRST, RELEASES THE SECOND, SKIPS THE ENTRY FOR ANOTHER
002473*  DAY, OR DROPS IT. A RELEASE OR A DROP IS LOGGED TO
002474*  AUDITLOG.
002475*****************************************************************
002476 4210-SHOW-AND-DECIDE.
002477     IF NOT UKY-MISMATCHED
002478         PERFORM 3800-KEEP-PENDING THRU 3800-EXIT
002479         GO TO 4210-EXIT
002480     END-IF.
002481     IF UKY-KEYER-ID = OPC-OPERATOR-ID
002482             OR UKY-VERIFIER-ID = OPC-OPERATOR-ID
002483         ADD 1 TO WS-OWN-COUNT
002484         PERFORM 3800-KEEP-PENDING THRU 3800-EXIT
002485         GO TO 4210-EXIT
002486     END-IF.
002487     MOVE UKY-FIRST-VALUE TO WS-VALUE-EDIT-1.
002488     MOVE UKY-SECOND-VALUE TO WS-VALUE-EDIT-2.
002489     DISPLAY " ".
002490     DISPLAY "ENTRY " UKY-ENTRY-NO " KEYED " UKY-KEY-DATE " "
002491         UKY-KEY-TIME.
002492     DISPLAY "  FIRST KEYING  " WS-VALUE-EDIT-1 " BY "
002493         UKY-KEYER-ID "   SECOND KEYING  " WS-VALUE-EDIT-2
002494         " BY " UKY-VERIFIER-ID.
002495     MOVE "N" TO SW-FIELD-VALID.
002496     PERFORM 4300-ACCEPT-RESOLUTION THRU 4300-EXIT
002497         UNTIL FIELD-VALID.
002498     EVALUATE WS-ACTION
002499         WHEN "F"
002500             MOVE UKY-FIRST-VALUE TO WS-RELEASE-VALUE
002501             PERFORM 4400-RELEASE-RESOLVED THRU 4400-EXIT
002502         WHEN "V"
002503             MOVE UKY-SECOND-VALUE TO WS-RELEASE-VALUE
002504             PERFORM 4400-RELEASE-RESOLVED THRU 4400-EXIT
002505         WHEN "S"
002506             ADD 1 TO WS-SKIPPED-COUNT
002507             PERFORM 3800-KEEP-PENDING THRU 3800-EXIT
002508         WHEN "D"
002509             MOVE ZERO TO WS-RELEASE-VALUE
002510             PERFORM 7050-WRITE-DECISION-AUDIT THRU 7050-EXIT
002511             ADD 1 TO WS-DROPPED-COUNT
002512             DISPLAY "ENTRY DROPPED"
002513     END-EVALUATE.
002514 4210-EXIT.
002515     EXIT.
002516*
002517*****************************************************************
002518*  4300-ACCEPT-RESOLUTION
002519*  PROMPT-AND-VALIDATE FOR THE SUPERVISOR'S DECISION - FIRST
002520*  KEYING, SECOND KEYING, SKIP OR DROP. ANYTHING ELSE
002521*  RE-PROMPTS.
002522*****************************************************************
002523 4300-ACCEPT-RESOLUTION.
002524     MOVE "N" TO SW-FIELD-VALID.
002525     DISPLAY "RELEASE (F=FIRST KEYING, V=SECOND KEYING, S=SKIP, "
002526         "D=DROP) : ".
002527     ACCEPT WS-ACTION.
002528     IF WS-ACTION = "F" OR WS-ACTION = "V"
002529             OR WS-ACTION = "S" OR WS-ACTION = "D"
002530         SET FIELD-VALID TO TRUE
002531     ELSE
002532         DISPLAY "*** INVALID ACTION, TRY AGAIN ***"
002533     END-IF.
002534 4300-EXIT.
002535     EXIT.
002536*
002537*****************************************************************
002538*  4400-RELEASE-RESOLVED
002539*  RELEASES THE KEYING THE SUPERVISOR CHOSE TO USERIFC AND
002540*  LOGS THE DECISION.
002541*****************************************************************
002542 4400-RELEASE-RESOLVED.
002543     PERFORM 7100-WRITE-INTERFACE-RECORD THRU 7100-EXIT.
002544     PERFORM 7050-WRITE-DECISION-AUDIT THRU 7050-EXIT.
002545     ADD 1 TO WS-RELEASED-COUNT.
002546     ADD 1 TO I.
002547     ADD WS-RELEASE-VALUE TO S.
002548     DISPLAY "ENTRY RELEASED TO USERIFC".
002549 4400-EXIT.
002550     EXIT.
002551*
002552*****************************************************************
002553*  7000-WRITE-AUDIT-RECORD
002554*  APPENDS ONE AUDIT RECORD FOR THIS ENTRY TO THE SHARED
002555*  AUDITLOG FILE. THE FILE IS CREATED ON ITS FIRST USE.
002556*****************************************************************
002557 7000-WRITE-AUDIT-RECORD.
002558     OPEN EXTEND AUDIT-FILE.
002559     IF WS-AUDIT-STATUS = "35"
002560         OPEN OUTPUT AUDIT-FILE
002561     END-IF.
002562     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
002563     ACCEPT AUD-TIME FROM TIME.
002564     MOVE "USERINPUT" TO AUD-PROGRAM-ID.
002565     ACCEPT AUD-OPERATOR-ID FROM ENVIRONMENT "USER".
002566     MOVE N TO AUD-INPUT-1.
002567     MOVE ZERO TO AUD-INPUT-2.
002568     MOVE S TO AUD-RESULT.
002569     MOVE SPACES TO AUD-SECOND-OPERATOR-ID.
002570     WRITE AUDIT-RECORD.
002571     CLOSE AUDIT-FILE.
002572 7000-EXIT.
002573     EXIT.
002574*
002575*****************************************************************
002576*  7050-WRITE-DECISION-AUDIT
002577*  APPENDS ONE AUDIT RECORD FOR A VERIFY OR RESOLVE DECISION -
002578*  THE SIGNED-ON OPERATOR, THE OPERATOR WHO FIRST KEYED THE
002579*  ENTRY AS THE SECOND OPERATOR, BOTH KEYINGS AS THE INPUTS,
002580*  AND THE VALUE RELEASED (ZERO WHEN NOTHING WAS) AS THE
002581*  RESULT.
002582*****************************************************************
002583 7050-WRITE-DECISION-AUDIT.
002584     OPEN EXTEND AUDIT-FILE.
002585     IF WS-AUDIT-STATUS = "35"
002586         OPEN OUTPUT AUDIT-FILE
002587     END-IF.
002588     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
002589     ACCEPT AUD-TIME FROM TIME.
002590     MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM-ID.
002591     MOVE OPC-OPERATOR-ID TO AUD-OPERATOR-ID.
002592     MOVE UKY-KEYER-ID TO AUD-SECOND-OPERATOR-ID.
002593     MOVE UKY-FIRST-VALUE TO AUD-INPUT-1.
002594     MOVE UKY-SECOND-VALUE TO AUD-INPUT-2.
002595     MOVE WS-RELEASE-VALUE TO AUD-RESULT.
002596     WRITE AUDIT-RECORD.
002597     CLOSE AUDIT-FILE.
002598 7050-EXIT.
002599     EXIT.
002600*
002601*****************************************************************
002602*  7100-WRITE-INTERFACE-RECORD
002603*  APPENDS ONE FIXED-LAYOUT RECORD FOR A RELEASED ENTRY TO THE
002604*  SHARED USERIFC FILE SO A DOWNSTREAM BATCH STEP CAN READ
002605*  BACK WHAT WAS KEYED AND VERIFIED. THE FILE IS CREATED ON
002606*  ITS FIRST USE.
002607*****************************************************************
002608 7100-WRITE-INTERFACE-RECORD.
002609     OPEN EXTEND INTERFACE-FILE.
002610     IF WS-IFC-STATUS = "35"
002611         OPEN OUTPUT INTERFACE-FILE
002612     END-IF.
002613     MOVE UKY-ENTRY-NO TO IF-ENTRY-NO.
002614     MOVE WS-RELEASE-VALUE TO IF-VALUE.
002620     WRITE INTERFACE-RECORD.
002630     CLOSE INTERFACE-FILE.
002640 7100-EXIT.
002641     EXIT.
002642*
002643*****************************************************************
002644*  7200-WRITE-PENDING-RECORD
002645*  APPENDS THE FIRST KEYING OF THIS ENTRY TO USERKEY, WHERE IT
002646*  WAITS FOR ANOTHER OPERATOR TO VERIFY IT. THE FILE IS
002647*  CREATED ON ITS FIRST USE.
002648*****************************************************************
002649 7200-WRITE-PENDING-RECORD.
002650     OPEN EXTEND USER-KEY-FILE.
002651     IF WS-KEY-STATUS = "35"
002652         OPEN OUTPUT USER-KEY-FILE
002653     END-IF.
002654     MOVE SPACES TO USER-KEY-RECORD.
002655     MOVE I TO UKY-ENTRY-NO.
002656     ACCEPT UKY-KEY-DATE FROM DATE YYYYMMDD.
002657     ACCEPT UKY-KEY-TIME FROM TIME.
002658     MOVE OPC-OPERATOR-ID TO UKY-KEYER-ID.
002659     MOVE N TO UKY-FIRST-VALUE.
002660     SET UKY-AWAITING-VERIFY TO TRUE.
002661     MOVE ZERO TO UKY-SECOND-VALUE.
002662     WRITE USER-KEY-RECORD.
002663     CLOSE USER-KEY-FILE.
002664 7200-EXIT.
002665     EXIT.
002666*
002670*****************************************************************
002680*  7500-LOG-RUN-START
002690*  LOGS THE START OF THIS SESSION ON THE SHARED RUN-STATUS
002850*
002860*****************************************************************
002870*  7600-LOG-RUN-END
002880*  LOGS THE END OF THIS SESSION - ENTRIES KEYED, OR ENTRIES
002890*  RELEASED TO USERIFC BY A VERIFY OR RESOLVE SESSION.
002900*****************************************************************
002910 7600-LOG-RUN-END.
002920     SET RS-END-EVENT TO TRUE.
003080     DISPLAY "RUNNING TOTAL    : " S.
003090 8000-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130*  9999-ABEND
003140*  TERMINATES THE SESSION AFTER A FATAL FILE ERROR, LOGGING
003150*  THE ABNORMAL END ON THE RUN-STATUS FILE. RETURN-CODE WAS
003160*  ALREADY SET BY THE CALLER.
003170*****************************************************************
003180 9999-ABEND.
003190     SET RS-END-EVENT TO TRUE.
003200     MOVE I TO RS-RECORDS-READ.
003210     MOVE I TO RS-RECORDS-WRITTEN.
003220     MOVE RETURN-CODE TO RS-RETURN-CODE.
003230     SET RS-ABEND TO TRUE.
003240     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
003250     MOVE RS-RETURN-CODE TO RETURN-CODE.
003260     STOP RUN.
