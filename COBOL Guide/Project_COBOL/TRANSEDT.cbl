000300*                   COUNT AND HASH TOTAL VALID NUMERICS) AND
000310*                   PASSED THROUGH TO THE ACCEPTED FILE SO THE
000320*                   BATCH DRIVER CAN ENFORCE THE BATCH TOTALS.
000321*  2026-10-15 KLC   ITEM-LEVEL DUPLICATE CHECK. EACH VALID
000322*                   DETAIL IS MATCHED ON OPERATION CODE, NUM1
000323*                   AND NUM2 AGAINST THE ITEMS ALREADY ACCEPTED
000324*                   TONIGHT AND AGAINST THE NEW ITEMHIST FILE OF
000325*                   ITEMS ACCEPTED OVER THE LAST N NIGHTS
000326*                   (COMMAND-LINE DAYS, DEFAULT 7) UNDER ANOTHER
000327*                   BATCH-ID. A SUSPECT IS KEPT OUT OF TRANSACC,
000328*                   WRITTEN TO DUPHELD FOR DUPREV AND LISTED ON
000329*                   THE NEW DUPLST REVIEW LISTING. EACH BATCH IS
000330*                   NOW BUFFERED FROM HEADER TO TRAILER SO ITS
000331*                   HEADER COUNT AND HASH CAN BE REDUCED BY THE
000332*                   ITEMS HELD, LEAVING THE REST OF THE BATCH TO
000333*                   BALANCE IN HELLOBAT. "D" BATCHES - ITEMS THE
000334*                   DESK HAS CONFIRMED GENUINE - ARE NOT
000335*                   CHECKED AGAIN.
000336*  2026-10-15 KLC   A RERUN FOR THE SAME NIGHT FIRST TAKES THE
000337*                   ITEMS HELD EARLIER TONIGHT BACK OFF DUPHELD,
000338*                   SINCE THE RERUN HOLDS THEM AGAIN - DUPREV NO
000339*                   LONGER SEES TWO COPIES OF ONE SUSPECT.
000340*****************************************************************
000341*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000510         ASSIGN TO EDITLST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-EDIT-LIST-STATUS.
000531     SELECT ITEM-HIST-FILE
000532         ASSIGN TO ITEMHIST
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS RANDOM
000535         RECORD KEY IS ITH-KEY
000536         FILE STATUS IS WS-ITEMHIST-STATUS.
000537     SELECT DUP-HELD-FILE
000538         ASSIGN TO DUPHELD
000539         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-DUPHELD-STATUS.
000541     SELECT DUP-LIST-FILE
000542         ASSIGN TO DUPLST
000543         ORGANIZATION IS SEQUENTIAL
000544         FILE STATUS IS WS-DUP-LIST-STATUS.
000545*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TRANS-IN-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760 01  EDIT-LIST-LINE        PIC X(80).
000761 FD  ITEM-HIST-FILE
000762     LABEL RECORDS ARE STANDARD.
000763     COPY ITEMHIST.
000764 FD  DUP-HELD-FILE
000765     LABEL RECORDS ARE STANDARD
000766     RECORDING MODE IS F.
000767     COPY DUPHELD.
000768 FD  DUP-LIST-FILE
000769     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000771 01  DUP-LIST-LINE         PIC X(80).
000772*
000780 WORKING-STORAGE SECTION.
000790*
000800*    -------------------------------------------------------
000880 77  WS-ACCEPT-COUNT       BINARY-LONG               VALUE 0.
000890 77  WS-REJECT-COUNT       BINARY-LONG               VALUE 0.
000900 77  WS-RUN-DATE           PIC X(08)                 VALUE SPACES.
000901 77  WS-ITEMHIST-STATUS    PIC X(02)                 VALUE "00".
000902 77  WS-DUPHELD-STATUS     PIC X(02)                 VALUE "00".
000903 77  WS-DUP-LIST-STATUS    PIC X(02)                 VALUE "00".
000904 77  WS-CHECKED-COUNT      BINARY-LONG               VALUE 0.
000905 77  WS-HELD-COUNT         BINARY-LONG               VALUE 0.
000906 77  WS-ADJUSTED-COUNT     BINARY-LONG               VALUE 0.
000907 77  WS-PURGED-COUNT       BINARY-LONG               VALUE 0.
000908*
000909*    -------------------------------------------------------
000910*    DUPLICATE WINDOW - THE NUMBER OF NIGHTS BACK AN ITEM ON
000911*    ITEMHIST STILL COUNTS (COMMAND-LINE DAYS, DEFAULT 7), AND
000912*    THE DAY-NUMBER WORK FIELDS SUSPAGE USES TO AGE A DATE.
000913*    -------------------------------------------------------
000914 77  WS-WINDOW-DAYS        PIC 9(04)                 VALUE 7.
000915 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
000916 01  WS-PARM-1             PIC X(10)                 VALUE SPACES.
000917 77  WS-TRAILING-SPACES    PIC 9(02)                 VALUE 0.
000918 77  WS-SIGNIFICANT-LEN    PIC 9(02)                 VALUE 0.
000919 01  WS-DATE-WORK          PIC X(08)                 VALUE SPACES.
000920 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
000921     05  WS-DATE-YEAR      PIC 9(04).
000922     05  WS-DATE-MONTH     PIC 9(02).
000923     05  WS-DATE-DAY       PIC 9(02).
000924 77  WS-CALC-YEAR          PIC S9(05) COMP-3         VALUE 0.
000925 77  WS-CALC-MONTH         PIC S9(03) COMP-3         VALUE 0.
000926 77  WS-YEAR-DAYS          PIC S9(08) COMP-3         VALUE 0.
000927 77  WS-CENTURY-DAYS       PIC S9(08) COMP-3         VALUE 0.
000928 77  WS-LEAP-DAYS          PIC S9(08) COMP-3         VALUE 0.
000929 77  WS-MONTH-DAYS         PIC S9(08) COMP-3         VALUE 0.
000930 77  WS-DAY-NUMBER         PIC S9(08) COMP-3         VALUE 0.
000931 77  WS-TODAY-NUMBER       PIC S9(08) COMP-3         VALUE 0.
000932 77  WS-ITEM-AGE           PIC S9(08) COMP-3         VALUE 0.
000933*
000934*    -------------------------------------------------------
000935*    TONIGHT'S ACCEPTED ITEMS - THE MATCH KEY (OPERATION CODE
000936*    AND THE TWO PACKED OPERANDS) AND THE BATCH-ID, SEARCHED
000937*    IN STRAIGHT LINE FOR EVERY DETAIL. ANY EARLIER ITEM
000938*    TONIGHT IS A MATCH, THE SAME BATCH INCLUDED.
000939*    -------------------------------------------------------
000940 01  WS-ITEM-KEY.
000941     05  WS-KEY-OP-CODE    PIC X(01).
000942     05  WS-KEY-NUM1       PIC S9(5)V99 COMP-3.
000943     05  WS-KEY-NUM2       PIC S9(5)V99 COMP-3.
000944 77  WS-TONIGHT-MAX        BINARY-LONG               VALUE 10000.
000945 77  WS-TONIGHT-COUNT      BINARY-LONG               VALUE 0.
000946 77  WS-TONIGHT-IX         BINARY-LONG               VALUE 0.
000947 01  WS-TONIGHT-TABLE.
000948     05  WS-TONIGHT-ENTRY  OCCURS 10000 TIMES.
000949         10  WS-TON-KEY    PIC X(09).
000950         10  WS-TON-BATCH-ID
000951                           PIC X(05).
000952*
000953*    -------------------------------------------------------
000954*    BATCH BUFFER - THE CURRENT BATCH'S ACCEPTED RECORDS FROM
000955*    THE HEADER ON, HELD UNTIL THE TRAILER SO THE HEADER CAN
000956*    BE REDUCED BY THE COUNT AND TR-NUM1 HASH OF THE ITEMS
000957*    HELD AS DUPLICATES BEFORE THE BATCH GOES TO TRANSACC.
000958*    ENTRY 1 IS ALWAYS THE HEADER.
000959*    -------------------------------------------------------
000960 77  WS-BUF-MAX            BINARY-LONG               VALUE 10000.
000961 77  WS-BUF-COUNT          BINARY-LONG               VALUE 0.
000962 77  WS-BUF-IX             BINARY-LONG               VALUE 0.
000963 77  WS-BAT-HELD-COUNT     PIC 9(07)                 VALUE 0.
000964 77  WS-BAT-HELD-HASH      PIC S9(10)V99 COMP-3      VALUE 0.
000965 01  WS-BATCH-BUFFER.
000966     05  WS-BUF-ENTRY      OCCURS 10000 TIMES
000967                           PIC X(21).
000968 01  WS-HDR-IMAGE.
000969     05  WS-HDR-BATCH-ID   PIC X(05).
000970     05  WS-HDR-TYPE       PIC X(01).
000971     05  WS-HDR-COUNT      PIC 9(07).
000972     05  WS-HDR-HASH       PIC S9(10)V99 COMP-3.
000973     05  FILLER            PIC X(01).
000974*
000975*    -------------------------------------------------------
000976*    KEEP BUFFER - THE ITEMS ON DUPHELD FROM EARLIER NIGHTS,
000977*    HELD HERE WHILE DUPHELD IS REWRITTEN WITHOUT TONIGHT'S
000978*    ITEMS BEFORE A RERUN HOLDS THEM AGAIN, THE DISCIPLINE
000979*    DUPREV USES.
000980*    -------------------------------------------------------
000981 77  WS-KEEP-MAX           BINARY-LONG               VALUE 10000.
000982 77  WS-KEEP-COUNT         BINARY-LONG               VALUE 0.
000983 77  WS-KEEP-IX            BINARY-LONG               VALUE 0.
000984 01  WS-KEEP-TABLE.
000985     05  WS-KEEP-ENTRY     OCCURS 10000 TIMES
000986                           PIC X(53).
000987*
000988*    -------------------------------------------------------
000989*    ERROR LISTING LINES - HEADING, ONE DETAIL LINE PER
000990*    FAILED EDIT CHECK, AND THE END-OF-EDIT SUMMARY COUNTS.
000991*    -------------------------------------------------------
000992 01  WS-LIST-HEADING-1.
000993     05  FILLER            PIC X(21)
000994         VALUE "TRANSIN PRE-EDIT RUN ".
000995     05  WS-HDG-RUN-DATE   PIC X(08)                 VALUE SPACES.
001000     05  FILLER            PIC X(51)                 VALUE SPACES.
001010 01  WS-LIST-HEADING-2.
001020     05  FILLER            PIC X(44)
001170     05  FILLER            PIC X(51)                 VALUE SPACES.
001180*
001190*    -------------------------------------------------------
001191*    DUPLICATE REVIEW LISTING LINES - ONE DETAIL LINE PER
001192*    ITEM HELD, SHOWING WHAT IT MATCHED, ONE LINE PER BATCH
001193*    HEADER REDUCED, AND A FREE TEXT LINE FOR WARNINGS.
001194*    -------------------------------------------------------
001195 01  WS-DUP-HEADING-1.
001196     05  FILLER            PIC X(30)
001197         VALUE "DUPLICATE ITEM REVIEW LISTING ".
001198     05  WS-DHD-RUN-DATE   PIC X(08)                 VALUE SPACES.
001199     05  FILLER            PIC X(17)
001200         VALUE "   WINDOW NIGHTS ".
001201     05  WS-DHD-WINDOW     PIC ZZZ9.
001202     05  FILLER            PIC X(21)                 VALUE SPACES.
001203 01  WS-DUP-HEADING-2.
001204     05  FILLER            PIC X(30)
001205         VALUE "RECORD   BATCH  OP      NUM1  ".
001206     05  FILLER            PIC X(31)
001207         VALUE "     NUM2  MATCHED  BATCH  DATE".
001208     05  FILLER            PIC X(19)                 VALUE SPACES.
001209 01  WS-DUP-DETAIL.
001210     05  WS-DUP-RECORD-NO  PIC Z(06)9.
001211     05  FILLER            PIC X(02)                 VALUE SPACES.
001212     05  WS-DUP-BATCH-ID   PIC X(05)                 VALUE SPACES.
001213     05  FILLER            PIC X(02)                 VALUE SPACES.
001214     05  WS-DUP-OP-CODE    PIC X(01)                 VALUE SPACES.
001215     05  FILLER            PIC X(02)                 VALUE SPACES.
001216     05  WS-DUP-NUM1       PIC -(5)9.99.
001217     05  FILLER            PIC X(02)                 VALUE SPACES.
001218     05  WS-DUP-NUM2       PIC -(5)9.99.
001219     05  FILLER            PIC X(02)                 VALUE SPACES.
001220     05  WS-DUP-MATCHED    PIC X(08)                 VALUE SPACES.
001221     05  FILLER            PIC X(01)                 VALUE SPACES.
001222     05  WS-DUP-MATCH-BATCH
001223                           PIC X(05)                 VALUE SPACES.
001224     05  FILLER            PIC X(02)                 VALUE SPACES.
001225     05  WS-DUP-MATCH-DATE PIC X(08)                 VALUE SPACES.
001226     05  FILLER            PIC X(15)                 VALUE SPACES.
001227 01  WS-DUP-ADJUST.
001228     05  FILLER            PIC X(06)
001229         VALUE "BATCH ".
001230     05  WS-ADJ-BATCH-ID   PIC X(05)                 VALUE SPACES.
001231     05  FILLER            PIC X(19)
001232         VALUE " HEADER REDUCED BY ".
001233     05  WS-ADJ-COUNT      PIC Z(06)9.
001234     05  FILLER            PIC X(13)
001235         VALUE " ITEMS, HASH ".
001236     05  WS-ADJ-HASH       PIC -(10)9.99.
001237     05  FILLER            PIC X(16)                 VALUE SPACES.
001238 01  WS-DUP-TEXT-LINE.
001239     05  WS-DUP-MESSAGE    PIC X(70)                 VALUE SPACES.
001240     05  FILLER            PIC X(10)                 VALUE SPACES.
001241*
001242*    -------------------------------------------------------
001243*    CONTROL SWITCHES.
001244*    -------------------------------------------------------
001245 01  SW-END-OF-FILE        PIC X(01)                 VALUE "N".
001246     88  END-OF-FILE                                VALUE "Y".
001247 01  SW-RECORD-VALID       PIC X(01)                 VALUE "Y".
001250     88  RECORD-VALID                               VALUE "Y".
001251 01  SW-IN-BATCH           PIC X(01)                 VALUE "N".
001252     88  IN-BATCH                                   VALUE "Y".
001253 01  SW-DUPLICATE          PIC X(01)                 VALUE "N".
001254     88  DUPLICATE-FOUND                            VALUE "Y".
001255 01  SW-END-OF-HELD        PIC X(01)                 VALUE "N".
001256     88  END-OF-HELD                                VALUE "Y".
001260*
001270 PROCEDURE DIVISION.
001280*
001420*  1000-INITIALIZE
001430*  OPENS THE RAW INPUT FILE, THE ACCEPTED AND REJECTED SPLIT
001440*  FILES AND THE ERROR LISTING, PRINTS THE LISTING HEADING, AND
001450*  PRIMES THE EDIT LOOP WITH THE FIRST RECORD. THE DUPLICATE
001451*  WINDOW COMES FROM THE COMMAND LINE (1-4 DIGITS, DEFAULT 7
001452*  NIGHTS). ITEMHIST IS CREATED EMPTY ON FIRST USE, AND DUPHELD
001453*  IS EXTENDED SO ITEMS HELD ON EARLIER NIGHTS AND NOT YET
001454*  REVIEWED STAY ON IT - ONCE ANY ITEMS HELD BY AN EARLIER RUN
001455*  TONIGHT HAVE BEEN TAKEN OFF IT.
001460*****************************************************************
001470 1000-INITIALIZE.
001480     OPEN INPUT TRANS-IN-FILE.
001730         MOVE 16 TO RETURN-CODE
001740         GO TO 9999-ABEND
001750     END-IF.
001751     OPEN I-O ITEM-HIST-FILE.
001752     IF WS-ITEMHIST-STATUS = "35"
001753         OPEN OUTPUT ITEM-HIST-FILE
001754         CLOSE ITEM-HIST-FILE
001755         OPEN I-O ITEM-HIST-FILE
001756     END-IF.
001757     IF WS-ITEMHIST-STATUS NOT = "00"
001758         DISPLAY "*** ERROR OPENING ITEMHIST - STATUS "
001759             WS-ITEMHIST-STATUS
001760         MOVE 16 TO RETURN-CODE
001761         GO TO 9999-ABEND
001762     END-IF.
001763     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001764     PERFORM 1100-PURGE-TONIGHT-HELD THRU 1100-EXIT.
001765     OPEN EXTEND DUP-HELD-FILE.
001766     IF WS-DUPHELD-STATUS = "35"
001767         OPEN OUTPUT DUP-HELD-FILE
001768     END-IF.
001769     IF WS-DUPHELD-STATUS NOT = "00"
001770         DISPLAY "*** ERROR OPENING DUPHELD - STATUS "
001771             WS-DUPHELD-STATUS
001772         MOVE 16 TO RETURN-CODE
001773         GO TO 9999-ABEND
001774     END-IF.
001775     OPEN OUTPUT DUP-LIST-FILE.
001776     IF WS-DUP-LIST-STATUS NOT = "00"
001777         DISPLAY "*** ERROR OPENING DUPLST - STATUS "
001778             WS-DUP-LIST-STATUS
001779         MOVE 16 TO RETURN-CODE
001780         GO TO 9999-ABEND
001781     END-IF.
001782     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001783     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
001784         INTO WS-PARM-1.
001785     IF WS-PARM-1 NOT = SPACES
001786         MOVE 0 TO WS-TRAILING-SPACES
001787         INSPECT WS-PARM-1 TALLYING WS-TRAILING-SPACES
001788             FOR TRAILING SPACES
001789         COMPUTE WS-SIGNIFICANT-LEN = 10 - WS-TRAILING-SPACES
001790         IF WS-SIGNIFICANT-LEN > 4
001791                 OR WS-PARM-1(1:WS-SIGNIFICANT-LEN)
001792                     IS NOT NUMERIC
001793             DISPLAY "*** WINDOW MUST BE 1-4 DIGITS - "
001794                 "USING DEFAULT 7 ***"
001795         ELSE
001796             MOVE WS-PARM-1(1:WS-SIGNIFICANT-LEN)
001797                 TO WS-WINDOW-DAYS
001798         END-IF
001799     END-IF.
001800     MOVE WS-RUN-DATE TO WS-DATE-WORK.
001801     PERFORM 7200-DATE-TO-DAY-NUMBER THRU 7200-EXIT.
001802     MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER.
001803     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
001804     MOVE WS-LIST-HEADING-1 TO EDIT-LIST-LINE.
001805     WRITE EDIT-LIST-LINE.
001806     MOVE WS-LIST-HEADING-2 TO EDIT-LIST-LINE.
001810     WRITE EDIT-LIST-LINE.
001811     MOVE WS-RUN-DATE TO WS-DHD-RUN-DATE.
001812     MOVE WS-WINDOW-DAYS TO WS-DHD-WINDOW.
001813     MOVE WS-DUP-HEADING-1 TO DUP-LIST-LINE.
001814     WRITE DUP-LIST-LINE.
001815     MOVE WS-DUP-HEADING-2 TO DUP-LIST-LINE.
001816     WRITE DUP-LIST-LINE.
001820     PERFORM 2100-READ-TRANS-IN THRU 2100-EXIT.
001830 1000-EXIT.
001831     EXIT.
001832*
001833*****************************************************************
001834*  1100-PURGE-TONIGHT-HELD
001835*  TAKES OFF DUPHELD ANY ITEMS AN EARLIER RUN HELD TONIGHT -
001836*  AFTER AN ABEND PART WAY THROUGH, OR A RESTART FROM THE TOP
001837*  OF THE NIGHT, THIS RUN EDITS THE SAME TRANSIN AND HOLDS
001838*  THEM AGAIN. THE ITEMS FROM EARLIER NIGHTS ARE BUFFERED AND
001839*  DUPHELD IS ONLY REWRITTEN WHEN SOMETHING WAS TAKEN OFF, SO
001840*  A BUFFER OVERFLOW ABANDONS THE RUN WITH DUPHELD UNTOUCHED.
001841*****************************************************************
001842 1100-PURGE-TONIGHT-HELD.
001843     OPEN INPUT DUP-HELD-FILE.
001844     IF WS-DUPHELD-STATUS = "35"
001845         GO TO 1100-EXIT
001846     END-IF.
001847     IF WS-DUPHELD-STATUS NOT = "00"
001848         DISPLAY "*** ERROR OPENING DUPHELD - STATUS "
001849             WS-DUPHELD-STATUS
001850         MOVE 16 TO RETURN-CODE
001851         GO TO 9999-ABEND
001852     END-IF.
001853     PERFORM 1110-KEEP-ONE-HELD THRU 1110-EXIT
001854         UNTIL END-OF-HELD.
001855     CLOSE DUP-HELD-FILE.
001856     IF WS-PURGED-COUNT = 0
001857         GO TO 1100-EXIT
001858     END-IF.
001859     OPEN OUTPUT DUP-HELD-FILE.
001860     IF WS-DUPHELD-STATUS NOT = "00"
001861         DISPLAY "*** ERROR OPENING DUPHELD - STATUS "
001862             WS-DUPHELD-STATUS
001863         MOVE 16 TO RETURN-CODE
001864         GO TO 9999-ABEND
001865     END-IF.
001866     PERFORM 1120-REWRITE-ONE-HELD THRU 1120-EXIT
001867         VARYING WS-KEEP-IX FROM 1 BY 1
001868         UNTIL WS-KEEP-IX > WS-KEEP-COUNT.
001869     CLOSE DUP-HELD-FILE.
001870     DISPLAY "ITEMS HELD EARLIER TONIGHT TAKEN OFF DUPHELD : "
001871         WS-PURGED-COUNT.
001872 1100-EXIT.
001873     EXIT.
001874*
001875*****************************************************************
001876*  1110-KEEP-ONE-HELD
001877*  READS ONE HELD ITEM - TONIGHT'S ARE COUNTED AND DROPPED,
001878*  EARLIER NIGHTS' ARE BUFFERED TO BE WRITTEN BACK.
001879*****************************************************************
001880 1110-KEEP-ONE-HELD.
001881     READ DUP-HELD-FILE
001882         AT END
001883             SET END-OF-HELD TO TRUE
001884             GO TO 1110-EXIT
001885     END-READ.
001886     IF DUP-HELD-DATE = WS-RUN-DATE
001887         ADD 1 TO WS-PURGED-COUNT
001888         GO TO 1110-EXIT
001889     END-IF.
001890     IF WS-KEEP-COUNT >= WS-KEEP-MAX
001891         DISPLAY "*** DUPHELD EXCEEDS THE BUFFER - RUN "
001892             "ABANDONED ***"
001893         MOVE 16 TO RETURN-CODE
001894         GO TO 9999-ABEND
001895     END-IF.
001896     ADD 1 TO WS-KEEP-COUNT.
001897     MOVE DUP-HELD-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT).
001898 1110-EXIT.
001899     EXIT.
001900*
001901*****************************************************************
001902*  1120-REWRITE-ONE-HELD
001903*  WRITES ONE EARLIER NIGHT'S HELD ITEM BACK ONTO DUPHELD.
001904*****************************************************************
001905 1120-REWRITE-ONE-HELD.
001906     MOVE WS-KEEP-ENTRY(WS-KEEP-IX) TO DUP-HELD-RECORD.
001907     WRITE DUP-HELD-RECORD.
001908 1120-EXIT.
001909     EXIT.
001910*
001911*****************************************************************
001912*  2000-EDIT-TRANSACTION
001913*  RUNS EVERY EDIT CHECK AGAINST THE CURRENT RECORD, WRITING A
001914*  LISTING LINE FOR EACH CHECK THAT FAILS, THEN ROUTES THE
001915*  RECORD TO THE REJECTED FILE, THE DUPLICATE HOLD, OR THE
001916*  ACCEPTED STREAM, AND READS THE NEXT. ONLY A DETAIL THAT HAS
001917*  PASSED EVERY EDIT IS CHECKED FOR A DUPLICATE - BAD KEYING
001918*  IS CORRECTED AT REJENTRY FIRST.
001919*****************************************************************
001920 2000-EDIT-TRANSACTION.
001930     ADD 1 TO WS-READ-COUNT.
001940     MOVE "Y" TO SW-RECORD-VALID.
001945     MOVE "N" TO SW-DUPLICATE.
001950     IF CTL-CONTROL
001960         PERFORM 2300-EDIT-CONTROL-RECORD THRU 2300-EXIT
001970     ELSE
001980         PERFORM 2200-EDIT-ONE-RECORD THRU 2200-EXIT
001982         IF RECORD-VALID
001984             PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT
001986         END-IF
001990     END-IF.
002000     EVALUATE TRUE
002010         WHEN NOT RECORD-VALID
002020             MOVE TRANS-IN-RECORD TO TRANS-REJ-RECORD
002030             WRITE TRANS-REJ-RECORD
002040             ADD 1 TO WS-REJECT-COUNT
002050         WHEN DUPLICATE-FOUND
002060             PERFORM 2500-HOLD-DUPLICATE THRU 2500-EXIT
002070         WHEN OTHER
002080             PERFORM 2600-ACCEPT-RECORD THRU 2600-EXIT
002085     END-EVALUATE.
002090     PERFORM 2100-READ-TRANS-IN THRU 2100-EXIT.
002100 2000-EXIT.
002110     EXIT.
002900     EXIT.
002910*
002920*****************************************************************
002921*  2400-CHECK-DUPLICATE
002922*  BUILDS THE ITEM'S MATCH KEY AND LOOKS FOR IT FIRST AMONG THE
002923*  ITEMS ALREADY ACCEPTED TONIGHT, THEN ON ITEMHIST. AN
002924*  ITEMHIST ENTRY COUNTS ONLY WHEN IT WAS ACCEPTED ON AN
002925*  EARLIER NIGHT INSIDE THE WINDOW AND UNDER ANOTHER BATCH-ID -
002926*  TODAY'S ENTRIES ARE THIS RUN'S OWN (OR A RERUN'S), AND THE
002927*  SAME BATCH-ID ON AN EARLIER NIGHT IS A WHOLE BATCH KEYED
002928*  AGAIN, WHICH POSTREG AND HELLOBAT ALREADY STOP. A "D" BATCH
002929*  CARRIES ITEMS THE DESK HAS CONFIRMED AT DUPREV AND IS NOT
002930*  CHECKED AGAIN.
002931*****************************************************************
002932 2400-CHECK-DUPLICATE.
002933     MOVE TR-OPERATION-CODE OF TRANS-IN-RECORD TO WS-KEY-OP-CODE.
002934     MOVE TR-NUM1 OF TRANS-IN-RECORD TO WS-KEY-NUM1.
002935     MOVE TR-NUM2 OF TRANS-IN-RECORD TO WS-KEY-NUM2.
002936     IF TR-BATCH-ID OF TRANS-IN-RECORD(1:1) = "D"
002937         GO TO 2400-EXIT
002938     END-IF.
002939     ADD 1 TO WS-CHECKED-COUNT.
002940     MOVE SPACES TO DUP-HELD-RECORD.
002941     PERFORM 2410-SEARCH-TONIGHT THRU 2410-EXIT
002942         VARYING WS-TONIGHT-IX FROM 1 BY 1
002943         UNTIL WS-TONIGHT-IX > WS-TONIGHT-COUNT
002944             OR DUPLICATE-FOUND.
002945     IF DUPLICATE-FOUND
002946         GO TO 2400-EXIT
002947     END-IF.
002948     MOVE WS-ITEM-KEY TO ITH-KEY.
002949     READ ITEM-HIST-FILE
002950         INVALID KEY
002951             GO TO 2400-EXIT
002952     END-READ.
002953     IF ITH-ACCEPT-DATE = WS-RUN-DATE
002954             OR ITH-ACCEPT-DATE IS NOT NUMERIC
002955             OR ITH-BATCH-ID = TR-BATCH-ID OF TRANS-IN-RECORD
002956         GO TO 2400-EXIT
002957     END-IF.
002958     MOVE ITH-ACCEPT-DATE TO WS-DATE-WORK.
002959     PERFORM 7200-DATE-TO-DAY-NUMBER THRU 7200-EXIT.
002960     COMPUTE WS-ITEM-AGE = WS-TODAY-NUMBER - WS-DAY-NUMBER.
002961     IF WS-ITEM-AGE > WS-WINDOW-DAYS
002962         GO TO 2400-EXIT
002963     END-IF.
002964     SET DUPLICATE-FOUND TO TRUE.
002965     SET DUP-MATCH-EARLIER TO TRUE.
002966     MOVE ITH-BATCH-ID TO DUP-MATCH-BATCH-ID.
002967     MOVE ITH-ACCEPT-DATE TO DUP-MATCH-DATE.
002968 2400-EXIT.
002969     EXIT.
002970*
002971*****************************************************************
002972*  2410-SEARCH-TONIGHT
002973*  COMPARES THE ITEM'S MATCH KEY WITH ONE OF TONIGHT'S
002974*  ACCEPTED ITEMS, NOTING THE BATCH IT CAME IN UNDER ON A HIT.
002975*****************************************************************
002976 2410-SEARCH-TONIGHT.
002977     IF WS-TON-KEY(WS-TONIGHT-IX) = WS-ITEM-KEY
002978         SET DUPLICATE-FOUND TO TRUE
002979         SET DUP-MATCH-TONIGHT TO TRUE
002980         MOVE WS-TON-BATCH-ID(WS-TONIGHT-IX)
002981             TO DUP-MATCH-BATCH-ID
002982         MOVE WS-RUN-DATE TO DUP-MATCH-DATE
002983     END-IF.
002984 2410-EXIT.
002985     EXIT.
002986*
002987*****************************************************************
002988*  2500-HOLD-DUPLICATE
002989*  WRITES THE SUSPECTED DUPLICATE TO DUPHELD WITH WHAT IT
002990*  MATCHED, LISTS IT ON THE REVIEW LISTING, AND - WHEN IT CAME
002991*  INSIDE A BATCH - ADDS IT TO THE COUNT AND TR-NUM1 HASH THE
002992*  BATCH HEADER WILL BE REDUCED BY.
002993*****************************************************************
002994 2500-HOLD-DUPLICATE.
002995     MOVE TRANS-IN-RECORD TO DUP-ITEM.
002996     MOVE WS-RUN-DATE TO DUP-HELD-DATE.
002997     MOVE WS-READ-COUNT TO WS-DUP-RECORD-NO.
002998     MOVE DUP-BATCH-ID TO WS-DUP-BATCH-ID.
002999     MOVE DUP-OPERATION-CODE TO WS-DUP-OP-CODE.
003000     MOVE DUP-NUM1 TO WS-DUP-NUM1.
003001     MOVE DUP-NUM2 TO WS-DUP-NUM2.
003002     IF DUP-MATCH-TONIGHT
003003         MOVE "TONIGHT" TO WS-DUP-MATCHED
003004     ELSE
003005         MOVE "EARLIER" TO WS-DUP-MATCHED
003006     END-IF.
003007     MOVE DUP-MATCH-BATCH-ID TO WS-DUP-MATCH-BATCH.
003008     MOVE DUP-MATCH-DATE TO WS-DUP-MATCH-DATE.
003009     WRITE DUP-HELD-RECORD.
003010     MOVE WS-DUP-DETAIL TO DUP-LIST-LINE.
003011     WRITE DUP-LIST-LINE.
003012     ADD 1 TO WS-HELD-COUNT.
003013     IF IN-BATCH
003014         ADD 1 TO WS-BAT-HELD-COUNT
003015         ADD TR-NUM1 OF TRANS-IN-RECORD TO WS-BAT-HELD-HASH
003016             ON SIZE ERROR
003017                 DISPLAY "*** HASH TOTAL OVERFLOW ***"
003018         END-ADD
003019     END-IF.
003020 2500-EXIT.
003021     EXIT.
003022*
003023*****************************************************************
003024*  2600-ACCEPT-RECORD
003025*  ROUTES AN ACCEPTED RECORD TO TRANSACC. A HEADER OPENS A NEW
003026*  BATCH BUFFER (FLUSHING ANY BATCH LEFT OPEN WITHOUT A
003027*  TRAILER), A DETAIL IS REMEMBERED FOR THE DUPLICATE CHECK
003028*  AND BUFFERED WHILE A BATCH IS OPEN, AND A TRAILER CLOSES
003029*  THE BUFFER AND WRITES THE BATCH. A RECORD OUTSIDE ANY BATCH
003030*  IS WRITTEN STRAIGHT THROUGH. A BATCH TOO LONG FOR THE
003031*  BUFFER IS WRITTEN AS FAR AS IT GOES AND THE REST PASSED
003032*  STRAIGHT THROUGH, WITH A WARNING ON THE REVIEW LISTING.
003033*****************************************************************
003034 2600-ACCEPT-RECORD.
003035     ADD 1 TO WS-ACCEPT-COUNT.
003036     IF CTL-HEADER
003037         IF IN-BATCH
003038             PERFORM 2700-FLUSH-BATCH THRU 2700-EXIT
003039         END-IF
003040         SET IN-BATCH TO TRUE
003041         MOVE 0 TO WS-BUF-COUNT
003042         MOVE 0 TO WS-BAT-HELD-COUNT
003043         MOVE 0 TO WS-BAT-HELD-HASH
003044     END-IF.
003045     IF NOT CTL-CONTROL
003046         PERFORM 2610-REMEMBER-ITEM THRU 2610-EXIT
003047     END-IF.
003048     IF IN-BATCH
003049             AND WS-BUF-COUNT >= WS-BUF-MAX
003050         MOVE SPACES TO WS-DUP-TEXT-LINE
003051         STRING "*** BATCH " WS-HDR-BATCH-ID
003052             " TOO LONG TO BUFFER - LATER HOLDS NOT IN HEADER ***"
003053             DELIMITED BY SIZE INTO WS-DUP-MESSAGE
003054         MOVE WS-DUP-TEXT-LINE TO DUP-LIST-LINE
003055         WRITE DUP-LIST-LINE
003056         PERFORM 2700-FLUSH-BATCH THRU 2700-EXIT
003057     END-IF.
003058     IF NOT IN-BATCH
003059         MOVE TRANS-IN-RECORD TO TRANS-ACC-RECORD
003060         WRITE TRANS-ACC-RECORD
003061         GO TO 2600-EXIT
003062     END-IF.
003063     ADD 1 TO WS-BUF-COUNT.
003064     MOVE TRANS-IN-RECORD TO WS-BUF-ENTRY(WS-BUF-COUNT).
003065     IF WS-BUF-COUNT = 1
003066         MOVE TRANS-IN-RECORD TO WS-HDR-IMAGE
003067     END-IF.
003068     IF CTL-TRAILER
003069         PERFORM 2700-FLUSH-BATCH THRU 2700-EXIT
003070     END-IF.
003071 2600-EXIT.
003072     EXIT.
003073*
003074*****************************************************************
003075*  2610-REMEMBER-ITEM
003076*  ADDS THE ACCEPTED DETAIL TO TONIGHT'S TABLE AND RECORDS IT
003077*  ON ITEMHIST AS ACCEPTED TODAY UNDER ITS BATCH-ID, REPLACING
003078*  ANY OLDER ACCEPTANCE OF THE SAME ITEM.
003079*****************************************************************
003080 2610-REMEMBER-ITEM.
003081     IF WS-TONIGHT-COUNT >= WS-TONIGHT-MAX
003082         DISPLAY "*** TONIGHT'S ITEMS EXCEED THE DUPLICATE "
003083             "TABLE - RUN ABANDONED ***"
003084         MOVE 16 TO RETURN-CODE
003085         GO TO 9999-ABEND
003086     END-IF.
003087     ADD 1 TO WS-TONIGHT-COUNT.
003088     MOVE WS-ITEM-KEY TO WS-TON-KEY(WS-TONIGHT-COUNT).
003089     MOVE TR-BATCH-ID OF TRANS-IN-RECORD
003090         TO WS-TON-BATCH-ID(WS-TONIGHT-COUNT).
003091     MOVE SPACES TO ITEM-HISTORY-RECORD.
003092     MOVE WS-ITEM-KEY TO ITH-KEY.
003093     MOVE TR-BATCH-ID OF TRANS-IN-RECORD TO ITH-BATCH-ID.
003094     MOVE WS-RUN-DATE TO ITH-ACCEPT-DATE.
003095     WRITE ITEM-HISTORY-RECORD
003096         INVALID KEY
003097             REWRITE ITEM-HISTORY-RECORD
003098                 INVALID KEY
003099                     DISPLAY "*** ITEM HISTORY RECORD COULD NOT "
003100                         "BE WRITTEN - STATUS "
003101                         WS-ITEMHIST-STATUS " ***"
003102             END-REWRITE
003103     END-WRITE.
003104 2610-EXIT.
003105     EXIT.
003106*
003107*****************************************************************
003108*  2700-FLUSH-BATCH
003109*  REDUCES THE BUFFERED HEADER'S EXPECTED COUNT AND HASH BY
003110*  THE ITEMS HELD OUT OF THE BATCH AS DUPLICATES, NOTES THE
003111*  ADJUSTMENT ON THE REVIEW LISTING, AND WRITES THE BUFFERED
003112*  BATCH TO TRANSACC IN ITS ORIGINAL ORDER.
003113*****************************************************************
003114 2700-FLUSH-BATCH.
003115     IF WS-BAT-HELD-COUNT > 0
003116         IF WS-BAT-HELD-COUNT > WS-HDR-COUNT
003117             MOVE 0 TO WS-HDR-COUNT
003118         ELSE
003119             SUBTRACT WS-BAT-HELD-COUNT FROM WS-HDR-COUNT
003120         END-IF
003121         SUBTRACT WS-BAT-HELD-HASH FROM WS-HDR-HASH
003122             ON SIZE ERROR
003123                 DISPLAY "*** HASH TOTAL OVERFLOW ***"
003124         END-SUBTRACT
003125         MOVE WS-HDR-IMAGE TO WS-BUF-ENTRY(1)
003126         ADD 1 TO WS-ADJUSTED-COUNT
003127         MOVE WS-HDR-BATCH-ID TO WS-ADJ-BATCH-ID
003128         MOVE WS-BAT-HELD-COUNT TO WS-ADJ-COUNT
003129         MOVE WS-BAT-HELD-HASH TO WS-ADJ-HASH
003130         MOVE WS-DUP-ADJUST TO DUP-LIST-LINE
003131         WRITE DUP-LIST-LINE
003132     END-IF.
003133     PERFORM 2710-WRITE-ONE-BUFFERED THRU 2710-EXIT
003134         VARYING WS-BUF-IX FROM 1 BY 1
003135         UNTIL WS-BUF-IX > WS-BUF-COUNT.
003136     MOVE "N" TO SW-IN-BATCH.
003137     MOVE 0 TO WS-BUF-COUNT.
003138     MOVE 0 TO WS-BAT-HELD-COUNT.
003139     MOVE 0 TO WS-BAT-HELD-HASH.
003140 2700-EXIT.
003141     EXIT.
003142*
003143*****************************************************************
003144*  2710-WRITE-ONE-BUFFERED
003145*  WRITES ONE BUFFERED RECORD OF THE BATCH TO TRANSACC.
003146*****************************************************************
003147 2710-WRITE-ONE-BUFFERED.
003148     MOVE WS-BUF-ENTRY(WS-BUF-IX) TO TRANS-ACC-RECORD.
003149     WRITE TRANS-ACC-RECORD.
003150 2710-EXIT.
003151     EXIT.
003152*
003153*****************************************************************
003154*  7100-WRITE-REASON-LINE
003155*  PRINTS ONE ERROR LISTING LINE FOR THE CURRENT RECORD WITH
003156*  THE REASON ALREADY MOVED BY THE CALLER, AND MARKS THE RECORD
003157*  REJECTED.
003158*****************************************************************
003159 7100-WRITE-REASON-LINE.
003160     MOVE WS-READ-COUNT TO WS-LST-RECORD-NO.
003161     MOVE TR-BATCH-ID OF TRANS-IN-RECORD TO WS-LST-BATCH-ID.
003162     MOVE TR-OPERATION-CODE OF TRANS-IN-RECORD
003163         TO WS-LST-OP-CODE.
003164     MOVE WS-LIST-DETAIL TO EDIT-LIST-LINE.
003165     WRITE EDIT-LIST-LINE.
003166     MOVE "N" TO SW-RECORD-VALID.
003167 7100-EXIT.
003168     EXIT.
003169*
003170*****************************************************************
003171*  7200-DATE-TO-DAY-NUMBER
003172*  TURNS THE YYYYMMDD DATE IN WS-DATE-WORK INTO A RUNNING DAY
003173*  NUMBER BY ORDINARY CALENDAR ARITHMETIC - YEARS AND LEAP
003174*  DAYS, THEN A MARCH-FIRST MONTH OFFSET SO THE LEAP DAY
003175*  FALLS AT THE END OF THE SHIFTED YEAR - SUITABLE FOR
003176*  SUBTRACTING ONE DATE FROM ANOTHER. JANUARY AND FEBRUARY
003177*  COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
003178*****************************************************************
003179 7200-DATE-TO-DAY-NUMBER.
003180     IF WS-DATE-MONTH > 2
003181         MOVE WS-DATE-YEAR TO WS-CALC-YEAR
003182         COMPUTE WS-CALC-MONTH = WS-DATE-MONTH + 1
003183     ELSE
003184         COMPUTE WS-CALC-YEAR = WS-DATE-YEAR - 1
003185         COMPUTE WS-CALC-MONTH = WS-DATE-MONTH + 13
003186     END-IF.
003187     COMPUTE WS-YEAR-DAYS = 1461 * WS-CALC-YEAR.
003188     DIVIDE 4 INTO WS-YEAR-DAYS.
003189     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-CENTURY-DAYS.
003190     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-DAYS.
003191     COMPUTE WS-MONTH-DAYS = 153 * WS-CALC-MONTH.
003192     DIVIDE 5 INTO WS-MONTH-DAYS.
003193     COMPUTE WS-DAY-NUMBER = WS-YEAR-DAYS - WS-CENTURY-DAYS
003194         + WS-LEAP-DAYS + WS-MONTH-DAYS + WS-DATE-DAY.
003195 7200-EXIT.
003196     EXIT.
003197*
003198*****************************************************************
003199*  8000-FINALIZE
003200*  WRITES ANY BATCH STILL BUFFERED AT END OF FILE (A BATCH
003201*  WITH NO TRAILER), PRINTS THE SUMMARY COUNTS ON BOTH
003202*  LISTINGS, CLOSES EVERY FILE, AND SETS A NON-ZERO RETURN
003203*  CODE WHEN ANYTHING WAS REJECTED OR HELD AS A DUPLICATE SO
003204*  THE SCHEDULER CAN HOLD THE MAIN JOB UNTIL THE KEYING IS
003205*  CORRECTED.
003206*****************************************************************
003207 8000-FINALIZE.
003208     IF IN-BATCH
003209         PERFORM 2700-FLUSH-BATCH THRU 2700-EXIT
003210     END-IF.
003211     MOVE SPACES TO EDIT-LIST-LINE.
003212     WRITE EDIT-LIST-LINE.
003213     MOVE "RECORDS READ        : " TO WS-SUM-LABEL.
003214     MOVE WS-READ-COUNT TO WS-SUM-COUNT.
003215     MOVE WS-LIST-SUMMARY TO EDIT-LIST-LINE.
003220     WRITE EDIT-LIST-LINE.
003230     MOVE "RECORDS ACCEPTED    : " TO WS-SUM-LABEL.
003240     MOVE WS-ACCEPT-COUNT TO WS-SUM-COUNT.
003280     MOVE WS-REJECT-COUNT TO WS-SUM-COUNT.
003290     MOVE WS-LIST-SUMMARY TO EDIT-LIST-LINE.
003300     WRITE EDIT-LIST-LINE.
003301     MOVE "DUPLICATES HELD     : " TO WS-SUM-LABEL.
003302     MOVE WS-HELD-COUNT TO WS-SUM-COUNT.
003303     MOVE WS-LIST-SUMMARY TO EDIT-LIST-LINE.
003304     WRITE EDIT-LIST-LINE.
003305     IF WS-HELD-COUNT = 0
003306         MOVE SPACES TO WS-DUP-TEXT-LINE
003307         MOVE "NO SUSPECTED DUPLICATES" TO WS-DUP-MESSAGE
003308         MOVE WS-DUP-TEXT-LINE TO DUP-LIST-LINE
003309         WRITE DUP-LIST-LINE
003310     END-IF.
003311     MOVE SPACES TO DUP-LIST-LINE.
003312     WRITE DUP-LIST-LINE.
003313     MOVE "ITEMS CHECKED       : " TO WS-SUM-LABEL.
003314     MOVE WS-CHECKED-COUNT TO WS-SUM-COUNT.
003315     MOVE WS-LIST-SUMMARY TO DUP-LIST-LINE.
003316     WRITE DUP-LIST-LINE.
003317     MOVE "DUPLICATES HELD     : " TO WS-SUM-LABEL.
003318     MOVE WS-HELD-COUNT TO WS-SUM-COUNT.
003319     MOVE WS-LIST-SUMMARY TO DUP-LIST-LINE.
003320     WRITE DUP-LIST-LINE.
003321     MOVE "BATCHES ADJUSTED    : " TO WS-SUM-LABEL.
003322     MOVE WS-ADJUSTED-COUNT TO WS-SUM-COUNT.
003323     MOVE WS-LIST-SUMMARY TO DUP-LIST-LINE.
003324     WRITE DUP-LIST-LINE.
003325     CLOSE TRANS-IN-FILE.
003326     CLOSE TRANS-ACC-FILE.
003330     CLOSE TRANS-REJ-FILE.
003340     CLOSE EDIT-LIST-FILE.
003342     CLOSE ITEM-HIST-FILE.
003344     CLOSE DUP-HELD-FILE.
003346     CLOSE DUP-LIST-FILE.
003350     DISPLAY "RECORDS READ     : " WS-READ-COUNT.
003360     DISPLAY "RECORDS ACCEPTED : " WS-ACCEPT-COUNT.
003370     DISPLAY "RECORDS REJECTED : " WS-REJECT-COUNT.
003375     DISPLAY "DUPLICATES HELD  : " WS-HELD-COUNT.
003380     IF WS-REJECT-COUNT > 0
003385             OR WS-HELD-COUNT > 0
003390         MOVE 4 TO RETURN-CODE
003400     END-IF.
003410 8000-EXIT.
