000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     EXTMATCH.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - MATCHES FINANCE'S LOAD
000140*                   ACKNOWLEDGEMENTS AGAINST THE EXTRACTS
000150*                   TRANSEXT SENT. NOTHING ON OUR SIDE PROVED
000160*                   FINANCE LOADED FINEXT, AND TWICE AN EXTRACT
000170*                   WAS DROPPED THERE UNNOTICED UNTIL MONTH-END
000180*                   DID NOT TIE. EACH ACKNOWLEDGEMENT ON FINACK
000190*                   GIVES THE RUN DATE, RECORD COUNT AND RESULT
000200*                   HASH FINANCE LOADED; IT IS MATCHED TO THE
000210*                   TRAILER FIGURES TRANSEXT RECORDED FOR THAT
000220*                   RUN DATE ON THE EXTRACT HISTORY FILE
000230*                   FINEXTH, AND THE OUTCOME IS POSTED BACK TO
000240*                   THE HISTORY RECORD. THE ACKLST LISTING
000250*                   SHOWS EVERY ACKNOWLEDGEMENT READ - MATCHED,
000260*                   DISAGREEING, OR FOR AN EXTRACT NEVER SENT -
000270*                   THEN EVERY EXTRACT STILL NOT MATCHED WITH
000280*                   ITS AGE, FLAGGING THOSE UNACKNOWLEDGED
000290*                   LONGER THAN THE THRESHOLD (COMMAND-LINE
000300*                   DAYS, DEFAULT 3). THE RUN ENDS RC 8 WHEN
000310*                   ANY ACKNOWLEDGEMENT DISAGREES OR CANNOT BE
000320*                   MATCHED, AND RC 4 WHEN AN EXTRACT IS
000330*                   OVERDUE, SO THE SCHEDULE SHOWS IT. RE-
000340*                   READING AN ACKNOWLEDGEMENT ALREADY POSTED
000350*                   SIMPLY POSTS THE SAME OUTCOME AGAIN.
000360*****************************************************************
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ACK-FILE
000420         ASSIGN TO FINACK
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-ACK-STATUS.
000450     SELECT EXTRACT-HIST-FILE
000460         ASSIGN TO FINEXTH
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS EXH-RUN-DATE
000500         FILE STATUS IS WS-EXTHIST-STATUS.
000510     SELECT ACK-LIST-FILE
000520         ASSIGN TO ACKLST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-ACKLST-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590*    -------------------------------------------------------
000600*    ACKNOWLEDGEMENT RECORD - FINANCE'S ALL-DISPLAY LAYOUT,
000610*    IN THE SAME STYLE AS THE FINEXT TRAILER IT ANSWERS:
000620*    RECORD TYPE "A", THE RUN DATE FROM THE FINEXT HEADER,
000630*    THE RECORD COUNT AND THE SIGNED RESULT HASH LOADED.
000640*    -------------------------------------------------------
000650 FD  ACK-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORDING MODE IS F.
000680 01  ACK-RECORD.
000690     05  ACK-RECORD-TYPE       PIC X(01).
000700         88  ACK-DETAIL                  VALUE "A".
000710     05  ACK-RUN-DATE          PIC X(08).
000720     05  ACK-COUNT             PIC 9(07).
000730     05  ACK-HASH              PIC +9(12).99.
000740     05  ACK-HASH-TEXT REDEFINES ACK-HASH.
000750         10  ACK-HASH-SIGN     PIC X(01).
000760         10  ACK-HASH-INTEGER  PIC X(12).
000770         10  ACK-HASH-POINT    PIC X(01).
000780         10  ACK-HASH-DECIMAL  PIC X(02).
000790     05  FILLER                PIC X(48).
000800 FD  EXTRACT-HIST-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY EXTHIST.
000830 FD  ACK-LIST-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 01  ACK-LIST-LINE         PIC X(80).
000870*
000880 WORKING-STORAGE SECTION.
000890*
000900*    -------------------------------------------------------
000910*    FILE STATUS AND RUN COUNTERS.
000920*    -------------------------------------------------------
000930 77  WS-ACK-STATUS         PIC X(02)                 VALUE "00".
000940 77  WS-EXTHIST-STATUS     PIC X(02)                 VALUE "00".
000950 77  WS-ACKLST-STATUS      PIC X(02)                 VALUE "00".
000960 77  WS-ACK-READ-COUNT     BINARY-LONG               VALUE 0.
000970 77  WS-MATCHED-COUNT      BINARY-LONG               VALUE 0.
000980 77  WS-DISAGREE-COUNT     BINARY-LONG               VALUE 0.
000990 77  WS-NOT-SENT-COUNT     BINARY-LONG               VALUE 0.
001000 77  WS-INVALID-COUNT      BINARY-LONG               VALUE 0.
001010 77  WS-OPEN-COUNT         BINARY-LONG               VALUE 0.
001020 77  WS-OVERDUE-COUNT      BINARY-LONG               VALUE 0.
001030 77  WS-STILL-WRONG-COUNT  BINARY-LONG               VALUE 0.
001040*
001050*    -------------------------------------------------------
001060*    ACKNOWLEDGEMENT WORK FIELDS - THE EDITED HASH IS DE-
001070*    EDITED BACK TO A NUMBER BY AN ORDINARY MOVE ONCE ITS
001080*    CHARACTERS HAVE BEEN CHECKED.
001090*    -------------------------------------------------------
001100 77  WS-ACK-COUNT          PIC 9(07)                 VALUE 0.
001110 77  WS-ACK-HASH           PIC S9(12)V99 COMP-3      VALUE 0.
001120*
001130*    -------------------------------------------------------
001140*    AGING WORK FIELDS - THE RUN DATE AND TODAY'S DATE ARE
001150*    EACH TURNED INTO A DAY NUMBER BY ORDINARY ARITHMETIC AND
001160*    SUBTRACTED, AS AT SUSPAGE.
001170*    -------------------------------------------------------
001180 77  WS-RUN-DATE           PIC X(08)                 VALUE SPACES.
001190 01  WS-DATE-WORK          PIC X(08)                 VALUE SPACES.
001200 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001210     05  WS-DATE-YEAR      PIC 9(04).
001220     05  WS-DATE-MONTH     PIC 9(02).
001230     05  WS-DATE-DAY       PIC 9(02).
001240 77  WS-CALC-YEAR          PIC S9(05) COMP-3         VALUE 0.
001250 77  WS-CALC-MONTH         PIC S9(03) COMP-3         VALUE 0.
001260 77  WS-YEAR-DAYS          PIC S9(08) COMP-3         VALUE 0.
001270 77  WS-CENTURY-DAYS       PIC S9(08) COMP-3         VALUE 0.
001280 77  WS-LEAP-DAYS          PIC S9(08) COMP-3         VALUE 0.
001290 77  WS-MONTH-DAYS         PIC S9(08) COMP-3         VALUE 0.
001300 77  WS-DAY-NUMBER         PIC S9(08) COMP-3         VALUE 0.
001310 77  WS-TODAY-NUMBER       PIC S9(08) COMP-3         VALUE 0.
001320 77  WS-EXTRACT-AGE        PIC S9(04) COMP-3         VALUE 0.
001330 77  WS-THRESHOLD          PIC 9(04)                 VALUE 3.
001340 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
001350 01  WS-PARM-1             PIC X(10)                 VALUE SPACES.
001360 77  WS-TRAILING-SPACES    PIC 9(02)                 VALUE 0.
001370 77  WS-SIGNIFICANT-LEN    PIC 9(02)                 VALUE 0.
001380*
001390*    -------------------------------------------------------
001400*    REPORT LINES.
001410*    -------------------------------------------------------
001420 01  WS-LIST-HEADING-1.
001430     05  FILLER            PIC X(30)
001440         VALUE "FINANCE ACKNOWLEDGEMENT MATCH ".
001450     05  WS-HDG-RUN-DATE   PIC X(08)                 VALUE SPACES.
001460     05  FILLER            PIC X(13)
001470         VALUE "  THRESHOLD  ".
001480     05  WS-HDG-THRESHOLD  PIC Z(03)9.
001490     05  FILLER            PIC X(25)                 VALUE SPACES.
001500 01  WS-LIST-HEADING-ACK.
001510     05  FILLER            PIC X(42)
001520         VALUE "RUN-DATE RUN-ID      SENT        SENT HASH".
001530     05  FILLER            PIC X(38)
001540         VALUE "   ACKED       ACKED HASH OUTCOME     ".
001550 01  WS-LIST-HEADING-OPEN.
001560     05  FILLER            PIC X(42)
001570         VALUE "RUN-DATE RUN-ID      SENT        SENT HASH".
001580     05  FILLER            PIC X(38)
001590         VALUE "   AGE  STATUS".
001600 01  WS-LIST-ACK-LINE.
001610     05  WS-ACL-RUN-DATE   PIC X(08)                 VALUE SPACES.
001620     05  FILLER            PIC X(01)                 VALUE SPACES.
001630     05  WS-ACL-RUN-ID     PIC X(08)                 VALUE SPACES.
001640     05  FILLER            PIC X(01)                 VALUE SPACES.
001650     05  WS-ACL-SENT-COUNT PIC Z(06)9.
001660     05  FILLER            PIC X(01)                 VALUE SPACES.
001670     05  WS-ACL-SENT-HASH  PIC -(12)9.99.
001680     05  FILLER            PIC X(01)                 VALUE SPACES.
001690     05  WS-ACL-ACK-COUNT  PIC Z(06)9.
001700     05  FILLER            PIC X(01)                 VALUE SPACES.
001710     05  WS-ACL-ACK-HASH   PIC -(12)9.99.
001720     05  FILLER            PIC X(01)                 VALUE SPACES.
001730     05  WS-ACL-OUTCOME    PIC X(12)                 VALUE SPACES.
001740 01  WS-LIST-OPEN-LINE.
001750     05  WS-OPL-RUN-DATE   PIC X(08)                 VALUE SPACES.
001760     05  FILLER            PIC X(01)                 VALUE SPACES.
001770     05  WS-OPL-RUN-ID     PIC X(08)                 VALUE SPACES.
001780     05  FILLER            PIC X(01)                 VALUE SPACES.
001790     05  WS-OPL-SENT-COUNT PIC Z(06)9.
001800     05  FILLER            PIC X(01)                 VALUE SPACES.
001810     05  WS-OPL-SENT-HASH  PIC -(12)9.99.
001820     05  FILLER            PIC X(02)                 VALUE SPACES.
001830     05  WS-OPL-AGE        PIC Z(03)9.
001840     05  FILLER            PIC X(02)                 VALUE SPACES.
001850     05  WS-OPL-STATUS     PIC X(12)                 VALUE SPACES.
001860     05  FILLER            PIC X(18)                 VALUE SPACES.
001870 01  WS-LIST-TEXT-LINE.
001880     05  WS-TXT-MESSAGE    PIC X(70)                 VALUE SPACES.
001890     05  FILLER            PIC X(10)                 VALUE SPACES.
001900 01  WS-LIST-SUMMARY.
001910     05  WS-SUM-LABEL      PIC X(30)                 VALUE SPACES.
001920     05  WS-SUM-COUNT      PIC Z(06)9.
001930     05  FILLER            PIC X(43)                 VALUE SPACES.
001940*
001950*    -------------------------------------------------------
001960*    SHARED RUN-STATUS PARAMETER RECORD.
001970*    -------------------------------------------------------
001980     COPY RUNSTREC.
001990*
002000*    -------------------------------------------------------
002010*    CONTROL SWITCHES.
002020*    -------------------------------------------------------
002030 01  SW-END-OF-ACK         PIC X(01)                 VALUE "N".
002040     88  END-OF-ACK                                 VALUE "Y".
002050 01  SW-END-OF-HIST        PIC X(01)                 VALUE "N".
002060     88  END-OF-HIST                                VALUE "Y".
002070 01  SW-NO-HISTORY         PIC X(01)                 VALUE "N".
002080     88  NO-HISTORY                                 VALUE "Y".
002090 01  SW-VALID-ACK          PIC X(01)                 VALUE "N".
002100     88  VALID-ACK                                  VALUE "Y".
002110*
002120 PROCEDURE DIVISION.
002130*
002140*****************************************************************
002150*  0000-MAINLINE
002160*  POSTS EVERY ACKNOWLEDGEMENT ON FINACK AGAINST THE EXTRACT
002170*  HISTORY, LISTS EVERY EXTRACT STILL NOT MATCHED, AND ENDS
002180*  WITH THE COUNTS AND THE RETURN CODE.
002190*****************************************************************
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-MATCH-ACK THRU 2000-EXIT
002230         UNTIL END-OF-ACK.
002240     PERFORM 3000-START-OPEN-LIST THRU 3000-EXIT.
002250     PERFORM 3100-LIST-OPEN-EXTRACT THRU 3100-EXIT
002260         UNTIL END-OF-HIST.
002270     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002280     STOP RUN.
002290*
002300*****************************************************************
002310*  1000-INITIALIZE
002320*  PARSES THE OPTIONAL THRESHOLD PARAMETER (DAYS, DEFAULT 3),
002330*  TURNS TODAY'S DATE INTO A DAY NUMBER, LOGS THE RUN START,
002340*  OPENS THE FILES AND PRINTS THE HEADINGS. NO HISTORY FILE
002350*  MEANS NO EXTRACT HAS BEEN SENT YET - EVERY ACKNOWLEDGEMENT
002360*  IS THEN UNMATCHABLE. NO FINACK MEANS FINANCE SENT NOTHING
002370*  TODAY - THE OPEN EXTRACTS ARE STILL LISTED AND AGED.
002380*****************************************************************
002390 1000-INITIALIZE.
002400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002410     PERFORM 7500-LOG-RUN-START THRU 7500-EXIT.
002420     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002430     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
002440         INTO WS-PARM-1.
002450     IF WS-PARM-1 NOT = SPACES
002460         MOVE 0 TO WS-TRAILING-SPACES
002470         INSPECT WS-PARM-1 TALLYING WS-TRAILING-SPACES
002480             FOR TRAILING SPACES
002490         COMPUTE WS-SIGNIFICANT-LEN = 10 - WS-TRAILING-SPACES
002500         IF WS-SIGNIFICANT-LEN > 4
002510                 OR WS-PARM-1(1:WS-SIGNIFICANT-LEN)
002520                     IS NOT NUMERIC
002530             DISPLAY "*** THRESHOLD MUST BE 1-4 DIGITS - "
002540                 "USING DEFAULT 3 ***"
002550         ELSE
002560             MOVE WS-PARM-1(1:WS-SIGNIFICANT-LEN)
002570                 TO WS-THRESHOLD
002580         END-IF
002590     END-IF.
002600     MOVE WS-RUN-DATE TO WS-DATE-WORK.
002610     PERFORM 7200-DATE-TO-DAY-NUMBER THRU 7200-EXIT.
002620     MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER.
002630     OPEN OUTPUT ACK-LIST-FILE.
002640     IF WS-ACKLST-STATUS NOT = "00"
002650         DISPLAY "*** ERROR OPENING ACKLST - STATUS "
002660             WS-ACKLST-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         GO TO 9999-ABEND
002690     END-IF.
002700     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002710     MOVE WS-THRESHOLD TO WS-HDG-THRESHOLD.
002720     MOVE WS-LIST-HEADING-1 TO ACK-LIST-LINE.
002730     WRITE ACK-LIST-LINE.
002740     MOVE SPACES TO ACK-LIST-LINE.
002750     WRITE ACK-LIST-LINE.
002760     MOVE WS-LIST-HEADING-ACK TO ACK-LIST-LINE.
002770     WRITE ACK-LIST-LINE.
002780     OPEN I-O EXTRACT-HIST-FILE.
002790     IF WS-EXTHIST-STATUS = "35"
002800         SET NO-HISTORY TO TRUE
002810     ELSE
002820         IF WS-EXTHIST-STATUS NOT = "00"
002830             DISPLAY "*** ERROR OPENING FINEXTH - STATUS "
002840                 WS-EXTHIST-STATUS
002850             MOVE 16 TO RETURN-CODE
002860             GO TO 9999-ABEND
002870         END-IF
002880     END-IF.
002890     OPEN INPUT ACK-FILE.
002900     IF WS-ACK-STATUS = "35"
002910         MOVE "NO ACKNOWLEDGEMENT FILE - NOTHING RECEIVED"
002920             TO WS-TXT-MESSAGE
002930         PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
002940         SET END-OF-ACK TO TRUE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     IF WS-ACK-STATUS NOT = "00"
002980         DISPLAY "*** ERROR OPENING FINACK - STATUS "
002990             WS-ACK-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         GO TO 9999-ABEND
003020     END-IF.
003030     PERFORM 2100-READ-ACK THRU 2100-EXIT.
003040 1000-EXIT.
003050     EXIT.
003060*
003070*****************************************************************
003080*  2000-MATCH-ACK
003090*  CHECKS ONE ACKNOWLEDGEMENT, LOOKS UP THE EXTRACT SENT FOR
003100*  ITS RUN DATE, AND COMPARES COUNT AND RESULT HASH. THE
003110*  OUTCOME IS POSTED TO THE HISTORY RECORD - MATCHED OR
003120*  DISAGREEING, WITH FINANCE'S FIGURES - AND PRINTED.
003130*****************************************************************
003140 2000-MATCH-ACK.
003150     ADD 1 TO WS-ACK-READ-COUNT.
003160     MOVE SPACES TO WS-LIST-ACK-LINE.
003170     MOVE ACK-RUN-DATE TO WS-ACL-RUN-DATE.
003180     PERFORM 2200-CHECK-ACK THRU 2200-EXIT.
003190     IF NOT VALID-ACK
003200         MOVE "INVALID ACK" TO WS-ACL-OUTCOME
003210         ADD 1 TO WS-INVALID-COUNT
003220         GO TO 2000-PRINT
003230     END-IF.
003240     MOVE WS-ACK-COUNT TO WS-ACL-ACK-COUNT.
003250     MOVE WS-ACK-HASH TO WS-ACL-ACK-HASH.
003260     IF NO-HISTORY
003270         MOVE "NOT SENT" TO WS-ACL-OUTCOME
003280         ADD 1 TO WS-NOT-SENT-COUNT
003290         GO TO 2000-PRINT
003300     END-IF.
003310     MOVE ACK-RUN-DATE TO EXH-RUN-DATE.
003320     READ EXTRACT-HIST-FILE
003330         INVALID KEY
003340             MOVE "NOT SENT" TO WS-ACL-OUTCOME
003350             ADD 1 TO WS-NOT-SENT-COUNT
003360             GO TO 2000-PRINT
003370     END-READ.
003380     MOVE EXH-RUN-ID TO WS-ACL-RUN-ID.
003390     MOVE EXH-RECORD-COUNT TO WS-ACL-SENT-COUNT.
003400     MOVE EXH-RESULT-HASH TO WS-ACL-SENT-HASH.
003410     IF WS-ACK-COUNT = EXH-RECORD-COUNT
003420             AND WS-ACK-HASH = EXH-RESULT-HASH
003430         SET EXH-ACK-MATCHED TO TRUE
003440         MOVE "MATCHED" TO WS-ACL-OUTCOME
003450         ADD 1 TO WS-MATCHED-COUNT
003460     ELSE
003470         SET EXH-ACK-DISAGREES TO TRUE
003480         MOVE "*DISAGREES*" TO WS-ACL-OUTCOME
003490         ADD 1 TO WS-DISAGREE-COUNT
003500     END-IF.
003510     MOVE WS-RUN-DATE TO EXH-ACK-DATE.
003520     MOVE WS-ACK-COUNT TO EXH-ACK-COUNT.
003530     MOVE WS-ACK-HASH TO EXH-ACK-HASH.
003540     REWRITE EXTRACT-HISTORY-RECORD
003550         INVALID KEY
003560             DISPLAY "*** ACKNOWLEDGEMENT FOR " ACK-RUN-DATE
003570                 " COULD NOT BE POSTED - STATUS "
003580                 WS-EXTHIST-STATUS " ***"
003590     END-REWRITE.
003600 2000-PRINT.
003610     MOVE WS-LIST-ACK-LINE TO ACK-LIST-LINE.
003620     WRITE ACK-LIST-LINE.
003630     PERFORM 2100-READ-ACK THRU 2100-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660*
003670*****************************************************************
003680*  2100-READ-ACK
003690*  READS THE NEXT ACKNOWLEDGEMENT, SETTING END-OF-FILE WHEN
003700*  EXHAUSTED.
003710*****************************************************************
003720 2100-READ-ACK.
003730     READ ACK-FILE
003740         AT END
003750             SET END-OF-ACK TO TRUE
003760     END-READ.
003770 2100-EXIT.
003780     EXIT.
003790*
003800*****************************************************************
003810*  2200-CHECK-ACK
003820*  AN ACKNOWLEDGEMENT IS USABLE ONLY WHEN IT IS AN "A" RECORD
003830*  WITH A NUMERIC RUN DATE AND COUNT AND A PROPERLY FORMED
003840*  SIGNED HASH. A GOOD ONE HAS ITS COUNT AND HASH MOVED TO
003850*  THE WORK FIELDS, THE HASH DE-EDITED BY THE MOVE.
003860*****************************************************************
003870 2200-CHECK-ACK.
003880     MOVE "N" TO SW-VALID-ACK.
003890     IF NOT ACK-DETAIL
003900             OR ACK-RUN-DATE IS NOT NUMERIC
003910             OR ACK-COUNT IS NOT NUMERIC
003920         GO TO 2200-EXIT
003930     END-IF.
003940     IF (ACK-HASH-SIGN NOT = "+" AND ACK-HASH-SIGN NOT = "-")
003950             OR ACK-HASH-INTEGER IS NOT NUMERIC
003960             OR ACK-HASH-POINT NOT = "."
003970             OR ACK-HASH-DECIMAL IS NOT NUMERIC
003980         GO TO 2200-EXIT
003990     END-IF.
004000     MOVE ACK-COUNT TO WS-ACK-COUNT.
004010     MOVE ACK-HASH TO WS-ACK-HASH.
004020     SET VALID-ACK TO TRUE.
004030 2200-EXIT.
004040     EXIT.
004050*
004060*****************************************************************
004070*  3000-START-OPEN-LIST
004080*  CLOSES THE ACKNOWLEDGEMENT FILE, PRINTS THE SECOND
004090*  SECTION'S HEADING, AND POSITIONS THE HISTORY FILE AT ITS
004100*  FIRST RUN DATE FOR THE SWEEP OF EXTRACTS NOT YET MATCHED.
004110*****************************************************************
004120 3000-START-OPEN-LIST.
004130     IF WS-ACK-STATUS NOT = "35"
004140         CLOSE ACK-FILE
004150     END-IF.
004160     MOVE SPACES TO ACK-LIST-LINE.
004170     WRITE ACK-LIST-LINE.
004180     MOVE WS-LIST-HEADING-OPEN TO ACK-LIST-LINE.
004190     WRITE ACK-LIST-LINE.
004200     IF NO-HISTORY
004210         MOVE "NO EXTRACT HISTORY FILE - NO EXTRACT SENT YET"
004220             TO WS-TXT-MESSAGE
004230         PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
004240         SET END-OF-HIST TO TRUE
004250         GO TO 3000-EXIT
004260     END-IF.
004270     MOVE LOW-VALUES TO EXH-RUN-DATE.
004280     START EXTRACT-HIST-FILE
004290         KEY IS NOT LESS THAN EXH-RUN-DATE
004300         INVALID KEY
004310             SET END-OF-HIST TO TRUE
004320     END-START.
004330 3000-EXIT.
004340     EXIT.
004350*
004360*****************************************************************
004370*  3100-LIST-OPEN-EXTRACT
004380*  READS THE NEXT HISTORY RECORD AND, UNLESS FINANCE HAS
004390*  MATCHED IT, PRINTS IT WITH ITS AGE IN DAYS - DISAGREEING,
004400*  OVERDUE (UNACKNOWLEDGED LONGER THAN THE THRESHOLD) OR
004410*  STILL AWAITING ITS ACKNOWLEDGEMENT.
004420*****************************************************************
004430 3100-LIST-OPEN-EXTRACT.
004440     READ EXTRACT-HIST-FILE NEXT RECORD
004450         AT END
004460             SET END-OF-HIST TO TRUE
004470             GO TO 3100-EXIT
004480     END-READ.
004490     IF EXH-ACK-MATCHED
004500         GO TO 3100-EXIT
004510     END-IF.
004520     ADD 1 TO WS-OPEN-COUNT.
004530     PERFORM 3200-AGE-EXTRACT THRU 3200-EXIT.
004540     MOVE SPACES TO WS-LIST-OPEN-LINE.
004550     MOVE EXH-RUN-DATE TO WS-OPL-RUN-DATE.
004560     MOVE EXH-RUN-ID TO WS-OPL-RUN-ID.
004570     MOVE EXH-RECORD-COUNT TO WS-OPL-SENT-COUNT.
004580     MOVE EXH-RESULT-HASH TO WS-OPL-SENT-HASH.
004590     MOVE WS-EXTRACT-AGE TO WS-OPL-AGE.
004600     EVALUATE TRUE
004610         WHEN EXH-ACK-DISAGREES
004620             MOVE "*DISAGREES*" TO WS-OPL-STATUS
004630             ADD 1 TO WS-STILL-WRONG-COUNT
004640         WHEN WS-EXTRACT-AGE > WS-THRESHOLD
004650             MOVE "*OVERDUE*" TO WS-OPL-STATUS
004660             ADD 1 TO WS-OVERDUE-COUNT
004670         WHEN OTHER
004680             MOVE "AWAITING" TO WS-OPL-STATUS
004690     END-EVALUATE.
004700     MOVE WS-LIST-OPEN-LINE TO ACK-LIST-LINE.
004710     WRITE ACK-LIST-LINE.
004720 3100-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760*  3200-AGE-EXTRACT
004770*  DERIVES THE CURRENT EXTRACT'S AGE IN DAYS FROM ITS RUN
004780*  DATE. A RUN DATE THAT IS NOT A DATE, OR ONE IN THE FUTURE,
004790*  CANNOT AGE HONESTLY - THE AGE IS SET TO 9999 SO IT FLAGS.
004800*****************************************************************
004810 3200-AGE-EXTRACT.
004820     IF EXH-RUN-DATE IS NOT NUMERIC
004830         MOVE 9999 TO WS-EXTRACT-AGE
004840         GO TO 3200-EXIT
004850     END-IF.
004860     MOVE EXH-RUN-DATE TO WS-DATE-WORK.
004870     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
004880             OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
004890         MOVE 9999 TO WS-EXTRACT-AGE
004900         GO TO 3200-EXIT
004910     END-IF.
004920     PERFORM 7200-DATE-TO-DAY-NUMBER THRU 7200-EXIT.
004930     COMPUTE WS-EXTRACT-AGE = WS-TODAY-NUMBER - WS-DAY-NUMBER
004940         ON SIZE ERROR
004950             MOVE 9999 TO WS-EXTRACT-AGE
004960     END-COMPUTE.
004970     IF WS-EXTRACT-AGE < 0
004980         MOVE 9999 TO WS-EXTRACT-AGE
004990     END-IF.
005000 3200-EXIT.
005010     EXIT.
005020*
005030*****************************************************************
005040*  7100-WRITE-TEXT-LINE
005050*  PRINTS ONE MESSAGE LINE ON THE LISTING.
005060*****************************************************************
005070 7100-WRITE-TEXT-LINE.
005080     MOVE WS-LIST-TEXT-LINE TO ACK-LIST-LINE.
005090     WRITE ACK-LIST-LINE.
005100 7100-EXIT.
005110     EXIT.
005120*
005130*****************************************************************
005140*  7200-DATE-TO-DAY-NUMBER
005150*  TURNS THE YYYYMMDD DATE IN WS-DATE-WORK INTO A RUNNING DAY
005160*  NUMBER BY ORDINARY CALENDAR ARITHMETIC - YEARS AND LEAP
005170*  DAYS, THEN A MARCH-FIRST MONTH OFFSET SO THE LEAP DAY
005180*  FALLS AT THE END OF THE SHIFTED YEAR - SUITABLE FOR
005190*  SUBTRACTING ONE DATE FROM ANOTHER. JANUARY AND FEBRUARY
005200*  COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
005210*****************************************************************
005220 7200-DATE-TO-DAY-NUMBER.
005230     IF WS-DATE-MONTH > 2
005240         MOVE WS-DATE-YEAR TO WS-CALC-YEAR
005250         COMPUTE WS-CALC-MONTH = WS-DATE-MONTH + 1
005260     ELSE
005270         COMPUTE WS-CALC-YEAR = WS-DATE-YEAR - 1
005280         COMPUTE WS-CALC-MONTH = WS-DATE-MONTH + 13
005290     END-IF.
005300     COMPUTE WS-YEAR-DAYS = 1461 * WS-CALC-YEAR.
005310     DIVIDE 4 INTO WS-YEAR-DAYS.
005320     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-CENTURY-DAYS.
005330     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-DAYS.
005340     COMPUTE WS-MONTH-DAYS = 153 * WS-CALC-MONTH.
005350     DIVIDE 5 INTO WS-MONTH-DAYS.
005360     COMPUTE WS-DAY-NUMBER = WS-YEAR-DAYS - WS-CENTURY-DAYS
005370         + WS-LEAP-DAYS + WS-MONTH-DAYS + WS-DATE-DAY.
005380 7200-EXIT.
005390     EXIT.
005400*
005410*****************************************************************
005420*  7300-WRITE-SUMMARY
005430*  PRINTS ONE COUNT LINE ON THE LISTING.
005440*****************************************************************
005450 7300-WRITE-SUMMARY.
005460     MOVE WS-LIST-SUMMARY TO ACK-LIST-LINE.
005470     WRITE ACK-LIST-LINE.
005480 7300-EXIT.
005490     EXIT.
005500*
005510*****************************************************************
005520*  7500-LOG-RUN-START
005530*  LOGS THE START OF THIS RUN ON THE SHARED RUN-STATUS FILE.
005540*  THE RUN-ID IS TODAY'S DATE - THE MATCH RUNS AGAINST
005550*  WHATEVER FINANCE HAS SENT, NOT A NIGHT OF ITS OWN.
005560*****************************************************************
005570 7500-LOG-RUN-START.
005580     MOVE SPACES TO RUN-STATUS-RECORD.
005590     MOVE "EXTMATCH" TO RS-PROGRAM-ID.
005600     MOVE WS-RUN-DATE TO RS-RUN-ID.
005610     SET RS-START-EVENT TO TRUE.
005620     MOVE ZERO TO RS-RECORDS-READ.
005630     MOVE ZERO TO RS-RECORDS-WRITTEN.
005640     MOVE ZERO TO RS-RETURN-CODE.
005650     SET RS-NORMAL TO TRUE.
005660     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
005670 7500-EXIT.
005680     EXIT.
005690*
005700*****************************************************************
005710*  7600-LOG-RUN-END
005720*  LOGS THE END OF THIS RUN - ACKNOWLEDGEMENTS READ AND
005730*  ACKNOWLEDGEMENTS MATCHED.
005740*****************************************************************
005750 7600-LOG-RUN-END.
005760     SET RS-END-EVENT TO TRUE.
005770     MOVE WS-ACK-READ-COUNT TO RS-RECORDS-READ.
005780     MOVE WS-MATCHED-COUNT TO RS-RECORDS-WRITTEN.
005790     MOVE RETURN-CODE TO RS-RETURN-CODE.
005800     SET RS-NORMAL TO TRUE.
005810     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
005820     MOVE RS-RETURN-CODE TO RETURN-CODE.
005830 7600-EXIT.
005840     EXIT.
005850*
005860*****************************************************************
005870*  8000-FINALIZE
005880*  PRINTS THE COUNTS, CLOSES THE FILES, AND SETS THE RETURN
005890*  CODE - RC 8 WHEN ANY ACKNOWLEDGEMENT DISAGREES, IS
005900*  UNUSABLE OR ANSWERS AN EXTRACT NEVER SENT, OR AN EARLIER
005910*  DISAGREEMENT IS STILL UNRESOLVED; OTHERWISE RC 4 WHEN AN
005920*  EXTRACT IS OVERDUE.
005930*****************************************************************
005940 8000-FINALIZE.
005950     MOVE SPACES TO ACK-LIST-LINE.
005960     WRITE ACK-LIST-LINE.
005970     MOVE "ACKNOWLEDGEMENTS READ       : " TO WS-SUM-LABEL.
005980     MOVE WS-ACK-READ-COUNT TO WS-SUM-COUNT.
005990     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006000     MOVE "  MATCHED                   : " TO WS-SUM-LABEL.
006010     MOVE WS-MATCHED-COUNT TO WS-SUM-COUNT.
006020     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006030     MOVE "  DISAGREEING               : " TO WS-SUM-LABEL.
006040     MOVE WS-DISAGREE-COUNT TO WS-SUM-COUNT.
006050     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006060     MOVE "  FOR AN EXTRACT NOT SENT   : " TO WS-SUM-LABEL.
006070     MOVE WS-NOT-SENT-COUNT TO WS-SUM-COUNT.
006080     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006090     MOVE "  INVALID                   : " TO WS-SUM-LABEL.
006100     MOVE WS-INVALID-COUNT TO WS-SUM-COUNT.
006110     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006120     MOVE "EXTRACTS NOT MATCHED        : " TO WS-SUM-LABEL.
006130     MOVE WS-OPEN-COUNT TO WS-SUM-COUNT.
006140     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006150     MOVE "  DISAGREEING               : " TO WS-SUM-LABEL.
006160     MOVE WS-STILL-WRONG-COUNT TO WS-SUM-COUNT.
006170     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006180     MOVE "  OVERDUE                   : " TO WS-SUM-LABEL.
006190     MOVE WS-OVERDUE-COUNT TO WS-SUM-COUNT.
006200     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006210     IF NOT NO-HISTORY
006220         CLOSE EXTRACT-HIST-FILE
006230     END-IF.
006240     CLOSE ACK-LIST-FILE.
006250     DISPLAY "ACKNOWLEDGEMENTS READ    : " WS-ACK-READ-COUNT.
006260     DISPLAY "ACKNOWLEDGEMENTS MATCHED : " WS-MATCHED-COUNT.
006270     DISPLAY "EXTRACTS NOT MATCHED     : " WS-OPEN-COUNT.
006280     DISPLAY "EXTRACTS OVERDUE         : " WS-OVERDUE-COUNT.
006290     EVALUATE TRUE
006300         WHEN WS-DISAGREE-COUNT > 0
006310             OR WS-NOT-SENT-COUNT > 0
006320             OR WS-INVALID-COUNT > 0
006330             OR WS-STILL-WRONG-COUNT > 0
006340             MOVE 8 TO RETURN-CODE
006350         WHEN WS-OVERDUE-COUNT > 0
006360             MOVE 4 TO RETURN-CODE
006370         WHEN OTHER
006380             CONTINUE
006390     END-EVALUATE.
006400     PERFORM 7600-LOG-RUN-END THRU 7600-EXIT.
006410 8000-EXIT.
006420     EXIT.
006430*
006440*****************************************************************
006450*  9999-ABEND
006460*  TERMINATES THE RUN AFTER A FATAL FILE ERROR, LOGGING THE
006470*  ABEND ON THE SHARED RUN-STATUS FILE SO THE MORNING INQUIRY
006480*  SHOWS IT. RETURN-CODE WAS ALREADY SET BY THE CALLER.
006490*****************************************************************
006500 9999-ABEND.
006510     SET RS-END-EVENT TO TRUE.
006520     MOVE "EXTMATCH" TO RS-PROGRAM-ID.
006530     MOVE WS-RUN-DATE TO RS-RUN-ID.
006540     MOVE WS-ACK-READ-COUNT TO RS-RECORDS-READ.
006550     MOVE WS-MATCHED-COUNT TO RS-RECORDS-WRITTEN.
006560     MOVE RETURN-CODE TO RS-RETURN-CODE.
006570     SET RS-ABEND TO TRUE.
006580     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
006590     MOVE RS-RETURN-CODE TO RETURN-CODE.
006600     STOP RUN.
