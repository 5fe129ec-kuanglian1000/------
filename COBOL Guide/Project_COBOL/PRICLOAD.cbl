000010*****************************************************************
000020*  IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.     PRICLOAD.
000050 AUTHOR.         K.L. CHENG.
000060 INSTALLATION.   BATCH-CONTROL DESK.
000070 DATE-WRITTEN.   2026-10-15.
000080 DATE-COMPILED.
000090*****************************************************************
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------------
000130*  2026-10-15 KLC   ORIGINAL - BATCH LOADER FOR THE SUPPLIER
000140*                   PRICE FEED. EACH DETAIL LINE ON PRICFEED
000150*                   IS ADDED TO PRICEREF AS A NEW DATED RATE
000160*                   GENERATION AT THE FEED'S EFFECTIVE DATE -
000170*                   WHAT THE DESK SUPERVISOR USED TO RETYPE
000180*                   INTO PRICMNT ONE RATE AT A TIME. THE FEED
000190*                   IS READ TWICE, AS USERBRDG READS USERIFC:
000200*                   ONCE TO PROVE THE DETAIL COUNT AGAINST THE
000210*                   HEADER AND THE TRAILER, AND ONLY THEN TO
000220*                   LOAD - A TRUNCATED OR MALFORMED FEED IS
000230*                   REFUSED OUTRIGHT, RC 8, WITH NOTHING
000240*                   LOADED. A LINE IS REFUSED FOR AN UNKNOWN
000250*                   CODE, A CODE WITH NO ACTIVE RATE IN EFFECT,
000260*                   A NON-NUMERIC OR ZERO PRICE, AN EFFECTIVE
000270*                   DATE BEFORE TODAY, OR A GENERATION ALREADY
000280*                   ON FILE. A LOADED PRICE THAT MOVES BY MORE
000290*                   THAN THE TOLERANCE PERCENTAGE (COMMAND
000300*                   LINE, DEFAULT 10) FROM THE RATE IN EFFECT
000310*                   TODAY IS FLAGGED. EVERY LINE, LOADED OR
000320*                   REFUSED, IS PRINTED ON THE PRICLST
000330*                   EXCEPTION LISTING. GATED AT RATE-
000340*                   MAINTENANCE AUTHORITY THROUGH OPCHECK, AS
000350*                   PRICMNT'S ADD IS. THE RUN ENDS RC 4 WHEN
000360*                   ANY LINE IS REFUSED OR FLAGGED.
000361*  2026-10-15 KLC   DUAL CONTROL. A FEED LINE NO LONGER GOES
000362*                   STRAIGHT ONTO PRICEREF - EACH NEW GENERATION
000363*                   IS KEYED TO PRICPEND AS A PENDING ADD, WITH
000364*                   THE SIGNED-ON OPERATOR AS MAKER, AND TAKES
000365*                   EFFECT ONLY WHEN A SECOND OPERATOR APPROVES
000366*                   IT IN PRICMNT, WHICH APPLIES IT AND WRITES
000367*                   IT TO THE CHGJRNL JOURNAL LIKE ANY KEYED
000368*                   RATE. A LINE FOR A RATE ALREADY AWAITING
000369*                   APPROVAL IS REFUSED. PRICEREF IS NOW ONLY
000370*                   READ.
000371*****************************************************************
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRICE-FEED-FILE
000430         ASSIGN TO PRICFEED
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FEED-STATUS.
000460     SELECT PRICE-REF-FILE
000470         ASSIGN TO PRICEREF
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PRF-RATE-KEY
000510         FILE STATUS IS WS-PRICE-STATUS.
000512     SELECT PENDING-CHANGE-FILE
000514         ASSIGN TO PRICPEND
000516         ORGANIZATION IS SEQUENTIAL
000518         FILE STATUS IS WS-PEND-STATUS.
000520     SELECT PRICE-LIST-FILE
000530         ASSIGN TO PRICLST
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PRICLST-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PRICE-FEED-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620     COPY PRICFEED.
000630 FD  PRICE-REF-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY PRICEREF.
000652 FD  PENDING-CHANGE-FILE
000654     LABEL RECORDS ARE STANDARD
000656     RECORDING MODE IS F.
000658     COPY CHGPEND.
000660 FD  PRICE-LIST-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  PRICE-LIST-LINE       PIC X(80).
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730*    -------------------------------------------------------
000740*    FILE STATUS AND RUN COUNTERS.
000750*    -------------------------------------------------------
000760 77  WS-FEED-STATUS        PIC X(02)                 VALUE "00".
000770 77  WS-PRICE-STATUS       PIC X(02)                 VALUE "00".
000780 77  WS-PRICLST-STATUS     PIC X(02)                 VALUE "00".
000785 77  WS-PEND-STATUS        PIC X(02)                 VALUE "00".
000790 77  WS-READ-COUNT         BINARY-LONG               VALUE 0.
000800 77  WS-DETAIL-COUNT       BINARY-LONG               VALUE 0.
000810 77  WS-KEYED-COUNT        BINARY-LONG               VALUE 0.
000820 77  WS-FLAGGED-COUNT      BINARY-LONG               VALUE 0.
000830 77  WS-REFUSED-COUNT      BINARY-LONG               VALUE 0.
000840*
000850*    -------------------------------------------------------
000860*    FEED CONTROL - WHAT THE HEADER AND TRAILER PROMISE, AND
000870*    THE REASON A FEED THAT DOES NOT PROVE IS REFUSED.
000880*    -------------------------------------------------------
000890 77  WS-SUPPLIER-ID        PIC X(08)                 VALUE SPACES.
000900 77  WS-FEED-DATE          PIC X(08)                 VALUE SPACES.
000910 77  WS-HEADER-COUNT       PIC 9(07)                 VALUE 0.
000920 77  WS-TRAILER-COUNT      PIC 9(07)                 VALUE 0.
000930 77  WS-REFUSE-REASON      PIC X(50)                 VALUE SPACES.
000940*
000950*    -------------------------------------------------------
000960*    RATE WORK FIELDS - THE NEW PRICE, AND THE RATE IN EFFECT
000970*    TODAY FOUND BY WALKING THE CODE'S GENERATIONS THE WAY
000980*    USERBRDG PRICES THE BRIDGE.
000990*    -------------------------------------------------------
001000 77  WS-NEW-PRICE          PIC S9(5)V99 COMP-3       VALUE 0.
001010 77  WS-CURRENT-PRICE      PIC S9(5)V99 COMP-3       VALUE 0.
001020 77  WS-PRICE-DIFF         PIC S9(5)V99 COMP-3       VALUE 0.
001030 77  WS-DIFF-SCALED        PIC S9(09)V99 COMP-3      VALUE 0.
001040 77  WS-DIFF-LIMIT         PIC S9(09)V99 COMP-3      VALUE 0.
001050 77  WS-MOVE-PCT           PIC S9(07)V9 COMP-3       VALUE 0.
001060*
001070*    -------------------------------------------------------
001080*    RUN CONTROL - RUN DATE AND TOLERANCE PARAMETER.
001090*    -------------------------------------------------------
001100 77  WS-RUN-DATE           PIC X(08)                 VALUE SPACES.
001110 01  WS-COMMAND-LINE       PIC X(40)                 VALUE SPACES.
001120 01  WS-PARM-1             PIC X(10)                 VALUE SPACES.
001130 77  WS-TRAILING-SPACES    PIC 9(02)                 VALUE 0.
001140 77  WS-SIGNIFICANT-LEN    PIC 9(02)                 VALUE 0.
001150 77  WS-TOLERANCE          PIC 9(04)                 VALUE 10.
001151*
001152*    -------------------------------------------------------
001153*    RATE KEYS ALREADY AWAITING APPROVAL ON PRICPEND, LOADED
001154*    ONCE AT THE START AND GIVEN EACH KEY THIS RUN ADDS, SO A
001155*    RATE NEVER HAS TWO CHANGES WAITING ON IT - THE RULE
001156*    PRICMNT KEEPS FOR ITS OWN KEYING.
001157*    -------------------------------------------------------
001158 77  WS-PEND-MAX           BINARY-LONG               VALUE 10000.
001159 77  WS-PEND-COUNT         BINARY-LONG               VALUE 0.
001160 77  WS-PEND-IX            BINARY-LONG               VALUE 0.
001161 01  WS-PEND-TABLE.
001162     05  WS-PEND-KEY       OCCURS 10000 TIMES
001163                           PIC X(20).
001164*
001170*    -------------------------------------------------------
001180*    REPORT LINES.
001190*    -------------------------------------------------------
001200 01  WS-LIST-HEADING-1.
001210     05  FILLER            PIC X(25)
001220         VALUE "SUPPLIER PRICE FEED LOAD ".
001230     05  WS-HDG-RUN-DATE   PIC X(08)                 VALUE SPACES.
001240     05  FILLER            PIC X(11)
001250         VALUE "  SUPPLIER ".
001260     05  WS-HDG-SUPPLIER   PIC X(08)                 VALUE SPACES.
001270     05  FILLER            PIC X(13)
001280         VALUE "  TOLERANCE  ".
001290     05  WS-HDG-TOLERANCE  PIC Z(03)9.
001300     05  FILLER            PIC X(01)                 VALUE "%".
001310     05  FILLER            PIC X(10)                 VALUE SPACES.
001320 01  WS-LIST-HEADING-2.
001330     05  FILLER            PIC X(36)
001340         VALUE "CODE   EFFECTIVE  NEW PRICE  CURRENT".
001350     05  FILLER            PIC X(44)
001360         VALUE "      MOVE %  STATUS".
001370 01  WS-LIST-DETAIL.
001380     05  WS-DTL-CODE       PIC X(05)                 VALUE SPACES.
001390     05  FILLER            PIC X(02)                 VALUE SPACES.
001400     05  WS-DTL-EFFECTIVE  PIC X(08)                 VALUE SPACES.
001410     05  FILLER            PIC X(02)                 VALUE SPACES.
001420     05  WS-DTL-NEW-PRICE  PIC X(09)                 VALUE SPACES.
001430     05  WS-DTL-NEW-EDIT REDEFINES WS-DTL-NEW-PRICE
001440                           PIC -(5)9.99.
001450     05  FILLER            PIC X(02)                 VALUE SPACES.
001460     05  WS-DTL-CURRENT    PIC X(09)                 VALUE SPACES.
001470     05  WS-DTL-CURRENT-EDIT REDEFINES WS-DTL-CURRENT
001480                           PIC -(5)9.99.
001490     05  FILLER            PIC X(02)                 VALUE SPACES.
001500     05  WS-DTL-MOVE-PCT   PIC X(09)                 VALUE SPACES.
001510     05  WS-DTL-MOVE-EDIT REDEFINES WS-DTL-MOVE-PCT
001520                           PIC -(6)9.9.
001530     05  FILLER            PIC X(02)                 VALUE SPACES.
001540     05  WS-DTL-STATUS     PIC X(30)                 VALUE SPACES.
001550 01  WS-LIST-TEXT-LINE.
001560     05  WS-TXT-MESSAGE    PIC X(70)                 VALUE SPACES.
001570     05  FILLER            PIC X(10)                 VALUE SPACES.
001580 01  WS-LIST-SUMMARY.
001590     05  WS-SUM-LABEL      PIC X(30)                 VALUE SPACES.
001600     05  WS-SUM-COUNT      PIC Z(06)9.
001610     05  FILLER            PIC X(43)                 VALUE SPACES.
001620*
001630*    -------------------------------------------------------
001640*    SHARED RUN-STATUS AND AUTHORITY-CHECK PARAMETER RECORDS.
001650*    -------------------------------------------------------
001660     COPY RUNSTREC.
001670     COPY OPCHKREC.
001680*
001690*    -------------------------------------------------------
001700*    CONTROL SWITCHES.
001710*    -------------------------------------------------------
001720 01  SW-END-OF-FILE        PIC X(01)                 VALUE "N".
001730     88  END-OF-FILE                                VALUE "Y".
001740 01  SW-FEED-REFUSED       PIC X(01)                 VALUE "N".
001750     88  FEED-REFUSED                               VALUE "Y".
001760 01  SW-HEADER-SEEN        PIC X(01)                 VALUE "N".
001770     88  HEADER-SEEN                                VALUE "Y".
001780 01  SW-TRAILER-SEEN       PIC X(01)                 VALUE "N".
001790     88  TRAILER-SEEN                               VALUE "Y".
001800 01  SW-END-OF-SCAN        PIC X(01)                 VALUE "N".
001810     88  END-OF-SCAN                                VALUE "Y".
001820 01  SW-CODE-KNOWN         PIC X(01)                 VALUE "N".
001830     88  CODE-KNOWN                                 VALUE "Y".
001840 01  SW-RATE-FOUND         PIC X(01)                 VALUE "N".
001850     88  RATE-FOUND                                 VALUE "Y".
001860 01  SW-ALREADY-ON-FILE    PIC X(01)                 VALUE "N".
001870     88  ALREADY-ON-FILE                            VALUE "Y".
001872 01  SW-END-OF-PENDING     PIC X(01)                 VALUE "N".
001874     88  END-OF-PENDING                             VALUE "Y".
001876 01  SW-ALREADY-PENDING    PIC X(01)                 VALUE "N".
001878     88  ALREADY-PENDING                            VALUE "Y".
001880*
001890 PROCEDURE DIVISION.
001900*
001910*****************************************************************
001920*  0000-MAINLINE
001930*  PROVES THE FEED AGAINST ITS HEADER AND TRAILER, THEN -
001940*  ONLY IF IT PROVES - KEYS EACH DETAIL LINE, AND CLOSES
001950*  DOWN WITH THE COUNTS AND THE RETURN CODE.
001960*****************************************************************
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-PROVE-ONE-RECORD THRU 2000-EXIT
002000         UNTIL END-OF-FILE OR FEED-REFUSED.
002010     PERFORM 2500-CHECK-FEED-TOTALS THRU 2500-EXIT.
002020     IF NOT FEED-REFUSED
002030         PERFORM 3000-START-LOAD THRU 3000-EXIT
002040         PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
002050             UNTIL END-OF-FILE
002060     END-IF.
002070     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002080     STOP RUN.
002090*
002100*****************************************************************
002110*  1000-INITIALIZE
002120*  PICKS UP THE TOLERANCE PERCENTAGE (1-4 DIGITS, DEFAULT 10),
002130*  CHECKS THE OPERATOR'S RATE-MAINTENANCE AUTHORITY, LOGS THE
002140*  RUN START AND OPENS THE FILES. PRICEREF IS CREATED ON ITS
002150*  FIRST USE, AS PRICMNT CREATES IT - EVERY LINE THEN SIMPLY
002160*  REFUSES AS AN UNKNOWN CODE. THE KEYS ALREADY WAITING ON
002165*  PRICPEND ARE TABLED BEFORE IT IS OPENED TO BE EXTENDED.
002170*****************************************************************
002180 1000-INITIALIZE.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002210     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002220         INTO WS-PARM-1.
002230     IF WS-PARM-1 NOT = SPACES
002240         MOVE 0 TO WS-TRAILING-SPACES
002250         INSPECT WS-PARM-1 TALLYING WS-TRAILING-SPACES
002260             FOR TRAILING SPACES
002270         COMPUTE WS-SIGNIFICANT-LEN = 10 - WS-TRAILING-SPACES
002280         IF WS-SIGNIFICANT-LEN > 4
002290                 OR WS-PARM-1(1:WS-SIGNIFICANT-LEN)
002300                     IS NOT NUMERIC
002310             DISPLAY "*** TOLERANCE MUST BE 1-4 DIGITS - "
002320                 "USING DEFAULT 10 ***"
002330         ELSE
002340             MOVE WS-PARM-1(1:WS-SIGNIFICANT-LEN)
002350                 TO WS-TOLERANCE
002360         END-IF
002370     END-IF.
002380     PERFORM 1100-CHECK-RATE-AUTH THRU 1100-EXIT.
002390     PERFORM 7500-LOG-RUN-START THRU 7500-EXIT.
002400     OPEN INPUT PRICE-FEED-FILE.
002410     IF WS-FEED-STATUS NOT = "00"
002420         DISPLAY "*** ERROR OPENING PRICFEED - STATUS "
002430             WS-FEED-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         GO TO 9999-ABEND
002460     END-IF.
002470     OPEN INPUT PRICE-REF-FILE.
002480     IF WS-PRICE-STATUS = "35"
002490         OPEN OUTPUT PRICE-REF-FILE
002500         CLOSE PRICE-REF-FILE
002510         OPEN INPUT PRICE-REF-FILE
002520     END-IF.
002530     IF WS-PRICE-STATUS NOT = "00"
002540         DISPLAY "*** ERROR OPENING PRICEREF - STATUS "
002550             WS-PRICE-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 9999-ABEND
002580     END-IF.
002590     OPEN OUTPUT PRICE-LIST-FILE.
002600     IF WS-PRICLST-STATUS NOT = "00"
002610         DISPLAY "*** ERROR OPENING PRICLST - STATUS "
002620             WS-PRICLST-STATUS
002621         MOVE 16 TO RETURN-CODE
002622         GO TO 9999-ABEND
002623     END-IF.
002624     PERFORM 1200-LOAD-PENDING-KEYS THRU 1200-EXIT.
002625     OPEN EXTEND PENDING-CHANGE-FILE.
002626     IF WS-PEND-STATUS = "35"
002627         OPEN OUTPUT PENDING-CHANGE-FILE
002628     END-IF.
002629     IF WS-PEND-STATUS NOT = "00"
002630         DISPLAY "*** ERROR OPENING PRICPEND - STATUS "
002631             WS-PEND-STATUS
002632         MOVE 16 TO RETURN-CODE
002640         GO TO 9999-ABEND
002650     END-IF.
002660     PERFORM 2100-READ-FEED THRU 2100-EXIT.
002670 1000-EXIT.
002680     EXIT.
002690*
002700*****************************************************************
002710*  1100-CHECK-RATE-AUTH
002720*  CHECKS THE SIGNED-ON OPERATOR AT RATE-MAINTENANCE
002730*  AUTHORITY THROUGH THE SHARED OPCHECK SUBPROGRAM, THE LEVEL
002740*  PRICMNT ASKS FOR. OPCHECK DISPLAYS THE REASON AND LOGS THE
002750*  DENIAL TO AUDITLOG ITSELF - A DENIED RUN LOADS NOTHING AND
002760*  STOPS HERE, RC 8, BEFORE ANY FILE IS OPENED.
002770*****************************************************************
002780 1100-CHECK-RATE-AUTH.
002790     MOVE SPACES TO OP-CHECK-RECORD.
002800     ACCEPT OPC-OPERATOR-ID FROM ENVIRONMENT "USER".
002810     MOVE "PRICLOAD" TO OPC-PROGRAM-ID.
002820     MOVE 3 TO OPC-REQUIRED-LEVEL.
002830     CALL "OPCHECK" USING OP-CHECK-RECORD.
002840     IF OPC-DENIED
002850         MOVE 8 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880 1100-EXIT.
002881     EXIT.
002882*
002883*****************************************************************
002884*  1200-LOAD-PENDING-KEYS
002885*  READS PRICPEND ONCE AND TABLES THE RATE KEY OF EVERY CHANGE
002886*  ALREADY AWAITING APPROVAL. NO FILE YET MEANS NOTHING WAITS.
002887*****************************************************************
002888 1200-LOAD-PENDING-KEYS.
002889     OPEN INPUT PENDING-CHANGE-FILE.
002890     IF WS-PEND-STATUS = "35"
002891         GO TO 1200-EXIT
002892     END-IF.
002893     IF WS-PEND-STATUS NOT = "00"
002894         DISPLAY "*** ERROR OPENING PRICPEND - STATUS "
002895             WS-PEND-STATUS
002896         MOVE 16 TO RETURN-CODE
002897         GO TO 9999-ABEND
002898     END-IF.
002899     PERFORM 1210-TABLE-ONE-PENDING THRU 1210-EXIT
002900         UNTIL END-OF-PENDING.
002901     CLOSE PENDING-CHANGE-FILE.
002902 1200-EXIT.
002903     EXIT.
002904*
002905*****************************************************************
002906*  1210-TABLE-ONE-PENDING
002907*  READS ONE PENDING CHANGE AND TABLES ITS RATE KEY.
002908*****************************************************************
002909 1210-TABLE-ONE-PENDING.
002910     READ PENDING-CHANGE-FILE
002911         AT END
002912             SET END-OF-PENDING TO TRUE
002913             GO TO 1210-EXIT
002914     END-READ.
002915     PERFORM 7400-TABLE-PENDING-KEY THRU 7400-EXIT.
002916 1210-EXIT.
002917     EXIT.
002918*
002919*****************************************************************
002920*  2000-PROVE-ONE-RECORD
002930*  FIRST PASS - CHECKS THE SHAPE OF THE FEED ONE RECORD AT A
002940*  TIME. THE FIRST RECORD MUST BE THE HEADER, NOTHING MAY
002950*  FOLLOW THE TRAILER, AND EVERY RECORD BETWEEN MUST BE A
002960*  DETAIL LINE, WHICH IS COUNTED. ANY BREAK REFUSES THE FEED.
002970*****************************************************************
002980 2000-PROVE-ONE-RECORD.
002990     IF TRAILER-SEEN
003000         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-REFUSE-REASON
003010         SET FEED-REFUSED TO TRUE
003020         GO TO 2000-EXIT
003030     END-IF.
003040     IF NOT HEADER-SEEN
003050         IF NOT PFD-HEADER
003060             MOVE "FIRST RECORD IS NOT A HEADER"
003070                 TO WS-REFUSE-REASON
003080             SET FEED-REFUSED TO TRUE
003090             GO TO 2000-EXIT
003100         END-IF
003110         SET HEADER-SEEN TO TRUE
003120         MOVE PFD-SUPPLIER-ID TO WS-SUPPLIER-ID
003130         MOVE PFD-FEED-DATE TO WS-FEED-DATE
003140         IF PFD-LINE-COUNT IS NOT NUMERIC
003150             MOVE "HEADER COUNT IS NOT NUMERIC"
003160                 TO WS-REFUSE-REASON
003170             SET FEED-REFUSED TO TRUE
003180             GO TO 2000-EXIT
003190         END-IF
003200         MOVE PFD-LINE-COUNT TO WS-HEADER-COUNT
003210         GO TO 2000-READ
003220     END-IF.
003230     EVALUATE TRUE
003240         WHEN PFD-DETAIL
003250             ADD 1 TO WS-DETAIL-COUNT
003260         WHEN PFD-TRAILER
003270             SET TRAILER-SEEN TO TRUE
003280             IF PFD-LINE-COUNT IS NOT NUMERIC
003290                 MOVE "TRAILER COUNT IS NOT NUMERIC"
003300                     TO WS-REFUSE-REASON
003310                 SET FEED-REFUSED TO TRUE
003320                 GO TO 2000-EXIT
003330             END-IF
003340             MOVE PFD-LINE-COUNT TO WS-TRAILER-COUNT
003350         WHEN PFD-HEADER
003360             MOVE "A SECOND HEADER BEFORE THE TRAILER"
003370                 TO WS-REFUSE-REASON
003380             SET FEED-REFUSED TO TRUE
003390             GO TO 2000-EXIT
003400         WHEN OTHER
003410             MOVE "UNKNOWN RECORD TYPE IN THE FEED"
003420                 TO WS-REFUSE-REASON
003430             SET FEED-REFUSED TO TRUE
003440             GO TO 2000-EXIT
003450     END-EVALUATE.
003460 2000-READ.
003470     PERFORM 2100-READ-FEED THRU 2100-EXIT.
003480 2000-EXIT.
003490     EXIT.
003500*
003510*****************************************************************
003520*  2100-READ-FEED
003530*  READS THE NEXT FEED RECORD, SETTING END-OF-FILE WHEN
003540*  EXHAUSTED.
003550*****************************************************************
003560 2100-READ-FEED.
003570     READ PRICE-FEED-FILE
003580         AT END
003590             SET END-OF-FILE TO TRUE
003600             GO TO 2100-EXIT
003610     END-READ.
003620     ADD 1 TO WS-READ-COUNT.
003630 2100-EXIT.
003640     EXIT.
003650*
003660*****************************************************************
003670*  2500-CHECK-FEED-TOTALS
003680*  AFTER THE FIRST PASS THE FEED MUST HAVE HAD A HEADER AND A
003690*  TRAILER, AND BOTH MUST PROMISE EXACTLY THE NUMBER OF
003700*  DETAIL LINES READ. A FEED THAT FAILS ANY TEST IS REFUSED
003710*  WHOLE, SO HALF A PRICE LIST NEVER REACHES PRICEREF.
003720*****************************************************************
003730 2500-CHECK-FEED-TOTALS.
003740     IF FEED-REFUSED
003750         GO TO 2500-EXIT
003760     END-IF.
003770     IF NOT HEADER-SEEN
003780         MOVE "FEED IS EMPTY" TO WS-REFUSE-REASON
003790         SET FEED-REFUSED TO TRUE
003800         GO TO 2500-EXIT
003810     END-IF.
003820     IF NOT TRAILER-SEEN
003830         MOVE "NO TRAILER - FEED IS TRUNCATED" TO WS-REFUSE-REASON
003840         SET FEED-REFUSED TO TRUE
003850         GO TO 2500-EXIT
003860     END-IF.
003870     IF WS-HEADER-COUNT NOT = WS-DETAIL-COUNT
003880             OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
003890         MOVE "DETAIL COUNT DISAGREES WITH HEADER/TRAILER"
003900             TO WS-REFUSE-REASON
003910         SET FEED-REFUSED TO TRUE
003920     END-IF.
003930 2500-EXIT.
003940     EXIT.
003950*
003960*****************************************************************
003970*  3000-START-LOAD
003980*  SECOND PASS - REOPENS THE PROVED FEED, PRINTS THE LISTING
003990*  HEADINGS AND SKIPS THE HEADER RECORD.
004000*****************************************************************
004010 3000-START-LOAD.
004020     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
004030     CLOSE PRICE-FEED-FILE.
004040     OPEN INPUT PRICE-FEED-FILE.
004050     IF WS-FEED-STATUS NOT = "00"
004060         DISPLAY "*** ERROR REOPENING PRICFEED - STATUS "
004070             WS-FEED-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         GO TO 9999-ABEND
004100     END-IF.
004110     MOVE "N" TO SW-END-OF-FILE.
004120     PERFORM 2100-READ-FEED THRU 2100-EXIT.
004130     PERFORM 2100-READ-FEED THRU 2100-EXIT.
004140 3000-EXIT.
004150     EXIT.
004160*
004170*****************************************************************
004180*  3100-LOAD-ONE-RECORD
004190*  KEYS OR REFUSES THE CURRENT DETAIL LINE AND READS THE
004200*  NEXT. THE TRAILER ENDS THE PASS.
004210*****************************************************************
004220 3100-LOAD-ONE-RECORD.
004230     IF PFD-TRAILER
004240         SET END-OF-FILE TO TRUE
004250         GO TO 3100-EXIT
004260     END-IF.
004270     PERFORM 3200-LOAD-DETAIL THRU 3200-EXIT.
004280     PERFORM 2100-READ-FEED THRU 2100-EXIT.
004290 3100-EXIT.
004300     EXIT.
004310*
004320*****************************************************************
004330*  3200-LOAD-DETAIL
004340*  EDITS ONE DETAIL LINE IN ORDER - PRICE, EFFECTIVE DATE,
004350*  THEN THE CODE'S GENERATIONS ON PRICEREF AND THE CHANGES
004360*  AWAITING APPROVAL - AND STOPS AT THE FIRST FAULT, PRINTING
004370*  THE LINE AS REFUSED WITH ITS REASON. A LINE THAT PASSES IS
004380*  KEYED TO PRICPEND AS THE ADD OF A NEW ACTIVE GENERATION,
004390*  WITH NO BEFORE IMAGE, EXACTLY AS PRICMNT KEYS AN ADD, AND
004393*  ITS MOVE FROM THE RATE IN EFFECT TODAY IS TESTED AGAINST
004396*  THE TOLERANCE. A CHANGE THAT CANNOT BE KEYED ENDS THE RUN.
004400*****************************************************************
004410 3200-LOAD-DETAIL.
004420     MOVE SPACES TO WS-LIST-DETAIL.
004430     MOVE PFD-PRICE-CODE TO WS-DTL-CODE.
004440     MOVE PFD-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE.
004450     IF PFD-UNIT-PRICE IS NOT NUMERIC
004460         MOVE PFD-UNIT-PRICE TO WS-DTL-NEW-PRICE
004470         MOVE "REFUSED - PRICE NOT NUMERIC" TO WS-DTL-STATUS
004480         GO TO 3200-REFUSE
004490     END-IF.
004500     COMPUTE WS-NEW-PRICE = PFD-UNIT-PRICE-NUM / 100.
004510     MOVE WS-NEW-PRICE TO WS-DTL-NEW-EDIT.
004520     IF WS-NEW-PRICE = ZERO
004530         MOVE "REFUSED - PRICE IS ZERO" TO WS-DTL-STATUS
004540         GO TO 3200-REFUSE
004550     END-IF.
004560     IF PFD-EFFECTIVE-DATE IS NOT NUMERIC
004570         MOVE "REFUSED - DATE NOT YYYYMMDD" TO WS-DTL-STATUS
004580         GO TO 3200-REFUSE
004590     END-IF.
004600     IF PFD-EFFECTIVE-DATE < WS-RUN-DATE
004610         MOVE "REFUSED - DATE IN THE PAST" TO WS-DTL-STATUS
004620         GO TO 3200-REFUSE
004630     END-IF.
004640     PERFORM 3300-FIND-CURRENT-RATE THRU 3300-EXIT.
004650     IF NOT CODE-KNOWN
004660         MOVE "REFUSED - UNKNOWN CODE" TO WS-DTL-STATUS
004670         GO TO 3200-REFUSE
004680     END-IF.
004690     IF NOT RATE-FOUND
004700         MOVE "REFUSED - CODE INACTIVE" TO WS-DTL-STATUS
004710         GO TO 3200-REFUSE
004720     END-IF.
004730     MOVE WS-CURRENT-PRICE TO WS-DTL-CURRENT-EDIT.
004740     IF ALREADY-ON-FILE
004750         MOVE "REFUSED - ALREADY ON FILE" TO WS-DTL-STATUS
004760         GO TO 3200-REFUSE
004770     END-IF.
004780     MOVE SPACES TO PRICE-REF-RECORD.
004790     MOVE PFD-PRICE-CODE TO PRF-PRICE-CODE.
004800     MOVE PFD-EFFECTIVE-DATE TO PRF-EFFECTIVE-DATE.
004801     MOVE SPACES TO PENDING-CHANGE-RECORD.
004802     MOVE PRF-RATE-KEY TO PCH-RECORD-KEY.
004803     PERFORM 3500-CHECK-NOT-PENDING THRU 3500-EXIT.
004804     IF ALREADY-PENDING
004805         MOVE "REFUSED - AWAITING APPROVAL" TO WS-DTL-STATUS
004806         GO TO 3200-REFUSE
004807     END-IF.
004810     MOVE WS-NEW-PRICE TO PRF-UNIT-PRICE.
004820     SET PRF-ACTIVE TO TRUE.
004830     MOVE "PRICEREF" TO PCH-FILE-ID.
004840     SET PCH-ADD TO TRUE.
004850     MOVE OPC-OPERATOR-ID TO PCH-MAKER-ID.
004860     ACCEPT PCH-MAKER-DATE FROM DATE YYYYMMDD.
004870     ACCEPT PCH-MAKER-TIME FROM TIME.
004880     MOVE PRICE-REF-RECORD TO PCH-AFTER-IMAGE.
004890     WRITE PENDING-CHANGE-RECORD.
004900     IF WS-PEND-STATUS NOT = "00"
004903         DISPLAY "*** ERROR WRITING PRICPEND - STATUS "
004906             WS-PEND-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         GO TO 9999-ABEND
004930     END-IF.
004940     PERFORM 7400-TABLE-PENDING-KEY THRU 7400-EXIT.
004945     ADD 1 TO WS-KEYED-COUNT.
004950     PERFORM 3400-TEST-PRICE-MOVE THRU 3400-EXIT.
004960     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.
004970     GO TO 3200-EXIT.
004980 3200-REFUSE.
004990     ADD 1 TO WS-REFUSED-COUNT.
005000     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.
005010 3200-EXIT.
005020     EXIT.
005030*
005040*****************************************************************
005050*  3300-FIND-CURRENT-RATE
005060*  WALKS THE LINE'S CODE'S DATED GENERATIONS IN KEY ORDER
005070*  (OLDEST FIRST). ANY GENERATION MAKES THE CODE KNOWN; THE
005080*  LATEST ACTIVE ONE EFFECTIVE ON OR BEFORE TODAY IS THE RATE
005090*  IN EFFECT, EXACTLY AS USERBRDG PICKS IT - A CODE WITH NONE
005100*  IS INACTIVE. A GENERATION AT THE LINE'S OWN EFFECTIVE DATE
005110*  MEANS THE LINE IS ALREADY ON FILE.
005120*****************************************************************
005130 3300-FIND-CURRENT-RATE.
005140     MOVE "N" TO SW-CODE-KNOWN.
005150     MOVE "N" TO SW-RATE-FOUND.
005160     MOVE "N" TO SW-ALREADY-ON-FILE.
005170     MOVE "N" TO SW-END-OF-SCAN.
005180     MOVE ZERO TO WS-CURRENT-PRICE.
005190     MOVE PFD-PRICE-CODE TO PRF-PRICE-CODE.
005200     MOVE LOW-VALUES TO PRF-EFFECTIVE-DATE.
005210     START PRICE-REF-FILE
005220         KEY IS NOT LESS THAN PRF-RATE-KEY
005230         INVALID KEY
005240             SET END-OF-SCAN TO TRUE
005250     END-START.
005260     PERFORM 3310-SCAN-ONE-GENERATION THRU 3310-EXIT
005270         UNTIL END-OF-SCAN.
005280 3300-EXIT.
005290     EXIT.
005300*
005310*****************************************************************
005320*  3310-SCAN-ONE-GENERATION
005330*  READS THE NEXT GENERATION IN KEY ORDER, STOPPING AT END OF
005340*  FILE OR THE FIRST RECORD OF ANOTHER CODE.
005350*****************************************************************
005360 3310-SCAN-ONE-GENERATION.
005370     READ PRICE-REF-FILE NEXT RECORD
005380         AT END
005390             SET END-OF-SCAN TO TRUE
005400             GO TO 3310-EXIT
005410     END-READ.
005420     IF PRF-PRICE-CODE NOT = PFD-PRICE-CODE
005430         SET END-OF-SCAN TO TRUE
005440         GO TO 3310-EXIT
005450     END-IF.
005460     SET CODE-KNOWN TO TRUE.
005470     IF PRF-EFFECTIVE-DATE = PFD-EFFECTIVE-DATE
005480         SET ALREADY-ON-FILE TO TRUE
005490     END-IF.
005500     IF PRF-ACTIVE AND PRF-EFFECTIVE-DATE NOT > WS-RUN-DATE
005510         MOVE PRF-UNIT-PRICE TO WS-CURRENT-PRICE
005520         SET RATE-FOUND TO TRUE
005530     END-IF.
005540 3310-EXIT.
005550     EXIT.
005560*
005570*****************************************************************
005580*  3400-TEST-PRICE-MOVE
005590*  WORKS OUT THE NEW PRICE'S MOVE AS A PERCENTAGE OF THE
005600*  RATE IN EFFECT TODAY AND FLAGS IT WHEN THE MOVE, EITHER
005610*  WAY, IS MORE THAN THE TOLERANCE. THE TEST IS MADE ON
005620*  SCALED WHOLE FIGURES, AS BATVAR TESTS ITS BATCHES, SO A
005630*  ZERO CURRENT PRICE FLAGS ANY MOVE AT ALL.
005640*****************************************************************
005650 3400-TEST-PRICE-MOVE.
005660     COMPUTE WS-PRICE-DIFF = WS-NEW-PRICE - WS-CURRENT-PRICE.
005670     IF WS-CURRENT-PRICE NOT = ZERO
005680         COMPUTE WS-MOVE-PCT ROUNDED =
005690             WS-PRICE-DIFF * 100 / WS-CURRENT-PRICE
005700         MOVE WS-MOVE-PCT TO WS-DTL-MOVE-EDIT
005710     END-IF.
005720     IF WS-PRICE-DIFF < 0
005730         COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
005740     END-IF.
005750     COMPUTE WS-DIFF-SCALED = WS-PRICE-DIFF * 100.
005760     COMPUTE WS-DIFF-LIMIT = WS-CURRENT-PRICE * WS-TOLERANCE.
005770     IF WS-DIFF-SCALED > WS-DIFF-LIMIT
005780         ADD 1 TO WS-FLAGGED-COUNT
005790         MOVE "PENDING *MOVE* OVER TOLERANCE" TO WS-DTL-STATUS
005800     ELSE
005810         MOVE "PENDING APPROVAL" TO WS-DTL-STATUS
005820     END-IF.
005830 3400-EXIT.
005831     EXIT.
005832*
005833*****************************************************************
005834*  3500-CHECK-NOT-PENDING
005835*  LOOKS THROUGH THE TABLED PENDING KEYS FOR A CHANGE ALREADY
005836*  WAITING ON THE LINE'S RATE - ONE KEYED AT THE DESK, BY AN
005837*  EARLIER FEED, OR BY AN EARLIER LINE OF THIS ONE.
005838*****************************************************************
005839 3500-CHECK-NOT-PENDING.
005840     MOVE "N" TO SW-ALREADY-PENDING.
005841     PERFORM 3510-MATCH-ONE-PENDING THRU 3510-EXIT
005842         VARYING WS-PEND-IX FROM 1 BY 1
005843         UNTIL WS-PEND-IX > WS-PEND-COUNT OR ALREADY-PENDING.
005844 3500-EXIT.
005845     EXIT.
005846*
005847*****************************************************************
005848*  3510-MATCH-ONE-PENDING
005849*  TESTS ONE TABLED KEY AGAINST THE LINE'S RATE KEY.
005850*****************************************************************
005851 3510-MATCH-ONE-PENDING.
005852     IF WS-PEND-KEY(WS-PEND-IX) = PCH-RECORD-KEY
005853         SET ALREADY-PENDING TO TRUE
005854     END-IF.
005855 3510-EXIT.
005856     EXIT.
005857*
005860*****************************************************************
005870*  7000-WRITE-HEADINGS
005880*  PRINTS THE LISTING HEADINGS - RUN DATE, SUPPLIER AND
005890*  TOLERANCE, THEN THE COLUMN HEADINGS.
005900*****************************************************************
005910 7000-WRITE-HEADINGS.
005920     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
005930     MOVE WS-SUPPLIER-ID TO WS-HDG-SUPPLIER.
005940     MOVE WS-TOLERANCE TO WS-HDG-TOLERANCE.
005950     MOVE WS-LIST-HEADING-1 TO PRICE-LIST-LINE.
005960     WRITE PRICE-LIST-LINE.
005970     MOVE SPACES TO PRICE-LIST-LINE.
005980     WRITE PRICE-LIST-LINE.
005990     MOVE WS-LIST-HEADING-2 TO PRICE-LIST-LINE.
006000     WRITE PRICE-LIST-LINE.
006010 7000-EXIT.
006020     EXIT.
006030*
006040*****************************************************************
006050*  7100-WRITE-TEXT-LINE
006060*  PRINTS ONE MESSAGE LINE ON THE LISTING.
006070*****************************************************************
006080 7100-WRITE-TEXT-LINE.
006090     MOVE WS-LIST-TEXT-LINE TO PRICE-LIST-LINE.
006100     WRITE PRICE-LIST-LINE.
006110 7100-EXIT.
006120     EXIT.
006130*
006140*****************************************************************
006150*  7200-WRITE-DETAIL
006160*  PRINTS ONE FEED LINE, KEYED OR REFUSED.
006170*****************************************************************
006180 7200-WRITE-DETAIL.
006190     MOVE WS-LIST-DETAIL TO PRICE-LIST-LINE.
006200     WRITE PRICE-LIST-LINE.
006210 7200-EXIT.
006220     EXIT.
006230*
006240*****************************************************************
006250*  7300-WRITE-SUMMARY
006260*  PRINTS ONE SUMMARY COUNT LINE.
006270*****************************************************************
006280 7300-WRITE-SUMMARY.
006290     MOVE WS-LIST-SUMMARY TO PRICE-LIST-LINE.
006300     WRITE PRICE-LIST-LINE.
006310 7300-EXIT.
006311     EXIT.
006312*
006313*****************************************************************
006314*  7400-TABLE-PENDING-KEY
006315*  ADDS THE CURRENT PENDING CHANGE'S RATE KEY TO THE TABLE.
006316*****************************************************************
006317 7400-TABLE-PENDING-KEY.
006318     IF WS-PEND-COUNT >= WS-PEND-MAX
006319         DISPLAY "*** PRICPEND EXCEEDS THE TABLE - RUN "
006320             "ABANDONED ***"
006321         MOVE 16 TO RETURN-CODE
006322         GO TO 9999-ABEND
006323     END-IF.
006324     ADD 1 TO WS-PEND-COUNT.
006325     MOVE PCH-RECORD-KEY TO WS-PEND-KEY(WS-PEND-COUNT).
006326 7400-EXIT.
006327     EXIT.
006330*
006340*****************************************************************
006350*  7500-LOG-RUN-START
006360*  LOGS THE START OF THIS RUN ON THE SHARED RUN-STATUS FILE,
006370*  UNDER TODAY'S DATE AS THE RUN-ID.
006380*****************************************************************
006390 7500-LOG-RUN-START.
006400     MOVE SPACES TO RUN-STATUS-RECORD.
006410     MOVE "PRICLOAD" TO RS-PROGRAM-ID.
006420     MOVE WS-RUN-DATE TO RS-RUN-ID.
006430     SET RS-START-EVENT TO TRUE.
006440     MOVE ZERO TO RS-RECORDS-READ.
006450     MOVE ZERO TO RS-RECORDS-WRITTEN.
006460     MOVE ZERO TO RS-RETURN-CODE.
006470     SET RS-NORMAL TO TRUE.
006480     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
006490 7500-EXIT.
006500     EXIT.
006510*
006520*****************************************************************
006530*  7600-LOG-RUN-END
006540*  LOGS THE END OF THIS RUN - FEED RECORDS READ AND
006550*  GENERATIONS KEYED FOR APPROVAL.
006560*****************************************************************
006570 7600-LOG-RUN-END.
006580     SET RS-END-EVENT TO TRUE.
006590     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
006600     MOVE WS-KEYED-COUNT TO RS-RECORDS-WRITTEN.
006610     MOVE RETURN-CODE TO RS-RETURN-CODE.
006620     SET RS-NORMAL TO TRUE.
006630     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
006640     MOVE RS-RETURN-CODE TO RETURN-CODE.
006650 7600-EXIT.
006660     EXIT.
006670*
006680*****************************************************************
006690*  8000-FINALIZE
006700*  PRINTS THE REFUSAL OF A FEED THAT DID NOT PROVE, OR THE
006710*  LOAD SUMMARY, CLOSES THE FILES AND SETS THE RETURN CODE -
006720*  RC 8 FOR A REFUSED FEED, RC 4 WHEN ANY LINE WAS REFUSED OR
006730*  FLAGGED.
006740*****************************************************************
006750 8000-FINALIZE.
006760     IF FEED-REFUSED
006770         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
006780         MOVE SPACES TO WS-LIST-TEXT-LINE
006790         STRING "*** FEED REFUSED - " DELIMITED BY SIZE
006800             WS-REFUSE-REASON DELIMITED BY "  "
006810             " - NOTHING KEYED ***" DELIMITED BY SIZE
006820             INTO WS-TXT-MESSAGE
006830         END-STRING
006840         PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
006850         DISPLAY WS-TXT-MESSAGE
006860     END-IF.
006870     MOVE SPACES TO PRICE-LIST-LINE.
006880     WRITE PRICE-LIST-LINE.
006890     MOVE "DETAIL LINES ON THE FEED     : " TO WS-SUM-LABEL.
006900     MOVE WS-DETAIL-COUNT TO WS-SUM-COUNT.
006910     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006920     MOVE "  KEYED FOR APPROVAL         : " TO WS-SUM-LABEL.
006930     MOVE WS-KEYED-COUNT TO WS-SUM-COUNT.
006940     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006950     MOVE "    OF WHICH FLAGGED         : " TO WS-SUM-LABEL.
006960     MOVE WS-FLAGGED-COUNT TO WS-SUM-COUNT.
006970     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006980     MOVE "  LINES REFUSED              : " TO WS-SUM-LABEL.
006990     MOVE WS-REFUSED-COUNT TO WS-SUM-COUNT.
007000     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
007010     CLOSE PRICE-FEED-FILE.
007020     CLOSE PRICE-REF-FILE.
007025     CLOSE PENDING-CHANGE-FILE.
007030     CLOSE PRICE-LIST-FILE.
007040     DISPLAY "KEYED FOR APPROVAL       : " WS-KEYED-COUNT.
007042     IF WS-KEYED-COUNT > 0
007044         DISPLAY "APPROVE THEM IN PRICMNT, FUNCTION P, AS A "
007046             "SECOND OPERATOR"
007048     END-IF.
007050     DISPLAY "FLAGGED OVER TOLERANCE   : " WS-FLAGGED-COUNT.
007060     DISPLAY "LINES REFUSED            : " WS-REFUSED-COUNT.
007070     IF FEED-REFUSED
007080         MOVE 8 TO RETURN-CODE
007090     ELSE
007100         IF WS-REFUSED-COUNT > 0 OR WS-FLAGGED-COUNT > 0
007110             MOVE 4 TO RETURN-CODE
007120         END-IF
007130     END-IF.
007140     PERFORM 7600-LOG-RUN-END THRU 7600-EXIT.
007150 8000-EXIT.
007160     EXIT.
007170*
007180*****************************************************************
007190*  9999-ABEND
007200*  TERMINATES THE RUN AFTER A FATAL FILE ERROR, LOGGING THE
007210*  ABEND ON THE SHARED RUN-STATUS FILE SO THE MORNING INQUIRY
007220*  SHOWS IT. RETURN-CODE WAS ALREADY SET BY THE CALLER.
007230*****************************************************************
007240 9999-ABEND.
007250     SET RS-END-EVENT TO TRUE.
007260     MOVE "PRICLOAD" TO RS-PROGRAM-ID.
007270     MOVE WS-RUN-DATE TO RS-RUN-ID.
007280     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
007290     MOVE WS-KEYED-COUNT TO RS-RECORDS-WRITTEN.
007300     MOVE RETURN-CODE TO RS-RETURN-CODE.
007310     SET RS-ABEND TO TRUE.
007320     CALL "RUNSTAT" USING RUN-STATUS-RECORD.
007330     MOVE RS-RETURN-CODE TO RETURN-CODE.
007340     STOP RUN.
