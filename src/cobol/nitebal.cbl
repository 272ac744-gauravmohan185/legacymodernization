000250*            FIGURES), AND CROSS-FOOTS THE NIGHT:               *
000260*              RAW RECORDS IN = CLEAN + ERROR RECORDS OUT;      *
000270*              CLEAN DETAILS PLUS THE RELEASE, RESUBMISSION,    *
000280*              AND BACKOUT FEEDS AND THE APPROVED LIMIT ITEMS   *
000290*              = DETAILS THE RUN DISPOSED                       *
000300*              OF (THE STANDING FEED RIDES THROUGH TRAN-EDIT    *
000310*              AND IS ALREADY IN THE CLEAN DETAILS);            *
000320*              DETAILS DISPOSED = POSTED + REJECTS + PENDING    *
000330*              DIVERSIONS + BATCH-REJECTED + LIMIT-QUEUED;      *
000340*              GL EXTRACT COUNT AND TOTAL = WHAT THE RUN        *
000350*              POSTED; AND A NON-EMPTY EXTRACT ACTUALLY         *
000360*              PRODUCED A JOURNAL WHOSE NET AGREES.             *
000370*            ONE PAGE OF PASS/FAIL CHECKS PRINTS, AND ANY       *
000380*            FAIL SETS RETURN-CODE 8 SO THE SCHEDULER CAN       *
000390*            HOLD THE LEDGER LOAD.  A RECORD THAT QUIETLY       *
000400*            FALLS BETWEEN TWO STEPS NOW SURFACES THE SAME      *
000410*            NIGHT INSTEAD OF WHEN A DEPARTMENT COMPLAINS.      *
000420*                                                               *
000430*  MODIFICATION HISTORY                                         *
000440*  ----------------------------------------------------------   *
000450*  DATE        INIT   DESCRIPTION                               *
000460*  09/02/2026  RJ     ORIGINAL PROGRAM.                         *
000470*  09/02/2026  RJ     THE JOURNAL CHECK NOW USES THE JOURNAL   *
000480*                     ACCOUNT COUNT: THE OLD NET-TO-NET        *
000490*                     COMPARISON WAS ZERO AGAINST ZERO ON      *
000500*                     EVERY BALANCED NIGHT AND COULD NOT TELL  *
000510*                     A RELEASED JOURNAL FROM AN EMPTY ONE.    *
000520*  09/02/2026  RJ     THE STANDING FEED (GENOUT) NO LONGER     *
000530*                     ADDS INTO THE FEEDS CHECK - ITS BATCH    *
000540*                     RIDES THROUGH TRAN-EDIT AND WAS ALREADY  *
000550*                     COUNTED IN THE CLEAN DETAILS, SO ANY     *
000560*                     NIGHT IT GENERATED WORK FAILED THE       *
000570*                     CHECK AND HELD THE LEDGER LOAD FOR NO    *
000580*                     REASON.  THE POINT STILL TALLIES FOR     *
000590*                     THE OPERATOR COUNTS.                     *
000600*  10/15/2026  RJ     TALLIES THE QUEUED (POSTING-LIMIT          *
000610*                     DIVERSIONS) AND APROUT (LIM-APPROVE        *
000620*                     RELEASES) POINTS.  APROUT JOINS THE FEEDS  *
000630*                     CHECK AND QUEUED THE DISPOSITION CHECK.    *
000640*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND   *
000650*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,   *
000660*                     DOING NOTHING, IF A PREDECESSOR HAS NOT    *
000670*                     COMPLETED CLEANLY FOR THE BUSINESS DATE OR *
000680*                     IT HAS ALREADY RUN (UNLESS AN OVERRIDE     *
000690*                     CARD IS SUPPLIED), AND ITS RETURN CODE IS  *
000700*                     RECORDED ON THE RUN-CONTROL FILE AT THE    *
000710*                     END.                                       *
000720******************************************************************
000730
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT STP-FILE ASSIGN TO "STPCTL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-STP-STATUS.
000800
000810     SELECT RPT-FILE ASSIGN TO "NBLRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RPT-STATUS.
000840
000850     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-BDC-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  STP-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY STPREC.
000940
000950 FD  RPT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY RPTREC.
000980
000990 FD  BDC-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY BDCREC.
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
001050 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001060 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001070 77  WS-STP-EOF-SWITCH       PIC X(01)  VALUE "N".
001080     88  WS-STP-EOF                     VALUE "Y".
001090 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001100 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001110 77  WS-FAIL-COUNT           PIC 9(03) COMP VALUE ZERO.
001120 77  WS-POINT-COUNT          PIC 9(05) COMP VALUE ZERO.
001130 77  WS-CHK-LEFT             PIC S9(12)V99 COMP VALUE ZERO.
001140 77  WS-CHK-RIGHT            PIC S9(12)V99 COMP VALUE ZERO.
001150 77  WS-RAWIN-CNT            PIC 9(07) COMP VALUE ZERO.
001160 77  WS-CLNOUT-CNT           PIC 9(07) COMP VALUE ZERO.
001170 77  WS-ERROUT-CNT           PIC 9(07) COMP VALUE ZERO.
001180 77  WS-CLEAND-CNT           PIC 9(07) COMP VALUE ZERO.
001190 77  WS-RELOUT-CNT           PIC 9(07) COMP VALUE ZERO.
001200 77  WS-RSBOUT-CNT           PIC 9(07) COMP VALUE ZERO.
001210 77  WS-GENOUT-CNT           PIC 9(07) COMP VALUE ZERO.
001220 77  WS-BAKOUT-CNT           PIC 9(07) COMP VALUE ZERO.
001230 77  WS-DETLIN-CNT           PIC 9(07) COMP VALUE ZERO.
001240 77  WS-POSTED-CNT           PIC 9(07) COMP VALUE ZERO.
001250 77  WS-POSTED-AMT           PIC S9(12)V99 COMP VALUE ZERO.
001260 77  WS-REJECTS-CNT          PIC 9(07) COMP VALUE ZERO.
001270 77  WS-PENDING-CNT          PIC 9(07) COMP VALUE ZERO.
001280 77  WS-BCHREJ-CNT           PIC 9(07) COMP VALUE ZERO.
001290 77  WS-QUEUED-CNT           PIC 9(07) COMP VALUE ZERO.
001300 77  WS-APROUT-CNT           PIC 9(07) COMP VALUE ZERO.
001310 77  WS-GLIN-CNT             PIC 9(07) COMP VALUE ZERO.
001320 77  WS-GLIN-AMT             PIC S9(12)V99 COMP VALUE ZERO.
001330 77  WS-JRNOUT-CNT           PIC 9(07) COMP VALUE ZERO.
001340 77  WS-JRNOUT-AMT           PIC S9(12)V99 COMP VALUE ZERO.
001350
001360 01  WS-PRINT-LINE.
001370     05  WS-CHK-DESC         PIC X(38).
001380     05  FILLER              PIC X(02)  VALUE SPACES.
001390     05  WS-CHK-LEFT-PRT     PIC -(12)9.99.
001400     05  FILLER              PIC X(02)  VALUE SPACES.
001410     05  WS-CHK-RIGHT-PRT    PIC -(12)9.99.
001420     05  FILLER              PIC X(02)  VALUE SPACES.
001430     05  WS-CHK-RESULT       PIC X(04).
001440     05  FILLER              PIC X(52)  VALUE SPACES.
001450
001460 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001470     05  WS-HDR-BUS-LABEL    PIC X(13).
001480     05  FILLER              PIC X(02).
001490     05  WS-HDR-BUS-DATE     PIC 9(08).
001500     05  FILLER              PIC X(03).
001510     05  WS-HDR-TIM-LABEL    PIC X(08).
001520     05  FILLER              PIC X(02).
001530     05  WS-HDR-RUN-TIME     PIC 9(08).
001540     05  FILLER              PIC X(88).
001550
001560 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001570     05  FILLER              PIC X(02).
001580     05  WS-FTR-PNT-LABEL    PIC X(15).
001590     05  WS-FTR-POINTS       PIC Z,ZZZ,ZZ9.
001600     05  FILLER              PIC X(02).
001610     05  WS-FTR-FAIL-LABEL   PIC X(13).
001620     05  WS-FTR-FAILS        PIC Z,ZZZ,ZZ9.
001630     05  FILLER              PIC X(82).
001640
001650     COPY RCLREC.
001660
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE SECTION.
001690 0000-MAIN-RTN.
001700     PERFORM 0100-START-RUN-CONTROL
001710         THRU 0100-START-RUN-CONTROL-EXIT.
001720
001730     IF RCL-STEP-REFUSED
001740         STOP RUN
001750     END-IF.
001760
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-INITIALIZE-EXIT.
001790
001800     IF RETURN-CODE = ZERO
001810         PERFORM 2000-TALLY-CONTROL-POINT
001820             THRU 2000-TALLY-CONTROL-POINT-EXIT
001830             UNTIL WS-STP-EOF
001840
001850         PERFORM 3000-CROSS-FOOT-NIGHT
001860             THRU 3000-CROSS-FOOT-NIGHT-EXIT
001870
001880         PERFORM 9000-TERMINATE
001890             THRU 9000-TERMINATE-EXIT
001900     END-IF.
001910
001920     PERFORM 9900-END-RUN-CONTROL
001930         THRU 9900-END-RUN-CONTROL-EXIT.
001940
001950     STOP RUN.
001960
001970******************************************************************
001980*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
001990*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
002000*  CODE RUN-CONTROL SETS.                                        *
002010******************************************************************
002020 0100-START-RUN-CONTROL.
002030 0100-START-RUN-CONTROL-RTN.
002040     MOVE "NITEBAL " TO RCL-JOB-ID.
002050     MOVE ZERO TO RCL-STEP-RC.
002060     SET RCL-START TO TRUE.
002070
002080     CALL "RUN-CONTROL" USING RCL-AREA.
002090
002100     MOVE RCL-STEP-RC TO RETURN-CODE.
002110 0100-START-RUN-CONTROL-EXIT.
002120     EXIT.
002130
002140 1000-INITIALIZE.
002150 1000-INITIALIZE-RTN.
002160     PERFORM 1100-GET-BUSINESS-DATE
002170         THRU 1100-GET-BUSINESS-DATE-EXIT.
002180
002190     OPEN INPUT STP-FILE.
002200
002210     IF WS-STP-STATUS NOT = "00"
002220         DISPLAY "NIGHTBALANCE - OPEN ERROR ON STP-FILE "
002230             "STATUS: " WS-STP-STATUS
002240             " - NOTHING TO BALANCE"
002250         MOVE 20 TO RETURN-CODE
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280
002290     OPEN OUTPUT RPT-FILE.
002300
002310     MOVE SPACES TO WS-HEADER-LINE.
002320     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002330     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002340     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002350     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002360     WRITE RPT-LINE FROM WS-HEADER-LINE.
002370
002380     PERFORM 2100-READ-CONTROL-POINT
002390         THRU 2100-READ-CONTROL-POINT-EXIT.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002420
002430 1100-GET-BUSINESS-DATE.
002440 1100-GET-BUSINESS-DATE-RTN.
002450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002460     ACCEPT WS-RUN-TIME FROM TIME.
002470
002480     OPEN INPUT BDC-FILE.
002490
002500     IF WS-BDC-STATUS NOT = "00"
002510         GO TO 1100-GET-BUSINESS-DATE-EXIT
002520     END-IF.
002530
002540     READ BDC-FILE
002550         AT END
002560             CONTINUE
002570     END-READ.
002580
002590     IF WS-BDC-STATUS = "00"
002600         AND BDC-BUS-DATE IS NUMERIC
002610         AND BDC-BUS-DATE > ZERO
002620         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002630     END-IF.
002640
002650     CLOSE BDC-FILE.
002660 1100-GET-BUSINESS-DATE-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700*  THE LAST RECORD PER CONTROL POINT FOR THE BUSINESS DATE       *
002710*  WINS - A RESTART OR RERUN APPENDS FRESH FIGURES AND THE       *
002720*  EARLIER ONES ARE SUPERSEDED BY THE PLAIN MOVE.                *
002730******************************************************************
002740 2000-TALLY-CONTROL-POINT.
002750 2000-TALLY-CONTROL-POINT-RTN.
002760     IF STP-BUS-DATE NOT = WS-RUN-DATE
002770         GO TO 2000-TALLY-CONTROL-POINT-NEXT
002780     END-IF.
002790
002800     ADD 1 TO WS-POINT-COUNT.
002810
002820     EVALUATE STP-POINT
002830         WHEN "RAWIN"
002840             MOVE STP-COUNT TO WS-RAWIN-CNT
002850         WHEN "CLNOUT"
002860             MOVE STP-COUNT TO WS-CLNOUT-CNT
002870         WHEN "ERROUT"
002880             MOVE STP-COUNT TO WS-ERROUT-CNT
002890         WHEN "CLEAND"
002900             MOVE STP-COUNT TO WS-CLEAND-CNT
002910         WHEN "RELOUT"
002920             MOVE STP-COUNT TO WS-RELOUT-CNT
002930         WHEN "RSBOUT"
002940             MOVE STP-COUNT TO WS-RSBOUT-CNT
002950         WHEN "GENOUT"
002960             MOVE STP-COUNT TO WS-GENOUT-CNT
002970         WHEN "BAKOUT"
002980             MOVE STP-COUNT TO WS-BAKOUT-CNT
002990         WHEN "DETLIN"
003000             MOVE STP-COUNT TO WS-DETLIN-CNT
003010         WHEN "POSTED"
003020             MOVE STP-COUNT TO WS-POSTED-CNT
003030             MOVE STP-AMOUNT TO WS-POSTED-AMT
003040         WHEN "REJECTS"
003050             MOVE STP-COUNT TO WS-REJECTS-CNT
003060         WHEN "PENDING"
003070             MOVE STP-COUNT TO WS-PENDING-CNT
003080         WHEN "BCHREJ"
003090             MOVE STP-COUNT TO WS-BCHREJ-CNT
003100         WHEN "QUEUED"
003110             MOVE STP-COUNT TO WS-QUEUED-CNT
003120         WHEN "APROUT"
003130             MOVE STP-COUNT TO WS-APROUT-CNT
003140         WHEN "GLIN"
003150             MOVE STP-COUNT TO WS-GLIN-CNT
003160             MOVE STP-AMOUNT TO WS-GLIN-AMT
003170         WHEN "JRNOUT"
003180             MOVE STP-COUNT TO WS-JRNOUT-CNT
003190             MOVE STP-AMOUNT TO WS-JRNOUT-AMT
003200         WHEN OTHER
003210             DISPLAY "NIGHTBALANCE - UNRECOGNIZED CONTROL "
003220                 "POINT " STP-POINT " FROM JOB " STP-JOB-ID
003230     END-EVALUATE.
003240
003250 2000-TALLY-CONTROL-POINT-NEXT.
003260     PERFORM 2100-READ-CONTROL-POINT
003270         THRU 2100-READ-CONTROL-POINT-EXIT.
003280 2000-TALLY-CONTROL-POINT-EXIT.
003290     EXIT.
003300
003310 2100-READ-CONTROL-POINT.
003320 2100-READ-CONTROL-POINT-RTN.
003330     READ STP-FILE
003340         AT END
003350             MOVE "Y" TO WS-STP-EOF-SWITCH
003360     END-READ.
003370 2100-READ-CONTROL-POINT-EXIT.
003380     EXIT.
003390
003400 3000-CROSS-FOOT-NIGHT.
003410 3000-CROSS-FOOT-NIGHT-RTN.
003420     MOVE "RAW RECORDS IN = CLEAN + ERRORS OUT"
003430         TO WS-CHK-DESC.
003440     MOVE WS-RAWIN-CNT TO WS-CHK-LEFT.
003450     COMPUTE WS-CHK-RIGHT =
003460         WS-CLNOUT-CNT + WS-ERROUT-CNT.
003470     PERFORM 3100-WRITE-CHECK-LINE
003480         THRU 3100-WRITE-CHECK-LINE-EXIT.
003490
003500******************************************************************
003510*  THE STANDING FEED (GENOUT) IS NOT ADDED HERE: SI-GENERATE'S   *
003520*  BATCH IS CONCATENATED AHEAD OF THE RAW INPUT AND RIDES        *
003530*  THROUGH TRAN-EDIT, SO ITS DETAILS ARE ALREADY INSIDE THE      *
003540*  CLEAND FIGURE.  THE OTHER FEEDS BYPASS THE EDIT AND JOIN      *
003550*  THE PRODUCTION RUN'S INPUT DIRECTLY - LIM-APPROVE'S RELEASE   *
003560*  OF SUPERVISOR-APPROVED LIMIT ITEMS (APROUT) AMONG THEM.       *
003570******************************************************************
003580     MOVE "CLEAN DETAILS + FEEDS = DETAILS IN"
003590         TO WS-CHK-DESC.
003600     COMPUTE WS-CHK-LEFT = WS-CLEAND-CNT
003610         + WS-RELOUT-CNT + WS-RSBOUT-CNT
003620         + WS-BAKOUT-CNT + WS-APROUT-CNT.
003630     MOVE WS-DETLIN-CNT TO WS-CHK-RIGHT.
003640     PERFORM 3100-WRITE-CHECK-LINE
003650         THRU 3100-WRITE-CHECK-LINE-EXIT.
003660
003670     MOVE "DETAILS IN = PSTD+REJ+PND+BCH+QUEUED"
003680         TO WS-CHK-DESC.
003690     MOVE WS-DETLIN-CNT TO WS-CHK-LEFT.
003700     COMPUTE WS-CHK-RIGHT = WS-POSTED-CNT
003710         + WS-REJECTS-CNT + WS-PENDING-CNT
003720         + WS-BCHREJ-CNT + WS-QUEUED-CNT.
003730     PERFORM 3100-WRITE-CHECK-LINE
003740         THRU 3100-WRITE-CHECK-LINE-EXIT.
003750
003760     MOVE "GL EXTRACT COUNT = POSTED COUNT"
003770         TO WS-CHK-DESC.
003780     MOVE WS-POSTED-CNT TO WS-CHK-LEFT.
003790     MOVE WS-GLIN-CNT TO WS-CHK-RIGHT.
003800     PERFORM 3100-WRITE-CHECK-LINE
003810         THRU 3100-WRITE-CHECK-LINE-EXIT.
003820
003830     MOVE "GL EXTRACT TOTAL = POSTED TOTAL"
003840         TO WS-CHK-DESC.
003850     MOVE WS-POSTED-AMT TO WS-CHK-LEFT.
003860     MOVE WS-GLIN-AMT TO WS-CHK-RIGHT.
003870     PERFORM 3100-WRITE-CHECK-LINE
003880         THRU 3100-WRITE-CHECK-LINE-EXIT.
003890
003900     MOVE "JOURNAL RELEASED FOR THE EXTRACT"
003910         TO WS-CHK-DESC.
003920     PERFORM 3200-CHECK-JOURNAL-RELEASE
003930         THRU 3200-CHECK-JOURNAL-RELEASE-EXIT.
003940 3000-CROSS-FOOT-NIGHT-EXIT.
003950     EXIT.
003960
003970 3100-WRITE-CHECK-LINE.
003980 3100-WRITE-CHECK-LINE-RTN.
003990     MOVE WS-CHK-LEFT TO WS-CHK-LEFT-PRT.
004000     MOVE WS-CHK-RIGHT TO WS-CHK-RIGHT-PRT.
004010
004020     IF WS-CHK-LEFT = WS-CHK-RIGHT
004030         MOVE "PASS" TO WS-CHK-RESULT
004040     ELSE
004050         MOVE "FAIL" TO WS-CHK-RESULT
004060         ADD 1 TO WS-FAIL-COUNT
004070         DISPLAY "NIGHTBALANCE - CHECK FAILED: "
004080             WS-CHK-DESC
004090     END-IF.
004100
004110     WRITE RPT-LINE FROM WS-PRINT-LINE.
004120
004130     MOVE SPACES TO WS-PRINT-LINE.
004140 3100-WRITE-CHECK-LINE-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*  ON A BALANCED NIGHT THE EXTRACT AND JOURNAL NETS ARE BOTH     *
004190*  NECESSARILY ZERO, SO AN AMOUNT-ONLY COMPARISON PROVES         *
004200*  NOTHING.  THE JOURNAL SIDE PASSES ONLY WHEN A NON-EMPTY       *
004210*  EXTRACT ACTUALLY PRODUCED JOURNAL ACCOUNTS (NO MORE           *
004220*  ACCOUNTS THAN EXTRACT RECORDS) AND THE NETS AGREE - AN        *
004230*  EXTRACT THAT POSTED NOTHING FAILS HERE BEFORE THE LEDGER      *
004240*  LOAD.  AN EMPTY NIGHT (NO EXTRACT, NO JOURNAL) PASSES.        *
004250******************************************************************
004260 3200-CHECK-JOURNAL-RELEASE.
004270 3200-CHECK-JOURNAL-RELEASE-RTN.
004280     MOVE WS-JRNOUT-CNT TO WS-CHK-LEFT.
004290     MOVE WS-GLIN-CNT TO WS-CHK-RIGHT.
004300     MOVE WS-CHK-LEFT TO WS-CHK-LEFT-PRT.
004310     MOVE WS-CHK-RIGHT TO WS-CHK-RIGHT-PRT.
004320
004330     IF (WS-GLIN-CNT = ZERO
004340         AND WS-JRNOUT-CNT = ZERO)
004350         OR (WS-GLIN-CNT > ZERO
004360             AND WS-JRNOUT-CNT > ZERO
004370             AND WS-JRNOUT-CNT NOT > WS-GLIN-CNT
004380             AND WS-JRNOUT-AMT = WS-GLIN-AMT)
004390         MOVE "PASS" TO WS-CHK-RESULT
004400     ELSE
004410         MOVE "FAIL" TO WS-CHK-RESULT
004420         ADD 1 TO WS-FAIL-COUNT
004430         DISPLAY "NIGHTBALANCE - CHECK FAILED: "
004440             WS-CHK-DESC
004450     END-IF.
004460
004470     WRITE RPT-LINE FROM WS-PRINT-LINE.
004480
004490     MOVE SPACES TO WS-PRINT-LINE.
004500 3200-CHECK-JOURNAL-RELEASE-EXIT.
004510     EXIT.
004520
004530 9000-TERMINATE.
004540 9000-TERMINATE-RTN.
004550     MOVE SPACES TO WS-FOOTER-LINE.
004560     MOVE "CONTROL POINTS" TO WS-FTR-PNT-LABEL.
004570     MOVE WS-POINT-COUNT TO WS-FTR-POINTS.
004580     MOVE "CHECKS FAILED" TO WS-FTR-FAIL-LABEL.
004590     MOVE WS-FAIL-COUNT TO WS-FTR-FAILS.
004600
004610     WRITE RPT-LINE FROM WS-FOOTER-LINE.
004620
004630     IF WS-FAIL-COUNT > ZERO
004640         AND RETURN-CODE = ZERO
004650         MOVE 8 TO RETURN-CODE
004660     END-IF.
004670
004680     CLOSE STP-FILE.
004690     CLOSE RPT-FILE.
004700 9000-TERMINATE-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
004750*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
004760******************************************************************
004770 9900-END-RUN-CONTROL.
004780 9900-END-RUN-CONTROL-RTN.
004790     MOVE RETURN-CODE TO RCL-STEP-RC.
004800     SET RCL-END TO TRUE.
004810
004820     CALL "RUN-CONTROL" USING RCL-AREA.
004830
004840     MOVE RCL-STEP-RC TO RETURN-CODE.
004850 9900-END-RUN-CONTROL-EXIT.
004860     EXIT.
