000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LIM-APPROVE.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  POSTING-LIMIT APPROVAL JOB.  RUNS AHEAD OF THE      *
000190*            ADDNUMBERSFUNCTION BATCH RUN, ALONGSIDE            *
000200*            TRAN-RELEASE.  READS THE APPROVAL QUEUE (APQ-FILE) *
000210*            OF TRANSACTIONS EARLIER RUNS HELD BACK FOR         *
000220*            BREAKING THEIR ACCOUNT'S ITEM OR NIGHTLY POSTING   *
000230*            LIMIT, AND PAIRS THEM WITH THE SUPERVISORS'        *
000240*            APPROVE/DECLINE CARDS (APC-FILE), KEYED AGAINST    *
000250*            AN ITEM'S ACCOUNT, PARAM VALUES, AND QUEUE DATE:   *
000260*              AN APPROVED ITEM IS RELEASED ON APR-FILE AS A    *
000270*              PROPER TRAN-FILE BATCH (HEADER SOURCE LIMAPPR,   *
000280*              D-TYPE DETAILS, TRAILER WITH COUNT AND HASH)     *
000290*              WHICH THE SCHEDULER CONCATENATES AHEAD OF THAT   *
000300*              NIGHT'S TRANSACTION INPUT.  THE BATCH RUN DOES   *
000310*              NOT HOLD A LIMAPPR ITEM A SECOND TIME.           *
000320*              A DECLINED ITEM IS WRITTEN TO REJ-FILE WITH      *
000330*              REASON 07 SO REJ-RECYCLE CAN CORRECT OR          *
000340*              ABANDON IT LIKE ANY OTHER REJECT.                *
000350*              AN UNDECIDED ITEM IS CARRIED FORWARD ON THE NEW  *
000360*              QUEUE FILE (APN-FILE), WHICH REPLACES APQ-FILE   *
000370*              AFTER THE STEP.                                  *
000380*            THE APPROVAL REPORT LISTS EVERY QUEUED ITEM WITH   *
000390*            THE LIMIT IT BROKE, ITS DAYS IN THE QUEUE, ITS     *
000400*            DISPOSITION, AND THE SUPERVISOR WHO DECIDED IT,    *
000410*            AND TOTALS THE COUNT AND VALUE BY DISPOSITION.     *
000420*            THE RELEASE COUNT AND HASH GO TO THE STEP CONTROL  *
000430*            FILE (POINT APROUT) FOR THE NIGHT-BALANCE CROSS-   *
000440*            FOOT.  A CARD THAT FAILS ITS EDIT OR MATCHES NO    *
000450*            UNDECIDED ITEM IS REPORTED AND COUNTED; ANY SUCH   *
000460*            CARD SETS RETURN-CODE 8.                           *
000470*                                                               *
000480*  MODIFICATION HISTORY                                         *
000490*  ----------------------------------------------------------   *
000500*  DATE        INIT   DESCRIPTION                               *
000510*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000520*  10/15/2026  RJ     THE QUEUED ITEM NOW CARRIES ITS CURRENCY  *
000530*                     CODE THROUGH TO THE RELEASED DETAIL, THE  *
000540*                     DECLINE REJECT AND THE REPORT.            *
000550*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND  *
000560*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,  *
000570*                     DOING NOTHING, IF A PREDECESSOR HAS NOT   *
000580*                     COMPLETED CLEANLY FOR THE BUSINESS DATE   *
000590*                     OR IT HAS ALREADY RUN (UNLESS AN OVERRIDE *
000600*                     CARD IS SUPPLIED), AND ITS RETURN CODE IS *
000610*                     RECORDED ON THE RUN-CONTROL FILE AT THE   *
000620*                     END.                                      *
000630*  10/15/2026  RJ     THE APPROVAL QUEUE IS NOW LOADED BEFORE   *
000640*                     THE OUTPUT FILES ARE OPENED, SO A QUEUE   *
000650*                     TOO LARGE FOR THE TABLE NO LONGER LEAVES  *
000660*                     AN EMPTY RELEASE FILE BEHIND.             *
000670******************************************************************
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT APQ-FILE ASSIGN TO "APRQUE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-APQ-STATUS.
000750
000760     SELECT APC-FILE ASSIGN TO "APRCARD"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-APC-STATUS.
000790
000800     SELECT APN-FILE ASSIGN TO "APRQNEW"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-APN-STATUS.
000830
000840     SELECT APR-FILE ASSIGN TO "APRFILE"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-APR-STATUS.
000870
000880     SELECT REJ-FILE ASSIGN TO "REJFILE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-REJ-STATUS.
000910
000920     SELECT RPT-FILE ASSIGN TO "APRRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RPT-STATUS.
000950
000960     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-BDC-STATUS.
000990
001000     SELECT STP-FILE ASSIGN TO "STPCTL"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-STP-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  APQ-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY APQREC.
001090
001100 FD  APC-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY APCREC.
001130
001140 FD  APN-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  APN-RECORD              PIC X(87).
001170
001180 FD  APR-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY TRANREC.
001210
001220 FD  REJ-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY REJREC.
001250
001260 FD  RPT-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY RPTREC.
001290
001300 FD  BDC-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY BDCREC.
001330
001340 FD  STP-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY STPREC.
001370
001380 WORKING-STORAGE SECTION.
001390 77  WS-APQ-STATUS           PIC X(02)  VALUE "00".
001400 77  WS-APC-STATUS           PIC X(02)  VALUE "00".
001410 77  WS-APN-STATUS           PIC X(02)  VALUE "00".
001420 77  WS-APR-STATUS           PIC X(02)  VALUE "00".
001430 77  WS-REJ-STATUS           PIC X(02)  VALUE "00".
001440 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001450 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001460 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
001470 77  WS-APQ-EOF-SWITCH       PIC X(01)  VALUE "N".
001480     88  WS-APQ-EOF                     VALUE "Y".
001490 77  WS-APC-EOF-SWITCH       PIC X(01)  VALUE "N".
001500     88  WS-APC-EOF                     VALUE "Y".
001510 77  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
001520     88  WS-ITEM-FOUND                  VALUE "Y".
001530 77  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "Y".
001540     88  WS-CARD-OK                     VALUE "Y".
001550     88  WS-CARD-BAD                    VALUE "N".
001560 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001570 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001580 77  WS-CARD-QUEUE-DATE      PIC 9(08) VALUE ZERO.
001590 77  WS-ITEM-COUNT           PIC 9(05) COMP VALUE ZERO.
001600 77  WS-ITEM-MAX             PIC 9(05) COMP VALUE 5000.
001610 77  WS-ITEM-SUB             PIC 9(05) COMP VALUE ZERO.
001620 77  WS-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
001630 77  WS-APPROVE-COUNT        PIC 9(07) COMP VALUE ZERO.
001640 77  WS-DECLINE-COUNT        PIC 9(07) COMP VALUE ZERO.
001650 77  WS-AWAIT-COUNT          PIC 9(07) COMP VALUE ZERO.
001660 77  WS-CARD-ERR-COUNT       PIC 9(05) COMP VALUE ZERO.
001670 77  WS-DAYS-QUEUED          PIC S9(05) COMP VALUE ZERO.
001680 77  WS-APPROVE-VALUE        PIC S9(12)V99 COMP VALUE ZERO.
001690 77  WS-DECLINE-VALUE        PIC S9(12)V99 COMP VALUE ZERO.
001700 77  WS-AWAIT-VALUE          PIC S9(12)V99 COMP VALUE ZERO.
001710 77  WS-RELEASE-HASH         PIC S9(12)V99 COMP VALUE ZERO.
001720 77  WS-APR-BATCH-ID         PIC X(08) VALUE "LA000000".
001730 77  WS-APR-SOURCE           PIC X(08) VALUE "LIMAPPR ".
001740 77  WS-JOB-ID               PIC X(08) VALUE "LIMAPPR ".
001750 77  WS-DECLINE-REASON       PIC X(02) VALUE "07".
001760
001770 01  WS-ITEM.
001780     05  WS-ITM-ACCOUNT      PIC X(10).
001790     05  WS-ITM-PARAM1       PIC S9(07)V99
001800             SIGN IS TRAILING SEPARATE CHARACTER.
001810     05  WS-ITM-PARAM2       PIC S9(07)V99
001820             SIGN IS TRAILING SEPARATE CHARACTER.
001830     05  WS-ITM-OP-CODE      PIC X(01).
001840     05  WS-ITM-EFF-DATE     PIC 9(08).
001850     05  WS-ITM-BATCH-ID     PIC X(08).
001860     05  WS-ITM-QUEUE-DATE   PIC 9(08).
001870     05  WS-ITM-QUEUE-TIME   PIC 9(08).
001880     05  WS-ITM-ITEM-VALUE   PIC 9(07)V99.
001890     05  WS-ITM-LIMIT-TYPE   PIC X(01).
001900         88  WS-ITM-OVER-ITEM-LIMIT     VALUE "I".
001910         88  WS-ITM-OVER-NIGHT-LIMIT    VALUE "N".
001920     05  WS-ITM-LIMIT        PIC 9(09)V99.
001930     05  WS-ITM-CURRENCY     PIC X(03).
001940
001950 01  WS-APQ-TABLE.
001960     05  WS-APQ-ENTRY OCCURS 5000 TIMES.
001970         10  WS-APQ-IMAGE    PIC X(87).
001980         10  WS-APQ-DISP     PIC X(01).
001990             88  WS-APQ-UNDECIDED       VALUE " ".
002000             88  WS-APQ-APPROVED        VALUE "A".
002010             88  WS-APQ-DECLINED        VALUE "D".
002020         10  WS-APQ-SUPERVISOR PIC X(08).
002030
002040 01  WS-PRINT-LINE.
002050     05  WS-DET-ACCOUNT      PIC X(10).
002060     05  FILLER              PIC X(02)  VALUE SPACES.
002070     05  WS-DET-PARAM1       PIC -(7)9.99.
002080     05  FILLER              PIC X(02)  VALUE SPACES.
002090     05  WS-DET-PARAM2       PIC -(7)9.99.
002100     05  FILLER              PIC X(02)  VALUE SPACES.
002110     05  WS-DET-OP           PIC X(01).
002120     05  FILLER              PIC X(02)  VALUE SPACES.
002130     05  WS-DET-QUEUE-DATE   PIC 9(08).
002140     05  FILLER              PIC X(02)  VALUE SPACES.
002150     05  WS-DET-BATCH        PIC X(08).
002160     05  FILLER              PIC X(02)  VALUE SPACES.
002170     05  WS-DET-LIMIT-TYPE   PIC X(05).
002180     05  FILLER              PIC X(02)  VALUE SPACES.
002190     05  WS-DET-ITEM-VALUE   PIC Z(6)9.99.
002200     05  FILLER              PIC X(02)  VALUE SPACES.
002210     05  WS-DET-LIMIT        PIC Z(8)9.99.
002220     05  FILLER              PIC X(02)  VALUE SPACES.
002230     05  WS-DET-DAYS         PIC ----9.
002240     05  FILLER              PIC X(02)  VALUE SPACES.
002250     05  WS-DET-DISP         PIC X(09).
002260     05  FILLER              PIC X(02)  VALUE SPACES.
002270     05  WS-DET-SUPERVISOR   PIC X(08).
002280     05  FILLER              PIC X(02)  VALUE SPACES.
002290     05  WS-DET-CURRENCY     PIC X(03).
002300     05  FILLER              PIC X(07)  VALUE SPACES.
002310
002320 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
002330     05  WS-HDR-BUS-LABEL    PIC X(13).
002340     05  FILLER              PIC X(02).
002350     05  WS-HDR-BUS-DATE     PIC 9(08).
002360     05  FILLER              PIC X(03).
002370     05  WS-HDR-TIM-LABEL    PIC X(08).
002380     05  FILLER              PIC X(02).
002390     05  WS-HDR-RUN-TIME     PIC 9(08).
002400     05  FILLER              PIC X(88).
002410
002420 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
002430     05  FILLER              PIC X(02).
002440     05  WS-TOT-LABEL        PIC X(09).
002450     05  FILLER              PIC X(02).
002460     05  WS-TOT-CNT-LABEL    PIC X(05).
002470     05  FILLER              PIC X(01).
002480     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
002490     05  FILLER              PIC X(02).
002500     05  WS-TOT-VAL-LABEL    PIC X(05).
002510     05  FILLER              PIC X(01).
002520     05  WS-TOT-VALUE        PIC -(12)9.99.
002530     05  FILLER              PIC X(80).
002540
002550 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
002560     05  FILLER              PIC X(02).
002570     05  WS-FTR-BATCH-LABEL  PIC X(13).
002580     05  WS-FTR-BATCH-ID     PIC X(08).
002590     05  FILLER              PIC X(02).
002600     05  WS-FTR-CNT-LABEL    PIC X(05).
002610     05  FILLER              PIC X(01).
002620     05  WS-FTR-COUNT        PIC Z,ZZZ,ZZ9.
002630     05  FILLER              PIC X(02).
002640     05  WS-FTR-HASH-LABEL   PIC X(04).
002650     05  FILLER              PIC X(01).
002660     05  WS-FTR-HASH         PIC -(12)9.99.
002670     05  FILLER              PIC X(69).
002680
002690     COPY RCLREC.
002700
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE SECTION.
002730 0000-MAIN-RTN.
002740     PERFORM 0100-START-RUN-CONTROL
002750         THRU 0100-START-RUN-CONTROL-EXIT.
002760
002770     IF RCL-STEP-REFUSED
002780         STOP RUN
002790     END-IF.
002800
002810     PERFORM 1000-INITIALIZE
002820         THRU 1000-INITIALIZE-EXIT.
002830
002840     IF RETURN-CODE = ZERO
002850         PERFORM 3000-APPLY-CARDS
002860             THRU 3000-APPLY-CARDS-EXIT
002870             UNTIL WS-APC-EOF
002880
002890         PERFORM 9000-TERMINATE
002900             THRU 9000-TERMINATE-EXIT
002910     END-IF.
002920
002930     PERFORM 9900-END-RUN-CONTROL
002940         THRU 9900-END-RUN-CONTROL-EXIT.
002950
002960     STOP RUN.
002970
002980******************************************************************
002990*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
003000*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
003010*  CODE RUN-CONTROL SETS.                                        *
003020******************************************************************
003030 0100-START-RUN-CONTROL.
003040 0100-START-RUN-CONTROL-RTN.
003050     MOVE WS-JOB-ID TO RCL-JOB-ID.
003060     MOVE ZERO TO RCL-STEP-RC.
003070     SET RCL-START TO TRUE.
003080
003090     CALL "RUN-CONTROL" USING RCL-AREA.
003100
003110     MOVE RCL-STEP-RC TO RETURN-CODE.
003120 0100-START-RUN-CONTROL-EXIT.
003130     EXIT.
003140
003150 1000-INITIALIZE.
003160 1000-INITIALIZE-RTN.
003170     PERFORM 1100-GET-BUSINESS-DATE
003180         THRU 1100-GET-BUSINESS-DATE-EXIT.
003190
003200     MOVE WS-RUN-DATE (3:6) TO WS-APR-BATCH-ID (3:6).
003210
003220     OPEN INPUT APQ-FILE.
003230
003240     IF WS-APQ-STATUS = "35"
003250         MOVE "Y" TO WS-APQ-EOF-SWITCH
003260     ELSE
003270         IF WS-APQ-STATUS NOT = "00"
003280             DISPLAY "LIMAPPROVE - OPEN ERROR ON APQ-FILE "
003290                 "STATUS: " WS-APQ-STATUS
003300             MOVE 20 TO RETURN-CODE
003310             GO TO 1000-INITIALIZE-EXIT
003320         END-IF
003330     END-IF.
003340
003350     OPEN INPUT APC-FILE.
003360
003370     IF WS-APC-STATUS = "35"
003380         MOVE "Y" TO WS-APC-EOF-SWITCH
003390     ELSE
003400         IF WS-APC-STATUS NOT = "00"
003410             DISPLAY "LIMAPPROVE - OPEN ERROR ON APC-FILE "
003420                 "STATUS: " WS-APC-STATUS
003430             MOVE 20 TO RETURN-CODE
003440             GO TO 1000-INITIALIZE-EXIT
003450         END-IF
003460     END-IF.
003470
003480     OPEN EXTEND REJ-FILE.
003490
003500     IF WS-REJ-STATUS = "35"
003510         OPEN OUTPUT REJ-FILE
003520     END-IF.
003530
003540     IF WS-REJ-STATUS NOT = "00"
003550         DISPLAY "LIMAPPROVE - OPEN ERROR ON REJ-FILE "
003560             "STATUS: " WS-REJ-STATUS
003570         MOVE 20 TO RETURN-CODE
003580         GO TO 1000-INITIALIZE-EXIT
003590     END-IF.
003600
003610     IF NOT WS-APQ-EOF
003620         PERFORM 2100-READ-QUEUE
003630             THRU 2100-READ-QUEUE-EXIT
003640     END-IF.
003650
003660     PERFORM 2000-LOAD-QUEUE
003670         THRU 2000-LOAD-QUEUE-EXIT
003680         UNTIL WS-APQ-EOF.
003690
003700     IF RETURN-CODE NOT = ZERO
003710         GO TO 1000-INITIALIZE-EXIT
003720     END-IF.
003730
003740     OPEN OUTPUT APN-FILE.
003750     OPEN OUTPUT APR-FILE.
003760     OPEN OUTPUT RPT-FILE.
003770
003780     MOVE SPACES TO WS-HEADER-LINE.
003790     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003800     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003810     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003820     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003830     WRITE RPT-LINE FROM WS-HEADER-LINE.
003840
003850     MOVE SPACES TO TRAN-RECORD.
003860     MOVE "H" TO TRAN-REC-TYPE.
003870     MOVE WS-APR-BATCH-ID TO TRAN-HDR-BATCH-ID.
003880     MOVE WS-APR-SOURCE TO TRAN-HDR-SOURCE.
003890     MOVE WS-RUN-DATE TO TRAN-HDR-BUS-DATE.
003900     WRITE TRAN-RECORD.
003910
003920     IF NOT WS-APC-EOF
003930         PERFORM 3100-READ-CARD
003940             THRU 3100-READ-CARD-EXIT
003950     END-IF.
003960 1000-INITIALIZE-EXIT.
003970     EXIT.
003980
003990 1100-GET-BUSINESS-DATE.
004000 1100-GET-BUSINESS-DATE-RTN.
004010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004020     ACCEPT WS-RUN-TIME FROM TIME.
004030
004040     OPEN INPUT BDC-FILE.
004050
004060     IF WS-BDC-STATUS NOT = "00"
004070         GO TO 1100-GET-BUSINESS-DATE-EXIT
004080     END-IF.
004090
004100     READ BDC-FILE
004110         AT END
004120             CONTINUE
004130     END-READ.
004140
004150     IF WS-BDC-STATUS = "00"
004160         AND BDC-BUS-DATE IS NUMERIC
004170         AND BDC-BUS-DATE > ZERO
004180         MOVE BDC-BUS-DATE TO WS-RUN-DATE
004190     END-IF.
004200
004210     CLOSE BDC-FILE.
004220 1100-GET-BUSINESS-DATE-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*  THE WHOLE QUEUE IS HELD IN CORE SO THE CARDS CAN ARRIVE IN    *
004270*  ANY ORDER.  IT IS LOADED BEFORE ANY OUTPUT IS OPENED, SO A    *
004280*  QUEUE TOO LARGE FOR THE TABLE STOPS THE RUN WITH APQ-FILE     *
004290*  INTACT AND NO EMPTY RELEASE FILE (APR-FILE) LEFT FOR THE      *
004300*  BATCH RUN TO READ AS NOTHING APPROVED.                        *
004310******************************************************************
004320 2000-LOAD-QUEUE.
004330 2000-LOAD-QUEUE-RTN.
004340     IF WS-ITEM-COUNT >= WS-ITEM-MAX
004350         DISPLAY "LIMAPPROVE - APPROVAL QUEUE TABLE FULL - "
004360             "INCREASE WS-ITEM-MAX - RUN STOPPED"
004370         MOVE 20 TO RETURN-CODE
004380         MOVE "Y" TO WS-APQ-EOF-SWITCH
004390         GO TO 2000-LOAD-QUEUE-EXIT
004400     END-IF.
004410
004420     ADD 1 TO WS-ITEM-COUNT.
004430     MOVE APQ-RECORD TO WS-APQ-IMAGE (WS-ITEM-COUNT).
004440     MOVE SPACE TO WS-APQ-DISP (WS-ITEM-COUNT).
004450     MOVE SPACES TO WS-APQ-SUPERVISOR (WS-ITEM-COUNT).
004460
004470     PERFORM 2100-READ-QUEUE
004480         THRU 2100-READ-QUEUE-EXIT.
004490 2000-LOAD-QUEUE-EXIT.
004500     EXIT.
004510
004520 2100-READ-QUEUE.
004530 2100-READ-QUEUE-RTN.
004540     READ APQ-FILE
004550         AT END
004560             MOVE "Y" TO WS-APQ-EOF-SWITCH
004570     END-READ.
004580 2100-READ-QUEUE-EXIT.
004590     EXIT.
004600
004610 3000-APPLY-CARDS.
004620 3000-APPLY-CARDS-RTN.
004630     PERFORM 3150-EDIT-CARD
004640         THRU 3150-EDIT-CARD-EXIT.
004650
004660     IF WS-CARD-BAD
004670         ADD 1 TO WS-CARD-ERR-COUNT
004680         DISPLAY "LIMAPPROVE - APPROVAL CARD FAILS EDIT - "
004690             "ACCOUNT " APC-ACCOUNT " - CARD IGNORED"
004700         GO TO 3000-APPLY-CARDS-NEXT
004710     END-IF.
004720
004730     PERFORM 3200-FIND-ITEM
004740         THRU 3200-FIND-ITEM-EXIT.
004750
004760     IF NOT WS-ITEM-FOUND
004770         ADD 1 TO WS-CARD-ERR-COUNT
004780         DISPLAY "LIMAPPROVE - NO QUEUED ITEM MATCHES CARD - "
004790             "ACCOUNT " APC-ACCOUNT
004800             " QUEUED " APC-QUEUE-DATE
004810         GO TO 3000-APPLY-CARDS-NEXT
004820     END-IF.
004830
004840     MOVE APC-ACTION TO WS-APQ-DISP (WS-ITEM-SUB).
004850     MOVE APC-SUPERVISOR TO WS-APQ-SUPERVISOR (WS-ITEM-SUB).
004860
004870 3000-APPLY-CARDS-NEXT.
004880     PERFORM 3100-READ-CARD
004890         THRU 3100-READ-CARD-EXIT.
004900 3000-APPLY-CARDS-EXIT.
004910     EXIT.
004920
004930 3100-READ-CARD.
004940 3100-READ-CARD-RTN.
004950     READ APC-FILE
004960         AT END
004970             MOVE "Y" TO WS-APC-EOF-SWITCH
004980     END-READ.
004990 3100-READ-CARD-EXIT.
005000     EXIT.
005010
005020 3150-EDIT-CARD.
005030 3150-EDIT-CARD-RTN.
005040     SET WS-CARD-OK TO TRUE.
005050
005060     IF NOT APC-APPROVE
005070         AND NOT APC-DECLINE
005080         SET WS-CARD-BAD TO TRUE
005090         GO TO 3150-EDIT-CARD-EXIT
005100     END-IF.
005110
005120     IF APC-ACCOUNT = SPACES
005130         SET WS-CARD-BAD TO TRUE
005140         GO TO 3150-EDIT-CARD-EXIT
005150     END-IF.
005160
005170     IF APC-P1-DIGITS IS NOT NUMERIC
005180         OR APC-P2-DIGITS IS NOT NUMERIC
005190         SET WS-CARD-BAD TO TRUE
005200         GO TO 3150-EDIT-CARD-EXIT
005210     END-IF.
005220
005230     IF (APC-P1-SIGN NOT = "+" AND APC-P1-SIGN NOT = "-")
005240         OR (APC-P2-SIGN NOT = "+"
005250             AND APC-P2-SIGN NOT = "-")
005260         SET WS-CARD-BAD TO TRUE
005270         GO TO 3150-EDIT-CARD-EXIT
005280     END-IF.
005290
005300     IF APC-QUEUE-DATE IS NOT NUMERIC
005310         SET WS-CARD-BAD TO TRUE
005320         GO TO 3150-EDIT-CARD-EXIT
005330     END-IF.
005340
005350     IF APC-SUPERVISOR = SPACES
005360         SET WS-CARD-BAD TO TRUE
005370         GO TO 3150-EDIT-CARD-EXIT
005380     END-IF.
005390
005400     MOVE APC-QUEUE-DATE TO WS-CARD-QUEUE-DATE.
005410 3150-EDIT-CARD-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*  ONLY AN UNDECIDED ITEM CAN MATCH, SO TWO IDENTICAL ITEMS      *
005460*  QUEUED THE SAME NIGHT TAKE ONE CARD EACH AND A DUPLICATE      *
005470*  CARD IS REPORTED RATHER THAN RE-DECIDING AN ITEM.             *
005480******************************************************************
005490 3200-FIND-ITEM.
005500 3200-FIND-ITEM-RTN.
005510     MOVE "N" TO WS-FOUND-SWITCH.
005520     MOVE ZERO TO WS-SCAN-SUB.
005530
005540     PERFORM 3210-SCAN-ONE-ITEM
005550         THRU 3210-SCAN-ONE-ITEM-EXIT
005560         UNTIL WS-ITEM-FOUND
005570             OR WS-SCAN-SUB >= WS-ITEM-COUNT.
005580 3200-FIND-ITEM-EXIT.
005590     EXIT.
005600
005610 3210-SCAN-ONE-ITEM.
005620 3210-SCAN-ONE-ITEM-RTN.
005630     ADD 1 TO WS-SCAN-SUB.
005640
005650     IF NOT WS-APQ-UNDECIDED (WS-SCAN-SUB)
005660         GO TO 3210-SCAN-ONE-ITEM-EXIT
005670     END-IF.
005680
005690     MOVE WS-APQ-IMAGE (WS-SCAN-SUB) TO WS-ITEM.
005700
005710     IF WS-ITM-ACCOUNT = APC-ACCOUNT
005720         AND WS-ITM-PARAM1 = APC-PARAM1
005730         AND WS-ITM-PARAM2 = APC-PARAM2
005740         AND WS-ITM-QUEUE-DATE = WS-CARD-QUEUE-DATE
005750         SET WS-ITEM-FOUND TO TRUE
005760         MOVE WS-SCAN-SUB TO WS-ITEM-SUB
005770     END-IF.
005780 3210-SCAN-ONE-ITEM-EXIT.
005790     EXIT.
005800
005810 9000-TERMINATE.
005820 9000-TERMINATE-RTN.
005830     MOVE ZERO TO WS-ITEM-SUB.
005840
005850     PERFORM 9100-WRITE-ONE-ITEM
005860         THRU 9100-WRITE-ONE-ITEM-EXIT
005870         UNTIL WS-ITEM-SUB >= WS-ITEM-COUNT.
005880
005890     MOVE SPACES TO TRAN-RECORD.
005900     MOVE "T" TO TRAN-REC-TYPE.
005910     MOVE WS-APR-BATCH-ID TO TRAN-TRL-BATCH-ID.
005920     MOVE WS-APPROVE-COUNT TO TRAN-TRL-REC-COUNT.
005930     MOVE WS-RELEASE-HASH TO TRAN-TRL-HASH-TOTAL.
005940     WRITE TRAN-RECORD.
005950
005960     PERFORM 9200-WRITE-QUEUE-TOTALS
005970         THRU 9200-WRITE-QUEUE-TOTALS-EXIT.
005980
005990     MOVE SPACES TO WS-FOOTER-LINE.
006000     MOVE "RELEASE BATCH" TO WS-FTR-BATCH-LABEL.
006010     MOVE WS-APR-BATCH-ID TO WS-FTR-BATCH-ID.
006020     MOVE "COUNT" TO WS-FTR-CNT-LABEL.
006030     MOVE WS-APPROVE-COUNT TO WS-FTR-COUNT.
006040     MOVE "HASH" TO WS-FTR-HASH-LABEL.
006050     MOVE WS-RELEASE-HASH TO WS-FTR-HASH.
006060     WRITE RPT-LINE FROM WS-FOOTER-LINE.
006070
006080     PERFORM 9300-WRITE-STEP-CONTROL
006090         THRU 9300-WRITE-STEP-CONTROL-EXIT.
006100
006110     IF WS-CARD-ERR-COUNT > ZERO
006120         AND RETURN-CODE = ZERO
006130         MOVE 8 TO RETURN-CODE
006140     END-IF.
006150
006160     IF WS-APQ-STATUS = "00" OR WS-APQ-STATUS = "10"
006170         CLOSE APQ-FILE
006180     END-IF.
006190     IF WS-APC-STATUS = "00" OR WS-APC-STATUS = "10"
006200         CLOSE APC-FILE
006210     END-IF.
006220     CLOSE APN-FILE.
006230     CLOSE APR-FILE.
006240     CLOSE REJ-FILE.
006250     CLOSE RPT-FILE.
006260 9000-TERMINATE-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*  AN APPROVED ITEM RELEASES WITH ITS ORIGINAL EFFECTIVE DATE    *
006310*  AND A DECLINED ONE REJECTS UNDER THIS JOB'S ID AND TONIGHT'S  *
006320*  DATE, SO REJ-RECYCLE AGES IT FROM THE DECISION.  THE BATCH    *
006330*  HASH IS PARAM1 PLUS PARAM2, THE TRAN-FILE CONVENTION; THE     *
006340*  REPORTED VALUE IS THE AMOUNT THE ITEM WOULD POST.             *
006350******************************************************************
006360 9100-WRITE-ONE-ITEM.
006370 9100-WRITE-ONE-ITEM-RTN.
006380     ADD 1 TO WS-ITEM-SUB.
006390
006400     MOVE WS-APQ-IMAGE (WS-ITEM-SUB) TO WS-ITEM.
006410
006420     MOVE SPACES TO WS-PRINT-LINE.
006430     MOVE WS-ITM-ACCOUNT TO WS-DET-ACCOUNT.
006440     MOVE WS-ITM-PARAM1 TO WS-DET-PARAM1.
006450     MOVE WS-ITM-PARAM2 TO WS-DET-PARAM2.
006460     MOVE WS-ITM-OP-CODE TO WS-DET-OP.
006470     MOVE WS-ITM-QUEUE-DATE TO WS-DET-QUEUE-DATE.
006480     MOVE WS-ITM-BATCH-ID TO WS-DET-BATCH.
006490     MOVE WS-ITM-ITEM-VALUE TO WS-DET-ITEM-VALUE.
006500     MOVE WS-ITM-LIMIT TO WS-DET-LIMIT.
006510     MOVE WS-APQ-SUPERVISOR (WS-ITEM-SUB) TO WS-DET-SUPERVISOR.
006520     MOVE WS-ITM-CURRENCY TO WS-DET-CURRENCY.
006530
006540     IF WS-ITM-OVER-ITEM-LIMIT
006550         MOVE "ITEM" TO WS-DET-LIMIT-TYPE
006560     ELSE
006570         MOVE "NIGHT" TO WS-DET-LIMIT-TYPE
006580     END-IF.
006590
006600     COMPUTE WS-DAYS-QUEUED =
006610         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
006620         - FUNCTION INTEGER-OF-DATE (WS-ITM-QUEUE-DATE).
006630     MOVE WS-DAYS-QUEUED TO WS-DET-DAYS.
006640
006650     EVALUATE TRUE
006660         WHEN WS-APQ-APPROVED (WS-ITEM-SUB)
006670             PERFORM 9110-RELEASE-ONE-ITEM
006680                 THRU 9110-RELEASE-ONE-ITEM-EXIT
006690             ADD 1 TO WS-APPROVE-COUNT
006700             ADD WS-ITM-ITEM-VALUE TO WS-APPROVE-VALUE
006710             MOVE "APPROVED" TO WS-DET-DISP
006720         WHEN WS-APQ-DECLINED (WS-ITEM-SUB)
006730             PERFORM 9120-REJECT-ONE-ITEM
006740                 THRU 9120-REJECT-ONE-ITEM-EXIT
006750             ADD 1 TO WS-DECLINE-COUNT
006760             ADD WS-ITM-ITEM-VALUE TO WS-DECLINE-VALUE
006770             MOVE "DECLINED" TO WS-DET-DISP
006780         WHEN OTHER
006790             WRITE APN-RECORD FROM WS-ITEM
006800             ADD 1 TO WS-AWAIT-COUNT
006810             ADD WS-ITM-ITEM-VALUE TO WS-AWAIT-VALUE
006820             MOVE "AWAITING" TO WS-DET-DISP
006830     END-EVALUATE.
006840
006850     WRITE RPT-LINE FROM WS-PRINT-LINE.
006860 9100-WRITE-ONE-ITEM-EXIT.
006870     EXIT.
006880
006890 9110-RELEASE-ONE-ITEM.
006900 9110-RELEASE-ONE-ITEM-RTN.
006910     MOVE SPACES TO TRAN-RECORD.
006920     MOVE "D" TO TRAN-REC-TYPE.
006930     MOVE WS-ITM-ACCOUNT TO TRAN-ACCOUNT.
006940     MOVE WS-ITM-PARAM1 TO TRAN-PARAM1.
006950     MOVE WS-ITM-PARAM2 TO TRAN-PARAM2.
006960     MOVE WS-ITM-OP-CODE TO TRAN-OP-CODE.
006970     MOVE WS-ITM-EFF-DATE TO TRAN-EFF-DATE.
006980     MOVE WS-ITM-CURRENCY TO TRAN-CURRENCY.
006990     WRITE TRAN-RECORD.
007000
007010     COMPUTE WS-RELEASE-HASH = WS-RELEASE-HASH
007020         + WS-ITM-PARAM1 + WS-ITM-PARAM2.
007030 9110-RELEASE-ONE-ITEM-EXIT.
007040     EXIT.
007050
007060 9120-REJECT-ONE-ITEM.
007070 9120-REJECT-ONE-ITEM-RTN.
007080     MOVE WS-RUN-DATE TO REJ-RUN-DATE.
007090     MOVE WS-RUN-TIME TO REJ-RUN-TIME.
007100     MOVE WS-JOB-ID TO REJ-JOB-ID.
007110     MOVE WS-ITM-PARAM1 TO REJ-PARAM1.
007120     MOVE WS-ITM-PARAM2 TO REJ-PARAM2.
007130     MOVE WS-ITM-OP-CODE TO REJ-OP-CODE.
007140     MOVE WS-DECLINE-REASON TO REJ-REASON-CODE.
007150     MOVE WS-ITM-CURRENCY TO REJ-CURRENCY.
007160     WRITE REJ-RECORD.
007170 9120-REJECT-ONE-ITEM-EXIT.
007180     EXIT.
007190
007200 9200-WRITE-QUEUE-TOTALS.
007210 9200-WRITE-QUEUE-TOTALS-RTN.
007220     MOVE "APPROVED" TO WS-TOT-LABEL.
007230     MOVE WS-APPROVE-COUNT TO WS-TOT-COUNT.
007240     MOVE WS-APPROVE-VALUE TO WS-TOT-VALUE.
007250     PERFORM 9210-WRITE-TOTAL-LINE
007260         THRU 9210-WRITE-TOTAL-LINE-EXIT.
007270
007280     MOVE "DECLINED" TO WS-TOT-LABEL.
007290     MOVE WS-DECLINE-COUNT TO WS-TOT-COUNT.
007300     MOVE WS-DECLINE-VALUE TO WS-TOT-VALUE.
007310     PERFORM 9210-WRITE-TOTAL-LINE
007320         THRU 9210-WRITE-TOTAL-LINE-EXIT.
007330
007340     MOVE "AWAITING" TO WS-TOT-LABEL.
007350     MOVE WS-AWAIT-COUNT TO WS-TOT-COUNT.
007360     MOVE WS-AWAIT-VALUE TO WS-TOT-VALUE.
007370     PERFORM 9210-WRITE-TOTAL-LINE
007380         THRU 9210-WRITE-TOTAL-LINE-EXIT.
007390 9200-WRITE-QUEUE-TOTALS-EXIT.
007400     EXIT.
007410
007420 9210-WRITE-TOTAL-LINE.
007430 9210-WRITE-TOTAL-LINE-RTN.
007440     MOVE "COUNT" TO WS-TOT-CNT-LABEL.
007450     MOVE "VALUE" TO WS-TOT-VAL-LABEL.
007460
007470     WRITE RPT-LINE FROM WS-TOTAL-LINE.
007480
007490     MOVE SPACES TO WS-TOTAL-LINE.
007500 9210-WRITE-TOTAL-LINE-EXIT.
007510     EXIT.
007520
007530 9300-WRITE-STEP-CONTROL.
007540 9300-WRITE-STEP-CONTROL-RTN.
007550     OPEN EXTEND STP-FILE.
007560
007570     IF WS-STP-STATUS = "35"
007580         OPEN OUTPUT STP-FILE
007590     END-IF.
007600
007610     IF WS-STP-STATUS NOT = "00"
007620         DISPLAY "LIMAPPROVE - OPEN ERROR ON STP-FILE "
007630             "STATUS: " WS-STP-STATUS
007640             " - STEP CONTROL NOT RECORDED"
007650         GO TO 9300-WRITE-STEP-CONTROL-EXIT
007660     END-IF.
007670
007680     MOVE WS-RUN-DATE TO STP-BUS-DATE.
007690     MOVE WS-JOB-ID TO STP-JOB-ID.
007700     MOVE "APROUT" TO STP-POINT.
007710     MOVE WS-APPROVE-COUNT TO STP-COUNT.
007720     MOVE WS-RELEASE-HASH TO STP-AMOUNT.
007730     WRITE STP-RECORD.
007740
007750     CLOSE STP-FILE.
007760 9300-WRITE-STEP-CONTROL-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
007810*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
007820******************************************************************
007830 9900-END-RUN-CONTROL.
007840 9900-END-RUN-CONTROL-RTN.
007850     MOVE RETURN-CODE TO RCL-STEP-RC.
007860     SET RCL-END TO TRUE.
007870
007880     CALL "RUN-CONTROL" USING RCL-AREA.
007890
007900     MOVE RCL-STEP-RC TO RETURN-CODE.
007910 9900-END-RUN-CONTROL-EXIT.
007920     EXIT.
