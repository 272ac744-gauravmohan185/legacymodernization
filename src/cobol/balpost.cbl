000600*                     THE SUPERVISOR CAN TICK THE REVIEW       *
000610*                     COPY.  THE PERIOD OPENING STAYS ON THE   *
000620*                     MASTER FOR THE PERIOD-CLOSE ROLL.        *
000630*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND *
000640*                     LAST: IT IS REFUSED WITH RETURN-CODE 12, *
000650*                     DOING NOTHING, IF A PREDECESSOR HAS NOT  *
000660*                     COMPLETED CLEANLY FOR THE BUSINESS DATE  *
000670*                     OR IT HAS ALREADY RUN (UNLESS AN         *
000680*                     OVERRIDE CARD IS SUPPLIED), AND ITS      *
000690*                     RETURN CODE IS RECORDED ON THE RUN-      *
000700*                     CONTROL FILE AT THE END.                 *
000710******************************************************************
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT JRN-FILE ASSIGN TO "JRNFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-JRN-STATUS.
000790
000800     SELECT BAL-FILE ASSIGN TO "BALMSTR"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS BAL-ACCOUNT
000840         FILE STATUS IS WS-BAL-STATUS.
000850
000860     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS ACM-ACCOUNT
000900         FILE STATUS IS WS-ACM-STATUS.
000910
000920     SELECT RPT-FILE ASSIGN TO "TRBRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RPT-STATUS.
000950
000960     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-BDC-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  JRN-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY GLJREC.
001050
001060 FD  BAL-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY BALREC.
001090
001100 FD  ACM-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY ACMREC.
001130
001140 FD  RPT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY RPTREC.
001170
001180 FD  BDC-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY BDCREC.
001210
001220 WORKING-STORAGE SECTION.
001230 77  WS-JRN-STATUS           PIC X(02)  VALUE "00".
001240 77  WS-BAL-STATUS           PIC X(02)  VALUE "00".
001250 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
001260 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001270 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001280 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001290 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001300 77  WS-JRN-EOF-SWITCH       PIC X(01)  VALUE "N".
001310     88  WS-JRN-EOF                     VALUE "Y".
001320 77  WS-BAL-EOF-SWITCH       PIC X(01)  VALUE "N".
001330     88  WS-BAL-EOF                     VALUE "Y".
001340 77  WS-BAL-FOUND-SWITCH     PIC X(01)  VALUE "Y".
001350     88  WS-BAL-FOUND                   VALUE "Y".
001360     88  WS-BAL-MISSING                 VALUE "N".
001370 77  WS-BALANCE-SWITCH       PIC X(01)  VALUE "Y".
001380     88  WS-IN-BALANCE                  VALUE "Y".
001390     88  WS-OUT-OF-BALANCE              VALUE "N".
001400 77  WS-POST-COUNT           PIC 9(07) COMP VALUE ZERO.
001410 77  WS-ALREADY-COUNT        PIC 9(07) COMP VALUE ZERO.
001420 77  WS-ACCT-COUNT           PIC 9(07) COMP VALUE ZERO.
001430 77  WS-EXTRACT-DATE         PIC 9(08) VALUE ZERO.
001440 77  WS-NIGHT-NET            PIC S9(12)V99 COMP VALUE ZERO.
001450 77  WS-NIGHT-OPENING        PIC S9(12)V99 COMP VALUE ZERO.
001460 77  WS-TOTAL-OPENING        PIC S9(12)V99 COMP VALUE ZERO.
001470 77  WS-TOTAL-NET            PIC S9(12)V99 COMP VALUE ZERO.
001480 77  WS-TOTAL-CLOSING        PIC S9(12)V99 COMP VALUE ZERO.
001490
001500 01  WS-PRINT-LINE.
001510     05  WS-DET-ACCOUNT      PIC X(10).
001520     05  FILLER              PIC X(02)  VALUE SPACES.
001530     05  WS-DET-DESC         PIC X(30).
001540     05  FILLER              PIC X(02)  VALUE SPACES.
001550     05  WS-DET-OPENING      PIC -(12)9.99.
001560     05  FILLER              PIC X(02)  VALUE SPACES.
001570     05  WS-DET-NIGHT-NET    PIC -(12)9.99.
001580     05  FILLER              PIC X(02)  VALUE SPACES.
001590     05  WS-DET-CLOSING      PIC -(12)9.99.
001600     05  FILLER              PIC X(33)  VALUE SPACES.
001610
001620 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001630     05  WS-HDR-BUS-LABEL    PIC X(13).
001640     05  FILLER              PIC X(02).
001650     05  WS-HDR-BUS-DATE     PIC 9(08).
001660     05  FILLER              PIC X(03).
001670     05  WS-HDR-TIM-LABEL    PIC X(08).
001680     05  FILLER              PIC X(02).
001690     05  WS-HDR-RUN-TIME     PIC 9(08).
001700     05  FILLER              PIC X(85).
001710
001720 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
001730     05  FILLER              PIC X(02).
001740     05  WS-TOT-LABEL        PIC X(40).
001750     05  FILLER              PIC X(02).
001760     05  WS-TOT-OPENING      PIC -(12)9.99.
001770     05  FILLER              PIC X(02).
001780     05  WS-TOT-NET          PIC -(12)9.99.
001790     05  FILLER              PIC X(02).
001800     05  WS-TOT-CLOSING      PIC -(12)9.99.
001810     05  FILLER              PIC X(33).
001820
001830 01  WS-PROOF-LINE REDEFINES WS-PRINT-LINE.
001840     05  FILLER              PIC X(02).
001850     05  WS-PRF-LABEL        PIC X(22).
001860     05  FILLER              PIC X(02).
001870     05  WS-PRF-NET          PIC -(12)9.99.
001880     05  FILLER              PIC X(03).
001890     05  WS-PRF-STATUS       PIC X(14).
001900     05  FILLER              PIC X(72).
001910
001920 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001930     05  FILLER              PIC X(02).
001940     05  WS-FTR-ACC-LABEL    PIC X(15).
001950     05  FILLER              PIC X(02).
001960     05  WS-FTR-ACCOUNTS     PIC Z,ZZZ,ZZ9.
001970     05  FILLER              PIC X(05).
001980     05  WS-FTR-PST-LABEL    PIC X(16).
001990     05  FILLER              PIC X(02).
002000     05  WS-FTR-POSTINGS     PIC Z,ZZZ,ZZ9.
002010     05  FILLER              PIC X(05).
002020     05  WS-FTR-DUP-LABEL    PIC X(14).
002030     05  FILLER              PIC X(02).
002040     05  WS-FTR-DUPS         PIC Z,ZZZ,ZZ9.
002050     05  FILLER              PIC X(42).
002060
002070     COPY RCLREC.
002080
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE SECTION.
002110 0000-MAIN-RTN.
002120     PERFORM 0100-START-RUN-CONTROL
002130         THRU 0100-START-RUN-CONTROL-EXIT.
002140
002150     IF RCL-STEP-REFUSED
002160         STOP RUN
002170     END-IF.
002180
002190     PERFORM 1000-INITIALIZE
002200         THRU 1000-INITIALIZE-EXIT.
002210
002220     IF RETURN-CODE = ZERO
002230         PERFORM 2000-APPLY-JOURNAL
002240             THRU 2000-APPLY-JOURNAL-EXIT
002250             UNTIL WS-JRN-EOF
002260
002270         PERFORM 3000-PRINT-TRIAL-BALANCE
002280             THRU 3000-PRINT-TRIAL-BALANCE-EXIT
002290
002300         PERFORM 9000-TERMINATE
002310             THRU 9000-TERMINATE-EXIT
002320     END-IF.
002330
002340     PERFORM 9900-END-RUN-CONTROL
002350         THRU 9900-END-RUN-CONTROL-EXIT.
002360
002370     STOP RUN.
002380
002390******************************************************************
002400*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
002410*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
002420*  CODE RUN-CONTROL SETS.                                        *
002430******************************************************************
002440 0100-START-RUN-CONTROL.
002450 0100-START-RUN-CONTROL-RTN.
002460     MOVE "BALPOST " TO RCL-JOB-ID.
002470     MOVE ZERO TO RCL-STEP-RC.
002480     SET RCL-START TO TRUE.
002490
002500     CALL "RUN-CONTROL" USING RCL-AREA.
002510
002520     MOVE RCL-STEP-RC TO RETURN-CODE.
002530 0100-START-RUN-CONTROL-EXIT.
002540     EXIT.
002550
002560 1000-INITIALIZE.
002570 1000-INITIALIZE-RTN.
002580     OPEN INPUT JRN-FILE.
002590
002600     IF WS-JRN-STATUS = "35"
002610         MOVE "Y" TO WS-JRN-EOF-SWITCH
002620     ELSE
002630         IF WS-JRN-STATUS NOT = "00"
002640             DISPLAY "BALPOST - OPEN ERROR ON JRN-FILE "
002650                 "STATUS: " WS-JRN-STATUS
002660             MOVE 20 TO RETURN-CODE
002670             GO TO 1000-INITIALIZE-EXIT
002680         END-IF
002690     END-IF.
002700
002710     OPEN I-O BAL-FILE.
002720
002730     IF WS-BAL-STATUS = "35"
002740         OPEN OUTPUT BAL-FILE
002750         CLOSE BAL-FILE
002760         OPEN I-O BAL-FILE
002770     END-IF.
002780
002790     IF WS-BAL-STATUS NOT = "00"
002800         DISPLAY "BALPOST - OPEN ERROR ON BAL-FILE "
002810             "STATUS: " WS-BAL-STATUS
002820         MOVE 20 TO RETURN-CODE
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF.
002850
002860     OPEN INPUT ACM-FILE.
002870
002880     IF WS-ACM-STATUS NOT = "00"
002890         DISPLAY "BALPOST - OPEN ERROR ON ACM-FILE "
002900             "STATUS: " WS-ACM-STATUS
002910         MOVE 20 TO RETURN-CODE
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF.
002940
002950     OPEN OUTPUT RPT-FILE.
002960
002970     PERFORM 1100-GET-BUSINESS-DATE
002980         THRU 1100-GET-BUSINESS-DATE-EXIT.
002990
003000     MOVE SPACES TO WS-HEADER-LINE.
003010     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003020     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003030     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003040     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003050     WRITE RPT-LINE FROM WS-HEADER-LINE.
003060
003070     IF NOT WS-JRN-EOF
003080         PERFORM 2100-READ-JOURNAL
003090             THRU 2100-READ-JOURNAL-EXIT
003100     END-IF.
003110 1000-INITIALIZE-EXIT.
003120     EXIT.
003130
003140 1100-GET-BUSINESS-DATE.
003150 1100-GET-BUSINESS-DATE-RTN.
003160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003170     ACCEPT WS-RUN-TIME FROM TIME.
003180
003190     OPEN INPUT BDC-FILE.
003200
003210     IF WS-BDC-STATUS NOT = "00"
003220         GO TO 1100-GET-BUSINESS-DATE-EXIT
003230     END-IF.
003240
003250     READ BDC-FILE
003260         AT END
003270             CONTINUE
003280     END-READ.
003290
003300     IF WS-BDC-STATUS = "00"
003310         AND BDC-BUS-DATE IS NUMERIC
003320         AND BDC-BUS-DATE > ZERO
003330         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003340     END-IF.
003350
003360     CLOSE BDC-FILE.
003370 1100-GET-BUSINESS-DATE-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*  AN ACCOUNT WHOSE LAST POSTING DATE ALREADY EQUALS THE         *
003420*  JOURNAL'S RUN DATE HAS THIS NIGHT APPLIED - A RERUN OR        *
003430*  RESTART MUST NOT ADD THE SAME MOVEMENT TWICE (THE ZERO-PROOF  *
003440*  WOULD STILL PASS, BOTH SIDES DOUBLED).  SUCH POSTINGS SKIP.   *
003450******************************************************************
003460 2000-APPLY-JOURNAL.
003470 2000-APPLY-JOURNAL-RTN.
003480     MOVE JRN-RUN-DATE TO WS-EXTRACT-DATE.
003490
003500     PERFORM 2200-GET-BALANCE-RECORD
003510         THRU 2200-GET-BALANCE-RECORD-EXIT.
003520
003530     IF NOT WS-BAL-MISSING
003540         AND BAL-LAST-POST-DATE = JRN-RUN-DATE
003550         ADD 1 TO WS-ALREADY-COUNT
003560         GO TO 2000-APPLY-JOURNAL-NEXT
003570     END-IF.
003580
003590     ADD 1 TO WS-POST-COUNT.
003600
003610     IF BAL-LAST-POST-DATE NOT = JRN-RUN-DATE
003620         MOVE ZERO TO BAL-NIGHT-NET
003630     END-IF.
003640
003650     ADD JRN-AMOUNT TO BAL-PTD-MOVE.
003660     ADD JRN-AMOUNT TO BAL-CLOSE-BAL.
003670     ADD JRN-AMOUNT TO BAL-NIGHT-NET.
003680     MOVE JRN-RUN-DATE TO BAL-LAST-POST-DATE.
003690
003700     IF WS-BAL-MISSING
003710         WRITE BAL-RECORD
003720             INVALID KEY
003730                 DISPLAY "BALPOST - WRITE FAILED ON BAL-FILE "
003740                     "ACCOUNT " BAL-ACCOUNT
003750                 MOVE 20 TO RETURN-CODE
003760                 MOVE "Y" TO WS-JRN-EOF-SWITCH
003770         END-WRITE
003780     ELSE
003790         REWRITE BAL-RECORD
003800             INVALID KEY
003810                 DISPLAY "BALPOST - REWRITE FAILED ON BAL-FILE "
003820                     "ACCOUNT " BAL-ACCOUNT
003830                 MOVE 20 TO RETURN-CODE
003840                 MOVE "Y" TO WS-JRN-EOF-SWITCH
003850         END-REWRITE
003860     END-IF.
003870
003880 2000-APPLY-JOURNAL-NEXT.
003890     PERFORM 2100-READ-JOURNAL
003900         THRU 2100-READ-JOURNAL-EXIT.
003910 2000-APPLY-JOURNAL-EXIT.
003920     EXIT.
003930
003940 2100-READ-JOURNAL.
003950 2100-READ-JOURNAL-RTN.
003960     READ JRN-FILE
003970         AT END
003980             MOVE "Y" TO WS-JRN-EOF-SWITCH
003990     END-READ.
004000 2100-READ-JOURNAL-EXIT.
004010     EXIT.
004020
004030 2200-GET-BALANCE-RECORD.
004040 2200-GET-BALANCE-RECORD-RTN.
004050     SET WS-BAL-FOUND TO TRUE.
004060     MOVE JRN-ACCOUNT TO BAL-ACCOUNT.
004070
004080     READ BAL-FILE
004090         INVALID KEY
004100             SET WS-BAL-MISSING TO TRUE
004110     END-READ.
004120
004130     IF WS-BAL-MISSING
004140         MOVE SPACES TO BAL-RECORD
004150         MOVE JRN-ACCOUNT TO BAL-ACCOUNT
004160         MOVE ZERO TO BAL-OPEN-BAL
004170         MOVE ZERO TO BAL-PTD-MOVE
004180         MOVE ZERO TO BAL-CLOSE-BAL
004190         MOVE ZERO TO BAL-NIGHT-NET
004200         MOVE ZERO TO BAL-LAST-POST-DATE
004210     END-IF.
004220 2200-GET-BALANCE-RECORD-EXIT.
004230     EXIT.
004240
004250 3000-PRINT-TRIAL-BALANCE.
004260 3000-PRINT-TRIAL-BALANCE-RTN.
004270     MOVE SPACES TO WS-PRINT-LINE.
004280     MOVE "TRIAL BALANCE" TO WS-PRINT-LINE.
004290     WRITE RPT-LINE FROM WS-PRINT-LINE.
004300
004310     MOVE LOW-VALUES TO BAL-ACCOUNT.
004320
004330     START BAL-FILE KEY IS GREATER THAN BAL-ACCOUNT
004340         INVALID KEY
004350             MOVE "Y" TO WS-BAL-EOF-SWITCH
004360     END-START.
004370
004380     PERFORM 3100-READ-NEXT-BALANCE
004390         THRU 3100-READ-NEXT-BALANCE-EXIT.
004400
004410     PERFORM 3200-PRINT-ONE-ACCOUNT
004420         THRU 3200-PRINT-ONE-ACCOUNT-EXIT
004430         UNTIL WS-BAL-EOF.
004440
004450     PERFORM 3300-WRITE-TRIAL-TOTALS
004460         THRU 3300-WRITE-TRIAL-TOTALS-EXIT.
004470 3000-PRINT-TRIAL-BALANCE-EXIT.
004480     EXIT.
004490
004500 3100-READ-NEXT-BALANCE.
004510 3100-READ-NEXT-BALANCE-RTN.
004520     IF WS-BAL-EOF
004530         GO TO 3100-READ-NEXT-BALANCE-EXIT
004540     END-IF.
004550
004560     READ BAL-FILE NEXT RECORD
004570         AT END
004580             MOVE "Y" TO WS-BAL-EOF-SWITCH
004590     END-READ.
004600 3100-READ-NEXT-BALANCE-EXIT.
004610     EXIT.
004620
004630 3200-PRINT-ONE-ACCOUNT.
004640 3200-PRINT-ONE-ACCOUNT-RTN.
004650     ADD 1 TO WS-ACCT-COUNT.
004660
004670     IF BAL-LAST-POST-DATE = WS-EXTRACT-DATE
004680         AND WS-EXTRACT-DATE > ZERO
004690         MOVE BAL-NIGHT-NET TO WS-NIGHT-NET
004700     ELSE
004710         MOVE ZERO TO WS-NIGHT-NET
004720     END-IF.
004730
004740******************************************************************
004750*  THE OPENING COLUMN IS THE NIGHT'S OPENING - THE BALANCE THE   *
004760*  ACCOUNT STOOD AT BEFORE TONIGHT'S POSTING - SO EVERY LINE     *
004770*  CROSS-FOOTS: OPENING + NIGHT NET = CLOSING.  THE ACCOUNTING-  *
004780*  PERIOD OPENING STAYS ON THE MASTER (BAL-OPEN-BAL) FOR THE     *
004790*  PERIOD-CLOSE ROLL.                                            *
004800******************************************************************
004810     COMPUTE WS-NIGHT-OPENING =
004820         BAL-CLOSE-BAL - WS-NIGHT-NET.
004830
004840     ADD WS-NIGHT-OPENING TO WS-TOTAL-OPENING.
004850     ADD WS-NIGHT-NET TO WS-TOTAL-NET.
004860     ADD BAL-CLOSE-BAL TO WS-TOTAL-CLOSING.
004870
004880     MOVE SPACES TO WS-PRINT-LINE.
004890     MOVE BAL-ACCOUNT TO WS-DET-ACCOUNT.
004900
004910     PERFORM 3250-GET-DESCRIPTION
004920         THRU 3250-GET-DESCRIPTION-EXIT.
004930
004940     MOVE WS-NIGHT-OPENING TO WS-DET-OPENING.
004950     MOVE WS-NIGHT-NET TO WS-DET-NIGHT-NET.
004960     MOVE BAL-CLOSE-BAL TO WS-DET-CLOSING.
004970
004980     WRITE RPT-LINE FROM WS-PRINT-LINE.
004990
005000     PERFORM 3100-READ-NEXT-BALANCE
005010         THRU 3100-READ-NEXT-BALANCE-EXIT.
005020 3200-PRINT-ONE-ACCOUNT-EXIT.
005030     EXIT.
005040
005050 3250-GET-DESCRIPTION.
005060 3250-GET-DESCRIPTION-RTN.
005070     MOVE BAL-ACCOUNT TO ACM-ACCOUNT.
005080
005090     READ ACM-FILE
005100         INVALID KEY
005110             MOVE "** NOT ON CHART OF ACCOUNTS **"
005120                 TO WS-DET-DESC
005130         NOT INVALID KEY
005140             MOVE ACM-DESCRIPTION TO WS-DET-DESC
005150     END-READ.
005160 3250-GET-DESCRIPTION-EXIT.
005170     EXIT.
005180
005190 3300-WRITE-TRIAL-TOTALS.
005200 3300-WRITE-TRIAL-TOTALS-RTN.
005210     MOVE SPACES TO WS-TOTAL-LINE.
005220     MOVE "TOTALS" TO WS-TOT-LABEL.
005230     MOVE WS-TOTAL-OPENING TO WS-TOT-OPENING.
005240     MOVE WS-TOTAL-NET TO WS-TOT-NET.
005250     MOVE WS-TOTAL-CLOSING TO WS-TOT-CLOSING.
005260
005270     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005280
005290     IF WS-TOTAL-CLOSING = ZERO
005300         SET WS-IN-BALANCE TO TRUE
005310     ELSE
005320         SET WS-OUT-OF-BALANCE TO TRUE
005330     END-IF.
005340
005350     MOVE SPACES TO WS-PROOF-LINE.
005360     MOVE "CLOSING BALANCES NET" TO WS-PRF-LABEL.
005370     MOVE WS-TOTAL-CLOSING TO WS-PRF-NET.
005380
005390     IF WS-OUT-OF-BALANCE
005400         MOVE "OUT OF BALANCE" TO WS-PRF-STATUS
005410         IF RETURN-CODE = ZERO
005420             MOVE 16 TO RETURN-CODE
005430         END-IF
005440         DISPLAY "BALPOST - BALANCE MASTER DOES NOT NET TO "
005450             "ZERO - CLOSING TOTAL " WS-TOTAL-CLOSING
005460     ELSE
005470         MOVE "IN BALANCE" TO WS-PRF-STATUS
005480     END-IF.
005490
005500     WRITE RPT-LINE FROM WS-PROOF-LINE.
005510 3300-WRITE-TRIAL-TOTALS-EXIT.
005520     EXIT.
005530
005540 9000-TERMINATE.
005550 9000-TERMINATE-RTN.
005560     MOVE SPACES TO WS-FOOTER-LINE.
005570     MOVE "ACCOUNTS LISTED" TO WS-FTR-ACC-LABEL.
005580     MOVE WS-ACCT-COUNT TO WS-FTR-ACCOUNTS.
005590     MOVE "POSTINGS APPLIED" TO WS-FTR-PST-LABEL.
005600     MOVE WS-POST-COUNT TO WS-FTR-POSTINGS.
005610     MOVE "ALREADY POSTED" TO WS-FTR-DUP-LABEL.
005620     MOVE WS-ALREADY-COUNT TO WS-FTR-DUPS.
005630
005640     WRITE RPT-LINE FROM WS-FOOTER-LINE.
005650
005660     IF WS-ALREADY-COUNT > ZERO
005670         IF RETURN-CODE = ZERO
005680             MOVE 4 TO RETURN-CODE
005690         END-IF
005700         DISPLAY "BALPOST - " WS-ALREADY-COUNT
005710             " JOURNAL POSTING(S) FOR RUN DATE "
005720             WS-EXTRACT-DATE " WERE ALREADY ON THE BALANCE "
005730             "MASTER AND WERE NOT APPLIED AGAIN"
005740     END-IF.
005750
005760     IF WS-JRN-STATUS = "00" OR WS-JRN-STATUS = "10"
005770         CLOSE JRN-FILE
005780     END-IF.
005790     CLOSE BAL-FILE.
005800     CLOSE ACM-FILE.
005810     CLOSE RPT-FILE.
005820 9000-TERMINATE-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
005870*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
005880******************************************************************
005890 9900-END-RUN-CONTROL.
005900 9900-END-RUN-CONTROL-RTN.
005910     MOVE RETURN-CODE TO RCL-STEP-RC.
005920     SET RCL-END TO TRUE.
005930
005940     CALL "RUN-CONTROL" USING RCL-AREA.
005950
005960     MOVE RCL-STEP-RC TO RETURN-CODE.
005970 9900-END-RUN-CONTROL-EXIT.
005980     EXIT.
