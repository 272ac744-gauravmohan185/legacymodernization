000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIN-STATEMENT.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  BALANCE SHEET AND INCOME STATEMENT JOB.  READS THE  *
000190*            ACCOUNT BALANCE MASTER (BAL-FILE) AGAINST THE       *
000200*            ACCOUNT MASTER (ACM-FILE) AND, THROUGH AN INTERNAL  *
000210*            SORT ON CLASSIFICATION AND STATEMENT GROUP, PRINTS  *
000220*            A BALANCE SHEET - CLOSING BALANCES OF THE ASSET,    *
000230*            LIABILITY, AND EQUITY ACCOUNTS ROLLED UP BY GROUP,  *
000240*            WITH THE CURRENT PERIOD'S NET INCOME CARRIED INTO   *
000250*            EQUITY - AND AN INCOME STATEMENT OF THE PERIOD-TO-  *
000260*            DATE MOVEMENT OF THE REVENUE AND EXPENSE ACCOUNTS   *
000270*            BY GROUP.  CREDIT-NATURE CLASSES (LIABILITY,        *
000280*            EQUITY, REVENUE) PRINT WITH THE SIGN TURNED SO A    *
000290*            NORMAL BALANCE READS POSITIVE.  REVENUE AND EXPENSE *
000300*            OPENING BALANCES LEFT FROM EARLIER PERIODS ARE      *
000310*            SHOWN IN EQUITY AS EARNINGS BROUGHT FORWARD.  THE   *
000320*            BALANCE SHEET MUST PROVE (ASSETS = LIABILITIES +    *
000330*            EQUITY); ONE THAT DOES NOT SETS RETURN-CODE 16.     *
000340*            EVERY ACCOUNT THAT CANNOT BE PLACED ON A STATEMENT  *
000350*            - AN OPEN ACCOUNT WITH NO CLASSIFICATION, A CLOSED  *
000360*            UNCLASSIFIED ACCOUNT STILL CARRYING A BALANCE, OR A *
000370*            BALANCE RECORD NOT ON THE CHART OF ACCOUNTS - IS    *
000380*            LISTED ON THE EXCEPTION PAGE AND SETS RETURN-CODE   *
000390*            4, SO NOTHING DROPS OUT OF THE STATEMENTS QUIETLY.  *
000400*                                                               *
000410*  MODIFICATION HISTORY                                         *
000420*  ----------------------------------------------------------   *
000430*  DATE        INIT   DESCRIPTION                               *
000440*  10/15/2026  RJ     ORIGINAL PROGRAM.  REPLACES THE MONTH-END *
000450*                     HAND BUILD OF THE BALANCE SHEET AND P&L   *
000460*                     FROM THE BAL-POST TRIAL BALANCE.          *
000470******************************************************************
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT BAL-FILE ASSIGN TO "BALMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS BAL-ACCOUNT
000560         FILE STATUS IS WS-BAL-STATUS.
000570
000580     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS ACM-ACCOUNT
000620         FILE STATUS IS WS-ACM-STATUS.
000630
000640     SELECT RPT-FILE ASSIGN TO "STMRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.
000670
000680     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BDC-STATUS.
000710
000720     SELECT SRT-FILE ASSIGN TO "SORTWK".
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BAL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY BALREC.
000790
000800 FD  ACM-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY ACMREC.
000830
000840 FD  RPT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY RPTREC.
000870
000880 FD  BDC-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY BDCREC.
000910
000920 SD  SRT-FILE.
000930 01  SRT-RECORD.
000940     05  SRT-CLASS-SEQ       PIC 9(01).
000950     05  SRT-STMT-GROUP      PIC X(12).
000960     05  SRT-ACCOUNT         PIC X(10).
000970     05  SRT-CLOSE-BAL       PIC S9(12)V99
000980             SIGN IS TRAILING SEPARATE CHARACTER.
000990     05  SRT-PTD-MOVE        PIC S9(12)V99
001000             SIGN IS TRAILING SEPARATE CHARACTER.
001010
001020 WORKING-STORAGE SECTION.
001030 77  WS-BAL-STATUS           PIC X(02)  VALUE "00".
001040 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
001050 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001060 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001070 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001080 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001090 77  WS-BAL-EOF-SWITCH       PIC X(01)  VALUE "N".
001100     88  WS-BAL-EOF                     VALUE "Y".
001110 77  WS-ACM-EOF-SWITCH       PIC X(01)  VALUE "N".
001120     88  WS-ACM-EOF                     VALUE "Y".
001130 77  WS-SORT-EOF-SWITCH      PIC X(01)  VALUE "N".
001140     88  WS-SORT-EOF                    VALUE "Y".
001150 77  WS-ACM-FOUND-SWITCH     PIC X(01)  VALUE "Y".
001160     88  WS-ACM-FOUND                   VALUE "Y".
001170     88  WS-ACM-MISSING                 VALUE "N".
001180 77  WS-BALANCE-SWITCH       PIC X(01)  VALUE "Y".
001190     88  WS-IN-BALANCE                  VALUE "Y".
001200     88  WS-OUT-OF-BALANCE              VALUE "N".
001210 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001220 77  WS-RELEASE-COUNT        PIC 9(07) COMP VALUE ZERO.
001230 77  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001240 77  WS-EXC-COUNT            PIC 9(05) COMP VALUE ZERO.
001250 77  WS-EXC-MAX              PIC 9(05) COMP VALUE 500.
001260 77  WS-EXC-SUB              PIC 9(05) COMP VALUE ZERO.
001270 77  WS-CUR-CLASS-SEQ        PIC 9(01) VALUE ZERO.
001280 77  WS-CUR-GROUP            PIC X(12) VALUE SPACES.
001290 77  WS-GROUP-ACCTS          PIC 9(05) COMP VALUE ZERO.
001300 77  WS-GROUP-AMOUNT         PIC S9(12)V99 COMP VALUE ZERO.
001310 77  WS-CLASS-AMOUNT         PIC S9(12)V99 COMP VALUE ZERO.
001320 77  WS-NET-INCOME           PIC S9(12)V99 COMP VALUE ZERO.
001330 77  WS-EARNINGS-BF          PIC S9(12)V99 COMP VALUE ZERO.
001340 77  WS-TOTAL-EQUITY         PIC S9(12)V99 COMP VALUE ZERO.
001350 77  WS-TOTAL-LIAB-EQUITY    PIC S9(12)V99 COMP VALUE ZERO.
001360 77  WS-PROOF-DIFF           PIC S9(12)V99 COMP VALUE ZERO.
001370
001380******************************************************************
001390*  CLASS TOTALS, SUBSCRIPTED BY THE SORT CLASS SEQUENCE:         *
001400*    1 = ASSET   2 = LIABILITY   3 = EQUITY   4 = REVENUE        *
001410*    5 = EXPENSE                                                 *
001420******************************************************************
001430 01  WS-CLASS-TOTALS.
001440     05  WS-CLASS-TOTAL      PIC S9(12)V99 COMP
001450                             OCCURS 5 TIMES.
001460
001470 01  WS-EXC-TABLE.
001480     05  WS-EXC-ENTRY OCCURS 500 TIMES.
001490         10  WS-EXC-ACCOUNT  PIC X(10).
001500         10  WS-EXC-CLOSE    PIC S9(12)V99 COMP.
001510         10  WS-EXC-REASON   PIC X(01).
001520             88  WS-EXC-NOT-ON-CHART    VALUE "N".
001530             88  WS-EXC-CLOSED-UNCLASS  VALUE "C".
001540
001550 01  WS-PRINT-LINE.
001560     05  FILLER              PIC X(04)  VALUE SPACES.
001570     05  WS-DET-GROUP        PIC X(12).
001580     05  FILLER              PIC X(03)  VALUE SPACES.
001590     05  WS-DET-ACCTS        PIC ZZ,ZZ9.
001600     05  FILLER              PIC X(03)  VALUE SPACES.
001610     05  WS-DET-AMOUNT       PIC -(12)9.99.
001620     05  FILLER              PIC X(88)  VALUE SPACES.
001630
001640 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001650     05  WS-HDR-BUS-LABEL    PIC X(13).
001660     05  FILLER              PIC X(02).
001670     05  WS-HDR-BUS-DATE     PIC 9(08).
001680     05  FILLER              PIC X(03).
001690     05  WS-HDR-TIM-LABEL    PIC X(08).
001700     05  FILLER              PIC X(02).
001710     05  WS-HDR-RUN-TIME     PIC 9(08).
001720     05  FILLER              PIC X(88).
001730
001740 01  WS-TITLE-LINE REDEFINES WS-PRINT-LINE.
001750     05  FILLER              PIC X(02).
001760     05  WS-TTL-TEXT         PIC X(50).
001770     05  FILLER              PIC X(80).
001780
001790 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
001800     05  FILLER              PIC X(02).
001810     05  WS-TOT-LABEL        PIC X(26).
001820     05  WS-TOT-AMOUNT       PIC -(12)9.99.
001830     05  FILLER              PIC X(88).
001840
001850 01  WS-PROOF-LINE REDEFINES WS-PRINT-LINE.
001860     05  FILLER              PIC X(02).
001870     05  WS-PRF-LABEL        PIC X(26).
001880     05  WS-PRF-AMOUNT       PIC -(12)9.99.
001890     05  FILLER              PIC X(03).
001900     05  WS-PRF-STATUS       PIC X(14).
001910     05  FILLER              PIC X(71).
001920
001930 01  WS-EXCEPTION-LINE REDEFINES WS-PRINT-LINE.
001940     05  FILLER              PIC X(04).
001950     05  WS-EXL-ACCOUNT      PIC X(10).
001960     05  FILLER              PIC X(02).
001970     05  WS-EXL-DESC         PIC X(30).
001980     05  FILLER              PIC X(02).
001990     05  WS-EXL-STATUS       PIC X(01).
002000     05  FILLER              PIC X(02).
002010     05  WS-EXL-CLOSING      PIC -(12)9.99.
002020     05  FILLER              PIC X(02).
002030     05  WS-EXL-REASON       PIC X(30).
002040     05  FILLER              PIC X(33).
002050
002060 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
002070     05  FILLER              PIC X(02).
002080     05  WS-FTR-RD-LABEL     PIC X(13).
002090     05  FILLER              PIC X(02).
002100     05  WS-FTR-READ         PIC Z,ZZZ,ZZ9.
002110     05  FILLER              PIC X(05).
002120     05  WS-FTR-STM-LABEL    PIC X(13).
002130     05  FILLER              PIC X(02).
002140     05  WS-FTR-STATEMENT    PIC Z,ZZZ,ZZ9.
002150     05  FILLER              PIC X(05).
002160     05  WS-FTR-EXC-LABEL    PIC X(10).
002170     05  FILLER              PIC X(02).
002180     05  WS-FTR-EXCEPTIONS   PIC Z,ZZZ,ZZ9.
002190     05  FILLER              PIC X(51).
002200
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE SECTION.
002230 0000-MAIN-RTN.
002240     PERFORM 1000-INITIALIZE
002250         THRU 1000-INITIALIZE-EXIT.
002260
002270     IF RETURN-CODE = ZERO
002280         SORT SRT-FILE
002290             ON ASCENDING KEY SRT-CLASS-SEQ
002300                              SRT-STMT-GROUP
002310                              SRT-ACCOUNT
002320             INPUT PROCEDURE IS 1500-ACQUIRE-BALANCES
002330             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
002340
002350         PERFORM 4000-LIST-EXCEPTIONS
002360             THRU 4000-LIST-EXCEPTIONS-EXIT
002370
002380         PERFORM 9000-TERMINATE
002390             THRU 9000-TERMINATE-EXIT
002400     END-IF.
002410
002420     STOP RUN.
002430
002440 1000-INITIALIZE.
002450 1000-INITIALIZE-RTN.
002460     OPEN INPUT BAL-FILE.
002470
002480     IF WS-BAL-STATUS NOT = "00"
002490         DISPLAY "FINSTMT - OPEN ERROR ON BAL-FILE "
002500             "STATUS: " WS-BAL-STATUS
002510         MOVE 20 TO RETURN-CODE
002520         GO TO 1000-INITIALIZE-EXIT
002530     END-IF.
002540
002550     OPEN INPUT ACM-FILE.
002560
002570     IF WS-ACM-STATUS NOT = "00"
002580         DISPLAY "FINSTMT - OPEN ERROR ON ACM-FILE "
002590             "STATUS: " WS-ACM-STATUS
002600         MOVE 20 TO RETURN-CODE
002610         CLOSE BAL-FILE
002620         GO TO 1000-INITIALIZE-EXIT
002630     END-IF.
002640
002650     OPEN OUTPUT RPT-FILE.
002660
002670     PERFORM 1100-GET-BUSINESS-DATE
002680         THRU 1100-GET-BUSINESS-DATE-EXIT.
002690
002700     MOVE SPACES TO WS-HEADER-LINE.
002710     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002720     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002730     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002740     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002750     WRITE RPT-LINE FROM WS-HEADER-LINE.
002760
002770     MOVE ZERO TO WS-CLASS-TOTAL (1).
002780     MOVE ZERO TO WS-CLASS-TOTAL (2).
002790     MOVE ZERO TO WS-CLASS-TOTAL (3).
002800     MOVE ZERO TO WS-CLASS-TOTAL (4).
002810     MOVE ZERO TO WS-CLASS-TOTAL (5).
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840
002850 1100-GET-BUSINESS-DATE.
002860 1100-GET-BUSINESS-DATE-RTN.
002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002880     ACCEPT WS-RUN-TIME FROM TIME.
002890
002900     OPEN INPUT BDC-FILE.
002910
002920     IF WS-BDC-STATUS NOT = "00"
002930         GO TO 1100-GET-BUSINESS-DATE-EXIT
002940     END-IF.
002950
002960     READ BDC-FILE
002970         AT END
002980             CONTINUE
002990     END-READ.
003000
003010     IF WS-BDC-STATUS = "00"
003020         AND BDC-BUS-DATE IS NUMERIC
003030         AND BDC-BUS-DATE > ZERO
003040         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003050     END-IF.
003060
003070     CLOSE BDC-FILE.
003080 1100-GET-BUSINESS-DATE-EXIT.
003090     EXIT.
003100
003110 1510-READ-NEXT-BALANCE.
003120 1510-READ-NEXT-BALANCE-RTN.
003130     IF WS-BAL-EOF
003140         GO TO 1510-READ-NEXT-BALANCE-EXIT
003150     END-IF.
003160
003170     READ BAL-FILE NEXT RECORD
003180         AT END
003190             MOVE "Y" TO WS-BAL-EOF-SWITCH
003200     END-READ.
003210 1510-READ-NEXT-BALANCE-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*  EVERY BALANCE RECORD IS PLACED BY ITS ACCOUNT'S CLASSIFICA-   *
003260*  TION.  ONE THAT CANNOT BE PLACED IS HELD FOR THE EXCEPTION    *
003270*  PAGE: NOT ON THE CHART, OR CLOSED AND UNCLASSIFIED BUT STILL  *
003280*  CARRYING A BALANCE.  AN OPEN UNCLASSIFIED ACCOUNT IS PICKED   *
003290*  UP BY THE ACCOUNT MASTER PASS IN 4000 WHETHER OR NOT IT HAS   *
003300*  A BALANCE RECORD, SO IT IS NOT HELD HERE.                     *
003310******************************************************************
003320 1520-CLASSIFY-ONE-BALANCE.
003330 1520-CLASSIFY-ONE-BALANCE-RTN.
003340     ADD 1 TO WS-READ-COUNT.
003350
003360     MOVE BAL-ACCOUNT TO ACM-ACCOUNT.
003370     SET WS-ACM-FOUND TO TRUE.
003380
003390     READ ACM-FILE
003400         INVALID KEY
003410             SET WS-ACM-MISSING TO TRUE
003420     END-READ.
003430
003440     IF WS-ACM-MISSING
003450         PERFORM 1530-HOLD-EXCEPTION
003460             THRU 1530-HOLD-EXCEPTION-EXIT
003470         GO TO 1520-CLASSIFY-ONE-BALANCE-NEXT
003480     END-IF.
003490
003500     IF ACM-UNCLASSIFIED
003510         IF ACM-CLOSED
003520             AND (BAL-CLOSE-BAL NOT = ZERO
003530                 OR BAL-PTD-MOVE NOT = ZERO)
003540             PERFORM 1530-HOLD-EXCEPTION
003550                 THRU 1530-HOLD-EXCEPTION-EXIT
003560         END-IF
003570         GO TO 1520-CLASSIFY-ONE-BALANCE-NEXT
003580     END-IF.
003590
003600     EVALUATE TRUE
003610         WHEN ACM-ASSET
003620             MOVE 1 TO SRT-CLASS-SEQ
003630         WHEN ACM-LIABILITY
003640             MOVE 2 TO SRT-CLASS-SEQ
003650         WHEN ACM-EQUITY
003660             MOVE 3 TO SRT-CLASS-SEQ
003670         WHEN ACM-REVENUE
003680             MOVE 4 TO SRT-CLASS-SEQ
003690         WHEN ACM-EXPENSE
003700             MOVE 5 TO SRT-CLASS-SEQ
003710         WHEN OTHER
003720             PERFORM 1530-HOLD-EXCEPTION
003730                 THRU 1530-HOLD-EXCEPTION-EXIT
003740             GO TO 1520-CLASSIFY-ONE-BALANCE-NEXT
003750     END-EVALUATE.
003760
003770******************************************************************
003780*  REVENUE AND EXPENSE ACCOUNTS ARE NEVER CLOSED OUT TO EQUITY   *
003790*  BY THE PERIOD ROLL, SO THEIR OPENING BALANCES ARE EARLIER     *
003800*  PERIODS' EARNINGS AND THEIR PERIOD MOVEMENT IS THIS PERIOD'S. *
003810*  BOTH ARE CREDIT-NATURE FOR EQUITY, HENCE THE SUBTRACTION.     *
003820******************************************************************
003830     IF ACM-REVENUE OR ACM-EXPENSE
003840         SUBTRACT BAL-PTD-MOVE FROM WS-NET-INCOME
003850         SUBTRACT BAL-OPEN-BAL FROM WS-EARNINGS-BF
003860     END-IF.
003870
003880     MOVE ACM-STMT-GROUP TO SRT-STMT-GROUP.
003890     MOVE BAL-ACCOUNT TO SRT-ACCOUNT.
003900     MOVE BAL-CLOSE-BAL TO SRT-CLOSE-BAL.
003910     MOVE BAL-PTD-MOVE TO SRT-PTD-MOVE.
003920
003930     RELEASE SRT-RECORD.
003940     ADD 1 TO WS-RELEASE-COUNT.
003950
003960 1520-CLASSIFY-ONE-BALANCE-NEXT.
003970     PERFORM 1510-READ-NEXT-BALANCE
003980         THRU 1510-READ-NEXT-BALANCE-EXIT.
003990 1520-CLASSIFY-ONE-BALANCE-EXIT.
004000     EXIT.
004010
004020 1530-HOLD-EXCEPTION.
004030 1530-HOLD-EXCEPTION-RTN.
004040     ADD 1 TO WS-EXCEPTION-COUNT.
004050
004060     IF WS-EXC-COUNT >= WS-EXC-MAX
004070         DISPLAY "FINSTMT - EXCEPTION TABLE FULL - "
004080             "INCREASE WS-EXC-MAX - ACCOUNT " BAL-ACCOUNT
004090             " NOT LISTED"
004100         GO TO 1530-HOLD-EXCEPTION-EXIT
004110     END-IF.
004120
004130     ADD 1 TO WS-EXC-COUNT.
004140     MOVE BAL-ACCOUNT TO WS-EXC-ACCOUNT (WS-EXC-COUNT).
004150     MOVE BAL-CLOSE-BAL TO WS-EXC-CLOSE (WS-EXC-COUNT).
004160
004170     IF WS-ACM-MISSING
004180         SET WS-EXC-NOT-ON-CHART (WS-EXC-COUNT) TO TRUE
004190     ELSE
004200         SET WS-EXC-CLOSED-UNCLASS (WS-EXC-COUNT) TO TRUE
004210     END-IF.
004220 1530-HOLD-EXCEPTION-EXIT.
004230     EXIT.
004240
004250 3010-RETURN-SORTED.
004260 3010-RETURN-SORTED-RTN.
004270     RETURN SRT-FILE
004280         AT END
004290             MOVE "Y" TO WS-SORT-EOF-SWITCH
004300     END-RETURN.
004310 3010-RETURN-SORTED-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*  ONE CLASS SECTION: HEADING, ONE LINE PER STATEMENT GROUP, AND *
004360*  THE CLASS TOTAL.  A CLASS WITH NO ACCOUNTS STILL PRINTS ITS   *
004370*  HEADING AND A ZERO TOTAL SO THE STATEMENT LAYOUT IS FIXED.    *
004380******************************************************************
004390 3100-PRINT-CLASS.
004400 3100-PRINT-CLASS-RTN.
004410     MOVE ZERO TO WS-CLASS-AMOUNT.
004420
004430     MOVE SPACES TO WS-TITLE-LINE.
004440     EVALUATE WS-CUR-CLASS-SEQ
004450         WHEN 1
004460             MOVE "ASSETS" TO WS-TTL-TEXT
004470         WHEN 2
004480             MOVE "LIABILITIES" TO WS-TTL-TEXT
004490         WHEN 3
004500             MOVE "EQUITY" TO WS-TTL-TEXT
004510         WHEN 4
004520             MOVE "REVENUE" TO WS-TTL-TEXT
004530         WHEN 5
004540             MOVE "EXPENSES" TO WS-TTL-TEXT
004550     END-EVALUATE.
004560     WRITE RPT-LINE FROM WS-TITLE-LINE.
004570
004580     PERFORM 3200-PRINT-GROUP
004590         THRU 3200-PRINT-GROUP-EXIT
004600         UNTIL WS-SORT-EOF
004610             OR SRT-CLASS-SEQ NOT = WS-CUR-CLASS-SEQ.
004620
004630     MOVE WS-CLASS-AMOUNT TO WS-CLASS-TOTAL (WS-CUR-CLASS-SEQ).
004640
004650     IF WS-CUR-CLASS-SEQ = 3
004660         GO TO 3100-PRINT-CLASS-EXIT
004670     END-IF.
004680
004690     MOVE SPACES TO WS-TOTAL-LINE.
004700     EVALUATE WS-CUR-CLASS-SEQ
004710         WHEN 1
004720             MOVE "TOTAL ASSETS" TO WS-TOT-LABEL
004730         WHEN 2
004740             MOVE "TOTAL LIABILITIES" TO WS-TOT-LABEL
004750         WHEN 4
004760             MOVE "TOTAL REVENUE" TO WS-TOT-LABEL
004770         WHEN 5
004780             MOVE "TOTAL EXPENSES" TO WS-TOT-LABEL
004790     END-EVALUATE.
004800     MOVE WS-CLASS-AMOUNT TO WS-TOT-AMOUNT.
004810     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004820 3100-PRINT-CLASS-EXIT.
004830     EXIT.
004840
004850 3200-PRINT-GROUP.
004860 3200-PRINT-GROUP-RTN.
004870     MOVE SRT-STMT-GROUP TO WS-CUR-GROUP.
004880     MOVE ZERO TO WS-GROUP-ACCTS.
004890     MOVE ZERO TO WS-GROUP-AMOUNT.
004900
004910     PERFORM 3300-ADD-ONE-ACCOUNT
004920         THRU 3300-ADD-ONE-ACCOUNT-EXIT
004930         UNTIL WS-SORT-EOF
004940             OR SRT-CLASS-SEQ NOT = WS-CUR-CLASS-SEQ
004950             OR SRT-STMT-GROUP NOT = WS-CUR-GROUP.
004960
004970     ADD WS-GROUP-AMOUNT TO WS-CLASS-AMOUNT.
004980
004990     MOVE SPACES TO WS-PRINT-LINE.
005000     MOVE WS-CUR-GROUP TO WS-DET-GROUP.
005010     MOVE WS-GROUP-ACCTS TO WS-DET-ACCTS.
005020     MOVE WS-GROUP-AMOUNT TO WS-DET-AMOUNT.
005030     WRITE RPT-LINE FROM WS-PRINT-LINE.
005040 3200-PRINT-GROUP-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*  BALANCE SHEET CLASSES (1-3) TAKE THE CLOSING BALANCE; INCOME  *
005090*  STATEMENT CLASSES (4-5) TAKE THE PERIOD-TO-DATE MOVEMENT.     *
005100*  CREDIT-NATURE CLASSES (2-4) ARE SIGN-TURNED FOR PRINTING.     *
005110******************************************************************
005120 3300-ADD-ONE-ACCOUNT.
005130 3300-ADD-ONE-ACCOUNT-RTN.
005140     ADD 1 TO WS-GROUP-ACCTS.
005150
005160     EVALUATE WS-CUR-CLASS-SEQ
005170         WHEN 1
005180             ADD SRT-CLOSE-BAL TO WS-GROUP-AMOUNT
005190         WHEN 2
005200         WHEN 3
005210             SUBTRACT SRT-CLOSE-BAL FROM WS-GROUP-AMOUNT
005220         WHEN 4
005230             SUBTRACT SRT-PTD-MOVE FROM WS-GROUP-AMOUNT
005240         WHEN 5
005250             ADD SRT-PTD-MOVE TO WS-GROUP-AMOUNT
005260     END-EVALUATE.
005270
005280     PERFORM 3010-RETURN-SORTED
005290         THRU 3010-RETURN-SORTED-EXIT.
005300 3300-ADD-ONE-ACCOUNT-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*  EQUITY IS THE EQUITY ACCOUNTS' CLOSING BALANCES PLUS EARNINGS *
005350*  BROUGHT FORWARD PLUS THE CURRENT PERIOD'S NET INCOME.  THE    *
005360*  SHEET PROVES WHEN TOTAL ASSETS LESS TOTAL LIABILITIES AND     *
005370*  EQUITY IS ZERO - IT WILL NOT IF A CLASSIFIED ACCOUNT IS       *
005380*  MISSING FROM THE SHEET OR AN UNCLASSIFIED ONE HOLDS A         *
005390*  BALANCE, WHICH THE EXCEPTION PAGE THEN EXPLAINS.              *
005400******************************************************************
005410 3400-CLOSE-BALANCE-SHEET.
005420 3400-CLOSE-BALANCE-SHEET-RTN.
005430     MOVE SPACES TO WS-PRINT-LINE.
005440     MOVE "EARNINGS B/F" TO WS-DET-GROUP.
005450     MOVE WS-EARNINGS-BF TO WS-DET-AMOUNT.
005460     WRITE RPT-LINE FROM WS-PRINT-LINE.
005470
005480     MOVE SPACES TO WS-PRINT-LINE.
005490     MOVE "NET INCOME" TO WS-DET-GROUP.
005500     MOVE WS-NET-INCOME TO WS-DET-AMOUNT.
005510     WRITE RPT-LINE FROM WS-PRINT-LINE.
005520
005530     COMPUTE WS-TOTAL-EQUITY = WS-CLASS-TOTAL (3)
005540         + WS-EARNINGS-BF + WS-NET-INCOME.
005550
005560     MOVE SPACES TO WS-TOTAL-LINE.
005570     MOVE "TOTAL EQUITY" TO WS-TOT-LABEL.
005580     MOVE WS-TOTAL-EQUITY TO WS-TOT-AMOUNT.
005590     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005600
005610     COMPUTE WS-TOTAL-LIAB-EQUITY =
005620         WS-CLASS-TOTAL (2) + WS-TOTAL-EQUITY.
005630
005640     MOVE SPACES TO WS-TOTAL-LINE.
005650     MOVE "TOTAL LIABILITIES + EQUITY" TO WS-TOT-LABEL.
005660     MOVE WS-TOTAL-LIAB-EQUITY TO WS-TOT-AMOUNT.
005670     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005680
005690     COMPUTE WS-PROOF-DIFF =
005700         WS-CLASS-TOTAL (1) - WS-TOTAL-LIAB-EQUITY.
005710
005720     IF WS-PROOF-DIFF = ZERO
005730         SET WS-IN-BALANCE TO TRUE
005740     ELSE
005750         SET WS-OUT-OF-BALANCE TO TRUE
005760     END-IF.
005770
005780     MOVE SPACES TO WS-PROOF-LINE.
005790     MOVE "ASSETS LESS LIAB + EQUITY" TO WS-PRF-LABEL.
005800     MOVE WS-PROOF-DIFF TO WS-PRF-AMOUNT.
005810
005820     IF WS-OUT-OF-BALANCE
005830         MOVE "OUT OF BALANCE" TO WS-PRF-STATUS
005840         IF RETURN-CODE = ZERO
005850             MOVE 16 TO RETURN-CODE
005860         END-IF
005870         DISPLAY "FINSTMT - BALANCE SHEET DOES NOT PROVE - "
005880             "DIFFERENCE " WS-PROOF-DIFF
005890     ELSE
005900         MOVE "IN BALANCE" TO WS-PRF-STATUS
005910     END-IF.
005920
005930     WRITE RPT-LINE FROM WS-PROOF-LINE.
005940 3400-CLOSE-BALANCE-SHEET-EXIT.
005950     EXIT.
005960
005970 3500-CLOSE-INCOME-STATEMENT.
005980 3500-CLOSE-INCOME-STATEMENT-RTN.
005990     MOVE SPACES TO WS-TOTAL-LINE.
006000     MOVE "NET INCOME" TO WS-TOT-LABEL.
006010     MOVE WS-NET-INCOME TO WS-TOT-AMOUNT.
006020     WRITE RPT-LINE FROM WS-TOTAL-LINE.
006030 3500-CLOSE-INCOME-STATEMENT-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070*  THE EXCEPTION PAGE: BALANCE RECORDS HELD BY THE SORT INPUT    *
006080*  PASS, THEN A BROWSE OF THE ACCOUNT MASTER FOR EVERY OPEN      *
006090*  ACCOUNT STILL WITHOUT A CLASSIFICATION.                       *
006100******************************************************************
006110 4000-LIST-EXCEPTIONS.
006120 4000-LIST-EXCEPTIONS-RTN.
006130     MOVE SPACES TO WS-TITLE-LINE.
006140     MOVE "EXCEPTIONS - ACCOUNTS NOT ON THE STATEMENTS"
006150         TO WS-TTL-TEXT.
006160     WRITE RPT-LINE FROM WS-TITLE-LINE.
006170
006180     MOVE ZERO TO WS-EXC-SUB.
006190
006200     PERFORM 4100-LIST-HELD-EXCEPTION
006210         THRU 4100-LIST-HELD-EXCEPTION-EXIT
006220         UNTIL WS-EXC-SUB >= WS-EXC-COUNT.
006230
006240     MOVE LOW-VALUES TO ACM-ACCOUNT.
006250
006260     START ACM-FILE KEY IS GREATER THAN ACM-ACCOUNT
006270         INVALID KEY
006280             MOVE "Y" TO WS-ACM-EOF-SWITCH
006290     END-START.
006300
006310     PERFORM 4200-READ-NEXT-ACCOUNT
006320         THRU 4200-READ-NEXT-ACCOUNT-EXIT.
006330
006340     PERFORM 4300-CHECK-ONE-ACCOUNT
006350         THRU 4300-CHECK-ONE-ACCOUNT-EXIT
006360         UNTIL WS-ACM-EOF.
006370 4000-LIST-EXCEPTIONS-EXIT.
006380     EXIT.
006390
006400 4100-LIST-HELD-EXCEPTION.
006410 4100-LIST-HELD-EXCEPTION-RTN.
006420     ADD 1 TO WS-EXC-SUB.
006430
006440     MOVE SPACES TO WS-EXCEPTION-LINE.
006450     MOVE WS-EXC-ACCOUNT (WS-EXC-SUB) TO WS-EXL-ACCOUNT.
006460     MOVE WS-EXC-CLOSE (WS-EXC-SUB) TO WS-EXL-CLOSING.
006470
006480     IF WS-EXC-NOT-ON-CHART (WS-EXC-SUB)
006490         MOVE "** NOT ON CHART OF ACCOUNTS **" TO WS-EXL-DESC
006500         MOVE "BALANCE WITH NO ACCOUNT MASTER" TO WS-EXL-REASON
006510     ELSE
006520         MOVE WS-EXC-ACCOUNT (WS-EXC-SUB) TO ACM-ACCOUNT
006530         READ ACM-FILE
006540             INVALID KEY
006550                 MOVE SPACES TO ACM-DESCRIPTION
006560         END-READ
006570         MOVE ACM-DESCRIPTION TO WS-EXL-DESC
006580         MOVE "C" TO WS-EXL-STATUS
006590         MOVE "CLOSED - NO CLASSIFICATION" TO WS-EXL-REASON
006600     END-IF.
006610
006620     WRITE RPT-LINE FROM WS-EXCEPTION-LINE.
006630 4100-LIST-HELD-EXCEPTION-EXIT.
006640     EXIT.
006650
006660 4200-READ-NEXT-ACCOUNT.
006670 4200-READ-NEXT-ACCOUNT-RTN.
006680     IF WS-ACM-EOF
006690         GO TO 4200-READ-NEXT-ACCOUNT-EXIT
006700     END-IF.
006710
006720     READ ACM-FILE NEXT RECORD
006730         AT END
006740             MOVE "Y" TO WS-ACM-EOF-SWITCH
006750     END-READ.
006760 4200-READ-NEXT-ACCOUNT-EXIT.
006770     EXIT.
006780
006790 4300-CHECK-ONE-ACCOUNT.
006800 4300-CHECK-ONE-ACCOUNT-RTN.
006810     IF NOT ACM-OPEN
006820         OR NOT ACM-UNCLASSIFIED
006830         GO TO 4300-CHECK-ONE-ACCOUNT-NEXT
006840     END-IF.
006850
006860     ADD 1 TO WS-EXCEPTION-COUNT.
006870
006880     MOVE SPACES TO WS-EXCEPTION-LINE.
006890     MOVE ACM-ACCOUNT TO WS-EXL-ACCOUNT.
006900     MOVE ACM-DESCRIPTION TO WS-EXL-DESC.
006910     MOVE ACM-STATUS TO WS-EXL-STATUS.
006920     MOVE "OPEN - NO CLASSIFICATION" TO WS-EXL-REASON.
006930
006940     MOVE ACM-ACCOUNT TO BAL-ACCOUNT.
006950
006960     READ BAL-FILE
006970         INVALID KEY
006980             MOVE ZERO TO BAL-CLOSE-BAL
006990     END-READ.
007000
007010     MOVE BAL-CLOSE-BAL TO WS-EXL-CLOSING.
007020
007030     WRITE RPT-LINE FROM WS-EXCEPTION-LINE.
007040
007050 4300-CHECK-ONE-ACCOUNT-NEXT.
007060     PERFORM 4200-READ-NEXT-ACCOUNT
007070         THRU 4200-READ-NEXT-ACCOUNT-EXIT.
007080 4300-CHECK-ONE-ACCOUNT-EXIT.
007090     EXIT.
007100
007110 9000-TERMINATE.
007120 9000-TERMINATE-RTN.
007130     MOVE SPACES TO WS-FOOTER-LINE.
007140     MOVE "BALANCES READ" TO WS-FTR-RD-LABEL.
007150     MOVE WS-READ-COUNT TO WS-FTR-READ.
007160     MOVE "ON STATEMENTS" TO WS-FTR-STM-LABEL.
007170     MOVE WS-RELEASE-COUNT TO WS-FTR-STATEMENT.
007180     MOVE "EXCEPTIONS" TO WS-FTR-EXC-LABEL.
007190     MOVE WS-EXCEPTION-COUNT TO WS-FTR-EXCEPTIONS.
007200
007210     WRITE RPT-LINE FROM WS-FOOTER-LINE.
007220
007230     IF WS-EXCEPTION-COUNT > ZERO
007240         IF RETURN-CODE = ZERO
007250             MOVE 4 TO RETURN-CODE
007260         END-IF
007270         DISPLAY "FINSTMT - " WS-EXCEPTION-COUNT
007280             " ACCOUNT(S) COULD NOT BE PLACED ON THE "
007290             "STATEMENTS - SEE EXCEPTION LIST"
007300     END-IF.
007310
007320     CLOSE BAL-FILE.
007330     CLOSE ACM-FILE.
007340     CLOSE RPT-FILE.
007350 9000-TERMINATE-EXIT.
007360     EXIT.
007370
007380 1500-ACQUIRE-BALANCES SECTION.
007390 1500-ACQUIRE-BALANCES-RTN.
007400     MOVE LOW-VALUES TO BAL-ACCOUNT.
007410
007420     START BAL-FILE KEY IS GREATER THAN BAL-ACCOUNT
007430         INVALID KEY
007440             MOVE "Y" TO WS-BAL-EOF-SWITCH
007450     END-START.
007460
007470     PERFORM 1510-READ-NEXT-BALANCE
007480         THRU 1510-READ-NEXT-BALANCE-EXIT.
007490
007500     PERFORM 1520-CLASSIFY-ONE-BALANCE
007510         THRU 1520-CLASSIFY-ONE-BALANCE-EXIT
007520         UNTIL WS-BAL-EOF.
007530
007540     GO TO 1500-ACQUIRE-BALANCES-EXIT.
007550 1500-ACQUIRE-BALANCES-EXIT.
007560     EXIT.
007570
007580 3000-PRINT-STATEMENTS SECTION.
007590 3000-PRINT-STATEMENTS-RTN.
007600     PERFORM 3010-RETURN-SORTED
007610         THRU 3010-RETURN-SORTED-EXIT.
007620
007630     MOVE SPACES TO WS-TITLE-LINE.
007640     MOVE "BALANCE SHEET - CLOSING BALANCES" TO WS-TTL-TEXT.
007650     WRITE RPT-LINE FROM WS-TITLE-LINE.
007660
007670     MOVE 1 TO WS-CUR-CLASS-SEQ.
007680     PERFORM 3100-PRINT-CLASS
007690         THRU 3100-PRINT-CLASS-EXIT.
007700
007710     MOVE 2 TO WS-CUR-CLASS-SEQ.
007720     PERFORM 3100-PRINT-CLASS
007730         THRU 3100-PRINT-CLASS-EXIT.
007740
007750     MOVE 3 TO WS-CUR-CLASS-SEQ.
007760     PERFORM 3100-PRINT-CLASS
007770         THRU 3100-PRINT-CLASS-EXIT.
007780
007790     PERFORM 3400-CLOSE-BALANCE-SHEET
007800         THRU 3400-CLOSE-BALANCE-SHEET-EXIT.
007810
007820     MOVE SPACES TO WS-TITLE-LINE.
007830     MOVE "INCOME STATEMENT - PERIOD TO DATE" TO WS-TTL-TEXT.
007840     WRITE RPT-LINE FROM WS-TITLE-LINE.
007850
007860     MOVE 4 TO WS-CUR-CLASS-SEQ.
007870     PERFORM 3100-PRINT-CLASS
007880         THRU 3100-PRINT-CLASS-EXIT.
007890
007900     MOVE 5 TO WS-CUR-CLASS-SEQ.
007910     PERFORM 3100-PRINT-CLASS
007920         THRU 3100-PRINT-CLASS-EXIT.
007930
007940     PERFORM 3500-CLOSE-INCOME-STATEMENT
007950         THRU 3500-CLOSE-INCOME-STATEMENT-EXIT.
007960
007970     GO TO 3000-PRINT-STATEMENTS-EXIT.
007980 3000-PRINT-STATEMENTS-EXIT.
007990     EXIT.
