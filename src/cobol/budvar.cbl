000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUD-VARIANCE.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  BUDGET-VERSUS-ACTUAL VARIANCE REPORT.  FOR THE      *
000190*            PERIOD ON THE PARAMETER CARD (BVP-FILE) IT MATCHES  *
000200*            THE BUDGET MASTER (BUD-FILE) AGAINST THE BALANCE    *
000210*            MASTER (BAL-FILE) AND PRINTS, FOR EACH ACCOUNT,     *
000220*            THE PERIOD BUDGET, THE ACTUAL PERIOD MOVEMENT, THE  *
000230*            DOLLAR AND PERCENT VARIANCE, AND THE YEAR-TO-DATE   *
000240*            BUDGET AND ACTUAL, WITH SUBTOTALS BY STATEMENT      *
000250*            GROUP FROM THE ACCOUNT MASTER (ACM-FILE) AND A      *
000260*            GRAND TOTAL.                                        *
000270*            THE BALANCE MASTER'S MOVEMENT BELONGS TO THE        *
000280*            EARLIEST OPEN PERIOD ON THE PERIOD CONTROL FILE     *
000290*            (PRD-FILE).  WHEN THAT IS THE REPORT PERIOD THE     *
000300*            ACTUAL IS BAL-PTD-MOVE, AND IT IS CAPTURED ONTO THE *
000310*            PERIOD'S BUDGET RECORD.  ONCE PRD-MAINT HAS CLOSED  *
000320*            THE PERIOD THE ACTUAL IS THE MOVEMENT IN THE        *
000330*            BALANCE HISTORY SNAPSHOT (BHS-FILE) TAKEN AT THE    *
000340*            CLOSE; THE CAPTURED FIGURE IS USED ONLY FOR A       *
000350*            PERIOD CLOSED WITHOUT A SNAPSHOT, AND THE ACCOUNT   *
000360*            IS FLAGGED NO ACTUAL ON FILE (RETURN-CODE 4).  AN   *
000370*            OPEN PERIOD BEHIND AN EARLIER OPEN ONE HAS NO       *
000380*            ACTUALS YET AND REPORTS THEM AS ZERO.  YEAR-TO-DATE *
000390*            ACTUAL IS THE SNAPSHOT MOVEMENT OF THE YEAR'S       *
000400*            EARLIER PERIODS, BUDGETED OR NOT, PLUS THIS         *
000410*            PERIOD'S.                                           *
000420*            VARIANCE IS ACTUAL LESS BUDGET; THE PERCENT IS OF   *
000430*            THE BUDGET.  AN ACCOUNT WHOSE PERCENT VARIANCE IS   *
000440*            BEYOND THE CARD'S TOLERANCE EITHER WAY, OR THAT     *
000450*            HAS ACTIVITY BUT NO BUDGET FOR THE PERIOD, IS       *
000460*            FLAGGED AND SETS RETURN-CODE 4.                     *
000470*                                                               *
000480*  MODIFICATION HISTORY                                         *
000490*  ----------------------------------------------------------   *
000500*  DATE        INIT   DESCRIPTION                               *
000510*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000520*  10/15/2026  RJ     ACTUALS FOR A CLOSED PERIOD, AND FOR THE  *
000530*                     YEAR'S EARLIER PERIODS IN THE YEAR TO     *
000540*                     DATE, NOW COME FROM THE BALANCE HISTORY   *
000550*                     SNAPSHOT, SO A PERIOD CLOSED BEFORE THE   *
000560*                     REPORT RAN OR AN UNBUDGETED ACCOUNT NO    *
000570*                     LONGER SHOWS A ZERO ACTUAL.  ONLY THE     *
000580*                     EARLIEST OPEN PERIOD TAKES OR CAPTURES    *
000590*                     ITS ACTUALS FROM THE BALANCE MASTER; A    *
000600*                     LATER OPEN PERIOD REPORTS NONE.  A PERIOD *
000610*                     CLOSED WITHOUT A SNAPSHOT FLAGS NO ACTUAL *
000620*                     ON FILE, A FAILED CAPTURE SETS            *
000630*                     RETURN-CODE 20, AND THE SOURCE LINE NO    *
000640*                     LONGER PRINTS SHORT.                      *
000650******************************************************************
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT BUD-FILE ASSIGN TO "BUDMSTR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS BUD-KEY
000740         FILE STATUS IS WS-BUD-STATUS.
000750
000760     SELECT BAL-FILE ASSIGN TO "BALMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS BAL-ACCOUNT
000800         FILE STATUS IS WS-BAL-STATUS.
000810
000820     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS ACM-ACCOUNT
000860         FILE STATUS IS WS-ACM-STATUS.
000870
000880     SELECT PRD-FILE ASSIGN TO "PRDCTL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS PRD-PERIOD
000920         FILE STATUS IS WS-PRD-STATUS.
000930
000940     SELECT BHS-FILE ASSIGN TO "BALHIST"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS BHS-KEY
000980         FILE STATUS IS WS-BHS-STATUS.
000990
001000     SELECT BVP-FILE ASSIGN TO "BUDPARM"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-BVP-STATUS.
001030
001040     SELECT RPT-FILE ASSIGN TO "BUDRPT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-RPT-STATUS.
001070
001080     SELECT BDC-FILE ASSIGN TO "BUSDATE"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-BDC-STATUS.
001110
001120     SELECT SRT-FILE ASSIGN TO "SORTWK".
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  BUD-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY BUDREC.
001190
001200 FD  BAL-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY BALREC.
001230
001240 FD  ACM-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY ACMREC.
001270
001280 FD  PRD-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY PRDREC.
001310
001320 FD  BHS-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY BHSREC.
001350
001360 FD  BVP-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY BVPREC.
001390
001400 FD  RPT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY RPTREC.
001430
001440 FD  BDC-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY BDCREC.
001470
001480 SD  SRT-FILE.
001490 01  SRT-RECORD.
001500     05  SRT-STMT-GROUP      PIC X(12).
001510     05  SRT-ACCOUNT         PIC X(10).
001520     05  SRT-DESCRIPTION     PIC X(30).
001530     05  SRT-BUDGET-SWITCH   PIC X(01).
001540         88  SRT-HAS-BUDGET             VALUE "Y".
001550     05  SRT-BUDGET          PIC S9(12)V99
001560             SIGN IS TRAILING SEPARATE CHARACTER.
001570     05  SRT-ACTUAL          PIC S9(12)V99
001580             SIGN IS TRAILING SEPARATE CHARACTER.
001590     05  SRT-YTD-BUDGET      PIC S9(12)V99
001600             SIGN IS TRAILING SEPARATE CHARACTER.
001610     05  SRT-YTD-ACTUAL      PIC S9(12)V99
001620             SIGN IS TRAILING SEPARATE CHARACTER.
001630     05  SRT-ACTUAL-SWITCH   PIC X(01).
001640         88  SRT-ACTUAL-MISSING         VALUE "M".
001650         88  SRT-ACTUAL-NOT-YET         VALUE "L".
001660
001670 WORKING-STORAGE SECTION.
001680 77  WS-BUD-STATUS           PIC X(02)  VALUE "00".
001690 77  WS-BAL-STATUS           PIC X(02)  VALUE "00".
001700 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
001710 77  WS-PRD-STATUS           PIC X(02)  VALUE "00".
001720 77  WS-BVP-STATUS           PIC X(02)  VALUE "00".
001730 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001740 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001750 77  WS-BHS-STATUS           PIC X(02)  VALUE "00".
001760 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001770 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001780 77  WS-BUD-EOF-SWITCH       PIC X(01)  VALUE "N".
001790     88  WS-BUD-EOF                     VALUE "Y".
001800 77  WS-BAL-EOF-SWITCH       PIC X(01)  VALUE "N".
001810     88  WS-BAL-EOF                     VALUE "Y".
001820 77  WS-SORT-EOF-SWITCH      PIC X(01)  VALUE "N".
001830     88  WS-SORT-EOF                    VALUE "Y".
001840 77  WS-PRD-EOF-SWITCH       PIC X(01)  VALUE "N".
001850     88  WS-PRD-EOF                     VALUE "Y".
001860 77  WS-ACTUAL-SOURCE-SWITCH PIC X(01)  VALUE "B".
001870     88  WS-ACTUAL-FROM-BALANCE         VALUE "B".
001880     88  WS-ACTUAL-FROM-HISTORY         VALUE "H".
001890     88  WS-ACTUAL-NOT-YET              VALUE "L".
001900 77  WS-HISTORY-SWITCH       PIC X(01)  VALUE "Y".
001910     88  WS-HISTORY-PRESENT             VALUE "Y".
001920     88  WS-NO-HISTORY                  VALUE "N".
001930 77  WS-HIST-FOUND-SWITCH    PIC X(01)  VALUE "N".
001940     88  WS-HIST-FOUND                  VALUE "Y".
001950     88  WS-HIST-MISSING                VALUE "N".
001960 77  WS-ACTUAL-NOTE-SWITCH   PIC X(01)  VALUE SPACE.
001970     88  WS-ACTUAL-MISSING              VALUE "M".
001980     88  WS-ACTUAL-NOTE-NOT-YET         VALUE "L".
001990 77  WS-BAL-FOUND-SWITCH     PIC X(01)  VALUE "N".
002000     88  WS-BAL-FOUND                   VALUE "Y".
002010     88  WS-BAL-MISSING                 VALUE "N".
002020 77  WS-IN-YEAR-SWITCH       PIC X(01)  VALUE "N".
002030     88  WS-BUDGETED-IN-YEAR            VALUE "Y".
002040 77  WS-HAS-BUDGET-SWITCH    PIC X(01)  VALUE "N".
002050     88  WS-HAS-BUDGET                  VALUE "Y".
002060 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
002070 77  WS-YEAR-FIRST-PERIOD    PIC 9(06) VALUE ZERO.
002080 77  WS-FIRST-OPEN-PERIOD    PIC 9(06) VALUE ZERO.
002090 77  WS-REPORT-MONTH         PIC 9(02) VALUE ZERO.
002100 77  WS-MONTH-SUB            PIC 9(04) COMP VALUE ZERO.
002110 77  WS-TOLERANCE            PIC 9(03)V99 VALUE 10.00.
002120 77  WS-BUD-KEY              PIC X(10) VALUE SPACES.
002130 77  WS-BAL-KEY              PIC X(10) VALUE SPACES.
002140 77  WS-CUR-ACCOUNT          PIC X(10) VALUE SPACES.
002150 77  WS-CUR-GROUP            PIC X(12) VALUE SPACES.
002160 77  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
002170 77  WS-BREACH-COUNT         PIC 9(07) COMP VALUE ZERO.
002180 77  WS-CAPTURE-COUNT        PIC 9(07) COMP VALUE ZERO.
002190 77  WS-NO-ACTUAL-COUNT      PIC 9(07) COMP VALUE ZERO.
002200 77  WS-TOTALS-LEVEL         PIC 9(05) COMP VALUE ZERO.
002210 77  WS-PTD-ACTUAL           PIC S9(12)V99 COMP VALUE ZERO.
002220 77  WS-CAPTURED-ACTUAL      PIC S9(12)V99 COMP VALUE ZERO.
002230 77  WS-BUDGET               PIC S9(12)V99 COMP VALUE ZERO.
002240 77  WS-ACTUAL               PIC S9(12)V99 COMP VALUE ZERO.
002250 77  WS-YTD-BUDGET           PIC S9(12)V99 COMP VALUE ZERO.
002260 77  WS-YTD-ACTUAL           PIC S9(12)V99 COMP VALUE ZERO.
002270 77  WS-VARIANCE             PIC S9(12)V99 COMP VALUE ZERO.
002280 77  WS-ABS-BUDGET           PIC S9(12)V99 COMP VALUE ZERO.
002290 77  WS-VAR-PCT              PIC S9(05)V99 COMP VALUE ZERO.
002300 77  WS-ABS-PCT              PIC S9(05)V99 COMP VALUE ZERO.
002310
002320 01  WS-HIST-PERIOD          PIC 9(06) VALUE ZERO.
002330 01  WS-HIST-PERIOD-PARTS REDEFINES WS-HIST-PERIOD.
002340     05  WS-HIST-YEAR        PIC 9(04).
002350     05  WS-HIST-MONTH       PIC 9(02).
002360
002370******************************************************************
002380*  THE REPORT YEAR'S PERIODS, SUBSCRIPTED BY MONTH.  THE STATUS  *
002390*  IS BLANK FOR A PERIOD NOT ON THE PERIOD CONTROL FILE, O FOR   *
002400*  AN OPEN PERIOD, E FOR THE EARLIEST OPEN PERIOD (THE ONE THE   *
002410*  BALANCE MASTER'S MOVEMENT BELONGS TO), S FOR A PERIOD CLOSED  *
002420*  WITH A BALANCE HISTORY SNAPSHOT AND C FOR ONE CLOSED WITHOUT. *
002430*  THE CAPTURED ACTUAL IS THE CURRENT ACCOUNT'S, FROM ITS BUDGET *
002440*  RECORD FOR THE MONTH.                                         *
002450******************************************************************
002460 01  WS-YEAR-PERIOD-TABLE.
002470     05  WS-YP-STATUS        PIC X(01) OCCURS 12 TIMES.
002480         88  WS-YP-OPEN                 VALUE "O".
002490         88  WS-YP-EARLIEST-OPEN        VALUE "E".
002500         88  WS-YP-CLOSED-SNAPSHOT      VALUE "S".
002510         88  WS-YP-CLOSED-NO-SNAPSHOT   VALUE "C".
002520         88  WS-YP-CLOSED               VALUE "S" "C".
002530
002540 01  WS-MONTH-CAPTURE-TABLE.
002550     05  WS-MC-ACTUAL        PIC S9(12)V99 COMP OCCURS 12 TIMES.
002560
002570******************************************************************
002580*  TOTALS, SUBSCRIPTED BY LEVEL:  1 = STATEMENT GROUP            *
002590*  2 = GRAND TOTAL                                               *
002600******************************************************************
002610 01  WS-TOTALS-TABLE.
002620     05  WS-TOTALS OCCURS 2 TIMES.
002630         10  WS-TOT-BUDGET   PIC S9(12)V99 COMP.
002640         10  WS-TOT-ACTUAL   PIC S9(12)V99 COMP.
002650         10  WS-TOT-YTD-BUD  PIC S9(12)V99 COMP.
002660         10  WS-TOT-YTD-ACT  PIC S9(12)V99 COMP.
002670
002680 01  WS-PRINT-LINE.
002690     05  WS-DET-ACCOUNT      PIC X(10).
002700     05  FILLER              PIC X(01)  VALUE SPACES.
002710     05  WS-DET-DESC         PIC X(13).
002720     05  FILLER              PIC X(01)  VALUE SPACES.
002730     05  WS-DET-BUDGET       PIC -(11)9.99.
002740     05  FILLER              PIC X(01)  VALUE SPACES.
002750     05  WS-DET-ACTUAL       PIC -(11)9.99.
002760     05  FILLER              PIC X(01)  VALUE SPACES.
002770     05  WS-DET-VARIANCE     PIC -(11)9.99.
002780     05  FILLER              PIC X(01)  VALUE SPACES.
002790     05  WS-DET-PCT          PIC -(5)9.99.
002800     05  FILLER              PIC X(01)  VALUE SPACES.
002810     05  WS-DET-YTD-BUD      PIC -(11)9.99.
002820     05  FILLER              PIC X(01)  VALUE SPACES.
002830     05  WS-DET-YTD-ACT      PIC -(11)9.99.
002840     05  FILLER              PIC X(01)  VALUE SPACES.
002850     05  WS-DET-FLAG         PIC X(17).
002860
002870 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
002880     05  WS-HDR-BUS-LABEL    PIC X(13).
002890     05  FILLER              PIC X(02).
002900     05  WS-HDR-BUS-DATE     PIC 9(08).
002910     05  FILLER              PIC X(03).
002920     05  WS-HDR-TIM-LABEL    PIC X(08).
002930     05  FILLER              PIC X(02).
002940     05  WS-HDR-RUN-TIME     PIC 9(08).
002950     05  FILLER              PIC X(88).
002960
002970 01  WS-TITLE-LINE REDEFINES WS-PRINT-LINE.
002980     05  FILLER              PIC X(02).
002990     05  WS-TTL-TEXT         PIC X(30).
003000     05  WS-TTL-PERIOD       PIC 9(06).
003010     05  FILLER              PIC X(03).
003020     05  WS-TTL-TOL-LABEL    PIC X(10).
003030     05  WS-TTL-TOLERANCE    PIC ZZ9.99.
003040     05  FILLER              PIC X(01).
003050     05  WS-TTL-PCT-LABEL    PIC X(07).
003060     05  FILLER              PIC X(03).
003070     05  WS-TTL-SOURCE       PIC X(41).
003080     05  FILLER              PIC X(23).
003090
003100 01  WS-COLUMN-LINE REDEFINES WS-PRINT-LINE.
003110     05  WS-COL-ACCOUNT      PIC X(10).
003120     05  FILLER              PIC X(01).
003130     05  WS-COL-DESC         PIC X(13).
003140     05  FILLER              PIC X(01).
003150     05  WS-COL-BUDGET       PIC X(15).
003160     05  FILLER              PIC X(01).
003170     05  WS-COL-ACTUAL       PIC X(15).
003180     05  FILLER              PIC X(01).
003190     05  WS-COL-VARIANCE     PIC X(15).
003200     05  FILLER              PIC X(01).
003210     05  WS-COL-PCT          PIC X(09).
003220     05  FILLER              PIC X(01).
003230     05  WS-COL-YTD-BUD      PIC X(15).
003240     05  FILLER              PIC X(01).
003250     05  WS-COL-YTD-ACT      PIC X(15).
003260     05  FILLER              PIC X(18).
003270
003280 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
003290     05  FILLER              PIC X(02).
003300     05  WS-FTR-ACT-LABEL    PIC X(08).
003310     05  FILLER              PIC X(02).
003320     05  WS-FTR-ACCOUNTS     PIC Z,ZZZ,ZZ9.
003330     05  FILLER              PIC X(05).
003340     05  WS-FTR-BRC-LABEL    PIC X(14).
003350     05  FILLER              PIC X(02).
003360     05  WS-FTR-BREACHES     PIC Z,ZZZ,ZZ9.
003370     05  FILLER              PIC X(05).
003380     05  WS-FTR-CAP-LABEL    PIC X(16).
003390     05  FILLER              PIC X(02).
003400     05  WS-FTR-CAPTURED     PIC Z,ZZZ,ZZ9.
003410     05  FILLER              PIC X(05).
003420     05  WS-FTR-NOA-LABEL    PIC X(17).
003430     05  FILLER              PIC X(02).
003440     05  WS-FTR-NO-ACTUAL    PIC Z,ZZZ,ZZ9.
003450     05  FILLER              PIC X(16).
003460
003470 PROCEDURE DIVISION.
003480 0000-MAINLINE SECTION.
003490 0000-MAIN-RTN.
003500     PERFORM 1000-INITIALIZE
003510         THRU 1000-INITIALIZE-EXIT.
003520
003530     IF RETURN-CODE = ZERO
003540         SORT SRT-FILE
003550             ON ASCENDING KEY SRT-STMT-GROUP
003560                              SRT-ACCOUNT
003570             INPUT PROCEDURE IS 1500-ACQUIRE-BUDGETS
003580             OUTPUT PROCEDURE IS 3000-PRINT-VARIANCES
003590
003600         PERFORM 9000-TERMINATE
003610             THRU 9000-TERMINATE-EXIT
003620     END-IF.
003630
003640     STOP RUN.
003650
003660 1000-INITIALIZE.
003670 1000-INITIALIZE-RTN.
003680     PERFORM 1100-GET-BUSINESS-DATE
003690         THRU 1100-GET-BUSINESS-DATE-EXIT.
003700
003710     PERFORM 1200-GET-PARAMETERS
003720         THRU 1200-GET-PARAMETERS-EXIT.
003730
003740     PERFORM 1300-GET-PERIOD-STATUS
003750         THRU 1300-GET-PERIOD-STATUS-EXIT.
003760
003770     IF RETURN-CODE NOT = ZERO
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF.
003800
003810     OPEN I-O BUD-FILE.
003820
003830     IF WS-BUD-STATUS NOT = "00"
003840         DISPLAY "BUDVARIANCE - OPEN ERROR ON BUD-FILE "
003850             "STATUS: " WS-BUD-STATUS
003860         MOVE 20 TO RETURN-CODE
003870         GO TO 1000-INITIALIZE-EXIT
003880     END-IF.
003890
003900     OPEN INPUT BAL-FILE.
003910
003920     IF WS-BAL-STATUS NOT = "00"
003930         DISPLAY "BUDVARIANCE - OPEN ERROR ON BAL-FILE "
003940             "STATUS: " WS-BAL-STATUS
003950         MOVE 20 TO RETURN-CODE
003960         CLOSE BUD-FILE
003970         GO TO 1000-INITIALIZE-EXIT
003980     END-IF.
003990
004000     OPEN INPUT ACM-FILE.
004010
004020     IF WS-ACM-STATUS NOT = "00"
004030         DISPLAY "BUDVARIANCE - OPEN ERROR ON ACM-FILE "
004040             "STATUS: " WS-ACM-STATUS
004050         MOVE 20 TO RETURN-CODE
004060         CLOSE BUD-FILE
004070         CLOSE BAL-FILE
004080         GO TO 1000-INITIALIZE-EXIT
004090     END-IF.
004100
004110     OPEN INPUT BHS-FILE.
004120
004130     IF WS-BHS-STATUS = "35"
004140         SET WS-NO-HISTORY TO TRUE
004150     ELSE
004160         IF WS-BHS-STATUS NOT = "00"
004170             DISPLAY "BUDVARIANCE - OPEN ERROR ON BHS-FILE "
004180                 "STATUS: " WS-BHS-STATUS
004190             MOVE 20 TO RETURN-CODE
004200             CLOSE BUD-FILE
004210             CLOSE BAL-FILE
004220             CLOSE ACM-FILE
004230             GO TO 1000-INITIALIZE-EXIT
004240         END-IF
004250     END-IF.
004260
004270     OPEN OUTPUT RPT-FILE.
004280
004290     MOVE SPACES TO WS-HEADER-LINE.
004300     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
004310     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
004320     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
004330     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
004340     WRITE RPT-LINE FROM WS-HEADER-LINE.
004350
004360     MOVE SPACES TO WS-TITLE-LINE.
004370     MOVE "BUDGET VARIANCE FOR PERIOD" TO WS-TTL-TEXT.
004380     MOVE WS-PERIOD TO WS-TTL-PERIOD.
004390     MOVE "TOLERANCE" TO WS-TTL-TOL-LABEL.
004400     MOVE WS-TOLERANCE TO WS-TTL-TOLERANCE.
004410     MOVE "PERCENT" TO WS-TTL-PCT-LABEL.
004420
004430     EVALUATE TRUE
004440         WHEN WS-ACTUAL-FROM-HISTORY
004450             MOVE "PERIOD CLOSED - ACTUALS FROM HISTORY"
004460                 TO WS-TTL-SOURCE
004470         WHEN WS-ACTUAL-NOT-YET
004480             MOVE "EARLIER PERIOD STILL OPEN - NO ACTUALS"
004490                 TO WS-TTL-SOURCE
004500         WHEN OTHER
004510             MOVE "PERIOD OPEN - ACTUALS FROM BALANCE MASTER"
004520                 TO WS-TTL-SOURCE
004530     END-EVALUATE.
004540
004550     WRITE RPT-LINE FROM WS-TITLE-LINE.
004560
004570     MOVE SPACES TO WS-COLUMN-LINE.
004580     MOVE "ACCOUNT" TO WS-COL-ACCOUNT.
004590     MOVE "DESCRIPTION" TO WS-COL-DESC.
004600     MOVE "         BUDGET" TO WS-COL-BUDGET.
004610     MOVE "         ACTUAL" TO WS-COL-ACTUAL.
004620     MOVE "       VARIANCE" TO WS-COL-VARIANCE.
004630     MOVE "  PERCENT" TO WS-COL-PCT.
004640     MOVE "     YTD BUDGET" TO WS-COL-YTD-BUD.
004650     MOVE "     YTD ACTUAL" TO WS-COL-YTD-ACT.
004660     WRITE RPT-LINE FROM WS-COLUMN-LINE.
004670
004680     MOVE ZERO TO WS-TOT-BUDGET (1).
004690     MOVE ZERO TO WS-TOT-ACTUAL (1).
004700     MOVE ZERO TO WS-TOT-YTD-BUD (1).
004710     MOVE ZERO TO WS-TOT-YTD-ACT (1).
004720     MOVE ZERO TO WS-TOT-BUDGET (2).
004730     MOVE ZERO TO WS-TOT-ACTUAL (2).
004740     MOVE ZERO TO WS-TOT-YTD-BUD (2).
004750     MOVE ZERO TO WS-TOT-YTD-ACT (2).
004760 1000-INITIALIZE-EXIT.
004770     EXIT.
004780
004790 1100-GET-BUSINESS-DATE.
004800 1100-GET-BUSINESS-DATE-RTN.
004810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004820     ACCEPT WS-RUN-TIME FROM TIME.
004830
004840     OPEN INPUT BDC-FILE.
004850
004860     IF WS-BDC-STATUS NOT = "00"
004870         GO TO 1100-GET-BUSINESS-DATE-EXIT
004880     END-IF.
004890
004900     READ BDC-FILE
004910         AT END
004920             CONTINUE
004930     END-READ.
004940
004950     IF WS-BDC-STATUS = "00"
004960         AND BDC-BUS-DATE IS NUMERIC
004970         AND BDC-BUS-DATE > ZERO
004980         MOVE BDC-BUS-DATE TO WS-RUN-DATE
004990     END-IF.
005000
005010     CLOSE BDC-FILE.
005020 1100-GET-BUSINESS-DATE-EXIT.
005030     EXIT.
005040
005050 1200-GET-PARAMETERS.
005060 1200-GET-PARAMETERS-RTN.
005070     MOVE WS-RUN-DATE (1:6) TO WS-PERIOD.
005080
005090     OPEN INPUT BVP-FILE.
005100
005110     IF WS-BVP-STATUS NOT = "00"
005120         GO TO 1200-GET-PARAMETERS-NEXT
005130     END-IF.
005140
005150     READ BVP-FILE
005160         AT END
005170             CONTINUE
005180     END-READ.
005190
005200     IF WS-BVP-STATUS = "00"
005210         IF BVP-PERIOD IS NUMERIC
005220             AND BVP-PERIOD > ZERO
005230             MOVE BVP-PERIOD TO WS-PERIOD
005240         END-IF
005250         IF BVP-TOLERANCE IS NUMERIC
005260             AND BVP-TOLERANCE > ZERO
005270             MOVE BVP-TOLERANCE TO WS-TOLERANCE
005280         END-IF
005290     END-IF.
005300
005310     CLOSE BVP-FILE.
005320
005330 1200-GET-PARAMETERS-NEXT.
005340     MOVE WS-PERIOD TO WS-YEAR-FIRST-PERIOD.
005350     MOVE "01" TO WS-YEAR-FIRST-PERIOD (5:2).
005360     MOVE WS-PERIOD (5:2) TO WS-REPORT-MONTH.
005370 1200-GET-PARAMETERS-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*  THE BALANCE MASTER'S MOVEMENT BELONGS TO THE EARLIEST OPEN    *
005420*  PERIOD, SO ONLY THAT PERIOD TAKES ITS ACTUALS FROM IT.  A     *
005430*  CLOSED PERIOD HAS BEEN ROLLED OUT OF BAL-PTD-MOVE AND TAKES   *
005440*  ITS ACTUALS FROM THE BALANCE HISTORY SNAPSHOT PRD-MAINT WROTE *
005450*  AT THE CLOSE.  AN OPEN PERIOD BEHIND AN EARLIER OPEN ONE HAS  *
005460*  NO ACTUALS YET.  WITH NO PERIOD CONTROL FILE AT ALL NOTHING   *
005470*  HAS EVER BEEN CLOSED.  THE YEAR'S PERIODS ARE NOTED FOR THE   *
005480*  YEAR-TO-DATE ACTUAL.                                          *
005490******************************************************************
005500 1300-GET-PERIOD-STATUS.
005510 1300-GET-PERIOD-STATUS-RTN.
005520     SET WS-ACTUAL-FROM-BALANCE TO TRUE.
005530     MOVE SPACES TO WS-YEAR-PERIOD-TABLE.
005540     MOVE ZERO TO WS-FIRST-OPEN-PERIOD.
005550
005560     IF WS-REPORT-MONTH < 1
005570         OR WS-REPORT-MONTH > 12
005580         DISPLAY "BUDVARIANCE - PERIOD " WS-PERIOD
005590             " IS NOT A VALID PERIOD - RUN STOPPED"
005600         MOVE 20 TO RETURN-CODE
005610         GO TO 1300-GET-PERIOD-STATUS-EXIT
005620     END-IF.
005630
005640     OPEN INPUT PRD-FILE.
005650
005660     IF WS-PRD-STATUS = "35"
005670         GO TO 1300-GET-PERIOD-STATUS-EXIT
005680     END-IF.
005690
005700     IF WS-PRD-STATUS NOT = "00"
005710         DISPLAY "BUDVARIANCE - OPEN ERROR ON PRD-FILE "
005720             "STATUS: " WS-PRD-STATUS
005730         MOVE 20 TO RETURN-CODE
005740         GO TO 1300-GET-PERIOD-STATUS-EXIT
005750     END-IF.
005760
005770     MOVE "N" TO WS-PRD-EOF-SWITCH.
005780     MOVE ZERO TO PRD-PERIOD.
005790
005800     START PRD-FILE KEY IS NOT LESS THAN PRD-PERIOD
005810         INVALID KEY
005820             MOVE "Y" TO WS-PRD-EOF-SWITCH
005830     END-START.
005840
005850     PERFORM 1310-NOTE-ONE-PERIOD
005860         THRU 1310-NOTE-ONE-PERIOD-EXIT
005870         UNTIL WS-PRD-EOF.
005880
005890     CLOSE PRD-FILE.
005900
005910     IF WS-FIRST-OPEN-PERIOD NOT < WS-YEAR-FIRST-PERIOD
005920         MOVE WS-FIRST-OPEN-PERIOD TO WS-HIST-PERIOD
005930         MOVE WS-HIST-MONTH TO WS-MONTH-SUB
005940         SET WS-YP-EARLIEST-OPEN (WS-MONTH-SUB) TO TRUE
005950     END-IF.
005960
005970     MOVE WS-REPORT-MONTH TO WS-MONTH-SUB.
005980
005990     EVALUATE TRUE
006000         WHEN WS-YP-STATUS (WS-MONTH-SUB) = SPACE
006010             DISPLAY "BUDVARIANCE - PERIOD " WS-PERIOD
006020                 " NOT ON PERIOD CONTROL FILE - RUN STOPPED"
006030             MOVE 20 TO RETURN-CODE
006040         WHEN WS-YP-CLOSED (WS-MONTH-SUB)
006050             SET WS-ACTUAL-FROM-HISTORY TO TRUE
006060         WHEN WS-YP-OPEN (WS-MONTH-SUB)
006070             SET WS-ACTUAL-NOT-YET TO TRUE
006080             DISPLAY "BUDVARIANCE - PERIOD " WS-PERIOD
006090                 " IS OPEN BEHIND PERIOD " WS-FIRST-OPEN-PERIOD
006100                 " - ACTUALS REPORTED AS ZERO"
006110     END-EVALUATE.
006120 1300-GET-PERIOD-STATUS-EXIT.
006130     EXIT.
006140
006150 1310-NOTE-ONE-PERIOD.
006160 1310-NOTE-ONE-PERIOD-RTN.
006170     READ PRD-FILE NEXT RECORD
006180         AT END
006190             MOVE "Y" TO WS-PRD-EOF-SWITCH
006200             GO TO 1310-NOTE-ONE-PERIOD-EXIT
006210     END-READ.
006220
006230     IF PRD-PERIOD > WS-PERIOD
006240         MOVE "Y" TO WS-PRD-EOF-SWITCH
006250         GO TO 1310-NOTE-ONE-PERIOD-EXIT
006260     END-IF.
006270
006280     IF PRD-OPEN
006290         AND WS-FIRST-OPEN-PERIOD = ZERO
006300         MOVE PRD-PERIOD TO WS-FIRST-OPEN-PERIOD
006310     END-IF.
006320
006330     IF PRD-PERIOD < WS-YEAR-FIRST-PERIOD
006340         GO TO 1310-NOTE-ONE-PERIOD-EXIT
006350     END-IF.
006360
006370     MOVE PRD-PERIOD TO WS-HIST-PERIOD.
006380     MOVE WS-HIST-MONTH TO WS-MONTH-SUB.
006390
006400     EVALUATE TRUE
006410         WHEN PRD-OPEN
006420             SET WS-YP-OPEN (WS-MONTH-SUB) TO TRUE
006430         WHEN PRD-CLOSED
006440             AND PRD-SNAP-COUNT IS NUMERIC
006450             AND PRD-SNAP-COUNT > ZERO
006460             SET WS-YP-CLOSED-SNAPSHOT (WS-MONTH-SUB) TO TRUE
006470         WHEN PRD-CLOSED
006480             SET WS-YP-CLOSED-NO-SNAPSHOT (WS-MONTH-SUB) TO TRUE
006490     END-EVALUATE.
006500 1310-NOTE-ONE-PERIOD-EXIT.
006510     EXIT.
006520
006530 1510-READ-NEXT-BUDGET.
006540 1510-READ-NEXT-BUDGET-RTN.
006550     IF WS-BUD-EOF
006560         MOVE HIGH-VALUES TO WS-BUD-KEY
006570         GO TO 1510-READ-NEXT-BUDGET-EXIT
006580     END-IF.
006590
006600     READ BUD-FILE NEXT RECORD
006610         AT END
006620             MOVE "Y" TO WS-BUD-EOF-SWITCH
006630             MOVE HIGH-VALUES TO WS-BUD-KEY
006640             GO TO 1510-READ-NEXT-BUDGET-EXIT
006650     END-READ.
006660
006670     MOVE BUD-ACCOUNT TO WS-BUD-KEY.
006680 1510-READ-NEXT-BUDGET-EXIT.
006690     EXIT.
006700
006710 1520-READ-NEXT-BALANCE.
006720 1520-READ-NEXT-BALANCE-RTN.
006730     IF WS-BAL-EOF
006740         MOVE HIGH-VALUES TO WS-BAL-KEY
006750         GO TO 1520-READ-NEXT-BALANCE-EXIT
006760     END-IF.
006770
006780     READ BAL-FILE NEXT RECORD
006790         AT END
006800             MOVE "Y" TO WS-BAL-EOF-SWITCH
006810             MOVE HIGH-VALUES TO WS-BAL-KEY
006820             GO TO 1520-READ-NEXT-BALANCE-EXIT
006830     END-READ.
006840
006850     MOVE BAL-ACCOUNT TO WS-BAL-KEY.
006860 1520-READ-NEXT-BALANCE-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900*  THE BUDGET MASTER (ACCOUNT, PERIOD ORDER) AND THE BALANCE     *
006910*  MASTER ARE MATCHED ON THE LOWER ACCOUNT.  AN ACCOUNT WITH NO  *
006920*  BUDGET IN THE YEAR AND NO ACTUAL FOR THE PERIOD IS LEFT OFF   *
006930*  THE REPORT UNLESS ITS ACTUAL IS MISSING.  A CLOSED PERIOD'S   *
006940*  ACTUAL IS THE ACCOUNT'S BALANCE HISTORY SNAPSHOT; THE         *
006950*  CAPTURED FIGURE IS USED ONLY WHERE THERE IS NONE, AND IS      *
006960*  FLAGGED AS NO ACTUAL ON FILE WHEN THE CLOSE TOOK NO SNAPSHOT. *
006970*  (AFTER A SNAPSHOT, AN ACCOUNT NOT IN IT WAS NOT ON THE        *
006980*  BALANCE MASTER AND HAD NO MOVEMENT.)                          *
006990******************************************************************
007000 1600-TAKE-ONE-ACCOUNT.
007010 1600-TAKE-ONE-ACCOUNT-RTN.
007020     IF WS-BAL-KEY < WS-BUD-KEY
007030         MOVE WS-BAL-KEY TO WS-CUR-ACCOUNT
007040     ELSE
007050         MOVE WS-BUD-KEY TO WS-CUR-ACCOUNT
007060     END-IF.
007070
007080     MOVE "N" TO WS-IN-YEAR-SWITCH.
007090     MOVE "N" TO WS-HAS-BUDGET-SWITCH.
007100     MOVE SPACE TO WS-ACTUAL-NOTE-SWITCH.
007110     MOVE ZERO TO WS-BUDGET.
007120     MOVE ZERO TO WS-CAPTURED-ACTUAL.
007130     MOVE ZERO TO WS-YTD-BUDGET.
007140     MOVE ZERO TO WS-YTD-ACTUAL.
007150
007160     PERFORM 1630-CLEAR-ONE-MONTH
007170         THRU 1630-CLEAR-ONE-MONTH-EXIT
007180         VARYING WS-MONTH-SUB FROM 1 BY 1
007190         UNTIL WS-MONTH-SUB > 12.
007200
007210     IF WS-CUR-ACCOUNT = WS-BAL-KEY
007220         SET WS-BAL-FOUND TO TRUE
007230         MOVE BAL-PTD-MOVE TO WS-PTD-ACTUAL
007240     ELSE
007250         SET WS-BAL-MISSING TO TRUE
007260         MOVE ZERO TO WS-PTD-ACTUAL
007270     END-IF.
007280
007290     PERFORM 1610-TAKE-ONE-BUDGET
007300         THRU 1610-TAKE-ONE-BUDGET-EXIT
007310         UNTIL WS-BUD-KEY NOT = WS-CUR-ACCOUNT.
007320
007330     EVALUATE TRUE
007340         WHEN WS-ACTUAL-FROM-BALANCE
007350             MOVE WS-PTD-ACTUAL TO WS-ACTUAL
007360         WHEN WS-ACTUAL-NOT-YET
007370             MOVE ZERO TO WS-ACTUAL
007380             SET WS-ACTUAL-NOTE-NOT-YET TO TRUE
007390         WHEN OTHER
007400             MOVE WS-PERIOD TO WS-HIST-PERIOD
007410             PERFORM 1620-READ-HISTORY
007420                 THRU 1620-READ-HISTORY-EXIT
007430             IF WS-HIST-FOUND
007440                 MOVE BHS-PTD-MOVE TO WS-ACTUAL
007450             ELSE
007460                 MOVE WS-CAPTURED-ACTUAL TO WS-ACTUAL
007470                 IF WS-YP-CLOSED-NO-SNAPSHOT (WS-REPORT-MONTH)
007480                     SET WS-ACTUAL-MISSING TO TRUE
007490                 END-IF
007500             END-IF
007510     END-EVALUATE.
007520
007530     IF NOT WS-BUDGETED-IN-YEAR
007540         AND WS-ACTUAL = ZERO
007550         AND NOT WS-ACTUAL-MISSING
007560         GO TO 1600-TAKE-ONE-ACCOUNT-NEXT
007570     END-IF.
007580
007590     PERFORM 1640-ADD-PRIOR-MONTH
007600         THRU 1640-ADD-PRIOR-MONTH-EXIT
007610         VARYING WS-MONTH-SUB FROM 1 BY 1
007620         UNTIL WS-MONTH-SUB NOT < WS-REPORT-MONTH.
007630
007640     ADD WS-ACTUAL TO WS-YTD-ACTUAL.
007650
007660     MOVE SPACES TO SRT-RECORD.
007670     MOVE WS-CUR-ACCOUNT TO SRT-ACCOUNT.
007680     MOVE WS-CUR-ACCOUNT TO ACM-ACCOUNT.
007690
007700     READ ACM-FILE
007710         INVALID KEY
007720             MOVE "*** NOT ON ACCOUNT MASTER ***"
007730                 TO SRT-DESCRIPTION
007740         NOT INVALID KEY
007750             MOVE ACM-STMT-GROUP TO SRT-STMT-GROUP
007760             MOVE ACM-DESCRIPTION TO SRT-DESCRIPTION
007770     END-READ.
007780
007790     MOVE WS-HAS-BUDGET-SWITCH TO SRT-BUDGET-SWITCH.
007800     MOVE WS-ACTUAL-NOTE-SWITCH TO SRT-ACTUAL-SWITCH.
007810     MOVE WS-BUDGET TO SRT-BUDGET.
007820     MOVE WS-ACTUAL TO SRT-ACTUAL.
007830     MOVE WS-YTD-BUDGET TO SRT-YTD-BUDGET.
007840     MOVE WS-YTD-ACTUAL TO SRT-YTD-ACTUAL.
007850     RELEASE SRT-RECORD.
007860
007870 1600-TAKE-ONE-ACCOUNT-NEXT.
007880     IF WS-BAL-FOUND
007890         PERFORM 1520-READ-NEXT-BALANCE
007900             THRU 1520-READ-NEXT-BALANCE-EXIT
007910     END-IF.
007920 1600-TAKE-ONE-ACCOUNT-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*  ONLY THE REPORT YEAR'S PERIODS UP TO THE REPORT PERIOD COUNT. *
007970*  THE REPORT PERIOD'S OWN RECORD TAKES THE CAPTURE ONLY WHEN    *
007980*  ITS ACTUAL COMES FROM THE BALANCE MASTER; AN EARLIER          *
007990*  PERIOD'S CAPTURED ACTUAL IS KEPT IN CASE THAT PERIOD HAS NO   *
008000*  BALANCE HISTORY.                                              *
008010******************************************************************
008020 1610-TAKE-ONE-BUDGET.
008030 1610-TAKE-ONE-BUDGET-RTN.
008040     IF BUD-PERIOD < WS-YEAR-FIRST-PERIOD
008050         OR BUD-PERIOD > WS-PERIOD
008060         GO TO 1610-TAKE-ONE-BUDGET-NEXT
008070     END-IF.
008080
008090     SET WS-BUDGETED-IN-YEAR TO TRUE.
008100     ADD BUD-AMOUNT TO WS-YTD-BUDGET.
008110
008120     IF BUD-PERIOD NOT = WS-PERIOD
008130         MOVE BUD-PERIOD TO WS-HIST-PERIOD
008140         MOVE WS-HIST-MONTH TO WS-MONTH-SUB
008150         MOVE BUD-ACTUAL TO WS-MC-ACTUAL (WS-MONTH-SUB)
008160         GO TO 1610-TAKE-ONE-BUDGET-NEXT
008170     END-IF.
008180
008190     SET WS-HAS-BUDGET TO TRUE.
008200     MOVE BUD-AMOUNT TO WS-BUDGET.
008210     MOVE BUD-ACTUAL TO WS-CAPTURED-ACTUAL.
008220
008230     IF NOT WS-ACTUAL-FROM-BALANCE
008240         GO TO 1610-TAKE-ONE-BUDGET-NEXT
008250     END-IF.
008260
008270     MOVE WS-PTD-ACTUAL TO BUD-ACTUAL.
008280     MOVE WS-RUN-DATE TO BUD-ACTUAL-DATE.
008290
008300     REWRITE BUD-RECORD
008310         INVALID KEY
008320             DISPLAY "BUDVARIANCE - REWRITE FAILED ON BUD-FILE "
008330                 "ACCOUNT " BUD-ACCOUNT " PERIOD " BUD-PERIOD
008340             MOVE 20 TO RETURN-CODE
008350         NOT INVALID KEY
008360             ADD 1 TO WS-CAPTURE-COUNT
008370     END-REWRITE.
008380
008390 1610-TAKE-ONE-BUDGET-NEXT.
008400     PERFORM 1510-READ-NEXT-BUDGET
008410         THRU 1510-READ-NEXT-BUDGET-EXIT.
008420 1610-TAKE-ONE-BUDGET-EXIT.
008430     EXIT.
008440
008450 1620-READ-HISTORY.
008460 1620-READ-HISTORY-RTN.
008470     SET WS-HIST-MISSING TO TRUE.
008480
008490     IF WS-NO-HISTORY
008500         GO TO 1620-READ-HISTORY-EXIT
008510     END-IF.
008520
008530     MOVE WS-CUR-ACCOUNT TO BHS-ACCOUNT.
008540     MOVE WS-HIST-PERIOD TO BHS-PERIOD.
008550
008560     READ BHS-FILE
008570         INVALID KEY
008580             CONTINUE
008590         NOT INVALID KEY
008600             SET WS-HIST-FOUND TO TRUE
008610     END-READ.
008620 1620-READ-HISTORY-EXIT.
008630     EXIT.
008640
008650 1630-CLEAR-ONE-MONTH.
008660 1630-CLEAR-ONE-MONTH-RTN.
008670     MOVE ZERO TO WS-MC-ACTUAL (WS-MONTH-SUB).
008680 1630-CLEAR-ONE-MONTH-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720*  AN EARLIER PERIOD OF THE YEAR ADDS ITS BALANCE HISTORY        *
008730*  MOVEMENT TO THE YEAR-TO-DATE ACTUAL, BUDGETED OR NOT.  WITH   *
008740*  NO SNAPSHOT FOR THE ACCOUNT, THE EARLIEST OPEN PERIOD ADDS    *
008750*  THE BALANCE MASTER'S MOVEMENT AND ANY OTHER PERIOD ITS        *
008760*  CAPTURED ACTUAL, IF IT HAS ONE.                               *
008770******************************************************************
008780 1640-ADD-PRIOR-MONTH.
008790 1640-ADD-PRIOR-MONTH-RTN.
008800     MOVE WS-PERIOD TO WS-HIST-PERIOD.
008810     MOVE WS-MONTH-SUB TO WS-HIST-MONTH.
008820
008830     PERFORM 1620-READ-HISTORY
008840         THRU 1620-READ-HISTORY-EXIT.
008850
008860     EVALUATE TRUE
008870         WHEN WS-HIST-FOUND
008880             ADD BHS-PTD-MOVE TO WS-YTD-ACTUAL
008890         WHEN WS-YP-EARLIEST-OPEN (WS-MONTH-SUB)
008900             ADD WS-PTD-ACTUAL TO WS-YTD-ACTUAL
008910         WHEN OTHER
008920             ADD WS-MC-ACTUAL (WS-MONTH-SUB) TO WS-YTD-ACTUAL
008930     END-EVALUATE.
008940 1640-ADD-PRIOR-MONTH-EXIT.
008950     EXIT.
008960
008970 3100-RETURN-ACCOUNT.
008980 3100-RETURN-ACCOUNT-RTN.
008990     RETURN SRT-FILE
009000         AT END
009010             MOVE "Y" TO WS-SORT-EOF-SWITCH
009020     END-RETURN.
009030 3100-RETURN-ACCOUNT-EXIT.
009040     EXIT.
009050
009060 3200-PRINT-ONE-ACCOUNT.
009070 3200-PRINT-ONE-ACCOUNT-RTN.
009080     IF SRT-STMT-GROUP NOT = WS-CUR-GROUP
009090         IF WS-ACCOUNT-COUNT > ZERO
009100             PERFORM 3400-PRINT-GROUP-TOTAL
009110                 THRU 3400-PRINT-GROUP-TOTAL-EXIT
009120         END-IF
009130         MOVE SRT-STMT-GROUP TO WS-CUR-GROUP
009140     END-IF.
009150
009160     ADD 1 TO WS-ACCOUNT-COUNT.
009170
009180     MOVE SRT-BUDGET TO WS-BUDGET.
009190     MOVE SRT-ACTUAL TO WS-ACTUAL.
009200
009210     PERFORM 3300-COMPUTE-VARIANCE
009220         THRU 3300-COMPUTE-VARIANCE-EXIT.
009230
009240     MOVE SPACES TO WS-PRINT-LINE.
009250     MOVE SRT-ACCOUNT TO WS-DET-ACCOUNT.
009260     MOVE SRT-DESCRIPTION TO WS-DET-DESC.
009270     MOVE WS-BUDGET TO WS-DET-BUDGET.
009280     MOVE WS-ACTUAL TO WS-DET-ACTUAL.
009290     MOVE WS-VARIANCE TO WS-DET-VARIANCE.
009300     MOVE SRT-YTD-BUDGET TO WS-DET-YTD-BUD.
009310     MOVE SRT-YTD-ACTUAL TO WS-DET-YTD-ACT.
009320
009330     IF WS-BUDGET NOT = ZERO
009340         MOVE WS-VAR-PCT TO WS-DET-PCT
009350     END-IF.
009360
009370     EVALUATE TRUE
009380         WHEN SRT-ACTUAL-MISSING
009390             MOVE "NO ACTUAL ON FILE" TO WS-DET-FLAG
009400             ADD 1 TO WS-NO-ACTUAL-COUNT
009410         WHEN SRT-ACTUAL-NOT-YET
009420             MOVE "NO ACTUAL YET" TO WS-DET-FLAG
009430         WHEN WS-BUDGET = ZERO
009440             AND WS-ACTUAL NOT = ZERO
009450             MOVE "*** NO BUDGET" TO WS-DET-FLAG
009460             ADD 1 TO WS-BREACH-COUNT
009470         WHEN WS-BUDGET NOT = ZERO
009480             AND WS-ABS-PCT > WS-TOLERANCE
009490             MOVE "OVER TOLERANCE" TO WS-DET-FLAG
009500             ADD 1 TO WS-BREACH-COUNT
009510     END-EVALUATE.
009520
009530     WRITE RPT-LINE FROM WS-PRINT-LINE.
009540
009550     ADD SRT-BUDGET TO WS-TOT-BUDGET (1).
009560     ADD SRT-ACTUAL TO WS-TOT-ACTUAL (1).
009570     ADD SRT-YTD-BUDGET TO WS-TOT-YTD-BUD (1).
009580     ADD SRT-YTD-ACTUAL TO WS-TOT-YTD-ACT (1).
009590
009600     PERFORM 3100-RETURN-ACCOUNT
009610         THRU 3100-RETURN-ACCOUNT-EXIT.
009620 3200-PRINT-ONE-ACCOUNT-EXIT.
009630     EXIT.
009640
009650******************************************************************
009660*  VARIANCE IS ACTUAL LESS BUDGET, AS A PERCENT OF THE BUDGET'S  *
009670*  SIZE SO A CREDIT-NATURE BUDGET READS THE SAME WAY.  A         *
009680*  PERCENT TOO LARGE TO PRINT IS HELD AT THE MAXIMUM.            *
009690******************************************************************
009700 3300-COMPUTE-VARIANCE.
009710 3300-COMPUTE-VARIANCE-RTN.
009720     COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET.
009730     MOVE ZERO TO WS-VAR-PCT.
009740     MOVE ZERO TO WS-ABS-PCT.
009750
009760     IF WS-BUDGET = ZERO
009770         GO TO 3300-COMPUTE-VARIANCE-EXIT
009780     END-IF.
009790
009800     IF WS-BUDGET < ZERO
009810         COMPUTE WS-ABS-BUDGET = ZERO - WS-BUDGET
009820     ELSE
009830         MOVE WS-BUDGET TO WS-ABS-BUDGET
009840     END-IF.
009850
009860     COMPUTE WS-VAR-PCT ROUNDED =
009870         WS-VARIANCE * 100 / WS-ABS-BUDGET
009880         ON SIZE ERROR
009890             IF WS-VARIANCE < ZERO
009900                 MOVE -99999.99 TO WS-VAR-PCT
009910             ELSE
009920                 MOVE 99999.99 TO WS-VAR-PCT
009930             END-IF
009940     END-COMPUTE.
009950
009960     IF WS-VAR-PCT < ZERO
009970         COMPUTE WS-ABS-PCT = ZERO - WS-VAR-PCT
009980     ELSE
009990         MOVE WS-VAR-PCT TO WS-ABS-PCT
010000     END-IF.
010010 3300-COMPUTE-VARIANCE-EXIT.
010020     EXIT.
010030
010040 3400-PRINT-GROUP-TOTAL.
010050 3400-PRINT-GROUP-TOTAL-RTN.
010060     MOVE SPACES TO WS-PRINT-LINE.
010070     MOVE "SUBTOTAL" TO WS-DET-ACCOUNT.
010080
010090     IF WS-CUR-GROUP = SPACES
010100         MOVE "(NO GROUP)" TO WS-DET-DESC
010110     ELSE
010120         MOVE WS-CUR-GROUP TO WS-DET-DESC
010130     END-IF.
010140
010150     MOVE 1 TO WS-TOTALS-LEVEL.
010160
010170     PERFORM 3500-WRITE-TOTAL-LINE
010180         THRU 3500-WRITE-TOTAL-LINE-EXIT.
010190
010200     ADD WS-TOT-BUDGET (1) TO WS-TOT-BUDGET (2).
010210     ADD WS-TOT-ACTUAL (1) TO WS-TOT-ACTUAL (2).
010220     ADD WS-TOT-YTD-BUD (1) TO WS-TOT-YTD-BUD (2).
010230     ADD WS-TOT-YTD-ACT (1) TO WS-TOT-YTD-ACT (2).
010240
010250     MOVE ZERO TO WS-TOT-BUDGET (1).
010260     MOVE ZERO TO WS-TOT-ACTUAL (1).
010270     MOVE ZERO TO WS-TOT-YTD-BUD (1).
010280     MOVE ZERO TO WS-TOT-YTD-ACT (1).
010290 3400-PRINT-GROUP-TOTAL-EXIT.
010300     EXIT.
010310
010320 3500-WRITE-TOTAL-LINE.
010330 3500-WRITE-TOTAL-LINE-RTN.
010340     MOVE WS-TOT-BUDGET (WS-TOTALS-LEVEL) TO WS-BUDGET.
010350     MOVE WS-TOT-ACTUAL (WS-TOTALS-LEVEL) TO WS-ACTUAL.
010360
010370     PERFORM 3300-COMPUTE-VARIANCE
010380         THRU 3300-COMPUTE-VARIANCE-EXIT.
010390
010400     MOVE WS-BUDGET TO WS-DET-BUDGET.
010410     MOVE WS-ACTUAL TO WS-DET-ACTUAL.
010420     MOVE WS-VARIANCE TO WS-DET-VARIANCE.
010430     MOVE WS-TOT-YTD-BUD (WS-TOTALS-LEVEL) TO WS-DET-YTD-BUD.
010440     MOVE WS-TOT-YTD-ACT (WS-TOTALS-LEVEL) TO WS-DET-YTD-ACT.
010450
010460     IF WS-BUDGET NOT = ZERO
010470         MOVE WS-VAR-PCT TO WS-DET-PCT
010480     END-IF.
010490
010500     WRITE RPT-LINE FROM WS-PRINT-LINE.
010510
010520     MOVE SPACES TO WS-PRINT-LINE.
010530     WRITE RPT-LINE FROM WS-PRINT-LINE.
010540 3500-WRITE-TOTAL-LINE-EXIT.
010550     EXIT.
010560
010570 9000-TERMINATE.
010580 9000-TERMINATE-RTN.
010590     MOVE SPACES TO WS-FOOTER-LINE.
010600     MOVE "ACCOUNTS" TO WS-FTR-ACT-LABEL.
010610     MOVE WS-ACCOUNT-COUNT TO WS-FTR-ACCOUNTS.
010620     MOVE "OVER TOLERANCE" TO WS-FTR-BRC-LABEL.
010630     MOVE WS-BREACH-COUNT TO WS-FTR-BREACHES.
010640     MOVE "ACTUALS CAPTURED" TO WS-FTR-CAP-LABEL.
010650     MOVE WS-CAPTURE-COUNT TO WS-FTR-CAPTURED.
010660     MOVE "NO ACTUAL ON FILE" TO WS-FTR-NOA-LABEL.
010670     MOVE WS-NO-ACTUAL-COUNT TO WS-FTR-NO-ACTUAL.
010680     WRITE RPT-LINE FROM WS-FOOTER-LINE.
010690
010700     IF WS-BREACH-COUNT > ZERO
010710         DISPLAY "BUDVARIANCE - " WS-BREACH-COUNT
010720             " ACCOUNT(S) OUTSIDE BUDGET TOLERANCE"
010730         IF RETURN-CODE = ZERO
010740             MOVE 4 TO RETURN-CODE
010750         END-IF
010760     END-IF.
010770
010780     IF WS-NO-ACTUAL-COUNT > ZERO
010790         DISPLAY "BUDVARIANCE - " WS-NO-ACTUAL-COUNT
010800             " ACCOUNT(S) WITH NO ACTUAL ON FILE FOR THE PERIOD"
010810         IF RETURN-CODE = ZERO
010820             MOVE 4 TO RETURN-CODE
010830         END-IF
010840     END-IF.
010850
010860     CLOSE BUD-FILE.
010870     CLOSE BAL-FILE.
010880     CLOSE ACM-FILE.
010890     CLOSE RPT-FILE.
010900
010910     IF WS-HISTORY-PRESENT
010920         CLOSE BHS-FILE
010930     END-IF.
010940 9000-TERMINATE-EXIT.
010950     EXIT.
010960
010970 1500-ACQUIRE-BUDGETS SECTION.
010980 1500-ACQUIRE-BUDGETS-RTN.
010990     MOVE LOW-VALUES TO BUD-KEY.
011000
011010     START BUD-FILE KEY IS GREATER THAN BUD-KEY
011020         INVALID KEY
011030             MOVE "Y" TO WS-BUD-EOF-SWITCH
011040     END-START.
011050
011060     PERFORM 1510-READ-NEXT-BUDGET
011070         THRU 1510-READ-NEXT-BUDGET-EXIT.
011080
011090     MOVE LOW-VALUES TO BAL-ACCOUNT.
011100
011110     START BAL-FILE KEY IS GREATER THAN BAL-ACCOUNT
011120         INVALID KEY
011130             MOVE "Y" TO WS-BAL-EOF-SWITCH
011140     END-START.
011150
011160     PERFORM 1520-READ-NEXT-BALANCE
011170         THRU 1520-READ-NEXT-BALANCE-EXIT.
011180
011190     PERFORM 1600-TAKE-ONE-ACCOUNT
011200         THRU 1600-TAKE-ONE-ACCOUNT-EXIT
011210         UNTIL WS-BUD-KEY = HIGH-VALUES
011220             AND WS-BAL-KEY = HIGH-VALUES.
011230
011240     GO TO 1500-ACQUIRE-BUDGETS-EXIT.
011250 1500-ACQUIRE-BUDGETS-EXIT.
011260     EXIT.
011270
011280 3000-PRINT-VARIANCES SECTION.
011290 3000-PRINT-VARIANCES-RTN.
011300     PERFORM 3100-RETURN-ACCOUNT
011310         THRU 3100-RETURN-ACCOUNT-EXIT.
011320
011330     PERFORM 3200-PRINT-ONE-ACCOUNT
011340         THRU 3200-PRINT-ONE-ACCOUNT-EXIT
011350         UNTIL WS-SORT-EOF.
011360
011370     IF WS-ACCOUNT-COUNT > ZERO
011380         PERFORM 3400-PRINT-GROUP-TOTAL
011390             THRU 3400-PRINT-GROUP-TOTAL-EXIT
011400     END-IF.
011410
011420     MOVE SPACES TO WS-PRINT-LINE.
011430     MOVE "TOTAL" TO WS-DET-ACCOUNT.
011440     MOVE "ALL GROUPS" TO WS-DET-DESC.
011450     MOVE 2 TO WS-TOTALS-LEVEL.
011460
011470     PERFORM 3500-WRITE-TOTAL-LINE
011480         THRU 3500-WRITE-TOTAL-LINE-EXIT.
011490
011500     GO TO 3000-PRINT-VARIANCES-EXIT.
011510 3000-PRINT-VARIANCES-EXIT.
011520     EXIT.
