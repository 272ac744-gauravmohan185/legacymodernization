000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CMP-TRIAL-BAL.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  COMPARATIVE TRIAL BALANCE.  PRINTS THE CLOSING      *
000190*            BALANCES OF UP TO THREE CLOSED PERIODS NAMED ON     *
000200*            THE PARAMETER CARD (CTP-FILE) SIDE BY SIDE FOR      *
000210*            EVERY ACCOUNT, FROM THE SNAPSHOTS PRD-MAINT WROTE   *
000220*            TO THE BALANCE HISTORY FILE (BHS-FILE) AS IT        *
000230*            CLOSED EACH PERIOD, WITH THE DESCRIPTION FROM THE   *
000240*            ACCOUNT MASTER (ACM-FILE) AND THE DOLLAR CHANGE     *
000250*            OF THE FIRST PERIOD OVER EACH OF THE OTHERS.  A     *
000260*            SINGLE PERIOD REPRINTS THAT MONTH'S TRIAL BALANCE.  *
000270*            A ZERO-NET PROOF FOLLOWS FOR EACH PERIOD: ITS       *
000280*            OPENING, MOVEMENT AND CLOSING TOTALS MUST EACH NET  *
000290*            TO ZERO AND THE ACCOUNTS FOUND MUST AGREE WITH THE  *
000300*            COUNT ON ITS PERIOD CONTROL RECORD (PRD-FILE).      *
000310*            A PERIOD WITH NO SNAPSHOT - NOT CLOSED, OR CLOSED   *
000320*            BEFORE SNAPSHOTS WERE KEPT - IS REPORTED AS SUCH    *
000330*            AND ITS COLUMN LEFT EMPTY, NEVER PRINTED AS ZERO;   *
000340*            SO IS AN ACCOUNT MISSING FROM A PERIOD THAT HAS     *
000350*            ONE.  RETURN-CODE 16 IF A PERIOD IS OUT OF          *
000360*            BALANCE, 8 IF A PERIOD HAS NO SNAPSHOT, ITS COUNT   *
000370*            DIFFERS OR THE CARD IS INVALID, 4 IF AN ACCOUNT IS  *
000380*            MISSING FROM A PERIOD'S SNAPSHOT.                   *
000390*                                                               *
000400*  MODIFICATION HISTORY                                         *
000410*  ----------------------------------------------------------   *
000420*  DATE        INIT   DESCRIPTION                               *
000430*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000440******************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BHS-FILE ASSIGN TO "BALHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS BHS-KEY
000530         FILE STATUS IS WS-BHS-STATUS.
000540
000550     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS ACM-ACCOUNT
000590         FILE STATUS IS WS-ACM-STATUS.
000600
000610     SELECT PRD-FILE ASSIGN TO "PRDCTL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS PRD-PERIOD
000650         FILE STATUS IS WS-PRD-STATUS.
000660
000670     SELECT CTP-FILE ASSIGN TO "CTBPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CTP-STATUS.
000700
000710     SELECT RPT-FILE ASSIGN TO "CTBRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RPT-STATUS.
000740
000750     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-BDC-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  BHS-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY BHSREC.
000840
000850 FD  ACM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ACMREC.
000880
000890 FD  PRD-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PRDREC.
000920
000930 FD  CTP-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CTPREC.
000960
000970 FD  RPT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY RPTREC.
001000
001010 FD  BDC-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY BDCREC.
001040
001050 WORKING-STORAGE SECTION.
001060 77  WS-BHS-STATUS           PIC X(02)  VALUE "00".
001070 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
001080 77  WS-PRD-STATUS           PIC X(02)  VALUE "00".
001090 77  WS-CTP-STATUS           PIC X(02)  VALUE "00".
001100 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001110 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001120 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001130 77  WS-BHS-EOF-SWITCH       PIC X(01)  VALUE "N".
001140     88  WS-BHS-EOF                     VALUE "Y".
001150 77  WS-ACM-OPEN-SWITCH      PIC X(01)  VALUE "N".
001160     88  WS-ACM-OPEN                    VALUE "Y".
001170 77  WS-CARD-SWITCH          PIC X(01)  VALUE "N".
001180     88  WS-CARD-INVALID                VALUE "Y".
001190 77  WS-ANY-CELL-SWITCH      PIC X(01)  VALUE "N".
001200     88  WS-ANY-CELL                    VALUE "Y".
001210 77  WS-COL-SUB              PIC 9(05) COMP VALUE ZERO.
001220 77  WS-CELL-SUB             PIC 9(05) COMP VALUE ZERO.
001230 77  WS-USED-COUNT           PIC 9(05) COMP VALUE ZERO.
001240 77  WS-ACCT-COUNT           PIC 9(07) COMP VALUE ZERO.
001250 77  WS-NOT-IN-COUNT         PIC 9(07) COMP VALUE ZERO.
001260 77  WS-MISSING-COUNT        PIC 9(07) COMP VALUE ZERO.
001270 77  WS-DIFFER-COUNT         PIC 9(07) COMP VALUE ZERO.
001280 77  WS-OUT-OF-BAL-COUNT     PIC 9(07) COMP VALUE ZERO.
001290 77  WS-CHANGE               PIC S9(12)V99 COMP VALUE ZERO.
001300 77  WS-CUR-ACCOUNT          PIC X(10)  VALUE SPACES.
001310
001320 01  WS-RUN-DATE-FIELDS.
001330     05  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
001340     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001350         10  WS-RUN-YEAR     PIC 9(04).
001360         10  WS-RUN-MONTH    PIC 9(02).
001370         10  WS-RUN-DAY      PIC 9(02).
001380
001390 01  WS-WORK-PERIOD-FIELDS.
001400     05  WS-WORK-PERIOD      PIC 9(06) VALUE ZERO.
001410     05  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
001420         10  WS-WORK-YEAR    PIC 9(04).
001430         10  WS-WORK-MONTH   PIC 9(02).
001440
001450******************************************************************
001460*  ONE ENTRY PER REQUESTED COLUMN.  A COLUMN IS UNUSED (BLANK    *
001470*  OR INVALID ON THE CARD), ON FILE (THE PERIOD IS CLOSED WITH   *
001480*  A SNAPSHOT), OR MISSING (NO SNAPSHOT TO REPORT).              *
001490******************************************************************
001500 01  WS-COLUMN-TABLE.
001510     05  WS-CP-ENTRY OCCURS 3 TIMES.
001520         10  WS-CP-PERIOD    PIC 9(06).
001530         10  WS-CP-STATE     PIC X(01).
001540             88  WS-CP-UNUSED           VALUE " ".
001550             88  WS-CP-ON-FILE          VALUE "Y".
001560             88  WS-CP-MISSING          VALUE "N".
001570         10  WS-CP-REASON    PIC X(28).
001580         10  WS-CP-EXPECTED  PIC 9(07) COMP.
001590         10  WS-CP-FOUND     PIC 9(07) COMP.
001600         10  WS-CP-NOT-IN    PIC 9(07) COMP.
001610         10  WS-CP-TOT-OPEN  PIC S9(12)V99 COMP.
001620         10  WS-CP-TOT-MOVE  PIC S9(12)V99 COMP.
001630         10  WS-CP-TOT-CLOSE PIC S9(12)V99 COMP.
001640
001650 01  WS-ACCOUNT-CELLS.
001660     05  WS-AC-ENTRY OCCURS 3 TIMES.
001670         10  WS-AC-FOUND     PIC X(01).
001680             88  WS-AC-PRESENT          VALUE "Y".
001690         10  WS-AC-CLOSE     PIC S9(12)V99 COMP.
001700
001710******************************************************************
001720*  PRINT CELL FOR EACH COLUMN'S BALANCE: COLUMN 1 PRINTS IN CELL *
001730*  1, COLUMN 2 IN CELL 2 (ITS CHANGE IN CELL 3), COLUMN 3 IN     *
001740*  CELL 4 (ITS CHANGE IN CELL 5).                                *
001750******************************************************************
001760 01  WS-CELL-MAP-VALUES          PIC X(03)  VALUE "124".
001770 01  WS-CELL-MAP REDEFINES WS-CELL-MAP-VALUES.
001780     05  WS-CELL-FOR-COL     PIC 9(01) OCCURS 3 TIMES.
001790
001800 01  WS-PRINT-LINE.
001810     05  WS-DET-ACCOUNT      PIC X(10).
001820     05  FILLER              PIC X(02)  VALUE SPACES.
001830     05  WS-DET-DESC         PIC X(30).
001840     05  WS-DET-CELL OCCURS 5 TIMES.
001850         10  FILLER          PIC X(02).
001860         10  WS-DET-AMOUNT   PIC -(11)9.99.
001870         10  WS-DET-TEXT REDEFINES WS-DET-AMOUNT
001880                             PIC X(15).
001890     05  FILLER              PIC X(01)  VALUE SPACES.
001900     05  WS-DET-FLAG         PIC X(04).
001910
001920 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001930     05  WS-HDR-BUS-LABEL    PIC X(13).
001940     05  FILLER              PIC X(02).
001950     05  WS-HDR-BUS-DATE     PIC 9(08).
001960     05  FILLER              PIC X(03).
001970     05  WS-HDR-TIM-LABEL    PIC X(08).
001980     05  FILLER              PIC X(02).
001990     05  WS-HDR-RUN-TIME     PIC 9(08).
002000     05  FILLER              PIC X(88).
002010
002020 01  WS-TITLE-LINE REDEFINES WS-PRINT-LINE.
002030     05  FILLER              PIC X(02).
002040     05  WS-TTL-TEXT         PIC X(50).
002050     05  FILLER              PIC X(80).
002060
002070 01  WS-COLUMN-LINE REDEFINES WS-PRINT-LINE.
002080     05  WS-COL-ACCOUNT      PIC X(10).
002090     05  FILLER              PIC X(02).
002100     05  WS-COL-DESC         PIC X(30).
002110     05  WS-COL-CELL OCCURS 5 TIMES.
002120         10  FILLER          PIC X(02).
002130         10  WS-COL-TEXT     PIC X(15).
002140         10  WS-COL-PERIOD-VIEW REDEFINES WS-COL-TEXT.
002150             15  FILLER      PIC X(09).
002160             15  WS-COL-PERIOD
002170                             PIC 9(06).
002180     05  FILLER              PIC X(05).
002190
002200 01  WS-PROOF-LINE REDEFINES WS-PRINT-LINE.
002210     05  FILLER              PIC X(02).
002220     05  WS-PRF-PERIOD       PIC 9(06).
002230     05  FILLER              PIC X(02).
002240     05  WS-PRF-FOUND        PIC ZZZ,ZZ9.
002250     05  WS-PRF-OF-LABEL     PIC X(04).
002260     05  WS-PRF-EXPECTED     PIC ZZZ,ZZ9.
002270     05  FILLER              PIC X(02).
002280     05  WS-PRF-OPEN         PIC -(11)9.99.
002290     05  FILLER              PIC X(02).
002300     05  WS-PRF-MOVE         PIC -(11)9.99.
002310     05  FILLER              PIC X(02).
002320     05  WS-PRF-CLOSE        PIC -(11)9.99.
002330     05  FILLER              PIC X(02).
002340     05  WS-PRF-STATUS       PIC X(28).
002350     05  FILLER              PIC X(23).
002360
002370 01  WS-PROOF-HEAD-LINE REDEFINES WS-PRINT-LINE.
002380     05  FILLER              PIC X(02).
002390     05  WS-PFH-PERIOD       PIC X(06).
002400     05  FILLER              PIC X(02).
002410     05  WS-PFH-ACCOUNTS     PIC X(18).
002420     05  FILLER              PIC X(02).
002430     05  WS-PFH-OPEN         PIC X(15).
002440     05  FILLER              PIC X(02).
002450     05  WS-PFH-MOVE         PIC X(15).
002460     05  FILLER              PIC X(02).
002470     05  WS-PFH-CLOSE        PIC X(15).
002480     05  FILLER              PIC X(02).
002490     05  WS-PFH-STATUS       PIC X(28).
002500     05  FILLER              PIC X(23).
002510
002520 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
002530     05  FILLER              PIC X(02).
002540     05  WS-TOT-LABEL        PIC X(28).
002550     05  FILLER              PIC X(02).
002560     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
002570     05  FILLER              PIC X(91).
002580
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE SECTION.
002610 0000-MAIN-RTN.
002620     PERFORM 1000-INITIALIZE
002630         THRU 1000-INITIALIZE-EXIT.
002640
002650     IF RETURN-CODE NOT = 20
002660         PERFORM 2000-LIST-ACCOUNTS
002670             THRU 2000-LIST-ACCOUNTS-EXIT
002680
002690         PERFORM 3000-WRITE-PROOF
002700             THRU 3000-WRITE-PROOF-EXIT
002710
002720         PERFORM 9000-TERMINATE
002730             THRU 9000-TERMINATE-EXIT
002740     END-IF.
002750
002760     STOP RUN.
002770
002780 1000-INITIALIZE.
002790 1000-INITIALIZE-RTN.
002800     PERFORM 1100-GET-BUSINESS-DATE
002810         THRU 1100-GET-BUSINESS-DATE-EXIT.
002820
002830     PERFORM 1200-GET-PERIODS
002840         THRU 1200-GET-PERIODS-EXIT.
002850
002860     IF WS-USED-COUNT = ZERO
002870         DISPLAY "CMPTRIALBAL - NO VALID PERIOD TO REPORT"
002880         MOVE 20 TO RETURN-CODE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF.
002910
002920     PERFORM 1400-CHECK-PERIODS
002930         THRU 1400-CHECK-PERIODS-EXIT.
002940
002950     IF RETURN-CODE = 20
002960         GO TO 1000-INITIALIZE-EXIT
002970     END-IF.
002980
002990     OPEN INPUT BHS-FILE.
003000
003010     IF WS-BHS-STATUS = "35"
003020         MOVE "Y" TO WS-BHS-EOF-SWITCH
003030     ELSE
003040         IF WS-BHS-STATUS NOT = "00"
003050             DISPLAY "CMPTRIALBAL - OPEN ERROR ON BHS-FILE "
003060                 "STATUS: " WS-BHS-STATUS
003070             MOVE 20 TO RETURN-CODE
003080             GO TO 1000-INITIALIZE-EXIT
003090         END-IF
003100     END-IF.
003110
003120     OPEN INPUT ACM-FILE.
003130
003140     IF WS-ACM-STATUS = "00"
003150         MOVE "Y" TO WS-ACM-OPEN-SWITCH
003160     ELSE
003170         DISPLAY "CMPTRIALBAL - OPEN ERROR ON ACM-FILE "
003180             "STATUS: " WS-ACM-STATUS
003190             " - DESCRIPTIONS NOT PRINTED"
003200     END-IF.
003210
003220     OPEN OUTPUT RPT-FILE.
003230
003240     MOVE SPACES TO WS-HEADER-LINE.
003250     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003260     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003270     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003280     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003290     WRITE RPT-LINE FROM WS-HEADER-LINE.
003300
003310     MOVE SPACES TO WS-TITLE-LINE.
003320     MOVE "COMPARATIVE TRIAL BALANCE - CLOSING BALANCES"
003330         TO WS-TTL-TEXT.
003340     WRITE RPT-LINE FROM WS-TITLE-LINE.
003350
003360     PERFORM 1500-WRITE-COLUMN-HEADINGS
003370         THRU 1500-WRITE-COLUMN-HEADINGS-EXIT.
003380 1000-INITIALIZE-EXIT.
003390     EXIT.
003400
003410 1100-GET-BUSINESS-DATE.
003420 1100-GET-BUSINESS-DATE-RTN.
003430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003440     ACCEPT WS-RUN-TIME FROM TIME.
003450
003460     OPEN INPUT BDC-FILE.
003470
003480     IF WS-BDC-STATUS NOT = "00"
003490         GO TO 1100-GET-BUSINESS-DATE-EXIT
003500     END-IF.
003510
003520     READ BDC-FILE
003530         AT END
003540             CONTINUE
003550     END-READ.
003560
003570     IF WS-BDC-STATUS = "00"
003580         AND BDC-BUS-DATE IS NUMERIC
003590         AND BDC-BUS-DATE > ZERO
003600         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003610     END-IF.
003620
003630     CLOSE BDC-FILE.
003640 1100-GET-BUSINESS-DATE-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680*  THE CARD NAMES THE PERIODS IN COLUMN ORDER.  A FIELD THAT IS  *
003690*  NOT A VALID YYYYMM IS REPORTED AND ITS COLUMN LEFT EMPTY.  NO *
003700*  CARD, OR A BLANK ONE, TAKES THE DEFAULT PERIODS.              *
003710******************************************************************
003720 1200-GET-PERIODS.
003730 1200-GET-PERIODS-RTN.
003740     PERFORM 1205-CLEAR-ONE-COLUMN
003750         THRU 1205-CLEAR-ONE-COLUMN-EXIT
003760         VARYING WS-COL-SUB FROM 1 BY 1
003770         UNTIL WS-COL-SUB > 3.
003780
003790     MOVE ZERO TO WS-USED-COUNT.
003800     MOVE SPACES TO CTP-RECORD.
003810
003820     OPEN INPUT CTP-FILE.
003830
003840     IF WS-CTP-STATUS = "00"
003850         READ CTP-FILE
003860             AT END
003870                 MOVE SPACES TO CTP-RECORD
003880         END-READ
003890         CLOSE CTP-FILE
003900     END-IF.
003910
003920     PERFORM 1210-EDIT-ONE-PERIOD
003930         THRU 1210-EDIT-ONE-PERIOD-EXIT
003940         VARYING WS-COL-SUB FROM 1 BY 1
003950         UNTIL WS-COL-SUB > 3.
003960
003970     IF WS-USED-COUNT = ZERO
003980         AND NOT WS-CARD-INVALID
003990         PERFORM 1300-DEFAULT-PERIODS
004000             THRU 1300-DEFAULT-PERIODS-EXIT
004010     END-IF.
004020 1200-GET-PERIODS-EXIT.
004030     EXIT.
004040
004050 1205-CLEAR-ONE-COLUMN.
004060 1205-CLEAR-ONE-COLUMN-RTN.
004070     MOVE ZERO TO WS-CP-PERIOD (WS-COL-SUB).
004080     SET WS-CP-UNUSED (WS-COL-SUB) TO TRUE.
004090     MOVE SPACES TO WS-CP-REASON (WS-COL-SUB).
004100     MOVE ZERO TO WS-CP-EXPECTED (WS-COL-SUB).
004110     MOVE ZERO TO WS-CP-FOUND (WS-COL-SUB).
004120     MOVE ZERO TO WS-CP-NOT-IN (WS-COL-SUB).
004130     MOVE ZERO TO WS-CP-TOT-OPEN (WS-COL-SUB).
004140     MOVE ZERO TO WS-CP-TOT-MOVE (WS-COL-SUB).
004150     MOVE ZERO TO WS-CP-TOT-CLOSE (WS-COL-SUB).
004160 1205-CLEAR-ONE-COLUMN-EXIT.
004170     EXIT.
004180
004190 1210-EDIT-ONE-PERIOD.
004200 1210-EDIT-ONE-PERIOD-RTN.
004210     IF CTP-PERIOD (WS-COL-SUB) = SPACES
004220         GO TO 1210-EDIT-ONE-PERIOD-EXIT
004230     END-IF.
004240
004250     IF CTP-PERIOD (WS-COL-SUB) IS NOT NUMERIC
004260         DISPLAY "CMPTRIALBAL - PERIOD " WS-COL-SUB
004270             " ON CTBPARM NOT NUMERIC: " CTP-PERIOD (WS-COL-SUB)
004280         MOVE "Y" TO WS-CARD-SWITCH
004290         GO TO 1210-EDIT-ONE-PERIOD-EXIT
004300     END-IF.
004310
004320     MOVE CTP-PERIOD (WS-COL-SUB) TO WS-WORK-PERIOD.
004330
004340     IF WS-WORK-MONTH < 1
004350         OR WS-WORK-MONTH > 12
004360         DISPLAY "CMPTRIALBAL - PERIOD " WS-COL-SUB
004370             " ON CTBPARM NOT A VALID MONTH: " WS-WORK-PERIOD
004380         MOVE "Y" TO WS-CARD-SWITCH
004390         GO TO 1210-EDIT-ONE-PERIOD-EXIT
004400     END-IF.
004410
004420     MOVE WS-WORK-PERIOD TO WS-CP-PERIOD (WS-COL-SUB).
004430     SET WS-CP-ON-FILE (WS-COL-SUB) TO TRUE.
004440     ADD 1 TO WS-USED-COUNT.
004450 1210-EDIT-ONE-PERIOD-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*  DEFAULT: LAST MONTH (THE PERIOD BEFORE THE BUSINESS DATE'S),  *
004500*  THE MONTH BEFORE IT, AND LAST MONTH A YEAR EARLIER.           *
004510******************************************************************
004520 1300-DEFAULT-PERIODS.
004530 1300-DEFAULT-PERIODS-RTN.
004540     MOVE WS-RUN-YEAR TO WS-WORK-YEAR.
004550     MOVE WS-RUN-MONTH TO WS-WORK-MONTH.
004560
004570     PERFORM 1310-BACK-ONE-MONTH
004580         THRU 1310-BACK-ONE-MONTH-EXIT.
004590     MOVE WS-WORK-PERIOD TO WS-CP-PERIOD (1).
004600
004610     PERFORM 1310-BACK-ONE-MONTH
004620         THRU 1310-BACK-ONE-MONTH-EXIT.
004630     MOVE WS-WORK-PERIOD TO WS-CP-PERIOD (2).
004640
004650     MOVE WS-CP-PERIOD (1) TO WS-WORK-PERIOD.
004660     SUBTRACT 1 FROM WS-WORK-YEAR.
004670     MOVE WS-WORK-PERIOD TO WS-CP-PERIOD (3).
004680
004690     SET WS-CP-ON-FILE (1) TO TRUE.
004700     SET WS-CP-ON-FILE (2) TO TRUE.
004710     SET WS-CP-ON-FILE (3) TO TRUE.
004720     MOVE 3 TO WS-USED-COUNT.
004730 1300-DEFAULT-PERIODS-EXIT.
004740     EXIT.
004750
004760 1310-BACK-ONE-MONTH.
004770 1310-BACK-ONE-MONTH-RTN.
004780     IF WS-WORK-MONTH = 1
004790         MOVE 12 TO WS-WORK-MONTH
004800         SUBTRACT 1 FROM WS-WORK-YEAR
004810     ELSE
004820         SUBTRACT 1 FROM WS-WORK-MONTH
004830     END-IF.
004840 1310-BACK-ONE-MONTH-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*  A PERIOD HAS A SNAPSHOT ONLY IF IT IS CLOSED AND ITS CONTROL  *
004890*  RECORD CARRIES A SNAPSHOT COUNT.  ANYTHING ELSE IS MISSING.   *
004900******************************************************************
004910 1400-CHECK-PERIODS.
004920 1400-CHECK-PERIODS-RTN.
004930     OPEN INPUT PRD-FILE.
004940
004950     IF WS-PRD-STATUS NOT = "00"
004960         AND WS-PRD-STATUS NOT = "35"
004970         DISPLAY "CMPTRIALBAL - OPEN ERROR ON PRD-FILE "
004980             "STATUS: " WS-PRD-STATUS
004990         MOVE 20 TO RETURN-CODE
005000         GO TO 1400-CHECK-PERIODS-EXIT
005010     END-IF.
005020
005030     PERFORM 1410-CHECK-ONE-PERIOD
005040         THRU 1410-CHECK-ONE-PERIOD-EXIT
005050         VARYING WS-COL-SUB FROM 1 BY 1
005060         UNTIL WS-COL-SUB > 3.
005070
005080     IF WS-PRD-STATUS NOT = "35"
005090         CLOSE PRD-FILE
005100     END-IF.
005110 1400-CHECK-PERIODS-EXIT.
005120     EXIT.
005130
005140 1410-CHECK-ONE-PERIOD.
005150 1410-CHECK-ONE-PERIOD-RTN.
005160     IF WS-CP-UNUSED (WS-COL-SUB)
005170         GO TO 1410-CHECK-ONE-PERIOD-EXIT
005180     END-IF.
005190
005200     SET WS-CP-MISSING (WS-COL-SUB) TO TRUE.
005210
005220     IF WS-PRD-STATUS = "35"
005230         MOVE "*** NO SNAPSHOT - NO PRDCTL"
005240             TO WS-CP-REASON (WS-COL-SUB)
005250         GO TO 1410-CHECK-ONE-PERIOD-EXIT
005260     END-IF.
005270
005280     MOVE WS-CP-PERIOD (WS-COL-SUB) TO PRD-PERIOD.
005290
005300     READ PRD-FILE
005310         INVALID KEY
005320             MOVE "*** NO SNAPSHOT - NO PERIOD"
005330                 TO WS-CP-REASON (WS-COL-SUB)
005340             GO TO 1410-CHECK-ONE-PERIOD-EXIT
005350     END-READ.
005360
005370     IF NOT PRD-CLOSED
005380         MOVE "*** NO SNAPSHOT - NOT CLOSED"
005390             TO WS-CP-REASON (WS-COL-SUB)
005400         GO TO 1410-CHECK-ONE-PERIOD-EXIT
005410     END-IF.
005420
005430     IF PRD-SNAP-COUNT IS NOT NUMERIC
005440         OR PRD-SNAP-COUNT = ZERO
005450         MOVE "*** NO SNAPSHOT TAKEN"
005460             TO WS-CP-REASON (WS-COL-SUB)
005470         GO TO 1410-CHECK-ONE-PERIOD-EXIT
005480     END-IF.
005490
005500     SET WS-CP-ON-FILE (WS-COL-SUB) TO TRUE.
005510     MOVE PRD-SNAP-COUNT TO WS-CP-EXPECTED (WS-COL-SUB).
005520 1410-CHECK-ONE-PERIOD-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*  TWO HEADING LINES: THE PERIOD OVER EACH BALANCE AND EACH      *
005570*  CHANGE (THE CHANGE IS THE FIRST PERIOD LESS THE ONE NAMED),   *
005580*  THEN WHAT THE COLUMN HOLDS - OR THAT IT HAS NO SNAPSHOT.      *
005590******************************************************************
005600 1500-WRITE-COLUMN-HEADINGS.
005610 1500-WRITE-COLUMN-HEADINGS-RTN.
005620     MOVE SPACES TO WS-COLUMN-LINE.
005630
005640     PERFORM 1510-HEAD-ONE-PERIOD
005650         THRU 1510-HEAD-ONE-PERIOD-EXIT
005660         VARYING WS-COL-SUB FROM 1 BY 1
005670         UNTIL WS-COL-SUB > 3.
005680
005690     WRITE RPT-LINE FROM WS-COLUMN-LINE.
005700
005710     MOVE SPACES TO WS-COLUMN-LINE.
005720     MOVE "ACCOUNT" TO WS-COL-ACCOUNT.
005730     MOVE "DESCRIPTION" TO WS-COL-DESC.
005740
005750     PERFORM 1520-LABEL-ONE-PERIOD
005760         THRU 1520-LABEL-ONE-PERIOD-EXIT
005770         VARYING WS-COL-SUB FROM 1 BY 1
005780         UNTIL WS-COL-SUB > 3.
005790
005800     WRITE RPT-LINE FROM WS-COLUMN-LINE.
005810 1500-WRITE-COLUMN-HEADINGS-EXIT.
005820     EXIT.
005830
005840 1510-HEAD-ONE-PERIOD.
005850 1510-HEAD-ONE-PERIOD-RTN.
005860     IF WS-CP-UNUSED (WS-COL-SUB)
005870         GO TO 1510-HEAD-ONE-PERIOD-EXIT
005880     END-IF.
005890
005900     MOVE WS-CELL-FOR-COL (WS-COL-SUB) TO WS-CELL-SUB.
005910     MOVE WS-CP-PERIOD (WS-COL-SUB)
005920         TO WS-COL-PERIOD (WS-CELL-SUB).
005930
005940     IF WS-COL-SUB > 1
005950         ADD 1 TO WS-CELL-SUB
005960         MOVE WS-CP-PERIOD (WS-COL-SUB)
005970             TO WS-COL-PERIOD (WS-CELL-SUB)
005980     END-IF.
005990 1510-HEAD-ONE-PERIOD-EXIT.
006000     EXIT.
006010
006020 1520-LABEL-ONE-PERIOD.
006030 1520-LABEL-ONE-PERIOD-RTN.
006040     IF WS-CP-UNUSED (WS-COL-SUB)
006050         GO TO 1520-LABEL-ONE-PERIOD-EXIT
006060     END-IF.
006070
006080     MOVE WS-CELL-FOR-COL (WS-COL-SUB) TO WS-CELL-SUB.
006090
006100     IF WS-CP-MISSING (WS-COL-SUB)
006110         MOVE "    NO SNAPSHOT" TO WS-COL-TEXT (WS-CELL-SUB)
006120     ELSE
006130         MOVE "        CLOSING" TO WS-COL-TEXT (WS-CELL-SUB)
006140     END-IF.
006150
006160     IF WS-COL-SUB > 1
006170         ADD 1 TO WS-CELL-SUB
006180         MOVE "    CHANGE FROM" TO WS-COL-TEXT (WS-CELL-SUB)
006190     END-IF.
006200 1520-LABEL-ONE-PERIOD-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240*  THE HISTORY FILE IS IN ACCOUNT ORDER WITH EACH ACCOUNT'S      *
006250*  PERIODS TOGETHER, SO ONE PASS PICKS UP THE REQUESTED PERIODS  *
006260*  ACCOUNT BY ACCOUNT.  AN ACCOUNT WITH NONE OF THEM IS SKIPPED. *
006270******************************************************************
006280 2000-LIST-ACCOUNTS.
006290 2000-LIST-ACCOUNTS-RTN.
006300     IF WS-BHS-EOF
006310         GO TO 2000-LIST-ACCOUNTS-EXIT
006320     END-IF.
006330
006340     MOVE LOW-VALUES TO BHS-KEY.
006350
006360     START BHS-FILE KEY IS NOT LESS THAN BHS-KEY
006370         INVALID KEY
006380             MOVE "Y" TO WS-BHS-EOF-SWITCH
006390     END-START.
006400
006410     PERFORM 2100-READ-HISTORY
006420         THRU 2100-READ-HISTORY-EXIT.
006430
006440     PERFORM 2200-COLLECT-ONE-ACCOUNT
006450         THRU 2200-COLLECT-ONE-ACCOUNT-EXIT
006460         UNTIL WS-BHS-EOF.
006470 2000-LIST-ACCOUNTS-EXIT.
006480     EXIT.
006490
006500 2100-READ-HISTORY.
006510 2100-READ-HISTORY-RTN.
006520     IF WS-BHS-EOF
006530         GO TO 2100-READ-HISTORY-EXIT
006540     END-IF.
006550
006560     READ BHS-FILE NEXT RECORD
006570         AT END
006580             MOVE "Y" TO WS-BHS-EOF-SWITCH
006590     END-READ.
006600 2100-READ-HISTORY-EXIT.
006610     EXIT.
006620
006630 2200-COLLECT-ONE-ACCOUNT.
006640 2200-COLLECT-ONE-ACCOUNT-RTN.
006650     MOVE BHS-ACCOUNT TO WS-CUR-ACCOUNT.
006660     MOVE "N" TO WS-AC-FOUND (1).
006670     MOVE "N" TO WS-AC-FOUND (2).
006680     MOVE "N" TO WS-AC-FOUND (3).
006690     MOVE "N" TO WS-ANY-CELL-SWITCH.
006700
006710     PERFORM 2210-TAKE-ONE-SNAPSHOT
006720         THRU 2210-TAKE-ONE-SNAPSHOT-EXIT
006730         UNTIL WS-BHS-EOF
006740             OR BHS-ACCOUNT NOT = WS-CUR-ACCOUNT.
006750
006760     IF WS-ANY-CELL
006770         PERFORM 2300-PRINT-ONE-ACCOUNT
006780             THRU 2300-PRINT-ONE-ACCOUNT-EXIT
006790     END-IF.
006800 2200-COLLECT-ONE-ACCOUNT-EXIT.
006810     EXIT.
006820
006830 2210-TAKE-ONE-SNAPSHOT.
006840 2210-TAKE-ONE-SNAPSHOT-RTN.
006850     PERFORM 2220-MATCH-ONE-COLUMN
006860         THRU 2220-MATCH-ONE-COLUMN-EXIT
006870         VARYING WS-COL-SUB FROM 1 BY 1
006880         UNTIL WS-COL-SUB > 3.
006890
006900     PERFORM 2100-READ-HISTORY
006910         THRU 2100-READ-HISTORY-EXIT.
006920 2210-TAKE-ONE-SNAPSHOT-EXIT.
006930     EXIT.
006940
006950 2220-MATCH-ONE-COLUMN.
006960 2220-MATCH-ONE-COLUMN-RTN.
006970     IF NOT WS-CP-ON-FILE (WS-COL-SUB)
006980         OR BHS-PERIOD NOT = WS-CP-PERIOD (WS-COL-SUB)
006990         GO TO 2220-MATCH-ONE-COLUMN-EXIT
007000     END-IF.
007010
007020     MOVE "Y" TO WS-AC-FOUND (WS-COL-SUB).
007030     MOVE BHS-CLOSE-BAL TO WS-AC-CLOSE (WS-COL-SUB).
007040     MOVE "Y" TO WS-ANY-CELL-SWITCH.
007050
007060     ADD 1 TO WS-CP-FOUND (WS-COL-SUB).
007070     ADD BHS-OPEN-BAL TO WS-CP-TOT-OPEN (WS-COL-SUB).
007080     ADD BHS-PTD-MOVE TO WS-CP-TOT-MOVE (WS-COL-SUB).
007090     ADD BHS-CLOSE-BAL TO WS-CP-TOT-CLOSE (WS-COL-SUB).
007100 2220-MATCH-ONE-COLUMN-EXIT.
007110     EXIT.
007120
007130 2300-PRINT-ONE-ACCOUNT.
007140 2300-PRINT-ONE-ACCOUNT-RTN.
007150     ADD 1 TO WS-ACCT-COUNT.
007160
007170     MOVE SPACES TO WS-PRINT-LINE.
007180     MOVE WS-CUR-ACCOUNT TO WS-DET-ACCOUNT.
007190
007200     PERFORM 2350-GET-DESCRIPTION
007210         THRU 2350-GET-DESCRIPTION-EXIT.
007220
007230     PERFORM 2310-FORMAT-ONE-COLUMN
007240         THRU 2310-FORMAT-ONE-COLUMN-EXIT
007250         VARYING WS-COL-SUB FROM 1 BY 1
007260         UNTIL WS-COL-SUB > 3.
007270
007280     WRITE RPT-LINE FROM WS-PRINT-LINE.
007290 2300-PRINT-ONE-ACCOUNT-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*  A PERIOD THAT HAS A SNAPSHOT BUT NOT FOR THIS ACCOUNT PRINTS  *
007340*  NOT IN SNAPSHOT, AND NO CHANGE IS WORKED OUT AGAINST IT.      *
007350******************************************************************
007360 2310-FORMAT-ONE-COLUMN.
007370 2310-FORMAT-ONE-COLUMN-RTN.
007380     IF NOT WS-CP-ON-FILE (WS-COL-SUB)
007390         GO TO 2310-FORMAT-ONE-COLUMN-EXIT
007400     END-IF.
007410
007420     MOVE WS-CELL-FOR-COL (WS-COL-SUB) TO WS-CELL-SUB.
007430
007440     IF NOT WS-AC-PRESENT (WS-COL-SUB)
007450         MOVE "NOT IN SNAPSHOT" TO WS-DET-TEXT (WS-CELL-SUB)
007460         MOVE "***" TO WS-DET-FLAG
007470         ADD 1 TO WS-CP-NOT-IN (WS-COL-SUB)
007480         ADD 1 TO WS-NOT-IN-COUNT
007490         GO TO 2310-FORMAT-ONE-COLUMN-EXIT
007500     END-IF.
007510
007520     MOVE WS-AC-CLOSE (WS-COL-SUB) TO WS-DET-AMOUNT (WS-CELL-SUB).
007530
007540     IF WS-COL-SUB > 1
007550         AND WS-AC-PRESENT (1)
007560         ADD 1 TO WS-CELL-SUB
007570         COMPUTE WS-CHANGE =
007580             WS-AC-CLOSE (1) - WS-AC-CLOSE (WS-COL-SUB)
007590         MOVE WS-CHANGE TO WS-DET-AMOUNT (WS-CELL-SUB)
007600     END-IF.
007610 2310-FORMAT-ONE-COLUMN-EXIT.
007620     EXIT.
007630
007640 2350-GET-DESCRIPTION.
007650 2350-GET-DESCRIPTION-RTN.
007660     IF NOT WS-ACM-OPEN
007670         GO TO 2350-GET-DESCRIPTION-EXIT
007680     END-IF.
007690
007700     MOVE WS-CUR-ACCOUNT TO ACM-ACCOUNT.
007710
007720     READ ACM-FILE
007730         INVALID KEY
007740             MOVE "** NOT ON CHART OF ACCOUNTS **"
007750                 TO WS-DET-DESC
007760         NOT INVALID KEY
007770             MOVE ACM-DESCRIPTION TO WS-DET-DESC
007780     END-READ.
007790 2350-GET-DESCRIPTION-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*  ZERO-NET PROOF, ONE LINE PER PERIOD.  EVERY TOTAL MUST NET TO *
007840*  ZERO, AND THE ACCOUNTS FOUND MUST AGREE WITH THE COUNT        *
007850*  PRD-MAINT RECORDED WHEN IT TOOK THE SNAPSHOT.                 *
007860******************************************************************
007870 3000-WRITE-PROOF.
007880 3000-WRITE-PROOF-RTN.
007890     MOVE SPACES TO WS-PRINT-LINE.
007900     WRITE RPT-LINE FROM WS-PRINT-LINE.
007910
007920     MOVE SPACES TO WS-TITLE-LINE.
007930     MOVE "ZERO-NET PROOF BY PERIOD" TO WS-TTL-TEXT.
007940     WRITE RPT-LINE FROM WS-TITLE-LINE.
007950
007960     MOVE SPACES TO WS-PROOF-HEAD-LINE.
007970     MOVE "PERIOD" TO WS-PFH-PERIOD.
007980     MOVE "ACCOUNTS FOUND/SET" TO WS-PFH-ACCOUNTS.
007990     MOVE "        OPENING" TO WS-PFH-OPEN.
008000     MOVE "       MOVEMENT" TO WS-PFH-MOVE.
008010     MOVE "        CLOSING" TO WS-PFH-CLOSE.
008020     MOVE "PROOF" TO WS-PFH-STATUS.
008030     WRITE RPT-LINE FROM WS-PROOF-HEAD-LINE.
008040
008050     PERFORM 3100-PROVE-ONE-PERIOD
008060         THRU 3100-PROVE-ONE-PERIOD-EXIT
008070         VARYING WS-COL-SUB FROM 1 BY 1
008080         UNTIL WS-COL-SUB > 3.
008090 3000-WRITE-PROOF-EXIT.
008100     EXIT.
008110
008120 3100-PROVE-ONE-PERIOD.
008130 3100-PROVE-ONE-PERIOD-RTN.
008140     IF WS-CP-UNUSED (WS-COL-SUB)
008150         GO TO 3100-PROVE-ONE-PERIOD-EXIT
008160     END-IF.
008170
008180     MOVE SPACES TO WS-PROOF-LINE.
008190     MOVE WS-CP-PERIOD (WS-COL-SUB) TO WS-PRF-PERIOD.
008200
008210     IF WS-CP-MISSING (WS-COL-SUB)
008220         MOVE WS-CP-REASON (WS-COL-SUB) TO WS-PRF-STATUS
008230         ADD 1 TO WS-MISSING-COUNT
008240         DISPLAY "CMPTRIALBAL - PERIOD " WS-CP-PERIOD (WS-COL-SUB)
008250             " " WS-CP-REASON (WS-COL-SUB)
008260         GO TO 3100-PROVE-ONE-PERIOD-WRITE
008270     END-IF.
008280
008290     MOVE WS-CP-FOUND (WS-COL-SUB) TO WS-PRF-FOUND.
008300     MOVE " OF " TO WS-PRF-OF-LABEL.
008310     MOVE WS-CP-EXPECTED (WS-COL-SUB) TO WS-PRF-EXPECTED.
008320     MOVE WS-CP-TOT-OPEN (WS-COL-SUB) TO WS-PRF-OPEN.
008330     MOVE WS-CP-TOT-MOVE (WS-COL-SUB) TO WS-PRF-MOVE.
008340     MOVE WS-CP-TOT-CLOSE (WS-COL-SUB) TO WS-PRF-CLOSE.
008350
008360     EVALUATE TRUE
008370         WHEN WS-CP-TOT-OPEN (WS-COL-SUB) NOT = ZERO
008380             OR WS-CP-TOT-MOVE (WS-COL-SUB) NOT = ZERO
008390             OR WS-CP-TOT-CLOSE (WS-COL-SUB) NOT = ZERO
008400             MOVE "*** OUT OF BALANCE" TO WS-PRF-STATUS
008410             ADD 1 TO WS-OUT-OF-BAL-COUNT
008420             DISPLAY "CMPTRIALBAL - PERIOD "
008430                 WS-CP-PERIOD (WS-COL-SUB)
008440                 " SNAPSHOT DOES NOT NET TO ZERO - CLOSING "
008450                 WS-CP-TOT-CLOSE (WS-COL-SUB)
008460         WHEN WS-CP-FOUND (WS-COL-SUB)
008470             NOT = WS-CP-EXPECTED (WS-COL-SUB)
008480             MOVE "*** ACCOUNT COUNT DIFFERS" TO WS-PRF-STATUS
008490             ADD 1 TO WS-DIFFER-COUNT
008500             DISPLAY "CMPTRIALBAL - PERIOD "
008510                 WS-CP-PERIOD (WS-COL-SUB) " SNAPSHOT HAS "
008520                 WS-CP-FOUND (WS-COL-SUB) " ACCOUNT(S), "
008530                 WS-CP-EXPECTED (WS-COL-SUB) " WERE WRITTEN"
008540         WHEN OTHER
008550             MOVE "IN BALANCE" TO WS-PRF-STATUS
008560     END-EVALUATE.
008570
008580 3100-PROVE-ONE-PERIOD-WRITE.
008590     WRITE RPT-LINE FROM WS-PROOF-LINE.
008600 3100-PROVE-ONE-PERIOD-EXIT.
008610     EXIT.
008620
008630 9000-TERMINATE.
008640 9000-TERMINATE-RTN.
008650     MOVE SPACES TO WS-PRINT-LINE.
008660     WRITE RPT-LINE FROM WS-PRINT-LINE.
008670
008680     MOVE SPACES TO WS-TOTAL-LINE.
008690     MOVE "ACCOUNTS LISTED" TO WS-TOT-LABEL.
008700     MOVE WS-ACCT-COUNT TO WS-TOT-COUNT.
008710     WRITE RPT-LINE FROM WS-TOTAL-LINE.
008720
008730     MOVE SPACES TO WS-TOTAL-LINE.
008740     MOVE "PERIODS WITH NO SNAPSHOT" TO WS-TOT-LABEL.
008750     MOVE WS-MISSING-COUNT TO WS-TOT-COUNT.
008760     WRITE RPT-LINE FROM WS-TOTAL-LINE.
008770
008780     MOVE SPACES TO WS-TOTAL-LINE.
008790     MOVE "ACCOUNTS NOT IN A SNAPSHOT" TO WS-TOT-LABEL.
008800     MOVE WS-NOT-IN-COUNT TO WS-TOT-COUNT.
008810     WRITE RPT-LINE FROM WS-TOTAL-LINE.
008820
008830     EVALUATE TRUE
008840         WHEN WS-OUT-OF-BAL-COUNT > ZERO
008850             MOVE 16 TO RETURN-CODE
008860         WHEN WS-MISSING-COUNT > ZERO
008870             OR WS-DIFFER-COUNT > ZERO
008880             OR WS-CARD-INVALID
008890             MOVE 8 TO RETURN-CODE
008900         WHEN WS-NOT-IN-COUNT > ZERO
008910             MOVE 4 TO RETURN-CODE
008920         WHEN OTHER
008930             CONTINUE
008940     END-EVALUATE.
008950
008960     IF WS-BHS-STATUS NOT = "35"
008970         CLOSE BHS-FILE
008980     END-IF.
008990
009000     IF WS-ACM-OPEN
009010         CLOSE ACM-FILE
009020     END-IF.
009030
009040     CLOSE RPT-FILE.
009050 9000-TERMINATE-EXIT.
009060     EXIT.
