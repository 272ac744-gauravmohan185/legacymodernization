000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACT-STATEMENT.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  ACCOUNT ACTIVITY STATEMENT JOB.  ANSWERS THE        *
000190*            DEPARTMENTS' "WHAT HIT MY ACCOUNT THIS MONTH" IN    *
000200*            ONE REPORT INSTEAD OF A HUNT THROUGH THE NIGHTLY    *
000210*            CONTROL-BREAK REPORTS, THE AUDIT TRAIL, AND THE     *
000220*            BALANCE MASTER.  THE PARAMETER CARD (ASP-FILE)      *
000230*            GIVES A PERIOD OR A RUN-DATE RANGE; THE OPTIONAL    *
000240*            ACCOUNT LIST (ASA-FILE) LIMITS THE RUN TO ONE       *
000250*            DEPARTMENT'S ACCOUNTS.  FOR EACH ACCOUNT IT PRINTS  *
000260*            THE OPENING BALANCE, EVERY COMPLETED POSTING ON     *
000270*            THE AUDIT TRAIL IN THE RANGE IN RUN-DATE ORDER      *
000280*            (RUN DATE, BATCH, JOB, OP CODE, AMOUNT) WITH A      *
000290*            RUNNING BALANCE, AND THE CLOSING BALANCE.  BOTH     *
000300*            THE LIVE TRAIL (AUD-FILE) AND THE AUD-ARCHIVE       *
000310*            ARCHIVE (ARC-FILE) ARE READ, SO AN OLDER PERIOD     *
000320*            STILL STATES AFTER RETENTION HAS TRIMMED THE LIVE   *
000330*            FILE.                                               *
000340*            THE OPENING BALANCE COMES FROM THE BALANCE MASTER   *
000350*            (BAL-FILE), WHOSE OPENING FIGURE IS AS OF THE LAST  *
000360*            PERIOD-CLOSE ROLL (THE LATEST CLOSE DATE ON THE     *
000370*            PERIOD CONTROL FILE): POSTINGS BETWEEN THE ROLL     *
000380*            AND THE START OF THE RANGE ARE ADDED TO IT, OR      *
000390*            BACKED OUT OF IT WHEN THE RANGE STARTS BEFORE THE   *
000400*            ROLL.  EACH STATEMENT IS THEN PROVED: ITS CLOSING   *
000410*            BALANCE PLUS ANYTHING POSTED AFTER THE RANGE MUST   *
000420*            EQUAL BAL-CLOSE-BAL.  FOR THE CURRENT MONTH THAT    *
000430*            IS SIMPLY OPENING PLUS THE POSTINGS LISTED.  AN     *
000440*            ACCOUNT THAT DOES NOT TIE, OR HAS POSTINGS BUT NO   *
000450*            BALANCE RECORD, IS FLAGGED ON ITS STATEMENT AND     *
000460*            SETS RETURN-CODE 16.  A LISTED ACCOUNT WITH NO      *
000470*            BALANCE RECORD AND NO POSTINGS IS REPORTED AND      *
000480*            SETS RETURN-CODE 4.                                 *
000490*                                                               *
000500*  MODIFICATION HISTORY                                         *
000510*  ----------------------------------------------------------   *
000520*  DATE        INIT   DESCRIPTION                               *
000530*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000540*  10/15/2026  RJ     ARCHIVE RECORD IMAGE AND POSTING LAYOUT   *
000550*                     WIDENED FOR THE ORIGINAL CURRENCY,        *
000560*                     AMOUNTS AND RATE NOW ON AUDREC.           *
000570******************************************************************
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT BAL-FILE ASSIGN TO "BALMSTR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS BAL-ACCOUNT
000660         FILE STATUS IS WS-BAL-STATUS.
000670
000680     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS ACM-ACCOUNT
000720         FILE STATUS IS WS-ACM-STATUS.
000730
000740     SELECT PRD-FILE ASSIGN TO "PRDCTL"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS PRD-PERIOD
000780         FILE STATUS IS WS-PRD-STATUS.
000790
000800     SELECT AUD-FILE ASSIGN TO "AUDFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AUD-STATUS.
000830
000840     SELECT ARC-FILE ASSIGN TO "ARCFILE"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-ARC-STATUS.
000870
000880     SELECT ASP-FILE ASSIGN TO "ACTPARM"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-ASP-STATUS.
000910
000920     SELECT ASA-FILE ASSIGN TO "ACTACCT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-ASA-STATUS.
000950
000960     SELECT RPT-FILE ASSIGN TO "ACTRPT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RPT-STATUS.
000990
001000     SELECT BDC-FILE ASSIGN TO "BUSDATE"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-BDC-STATUS.
001030
001040     SELECT SRT-FILE ASSIGN TO "SORTWK".
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  BAL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY BALREC.
001110
001120 FD  ACM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY ACMREC.
001150
001160 FD  PRD-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY PRDREC.
001190
001200 FD  AUD-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY AUDREC.
001230
001240 FD  ARC-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  ARC-RECORD              PIC X(116).
001270
001280 FD  ASP-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY ASPREC.
001310
001320 FD  ASA-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY ASAREC.
001350
001360 FD  RPT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY RPTREC.
001390
001400 FD  BDC-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY BDCREC.
001430
001440******************************************************************
001450*  SRT-KIND 1 IS AN OPENING ADJUSTMENT (A POSTING BETWEEN THE    *
001460*  LAST ROLL AND THE START OF THE RANGE, SIGNED TO ADD TO OR     *
001470*  BACK OUT OF THE MASTER'S OPENING); KIND 2 IS A POSTING TO     *
001480*  LIST.  KIND 1 SORTS FIRST SO EACH ACCOUNT'S OPENING BALANCE   *
001490*  IS COMPLETE BEFORE ITS FIRST POSTING PRINTS.                  *
001500******************************************************************
001510 SD  SRT-FILE.
001520 01  SRT-RECORD.
001530     05  SRT-ACCOUNT         PIC X(10).
001540     05  SRT-KIND            PIC X(01).
001550     05  SRT-RUN-DATE        PIC 9(08).
001560     05  SRT-RUN-TIME        PIC 9(08).
001570     05  SRT-BATCH-ID        PIC X(08).
001580     05  SRT-JOB-ID          PIC X(08).
001590     05  SRT-OP-CODE         PIC X(01).
001600     05  SRT-AMOUNT          PIC S9(07)V99
001610             SIGN IS TRAILING SEPARATE CHARACTER.
001620
001630 WORKING-STORAGE SECTION.
001640 77  WS-BAL-STATUS           PIC X(02)  VALUE "00".
001650 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
001660 77  WS-PRD-STATUS           PIC X(02)  VALUE "00".
001670 77  WS-AUD-STATUS           PIC X(02)  VALUE "00".
001680 77  WS-ARC-STATUS           PIC X(02)  VALUE "00".
001690 77  WS-ASP-STATUS           PIC X(02)  VALUE "00".
001700 77  WS-ASA-STATUS           PIC X(02)  VALUE "00".
001710 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001720 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001730 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001740 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001750 77  WS-AUD-EOF-SWITCH       PIC X(01)  VALUE "N".
001760     88  WS-AUD-EOF                     VALUE "Y".
001770 77  WS-ARC-EOF-SWITCH       PIC X(01)  VALUE "N".
001780     88  WS-ARC-EOF                     VALUE "Y".
001790 77  WS-ASA-EOF-SWITCH       PIC X(01)  VALUE "N".
001800     88  WS-ASA-EOF                     VALUE "Y".
001810 77  WS-PRD-EOF-SWITCH       PIC X(01)  VALUE "N".
001820     88  WS-PRD-EOF                     VALUE "Y".
001830 77  WS-BAL-EOF-SWITCH       PIC X(01)  VALUE "N".
001840     88  WS-BAL-EOF                     VALUE "Y".
001850 77  WS-SELECT-SWITCH        PIC X(01)  VALUE "Y".
001860     88  WS-SELECTED                    VALUE "Y".
001870     88  WS-NOT-SELECTED                VALUE "N".
001880 77  WS-BAL-FOUND-SWITCH     PIC X(01)  VALUE "Y".
001890     88  WS-BAL-FOUND                   VALUE "Y".
001900     88  WS-BAL-MISSING                 VALUE "N".
001910 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001920 77  WS-TO-DATE              PIC 9(08) VALUE ZERO.
001930 77  WS-ROLL-DATE            PIC 9(08) VALUE ZERO.
001940 77  WS-LIST-COUNT           PIC 9(05) COMP VALUE ZERO.
001950 77  WS-LIST-MAX             PIC 9(05) COMP VALUE 500.
001960 77  WS-LIST-SUB             PIC 9(05) COMP VALUE ZERO.
001970 77  WS-ARC-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001980 77  WS-AUD-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001990 77  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
002000 77  WS-POSTING-COUNT        PIC 9(07) COMP VALUE ZERO.
002010 77  WS-UNTIED-COUNT         PIC 9(07) COMP VALUE ZERO.
002020 77  WS-NOT-FOUND-COUNT      PIC 9(07) COMP VALUE ZERO.
002030 77  WS-SRT-KEY              PIC X(10) VALUE SPACES.
002040 77  WS-SRT-KIND             PIC X(01) VALUE SPACE.
002050 77  WS-BAL-KEY              PIC X(10) VALUE SPACES.
002060 77  WS-CUR-ACCOUNT          PIC X(10) VALUE SPACES.
002070 77  WS-OPENING-BAL          PIC S9(12)V99 COMP VALUE ZERO.
002080 77  WS-RUNNING-BAL          PIC S9(12)V99 COMP VALUE ZERO.
002090 77  WS-AFTER-AMOUNT         PIC S9(12)V99 COMP VALUE ZERO.
002100 77  WS-MASTER-CLOSE         PIC S9(12)V99 COMP VALUE ZERO.
002110 77  WS-PROOF-DIFF           PIC S9(12)V99 COMP VALUE ZERO.
002120
002130******************************************************************
002140*  ONE AUDIT RECORD, FROM EITHER THE LIVE TRAIL OR THE ARCHIVE.  *
002150*  SAME LAYOUT AS AUDREC.CPY.                                    *
002160******************************************************************
002170 01  WS-POSTING.
002180     05  WS-PST-RUN-DATE     PIC 9(08).
002190     05  WS-PST-RUN-TIME     PIC 9(08).
002200     05  WS-PST-JOB-ID       PIC X(08).
002210     05  WS-PST-ACCOUNT      PIC X(10).
002220     05  WS-PST-PARAM1       PIC S9(07)V99
002230             SIGN IS TRAILING SEPARATE CHARACTER.
002240     05  WS-PST-PARAM2       PIC S9(07)V99
002250             SIGN IS TRAILING SEPARATE CHARACTER.
002260     05  WS-PST-OP-CODE      PIC X(01).
002270     05  WS-PST-RESULT       PIC S9(07)V99
002280             SIGN IS TRAILING SEPARATE CHARACTER.
002290     05  WS-PST-BATCH-ID     PIC X(08).
002300     05  WS-PST-CALC-STATUS  PIC X(01).
002310         88  WS-PST-CALC-OK             VALUE "C".
002320     05  WS-PST-CURRENCY     PIC X(03).
002330     05  WS-PST-ORIG-PARAM1  PIC S9(07)V99
002340             SIGN IS TRAILING SEPARATE CHARACTER.
002350     05  WS-PST-ORIG-PARAM2  PIC S9(07)V99
002360             SIGN IS TRAILING SEPARATE CHARACTER.
002370     05  WS-PST-RATE         PIC 9(05)V9(06).
002380     05  WS-PST-RATE-DATE    PIC 9(08).
002390
002400 01  WS-LIST-TABLE.
002410     05  WS-LIST-ENTRY OCCURS 500 TIMES.
002420         10  WS-LST-ACCOUNT  PIC X(10).
002430         10  WS-LST-FOUND    PIC X(01).
002440             88  WS-LST-STATED          VALUE "Y".
002450
002460 01  WS-PRINT-LINE.
002470     05  FILLER              PIC X(04)  VALUE SPACES.
002480     05  WS-DET-RUN-DATE     PIC 9(08).
002490     05  FILLER              PIC X(02)  VALUE SPACES.
002500     05  WS-DET-BATCH        PIC X(08).
002510     05  FILLER              PIC X(02)  VALUE SPACES.
002520     05  WS-DET-JOB-ID       PIC X(08).
002530     05  FILLER              PIC X(02)  VALUE SPACES.
002540     05  WS-DET-OP           PIC X(01).
002550     05  FILLER              PIC X(02)  VALUE SPACES.
002560     05  WS-DET-AMOUNT       PIC -(7)9.99.
002570     05  FILLER              PIC X(02)  VALUE SPACES.
002580     05  WS-DET-RUNNING      PIC -(12)9.99.
002590     05  FILLER              PIC X(66)  VALUE SPACES.
002600
002610 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
002620     05  WS-HDR-BUS-LABEL    PIC X(13).
002630     05  FILLER              PIC X(02).
002640     05  WS-HDR-BUS-DATE     PIC 9(08).
002650     05  FILLER              PIC X(03).
002660     05  WS-HDR-TIM-LABEL    PIC X(08).
002670     05  FILLER              PIC X(02).
002680     05  WS-HDR-RUN-TIME     PIC 9(08).
002690     05  FILLER              PIC X(88).
002700
002710 01  WS-ACCOUNT-LINE REDEFINES WS-PRINT-LINE.
002720     05  WS-ACT-LABEL        PIC X(08).
002730     05  FILLER              PIC X(01).
002740     05  WS-ACT-ACCOUNT      PIC X(10).
002750     05  FILLER              PIC X(02).
002760     05  WS-ACT-DESC         PIC X(38).
002770     05  FILLER              PIC X(02).
002780     05  WS-ACT-FROM-LABEL   PIC X(04).
002790     05  FILLER              PIC X(01).
002800     05  WS-ACT-FROM-DATE    PIC X(08).
002810     05  FILLER              PIC X(01).
002820     05  WS-ACT-TO-LABEL     PIC X(02).
002830     05  FILLER              PIC X(01).
002840     05  WS-ACT-TO-DATE      PIC X(08).
002850     05  FILLER              PIC X(46).
002860
002870 01  WS-BALANCE-LINE REDEFINES WS-PRINT-LINE.
002880     05  FILLER              PIC X(04).
002890     05  WS-BLN-LABEL        PIC X(34).
002900     05  FILLER              PIC X(02).
002910     05  WS-BLN-DATE         PIC X(08).
002920     05  FILLER              PIC X(02).
002930     05  WS-BLN-AMOUNT       PIC -(12)9.99.
002940     05  FILLER              PIC X(02).
002950     05  WS-BLN-FLAG         PIC X(30).
002960     05  FILLER              PIC X(34).
002970
002980 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
002990     05  FILLER              PIC X(02).
003000     05  WS-TOT-LABEL        PIC X(28).
003010     05  FILLER              PIC X(02).
003020     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
003030     05  FILLER              PIC X(91).
003040
003050 PROCEDURE DIVISION.
003060 0000-MAINLINE SECTION.
003070 0000-MAIN-RTN.
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-INITIALIZE-EXIT.
003100
003110     IF RETURN-CODE = ZERO
003120         SORT SRT-FILE
003130             ON ASCENDING KEY SRT-ACCOUNT
003140                              SRT-KIND
003150                              SRT-RUN-DATE
003160                              SRT-RUN-TIME
003170             WITH DUPLICATES IN ORDER
003180             INPUT PROCEDURE IS 1500-ACQUIRE-POSTINGS
003190             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
003200
003210         PERFORM 9000-TERMINATE
003220             THRU 9000-TERMINATE-EXIT
003230     END-IF.
003240
003250     STOP RUN.
003260
003270 1000-INITIALIZE.
003280 1000-INITIALIZE-RTN.
003290     PERFORM 1100-GET-BUSINESS-DATE
003300         THRU 1100-GET-BUSINESS-DATE-EXIT.
003310
003320     PERFORM 1200-GET-PARAMETERS
003330         THRU 1200-GET-PARAMETERS-EXIT.
003340
003350     IF WS-FROM-DATE > WS-TO-DATE
003360         DISPLAY "ACTSTATEMENT - FROM DATE " WS-FROM-DATE
003370             " IS AFTER TO DATE " WS-TO-DATE
003380             " - RUN STOPPED"
003390         MOVE 20 TO RETURN-CODE
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF.
003420
003430     PERFORM 1300-LOAD-ACCOUNT-LIST
003440         THRU 1300-LOAD-ACCOUNT-LIST-EXIT.
003450
003460     IF RETURN-CODE NOT = ZERO
003470         GO TO 1000-INITIALIZE-EXIT
003480     END-IF.
003490
003500     PERFORM 1400-GET-ROLL-DATE
003510         THRU 1400-GET-ROLL-DATE-EXIT.
003520
003530     IF RETURN-CODE NOT = ZERO
003540         GO TO 1000-INITIALIZE-EXIT
003550     END-IF.
003560
003570     OPEN INPUT BAL-FILE.
003580
003590     IF WS-BAL-STATUS NOT = "00"
003600         DISPLAY "ACTSTATEMENT - OPEN ERROR ON BAL-FILE "
003610             "STATUS: " WS-BAL-STATUS
003620         MOVE 20 TO RETURN-CODE
003630         GO TO 1000-INITIALIZE-EXIT
003640     END-IF.
003650
003660     OPEN INPUT ACM-FILE.
003670
003680     IF WS-ACM-STATUS NOT = "00"
003690         DISPLAY "ACTSTATEMENT - OPEN ERROR ON ACM-FILE "
003700             "STATUS: " WS-ACM-STATUS
003710         MOVE 20 TO RETURN-CODE
003720         CLOSE BAL-FILE
003730         GO TO 1000-INITIALIZE-EXIT
003740     END-IF.
003750
003760     OPEN INPUT ARC-FILE.
003770
003780     IF WS-ARC-STATUS = "35"
003790         MOVE "Y" TO WS-ARC-EOF-SWITCH
003800     ELSE
003810         IF WS-ARC-STATUS NOT = "00"
003820             DISPLAY "ACTSTATEMENT - OPEN ERROR ON ARC-FILE "
003830                 "STATUS: " WS-ARC-STATUS
003840             MOVE 20 TO RETURN-CODE
003850             GO TO 1000-INITIALIZE-EXIT
003860         END-IF
003870     END-IF.
003880
003890     OPEN INPUT AUD-FILE.
003900
003910     IF WS-AUD-STATUS = "35"
003920         MOVE "Y" TO WS-AUD-EOF-SWITCH
003930     ELSE
003940         IF WS-AUD-STATUS NOT = "00"
003950             DISPLAY "ACTSTATEMENT - OPEN ERROR ON AUD-FILE "
003960                 "STATUS: " WS-AUD-STATUS
003970             MOVE 20 TO RETURN-CODE
003980             GO TO 1000-INITIALIZE-EXIT
003990         END-IF
004000     END-IF.
004010
004020     OPEN OUTPUT RPT-FILE.
004030
004040     MOVE SPACES TO WS-HEADER-LINE.
004050     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
004060     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
004070     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
004080     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
004090     WRITE RPT-LINE FROM WS-HEADER-LINE.
004100 1000-INITIALIZE-EXIT.
004110     EXIT.
004120
004130 1100-GET-BUSINESS-DATE.
004140 1100-GET-BUSINESS-DATE-RTN.
004150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004160     ACCEPT WS-RUN-TIME FROM TIME.
004170
004180     OPEN INPUT BDC-FILE.
004190
004200     IF WS-BDC-STATUS NOT = "00"
004210         GO TO 1100-GET-BUSINESS-DATE-EXIT
004220     END-IF.
004230
004240     READ BDC-FILE
004250         AT END
004260             CONTINUE
004270     END-READ.
004280
004290     IF WS-BDC-STATUS = "00"
004300         AND BDC-BUS-DATE IS NUMERIC
004310         AND BDC-BUS-DATE > ZERO
004320         MOVE BDC-BUS-DATE TO WS-RUN-DATE
004330     END-IF.
004340
004350     CLOSE BDC-FILE.
004360 1100-GET-BUSINESS-DATE-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400*  THE DEFAULT IS THE BUSINESS MONTH TO DATE.  A PERIOD RUNS     *
004410*  FROM ITS FIRST TO ITS 31ST - THE RANGE IS ONLY COMPARED       *
004420*  AGAINST RUN DATES, SO A SHORT MONTH NEEDS NO CALENDAR.        *
004430******************************************************************
004440 1200-GET-PARAMETERS.
004450 1200-GET-PARAMETERS-RTN.
004460     MOVE WS-RUN-DATE TO WS-FROM-DATE.
004470     MOVE "01" TO WS-FROM-DATE (7:2).
004480     MOVE WS-RUN-DATE TO WS-TO-DATE.
004490
004500     OPEN INPUT ASP-FILE.
004510
004520     IF WS-ASP-STATUS NOT = "00"
004530         GO TO 1200-GET-PARAMETERS-EXIT
004540     END-IF.
004550
004560     READ ASP-FILE
004570         AT END
004580             CONTINUE
004590     END-READ.
004600
004610     IF WS-ASP-STATUS = "00"
004620         IF ASP-PERIOD IS NUMERIC
004630             AND ASP-PERIOD > ZERO
004640             COMPUTE WS-FROM-DATE = ASP-PERIOD * 100 + 1
004650             COMPUTE WS-TO-DATE = ASP-PERIOD * 100 + 31
004660         ELSE
004670             IF ASP-FROM-DATE IS NUMERIC
004680                 AND ASP-FROM-DATE > ZERO
004690                 MOVE ASP-FROM-DATE TO WS-FROM-DATE
004700             END-IF
004710             IF ASP-TO-DATE IS NUMERIC
004720                 AND ASP-TO-DATE > ZERO
004730                 MOVE ASP-TO-DATE TO WS-TO-DATE
004740             END-IF
004750         END-IF
004760     END-IF.
004770
004780     CLOSE ASP-FILE.
004790 1200-GET-PARAMETERS-EXIT.
004800     EXIT.
004810
004820 1300-LOAD-ACCOUNT-LIST.
004830 1300-LOAD-ACCOUNT-LIST-RTN.
004840     OPEN INPUT ASA-FILE.
004850
004860     IF WS-ASA-STATUS NOT = "00"
004870         GO TO 1300-LOAD-ACCOUNT-LIST-EXIT
004880     END-IF.
004890
004900     PERFORM 1310-LOAD-ONE-ACCOUNT
004910         THRU 1310-LOAD-ONE-ACCOUNT-EXIT
004920         UNTIL WS-ASA-EOF.
004930
004940     CLOSE ASA-FILE.
004950 1300-LOAD-ACCOUNT-LIST-EXIT.
004960     EXIT.
004970
004980 1310-LOAD-ONE-ACCOUNT.
004990 1310-LOAD-ONE-ACCOUNT-RTN.
005000     READ ASA-FILE
005010         AT END
005020             MOVE "Y" TO WS-ASA-EOF-SWITCH
005030             GO TO 1310-LOAD-ONE-ACCOUNT-EXIT
005040     END-READ.
005050
005060     IF ASA-ACCOUNT = SPACES
005070         GO TO 1310-LOAD-ONE-ACCOUNT-EXIT
005080     END-IF.
005090
005100     IF WS-LIST-COUNT >= WS-LIST-MAX
005110         DISPLAY "ACTSTATEMENT - ACCOUNT LIST TABLE FULL - "
005120             "INCREASE WS-LIST-MAX - RUN STOPPED"
005130         MOVE 20 TO RETURN-CODE
005140         MOVE "Y" TO WS-ASA-EOF-SWITCH
005150         GO TO 1310-LOAD-ONE-ACCOUNT-EXIT
005160     END-IF.
005170
005180     ADD 1 TO WS-LIST-COUNT.
005190     MOVE ASA-ACCOUNT TO WS-LST-ACCOUNT (WS-LIST-COUNT).
005200     MOVE "N" TO WS-LST-FOUND (WS-LIST-COUNT).
005210 1310-LOAD-ONE-ACCOUNT-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*  THE MASTER'S OPENING BALANCE WAS LAST SET WHEN PRD-MAINT      *
005260*  CLOSED A PERIOD AND ROLLED THE MASTER, SO IT HOLDS EVERY      *
005270*  POSTING RUN ON OR BEFORE THE LATEST CLOSE DATE.  NO CLOSED    *
005280*  PERIOD (OR NO PERIOD FILE) MEANS THE OPENING IS STILL THE     *
005290*  INITIAL LOAD AND EVERY POSTING ON THE TRAIL CAME AFTER IT.    *
005300******************************************************************
005310 1400-GET-ROLL-DATE.
005320 1400-GET-ROLL-DATE-RTN.
005330     MOVE ZERO TO WS-ROLL-DATE.
005340
005350     OPEN INPUT PRD-FILE.
005360
005370     IF WS-PRD-STATUS = "35"
005380         GO TO 1400-GET-ROLL-DATE-EXIT
005390     END-IF.
005400
005410     IF WS-PRD-STATUS NOT = "00"
005420         DISPLAY "ACTSTATEMENT - OPEN ERROR ON PRD-FILE "
005430             "STATUS: " WS-PRD-STATUS
005440         MOVE 20 TO RETURN-CODE
005450         GO TO 1400-GET-ROLL-DATE-EXIT
005460     END-IF.
005470
005480     MOVE ZERO TO PRD-PERIOD.
005490
005500     START PRD-FILE KEY IS GREATER THAN PRD-PERIOD
005510         INVALID KEY
005520             MOVE "Y" TO WS-PRD-EOF-SWITCH
005530     END-START.
005540
005550     PERFORM 1410-CHECK-ONE-PERIOD
005560         THRU 1410-CHECK-ONE-PERIOD-EXIT
005570         UNTIL WS-PRD-EOF.
005580
005590     CLOSE PRD-FILE.
005600 1400-GET-ROLL-DATE-EXIT.
005610     EXIT.
005620
005630 1410-CHECK-ONE-PERIOD.
005640 1410-CHECK-ONE-PERIOD-RTN.
005650     READ PRD-FILE NEXT RECORD
005660         AT END
005670             MOVE "Y" TO WS-PRD-EOF-SWITCH
005680             GO TO 1410-CHECK-ONE-PERIOD-EXIT
005690     END-READ.
005700
005710     IF PRD-CLOSED
005720         AND PRD-CLOSE-DATE > WS-ROLL-DATE
005730         MOVE PRD-CLOSE-DATE TO WS-ROLL-DATE
005740     END-IF.
005750 1410-CHECK-ONE-PERIOD-EXIT.
005760     EXIT.
005770
005780 1510-TAKE-ARCHIVE-POSTING.
005790 1510-TAKE-ARCHIVE-POSTING-RTN.
005800     READ ARC-FILE INTO WS-POSTING
005810         AT END
005820             MOVE "Y" TO WS-ARC-EOF-SWITCH
005830             GO TO 1510-TAKE-ARCHIVE-POSTING-EXIT
005840     END-READ.
005850
005860     ADD 1 TO WS-ARC-READ-COUNT.
005870
005880     PERFORM 1540-SELECT-POSTING
005890         THRU 1540-SELECT-POSTING-EXIT.
005900 1510-TAKE-ARCHIVE-POSTING-EXIT.
005910     EXIT.
005920
005930 1520-TAKE-LIVE-POSTING.
005940 1520-TAKE-LIVE-POSTING-RTN.
005950     READ AUD-FILE INTO WS-POSTING
005960         AT END
005970             MOVE "Y" TO WS-AUD-EOF-SWITCH
005980             GO TO 1520-TAKE-LIVE-POSTING-EXIT
005990     END-READ.
006000
006010     ADD 1 TO WS-AUD-READ-COUNT.
006020
006030     PERFORM 1540-SELECT-POSTING
006040         THRU 1540-SELECT-POSTING-EXIT.
006050 1520-TAKE-LIVE-POSTING-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090*  ONLY COMPLETED POSTINGS COUNT - A REJECTED CALCULATION NEVER  *
006100*  REACHED THE LEDGER.  A POSTING DATED AFTER THE LAST ROLL BUT  *
006110*  BEFORE THE RANGE ADDS TO THE OPENING; ONE IN THE RANGE BUT    *
006120*  ON OR BEFORE THE ROLL IS ALREADY INSIDE THE MASTER'S OPENING  *
006130*  AND IS BACKED OUT OF IT.  EVERYTHING FROM THE START OF THE    *
006140*  RANGE ON IS PASSED TO THE STATEMENT - THE PART AFTER THE      *
006150*  RANGE ONLY FEEDS THE PROOF.                                   *
006160******************************************************************
006170 1540-SELECT-POSTING.
006180 1540-SELECT-POSTING-RTN.
006190     IF NOT WS-PST-CALC-OK
006200         GO TO 1540-SELECT-POSTING-EXIT
006210     END-IF.
006220
006230     MOVE WS-PST-ACCOUNT TO WS-CUR-ACCOUNT.
006240
006250     PERFORM 3400-CHECK-SELECTED
006260         THRU 3400-CHECK-SELECTED-EXIT.
006270
006280     IF WS-NOT-SELECTED
006290         GO TO 1540-SELECT-POSTING-EXIT
006300     END-IF.
006310
006320     MOVE WS-PST-ACCOUNT TO SRT-ACCOUNT.
006330     MOVE WS-PST-RUN-DATE TO SRT-RUN-DATE.
006340     MOVE WS-PST-RUN-TIME TO SRT-RUN-TIME.
006350     MOVE WS-PST-BATCH-ID TO SRT-BATCH-ID.
006360     MOVE WS-PST-JOB-ID TO SRT-JOB-ID.
006370     MOVE WS-PST-OP-CODE TO SRT-OP-CODE.
006380     MOVE "1" TO SRT-KIND.
006390
006400     IF WS-PST-RUN-DATE > WS-ROLL-DATE
006410         AND WS-PST-RUN-DATE < WS-FROM-DATE
006420         MOVE WS-PST-RESULT TO SRT-AMOUNT
006430         RELEASE SRT-RECORD
006440     END-IF.
006450
006460     IF WS-PST-RUN-DATE NOT > WS-ROLL-DATE
006470         AND WS-PST-RUN-DATE NOT < WS-FROM-DATE
006480         COMPUTE SRT-AMOUNT = ZERO - WS-PST-RESULT
006490         RELEASE SRT-RECORD
006500     END-IF.
006510
006520     IF WS-PST-RUN-DATE NOT < WS-FROM-DATE
006530         MOVE "2" TO SRT-KIND
006540         MOVE WS-PST-RESULT TO SRT-AMOUNT
006550         RELEASE SRT-RECORD
006560     END-IF.
006570 1540-SELECT-POSTING-EXIT.
006580     EXIT.
006590
006600 3100-RETURN-POSTING.
006610 3100-RETURN-POSTING-RTN.
006620     RETURN SRT-FILE
006630         AT END
006640             MOVE HIGH-VALUES TO WS-SRT-KEY
006650             MOVE HIGH-VALUE TO WS-SRT-KIND
006660             GO TO 3100-RETURN-POSTING-EXIT
006670     END-RETURN.
006680
006690     MOVE SRT-ACCOUNT TO WS-SRT-KEY.
006700     MOVE SRT-KIND TO WS-SRT-KIND.
006710 3100-RETURN-POSTING-EXIT.
006720     EXIT.
006730
006740 3150-READ-NEXT-BALANCE.
006750 3150-READ-NEXT-BALANCE-RTN.
006760     IF WS-BAL-EOF
006770         MOVE HIGH-VALUES TO WS-BAL-KEY
006780         GO TO 3150-READ-NEXT-BALANCE-EXIT
006790     END-IF.
006800
006810     READ BAL-FILE NEXT RECORD
006820         AT END
006830             MOVE "Y" TO WS-BAL-EOF-SWITCH
006840             MOVE HIGH-VALUES TO WS-BAL-KEY
006850             GO TO 3150-READ-NEXT-BALANCE-EXIT
006860     END-READ.
006870
006880     MOVE BAL-ACCOUNT TO WS-BAL-KEY.
006890 3150-READ-NEXT-BALANCE-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930*  THE BALANCE MASTER AND THE SORTED POSTINGS ARE BOTH IN        *
006940*  ACCOUNT ORDER AND ARE MATCHED ON THE LOWER KEY, SO AN         *
006950*  ACCOUNT WITH A BALANCE BUT NO ACTIVITY STILL STATES AND AN    *
006960*  ACCOUNT WITH ACTIVITY BUT NO BALANCE RECORD IS FLAGGED.       *
006970******************************************************************
006980 3200-STATE-ONE-ACCOUNT.
006990 3200-STATE-ONE-ACCOUNT-RTN.
007000     IF WS-BAL-KEY < WS-SRT-KEY
007010         MOVE WS-BAL-KEY TO WS-CUR-ACCOUNT
007020     ELSE
007030         MOVE WS-SRT-KEY TO WS-CUR-ACCOUNT
007040     END-IF.
007050
007060     PERFORM 3400-CHECK-SELECTED
007070         THRU 3400-CHECK-SELECTED-EXIT.
007080
007090     IF WS-NOT-SELECTED
007100         IF WS-CUR-ACCOUNT = WS-BAL-KEY
007110             PERFORM 3150-READ-NEXT-BALANCE
007120                 THRU 3150-READ-NEXT-BALANCE-EXIT
007130         END-IF
007140         GO TO 3200-STATE-ONE-ACCOUNT-EXIT
007150     END-IF.
007160
007170     IF WS-LIST-COUNT > ZERO
007180         MOVE "Y" TO WS-LST-FOUND (WS-LIST-SUB)
007190     END-IF.
007200
007210     ADD 1 TO WS-ACCOUNT-COUNT.
007220     MOVE ZERO TO WS-AFTER-AMOUNT.
007230
007240     IF WS-CUR-ACCOUNT = WS-BAL-KEY
007250         SET WS-BAL-FOUND TO TRUE
007260         MOVE BAL-OPEN-BAL TO WS-OPENING-BAL
007270         MOVE BAL-CLOSE-BAL TO WS-MASTER-CLOSE
007280     ELSE
007290         SET WS-BAL-MISSING TO TRUE
007300         MOVE ZERO TO WS-OPENING-BAL
007310         MOVE ZERO TO WS-MASTER-CLOSE
007320     END-IF.
007330
007340     PERFORM 3300-APPLY-ADJUSTMENT
007350         THRU 3300-APPLY-ADJUSTMENT-EXIT
007360         UNTIL WS-SRT-KEY NOT = WS-CUR-ACCOUNT
007370             OR WS-SRT-KIND NOT = "1".
007380
007390     PERFORM 3500-WRITE-ACCOUNT-HEADING
007400         THRU 3500-WRITE-ACCOUNT-HEADING-EXIT.
007410
007420     MOVE WS-OPENING-BAL TO WS-RUNNING-BAL.
007430
007440     MOVE SPACES TO WS-BALANCE-LINE.
007450     MOVE "OPENING BALANCE" TO WS-BLN-LABEL.
007460     MOVE WS-FROM-DATE TO WS-BLN-DATE.
007470     MOVE WS-OPENING-BAL TO WS-BLN-AMOUNT.
007480     WRITE RPT-LINE FROM WS-BALANCE-LINE.
007490
007500     PERFORM 3310-LIST-POSTING
007510         THRU 3310-LIST-POSTING-EXIT
007520         UNTIL WS-SRT-KEY NOT = WS-CUR-ACCOUNT.
007530
007540     MOVE SPACES TO WS-BALANCE-LINE.
007550     MOVE "CLOSING BALANCE" TO WS-BLN-LABEL.
007560     MOVE WS-TO-DATE TO WS-BLN-DATE.
007570     MOVE WS-RUNNING-BAL TO WS-BLN-AMOUNT.
007580     WRITE RPT-LINE FROM WS-BALANCE-LINE.
007590
007600     PERFORM 3600-PROVE-ACCOUNT
007610         THRU 3600-PROVE-ACCOUNT-EXIT.
007620
007630     MOVE SPACES TO WS-PRINT-LINE.
007640     WRITE RPT-LINE FROM WS-PRINT-LINE.
007650
007660     IF WS-CUR-ACCOUNT = WS-BAL-KEY
007670         PERFORM 3150-READ-NEXT-BALANCE
007680             THRU 3150-READ-NEXT-BALANCE-EXIT
007690     END-IF.
007700 3200-STATE-ONE-ACCOUNT-EXIT.
007710     EXIT.
007720
007730 3300-APPLY-ADJUSTMENT.
007740 3300-APPLY-ADJUSTMENT-RTN.
007750     ADD SRT-AMOUNT TO WS-OPENING-BAL.
007760
007770     PERFORM 3100-RETURN-POSTING
007780         THRU 3100-RETURN-POSTING-EXIT.
007790 3300-APPLY-ADJUSTMENT-EXIT.
007800     EXIT.
007810
007820 3310-LIST-POSTING.
007830 3310-LIST-POSTING-RTN.
007840     IF SRT-RUN-DATE > WS-TO-DATE
007850         ADD SRT-AMOUNT TO WS-AFTER-AMOUNT
007860         GO TO 3310-LIST-POSTING-NEXT
007870     END-IF.
007880
007890     ADD SRT-AMOUNT TO WS-RUNNING-BAL.
007900     ADD 1 TO WS-POSTING-COUNT.
007910
007920     MOVE SPACES TO WS-PRINT-LINE.
007930     MOVE SRT-RUN-DATE TO WS-DET-RUN-DATE.
007940     MOVE SRT-BATCH-ID TO WS-DET-BATCH.
007950     MOVE SRT-JOB-ID TO WS-DET-JOB-ID.
007960     MOVE SRT-OP-CODE TO WS-DET-OP.
007970     MOVE SRT-AMOUNT TO WS-DET-AMOUNT.
007980     MOVE WS-RUNNING-BAL TO WS-DET-RUNNING.
007990     WRITE RPT-LINE FROM WS-PRINT-LINE.
008000
008010 3310-LIST-POSTING-NEXT.
008020     PERFORM 3100-RETURN-POSTING
008030         THRU 3100-RETURN-POSTING-EXIT.
008040 3310-LIST-POSTING-EXIT.
008050     EXIT.
008060
008070 3400-CHECK-SELECTED.
008080 3400-CHECK-SELECTED-RTN.
008090     SET WS-SELECTED TO TRUE.
008100
008110     IF WS-LIST-COUNT = ZERO
008120         GO TO 3400-CHECK-SELECTED-EXIT
008130     END-IF.
008140
008150     SET WS-NOT-SELECTED TO TRUE.
008160     MOVE ZERO TO WS-LIST-SUB.
008170
008180     PERFORM 3410-SCAN-ONE-LISTED
008190         THRU 3410-SCAN-ONE-LISTED-EXIT
008200         UNTIL WS-SELECTED
008210             OR WS-LIST-SUB >= WS-LIST-COUNT.
008220 3400-CHECK-SELECTED-EXIT.
008230     EXIT.
008240
008250 3410-SCAN-ONE-LISTED.
008260 3410-SCAN-ONE-LISTED-RTN.
008270     ADD 1 TO WS-LIST-SUB.
008280
008290     IF WS-LST-ACCOUNT (WS-LIST-SUB) = WS-CUR-ACCOUNT
008300         SET WS-SELECTED TO TRUE
008310     END-IF.
008320 3410-SCAN-ONE-LISTED-EXIT.
008330     EXIT.
008340
008350 3500-WRITE-ACCOUNT-HEADING.
008360 3500-WRITE-ACCOUNT-HEADING-RTN.
008370     MOVE SPACES TO WS-ACCOUNT-LINE.
008380     MOVE "ACCOUNT" TO WS-ACT-LABEL.
008390     MOVE WS-CUR-ACCOUNT TO WS-ACT-ACCOUNT.
008400     MOVE "FROM" TO WS-ACT-FROM-LABEL.
008410     MOVE WS-FROM-DATE TO WS-ACT-FROM-DATE.
008420     MOVE "TO" TO WS-ACT-TO-LABEL.
008430     MOVE WS-TO-DATE TO WS-ACT-TO-DATE.
008440
008450     MOVE WS-CUR-ACCOUNT TO ACM-ACCOUNT.
008460
008470     READ ACM-FILE
008480         INVALID KEY
008490             MOVE "*** NOT ON ACCOUNT MASTER ***"
008500                 TO WS-ACT-DESC
008510         NOT INVALID KEY
008520             MOVE ACM-DESCRIPTION TO WS-ACT-DESC
008530     END-READ.
008540
008550     WRITE RPT-LINE FROM WS-ACCOUNT-LINE.
008560 3500-WRITE-ACCOUNT-HEADING-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600*  THE STATEMENT TIES WHEN ITS CLOSING BALANCE, PLUS WHATEVER    *
008610*  POSTED AFTER THE RANGE, IS THE MASTER'S CLOSING BALANCE.      *
008620******************************************************************
008630 3600-PROVE-ACCOUNT.
008640 3600-PROVE-ACCOUNT-RTN.
008650     IF WS-BAL-MISSING
008660         MOVE SPACES TO WS-BALANCE-LINE
008670         MOVE "BALANCE MASTER CLOSING BALANCE" TO WS-BLN-LABEL
008680         MOVE "*** NO BALANCE RECORD ***" TO WS-BLN-FLAG
008690         WRITE RPT-LINE FROM WS-BALANCE-LINE
008700         ADD 1 TO WS-UNTIED-COUNT
008710         GO TO 3600-PROVE-ACCOUNT-EXIT
008720     END-IF.
008730
008740     IF WS-AFTER-AMOUNT NOT = ZERO
008750         MOVE SPACES TO WS-BALANCE-LINE
008760         MOVE "POSTED AFTER STATEMENT RANGE"
008770             TO WS-BLN-LABEL
008780         MOVE WS-AFTER-AMOUNT TO WS-BLN-AMOUNT
008790         WRITE RPT-LINE FROM WS-BALANCE-LINE
008800     END-IF.
008810
008820     COMPUTE WS-PROOF-DIFF = WS-RUNNING-BAL + WS-AFTER-AMOUNT
008830         - WS-MASTER-CLOSE.
008840
008850     MOVE SPACES TO WS-BALANCE-LINE.
008860     MOVE "BALANCE MASTER CLOSING BALANCE" TO WS-BLN-LABEL.
008870     MOVE WS-RUN-DATE TO WS-BLN-DATE.
008880     MOVE WS-MASTER-CLOSE TO WS-BLN-AMOUNT.
008890
008900     IF WS-PROOF-DIFF = ZERO
008910         MOVE "PROVED" TO WS-BLN-FLAG
008920         WRITE RPT-LINE FROM WS-BALANCE-LINE
008930         GO TO 3600-PROVE-ACCOUNT-EXIT
008940     END-IF.
008950
008960     MOVE "*** DOES NOT TIE ***" TO WS-BLN-FLAG.
008970     WRITE RPT-LINE FROM WS-BALANCE-LINE.
008980
008990     MOVE SPACES TO WS-BALANCE-LINE.
009000     MOVE "DIFFERENCE" TO WS-BLN-LABEL.
009010     MOVE WS-PROOF-DIFF TO WS-BLN-AMOUNT.
009020     MOVE "*** ACCOUNT FLAGGED ***" TO WS-BLN-FLAG.
009030     WRITE RPT-LINE FROM WS-BALANCE-LINE.
009040
009050     ADD 1 TO WS-UNTIED-COUNT.
009060
009070     DISPLAY "ACTSTATEMENT - ACCOUNT " WS-CUR-ACCOUNT
009080         " STATEMENT DOES NOT TIE TO BAL-CLOSE-BAL".
009090 3600-PROVE-ACCOUNT-EXIT.
009100     EXIT.
009110
009120 9000-TERMINATE.
009130 9000-TERMINATE-RTN.
009140     MOVE ZERO TO WS-LIST-SUB.
009150
009160     PERFORM 9100-REPORT-ONE-LISTED
009170         THRU 9100-REPORT-ONE-LISTED-EXIT
009180         UNTIL WS-LIST-SUB >= WS-LIST-COUNT.
009190
009200     MOVE SPACES TO WS-TOTAL-LINE.
009210     MOVE "ACCOUNTS STATED" TO WS-TOT-LABEL.
009220     MOVE WS-ACCOUNT-COUNT TO WS-TOT-COUNT.
009230     WRITE RPT-LINE FROM WS-TOTAL-LINE.
009240
009250     MOVE SPACES TO WS-TOTAL-LINE.
009260     MOVE "POSTINGS LISTED" TO WS-TOT-LABEL.
009270     MOVE WS-POSTING-COUNT TO WS-TOT-COUNT.
009280     WRITE RPT-LINE FROM WS-TOTAL-LINE.
009290
009300     MOVE SPACES TO WS-TOTAL-LINE.
009310     MOVE "ACCOUNTS NOT TIED" TO WS-TOT-LABEL.
009320     MOVE WS-UNTIED-COUNT TO WS-TOT-COUNT.
009330     WRITE RPT-LINE FROM WS-TOTAL-LINE.
009340
009350     MOVE SPACES TO WS-TOTAL-LINE.
009360     MOVE "LISTED ACCOUNTS NOT FOUND" TO WS-TOT-LABEL.
009370     MOVE WS-NOT-FOUND-COUNT TO WS-TOT-COUNT.
009380     WRITE RPT-LINE FROM WS-TOTAL-LINE.
009390
009400     MOVE SPACES TO WS-TOTAL-LINE.
009410     MOVE "ARCHIVE AUDIT RECORDS READ" TO WS-TOT-LABEL.
009420     MOVE WS-ARC-READ-COUNT TO WS-TOT-COUNT.
009430     WRITE RPT-LINE FROM WS-TOTAL-LINE.
009440
009450     MOVE SPACES TO WS-TOTAL-LINE.
009460     MOVE "LIVE AUDIT RECORDS READ" TO WS-TOT-LABEL.
009470     MOVE WS-AUD-READ-COUNT TO WS-TOT-COUNT.
009480     WRITE RPT-LINE FROM WS-TOTAL-LINE.
009490
009500     IF WS-UNTIED-COUNT > ZERO
009510         AND RETURN-CODE = ZERO
009520         MOVE 16 TO RETURN-CODE
009530     END-IF.
009540
009550     IF WS-NOT-FOUND-COUNT > ZERO
009560         AND RETURN-CODE = ZERO
009570         MOVE 4 TO RETURN-CODE
009580     END-IF.
009590
009600     CLOSE BAL-FILE.
009610     CLOSE ACM-FILE.
009620     IF WS-ARC-STATUS = "00" OR WS-ARC-STATUS = "10"
009630         CLOSE ARC-FILE
009640     END-IF.
009650     IF WS-AUD-STATUS = "00" OR WS-AUD-STATUS = "10"
009660         CLOSE AUD-FILE
009670     END-IF.
009680     CLOSE RPT-FILE.
009690 9000-TERMINATE-EXIT.
009700     EXIT.
009710
009720 9100-REPORT-ONE-LISTED.
009730 9100-REPORT-ONE-LISTED-RTN.
009740     ADD 1 TO WS-LIST-SUB.
009750
009760     IF WS-LST-STATED (WS-LIST-SUB)
009770         GO TO 9100-REPORT-ONE-LISTED-EXIT
009780     END-IF.
009790
009800     ADD 1 TO WS-NOT-FOUND-COUNT.
009810
009820     MOVE SPACES TO WS-ACCOUNT-LINE.
009830     MOVE "ACCOUNT" TO WS-ACT-LABEL.
009840     MOVE WS-LST-ACCOUNT (WS-LIST-SUB) TO WS-ACT-ACCOUNT.
009850     MOVE "*** NO BALANCE AND NO ACTIVITY ***" TO WS-ACT-DESC.
009860     WRITE RPT-LINE FROM WS-ACCOUNT-LINE.
009870
009880     DISPLAY "ACTSTATEMENT - LISTED ACCOUNT "
009890         WS-LST-ACCOUNT (WS-LIST-SUB)
009900         " HAS NO BALANCE RECORD AND NO ACTIVITY".
009910 9100-REPORT-ONE-LISTED-EXIT.
009920     EXIT.
009930
009940 1500-ACQUIRE-POSTINGS SECTION.
009950 1500-ACQUIRE-POSTINGS-RTN.
009960     PERFORM 1510-TAKE-ARCHIVE-POSTING
009970         THRU 1510-TAKE-ARCHIVE-POSTING-EXIT
009980         UNTIL WS-ARC-EOF.
009990
010000     PERFORM 1520-TAKE-LIVE-POSTING
010010         THRU 1520-TAKE-LIVE-POSTING-EXIT
010020         UNTIL WS-AUD-EOF.
010030
010040     GO TO 1500-ACQUIRE-POSTINGS-EXIT.
010050 1500-ACQUIRE-POSTINGS-EXIT.
010060     EXIT.
010070
010080 3000-PRINT-STATEMENTS SECTION.
010090 3000-PRINT-STATEMENTS-RTN.
010100     PERFORM 3100-RETURN-POSTING
010110         THRU 3100-RETURN-POSTING-EXIT.
010120
010130     MOVE LOW-VALUES TO BAL-ACCOUNT.
010140
010150     START BAL-FILE KEY IS GREATER THAN BAL-ACCOUNT
010160         INVALID KEY
010170             MOVE "Y" TO WS-BAL-EOF-SWITCH
010180     END-START.
010190
010200     PERFORM 3150-READ-NEXT-BALANCE
010210         THRU 3150-READ-NEXT-BALANCE-EXIT.
010220
010230     PERFORM 3200-STATE-ONE-ACCOUNT
010240         THRU 3200-STATE-ONE-ACCOUNT-EXIT
010250         UNTIL WS-SRT-KEY = HIGH-VALUES
010260             AND WS-BAL-KEY = HIGH-VALUES.
010270
010280     GO TO 3000-PRINT-STATEMENTS-EXIT.
010290 3000-PRINT-STATEMENTS-EXIT.
010300     EXIT.
