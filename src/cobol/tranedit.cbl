000890*                     STEP CONTROL FILE (STP-FILE) SO THE         *
000900*                     NIGHT-BALANCE JOB CAN PROVE RAW RECORDS     *
000910*                     IN AGAINST CLEAN PLUS ERRORS OUT.           *
000920*  10/15/2026  RJ     DETAILS NOW CARRY A CURRENCY CODE.  A      *
000930*                     FOREIGN CODE WITH NO RATE ON THE DAILY     *
000940*                     EXCHANGE-RATE MASTER (RTE-FILE) IS         *
000950*                     REJECTED AS UNKNOWN (25), AND A KNOWN      *
000960*                     CODE WITH NO RATE FOR THE DETAIL'S DATE    *
000970*                     (26).  A FUTURE-DATED DETAIL IS ONLY       *
000980*                     CHECKED FOR A KNOWN CODE - ITS RATE IS     *
000990*                     LOOKED UP WHEN IT IS RELEASED.  IMAGES     *
001000*                     WIDENED WITH THE RECORD.                   *
001010*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND   *
001020*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,   *
001030*                     DOING NOTHING, IF A PREDECESSOR HAS NOT    *
001040*                     COMPLETED CLEANLY FOR THE BUSINESS DATE OR *
001050*                     IT HAS ALREADY RUN (UNLESS AN OVERRIDE     *
001060*                     CARD IS SUPPLIED), AND ITS RETURN CODE IS  *
001070*                     RECORDED ON THE RUN-CONTROL FILE AT THE    *
001080*                     END.                                       *
001090*  10/15/2026  RJ     A HEADER CARRYING THE LIM-APPROVE SOURCE   *
001100*                     (LIMAPPR) OR A BATCH ID STARTING "LA" IS   *
001110*                     NOW REJECTED (27) AND ITS BATCH SWEPT.     *
001120*                     BOTH ARE RESERVED FOR THE BATCHES          *
001130*                     LIM-APPROVE RELEASES, WHICH REACH THE RUN  *
001140*                     ON THEIR OWN FILE, SO KEYED INPUT CANNOT   *
001150*                     CLAIM SUPERVISOR APPROVAL AND SLIP PAST    *
001160*                     THE POSTING LIMITS.                        *
001170******************************************************************
001180
001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT RAW-FILE ASSIGN TO "RAWTRAN"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-RAW-STATUS.
001250
001260     SELECT CLN-FILE ASSIGN TO "CLNFILE"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-CLN-STATUS.
001290
001300     SELECT ERR-FILE ASSIGN TO "ERRFILE"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-ERR-STATUS.
001330
001340     SELECT RPT-FILE ASSIGN TO "EDTRPT"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-RPT-STATUS.
001370
001380     SELECT BDC-FILE ASSIGN TO "BUSDATE"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-BDC-STATUS.
001410
001420     SELECT STP-FILE ASSIGN TO "STPCTL"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-STP-STATUS.
001450
001460     SELECT RTE-FILE ASSIGN TO "RATEMSTR"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS RTE-KEY
001500         FILE STATUS IS WS-RTE-STATUS.
001510
001520 DATA DIVISION.
001530 FILE SECTION.
001540 FD  RAW-FILE
001550     LABEL RECORDS ARE STANDARD.
001560 01  RAW-RECORD.
001570     05  RAW-REC-TYPE        PIC X(01).
001580     05  RAW-DETAIL-DATA.
001590         10  RAW-ACCOUNT         PIC X(10).
001600         10  RAW-PARAM1.
001610             15  RAW-P1-DIGITS   PIC X(09).
001620             15  RAW-P1-SIGN     PIC X(01).
001630         10  RAW-PARAM1-NUM REDEFINES RAW-PARAM1
001640                                 PIC S9(07)V99
001650                 SIGN IS TRAILING SEPARATE CHARACTER.
001660         10  RAW-PARAM2.
001670             15  RAW-P2-DIGITS   PIC X(09).
001680             15  RAW-P2-SIGN     PIC X(01).
001690         10  RAW-PARAM2-NUM REDEFINES RAW-PARAM2
001700                                 PIC S9(07)V99
001710                 SIGN IS TRAILING SEPARATE CHARACTER.
001720         10  RAW-OP-CODE         PIC X(01).
001730         10  RAW-EFF-DATE        PIC X(08).
001740         10  RAW-EFF-DATE-NUM REDEFINES RAW-EFF-DATE
001750                                 PIC 9(08).
001760         10  RAW-CURRENCY        PIC X(03).
001770     05  RAW-HEADER-DATA REDEFINES RAW-DETAIL-DATA.
001780         10  RAW-HDR-BATCH-ID    PIC X(08).
001790         10  RAW-HDR-SOURCE      PIC X(08).
001800         10  RAW-HDR-BUS-DATE    PIC X(08).
001810         10  FILLER              PIC X(18).
001820     05  RAW-TRAILER-DATA REDEFINES RAW-DETAIL-DATA.
001830         10  RAW-TRL-BATCH-ID    PIC X(08).
001840         10  RAW-TRL-REC-COUNT   PIC X(07).
001850         10  RAW-TRL-HASH.
001860             15  RAW-TRL-HASH-DIGITS PIC X(14).
001870             15  RAW-TRL-HASH-SIGN   PIC X(01).
001880         10  FILLER              PIC X(12).
001890
001900 FD  CLN-FILE
001910     LABEL RECORDS ARE STANDARD.
001920     COPY TRANREC.
001930
001940 FD  ERR-FILE
001950     LABEL RECORDS ARE STANDARD.
001960     COPY ERRREC.
001970
001980 FD  RPT-FILE
001990     LABEL RECORDS ARE STANDARD.
002000     COPY RPTREC.
002010
002020 FD  BDC-FILE
002030     LABEL RECORDS ARE STANDARD.
002040     COPY BDCREC.
002050
002060 FD  STP-FILE
002070     LABEL RECORDS ARE STANDARD.
002080     COPY STPREC.
002090
002100 FD  RTE-FILE
002110     LABEL RECORDS ARE STANDARD.
002120     COPY RTEREC.
002130
002140 WORKING-STORAGE SECTION.
002150 77  WS-RAW-STATUS           PIC X(02)  VALUE "00".
002160 77  WS-CLN-STATUS           PIC X(02)  VALUE "00".
002170 77  WS-ERR-STATUS           PIC X(02)  VALUE "00".
002180 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
002190 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
002200 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
002210 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
002220 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
002230     88  WS-EOF                         VALUE "Y".
002240 77  WS-EDIT-SWITCH          PIC X(01)  VALUE "Y".
002250     88  WS-EDIT-CLEAN                  VALUE "Y".
002260     88  WS-EDIT-FAILED                 VALUE "N".
002270 77  WS-DUP-SWITCH           PIC X(01)  VALUE "N".
002280     88  WS-DUPLICATE                   VALUE "Y".
002290 77  WS-EDIT-REASON          PIC X(02)  VALUE SPACES.
002300 77  WS-APPROVED-SOURCE      PIC X(08)  VALUE "LIMAPPR ".
002310 77  WS-APPROVED-PREFIX      PIC X(02)  VALUE "LA".
002320 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002330 77  WS-CLEAN-COUNT          PIC 9(07) COMP VALUE ZERO.
002340 77  WS-CLEAN-DET-COUNT      PIC 9(07) COMP VALUE ZERO.
002350 77  WS-CLEAN-AMT-TOTAL      PIC S9(12)V99 COMP VALUE ZERO.
002360 77  WS-ERR-REC-COUNT        PIC 9(07) COMP VALUE ZERO.
002370 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
002380 77  WS-RTE-STATUS           PIC X(02)  VALUE "00".
002390 77  WS-RTE-SWITCH           PIC X(01)  VALUE "N".
002400     88  WS-RTE-IN-USE                  VALUE "Y".
002410 77  WS-BASE-CURRENCY        PIC X(03)  VALUE "USD".
002420 77  WS-RATE-DATE            PIC 9(08) VALUE ZERO.
002430 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
002440 77  WS-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
002450 77  WS-SEEN-COUNT           PIC 9(05) COMP VALUE ZERO.
002460 77  WS-SEEN-MAX             PIC 9(05) COMP VALUE 5000.
002470 77  WS-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
002480 77  WS-BATCH-OPEN-SWITCH    PIC X(01)  VALUE "N".
002490     88  WS-BATCH-OPEN                  VALUE "Y".
002500 77  WS-BATCH-ERR-SWITCH     PIC X(01)  VALUE "N".
002510     88  WS-BATCH-ERR                   VALUE "Y".
002520 77  WS-EDT-BATCH-ID         PIC X(08) VALUE SPACES.
002530 77  WS-SEEN-IN-BATCH        PIC 9(07) COMP VALUE ZERO.
002540 77  WS-ERR-IN-BATCH         PIC 9(07) COMP VALUE ZERO.
002550 77  WS-CLEAN-IN-BATCH       PIC 9(07) COMP VALUE ZERO.
002560 77  WS-CLEAN-HASH           PIC S9(12)V99 COMP VALUE ZERO.
002570 77  WS-SEEN-HASH            PIC S9(12)V99 COMP VALUE ZERO.
002580
002590 01  WS-SEEN-TABLE.
002600     05  WS-SEEN-IMAGE OCCURS 5000 TIMES
002610                             PIC X(43).
002620
002630 01  WS-PRINT-LINE.
002640     05  WS-DET-IMAGE        PIC X(43).
002650     05  FILLER              PIC X(03)  VALUE SPACES.
002660     05  WS-DET-REASON       PIC X(02).
002670     05  FILLER              PIC X(03)  VALUE SPACES.
002680     05  WS-DET-MESSAGE      PIC X(30).
002690     05  FILLER              PIC X(51)  VALUE SPACES.
002700
002710 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
002720     05  WS-HDR-BUS-LABEL    PIC X(13).
002730     05  FILLER              PIC X(02).
002740     05  WS-HDR-BUS-DATE     PIC 9(08).
002750     05  FILLER              PIC X(03).
002760     05  WS-HDR-TIM-LABEL    PIC X(08).
002770     05  FILLER              PIC X(02).
002780     05  WS-HDR-RUN-TIME     PIC 9(08).
002790     05  FILLER              PIC X(88).
002800
002810 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
002820     05  FILLER              PIC X(02).
002830     05  WS-FTR-RD-LABEL     PIC X(04).
002840     05  WS-FTR-READ         PIC Z,ZZZ,ZZ9.
002850     05  FILLER              PIC X(02).
002860     05  WS-FTR-CL-LABEL     PIC X(05).
002870     05  WS-FTR-CLEAN        PIC Z,ZZZ,ZZ9.
002880     05  FILLER              PIC X(02).
002890     05  WS-FTR-ER-LABEL     PIC X(06).
002900     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
002910     05  FILLER              PIC X(02).
002920     05  WS-FTR-DP-LABEL     PIC X(10).
002930     05  WS-FTR-DUPS         PIC Z,ZZZ,ZZ9.
002940     05  FILLER              PIC X(63).
002950
002960     COPY RCLREC.
002970
002980 PROCEDURE DIVISION.
002990 0000-MAINLINE SECTION.
003000 0000-MAIN-RTN.
003010     PERFORM 0100-START-RUN-CONTROL
003020         THRU 0100-START-RUN-CONTROL-EXIT.
003030
003040     IF RCL-STEP-REFUSED
003050         STOP RUN
003060     END-IF.
003070
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-INITIALIZE-EXIT.
003100
003110     IF WS-RAW-STATUS = "00"
003120         PERFORM 2000-EDIT-TRANSACTION
003130             THRU 2000-EDIT-TRANSACTION-EXIT
003140             UNTIL WS-EOF
003150
003160         PERFORM 9000-TERMINATE
003170             THRU 9000-TERMINATE-EXIT
003180     END-IF.
003190
003200     PERFORM 9900-END-RUN-CONTROL
003210         THRU 9900-END-RUN-CONTROL-EXIT.
003220
003230     STOP RUN.
003240
003250******************************************************************
003260*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
003270*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
003280*  CODE RUN-CONTROL SETS.                                        *
003290******************************************************************
003300 0100-START-RUN-CONTROL.
003310 0100-START-RUN-CONTROL-RTN.
003320     MOVE "TRANEDIT" TO RCL-JOB-ID.
003330     MOVE ZERO TO RCL-STEP-RC.
003340     SET RCL-START TO TRUE.
003350
003360     CALL "RUN-CONTROL" USING RCL-AREA.
003370
003380     MOVE RCL-STEP-RC TO RETURN-CODE.
003390 0100-START-RUN-CONTROL-EXIT.
003400     EXIT.
003410
003420 1000-INITIALIZE.
003430 1000-INITIALIZE-RTN.
003440     OPEN INPUT RAW-FILE.
003450
003460     IF WS-RAW-STATUS NOT = "00"
003470         DISPLAY "TRANEDIT - OPEN ERROR ON RAW-FILE "
003480             "STATUS: " WS-RAW-STATUS
003490         MOVE "Y" TO WS-EOF-SWITCH
003500         MOVE 20 TO RETURN-CODE
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF.
003530
003540     OPEN OUTPUT CLN-FILE.
003550     OPEN OUTPUT ERR-FILE.
003560     OPEN OUTPUT RPT-FILE.
003570
003580     OPEN INPUT RTE-FILE.
003590
003600     EVALUATE WS-RTE-STATUS
003610         WHEN "00"
003620             SET WS-RTE-IN-USE TO TRUE
003630         WHEN "35"
003640             DISPLAY "TRANEDIT - NO EXCHANGE-RATE MASTER - "
003650                 "FOREIGN-CURRENCY DETAILS WILL BE REJECTED"
003660         WHEN OTHER
003670             DISPLAY "TRANEDIT - OPEN ERROR ON RTE-FILE "
003680                 "STATUS: " WS-RTE-STATUS
003690             MOVE "Y" TO WS-EOF-SWITCH
003700             MOVE 20 TO RETURN-CODE
003710             MOVE "99" TO WS-RAW-STATUS
003720             CLOSE RAW-FILE
003730             CLOSE CLN-FILE
003740             CLOSE ERR-FILE
003750             CLOSE RPT-FILE
003760             GO TO 1000-INITIALIZE-EXIT
003770     END-EVALUATE.
003780
003790     PERFORM 1100-GET-BUSINESS-DATE
003800         THRU 1100-GET-BUSINESS-DATE-EXIT.
003810
003820     MOVE SPACES TO WS-HEADER-LINE.
003830     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003840     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003850     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003860     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003870     WRITE RPT-LINE FROM WS-HEADER-LINE.
003880
003890     PERFORM 2100-READ-RAW-RECORD
003900         THRU 2100-READ-RAW-RECORD-EXIT.
003910 1000-INITIALIZE-EXIT.
003920     EXIT.
003930
003940 1100-GET-BUSINESS-DATE.
003950 1100-GET-BUSINESS-DATE-RTN.
003960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003970     ACCEPT WS-RUN-TIME FROM TIME.
003980
003990     OPEN INPUT BDC-FILE.
004000
004010     IF WS-BDC-STATUS NOT = "00"
004020         GO TO 1100-GET-BUSINESS-DATE-EXIT
004030     END-IF.
004040
004050     READ BDC-FILE
004060         AT END
004070             CONTINUE
004080     END-READ.
004090
004100     IF WS-BDC-STATUS = "00"
004110         AND BDC-BUS-DATE IS NUMERIC
004120         AND BDC-BUS-DATE > ZERO
004130         MOVE BDC-BUS-DATE TO WS-RUN-DATE
004140     END-IF.
004150
004160     CLOSE BDC-FILE.
004170 1100-GET-BUSINESS-DATE-EXIT.
004180     EXIT.
004190
004200 2000-EDIT-TRANSACTION.
004210 2000-EDIT-TRANSACTION-RTN.
004220     ADD 1 TO WS-READ-COUNT.
004230
004240     EVALUATE RAW-REC-TYPE
004250         WHEN "H"
004260             PERFORM 2500-EDIT-HEADER
004270                 THRU 2500-EDIT-HEADER-EXIT
004280         WHEN "T"
004290             PERFORM 2600-EDIT-TRAILER
004300                 THRU 2600-EDIT-TRAILER-EXIT
004310         WHEN "D"
004320             PERFORM 2700-EDIT-DETAIL
004330                 THRU 2700-EDIT-DETAIL-EXIT
004340         WHEN OTHER
004350             MOVE "17" TO WS-EDIT-REASON
004360             SET WS-EDIT-FAILED TO TRUE
004370             PERFORM 2400-WRITE-ERROR
004380                 THRU 2400-WRITE-ERROR-EXIT
004390     END-EVALUATE.
004400
004410     PERFORM 2100-READ-RAW-RECORD
004420         THRU 2100-READ-RAW-RECORD-EXIT.
004430 2000-EDIT-TRANSACTION-EXIT.
004440     EXIT.
004450
004460 2500-EDIT-HEADER.
004470 2500-EDIT-HEADER-RTN.
004480     IF WS-BATCH-OPEN
004490         PERFORM 2800-REPORT-OPEN-BATCH
004500             THRU 2800-REPORT-OPEN-BATCH-EXIT
004510         MOVE "N" TO WS-BATCH-OPEN-SWITCH
004520         MOVE SPACES TO WS-EDT-BATCH-ID
004530     END-IF.
004540
004550     SET WS-EDIT-CLEAN TO TRUE.
004560     MOVE SPACES TO WS-EDIT-REASON.
004570
004580     IF RAW-HDR-BATCH-ID = SPACES
004590         MOVE "18" TO WS-EDIT-REASON
004600         SET WS-EDIT-FAILED TO TRUE
004610     ELSE
004620         IF RAW-HDR-BUS-DATE IS NOT NUMERIC
004630             MOVE "19" TO WS-EDIT-REASON
004640             SET WS-EDIT-FAILED TO TRUE
004650         END-IF
004660     END-IF.
004670
004680     IF WS-EDIT-CLEAN
004690         IF RAW-HDR-SOURCE = WS-APPROVED-SOURCE
004700             OR RAW-HDR-BATCH-ID (1:2) = WS-APPROVED-PREFIX
004710             MOVE "27" TO WS-EDIT-REASON
004720             SET WS-EDIT-FAILED TO TRUE
004730         END-IF
004740     END-IF.
004750
004760     IF WS-EDIT-FAILED
004770         PERFORM 2400-WRITE-ERROR
004780             THRU 2400-WRITE-ERROR-EXIT
004790         SET WS-BATCH-ERR TO TRUE
004800         GO TO 2500-EDIT-HEADER-EXIT
004810     END-IF.
004820
004830     MOVE "N" TO WS-BATCH-ERR-SWITCH.
004840     SET WS-BATCH-OPEN TO TRUE.
004850     MOVE RAW-HDR-BATCH-ID TO WS-EDT-BATCH-ID.
004860     MOVE ZERO TO WS-SEEN-IN-BATCH.
004870     MOVE ZERO TO WS-ERR-IN-BATCH.
004880     MOVE ZERO TO WS-CLEAN-IN-BATCH.
004890     MOVE ZERO TO WS-CLEAN-HASH.
004900     MOVE ZERO TO WS-SEEN-HASH.
004910
004920     MOVE RAW-RECORD TO TRAN-RECORD.
004930     WRITE TRAN-RECORD.
004940     ADD 1 TO WS-CLEAN-COUNT.
004950 2500-EDIT-HEADER-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990*  THE TRAILER WRITTEN DOWNSTREAM IS REBUILT FROM THE DETAILS    *
005000*  THAT ACTUALLY PASSED THE EDIT, SO A BATCH THAT LOSES A BAD    *
005010*  DETAIL TO THE ERROR FILE STILL PROVES IN THE PRODUCTION RUN.  *
005020*  THE INCOMING TRAILER IS STILL VERIFIED AGAINST EVERYTHING     *
005030*  THE EDIT SAW; ONE THAT DOES NOT PROVE GOES TO THE ERROR FILE  *
005040*  AND THE BATCH REACHES THE RUN UNTERMINATED, WHERE IT IS       *
005050*  REJECTED WHOLE.                                               *
005060******************************************************************
005070 2600-EDIT-TRAILER.
005080 2600-EDIT-TRAILER-RTN.
005090     SET WS-EDIT-CLEAN TO TRUE.
005100     MOVE SPACES TO WS-EDIT-REASON.
005110
005120     EVALUATE TRUE
005130         WHEN RAW-TRL-BATCH-ID = SPACES
005140             MOVE "18" TO WS-EDIT-REASON
005150         WHEN RAW-TRL-REC-COUNT IS NOT NUMERIC
005160             MOVE "19" TO WS-EDIT-REASON
005170         WHEN RAW-TRL-HASH-DIGITS IS NOT NUMERIC
005180             MOVE "19" TO WS-EDIT-REASON
005190         WHEN RAW-TRL-HASH-SIGN NOT = "+"
005200             AND RAW-TRL-HASH-SIGN NOT = "-"
005210             MOVE "19" TO WS-EDIT-REASON
005220         WHEN WS-BATCH-ERR
005230             MOVE "23" TO WS-EDIT-REASON
005240         WHEN NOT WS-BATCH-OPEN
005250             MOVE "24" TO WS-EDIT-REASON
005260         WHEN OTHER
005270             CONTINUE
005280     END-EVALUATE.
005290
005300     IF WS-EDIT-REASON NOT = SPACES
005310         SET WS-EDIT-FAILED TO TRUE
005320         PERFORM 2400-WRITE-ERROR
005330             THRU 2400-WRITE-ERROR-EXIT
005340         MOVE "N" TO WS-BATCH-OPEN-SWITCH
005350         MOVE "N" TO WS-BATCH-ERR-SWITCH
005360         MOVE SPACES TO WS-EDT-BATCH-ID
005370         GO TO 2600-EDIT-TRAILER-EXIT
005380     END-IF.
005390
005400     MOVE RAW-RECORD TO TRAN-RECORD.
005410
005420     IF TRAN-TRL-REC-COUNT NOT = WS-SEEN-IN-BATCH
005430         MOVE "20" TO WS-EDIT-REASON
005440         SET WS-EDIT-FAILED TO TRUE
005450         PERFORM 2400-WRITE-ERROR
005460             THRU 2400-WRITE-ERROR-EXIT
005470         GO TO 2600-EDIT-TRAILER-NEXT
005480     END-IF.
005490
005500     IF WS-ERR-IN-BATCH = ZERO
005510         AND TRAN-TRL-HASH-TOTAL NOT = WS-SEEN-HASH
005520         MOVE "21" TO WS-EDIT-REASON
005530         SET WS-EDIT-FAILED TO TRUE
005540         PERFORM 2400-WRITE-ERROR
005550             THRU 2400-WRITE-ERROR-EXIT
005560         GO TO 2600-EDIT-TRAILER-NEXT
005570     END-IF.
005580
005590     MOVE "T" TO TRAN-REC-TYPE.
005600     MOVE WS-EDT-BATCH-ID TO TRAN-TRL-BATCH-ID.
005610     MOVE WS-CLEAN-IN-BATCH TO TRAN-TRL-REC-COUNT.
005620     MOVE WS-CLEAN-HASH TO TRAN-TRL-HASH-TOTAL.
005630     WRITE TRAN-RECORD.
005640     ADD 1 TO WS-CLEAN-COUNT.
005650
005660 2600-EDIT-TRAILER-NEXT.
005670     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
005680     MOVE SPACES TO WS-EDT-BATCH-ID.
005690 2600-EDIT-TRAILER-EXIT.
005700     EXIT.
005710
005720 2700-EDIT-DETAIL.
005730 2700-EDIT-DETAIL-RTN.
005740     IF WS-BATCH-ERR
005750         MOVE "23" TO WS-EDIT-REASON
005760         SET WS-EDIT-FAILED TO TRUE
005770         PERFORM 2400-WRITE-ERROR
005780             THRU 2400-WRITE-ERROR-EXIT
005790         GO TO 2700-EDIT-DETAIL-EXIT
005800     END-IF.
005810
005820     IF WS-BATCH-OPEN
005830         ADD 1 TO WS-SEEN-IN-BATCH
005840     END-IF.
005850
005860     PERFORM 2200-VALIDATE-FIELDS
005870         THRU 2200-VALIDATE-FIELDS-EXIT.
005880
005890     IF WS-EDIT-CLEAN
005900         AND WS-BATCH-OPEN
005910         ADD RAW-PARAM1-NUM TO WS-SEEN-HASH
005920         ADD RAW-PARAM2-NUM TO WS-SEEN-HASH
005930     END-IF.
005940
005950     IF WS-EDIT-CLEAN
005960         PERFORM 2250-CHECK-CURRENCY
005970             THRU 2250-CHECK-CURRENCY-EXIT
005980     END-IF.
005990
006000     IF WS-EDIT-CLEAN
006010         PERFORM 2300-CHECK-DUPLICATE
006020             THRU 2300-CHECK-DUPLICATE-EXIT
006030     END-IF.
006040
006050     IF WS-EDIT-CLEAN
006060         MOVE RAW-RECORD TO TRAN-RECORD
006070         WRITE TRAN-RECORD
006080         ADD 1 TO WS-CLEAN-COUNT
006090         ADD 1 TO WS-CLEAN-DET-COUNT
006100         ADD RAW-PARAM1-NUM TO WS-CLEAN-AMT-TOTAL
006110         ADD RAW-PARAM2-NUM TO WS-CLEAN-AMT-TOTAL
006120         IF WS-BATCH-OPEN
006130             ADD 1 TO WS-CLEAN-IN-BATCH
006140             ADD RAW-PARAM1-NUM TO WS-CLEAN-HASH
006150             ADD RAW-PARAM2-NUM TO WS-CLEAN-HASH
006160         END-IF
006170     ELSE
006180         PERFORM 2400-WRITE-ERROR
006190             THRU 2400-WRITE-ERROR-EXIT
006200         IF WS-BATCH-OPEN
006210             ADD 1 TO WS-ERR-IN-BATCH
006220         END-IF
006230     END-IF.
006240 2700-EDIT-DETAIL-EXIT.
006250     EXIT.
006260
006270 2800-REPORT-OPEN-BATCH.
006280 2800-REPORT-OPEN-BATCH-RTN.
006290     DISPLAY "TRANEDIT - BATCH " WS-EDT-BATCH-ID
006300         " HAS NO TRAILER - PASSED UNTERMINATED".
006310
006320     ADD 1 TO WS-ERROR-COUNT.
006330
006340     MOVE SPACES TO WS-PRINT-LINE.
006350     MOVE WS-EDT-BATCH-ID TO WS-DET-IMAGE.
006360     MOVE "BATCH HAS NO TRAILER" TO WS-DET-MESSAGE.
006370
006380     WRITE RPT-LINE FROM WS-PRINT-LINE.
006390 2800-REPORT-OPEN-BATCH-EXIT.
006400     EXIT.
006410
006420 2100-READ-RAW-RECORD.
006430 2100-READ-RAW-RECORD-RTN.
006440     READ RAW-FILE
006450         AT END
006460             MOVE "Y" TO WS-EOF-SWITCH
006470     END-READ.
006480 2100-READ-RAW-RECORD-EXIT.
006490     EXIT.
006500
006510 2200-VALIDATE-FIELDS.
006520 2200-VALIDATE-FIELDS-RTN.
006530     SET WS-EDIT-CLEAN TO TRUE.
006540     MOVE SPACES TO WS-EDIT-REASON.
006550
006560     IF RAW-ACCOUNT = SPACES
006570         MOVE "11" TO WS-EDIT-REASON
006580         SET WS-EDIT-FAILED TO TRUE
006590         GO TO 2200-VALIDATE-FIELDS-EXIT
006600     END-IF.
006610
006620     IF RAW-P1-DIGITS IS NOT NUMERIC
006630         MOVE "12" TO WS-EDIT-REASON
006640         SET WS-EDIT-FAILED TO TRUE
006650         GO TO 2200-VALIDATE-FIELDS-EXIT
006660     END-IF.
006670
006680     IF RAW-P2-DIGITS IS NOT NUMERIC
006690         MOVE "13" TO WS-EDIT-REASON
006700         SET WS-EDIT-FAILED TO TRUE
006710         GO TO 2200-VALIDATE-FIELDS-EXIT
006720     END-IF.
006730
006740     IF RAW-P1-SIGN NOT = "+" AND RAW-P1-SIGN NOT = "-"
006750         MOVE "14" TO WS-EDIT-REASON
006760         SET WS-EDIT-FAILED TO TRUE
006770         GO TO 2200-VALIDATE-FIELDS-EXIT
006780     END-IF.
006790
006800     IF RAW-P2-SIGN NOT = "+" AND RAW-P2-SIGN NOT = "-"
006810         MOVE "14" TO WS-EDIT-REASON
006820         SET WS-EDIT-FAILED TO TRUE
006830         GO TO 2200-VALIDATE-FIELDS-EXIT
006840     END-IF.
006850
006860     IF RAW-OP-CODE NOT = "A" AND RAW-OP-CODE NOT = "S"
006870         AND RAW-OP-CODE NOT = "M"
006880         MOVE "15" TO WS-EDIT-REASON
006890         SET WS-EDIT-FAILED TO TRUE
006900         GO TO 2200-VALIDATE-FIELDS-EXIT
006910     END-IF.
006920
006930     IF RAW-EFF-DATE IS NOT NUMERIC
006940         MOVE "22" TO WS-EDIT-REASON
006950         SET WS-EDIT-FAILED TO TRUE
006960         GO TO 2200-VALIDATE-FIELDS-EXIT
006970     END-IF.
006980 2200-VALIDATE-FIELDS-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*  A DETAIL IN BASE CURRENCY (CURRENCY SPACES OR THE BASE CODE)  *
007030*  NEEDS NO RATE.  ANY OTHER CODE MUST BE KNOWN TO THE DAILY     *
007040*  EXCHANGE-RATE MASTER - THAT IS, HAVE AT LEAST ONE RATE ON     *
007050*  FILE - AND, UNLESS THE DETAIL IS FUTURE-DATED, MUST HAVE A    *
007060*  RATE FOR THE DATE IT WILL POST UNDER (ITS EFFECTIVE DATE, OR  *
007070*  THE BUSINESS DATE WHEN IT HAS NONE).  A FUTURE-DATED DETAIL   *
007080*  IS HELD ON THE PENDING FILE AND CONVERTED AT THE RATE FOR     *
007090*  THE DAY IT IS RELEASED, SO ITS RATE NEED NOT BE LOADED YET.   *
007100******************************************************************
007110 2250-CHECK-CURRENCY.
007120 2250-CHECK-CURRENCY-RTN.
007130     IF RAW-CURRENCY = SPACES
007140         OR RAW-CURRENCY = WS-BASE-CURRENCY
007150         GO TO 2250-CHECK-CURRENCY-EXIT
007160     END-IF.
007170
007180     IF NOT WS-RTE-IN-USE
007190         MOVE "25" TO WS-EDIT-REASON
007200         SET WS-EDIT-FAILED TO TRUE
007210         GO TO 2250-CHECK-CURRENCY-EXIT
007220     END-IF.
007230
007240     MOVE RAW-CURRENCY TO RTE-CURRENCY.
007250     MOVE ZERO TO RTE-RATE-DATE.
007260
007270     START RTE-FILE KEY IS NOT LESS THAN RTE-KEY
007280         INVALID KEY
007290             MOVE "25" TO WS-EDIT-REASON
007300             SET WS-EDIT-FAILED TO TRUE
007310             GO TO 2250-CHECK-CURRENCY-EXIT
007320     END-START.
007330
007340     READ RTE-FILE NEXT RECORD
007350         AT END
007360             MOVE "25" TO WS-EDIT-REASON
007370             SET WS-EDIT-FAILED TO TRUE
007380             GO TO 2250-CHECK-CURRENCY-EXIT
007390     END-READ.
007400
007410     IF RTE-CURRENCY NOT = RAW-CURRENCY
007420         MOVE "25" TO WS-EDIT-REASON
007430         SET WS-EDIT-FAILED TO TRUE
007440         GO TO 2250-CHECK-CURRENCY-EXIT
007450     END-IF.
007460
007470     IF RAW-EFF-DATE-NUM > WS-RUN-DATE
007480         GO TO 2250-CHECK-CURRENCY-EXIT
007490     END-IF.
007500
007510     IF RAW-EFF-DATE-NUM = ZERO
007520         MOVE WS-RUN-DATE TO WS-RATE-DATE
007530     ELSE
007540         MOVE RAW-EFF-DATE-NUM TO WS-RATE-DATE
007550     END-IF.
007560
007570     MOVE RAW-CURRENCY TO RTE-CURRENCY.
007580     MOVE WS-RATE-DATE TO RTE-RATE-DATE.
007590
007600     READ RTE-FILE
007610         INVALID KEY
007620             MOVE "26" TO WS-EDIT-REASON
007630             SET WS-EDIT-FAILED TO TRUE
007640     END-READ.
007650 2250-CHECK-CURRENCY-EXIT.
007660     EXIT.
007670
007680 2300-CHECK-DUPLICATE.
007690 2300-CHECK-DUPLICATE-RTN.
007700     MOVE "N" TO WS-DUP-SWITCH.
007710     MOVE ZERO TO WS-SCAN-SUB.
007720
007730     PERFORM 2310-SCAN-ONE-SEEN
007740         THRU 2310-SCAN-ONE-SEEN-EXIT
007750         UNTIL WS-DUPLICATE
007760             OR WS-SCAN-SUB >= WS-SEEN-COUNT.
007770
007780     IF WS-DUPLICATE
007790         MOVE "16" TO WS-EDIT-REASON
007800         SET WS-EDIT-FAILED TO TRUE
007810         ADD 1 TO WS-DUP-COUNT
007820     ELSE
007830         IF WS-SEEN-COUNT < WS-SEEN-MAX
007840             ADD 1 TO WS-SEEN-COUNT
007850             MOVE RAW-RECORD TO
007860                 WS-SEEN-IMAGE (WS-SEEN-COUNT)
007870         ELSE
007880             DISPLAY "TRANEDIT - DUPLICATE TABLE FULL - "
007890                 "INCREASE WS-SEEN-MAX - RUN STOPPED"
007900             MOVE 20 TO RETURN-CODE
007910             MOVE "Y" TO WS-EOF-SWITCH
007920         END-IF
007930     END-IF.
007940 2300-CHECK-DUPLICATE-EXIT.
007950     EXIT.
007960
007970 2310-SCAN-ONE-SEEN.
007980 2310-SCAN-ONE-SEEN-RTN.
007990     ADD 1 TO WS-SCAN-SUB.
008000
008010     IF WS-SEEN-IMAGE (WS-SCAN-SUB) = RAW-RECORD
008020         SET WS-DUPLICATE TO TRUE
008030     END-IF.
008040 2310-SCAN-ONE-SEEN-EXIT.
008050     EXIT.
008060
008070 2400-WRITE-ERROR.
008080 2400-WRITE-ERROR-RTN.
008090     MOVE WS-EDIT-REASON TO ERR-REASON-CODE.
008100     MOVE RAW-RECORD TO ERR-TRAN-IMAGE.
008110
008120     WRITE ERR-RECORD.
008130
008140     ADD 1 TO WS-ERROR-COUNT.
008150     ADD 1 TO WS-ERR-REC-COUNT.
008160
008170     MOVE SPACES TO WS-PRINT-LINE.
008180     MOVE RAW-RECORD TO WS-DET-IMAGE.
008190     MOVE WS-EDIT-REASON TO WS-DET-REASON.
008200
008210     EVALUATE WS-EDIT-REASON
008220         WHEN "11"
008230             MOVE "ACCOUNT NUMBER MISSING"
008240                 TO WS-DET-MESSAGE
008250         WHEN "12"
008260             MOVE "PARAM1 NOT NUMERIC"
008270                 TO WS-DET-MESSAGE
008280         WHEN "13"
008290             MOVE "PARAM2 NOT NUMERIC"
008300                 TO WS-DET-MESSAGE
008310         WHEN "14"
008320             MOVE "BAD SIGN BYTE"
008330                 TO WS-DET-MESSAGE
008340         WHEN "15"
008350             MOVE "OP CODE NOT A, S, OR M"
008360                 TO WS-DET-MESSAGE
008370         WHEN "16"
008380             MOVE "DUPLICATE TRANSACTION"
008390                 TO WS-DET-MESSAGE
008400         WHEN "17"
008410             MOVE "RECORD TYPE NOT H, D, OR T"
008420                 TO WS-DET-MESSAGE
008430         WHEN "18"
008440             MOVE "BATCH ID MISSING"
008450                 TO WS-DET-MESSAGE
008460         WHEN "19"
008470             MOVE "HEADER/TRAILER FIELD BAD"
008480                 TO WS-DET-MESSAGE
008490         WHEN "20"
008500             MOVE "TRAILER COUNT DOES NOT PROVE"
008510                 TO WS-DET-MESSAGE
008520         WHEN "21"
008530             MOVE "TRAILER HASH DOES NOT PROVE"
008540                 TO WS-DET-MESSAGE
008550         WHEN "22"
008560             MOVE "EFFECTIVE DATE NOT NUMERIC"
008570                 TO WS-DET-MESSAGE
008580         WHEN "23"
008590             MOVE "SWEPT - BATCH HEADER REJECTED"
008600                 TO WS-DET-MESSAGE
008610         WHEN "24"
008620             MOVE "TRAILER WITH NO OPEN BATCH"
008630                 TO WS-DET-MESSAGE
008640         WHEN "25"
008650             MOVE "CURRENCY CODE UNKNOWN"
008660                 TO WS-DET-MESSAGE
008670         WHEN "26"
008680             MOVE "NO EXCHANGE RATE FOR DATE"
008690                 TO WS-DET-MESSAGE
008700         WHEN "27"
008710             MOVE "RESERVED LIM-APPROVE SOURCE/ID"
008720                 TO WS-DET-MESSAGE
008730         WHEN OTHER
008740             MOVE "UNRECOGNIZED EDIT REASON"
008750                 TO WS-DET-MESSAGE
008760     END-EVALUATE.
008770
008780     WRITE RPT-LINE FROM WS-PRINT-LINE.
008790 2400-WRITE-ERROR-EXIT.
008800     EXIT.
008810
008820 9000-TERMINATE.
008830 9000-TERMINATE-RTN.
008840     IF WS-BATCH-OPEN
008850         PERFORM 2800-REPORT-OPEN-BATCH
008860             THRU 2800-REPORT-OPEN-BATCH-EXIT
008870     END-IF.
008880
008890     MOVE SPACES TO WS-FOOTER-LINE.
008900     MOVE "READ" TO WS-FTR-RD-LABEL.
008910     MOVE WS-READ-COUNT TO WS-FTR-READ.
008920     MOVE "CLEAN" TO WS-FTR-CL-LABEL.
008930     MOVE WS-CLEAN-COUNT TO WS-FTR-CLEAN.
008940     MOVE "ERRORS" TO WS-FTR-ER-LABEL.
008950     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
008960     MOVE "DUPLICATES" TO WS-FTR-DP-LABEL.
008970     MOVE WS-DUP-COUNT TO WS-FTR-DUPS.
008980
008990     WRITE RPT-LINE FROM WS-FOOTER-LINE.
009000
009010     IF WS-ERROR-COUNT > ZERO
009020         AND RETURN-CODE = ZERO
009030         MOVE 4 TO RETURN-CODE
009040     END-IF.
009050
009060     PERFORM 9100-WRITE-STEP-CONTROL
009070         THRU 9100-WRITE-STEP-CONTROL-EXIT.
009080
009090     CLOSE RAW-FILE.
009100     CLOSE CLN-FILE.
009110     CLOSE ERR-FILE.
009120     CLOSE RPT-FILE.
009130
009140     IF WS-RTE-IN-USE
009150         CLOSE RTE-FILE
009160     END-IF.
009170 9000-TERMINATE-EXIT.
009180     EXIT.
009190
009200 9100-WRITE-STEP-CONTROL.
009210 9100-WRITE-STEP-CONTROL-RTN.
009220     OPEN EXTEND STP-FILE.
009230
009240     IF WS-STP-STATUS = "35"
009250         OPEN OUTPUT STP-FILE
009260     END-IF.
009270
009280     IF WS-STP-STATUS NOT = "00"
009290         DISPLAY "TRANEDIT - OPEN ERROR ON STP-FILE "
009300             "STATUS: " WS-STP-STATUS
009310             " - STEP CONTROL NOT RECORDED"
009320         GO TO 9100-WRITE-STEP-CONTROL-EXIT
009330     END-IF.
009340
009350     MOVE WS-RUN-DATE TO STP-BUS-DATE.
009360     MOVE "TRANEDIT" TO STP-JOB-ID.
009370
009380     MOVE "RAWIN" TO STP-POINT.
009390     MOVE WS-READ-COUNT TO STP-COUNT.
009400     MOVE ZERO TO STP-AMOUNT.
009410     WRITE STP-RECORD.
009420
009430     MOVE "CLNOUT" TO STP-POINT.
009440     MOVE WS-CLEAN-COUNT TO STP-COUNT.
009450     MOVE ZERO TO STP-AMOUNT.
009460     WRITE STP-RECORD.
009470
009480     MOVE "ERROUT" TO STP-POINT.
009490     MOVE WS-ERR-REC-COUNT TO STP-COUNT.
009500     MOVE ZERO TO STP-AMOUNT.
009510     WRITE STP-RECORD.
009520
009530     MOVE "CLEAND" TO STP-POINT.
009540     MOVE WS-CLEAN-DET-COUNT TO STP-COUNT.
009550     MOVE WS-CLEAN-AMT-TOTAL TO STP-AMOUNT.
009560     WRITE STP-RECORD.
009570
009580     CLOSE STP-FILE.
009590 9100-WRITE-STEP-CONTROL-EXIT.
009600     EXIT.
009610
009620******************************************************************
009630*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
009640*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
009650******************************************************************
009660 9900-END-RUN-CONTROL.
009670 9900-END-RUN-CONTROL-RTN.
009680     MOVE RETURN-CODE TO RCL-STEP-RC.
009690     SET RCL-END TO TRUE.
009700
009710     CALL "RUN-CONTROL" USING RCL-AREA.
009720
009730     MOVE RCL-STEP-RC TO RETURN-CODE.
009740 9900-END-RUN-CONTROL-EXIT.
009750     EXIT.
