000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUD-MAINT.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  BUDGET MAINTENANCE JOB.  APPLIES THE BUDGET CARD    *
000190*            FILE (BMC-FILE) TO THE INDEXED BUDGET MASTER        *
000200*            (BUD-FILE) - LOADING, CHANGING, AND DELETING THE    *
000210*            BUDGET AMOUNT FOR AN ACCOUNT AND PERIOD THAT BUD-   *
000220*            VARIANCE REPORTS AGAINST - AND PRINTS A             *
000230*            MAINTENANCE REPORT SHOWING THE DISPOSITION OF       *
000240*            EVERY CARD, THE SAME WAY SI-MAINT WORKS THE         *
000250*            STANDING INSTRUCTION MASTER.  EVERY ADD OR CHANGE   *
000260*            CARD IS EDITED BEFORE IT REACHES THE MASTER: THE    *
000270*            ACCOUNT MUST BE OPEN ON THE ACCOUNT MASTER (ACM-    *
000280*            FILE), THE PERIOD A VALID YYYYMM, AND THE AMOUNT    *
000290*            NUMERIC WITH A +/- SIGN.  A CHANGE REPLACES ONLY    *
000300*            THE BUDGET AMOUNT, SO AN ACTUAL ALREADY CAPTURED    *
000310*            FOR THE PERIOD IS KEPT.  ANY CARD THAT CANNOT BE    *
000320*            APPLIED SETS RETURN-CODE 8.                         *
000330*                                                               *
000340*  MODIFICATION HISTORY                                         *
000350*  ----------------------------------------------------------   *
000360*  DATE        INIT   DESCRIPTION                               *
000370*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000380******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BMC-FILE ASSIGN TO "BUDCARD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-BMC-STATUS.
000460
000470     SELECT BUD-FILE ASSIGN TO "BUDMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS BUD-KEY
000510         FILE STATUS IS WS-BUD-STATUS.
000520
000530     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS ACM-ACCOUNT
000570         FILE STATUS IS WS-ACM-STATUS.
000580
000590     SELECT RPT-FILE ASSIGN TO "BUDMRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620
000630     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BDC-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BMC-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY BMCREC.
000720
000730 FD  BUD-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY BUDREC.
000760
000770 FD  ACM-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY ACMREC.
000800
000810 FD  RPT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY RPTREC.
000840
000850 FD  BDC-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY BDCREC.
000880
000890 WORKING-STORAGE SECTION.
000900 77  WS-BMC-STATUS           PIC X(02)  VALUE "00".
000910 77  WS-BUD-STATUS           PIC X(02)  VALUE "00".
000920 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
000930 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000940 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
000950 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
000960     88  WS-EOF                         VALUE "Y".
000970 77  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "Y".
000980     88  WS-CARD-OK                     VALUE "Y".
000990     88  WS-CARD-BAD                    VALUE "N".
001000 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001010 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001020 77  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
001030 77  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
001040 77  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
001050 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001060
001070 01  WS-PRINT-LINE.
001080     05  WS-DET-ACTION       PIC X(01).
001090     05  FILLER              PIC X(03)  VALUE SPACES.
001100     05  WS-DET-ACCOUNT      PIC X(10).
001110     05  FILLER              PIC X(03)  VALUE SPACES.
001120     05  WS-DET-PERIOD       PIC X(06).
001130     05  FILLER              PIC X(03)  VALUE SPACES.
001140     05  WS-DET-AMOUNT       PIC -(12)9.99.
001150     05  FILLER              PIC X(03)  VALUE SPACES.
001160     05  WS-DET-DISP         PIC X(26).
001170     05  FILLER              PIC X(61)  VALUE SPACES.
001180
001190 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001200     05  WS-HDR-BUS-LABEL    PIC X(13).
001210     05  FILLER              PIC X(02).
001220     05  WS-HDR-BUS-DATE     PIC 9(08).
001230     05  FILLER              PIC X(03).
001240     05  WS-HDR-TIM-LABEL    PIC X(08).
001250     05  FILLER              PIC X(02).
001260     05  WS-HDR-RUN-TIME     PIC 9(08).
001270     05  FILLER              PIC X(88).
001280
001290 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001300     05  FILLER              PIC X(02).
001310     05  WS-FTR-ADD-LABEL    PIC X(06).
001320     05  WS-FTR-ADDS         PIC Z,ZZZ,ZZ9.
001330     05  FILLER              PIC X(02).
001340     05  WS-FTR-CHG-LABEL    PIC X(08).
001350     05  WS-FTR-CHANGES      PIC Z,ZZZ,ZZ9.
001360     05  FILLER              PIC X(02).
001370     05  WS-FTR-DEL-LABEL    PIC X(08).
001380     05  WS-FTR-DELETES      PIC Z,ZZZ,ZZ9.
001390     05  FILLER              PIC X(02).
001400     05  WS-FTR-ERR-LABEL    PIC X(07).
001410     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
001420     05  FILLER              PIC X(59).
001430
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE SECTION.
001460 0000-MAIN-RTN.
001470     PERFORM 1000-INITIALIZE
001480         THRU 1000-INITIALIZE-EXIT.
001490
001500     IF WS-BMC-STATUS = "00"
001510         PERFORM 2000-APPLY-BUDGET-CARD
001520             THRU 2000-APPLY-BUDGET-CARD-EXIT
001530             UNTIL WS-EOF
001540
001550         PERFORM 9000-TERMINATE
001560             THRU 9000-TERMINATE-EXIT
001570     END-IF.
001580
001590     STOP RUN.
001600
001610 1000-INITIALIZE.
001620 1000-INITIALIZE-RTN.
001630     OPEN INPUT BMC-FILE.
001640
001650     IF WS-BMC-STATUS NOT = "00"
001660         DISPLAY "BUDMAINT - OPEN ERROR ON BMC-FILE "
001670             "STATUS: " WS-BMC-STATUS
001680         MOVE "Y" TO WS-EOF-SWITCH
001690         MOVE 20 TO RETURN-CODE
001700         GO TO 1000-INITIALIZE-EXIT
001710     END-IF.
001720
001730     OPEN I-O BUD-FILE.
001740
001750     IF WS-BUD-STATUS = "35"
001760         OPEN OUTPUT BUD-FILE
001770         CLOSE BUD-FILE
001780         OPEN I-O BUD-FILE
001790     END-IF.
001800
001810     IF WS-BUD-STATUS NOT = "00"
001820         DISPLAY "BUDMAINT - OPEN ERROR ON BUD-FILE "
001830             "STATUS: " WS-BUD-STATUS
001840         MOVE "Y" TO WS-EOF-SWITCH
001850         MOVE 20 TO RETURN-CODE
001860         MOVE "99" TO WS-BMC-STATUS
001870         CLOSE BMC-FILE
001880         GO TO 1000-INITIALIZE-EXIT
001890     END-IF.
001900
001910     OPEN INPUT ACM-FILE.
001920
001930     IF WS-ACM-STATUS NOT = "00"
001940         DISPLAY "BUDMAINT - OPEN ERROR ON ACM-FILE "
001950             "STATUS: " WS-ACM-STATUS
001960         MOVE "Y" TO WS-EOF-SWITCH
001970         MOVE 20 TO RETURN-CODE
001980         MOVE "99" TO WS-BMC-STATUS
001990         CLOSE BMC-FILE
002000         CLOSE BUD-FILE
002010         GO TO 1000-INITIALIZE-EXIT
002020     END-IF.
002030
002040     OPEN OUTPUT RPT-FILE.
002050
002060     PERFORM 1100-GET-BUSINESS-DATE
002070         THRU 1100-GET-BUSINESS-DATE-EXIT.
002080
002090     MOVE SPACES TO WS-HEADER-LINE.
002100     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002110     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002120     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002130     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002140     WRITE RPT-LINE FROM WS-HEADER-LINE.
002150
002160     PERFORM 2100-READ-CARD
002170         THRU 2100-READ-CARD-EXIT.
002180 1000-INITIALIZE-EXIT.
002190     EXIT.
002200
002210 1100-GET-BUSINESS-DATE.
002220 1100-GET-BUSINESS-DATE-RTN.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002240     ACCEPT WS-RUN-TIME FROM TIME.
002250
002260     OPEN INPUT BDC-FILE.
002270
002280     IF WS-BDC-STATUS NOT = "00"
002290         GO TO 1100-GET-BUSINESS-DATE-EXIT
002300     END-IF.
002310
002320     READ BDC-FILE
002330         AT END
002340             CONTINUE
002350     END-READ.
002360
002370     IF WS-BDC-STATUS = "00"
002380         AND BDC-BUS-DATE IS NUMERIC
002390         AND BDC-BUS-DATE > ZERO
002400         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002410     END-IF.
002420
002430     CLOSE BDC-FILE.
002440 1100-GET-BUSINESS-DATE-EXIT.
002450     EXIT.
002460
002470 2000-APPLY-BUDGET-CARD.
002480 2000-APPLY-BUDGET-CARD-RTN.
002490     MOVE SPACES TO WS-PRINT-LINE.
002500     MOVE BMC-ACTION TO WS-DET-ACTION.
002510     MOVE BMC-ACCOUNT TO WS-DET-ACCOUNT.
002520     MOVE BMC-PERIOD-X TO WS-DET-PERIOD.
002530
002540     IF BMC-ACCOUNT = SPACES
002550         MOVE "ACCOUNT NUMBER MISSING" TO WS-DET-DISP
002560         ADD 1 TO WS-ERROR-COUNT
002570         GO TO 2000-APPLY-BUDGET-CARD-NEXT
002580     END-IF.
002590
002600     IF BMC-PERIOD IS NOT NUMERIC
002610         OR BMC-PERIOD-MONTH < "01"
002620         OR BMC-PERIOD-MONTH > "12"
002630         MOVE "PERIOD NOT A VALID YYYYMM" TO WS-DET-DISP
002640         ADD 1 TO WS-ERROR-COUNT
002650         GO TO 2000-APPLY-BUDGET-CARD-NEXT
002660     END-IF.
002670
002680     EVALUATE TRUE
002690         WHEN BMC-ADD
002700             PERFORM 2200-ADD-BUDGET
002710                 THRU 2200-ADD-BUDGET-EXIT
002720         WHEN BMC-CHANGE
002730             PERFORM 2300-CHANGE-BUDGET
002740                 THRU 2300-CHANGE-BUDGET-EXIT
002750         WHEN BMC-DELETE
002760             PERFORM 2400-DELETE-BUDGET
002770                 THRU 2400-DELETE-BUDGET-EXIT
002780         WHEN OTHER
002790             MOVE "UNRECOGNIZED ACTION" TO WS-DET-DISP
002800             ADD 1 TO WS-ERROR-COUNT
002810     END-EVALUATE.
002820
002830 2000-APPLY-BUDGET-CARD-NEXT.
002840     WRITE RPT-LINE FROM WS-PRINT-LINE.
002850
002860     PERFORM 2100-READ-CARD
002870         THRU 2100-READ-CARD-EXIT.
002880 2000-APPLY-BUDGET-CARD-EXIT.
002890     EXIT.
002900
002910 2100-READ-CARD.
002920 2100-READ-CARD-RTN.
002930     READ BMC-FILE
002940         AT END
002950             MOVE "Y" TO WS-EOF-SWITCH
002960     END-READ.
002970 2100-READ-CARD-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*  A BUDGET MAY ONLY BE SET FOR AN ACCOUNT THAT IS OPEN ON THE   *
003020*  ACCOUNT MASTER - A CLOSED ACCOUNT CAN TAKE NO POSTINGS, SO    *
003030*  A BUDGET AGAINST IT COULD ONLY EVER SHOW AS A VARIANCE.       *
003040******************************************************************
003050 2150-EDIT-CARD-FIELDS.
003060 2150-EDIT-CARD-FIELDS-RTN.
003070     SET WS-CARD-OK TO TRUE.
003080
003090     IF BMC-AMT-DIGITS IS NOT NUMERIC
003100         MOVE "AMOUNT NOT NUMERIC" TO WS-DET-DISP
003110         SET WS-CARD-BAD TO TRUE
003120         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003130     END-IF.
003140
003150     IF BMC-AMT-SIGN NOT = "+"
003160         AND BMC-AMT-SIGN NOT = "-"
003170         MOVE "BAD SIGN BYTE" TO WS-DET-DISP
003180         SET WS-CARD-BAD TO TRUE
003190         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003200     END-IF.
003210
003220     MOVE BMC-AMOUNT TO WS-DET-AMOUNT.
003230     MOVE BMC-ACCOUNT TO ACM-ACCOUNT.
003240
003250     READ ACM-FILE
003260         INVALID KEY
003270             MOVE "ACCOUNT NOT ON MASTER" TO WS-DET-DISP
003280             SET WS-CARD-BAD TO TRUE
003290             GO TO 2150-EDIT-CARD-FIELDS-EXIT
003300     END-READ.
003310
003320     IF ACM-CLOSED
003330         MOVE "ACCOUNT IS CLOSED" TO WS-DET-DISP
003340         SET WS-CARD-BAD TO TRUE
003350     END-IF.
003360 2150-EDIT-CARD-FIELDS-EXIT.
003370     EXIT.
003380
003390 2200-ADD-BUDGET.
003400 2200-ADD-BUDGET-RTN.
003410     PERFORM 2150-EDIT-CARD-FIELDS
003420         THRU 2150-EDIT-CARD-FIELDS-EXIT.
003430
003440     IF WS-CARD-BAD
003450         ADD 1 TO WS-ERROR-COUNT
003460         GO TO 2200-ADD-BUDGET-EXIT
003470     END-IF.
003480
003490     MOVE SPACES TO BUD-RECORD.
003500     MOVE BMC-ACCOUNT TO BUD-ACCOUNT.
003510     MOVE BMC-PERIOD TO BUD-PERIOD.
003520     MOVE BMC-AMOUNT TO BUD-AMOUNT.
003530     MOVE ZERO TO BUD-ACTUAL.
003540     MOVE ZERO TO BUD-ACTUAL-DATE.
003550     MOVE WS-RUN-DATE TO BUD-MAINT-DATE.
003560
003570     WRITE BUD-RECORD
003580         INVALID KEY
003590             MOVE "DUPLICATE - NOT ADDED" TO WS-DET-DISP
003600             ADD 1 TO WS-ERROR-COUNT
003610         NOT INVALID KEY
003620             MOVE "ADDED" TO WS-DET-DISP
003630             ADD 1 TO WS-ADD-COUNT
003640     END-WRITE.
003650 2200-ADD-BUDGET-EXIT.
003660     EXIT.
003670
003680 2300-CHANGE-BUDGET.
003690 2300-CHANGE-BUDGET-RTN.
003700     PERFORM 2150-EDIT-CARD-FIELDS
003710         THRU 2150-EDIT-CARD-FIELDS-EXIT.
003720
003730     IF WS-CARD-BAD
003740         ADD 1 TO WS-ERROR-COUNT
003750         GO TO 2300-CHANGE-BUDGET-EXIT
003760     END-IF.
003770
003780     MOVE BMC-ACCOUNT TO BUD-ACCOUNT.
003790     MOVE BMC-PERIOD TO BUD-PERIOD.
003800
003810     READ BUD-FILE
003820         INVALID KEY
003830             MOVE "BUDGET NOT ON MASTER" TO WS-DET-DISP
003840             ADD 1 TO WS-ERROR-COUNT
003850             GO TO 2300-CHANGE-BUDGET-EXIT
003860     END-READ.
003870
003880     MOVE BMC-AMOUNT TO BUD-AMOUNT.
003890     MOVE WS-RUN-DATE TO BUD-MAINT-DATE.
003900
003910     REWRITE BUD-RECORD
003920         INVALID KEY
003930             MOVE "REWRITE FAILED" TO WS-DET-DISP
003940             ADD 1 TO WS-ERROR-COUNT
003950         NOT INVALID KEY
003960             MOVE "CHANGED" TO WS-DET-DISP
003970             ADD 1 TO WS-CHANGE-COUNT
003980     END-REWRITE.
003990 2300-CHANGE-BUDGET-EXIT.
004000     EXIT.
004010
004020 2400-DELETE-BUDGET.
004030 2400-DELETE-BUDGET-RTN.
004040     MOVE BMC-ACCOUNT TO BUD-ACCOUNT.
004050     MOVE BMC-PERIOD TO BUD-PERIOD.
004060
004070     READ BUD-FILE
004080         INVALID KEY
004090             MOVE "BUDGET NOT ON MASTER" TO WS-DET-DISP
004100             ADD 1 TO WS-ERROR-COUNT
004110             GO TO 2400-DELETE-BUDGET-EXIT
004120     END-READ.
004130
004140     MOVE BUD-AMOUNT TO WS-DET-AMOUNT.
004150
004160     DELETE BUD-FILE RECORD
004170         INVALID KEY
004180             MOVE "DELETE FAILED" TO WS-DET-DISP
004190             ADD 1 TO WS-ERROR-COUNT
004200         NOT INVALID KEY
004210             MOVE "DELETED" TO WS-DET-DISP
004220             ADD 1 TO WS-DELETE-COUNT
004230     END-DELETE.
004240 2400-DELETE-BUDGET-EXIT.
004250     EXIT.
004260
004270 9000-TERMINATE.
004280 9000-TERMINATE-RTN.
004290     MOVE SPACES TO WS-FOOTER-LINE.
004300     MOVE "ADDED" TO WS-FTR-ADD-LABEL.
004310     MOVE WS-ADD-COUNT TO WS-FTR-ADDS.
004320     MOVE "CHANGED" TO WS-FTR-CHG-LABEL.
004330     MOVE WS-CHANGE-COUNT TO WS-FTR-CHANGES.
004340     MOVE "DELETED" TO WS-FTR-DEL-LABEL.
004350     MOVE WS-DELETE-COUNT TO WS-FTR-DELETES.
004360     MOVE "ERRORS" TO WS-FTR-ERR-LABEL.
004370     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
004380
004390     WRITE RPT-LINE FROM WS-FOOTER-LINE.
004400
004410     IF WS-ERROR-COUNT > ZERO
004420         AND RETURN-CODE = ZERO
004430         MOVE 8 TO RETURN-CODE
004440     END-IF.
004450
004460     CLOSE BMC-FILE.
004470     CLOSE BUD-FILE.
004480     CLOSE ACM-FILE.
004490     CLOSE RPT-FILE.
004500 9000-TERMINATE-EXIT.
004510     EXIT.
