000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RATE-MAINT.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  EXCHANGE-RATE MAINTENANCE AND LOAD JOB.  APPLIES    *
000190*            THE RATE CARD FILE (RTC-FILE) TO THE INDEXED DAILY  *
000200*            EXCHANGE-RATE MASTER (RTE-FILE) - ADDING,           *
000210*            CHANGING, AND DELETING THE RATE FOR A CURRENCY AND  *
000220*            BUSINESS DATE THAT TRAN-EDIT VALIDATES AGAINST AND  *
000230*            ADDNUMBERSFUNCTION CONVERTS WITH - AND PRINTS A     *
000240*            MAINTENANCE REPORT SHOWING THE DISPOSITION OF       *
000250*            EVERY CARD, THE SAME WAY BUD-MAINT WORKS THE        *
000260*            BUDGET MASTER.  THE DAILY RATE FEED IS RUN AS A     *
000270*            DECK OF LOAD CARDS, EACH OF WHICH ADDS THE RATE OR  *
000280*            REPLACES ONE ALREADY ON FILE FOR THE DATE, SO A     *
000290*            CORRECTED FEED CAN SIMPLY BE RERUN.  EVERY CARD IS  *
000300*            EDITED BEFORE IT REACHES THE MASTER: THE CURRENCY   *
000310*            MUST BE A THREE-LETTER CODE OTHER THAN THE BASE     *
000320*            CURRENCY, THE DATE A VALID YYYYMMDD, AND (EXCEPT    *
000330*            ON A DELETE) THE RATE NUMERIC AND GREATER THAN      *
000340*            ZERO.  ANY CARD THAT CANNOT BE APPLIED SETS         *
000350*            RETURN-CODE 8.                                      *
000360*                                                               *
000370*  MODIFICATION HISTORY                                         *
000380*  ----------------------------------------------------------   *
000390*  DATE        INIT   DESCRIPTION                               *
000400*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000410*  10/15/2026  RJ     THE DISPOSITION COLUMN IS WIDENED BY ONE  *
000420*                     SO THE LONGEST CARD MESSAGES NO LONGER    *
000430*                     PRINT TRUNCATED.                          *
000440******************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RTC-FILE ASSIGN TO "RATECARD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RTC-STATUS.
000520
000530     SELECT RTE-FILE ASSIGN TO "RATEMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS RTE-KEY
000570         FILE STATUS IS WS-RTE-STATUS.
000580
000590     SELECT RPT-FILE ASSIGN TO "RATERPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620
000630     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BDC-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RTC-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY RTCREC.
000720
000730 FD  RTE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY RTEREC.
000760
000770 FD  RPT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY RPTREC.
000800
000810 FD  BDC-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY BDCREC.
000840
000850 WORKING-STORAGE SECTION.
000860 77  WS-RTC-STATUS           PIC X(02)  VALUE "00".
000870 77  WS-RTE-STATUS           PIC X(02)  VALUE "00".
000880 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000890 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
000900 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
000910     88  WS-EOF                         VALUE "Y".
000920 77  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "Y".
000930     88  WS-CARD-OK                     VALUE "Y".
000940     88  WS-CARD-BAD                    VALUE "N".
000950 77  WS-BASE-CURRENCY        PIC X(03)  VALUE "USD".
000960 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000970 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
000980 77  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
000990 77  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
001000 77  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
001010 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001020
001030 01  WS-PRINT-LINE.
001040     05  WS-DET-ACTION       PIC X(01).
001050     05  FILLER              PIC X(03)  VALUE SPACES.
001060     05  WS-DET-CURRENCY     PIC X(03).
001070     05  FILLER              PIC X(03)  VALUE SPACES.
001080     05  WS-DET-RATE-DATE    PIC X(08).
001090     05  FILLER              PIC X(03)  VALUE SPACES.
001100     05  WS-DET-RATE         PIC ZZZZ9.999999.
001110     05  FILLER              PIC X(03)  VALUE SPACES.
001120     05  WS-DET-DISP         PIC X(27).
001130     05  FILLER              PIC X(69)  VALUE SPACES.
001140
001150 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001160     05  WS-HDR-BUS-LABEL    PIC X(13).
001170     05  FILLER              PIC X(02).
001180     05  WS-HDR-BUS-DATE     PIC 9(08).
001190     05  FILLER              PIC X(03).
001200     05  WS-HDR-TIM-LABEL    PIC X(08).
001210     05  FILLER              PIC X(02).
001220     05  WS-HDR-RUN-TIME     PIC 9(08).
001230     05  FILLER              PIC X(88).
001240
001250 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001260     05  FILLER              PIC X(02).
001270     05  WS-FTR-ADD-LABEL    PIC X(06).
001280     05  WS-FTR-ADDS         PIC Z,ZZZ,ZZ9.
001290     05  FILLER              PIC X(02).
001300     05  WS-FTR-CHG-LABEL    PIC X(08).
001310     05  WS-FTR-CHANGES      PIC Z,ZZZ,ZZ9.
001320     05  FILLER              PIC X(02).
001330     05  WS-FTR-DEL-LABEL    PIC X(08).
001340     05  WS-FTR-DELETES      PIC Z,ZZZ,ZZ9.
001350     05  FILLER              PIC X(02).
001360     05  WS-FTR-ERR-LABEL    PIC X(07).
001370     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
001380     05  FILLER              PIC X(59).
001390
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE SECTION.
001420 0000-MAIN-RTN.
001430     PERFORM 1000-INITIALIZE
001440         THRU 1000-INITIALIZE-EXIT.
001450
001460     IF WS-RTC-STATUS = "00"
001470         PERFORM 2000-APPLY-RATE-CARD
001480             THRU 2000-APPLY-RATE-CARD-EXIT
001490             UNTIL WS-EOF
001500
001510         PERFORM 9000-TERMINATE
001520             THRU 9000-TERMINATE-EXIT
001530     END-IF.
001540
001550     STOP RUN.
001560
001570 1000-INITIALIZE.
001580 1000-INITIALIZE-RTN.
001590     OPEN INPUT RTC-FILE.
001600
001610     IF WS-RTC-STATUS NOT = "00"
001620         DISPLAY "RATEMAINT - OPEN ERROR ON RTC-FILE "
001630             "STATUS: " WS-RTC-STATUS
001640         MOVE "Y" TO WS-EOF-SWITCH
001650         MOVE 20 TO RETURN-CODE
001660         GO TO 1000-INITIALIZE-EXIT
001670     END-IF.
001680
001690     OPEN I-O RTE-FILE.
001700
001710     IF WS-RTE-STATUS = "35"
001720         OPEN OUTPUT RTE-FILE
001730         CLOSE RTE-FILE
001740         OPEN I-O RTE-FILE
001750     END-IF.
001760
001770     IF WS-RTE-STATUS NOT = "00"
001780         DISPLAY "RATEMAINT - OPEN ERROR ON RTE-FILE "
001790             "STATUS: " WS-RTE-STATUS
001800         MOVE "Y" TO WS-EOF-SWITCH
001810         MOVE 20 TO RETURN-CODE
001820         MOVE "99" TO WS-RTC-STATUS
001830         CLOSE RTC-FILE
001840         GO TO 1000-INITIALIZE-EXIT
001850     END-IF.
001860
001870     OPEN OUTPUT RPT-FILE.
001880
001890     PERFORM 1100-GET-BUSINESS-DATE
001900         THRU 1100-GET-BUSINESS-DATE-EXIT.
001910
001920     MOVE SPACES TO WS-HEADER-LINE.
001930     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
001940     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
001950     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
001960     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
001970     WRITE RPT-LINE FROM WS-HEADER-LINE.
001980
001990     PERFORM 2100-READ-CARD
002000         THRU 2100-READ-CARD-EXIT.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030
002040 1100-GET-BUSINESS-DATE.
002050 1100-GET-BUSINESS-DATE-RTN.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070     ACCEPT WS-RUN-TIME FROM TIME.
002080
002090     OPEN INPUT BDC-FILE.
002100
002110     IF WS-BDC-STATUS NOT = "00"
002120         GO TO 1100-GET-BUSINESS-DATE-EXIT
002130     END-IF.
002140
002150     READ BDC-FILE
002160         AT END
002170             CONTINUE
002180     END-READ.
002190
002200     IF WS-BDC-STATUS = "00"
002210         AND BDC-BUS-DATE IS NUMERIC
002220         AND BDC-BUS-DATE > ZERO
002230         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002240     END-IF.
002250
002260     CLOSE BDC-FILE.
002270 1100-GET-BUSINESS-DATE-EXIT.
002280     EXIT.
002290
002300 2000-APPLY-RATE-CARD.
002310 2000-APPLY-RATE-CARD-RTN.
002320     MOVE SPACES TO WS-PRINT-LINE.
002330     MOVE RTC-ACTION TO WS-DET-ACTION.
002340     MOVE RTC-CURRENCY TO WS-DET-CURRENCY.
002350     MOVE RTC-RATE-DATE-X TO WS-DET-RATE-DATE.
002360
002370     IF RTC-CURRENCY = SPACES
002380         OR RTC-CURRENCY IS NOT ALPHABETIC-UPPER
002390         MOVE "CURRENCY CODE NOT VALID" TO WS-DET-DISP
002400         ADD 1 TO WS-ERROR-COUNT
002410         GO TO 2000-APPLY-RATE-CARD-NEXT
002420     END-IF.
002430
002440     IF RTC-CURRENCY = WS-BASE-CURRENCY
002450         MOVE "BASE CURRENCY TAKES NO RATE" TO WS-DET-DISP
002460         ADD 1 TO WS-ERROR-COUNT
002470         GO TO 2000-APPLY-RATE-CARD-NEXT
002480     END-IF.
002490
002500     IF RTC-RATE-DATE IS NOT NUMERIC
002510         OR RTC-DATE-MONTH < "01"
002520         OR RTC-DATE-MONTH > "12"
002530         OR RTC-DATE-DAY < "01"
002540         OR RTC-DATE-DAY > "31"
002550         MOVE "DATE NOT A VALID YYYYMMDD" TO WS-DET-DISP
002560         ADD 1 TO WS-ERROR-COUNT
002570         GO TO 2000-APPLY-RATE-CARD-NEXT
002580     END-IF.
002590
002600     EVALUATE TRUE
002610         WHEN RTC-ADD
002620             PERFORM 2200-ADD-RATE
002630                 THRU 2200-ADD-RATE-EXIT
002640         WHEN RTC-CHANGE
002650             PERFORM 2300-CHANGE-RATE
002660                 THRU 2300-CHANGE-RATE-EXIT
002670         WHEN RTC-DELETE
002680             PERFORM 2400-DELETE-RATE
002690                 THRU 2400-DELETE-RATE-EXIT
002700         WHEN RTC-LOAD
002710             PERFORM 2500-LOAD-RATE
002720                 THRU 2500-LOAD-RATE-EXIT
002730         WHEN OTHER
002740             MOVE "UNRECOGNIZED ACTION" TO WS-DET-DISP
002750             ADD 1 TO WS-ERROR-COUNT
002760     END-EVALUATE.
002770
002780 2000-APPLY-RATE-CARD-NEXT.
002790     WRITE RPT-LINE FROM WS-PRINT-LINE.
002800
002810     PERFORM 2100-READ-CARD
002820         THRU 2100-READ-CARD-EXIT.
002830 2000-APPLY-RATE-CARD-EXIT.
002840     EXIT.
002850
002860 2100-READ-CARD.
002870 2100-READ-CARD-RTN.
002880     READ RTC-FILE
002890         AT END
002900             MOVE "Y" TO WS-EOF-SWITCH
002910     END-READ.
002920 2100-READ-CARD-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*  A ZERO RATE WOULD WIPE OUT EVERY AMOUNT CONVERTED WITH IT,    *
002970*  SO A RATE MUST BE KEYED AS A POSITIVE NUMBER BEFORE IT CAN    *
002980*  BE ADDED, CHANGED, OR LOADED.                                 *
002990******************************************************************
003000 2150-EDIT-CARD-FIELDS.
003010 2150-EDIT-CARD-FIELDS-RTN.
003020     SET WS-CARD-OK TO TRUE.
003030
003040     IF RTC-RATE-X IS NOT NUMERIC
003050         MOVE "RATE NOT NUMERIC" TO WS-DET-DISP
003060         SET WS-CARD-BAD TO TRUE
003070         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003080     END-IF.
003090
003100     MOVE RTC-RATE TO WS-DET-RATE.
003110
003120     IF RTC-RATE NOT > ZERO
003130         MOVE "RATE MUST BE GREATER THAN 0" TO WS-DET-DISP
003140         SET WS-CARD-BAD TO TRUE
003150     END-IF.
003160 2150-EDIT-CARD-FIELDS-EXIT.
003170     EXIT.
003180
003190 2200-ADD-RATE.
003200 2200-ADD-RATE-RTN.
003210     PERFORM 2150-EDIT-CARD-FIELDS
003220         THRU 2150-EDIT-CARD-FIELDS-EXIT.
003230
003240     IF WS-CARD-BAD
003250         ADD 1 TO WS-ERROR-COUNT
003260         GO TO 2200-ADD-RATE-EXIT
003270     END-IF.
003280
003290     MOVE SPACES TO RTE-RECORD.
003300     MOVE RTC-CURRENCY TO RTE-CURRENCY.
003310     MOVE RTC-RATE-DATE TO RTE-RATE-DATE.
003320     MOVE RTC-RATE TO RTE-RATE.
003330     MOVE WS-RUN-DATE TO RTE-MAINT-DATE.
003340
003350     WRITE RTE-RECORD
003360         INVALID KEY
003370             MOVE "DUPLICATE - NOT ADDED" TO WS-DET-DISP
003380             ADD 1 TO WS-ERROR-COUNT
003390         NOT INVALID KEY
003400             MOVE "ADDED" TO WS-DET-DISP
003410             ADD 1 TO WS-ADD-COUNT
003420     END-WRITE.
003430 2200-ADD-RATE-EXIT.
003440     EXIT.
003450
003460 2300-CHANGE-RATE.
003470 2300-CHANGE-RATE-RTN.
003480     PERFORM 2150-EDIT-CARD-FIELDS
003490         THRU 2150-EDIT-CARD-FIELDS-EXIT.
003500
003510     IF WS-CARD-BAD
003520         ADD 1 TO WS-ERROR-COUNT
003530         GO TO 2300-CHANGE-RATE-EXIT
003540     END-IF.
003550
003560     MOVE RTC-CURRENCY TO RTE-CURRENCY.
003570     MOVE RTC-RATE-DATE TO RTE-RATE-DATE.
003580
003590     READ RTE-FILE
003600         INVALID KEY
003610             MOVE "RATE NOT ON MASTER" TO WS-DET-DISP
003620             ADD 1 TO WS-ERROR-COUNT
003630             GO TO 2300-CHANGE-RATE-EXIT
003640     END-READ.
003650
003660     MOVE RTC-RATE TO RTE-RATE.
003670     MOVE WS-RUN-DATE TO RTE-MAINT-DATE.
003680
003690     REWRITE RTE-RECORD
003700         INVALID KEY
003710             MOVE "REWRITE FAILED" TO WS-DET-DISP
003720             ADD 1 TO WS-ERROR-COUNT
003730         NOT INVALID KEY
003740             MOVE "CHANGED" TO WS-DET-DISP
003750             ADD 1 TO WS-CHANGE-COUNT
003760     END-REWRITE.
003770 2300-CHANGE-RATE-EXIT.
003780     EXIT.
003790
003800 2400-DELETE-RATE.
003810 2400-DELETE-RATE-RTN.
003820     MOVE RTC-CURRENCY TO RTE-CURRENCY.
003830     MOVE RTC-RATE-DATE TO RTE-RATE-DATE.
003840
003850     READ RTE-FILE
003860         INVALID KEY
003870             MOVE "RATE NOT ON MASTER" TO WS-DET-DISP
003880             ADD 1 TO WS-ERROR-COUNT
003890             GO TO 2400-DELETE-RATE-EXIT
003900     END-READ.
003910
003920     MOVE RTE-RATE TO WS-DET-RATE.
003930
003940     DELETE RTE-FILE RECORD
003950         INVALID KEY
003960             MOVE "DELETE FAILED" TO WS-DET-DISP
003970             ADD 1 TO WS-ERROR-COUNT
003980         NOT INVALID KEY
003990             MOVE "DELETED" TO WS-DET-DISP
004000             ADD 1 TO WS-DELETE-COUNT
004010     END-DELETE.
004020 2400-DELETE-RATE-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060*  A LOAD CARD FROM THE DAILY RATE FEED ADDS THE RATE FOR THE    *
004070*  CURRENCY AND DATE, OR REPLACES THE RATE ALREADY ON FILE FOR   *
004080*  THEM, SO A CORRECTED FEED CAN BE RELOADED OVER THE FIRST.     *
004090*  A REPLACEMENT COUNTS AS A CHANGE ON THE FOOTER.               *
004100******************************************************************
004110 2500-LOAD-RATE.
004120 2500-LOAD-RATE-RTN.
004130     PERFORM 2150-EDIT-CARD-FIELDS
004140         THRU 2150-EDIT-CARD-FIELDS-EXIT.
004150
004160     IF WS-CARD-BAD
004170         ADD 1 TO WS-ERROR-COUNT
004180         GO TO 2500-LOAD-RATE-EXIT
004190     END-IF.
004200
004210     MOVE RTC-CURRENCY TO RTE-CURRENCY.
004220     MOVE RTC-RATE-DATE TO RTE-RATE-DATE.
004230
004240     READ RTE-FILE
004250         INVALID KEY
004260             PERFORM 2200-ADD-RATE
004270                 THRU 2200-ADD-RATE-EXIT
004280             GO TO 2500-LOAD-RATE-EXIT
004290     END-READ.
004300
004310     MOVE RTC-RATE TO RTE-RATE.
004320     MOVE WS-RUN-DATE TO RTE-MAINT-DATE.
004330
004340     REWRITE RTE-RECORD
004350         INVALID KEY
004360             MOVE "REWRITE FAILED" TO WS-DET-DISP
004370             ADD 1 TO WS-ERROR-COUNT
004380         NOT INVALID KEY
004390             MOVE "REPLACED" TO WS-DET-DISP
004400             ADD 1 TO WS-CHANGE-COUNT
004410     END-REWRITE.
004420 2500-LOAD-RATE-EXIT.
004430     EXIT.
004440
004450 9000-TERMINATE.
004460 9000-TERMINATE-RTN.
004470     MOVE SPACES TO WS-FOOTER-LINE.
004480     MOVE "ADDED" TO WS-FTR-ADD-LABEL.
004490     MOVE WS-ADD-COUNT TO WS-FTR-ADDS.
004500     MOVE "CHANGED" TO WS-FTR-CHG-LABEL.
004510     MOVE WS-CHANGE-COUNT TO WS-FTR-CHANGES.
004520     MOVE "DELETED" TO WS-FTR-DEL-LABEL.
004530     MOVE WS-DELETE-COUNT TO WS-FTR-DELETES.
004540     MOVE "ERRORS" TO WS-FTR-ERR-LABEL.
004550     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
004560
004570     WRITE RPT-LINE FROM WS-FOOTER-LINE.
004580
004590     IF WS-ERROR-COUNT > ZERO
004600         AND RETURN-CODE = ZERO
004610         MOVE 8 TO RETURN-CODE
004620     END-IF.
004630
004640     CLOSE RTC-FILE.
004650     CLOSE RTE-FILE.
004660     CLOSE RPT-FILE.
004670 9000-TERMINATE-EXIT.
004680     EXIT.
