000530*                     LATER DAY IS NOT REJECTED BY THE         *
000540*                     PROCESSED-BATCH CONTROL.  ONE BACKOUT    *
000550*                     BATCH MAY POST PER BUSINESS DAY.         *
000560*  10/15/2026  RJ     THE REVERSAL STAYS IN BASE CURRENCY; A   *
000570*                     FOREIGN-CURRENCY ITEM ALSO SHOWS ITS     *
000580*                     ORIGINAL CURRENCY, AMOUNTS AND RATE ON   *
000590*                     THE BACKOUT REPORT.                      *
000600*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND *
000610*                     LAST: IT IS REFUSED WITH RETURN-CODE 12, *
000620*                     DOING NOTHING, IF A PREDECESSOR HAS NOT  *
000630*                     COMPLETED CLEANLY FOR THE BUSINESS DATE  *
000640*                     OR IT HAS ALREADY RUN (UNLESS AN         *
000650*                     OVERRIDE CARD IS SUPPLIED), AND ITS      *
000660*                     RETURN CODE IS RECORDED ON THE RUN-      *
000670*                     CONTROL FILE AT THE END.                 *
000680******************************************************************
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT BKP-FILE ASSIGN TO "BAKPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-BKP-STATUS.
000760
000770     SELECT AUD-FILE ASSIGN TO "AUDFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-AUD-STATUS.
000800
000810     SELECT BKO-FILE ASSIGN TO "BAKFILE"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-BKO-STATUS.
000840
000850     SELECT RPT-FILE ASSIGN TO "BAKRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RPT-STATUS.
000880
000890     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-BDC-STATUS.
000920
000930     SELECT STP-FILE ASSIGN TO "STPCTL"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-STP-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  BKP-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY BKPREC.
001020
001030 FD  AUD-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY AUDREC.
001060
001070 FD  BKO-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY TRANREC.
001100
001110 FD  RPT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY RPTREC.
001140
001150 FD  BDC-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY BDCREC.
001180
001190 FD  STP-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY STPREC.
001220
001230 WORKING-STORAGE SECTION.
001240 77  WS-BKP-STATUS           PIC X(02)  VALUE "00".
001250 77  WS-AUD-STATUS           PIC X(02)  VALUE "00".
001260 77  WS-BKO-STATUS           PIC X(02)  VALUE "00".
001270 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001280 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001290 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
001300 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001310     88  WS-EOF                         VALUE "Y".
001320 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001330 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001340 77  WS-SEL-RUN-DATE         PIC 9(08) VALUE ZERO.
001350 77  WS-SEL-BATCH-ID         PIC X(08) VALUE SPACES.
001360 77  WS-REVERSE-COUNT        PIC 9(07) COMP VALUE ZERO.
001370 77  WS-SKIP-COUNT           PIC 9(07) COMP VALUE ZERO.
001380 77  WS-NET-REVERSED         PIC S9(12)V99 COMP VALUE ZERO.
001390 77  WS-BKO-HASH             PIC S9(12)V99 COMP VALUE ZERO.
001400 77  WS-BKO-BATCH-ID         PIC X(08) VALUE "BK000000".
001410 77  WS-BKO-SOURCE           PIC X(08) VALUE "BACKOUT ".
001420 77  WS-REV-PARAM1           PIC S9(07)V99
001430         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
001440 77  WS-REV-PARAM2           PIC S9(07)V99
001450         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
001460 77  WS-REV-AMOUNT           PIC S9(07)V99
001470         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
001480
001490 01  WS-PRINT-LINE.
001500     05  WS-DET-ACCOUNT      PIC X(10).
001510     05  FILLER              PIC X(02)  VALUE SPACES.
001520     05  WS-DET-PARAM1       PIC -(7)9.99.
001530     05  FILLER              PIC X(02)  VALUE SPACES.
001540     05  WS-DET-PARAM2       PIC -(7)9.99.
001550     05  FILLER              PIC X(02)  VALUE SPACES.
001560     05  WS-DET-OP           PIC X(01).
001570     05  FILLER              PIC X(02)  VALUE SPACES.
001580     05  WS-DET-ORIGINAL     PIC -(7)9.99.
001590     05  FILLER              PIC X(02)  VALUE SPACES.
001600     05  WS-DET-REVERSED     PIC -(7)9.99.
001610     05  FILLER              PIC X(02)  VALUE SPACES.
001620     05  WS-DET-STATUS       PIC X(08).
001630     05  FILLER              PIC X(02)  VALUE SPACES.
001640     05  WS-DET-CURRENCY     PIC X(03).
001650     05  FILLER              PIC X(02)  VALUE SPACES.
001660     05  WS-DET-ORIG-PARAM1  PIC -(7)9.99 BLANK WHEN ZERO.
001670     05  FILLER              PIC X(02)  VALUE SPACES.
001680     05  WS-DET-ORIG-PARAM2  PIC -(7)9.99 BLANK WHEN ZERO.
001690     05  FILLER              PIC X(02)  VALUE SPACES.
001700     05  WS-DET-RATE         PIC ZZZZ9.999999 BLANK WHEN ZERO.
001710     05  FILLER              PIC X(07)  VALUE SPACES.
001720
001730 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001740     05  WS-HDR-BUS-LABEL    PIC X(13).
001750     05  FILLER              PIC X(02).
001760     05  WS-HDR-BUS-DATE     PIC 9(08).
001770     05  FILLER              PIC X(03).
001780     05  WS-HDR-TIM-LABEL    PIC X(08).
001790     05  FILLER              PIC X(02).
001800     05  WS-HDR-RUN-TIME     PIC 9(08).
001810     05  FILLER              PIC X(83).
001820
001830 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001840     05  FILLER              PIC X(02).
001850     05  WS-FTR-REV-LABEL    PIC X(14).
001860     05  WS-FTR-REVERSED     PIC Z,ZZZ,ZZ9.
001870     05  FILLER              PIC X(02).
001880     05  WS-FTR-SKP-LABEL    PIC X(07).
001890     05  WS-FTR-SKIPPED      PIC Z,ZZZ,ZZ9.
001900     05  FILLER              PIC X(02).
001910     05  WS-FTR-NET-LABEL    PIC X(12).
001920     05  FILLER              PIC X(02).
001930     05  WS-FTR-NET          PIC -(12)9.99.
001940     05  FILLER              PIC X(63).
001950
001960     COPY RCLREC.
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE SECTION.
002000 0000-MAIN-RTN.
002010     PERFORM 0100-START-RUN-CONTROL
002020         THRU 0100-START-RUN-CONTROL-EXIT.
002030
002040     IF RCL-STEP-REFUSED
002050         STOP RUN
002060     END-IF.
002070
002080     PERFORM 1000-INITIALIZE
002090         THRU 1000-INITIALIZE-EXIT.
002100
002110     IF RETURN-CODE = ZERO
002120         PERFORM 2000-SELECT-AUDIT-RECORD
002130             THRU 2000-SELECT-AUDIT-RECORD-EXIT
002140             UNTIL WS-EOF
002150
002160         PERFORM 9000-TERMINATE
002170             THRU 9000-TERMINATE-EXIT
002180     END-IF.
002190
002200     PERFORM 9900-END-RUN-CONTROL
002210         THRU 9900-END-RUN-CONTROL-EXIT.
002220
002230     STOP RUN.
002240
002250******************************************************************
002260*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
002270*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
002280*  CODE RUN-CONTROL SETS.                                        *
002290******************************************************************
002300 0100-START-RUN-CONTROL.
002310 0100-START-RUN-CONTROL-RTN.
002320     MOVE "BCHBACK " TO RCL-JOB-ID.
002330     MOVE ZERO TO RCL-STEP-RC.
002340     SET RCL-START TO TRUE.
002350
002360     CALL "RUN-CONTROL" USING RCL-AREA.
002370
002380     MOVE RCL-STEP-RC TO RETURN-CODE.
002390 0100-START-RUN-CONTROL-EXIT.
002400     EXIT.
002410
002420 1000-INITIALIZE.
002430 1000-INITIALIZE-RTN.
002440     PERFORM 1050-GET-BUSINESS-DATE
002450         THRU 1050-GET-BUSINESS-DATE-EXIT.
002460
002470     MOVE WS-RUN-DATE (3:6) TO WS-BKO-BATCH-ID (3:6).
002480
002490     PERFORM 1100-GET-BACKOUT-CARD
002500         THRU 1100-GET-BACKOUT-CARD-EXIT.
002510
002520     IF RETURN-CODE NOT = ZERO
002530         GO TO 1000-INITIALIZE-EXIT
002540     END-IF.
002550
002560     OPEN INPUT AUD-FILE.
002570
002580     IF WS-AUD-STATUS NOT = "00"
002590         DISPLAY "BCHBACKOUT - OPEN ERROR ON AUD-FILE "
002600             "STATUS: " WS-AUD-STATUS
002610         MOVE 20 TO RETURN-CODE
002620         GO TO 1000-INITIALIZE-EXIT
002630     END-IF.
002640
002650     OPEN OUTPUT BKO-FILE.
002660     OPEN OUTPUT RPT-FILE.
002670
002680     MOVE SPACES TO WS-HEADER-LINE.
002690     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002700     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002710     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002720     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002730     WRITE RPT-LINE FROM WS-HEADER-LINE.
002740
002750     MOVE SPACES TO TRAN-RECORD.
002760     MOVE "H" TO TRAN-REC-TYPE.
002770     MOVE WS-BKO-BATCH-ID TO TRAN-HDR-BATCH-ID.
002780     MOVE WS-BKO-SOURCE TO TRAN-HDR-SOURCE.
002790     MOVE WS-RUN-DATE TO TRAN-HDR-BUS-DATE.
002800     WRITE TRAN-RECORD.
002810
002820     PERFORM 2100-READ-AUDIT-RECORD
002830         THRU 2100-READ-AUDIT-RECORD-EXIT.
002840 1000-INITIALIZE-EXIT.
002850     EXIT.
002860
002870 1050-GET-BUSINESS-DATE.
002880 1050-GET-BUSINESS-DATE-RTN.
002890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002900     ACCEPT WS-RUN-TIME FROM TIME.
002910
002920     OPEN INPUT BDC-FILE.
002930
002940     IF WS-BDC-STATUS NOT = "00"
002950         GO TO 1050-GET-BUSINESS-DATE-EXIT
002960     END-IF.
002970
002980     READ BDC-FILE
002990         AT END
003000             CONTINUE
003010     END-READ.
003020
003030     IF WS-BDC-STATUS = "00"
003040         AND BDC-BUS-DATE IS NUMERIC
003050         AND BDC-BUS-DATE > ZERO
003060         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003070     END-IF.
003080
003090     CLOSE BDC-FILE.
003100 1050-GET-BUSINESS-DATE-EXIT.
003110     EXIT.
003120
003130 1100-GET-BACKOUT-CARD.
003140 1100-GET-BACKOUT-CARD-RTN.
003150     OPEN INPUT BKP-FILE.
003160
003170     IF WS-BKP-STATUS NOT = "00"
003180         DISPLAY "BCHBACKOUT - OPEN ERROR ON BKP-FILE "
003190             "STATUS: " WS-BKP-STATUS
003200             " - NO BACKOUT CARD - NOTHING REVERSED"
003210         MOVE 20 TO RETURN-CODE
003220         GO TO 1100-GET-BACKOUT-CARD-EXIT
003230     END-IF.
003240
003250     READ BKP-FILE
003260         AT END
003270             CONTINUE
003280     END-READ.
003290
003300     IF WS-BKP-STATUS NOT = "00"
003310         OR BKP-RUN-DATE IS NOT NUMERIC
003320         OR BKP-BATCH-ID = SPACES
003330         DISPLAY "BCHBACKOUT - BACKOUT CARD MISSING OR "
003340             "FAILS EDIT - NOTHING REVERSED"
003350         MOVE 20 TO RETURN-CODE
003360         CLOSE BKP-FILE
003370         GO TO 1100-GET-BACKOUT-CARD-EXIT
003380     END-IF.
003390
003400     MOVE BKP-RUN-DATE TO WS-SEL-RUN-DATE.
003410     MOVE BKP-BATCH-ID TO WS-SEL-BATCH-ID.
003420
003430     CLOSE BKP-FILE.
003440 1100-GET-BACKOUT-CARD-EXIT.
003450     EXIT.
003460
003470 2000-SELECT-AUDIT-RECORD.
003480 2000-SELECT-AUDIT-RECORD-RTN.
003490     IF AUD-RUN-DATE NOT = WS-SEL-RUN-DATE
003500         OR AUD-BATCH-ID NOT = WS-SEL-BATCH-ID
003510         GO TO 2000-SELECT-AUDIT-RECORD-NEXT
003520     END-IF.
003530
003540     IF AUD-CALC-REJECTED
003550         OR AUD-ACCOUNT = SPACES
003560         ADD 1 TO WS-SKIP-COUNT
003570         PERFORM 2300-WRITE-SKIPPED-LINE
003580             THRU 2300-WRITE-SKIPPED-LINE-EXIT
003590         GO TO 2000-SELECT-AUDIT-RECORD-NEXT
003600     END-IF.
003610
003620     PERFORM 2200-REVERSE-ONE-ITEM
003630         THRU 2200-REVERSE-ONE-ITEM-EXIT.
003640
003650 2000-SELECT-AUDIT-RECORD-NEXT.
003660     PERFORM 2100-READ-AUDIT-RECORD
003670         THRU 2100-READ-AUDIT-RECORD-EXIT.
003680 2000-SELECT-AUDIT-RECORD-EXIT.
003690     EXIT.
003700
003710 2100-READ-AUDIT-RECORD.
003720 2100-READ-AUDIT-RECORD-RTN.
003730     READ AUD-FILE
003740         AT END
003750             MOVE "Y" TO WS-EOF-SWITCH
003760     END-READ.
003770 2100-READ-AUDIT-RECORD-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*  THE REVERSAL NEGATES WHAT THE OPERATION WILL RECOMPUTE, NOT   *
003820*  JUST THE KEYED VALUES: FOR ADD AND SUBTRACT BOTH PARAMS ARE   *
003830*  NEGATED; FOR MULTIPLY ONLY PARAM1 IS, SINCE NEGATING BOTH     *
003840*  FACTORS WOULD RE-POST THE ORIGINAL AMOUNT.                    *
003850******************************************************************
003860 2200-REVERSE-ONE-ITEM.
003870 2200-REVERSE-ONE-ITEM-RTN.
003880     COMPUTE WS-REV-PARAM1 = ZERO - AUD-PARAM1.
003890
003900     IF AUD-OP-CODE = "M"
003910         MOVE AUD-PARAM2 TO WS-REV-PARAM2
003920     ELSE
003930         COMPUTE WS-REV-PARAM2 = ZERO - AUD-PARAM2
003940     END-IF.
003950
003960     COMPUTE WS-REV-AMOUNT = ZERO - AUD-RESULT.
003970
003980     MOVE SPACES TO TRAN-RECORD.
003990     MOVE "D" TO TRAN-REC-TYPE.
004000     MOVE AUD-ACCOUNT TO TRAN-ACCOUNT.
004010     MOVE WS-REV-PARAM1 TO TRAN-PARAM1.
004020     MOVE WS-REV-PARAM2 TO TRAN-PARAM2.
004030     MOVE AUD-OP-CODE TO TRAN-OP-CODE.
004040     MOVE ZERO TO TRAN-EFF-DATE.
004050
004060     WRITE TRAN-RECORD.
004070
004080     ADD 1 TO WS-REVERSE-COUNT.
004090     ADD WS-REV-AMOUNT TO WS-NET-REVERSED.
004100     COMPUTE WS-BKO-HASH = WS-BKO-HASH
004110         + WS-REV-PARAM1 + WS-REV-PARAM2.
004120
004130     MOVE SPACES TO WS-PRINT-LINE.
004140     MOVE AUD-ACCOUNT TO WS-DET-ACCOUNT.
004150     MOVE WS-REV-PARAM1 TO WS-DET-PARAM1.
004160     MOVE WS-REV-PARAM2 TO WS-DET-PARAM2.
004170     MOVE AUD-OP-CODE TO WS-DET-OP.
004180     MOVE AUD-RESULT TO WS-DET-ORIGINAL.
004190     MOVE WS-REV-AMOUNT TO WS-DET-REVERSED.
004200     MOVE "REVERSED" TO WS-DET-STATUS.
004210     PERFORM 2250-FORMAT-ORIGINAL
004220         THRU 2250-FORMAT-ORIGINAL-EXIT.
004230
004240     WRITE RPT-LINE FROM WS-PRINT-LINE.
004250 2200-REVERSE-ONE-ITEM-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*  A FOREIGN-CURRENCY ITEM POSTED IN BASE CURRENCY; THE AUDIT    *
004300*  RECORD KEEPS THE CURRENCY, AMOUNTS AND RATE AS KEYED, AND     *
004310*  THEY ARE SHOWN BESIDE THE BASE REVERSAL FOR THE RECORD.       *
004320******************************************************************
004330 2250-FORMAT-ORIGINAL.
004340 2250-FORMAT-ORIGINAL-RTN.
004350     IF AUD-CURRENCY = SPACES
004360         GO TO 2250-FORMAT-ORIGINAL-EXIT
004370     END-IF.
004380
004390     MOVE AUD-CURRENCY TO WS-DET-CURRENCY.
004400     MOVE AUD-ORIG-PARAM1 TO WS-DET-ORIG-PARAM1.
004410     MOVE AUD-ORIG-PARAM2 TO WS-DET-ORIG-PARAM2.
004420     MOVE AUD-RATE TO WS-DET-RATE.
004430 2250-FORMAT-ORIGINAL-EXIT.
004440     EXIT.
004450
004460 2300-WRITE-SKIPPED-LINE.
004470 2300-WRITE-SKIPPED-LINE-RTN.
004480     MOVE SPACES TO WS-PRINT-LINE.
004490     MOVE AUD-ACCOUNT TO WS-DET-ACCOUNT.
004500     MOVE AUD-PARAM1 TO WS-DET-PARAM1.
004510     MOVE AUD-PARAM2 TO WS-DET-PARAM2.
004520     MOVE AUD-OP-CODE TO WS-DET-OP.
004530     MOVE AUD-RESULT TO WS-DET-ORIGINAL.
004540     MOVE ZERO TO WS-DET-REVERSED.
004550     MOVE "SKIPPED" TO WS-DET-STATUS.
004560     PERFORM 2250-FORMAT-ORIGINAL
004570         THRU 2250-FORMAT-ORIGINAL-EXIT.
004580
004590     WRITE RPT-LINE FROM WS-PRINT-LINE.
004600 2300-WRITE-SKIPPED-LINE-EXIT.
004610     EXIT.
004620
004630 9000-TERMINATE.
004640 9000-TERMINATE-RTN.
004650     MOVE SPACES TO TRAN-RECORD.
004660     MOVE "T" TO TRAN-REC-TYPE.
004670     MOVE WS-BKO-BATCH-ID TO TRAN-TRL-BATCH-ID.
004680     MOVE WS-REVERSE-COUNT TO TRAN-TRL-REC-COUNT.
004690     MOVE WS-BKO-HASH TO TRAN-TRL-HASH-TOTAL.
004700     WRITE TRAN-RECORD.
004710
004720     MOVE SPACES TO WS-FOOTER-LINE.
004730     MOVE "ITEMS REVERSED" TO WS-FTR-REV-LABEL.
004740     MOVE WS-REVERSE-COUNT TO WS-FTR-REVERSED.
004750     MOVE "SKIPPED" TO WS-FTR-SKP-LABEL.
004760     MOVE WS-SKIP-COUNT TO WS-FTR-SKIPPED.
004770     MOVE "NET REVERSED" TO WS-FTR-NET-LABEL.
004780     MOVE WS-NET-REVERSED TO WS-FTR-NET.
004790
004800     WRITE RPT-LINE FROM WS-FOOTER-LINE.
004810
004820     IF WS-REVERSE-COUNT = ZERO
004830         AND RETURN-CODE = ZERO
004840         MOVE 4 TO RETURN-CODE
004850         DISPLAY "BCHBACKOUT - NO POSTED ITEMS MATCHED RUN "
004860             WS-SEL-RUN-DATE " BATCH " WS-SEL-BATCH-ID
004870     END-IF.
004880
004890     PERFORM 9100-WRITE-STEP-CONTROL
004900         THRU 9100-WRITE-STEP-CONTROL-EXIT.
004910
004920     CLOSE AUD-FILE.
004930     CLOSE BKO-FILE.
004940     CLOSE RPT-FILE.
004950 9000-TERMINATE-EXIT.
004960     EXIT.
004970
004980 9100-WRITE-STEP-CONTROL.
004990 9100-WRITE-STEP-CONTROL-RTN.
005000     OPEN EXTEND STP-FILE.
005010
005020     IF WS-STP-STATUS = "35"
005030         OPEN OUTPUT STP-FILE
005040     END-IF.
005050
005060     IF WS-STP-STATUS NOT = "00"
005070         DISPLAY "BCHBACKOUT - OPEN ERROR ON STP-FILE "
005080             "STATUS: " WS-STP-STATUS
005090             " - STEP CONTROL NOT RECORDED"
005100         GO TO 9100-WRITE-STEP-CONTROL-EXIT
005110     END-IF.
005120
005130     MOVE WS-RUN-DATE TO STP-BUS-DATE.
005140     MOVE "BCHBACK " TO STP-JOB-ID.
005150     MOVE "BAKOUT" TO STP-POINT.
005160     MOVE WS-REVERSE-COUNT TO STP-COUNT.
005170     MOVE WS-BKO-HASH TO STP-AMOUNT.
005180     WRITE STP-RECORD.
005190
005200     CLOSE STP-FILE.
005210 9100-WRITE-STEP-CONTROL-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
005260*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
005270******************************************************************
005280 9900-END-RUN-CONTROL.
005290 9900-END-RUN-CONTROL-RTN.
005300     MOVE RETURN-CODE TO RCL-STEP-RC.
005310     SET RCL-END TO TRUE.
005320
005330     CALL "RUN-CONTROL" USING RCL-AREA.
005340
005350     MOVE RCL-STEP-RC TO RETURN-CODE.
005360 9900-END-RUN-CONTROL-EXIT.
005370     EXIT.
