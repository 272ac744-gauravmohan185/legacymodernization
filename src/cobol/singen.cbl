000450*                     PROCESSED-BATCH CONTROL DOES NOT REJECT  *
000460*                     EVERY NIGHT AFTER THE FIRST AS A         *
000470*                     RE-TRANSMISSION.                         *
000480*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND *
000490*                     LAST: IT IS REFUSED WITH RETURN-CODE 12, *
000500*                     DOING NOTHING, IF A PREDECESSOR HAS NOT  *
000510*                     COMPLETED CLEANLY FOR THE BUSINESS DATE  *
000520*                     OR IT HAS ALREADY RUN (UNLESS AN         *
000530*                     OVERRIDE CARD IS SUPPLIED), AND ITS      *
000540*                     RETURN CODE IS RECORDED ON THE RUN-      *
000550*                     CONTROL FILE AT THE END.                 *
000560******************************************************************
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SIM-FILE ASSIGN TO "SIMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SIM-INSTR-ID
000650         FILE STATUS IS WS-SIM-STATUS.
000660
000670     SELECT GEN-FILE ASSIGN TO "STNFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-GEN-STATUS.
000700
000710     SELECT RPT-FILE ASSIGN TO "GENRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RPT-STATUS.
000740
000750     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-BDC-STATUS.
000780
000790     SELECT STP-FILE ASSIGN TO "STPCTL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-STP-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  SIM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY SIMREC.
000880
000890 FD  GEN-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY TRANREC.
000920
000930 FD  RPT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY RPTREC.
000960
000970 FD  BDC-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY BDCREC.
001000
001010 FD  STP-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY STPREC.
001040
001050 WORKING-STORAGE SECTION.
001060 77  WS-SIM-STATUS           PIC X(02)  VALUE "00".
001070 77  WS-GEN-STATUS           PIC X(02)  VALUE "00".
001080 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001090 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001100 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
001110 77  WS-SIM-EOF-SWITCH       PIC X(01)  VALUE "N".
001120     88  WS-SIM-EOF                     VALUE "Y".
001130 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001140 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001150 77  WS-WARN-DATE            PIC 9(08) VALUE ZERO.
001160 77  WS-WARN-INT             PIC 9(07) COMP VALUE ZERO.
001170 77  WS-WARN-DAYS            PIC 9(03) COMP VALUE 30.
001180 77  WS-DUE-INT              PIC 9(07) COMP VALUE ZERO.
001190 77  WS-MONTH-DAYS           PIC 9(02) COMP VALUE ZERO.
001200 77  WS-INSTR-COUNT          PIC 9(07) COMP VALUE ZERO.
001210 77  WS-EMIT-COUNT           PIC 9(07) COMP VALUE ZERO.
001220 77  WS-EMIT-THIS            PIC 9(05) COMP VALUE ZERO.
001230 77  WS-EMIT-LIMIT           PIC 9(05) COMP VALUE 400.
001240 77  WS-EXPIRED-COUNT        PIC 9(07) COMP VALUE ZERO.
001250 77  WS-EXPIRING-COUNT       PIC 9(07) COMP VALUE ZERO.
001260 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001270 77  WS-GEN-HASH             PIC S9(12)V99 COMP VALUE ZERO.
001280 77  WS-GEN-BATCH-ID         PIC X(08) VALUE "SI000000".
001290 77  WS-GEN-SOURCE           PIC X(08) VALUE "STANDING".
001300
001310 01  WS-DUE-DATE.
001320     05  WS-DUE-YYYY         PIC 9(04).
001330     05  WS-DUE-MM           PIC 9(02).
001340     05  WS-DUE-DD           PIC 9(02).
001350
001360 01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
001370                             PIC 9(08).
001380
001390 01  WS-PRINT-LINE.
001400     05  WS-DET-INSTR-ID     PIC X(08).
001410     05  FILLER              PIC X(02)  VALUE SPACES.
001420     05  WS-DET-ACCOUNT      PIC X(10).
001430     05  FILLER              PIC X(02)  VALUE SPACES.
001440     05  WS-DET-PARAM1       PIC -(7)9.99.
001450     05  FILLER              PIC X(02)  VALUE SPACES.
001460     05  WS-DET-PARAM2       PIC -(7)9.99.
001470     05  FILLER              PIC X(02)  VALUE SPACES.
001480     05  WS-DET-OP           PIC X(01).
001490     05  FILLER              PIC X(02)  VALUE SPACES.
001500     05  WS-DET-DATE         PIC 9(08).
001510     05  FILLER              PIC X(02)  VALUE SPACES.
001520     05  WS-DET-STATUS       PIC X(17).
001530     05  FILLER              PIC X(54)  VALUE SPACES.
001540
001550 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001560     05  WS-HDR-BUS-LABEL    PIC X(13).
001570     05  FILLER              PIC X(02).
001580     05  WS-HDR-BUS-DATE     PIC 9(08).
001590     05  FILLER              PIC X(03).
001600     05  WS-HDR-TIM-LABEL    PIC X(08).
001610     05  FILLER              PIC X(02).
001620     05  WS-HDR-RUN-TIME     PIC 9(08).
001630     05  FILLER              PIC X(87).
001640
001650 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001660     05  FILLER              PIC X(02).
001670     05  WS-FTR-GEN-LABEL    PIC X(09).
001680     05  WS-FTR-GENERATED    PIC Z,ZZZ,ZZ9.
001690     05  FILLER              PIC X(02).
001700     05  WS-FTR-EXP-LABEL    PIC X(07).
001710     05  WS-FTR-EXPIRED      PIC Z,ZZZ,ZZ9.
001720     05  FILLER              PIC X(02).
001730     05  WS-FTR-WRN-LABEL    PIC X(08).
001740     05  WS-FTR-EXPIRING     PIC Z,ZZZ,ZZ9.
001750     05  FILLER              PIC X(02).
001760     05  WS-FTR-ERR-LABEL    PIC X(06).
001770     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
001780     05  FILLER              PIC X(60).
001790
001800     COPY RCLREC.
001810
001820 PROCEDURE DIVISION.
001830 0000-MAINLINE SECTION.
001840 0000-MAIN-RTN.
001850     PERFORM 0100-START-RUN-CONTROL
001860         THRU 0100-START-RUN-CONTROL-EXIT.
001870
001880     IF RCL-STEP-REFUSED
001890         STOP RUN
001900     END-IF.
001910
001920     PERFORM 1000-INITIALIZE
001930         THRU 1000-INITIALIZE-EXIT.
001940
001950     IF RETURN-CODE = ZERO
001960         PERFORM 2000-PROCESS-INSTRUCTION
001970             THRU 2000-PROCESS-INSTRUCTION-EXIT
001980             UNTIL WS-SIM-EOF
001990
002000         PERFORM 9000-TERMINATE
002010             THRU 9000-TERMINATE-EXIT
002020     END-IF.
002030
002040     PERFORM 9900-END-RUN-CONTROL
002050         THRU 9900-END-RUN-CONTROL-EXIT.
002060
002070     STOP RUN.
002080
002090******************************************************************
002100*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
002110*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
002120*  CODE RUN-CONTROL SETS.                                        *
002130******************************************************************
002140 0100-START-RUN-CONTROL.
002150 0100-START-RUN-CONTROL-RTN.
002160     MOVE "SIGENRTE" TO RCL-JOB-ID.
002170     MOVE ZERO TO RCL-STEP-RC.
002180     SET RCL-START TO TRUE.
002190
002200     CALL "RUN-CONTROL" USING RCL-AREA.
002210
002220     MOVE RCL-STEP-RC TO RETURN-CODE.
002230 0100-START-RUN-CONTROL-EXIT.
002240     EXIT.
002250
002260 1000-INITIALIZE.
002270 1000-INITIALIZE-RTN.
002280     PERFORM 1100-GET-BUSINESS-DATE
002290         THRU 1100-GET-BUSINESS-DATE-EXIT.
002300
002310     MOVE WS-RUN-DATE (3:6) TO WS-GEN-BATCH-ID (3:6).
002320
002330     COMPUTE WS-WARN-INT =
002340         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
002350         + WS-WARN-DAYS.
002360     COMPUTE WS-WARN-DATE =
002370         FUNCTION DATE-OF-INTEGER (WS-WARN-INT).
002380
002390     OPEN I-O SIM-FILE.
002400
002410     IF WS-SIM-STATUS = "35"
002420         DISPLAY "SIGENERATE - NO STANDING INSTRUCTION "
002430             "MASTER - NOTHING GENERATED"
002440         MOVE "Y" TO WS-SIM-EOF-SWITCH
002450     ELSE
002460         IF WS-SIM-STATUS NOT = "00"
002470             DISPLAY "SIGENERATE - OPEN ERROR ON SIM-FILE "
002480                 "STATUS: " WS-SIM-STATUS
002490             MOVE 20 TO RETURN-CODE
002500             GO TO 1000-INITIALIZE-EXIT
002510         END-IF
002520     END-IF.
002530
002540     OPEN OUTPUT GEN-FILE.
002550     OPEN OUTPUT RPT-FILE.
002560
002570     MOVE SPACES TO WS-HEADER-LINE.
002580     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002590     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002600     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002610     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002620     WRITE RPT-LINE FROM WS-HEADER-LINE.
002630
002640     MOVE SPACES TO TRAN-RECORD.
002650     MOVE "H" TO TRAN-REC-TYPE.
002660     MOVE WS-GEN-BATCH-ID TO TRAN-HDR-BATCH-ID.
002670     MOVE WS-GEN-SOURCE TO TRAN-HDR-SOURCE.
002680     MOVE WS-RUN-DATE TO TRAN-HDR-BUS-DATE.
002690     WRITE TRAN-RECORD.
002700
002710     IF NOT WS-SIM-EOF
002720         MOVE LOW-VALUES TO SIM-INSTR-ID
002730         START SIM-FILE KEY IS GREATER THAN SIM-INSTR-ID
002740             INVALID KEY
002750                 MOVE "Y" TO WS-SIM-EOF-SWITCH
002760         END-START
002770     END-IF.
002780
002790     PERFORM 2100-READ-INSTRUCTION
002800         THRU 2100-READ-INSTRUCTION-EXIT.
002810 1000-INITIALIZE-EXIT.
002820     EXIT.
002830
002840 1100-GET-BUSINESS-DATE.
002850 1100-GET-BUSINESS-DATE-RTN.
002860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002870     ACCEPT WS-RUN-TIME FROM TIME.
002880
002890     OPEN INPUT BDC-FILE.
002900
002910     IF WS-BDC-STATUS NOT = "00"
002920         GO TO 1100-GET-BUSINESS-DATE-EXIT
002930     END-IF.
002940
002950     READ BDC-FILE
002960         AT END
002970             CONTINUE
002980     END-READ.
002990
003000     IF WS-BDC-STATUS = "00"
003010         AND BDC-BUS-DATE IS NUMERIC
003020         AND BDC-BUS-DATE > ZERO
003030         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003040     END-IF.
003050
003060     CLOSE BDC-FILE.
003070 1100-GET-BUSINESS-DATE-EXIT.
003080     EXIT.
003090
003100 2000-PROCESS-INSTRUCTION.
003110 2000-PROCESS-INSTRUCTION-RTN.
003120     ADD 1 TO WS-INSTR-COUNT.
003130     MOVE ZERO TO WS-EMIT-THIS.
003140
003150     IF (SIM-FREQUENCY NOT = "D"
003160         AND SIM-FREQUENCY NOT = "W"
003170         AND SIM-FREQUENCY NOT = "M")
003180         OR SIM-NEXT-DUE = ZERO
003190         ADD 1 TO WS-ERROR-COUNT
003200         PERFORM 2400-WRITE-INSTRUCTION-LINE
003210             THRU 2400-WRITE-INSTRUCTION-LINE-EXIT
003220         GO TO 2000-PROCESS-INSTRUCTION-NEXT
003230     END-IF.
003240
003250     IF SIM-EXPIRY > ZERO
003260         AND SIM-NEXT-DUE > SIM-EXPIRY
003270         ADD 1 TO WS-EXPIRED-COUNT
003280         PERFORM 2400-WRITE-INSTRUCTION-LINE
003290             THRU 2400-WRITE-INSTRUCTION-LINE-EXIT
003300         GO TO 2000-PROCESS-INSTRUCTION-NEXT
003310     END-IF.
003320
003330     PERFORM 2200-EMIT-ONE-TRANSACTION
003340         THRU 2200-EMIT-ONE-TRANSACTION-EXIT
003350         UNTIL SIM-NEXT-DUE > WS-RUN-DATE
003360             OR (SIM-EXPIRY > ZERO
003370                 AND SIM-NEXT-DUE > SIM-EXPIRY)
003380             OR WS-EMIT-THIS >= WS-EMIT-LIMIT.
003390
003400     IF WS-EMIT-THIS >= WS-EMIT-LIMIT
003410         ADD 1 TO WS-ERROR-COUNT
003420         DISPLAY "SIGENERATE - INSTRUCTION " SIM-INSTR-ID
003430             " HIT THE " WS-EMIT-LIMIT
003440             " TRANSACTION CATCH-UP LIMIT"
003450         PERFORM 2400-WRITE-INSTRUCTION-LINE
003460             THRU 2400-WRITE-INSTRUCTION-LINE-EXIT
003470     END-IF.
003480
003490     IF WS-EMIT-THIS > ZERO
003500         REWRITE SIM-RECORD
003510             INVALID KEY
003520                 DISPLAY "SIGENERATE - REWRITE FAILED ON "
003530                     "SIM-FILE INSTRUCTION " SIM-INSTR-ID
003540                 MOVE 20 TO RETURN-CODE
003550                 MOVE "Y" TO WS-SIM-EOF-SWITCH
003560         END-REWRITE
003570     END-IF.
003580
003590     IF SIM-EXPIRY > ZERO
003600         AND SIM-EXPIRY NOT < SIM-NEXT-DUE
003610         AND SIM-EXPIRY NOT > WS-WARN-DATE
003620         ADD 1 TO WS-EXPIRING-COUNT
003630         PERFORM 2400-WRITE-INSTRUCTION-LINE
003640             THRU 2400-WRITE-INSTRUCTION-LINE-EXIT
003650     END-IF.
003660
003670 2000-PROCESS-INSTRUCTION-NEXT.
003680     PERFORM 2100-READ-INSTRUCTION
003690         THRU 2100-READ-INSTRUCTION-EXIT.
003700 2000-PROCESS-INSTRUCTION-EXIT.
003710     EXIT.
003720
003730 2100-READ-INSTRUCTION.
003740 2100-READ-INSTRUCTION-RTN.
003750     IF WS-SIM-EOF
003760         GO TO 2100-READ-INSTRUCTION-EXIT
003770     END-IF.
003780
003790     READ SIM-FILE NEXT RECORD
003800         AT END
003810             MOVE "Y" TO WS-SIM-EOF-SWITCH
003820     END-READ.
003830 2100-READ-INSTRUCTION-EXIT.
003840     EXIT.
003850
003860 2200-EMIT-ONE-TRANSACTION.
003870 2200-EMIT-ONE-TRANSACTION-RTN.
003880     MOVE SPACES TO TRAN-RECORD.
003890     MOVE "D" TO TRAN-REC-TYPE.
003900     MOVE SIM-ACCOUNT TO TRAN-ACCOUNT.
003910     MOVE SIM-PARAM1 TO TRAN-PARAM1.
003920     MOVE SIM-PARAM2 TO TRAN-PARAM2.
003930     MOVE SIM-OP-CODE TO TRAN-OP-CODE.
003940     MOVE SIM-NEXT-DUE TO TRAN-EFF-DATE.
003950
003960     WRITE TRAN-RECORD.
003970
003980     ADD 1 TO WS-EMIT-COUNT.
003990     ADD 1 TO WS-EMIT-THIS.
004000     COMPUTE WS-GEN-HASH = WS-GEN-HASH
004010         + SIM-PARAM1 + SIM-PARAM2.
004020
004030     MOVE SPACES TO WS-PRINT-LINE.
004040     MOVE SIM-INSTR-ID TO WS-DET-INSTR-ID.
004050     MOVE SIM-ACCOUNT TO WS-DET-ACCOUNT.
004060     MOVE SIM-PARAM1 TO WS-DET-PARAM1.
004070     MOVE SIM-PARAM2 TO WS-DET-PARAM2.
004080     MOVE SIM-OP-CODE TO WS-DET-OP.
004090     MOVE SIM-NEXT-DUE TO WS-DET-DATE.
004100     MOVE "GENERATED" TO WS-DET-STATUS.
004110     WRITE RPT-LINE FROM WS-PRINT-LINE.
004120
004130     PERFORM 2300-ADVANCE-NEXT-DUE
004140         THRU 2300-ADVANCE-NEXT-DUE-EXIT.
004150 2200-EMIT-ONE-TRANSACTION-EXIT.
004160     EXIT.
004170
004180 2300-ADVANCE-NEXT-DUE.
004190 2300-ADVANCE-NEXT-DUE-RTN.
004200     MOVE SIM-NEXT-DUE TO WS-DUE-DATE-N.
004210
004220     EVALUATE TRUE
004230         WHEN SIM-DAILY
004240             COMPUTE WS-DUE-INT =
004250                 FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N) + 1
004260             COMPUTE WS-DUE-DATE-N =
004270                 FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
004280         WHEN SIM-WEEKLY
004290             COMPUTE WS-DUE-INT =
004300                 FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N) + 7
004310             COMPUTE WS-DUE-DATE-N =
004320                 FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
004330         WHEN SIM-MONTHLY
004340             PERFORM 2310-ADD-ONE-MONTH
004350                 THRU 2310-ADD-ONE-MONTH-EXIT
004360     END-EVALUATE.
004370
004380     MOVE WS-DUE-DATE-N TO SIM-NEXT-DUE.
004390 2300-ADVANCE-NEXT-DUE-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*  A MONTHLY INSTRUCTION KEEPS ITS DAY OF MONTH; A DAY BEYOND    *
004440*  THE END OF THE NEW MONTH CLAMPS TO THE MONTH'S LAST DAY, SO   *
004450*  A 31ST-OF-THE-MONTH ACCRUAL LANDS ON THE 30TH OR 28TH/29TH    *
004460*  INSTEAD OF AN INVALID DATE.  THE KEYED DAY IS NOT PRESERVED   *
004470*  ACROSS THE CLAMP - STANDING WORK DUE MONTH-END SHOULD BE      *
004480*  KEYED FOR THE 28TH OR EARLIER IF THAT DRIFT MATTERS.          *
004490******************************************************************
004500 2310-ADD-ONE-MONTH.
004510 2310-ADD-ONE-MONTH-RTN.
004520     ADD 1 TO WS-DUE-MM.
004530
004540     IF WS-DUE-MM > 12
004550         MOVE 1 TO WS-DUE-MM
004560         ADD 1 TO WS-DUE-YYYY
004570     END-IF.
004580
004590     EVALUATE WS-DUE-MM
004600         WHEN 1
004610         WHEN 3
004620         WHEN 5
004630         WHEN 7
004640         WHEN 8
004650         WHEN 10
004660         WHEN 12
004670             MOVE 31 TO WS-MONTH-DAYS
004680         WHEN 4
004690         WHEN 6
004700         WHEN 9
004710         WHEN 11
004720             MOVE 30 TO WS-MONTH-DAYS
004730         WHEN 2
004740             IF FUNCTION MOD (WS-DUE-YYYY, 4) = 0
004750                 AND (FUNCTION MOD (WS-DUE-YYYY, 100) NOT = 0
004760                     OR FUNCTION MOD (WS-DUE-YYYY, 400) = 0)
004770                 MOVE 29 TO WS-MONTH-DAYS
004780             ELSE
004790                 MOVE 28 TO WS-MONTH-DAYS
004800             END-IF
004810     END-EVALUATE.
004820
004830     IF WS-DUE-DD > WS-MONTH-DAYS
004840         MOVE WS-MONTH-DAYS TO WS-DUE-DD
004850     END-IF.
004860 2310-ADD-ONE-MONTH-EXIT.
004870     EXIT.
004880
004890 2400-WRITE-INSTRUCTION-LINE.
004900 2400-WRITE-INSTRUCTION-LINE-RTN.
004910     MOVE SPACES TO WS-PRINT-LINE.
004920     MOVE SIM-INSTR-ID TO WS-DET-INSTR-ID.
004930     MOVE SIM-ACCOUNT TO WS-DET-ACCOUNT.
004940     MOVE SIM-PARAM1 TO WS-DET-PARAM1.
004950     MOVE SIM-PARAM2 TO WS-DET-PARAM2.
004960     MOVE SIM-OP-CODE TO WS-DET-OP.
004970
004980     EVALUATE TRUE
004990         WHEN (SIM-FREQUENCY NOT = "D"
005000             AND SIM-FREQUENCY NOT = "W"
005010             AND SIM-FREQUENCY NOT = "M")
005020             OR SIM-NEXT-DUE = ZERO
005030             MOVE SIM-NEXT-DUE TO WS-DET-DATE
005040             MOVE "BAD FREQ/DUE DATE" TO WS-DET-STATUS
005050         WHEN SIM-EXPIRY > ZERO
005060             AND SIM-NEXT-DUE > SIM-EXPIRY
005070             MOVE SIM-EXPIRY TO WS-DET-DATE
005080             MOVE "EXPIRED" TO WS-DET-STATUS
005090         WHEN WS-EMIT-THIS >= WS-EMIT-LIMIT
005100             MOVE SIM-NEXT-DUE TO WS-DET-DATE
005110             MOVE "CATCH-UP LIMIT" TO WS-DET-STATUS
005120         WHEN OTHER
005130             MOVE SIM-EXPIRY TO WS-DET-DATE
005140             MOVE "EXPIRING" TO WS-DET-STATUS
005150     END-EVALUATE.
005160
005170     WRITE RPT-LINE FROM WS-PRINT-LINE.
005180 2400-WRITE-INSTRUCTION-LINE-EXIT.
005190     EXIT.
005200
005210 9000-TERMINATE.
005220 9000-TERMINATE-RTN.
005230     MOVE SPACES TO TRAN-RECORD.
005240     MOVE "T" TO TRAN-REC-TYPE.
005250     MOVE WS-GEN-BATCH-ID TO TRAN-TRL-BATCH-ID.
005260     MOVE WS-EMIT-COUNT TO TRAN-TRL-REC-COUNT.
005270     MOVE WS-GEN-HASH TO TRAN-TRL-HASH-TOTAL.
005280     WRITE TRAN-RECORD.
005290
005300     MOVE SPACES TO WS-FOOTER-LINE.
005310     MOVE "GENERATED" TO WS-FTR-GEN-LABEL.
005320     MOVE WS-EMIT-COUNT TO WS-FTR-GENERATED.
005330     MOVE "EXPIRED" TO WS-FTR-EXP-LABEL.
005340     MOVE WS-EXPIRED-COUNT TO WS-FTR-EXPIRED.
005350     MOVE "EXPIRING" TO WS-FTR-WRN-LABEL.
005360     MOVE WS-EXPIRING-COUNT TO WS-FTR-EXPIRING.
005370     MOVE "ERRORS" TO WS-FTR-ERR-LABEL.
005380     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
005390
005400     WRITE RPT-LINE FROM WS-FOOTER-LINE.
005410
005420     IF WS-ERROR-COUNT > ZERO
005430         AND RETURN-CODE = ZERO
005440         MOVE 8 TO RETURN-CODE
005450     END-IF.
005460
005470     PERFORM 9100-WRITE-STEP-CONTROL
005480         THRU 9100-WRITE-STEP-CONTROL-EXIT.
005490
005500     IF WS-SIM-STATUS NOT = "35"
005510         CLOSE SIM-FILE
005520     END-IF.
005530     CLOSE GEN-FILE.
005540     CLOSE RPT-FILE.
005550 9000-TERMINATE-EXIT.
005560     EXIT.
005570
005580 9100-WRITE-STEP-CONTROL.
005590 9100-WRITE-STEP-CONTROL-RTN.
005600     OPEN EXTEND STP-FILE.
005610
005620     IF WS-STP-STATUS = "35"
005630         OPEN OUTPUT STP-FILE
005640     END-IF.
005650
005660     IF WS-STP-STATUS NOT = "00"
005670         DISPLAY "SIGENERATE - OPEN ERROR ON STP-FILE "
005680             "STATUS: " WS-STP-STATUS
005690             " - STEP CONTROL NOT RECORDED"
005700         GO TO 9100-WRITE-STEP-CONTROL-EXIT
005710     END-IF.
005720
005730     MOVE WS-RUN-DATE TO STP-BUS-DATE.
005740     MOVE "SIGENRTE" TO STP-JOB-ID.
005750     MOVE "GENOUT" TO STP-POINT.
005760     MOVE WS-EMIT-COUNT TO STP-COUNT.
005770     MOVE WS-GEN-HASH TO STP-AMOUNT.
005780     WRITE STP-RECORD.
005790
005800     CLOSE STP-FILE.
005810 9100-WRITE-STEP-CONTROL-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
005860*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
005870******************************************************************
005880 9900-END-RUN-CONTROL.
005890 9900-END-RUN-CONTROL-RTN.
005900     MOVE RETURN-CODE TO RCL-STEP-RC.
005910     SET RCL-END TO TRUE.
005920
005930     CALL "RUN-CONTROL" USING RCL-AREA.
005940
005950     MOVE RCL-STEP-RC TO RETURN-CODE.
005960 9900-END-RUN-CONTROL-EXIT.
005970     EXIT.
