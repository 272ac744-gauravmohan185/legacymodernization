000610*                     JOURNAL ACCOUNTS AND NET POSTED, NOW GO     *
000620*                     TO THE STEP CONTROL FILE (STP-FILE) FOR     *
000630*                     THE NIGHT-BALANCE CROSS-FOOT.               *
000640*  10/15/2026  RJ     THE POSTING SUMMARY NOW FOLLOWS THE FOOTER  *
000650*                     WITH THE EXTRACT SUBTOTALLED BY CURRENCY -  *
000660*                     A BASE-CURRENCY LINE AND ONE LINE PER       *
000670*                     FOREIGN CURRENCY, EACH SHOWING THE COUNT,   *
000680*                     THE AMOUNT IN ITS OWN CURRENCY, AND THE     *
000690*                     BASE AMOUNT POSTED - WHENEVER THE EXTRACT   *
000700*                     CARRIES ANY FOREIGN-CURRENCY ACTIVITY.      *
000710*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND    *
000720*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,    *
000730*                     DOING NOTHING, IF A PREDECESSOR HAS NOT     *
000740*                     COMPLETED CLEANLY FOR THE BUSINESS DATE OR  *
000750*                     IT HAS ALREADY RUN (UNLESS AN OVERRIDE CARD *
000760*                     IS SUPPLIED), AND ITS RETURN CODE IS        *
000770*                     RECORDED ON THE RUN-CONTROL FILE AT THE     *
000780*                     END.                                        *
000790******************************************************************
000800
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT GL-FILE ASSIGN TO "GLFILE"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-GL-STATUS.
000870
000880     SELECT JRN-FILE ASSIGN TO "JRNFILE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-JRN-STATUS.
000910
000920     SELECT RPT-FILE ASSIGN TO "GLRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RPT-STATUS.
000950
000960     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-BDC-STATUS.
000990
001000     SELECT STP-FILE ASSIGN TO "STPCTL"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-STP-STATUS.
001030
001040     SELECT SRT-FILE ASSIGN TO "SORTWK".
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  GL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY GLREC.
001110
001120 FD  JRN-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY GLJREC.
001150
001160 FD  RPT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY RPTREC.
001190
001200 FD  BDC-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY BDCREC.
001230
001240 FD  STP-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY STPREC.
001270
001280 SD  SRT-FILE.
001290 01  SRT-RECORD.
001300     05  SRT-ACCOUNT         PIC X(10).
001310     05  SRT-AMOUNT          PIC S9(07)V99
001320             SIGN IS TRAILING SEPARATE CHARACTER.
001330
001340 WORKING-STORAGE SECTION.
001350 77  WS-GL-STATUS            PIC X(02)  VALUE "00".
001360 77  WS-JRN-STATUS           PIC X(02)  VALUE "00".
001370 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001380 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001390 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
001400 77  WS-NET-READ             PIC S9(12)V99 COMP VALUE ZERO.
001410 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001420 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001430 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001440     88  WS-EOF                         VALUE "Y".
001450 77  WS-SORT-EOF-SWITCH      PIC X(01)  VALUE "N".
001460     88  WS-SORT-EOF                    VALUE "Y".
001470 77  WS-FIRST-ACCT-SWITCH    PIC X(01)  VALUE "Y".
001480     88  WS-FIRST-ACCOUNT               VALUE "Y".
001490 77  WS-BALANCE-SWITCH       PIC X(01)  VALUE "Y".
001500     88  WS-IN-BALANCE                  VALUE "Y".
001510     88  WS-OUT-OF-BALANCE              VALUE "N".
001520 77  WS-REC-COUNT            PIC 9(07) COMP VALUE ZERO.
001530 77  WS-ACCT-COUNT           PIC 9(07) COMP VALUE ZERO.
001540 77  WS-BREAK-ACCOUNT        PIC X(10) VALUE SPACES.
001550 77  WS-ACCT-NET             PIC S9(12)V99 COMP VALUE ZERO.
001560 77  WS-ACCT-TRANS           PIC 9(07) COMP VALUE ZERO.
001570 77  WS-TOTAL-DEBITS         PIC S9(12)V99 COMP VALUE ZERO.
001580 77  WS-TOTAL-CREDITS        PIC S9(12)V99 COMP VALUE ZERO.
001590 77  WS-EXTRACT-DATE         PIC 9(08) VALUE ZERO.
001600 77  WS-BASE-CURRENCY        PIC X(03)  VALUE "USD".
001610 77  WS-CCY-USED             PIC 9(05) COMP VALUE ZERO.
001620 77  WS-CCY-MAX              PIC 9(05) COMP VALUE 50.
001630 77  WS-CCY-SUB              PIC 9(05) COMP VALUE ZERO.
001640 77  WS-CCY-FOUND-SWITCH     PIC X(01)  VALUE "N".
001650     88  WS-CCY-FOUND                   VALUE "Y".
001660 77  WS-CCY-FULL-SWITCH      PIC X(01)  VALUE "N".
001670     88  WS-CCY-TABLE-FULL              VALUE "Y".
001680 77  WS-BASE-CCY-COUNT       PIC 9(07) COMP VALUE ZERO.
001690 77  WS-BASE-CCY-TOTAL       PIC S9(12)V99 COMP VALUE ZERO.
001700
001710 01  WS-CCY-TABLE.
001720     05  WS-CCY-ENTRY OCCURS 50 TIMES.
001730         10  WS-CCY-CODE     PIC X(03).
001740         10  WS-CCY-COUNT    PIC 9(07) COMP.
001750         10  WS-CCY-FOREIGN  PIC S9(12)V99 COMP.
001760         10  WS-CCY-BASE     PIC S9(12)V99 COMP.
001770
001780 01  WS-PRINT-LINE.
001790     05  WS-DET-ACCOUNT      PIC X(10).
001800     05  FILLER              PIC X(03)  VALUE SPACES.
001810     05  WS-DET-AMOUNT       PIC -(12)9.99.
001820     05  FILLER              PIC X(03)  VALUE SPACES.
001830     05  WS-DET-TRANS        PIC Z,ZZZ,ZZ9.
001840     05  FILLER              PIC X(91)  VALUE SPACES.
001850
001860 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001870     05  FILLER              PIC X(02).
001880     05  WS-FTR-CNT-LABEL    PIC X(17).
001890     05  FILLER              PIC X(02).
001900     05  WS-FTR-COUNT        PIC Z,ZZZ,ZZ9.
001910     05  FILLER              PIC X(05).
001920     05  WS-FTR-TOT-LABEL    PIC X(11).
001930     05  FILLER              PIC X(02).
001940     05  WS-FTR-TOTAL        PIC -(12)9.99.
001950     05  FILLER              PIC X(66).
001960
001970 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001980     05  WS-HDR-BUS-LABEL    PIC X(13).
001990     05  FILLER              PIC X(02).
002000     05  WS-HDR-BUS-DATE     PIC 9(08).
002010     05  FILLER              PIC X(03).
002020     05  WS-HDR-TIM-LABEL    PIC X(08).
002030     05  FILLER              PIC X(02).
002040     05  WS-HDR-RUN-TIME     PIC 9(08).
002050     05  FILLER              PIC X(88).
002060
002070 01  WS-PROOF-LINE REDEFINES WS-PRINT-LINE.
002080     05  FILLER              PIC X(02).
002090     05  WS-PRF-DR-LABEL     PIC X(06).
002100     05  FILLER              PIC X(02).
002110     05  WS-PRF-DEBITS       PIC -(12)9.99.
002120     05  FILLER              PIC X(03).
002130     05  WS-PRF-CR-LABEL     PIC X(07).
002140     05  FILLER              PIC X(02).
002150     05  WS-PRF-CREDITS      PIC -(12)9.99.
002160     05  FILLER              PIC X(03).
002170     05  WS-PRF-STATUS       PIC X(14).
002180     05  FILLER              PIC X(61).
002190
002200 01  WS-CCY-LINE REDEFINES WS-PRINT-LINE.
002210     05  FILLER              PIC X(02).
002220     05  WS-CUR-LABEL        PIC X(08).
002230     05  FILLER              PIC X(02).
002240     05  WS-CUR-CODE         PIC X(03).
002250     05  FILLER              PIC X(03).
002260     05  WS-CUR-CNT-LABEL    PIC X(06).
002270     05  FILLER              PIC X(01).
002280     05  WS-CUR-COUNT        PIC Z,ZZZ,ZZ9.
002290     05  FILLER              PIC X(03).
002300     05  WS-CUR-FGN-LABEL    PIC X(06).
002310     05  FILLER              PIC X(01).
002320     05  WS-CUR-FOREIGN      PIC -(12)9.99.
002330     05  FILLER              PIC X(03).
002340     05  WS-CUR-BASE-LABEL   PIC X(04).
002350     05  FILLER              PIC X(01).
002360     05  WS-CUR-BASE         PIC -(12)9.99.
002370     05  FILLER              PIC X(48).
002380
002390     COPY RCLREC.
002400
002410 PROCEDURE DIVISION.
002420 0000-MAINLINE SECTION.
002430 0000-MAIN-RTN.
002440     PERFORM 0100-START-RUN-CONTROL
002450         THRU 0100-START-RUN-CONTROL-EXIT.
002460
002470     IF RCL-STEP-REFUSED
002480         STOP RUN
002490     END-IF.
002500
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-INITIALIZE-EXIT.
002530
002540     IF WS-GL-STATUS = "00"
002550         SORT SRT-FILE
002560             ON ASCENDING KEY SRT-ACCOUNT
002570             INPUT PROCEDURE IS 2000-ACQUIRE-EXTRACT
002580             OUTPUT PROCEDURE IS 3000-POST-BY-ACCOUNT
002590
002600         PERFORM 9000-TERMINATE
002610             THRU 9000-TERMINATE-EXIT
002620     END-IF.
002630
002640     PERFORM 9900-END-RUN-CONTROL
002650         THRU 9900-END-RUN-CONTROL-EXIT.
002660
002670     STOP RUN.
002680
002690******************************************************************
002700*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
002710*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
002720*  CODE RUN-CONTROL SETS.                                        *
002730******************************************************************
002740 0100-START-RUN-CONTROL.
002750 0100-START-RUN-CONTROL-RTN.
002760     MOVE "GLPOST  " TO RCL-JOB-ID.
002770     MOVE ZERO TO RCL-STEP-RC.
002780     SET RCL-START TO TRUE.
002790
002800     CALL "RUN-CONTROL" USING RCL-AREA.
002810
002820     MOVE RCL-STEP-RC TO RETURN-CODE.
002830 0100-START-RUN-CONTROL-EXIT.
002840     EXIT.
002850
002860 1000-INITIALIZE.
002870 1000-INITIALIZE-RTN.
002880     OPEN INPUT GL-FILE.
002890
002900     IF WS-GL-STATUS NOT = "00"
002910         DISPLAY "GLPOST - OPEN ERROR ON GL-FILE "
002920             "STATUS: " WS-GL-STATUS
002930         MOVE "Y" TO WS-EOF-SWITCH
002940         MOVE 20 TO RETURN-CODE
002950         GO TO 1000-INITIALIZE-EXIT
002960     END-IF.
002970
002980     OPEN OUTPUT RPT-FILE.
002990     OPEN OUTPUT JRN-FILE.
003000
003010     PERFORM 1100-GET-BUSINESS-DATE
003020         THRU 1100-GET-BUSINESS-DATE-EXIT.
003030
003040     MOVE SPACES TO WS-HEADER-LINE.
003050     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003060     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003070     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003080     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003090     WRITE RPT-LINE FROM WS-HEADER-LINE.
003100
003110     PERFORM 2100-READ-EXTRACT
003120         THRU 2100-READ-EXTRACT-EXIT.
003130 1000-INITIALIZE-EXIT.
003140     EXIT.
003150
003160 1100-GET-BUSINESS-DATE.
003170 1100-GET-BUSINESS-DATE-RTN.
003180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003190     ACCEPT WS-RUN-TIME FROM TIME.
003200
003210     OPEN INPUT BDC-FILE.
003220
003230     IF WS-BDC-STATUS NOT = "00"
003240         GO TO 1100-GET-BUSINESS-DATE-EXIT
003250     END-IF.
003260
003270     READ BDC-FILE
003280         AT END
003290             CONTINUE
003300     END-READ.
003310
003320     IF WS-BDC-STATUS = "00"
003330         AND BDC-BUS-DATE IS NUMERIC
003340         AND BDC-BUS-DATE > ZERO
003350         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003360     END-IF.
003370
003380     CLOSE BDC-FILE.
003390 1100-GET-BUSINESS-DATE-EXIT.
003400     EXIT.
003410
003420 2010-RELEASE-EXTRACT.
003430 2010-RELEASE-EXTRACT-RTN.
003440     ADD 1 TO WS-REC-COUNT.
003450     MOVE GL-RUN-DATE TO WS-EXTRACT-DATE.
003460
003470     IF GL-AMOUNT < ZERO
003480         SUBTRACT GL-AMOUNT FROM WS-TOTAL-CREDITS
003490     ELSE
003500         ADD GL-AMOUNT TO WS-TOTAL-DEBITS
003510     END-IF.
003520
003530     MOVE GL-ACCOUNT TO SRT-ACCOUNT.
003540     MOVE GL-AMOUNT TO SRT-AMOUNT.
003550
003560     PERFORM 2200-ADD-CURRENCY-TOTAL
003570         THRU 2200-ADD-CURRENCY-TOTAL-EXIT.
003580
003590     RELEASE SRT-RECORD.
003600
003610     PERFORM 2100-READ-EXTRACT
003620         THRU 2100-READ-EXTRACT-EXIT.
003630 2010-RELEASE-EXTRACT-EXIT.
003640     EXIT.
003650
003660 2100-READ-EXTRACT.
003670 2100-READ-EXTRACT-RTN.
003680     READ GL-FILE
003690         AT END
003700             MOVE "Y" TO WS-EOF-SWITCH
003710     END-READ.
003720 2100-READ-EXTRACT-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*  EACH EXTRACT RECORD IS SUBTOTALLED BY CURRENCY - THE AMOUNT   *
003770*  IN ITS OWN CURRENCY AND ITS BASE EQUIVALENT - WITH BASE-      *
003780*  CURRENCY ACTIVITY (CURRENCY SPACES) KEPT APART.  A CURRENCY   *
003790*  THAT WILL NOT FIT IN THE TABLE IS LEFT OUT OF THE SUBTOTALS   *
003800*  (THE POSTING IS UNAFFECTED) AND REPORTED ONCE.                *
003810******************************************************************
003820 2200-ADD-CURRENCY-TOTAL.
003830 2200-ADD-CURRENCY-TOTAL-RTN.
003840     IF GL-CURRENCY = SPACES
003850         ADD 1 TO WS-BASE-CCY-COUNT
003860         ADD GL-AMOUNT TO WS-BASE-CCY-TOTAL
003870         GO TO 2200-ADD-CURRENCY-TOTAL-EXIT
003880     END-IF.
003890
003900     MOVE "N" TO WS-CCY-FOUND-SWITCH.
003910     MOVE ZERO TO WS-CCY-SUB.
003920
003930     PERFORM 2210-SCAN-ONE-CURRENCY
003940         THRU 2210-SCAN-ONE-CURRENCY-EXIT
003950         UNTIL WS-CCY-FOUND
003960             OR WS-CCY-SUB >= WS-CCY-USED.
003970
003980     IF NOT WS-CCY-FOUND
003990         IF WS-CCY-USED < WS-CCY-MAX
004000             ADD 1 TO WS-CCY-USED
004010             MOVE WS-CCY-USED TO WS-CCY-SUB
004020             MOVE GL-CURRENCY TO WS-CCY-CODE (WS-CCY-SUB)
004030             MOVE ZERO TO WS-CCY-COUNT (WS-CCY-SUB)
004040             MOVE ZERO TO WS-CCY-FOREIGN (WS-CCY-SUB)
004050             MOVE ZERO TO WS-CCY-BASE (WS-CCY-SUB)
004060         ELSE
004070             IF NOT WS-CCY-TABLE-FULL
004080                 SET WS-CCY-TABLE-FULL TO TRUE
004090                 DISPLAY "GLPOST - CURRENCY TABLE FULL - "
004100                     "INCREASE WS-CCY-MAX - CURRENCY "
004110                     "SUBTOTALS INCOMPLETE"
004120             END-IF
004130             GO TO 2200-ADD-CURRENCY-TOTAL-EXIT
004140         END-IF
004150     END-IF.
004160
004170     ADD 1 TO WS-CCY-COUNT (WS-CCY-SUB).
004180     ADD GL-ORIG-AMOUNT TO WS-CCY-FOREIGN (WS-CCY-SUB).
004190     ADD GL-AMOUNT TO WS-CCY-BASE (WS-CCY-SUB).
004200 2200-ADD-CURRENCY-TOTAL-EXIT.
004210     EXIT.
004220
004230 2210-SCAN-ONE-CURRENCY.
004240 2210-SCAN-ONE-CURRENCY-RTN.
004250     ADD 1 TO WS-CCY-SUB.
004260
004270     IF WS-CCY-CODE (WS-CCY-SUB) = GL-CURRENCY
004280         SET WS-CCY-FOUND TO TRUE
004290     END-IF.
004300 2210-SCAN-ONE-CURRENCY-EXIT.
004310     EXIT.
004320
004330 3100-PROCESS-SORTED-POSTING.
004340 3100-PROCESS-SORTED-POSTING-RTN.
004350     RETURN SRT-FILE
004360         AT END
004370             MOVE "Y" TO WS-SORT-EOF-SWITCH
004380             GO TO 3100-PROCESS-SORTED-POSTING-EXIT
004390     END-RETURN.
004400
004410     IF WS-FIRST-ACCOUNT
004420         MOVE "N" TO WS-FIRST-ACCT-SWITCH
004430         MOVE SRT-ACCOUNT TO WS-BREAK-ACCOUNT
004440     ELSE
004450         IF SRT-ACCOUNT NOT = WS-BREAK-ACCOUNT
004460             PERFORM 3200-POST-ONE-ACCOUNT
004470                 THRU 3200-POST-ONE-ACCOUNT-EXIT
004480             MOVE SRT-ACCOUNT TO WS-BREAK-ACCOUNT
004490         END-IF
004500     END-IF.
004510
004520     ADD SRT-AMOUNT TO WS-ACCT-NET.
004530     ADD 1 TO WS-ACCT-TRANS.
004540 3100-PROCESS-SORTED-POSTING-EXIT.
004550     EXIT.
004560
004570 3200-POST-ONE-ACCOUNT.
004580 3200-POST-ONE-ACCOUNT-RTN.
004590     ADD 1 TO WS-ACCT-COUNT.
004600
004610     MOVE WS-BREAK-ACCOUNT TO JRN-ACCOUNT.
004620     MOVE WS-ACCT-NET TO JRN-AMOUNT.
004630     MOVE WS-ACCT-TRANS TO JRN-TRAN-COUNT.
004640     MOVE WS-EXTRACT-DATE TO JRN-RUN-DATE.
004650
004660     WRITE JRN-RECORD.
004670
004680     MOVE SPACES TO WS-PRINT-LINE.
004690     MOVE WS-BREAK-ACCOUNT TO WS-DET-ACCOUNT.
004700     MOVE WS-ACCT-NET TO WS-DET-AMOUNT.
004710     MOVE WS-ACCT-TRANS TO WS-DET-TRANS.
004720
004730     WRITE RPT-LINE FROM WS-PRINT-LINE.
004740
004750     MOVE ZERO TO WS-ACCT-NET.
004760     MOVE ZERO TO WS-ACCT-TRANS.
004770 3200-POST-ONE-ACCOUNT-EXIT.
004780     EXIT.
004790
004800 9000-TERMINATE.
004810 9000-TERMINATE-RTN.
004820     PERFORM 9400-WRITE-STEP-CONTROL
004830         THRU 9400-WRITE-STEP-CONTROL-EXIT.
004840
004850     CLOSE GL-FILE.
004860     CLOSE JRN-FILE.
004870     CLOSE RPT-FILE.
004880 9000-TERMINATE-EXIT.
004890     EXIT.
004900
004910 9100-PROVE-EXTRACT-BALANCE.
004920 9100-PROVE-EXTRACT-BALANCE-RTN.
004930     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
004940         SET WS-IN-BALANCE TO TRUE
004950     ELSE
004960         SET WS-OUT-OF-BALANCE TO TRUE
004970     END-IF.
004980
004990     MOVE SPACES TO WS-PROOF-LINE.
005000     MOVE "DEBITS" TO WS-PRF-DR-LABEL.
005010     MOVE WS-TOTAL-DEBITS TO WS-PRF-DEBITS.
005020     MOVE "CREDITS" TO WS-PRF-CR-LABEL.
005030     MOVE WS-TOTAL-CREDITS TO WS-PRF-CREDITS.
005040
005050     IF WS-OUT-OF-BALANCE
005060         MOVE "OUT OF BALANCE" TO WS-PRF-STATUS
005070         IF RETURN-CODE = ZERO
005080             MOVE 16 TO RETURN-CODE
005090         END-IF
005100         DISPLAY "GLPOST - EXTRACT OUT OF BALANCE - "
005110             "DEBITS " WS-TOTAL-DEBITS
005120             " CREDITS " WS-TOTAL-CREDITS
005130             " - NOTHING POSTED"
005140     ELSE
005150         MOVE "IN BALANCE" TO WS-PRF-STATUS
005160     END-IF.
005170
005180     WRITE RPT-LINE FROM WS-PROOF-LINE.
005190 9100-PROVE-EXTRACT-BALANCE-EXIT.
005200     EXIT.
005210
005220 9300-WRITE-POSTING-FOOTER.
005230 9300-WRITE-POSTING-FOOTER-RTN.
005240     MOVE SPACES TO WS-FOOTER-LINE.
005250     MOVE "ACCOUNTS POSTED" TO WS-FTR-CNT-LABEL.
005260     MOVE WS-ACCT-COUNT TO WS-FTR-COUNT.
005270     MOVE "NET POSTED" TO WS-FTR-TOT-LABEL.
005280     COMPUTE WS-FTR-TOTAL =
005290         WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
005300
005310     WRITE RPT-LINE FROM WS-FOOTER-LINE.
005320
005330     IF WS-CCY-USED > ZERO
005340         PERFORM 9350-WRITE-CURRENCY-TOTALS
005350             THRU 9350-WRITE-CURRENCY-TOTALS-EXIT
005360     END-IF.
005370 9300-WRITE-POSTING-FOOTER-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*  ONE LINE FOR BASE-CURRENCY ACTIVITY AND ONE PER FOREIGN       *
005420*  CURRENCY, EACH WITH THE COUNT, THE AMOUNT IN ITS OWN          *
005430*  CURRENCY, AND THE BASE AMOUNT.  THE BASE COLUMN FOOTS TO      *
005440*  THE NET POSTED.                                               *
005450******************************************************************
005460 9350-WRITE-CURRENCY-TOTALS.
005470 9350-WRITE-CURRENCY-TOTALS-RTN.
005480     MOVE SPACES TO WS-CCY-LINE.
005490     MOVE "CURRENCY" TO WS-CUR-LABEL.
005500     MOVE WS-BASE-CURRENCY TO WS-CUR-CODE.
005510     MOVE "ITEMS" TO WS-CUR-CNT-LABEL.
005520     MOVE WS-BASE-CCY-COUNT TO WS-CUR-COUNT.
005530     MOVE "AMOUNT" TO WS-CUR-FGN-LABEL.
005540     MOVE WS-BASE-CCY-TOTAL TO WS-CUR-FOREIGN.
005550     MOVE "BASE" TO WS-CUR-BASE-LABEL.
005560     MOVE WS-BASE-CCY-TOTAL TO WS-CUR-BASE.
005570
005580     WRITE RPT-LINE FROM WS-CCY-LINE.
005590
005600     MOVE ZERO TO WS-CCY-SUB.
005610
005620     PERFORM 9360-WRITE-ONE-CURRENCY
005630         THRU 9360-WRITE-ONE-CURRENCY-EXIT
005640         UNTIL WS-CCY-SUB >= WS-CCY-USED.
005650 9350-WRITE-CURRENCY-TOTALS-EXIT.
005660     EXIT.
005670
005680 9360-WRITE-ONE-CURRENCY.
005690 9360-WRITE-ONE-CURRENCY-RTN.
005700     ADD 1 TO WS-CCY-SUB.
005710
005720     MOVE SPACES TO WS-CCY-LINE.
005730     MOVE "CURRENCY" TO WS-CUR-LABEL.
005740     MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-CUR-CODE.
005750     MOVE "ITEMS" TO WS-CUR-CNT-LABEL.
005760     MOVE WS-CCY-COUNT (WS-CCY-SUB) TO WS-CUR-COUNT.
005770     MOVE "AMOUNT" TO WS-CUR-FGN-LABEL.
005780     MOVE WS-CCY-FOREIGN (WS-CCY-SUB) TO WS-CUR-FOREIGN.
005790     MOVE "BASE" TO WS-CUR-BASE-LABEL.
005800     MOVE WS-CCY-BASE (WS-CCY-SUB) TO WS-CUR-BASE.
005810
005820     WRITE RPT-LINE FROM WS-CCY-LINE.
005830 9360-WRITE-ONE-CURRENCY-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*  THE EXTRACT READ AND THE JOURNAL WRITTEN GO TO THE STEP       *
005880*  CONTROL FILE.  AN EXTRACT THAT DID NOT POST WRITES A ZERO     *
005890*  JOURNAL POINT, SO NIGHT-BALANCE FAILS ITS JOURNAL CHECK       *
005900*  INSTEAD OF PASSING AN EMPTY LEDGER LOAD AS CLEAN.             *
005910******************************************************************
005920 9400-WRITE-STEP-CONTROL.
005930 9400-WRITE-STEP-CONTROL-RTN.
005940     OPEN EXTEND STP-FILE.
005950
005960     IF WS-STP-STATUS = "35"
005970         OPEN OUTPUT STP-FILE
005980     END-IF.
005990
006000     IF WS-STP-STATUS NOT = "00"
006010         DISPLAY "GLPOST - OPEN ERROR ON STP-FILE "
006020             "STATUS: " WS-STP-STATUS
006030             " - STEP CONTROL NOT RECORDED"
006040         GO TO 9400-WRITE-STEP-CONTROL-EXIT
006050     END-IF.
006060
006070     COMPUTE WS-NET-READ =
006080         WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
006090
006100     MOVE WS-RUN-DATE TO STP-BUS-DATE.
006110     MOVE "GLPOST  " TO STP-JOB-ID.
006120
006130     MOVE "GLIN" TO STP-POINT.
006140     MOVE WS-REC-COUNT TO STP-COUNT.
006150     MOVE WS-NET-READ TO STP-AMOUNT.
006160     WRITE STP-RECORD.
006170
006180     MOVE "JRNOUT" TO STP-POINT.
006190     MOVE WS-ACCT-COUNT TO STP-COUNT.
006200
006210     IF WS-IN-BALANCE
006220         AND WS-ACCT-COUNT > ZERO
006230         MOVE WS-NET-READ TO STP-AMOUNT
006240     ELSE
006250         MOVE ZERO TO STP-AMOUNT
006260     END-IF.
006270
006280     WRITE STP-RECORD.
006290
006300     CLOSE STP-FILE.
006310 9400-WRITE-STEP-CONTROL-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
006360*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
006370******************************************************************
006380 9900-END-RUN-CONTROL.
006390 9900-END-RUN-CONTROL-RTN.
006400     MOVE RETURN-CODE TO RCL-STEP-RC.
006410     SET RCL-END TO TRUE.
006420
006430     CALL "RUN-CONTROL" USING RCL-AREA.
006440
006450     MOVE RCL-STEP-RC TO RETURN-CODE.
006460 9900-END-RUN-CONTROL-EXIT.
006470     EXIT.
006480
006490 2000-ACQUIRE-EXTRACT SECTION.
006500 2000-ACQUIRE-EXTRACT-RTN.
006510     PERFORM 2010-RELEASE-EXTRACT
006520         THRU 2010-RELEASE-EXTRACT-EXIT
006530         UNTIL WS-EOF.
006540
006550     GO TO 2000-ACQUIRE-EXTRACT-EXIT.
006560 2000-ACQUIRE-EXTRACT-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*  THE PROOF COMES FIRST: AN EXTRACT WHOSE DEBITS AND CREDITS    *
006610*  DO NOT AGREE POSTS NOTHING - THE SORTED RECORDS ARE LEFT      *
006620*  UNRETURNED AND THE JOURNAL STAYS EMPTY.                       *
006630******************************************************************
006640 3000-POST-BY-ACCOUNT SECTION.
006650 3000-POST-BY-ACCOUNT-RTN.
006660     PERFORM 9100-PROVE-EXTRACT-BALANCE
006670         THRU 9100-PROVE-EXTRACT-BALANCE-EXIT.
006680
006690     IF WS-OUT-OF-BALANCE
006700         OR RETURN-CODE NOT = ZERO
006710         GO TO 3000-POST-BY-ACCOUNT-EXIT
006720     END-IF.
006730
006740     PERFORM 3100-PROCESS-SORTED-POSTING
006750         THRU 3100-PROCESS-SORTED-POSTING-EXIT
006760         UNTIL WS-SORT-EOF.
006770
006780     IF NOT WS-FIRST-ACCOUNT
006790         PERFORM 3200-POST-ONE-ACCOUNT
006800             THRU 3200-POST-ONE-ACCOUNT-EXIT
006810     END-IF.
006820
006830     PERFORM 9300-WRITE-POSTING-FOOTER
006840         THRU 9300-WRITE-POSTING-FOOTER-EXIT.
006850
006860     GO TO 3000-POST-BY-ACCOUNT-EXIT.
006870 3000-POST-BY-ACCOUNT-EXIT.
006880     EXIT.
