000280*            CLOSING BALANCE BECOMES ITS OPENING BALANCE AND     *
000290*            THE PERIOD-TO-DATE MOVEMENT RESETS TO ZERO - SO     *
000300*            THE NEW PERIOD STARTS FROM A CLEAN TRIAL BALANCE.   *
000310*            BEFORE THE ROLL EACH ACCOUNT'S OPENING, MOVEMENT    *
000320*            AND CLOSING FOR THE PERIOD ARE SNAPSHOT TO THE      *
000330*            CUMULATIVE BALANCE HISTORY FILE (BHS-FILE).         *
000340*            EVERY CARD'S DISPOSITION PRINTS ON THE REPORT;      *
000350*            ANY CARD THAT CANNOT BE APPLIED SETS RETURN-CODE    *
000360*            8 SO THE SCHEDULER CAN FLAG THE STEP.               *
000370*            EVERY PERIOD OPENED OR CLOSED IS ALSO WRITTEN TO    *
000380*            THE MASTER FILE CHANGE LOG (CLG-FILE) WITH THE      *
000390*            PERIOD RECORD'S BEFORE AND AFTER IMAGES.            *
000400*            THE PERIOD IS MARKED CLOSED ONLY AFTER THE SNAPSHOT *
000410*            AND ROLL HAVE FINISHED CLEANLY; A CLOSE WHOSE FILES *
000420*            CANNOT BE OPENED, OR WHOSE ROLL STOPS PART WAY,     *
000430*            LEAVES THE PERIOD OPEN AND SETS RETURN-CODE 20 SO   *
000440*            THE CLOSE CAN BE RERUN.                             *
000450*                                                               *
000460*  MODIFICATION HISTORY                                         *
000470*  ----------------------------------------------------------   *
000480*  DATE        INIT   DESCRIPTION                               *
000490*  09/02/2026  RJ     ORIGINAL PROGRAM.  FIRST LOAD AND         *
000500*                     ONGOING MAINTENANCE OF THE PERIOD          *
000510*                     CONTROL FILE USED TO KEEP LATE WORK OUT    *
000520*                     OF A MONTH ALREADY REPORTED.               *
000530*  09/02/2026  RJ     THE RUN DATE NOW COMES FROM THE BUSINESS  *
000540*                     DATE CONTROL CARD (BDC-FILE) WHEN ONE IS  *
000550*                     PRESENT; THE REPORT HEADS UP WITH THE     *
000560*                     BUSINESS DATE AND WALL-CLOCK RUN TIME.    *
000570*  10/15/2026  RJ     BEFORE THE BALANCE MASTER IS ROLLED,      *
000580*                     EVERY ACCOUNT'S OPENING BALANCE, MOVEMENT *
000590*                     AND CLOSING BALANCE FOR THE CLOSED PERIOD *
000600*                     IS WRITTEN TO THE CUMULATIVE BALANCE      *
000610*                     HISTORY FILE (BHS-FILE) FOR               *
000620*                     CMP-TRIAL-BAL, AND THE NUMBER OF ACCOUNTS *
000630*                     SNAPSHOT IS KEPT ON THE PERIOD CONTROL    *
000640*                     RECORD.  AN ACCOUNT WHOSE SNAPSHOT CANNOT *
000650*                     BE WRITTEN IS NOT ROLLED.                 *
000660*  10/15/2026  RJ     EVERY PERIOD OPENED OR CLOSED IS NOW      *
000670*                     WRITTEN TO THE MASTER FILE CHANGE LOG     *
000680*                     (CLG-FILE) WITH THE PERIOD CONTROL        *
000690*                     RECORD'S BEFORE AND AFTER IMAGES FOR      *
000700*                     CHG-INQUIRY.  WITHOUT THE CHANGE LOG NO   *
000710*                     CARD IS APPLIED.                          *
000720*  10/15/2026  RJ     A CLOSE NOW OPENS THE BALANCE HISTORY     *
000730*                     FILE AND BALANCE MASTER BEFORE ANYTHING   *
000740*                     IS CHANGED AND IS REFUSED, WITH THE       *
000750*                     PERIOD STILL OPEN, IF EITHER CANNOT BE    *
000760*                     OPENED.  THE PERIOD IS REWRITTEN CLOSED,  *
000770*                     WITH ITS SNAPSHOT COUNT, ONLY AFTER THE   *
000780*                     ROLL FINISHES CLEANLY; A ROLL THAT STOPS  *
000790*                     PART WAY LEAVES THE PERIOD OPEN FOR THE   *
000800*                     CLOSE TO BE RERUN, AND ON THE RERUN AN    *
000810*                     ACCOUNT ALREADY ROLLED KEEPS ITS          *
000820*                     SNAPSHOT.                                 *
000830******************************************************************
000840
000850 ENVIRONMENT DIVISION.
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT PMC-FILE ASSIGN TO "PRDCARD"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PMC-STATUS.
000910
000920     SELECT PRD-FILE ASSIGN TO "PRDCTL"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS PRD-PERIOD
000960         FILE STATUS IS WS-PRD-STATUS.
000970
000980     SELECT HST-FILE ASSIGN TO "HSTFILE"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-HST-STATUS.
001010
001020     SELECT BAL-FILE ASSIGN TO "BALMSTR"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS BAL-ACCOUNT
001060         FILE STATUS IS WS-BAL-STATUS.
001070
001080     SELECT BHS-FILE ASSIGN TO "BALHIST"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS BHS-KEY
001120         FILE STATUS IS WS-BHS-STATUS.
001130
001140     SELECT RPT-FILE ASSIGN TO "PRDRPT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-RPT-STATUS.
001170
001180     SELECT CLG-FILE ASSIGN TO "CHGLOG"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-CLG-STATUS.
001210
001220     SELECT BDC-FILE ASSIGN TO "BUSDATE"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-BDC-STATUS.
001250
001260 DATA DIVISION.
001270 FILE SECTION.
001280 FD  PMC-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY PMCREC.
001310
001320 FD  PRD-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY PRDREC.
001350
001360 FD  HST-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY HSTREC.
001390
001400 FD  BAL-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY BALREC.
001430
001440 FD  BHS-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY BHSREC.
001470
001480 FD  RPT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY RPTREC.
001510
001520 FD  CLG-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY CLGREC.
001550
001560 FD  BDC-FILE
001570     LABEL RECORDS ARE STANDARD.
001580     COPY BDCREC.
001590
001600 WORKING-STORAGE SECTION.
001610 77  WS-PMC-STATUS           PIC X(02)  VALUE "00".
001620 77  WS-PRD-STATUS           PIC X(02)  VALUE "00".
001630 77  WS-HST-STATUS           PIC X(02)  VALUE "00".
001640 77  WS-BAL-STATUS           PIC X(02)  VALUE "00".
001650 77  WS-BHS-STATUS           PIC X(02)  VALUE "00".
001660 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001670 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001680 77  WS-CLG-STATUS           PIC X(02)  VALUE "00".
001690 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001700     88  WS-EOF                         VALUE "Y".
001710 77  WS-HST-EOF-SWITCH       PIC X(01)  VALUE "N".
001720     88  WS-HST-EOF                     VALUE "Y".
001730 77  WS-BAL-EOF-SWITCH       PIC X(01)  VALUE "N".
001740     88  WS-BAL-EOF                     VALUE "Y".
001750 77  WS-PERIOD-BAL-SWITCH    PIC X(01)  VALUE "Y".
001760     88  WS-PERIOD-IN-BALANCE           VALUE "Y".
001770     88  WS-PERIOD-OUT-OF-BAL           VALUE "N".
001780 77  WS-ROLL-FILES-SWITCH    PIC X(01)  VALUE "Y".
001790     88  WS-ROLL-FILES-READY            VALUE "Y".
001800     88  WS-ROLL-FILES-UNAVAIL          VALUE "N".
001810 77  WS-BAL-MASTER-SWITCH    PIC X(01)  VALUE "Y".
001820     88  WS-BAL-MASTER-PRESENT          VALUE "Y".
001830     88  WS-NO-BAL-MASTER               VALUE "N".
001840 77  WS-ROLL-SWITCH          PIC X(01)  VALUE "Y".
001850     88  WS-ROLL-COMPLETE               VALUE "Y".
001860     88  WS-ROLL-INCOMPLETE             VALUE "N".
001870 77  WS-SNAP-SWITCH          PIC X(01)  VALUE "W".
001880     88  WS-SNAP-WRITTEN                VALUE "W".
001890     88  WS-SNAP-KEPT                   VALUE "K".
001900     88  WS-SNAP-FAILED                 VALUE "F".
001910 77  WS-JOB-ID               PIC X(08)  VALUE "PRDMAINT".
001920 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001930 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001940 77  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
001950 77  WS-CLOSE-COUNT          PIC 9(07) COMP VALUE ZERO.
001960 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001970 77  WS-ROLL-COUNT           PIC 9(07) COMP VALUE ZERO.
001980 77  WS-SNAP-COUNT           PIC 9(07) COMP VALUE ZERO.
001990
002000 01  WS-PRINT-LINE.
002010     05  WS-DET-ACTION       PIC X(01).
002020     05  FILLER              PIC X(03)  VALUE SPACES.
002030     05  WS-DET-PERIOD       PIC 9(06).
002040     05  FILLER              PIC X(03)  VALUE SPACES.
002050     05  WS-DET-DISP         PIC X(30).
002060     05  FILLER              PIC X(89)  VALUE SPACES.
002070
002080 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
002090     05  WS-HDR-BUS-LABEL    PIC X(13).
002100     05  FILLER              PIC X(02).
002110     05  WS-HDR-BUS-DATE     PIC 9(08).
002120     05  FILLER              PIC X(03).
002130     05  WS-HDR-TIM-LABEL    PIC X(08).
002140     05  FILLER              PIC X(02).
002150     05  WS-HDR-RUN-TIME     PIC 9(08).
002160     05  FILLER              PIC X(88).
002170
002180 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
002190     05  FILLER              PIC X(02).
002200     05  WS-FTR-OPN-LABEL    PIC X(07).
002210     05  WS-FTR-OPENED       PIC Z,ZZZ,ZZ9.
002220     05  FILLER              PIC X(02).
002230     05  WS-FTR-CLS-LABEL    PIC X(07).
002240     05  WS-FTR-CLOSED       PIC Z,ZZZ,ZZ9.
002250     05  FILLER              PIC X(02).
002260     05  WS-FTR-ERR-LABEL    PIC X(07).
002270     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
002280     05  FILLER              PIC X(87).
002290
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE SECTION.
002320 0000-MAIN-RTN.
002330     PERFORM 1000-INITIALIZE
002340         THRU 1000-INITIALIZE-EXIT.
002350
002360     IF WS-PMC-STATUS = "00"
002370         PERFORM 2000-APPLY-PERIOD-CARD
002380             THRU 2000-APPLY-PERIOD-CARD-EXIT
002390             UNTIL WS-EOF
002400
002410         PERFORM 9000-TERMINATE
002420             THRU 9000-TERMINATE-EXIT
002430     END-IF.
002440
002450     STOP RUN.
002460
002470 1000-INITIALIZE.
002480 1000-INITIALIZE-RTN.
002490     OPEN INPUT PMC-FILE.
002500
002510     IF WS-PMC-STATUS NOT = "00"
002520         DISPLAY "PRDMAINT - OPEN ERROR ON PMC-FILE "
002530             "STATUS: " WS-PMC-STATUS
002540         MOVE "Y" TO WS-EOF-SWITCH
002550         MOVE 20 TO RETURN-CODE
002560         GO TO 1000-INITIALIZE-EXIT
002570     END-IF.
002580
002590     OPEN I-O PRD-FILE.
002600
002610     IF WS-PRD-STATUS = "35"
002620         OPEN OUTPUT PRD-FILE
002630         CLOSE PRD-FILE
002640         OPEN I-O PRD-FILE
002650     END-IF.
002660
002670     IF WS-PRD-STATUS NOT = "00"
002680         DISPLAY "PRDMAINT - OPEN ERROR ON PRD-FILE "
002690             "STATUS: " WS-PRD-STATUS
002700         MOVE "Y" TO WS-EOF-SWITCH
002710         MOVE 20 TO RETURN-CODE
002720         MOVE "99" TO WS-PMC-STATUS
002730         CLOSE PMC-FILE
002740         GO TO 1000-INITIALIZE-EXIT
002750     END-IF.
002760
002770     OPEN EXTEND CLG-FILE.
002780
002790     IF WS-CLG-STATUS = "35"
002800         OPEN OUTPUT CLG-FILE
002810     END-IF.
002820
002830     IF WS-CLG-STATUS NOT = "00"
002840         DISPLAY "PRDMAINT - OPEN ERROR ON CLG-FILE "
002850             "STATUS: " WS-CLG-STATUS
002860         MOVE "Y" TO WS-EOF-SWITCH
002870         MOVE 20 TO RETURN-CODE
002880         MOVE "99" TO WS-PMC-STATUS
002890         CLOSE PMC-FILE
002900         CLOSE PRD-FILE
002910         GO TO 1000-INITIALIZE-EXIT
002920     END-IF.
002930
002940     OPEN OUTPUT RPT-FILE.
002950
002960     PERFORM 1100-GET-BUSINESS-DATE
002970         THRU 1100-GET-BUSINESS-DATE-EXIT.
002980
002990     MOVE SPACES TO WS-HEADER-LINE.
003000     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003010     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003020     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003030     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003040     WRITE RPT-LINE FROM WS-HEADER-LINE.
003050
003060     PERFORM 2100-READ-PERIOD-CARD
003070         THRU 2100-READ-PERIOD-CARD-EXIT.
003080 1000-INITIALIZE-EXIT.
003090     EXIT.
003100
003110 1100-GET-BUSINESS-DATE.
003120 1100-GET-BUSINESS-DATE-RTN.
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003140     ACCEPT WS-RUN-TIME FROM TIME.
003150
003160     OPEN INPUT BDC-FILE.
003170
003180     IF WS-BDC-STATUS NOT = "00"
003190         GO TO 1100-GET-BUSINESS-DATE-EXIT
003200     END-IF.
003210
003220     READ BDC-FILE
003230         AT END
003240             CONTINUE
003250     END-READ.
003260
003270     IF WS-BDC-STATUS = "00"
003280         AND BDC-BUS-DATE IS NUMERIC
003290         AND BDC-BUS-DATE > ZERO
003300         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003310     END-IF.
003320
003330     CLOSE BDC-FILE.
003340 1100-GET-BUSINESS-DATE-EXIT.
003350     EXIT.
003360
003370 2000-APPLY-PERIOD-CARD.
003380 2000-APPLY-PERIOD-CARD-RTN.
003390     MOVE SPACES TO WS-PRINT-LINE.
003400     MOVE PMC-ACTION TO WS-DET-ACTION.
003410     MOVE PMC-PERIOD TO WS-DET-PERIOD.
003420
003430     IF PMC-PERIOD IS NOT NUMERIC
003440         MOVE "PERIOD NOT NUMERIC" TO WS-DET-DISP
003450         ADD 1 TO WS-ERROR-COUNT
003460         GO TO 2000-APPLY-PERIOD-CARD-NEXT
003470     END-IF.
003480
003490     EVALUATE TRUE
003500         WHEN PMC-OPEN-PERIOD
003510             PERFORM 2200-OPEN-PERIOD
003520                 THRU 2200-OPEN-PERIOD-EXIT
003530         WHEN PMC-CLOSE-PERIOD
003540             PERFORM 2300-CLOSE-PERIOD
003550                 THRU 2300-CLOSE-PERIOD-EXIT
003560         WHEN OTHER
003570             MOVE "UNRECOGNIZED ACTION" TO WS-DET-DISP
003580             ADD 1 TO WS-ERROR-COUNT
003590     END-EVALUATE.
003600
003610 2000-APPLY-PERIOD-CARD-NEXT.
003620     WRITE RPT-LINE FROM WS-PRINT-LINE.
003630
003640     PERFORM 2100-READ-PERIOD-CARD
003650         THRU 2100-READ-PERIOD-CARD-EXIT.
003660 2000-APPLY-PERIOD-CARD-EXIT.
003670     EXIT.
003680
003690 2100-READ-PERIOD-CARD.
003700 2100-READ-PERIOD-CARD-RTN.
003710     READ PMC-FILE
003720         AT END
003730             MOVE "Y" TO WS-EOF-SWITCH
003740     END-READ.
003750 2100-READ-PERIOD-CARD-EXIT.
003760     EXIT.
003770
003780 2200-OPEN-PERIOD.
003790 2200-OPEN-PERIOD-RTN.
003800     MOVE SPACES TO PRD-RECORD.
003810     MOVE PMC-PERIOD TO PRD-PERIOD.
003820     SET PRD-OPEN TO TRUE.
003830     MOVE WS-RUN-DATE TO PRD-OPEN-DATE.
003840     MOVE ZERO TO PRD-CLOSE-DATE.
003850     MOVE ZERO TO PRD-SNAP-COUNT.
003860
003870     WRITE PRD-RECORD
003880         INVALID KEY
003890             MOVE "DUPLICATE - NOT OPENED" TO WS-DET-DISP
003900             ADD 1 TO WS-ERROR-COUNT
003910         NOT INVALID KEY
003920             MOVE "OPENED" TO WS-DET-DISP
003930             ADD 1 TO WS-OPEN-COUNT
003940             MOVE SPACES TO CLG-BEFORE-IMAGE
003950             MOVE PRD-RECORD TO CLG-AFTER-IMAGE
003960             SET CLG-ADDED TO TRUE
003970             PERFORM 2900-WRITE-CHANGE-LOG
003980                 THRU 2900-WRITE-CHANGE-LOG-EXIT
003990     END-WRITE.
004000 2200-OPEN-PERIOD-EXIT.
004010     EXIT.
004020
004030 2300-CLOSE-PERIOD.
004040 2300-CLOSE-PERIOD-RTN.
004050     MOVE PMC-PERIOD TO PRD-PERIOD.
004060
004070     READ PRD-FILE
004080         INVALID KEY
004090             MOVE "PERIOD NOT ON FILE" TO WS-DET-DISP
004100             ADD 1 TO WS-ERROR-COUNT
004110             GO TO 2300-CLOSE-PERIOD-EXIT
004120     END-READ.
004130
004140     IF PRD-CLOSED
004150         MOVE "ALREADY CLOSED" TO WS-DET-DISP
004160         ADD 1 TO WS-ERROR-COUNT
004170         GO TO 2300-CLOSE-PERIOD-EXIT
004180     END-IF.
004190
004200     MOVE PRD-RECORD TO CLG-BEFORE-IMAGE.
004210
004220     PERFORM 2400-VERIFY-PERIOD-BALANCE
004230         THRU 2400-VERIFY-PERIOD-BALANCE-EXIT.
004240
004250     IF WS-PERIOD-OUT-OF-BAL
004260         MOVE "PERIOD HAS OUT-OF-BALANCE RUNS" TO WS-DET-DISP
004270         ADD 1 TO WS-ERROR-COUNT
004280         GO TO 2300-CLOSE-PERIOD-EXIT
004290     END-IF.
004300
004310     PERFORM 2450-OPEN-ROLL-FILES
004320         THRU 2450-OPEN-ROLL-FILES-EXIT.
004330
004340     IF WS-ROLL-FILES-UNAVAIL
004350         MOVE "BALANCE FILES UNAVAILABLE" TO WS-DET-DISP
004360         ADD 1 TO WS-ERROR-COUNT
004370         MOVE 20 TO RETURN-CODE
004380         GO TO 2300-CLOSE-PERIOD-EXIT
004390     END-IF.
004400
004410     PERFORM 2500-ROLL-BALANCE-MASTER
004420         THRU 2500-ROLL-BALANCE-MASTER-EXIT.
004430
004440     IF WS-ROLL-INCOMPLETE
004450         MOVE "ROLL INCOMPLETE - RERUN CLOSE" TO WS-DET-DISP
004460         ADD 1 TO WS-ERROR-COUNT
004470         MOVE 20 TO RETURN-CODE
004480         GO TO 2300-CLOSE-PERIOD-EXIT
004490     END-IF.
004500
004510     SET PRD-CLOSED TO TRUE.
004520     MOVE WS-RUN-DATE TO PRD-CLOSE-DATE.
004530     MOVE WS-SNAP-COUNT TO PRD-SNAP-COUNT.
004540
004550     REWRITE PRD-RECORD
004560         INVALID KEY
004570             DISPLAY "PRDMAINT - REWRITE FAILED ON PRD-FILE "
004580                 "PERIOD " PRD-PERIOD " - BALANCE MASTER "
004590                 "ROLLED BUT PERIOD STILL OPEN"
004600             MOVE "REWRITE FAILED - RERUN CLOSE" TO WS-DET-DISP
004610             ADD 1 TO WS-ERROR-COUNT
004620             MOVE 20 TO RETURN-CODE
004630             GO TO 2300-CLOSE-PERIOD-EXIT
004640     END-REWRITE.
004650
004660     MOVE PRD-RECORD TO CLG-AFTER-IMAGE.
004670     MOVE "CLOSED" TO WS-DET-DISP.
004680     ADD 1 TO WS-CLOSE-COUNT.
004690
004700     SET CLG-REMOVED TO TRUE.
004710     PERFORM 2900-WRITE-CHANGE-LOG
004720         THRU 2900-WRITE-CHANGE-LOG-EXIT.
004730 2300-CLOSE-PERIOD-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770*  A CLOSE IS ALLOWED ONLY WHEN NO RUN DATED IN THE PERIOD       *
004780*  RECONCILED OUT OF BALANCE ON THE RUN HISTORY.  A RUN WITH NO  *
004790*  CONTROL CARD (NOT RECONCILED) DOES NOT BLOCK THE CLOSE, AND   *
004800*  A PERIOD WITH NO RUNS AT ALL MAY BE CLOSED.                   *
004810******************************************************************
004820 2400-VERIFY-PERIOD-BALANCE.
004830 2400-VERIFY-PERIOD-BALANCE-RTN.
004840     SET WS-PERIOD-IN-BALANCE TO TRUE.
004850     MOVE "N" TO WS-HST-EOF-SWITCH.
004860
004870     OPEN INPUT HST-FILE.
004880
004890     IF WS-HST-STATUS = "35"
004900         GO TO 2400-VERIFY-PERIOD-BALANCE-EXIT
004910     END-IF.
004920
004930     IF WS-HST-STATUS NOT = "00"
004940         DISPLAY "PRDMAINT - OPEN ERROR ON HST-FILE "
004950             "STATUS: " WS-HST-STATUS
004960         SET WS-PERIOD-OUT-OF-BAL TO TRUE
004970         GO TO 2400-VERIFY-PERIOD-BALANCE-EXIT
004980     END-IF.
004990
005000     PERFORM 2410-CHECK-ONE-RUN
005010         THRU 2410-CHECK-ONE-RUN-EXIT
005020         UNTIL WS-HST-EOF.
005030
005040     CLOSE HST-FILE.
005050 2400-VERIFY-PERIOD-BALANCE-EXIT.
005060     EXIT.
005070
005080 2410-CHECK-ONE-RUN.
005090 2410-CHECK-ONE-RUN-RTN.
005100     READ HST-FILE
005110         AT END
005120             MOVE "Y" TO WS-HST-EOF-SWITCH
005130             GO TO 2410-CHECK-ONE-RUN-EXIT
005140     END-READ.
005150
005160     IF HST-RUN-DATE (1:6) = PMC-PERIOD
005170         AND HST-OUT-OF-BALANCE
005180         SET WS-PERIOD-OUT-OF-BAL TO TRUE
005190     END-IF.
005200 2410-CHECK-ONE-RUN-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*  THE HISTORY FILE AND THE BALANCE MASTER ARE BOTH OPENED       *
005250*  BEFORE ANYTHING IS CHANGED, SO A CLOSE THAT CANNOT SNAPSHOT   *
005260*  AND ROLL IS REFUSED WITH THE PERIOD STILL OPEN.  NO BALANCE   *
005270*  MASTER AT ALL IS NOT AN ERROR - THERE IS NOTHING TO ROLL.     *
005280******************************************************************
005290 2450-OPEN-ROLL-FILES.
005300 2450-OPEN-ROLL-FILES-RTN.
005310     SET WS-ROLL-FILES-READY TO TRUE.
005320     SET WS-BAL-MASTER-PRESENT TO TRUE.
005330
005340     OPEN I-O BHS-FILE.
005350
005360     IF WS-BHS-STATUS = "35"
005370         OPEN OUTPUT BHS-FILE
005380         CLOSE BHS-FILE
005390         OPEN I-O BHS-FILE
005400     END-IF.
005410
005420     IF WS-BHS-STATUS NOT = "00"
005430         DISPLAY "PRDMAINT - OPEN ERROR ON BHS-FILE "
005440             "STATUS: " WS-BHS-STATUS
005450             " - PERIOD " PMC-PERIOD " NOT CLOSED"
005460         SET WS-ROLL-FILES-UNAVAIL TO TRUE
005470         GO TO 2450-OPEN-ROLL-FILES-EXIT
005480     END-IF.
005490
005500     OPEN I-O BAL-FILE.
005510
005520     IF WS-BAL-STATUS = "35"
005530         SET WS-NO-BAL-MASTER TO TRUE
005540         GO TO 2450-OPEN-ROLL-FILES-EXIT
005550     END-IF.
005560
005570     IF WS-BAL-STATUS NOT = "00"
005580         DISPLAY "PRDMAINT - OPEN ERROR ON BAL-FILE "
005590             "STATUS: " WS-BAL-STATUS
005600             " - PERIOD " PMC-PERIOD " NOT CLOSED"
005610         SET WS-ROLL-FILES-UNAVAIL TO TRUE
005620         CLOSE BHS-FILE
005630     END-IF.
005640 2450-OPEN-ROLL-FILES-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*  EACH ACCOUNT IS SNAPSHOT TO THE BALANCE HISTORY FILE BEFORE   *
005690*  IT IS ROLLED.  A SNAPSHOT OR ROLL THAT FAILS STOPS THE ROLL   *
005700*  AND LEAVES THE PERIOD OPEN; THE CLOSE IS THEN RERUN, AND THE  *
005710*  ACCOUNTS ALREADY ROLLED THE FIRST TIME KEEP THEIR SNAPSHOTS.  *
005720******************************************************************
005730 2500-ROLL-BALANCE-MASTER.
005740 2500-ROLL-BALANCE-MASTER-RTN.
005750     SET WS-ROLL-COMPLETE TO TRUE.
005760     MOVE "N" TO WS-BAL-EOF-SWITCH.
005770     MOVE ZERO TO WS-ROLL-COUNT.
005780     MOVE ZERO TO WS-SNAP-COUNT.
005790
005800     IF WS-NO-BAL-MASTER
005810         DISPLAY "PRDMAINT - NO BALANCE MASTER TO ROLL"
005820         CLOSE BHS-FILE
005830         GO TO 2500-ROLL-BALANCE-MASTER-EXIT
005840     END-IF.
005850
005860     MOVE LOW-VALUES TO BAL-ACCOUNT.
005870
005880     START BAL-FILE KEY IS GREATER THAN BAL-ACCOUNT
005890         INVALID KEY
005900             MOVE "Y" TO WS-BAL-EOF-SWITCH
005910     END-START.
005920
005930     PERFORM 2510-ROLL-ONE-ACCOUNT
005940         THRU 2510-ROLL-ONE-ACCOUNT-EXIT
005950         UNTIL WS-BAL-EOF.
005960
005970     CLOSE BAL-FILE.
005980     CLOSE BHS-FILE.
005990
006000     IF WS-ROLL-INCOMPLETE
006010         DISPLAY "PRDMAINT - PERIOD " PMC-PERIOD
006020             " NOT CLOSED - ROLL STOPPED AFTER " WS-ROLL-COUNT
006030             " ACCOUNT(S), " WS-SNAP-COUNT
006040             " SNAPSHOT - RERUN THE CLOSE"
006050         GO TO 2500-ROLL-BALANCE-MASTER-EXIT
006060     END-IF.
006070
006080     DISPLAY "PRDMAINT - PERIOD " PMC-PERIOD
006090         " CLOSED - " WS-ROLL-COUNT
006100         " BALANCE MASTER ACCOUNT(S) ROLLED, "
006110         WS-SNAP-COUNT " SNAPSHOT TO BALANCE HISTORY".
006120 2500-ROLL-BALANCE-MASTER-EXIT.
006130     EXIT.
006140
006150 2510-ROLL-ONE-ACCOUNT.
006160 2510-ROLL-ONE-ACCOUNT-RTN.
006170     READ BAL-FILE NEXT RECORD
006180         AT END
006190             MOVE "Y" TO WS-BAL-EOF-SWITCH
006200             GO TO 2510-ROLL-ONE-ACCOUNT-EXIT
006210     END-READ.
006220
006230     PERFORM 2520-SNAPSHOT-ONE-ACCOUNT
006240         THRU 2520-SNAPSHOT-ONE-ACCOUNT-EXIT.
006250
006260     IF WS-SNAP-FAILED
006270         GO TO 2510-ROLL-ONE-ACCOUNT-EXIT
006280     END-IF.
006290
006300     IF WS-SNAP-KEPT
006310         ADD 1 TO WS-ROLL-COUNT
006320         GO TO 2510-ROLL-ONE-ACCOUNT-EXIT
006330     END-IF.
006340
006350     MOVE BAL-CLOSE-BAL TO BAL-OPEN-BAL.
006360     MOVE ZERO TO BAL-PTD-MOVE.
006370
006380     REWRITE BAL-RECORD
006390         INVALID KEY
006400             DISPLAY "PRDMAINT - REWRITE FAILED ON BAL-FILE "
006410                 "ACCOUNT " BAL-ACCOUNT " - ROLL STOPPED"
006420             SET WS-ROLL-INCOMPLETE TO TRUE
006430             MOVE "Y" TO WS-BAL-EOF-SWITCH
006440             GO TO 2510-ROLL-ONE-ACCOUNT-EXIT
006450     END-REWRITE.
006460
006470     ADD 1 TO WS-ROLL-COUNT.
006480 2510-ROLL-ONE-ACCOUNT-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*  A SNAPSHOT ALREADY ON FILE FOR THE ACCOUNT AND PERIOD IS      *
006530*  KEPT WHEN THE BALANCE MASTER SHOWS THE ACCOUNT ALREADY ROLLED *
006540*  FROM IT (A RERUN OF A CLOSE THAT STOPPED PART WAY); OTHERWISE *
006550*  IT IS REPLACED.  ONE THAT CANNOT BE WRITTEN STOPS THE ROLL    *
006560*  BEFORE ITS ACCOUNT IS TOUCHED.                                *
006570******************************************************************
006580 2520-SNAPSHOT-ONE-ACCOUNT.
006590 2520-SNAPSHOT-ONE-ACCOUNT-RTN.
006600     SET WS-SNAP-WRITTEN TO TRUE.
006610     MOVE BAL-ACCOUNT TO BHS-ACCOUNT.
006620     MOVE PMC-PERIOD TO BHS-PERIOD.
006630
006640     READ BHS-FILE
006650         INVALID KEY
006660             CONTINUE
006670     END-READ.
006680
006690     IF WS-BHS-STATUS = "00"
006700         AND BAL-PTD-MOVE = ZERO
006710         AND BAL-OPEN-BAL = BHS-CLOSE-BAL
006720         AND BAL-CLOSE-BAL = BHS-CLOSE-BAL
006730         SET WS-SNAP-KEPT TO TRUE
006740         ADD 1 TO WS-SNAP-COUNT
006750         GO TO 2520-SNAPSHOT-ONE-ACCOUNT-EXIT
006760     END-IF.
006770
006780     MOVE SPACES TO BHS-RECORD.
006790     MOVE BAL-ACCOUNT TO BHS-ACCOUNT.
006800     MOVE PMC-PERIOD TO BHS-PERIOD.
006810     MOVE BAL-OPEN-BAL TO BHS-OPEN-BAL.
006820     MOVE BAL-PTD-MOVE TO BHS-PTD-MOVE.
006830     MOVE BAL-CLOSE-BAL TO BHS-CLOSE-BAL.
006840     MOVE WS-RUN-DATE TO BHS-SNAP-DATE.
006850     MOVE WS-RUN-TIME TO BHS-SNAP-TIME.
006860
006870     WRITE BHS-RECORD
006880         INVALID KEY
006890             REWRITE BHS-RECORD
006900                 INVALID KEY
006910                     CONTINUE
006920             END-REWRITE
006930     END-WRITE.
006940
006950     IF WS-BHS-STATUS NOT = "00"
006960         DISPLAY "PRDMAINT - WRITE FAILED ON BHS-FILE "
006970             "STATUS: " WS-BHS-STATUS " ACCOUNT " BAL-ACCOUNT
006980             " - ROLL STOPPED"
006990         SET WS-SNAP-FAILED TO TRUE
007000         SET WS-ROLL-INCOMPLETE TO TRUE
007010         MOVE "Y" TO WS-BAL-EOF-SWITCH
007020         GO TO 2520-SNAPSHOT-ONE-ACCOUNT-EXIT
007030     END-IF.
007040
007050     ADD 1 TO WS-SNAP-COUNT.
007060 2520-SNAPSHOT-ONE-ACCOUNT-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*  THE CALLER HAS SET THE ACTION AND THE BEFORE AND AFTER        *
007110*  IMAGES.  A CHANGE THAT CANNOT BE LOGGED IS STILL ON THE       *
007120*  MASTER, SO THE STEP IS FAILED FOR THE LOG TO BE REPAIRED.     *
007130******************************************************************
007140 2900-WRITE-CHANGE-LOG.
007150 2900-WRITE-CHANGE-LOG-RTN.
007160     MOVE WS-RUN-DATE TO CLG-RUN-DATE.
007170     MOVE WS-RUN-TIME TO CLG-RUN-TIME.
007180     MOVE WS-JOB-ID TO CLG-JOB-ID.
007190     MOVE "PRD" TO CLG-MASTER.
007200     MOVE PMC-PERIOD TO CLG-KEY.
007210     MOVE PMC-ACTION TO CLG-CARD-ACTION.
007220
007230     WRITE CLG-RECORD.
007240
007250     IF WS-CLG-STATUS NOT = "00"
007260         DISPLAY "PRDMAINT - WRITE ERROR ON CLG-FILE "
007270             "STATUS: " WS-CLG-STATUS " PERIOD " PMC-PERIOD
007280             " - CHANGE APPLIED BUT NOT LOGGED"
007290         MOVE 20 TO RETURN-CODE
007300     END-IF.
007310 2900-WRITE-CHANGE-LOG-EXIT.
007320     EXIT.
007330
007340 9000-TERMINATE.
007350 9000-TERMINATE-RTN.
007360     MOVE SPACES TO WS-FOOTER-LINE.
007370     MOVE "OPENED" TO WS-FTR-OPN-LABEL.
007380     MOVE WS-OPEN-COUNT TO WS-FTR-OPENED.
007390     MOVE "CLOSED" TO WS-FTR-CLS-LABEL.
007400     MOVE WS-CLOSE-COUNT TO WS-FTR-CLOSED.
007410     MOVE "ERRORS" TO WS-FTR-ERR-LABEL.
007420     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
007430
007440     WRITE RPT-LINE FROM WS-FOOTER-LINE.
007450
007460     IF WS-ERROR-COUNT > ZERO
007470         AND RETURN-CODE = ZERO
007480         MOVE 8 TO RETURN-CODE
007490     END-IF.
007500
007510     CLOSE PMC-FILE.
007520     CLOSE PRD-FILE.
007530     CLOSE RPT-FILE.
007540     CLOSE CLG-FILE.
007550 9000-TERMINATE-EXIT.
007560     EXIT.
