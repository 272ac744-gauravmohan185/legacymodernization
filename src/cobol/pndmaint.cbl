000350*            DEFERRED IS VISIBLE EVERY NIGHT.  A CARD THAT       *
000360*            FAILS ITS EDIT OR MATCHES NOTHING IS REPORTED      *
000370*            AND COUNTED; ANY SUCH CARD SETS RETURN-CODE 8.     *
000380*            EVERY CANCEL, HOLD AND FORCE APPLIED IS ALSO       *
000390*            WRITTEN TO THE MASTER FILE CHANGE LOG (CLG-FILE)   *
000400*            WITH THE ITEM'S BEFORE AND AFTER IMAGES.           *
000410*                                                               *
000420*  MODIFICATION HISTORY                                         *
000430*  ----------------------------------------------------------   *
000440*  DATE        INIT   DESCRIPTION                               *
000450*  09/02/2026  RJ     ORIGINAL PROGRAM.                         *
000460*  10/15/2026  RJ     THE WAREHOUSE ITEM NOW CARRIES ITS        *
000470*                     CURRENCY CODE; IT IS KEPT THROUGH THE     *
000480*                     SORT AND SHOWN ON THE REPORT.             *
000490*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND  *
000500*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,  *
000510*                     DOING NOTHING, IF A PREDECESSOR HAS NOT   *
000520*                     COMPLETED CLEANLY FOR THE BUSINESS DATE   *
000530*                     OR IT HAS ALREADY RUN (UNLESS AN OVERRIDE *
000540*                     CARD IS SUPPLIED), AND ITS RETURN CODE IS *
000550*                     RECORDED ON THE RUN-CONTROL FILE AT THE   *
000560*                     END.                                      *
000570*  10/15/2026  RJ     EVERY CANCEL, HOLD AND FORCE APPLIED TO A *
000580*                     WAREHOUSE ITEM IS NOW WRITTEN TO THE      *
000590*                     MASTER FILE CHANGE LOG (CLG-FILE) WITH    *
000600*                     THE ITEM'S BEFORE AND AFTER IMAGES FOR    *
000610*                     CHG-INQUIRY, KEYED ON THE ITEM'S ACCOUNT, *
000620*                     EFFECTIVE DATE AND BATCH ID.  WITHOUT THE *
000630*                     CHANGE LOG NO CARD IS APPLIED.            *
000640******************************************************************
000650
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT PND-FILE ASSIGN TO "PNDFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PND-STATUS.
000720
000730     SELECT WHC-FILE ASSIGN TO "WHCFILE"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-WHC-STATUS.
000760
000770     SELECT PNM-FILE ASSIGN TO "PNDMNEW"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PNM-STATUS.
000800
000810     SELECT RPT-FILE ASSIGN TO "PNDRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RPT-STATUS.
000840
000850     SELECT CLG-FILE ASSIGN TO "CHGLOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CLG-STATUS.
000880
000890     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-BDC-STATUS.
000920
000930     SELECT SRT-FILE ASSIGN TO "SORTWK".
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PND-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY PNDREC.
001000
001010 FD  WHC-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY WHCREC.
001040
001050 FD  PNM-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  PNM-RECORD              PIC X(59).
001080
001090 FD  RPT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY RPTREC.
001120
001130 FD  CLG-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY CLGREC.
001160
001170 FD  BDC-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY BDCREC.
001200
001210 SD  SRT-FILE.
001220 01  SRT-RECORD.
001230     05  SRT-ACCOUNT         PIC X(10).
001240     05  SRT-PARAM1          PIC S9(07)V99
001250             SIGN IS TRAILING SEPARATE CHARACTER.
001260     05  SRT-PARAM2          PIC S9(07)V99
001270             SIGN IS TRAILING SEPARATE CHARACTER.
001280     05  SRT-OP-CODE         PIC X(01).
001290     05  SRT-EFF-DATE        PIC 9(08).
001300     05  SRT-BATCH-ID        PIC X(08).
001310     05  SRT-DEFER-DATE      PIC 9(08).
001320     05  SRT-STATUS          PIC X(01).
001330     05  SRT-CURRENCY        PIC X(03).
001340
001350 WORKING-STORAGE SECTION.
001360 77  WS-PND-STATUS           PIC X(02)  VALUE "00".
001370 77  WS-WHC-STATUS           PIC X(02)  VALUE "00".
001380 77  WS-PNM-STATUS           PIC X(02)  VALUE "00".
001390 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001400 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001410 77  WS-CLG-STATUS           PIC X(02)  VALUE "00".
001420 77  WS-PND-EOF-SWITCH       PIC X(01)  VALUE "N".
001430     88  WS-PND-EOF                     VALUE "Y".
001440 77  WS-WHC-EOF-SWITCH       PIC X(01)  VALUE "N".
001450     88  WS-WHC-EOF                     VALUE "Y".
001460 77  WS-SORT-EOF-SWITCH      PIC X(01)  VALUE "N".
001470     88  WS-SORT-EOF                    VALUE "Y".
001480 77  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
001490     88  WS-ITEM-FOUND                  VALUE "Y".
001500 77  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "Y".
001510     88  WS-CARD-OK                     VALUE "Y".
001520     88  WS-CARD-BAD                    VALUE "N".
001530 77  WS-JOB-ID               PIC X(08)  VALUE "PNDMAINT".
001540 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001550 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001560 77  WS-CARD-EFF-DATE        PIC 9(08) VALUE ZERO.
001570 77  WS-ITEM-COUNT           PIC 9(05) COMP VALUE ZERO.
001580 77  WS-ITEM-MAX             PIC 9(05) COMP VALUE 5000.
001590 77  WS-ITEM-SUB             PIC 9(05) COMP VALUE ZERO.
001600 77  WS-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
001610 77  WS-CANCEL-COUNT         PIC 9(05) COMP VALUE ZERO.
001620 77  WS-HOLD-COUNT           PIC 9(05) COMP VALUE ZERO.
001630 77  WS-FORCE-COUNT          PIC 9(05) COMP VALUE ZERO.
001640 77  WS-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
001650 77  WS-CARD-ERR-COUNT       PIC 9(05) COMP VALUE ZERO.
001660 77  WS-DAYS-TO-DUE          PIC S9(05) COMP VALUE ZERO.
001670 77  WS-ITEM-VALUE           PIC S9(12)V99 COMP VALUE ZERO.
001680 77  WS-PENDING-VALUE        PIC S9(12)V99 COMP VALUE ZERO.
001690 77  WS-HELD-VALUE           PIC S9(12)V99 COMP VALUE ZERO.
001700 77  WS-FORCED-VALUE         PIC S9(12)V99 COMP VALUE ZERO.
001710 77  WS-CANCEL-VALUE         PIC S9(12)V99 COMP VALUE ZERO.
001720
001730 01  WS-ITEM.
001740     05  WS-ITM-ACCOUNT      PIC X(10).
001750     05  WS-ITM-PARAM1       PIC S9(07)V99
001760             SIGN IS TRAILING SEPARATE CHARACTER.
001770     05  WS-ITM-PARAM2       PIC S9(07)V99
001780             SIGN IS TRAILING SEPARATE CHARACTER.
001790     05  WS-ITM-OP-CODE      PIC X(01).
001800     05  WS-ITM-EFF-DATE     PIC 9(08).
001810     05  WS-ITM-BATCH-ID     PIC X(08).
001820     05  WS-ITM-DEFER-DATE   PIC 9(08).
001830     05  WS-ITM-STATUS       PIC X(01).
001840         88  WS-ITM-NORMAL              VALUE " ".
001850         88  WS-ITM-HELD                VALUE "H".
001860         88  WS-ITM-FORCED              VALUE "F".
001870     05  WS-ITM-CURRENCY     PIC X(03).
001880
001890 01  WS-CLG-KEY.
001900     05  WS-CLK-ACCOUNT      PIC X(10).
001910     05  FILLER              PIC X(01)  VALUE SPACE.
001920     05  WS-CLK-EFF-DATE     PIC 9(08).
001930     05  FILLER              PIC X(01)  VALUE SPACE.
001940     05  WS-CLK-BATCH-ID     PIC X(08).
001950
001960 01  WS-PND-TABLE.
001970     05  WS-PND-ENTRY OCCURS 5000 TIMES.
001980         10  WS-PND-IMAGE    PIC X(59).
001990         10  WS-PND-DISP     PIC X(01).
002000             88  WS-PND-CANCELLED       VALUE "C".
002010
002020 01  WS-PRINT-LINE.
002030     05  WS-DET-ACCOUNT      PIC X(10).
002040     05  FILLER              PIC X(02)  VALUE SPACES.
002050     05  WS-DET-PARAM1       PIC -(7)9.99.
002060     05  FILLER              PIC X(02)  VALUE SPACES.
002070     05  WS-DET-PARAM2       PIC -(7)9.99.
002080     05  FILLER              PIC X(02)  VALUE SPACES.
002090     05  WS-DET-OP           PIC X(01).
002100     05  FILLER              PIC X(02)  VALUE SPACES.
002110     05  WS-DET-EFF-DATE     PIC 9(08).
002120     05  FILLER              PIC X(02)  VALUE SPACES.
002130     05  WS-DET-BATCH        PIC X(08).
002140     05  FILLER              PIC X(02)  VALUE SPACES.
002150     05  WS-DET-DAYS         PIC ----9.
002160     05  FILLER              PIC X(02)  VALUE SPACES.
002170     05  WS-DET-DISP         PIC X(09).
002180     05  FILLER              PIC X(02)  VALUE SPACES.
002190     05  WS-DET-CURRENCY     PIC X(03).
002200     05  FILLER              PIC X(50)  VALUE SPACES.
002210
002220 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
002230     05  WS-HDR-BUS-LABEL    PIC X(13).
002240     05  FILLER              PIC X(02).
002250     05  WS-HDR-BUS-DATE     PIC 9(08).
002260     05  FILLER              PIC X(03).
002270     05  WS-HDR-TIM-LABEL    PIC X(08).
002280     05  FILLER              PIC X(02).
002290     05  WS-HDR-RUN-TIME     PIC 9(08).
002300     05  FILLER              PIC X(84).
002310
002320 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
002330     05  FILLER              PIC X(02).
002340     05  WS-TOT-LABEL        PIC X(09).
002350     05  FILLER              PIC X(02).
002360     05  WS-TOT-CNT-LABEL    PIC X(05).
002370     05  FILLER              PIC X(01).
002380     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
002390     05  FILLER              PIC X(02).
002400     05  WS-TOT-VAL-LABEL    PIC X(05).
002410     05  FILLER              PIC X(01).
002420     05  WS-TOT-VALUE        PIC -(12)9.99.
002430     05  FILLER              PIC X(85).
002440
002450     COPY RCLREC.
002460
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE SECTION.
002490 0000-MAIN-RTN.
002500     PERFORM 0100-START-RUN-CONTROL
002510         THRU 0100-START-RUN-CONTROL-EXIT.
002520
002530     IF RCL-STEP-REFUSED
002540         STOP RUN
002550     END-IF.
002560
002570     PERFORM 1000-INITIALIZE
002580         THRU 1000-INITIALIZE-EXIT.
002590
002600     IF RETURN-CODE = ZERO
002610         IF NOT WS-PND-EOF
002620             SORT SRT-FILE
002630                 ON ASCENDING KEY SRT-EFF-DATE
002640                 WITH DUPLICATES IN ORDER
002650                 INPUT PROCEDURE IS 1500-ACQUIRE-WAREHOUSE
002660                 OUTPUT PROCEDURE IS 2000-LOAD-SORTED-ITEMS
002670         END-IF
002680
002690         PERFORM 3000-APPLY-CARDS
002700             THRU 3000-APPLY-CARDS-EXIT
002710             UNTIL WS-WHC-EOF
002720
002730         PERFORM 9000-TERMINATE
002740             THRU 9000-TERMINATE-EXIT
002750     END-IF.
002760
002770     PERFORM 9900-END-RUN-CONTROL
002780         THRU 9900-END-RUN-CONTROL-EXIT.
002790
002800     STOP RUN.
002810
002820******************************************************************
002830*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
002840*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
002850*  CODE RUN-CONTROL SETS.                                        *
002860******************************************************************
002870 0100-START-RUN-CONTROL.
002880 0100-START-RUN-CONTROL-RTN.
002890     MOVE WS-JOB-ID TO RCL-JOB-ID.
002900     MOVE ZERO TO RCL-STEP-RC.
002910     SET RCL-START TO TRUE.
002920
002930     CALL "RUN-CONTROL" USING RCL-AREA.
002940
002950     MOVE RCL-STEP-RC TO RETURN-CODE.
002960 0100-START-RUN-CONTROL-EXIT.
002970     EXIT.
002980
002990 1000-INITIALIZE.
003000 1000-INITIALIZE-RTN.
003010     PERFORM 1100-GET-BUSINESS-DATE
003020         THRU 1100-GET-BUSINESS-DATE-EXIT.
003030
003040     OPEN INPUT PND-FILE.
003050
003060     IF WS-PND-STATUS = "35"
003070         MOVE "Y" TO WS-PND-EOF-SWITCH
003080     ELSE
003090         IF WS-PND-STATUS NOT = "00"
003100             DISPLAY "PNDMAINT - OPEN ERROR ON PND-FILE "
003110                 "STATUS: " WS-PND-STATUS
003120             MOVE 20 TO RETURN-CODE
003130             GO TO 1000-INITIALIZE-EXIT
003140         END-IF
003150     END-IF.
003160
003170     OPEN INPUT WHC-FILE.
003180
003190     IF WS-WHC-STATUS = "35"
003200         MOVE "Y" TO WS-WHC-EOF-SWITCH
003210     ELSE
003220         IF WS-WHC-STATUS NOT = "00"
003230             DISPLAY "PNDMAINT - OPEN ERROR ON WHC-FILE "
003240                 "STATUS: " WS-WHC-STATUS
003250             MOVE 20 TO RETURN-CODE
003260             GO TO 1000-INITIALIZE-EXIT
003270         END-IF
003280     END-IF.
003290
003300     OPEN EXTEND CLG-FILE.
003310
003320     IF WS-CLG-STATUS = "35"
003330         OPEN OUTPUT CLG-FILE
003340     END-IF.
003350
003360     IF WS-CLG-STATUS NOT = "00"
003370         DISPLAY "PNDMAINT - OPEN ERROR ON CLG-FILE "
003380             "STATUS: " WS-CLG-STATUS
003390         MOVE 20 TO RETURN-CODE
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF.
003420
003430     OPEN OUTPUT PNM-FILE.
003440     OPEN OUTPUT RPT-FILE.
003450
003460     MOVE SPACES TO WS-HEADER-LINE.
003470     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003480     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003490     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003500     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003510     WRITE RPT-LINE FROM WS-HEADER-LINE.
003520
003530     IF NOT WS-WHC-EOF
003540         PERFORM 3100-READ-CARD
003550             THRU 3100-READ-CARD-EXIT
003560     END-IF.
003570 1000-INITIALIZE-EXIT.
003580     EXIT.
003590
003600 1100-GET-BUSINESS-DATE.
003610 1100-GET-BUSINESS-DATE-RTN.
003620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003630     ACCEPT WS-RUN-TIME FROM TIME.
003640
003650     OPEN INPUT BDC-FILE.
003660
003670     IF WS-BDC-STATUS NOT = "00"
003680         GO TO 1100-GET-BUSINESS-DATE-EXIT
003690     END-IF.
003700
003710     READ BDC-FILE
003720         AT END
003730             CONTINUE
003740     END-READ.
003750
003760     IF WS-BDC-STATUS = "00"
003770         AND BDC-BUS-DATE IS NUMERIC
003780         AND BDC-BUS-DATE > ZERO
003790         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003800     END-IF.
003810
003820     CLOSE BDC-FILE.
003830 1100-GET-BUSINESS-DATE-EXIT.
003840     EXIT.
003850
003860 1510-RELEASE-ONE-ITEM.
003870 1510-RELEASE-ONE-ITEM-RTN.
003880     MOVE PND-ACCOUNT TO SRT-ACCOUNT.
003890     MOVE PND-PARAM1 TO SRT-PARAM1.
003900     MOVE PND-PARAM2 TO SRT-PARAM2.
003910     MOVE PND-OP-CODE TO SRT-OP-CODE.
003920     MOVE PND-EFF-DATE TO SRT-EFF-DATE.
003930     MOVE PND-BATCH-ID TO SRT-BATCH-ID.
003940     MOVE PND-DEFER-DATE TO SRT-DEFER-DATE.
003950     MOVE PND-STATUS TO SRT-STATUS.
003960     MOVE PND-CURRENCY TO SRT-CURRENCY.
003970
003980     RELEASE SRT-RECORD.
003990
004000     PERFORM 1520-READ-WAREHOUSE
004010         THRU 1520-READ-WAREHOUSE-EXIT.
004020 1510-RELEASE-ONE-ITEM-EXIT.
004030     EXIT.
004040
004050 1520-READ-WAREHOUSE.
004060 1520-READ-WAREHOUSE-RTN.
004070     READ PND-FILE
004080         AT END
004090             MOVE "Y" TO WS-PND-EOF-SWITCH
004100     END-READ.
004110 1520-READ-WAREHOUSE-EXIT.
004120     EXIT.
004130
004140 2100-LOAD-ONE-ITEM.
004150 2100-LOAD-ONE-ITEM-RTN.
004160     RETURN SRT-FILE
004170         AT END
004180             MOVE "Y" TO WS-SORT-EOF-SWITCH
004190             GO TO 2100-LOAD-ONE-ITEM-EXIT
004200     END-RETURN.
004210
004220     IF WS-ITEM-COUNT >= WS-ITEM-MAX
004230         DISPLAY "PNDMAINT - WAREHOUSE TABLE FULL - "
004240             "INCREASE WS-ITEM-MAX - RUN STOPPED"
004250         MOVE 20 TO RETURN-CODE
004260         MOVE "Y" TO WS-SORT-EOF-SWITCH
004270         GO TO 2100-LOAD-ONE-ITEM-EXIT
004280     END-IF.
004290
004300     ADD 1 TO WS-ITEM-COUNT.
004310     MOVE SRT-RECORD TO WS-PND-IMAGE (WS-ITEM-COUNT).
004320     MOVE SPACE TO WS-PND-DISP (WS-ITEM-COUNT).
004330 2100-LOAD-ONE-ITEM-EXIT.
004340     EXIT.
004350
004360 3000-APPLY-CARDS.
004370 3000-APPLY-CARDS-RTN.
004380     PERFORM 3150-EDIT-CARD
004390         THRU 3150-EDIT-CARD-EXIT.
004400
004410     IF WS-CARD-BAD
004420         ADD 1 TO WS-CARD-ERR-COUNT
004430         DISPLAY "PNDMAINT - MAINTENANCE CARD FAILS EDIT - "
004440             "ACCOUNT " WHC-ACCOUNT " - CARD IGNORED"
004450         GO TO 3000-APPLY-CARDS-NEXT
004460     END-IF.
004470
004480     PERFORM 3200-FIND-ITEM
004490         THRU 3200-FIND-ITEM-EXIT.
004500
004510     IF NOT WS-ITEM-FOUND
004520         ADD 1 TO WS-CARD-ERR-COUNT
004530         DISPLAY "PNDMAINT - NO PENDING ITEM MATCHES CARD - "
004540             "ACCOUNT " WHC-ACCOUNT
004550             " EFFECTIVE " WHC-EFF-DATE
004560         GO TO 3000-APPLY-CARDS-NEXT
004570     END-IF.
004580
004590     MOVE WS-PND-IMAGE (WS-ITEM-SUB) TO WS-ITEM.
004600     MOVE WS-ITEM TO CLG-BEFORE-IMAGE.
004610
004620     EVALUATE TRUE
004630         WHEN WHC-CANCEL
004640             MOVE "C" TO WS-PND-DISP (WS-ITEM-SUB)
004650             MOVE SPACES TO CLG-AFTER-IMAGE
004660             SET CLG-REMOVED TO TRUE
004670         WHEN WHC-HOLD
004680             MOVE "H" TO WS-ITM-STATUS
004690             MOVE WS-ITEM TO WS-PND-IMAGE (WS-ITEM-SUB)
004700             MOVE WS-ITEM TO CLG-AFTER-IMAGE
004710             SET CLG-CHANGED TO TRUE
004720         WHEN WHC-FORCE
004730             MOVE "F" TO WS-ITM-STATUS
004740             MOVE WS-ITEM TO WS-PND-IMAGE (WS-ITEM-SUB)
004750             MOVE WS-ITEM TO CLG-AFTER-IMAGE
004760             SET CLG-CHANGED TO TRUE
004770     END-EVALUATE.
004780
004790     PERFORM 3900-WRITE-CHANGE-LOG
004800         THRU 3900-WRITE-CHANGE-LOG-EXIT.
004810
004820 3000-APPLY-CARDS-NEXT.
004830     PERFORM 3100-READ-CARD
004840         THRU 3100-READ-CARD-EXIT.
004850 3000-APPLY-CARDS-EXIT.
004860     EXIT.
004870
004880 3100-READ-CARD.
004890 3100-READ-CARD-RTN.
004900     READ WHC-FILE
004910         AT END
004920             MOVE "Y" TO WS-WHC-EOF-SWITCH
004930     END-READ.
004940 3100-READ-CARD-EXIT.
004950     EXIT.
004960
004970 3150-EDIT-CARD.
004980 3150-EDIT-CARD-RTN.
004990     SET WS-CARD-OK TO TRUE.
005000
005010     IF NOT WHC-CANCEL
005020         AND NOT WHC-HOLD
005030         AND NOT WHC-FORCE
005040         SET WS-CARD-BAD TO TRUE
005050         GO TO 3150-EDIT-CARD-EXIT
005060     END-IF.
005070
005080     IF WHC-ACCOUNT = SPACES
005090         SET WS-CARD-BAD TO TRUE
005100         GO TO 3150-EDIT-CARD-EXIT
005110     END-IF.
005120
005130     IF WHC-P1-DIGITS IS NOT NUMERIC
005140         OR WHC-P2-DIGITS IS NOT NUMERIC
005150         SET WS-CARD-BAD TO TRUE
005160         GO TO 3150-EDIT-CARD-EXIT
005170     END-IF.
005180
005190     IF (WHC-P1-SIGN NOT = "+" AND WHC-P1-SIGN NOT = "-")
005200         OR (WHC-P2-SIGN NOT = "+"
005210             AND WHC-P2-SIGN NOT = "-")
005220         SET WS-CARD-BAD TO TRUE
005230         GO TO 3150-EDIT-CARD-EXIT
005240     END-IF.
005250
005260     IF WHC-EFF-DATE IS NOT NUMERIC
005270         SET WS-CARD-BAD TO TRUE
005280         GO TO 3150-EDIT-CARD-EXIT
005290     END-IF.
005300
005310     MOVE WHC-EFF-DATE TO WS-CARD-EFF-DATE.
005320 3150-EDIT-CARD-EXIT.
005330     EXIT.
005340
005350 3200-FIND-ITEM.
005360 3200-FIND-ITEM-RTN.
005370     MOVE "N" TO WS-FOUND-SWITCH.
005380     MOVE ZERO TO WS-SCAN-SUB.
005390
005400     PERFORM 3210-SCAN-ONE-ITEM
005410         THRU 3210-SCAN-ONE-ITEM-EXIT
005420         UNTIL WS-ITEM-FOUND
005430             OR WS-SCAN-SUB >= WS-ITEM-COUNT.
005440 3200-FIND-ITEM-EXIT.
005450     EXIT.
005460
005470 3210-SCAN-ONE-ITEM.
005480 3210-SCAN-ONE-ITEM-RTN.
005490     ADD 1 TO WS-SCAN-SUB.
005500
005510     IF WS-PND-CANCELLED (WS-SCAN-SUB)
005520         GO TO 3210-SCAN-ONE-ITEM-EXIT
005530     END-IF.
005540
005550     MOVE WS-PND-IMAGE (WS-SCAN-SUB) TO WS-ITEM.
005560
005570     IF WS-ITM-ACCOUNT = WHC-ACCOUNT
005580         AND WS-ITM-PARAM1 = WHC-PARAM1
005590         AND WS-ITM-PARAM2 = WHC-PARAM2
005600         AND WS-ITM-EFF-DATE = WS-CARD-EFF-DATE
005610         SET WS-ITEM-FOUND TO TRUE
005620         MOVE WS-SCAN-SUB TO WS-ITEM-SUB
005630     END-IF.
005640 3210-SCAN-ONE-ITEM-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*  THE CALLER HAS SET THE ACTION AND THE BEFORE AND AFTER        *
005690*  IMAGES.  A WAREHOUSE ITEM HAS NO KEY OF ITS OWN, SO IT IS     *
005700*  LOGGED UNDER ITS ACCOUNT, EFFECTIVE DATE AND BATCH ID.  A     *
005710*  CHANGE THAT CANNOT BE LOGGED IS STILL APPLIED, SO THE STEP    *
005720*  IS FAILED FOR THE LOG TO BE REPAIRED.                         *
005730******************************************************************
005740 3900-WRITE-CHANGE-LOG.
005750 3900-WRITE-CHANGE-LOG-RTN.
005760     MOVE WS-ITM-ACCOUNT TO WS-CLK-ACCOUNT.
005770     MOVE WS-ITM-EFF-DATE TO WS-CLK-EFF-DATE.
005780     MOVE WS-ITM-BATCH-ID TO WS-CLK-BATCH-ID.
005790
005800     MOVE WS-RUN-DATE TO CLG-RUN-DATE.
005810     MOVE WS-RUN-TIME TO CLG-RUN-TIME.
005820     MOVE WS-JOB-ID TO CLG-JOB-ID.
005830     MOVE "PND" TO CLG-MASTER.
005840     MOVE WS-CLG-KEY TO CLG-KEY.
005850     MOVE WHC-ACTION TO CLG-CARD-ACTION.
005860
005870     WRITE CLG-RECORD.
005880
005890     IF WS-CLG-STATUS NOT = "00"
005900         DISPLAY "PNDMAINT - WRITE ERROR ON CLG-FILE "
005910             "STATUS: " WS-CLG-STATUS " ACCOUNT " WS-ITM-ACCOUNT
005920             " - CHANGE APPLIED BUT NOT LOGGED"
005930         MOVE 20 TO RETURN-CODE
005940     END-IF.
005950 3900-WRITE-CHANGE-LOG-EXIT.
005960     EXIT.
005970
005980 9000-TERMINATE.
005990 9000-TERMINATE-RTN.
006000     MOVE ZERO TO WS-ITEM-SUB.
006010
006020     PERFORM 9100-WRITE-ONE-ITEM
006030         THRU 9100-WRITE-ONE-ITEM-EXIT
006040         UNTIL WS-ITEM-SUB >= WS-ITEM-COUNT.
006050
006060     PERFORM 9200-WRITE-AGING-TOTALS
006070         THRU 9200-WRITE-AGING-TOTALS-EXIT.
006080
006090     IF WS-CARD-ERR-COUNT > ZERO
006100         AND RETURN-CODE = ZERO
006110         MOVE 8 TO RETURN-CODE
006120     END-IF.
006130
006140     IF WS-PND-STATUS = "00" OR WS-PND-STATUS = "10"
006150         CLOSE PND-FILE
006160     END-IF.
006170     IF WS-WHC-STATUS = "00" OR WS-WHC-STATUS = "10"
006180         CLOSE WHC-FILE
006190     END-IF.
006200     CLOSE PNM-FILE.
006210     CLOSE RPT-FILE.
006220     CLOSE CLG-FILE.
006230 9000-TERMINATE-EXIT.
006240     EXIT.
006250
006260 9100-WRITE-ONE-ITEM.
006270 9100-WRITE-ONE-ITEM-RTN.
006280     ADD 1 TO WS-ITEM-SUB.
006290
006300     MOVE WS-PND-IMAGE (WS-ITEM-SUB) TO WS-ITEM.
006310
006320     COMPUTE WS-ITEM-VALUE =
006330         WS-ITM-PARAM1 + WS-ITM-PARAM2.
006340
006350     MOVE SPACES TO WS-PRINT-LINE.
006360     MOVE WS-ITM-ACCOUNT TO WS-DET-ACCOUNT.
006370     MOVE WS-ITM-PARAM1 TO WS-DET-PARAM1.
006380     MOVE WS-ITM-PARAM2 TO WS-DET-PARAM2.
006390     MOVE WS-ITM-OP-CODE TO WS-DET-OP.
006400     MOVE WS-ITM-EFF-DATE TO WS-DET-EFF-DATE.
006410     MOVE WS-ITM-BATCH-ID TO WS-DET-BATCH.
006420     MOVE WS-ITM-CURRENCY TO WS-DET-CURRENCY.
006430
006440     COMPUTE WS-DAYS-TO-DUE =
006450         FUNCTION INTEGER-OF-DATE (WS-ITM-EFF-DATE)
006460         - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
006470     MOVE WS-DAYS-TO-DUE TO WS-DET-DAYS.
006480
006490     EVALUATE TRUE
006500         WHEN WS-PND-CANCELLED (WS-ITEM-SUB)
006510             ADD 1 TO WS-CANCEL-COUNT
006520             ADD WS-ITEM-VALUE TO WS-CANCEL-VALUE
006530             MOVE "CANCELLED" TO WS-DET-DISP
006540         WHEN WS-ITM-HELD
006550             ADD 1 TO WS-HOLD-COUNT
006560             ADD WS-ITEM-VALUE TO WS-HELD-VALUE
006570             MOVE "HELD" TO WS-DET-DISP
006580         WHEN WS-ITM-FORCED
006590             ADD 1 TO WS-FORCE-COUNT
006600             ADD WS-ITEM-VALUE TO WS-FORCED-VALUE
006610             MOVE "FORCED" TO WS-DET-DISP
006620         WHEN OTHER
006630             ADD 1 TO WS-PENDING-COUNT
006640             ADD WS-ITEM-VALUE TO WS-PENDING-VALUE
006650             MOVE "PENDING" TO WS-DET-DISP
006660     END-EVALUATE.
006670
006680     WRITE RPT-LINE FROM WS-PRINT-LINE.
006690
006700     IF NOT WS-PND-CANCELLED (WS-ITEM-SUB)
006710         WRITE PNM-RECORD FROM WS-ITEM
006720     END-IF.
006730 9100-WRITE-ONE-ITEM-EXIT.
006740     EXIT.
006750
006760 9200-WRITE-AGING-TOTALS.
006770 9200-WRITE-AGING-TOTALS-RTN.
006780     MOVE "PENDING" TO WS-TOT-LABEL.
006790     MOVE WS-PENDING-COUNT TO WS-TOT-COUNT.
006800     MOVE WS-PENDING-VALUE TO WS-TOT-VALUE.
006810     PERFORM 9210-WRITE-TOTAL-LINE
006820         THRU 9210-WRITE-TOTAL-LINE-EXIT.
006830
006840     MOVE "HELD" TO WS-TOT-LABEL.
006850     MOVE WS-HOLD-COUNT TO WS-TOT-COUNT.
006860     MOVE WS-HELD-VALUE TO WS-TOT-VALUE.
006870     PERFORM 9210-WRITE-TOTAL-LINE
006880         THRU 9210-WRITE-TOTAL-LINE-EXIT.
006890
006900     MOVE "FORCED" TO WS-TOT-LABEL.
006910     MOVE WS-FORCE-COUNT TO WS-TOT-COUNT.
006920     MOVE WS-FORCED-VALUE TO WS-TOT-VALUE.
006930     PERFORM 9210-WRITE-TOTAL-LINE
006940         THRU 9210-WRITE-TOTAL-LINE-EXIT.
006950
006960     MOVE "CANCELLED" TO WS-TOT-LABEL.
006970     MOVE WS-CANCEL-COUNT TO WS-TOT-COUNT.
006980     MOVE WS-CANCEL-VALUE TO WS-TOT-VALUE.
006990     PERFORM 9210-WRITE-TOTAL-LINE
007000         THRU 9210-WRITE-TOTAL-LINE-EXIT.
007010 9200-WRITE-AGING-TOTALS-EXIT.
007020     EXIT.
007030
007040 9210-WRITE-TOTAL-LINE.
007050 9210-WRITE-TOTAL-LINE-RTN.
007060     MOVE "COUNT" TO WS-TOT-CNT-LABEL.
007070     MOVE "VALUE" TO WS-TOT-VAL-LABEL.
007080
007090     WRITE RPT-LINE FROM WS-TOTAL-LINE.
007100
007110     MOVE SPACES TO WS-TOTAL-LINE.
007120 9210-WRITE-TOTAL-LINE-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
007170*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
007180******************************************************************
007190 9900-END-RUN-CONTROL.
007200 9900-END-RUN-CONTROL-RTN.
007210     MOVE RETURN-CODE TO RCL-STEP-RC.
007220     SET RCL-END TO TRUE.
007230
007240     CALL "RUN-CONTROL" USING RCL-AREA.
007250
007260     MOVE RCL-STEP-RC TO RETURN-CODE.
007270 9900-END-RUN-CONTROL-EXIT.
007280     EXIT.
007290
007300 1500-ACQUIRE-WAREHOUSE SECTION.
007310 1500-ACQUIRE-WAREHOUSE-RTN.
007320     PERFORM 1520-READ-WAREHOUSE
007330         THRU 1520-READ-WAREHOUSE-EXIT.
007340
007350     PERFORM 1510-RELEASE-ONE-ITEM
007360         THRU 1510-RELEASE-ONE-ITEM-EXIT
007370         UNTIL WS-PND-EOF.
007380
007390     GO TO 1500-ACQUIRE-WAREHOUSE-EXIT.
007400 1500-ACQUIRE-WAREHOUSE-EXIT.
007410     EXIT.
007420
007430 2000-LOAD-SORTED-ITEMS SECTION.
007440 2000-LOAD-SORTED-ITEMS-RTN.
007450     PERFORM 2100-LOAD-ONE-ITEM
007460         THRU 2100-LOAD-ONE-ITEM-EXIT
007470         UNTIL WS-SORT-EOF.
007480
007490     GO TO 2000-LOAD-SORTED-ITEMS-EXIT.
007500 2000-LOAD-SORTED-ITEMS-EXIT.
007510     EXIT.
