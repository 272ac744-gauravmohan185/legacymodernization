000580*                     PROCESSED-BATCH CONTROL DOES NOT REJECT   *
000590*                     EVERY NIGHT AFTER THE FIRST AS A          *
000600*                     RE-TRANSMISSION.                          *
000610*  10/15/2026  RJ     THE RELEASED DETAIL NOW CARRIES THE       *
000620*                     ITEM'S CURRENCY CODE SO A                 *
000630*                     FOREIGN-CURRENCY ITEM IS CONVERTED AT THE *
000640*                     RATE FOR ITS DATE WHEN IT FINALLY POSTS.  *
000650*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND  *
000660*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,  *
000670*                     DOING NOTHING, IF A PREDECESSOR HAS NOT   *
000680*                     COMPLETED CLEANLY FOR THE BUSINESS DATE   *
000690*                     OR IT HAS ALREADY RUN (UNLESS AN OVERRIDE *
000700*                     CARD IS SUPPLIED), AND ITS RETURN CODE IS *
000710*                     RECORDED ON THE RUN-CONTROL FILE AT THE   *
000720*                     END.                                      *
000730******************************************************************
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT PND-FILE ASSIGN TO "PNDFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PND-STATUS.
000810
000820     SELECT REL-FILE ASSIGN TO "RELFILE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REL-STATUS.
000850
000860     SELECT PNN-FILE ASSIGN TO "PNDNEW"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-PNN-STATUS.
000890
000900     SELECT RPT-FILE ASSIGN TO "RELRPT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RPT-STATUS.
000930
000940     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-BDC-STATUS.
000970
000980     SELECT STP-FILE ASSIGN TO "STPCTL"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-STP-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  PND-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY PNDREC.
001070
001080 FD  REL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY TRANREC.
001110
001120 FD  PNN-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  PNN-RECORD              PIC X(59).
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
001280 WORKING-STORAGE SECTION.
001290 77  WS-PND-STATUS           PIC X(02)  VALUE "00".
001300 77  WS-REL-STATUS           PIC X(02)  VALUE "00".
001310 77  WS-PNN-STATUS           PIC X(02)  VALUE "00".
001320 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001330 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001340 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
001350 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001360     88  WS-EOF                         VALUE "Y".
001370 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001380 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001390 77  WS-RELEASE-COUNT        PIC 9(07) COMP VALUE ZERO.
001400 77  WS-PENDING-COUNT        PIC 9(07) COMP VALUE ZERO.
001410 77  WS-RELEASE-HASH         PIC S9(12)V99 COMP VALUE ZERO.
001420 77  WS-REL-BATCH-ID         PIC X(08) VALUE "RL000000".
001430 77  WS-REL-SOURCE           PIC X(08) VALUE "TRANREL ".
001440
001450 01  WS-PRINT-LINE.
001460     05  WS-DET-ACCOUNT      PIC X(10).
001470     05  FILLER              PIC X(02)  VALUE SPACES.
001480     05  WS-DET-PARAM1       PIC -(7)9.99.
001490     05  FILLER              PIC X(02)  VALUE SPACES.
001500     05  WS-DET-PARAM2       PIC -(7)9.99.
001510     05  FILLER              PIC X(02)  VALUE SPACES.
001520     05  WS-DET-OP           PIC X(01).
001530     05  FILLER              PIC X(02)  VALUE SPACES.
001540     05  WS-DET-EFF-DATE     PIC 9(08).
001550     05  FILLER              PIC X(02)  VALUE SPACES.
001560     05  WS-DET-BATCH        PIC X(08).
001570     05  FILLER              PIC X(02)  VALUE SPACES.
001580     05  WS-DET-STATUS       PIC X(08).
001590     05  FILLER              PIC X(61)  VALUE SPACES.
001600
001610 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001620     05  WS-HDR-BUS-LABEL    PIC X(13).
001630     05  FILLER              PIC X(02).
001640     05  WS-HDR-BUS-DATE     PIC 9(08).
001650     05  FILLER              PIC X(03).
001660     05  WS-HDR-TIM-LABEL    PIC X(08).
001670     05  FILLER              PIC X(02).
001680     05  WS-HDR-RUN-TIME     PIC 9(08).
001690     05  FILLER              PIC X(76).
001700
001710 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001720     05  FILLER              PIC X(02).
001730     05  WS-FTR-REL-LABEL    PIC X(08).
001740     05  WS-FTR-RELEASED     PIC Z,ZZZ,ZZ9.
001750     05  FILLER              PIC X(02).
001760     05  WS-FTR-PND-LABEL    PIC X(13).
001770     05  WS-FTR-PENDING      PIC Z,ZZZ,ZZ9.
001780     05  FILLER              PIC X(87).
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
001950     PERFORM 2000-RELEASE-OR-CARRY
001960         THRU 2000-RELEASE-OR-CARRY-EXIT
001970         UNTIL WS-EOF.
001980
001990     PERFORM 9000-TERMINATE
002000         THRU 9000-TERMINATE-EXIT.
002010
002020     PERFORM 9900-END-RUN-CONTROL
002030         THRU 9900-END-RUN-CONTROL-EXIT.
002040
002050     STOP RUN.
002060
002070******************************************************************
002080*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
002090*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
002100*  CODE RUN-CONTROL SETS.                                        *
002110******************************************************************
002120 0100-START-RUN-CONTROL.
002130 0100-START-RUN-CONTROL-RTN.
002140     MOVE "TRANREL " TO RCL-JOB-ID.
002150     MOVE ZERO TO RCL-STEP-RC.
002160     SET RCL-START TO TRUE.
002170
002180     CALL "RUN-CONTROL" USING RCL-AREA.
002190
002200     MOVE RCL-STEP-RC TO RETURN-CODE.
002210 0100-START-RUN-CONTROL-EXIT.
002220     EXIT.
002230
002240 1000-INITIALIZE.
002250 1000-INITIALIZE-RTN.
002260     PERFORM 1100-GET-BUSINESS-DATE
002270         THRU 1100-GET-BUSINESS-DATE-EXIT.
002280
002290     MOVE WS-RUN-DATE (3:6) TO WS-REL-BATCH-ID (3:6).
002300
002310     OPEN INPUT PND-FILE.
002320
002330     IF WS-PND-STATUS = "35"
002340         MOVE "Y" TO WS-EOF-SWITCH
002350     ELSE
002360         IF WS-PND-STATUS NOT = "00"
002370             DISPLAY "TRANRELEASE - OPEN ERROR ON PND-FILE "
002380                 "STATUS: " WS-PND-STATUS
002390             MOVE 20 TO RETURN-CODE
002400             MOVE "Y" TO WS-EOF-SWITCH
002410         END-IF
002420     END-IF.
002430
002440     OPEN OUTPUT REL-FILE.
002450     OPEN OUTPUT PNN-FILE.
002460     OPEN OUTPUT RPT-FILE.
002470
002480     MOVE SPACES TO WS-HEADER-LINE.
002490     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002500     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002510     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002520     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002530     WRITE RPT-LINE FROM WS-HEADER-LINE.
002540
002550     MOVE SPACES TO TRAN-RECORD.
002560     MOVE "H" TO TRAN-REC-TYPE.
002570     MOVE WS-REL-BATCH-ID TO TRAN-HDR-BATCH-ID.
002580     MOVE WS-REL-SOURCE TO TRAN-HDR-SOURCE.
002590     MOVE WS-RUN-DATE TO TRAN-HDR-BUS-DATE.
002600     WRITE TRAN-RECORD.
002610
002620     IF NOT WS-EOF
002630         PERFORM 2100-READ-PENDING
002640             THRU 2100-READ-PENDING-EXIT
002650     END-IF.
002660 1000-INITIALIZE-EXIT.
002670     EXIT.
002680
002690 1100-GET-BUSINESS-DATE.
002700 1100-GET-BUSINESS-DATE-RTN.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720     ACCEPT WS-RUN-TIME FROM TIME.
002730
002740     OPEN INPUT BDC-FILE.
002750
002760     IF WS-BDC-STATUS NOT = "00"
002770         GO TO 1100-GET-BUSINESS-DATE-EXIT
002780     END-IF.
002790
002800     READ BDC-FILE
002810         AT END
002820             CONTINUE
002830     END-READ.
002840
002850     IF WS-BDC-STATUS = "00"
002860         AND BDC-BUS-DATE IS NUMERIC
002870         AND BDC-BUS-DATE > ZERO
002880         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002890     END-IF.
002900
002910     CLOSE BDC-FILE.
002920 1100-GET-BUSINESS-DATE-EXIT.
002930     EXIT.
002940
002950 2000-RELEASE-OR-CARRY.
002960 2000-RELEASE-OR-CARRY-RTN.
002970     MOVE SPACES TO WS-PRINT-LINE.
002980     MOVE PND-ACCOUNT TO WS-DET-ACCOUNT.
002990     MOVE PND-PARAM1 TO WS-DET-PARAM1.
003000     MOVE PND-PARAM2 TO WS-DET-PARAM2.
003010     MOVE PND-OP-CODE TO WS-DET-OP.
003020     MOVE PND-EFF-DATE TO WS-DET-EFF-DATE.
003030     MOVE PND-BATCH-ID TO WS-DET-BATCH.
003040
003050     EVALUATE TRUE
003060         WHEN PND-FORCED
003070             PERFORM 2200-RELEASE-ONE-ITEM
003080                 THRU 2200-RELEASE-ONE-ITEM-EXIT
003090             MOVE "FORCED" TO WS-DET-STATUS
003100         WHEN PND-HELD
003110             WRITE PNN-RECORD FROM PND-RECORD
003120             ADD 1 TO WS-PENDING-COUNT
003130             MOVE "HELD" TO WS-DET-STATUS
003140         WHEN PND-EFF-DATE > WS-RUN-DATE
003150             WRITE PNN-RECORD FROM PND-RECORD
003160             ADD 1 TO WS-PENDING-COUNT
003170             MOVE "PENDING" TO WS-DET-STATUS
003180         WHEN OTHER
003190             PERFORM 2200-RELEASE-ONE-ITEM
003200                 THRU 2200-RELEASE-ONE-ITEM-EXIT
003210             MOVE "RELEASED" TO WS-DET-STATUS
003220     END-EVALUATE.
003230
003240     WRITE RPT-LINE FROM WS-PRINT-LINE.
003250
003260     PERFORM 2100-READ-PENDING
003270         THRU 2100-READ-PENDING-EXIT.
003280 2000-RELEASE-OR-CARRY-EXIT.
003290     EXIT.
003300
003310 2100-READ-PENDING.
003320 2100-READ-PENDING-RTN.
003330     READ PND-FILE
003340         AT END
003350             MOVE "Y" TO WS-EOF-SWITCH
003360     END-READ.
003370 2100-READ-PENDING-EXIT.
003380     EXIT.
003390
003400 2200-RELEASE-ONE-ITEM.
003410 2200-RELEASE-ONE-ITEM-RTN.
003420     MOVE SPACES TO TRAN-RECORD.
003430     MOVE "D" TO TRAN-REC-TYPE.
003440     MOVE PND-ACCOUNT TO TRAN-ACCOUNT.
003450     MOVE PND-PARAM1 TO TRAN-PARAM1.
003460     MOVE PND-PARAM2 TO TRAN-PARAM2.
003470     MOVE PND-OP-CODE TO TRAN-OP-CODE.
003480     MOVE PND-CURRENCY TO TRAN-CURRENCY.
003490     IF PND-FORCED
003500         MOVE ZERO TO TRAN-EFF-DATE
003510     ELSE
003520         MOVE PND-EFF-DATE TO TRAN-EFF-DATE
003530     END-IF.
003540
003550     WRITE TRAN-RECORD.
003560
003570     ADD 1 TO WS-RELEASE-COUNT.
003580     COMPUTE WS-RELEASE-HASH = WS-RELEASE-HASH
003590         + PND-PARAM1 + PND-PARAM2.
003600 2200-RELEASE-ONE-ITEM-EXIT.
003610     EXIT.
003620
003630 9000-TERMINATE.
003640 9000-TERMINATE-RTN.
003650     MOVE SPACES TO TRAN-RECORD.
003660     MOVE "T" TO TRAN-REC-TYPE.
003670     MOVE WS-REL-BATCH-ID TO TRAN-TRL-BATCH-ID.
003680     MOVE WS-RELEASE-COUNT TO TRAN-TRL-REC-COUNT.
003690     MOVE WS-RELEASE-HASH TO TRAN-TRL-HASH-TOTAL.
003700     WRITE TRAN-RECORD.
003710
003720     MOVE SPACES TO WS-FOOTER-LINE.
003730     MOVE "RELEASED" TO WS-FTR-REL-LABEL.
003740     MOVE WS-RELEASE-COUNT TO WS-FTR-RELEASED.
003750     MOVE "STILL PENDING" TO WS-FTR-PND-LABEL.
003760     MOVE WS-PENDING-COUNT TO WS-FTR-PENDING.
003770
003780     WRITE RPT-LINE FROM WS-FOOTER-LINE.
003790
003800
003810     PERFORM 9100-WRITE-STEP-CONTROL
003820         THRU 9100-WRITE-STEP-CONTROL-EXIT.
003830
003840     IF WS-PND-STATUS = "00" OR WS-PND-STATUS = "10"
003850         CLOSE PND-FILE
003860     END-IF.
003870     CLOSE REL-FILE.
003880     CLOSE PNN-FILE.
003890     CLOSE RPT-FILE.
003900 9000-TERMINATE-EXIT.
003910     EXIT.
003920
003930 9100-WRITE-STEP-CONTROL.
003940 9100-WRITE-STEP-CONTROL-RTN.
003950     OPEN EXTEND STP-FILE.
003960
003970     IF WS-STP-STATUS = "35"
003980         OPEN OUTPUT STP-FILE
003990     END-IF.
004000
004010     IF WS-STP-STATUS NOT = "00"
004020         DISPLAY "TRANRELEASE - OPEN ERROR ON STP-FILE "
004030             "STATUS: " WS-STP-STATUS
004040             " - STEP CONTROL NOT RECORDED"
004050         GO TO 9100-WRITE-STEP-CONTROL-EXIT
004060     END-IF.
004070
004080     MOVE WS-RUN-DATE TO STP-BUS-DATE.
004090     MOVE "TRANREL " TO STP-JOB-ID.
004100     MOVE "RELOUT" TO STP-POINT.
004110     MOVE WS-RELEASE-COUNT TO STP-COUNT.
004120     MOVE WS-RELEASE-HASH TO STP-AMOUNT.
004130     WRITE STP-RECORD.
004140
004150     CLOSE STP-FILE.
004160 9100-WRITE-STEP-CONTROL-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
004210*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
004220******************************************************************
004230 9900-END-RUN-CONTROL.
004240 9900-END-RUN-CONTROL-RTN.
004250     MOVE RETURN-CODE TO RCL-STEP-RC.
004260     SET RCL-END TO TRUE.
004270
004280     CALL "RUN-CONTROL" USING RCL-AREA.
004290
004300     MOVE RCL-STEP-RC TO RETURN-CODE.
004310 9900-END-RUN-CONTROL-EXIT.
004320     EXIT.
