000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RUN-STATUS.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  NIGHTLY-SUITE STEP STATUS REPORT.  FOR THE BUSINESS *
000190*            DATE ON THE BUSINESS DATE CONTROL CARD (BDC-FILE)   *
000200*            IT LISTS EVERY STEP ON THE STEP SEQUENCE TABLE      *
000210*            (RSQREC), IN RUN ORDER, WITH ITS STATE FROM THE     *
000220*            RUN-CONTROL FILE (RCT-FILE) KEPT BY RUN-CONTROL:    *
000230*            NOT RUN, RUNNING, COMPLETE, FAILED OR REFUSED,      *
000240*            WITH ITS START AND END, RETURN CODE, NUMBER OF      *
000250*            RUNS AND REFUSALS, THE LAST REFUSAL AND ANY         *
000260*            OPERATOR OVERRIDE.  ANY OTHER JOB ON THE FILE FOR   *
000270*            THE DATE IS LISTED AFTER THEM.  A STEP STILL        *
000280*            RUNNING (OR ENDED ABNORMALLY), FAILED OR REFUSED    *
000290*            SETS RETURN-CODE 8; OTHERWISE A NIGHTLY STEP NOT    *
000300*            YET RUN SETS RETURN-CODE 4.  THE REPORT ONLY READS  *
000310*            THE FILE AND MAY BE RUN AT ANY TIME.                *
000320*                                                               *
000330*  MODIFICATION HISTORY                                         *
000340*  ----------------------------------------------------------   *
000350*  DATE        INIT   DESCRIPTION                               *
000360*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000370******************************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RCT-FILE ASSIGN TO "RUNCTL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS RCT-KEY
000460         FILE STATUS IS WS-RCT-STATUS.
000470
000480     SELECT RPT-FILE ASSIGN TO "RUNSRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510
000520     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BDC-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RCT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY RCTREC.
000610
000620 FD  RPT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY RPTREC.
000650
000660 FD  BDC-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY BDCREC.
000690
000700 WORKING-STORAGE SECTION.
000710 77  WS-RCT-STATUS           PIC X(02)  VALUE "00".
000720 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000730 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
000740 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000750 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
000760 77  WS-RCT-OPEN-SWITCH      PIC X(01)  VALUE "N".
000770     88  WS-RCT-OPEN                    VALUE "Y".
000780 77  WS-RCT-EOF-SWITCH       PIC X(01)  VALUE "N".
000790     88  WS-RCT-EOF                     VALUE "Y".
000800 77  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
000810     88  WS-FOUND                       VALUE "Y".
000820 77  WS-ON-TABLE-SWITCH      PIC X(01)  VALUE "N".
000830     88  WS-ON-TABLE                    VALUE "Y".
000840 77  WS-OTHER-TITLE-SWITCH   PIC X(01)  VALUE "N".
000850     88  WS-OTHER-TITLE-DONE            VALUE "Y".
000860 77  WS-SEQ-SUB              PIC 9(05) COMP VALUE ZERO.
000870 77  WS-FIND-SUB             PIC 9(05) COMP VALUE ZERO.
000880 77  WS-NIGHTLY-SWITCH       PIC X(01)  VALUE "N".
000890     88  WS-STEP-NIGHTLY                VALUE "Y".
000900 77  WS-COMPLETE-COUNT       PIC 9(07) COMP VALUE ZERO.
000910 77  WS-RUNNING-COUNT        PIC 9(07) COMP VALUE ZERO.
000920 77  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
000930 77  WS-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
000940 77  WS-NOT-RUN-COUNT        PIC 9(07) COMP VALUE ZERO.
000950 77  WS-OPTIONAL-COUNT       PIC 9(07) COMP VALUE ZERO.
000960 77  WS-OVERRIDE-COUNT       PIC 9(07) COMP VALUE ZERO.
000970 77  WS-OTHER-COUNT          PIC 9(07) COMP VALUE ZERO.
000980
000990     COPY RSQREC.
001000
001010 01  WS-PRINT-LINE.
001020     05  WS-DET-JOB-ID       PIC X(08).
001030     05  FILLER              PIC X(02)  VALUE SPACES.
001040     05  WS-DET-SCHEDULE     PIC X(08).
001050     05  FILLER              PIC X(02)  VALUE SPACES.
001060     05  WS-DET-STATE        PIC X(10).
001070     05  FILLER              PIC X(02)  VALUE SPACES.
001080     05  WS-DET-START-DATE   PIC X(08).
001090     05  FILLER              PIC X(01)  VALUE SPACES.
001100     05  WS-DET-START-TIME   PIC X(08).
001110     05  FILLER              PIC X(02)  VALUE SPACES.
001120     05  WS-DET-END-DATE     PIC X(08).
001130     05  FILLER              PIC X(01)  VALUE SPACES.
001140     05  WS-DET-END-TIME     PIC X(08).
001150     05  FILLER              PIC X(02)  VALUE SPACES.
001160     05  WS-DET-RC           PIC ZZZ9.
001170     05  FILLER              PIC X(02)  VALUE SPACES.
001180     05  WS-DET-RUNS         PIC ZZ9.
001190     05  FILLER              PIC X(02)  VALUE SPACES.
001200     05  WS-DET-REFUSALS     PIC ZZ9.
001210     05  FILLER              PIC X(02)  VALUE SPACES.
001220     05  WS-DET-FLAG         PIC X(04).
001230     05  WS-DET-NOTE         PIC X(22).
001240     05  FILLER              PIC X(01)  VALUE SPACES.
001250     05  WS-DET-NOTE-JOB     PIC X(08).
001260     05  FILLER              PIC X(01)  VALUE SPACES.
001270     05  WS-DET-OVERRIDE     PIC X(08).
001280
001290 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001300     05  WS-HDR-BUS-LABEL    PIC X(13).
001310     05  FILLER              PIC X(02).
001320     05  WS-HDR-BUS-DATE     PIC 9(08).
001330     05  FILLER              PIC X(03).
001340     05  WS-HDR-TIM-LABEL    PIC X(08).
001350     05  FILLER              PIC X(02).
001360     05  WS-HDR-RUN-TIME     PIC 9(08).
001370     05  FILLER              PIC X(88).
001380
001390 01  WS-TITLE-LINE REDEFINES WS-PRINT-LINE.
001400     05  FILLER              PIC X(02).
001410     05  WS-TTL-TEXT         PIC X(50).
001420     05  FILLER              PIC X(80).
001430
001440 01  WS-COLUMN-LINE REDEFINES WS-PRINT-LINE.
001450     05  WS-COL-JOB-ID       PIC X(08).
001460     05  FILLER              PIC X(02).
001470     05  WS-COL-SCHEDULE     PIC X(08).
001480     05  FILLER              PIC X(02).
001490     05  WS-COL-STATE        PIC X(10).
001500     05  FILLER              PIC X(02).
001510     05  WS-COL-START        PIC X(17).
001520     05  FILLER              PIC X(02).
001530     05  WS-COL-END          PIC X(17).
001540     05  FILLER              PIC X(02).
001550     05  WS-COL-RC           PIC X(04).
001560     05  FILLER              PIC X(02).
001570     05  WS-COL-RUNS         PIC X(03).
001580     05  FILLER              PIC X(02).
001590     05  WS-COL-REFUSALS     PIC X(03).
001600     05  FILLER              PIC X(02).
001610     05  WS-COL-NOTE         PIC X(35).
001620     05  FILLER              PIC X(01).
001630     05  WS-COL-OVERRIDE     PIC X(08).
001640
001650 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
001660     05  FILLER              PIC X(02).
001670     05  WS-TOT-LABEL        PIC X(28).
001680     05  FILLER              PIC X(02).
001690     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001700     05  FILLER              PIC X(91).
001710
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE SECTION.
001740 0000-MAIN-RTN.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-INITIALIZE-EXIT.
001770
001780     IF RETURN-CODE = ZERO
001790         PERFORM 2000-REPORT-ONE-STEP
001800             THRU 2000-REPORT-ONE-STEP-EXIT
001810             VARYING WS-SEQ-SUB FROM 1 BY 1
001820             UNTIL WS-SEQ-SUB > RSQ-ENTRY-MAX
001830
001840         IF WS-RCT-OPEN
001850             PERFORM 3000-LIST-OTHER-JOBS
001860                 THRU 3000-LIST-OTHER-JOBS-EXIT
001870         END-IF
001880
001890         PERFORM 9000-TERMINATE
001900             THRU 9000-TERMINATE-EXIT
001910     END-IF.
001920
001930     STOP RUN.
001940
001950******************************************************************
001960*  A RUN-CONTROL FILE THAT DOES NOT EXIST YET IS NOT AN ERROR -  *
001970*  NOTHING HAS RUN UNDER RUN CONTROL, SO EVERY STEP IS NOT RUN.  *
001980******************************************************************
001990 1000-INITIALIZE.
002000 1000-INITIALIZE-RTN.
002010     PERFORM 1100-GET-BUSINESS-DATE
002020         THRU 1100-GET-BUSINESS-DATE-EXIT.
002030
002040     OPEN INPUT RCT-FILE.
002050
002060     IF WS-RCT-STATUS = "00"
002070         MOVE "Y" TO WS-RCT-OPEN-SWITCH
002080     ELSE
002090         IF WS-RCT-STATUS NOT = "35"
002100             DISPLAY "RUNSTATUS - OPEN ERROR ON RCT-FILE "
002110                 "STATUS: " WS-RCT-STATUS
002120             MOVE 20 TO RETURN-CODE
002130             GO TO 1000-INITIALIZE-EXIT
002140         END-IF
002150     END-IF.
002160
002170     OPEN OUTPUT RPT-FILE.
002180
002190     IF WS-RPT-STATUS NOT = "00"
002200         DISPLAY "RUNSTATUS - OPEN ERROR ON RPT-FILE "
002210             "STATUS: " WS-RPT-STATUS
002220         MOVE 20 TO RETURN-CODE
002230         IF WS-RCT-OPEN
002240             CLOSE RCT-FILE
002250         END-IF
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280
002290     MOVE SPACES TO WS-HEADER-LINE.
002300     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002310     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002320     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002330     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002340     WRITE RPT-LINE FROM WS-HEADER-LINE.
002350
002360     MOVE SPACES TO WS-TITLE-LINE.
002370     MOVE "NIGHTLY SUITE STEP STATUS" TO WS-TTL-TEXT.
002380     WRITE RPT-LINE FROM WS-TITLE-LINE.
002390
002400     PERFORM 1200-WRITE-COLUMN-LINE
002410         THRU 1200-WRITE-COLUMN-LINE-EXIT.
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002440
002450 1100-GET-BUSINESS-DATE.
002460 1100-GET-BUSINESS-DATE-RTN.
002470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002480     ACCEPT WS-RUN-TIME FROM TIME.
002490
002500     OPEN INPUT BDC-FILE.
002510
002520     IF WS-BDC-STATUS NOT = "00"
002530         GO TO 1100-GET-BUSINESS-DATE-EXIT
002540     END-IF.
002550
002560     READ BDC-FILE
002570         AT END
002580             CONTINUE
002590     END-READ.
002600
002610     IF WS-BDC-STATUS = "00"
002620         AND BDC-BUS-DATE IS NUMERIC
002630         AND BDC-BUS-DATE > ZERO
002640         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002650     END-IF.
002660
002670     CLOSE BDC-FILE.
002680 1100-GET-BUSINESS-DATE-EXIT.
002690     EXIT.
002700
002710 1200-WRITE-COLUMN-LINE.
002720 1200-WRITE-COLUMN-LINE-RTN.
002730     MOVE SPACES TO WS-COLUMN-LINE.
002740     MOVE "JOB" TO WS-COL-JOB-ID.
002750     MOVE "SCHEDULE" TO WS-COL-SCHEDULE.
002760     MOVE "STATE" TO WS-COL-STATE.
002770     MOVE "STARTED" TO WS-COL-START.
002780     MOVE "ENDED" TO WS-COL-END.
002790     MOVE "  RC" TO WS-COL-RC.
002800     MOVE "RUN" TO WS-COL-RUNS.
002810     MOVE "REF" TO WS-COL-REFUSALS.
002820     MOVE "NOTE" TO WS-COL-NOTE.
002830     MOVE "OVERRIDE" TO WS-COL-OVERRIDE.
002840     WRITE RPT-LINE FROM WS-COLUMN-LINE.
002850 1200-WRITE-COLUMN-LINE-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890*  ONE LINE PER STEP ON THE SEQUENCE TABLE.  A STEP WITH NO      *
002900*  RECORD FOR THE DATE HAS NOT BEEN RUN; THAT IS ONLY FLAGGED    *
002910*  FOR A STEP THAT RUNS EVERY NIGHT.                             *
002920******************************************************************
002930 2000-REPORT-ONE-STEP.
002940 2000-REPORT-ONE-STEP-RTN.
002950     MOVE RSQ-NIGHTLY (WS-SEQ-SUB) TO WS-NIGHTLY-SWITCH.
002960     MOVE "N" TO WS-FOUND-SWITCH.
002970
002980     IF WS-RCT-OPEN
002990         MOVE WS-RUN-DATE TO RCT-BUS-DATE
003000         MOVE RSQ-JOB-ID (WS-SEQ-SUB) TO RCT-JOB-ID
003010         MOVE "Y" TO WS-FOUND-SWITCH
003020         READ RCT-FILE
003030             INVALID KEY
003040                 MOVE "N" TO WS-FOUND-SWITCH
003050         END-READ
003060     END-IF.
003070
003080     MOVE SPACES TO WS-PRINT-LINE.
003090     MOVE RSQ-JOB-ID (WS-SEQ-SUB) TO WS-DET-JOB-ID.
003100
003110     IF WS-STEP-NIGHTLY
003120         MOVE "NIGHTLY" TO WS-DET-SCHEDULE
003130     ELSE
003140         MOVE "OPTIONAL" TO WS-DET-SCHEDULE
003150     END-IF.
003160
003170     IF WS-FOUND
003180         PERFORM 2100-FORMAT-STEP
003190             THRU 2100-FORMAT-STEP-EXIT
003200     ELSE
003210         MOVE "NOT RUN" TO WS-DET-STATE
003220         MOVE ZERO TO WS-DET-RUNS
003230         MOVE ZERO TO WS-DET-REFUSALS
003240         IF WS-STEP-NIGHTLY
003250             MOVE "***" TO WS-DET-FLAG
003260             MOVE "NOT RUN" TO WS-DET-NOTE
003270             ADD 1 TO WS-NOT-RUN-COUNT
003280         ELSE
003290             MOVE "NOT RUN - NO WORK" TO WS-DET-NOTE
003300             ADD 1 TO WS-OPTIONAL-COUNT
003310         END-IF
003320     END-IF.
003330
003340     WRITE RPT-LINE FROM WS-PRINT-LINE.
003350 2000-REPORT-ONE-STEP-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*  FORMAT THE STEP'S RUN-CONTROL RECORD.  THE NOTE SHOWS WHY A   *
003400*  STEP NEEDS ATTENTION; FOR A STEP THAT IS OTHERWISE CLEAN IT   *
003410*  SHOWS THE LAST REFUSAL, IF ANY (A RERUN REFUSED BECAUSE THE   *
003420*  STEP HAD ALREADY COMPLETED, SAY).                             *
003430******************************************************************
003440 2100-FORMAT-STEP.
003450 2100-FORMAT-STEP-RTN.
003460     IF RCT-START-DATE > ZERO
003470         MOVE RCT-START-DATE TO WS-DET-START-DATE
003480         MOVE RCT-START-TIME TO WS-DET-START-TIME
003490     END-IF.
003500
003510     IF RCT-END-DATE > ZERO
003520         MOVE RCT-END-DATE TO WS-DET-END-DATE
003530         MOVE RCT-END-TIME TO WS-DET-END-TIME
003540         MOVE RCT-RETURN-CODE TO WS-DET-RC
003550     END-IF.
003560
003570     MOVE RCT-RUN-COUNT TO WS-DET-RUNS.
003580     MOVE RCT-REFUSE-COUNT TO WS-DET-REFUSALS.
003590     MOVE RCT-OVERRIDE-OPER TO WS-DET-OVERRIDE.
003600
003610     IF RCT-OVERRIDE-OPER NOT = SPACES
003620         ADD 1 TO WS-OVERRIDE-COUNT
003630     END-IF.
003640
003650     IF RCT-REFUSE-COUNT > ZERO
003660         EVALUATE RCT-REFUSE-REASON
003670             WHEN "P"
003680                 MOVE "REFUSED - PREDECESSOR"
003690                     TO WS-DET-NOTE
003700                 MOVE RCT-REFUSE-JOB TO WS-DET-NOTE-JOB
003710             WHEN "L"
003720                 MOVE "REFUSED - TOO LATE FOR"
003730                     TO WS-DET-NOTE
003740                 MOVE RCT-REFUSE-JOB TO WS-DET-NOTE-JOB
003750             WHEN OTHER
003760                 MOVE "REFUSED - ALREADY DONE"
003770                     TO WS-DET-NOTE
003780         END-EVALUATE
003790     END-IF.
003800
003810     EVALUATE TRUE
003820         WHEN RCT-COMPLETE
003830             MOVE "COMPLETE" TO WS-DET-STATE
003840             ADD 1 TO WS-COMPLETE-COUNT
003850         WHEN RCT-STARTED
003860             MOVE "RUNNING" TO WS-DET-STATE
003870             MOVE "***" TO WS-DET-FLAG
003880             MOVE "RUNNING OR ABENDED" TO WS-DET-NOTE
003890             MOVE SPACES TO WS-DET-NOTE-JOB
003900             ADD 1 TO WS-RUNNING-COUNT
003910         WHEN RCT-FAILED
003920             MOVE "FAILED" TO WS-DET-STATE
003930             MOVE "***" TO WS-DET-FLAG
003940             MOVE "RC ABOVE ITS CEILING" TO WS-DET-NOTE
003950             MOVE SPACES TO WS-DET-NOTE-JOB
003960             ADD 1 TO WS-FAILED-COUNT
003970         WHEN RCT-REFUSED
003980             MOVE "REFUSED" TO WS-DET-STATE
003990             MOVE "***" TO WS-DET-FLAG
004000             ADD 1 TO WS-REFUSED-COUNT
004010         WHEN OTHER
004020             MOVE RCT-STATE TO WS-DET-STATE
004030             MOVE "***" TO WS-DET-FLAG
004040             MOVE "UNKNOWN STATE" TO WS-DET-NOTE
004050             MOVE SPACES TO WS-DET-NOTE-JOB
004060             ADD 1 TO WS-FAILED-COUNT
004070     END-EVALUATE.
004080 2100-FORMAT-STEP-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*  ANY JOB ON THE RUN-CONTROL FILE FOR THE DATE THAT IS NOT ON   *
004130*  THE SEQUENCE TABLE (A ONE-OFF STEP CHECKED IN UNDER ITS OWN   *
004140*  JOB ID) IS LISTED SEPARATELY.                                 *
004150******************************************************************
004160 3000-LIST-OTHER-JOBS.
004170 3000-LIST-OTHER-JOBS-RTN.
004180     MOVE WS-RUN-DATE TO RCT-BUS-DATE.
004190     MOVE LOW-VALUES TO RCT-JOB-ID.
004200
004210     START RCT-FILE KEY IS NOT LESS THAN RCT-KEY
004220         INVALID KEY
004230             MOVE "Y" TO WS-RCT-EOF-SWITCH
004240     END-START.
004250
004260     PERFORM 3100-CHECK-ONE-JOB
004270         THRU 3100-CHECK-ONE-JOB-EXIT
004280         UNTIL WS-RCT-EOF.
004290 3000-LIST-OTHER-JOBS-EXIT.
004300     EXIT.
004310
004320 3100-CHECK-ONE-JOB.
004330 3100-CHECK-ONE-JOB-RTN.
004340     READ RCT-FILE NEXT RECORD
004350         AT END
004360             MOVE "Y" TO WS-RCT-EOF-SWITCH
004370             GO TO 3100-CHECK-ONE-JOB-EXIT
004380     END-READ.
004390
004400     IF RCT-BUS-DATE NOT = WS-RUN-DATE
004410         MOVE "Y" TO WS-RCT-EOF-SWITCH
004420         GO TO 3100-CHECK-ONE-JOB-EXIT
004430     END-IF.
004440
004450     MOVE "N" TO WS-ON-TABLE-SWITCH.
004460
004470     PERFORM 3200-MATCH-ONE-STEP
004480         THRU 3200-MATCH-ONE-STEP-EXIT
004490         VARYING WS-FIND-SUB FROM 1 BY 1
004500         UNTIL WS-FIND-SUB > RSQ-ENTRY-MAX
004510             OR WS-ON-TABLE.
004520
004530     IF WS-ON-TABLE
004540         GO TO 3100-CHECK-ONE-JOB-EXIT
004550     END-IF.
004560
004570     IF NOT WS-OTHER-TITLE-DONE
004580         MOVE "Y" TO WS-OTHER-TITLE-SWITCH
004590         MOVE SPACES TO WS-PRINT-LINE
004600         WRITE RPT-LINE FROM WS-PRINT-LINE
004610         MOVE SPACES TO WS-TITLE-LINE
004620         MOVE "OTHER JOBS UNDER RUN CONTROL" TO WS-TTL-TEXT
004630         WRITE RPT-LINE FROM WS-TITLE-LINE
004640         PERFORM 1200-WRITE-COLUMN-LINE
004650             THRU 1200-WRITE-COLUMN-LINE-EXIT
004660     END-IF.
004670
004680     ADD 1 TO WS-OTHER-COUNT.
004690
004700     MOVE SPACES TO WS-PRINT-LINE.
004710     MOVE RCT-JOB-ID TO WS-DET-JOB-ID.
004720     MOVE "OTHER" TO WS-DET-SCHEDULE.
004730
004740     PERFORM 2100-FORMAT-STEP
004750         THRU 2100-FORMAT-STEP-EXIT.
004760
004770     WRITE RPT-LINE FROM WS-PRINT-LINE.
004780 3100-CHECK-ONE-JOB-EXIT.
004790     EXIT.
004800
004810 3200-MATCH-ONE-STEP.
004820 3200-MATCH-ONE-STEP-RTN.
004830     IF RSQ-JOB-ID (WS-FIND-SUB) = RCT-JOB-ID
004840         MOVE "Y" TO WS-ON-TABLE-SWITCH
004850     END-IF.
004860 3200-MATCH-ONE-STEP-EXIT.
004870     EXIT.
004880
004890 9000-TERMINATE.
004900 9000-TERMINATE-RTN.
004910     MOVE SPACES TO WS-PRINT-LINE.
004920     WRITE RPT-LINE FROM WS-PRINT-LINE.
004930
004940     MOVE SPACES TO WS-TOTAL-LINE.
004950     MOVE "STEPS COMPLETE" TO WS-TOT-LABEL.
004960     MOVE WS-COMPLETE-COUNT TO WS-TOT-COUNT.
004970     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004980
004990     MOVE SPACES TO WS-TOTAL-LINE.
005000     MOVE "STEPS RUNNING OR ABENDED" TO WS-TOT-LABEL.
005010     MOVE WS-RUNNING-COUNT TO WS-TOT-COUNT.
005020     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005030
005040     MOVE SPACES TO WS-TOTAL-LINE.
005050     MOVE "STEPS FAILED" TO WS-TOT-LABEL.
005060     MOVE WS-FAILED-COUNT TO WS-TOT-COUNT.
005070     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005080
005090     MOVE SPACES TO WS-TOTAL-LINE.
005100     MOVE "STEPS REFUSED" TO WS-TOT-LABEL.
005110     MOVE WS-REFUSED-COUNT TO WS-TOT-COUNT.
005120     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005130
005140     MOVE SPACES TO WS-TOTAL-LINE.
005150     MOVE "NIGHTLY STEPS NOT RUN" TO WS-TOT-LABEL.
005160     MOVE WS-NOT-RUN-COUNT TO WS-TOT-COUNT.
005170     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005180
005190     MOVE SPACES TO WS-TOTAL-LINE.
005200     MOVE "OPTIONAL STEPS NOT RUN" TO WS-TOT-LABEL.
005210     MOVE WS-OPTIONAL-COUNT TO WS-TOT-COUNT.
005220     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005230
005240     MOVE SPACES TO WS-TOTAL-LINE.
005250     MOVE "STEPS RUN BY OVERRIDE" TO WS-TOT-LABEL.
005260     MOVE WS-OVERRIDE-COUNT TO WS-TOT-COUNT.
005270     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005280
005290     MOVE SPACES TO WS-TOTAL-LINE.
005300     MOVE "OTHER JOBS" TO WS-TOT-LABEL.
005310     MOVE WS-OTHER-COUNT TO WS-TOT-COUNT.
005320     WRITE RPT-LINE FROM WS-TOTAL-LINE.
005330
005340     IF WS-RUNNING-COUNT > ZERO
005350         OR WS-FAILED-COUNT > ZERO
005360         OR WS-REFUSED-COUNT > ZERO
005370         DISPLAY "RUNSTATUS - " WS-RUN-DATE
005380             " STEPS NEED ATTENTION - RUNNING OR ABENDED "
005390             WS-RUNNING-COUNT " FAILED " WS-FAILED-COUNT
005400             " REFUSED " WS-REFUSED-COUNT
005410         MOVE 8 TO RETURN-CODE
005420     ELSE
005430         IF WS-NOT-RUN-COUNT > ZERO
005440             DISPLAY "RUNSTATUS - " WS-RUN-DATE " "
005450                 WS-NOT-RUN-COUNT " NIGHTLY STEP(S) NOT YET RUN"
005460             MOVE 4 TO RETURN-CODE
005470         END-IF
005480     END-IF.
005490
005500     IF WS-RCT-OPEN
005510         CLOSE RCT-FILE
005520     END-IF.
005530
005540     CLOSE RPT-FILE.
005550 9000-TERMINATE-EXIT.
005560     EXIT.
