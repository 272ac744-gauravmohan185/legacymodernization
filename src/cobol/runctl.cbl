000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RUN-CONTROL.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  CALLABLE NIGHTLY-SUITE RUN-CONTROL SUBPROGRAM.      *
000190*            EVERY STEP OF THE SUITE CALLS IT TWICE WITH THE     *
000200*            RCLREC CALL AREA: ONCE FIRST THING (START) AND      *
000210*            ONCE LAST THING (END) WITH ITS RETURN CODE.  THE    *
000220*            STEP'S STATE IS KEPT ON THE INDEXED RUN-CONTROL     *
000230*            FILE (RCT-FILE) UNDER THE BUSINESS DATE AND JOB     *
000240*            ID, AND THE STEP SEQUENCE TABLE (RSQREC) SAYS       *
000250*            WHAT MUST HAVE RUN BEFORE IT.  ON THE START CALL    *
000260*            A STEP IS REFUSED, RETURN-CODE 12, WHEN:            *
000270*              A REQUIRED PREDECESSOR HAS NOT COMPLETED          *
000280*              CLEANLY FOR THE BUSINESS DATE;                    *
000290*              THE STEP THAT CONSUMES ITS OUTPUT HAS ALREADY     *
000300*              STARTED, SO ITS OUTPUT WOULD NEVER BE PICKED UP;  *
000310*              OR IT HAS ALREADY COMPLETED CLEANLY ITSELF.       *
000320*            A STEP THAT STARTED BUT NEVER ENDED, OR ENDED       *
000330*            ABOVE ITS CEILING, MAY BE RERUN (THE RESTART        *
000340*            CASE).  AN OVERRIDE CARD ON ROV-FILE FOR THE JOB    *
000350*            AND BUSINESS DATE LETS A REFUSED STEP RUN ANYWAY;   *
000360*            THE OPERATOR ID IS STAMPED ON ITS RECORD.  THE      *
000370*            BUSINESS DATE COMES FROM THE BUSINESS DATE          *
000380*            CONTROL CARD (BDC-FILE), READ ONCE ON THE FIRST     *
000390*            CALL, THE SAME WAY CALC-FUNCTION READS IT.  IF      *
000400*            THE RUN-CONTROL FILE CANNOT BE OPENED THE STEP IS   *
000410*            REFUSED WITH RETURN-CODE 20.                        *
000420*                                                               *
000430*  MODIFICATION HISTORY                                         *
000440*  ----------------------------------------------------------   *
000450*  DATE        INIT   DESCRIPTION                               *
000460*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000470******************************************************************
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RCT-FILE ASSIGN TO "RUNCTL"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS RCT-KEY
000560         FILE STATUS IS WS-RCT-STATUS.
000570
000580     SELECT ROV-FILE ASSIGN TO "RUNOVRD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ROV-STATUS.
000610
000620     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BDC-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RCT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY RCTREC.
000710
000720 FD  ROV-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY ROVREC.
000750
000760 FD  BDC-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY BDCREC.
000790
000800 WORKING-STORAGE SECTION.
000810 77  WS-RCT-STATUS           PIC X(02)  VALUE "00".
000820 77  WS-ROV-STATUS           PIC X(02)  VALUE "00".
000830 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
000840 77  WS-BDC-GOT-SWITCH       PIC X(01)  VALUE "N".
000850     88  WS-BDC-GOT                     VALUE "Y".
000860 77  WS-ROV-EOF-SWITCH       PIC X(01)  VALUE "N".
000870     88  WS-ROV-EOF                     VALUE "Y".
000880 77  WS-OWN-FOUND-SWITCH     PIC X(01)  VALUE "N".
000890     88  WS-OWN-FOUND                   VALUE "Y".
000900 77  WS-OVERRIDE-SWITCH      PIC X(01)  VALUE "N".
000910     88  WS-OVERRIDE-FOUND              VALUE "Y".
000920 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000930 77  WS-CLOCK-DATE           PIC 9(08) VALUE ZERO.
000940 77  WS-CLOCK-TIME           PIC 9(08) VALUE ZERO.
000950 77  WS-SEQ-SUB              PIC 9(05) COMP VALUE ZERO.
000960 77  WS-STEP-SUB             PIC 9(05) COMP VALUE ZERO.
000970 77  WS-PRED-SUB             PIC 9(05) COMP VALUE ZERO.
000980 77  WS-CEILING              PIC 9(02) VALUE 4.
000990 77  WS-REFUSE-REASON        PIC X(01)  VALUE SPACE.
001000     88  WS-NOT-REFUSED                 VALUE SPACE.
001010 77  WS-REFUSE-JOB           PIC X(08)  VALUE SPACES.
001020 77  WS-OVERRIDE-OPER        PIC X(08)  VALUE SPACES.
001030
001040     COPY RSQREC.
001050
001060 LINKAGE SECTION.
001070     COPY RCLREC.
001080
001090 PROCEDURE DIVISION USING RCL-AREA.
001100 0000-MAINLINE SECTION.
001110 0000-MAIN-RTN.
001120     IF NOT WS-BDC-GOT
001130         PERFORM 1500-GET-BUSINESS-DATE
001140             THRU 1500-GET-BUSINESS-DATE-EXIT
001150     END-IF.
001160     MOVE WS-RUN-DATE TO RCL-BUS-DATE.
001170     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
001180     ACCEPT WS-CLOCK-TIME FROM TIME.
001190
001200     PERFORM 1000-FIND-STEP
001210         THRU 1000-FIND-STEP-EXIT.
001220
001230     OPEN I-O RCT-FILE.
001240
001250     IF WS-RCT-STATUS = "35"
001260         OPEN OUTPUT RCT-FILE
001270         CLOSE RCT-FILE
001280         OPEN I-O RCT-FILE
001290     END-IF.
001300
001310     IF WS-RCT-STATUS NOT = "00"
001320         DISPLAY "RUNCONTROL - OPEN ERROR ON RCT-FILE "
001330             "STATUS: " WS-RCT-STATUS " - JOB " RCL-JOB-ID
001340         IF RCL-END
001350             DISPLAY "RUNCONTROL - " RCL-JOB-ID
001360                 " END NOT RECORDED - RC " RCL-STEP-RC
001370         ELSE
001380             DISPLAY "RUNCONTROL - " RCL-JOB-ID
001390                 " REFUSED - RUN CONTROL UNAVAILABLE"
001400             SET RCL-STEP-REFUSED TO TRUE
001410             MOVE 20 TO RCL-STEP-RC
001420         END-IF
001430         MOVE RCL-STEP-RC TO RETURN-CODE
001440         GOBACK
001450     END-IF.
001460
001470     EVALUATE TRUE
001480         WHEN RCL-START
001490             PERFORM 2000-START-STEP
001500                 THRU 2000-START-STEP-EXIT
001510         WHEN RCL-END
001520             PERFORM 3000-END-STEP
001530                 THRU 3000-END-STEP-EXIT
001540         WHEN OTHER
001550             DISPLAY "RUNCONTROL - INVALID FUNCTION "
001560                 RCL-FUNCTION " FROM JOB " RCL-JOB-ID
001570             SET RCL-STEP-REFUSED TO TRUE
001580             MOVE 20 TO RCL-STEP-RC
001590     END-EVALUATE.
001600
001610     CLOSE RCT-FILE.
001620
001630     MOVE RCL-STEP-RC TO RETURN-CODE.
001640     GOBACK.
001650
001660******************************************************************
001670*  LOCATE THE CALLING JOB ON THE STEP SEQUENCE TABLE.  A JOB     *
001680*  NOT ON THE TABLE HAS NO PREDECESSORS AND A CEILING OF 4.      *
001690******************************************************************
001700 1000-FIND-STEP.
001710 1000-FIND-STEP-RTN.
001720     MOVE ZERO TO WS-STEP-SUB.
001730     MOVE 4 TO WS-CEILING.
001740
001750     PERFORM 1100-MATCH-ONE-STEP
001760         THRU 1100-MATCH-ONE-STEP-EXIT
001770         VARYING WS-SEQ-SUB FROM 1 BY 1
001780         UNTIL WS-SEQ-SUB > RSQ-ENTRY-MAX
001790             OR WS-STEP-SUB > ZERO.
001800
001810     IF WS-STEP-SUB > ZERO
001820         MOVE RSQ-CEILING (WS-STEP-SUB) TO WS-CEILING
001830     END-IF.
001840 1000-FIND-STEP-EXIT.
001850     EXIT.
001860
001870 1100-MATCH-ONE-STEP.
001880 1100-MATCH-ONE-STEP-RTN.
001890     IF RSQ-JOB-ID (WS-SEQ-SUB) = RCL-JOB-ID
001900         MOVE WS-SEQ-SUB TO WS-STEP-SUB
001910     END-IF.
001920 1100-MATCH-ONE-STEP-EXIT.
001930     EXIT.
001940
001950 1500-GET-BUSINESS-DATE.
001960 1500-GET-BUSINESS-DATE-RTN.
001970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001980     SET WS-BDC-GOT TO TRUE.
001990
002000     OPEN INPUT BDC-FILE.
002010
002020     IF WS-BDC-STATUS NOT = "00"
002030         GO TO 1500-GET-BUSINESS-DATE-EXIT
002040     END-IF.
002050
002060     READ BDC-FILE
002070         AT END
002080             CONTINUE
002090     END-READ.
002100
002110     IF WS-BDC-STATUS = "00"
002120         AND BDC-BUS-DATE IS NUMERIC
002130         AND BDC-BUS-DATE > ZERO
002140         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002150     END-IF.
002160
002170     CLOSE BDC-FILE.
002180 1500-GET-BUSINESS-DATE-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220*  START CALL.  THE PREDECESSORS AND THE CONSUMING STEP ARE      *
002230*  CHECKED FIRST; THE STEP'S OWN RECORD IS READ LAST SO IT IS    *
002240*  STILL IN THE RECORD AREA WHEN IT IS STARTED OR REFUSED.       *
002250******************************************************************
002260 2000-START-STEP.
002270 2000-START-STEP-RTN.
002280     SET RCL-STEP-CLEARED TO TRUE.
002290     MOVE ZERO TO RCL-STEP-RC.
002300     MOVE SPACE TO WS-REFUSE-REASON.
002310     MOVE SPACES TO WS-REFUSE-JOB.
002320     MOVE SPACES TO WS-OVERRIDE-OPER.
002330     MOVE "N" TO WS-OVERRIDE-SWITCH.
002340
002350     IF WS-STEP-SUB > ZERO
002360         PERFORM 2100-CHECK-PREDECESSOR
002370             THRU 2100-CHECK-PREDECESSOR-EXIT
002380             VARYING WS-PRED-SUB FROM 1 BY 1
002390             UNTIL WS-PRED-SUB > 3
002400                 OR NOT WS-NOT-REFUSED
002410
002420         IF WS-NOT-REFUSED
002430             PERFORM 2200-CHECK-CONSUMER
002440                 THRU 2200-CHECK-CONSUMER-EXIT
002450         END-IF
002460     END-IF.
002470
002480     PERFORM 2300-READ-OWN-RECORD
002490         THRU 2300-READ-OWN-RECORD-EXIT.
002500
002510     IF NOT WS-NOT-REFUSED
002520         PERFORM 2400-FIND-OVERRIDE
002530             THRU 2400-FIND-OVERRIDE-EXIT
002540
002550         IF NOT WS-OVERRIDE-FOUND
002560             PERFORM 2600-REFUSE-STEP
002570                 THRU 2600-REFUSE-STEP-EXIT
002580             GO TO 2000-START-STEP-EXIT
002590         END-IF
002600     END-IF.
002610
002620     PERFORM 2500-MARK-STARTED
002630         THRU 2500-MARK-STARTED-EXIT.
002640 2000-START-STEP-EXIT.
002650     EXIT.
002660
002670 2100-CHECK-PREDECESSOR.
002680 2100-CHECK-PREDECESSOR-RTN.
002690     IF RSQ-PRED (WS-STEP-SUB, WS-PRED-SUB) = SPACES
002700         GO TO 2100-CHECK-PREDECESSOR-EXIT
002710     END-IF.
002720
002730     MOVE WS-RUN-DATE TO RCT-BUS-DATE.
002740     MOVE RSQ-PRED (WS-STEP-SUB, WS-PRED-SUB) TO RCT-JOB-ID.
002750
002760     READ RCT-FILE
002770         INVALID KEY
002780             MOVE "P" TO WS-REFUSE-REASON
002790             MOVE RSQ-PRED (WS-STEP-SUB, WS-PRED-SUB)
002800                 TO WS-REFUSE-JOB
002810             GO TO 2100-CHECK-PREDECESSOR-EXIT
002820     END-READ.
002830
002840     IF NOT RCT-COMPLETE
002850         MOVE "P" TO WS-REFUSE-REASON
002860         MOVE RSQ-PRED (WS-STEP-SUB, WS-PRED-SUB)
002870             TO WS-REFUSE-JOB
002880     END-IF.
002890 2100-CHECK-PREDECESSOR-EXIT.
002900     EXIT.
002910
002920 2200-CHECK-CONSUMER.
002930 2200-CHECK-CONSUMER-RTN.
002940     IF RSQ-CLOSER (WS-STEP-SUB) = SPACES
002950         GO TO 2200-CHECK-CONSUMER-EXIT
002960     END-IF.
002970
002980     MOVE WS-RUN-DATE TO RCT-BUS-DATE.
002990     MOVE RSQ-CLOSER (WS-STEP-SUB) TO RCT-JOB-ID.
003000
003010     READ RCT-FILE
003020         INVALID KEY
003030             GO TO 2200-CHECK-CONSUMER-EXIT
003040     END-READ.
003050
003060     IF NOT RCT-REFUSED
003070         MOVE "L" TO WS-REFUSE-REASON
003080         MOVE RSQ-CLOSER (WS-STEP-SUB) TO WS-REFUSE-JOB
003090     END-IF.
003100 2200-CHECK-CONSUMER-EXIT.
003110     EXIT.
003120
003130 2300-READ-OWN-RECORD.
003140 2300-READ-OWN-RECORD-RTN.
003150     MOVE WS-RUN-DATE TO RCT-BUS-DATE.
003160     MOVE RCL-JOB-ID TO RCT-JOB-ID.
003170     MOVE "Y" TO WS-OWN-FOUND-SWITCH.
003180
003190     READ RCT-FILE
003200         INVALID KEY
003210             MOVE "N" TO WS-OWN-FOUND-SWITCH
003220             GO TO 2300-READ-OWN-RECORD-EXIT
003230     END-READ.
003240
003250     IF RCT-COMPLETE
003260         AND WS-NOT-REFUSED
003270         MOVE "D" TO WS-REFUSE-REASON
003280         MOVE RCL-JOB-ID TO WS-REFUSE-JOB
003290     END-IF.
003300 2300-READ-OWN-RECORD-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*  LOOK FOR AN OPERATOR OVERRIDE CARD FOR THIS JOB AND BUSINESS  *
003350*  DATE.  NO OVERRIDE FILE MEANS NO OVERRIDE.                    *
003360******************************************************************
003370 2400-FIND-OVERRIDE.
003380 2400-FIND-OVERRIDE-RTN.
003390     MOVE "N" TO WS-ROV-EOF-SWITCH.
003400
003410     OPEN INPUT ROV-FILE.
003420
003430     IF WS-ROV-STATUS NOT = "00"
003440         GO TO 2400-FIND-OVERRIDE-EXIT
003450     END-IF.
003460
003470     PERFORM 2410-READ-OVERRIDE
003480         THRU 2410-READ-OVERRIDE-EXIT
003490         UNTIL WS-ROV-EOF
003500             OR WS-OVERRIDE-FOUND.
003510
003520     CLOSE ROV-FILE.
003530
003540     IF WS-OVERRIDE-FOUND
003550         DISPLAY "RUNCONTROL - " RCL-JOB-ID
003560             " RUN BY OVERRIDE OF OPERATOR " WS-OVERRIDE-OPER
003570             " FOR " WS-RUN-DATE
003580         DISPLAY "RUNCONTROL - REFUSAL " WS-REFUSE-REASON
003590             " ON " WS-REFUSE-JOB " SET ASIDE"
003600     END-IF.
003610 2400-FIND-OVERRIDE-EXIT.
003620     EXIT.
003630
003640 2410-READ-OVERRIDE.
003650 2410-READ-OVERRIDE-RTN.
003660     READ ROV-FILE
003670         AT END
003680             MOVE "Y" TO WS-ROV-EOF-SWITCH
003690             GO TO 2410-READ-OVERRIDE-EXIT
003700     END-READ.
003710
003720     IF ROV-JOB-ID = RCL-JOB-ID
003730         AND ROV-BUS-DATE IS NUMERIC
003740         AND ROV-BUS-DATE = WS-RUN-DATE
003750         MOVE "Y" TO WS-OVERRIDE-SWITCH
003760         MOVE ROV-OPERATOR TO WS-OVERRIDE-OPER
003770     END-IF.
003780 2410-READ-OVERRIDE-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820*  MARK THE STEP STARTED.  A PREVIOUS ATTEMPT STILL MARKED       *
003830*  STARTED NEVER REACHED ITS END, SO THIS RUN IS ITS RESTART.    *
003840******************************************************************
003850 2500-MARK-STARTED.
003860 2500-MARK-STARTED-RTN.
003870     IF WS-OWN-FOUND
003880         AND RCT-STARTED
003890         DISPLAY "RUNCONTROL - " RCL-JOB-ID
003900             " PREVIOUS RUN FOR " WS-RUN-DATE
003910             " NEVER ENDED - TREATED AS A RESTART"
003920     END-IF.
003930
003940     IF NOT WS-OWN-FOUND
003950         MOVE SPACES TO RCT-RECORD
003960         MOVE WS-RUN-DATE TO RCT-BUS-DATE
003970         MOVE RCL-JOB-ID TO RCT-JOB-ID
003980         MOVE ZERO TO RCT-RUN-COUNT
003990         MOVE ZERO TO RCT-REFUSE-COUNT
004000     END-IF.
004010
004020     MOVE "S" TO RCT-STATE.
004030     MOVE WS-CLOCK-DATE TO RCT-START-DATE.
004040     MOVE WS-CLOCK-TIME TO RCT-START-TIME.
004050     MOVE ZERO TO RCT-END-DATE.
004060     MOVE ZERO TO RCT-END-TIME.
004070     MOVE ZERO TO RCT-RETURN-CODE.
004080     ADD 1 TO RCT-RUN-COUNT.
004090     MOVE WS-OVERRIDE-OPER TO RCT-OVERRIDE-OPER.
004100
004110     IF WS-OWN-FOUND
004120         REWRITE RCT-RECORD
004130     ELSE
004140         WRITE RCT-RECORD
004150     END-IF.
004160
004170     IF WS-RCT-STATUS NOT = "00"
004180         DISPLAY "RUNCONTROL - WRITE ERROR ON RCT-FILE "
004190             "STATUS: " WS-RCT-STATUS " - START OF "
004200             RCL-JOB-ID " NOT RECORDED"
004210     END-IF.
004220 2500-MARK-STARTED-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*  REFUSE THE STEP.  A STEP THAT HAS ALREADY RUN KEEPS ITS STATE *
004270*  AND ONLY COUNTS THE REFUSAL; ONE THAT NEVER RAN IS RECORDED   *
004280*  AS REFUSED SO THE STATUS REPORT SHOWS IT WAS TRIED.           *
004290******************************************************************
004300 2600-REFUSE-STEP.
004310 2600-REFUSE-STEP-RTN.
004320     SET RCL-STEP-REFUSED TO TRUE.
004330     MOVE 12 TO RCL-STEP-RC.
004340
004350     EVALUATE WS-REFUSE-REASON
004360         WHEN "P"
004370             DISPLAY "RUNCONTROL - " RCL-JOB-ID
004380                 " REFUSED - PREDECESSOR " WS-REFUSE-JOB
004390                 " HAS NOT COMPLETED CLEANLY FOR " WS-RUN-DATE
004400         WHEN "L"
004410             DISPLAY "RUNCONTROL - " RCL-JOB-ID
004420                 " REFUSED - TOO LATE, " WS-REFUSE-JOB
004430                 " HAS ALREADY STARTED FOR " WS-RUN-DATE
004440         WHEN OTHER
004450             DISPLAY "RUNCONTROL - " RCL-JOB-ID
004460                 " REFUSED - ALREADY COMPLETED FOR "
004470                 WS-RUN-DATE
004480     END-EVALUATE.
004490     DISPLAY "RUNCONTROL - AN OVERRIDE CARD ON RUNOVRD IS "
004500         "NEEDED TO RUN IT ANYWAY".
004510
004520     IF NOT WS-OWN-FOUND
004530         MOVE SPACES TO RCT-RECORD
004540         MOVE WS-RUN-DATE TO RCT-BUS-DATE
004550         MOVE RCL-JOB-ID TO RCT-JOB-ID
004560         MOVE "R" TO RCT-STATE
004570         MOVE ZERO TO RCT-START-DATE
004580         MOVE ZERO TO RCT-START-TIME
004590         MOVE ZERO TO RCT-END-DATE
004600         MOVE ZERO TO RCT-END-TIME
004610         MOVE ZERO TO RCT-RETURN-CODE
004620         MOVE ZERO TO RCT-RUN-COUNT
004630         MOVE ZERO TO RCT-REFUSE-COUNT
004640     END-IF.
004650
004660     ADD 1 TO RCT-REFUSE-COUNT.
004670     MOVE WS-REFUSE-REASON TO RCT-REFUSE-REASON.
004680     MOVE WS-REFUSE-JOB TO RCT-REFUSE-JOB.
004690
004700     IF WS-OWN-FOUND
004710         REWRITE RCT-RECORD
004720     ELSE
004730         WRITE RCT-RECORD
004740     END-IF.
004750
004760     IF WS-RCT-STATUS NOT = "00"
004770         DISPLAY "RUNCONTROL - WRITE ERROR ON RCT-FILE "
004780             "STATUS: " WS-RCT-STATUS " - REFUSAL OF "
004790             RCL-JOB-ID " NOT RECORDED"
004800     END-IF.
004810 2600-REFUSE-STEP-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*  END CALL.  THE STEP'S RETURN CODE IS RECORDED AND HANDED BACK *
004860*  UNCHANGED.  WITHIN ITS CEILING IT IS A CLEAN COMPLETION THAT  *
004870*  RELEASES ITS SUCCESSORS; ABOVE IT, A FAILURE THAT HOLDS THEM. *
004880******************************************************************
004890 3000-END-STEP.
004900 3000-END-STEP-RTN.
004910     SET RCL-STEP-CLEARED TO TRUE.
004920
004930     MOVE WS-RUN-DATE TO RCT-BUS-DATE.
004940     MOVE RCL-JOB-ID TO RCT-JOB-ID.
004950     MOVE "Y" TO WS-OWN-FOUND-SWITCH.
004960
004970     READ RCT-FILE
004980         INVALID KEY
004990             MOVE "N" TO WS-OWN-FOUND-SWITCH
005000     END-READ.
005010
005020     IF NOT WS-OWN-FOUND
005030         MOVE SPACES TO RCT-RECORD
005040         MOVE WS-RUN-DATE TO RCT-BUS-DATE
005050         MOVE RCL-JOB-ID TO RCT-JOB-ID
005060         MOVE ZERO TO RCT-START-DATE
005070         MOVE ZERO TO RCT-START-TIME
005080         MOVE 1 TO RCT-RUN-COUNT
005090         MOVE ZERO TO RCT-REFUSE-COUNT
005100     END-IF.
005110
005120     MOVE WS-CLOCK-DATE TO RCT-END-DATE.
005130     MOVE WS-CLOCK-TIME TO RCT-END-TIME.
005140     MOVE RCL-STEP-RC TO RCT-RETURN-CODE.
005150
005160     IF RCL-STEP-RC > WS-CEILING
005170         MOVE "F" TO RCT-STATE
005180         DISPLAY "RUNCONTROL - " RCL-JOB-ID " ENDED RC "
005190             RCL-STEP-RC " FOR " WS-RUN-DATE
005200             " - NOT CLEAN, SUCCESSORS ARE HELD"
005210     ELSE
005220         MOVE "C" TO RCT-STATE
005230     END-IF.
005240
005250     IF WS-OWN-FOUND
005260         REWRITE RCT-RECORD
005270     ELSE
005280         WRITE RCT-RECORD
005290     END-IF.
005300
005310     IF WS-RCT-STATUS NOT = "00"
005320         DISPLAY "RUNCONTROL - WRITE ERROR ON RCT-FILE "
005330             "STATUS: " WS-RCT-STATUS " - END OF "
005340             RCL-JOB-ID " NOT RECORDED"
005350     END-IF.
005360 3000-END-STEP-EXIT.
005370     EXIT.
