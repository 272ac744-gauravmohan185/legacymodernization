000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ALLOC-MAINT.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  ALLOCATION RULE MAINTENANCE JOB.  APPLIES THE       *
000190*            ALLOCATION CARD FILE (ALC-FILE) TO THE INDEXED      *
000200*            ALLOCATION RULE MASTER (ALR-FILE) - ADDING,         *
000210*            CHANGING, AND DELETING THE SHARED-COST POOL RULES   *
000220*            THAT ALLOC-GENERATE SPREADS AT MONTH END - AND      *
000230*            PRINTS A MAINTENANCE REPORT SHOWING THE             *
000240*            DISPOSITION OF EVERY RULE SET, THE SAME WAY SI-     *
000250*            MAINT WORKS THE STANDING INSTRUCTION MASTER.  A     *
000260*            RULE CARD AND THE TARGET CARDS THAT FOLLOW IT ARE   *
000270*            EDITED AND APPLIED AS ONE SET: THE POOL ACCOUNT     *
000280*            AND EVERY TARGET MUST BE OPEN ON THE ACCOUNT        *
000290*            MASTER (ACM-FILE), NO TARGET MAY REPEAT OR BE THE   *
000300*            POOL ITSELF, AND THE TARGET PERCENTAGES MUST TOTAL  *
000310*            EXACTLY 100.00.  A SET THAT FAILS ANY EDIT IS       *
000320*            REFUSED WHOLE, AND ANY CARD THAT CANNOT BE APPLIED  *
000330*            SETS RETURN-CODE 8.                                 *
000340*                                                               *
000350*  MODIFICATION HISTORY                                         *
000360*  ----------------------------------------------------------   *
000370*  DATE        INIT   DESCRIPTION                               *
000380*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ALC-FILE ASSIGN TO "ALLCARD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ALC-STATUS.
000470
000480     SELECT ALR-FILE ASSIGN TO "ALLMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS ALR-RULE-ID
000520         FILE STATUS IS WS-ALR-STATUS.
000530
000540     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS ACM-ACCOUNT
000580         FILE STATUS IS WS-ACM-STATUS.
000590
000600     SELECT RPT-FILE ASSIGN TO "ALMRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000630
000640     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-BDC-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ALC-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY ALCREC.
000730
000740 FD  ALR-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ALRREC.
000770
000780 FD  ACM-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY ACMREC.
000810
000820 FD  RPT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RPTREC.
000850
000860 FD  BDC-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY BDCREC.
000890
000900 WORKING-STORAGE SECTION.
000910 77  WS-ALC-STATUS           PIC X(02)  VALUE "00".
000920 77  WS-ALR-STATUS           PIC X(02)  VALUE "00".
000930 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
000940 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000950 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
000960 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
000970     88  WS-EOF                         VALUE "Y".
000980 77  WS-SET-PENDING-SWITCH   PIC X(01)  VALUE "N".
000990     88  WS-SET-PENDING                 VALUE "Y".
001000 77  WS-SET-OK-SWITCH        PIC X(01)  VALUE "Y".
001010     88  WS-SET-OK                      VALUE "Y".
001020     88  WS-SET-BAD                     VALUE "N".
001030 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001040 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001050 77  WS-SUB                  PIC 9(05) COMP VALUE ZERO.
001060 77  WS-SUB2                 PIC 9(05) COMP VALUE ZERO.
001070 77  WS-MAX-TARGETS          PIC 9(05) COMP VALUE 10.
001080 77  WS-PCT-TOTAL            PIC 9(05)V99 VALUE ZERO.
001090 77  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
001100 77  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
001110 77  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
001120 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001130
001140******************************************************************
001150*  THE RULE SET BEING GATHERED - THE RULE CARD AND ITS TARGET    *
001160*  CARDS - UNTIL THE NEXT RULE CARD OR END OF FILE APPLIES IT.   *
001170******************************************************************
001180 01  WS-SET-AREA.
001190     05  WS-SET-ACTION       PIC X(01).
001200         88  WS-SET-ADD                 VALUE "A".
001210         88  WS-SET-CHANGE              VALUE "C".
001220         88  WS-SET-DELETE              VALUE "X".
001230     05  WS-SET-RULE-ID      PIC X(08).
001240     05  WS-SET-POOL         PIC X(10).
001250     05  WS-SET-BASIS        PIC X(01).
001260     05  WS-SET-DESCRIPTION  PIC X(30).
001270     05  WS-SET-DISP         PIC X(30).
001280     05  WS-SET-TGT-COUNT    PIC 9(05) COMP.
001290     05  WS-SET-TARGET OCCURS 10 TIMES.
001300         10  WS-ST-ACCOUNT   PIC X(10).
001310         10  WS-ST-PCT       PIC 9(03)V99.
001320         10  WS-ST-DESC      PIC X(30).
001330         10  WS-ST-NOTE      PIC X(30).
001340
001350 01  WS-PRINT-LINE.
001360     05  WS-DET-ACTION       PIC X(01).
001370     05  FILLER              PIC X(03)  VALUE SPACES.
001380     05  WS-DET-RULE-ID      PIC X(08).
001390     05  FILLER              PIC X(03)  VALUE SPACES.
001400     05  WS-DET-POOL         PIC X(10).
001410     05  FILLER              PIC X(03)  VALUE SPACES.
001420     05  WS-DET-BASIS        PIC X(01).
001430     05  FILLER              PIC X(03)  VALUE SPACES.
001440     05  WS-DET-PCT          PIC ZZZ9.99.
001450     05  FILLER              PIC X(03)  VALUE SPACES.
001460     05  WS-DET-DISP         PIC X(30).
001470     05  FILLER              PIC X(03)  VALUE SPACES.
001480     05  WS-DET-DESC         PIC X(30).
001490     05  FILLER              PIC X(27)  VALUE SPACES.
001500
001510 01  WS-TARGET-LINE REDEFINES WS-PRINT-LINE.
001520     05  FILLER              PIC X(18).
001530     05  WS-TGT-ACCOUNT      PIC X(10).
001540     05  FILLER              PIC X(03).
001550     05  WS-TGT-PCT          PIC ZZ9.99.
001560     05  FILLER              PIC X(03).
001570     05  WS-TGT-NOTE         PIC X(30).
001580     05  FILLER              PIC X(03).
001590     05  WS-TGT-DESC         PIC X(30).
001600     05  FILLER              PIC X(29).
001610
001620 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001630     05  WS-HDR-BUS-LABEL    PIC X(13).
001640     05  FILLER              PIC X(02).
001650     05  WS-HDR-BUS-DATE     PIC 9(08).
001660     05  FILLER              PIC X(03).
001670     05  WS-HDR-TIM-LABEL    PIC X(08).
001680     05  FILLER              PIC X(02).
001690     05  WS-HDR-RUN-TIME     PIC 9(08).
001700     05  FILLER              PIC X(88).
001710
001720 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001730     05  FILLER              PIC X(02).
001740     05  WS-FTR-ADD-LABEL    PIC X(06).
001750     05  WS-FTR-ADDS         PIC Z,ZZZ,ZZ9.
001760     05  FILLER              PIC X(02).
001770     05  WS-FTR-CHG-LABEL    PIC X(08).
001780     05  WS-FTR-CHANGES      PIC Z,ZZZ,ZZ9.
001790     05  FILLER              PIC X(02).
001800     05  WS-FTR-DEL-LABEL    PIC X(08).
001810     05  WS-FTR-DELETES      PIC Z,ZZZ,ZZ9.
001820     05  FILLER              PIC X(02).
001830     05  WS-FTR-ERR-LABEL    PIC X(07).
001840     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
001850     05  FILLER              PIC X(59).
001860
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE SECTION.
001890 0000-MAIN-RTN.
001900     PERFORM 1000-INITIALIZE
001910         THRU 1000-INITIALIZE-EXIT.
001920
001930     IF WS-ALC-STATUS = "00"
001940         PERFORM 2000-PROCESS-CARD
001950             THRU 2000-PROCESS-CARD-EXIT
001960             UNTIL WS-EOF
001970
001980         IF WS-SET-PENDING
001990             PERFORM 3000-APPLY-RULE-SET
002000                 THRU 3000-APPLY-RULE-SET-EXIT
002010         END-IF
002020
002030         PERFORM 9000-TERMINATE
002040             THRU 9000-TERMINATE-EXIT
002050     END-IF.
002060
002070     STOP RUN.
002080
002090 1000-INITIALIZE.
002100 1000-INITIALIZE-RTN.
002110     OPEN INPUT ALC-FILE.
002120
002130     IF WS-ALC-STATUS NOT = "00"
002140         DISPLAY "ALLOCMAINT - OPEN ERROR ON ALC-FILE "
002150             "STATUS: " WS-ALC-STATUS
002160         MOVE "Y" TO WS-EOF-SWITCH
002170         MOVE 20 TO RETURN-CODE
002180         GO TO 1000-INITIALIZE-EXIT
002190     END-IF.
002200
002210     OPEN I-O ALR-FILE.
002220
002230     IF WS-ALR-STATUS = "35"
002240         OPEN OUTPUT ALR-FILE
002250         CLOSE ALR-FILE
002260         OPEN I-O ALR-FILE
002270     END-IF.
002280
002290     IF WS-ALR-STATUS NOT = "00"
002300         DISPLAY "ALLOCMAINT - OPEN ERROR ON ALR-FILE "
002310             "STATUS: " WS-ALR-STATUS
002320         MOVE "Y" TO WS-EOF-SWITCH
002330         MOVE 20 TO RETURN-CODE
002340         MOVE "99" TO WS-ALC-STATUS
002350         CLOSE ALC-FILE
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF.
002380
002390     OPEN INPUT ACM-FILE.
002400
002410     IF WS-ACM-STATUS NOT = "00"
002420         DISPLAY "ALLOCMAINT - OPEN ERROR ON ACM-FILE "
002430             "STATUS: " WS-ACM-STATUS
002440         MOVE "Y" TO WS-EOF-SWITCH
002450         MOVE 20 TO RETURN-CODE
002460         MOVE "99" TO WS-ALC-STATUS
002470         CLOSE ALC-FILE
002480         CLOSE ALR-FILE
002490         GO TO 1000-INITIALIZE-EXIT
002500     END-IF.
002510
002520     OPEN OUTPUT RPT-FILE.
002530
002540     PERFORM 1100-GET-BUSINESS-DATE
002550         THRU 1100-GET-BUSINESS-DATE-EXIT.
002560
002570     MOVE SPACES TO WS-HEADER-LINE.
002580     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002590     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002600     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002610     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002620     WRITE RPT-LINE FROM WS-HEADER-LINE.
002630
002640     PERFORM 2100-READ-CARD
002650         THRU 2100-READ-CARD-EXIT.
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
002950******************************************************************
002960*  A RULE CARD APPLIES THE SET GATHERED SO FAR AND STARTS A NEW  *
002970*  ONE; A TARGET CARD JOINS THE SET IF IT CARRIES THE SAME RULE  *
002980*  ID.  A TARGET CARD WITH NO RULE CARD AHEAD OF IT IS REPORTED  *
002990*  ON ITS OWN.                                                   *
003000******************************************************************
003010 2000-PROCESS-CARD.
003020 2000-PROCESS-CARD-RTN.
003030     EVALUATE TRUE
003040         WHEN ALC-RULE-CARD
003050             IF WS-SET-PENDING
003060                 PERFORM 3000-APPLY-RULE-SET
003070                     THRU 3000-APPLY-RULE-SET-EXIT
003080             END-IF
003090             PERFORM 2200-START-RULE-SET
003100                 THRU 2200-START-RULE-SET-EXIT
003110         WHEN ALC-TARGET-CARD
003120             IF WS-SET-PENDING
003130                 AND ALC-RULE-ID = WS-SET-RULE-ID
003140                 PERFORM 2300-ADD-TARGET-CARD
003150                     THRU 2300-ADD-TARGET-CARD-EXIT
003160             ELSE
003170                 MOVE "TARGET CARD WITHOUT RULE CARD"
003180                     TO WS-SET-DISP
003190                 PERFORM 2400-REPORT-STRAY-CARD
003200                     THRU 2400-REPORT-STRAY-CARD-EXIT
003210             END-IF
003220         WHEN OTHER
003230             MOVE "UNRECOGNIZED CARD TYPE" TO WS-SET-DISP
003240             PERFORM 2400-REPORT-STRAY-CARD
003250                 THRU 2400-REPORT-STRAY-CARD-EXIT
003260     END-EVALUATE.
003270
003280     PERFORM 2100-READ-CARD
003290         THRU 2100-READ-CARD-EXIT.
003300 2000-PROCESS-CARD-EXIT.
003310     EXIT.
003320
003330 2100-READ-CARD.
003340 2100-READ-CARD-RTN.
003350     READ ALC-FILE
003360         AT END
003370             MOVE "Y" TO WS-EOF-SWITCH
003380     END-READ.
003390 2100-READ-CARD-EXIT.
003400     EXIT.
003410
003420 2200-START-RULE-SET.
003430 2200-START-RULE-SET-RTN.
003440     SET WS-SET-PENDING TO TRUE.
003450     SET WS-SET-OK TO TRUE.
003460
003470     MOVE ALC-ACTION TO WS-SET-ACTION.
003480     MOVE ALC-RULE-ID TO WS-SET-RULE-ID.
003490     MOVE ALC-POOL-ACCOUNT TO WS-SET-POOL.
003500     MOVE ALC-BASIS TO WS-SET-BASIS.
003510     MOVE ALC-DESCRIPTION TO WS-SET-DESCRIPTION.
003520     MOVE SPACES TO WS-SET-DISP.
003530     MOVE ZERO TO WS-SET-TGT-COUNT.
003540
003550     IF WS-SET-RULE-ID = SPACES
003560         MOVE "RULE ID MISSING" TO WS-SET-DISP
003570         SET WS-SET-BAD TO TRUE
003580         GO TO 2200-START-RULE-SET-EXIT
003590     END-IF.
003600
003610     IF NOT WS-SET-ADD
003620         AND NOT WS-SET-CHANGE
003630         AND NOT WS-SET-DELETE
003640         MOVE "UNRECOGNIZED ACTION" TO WS-SET-DISP
003650         SET WS-SET-BAD TO TRUE
003660     END-IF.
003670 2200-START-RULE-SET-EXIT.
003680     EXIT.
003690
003700 2300-ADD-TARGET-CARD.
003710 2300-ADD-TARGET-CARD-RTN.
003720     IF WS-SET-DELETE
003730         AND WS-SET-OK
003740         MOVE "TARGET CARD ON A DELETE" TO WS-SET-DISP
003750         SET WS-SET-BAD TO TRUE
003760     END-IF.
003770
003780     IF WS-SET-TGT-COUNT >= WS-MAX-TARGETS
003790         IF WS-SET-OK
003800             MOVE "MORE THAN 10 TARGETS" TO WS-SET-DISP
003810             SET WS-SET-BAD TO TRUE
003820         END-IF
003830         GO TO 2300-ADD-TARGET-CARD-EXIT
003840     END-IF.
003850
003860     ADD 1 TO WS-SET-TGT-COUNT.
003870     MOVE WS-SET-TGT-COUNT TO WS-SUB.
003880     MOVE ALC-TGT-ACCOUNT TO WS-ST-ACCOUNT (WS-SUB).
003890     MOVE SPACES TO WS-ST-DESC (WS-SUB).
003900     MOVE SPACES TO WS-ST-NOTE (WS-SUB).
003910
003920     IF ALC-TGT-PCT-X IS NUMERIC
003930         MOVE ALC-TGT-PCT TO WS-ST-PCT (WS-SUB)
003940     ELSE
003950         MOVE ZERO TO WS-ST-PCT (WS-SUB)
003960         MOVE "PERCENT NOT NUMERIC" TO WS-ST-NOTE (WS-SUB)
003970     END-IF.
003980 2300-ADD-TARGET-CARD-EXIT.
003990     EXIT.
004000
004010 2400-REPORT-STRAY-CARD.
004020 2400-REPORT-STRAY-CARD-RTN.
004030     MOVE SPACES TO WS-PRINT-LINE.
004040     MOVE ALC-ACTION TO WS-DET-ACTION.
004050     MOVE ALC-RULE-ID TO WS-DET-RULE-ID.
004060     MOVE WS-SET-DISP TO WS-DET-DISP.
004070     WRITE RPT-LINE FROM WS-PRINT-LINE.
004080
004090     ADD 1 TO WS-ERROR-COUNT.
004100 2400-REPORT-STRAY-CARD-EXIT.
004110     EXIT.
004120
004130 3000-APPLY-RULE-SET.
004140 3000-APPLY-RULE-SET-RTN.
004150     MOVE "N" TO WS-SET-PENDING-SWITCH.
004160     MOVE ZERO TO WS-PCT-TOTAL.
004170
004180     IF WS-SET-BAD
004190         ADD 1 TO WS-ERROR-COUNT
004200         GO TO 3000-APPLY-RULE-SET-PRINT
004210     END-IF.
004220
004230     EVALUATE TRUE
004240         WHEN WS-SET-ADD
004250             PERFORM 3100-EDIT-RULE-SET
004260                 THRU 3100-EDIT-RULE-SET-EXIT
004270             IF WS-SET-OK
004280                 PERFORM 3400-ADD-RULE
004290                     THRU 3400-ADD-RULE-EXIT
004300             ELSE
004310                 ADD 1 TO WS-ERROR-COUNT
004320             END-IF
004330         WHEN WS-SET-CHANGE
004340             PERFORM 3100-EDIT-RULE-SET
004350                 THRU 3100-EDIT-RULE-SET-EXIT
004360             IF WS-SET-OK
004370                 PERFORM 3500-CHANGE-RULE
004380                     THRU 3500-CHANGE-RULE-EXIT
004390             ELSE
004400                 ADD 1 TO WS-ERROR-COUNT
004410             END-IF
004420         WHEN WS-SET-DELETE
004430             PERFORM 3600-DELETE-RULE
004440                 THRU 3600-DELETE-RULE-EXIT
004450     END-EVALUATE.
004460
004470 3000-APPLY-RULE-SET-PRINT.
004480     MOVE SPACES TO WS-PRINT-LINE.
004490     MOVE WS-SET-ACTION TO WS-DET-ACTION.
004500     MOVE WS-SET-RULE-ID TO WS-DET-RULE-ID.
004510     MOVE WS-SET-POOL TO WS-DET-POOL.
004520     MOVE WS-SET-BASIS TO WS-DET-BASIS.
004530     MOVE WS-PCT-TOTAL TO WS-DET-PCT.
004540     MOVE WS-SET-DISP TO WS-DET-DISP.
004550     MOVE WS-SET-DESCRIPTION TO WS-DET-DESC.
004560     WRITE RPT-LINE FROM WS-PRINT-LINE.
004570
004580     PERFORM 3700-PRINT-TARGET
004590         THRU 3700-PRINT-TARGET-EXIT
004600         VARYING WS-SUB FROM 1 BY 1
004610         UNTIL WS-SUB > WS-SET-TGT-COUNT.
004620 3000-APPLY-RULE-SET-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*  EVERY TARGET IS EDITED EVEN AFTER ONE HAS FAILED, SO THE      *
004670*  REPORT SHOWS EVERYTHING WRONG WITH THE SET IN ONE PASS.       *
004680******************************************************************
004690 3100-EDIT-RULE-SET.
004700 3100-EDIT-RULE-SET-RTN.
004710     IF WS-SET-POOL = SPACES
004720         MOVE "POOL ACCOUNT MISSING" TO WS-SET-DISP
004730         SET WS-SET-BAD TO TRUE
004740         GO TO 3100-EDIT-RULE-SET-EXIT
004750     END-IF.
004760
004770     IF WS-SET-BASIS NOT = "M"
004780         AND WS-SET-BASIS NOT = "C"
004790         MOVE "BASIS NOT M OR C" TO WS-SET-DISP
004800         SET WS-SET-BAD TO TRUE
004810         GO TO 3100-EDIT-RULE-SET-EXIT
004820     END-IF.
004830
004840     IF WS-SET-TGT-COUNT = ZERO
004850         MOVE "NO TARGET CARDS" TO WS-SET-DISP
004860         SET WS-SET-BAD TO TRUE
004870         GO TO 3100-EDIT-RULE-SET-EXIT
004880     END-IF.
004890
004900     MOVE WS-SET-POOL TO ACM-ACCOUNT.
004910
004920     READ ACM-FILE
004930         INVALID KEY
004940             MOVE "POOL NOT ON ACCOUNT MASTER" TO WS-SET-DISP
004950             SET WS-SET-BAD TO TRUE
004960             GO TO 3100-EDIT-RULE-SET-EXIT
004970     END-READ.
004980
004990     IF ACM-CLOSED
005000         MOVE "POOL ACCOUNT IS CLOSED" TO WS-SET-DISP
005010         SET WS-SET-BAD TO TRUE
005020         GO TO 3100-EDIT-RULE-SET-EXIT
005030     END-IF.
005040
005050     PERFORM 3200-EDIT-TARGET
005060         THRU 3200-EDIT-TARGET-EXIT
005070         VARYING WS-SUB FROM 1 BY 1
005080         UNTIL WS-SUB > WS-SET-TGT-COUNT.
005090
005100     IF WS-SET-BAD
005110         MOVE "REFUSED - TARGET ERRORS" TO WS-SET-DISP
005120         GO TO 3100-EDIT-RULE-SET-EXIT
005130     END-IF.
005140
005150     IF WS-PCT-TOTAL NOT = 100
005160         MOVE "REFUSED - PERCENTS NOT 100.00" TO WS-SET-DISP
005170         SET WS-SET-BAD TO TRUE
005180     END-IF.
005190 3100-EDIT-RULE-SET-EXIT.
005200     EXIT.
005210
005220 3200-EDIT-TARGET.
005230 3200-EDIT-TARGET-RTN.
005240     ADD WS-ST-PCT (WS-SUB) TO WS-PCT-TOTAL.
005250
005260     IF WS-ST-NOTE (WS-SUB) NOT = SPACES
005270         SET WS-SET-BAD TO TRUE
005280         GO TO 3200-EDIT-TARGET-EXIT
005290     END-IF.
005300
005310     IF WS-ST-ACCOUNT (WS-SUB) = SPACES
005320         MOVE "ACCOUNT NUMBER MISSING" TO WS-ST-NOTE (WS-SUB)
005330         SET WS-SET-BAD TO TRUE
005340         GO TO 3200-EDIT-TARGET-EXIT
005350     END-IF.
005360
005370     IF WS-ST-PCT (WS-SUB) = ZERO
005380         MOVE "PERCENT IS ZERO" TO WS-ST-NOTE (WS-SUB)
005390         SET WS-SET-BAD TO TRUE
005400         GO TO 3200-EDIT-TARGET-EXIT
005410     END-IF.
005420
005430     IF WS-ST-ACCOUNT (WS-SUB) = WS-SET-POOL
005440         MOVE "SAME AS POOL ACCOUNT" TO WS-ST-NOTE (WS-SUB)
005450         SET WS-SET-BAD TO TRUE
005460         GO TO 3200-EDIT-TARGET-EXIT
005470     END-IF.
005480
005490     PERFORM 3210-CHECK-DUPLICATE
005500         THRU 3210-CHECK-DUPLICATE-EXIT
005510         VARYING WS-SUB2 FROM 1 BY 1
005520         UNTIL WS-SUB2 >= WS-SUB.
005530
005540     IF WS-ST-NOTE (WS-SUB) NOT = SPACES
005550         SET WS-SET-BAD TO TRUE
005560         GO TO 3200-EDIT-TARGET-EXIT
005570     END-IF.
005580
005590     MOVE WS-ST-ACCOUNT (WS-SUB) TO ACM-ACCOUNT.
005600
005610     READ ACM-FILE
005620         INVALID KEY
005630             MOVE "NOT ON ACCOUNT MASTER" TO WS-ST-NOTE (WS-SUB)
005640             SET WS-SET-BAD TO TRUE
005650             GO TO 3200-EDIT-TARGET-EXIT
005660     END-READ.
005670
005680     MOVE ACM-DESCRIPTION TO WS-ST-DESC (WS-SUB).
005690
005700     IF ACM-CLOSED
005710         MOVE "ACCOUNT IS CLOSED" TO WS-ST-NOTE (WS-SUB)
005720         SET WS-SET-BAD TO TRUE
005730     END-IF.
005740 3200-EDIT-TARGET-EXIT.
005750     EXIT.
005760
005770 3210-CHECK-DUPLICATE.
005780 3210-CHECK-DUPLICATE-RTN.
005790     IF WS-ST-ACCOUNT (WS-SUB2) = WS-ST-ACCOUNT (WS-SUB)
005800         MOVE "DUPLICATE TARGET" TO WS-ST-NOTE (WS-SUB)
005810     END-IF.
005820 3210-CHECK-DUPLICATE-EXIT.
005830     EXIT.
005840
005850 3400-ADD-RULE.
005860 3400-ADD-RULE-RTN.
005870     MOVE SPACES TO ALR-RECORD.
005880     MOVE WS-SET-RULE-ID TO ALR-RULE-ID.
005890     MOVE ZERO TO ALR-LAST-ALLOC-DATE.
005900     PERFORM 3450-MOVE-SET-FIELDS
005910         THRU 3450-MOVE-SET-FIELDS-EXIT.
005920
005930     WRITE ALR-RECORD
005940         INVALID KEY
005950             MOVE "DUPLICATE - NOT ADDED" TO WS-SET-DISP
005960             ADD 1 TO WS-ERROR-COUNT
005970         NOT INVALID KEY
005980             MOVE "ADDED" TO WS-SET-DISP
005990             ADD 1 TO WS-ADD-COUNT
006000     END-WRITE.
006010 3400-ADD-RULE-EXIT.
006020     EXIT.
006030
006040 3450-MOVE-SET-FIELDS.
006050 3450-MOVE-SET-FIELDS-RTN.
006060     MOVE WS-SET-DESCRIPTION TO ALR-DESCRIPTION.
006070     MOVE WS-SET-POOL TO ALR-POOL-ACCOUNT.
006080     MOVE WS-SET-BASIS TO ALR-BASIS.
006090     MOVE WS-SET-TGT-COUNT TO ALR-TARGET-COUNT.
006100     MOVE WS-RUN-DATE TO ALR-MAINT-DATE.
006110
006120     PERFORM 3460-MOVE-ONE-TARGET
006130         THRU 3460-MOVE-ONE-TARGET-EXIT
006140         VARYING WS-SUB FROM 1 BY 1
006150         UNTIL WS-SUB > WS-MAX-TARGETS.
006160 3450-MOVE-SET-FIELDS-EXIT.
006170     EXIT.
006180
006190 3460-MOVE-ONE-TARGET.
006200 3460-MOVE-ONE-TARGET-RTN.
006210     IF WS-SUB > WS-SET-TGT-COUNT
006220         MOVE SPACES TO ALR-TGT-ACCOUNT (WS-SUB)
006230         MOVE ZERO TO ALR-TGT-PCT (WS-SUB)
006240     ELSE
006250         MOVE WS-ST-ACCOUNT (WS-SUB) TO ALR-TGT-ACCOUNT (WS-SUB)
006260         MOVE WS-ST-PCT (WS-SUB) TO ALR-TGT-PCT (WS-SUB)
006270     END-IF.
006280 3460-MOVE-ONE-TARGET-EXIT.
006290     EXIT.
006300
006310 3500-CHANGE-RULE.
006320 3500-CHANGE-RULE-RTN.
006330     MOVE WS-SET-RULE-ID TO ALR-RULE-ID.
006340
006350     READ ALR-FILE
006360         INVALID KEY
006370             MOVE "RULE NOT ON MASTER" TO WS-SET-DISP
006380             ADD 1 TO WS-ERROR-COUNT
006390             GO TO 3500-CHANGE-RULE-EXIT
006400     END-READ.
006410
006420     PERFORM 3450-MOVE-SET-FIELDS
006430         THRU 3450-MOVE-SET-FIELDS-EXIT.
006440
006450     REWRITE ALR-RECORD
006460         INVALID KEY
006470             MOVE "REWRITE FAILED" TO WS-SET-DISP
006480             ADD 1 TO WS-ERROR-COUNT
006490         NOT INVALID KEY
006500             MOVE "CHANGED" TO WS-SET-DISP
006510             ADD 1 TO WS-CHANGE-COUNT
006520     END-REWRITE.
006530 3500-CHANGE-RULE-EXIT.
006540     EXIT.
006550
006560 3600-DELETE-RULE.
006570 3600-DELETE-RULE-RTN.
006580     MOVE WS-SET-RULE-ID TO ALR-RULE-ID.
006590
006600     READ ALR-FILE
006610         INVALID KEY
006620             MOVE "RULE NOT ON MASTER" TO WS-SET-DISP
006630             ADD 1 TO WS-ERROR-COUNT
006640             GO TO 3600-DELETE-RULE-EXIT
006650     END-READ.
006660
006670     MOVE ALR-POOL-ACCOUNT TO WS-SET-POOL.
006680     MOVE ALR-BASIS TO WS-SET-BASIS.
006690     MOVE ALR-DESCRIPTION TO WS-SET-DESCRIPTION.
006700
006710     DELETE ALR-FILE RECORD
006720         INVALID KEY
006730             MOVE "DELETE FAILED" TO WS-SET-DISP
006740             ADD 1 TO WS-ERROR-COUNT
006750         NOT INVALID KEY
006760             MOVE "DELETED" TO WS-SET-DISP
006770             ADD 1 TO WS-DELETE-COUNT
006780     END-DELETE.
006790 3600-DELETE-RULE-EXIT.
006800     EXIT.
006810
006820 3700-PRINT-TARGET.
006830 3700-PRINT-TARGET-RTN.
006840     MOVE SPACES TO WS-TARGET-LINE.
006850     MOVE WS-ST-ACCOUNT (WS-SUB) TO WS-TGT-ACCOUNT.
006860     MOVE WS-ST-PCT (WS-SUB) TO WS-TGT-PCT.
006870     MOVE WS-ST-NOTE (WS-SUB) TO WS-TGT-NOTE.
006880     MOVE WS-ST-DESC (WS-SUB) TO WS-TGT-DESC.
006890     WRITE RPT-LINE FROM WS-TARGET-LINE.
006900 3700-PRINT-TARGET-EXIT.
006910     EXIT.
006920
006930 9000-TERMINATE.
006940 9000-TERMINATE-RTN.
006950     MOVE SPACES TO WS-FOOTER-LINE.
006960     MOVE "ADDED" TO WS-FTR-ADD-LABEL.
006970     MOVE WS-ADD-COUNT TO WS-FTR-ADDS.
006980     MOVE "CHANGED" TO WS-FTR-CHG-LABEL.
006990     MOVE WS-CHANGE-COUNT TO WS-FTR-CHANGES.
007000     MOVE "DELETED" TO WS-FTR-DEL-LABEL.
007010     MOVE WS-DELETE-COUNT TO WS-FTR-DELETES.
007020     MOVE "ERRORS" TO WS-FTR-ERR-LABEL.
007030     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
007040
007050     WRITE RPT-LINE FROM WS-FOOTER-LINE.
007060
007070     IF WS-ERROR-COUNT > ZERO
007080         AND RETURN-CODE = ZERO
007090         MOVE 8 TO RETURN-CODE
007100     END-IF.
007110
007120     CLOSE ALC-FILE.
007130     CLOSE ALR-FILE.
007140     CLOSE ACM-FILE.
007150     CLOSE RPT-FILE.
007160 9000-TERMINATE-EXIT.
007170     EXIT.
