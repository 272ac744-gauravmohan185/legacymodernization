000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ALLOC-GENERATE.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  MONTH-END COST ALLOCATION JOB.  RUNS AHEAD OF       *
000190*            TRAN-EDIT LIKE SI-GENERATE.  FOR EVERY RULE ON THE  *
000200*            ALLOCATION RULE MASTER (ALR-FILE) IT READS THE      *
000210*            POOL ACCOUNT'S FIGURE FROM THE BALANCE MASTER       *
000220*            (BAL-FILE) - THE PERIOD-TO-DATE MOVEMENT OR THE     *
000230*            CLOSING BALANCE, AS THE RULE SAYS - AND SPREADS IT  *
000240*            OVER THE RULE'S TARGET ACCOUNTS BY PERCENTAGE,      *
000250*            ROUNDING EACH SHARE TO THE CENT AND PUTTING THE     *
000260*            ROUNDING DIFFERENCE ON THE LAST TARGET.  THE        *
000270*            SHARES ARE WRITTEN AS ONE BALANCED TRAN-FILE BATCH  *
000280*            ON GEN-FILE - HEADER WITH SOURCE ALLOC, A DEBIT     *
000290*            DETAIL PER TARGET AND A CREDIT DETAIL TO THE POOL   *
000300*            FOR EACH RULE, TRAILER WITH COUNT AND HASH - WHICH  *
000310*            THE SCHEDULER CONCATENATES AHEAD OF THE NEXT        *
000320*            PRODUCTION RUN'S RAW INPUT.  THE TARGETS AND POOL   *
000330*            ARE RE-CHECKED AGAINST THE ACCOUNT MASTER (ACM-     *
000340*            FILE) AND A RULE WHOSE PERCENTAGES NO LONGER TOTAL  *
000350*            100.00 OR THAT NAMES A CLOSED OR MISSING ACCOUNT    *
000360*            IS REFUSED (RETURN-CODE 8).  A RULE ALREADY         *
000370*            ALLOCATED ON AN EARLIER DAY OF THE BUSINESS MONTH   *
000380*            IS SKIPPED (RETURN-CODE 4) SO A LATER RUN CANNOT    *
000390*            SPREAD A POOL TWICE; DELETING AND RE-ADDING THE     *
000400*            RULE RELEASES IT.  A RULE STAMPED WITH TODAY'S      *
000410*            BUSINESS DATE IS GENERATED AGAIN, SINCE GEN-FILE    *
000420*            IS REBUILT ON EVERY RUN AND A SAME-NIGHT RERUN      *
000430*            MUST REPRODUCE THE WHOLE BATCH.  THE REPORT SHOWS   *
000440*            EACH POOL, ITS BASIS AMOUNT, EVERY TARGET'S PERCENT *
000450*            AND AMOUNT, AND PROVES THE BATCH NETS TO ZERO       *
000460*            (RETURN-CODE 16 IF IT DOES NOT).                    *
000470*                                                               *
000480*  MODIFICATION HISTORY                                         *
000490*  ----------------------------------------------------------   *
000500*  DATE        INIT   DESCRIPTION                               *
000510*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000520*  10/15/2026  RJ     A RULE STAMPED WITH THE CURRENT BUSINESS  *
000530*                     DATE IS NO LONGER SKIPPED AS ALREADY      *
000540*                     ALLOCATED.  GEN-FILE IS REWRITTEN ON      *
000550*                     EVERY RUN, SO A SAME-NIGHT RERUN HAD      *
000560*                     DROPPED THE ALLOCATIONS IT WROTE THE      *
000570*                     FIRST TIME; ONLY AN EARLIER DATE IN THE   *
000580*                     MONTH NOW SKIPS THE RULE.                 *
000590******************************************************************
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT ALR-FILE ASSIGN TO "ALLMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ALR-RULE-ID
000680         FILE STATUS IS WS-ALR-STATUS.
000690
000700     SELECT BAL-FILE ASSIGN TO "BALMSTR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS BAL-ACCOUNT
000740         FILE STATUS IS WS-BAL-STATUS.
000750
000760     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS ACM-ACCOUNT
000800         FILE STATUS IS WS-ACM-STATUS.
000810
000820     SELECT GEN-FILE ASSIGN TO "ALCFILE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-GEN-STATUS.
000850
000860     SELECT RPT-FILE ASSIGN TO "ALGRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.
000890
000900     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-BDC-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  ALR-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY ALRREC.
000990
001000 FD  BAL-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY BALREC.
001030
001040 FD  ACM-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY ACMREC.
001070
001080 FD  GEN-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY TRANREC.
001110
001120 FD  RPT-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY RPTREC.
001150
001160 FD  BDC-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY BDCREC.
001190
001200 WORKING-STORAGE SECTION.
001210 77  WS-ALR-STATUS           PIC X(02)  VALUE "00".
001220 77  WS-BAL-STATUS           PIC X(02)  VALUE "00".
001230 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
001240 77  WS-GEN-STATUS           PIC X(02)  VALUE "00".
001250 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001260 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001270 77  WS-ALR-EOF-SWITCH       PIC X(01)  VALUE "N".
001280     88  WS-ALR-EOF                     VALUE "Y".
001290 77  WS-RULE-OK-SWITCH       PIC X(01)  VALUE "Y".
001300     88  WS-RULE-OK                     VALUE "Y".
001310     88  WS-RULE-BAD                    VALUE "N".
001320 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001330 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001340 77  WS-SUB                  PIC 9(05) COMP VALUE ZERO.
001350 77  WS-LAST-SUB             PIC 9(05) COMP VALUE ZERO.
001360 77  WS-MAX-TARGETS          PIC 9(05) COMP VALUE 10.
001370 77  WS-PCT-TOTAL            PIC 9(05)V99 VALUE ZERO.
001380 77  WS-BASIS-AMOUNT         PIC S9(12)V99 COMP VALUE ZERO.
001390 77  WS-SHARE-TOTAL          PIC S9(12)V99 COMP VALUE ZERO.
001400 77  WS-ITEM-MAX             PIC S9(12)V99 COMP
001410                                        VALUE 9999999.99.
001420 77  WS-RULE-COUNT           PIC 9(07) COMP VALUE ZERO.
001430 77  WS-ALLOC-COUNT          PIC 9(07) COMP VALUE ZERO.
001440 77  WS-SKIP-COUNT           PIC 9(07) COMP VALUE ZERO.
001450 77  WS-ZERO-COUNT           PIC 9(07) COMP VALUE ZERO.
001460 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001470 77  WS-EMIT-COUNT           PIC 9(07) COMP VALUE ZERO.
001480 77  WS-GEN-HASH             PIC S9(12)V99 COMP VALUE ZERO.
001490 77  WS-TOTAL-DEBITS         PIC S9(12)V99 COMP VALUE ZERO.
001500 77  WS-TOTAL-CREDITS        PIC S9(12)V99 COMP VALUE ZERO.
001510 77  WS-TOTAL-NET            PIC S9(12)V99 COMP VALUE ZERO.
001520 77  WS-GEN-BATCH-ID         PIC X(08) VALUE "AL000000".
001530 77  WS-GEN-SOURCE           PIC X(08) VALUE "ALLOC".
001540 77  WS-DETAIL-ACCOUNT       PIC X(10) VALUE SPACES.
001550 77  WS-DETAIL-AMOUNT        PIC S9(12)V99 COMP VALUE ZERO.
001560 77  WS-POOL-DESC            PIC X(30) VALUE SPACES.
001570
001580 01  WS-TARGET-TABLE.
001590     05  WS-TT-ENTRY OCCURS 10 TIMES.
001600         10  WS-TT-AMOUNT    PIC S9(12)V99 COMP.
001610         10  WS-TT-DESC      PIC X(30).
001620         10  WS-TT-NOTE      PIC X(20).
001630
001640 01  WS-PRINT-LINE.
001650     05  WS-RUL-RULE-ID      PIC X(08).
001660     05  FILLER              PIC X(02)  VALUE SPACES.
001670     05  WS-RUL-POOL         PIC X(10).
001680     05  FILLER              PIC X(02)  VALUE SPACES.
001690     05  WS-RUL-BASIS        PIC X(08).
001700     05  FILLER              PIC X(02)  VALUE SPACES.
001710     05  WS-RUL-AMOUNT       PIC -(12)9.99.
001720     05  FILLER              PIC X(02)  VALUE SPACES.
001730     05  WS-RUL-DISP         PIC X(30).
001740     05  FILLER              PIC X(02)  VALUE SPACES.
001750     05  WS-RUL-DESC         PIC X(30).
001760     05  FILLER              PIC X(20)  VALUE SPACES.
001770
001780 01  WS-TARGET-LINE REDEFINES WS-PRINT-LINE.
001790     05  FILLER              PIC X(04).
001800     05  WS-TGT-ACCOUNT      PIC X(10).
001810     05  FILLER              PIC X(02).
001820     05  WS-TGT-DR-CR        PIC X(02).
001830     05  FILLER              PIC X(02).
001840     05  WS-TGT-PCT          PIC ZZ9.99.
001850     05  FILLER              PIC X(02).
001860     05  WS-TGT-AMOUNT       PIC -(12)9.99.
001870     05  FILLER              PIC X(02).
001880     05  WS-TGT-DESC         PIC X(30).
001890     05  FILLER              PIC X(02).
001900     05  WS-TGT-NOTE         PIC X(20).
001910     05  FILLER              PIC X(34).
001920
001930 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001940     05  WS-HDR-BUS-LABEL    PIC X(13).
001950     05  FILLER              PIC X(02).
001960     05  WS-HDR-BUS-DATE     PIC 9(08).
001970     05  FILLER              PIC X(03).
001980     05  WS-HDR-TIM-LABEL    PIC X(08).
001990     05  FILLER              PIC X(02).
002000     05  WS-HDR-RUN-TIME     PIC 9(08).
002010     05  FILLER              PIC X(88).
002020
002030 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
002040     05  FILLER              PIC X(02).
002050     05  WS-TOT-LABEL        PIC X(28).
002060     05  FILLER              PIC X(02).
002070     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
002080     05  FILLER              PIC X(02).
002090     05  WS-TOT-AMOUNT       PIC -(12)9.99.
002100     05  FILLER              PIC X(02).
002110     05  WS-TOT-PROOF        PIC X(30).
002120     05  FILLER              PIC X(41).
002130
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE SECTION.
002160 0000-MAIN-RTN.
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-INITIALIZE-EXIT.
002190
002200     IF RETURN-CODE = ZERO
002210         PERFORM 2000-PROCESS-RULE
002220             THRU 2000-PROCESS-RULE-EXIT
002230             UNTIL WS-ALR-EOF
002240
002250         PERFORM 9000-TERMINATE
002260             THRU 9000-TERMINATE-EXIT
002270     END-IF.
002280
002290     STOP RUN.
002300
002310 1000-INITIALIZE.
002320 1000-INITIALIZE-RTN.
002330     PERFORM 1100-GET-BUSINESS-DATE
002340         THRU 1100-GET-BUSINESS-DATE-EXIT.
002350
002360     MOVE WS-RUN-DATE (3:6) TO WS-GEN-BATCH-ID (3:6).
002370
002380     OPEN I-O ALR-FILE.
002390
002400     IF WS-ALR-STATUS = "35"
002410         DISPLAY "ALLOCGENERATE - NO ALLOCATION RULE "
002420             "MASTER - NOTHING ALLOCATED"
002430         MOVE "Y" TO WS-ALR-EOF-SWITCH
002440     ELSE
002450         IF WS-ALR-STATUS NOT = "00"
002460             DISPLAY "ALLOCGENERATE - OPEN ERROR ON ALR-FILE "
002470                 "STATUS: " WS-ALR-STATUS
002480             MOVE 20 TO RETURN-CODE
002490             GO TO 1000-INITIALIZE-EXIT
002500         END-IF
002510     END-IF.
002520
002530     OPEN INPUT BAL-FILE.
002540
002550     IF WS-BAL-STATUS NOT = "00"
002560         DISPLAY "ALLOCGENERATE - OPEN ERROR ON BAL-FILE "
002570             "STATUS: " WS-BAL-STATUS
002580         MOVE 20 TO RETURN-CODE
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610
002620     OPEN INPUT ACM-FILE.
002630
002640     IF WS-ACM-STATUS NOT = "00"
002650         DISPLAY "ALLOCGENERATE - OPEN ERROR ON ACM-FILE "
002660             "STATUS: " WS-ACM-STATUS
002670         MOVE 20 TO RETURN-CODE
002680         GO TO 1000-INITIALIZE-EXIT
002690     END-IF.
002700
002710     OPEN OUTPUT GEN-FILE.
002720     OPEN OUTPUT RPT-FILE.
002730
002740     MOVE SPACES TO WS-HEADER-LINE.
002750     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002760     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002770     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002780     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002790     WRITE RPT-LINE FROM WS-HEADER-LINE.
002800
002810     MOVE SPACES TO TRAN-RECORD.
002820     MOVE "H" TO TRAN-REC-TYPE.
002830     MOVE WS-GEN-BATCH-ID TO TRAN-HDR-BATCH-ID.
002840     MOVE WS-GEN-SOURCE TO TRAN-HDR-SOURCE.
002850     MOVE WS-RUN-DATE TO TRAN-HDR-BUS-DATE.
002860     WRITE TRAN-RECORD.
002870
002880     IF NOT WS-ALR-EOF
002890         MOVE LOW-VALUES TO ALR-RULE-ID
002900         START ALR-FILE KEY IS GREATER THAN ALR-RULE-ID
002910             INVALID KEY
002920                 MOVE "Y" TO WS-ALR-EOF-SWITCH
002930         END-START
002940     END-IF.
002950
002960     PERFORM 2100-READ-RULE
002970         THRU 2100-READ-RULE-EXIT.
002980 1000-INITIALIZE-EXIT.
002990     EXIT.
003000
003010 1100-GET-BUSINESS-DATE.
003020 1100-GET-BUSINESS-DATE-RTN.
003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003040     ACCEPT WS-RUN-TIME FROM TIME.
003050
003060     OPEN INPUT BDC-FILE.
003070
003080     IF WS-BDC-STATUS NOT = "00"
003090         GO TO 1100-GET-BUSINESS-DATE-EXIT
003100     END-IF.
003110
003120     READ BDC-FILE
003130         AT END
003140             CONTINUE
003150     END-READ.
003160
003170     IF WS-BDC-STATUS = "00"
003180         AND BDC-BUS-DATE IS NUMERIC
003190         AND BDC-BUS-DATE > ZERO
003200         MOVE BDC-BUS-DATE TO WS-RUN-DATE
003210     END-IF.
003220
003230     CLOSE BDC-FILE.
003240 1100-GET-BUSINESS-DATE-EXIT.
003250     EXIT.
003260
003270 2000-PROCESS-RULE.
003280 2000-PROCESS-RULE-RTN.
003290     ADD 1 TO WS-RULE-COUNT.
003300     MOVE ZERO TO WS-BASIS-AMOUNT.
003310
003320     MOVE SPACES TO WS-PRINT-LINE.
003330     MOVE ALR-RULE-ID TO WS-RUL-RULE-ID.
003340     MOVE ALR-POOL-ACCOUNT TO WS-RUL-POOL.
003350     MOVE ALR-DESCRIPTION TO WS-RUL-DESC.
003360
003370     EVALUATE TRUE
003380         WHEN ALR-BASIS-MOVEMENT
003390             MOVE "MOVEMENT" TO WS-RUL-BASIS
003400         WHEN ALR-BASIS-CLOSING
003410             MOVE "CLOSING" TO WS-RUL-BASIS
003420         WHEN OTHER
003430             MOVE "UNKNOWN" TO WS-RUL-BASIS
003440     END-EVALUATE.
003450
003460     IF ALR-LAST-ALLOC-DATE (1:6) = WS-RUN-DATE (1:6)
003470         AND ALR-LAST-ALLOC-DATE NOT = WS-RUN-DATE
003480         MOVE "ALREADY ALLOCATED THIS MONTH" TO WS-RUL-DISP
003490         ADD 1 TO WS-SKIP-COUNT
003500         WRITE RPT-LINE FROM WS-PRINT-LINE
003510         GO TO 2000-PROCESS-RULE-NEXT
003520     END-IF.
003530
003540     PERFORM 2200-EDIT-RULE
003550         THRU 2200-EDIT-RULE-EXIT.
003560
003570     IF WS-RULE-BAD
003580         ADD 1 TO WS-ERROR-COUNT
003590         WRITE RPT-LINE FROM WS-PRINT-LINE
003600         PERFORM 2600-PRINT-TARGET
003610             THRU 2600-PRINT-TARGET-EXIT
003620             VARYING WS-SUB FROM 1 BY 1
003630             UNTIL WS-SUB > WS-LAST-SUB
003640         GO TO 2000-PROCESS-RULE-NEXT
003650     END-IF.
003660
003670     MOVE ALR-POOL-ACCOUNT TO BAL-ACCOUNT.
003680
003690     READ BAL-FILE
003700         INVALID KEY
003710             MOVE ZERO TO BAL-PTD-MOVE
003720             MOVE ZERO TO BAL-CLOSE-BAL
003730     END-READ.
003740
003750     IF ALR-BASIS-MOVEMENT
003760         MOVE BAL-PTD-MOVE TO WS-BASIS-AMOUNT
003770     ELSE
003780         MOVE BAL-CLOSE-BAL TO WS-BASIS-AMOUNT
003790     END-IF.
003800
003810     MOVE WS-BASIS-AMOUNT TO WS-RUL-AMOUNT.
003820
003830     IF WS-BASIS-AMOUNT = ZERO
003840         MOVE "NOTHING TO ALLOCATE" TO WS-RUL-DISP
003850         ADD 1 TO WS-ZERO-COUNT
003860         WRITE RPT-LINE FROM WS-PRINT-LINE
003870         GO TO 2000-PROCESS-RULE-NEXT
003880     END-IF.
003890
003900     IF WS-BASIS-AMOUNT > WS-ITEM-MAX
003910         OR WS-BASIS-AMOUNT < ZERO - WS-ITEM-MAX
003920         MOVE "REFUSED - POOL OVER ITEM SIZE" TO WS-RUL-DISP
003930         ADD 1 TO WS-ERROR-COUNT
003940         WRITE RPT-LINE FROM WS-PRINT-LINE
003950         GO TO 2000-PROCESS-RULE-NEXT
003960     END-IF.
003970
003980     PERFORM 2300-COMPUTE-SHARES
003990         THRU 2300-COMPUTE-SHARES-EXIT.
004000
004010     MOVE "ALLOCATED" TO WS-RUL-DISP.
004020     WRITE RPT-LINE FROM WS-PRINT-LINE.
004030
004040     PERFORM 2400-EMIT-TARGET
004050         THRU 2400-EMIT-TARGET-EXIT
004060         VARYING WS-SUB FROM 1 BY 1
004070         UNTIL WS-SUB > WS-LAST-SUB.
004080
004090     PERFORM 2500-EMIT-POOL-CREDIT
004100         THRU 2500-EMIT-POOL-CREDIT-EXIT.
004110
004120     ADD 1 TO WS-ALLOC-COUNT.
004130     MOVE WS-RUN-DATE TO ALR-LAST-ALLOC-DATE.
004140
004150     REWRITE ALR-RECORD
004160         INVALID KEY
004170             DISPLAY "ALLOCGENERATE - REWRITE FAILED ON "
004180                 "ALR-FILE RULE " ALR-RULE-ID
004190             MOVE 20 TO RETURN-CODE
004200             MOVE "Y" TO WS-ALR-EOF-SWITCH
004210     END-REWRITE.
004220
004230 2000-PROCESS-RULE-NEXT.
004240     PERFORM 2100-READ-RULE
004250         THRU 2100-READ-RULE-EXIT.
004260 2000-PROCESS-RULE-EXIT.
004270     EXIT.
004280
004290 2100-READ-RULE.
004300 2100-READ-RULE-RTN.
004310     IF WS-ALR-EOF
004320         GO TO 2100-READ-RULE-EXIT
004330     END-IF.
004340
004350     READ ALR-FILE NEXT RECORD
004360         AT END
004370             MOVE "Y" TO WS-ALR-EOF-SWITCH
004380     END-READ.
004390 2100-READ-RULE-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*  THE RULE IS RE-EDITED AGAINST TONIGHT'S ACCOUNT MASTER: AN    *
004440*  ACCOUNT CLOSED SINCE ALLOC-MAINT ACCEPTED THE RULE WOULD      *
004450*  ONLY BE REJECTED BY THE PRODUCTION RUN AND LEAVE THE BATCH    *
004460*  OUT OF BALANCE, SO THE WHOLE RULE IS REFUSED HERE INSTEAD.    *
004470******************************************************************
004480 2200-EDIT-RULE.
004490 2200-EDIT-RULE-RTN.
004500     SET WS-RULE-OK TO TRUE.
004510     MOVE ZERO TO WS-PCT-TOTAL.
004520     MOVE ZERO TO WS-LAST-SUB.
004530
004540     IF ALR-TARGET-COUNT IS NOT NUMERIC
004550         OR ALR-TARGET-COUNT = ZERO
004560         OR ALR-TARGET-COUNT > WS-MAX-TARGETS
004570         MOVE "REFUSED - BAD TARGET COUNT" TO WS-RUL-DISP
004580         SET WS-RULE-BAD TO TRUE
004590         GO TO 2200-EDIT-RULE-EXIT
004600     END-IF.
004610
004620     IF NOT ALR-BASIS-MOVEMENT
004630         AND NOT ALR-BASIS-CLOSING
004640         MOVE "REFUSED - BASIS NOT M OR C" TO WS-RUL-DISP
004650         SET WS-RULE-BAD TO TRUE
004660         GO TO 2200-EDIT-RULE-EXIT
004670     END-IF.
004680
004690     MOVE ALR-POOL-ACCOUNT TO ACM-ACCOUNT.
004700
004710     READ ACM-FILE
004720         INVALID KEY
004730             MOVE "REFUSED - POOL NOT ON MASTER" TO WS-RUL-DISP
004740             SET WS-RULE-BAD TO TRUE
004750             GO TO 2200-EDIT-RULE-EXIT
004760     END-READ.
004770
004780     IF ACM-CLOSED
004790         MOVE "REFUSED - POOL ACCOUNT CLOSED" TO WS-RUL-DISP
004800         SET WS-RULE-BAD TO TRUE
004810         GO TO 2200-EDIT-RULE-EXIT
004820     END-IF.
004830
004840     MOVE ACM-DESCRIPTION TO WS-POOL-DESC.
004850     MOVE ALR-TARGET-COUNT TO WS-LAST-SUB.
004860
004870     PERFORM 2210-EDIT-TARGET
004880         THRU 2210-EDIT-TARGET-EXIT
004890         VARYING WS-SUB FROM 1 BY 1
004900         UNTIL WS-SUB > WS-LAST-SUB.
004910
004920     IF WS-RULE-BAD
004930         MOVE "REFUSED - TARGET ERRORS" TO WS-RUL-DISP
004940         GO TO 2200-EDIT-RULE-EXIT
004950     END-IF.
004960
004970     IF WS-PCT-TOTAL NOT = 100
004980         MOVE "REFUSED - PERCENTS NOT 100.00" TO WS-RUL-DISP
004990         SET WS-RULE-BAD TO TRUE
005000     END-IF.
005010 2200-EDIT-RULE-EXIT.
005020     EXIT.
005030
005040 2210-EDIT-TARGET.
005050 2210-EDIT-TARGET-RTN.
005060     MOVE ZERO TO WS-TT-AMOUNT (WS-SUB).
005070     MOVE SPACES TO WS-TT-DESC (WS-SUB).
005080     MOVE SPACES TO WS-TT-NOTE (WS-SUB).
005090
005100     IF ALR-TGT-PCT (WS-SUB) IS NOT NUMERIC
005110         MOVE "PERCENT NOT NUMERIC" TO WS-TT-NOTE (WS-SUB)
005120         SET WS-RULE-BAD TO TRUE
005130         GO TO 2210-EDIT-TARGET-EXIT
005140     END-IF.
005150
005160     ADD ALR-TGT-PCT (WS-SUB) TO WS-PCT-TOTAL.
005170     MOVE ALR-TGT-ACCOUNT (WS-SUB) TO ACM-ACCOUNT.
005180
005190     READ ACM-FILE
005200         INVALID KEY
005210             MOVE "NOT ON MASTER" TO WS-TT-NOTE (WS-SUB)
005220             SET WS-RULE-BAD TO TRUE
005230             GO TO 2210-EDIT-TARGET-EXIT
005240     END-READ.
005250
005260     MOVE ACM-DESCRIPTION TO WS-TT-DESC (WS-SUB).
005270
005280     IF ACM-CLOSED
005290         MOVE "ACCOUNT IS CLOSED" TO WS-TT-NOTE (WS-SUB)
005300         SET WS-RULE-BAD TO TRUE
005310     END-IF.
005320 2210-EDIT-TARGET-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*  EACH TARGET BUT THE LAST GETS ITS PERCENTAGE OF THE BASIS,    *
005370*  ROUNDED TO THE CENT.  THE LAST TARGET GETS WHATEVER IS LEFT,  *
005380*  SO THE SHARES ALWAYS ADD BACK TO THE BASIS EXACTLY AND THE    *
005390*  ROUNDING CENTS LAND IN ONE PREDICTABLE PLACE.                 *
005400******************************************************************
005410 2300-COMPUTE-SHARES.
005420 2300-COMPUTE-SHARES-RTN.
005430     MOVE ZERO TO WS-SHARE-TOTAL.
005440
005450     PERFORM 2310-COMPUTE-ONE-SHARE
005460         THRU 2310-COMPUTE-ONE-SHARE-EXIT
005470         VARYING WS-SUB FROM 1 BY 1
005480         UNTIL WS-SUB >= WS-LAST-SUB.
005490
005500     COMPUTE WS-TT-AMOUNT (WS-LAST-SUB) =
005510         WS-BASIS-AMOUNT - WS-SHARE-TOTAL.
005520 2300-COMPUTE-SHARES-EXIT.
005530     EXIT.
005540
005550 2310-COMPUTE-ONE-SHARE.
005560 2310-COMPUTE-ONE-SHARE-RTN.
005570     COMPUTE WS-TT-AMOUNT (WS-SUB) ROUNDED =
005580         WS-BASIS-AMOUNT * ALR-TGT-PCT (WS-SUB) / 100.
005590
005600     ADD WS-TT-AMOUNT (WS-SUB) TO WS-SHARE-TOTAL.
005610 2310-COMPUTE-ONE-SHARE-EXIT.
005620     EXIT.
005630
005640 2400-EMIT-TARGET.
005650 2400-EMIT-TARGET-RTN.
005660     MOVE ALR-TGT-ACCOUNT (WS-SUB) TO WS-DETAIL-ACCOUNT.
005670     MOVE WS-TT-AMOUNT (WS-SUB) TO WS-DETAIL-AMOUNT.
005680
005690     PERFORM 2700-WRITE-DETAIL
005700         THRU 2700-WRITE-DETAIL-EXIT.
005710
005720     PERFORM 2600-PRINT-TARGET
005730         THRU 2600-PRINT-TARGET-EXIT.
005740 2400-EMIT-TARGET-EXIT.
005750     EXIT.
005760
005770 2500-EMIT-POOL-CREDIT.
005780 2500-EMIT-POOL-CREDIT-RTN.
005790     MOVE ALR-POOL-ACCOUNT TO WS-DETAIL-ACCOUNT.
005800     COMPUTE WS-DETAIL-AMOUNT = ZERO - WS-BASIS-AMOUNT.
005810
005820     PERFORM 2700-WRITE-DETAIL
005830         THRU 2700-WRITE-DETAIL-EXIT.
005840
005850     MOVE SPACES TO WS-TARGET-LINE.
005860     MOVE ALR-POOL-ACCOUNT TO WS-TGT-ACCOUNT.
005870     MOVE 100 TO WS-TGT-PCT.
005880     MOVE WS-DETAIL-AMOUNT TO WS-TGT-AMOUNT.
005890     MOVE WS-POOL-DESC TO WS-TGT-DESC.
005900     MOVE "POOL" TO WS-TGT-NOTE.
005910
005920     IF WS-DETAIL-AMOUNT < ZERO
005930         MOVE "CR" TO WS-TGT-DR-CR
005940     ELSE
005950         MOVE "DR" TO WS-TGT-DR-CR
005960     END-IF.
005970
005980     WRITE RPT-LINE FROM WS-TARGET-LINE.
005990 2500-EMIT-POOL-CREDIT-EXIT.
006000     EXIT.
006010
006020 2600-PRINT-TARGET.
006030 2600-PRINT-TARGET-RTN.
006040     MOVE SPACES TO WS-TARGET-LINE.
006050     MOVE ALR-TGT-ACCOUNT (WS-SUB) TO WS-TGT-ACCOUNT.
006060
006070     IF ALR-TGT-PCT (WS-SUB) IS NUMERIC
006080         MOVE ALR-TGT-PCT (WS-SUB) TO WS-TGT-PCT
006090     END-IF.
006100
006110     MOVE WS-TT-AMOUNT (WS-SUB) TO WS-TGT-AMOUNT.
006120     MOVE WS-TT-DESC (WS-SUB) TO WS-TGT-DESC.
006130     MOVE WS-TT-NOTE (WS-SUB) TO WS-TGT-NOTE.
006140
006150     IF WS-TT-AMOUNT (WS-SUB) < ZERO
006160         MOVE "CR" TO WS-TGT-DR-CR
006170     ELSE
006180         MOVE "DR" TO WS-TGT-DR-CR
006190     END-IF.
006200
006210     WRITE RPT-LINE FROM WS-TARGET-LINE.
006220 2600-PRINT-TARGET-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260*  EVERY DETAIL POSTS ITS AMOUNT AS PARAM1 WITH A ZERO PARAM2    *
006270*  UNDER THE ADD OPERATION, SO CALC-FUNCTION RETURNS THE AMOUNT  *
006280*  UNCHANGED AND THE TRAILER HASH IS THE BATCH NET.              *
006290******************************************************************
006300 2700-WRITE-DETAIL.
006310 2700-WRITE-DETAIL-RTN.
006320     MOVE SPACES TO TRAN-RECORD.
006330     MOVE "D" TO TRAN-REC-TYPE.
006340     MOVE WS-DETAIL-ACCOUNT TO TRAN-ACCOUNT.
006350     MOVE WS-DETAIL-AMOUNT TO TRAN-PARAM1.
006360     MOVE ZERO TO TRAN-PARAM2.
006370     MOVE "A" TO TRAN-OP-CODE.
006380     MOVE WS-RUN-DATE TO TRAN-EFF-DATE.
006390
006400     WRITE TRAN-RECORD.
006410
006420     ADD 1 TO WS-EMIT-COUNT.
006430     ADD WS-DETAIL-AMOUNT TO WS-GEN-HASH.
006440
006450     IF WS-DETAIL-AMOUNT < ZERO
006460         SUBTRACT WS-DETAIL-AMOUNT FROM WS-TOTAL-CREDITS
006470     ELSE
006480         ADD WS-DETAIL-AMOUNT TO WS-TOTAL-DEBITS
006490     END-IF.
006500 2700-WRITE-DETAIL-EXIT.
006510     EXIT.
006520
006530 9000-TERMINATE.
006540 9000-TERMINATE-RTN.
006550     MOVE SPACES TO TRAN-RECORD.
006560     MOVE "T" TO TRAN-REC-TYPE.
006570     MOVE WS-GEN-BATCH-ID TO TRAN-TRL-BATCH-ID.
006580     MOVE WS-EMIT-COUNT TO TRAN-TRL-REC-COUNT.
006590     MOVE WS-GEN-HASH TO TRAN-TRL-HASH-TOTAL.
006600     WRITE TRAN-RECORD.
006610
006620     COMPUTE WS-TOTAL-NET = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
006630
006640     MOVE SPACES TO WS-PRINT-LINE.
006650     WRITE RPT-LINE FROM WS-PRINT-LINE.
006660
006670     MOVE SPACES TO WS-TOTAL-LINE.
006680     MOVE "RULES READ" TO WS-TOT-LABEL.
006690     MOVE WS-RULE-COUNT TO WS-TOT-COUNT.
006700     WRITE RPT-LINE FROM WS-TOTAL-LINE.
006710
006720     MOVE SPACES TO WS-TOTAL-LINE.
006730     MOVE "RULES ALLOCATED" TO WS-TOT-LABEL.
006740     MOVE WS-ALLOC-COUNT TO WS-TOT-COUNT.
006750     WRITE RPT-LINE FROM WS-TOTAL-LINE.
006760
006770     MOVE SPACES TO WS-TOTAL-LINE.
006780     MOVE "ALREADY ALLOCATED - SKIPPED" TO WS-TOT-LABEL.
006790     MOVE WS-SKIP-COUNT TO WS-TOT-COUNT.
006800     WRITE RPT-LINE FROM WS-TOTAL-LINE.
006810
006820     MOVE SPACES TO WS-TOTAL-LINE.
006830     MOVE "NOTHING TO ALLOCATE" TO WS-TOT-LABEL.
006840     MOVE WS-ZERO-COUNT TO WS-TOT-COUNT.
006850     WRITE RPT-LINE FROM WS-TOTAL-LINE.
006860
006870     MOVE SPACES TO WS-TOTAL-LINE.
006880     MOVE "RULES REFUSED" TO WS-TOT-LABEL.
006890     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
006900     WRITE RPT-LINE FROM WS-TOTAL-LINE.
006910
006920     MOVE SPACES TO WS-TOTAL-LINE.
006930     MOVE "BATCH DEBITS" TO WS-TOT-LABEL.
006940     MOVE WS-TOTAL-DEBITS TO WS-TOT-AMOUNT.
006950     WRITE RPT-LINE FROM WS-TOTAL-LINE.
006960
006970     MOVE SPACES TO WS-TOTAL-LINE.
006980     MOVE "BATCH CREDITS" TO WS-TOT-LABEL.
006990     MOVE WS-TOTAL-CREDITS TO WS-TOT-AMOUNT.
007000     WRITE RPT-LINE FROM WS-TOTAL-LINE.
007010
007020     MOVE SPACES TO WS-TOTAL-LINE.
007030     MOVE "BATCH DETAILS / NET" TO WS-TOT-LABEL.
007040     MOVE WS-EMIT-COUNT TO WS-TOT-COUNT.
007050     MOVE WS-TOTAL-NET TO WS-TOT-AMOUNT.
007060
007070     IF WS-TOTAL-NET = ZERO
007080         AND WS-GEN-HASH = ZERO
007090         MOVE "BATCH NETS TO ZERO" TO WS-TOT-PROOF
007100     ELSE
007110         MOVE "*** BATCH DOES NOT NET TO ZERO" TO WS-TOT-PROOF
007120         DISPLAY "ALLOCGENERATE - ALLOCATION BATCH DOES NOT "
007130             "NET TO ZERO"
007140         MOVE 16 TO RETURN-CODE
007150     END-IF.
007160
007170     WRITE RPT-LINE FROM WS-TOTAL-LINE.
007180
007190     IF WS-ERROR-COUNT > ZERO
007200         AND RETURN-CODE = ZERO
007210         MOVE 8 TO RETURN-CODE
007220     END-IF.
007230
007240     IF WS-SKIP-COUNT > ZERO
007250         AND RETURN-CODE = ZERO
007260         MOVE 4 TO RETURN-CODE
007270     END-IF.
007280
007290     IF WS-ALR-STATUS NOT = "35"
007300         CLOSE ALR-FILE
007310     END-IF.
007320     CLOSE BAL-FILE.
007330     CLOSE ACM-FILE.
007340     CLOSE GEN-FILE.
007350     CLOSE RPT-FILE.
007360 9000-TERMINATE-EXIT.
007370     EXIT.
