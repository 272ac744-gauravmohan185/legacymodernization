000770*                     PROCESSED-BATCH CONTROL DOES NOT REJECT     *
000780*                     EVERY NIGHT AFTER THE FIRST AS A            *
000790*                     RE-TRANSMISSION.                            *
000800*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND    *
000810*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,    *
000820*                     DOING NOTHING, IF A PREDECESSOR HAS NOT     *
000830*                     COMPLETED CLEANLY FOR THE BUSINESS DATE OR  *
000840*                     IT HAS ALREADY RUN (UNLESS AN OVERRIDE CARD *
000850*                     IS SUPPLIED), AND ITS RETURN CODE IS        *
000860*                     RECORDED ON THE RUN-CONTROL FILE AT THE     *
000870*                     END.                                        *
000880******************************************************************
000890
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT REJ-FILE ASSIGN TO "REJFILE"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-REJ-STATUS.
000960
000970     SELECT COR-FILE ASSIGN TO "CORFILE"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-COR-STATUS.
001000
001010     SELECT RSO-FILE ASSIGN TO "REJSTAT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-RSO-STATUS.
001040
001050     SELECT RSN-FILE ASSIGN TO "REJSTATN"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-RSN-STATUS.
001080
001090     SELECT RSB-FILE ASSIGN TO "RSBFILE"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-RSB-STATUS.
001120
001130     SELECT RPT-FILE ASSIGN TO "RCYRPT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-RPT-STATUS.
001160
001170     SELECT BDC-FILE ASSIGN TO "BUSDATE"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-BDC-STATUS.
001200
001210     SELECT STP-FILE ASSIGN TO "STPCTL"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-STP-STATUS.
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  REJ-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY REJREC.
001300
001310 FD  COR-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY CORREC.
001340
001350 FD  RSO-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  RSO-RECORD              PIC X(56).
001380
001390 FD  RSN-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY RSTREC.
001420
001430 FD  RSB-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY TRANREC.
001460
001470 FD  RPT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY RPTREC.
001500
001510 FD  BDC-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY BDCREC.
001540
001550 FD  STP-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY STPREC.
001580
001590 WORKING-STORAGE SECTION.
001600 77  WS-REJ-STATUS           PIC X(02)  VALUE "00".
001610 77  WS-COR-STATUS           PIC X(02)  VALUE "00".
001620 77  WS-RSO-STATUS           PIC X(02)  VALUE "00".
001630 77  WS-RSN-STATUS           PIC X(02)  VALUE "00".
001640 77  WS-RSB-STATUS           PIC X(02)  VALUE "00".
001650 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001660 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001670 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
001680 77  WS-REJ-EOF-SWITCH       PIC X(01)  VALUE "N".
001690     88  WS-REJ-EOF                     VALUE "Y".
001700 77  WS-COR-EOF-SWITCH       PIC X(01)  VALUE "N".
001710     88  WS-COR-EOF                     VALUE "Y".
001720 77  WS-RSO-EOF-SWITCH       PIC X(01)  VALUE "N".
001730     88  WS-RSO-EOF                     VALUE "Y".
001740 77  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
001750     88  WS-ENTRY-FOUND                 VALUE "Y".
001760 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001770 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001780 77  WS-ENTRY-COUNT          PIC 9(05) COMP VALUE ZERO.
001790 77  WS-ENTRY-MAX            PIC 9(05) COMP VALUE 2000.
001800 77  WS-ENTRY-SUB            PIC 9(05) COMP VALUE ZERO.
001810 77  WS-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
001820 77  WS-NEW-REJECT-COUNT     PIC 9(05) COMP VALUE ZERO.
001830 77  WS-RESUB-COUNT          PIC 9(05) COMP VALUE ZERO.
001840 77  WS-ABANDON-COUNT        PIC 9(05) COMP VALUE ZERO.
001850 77  WS-NOMATCH-COUNT        PIC 9(05) COMP VALUE ZERO.
001860 77  WS-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE ZERO.
001870 77  WS-OVER-SLA-COUNT       PIC 9(05) COMP VALUE ZERO.
001880 77  WS-SLA-DAYS             PIC 9(03) COMP VALUE 5.
001890 77  WS-AGE-DAYS             PIC S9(05) COMP VALUE ZERO.
001900 77  WS-RSB-BATCH-ID         PIC X(08) VALUE "RC000000".
001910 77  WS-RSB-SOURCE           PIC X(08) VALUE "REJRECYC".
001920 77  WS-RSB-HASH             PIC S9(12)V99 COMP VALUE ZERO.
001930 77  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "Y".
001940     88  WS-CARD-OK                     VALUE "Y".
001950     88  WS-CARD-BAD                    VALUE "N".
001960
001970 01  WS-MATCH-KEY.
001980     05  WS-KEY-RUN-DATE     PIC 9(08).
001990     05  WS-KEY-RUN-TIME     PIC 9(08).
002000     05  WS-KEY-JOB-ID       PIC X(08).
002010     05  WS-KEY-PARAM1       PIC S9(07)V99
002020             SIGN IS TRAILING SEPARATE CHARACTER.
002030     05  WS-KEY-PARAM2       PIC S9(07)V99
002040             SIGN IS TRAILING SEPARATE CHARACTER.
002050     05  WS-KEY-OP-CODE      PIC X(01).
002060
002070 01  WS-RST-TABLE.
002080     05  WS-RST-ENTRY OCCURS 2000 TIMES.
002090         10  WS-RST-KEY.
002100             15  WS-RST-RUN-DATE     PIC 9(08).
002110             15  WS-RST-RUN-TIME     PIC 9(08).
002120             15  WS-RST-JOB-ID       PIC X(08).
002130             15  WS-RST-PARAM1       PIC S9(07)V99
002140                     SIGN IS TRAILING SEPARATE CHARACTER.
002150             15  WS-RST-PARAM2       PIC S9(07)V99
002160                     SIGN IS TRAILING SEPARATE CHARACTER.
002170             15  WS-RST-OP-CODE      PIC X(01).
002180         10  WS-RST-REASON           PIC X(02).
002190         10  WS-RST-ENTRY-STATUS     PIC X(01).
002200             88  WS-RST-OUTSTANDING          VALUE "O".
002210             88  WS-RST-CORRECTED            VALUE "C".
002220             88  WS-RST-RESUBMITTED          VALUE "R".
002230             88  WS-RST-ABANDONED            VALUE "X".
002240         10  WS-RST-STATUS-DATE      PIC 9(08).
002250
002260 01  WS-PRINT-LINE.
002270     05  WS-DET-STATUS       PIC X(01).
002280     05  FILLER              PIC X(02)  VALUE SPACES.
002290     05  WS-DET-RUN-DATE     PIC 9(08).
002300     05  FILLER              PIC X(02)  VALUE SPACES.
002310     05  WS-DET-JOB-ID       PIC X(08).
002320     05  FILLER              PIC X(02)  VALUE SPACES.
002330     05  WS-DET-PARAM1       PIC -(7)9.99.
002340     05  FILLER              PIC X(02)  VALUE SPACES.
002350     05  WS-DET-PARAM2       PIC -(7)9.99.
002360     05  FILLER              PIC X(02)  VALUE SPACES.
002370     05  WS-DET-OP           PIC X(01).
002380     05  FILLER              PIC X(02)  VALUE SPACES.
002390     05  WS-DET-REASON       PIC X(02).
002400     05  FILLER              PIC X(02)  VALUE SPACES.
002410     05  WS-DET-AGE          PIC ZZZZ9.
002420     05  FILLER              PIC X(02)  VALUE SPACES.
002430     05  WS-DET-FLAG         PIC X(08).
002440     05  FILLER              PIC X(61)  VALUE SPACES.
002450
002460 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
002470     05  WS-HDR-BUS-LABEL    PIC X(13).
002480     05  FILLER              PIC X(02).
002490     05  WS-HDR-BUS-DATE     PIC 9(08).
002500     05  FILLER              PIC X(03).
002510     05  WS-HDR-TIM-LABEL    PIC X(08).
002520     05  FILLER              PIC X(02).
002530     05  WS-HDR-RUN-TIME     PIC 9(08).
002540     05  FILLER              PIC X(88).
002550
002560 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
002570     05  FILLER              PIC X(02).
002580     05  WS-FTR-OUT-LABEL    PIC X(11).
002590     05  WS-FTR-OUTSTANDING  PIC ZZ,ZZ9.
002600     05  FILLER              PIC X(02).
002610     05  WS-FTR-RSB-LABEL    PIC X(11).
002620     05  WS-FTR-RESUBMITTED  PIC ZZ,ZZ9.
002630     05  FILLER              PIC X(02).
002640     05  WS-FTR-ABN-LABEL    PIC X(09).
002650     05  WS-FTR-ABANDONED    PIC ZZ,ZZ9.
002660     05  FILLER              PIC X(02).
002670     05  WS-FTR-SLA-LABEL    PIC X(08).
002680     05  WS-FTR-OVER-SLA     PIC ZZ,ZZ9.
002690     05  FILLER              PIC X(61).
002700
002710     COPY RCLREC.
002720
002730 PROCEDURE DIVISION.
002740 0000-MAINLINE SECTION.
002750 0000-MAIN-RTN.
002760     PERFORM 0100-START-RUN-CONTROL
002770         THRU 0100-START-RUN-CONTROL-EXIT.
002780
002790     IF RCL-STEP-REFUSED
002800         STOP RUN
002810     END-IF.
002820
002830     PERFORM 1000-INITIALIZE
002840         THRU 1000-INITIALIZE-EXIT.
002850
002860     PERFORM 2000-MERGE-REJECTS
002870         THRU 2000-MERGE-REJECTS-EXIT
002880         UNTIL WS-REJ-EOF.
002890
002900     PERFORM 3000-APPLY-CORRECTIONS
002910         THRU 3000-APPLY-CORRECTIONS-EXIT
002920         UNTIL WS-COR-EOF.
002930
002940     PERFORM 9000-TERMINATE
002950         THRU 9000-TERMINATE-EXIT.
002960
002970     PERFORM 9900-END-RUN-CONTROL
002980         THRU 9900-END-RUN-CONTROL-EXIT.
002990
003000     STOP RUN.
003010
003020******************************************************************
003030*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
003040*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
003050*  CODE RUN-CONTROL SETS.                                        *
003060******************************************************************
003070 0100-START-RUN-CONTROL.
003080 0100-START-RUN-CONTROL-RTN.
003090     MOVE "REJRECYC" TO RCL-JOB-ID.
003100     MOVE ZERO TO RCL-STEP-RC.
003110     SET RCL-START TO TRUE.
003120
003130     CALL "RUN-CONTROL" USING RCL-AREA.
003140
003150     MOVE RCL-STEP-RC TO RETURN-CODE.
003160 0100-START-RUN-CONTROL-EXIT.
003170     EXIT.
003180
003190 1000-INITIALIZE.
003200 1000-INITIALIZE-RTN.
003210     PERFORM 1050-GET-BUSINESS-DATE
003220         THRU 1050-GET-BUSINESS-DATE-EXIT.
003230
003240     MOVE WS-RUN-DATE (3:6) TO WS-RSB-BATCH-ID (3:6).
003250
003260     OPEN INPUT RSO-FILE.
003270
003280     IF WS-RSO-STATUS = "35"
003290         MOVE "Y" TO WS-RSO-EOF-SWITCH
003300     ELSE
003310         IF WS-RSO-STATUS NOT = "00"
003320             DISPLAY "REJRECYCLE - OPEN ERROR ON RSO-FILE "
003330                 "STATUS: " WS-RSO-STATUS
003340             MOVE 20 TO RETURN-CODE
003350             MOVE "Y" TO WS-RSO-EOF-SWITCH
003360         END-IF
003370     END-IF.
003380
003390     PERFORM 1100-LOAD-OLD-STATUS
003400         THRU 1100-LOAD-OLD-STATUS-EXIT
003410         UNTIL WS-RSO-EOF.
003420
003430     IF WS-RSO-STATUS = "00" OR WS-RSO-STATUS = "10"
003440         CLOSE RSO-FILE
003450     END-IF.
003460
003470     OPEN INPUT REJ-FILE.
003480
003490     IF WS-REJ-STATUS = "35"
003500         MOVE "Y" TO WS-REJ-EOF-SWITCH
003510     ELSE
003520         IF WS-REJ-STATUS NOT = "00"
003530             DISPLAY "REJRECYCLE - OPEN ERROR ON REJ-FILE "
003540                 "STATUS: " WS-REJ-STATUS
003550             MOVE 20 TO RETURN-CODE
003560             MOVE "Y" TO WS-REJ-EOF-SWITCH
003570         ELSE
003580             PERFORM 2100-READ-REJECT
003590                 THRU 2100-READ-REJECT-EXIT
003600         END-IF
003610     END-IF.
003620
003630     OPEN INPUT COR-FILE.
003640
003650     IF WS-COR-STATUS = "35"
003660         MOVE "Y" TO WS-COR-EOF-SWITCH
003670     ELSE
003680         IF WS-COR-STATUS NOT = "00"
003690             DISPLAY "REJRECYCLE - OPEN ERROR ON COR-FILE "
003700                 "STATUS: " WS-COR-STATUS
003710             MOVE 20 TO RETURN-CODE
003720             MOVE "Y" TO WS-COR-EOF-SWITCH
003730         ELSE
003740             PERFORM 3100-READ-CORRECTION
003750                 THRU 3100-READ-CORRECTION-EXIT
003760         END-IF
003770     END-IF.
003780
003790     OPEN OUTPUT RSN-FILE.
003800     OPEN OUTPUT RSB-FILE.
003810     OPEN OUTPUT RPT-FILE.
003820
003830     MOVE SPACES TO WS-HEADER-LINE.
003840     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
003850     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
003860     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
003870     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
003880     WRITE RPT-LINE FROM WS-HEADER-LINE.
003890
003900     MOVE SPACES TO TRAN-RECORD.
003910     MOVE "H" TO TRAN-REC-TYPE.
003920     MOVE WS-RSB-BATCH-ID TO TRAN-HDR-BATCH-ID.
003930     MOVE WS-RSB-SOURCE TO TRAN-HDR-SOURCE.
003940     MOVE WS-RUN-DATE TO TRAN-HDR-BUS-DATE.
003950     WRITE TRAN-RECORD.
003960 1000-INITIALIZE-EXIT.
003970     EXIT.
003980
003990 1050-GET-BUSINESS-DATE.
004000 1050-GET-BUSINESS-DATE-RTN.
004010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004020     ACCEPT WS-RUN-TIME FROM TIME.
004030
004040     OPEN INPUT BDC-FILE.
004050
004060     IF WS-BDC-STATUS NOT = "00"
004070         GO TO 1050-GET-BUSINESS-DATE-EXIT
004080     END-IF.
004090
004100     READ BDC-FILE
004110         AT END
004120             CONTINUE
004130     END-READ.
004140
004150     IF WS-BDC-STATUS = "00"
004160         AND BDC-BUS-DATE IS NUMERIC
004170         AND BDC-BUS-DATE > ZERO
004180         MOVE BDC-BUS-DATE TO WS-RUN-DATE
004190     END-IF.
004200
004210     CLOSE BDC-FILE.
004220 1050-GET-BUSINESS-DATE-EXIT.
004230     EXIT.
004240
004250 1100-LOAD-OLD-STATUS.
004260 1100-LOAD-OLD-STATUS-RTN.
004270     READ RSO-FILE
004280         AT END
004290             MOVE "Y" TO WS-RSO-EOF-SWITCH
004300             GO TO 1100-LOAD-OLD-STATUS-EXIT
004310     END-READ.
004320
004330     IF WS-ENTRY-COUNT < WS-ENTRY-MAX
004340         ADD 1 TO WS-ENTRY-COUNT
004350         MOVE RSO-RECORD TO WS-RST-ENTRY (WS-ENTRY-COUNT)
004360     ELSE
004370         DISPLAY "REJRECYCLE - STATUS TABLE FULL - "
004380             "INCREASE WS-ENTRY-MAX"
004390         MOVE 20 TO RETURN-CODE
004400         MOVE "Y" TO WS-RSO-EOF-SWITCH
004410     END-IF.
004420 1100-LOAD-OLD-STATUS-EXIT.
004430     EXIT.
004440
004450 2000-MERGE-REJECTS.
004460 2000-MERGE-REJECTS-RTN.
004470     MOVE REJ-RUN-DATE TO WS-KEY-RUN-DATE.
004480     MOVE REJ-RUN-TIME TO WS-KEY-RUN-TIME.
004490     MOVE REJ-JOB-ID TO WS-KEY-JOB-ID.
004500     MOVE REJ-PARAM1 TO WS-KEY-PARAM1.
004510     MOVE REJ-PARAM2 TO WS-KEY-PARAM2.
004520     MOVE REJ-OP-CODE TO WS-KEY-OP-CODE.
004530
004540     PERFORM 4000-FIND-ENTRY
004550         THRU 4000-FIND-ENTRY-EXIT.
004560
004570     IF NOT WS-ENTRY-FOUND
004580         IF WS-ENTRY-COUNT < WS-ENTRY-MAX
004590             ADD 1 TO WS-ENTRY-COUNT
004600             MOVE WS-MATCH-KEY TO
004610                 WS-RST-KEY (WS-ENTRY-COUNT)
004620             MOVE REJ-REASON-CODE TO
004630                 WS-RST-REASON (WS-ENTRY-COUNT)
004640             MOVE "O" TO
004650                 WS-RST-ENTRY-STATUS (WS-ENTRY-COUNT)
004660             MOVE WS-RUN-DATE TO
004670                 WS-RST-STATUS-DATE (WS-ENTRY-COUNT)
004680             ADD 1 TO WS-NEW-REJECT-COUNT
004690         ELSE
004700             DISPLAY "REJRECYCLE - STATUS TABLE FULL - "
004710                 "INCREASE WS-ENTRY-MAX"
004720             MOVE 20 TO RETURN-CODE
004730             MOVE "Y" TO WS-REJ-EOF-SWITCH
004740             GO TO 2000-MERGE-REJECTS-EXIT
004750         END-IF
004760     END-IF.
004770
004780     PERFORM 2100-READ-REJECT
004790         THRU 2100-READ-REJECT-EXIT.
004800 2000-MERGE-REJECTS-EXIT.
004810     EXIT.
004820
004830 2100-READ-REJECT.
004840 2100-READ-REJECT-RTN.
004850     READ REJ-FILE
004860         AT END
004870             MOVE "Y" TO WS-REJ-EOF-SWITCH
004880     END-READ.
004890 2100-READ-REJECT-EXIT.
004900     EXIT.
004910
004920 3000-APPLY-CORRECTIONS.
004930 3000-APPLY-CORRECTIONS-RTN.
004940     PERFORM 3150-EDIT-CORRECTION
004950         THRU 3150-EDIT-CORRECTION-EXIT.
004960
004970     IF WS-CARD-BAD
004980         ADD 1 TO WS-NOMATCH-COUNT
004990         DISPLAY "REJRECYCLE - CORRECTION CARD FAILS EDIT - "
005000             "JOB " COR-JOB-ID " DATE " COR-RUN-DATE
005010             " TIME " COR-RUN-TIME " - CARD IGNORED"
005020         GO TO 3000-APPLY-CORRECTIONS-NEXT
005030     END-IF.
005040
005050     MOVE COR-RUN-DATE TO WS-KEY-RUN-DATE.
005060     MOVE COR-RUN-TIME TO WS-KEY-RUN-TIME.
005070     MOVE COR-JOB-ID TO WS-KEY-JOB-ID.
005080     MOVE COR-ORIG-PARAM1 TO WS-KEY-PARAM1.
005090     MOVE COR-ORIG-PARAM2 TO WS-KEY-PARAM2.
005100     MOVE COR-ORIG-OP-CODE TO WS-KEY-OP-CODE.
005110
005120     PERFORM 4000-FIND-ENTRY
005130         THRU 4000-FIND-ENTRY-EXIT.
005140
005150     IF NOT WS-ENTRY-FOUND
005160         ADD 1 TO WS-NOMATCH-COUNT
005170         DISPLAY "REJRECYCLE - NO MATCHING REJECT FOR "
005180             "CORRECTION CARD - JOB " COR-JOB-ID
005190             " DATE " COR-RUN-DATE " TIME " COR-RUN-TIME
005200         GO TO 3000-APPLY-CORRECTIONS-NEXT
005210     END-IF.
005220
005230     IF NOT WS-RST-OUTSTANDING (WS-ENTRY-SUB)
005240         ADD 1 TO WS-NOMATCH-COUNT
005250         DISPLAY "REJRECYCLE - CORRECTION CARD FOR A "
005260             "REJECT ALREADY ACTIONED - JOB " COR-JOB-ID
005270             " DATE " COR-RUN-DATE " TIME " COR-RUN-TIME
005280         GO TO 3000-APPLY-CORRECTIONS-NEXT
005290     END-IF.
005300
005310     EVALUATE TRUE
005320         WHEN COR-CORRECT
005330             PERFORM 3200-RESUBMIT-REJECT
005340                 THRU 3200-RESUBMIT-REJECT-EXIT
005350         WHEN COR-ABANDON
005360             MOVE "X" TO
005370                 WS-RST-ENTRY-STATUS (WS-ENTRY-SUB)
005380             MOVE WS-RUN-DATE TO
005390                 WS-RST-STATUS-DATE (WS-ENTRY-SUB)
005400             ADD 1 TO WS-ABANDON-COUNT
005410         WHEN OTHER
005420             ADD 1 TO WS-NOMATCH-COUNT
005430             DISPLAY "REJRECYCLE - UNRECOGNIZED ACTION "
005440                 COR-ACTION " ON CORRECTION CARD"
005450     END-EVALUATE.
005460
005470 3000-APPLY-CORRECTIONS-NEXT.
005480     PERFORM 3100-READ-CORRECTION
005490         THRU 3100-READ-CORRECTION-EXIT.
005500 3000-APPLY-CORRECTIONS-EXIT.
005510     EXIT.
005520
005530 3100-READ-CORRECTION.
005540 3100-READ-CORRECTION-RTN.
005550     READ COR-FILE
005560         AT END
005570             MOVE "Y" TO WS-COR-EOF-SWITCH
005580     END-READ.
005590 3100-READ-CORRECTION-EXIT.
005600     EXIT.
005610
005620 3150-EDIT-CORRECTION.
005630 3150-EDIT-CORRECTION-RTN.
005640     SET WS-CARD-OK TO TRUE.
005650
005660     IF COR-RUN-DATE IS NOT NUMERIC
005670         OR COR-RUN-TIME IS NOT NUMERIC
005680         OR COR-OP1-DIGITS IS NOT NUMERIC
005690         OR COR-OP2-DIGITS IS NOT NUMERIC
005700         SET WS-CARD-BAD TO TRUE
005710         GO TO 3150-EDIT-CORRECTION-EXIT
005720     END-IF.
005730
005740     IF (COR-OP1-SIGN NOT = "+" AND COR-OP1-SIGN NOT = "-")
005750         OR (COR-OP2-SIGN NOT = "+"
005760             AND COR-OP2-SIGN NOT = "-")
005770         SET WS-CARD-BAD TO TRUE
005780         GO TO 3150-EDIT-CORRECTION-EXIT
005790     END-IF.
005800
005810     IF NOT COR-CORRECT
005820         GO TO 3150-EDIT-CORRECTION-EXIT
005830     END-IF.
005840
005850     IF COR-ACCOUNT = SPACES
005860         SET WS-CARD-BAD TO TRUE
005870         GO TO 3150-EDIT-CORRECTION-EXIT
005880     END-IF.
005890
005900     IF COR-NP1-DIGITS IS NOT NUMERIC
005910         OR COR-NP2-DIGITS IS NOT NUMERIC
005920         SET WS-CARD-BAD TO TRUE
005930         GO TO 3150-EDIT-CORRECTION-EXIT
005940     END-IF.
005950
005960     IF (COR-NP1-SIGN NOT = "+" AND COR-NP1-SIGN NOT = "-")
005970         OR (COR-NP2-SIGN NOT = "+"
005980             AND COR-NP2-SIGN NOT = "-")
005990         SET WS-CARD-BAD TO TRUE
006000         GO TO 3150-EDIT-CORRECTION-EXIT
006010     END-IF.
006020
006030     IF COR-NEW-OP-CODE NOT = "A"
006040         AND COR-NEW-OP-CODE NOT = "S"
006050         AND COR-NEW-OP-CODE NOT = "M"
006060         SET WS-CARD-BAD TO TRUE
006070     END-IF.
006080 3150-EDIT-CORRECTION-EXIT.
006090     EXIT.
006100
006110 3200-RESUBMIT-REJECT.
006120 3200-RESUBMIT-REJECT-RTN.
006130     MOVE "C" TO WS-RST-ENTRY-STATUS (WS-ENTRY-SUB).
006140
006150     MOVE SPACES TO TRAN-RECORD.
006160     MOVE "D" TO TRAN-REC-TYPE.
006170     MOVE COR-ACCOUNT TO TRAN-ACCOUNT.
006180     MOVE COR-NEW-PARAM1 TO TRAN-PARAM1.
006190     MOVE COR-NEW-PARAM2 TO TRAN-PARAM2.
006200     MOVE COR-NEW-OP-CODE TO TRAN-OP-CODE.
006210     MOVE ZERO TO TRAN-EFF-DATE.
006220     COMPUTE WS-RSB-HASH = WS-RSB-HASH
006230         + COR-NEW-PARAM1 + COR-NEW-PARAM2.
006240
006250     WRITE TRAN-RECORD.
006260
006270     MOVE "R" TO WS-RST-ENTRY-STATUS (WS-ENTRY-SUB).
006280     MOVE WS-RUN-DATE TO WS-RST-STATUS-DATE (WS-ENTRY-SUB).
006290     ADD 1 TO WS-RESUB-COUNT.
006300 3200-RESUBMIT-REJECT-EXIT.
006310     EXIT.
006320
006330 4000-FIND-ENTRY.
006340 4000-FIND-ENTRY-RTN.
006350     MOVE "N" TO WS-FOUND-SWITCH.
006360     MOVE ZERO TO WS-SCAN-SUB.
006370
006380     PERFORM 4100-SCAN-ONE-ENTRY
006390         THRU 4100-SCAN-ONE-ENTRY-EXIT
006400         UNTIL WS-ENTRY-FOUND
006410             OR WS-SCAN-SUB >= WS-ENTRY-COUNT.
006420 4000-FIND-ENTRY-EXIT.
006430     EXIT.
006440
006450 4100-SCAN-ONE-ENTRY.
006460 4100-SCAN-ONE-ENTRY-RTN.
006470     ADD 1 TO WS-SCAN-SUB.
006480
006490     IF WS-RST-KEY (WS-SCAN-SUB) = WS-MATCH-KEY
006500         SET WS-ENTRY-FOUND TO TRUE
006510         MOVE WS-SCAN-SUB TO WS-ENTRY-SUB
006520     END-IF.
006530 4100-SCAN-ONE-ENTRY-EXIT.
006540     EXIT.
006550
006560 9000-TERMINATE.
006570 9000-TERMINATE-RTN.
006580     MOVE ZERO TO WS-ENTRY-SUB.
006590
006600     PERFORM 9100-WRITE-ONE-STATUS
006610         THRU 9100-WRITE-ONE-STATUS-EXIT
006620         UNTIL WS-ENTRY-SUB >= WS-ENTRY-COUNT.
006630
006640     PERFORM 9200-WRITE-AGING-FOOTER
006650         THRU 9200-WRITE-AGING-FOOTER-EXIT.
006660
006670     IF WS-OVER-SLA-COUNT > ZERO
006680         IF RETURN-CODE = ZERO
006690             MOVE 4 TO RETURN-CODE
006700         END-IF
006710         DISPLAY "REJRECYCLE - " WS-OVER-SLA-COUNT
006720             " REJECT(S) OUTSTANDING PAST THE "
006730             WS-SLA-DAYS " DAY SLA"
006740     END-IF.
006750
006760     IF WS-REJ-STATUS = "00" OR WS-REJ-STATUS = "10"
006770         CLOSE REJ-FILE
006780     END-IF.
006790     IF WS-COR-STATUS = "00" OR WS-COR-STATUS = "10"
006800         CLOSE COR-FILE
006810     END-IF.
006820     MOVE SPACES TO TRAN-RECORD.
006830     MOVE "T" TO TRAN-REC-TYPE.
006840     MOVE WS-RSB-BATCH-ID TO TRAN-TRL-BATCH-ID.
006850     MOVE WS-RESUB-COUNT TO TRAN-TRL-REC-COUNT.
006860     MOVE WS-RSB-HASH TO TRAN-TRL-HASH-TOTAL.
006870     WRITE TRAN-RECORD.
006880
006890     PERFORM 9300-WRITE-STEP-CONTROL
006900         THRU 9300-WRITE-STEP-CONTROL-EXIT.
006910
006920     CLOSE RSN-FILE.
006930     CLOSE RSB-FILE.
006940     CLOSE RPT-FILE.
006950 9000-TERMINATE-EXIT.
006960     EXIT.
006970
006980 9100-WRITE-ONE-STATUS.
006990 9100-WRITE-ONE-STATUS-RTN.
007000     ADD 1 TO WS-ENTRY-SUB.
007010
007020     MOVE WS-RST-RUN-DATE (WS-ENTRY-SUB) TO RST-RUN-DATE.
007030     MOVE WS-RST-RUN-TIME (WS-ENTRY-SUB) TO RST-RUN-TIME.
007040     MOVE WS-RST-JOB-ID (WS-ENTRY-SUB) TO RST-JOB-ID.
007050     MOVE WS-RST-PARAM1 (WS-ENTRY-SUB) TO RST-PARAM1.
007060     MOVE WS-RST-PARAM2 (WS-ENTRY-SUB) TO RST-PARAM2.
007070     MOVE WS-RST-OP-CODE (WS-ENTRY-SUB) TO RST-OP-CODE.
007080     MOVE WS-RST-REASON (WS-ENTRY-SUB) TO RST-REASON-CODE.
007090     MOVE WS-RST-ENTRY-STATUS (WS-ENTRY-SUB) TO RST-STATUS.
007100     MOVE WS-RST-STATUS-DATE (WS-ENTRY-SUB)
007110         TO RST-STATUS-DATE.
007120
007130     WRITE RST-RECORD.
007140
007150     MOVE SPACES TO WS-PRINT-LINE.
007160     MOVE WS-RST-ENTRY-STATUS (WS-ENTRY-SUB) TO WS-DET-STATUS.
007170     MOVE WS-RST-RUN-DATE (WS-ENTRY-SUB) TO WS-DET-RUN-DATE.
007180     MOVE WS-RST-JOB-ID (WS-ENTRY-SUB) TO WS-DET-JOB-ID.
007190     MOVE WS-RST-PARAM1 (WS-ENTRY-SUB) TO WS-DET-PARAM1.
007200     MOVE WS-RST-PARAM2 (WS-ENTRY-SUB) TO WS-DET-PARAM2.
007210     MOVE WS-RST-OP-CODE (WS-ENTRY-SUB) TO WS-DET-OP.
007220     MOVE WS-RST-REASON (WS-ENTRY-SUB) TO WS-DET-REASON.
007230
007240     IF WS-RST-OUTSTANDING (WS-ENTRY-SUB)
007250         ADD 1 TO WS-OUTSTANDING-COUNT
007260         COMPUTE WS-AGE-DAYS =
007270             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
007280             - FUNCTION INTEGER-OF-DATE
007290                 (WS-RST-RUN-DATE (WS-ENTRY-SUB))
007300         MOVE WS-AGE-DAYS TO WS-DET-AGE
007310         IF WS-AGE-DAYS > WS-SLA-DAYS
007320             MOVE "OVER SLA" TO WS-DET-FLAG
007330             ADD 1 TO WS-OVER-SLA-COUNT
007340         END-IF
007350     ELSE
007360         MOVE ZERO TO WS-DET-AGE
007370     END-IF.
007380
007390     WRITE RPT-LINE FROM WS-PRINT-LINE.
007400 9100-WRITE-ONE-STATUS-EXIT.
007410     EXIT.
007420
007430 9200-WRITE-AGING-FOOTER.
007440 9200-WRITE-AGING-FOOTER-RTN.
007450     MOVE SPACES TO WS-FOOTER-LINE.
007460     MOVE "OUTSTANDING" TO WS-FTR-OUT-LABEL.
007470     MOVE WS-OUTSTANDING-COUNT TO WS-FTR-OUTSTANDING.
007480     MOVE "RESUBMITTED" TO WS-FTR-RSB-LABEL.
007490     MOVE WS-RESUB-COUNT TO WS-FTR-RESUBMITTED.
007500     MOVE "ABANDONED" TO WS-FTR-ABN-LABEL.
007510     MOVE WS-ABANDON-COUNT TO WS-FTR-ABANDONED.
007520     MOVE "OVER SLA" TO WS-FTR-SLA-LABEL.
007530     MOVE WS-OVER-SLA-COUNT TO WS-FTR-OVER-SLA.
007540
007550     WRITE RPT-LINE FROM WS-FOOTER-LINE.
007560 9200-WRITE-AGING-FOOTER-EXIT.
007570     EXIT.
007580
007590 9300-WRITE-STEP-CONTROL.
007600 9300-WRITE-STEP-CONTROL-RTN.
007610     OPEN EXTEND STP-FILE.
007620
007630     IF WS-STP-STATUS = "35"
007640         OPEN OUTPUT STP-FILE
007650     END-IF.
007660
007670     IF WS-STP-STATUS NOT = "00"
007680         DISPLAY "REJRECYCLE - OPEN ERROR ON STP-FILE "
007690             "STATUS: " WS-STP-STATUS
007700             " - STEP CONTROL NOT RECORDED"
007710         GO TO 9300-WRITE-STEP-CONTROL-EXIT
007720     END-IF.
007730
007740     MOVE WS-RUN-DATE TO STP-BUS-DATE.
007750     MOVE "REJRECYC" TO STP-JOB-ID.
007760     MOVE "RSBOUT" TO STP-POINT.
007770     MOVE WS-RESUB-COUNT TO STP-COUNT.
007780     MOVE WS-RSB-HASH TO STP-AMOUNT.
007790     WRITE STP-RECORD.
007800
007810     CLOSE STP-FILE.
007820 9300-WRITE-STEP-CONTROL-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
007870*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
007880******************************************************************
007890 9900-END-RUN-CONTROL.
007900 9900-END-RUN-CONTROL-RTN.
007910     MOVE RETURN-CODE TO RCL-STEP-RC.
007920     SET RCL-END TO TRUE.
007930
007940     CALL "RUN-CONTROL" USING RCL-AREA.
007950
007960     MOVE RCL-STEP-RC TO RETURN-CODE.
007970 9900-END-RUN-CONTROL-EXIT.
007980     EXIT.
