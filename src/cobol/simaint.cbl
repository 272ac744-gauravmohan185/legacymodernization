000280*            REPORTED INSTEAD OF BECOMING A BAD TRANSACTION      *
000290*            EVERY MONTH.  ANY CARD THAT CANNOT BE APPLIED       *
000300*            SETS RETURN-CODE 8.                                 *
000310*            EVERY CHANGE APPLIED IS ALSO WRITTEN TO THE MASTER  *
000320*            FILE CHANGE LOG (CLG-FILE) WITH THE INSTRUCTION'S   *
000330*            BEFORE AND AFTER IMAGES.                            *
000340*                                                               *
000350*  MODIFICATION HISTORY                                         *
000360*  ----------------------------------------------------------   *
000370*  DATE        INIT   DESCRIPTION                               *
000380*  09/02/2026  RJ     ORIGINAL PROGRAM.                         *
000390*  10/15/2026  RJ     EVERY ADD, CHANGE AND DELETE APPLIED TO   *
000400*                     THE STANDING INSTRUCTION MASTER IS NOW    *
000410*                     WRITTEN TO THE MASTER FILE CHANGE LOG     *
000420*                     (CLG-FILE) WITH THE RECORD'S BEFORE AND   *
000430*                     AFTER IMAGES FOR CHG-INQUIRY.  WITHOUT    *
000440*                     THE CHANGE LOG NO CARD IS APPLIED.        *
000450******************************************************************
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SMC-FILE ASSIGN TO "SIMCARD"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SMC-STATUS.
000530
000540     SELECT SIM-FILE ASSIGN TO "SIMSTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SIM-INSTR-ID
000580         FILE STATUS IS WS-SIM-STATUS.
000590
000600     SELECT RPT-FILE ASSIGN TO "SIMRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000630
000640     SELECT CLG-FILE ASSIGN TO "CHGLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CLG-STATUS.
000670
000680     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BDC-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SMC-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY SMCREC.
000770
000780 FD  SIM-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY SIMREC.
000810
000820 FD  RPT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RPTREC.
000850
000860 FD  CLG-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CLGREC.
000890
000900 FD  BDC-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY BDCREC.
000930
000940 WORKING-STORAGE SECTION.
000950 77  WS-SMC-STATUS           PIC X(02)  VALUE "00".
000960 77  WS-SIM-STATUS           PIC X(02)  VALUE "00".
000970 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000980 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
000990 77  WS-CLG-STATUS           PIC X(02)  VALUE "00".
001000 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001010     88  WS-EOF                         VALUE "Y".
001020 77  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "Y".
001030     88  WS-CARD-OK                     VALUE "Y".
001040     88  WS-CARD-BAD                    VALUE "N".
001050 77  WS-JOB-ID               PIC X(08)  VALUE "SIMAINT".
001060 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001070 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001080 77  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
001090 77  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
001100 77  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
001110 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001120
001130 01  WS-PRINT-LINE.
001140     05  WS-DET-ACTION       PIC X(01).
001150     05  FILLER              PIC X(03)  VALUE SPACES.
001160     05  WS-DET-INSTR-ID     PIC X(08).
001170     05  FILLER              PIC X(03)  VALUE SPACES.
001180     05  WS-DET-ACCOUNT      PIC X(10).
001190     05  FILLER              PIC X(03)  VALUE SPACES.
001200     05  WS-DET-DISP         PIC X(26).
001210     05  FILLER              PIC X(78)  VALUE SPACES.
001220
001230 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001240     05  WS-HDR-BUS-LABEL    PIC X(13).
001250     05  FILLER              PIC X(02).
001260     05  WS-HDR-BUS-DATE     PIC 9(08).
001270     05  FILLER              PIC X(03).
001280     05  WS-HDR-TIM-LABEL    PIC X(08).
001290     05  FILLER              PIC X(02).
001300     05  WS-HDR-RUN-TIME     PIC 9(08).
001310     05  FILLER              PIC X(88).
001320
001330 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001340     05  FILLER              PIC X(02).
001350     05  WS-FTR-ADD-LABEL    PIC X(06).
001360     05  WS-FTR-ADDS         PIC Z,ZZZ,ZZ9.
001370     05  FILLER              PIC X(02).
001380     05  WS-FTR-CHG-LABEL    PIC X(08).
001390     05  WS-FTR-CHANGES      PIC Z,ZZZ,ZZ9.
001400     05  FILLER              PIC X(02).
001410     05  WS-FTR-DEL-LABEL    PIC X(08).
001420     05  WS-FTR-DELETES      PIC Z,ZZZ,ZZ9.
001430     05  FILLER              PIC X(02).
001440     05  WS-FTR-ERR-LABEL    PIC X(07).
001450     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
001460     05  FILLER              PIC X(59).
001470
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE SECTION.
001500 0000-MAIN-RTN.
001510     PERFORM 1000-INITIALIZE
001520         THRU 1000-INITIALIZE-EXIT.
001530
001540     IF WS-SMC-STATUS = "00"
001550         PERFORM 2000-APPLY-INSTRUCTION-CARD
001560             THRU 2000-APPLY-INSTRUCTION-CARD-EXIT
001570             UNTIL WS-EOF
001580
001590         PERFORM 9000-TERMINATE
001600             THRU 9000-TERMINATE-EXIT
001610     END-IF.
001620
001630     STOP RUN.
001640
001650 1000-INITIALIZE.
001660 1000-INITIALIZE-RTN.
001670     OPEN INPUT SMC-FILE.
001680
001690     IF WS-SMC-STATUS NOT = "00"
001700         DISPLAY "SIMAINT - OPEN ERROR ON SMC-FILE "
001710             "STATUS: " WS-SMC-STATUS
001720         MOVE "Y" TO WS-EOF-SWITCH
001730         MOVE 20 TO RETURN-CODE
001740         GO TO 1000-INITIALIZE-EXIT
001750     END-IF.
001760
001770     OPEN I-O SIM-FILE.
001780
001790     IF WS-SIM-STATUS = "35"
001800         OPEN OUTPUT SIM-FILE
001810         CLOSE SIM-FILE
001820         OPEN I-O SIM-FILE
001830     END-IF.
001840
001850     IF WS-SIM-STATUS NOT = "00"
001860         DISPLAY "SIMAINT - OPEN ERROR ON SIM-FILE "
001870             "STATUS: " WS-SIM-STATUS
001880         MOVE "Y" TO WS-EOF-SWITCH
001890         MOVE 20 TO RETURN-CODE
001900         MOVE "99" TO WS-SMC-STATUS
001910         CLOSE SMC-FILE
001920         GO TO 1000-INITIALIZE-EXIT
001930     END-IF.
001940
001950     OPEN EXTEND CLG-FILE.
001960
001970     IF WS-CLG-STATUS = "35"
001980         OPEN OUTPUT CLG-FILE
001990     END-IF.
002000
002010     IF WS-CLG-STATUS NOT = "00"
002020         DISPLAY "SIMAINT - OPEN ERROR ON CLG-FILE "
002030             "STATUS: " WS-CLG-STATUS
002040         MOVE "Y" TO WS-EOF-SWITCH
002050         MOVE 20 TO RETURN-CODE
002060         MOVE "99" TO WS-SMC-STATUS
002070         CLOSE SMC-FILE
002080         CLOSE SIM-FILE
002090         GO TO 1000-INITIALIZE-EXIT
002100     END-IF.
002110
002120     OPEN OUTPUT RPT-FILE.
002130
002140     PERFORM 1100-GET-BUSINESS-DATE
002150         THRU 1100-GET-BUSINESS-DATE-EXIT.
002160
002170     MOVE SPACES TO WS-HEADER-LINE.
002180     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002190     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002200     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002210     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002220     WRITE RPT-LINE FROM WS-HEADER-LINE.
002230
002240     PERFORM 2100-READ-CARD
002250         THRU 2100-READ-CARD-EXIT.
002260 1000-INITIALIZE-EXIT.
002270     EXIT.
002280
002290 1100-GET-BUSINESS-DATE.
002300 1100-GET-BUSINESS-DATE-RTN.
002310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002320     ACCEPT WS-RUN-TIME FROM TIME.
002330
002340     OPEN INPUT BDC-FILE.
002350
002360     IF WS-BDC-STATUS NOT = "00"
002370         GO TO 1100-GET-BUSINESS-DATE-EXIT
002380     END-IF.
002390
002400     READ BDC-FILE
002410         AT END
002420             CONTINUE
002430     END-READ.
002440
002450     IF WS-BDC-STATUS = "00"
002460         AND BDC-BUS-DATE IS NUMERIC
002470         AND BDC-BUS-DATE > ZERO
002480         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002490     END-IF.
002500
002510     CLOSE BDC-FILE.
002520 1100-GET-BUSINESS-DATE-EXIT.
002530     EXIT.
002540
002550 2000-APPLY-INSTRUCTION-CARD.
002560 2000-APPLY-INSTRUCTION-CARD-RTN.
002570     MOVE SPACES TO WS-PRINT-LINE.
002580     MOVE SMC-ACTION TO WS-DET-ACTION.
002590     MOVE SMC-INSTR-ID TO WS-DET-INSTR-ID.
002600     MOVE SMC-ACCOUNT TO WS-DET-ACCOUNT.
002610
002620     IF SMC-INSTR-ID = SPACES
002630         MOVE "INSTRUCTION ID MISSING" TO WS-DET-DISP
002640         ADD 1 TO WS-ERROR-COUNT
002650         GO TO 2000-APPLY-INSTRUCTION-CARD-NEXT
002660     END-IF.
002670
002680     EVALUATE TRUE
002690         WHEN SMC-ADD
002700             PERFORM 2200-ADD-INSTRUCTION
002710                 THRU 2200-ADD-INSTRUCTION-EXIT
002720         WHEN SMC-CHANGE
002730             PERFORM 2300-CHANGE-INSTRUCTION
002740                 THRU 2300-CHANGE-INSTRUCTION-EXIT
002750         WHEN SMC-DELETE
002760             PERFORM 2400-DELETE-INSTRUCTION
002770                 THRU 2400-DELETE-INSTRUCTION-EXIT
002780         WHEN OTHER
002790             MOVE "UNRECOGNIZED ACTION" TO WS-DET-DISP
002800             ADD 1 TO WS-ERROR-COUNT
002810     END-EVALUATE.
002820
002830 2000-APPLY-INSTRUCTION-CARD-NEXT.
002840     WRITE RPT-LINE FROM WS-PRINT-LINE.
002850
002860     PERFORM 2100-READ-CARD
002870         THRU 2100-READ-CARD-EXIT.
002880 2000-APPLY-INSTRUCTION-CARD-EXIT.
002890     EXIT.
002900
002910 2100-READ-CARD.
002920 2100-READ-CARD-RTN.
002930     READ SMC-FILE
002940         AT END
002950             MOVE "Y" TO WS-EOF-SWITCH
002960     END-READ.
002970 2100-READ-CARD-EXIT.
002980     EXIT.
002990
003000 2150-EDIT-CARD-FIELDS.
003010 2150-EDIT-CARD-FIELDS-RTN.
003020     SET WS-CARD-OK TO TRUE.
003030
003040     IF SMC-ACCOUNT = SPACES
003050         MOVE "ACCOUNT NUMBER MISSING" TO WS-DET-DISP
003060         SET WS-CARD-BAD TO TRUE
003070         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003080     END-IF.
003090
003100     IF SMC-P1-DIGITS IS NOT NUMERIC
003110         OR SMC-P2-DIGITS IS NOT NUMERIC
003120         MOVE "PARAM VALUE NOT NUMERIC" TO WS-DET-DISP
003130         SET WS-CARD-BAD TO TRUE
003140         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003150     END-IF.
003160
003170     IF (SMC-P1-SIGN NOT = "+" AND SMC-P1-SIGN NOT = "-")
003180         OR (SMC-P2-SIGN NOT = "+"
003190             AND SMC-P2-SIGN NOT = "-")
003200         MOVE "BAD SIGN BYTE" TO WS-DET-DISP
003210         SET WS-CARD-BAD TO TRUE
003220         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003230     END-IF.
003240
003250     IF SMC-OP-CODE NOT = "A"
003260         AND SMC-OP-CODE NOT = "S"
003270         AND SMC-OP-CODE NOT = "M"
003280         MOVE "OP CODE NOT A, S, OR M" TO WS-DET-DISP
003290         SET WS-CARD-BAD TO TRUE
003300         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003310     END-IF.
003320
003330     IF SMC-FREQUENCY NOT = "D"
003340         AND SMC-FREQUENCY NOT = "W"
003350         AND SMC-FREQUENCY NOT = "M"
003360         MOVE "FREQUENCY NOT D, W, OR M" TO WS-DET-DISP
003370         SET WS-CARD-BAD TO TRUE
003380         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003390     END-IF.
003400
003410     IF SMC-NEXT-DUE IS NOT NUMERIC
003420         MOVE "NEXT-DUE DATE NOT NUMERIC" TO WS-DET-DISP
003430         SET WS-CARD-BAD TO TRUE
003440         GO TO 2150-EDIT-CARD-FIELDS-EXIT
003450     END-IF.
003460
003470     IF SMC-EXPIRY IS NOT NUMERIC
003480         MOVE "EXPIRY DATE NOT NUMERIC" TO WS-DET-DISP
003490         SET WS-CARD-BAD TO TRUE
003500     END-IF.
003510 2150-EDIT-CARD-FIELDS-EXIT.
003520     EXIT.
003530
003540 2200-ADD-INSTRUCTION.
003550 2200-ADD-INSTRUCTION-RTN.
003560     PERFORM 2150-EDIT-CARD-FIELDS
003570         THRU 2150-EDIT-CARD-FIELDS-EXIT.
003580
003590     IF WS-CARD-BAD
003600         ADD 1 TO WS-ERROR-COUNT
003610         GO TO 2200-ADD-INSTRUCTION-EXIT
003620     END-IF.
003630
003640     MOVE SPACES TO SIM-RECORD.
003650     MOVE SMC-INSTR-ID TO SIM-INSTR-ID.
003660     PERFORM 2250-MOVE-CARD-FIELDS
003670         THRU 2250-MOVE-CARD-FIELDS-EXIT.
003680
003690     WRITE SIM-RECORD
003700         INVALID KEY
003710             MOVE "DUPLICATE - NOT ADDED" TO WS-DET-DISP
003720             ADD 1 TO WS-ERROR-COUNT
003730         NOT INVALID KEY
003740             MOVE "ADDED" TO WS-DET-DISP
003750             ADD 1 TO WS-ADD-COUNT
003760             MOVE SPACES TO CLG-BEFORE-IMAGE
003770             MOVE SIM-RECORD TO CLG-AFTER-IMAGE
003780             SET CLG-ADDED TO TRUE
003790             PERFORM 2900-WRITE-CHANGE-LOG
003800                 THRU 2900-WRITE-CHANGE-LOG-EXIT
003810     END-WRITE.
003820 2200-ADD-INSTRUCTION-EXIT.
003830     EXIT.
003840
003850 2250-MOVE-CARD-FIELDS.
003860 2250-MOVE-CARD-FIELDS-RTN.
003870     MOVE SMC-ACCOUNT TO SIM-ACCOUNT.
003880     MOVE SMC-PARAM1 TO SIM-PARAM1.
003890     MOVE SMC-PARAM2 TO SIM-PARAM2.
003900     MOVE SMC-OP-CODE TO SIM-OP-CODE.
003910     MOVE SMC-FREQUENCY TO SIM-FREQUENCY.
003920     MOVE SMC-NEXT-DUE TO SIM-NEXT-DUE.
003930     MOVE SMC-EXPIRY TO SIM-EXPIRY.
003940 2250-MOVE-CARD-FIELDS-EXIT.
003950     EXIT.
003960
003970 2300-CHANGE-INSTRUCTION.
003980 2300-CHANGE-INSTRUCTION-RTN.
003990     PERFORM 2150-EDIT-CARD-FIELDS
004000         THRU 2150-EDIT-CARD-FIELDS-EXIT.
004010
004020     IF WS-CARD-BAD
004030         ADD 1 TO WS-ERROR-COUNT
004040         GO TO 2300-CHANGE-INSTRUCTION-EXIT
004050     END-IF.
004060
004070     MOVE SMC-INSTR-ID TO SIM-INSTR-ID.
004080
004090     READ SIM-FILE
004100         INVALID KEY
004110             MOVE "INSTRUCTION NOT ON MASTER" TO WS-DET-DISP
004120             ADD 1 TO WS-ERROR-COUNT
004130             GO TO 2300-CHANGE-INSTRUCTION-EXIT
004140     END-READ.
004150
004160     MOVE SIM-RECORD TO CLG-BEFORE-IMAGE.
004170
004180     PERFORM 2250-MOVE-CARD-FIELDS
004190         THRU 2250-MOVE-CARD-FIELDS-EXIT.
004200
004210     REWRITE SIM-RECORD
004220         INVALID KEY
004230             MOVE "REWRITE FAILED" TO WS-DET-DISP
004240             ADD 1 TO WS-ERROR-COUNT
004250         NOT INVALID KEY
004260             MOVE "CHANGED" TO WS-DET-DISP
004270             ADD 1 TO WS-CHANGE-COUNT
004280             MOVE SIM-RECORD TO CLG-AFTER-IMAGE
004290             SET CLG-CHANGED TO TRUE
004300             PERFORM 2900-WRITE-CHANGE-LOG
004310                 THRU 2900-WRITE-CHANGE-LOG-EXIT
004320     END-REWRITE.
004330 2300-CHANGE-INSTRUCTION-EXIT.
004340     EXIT.
004350
004360 2400-DELETE-INSTRUCTION.
004370 2400-DELETE-INSTRUCTION-RTN.
004380     MOVE SMC-INSTR-ID TO SIM-INSTR-ID.
004390
004400     READ SIM-FILE
004410         INVALID KEY
004420             MOVE "INSTRUCTION NOT ON MASTER" TO WS-DET-DISP
004430             ADD 1 TO WS-ERROR-COUNT
004440             GO TO 2400-DELETE-INSTRUCTION-EXIT
004450     END-READ.
004460
004470     MOVE SIM-RECORD TO CLG-BEFORE-IMAGE.
004480
004490     DELETE SIM-FILE RECORD
004500         INVALID KEY
004510             MOVE "DELETE FAILED" TO WS-DET-DISP
004520             ADD 1 TO WS-ERROR-COUNT
004530         NOT INVALID KEY
004540             MOVE "DELETED" TO WS-DET-DISP
004550             ADD 1 TO WS-DELETE-COUNT
004560             MOVE SPACES TO CLG-AFTER-IMAGE
004570             SET CLG-REMOVED TO TRUE
004580             PERFORM 2900-WRITE-CHANGE-LOG
004590                 THRU 2900-WRITE-CHANGE-LOG-EXIT
004600     END-DELETE.
004610 2400-DELETE-INSTRUCTION-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650*  THE CALLER HAS SET THE ACTION AND THE BEFORE AND AFTER        *
004660*  IMAGES.  A CHANGE THAT CANNOT BE LOGGED IS STILL ON THE       *
004670*  MASTER, SO THE STEP IS FAILED FOR THE LOG TO BE REPAIRED.     *
004680******************************************************************
004690 2900-WRITE-CHANGE-LOG.
004700 2900-WRITE-CHANGE-LOG-RTN.
004710     MOVE WS-RUN-DATE TO CLG-RUN-DATE.
004720     MOVE WS-RUN-TIME TO CLG-RUN-TIME.
004730     MOVE WS-JOB-ID TO CLG-JOB-ID.
004740     MOVE "SIM" TO CLG-MASTER.
004750     MOVE SMC-INSTR-ID TO CLG-KEY.
004760     MOVE SMC-ACTION TO CLG-CARD-ACTION.
004770
004780     WRITE CLG-RECORD.
004790
004800     IF WS-CLG-STATUS NOT = "00"
004810         DISPLAY "SIMAINT - WRITE ERROR ON CLG-FILE "
004820             "STATUS: " WS-CLG-STATUS " INSTRUCTION " SMC-INSTR-ID
004830             " - CHANGE APPLIED BUT NOT LOGGED"
004840         MOVE 20 TO RETURN-CODE
004850     END-IF.
004860 2900-WRITE-CHANGE-LOG-EXIT.
004870     EXIT.
004880
004890 9000-TERMINATE.
004900 9000-TERMINATE-RTN.
004910     MOVE SPACES TO WS-FOOTER-LINE.
004920     MOVE "ADDED" TO WS-FTR-ADD-LABEL.
004930     MOVE WS-ADD-COUNT TO WS-FTR-ADDS.
004940     MOVE "CHANGED" TO WS-FTR-CHG-LABEL.
004950     MOVE WS-CHANGE-COUNT TO WS-FTR-CHANGES.
004960     MOVE "DELETED" TO WS-FTR-DEL-LABEL.
004970     MOVE WS-DELETE-COUNT TO WS-FTR-DELETES.
004980     MOVE "ERRORS" TO WS-FTR-ERR-LABEL.
004990     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
005000
005010     WRITE RPT-LINE FROM WS-FOOTER-LINE.
005020
005030     IF WS-ERROR-COUNT > ZERO
005040         AND RETURN-CODE = ZERO
005050         MOVE 8 TO RETURN-CODE
005060     END-IF.
005070
005080     CLOSE SMC-FILE.
005090     CLOSE SIM-FILE.
005100     CLOSE RPT-FILE.
005110     CLOSE CLG-FILE.
005120 9000-TERMINATE-EXIT.
005130     EXIT.
