000260*            CLOSED ACCOUNT, UNRECOGNIZED ACTION) IS REPORTED   *
000270*            AND COUNTED; ANY SUCH ERROR SETS RETURN-CODE 8     *
000280*            SO THE SCHEDULER CAN FLAG THE STEP.                *
000290*            EVERY CHANGE APPLIED IS ALSO WRITTEN TO THE MASTER *
000300*            FILE CHANGE LOG (CLG-FILE) WITH THE ACCOUNT'S      *
000310*            BEFORE AND AFTER IMAGES.                           *
000320*                                                               *
000330*  MODIFICATION HISTORY                                         *
000340*  ----------------------------------------------------------   *
000350*  DATE        INIT   DESCRIPTION                               *
000360*  08/22/2026  RJ     ORIGINAL PROGRAM.  FIRST LOAD AND        *
000370*                     ONGOING MAINTENANCE OF THE ACCOUNT        *
000380*                     MASTER USED TO VALIDATE TRAN-ACCOUNT.     *
000390*  08/22/2026  RJ     AN ADD CARD WITH A BLANK ACCOUNT NUMBER   *
000400*                     IS NOW REJECTED ON THE REPORT INSTEAD     *
000410*                     OF WRITING A BLANK-KEYED MASTER RECORD    *
000420*                     THAT THE BATCH RUN WOULD TREAT AS A       *
000430*                     VALID OPEN ACCOUNT.                       *
000440*  09/02/2026  RJ     THE RUN DATE STAMPED ON OPEN/CLOSE        *
000450*                     DATES NOW COMES FROM THE BUSINESS DATE    *
000460*                     CONTROL CARD (BDC-FILE) WHEN ONE IS       *
000470*                     PRESENT; THE MAINTENANCE REPORT HEADS     *
000480*                     UP WITH THE BUSINESS DATE AND WALL-       *
000490*                     CLOCK RUN TIME.                           *
000500*  10/15/2026  RJ     ADD AND CHANGE CARDS NOW CARRY THE        *
000510*                     ACCOUNT CLASSIFICATION (ASSET, LIABILITY, *
000520*                     EQUITY, REVENUE, EXPENSE) AND STATEMENT   *
000530*                     GROUP USED BY FIN-STATEMENT.  A CODE      *
000540*                     OTHER THAN A/L/E/R/X, OR A CLASSIFICATION *
000550*                     WITHOUT A GROUP, IS REPORTED AS AN ERROR. *
000560*                     A CHANGE CARD NOW ONLY REPLACES THE       *
000570*                     FIELDS IT CARRIES - A BLANK DESCRIPTION   *
000580*                     NO LONGER BLANKS THE MASTER'S.            *
000590*  10/15/2026  RJ     ADD AND CHANGE CARDS NOW CARRY THE        *
000600*                     ACCOUNT'S ITEM AND NIGHTLY POSTING LIMITS *
000610*                     CHECKED BY THE BATCH RUN.  A LIMIT THAT   *
000620*                     IS NOT ALL DIGITS IS REPORTED AS AN       *
000630*                     ERROR; A BLANK LIMIT ON A CHANGE CARD     *
000640*                     LEAVES THE MASTER'S LIMIT AS IT IS.       *
000650*  10/15/2026  RJ     EVERY ADD, CHANGE AND CLOSE APPLIED TO    *
000660*                     THE ACCOUNT MASTER IS NOW WRITTEN TO THE  *
000670*                     MASTER FILE CHANGE LOG (CLG-FILE) WITH    *
000680*                     THE RECORD'S BEFORE AND AFTER IMAGES FOR  *
000690*                     CHG-INQUIRY.  WITHOUT THE CHANGE LOG NO   *
000700*                     CARD IS APPLIED.                          *
000710******************************************************************
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT MNT-FILE ASSIGN TO "MNTFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-MNT-STATUS.
000790
000800     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS ACM-ACCOUNT
000840         FILE STATUS IS WS-ACM-STATUS.
000850
000860     SELECT RPT-FILE ASSIGN TO "MNTRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.
000890
000900     SELECT CLG-FILE ASSIGN TO "CHGLOG"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CLG-STATUS.
000930
000940     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-BDC-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  MNT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY AMTREC.
001030
001040 FD  ACM-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY ACMREC.
001070
001080 FD  RPT-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY RPTREC.
001110
001120 FD  CLG-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CLGREC.
001150
001160 FD  BDC-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY BDCREC.
001190
001200 WORKING-STORAGE SECTION.
001210 77  WS-MNT-STATUS           PIC X(02)  VALUE "00".
001220 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
001230 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001240 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001250 77  WS-CLG-STATUS           PIC X(02)  VALUE "00".
001260 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001270     88  WS-EOF                         VALUE "Y".
001280 77  WS-JOB-ID               PIC X(08)  VALUE "ACCTMNT".
001290 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001300 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001310 77  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
001320 77  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
001330 77  WS-CLOSE-COUNT          PIC 9(07) COMP VALUE ZERO.
001340 77  WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
001350 77  WS-CARD-OK-SWITCH       PIC X(01)  VALUE "Y".
001360     88  WS-CARD-OK                     VALUE "Y".
001370     88  WS-CARD-BAD                    VALUE "N".
001380
001390 01  WS-PRINT-LINE.
001400     05  WS-DET-ACTION       PIC X(01).
001410     05  FILLER              PIC X(03)  VALUE SPACES.
001420     05  WS-DET-ACCOUNT      PIC X(10).
001430     05  FILLER              PIC X(03)  VALUE SPACES.
001440     05  WS-DET-DESC         PIC X(30).
001450     05  FILLER              PIC X(03)  VALUE SPACES.
001460     05  WS-DET-CLASS        PIC X(01).
001470     05  FILLER              PIC X(02)  VALUE SPACES.
001480     05  WS-DET-GROUP        PIC X(12).
001490     05  FILLER              PIC X(03)  VALUE SPACES.
001500     05  WS-DET-ITEM-LIMIT   PIC X(09).
001510     05  FILLER              PIC X(02)  VALUE SPACES.
001520     05  WS-DET-NIGHT-LIMIT  PIC X(11).
001530     05  FILLER              PIC X(03)  VALUE SPACES.
001540     05  WS-DET-DISP         PIC X(24).
001550     05  FILLER              PIC X(15)  VALUE SPACES.
001560
001570 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001580     05  WS-HDR-BUS-LABEL    PIC X(13).
001590     05  FILLER              PIC X(02).
001600     05  WS-HDR-BUS-DATE     PIC 9(08).
001610     05  FILLER              PIC X(03).
001620     05  WS-HDR-TIM-LABEL    PIC X(08).
001630     05  FILLER              PIC X(02).
001640     05  WS-HDR-RUN-TIME     PIC 9(08).
001650     05  FILLER              PIC X(88).
001660
001670 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001680     05  FILLER              PIC X(02).
001690     05  WS-FTR-ADD-LABEL    PIC X(06).
001700     05  WS-FTR-ADDS         PIC Z,ZZZ,ZZ9.
001710     05  FILLER              PIC X(02).
001720     05  WS-FTR-CHG-LABEL    PIC X(08).
001730     05  WS-FTR-CHANGES      PIC Z,ZZZ,ZZ9.
001740     05  FILLER              PIC X(02).
001750     05  WS-FTR-CLS-LABEL    PIC X(07).
001760     05  WS-FTR-CLOSES       PIC Z,ZZZ,ZZ9.
001770     05  FILLER              PIC X(02).
001780     05  WS-FTR-ERR-LABEL    PIC X(07).
001790     05  WS-FTR-ERRORS       PIC Z,ZZZ,ZZ9.
001800     05  FILLER              PIC X(61).
001810
001820 PROCEDURE DIVISION.
001830 0000-MAINLINE SECTION.
001840 0000-MAIN-RTN.
001850     PERFORM 1000-INITIALIZE
001860         THRU 1000-INITIALIZE-EXIT.
001870
001880     IF WS-MNT-STATUS = "00"
001890         PERFORM 2000-APPLY-MAINTENANCE
001900             THRU 2000-APPLY-MAINTENANCE-EXIT
001910             UNTIL WS-EOF
001920
001930         PERFORM 9000-TERMINATE
001940             THRU 9000-TERMINATE-EXIT
001950     END-IF.
001960
001970     STOP RUN.
001980
001990 1000-INITIALIZE.
002000 1000-INITIALIZE-RTN.
002010     OPEN INPUT MNT-FILE.
002020
002030     IF WS-MNT-STATUS NOT = "00"
002040         DISPLAY "ACCTMAINT - OPEN ERROR ON MNT-FILE "
002050             "STATUS: " WS-MNT-STATUS
002060         MOVE "Y" TO WS-EOF-SWITCH
002070         MOVE 20 TO RETURN-CODE
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF.
002100
002110     OPEN I-O ACM-FILE.
002120
002130     IF WS-ACM-STATUS = "35"
002140         OPEN OUTPUT ACM-FILE
002150         CLOSE ACM-FILE
002160         OPEN I-O ACM-FILE
002170     END-IF.
002180
002190     IF WS-ACM-STATUS NOT = "00"
002200         DISPLAY "ACCTMAINT - OPEN ERROR ON ACM-FILE "
002210             "STATUS: " WS-ACM-STATUS
002220         MOVE "Y" TO WS-EOF-SWITCH
002230         MOVE 20 TO RETURN-CODE
002240         MOVE "99" TO WS-MNT-STATUS
002250         CLOSE MNT-FILE
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280
002290     OPEN EXTEND CLG-FILE.
002300
002310     IF WS-CLG-STATUS = "35"
002320         OPEN OUTPUT CLG-FILE
002330     END-IF.
002340
002350     IF WS-CLG-STATUS NOT = "00"
002360         DISPLAY "ACCTMAINT - OPEN ERROR ON CLG-FILE "
002370             "STATUS: " WS-CLG-STATUS
002380         MOVE "Y" TO WS-EOF-SWITCH
002390         MOVE 20 TO RETURN-CODE
002400         MOVE "99" TO WS-MNT-STATUS
002410         CLOSE MNT-FILE
002420         CLOSE ACM-FILE
002430         GO TO 1000-INITIALIZE-EXIT
002440     END-IF.
002450
002460     OPEN OUTPUT RPT-FILE.
002470
002480     PERFORM 1100-GET-BUSINESS-DATE
002490         THRU 1100-GET-BUSINESS-DATE-EXIT.
002500
002510     MOVE SPACES TO WS-HEADER-LINE.
002520     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002530     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002540     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002550     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002560     WRITE RPT-LINE FROM WS-HEADER-LINE.
002570
002580     PERFORM 2100-READ-MAINTENANCE
002590         THRU 2100-READ-MAINTENANCE-EXIT.
002600 1000-INITIALIZE-EXIT.
002610     EXIT.
002620
002630 1100-GET-BUSINESS-DATE.
002640 1100-GET-BUSINESS-DATE-RTN.
002650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002660     ACCEPT WS-RUN-TIME FROM TIME.
002670
002680     OPEN INPUT BDC-FILE.
002690
002700     IF WS-BDC-STATUS NOT = "00"
002710         GO TO 1100-GET-BUSINESS-DATE-EXIT
002720     END-IF.
002730
002740     READ BDC-FILE
002750         AT END
002760             CONTINUE
002770     END-READ.
002780
002790     IF WS-BDC-STATUS = "00"
002800         AND BDC-BUS-DATE IS NUMERIC
002810         AND BDC-BUS-DATE > ZERO
002820         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002830     END-IF.
002840
002850     CLOSE BDC-FILE.
002860 1100-GET-BUSINESS-DATE-EXIT.
002870     EXIT.
002880
002890 2000-APPLY-MAINTENANCE.
002900 2000-APPLY-MAINTENANCE-RTN.
002910     MOVE SPACES TO WS-PRINT-LINE.
002920     MOVE AMT-ACTION TO WS-DET-ACTION.
002930     MOVE AMT-ACCOUNT TO WS-DET-ACCOUNT.
002940     MOVE AMT-DESCRIPTION TO WS-DET-DESC.
002950     MOVE AMT-CLASS TO WS-DET-CLASS.
002960     MOVE AMT-STMT-GROUP TO WS-DET-GROUP.
002970     MOVE AMT-ITEM-LIMIT-X TO WS-DET-ITEM-LIMIT.
002980     MOVE AMT-NIGHT-LIMIT-X TO WS-DET-NIGHT-LIMIT.
002990
003000     EVALUATE TRUE
003010         WHEN AMT-ADD
003020             PERFORM 2200-ADD-ACCOUNT
003030                 THRU 2200-ADD-ACCOUNT-EXIT
003040         WHEN AMT-CHANGE
003050             PERFORM 2300-CHANGE-ACCOUNT
003060                 THRU 2300-CHANGE-ACCOUNT-EXIT
003070         WHEN AMT-CLOSE
003080             PERFORM 2400-CLOSE-ACCOUNT
003090                 THRU 2400-CLOSE-ACCOUNT-EXIT
003100         WHEN OTHER
003110             MOVE "UNRECOGNIZED ACTION" TO WS-DET-DISP
003120             ADD 1 TO WS-ERROR-COUNT
003130     END-EVALUATE.
003140
003150     WRITE RPT-LINE FROM WS-PRINT-LINE.
003160
003170     PERFORM 2100-READ-MAINTENANCE
003180         THRU 2100-READ-MAINTENANCE-EXIT.
003190 2000-APPLY-MAINTENANCE-EXIT.
003200     EXIT.
003210
003220 2100-READ-MAINTENANCE.
003230 2100-READ-MAINTENANCE-RTN.
003240     READ MNT-FILE
003250         AT END
003260             MOVE "Y" TO WS-EOF-SWITCH
003270     END-READ.
003280 2100-READ-MAINTENANCE-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320*  A CARD MAY LEAVE THE CLASSIFICATION BLANK (THE ACCOUNT THEN   *
003330*  SHOWS ON THE FIN-STATEMENT EXCEPTION LIST UNTIL IT IS         *
003340*  CLASSIFIED), BUT A CODE IT DOES CARRY MUST BE A/L/E/R/X AND   *
003350*  MUST COME WITH A STATEMENT GROUP.                             *
003360******************************************************************
003370 2150-EDIT-CLASSIFICATION.
003380 2150-EDIT-CLASSIFICATION-RTN.
003390     SET WS-CARD-OK TO TRUE.
003400
003410     IF AMT-CLASS = SPACE
003420         AND AMT-STMT-GROUP = SPACES
003430         GO TO 2150-EDIT-CLASSIFICATION-EXIT
003440     END-IF.
003450
003460     IF NOT AMT-CLASS-VALID
003470         MOVE "INVALID CLASSIFICATION" TO WS-DET-DISP
003480         ADD 1 TO WS-ERROR-COUNT
003490         SET WS-CARD-BAD TO TRUE
003500         GO TO 2150-EDIT-CLASSIFICATION-EXIT
003510     END-IF.
003520
003530     IF AMT-STMT-GROUP = SPACES
003540         MOVE "STATEMENT GROUP MISSING" TO WS-DET-DISP
003550         ADD 1 TO WS-ERROR-COUNT
003560         SET WS-CARD-BAD TO TRUE
003570     END-IF.
003580 2150-EDIT-CLASSIFICATION-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*  A POSTING LIMIT LEFT BLANK IS NOT CHANGED (AN ADD CARD TAKES  *
003630*  NO LIMIT); ONE THAT IS KEYED MUST BE ALL DIGITS.  ZEROS       *
003640*  REMOVE THE LIMIT.                                             *
003650******************************************************************
003660 2160-EDIT-LIMITS.
003670 2160-EDIT-LIMITS-RTN.
003680     IF AMT-ITEM-LIMIT-X NOT = SPACES
003690         AND AMT-ITEM-LIMIT-X IS NOT NUMERIC
003700         MOVE "INVALID ITEM LIMIT" TO WS-DET-DISP
003710         ADD 1 TO WS-ERROR-COUNT
003720         SET WS-CARD-BAD TO TRUE
003730         GO TO 2160-EDIT-LIMITS-EXIT
003740     END-IF.
003750
003760     IF AMT-NIGHT-LIMIT-X NOT = SPACES
003770         AND AMT-NIGHT-LIMIT-X IS NOT NUMERIC
003780         MOVE "INVALID NIGHTLY LIMIT" TO WS-DET-DISP
003790         ADD 1 TO WS-ERROR-COUNT
003800         SET WS-CARD-BAD TO TRUE
003810     END-IF.
003820 2160-EDIT-LIMITS-EXIT.
003830     EXIT.
003840
003850 2200-ADD-ACCOUNT.
003860 2200-ADD-ACCOUNT-RTN.
003870     IF AMT-ACCOUNT = SPACES
003880         MOVE "ACCOUNT NUMBER MISSING" TO WS-DET-DISP
003890         ADD 1 TO WS-ERROR-COUNT
003900         GO TO 2200-ADD-ACCOUNT-EXIT
003910     END-IF.
003920
003930     PERFORM 2150-EDIT-CLASSIFICATION
003940         THRU 2150-EDIT-CLASSIFICATION-EXIT.
003950
003960     IF WS-CARD-OK
003970         PERFORM 2160-EDIT-LIMITS
003980             THRU 2160-EDIT-LIMITS-EXIT
003990     END-IF.
004000
004010     IF WS-CARD-BAD
004020         GO TO 2200-ADD-ACCOUNT-EXIT
004030     END-IF.
004040
004050     MOVE SPACES TO ACM-RECORD.
004060     MOVE AMT-ACCOUNT TO ACM-ACCOUNT.
004070     MOVE AMT-DESCRIPTION TO ACM-DESCRIPTION.
004080     MOVE AMT-CLASS TO ACM-CLASS.
004090     MOVE AMT-STMT-GROUP TO ACM-STMT-GROUP.
004100     SET ACM-OPEN TO TRUE.
004110     MOVE WS-RUN-DATE TO ACM-OPEN-DATE.
004120     MOVE ZERO TO ACM-CLOSE-DATE.
004130     MOVE ZERO TO ACM-ITEM-LIMIT.
004140     MOVE ZERO TO ACM-NIGHT-LIMIT.
004150
004160     IF AMT-ITEM-LIMIT-X NOT = SPACES
004170         MOVE AMT-ITEM-LIMIT TO ACM-ITEM-LIMIT
004180     END-IF.
004190
004200     IF AMT-NIGHT-LIMIT-X NOT = SPACES
004210         MOVE AMT-NIGHT-LIMIT TO ACM-NIGHT-LIMIT
004220     END-IF.
004230
004240     WRITE ACM-RECORD
004250         INVALID KEY
004260             MOVE "DUPLICATE - NOT ADDED" TO WS-DET-DISP
004270             ADD 1 TO WS-ERROR-COUNT
004280         NOT INVALID KEY
004290             MOVE "ADDED" TO WS-DET-DISP
004300             ADD 1 TO WS-ADD-COUNT
004310             MOVE SPACES TO CLG-BEFORE-IMAGE
004320             MOVE ACM-RECORD TO CLG-AFTER-IMAGE
004330             SET CLG-ADDED TO TRUE
004340             PERFORM 2900-WRITE-CHANGE-LOG
004350                 THRU 2900-WRITE-CHANGE-LOG-EXIT
004360     END-WRITE.
004370 2200-ADD-ACCOUNT-EXIT.
004380     EXIT.
004390
004400 2300-CHANGE-ACCOUNT.
004410 2300-CHANGE-ACCOUNT-RTN.
004420     PERFORM 2150-EDIT-CLASSIFICATION
004430         THRU 2150-EDIT-CLASSIFICATION-EXIT.
004440
004450     IF WS-CARD-OK
004460         PERFORM 2160-EDIT-LIMITS
004470             THRU 2160-EDIT-LIMITS-EXIT
004480     END-IF.
004490
004500     IF WS-CARD-BAD
004510         GO TO 2300-CHANGE-ACCOUNT-EXIT
004520     END-IF.
004530
004540     MOVE AMT-ACCOUNT TO ACM-ACCOUNT.
004550
004560     READ ACM-FILE
004570         INVALID KEY
004580             MOVE "ACCOUNT NOT ON MASTER" TO WS-DET-DISP
004590             ADD 1 TO WS-ERROR-COUNT
004600             GO TO 2300-CHANGE-ACCOUNT-EXIT
004610     END-READ.
004620
004630     MOVE ACM-RECORD TO CLG-BEFORE-IMAGE.
004640
004650     IF AMT-DESCRIPTION NOT = SPACES
004660         MOVE AMT-DESCRIPTION TO ACM-DESCRIPTION
004670     END-IF.
004680
004690     IF AMT-CLASS NOT = SPACE
004700         MOVE AMT-CLASS TO ACM-CLASS
004710         MOVE AMT-STMT-GROUP TO ACM-STMT-GROUP
004720     END-IF.
004730
004740     IF AMT-ITEM-LIMIT-X NOT = SPACES
004750         MOVE AMT-ITEM-LIMIT TO ACM-ITEM-LIMIT
004760     END-IF.
004770
004780     IF AMT-NIGHT-LIMIT-X NOT = SPACES
004790         MOVE AMT-NIGHT-LIMIT TO ACM-NIGHT-LIMIT
004800     END-IF.
004810
004820     REWRITE ACM-RECORD
004830         INVALID KEY
004840             MOVE "REWRITE FAILED" TO WS-DET-DISP
004850             ADD 1 TO WS-ERROR-COUNT
004860         NOT INVALID KEY
004870             MOVE "CHANGED" TO WS-DET-DISP
004880             ADD 1 TO WS-CHANGE-COUNT
004890             MOVE ACM-RECORD TO CLG-AFTER-IMAGE
004900             SET CLG-CHANGED TO TRUE
004910             PERFORM 2900-WRITE-CHANGE-LOG
004920                 THRU 2900-WRITE-CHANGE-LOG-EXIT
004930     END-REWRITE.
004940 2300-CHANGE-ACCOUNT-EXIT.
004950     EXIT.
004960
004970 2400-CLOSE-ACCOUNT.
004980 2400-CLOSE-ACCOUNT-RTN.
004990     MOVE AMT-ACCOUNT TO ACM-ACCOUNT.
005000
005010     READ ACM-FILE
005020         INVALID KEY
005030             MOVE "ACCOUNT NOT ON MASTER" TO WS-DET-DISP
005040             ADD 1 TO WS-ERROR-COUNT
005050             GO TO 2400-CLOSE-ACCOUNT-EXIT
005060     END-READ.
005070
005080     IF ACM-CLOSED
005090         MOVE "ALREADY CLOSED" TO WS-DET-DISP
005100         ADD 1 TO WS-ERROR-COUNT
005110         GO TO 2400-CLOSE-ACCOUNT-EXIT
005120     END-IF.
005130
005140     MOVE ACM-RECORD TO CLG-BEFORE-IMAGE.
005150
005160     SET ACM-CLOSED TO TRUE.
005170     MOVE WS-RUN-DATE TO ACM-CLOSE-DATE.
005180
005190     REWRITE ACM-RECORD
005200         INVALID KEY
005210             MOVE "REWRITE FAILED" TO WS-DET-DISP
005220             ADD 1 TO WS-ERROR-COUNT
005230         NOT INVALID KEY
005240             MOVE "CLOSED" TO WS-DET-DISP
005250             ADD 1 TO WS-CLOSE-COUNT
005260             MOVE ACM-RECORD TO CLG-AFTER-IMAGE
005270             SET CLG-REMOVED TO TRUE
005280             PERFORM 2900-WRITE-CHANGE-LOG
005290                 THRU 2900-WRITE-CHANGE-LOG-EXIT
005300     END-REWRITE.
005310 2400-CLOSE-ACCOUNT-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350*  THE CALLER HAS SET THE ACTION AND THE BEFORE AND AFTER        *
005360*  IMAGES.  A CHANGE THAT CANNOT BE LOGGED IS STILL ON THE       *
005370*  MASTER, SO THE STEP IS FAILED FOR THE LOG TO BE REPAIRED.     *
005380******************************************************************
005390 2900-WRITE-CHANGE-LOG.
005400 2900-WRITE-CHANGE-LOG-RTN.
005410     MOVE WS-RUN-DATE TO CLG-RUN-DATE.
005420     MOVE WS-RUN-TIME TO CLG-RUN-TIME.
005430     MOVE WS-JOB-ID TO CLG-JOB-ID.
005440     MOVE "ACM" TO CLG-MASTER.
005450     MOVE AMT-ACCOUNT TO CLG-KEY.
005460     MOVE AMT-ACTION TO CLG-CARD-ACTION.
005470
005480     WRITE CLG-RECORD.
005490
005500     IF WS-CLG-STATUS NOT = "00"
005510         DISPLAY "ACCTMAINT - WRITE ERROR ON CLG-FILE "
005520             "STATUS: " WS-CLG-STATUS " ACCOUNT " AMT-ACCOUNT
005530             " - CHANGE APPLIED BUT NOT LOGGED"
005540         MOVE 20 TO RETURN-CODE
005550     END-IF.
005560 2900-WRITE-CHANGE-LOG-EXIT.
005570     EXIT.
005580
005590 9000-TERMINATE.
005600 9000-TERMINATE-RTN.
005610     MOVE SPACES TO WS-FOOTER-LINE.
005620     MOVE "ADDED" TO WS-FTR-ADD-LABEL.
005630     MOVE WS-ADD-COUNT TO WS-FTR-ADDS.
005640     MOVE "CHANGED" TO WS-FTR-CHG-LABEL.
005650     MOVE WS-CHANGE-COUNT TO WS-FTR-CHANGES.
005660     MOVE "CLOSED" TO WS-FTR-CLS-LABEL.
005670     MOVE WS-CLOSE-COUNT TO WS-FTR-CLOSES.
005680     MOVE "ERRORS" TO WS-FTR-ERR-LABEL.
005690     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
005700
005710     WRITE RPT-LINE FROM WS-FOOTER-LINE.
005720
005730     IF WS-ERROR-COUNT > ZERO
005740         AND RETURN-CODE = ZERO
005750         MOVE 8 TO RETURN-CODE
005760     END-IF.
005770
005780     CLOSE MNT-FILE.
005790     CLOSE ACM-FILE.
005800     CLOSE RPT-FILE.
005810     CLOSE CLG-FILE.
005820 9000-TERMINATE-EXIT.
005830     EXIT.
