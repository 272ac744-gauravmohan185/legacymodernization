000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHG-INQUIRY.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  MASTER FILE CHANGE LOG INQUIRY/REPORT PROGRAM.      *
000190*            READS THE CLG-FILE CHANGE LOG WRITTEN BY ACCT-      *
000200*            MAINT, SI-MAINT, PRD-MAINT AND PND-MAINT AND        *
000210*            PRINTS THE HISTORY OF THE RECORDS SELECTED BY THE   *
000220*            PARAMETER CARD ON CIP-FILE - BY MASTER, RECORD KEY  *
000230*            (WHOLE OR LEADING PART), RUN DATE RANGE AND/OR      *
000240*            ACTION - THE SAME WAY AUD-INQUIRY WORKS THE AUDIT   *
000250*            TRAIL.  EACH CHANGE PRINTS A LINE SHOWING WHEN, BY  *
000260*            WHICH JOB AND WHAT ACTION, FOLLOWED BY ONE LINE PER *
000270*            FIELD OF THE MASTER RECORD WITH ITS BEFORE AND      *
000280*            AFTER VALUES AS STORED ON THE MASTER; EVERY FIELD   *
000290*            WHOSE VALUE DIFFERS IS FLAGGED CHANGED.  A MISSING  *
000300*            OR BLANK PARAMETER CARD SELECTS THE WHOLE FILE.     *
000310*            HISTORY ALREADY ROLLED OFF BY AUD-ARCHIVE IS READ   *
000320*            BY POINTING CHGLOG AT THE CHANGE LOG ARCHIVE, WHICH *
000330*            HAS THE SAME LAYOUT.                                *
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
000440     SELECT CLG-FILE ASSIGN TO "CHGLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CLG-STATUS.
000470
000480     SELECT CIP-FILE ASSIGN TO "CHGPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CIP-STATUS.
000510
000520     SELECT RPT-FILE ASSIGN TO "CHGRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CLG-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CLGREC.
000610
000620 FD  CIP-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CIPREC.
000650
000660 FD  RPT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY RPTREC.
000690
000700 WORKING-STORAGE SECTION.
000710 77  WS-CLG-STATUS           PIC X(02)  VALUE "00".
000720 77  WS-CIP-STATUS           PIC X(02)  VALUE "00".
000730 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000740 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
000750     88  WS-EOF                         VALUE "Y".
000760 77  WS-SELECT-SWITCH        PIC X(01)  VALUE "Y".
000770     88  WS-SELECTED                    VALUE "Y".
000780     88  WS-NOT-SELECTED                VALUE "N".
000790 77  WS-KEY-END-SWITCH       PIC X(01)  VALUE "N".
000800     88  WS-KEY-END                     VALUE "Y".
000810 77  WS-LAYOUT-SWITCH        PIC X(01)  VALUE "N".
000820     88  WS-LAYOUT-FOUND                VALUE "Y".
000830 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000840 77  WS-SELECT-COUNT         PIC 9(07) COMP VALUE ZERO.
000850 77  WS-FIELD-CHG-COUNT      PIC 9(07) COMP VALUE ZERO.
000860 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
000870 77  WS-TO-DATE              PIC 9(08) VALUE 99999999.
000880 77  WS-SEL-MASTER           PIC X(03) VALUE SPACES.
000890 77  WS-SEL-KEY              PIC X(30) VALUE SPACES.
000900 77  WS-SEL-KEY-LEN          PIC 9(05) COMP VALUE ZERO.
000910 77  WS-SEL-ACTION           PIC X(01) VALUE SPACE.
000920 77  WS-FLD-SUB              PIC 9(05) COMP VALUE ZERO.
000930 77  WS-FLD-COUNT            PIC 9(05) COMP VALUE 31.
000940
000950******************************************************************
000960*  FIELD LAYOUT OF EACH MASTER RECORD AS LOGGED: MASTER CODE,    *
000970*  FIELD NAME, START POSITION AND LENGTH WITHIN THE IMAGE.  KEPT *
000980*  IN STEP WITH ACMREC, SIMREC, PRDREC AND PNDREC.               *
000990******************************************************************
001000 01  WS-FIELD-VALUES.
001010     05  FILLER              PIC X(21)  VALUE
001020             "ACMACCOUNT     001010".
001030     05  FILLER              PIC X(21)  VALUE
001040             "ACMDESCRIPTION 011030".
001050     05  FILLER              PIC X(21)  VALUE
001060             "ACMSTATUS      041001".
001070     05  FILLER              PIC X(21)  VALUE
001080             "ACMOPEN-DATE   042008".
001090     05  FILLER              PIC X(21)  VALUE
001100             "ACMCLOSE-DATE  050008".
001110     05  FILLER              PIC X(21)  VALUE
001120             "ACMCLASS       058001".
001130     05  FILLER              PIC X(21)  VALUE
001140             "ACMSTMT-GROUP  059012".
001150     05  FILLER              PIC X(21)  VALUE
001160             "ACMITEM-LIMIT  071009".
001170     05  FILLER              PIC X(21)  VALUE
001180             "ACMNIGHT-LIMIT 080011".
001190     05  FILLER              PIC X(21)  VALUE
001200             "SIMINSTR-ID    001008".
001210     05  FILLER              PIC X(21)  VALUE
001220             "SIMACCOUNT     009010".
001230     05  FILLER              PIC X(21)  VALUE
001240             "SIMPARAM1      019010".
001250     05  FILLER              PIC X(21)  VALUE
001260             "SIMPARAM2      029010".
001270     05  FILLER              PIC X(21)  VALUE
001280             "SIMOP-CODE     039001".
001290     05  FILLER              PIC X(21)  VALUE
001300             "SIMFREQUENCY   040001".
001310     05  FILLER              PIC X(21)  VALUE
001320             "SIMNEXT-DUE    041008".
001330     05  FILLER              PIC X(21)  VALUE
001340             "SIMEXPIRY      049008".
001350     05  FILLER              PIC X(21)  VALUE
001360             "PRDPERIOD      001006".
001370     05  FILLER              PIC X(21)  VALUE
001380             "PRDSTATUS      007001".
001390     05  FILLER              PIC X(21)  VALUE
001400             "PRDOPEN-DATE   008008".
001410     05  FILLER              PIC X(21)  VALUE
001420             "PRDCLOSE-DATE  016008".
001430     05  FILLER              PIC X(21)  VALUE
001440             "PRDSNAP-COUNT  024007".
001450     05  FILLER              PIC X(21)  VALUE
001460             "PNDACCOUNT     001010".
001470     05  FILLER              PIC X(21)  VALUE
001480             "PNDPARAM1      011010".
001490     05  FILLER              PIC X(21)  VALUE
001500             "PNDPARAM2      021010".
001510     05  FILLER              PIC X(21)  VALUE
001520             "PNDOP-CODE     031001".
001530     05  FILLER              PIC X(21)  VALUE
001540             "PNDEFF-DATE    032008".
001550     05  FILLER              PIC X(21)  VALUE
001560             "PNDBATCH-ID    040008".
001570     05  FILLER              PIC X(21)  VALUE
001580             "PNDDEFER-DATE  048008".
001590     05  FILLER              PIC X(21)  VALUE
001600             "PNDSTATUS      056001".
001610     05  FILLER              PIC X(21)  VALUE
001620             "PNDCURRENCY    057003".
001630 01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
001640     05  WS-FLD-ENTRY OCCURS 31 TIMES.
001650         10  WS-FLD-MASTER   PIC X(03).
001660         10  WS-FLD-NAME     PIC X(12).
001670         10  WS-FLD-START    PIC 9(03).
001680         10  WS-FLD-LENGTH   PIC 9(03).
001690
001700 01  WS-PRINT-LINE.
001710     05  WS-DET-RUN-DATE     PIC 9(08).
001720     05  FILLER              PIC X(02)  VALUE SPACES.
001730     05  WS-DET-RUN-TIME     PIC 9(08).
001740     05  FILLER              PIC X(02)  VALUE SPACES.
001750     05  WS-DET-JOB-ID       PIC X(08).
001760     05  FILLER              PIC X(02)  VALUE SPACES.
001770     05  WS-DET-MASTER       PIC X(03).
001780     05  FILLER              PIC X(02)  VALUE SPACES.
001790     05  WS-DET-KEY          PIC X(30).
001800     05  FILLER              PIC X(02)  VALUE SPACES.
001810     05  WS-DET-ACTION       PIC X(01).
001820     05  FILLER              PIC X(01)  VALUE SPACES.
001830     05  WS-DET-ACTION-TEXT  PIC X(07).
001840     05  FILLER              PIC X(02)  VALUE SPACES.
001850     05  WS-DET-CARD-LABEL   PIC X(04).
001860     05  FILLER              PIC X(01)  VALUE SPACES.
001870     05  WS-DET-CARD-ACTION  PIC X(01).
001880     05  FILLER              PIC X(48)  VALUE SPACES.
001890
001900 01  WS-HEADING-LINE REDEFINES WS-PRINT-LINE.
001910     05  WS-HDG-RUN-DATE     PIC X(08).
001920     05  FILLER              PIC X(02).
001930     05  WS-HDG-RUN-TIME     PIC X(08).
001940     05  FILLER              PIC X(02).
001950     05  WS-HDG-JOB-ID       PIC X(08).
001960     05  FILLER              PIC X(02).
001970     05  WS-HDG-MASTER       PIC X(03).
001980     05  FILLER              PIC X(02).
001990     05  WS-HDG-KEY          PIC X(30).
002000     05  FILLER              PIC X(02).
002010     05  WS-HDG-ACTION       PIC X(06).
002020     05  FILLER              PIC X(59).
002030
002040 01  WS-FIELD-LINE REDEFINES WS-PRINT-LINE.
002050     05  FILLER              PIC X(06).
002060     05  WS-FDL-NAME         PIC X(12).
002070     05  FILLER              PIC X(02).
002080     05  WS-FDL-BEFORE       PIC X(30).
002090     05  FILLER              PIC X(02).
002100     05  WS-FDL-AFTER        PIC X(30).
002110     05  FILLER              PIC X(02).
002120     05  WS-FDL-FLAG         PIC X(11).
002130     05  FILLER              PIC X(37).
002140
002150 01  WS-IMAGE-LINE REDEFINES WS-PRINT-LINE.
002160     05  FILLER              PIC X(06).
002170     05  WS-IMG-LABEL        PIC X(06).
002180     05  FILLER              PIC X(02).
002190     05  WS-IMG-IMAGE        PIC X(100).
002200     05  FILLER              PIC X(18).
002210
002220 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
002230     05  FILLER              PIC X(02).
002240     05  WS-FTR-SEL-LABEL    PIC X(16).
002250     05  FILLER              PIC X(02).
002260     05  WS-FTR-SELECTED     PIC Z,ZZZ,ZZ9.
002270     05  FILLER              PIC X(05).
002280     05  WS-FTR-RD-LABEL     PIC X(12).
002290     05  FILLER              PIC X(02).
002300     05  WS-FTR-READ         PIC Z,ZZZ,ZZ9.
002310     05  FILLER              PIC X(05).
002320     05  WS-FTR-CHG-LABEL    PIC X(14).
002330     05  FILLER              PIC X(02).
002340     05  WS-FTR-CHANGED      PIC Z,ZZZ,ZZ9.
002350     05  FILLER              PIC X(45).
002360
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE SECTION.
002390 0000-MAIN-RTN.
002400     PERFORM 1000-INITIALIZE
002410         THRU 1000-INITIALIZE-EXIT.
002420
002430     IF WS-CLG-STATUS = "00"
002440         PERFORM 2000-SELECT-CHANGE-RECORD
002450             THRU 2000-SELECT-CHANGE-RECORD-EXIT
002460             UNTIL WS-EOF
002470
002480         PERFORM 9000-TERMINATE
002490             THRU 9000-TERMINATE-EXIT
002500     END-IF.
002510
002520     STOP RUN.
002530
002540 1000-INITIALIZE.
002550 1000-INITIALIZE-RTN.
002560     OPEN INPUT CLG-FILE.
002570
002580     IF WS-CLG-STATUS NOT = "00"
002590         DISPLAY "CHGINQUIRY - OPEN ERROR ON CLG-FILE "
002600             "STATUS: " WS-CLG-STATUS
002610         MOVE "Y" TO WS-EOF-SWITCH
002620         MOVE 20 TO RETURN-CODE
002630         GO TO 1000-INITIALIZE-EXIT
002640     END-IF.
002650
002660     PERFORM 1100-GET-PARAMETERS
002670         THRU 1100-GET-PARAMETERS-EXIT.
002680
002690     OPEN OUTPUT RPT-FILE.
002700
002710     MOVE SPACES TO WS-HEADING-LINE.
002720     MOVE "RUN DATE" TO WS-HDG-RUN-DATE.
002730     MOVE "RUN TIME" TO WS-HDG-RUN-TIME.
002740     MOVE "JOB ID" TO WS-HDG-JOB-ID.
002750     MOVE "MST" TO WS-HDG-MASTER.
002760     MOVE "RECORD KEY" TO WS-HDG-KEY.
002770     MOVE "ACTION" TO WS-HDG-ACTION.
002780     WRITE RPT-LINE FROM WS-HEADING-LINE.
002790
002800     MOVE SPACES TO WS-FIELD-LINE.
002810     MOVE "FIELD" TO WS-FDL-NAME.
002820     MOVE "BEFORE" TO WS-FDL-BEFORE.
002830     MOVE "AFTER" TO WS-FDL-AFTER.
002840     WRITE RPT-LINE FROM WS-FIELD-LINE.
002850
002860     PERFORM 2100-READ-CHANGE-RECORD
002870         THRU 2100-READ-CHANGE-RECORD-EXIT.
002880 1000-INITIALIZE-EXIT.
002890     EXIT.
002900
002910 1100-GET-PARAMETERS.
002920 1100-GET-PARAMETERS-RTN.
002930     OPEN INPUT CIP-FILE.
002940
002950     IF WS-CIP-STATUS NOT = "00"
002960         GO TO 1100-GET-PARAMETERS-EXIT
002970     END-IF.
002980
002990     READ CIP-FILE
003000         AT END
003010             CONTINUE
003020     END-READ.
003030
003040     IF WS-CIP-STATUS = "00"
003050         MOVE CIP-MASTER TO WS-SEL-MASTER
003060         MOVE CIP-KEY TO WS-SEL-KEY
003070         IF CIP-FROM-DATE IS NUMERIC
003080             MOVE CIP-FROM-DATE TO WS-FROM-DATE
003090         END-IF
003100         IF CIP-TO-DATE IS NUMERIC
003110             AND CIP-TO-DATE > ZERO
003120             MOVE CIP-TO-DATE TO WS-TO-DATE
003130         END-IF
003140         MOVE CIP-ACTION TO WS-SEL-ACTION
003150     END-IF.
003160
003170     CLOSE CIP-FILE.
003180
003190     IF WS-SEL-KEY NOT = SPACES
003200         MOVE 30 TO WS-SEL-KEY-LEN
003210         PERFORM 1150-MEASURE-KEY
003220             THRU 1150-MEASURE-KEY-EXIT
003230             UNTIL WS-KEY-END
003240     END-IF.
003250 1100-GET-PARAMETERS-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*  ONLY THE KEYED PART OF THE KEY IS MATCHED, SO TRAILING        *
003300*  SPACES ARE BACKED OFF THE LENGTH ONE BYTE AT A TIME.          *
003310******************************************************************
003320 1150-MEASURE-KEY.
003330 1150-MEASURE-KEY-RTN.
003340     IF WS-SEL-KEY (WS-SEL-KEY-LEN:1) = SPACE
003350         SUBTRACT 1 FROM WS-SEL-KEY-LEN
003360     ELSE
003370         MOVE "Y" TO WS-KEY-END-SWITCH
003380     END-IF.
003390 1150-MEASURE-KEY-EXIT.
003400     EXIT.
003410
003420 2000-SELECT-CHANGE-RECORD.
003430 2000-SELECT-CHANGE-RECORD-RTN.
003440     ADD 1 TO WS-READ-COUNT.
003450
003460     PERFORM 2200-TEST-SELECTION
003470         THRU 2200-TEST-SELECTION-EXIT.
003480
003490     IF WS-SELECTED
003500         ADD 1 TO WS-SELECT-COUNT
003510         PERFORM 2300-WRITE-CHANGE
003520             THRU 2300-WRITE-CHANGE-EXIT
003530     END-IF.
003540
003550     PERFORM 2100-READ-CHANGE-RECORD
003560         THRU 2100-READ-CHANGE-RECORD-EXIT.
003570 2000-SELECT-CHANGE-RECORD-EXIT.
003580     EXIT.
003590
003600 2100-READ-CHANGE-RECORD.
003610 2100-READ-CHANGE-RECORD-RTN.
003620     READ CLG-FILE
003630         AT END
003640             MOVE "Y" TO WS-EOF-SWITCH
003650     END-READ.
003660 2100-READ-CHANGE-RECORD-EXIT.
003670     EXIT.
003680
003690 2200-TEST-SELECTION.
003700 2200-TEST-SELECTION-RTN.
003710     SET WS-SELECTED TO TRUE.
003720
003730     IF CLG-RUN-DATE < WS-FROM-DATE
003740         OR CLG-RUN-DATE > WS-TO-DATE
003750         SET WS-NOT-SELECTED TO TRUE
003760         GO TO 2200-TEST-SELECTION-EXIT
003770     END-IF.
003780
003790     IF WS-SEL-MASTER NOT = SPACES
003800         AND CLG-MASTER NOT = WS-SEL-MASTER
003810         SET WS-NOT-SELECTED TO TRUE
003820         GO TO 2200-TEST-SELECTION-EXIT
003830     END-IF.
003840
003850     IF WS-SEL-KEY-LEN > ZERO
003860         AND CLG-KEY (1:WS-SEL-KEY-LEN)
003870             NOT = WS-SEL-KEY (1:WS-SEL-KEY-LEN)
003880         SET WS-NOT-SELECTED TO TRUE
003890         GO TO 2200-TEST-SELECTION-EXIT
003900     END-IF.
003910
003920     IF WS-SEL-ACTION NOT = SPACE
003930         AND CLG-ACTION NOT = WS-SEL-ACTION
003940         SET WS-NOT-SELECTED TO TRUE
003950     END-IF.
003960 2200-TEST-SELECTION-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*  ONE LINE FOR THE CHANGE, THEN ONE LINE PER FIELD OF THE       *
004010*  MASTER'S LAYOUT.  A MASTER CODE WITH NO LAYOUT IN THE TABLE   *
004020*  PRINTS THE RAW BEFORE AND AFTER IMAGES INSTEAD.               *
004030******************************************************************
004040 2300-WRITE-CHANGE.
004050 2300-WRITE-CHANGE-RTN.
004060     MOVE SPACES TO WS-PRINT-LINE.
004070     MOVE CLG-RUN-DATE TO WS-DET-RUN-DATE.
004080     MOVE CLG-RUN-TIME TO WS-DET-RUN-TIME.
004090     MOVE CLG-JOB-ID TO WS-DET-JOB-ID.
004100     MOVE CLG-MASTER TO WS-DET-MASTER.
004110     MOVE CLG-KEY TO WS-DET-KEY.
004120     MOVE CLG-ACTION TO WS-DET-ACTION.
004130     MOVE "CARD" TO WS-DET-CARD-LABEL.
004140     MOVE CLG-CARD-ACTION TO WS-DET-CARD-ACTION.
004150
004160     EVALUATE TRUE
004170         WHEN CLG-ADDED
004180             MOVE "ADDED" TO WS-DET-ACTION-TEXT
004190         WHEN CLG-CHANGED
004200             MOVE "CHANGED" TO WS-DET-ACTION-TEXT
004210         WHEN CLG-REMOVED
004220             MOVE "REMOVED" TO WS-DET-ACTION-TEXT
004230     END-EVALUATE.
004240
004250     WRITE RPT-LINE FROM WS-PRINT-LINE.
004260
004270     MOVE "N" TO WS-LAYOUT-SWITCH.
004280
004290     PERFORM 2310-WRITE-ONE-FIELD
004300         THRU 2310-WRITE-ONE-FIELD-EXIT
004310         VARYING WS-FLD-SUB FROM 1 BY 1
004320         UNTIL WS-FLD-SUB > WS-FLD-COUNT.
004330
004340     IF NOT WS-LAYOUT-FOUND
004350         PERFORM 2320-WRITE-RAW-IMAGES
004360             THRU 2320-WRITE-RAW-IMAGES-EXIT
004370     END-IF.
004380
004390     MOVE SPACES TO RPT-LINE.
004400     WRITE RPT-LINE.
004410 2300-WRITE-CHANGE-EXIT.
004420     EXIT.
004430
004440 2310-WRITE-ONE-FIELD.
004450 2310-WRITE-ONE-FIELD-RTN.
004460     IF WS-FLD-MASTER (WS-FLD-SUB) NOT = CLG-MASTER
004470         GO TO 2310-WRITE-ONE-FIELD-EXIT
004480     END-IF.
004490
004500     MOVE "Y" TO WS-LAYOUT-SWITCH.
004510
004520     MOVE SPACES TO WS-FIELD-LINE.
004530     MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-FDL-NAME.
004540     MOVE CLG-BEFORE-IMAGE (WS-FLD-START (WS-FLD-SUB):
004550                            WS-FLD-LENGTH (WS-FLD-SUB))
004560         TO WS-FDL-BEFORE.
004570     MOVE CLG-AFTER-IMAGE (WS-FLD-START (WS-FLD-SUB):
004580                           WS-FLD-LENGTH (WS-FLD-SUB))
004590         TO WS-FDL-AFTER.
004600
004610     IF WS-FDL-BEFORE NOT = WS-FDL-AFTER
004620         MOVE "** CHANGED" TO WS-FDL-FLAG
004630         ADD 1 TO WS-FIELD-CHG-COUNT
004640     END-IF.
004650
004660     WRITE RPT-LINE FROM WS-FIELD-LINE.
004670 2310-WRITE-ONE-FIELD-EXIT.
004680     EXIT.
004690
004700 2320-WRITE-RAW-IMAGES.
004710 2320-WRITE-RAW-IMAGES-RTN.
004720     MOVE SPACES TO WS-IMAGE-LINE.
004730     MOVE "BEFORE" TO WS-IMG-LABEL.
004740     MOVE CLG-BEFORE-IMAGE TO WS-IMG-IMAGE.
004750     WRITE RPT-LINE FROM WS-IMAGE-LINE.
004760
004770     MOVE SPACES TO WS-IMAGE-LINE.
004780     MOVE "AFTER" TO WS-IMG-LABEL.
004790     MOVE CLG-AFTER-IMAGE TO WS-IMG-IMAGE.
004800     WRITE RPT-LINE FROM WS-IMAGE-LINE.
004810 2320-WRITE-RAW-IMAGES-EXIT.
004820     EXIT.
004830
004840 9000-TERMINATE.
004850 9000-TERMINATE-RTN.
004860     MOVE SPACES TO WS-FOOTER-LINE.
004870     MOVE "CHANGES SELECTED" TO WS-FTR-SEL-LABEL.
004880     MOVE WS-SELECT-COUNT TO WS-FTR-SELECTED.
004890     MOVE "RECORDS READ" TO WS-FTR-RD-LABEL.
004900     MOVE WS-READ-COUNT TO WS-FTR-READ.
004910     MOVE "FIELDS CHANGED" TO WS-FTR-CHG-LABEL.
004920     MOVE WS-FIELD-CHG-COUNT TO WS-FTR-CHANGED.
004930
004940     WRITE RPT-LINE FROM WS-FOOTER-LINE.
004950
004960     CLOSE CLG-FILE.
004970     CLOSE RPT-FILE.
004980 9000-TERMINATE-EXIT.
004990     EXIT.
