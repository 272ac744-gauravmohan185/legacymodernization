000430*  09/02/2026  RJ     THE REPORT NOW SHOWS THE GL ACCOUNT AND     *
000440*                     CALC STATUS CARRIED ON EACH AUDIT RECORD    *
000450*                     FOR THE BATCH BACKOUT JOB.                  *
000460*  10/15/2026  RJ     A FOREIGN-CURRENCY AUDIT RECORD IS NOW      *
000470*                     FOLLOWED BY AN ORIGINAL LINE SHOWING THE    *
000480*                     CURRENCY, AMOUNTS, RATE AND RATE DATE AS    *
000490*                     KEYED; THE MAIN LINE STAYS IN BASE.         *
000500******************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUD-FILE ASSIGN TO "AUDFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUD-STATUS.
000580
000590     SELECT AIP-FILE ASSIGN TO "INQPARM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AIP-STATUS.
000620
000630     SELECT RPT-FILE ASSIGN TO "AUDRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  AUD-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY AUDREC.
000720
000730 FD  AIP-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY AIPREC.
000760
000770 FD  RPT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY RPTREC.
000800
000810 WORKING-STORAGE SECTION.
000820 77  WS-AUD-STATUS           PIC X(02)  VALUE "00".
000830 77  WS-AIP-STATUS           PIC X(02)  VALUE "00".
000840 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000850 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
000860     88  WS-EOF                         VALUE "Y".
000870 77  WS-SELECT-SWITCH        PIC X(01)  VALUE "Y".
000880     88  WS-SELECTED                    VALUE "Y".
000890     88  WS-NOT-SELECTED                VALUE "N".
000900 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000910 77  WS-SELECT-COUNT         PIC 9(07) COMP VALUE ZERO.
000920 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
000930 77  WS-TO-DATE              PIC 9(08) VALUE 99999999.
000940 77  WS-SEL-JOB-ID           PIC X(08) VALUE SPACES.
000950 77  WS-SEL-OP-CODE          PIC X(01) VALUE SPACE.
000960 77  WS-AMOUNT-MIN           PIC 9(07)V99 VALUE ZERO.
000970 77  WS-ABS-RESULT           PIC 9(07)V99 VALUE ZERO.
000980
000990 01  WS-PRINT-LINE.
001000     05  WS-DET-RUN-DATE     PIC 9(08).
001010     05  FILLER              PIC X(02)  VALUE SPACES.
001020     05  WS-DET-RUN-TIME     PIC 9(08).
001030     05  FILLER              PIC X(02)  VALUE SPACES.
001040     05  WS-DET-JOB-ID       PIC X(08).
001050     05  FILLER              PIC X(02)  VALUE SPACES.
001060     05  WS-DET-ACCOUNT      PIC X(10).
001070     05  FILLER              PIC X(02)  VALUE SPACES.
001080     05  WS-DET-PARAM1       PIC -(7)9.99.
001090     05  FILLER              PIC X(02)  VALUE SPACES.
001100     05  WS-DET-PARAM2       PIC -(7)9.99.
001110     05  FILLER              PIC X(02)  VALUE SPACES.
001120     05  WS-DET-OP           PIC X(01).
001130     05  FILLER              PIC X(02)  VALUE SPACES.
001140     05  WS-DET-RESULT       PIC -(7)9.99.
001150     05  FILLER              PIC X(02)  VALUE SPACES.
001160     05  WS-DET-BATCH        PIC X(08).
001170     05  FILLER              PIC X(02)  VALUE SPACES.
001180     05  WS-DET-CALC-STAT    PIC X(01).
001190     05  FILLER              PIC X(35)  VALUE SPACES.
001200
001210 01  WS-ORIGINAL-LINE REDEFINES WS-PRINT-LINE.
001220     05  FILLER              PIC X(30).
001230     05  WS-ORG-LABEL        PIC X(08).
001240     05  FILLER              PIC X(01).
001250     05  WS-ORG-CURRENCY     PIC X(03).
001260     05  WS-ORG-PARAM1       PIC -(7)9.99.
001270     05  FILLER              PIC X(02).
001280     05  WS-ORG-PARAM2       PIC -(7)9.99.
001290     05  FILLER              PIC X(02).
001300     05  WS-ORG-RATE-LABEL   PIC X(04).
001310     05  FILLER              PIC X(01).
001320     05  WS-ORG-RATE         PIC ZZZZ9.999999.
001330     05  FILLER              PIC X(02).
001340     05  WS-ORG-DATE-LABEL   PIC X(04).
001350     05  FILLER              PIC X(01).
001360     05  WS-ORG-RATE-DATE    PIC 9(08).
001370     05  FILLER              PIC X(32).
001380
001390 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
001400     05  FILLER              PIC X(02).
001410     05  WS-FTR-SEL-LABEL    PIC X(16).
001420     05  FILLER              PIC X(02).
001430     05  WS-FTR-SELECTED     PIC Z,ZZZ,ZZ9.
001440     05  FILLER              PIC X(05).
001450     05  WS-FTR-RD-LABEL     PIC X(12).
001460     05  FILLER              PIC X(02).
001470     05  WS-FTR-READ         PIC Z,ZZZ,ZZ9.
001480     05  FILLER              PIC X(73).
001490
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE SECTION.
001520 0000-MAIN-RTN.
001530     PERFORM 1000-INITIALIZE
001540         THRU 1000-INITIALIZE-EXIT.
001550
001560     IF WS-AUD-STATUS = "00"
001570         PERFORM 2000-SELECT-AUDIT-RECORD
001580             THRU 2000-SELECT-AUDIT-RECORD-EXIT
001590             UNTIL WS-EOF
001600
001610         PERFORM 9000-TERMINATE
001620             THRU 9000-TERMINATE-EXIT
001630     END-IF.
001640
001650     STOP RUN.
001660
001670 1000-INITIALIZE.
001680 1000-INITIALIZE-RTN.
001690     OPEN INPUT AUD-FILE.
001700
001710     IF WS-AUD-STATUS NOT = "00"
001720         DISPLAY "AUDINQUIRY - OPEN ERROR ON AUD-FILE "
001730             "STATUS: " WS-AUD-STATUS
001740         MOVE "Y" TO WS-EOF-SWITCH
001750         MOVE 20 TO RETURN-CODE
001760         GO TO 1000-INITIALIZE-EXIT
001770     END-IF.
001780
001790     PERFORM 1100-GET-PARAMETERS
001800         THRU 1100-GET-PARAMETERS-EXIT.
001810
001820     OPEN OUTPUT RPT-FILE.
001830
001840     PERFORM 2100-READ-AUDIT-RECORD
001850         THRU 2100-READ-AUDIT-RECORD-EXIT.
001860 1000-INITIALIZE-EXIT.
001870     EXIT.
001880
001890 1100-GET-PARAMETERS.
001900 1100-GET-PARAMETERS-RTN.
001910     OPEN INPUT AIP-FILE.
001920
001930     IF WS-AIP-STATUS NOT = "00"
001940         GO TO 1100-GET-PARAMETERS-EXIT
001950     END-IF.
001960
001970     READ AIP-FILE
001980         AT END
001990             CONTINUE
002000     END-READ.
002010
002020     IF WS-AIP-STATUS = "00"
002030         IF AIP-FROM-DATE IS NUMERIC
002040             MOVE AIP-FROM-DATE TO WS-FROM-DATE
002050         END-IF
002060         IF AIP-TO-DATE IS NUMERIC
002070             AND AIP-TO-DATE > ZERO
002080             MOVE AIP-TO-DATE TO WS-TO-DATE
002090         END-IF
002100         MOVE AIP-JOB-ID TO WS-SEL-JOB-ID
002110         MOVE AIP-OP-CODE TO WS-SEL-OP-CODE
002120         IF AIP-AMOUNT-MIN IS NUMERIC
002130             MOVE AIP-AMOUNT-MIN TO WS-AMOUNT-MIN
002140         END-IF
002150     END-IF.
002160
002170     CLOSE AIP-FILE.
002180 1100-GET-PARAMETERS-EXIT.
002190     EXIT.
002200
002210 2000-SELECT-AUDIT-RECORD.
002220 2000-SELECT-AUDIT-RECORD-RTN.
002230     ADD 1 TO WS-READ-COUNT.
002240
002250     PERFORM 2200-TEST-SELECTION
002260         THRU 2200-TEST-SELECTION-EXIT.
002270
002280     IF WS-SELECTED
002290         ADD 1 TO WS-SELECT-COUNT
002300         PERFORM 2300-WRITE-AUDIT-LINE
002310             THRU 2300-WRITE-AUDIT-LINE-EXIT
002320     END-IF.
002330
002340     PERFORM 2100-READ-AUDIT-RECORD
002350         THRU 2100-READ-AUDIT-RECORD-EXIT.
002360 2000-SELECT-AUDIT-RECORD-EXIT.
002370     EXIT.
002380
002390 2100-READ-AUDIT-RECORD.
002400 2100-READ-AUDIT-RECORD-RTN.
002410     READ AUD-FILE
002420         AT END
002430             MOVE "Y" TO WS-EOF-SWITCH
002440     END-READ.
002450 2100-READ-AUDIT-RECORD-EXIT.
002460     EXIT.
002470
002480 2200-TEST-SELECTION.
002490 2200-TEST-SELECTION-RTN.
002500     SET WS-SELECTED TO TRUE.
002510
002520     IF AUD-RUN-DATE < WS-FROM-DATE
002530         OR AUD-RUN-DATE > WS-TO-DATE
002540         SET WS-NOT-SELECTED TO TRUE
002550         GO TO 2200-TEST-SELECTION-EXIT
002560     END-IF.
002570
002580     IF WS-SEL-JOB-ID NOT = SPACES
002590         AND AUD-JOB-ID NOT = WS-SEL-JOB-ID
002600         SET WS-NOT-SELECTED TO TRUE
002610         GO TO 2200-TEST-SELECTION-EXIT
002620     END-IF.
002630
002640     IF WS-SEL-OP-CODE NOT = SPACE
002650         AND AUD-OP-CODE NOT = WS-SEL-OP-CODE
002660         SET WS-NOT-SELECTED TO TRUE
002670         GO TO 2200-TEST-SELECTION-EXIT
002680     END-IF.
002690
002700     IF WS-AMOUNT-MIN > ZERO
002710         IF AUD-RESULT < ZERO
002720             COMPUTE WS-ABS-RESULT = ZERO - AUD-RESULT
002730         ELSE
002740             MOVE AUD-RESULT TO WS-ABS-RESULT
002750         END-IF
002760         IF WS-ABS-RESULT < WS-AMOUNT-MIN
002770             SET WS-NOT-SELECTED TO TRUE
002780         END-IF
002790     END-IF.
002800 2200-TEST-SELECTION-EXIT.
002810     EXIT.
002820
002830 2300-WRITE-AUDIT-LINE.
002840 2300-WRITE-AUDIT-LINE-RTN.
002850     MOVE SPACES TO WS-PRINT-LINE.
002860     MOVE AUD-RUN-DATE TO WS-DET-RUN-DATE.
002870     MOVE AUD-RUN-TIME TO WS-DET-RUN-TIME.
002880     MOVE AUD-JOB-ID TO WS-DET-JOB-ID.
002890     MOVE AUD-ACCOUNT TO WS-DET-ACCOUNT.
002900     MOVE AUD-PARAM1 TO WS-DET-PARAM1.
002910     MOVE AUD-PARAM2 TO WS-DET-PARAM2.
002920     MOVE AUD-OP-CODE TO WS-DET-OP.
002930     MOVE AUD-RESULT TO WS-DET-RESULT.
002940     MOVE AUD-BATCH-ID TO WS-DET-BATCH.
002950     MOVE AUD-CALC-STATUS TO WS-DET-CALC-STAT.
002960
002970     WRITE RPT-LINE FROM WS-PRINT-LINE.
002980
002990     IF AUD-CURRENCY = SPACES
003000         GO TO 2300-WRITE-AUDIT-LINE-EXIT
003010     END-IF.
003020
003030     MOVE SPACES TO WS-ORIGINAL-LINE.
003040     MOVE "ORIGINAL" TO WS-ORG-LABEL.
003050     MOVE AUD-CURRENCY TO WS-ORG-CURRENCY.
003060     MOVE AUD-ORIG-PARAM1 TO WS-ORG-PARAM1.
003070     MOVE AUD-ORIG-PARAM2 TO WS-ORG-PARAM2.
003080     MOVE "RATE" TO WS-ORG-RATE-LABEL.
003090     MOVE AUD-RATE TO WS-ORG-RATE.
003100     MOVE "DATE" TO WS-ORG-DATE-LABEL.
003110     MOVE AUD-RATE-DATE TO WS-ORG-RATE-DATE.
003120
003130     WRITE RPT-LINE FROM WS-ORIGINAL-LINE.
003140 2300-WRITE-AUDIT-LINE-EXIT.
003150     EXIT.
003160
003170 9000-TERMINATE.
003180 9000-TERMINATE-RTN.
003190     MOVE SPACES TO WS-FOOTER-LINE.
003200     MOVE "RECORDS SELECTED" TO WS-FTR-SEL-LABEL.
003210     MOVE WS-SELECT-COUNT TO WS-FTR-SELECTED.
003220     MOVE "RECORDS READ" TO WS-FTR-RD-LABEL.
003230     MOVE WS-READ-COUNT TO WS-FTR-READ.
003240
003250     WRITE RPT-LINE FROM WS-FOOTER-LINE.
003260
003270     CLOSE AUD-FILE.
003280     CLOSE RPT-FILE.
003290 9000-TERMINATE-EXIT.
003300     EXIT.
003310
