000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GL-ACK-RECON.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  LEDGER ACKNOWLEDGMENT RECONCILIATION JOB.  READS    *
000190*            THE ACKNOWLEDGMENT FILE THE CORPORATE LEDGER SENDS  *
000200*            BACK (LAK-FILE) AND MATCHES EACH ACKNOWLEDGMENT TO  *
000210*            THE INTERFACE LOG (ILG-FILE) WRITTEN BY GL-         *
000220*            INTERFACE ON THE TRANSMISSION SEQUENCE NUMBER,      *
000230*            RECORDING IT AS ACCEPTED OR REJECTED.  A SEQUENCE   *
000240*            NUMBER ALREADY ACKNOWLEDGED IS FLAGGED AS A         *
000250*            DUPLICATE (THE LOG KEEPS THE FIRST ANSWER AND       *
000260*            COUNTS THE REST), AN ACCEPTANCE WHOSE LOADED COUNT  *
000270*            DIFFERS FROM THE COUNT SENT IS FLAGGED, AND A       *
000280*            SEQUENCE NUMBER NOT ON THE LOG IS REPORTED.  IT     *
000290*            THEN LISTS EVERY TRANSMISSION STILL NOT             *
000300*            ACKNOWLEDGED, FLAGGING ANY OLDER THAN THE DAYS ON   *
000310*            THE PARAMETER CARD (AKP-FILE).  A REJECTION, AN     *
000320*            OVERDUE TRANSMISSION, A COUNT DIFFERENCE, OR AN     *
000330*            UNKNOWN SEQUENCE NUMBER SETS RETURN-CODE 8 SO IT    *
000340*            IS CHASED THE NEXT MORNING; A DUPLICATE ALONE SETS  *
000350*            RETURN-CODE 4.                                      *
000360*                                                               *
000370*  MODIFICATION HISTORY                                         *
000380*  ----------------------------------------------------------   *
000390*  DATE        INIT   DESCRIPTION                               *
000400*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000410******************************************************************
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT LAK-FILE ASSIGN TO "LDGACK"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LAK-STATUS.
000490
000500     SELECT ILG-FILE ASSIGN TO "INTFLOG"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ILG-SEQ-NO
000540         FILE STATUS IS WS-ILG-STATUS.
000550
000560     SELECT AKP-FILE ASSIGN TO "ACKPARM"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AKP-STATUS.
000590
000600     SELECT RPT-FILE ASSIGN TO "ACKRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000630
000640     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-BDC-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LAK-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY LAKREC.
000730
000740 FD  ILG-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ILGREC.
000770
000780 FD  AKP-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY AKPREC.
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
000910 77  WS-LAK-STATUS           PIC X(02)  VALUE "00".
000920 77  WS-ILG-STATUS           PIC X(02)  VALUE "00".
000930 77  WS-AKP-STATUS           PIC X(02)  VALUE "00".
000940 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
000950 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
000960 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000970 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
000980 77  WS-LAK-EOF-SWITCH       PIC X(01)  VALUE "N".
000990     88  WS-LAK-EOF                     VALUE "Y".
001000 77  WS-ILG-EOF-SWITCH       PIC X(01)  VALUE "N".
001010     88  WS-ILG-EOF                     VALUE "Y".
001020 77  WS-WAIT-DAYS            PIC 9(03) VALUE 2.
001030 77  WS-DAYS-OUT             PIC S9(07) COMP VALUE ZERO.
001040 77  WS-ACK-COUNT            PIC 9(07) COMP VALUE ZERO.
001050 77  WS-ACCEPT-COUNT         PIC 9(07) COMP VALUE ZERO.
001060 77  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001070 77  WS-DIFFER-COUNT         PIC 9(07) COMP VALUE ZERO.
001080 77  WS-DUPLICATE-COUNT      PIC 9(07) COMP VALUE ZERO.
001090 77  WS-UNKNOWN-COUNT        PIC 9(07) COMP VALUE ZERO.
001100 77  WS-OVERDUE-COUNT        PIC 9(07) COMP VALUE ZERO.
001110 77  WS-AWAITING-COUNT       PIC 9(07) COMP VALUE ZERO.
001120
001130 01  WS-PRINT-LINE.
001140     05  WS-DET-SEQ-NO       PIC 9(08).
001150     05  FILLER              PIC X(02)  VALUE SPACES.
001160     05  WS-DET-BUS-DATE     PIC X(08).
001170     05  FILLER              PIC X(02)  VALUE SPACES.
001180     05  WS-DET-REC-COUNT    PIC Z,ZZZ,ZZ9.
001190     05  FILLER              PIC X(02)  VALUE SPACES.
001200     05  WS-DET-NET          PIC -(12)9.99.
001210     05  FILLER              PIC X(02)  VALUE SPACES.
001220     05  WS-DET-ACK-DATE     PIC X(08).
001230     05  FILLER              PIC X(02)  VALUE SPACES.
001240     05  WS-DET-DAYS         PIC ZZZ9.
001250     05  FILLER              PIC X(02)  VALUE SPACES.
001260     05  WS-DET-DISP         PIC X(30).
001270     05  FILLER              PIC X(02)  VALUE SPACES.
001280     05  WS-DET-REASON       PIC X(30).
001290     05  FILLER              PIC X(05)  VALUE SPACES.
001300
001310 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001320     05  WS-HDR-BUS-LABEL    PIC X(13).
001330     05  FILLER              PIC X(02).
001340     05  WS-HDR-BUS-DATE     PIC 9(08).
001350     05  FILLER              PIC X(03).
001360     05  WS-HDR-TIM-LABEL    PIC X(08).
001370     05  FILLER              PIC X(02).
001380     05  WS-HDR-RUN-TIME     PIC 9(08).
001390     05  FILLER              PIC X(88).
001400
001410 01  WS-TITLE-LINE REDEFINES WS-PRINT-LINE.
001420     05  FILLER              PIC X(02).
001430     05  WS-TTL-TEXT         PIC X(50).
001440     05  FILLER              PIC X(80).
001450
001460 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
001470     05  FILLER              PIC X(02).
001480     05  WS-TOT-LABEL        PIC X(28).
001490     05  FILLER              PIC X(02).
001500     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001510     05  FILLER              PIC X(91).
001520
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE SECTION.
001550 0000-MAIN-RTN.
001560     PERFORM 1000-INITIALIZE
001570         THRU 1000-INITIALIZE-EXIT.
001580
001590     IF RETURN-CODE = ZERO
001600         PERFORM 2000-APPLY-ONE-ACK
001610             THRU 2000-APPLY-ONE-ACK-EXIT
001620             UNTIL WS-LAK-EOF
001630
001640         PERFORM 3000-LIST-OUTSTANDING
001650             THRU 3000-LIST-OUTSTANDING-EXIT
001660
001670         PERFORM 9000-TERMINATE
001680             THRU 9000-TERMINATE-EXIT
001690     END-IF.
001700
001710     STOP RUN.
001720
001730 1000-INITIALIZE.
001740 1000-INITIALIZE-RTN.
001750     OPEN I-O ILG-FILE.
001760
001770     IF WS-ILG-STATUS = "35"
001780         OPEN OUTPUT ILG-FILE
001790         CLOSE ILG-FILE
001800         OPEN I-O ILG-FILE
001810     END-IF.
001820
001830     IF WS-ILG-STATUS NOT = "00"
001840         DISPLAY "GLACKRECON - OPEN ERROR ON ILG-FILE "
001850             "STATUS: " WS-ILG-STATUS
001860         MOVE 20 TO RETURN-CODE
001870         GO TO 1000-INITIALIZE-EXIT
001880     END-IF.
001890
001900     OPEN INPUT LAK-FILE.
001910
001920     IF WS-LAK-STATUS = "35"
001930         MOVE "Y" TO WS-LAK-EOF-SWITCH
001940     ELSE
001950         IF WS-LAK-STATUS NOT = "00"
001960             DISPLAY "GLACKRECON - OPEN ERROR ON LAK-FILE "
001970                 "STATUS: " WS-LAK-STATUS
001980             MOVE 20 TO RETURN-CODE
001990             CLOSE ILG-FILE
002000             GO TO 1000-INITIALIZE-EXIT
002010         END-IF
002020     END-IF.
002030
002040     PERFORM 1100-GET-BUSINESS-DATE
002050         THRU 1100-GET-BUSINESS-DATE-EXIT.
002060
002070     PERFORM 1200-GET-WAIT-DAYS
002080         THRU 1200-GET-WAIT-DAYS-EXIT.
002090
002100     OPEN OUTPUT RPT-FILE.
002110
002120     MOVE SPACES TO WS-HEADER-LINE.
002130     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002140     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002150     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002160     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002170     WRITE RPT-LINE FROM WS-HEADER-LINE.
002180
002190     MOVE SPACES TO WS-TITLE-LINE.
002200     MOVE "ACKNOWLEDGMENTS RECEIVED" TO WS-TTL-TEXT.
002210     WRITE RPT-LINE FROM WS-TITLE-LINE.
002220
002230     IF NOT WS-LAK-EOF
002240         PERFORM 2100-READ-ACK
002250             THRU 2100-READ-ACK-EXIT
002260     END-IF.
002270 1000-INITIALIZE-EXIT.
002280     EXIT.
002290
002300 1100-GET-BUSINESS-DATE.
002310 1100-GET-BUSINESS-DATE-RTN.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330     ACCEPT WS-RUN-TIME FROM TIME.
002340
002350     OPEN INPUT BDC-FILE.
002360
002370     IF WS-BDC-STATUS NOT = "00"
002380         GO TO 1100-GET-BUSINESS-DATE-EXIT
002390     END-IF.
002400
002410     READ BDC-FILE
002420         AT END
002430             CONTINUE
002440     END-READ.
002450
002460     IF WS-BDC-STATUS = "00"
002470         AND BDC-BUS-DATE IS NUMERIC
002480         AND BDC-BUS-DATE > ZERO
002490         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002500     END-IF.
002510
002520     CLOSE BDC-FILE.
002530 1100-GET-BUSINESS-DATE-EXIT.
002540     EXIT.
002550
002560 1200-GET-WAIT-DAYS.
002570 1200-GET-WAIT-DAYS-RTN.
002580     OPEN INPUT AKP-FILE.
002590
002600     IF WS-AKP-STATUS NOT = "00"
002610         GO TO 1200-GET-WAIT-DAYS-EXIT
002620     END-IF.
002630
002640     READ AKP-FILE
002650         AT END
002660             CONTINUE
002670     END-READ.
002680
002690     IF WS-AKP-STATUS = "00"
002700         AND AKP-WAIT-DAYS IS NUMERIC
002710         AND AKP-WAIT-DAYS > ZERO
002720         MOVE AKP-WAIT-DAYS TO WS-WAIT-DAYS
002730     END-IF.
002740
002750     CLOSE AKP-FILE.
002760 1200-GET-WAIT-DAYS-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800*  THE FIRST ACKNOWLEDGMENT FOR A SEQUENCE NUMBER SETTLES IT.    *
002810*  ANY LATER ONE - IN THIS FILE OR A LATER NIGHT'S - IS ONLY     *
002820*  COUNTED AND FLAGGED: A LOAD ACCEPTED TWICE MAY HAVE POSTED    *
002830*  TWICE ON THE LEDGER AND MUST BE LOOKED AT BY HAND.            *
002840******************************************************************
002850 2000-APPLY-ONE-ACK.
002860 2000-APPLY-ONE-ACK-RTN.
002870     ADD 1 TO WS-ACK-COUNT.
002880
002890     MOVE SPACES TO WS-PRINT-LINE.
002900     MOVE LAK-ACK-DATE TO WS-DET-ACK-DATE.
002910     MOVE LAK-REASON TO WS-DET-REASON.
002920
002930     IF LAK-SEQ-NO IS NOT NUMERIC
002940         MOVE ZERO TO WS-DET-SEQ-NO
002950         MOVE "*** SEQUENCE NOT NUMERIC" TO WS-DET-DISP
002960         ADD 1 TO WS-UNKNOWN-COUNT
002970         GO TO 2000-APPLY-ONE-ACK-NEXT
002980     END-IF.
002990
003000     MOVE LAK-SEQ-NO TO WS-DET-SEQ-NO.
003010     MOVE LAK-SEQ-NO TO ILG-SEQ-NO.
003020
003030     READ ILG-FILE
003040         INVALID KEY
003050             MOVE "*** NOT ON INTERFACE LOG" TO WS-DET-DISP
003060             ADD 1 TO WS-UNKNOWN-COUNT
003070             GO TO 2000-APPLY-ONE-ACK-NEXT
003080     END-READ.
003090
003100     MOVE ILG-BUS-DATE TO WS-DET-BUS-DATE.
003110     MOVE ILG-REC-COUNT TO WS-DET-REC-COUNT.
003120     MOVE ILG-NET TO WS-DET-NET.
003130
003140     IF ILG-ACK-COUNT > ZERO
003150         ADD 1 TO ILG-ACK-COUNT
003160         MOVE "*** DUPLICATE ACKNOWLEDGMENT" TO WS-DET-DISP
003170         ADD 1 TO WS-DUPLICATE-COUNT
003180         GO TO 2000-APPLY-ONE-ACK-REWRITE
003190     END-IF.
003200
003210     EVALUATE TRUE
003220         WHEN LAK-ACCEPTED
003230             SET ILG-ACCEPTED TO TRUE
003240             IF LAK-REC-COUNT = ILG-REC-COUNT
003250                 MOVE "ACCEPTED" TO WS-DET-DISP
003260                 ADD 1 TO WS-ACCEPT-COUNT
003270             ELSE
003280                 MOVE "*** ACCEPTED - COUNT DIFFERS"
003290                     TO WS-DET-DISP
003300                 ADD 1 TO WS-DIFFER-COUNT
003310             END-IF
003320         WHEN LAK-REJECTED
003330             SET ILG-REJECTED TO TRUE
003340             MOVE "*** REJECTED" TO WS-DET-DISP
003350             ADD 1 TO WS-REJECT-COUNT
003360         WHEN OTHER
003370             MOVE "*** INVALID ACK STATUS" TO WS-DET-DISP
003380             ADD 1 TO WS-UNKNOWN-COUNT
003390             GO TO 2000-APPLY-ONE-ACK-NEXT
003400     END-EVALUATE.
003410
003420     MOVE LAK-ACK-DATE TO ILG-ACK-DATE.
003430     MOVE LAK-REASON TO ILG-ACK-REASON.
003440     MOVE 1 TO ILG-ACK-COUNT.
003450
003460 2000-APPLY-ONE-ACK-REWRITE.
003470     REWRITE ILG-RECORD
003480         INVALID KEY
003490             DISPLAY "GLACKRECON - REWRITE FAILED ON ILG-FILE "
003500                 "SEQUENCE " ILG-SEQ-NO
003510     END-REWRITE.
003520
003530 2000-APPLY-ONE-ACK-NEXT.
003540     WRITE RPT-LINE FROM WS-PRINT-LINE.
003550
003560     PERFORM 2100-READ-ACK
003570         THRU 2100-READ-ACK-EXIT.
003580 2000-APPLY-ONE-ACK-EXIT.
003590     EXIT.
003600
003610 2100-READ-ACK.
003620 2100-READ-ACK-RTN.
003630     READ LAK-FILE
003640         AT END
003650             MOVE "Y" TO WS-LAK-EOF-SWITCH
003660     END-READ.
003670 2100-READ-ACK-EXIT.
003680     EXIT.
003690
003700 3000-LIST-OUTSTANDING.
003710 3000-LIST-OUTSTANDING-RTN.
003720     MOVE SPACES TO WS-PRINT-LINE.
003730     WRITE RPT-LINE FROM WS-PRINT-LINE.
003740
003750     MOVE SPACES TO WS-TITLE-LINE.
003760     MOVE "TRANSMISSIONS NOT YET ACKNOWLEDGED" TO WS-TTL-TEXT.
003770     WRITE RPT-LINE FROM WS-TITLE-LINE.
003780
003790     MOVE ZERO TO ILG-SEQ-NO.
003800
003810     START ILG-FILE KEY IS GREATER THAN ILG-SEQ-NO
003820         INVALID KEY
003830             MOVE "Y" TO WS-ILG-EOF-SWITCH
003840     END-START.
003850
003860     PERFORM 3100-CHECK-ONE-TRANSMISSION
003870         THRU 3100-CHECK-ONE-TRANSMISSION-EXIT
003880         UNTIL WS-ILG-EOF.
003890 3000-LIST-OUTSTANDING-EXIT.
003900     EXIT.
003910
003920 3100-CHECK-ONE-TRANSMISSION.
003930 3100-CHECK-ONE-TRANSMISSION-RTN.
003940     READ ILG-FILE NEXT RECORD
003950         AT END
003960             MOVE "Y" TO WS-ILG-EOF-SWITCH
003970             GO TO 3100-CHECK-ONE-TRANSMISSION-EXIT
003980     END-READ.
003990
004000     IF NOT ILG-SENT
004010         GO TO 3100-CHECK-ONE-TRANSMISSION-EXIT
004020     END-IF.
004030
004040     MOVE ZERO TO WS-DAYS-OUT.
004050
004060     IF ILG-BUS-DATE IS NUMERIC
004070         AND ILG-BUS-DATE > ZERO
004080         AND ILG-BUS-DATE < WS-RUN-DATE
004090         COMPUTE WS-DAYS-OUT =
004100             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
004110             - FUNCTION INTEGER-OF-DATE (ILG-BUS-DATE)
004120     END-IF.
004130
004140     MOVE SPACES TO WS-PRINT-LINE.
004150     MOVE ILG-SEQ-NO TO WS-DET-SEQ-NO.
004160     MOVE ILG-BUS-DATE TO WS-DET-BUS-DATE.
004170     MOVE ILG-REC-COUNT TO WS-DET-REC-COUNT.
004180     MOVE ILG-NET TO WS-DET-NET.
004190     MOVE WS-DAYS-OUT TO WS-DET-DAYS.
004200
004210     IF WS-DAYS-OUT > WS-WAIT-DAYS
004220         MOVE "*** NOT ACKNOWLEDGED - OVERDUE" TO WS-DET-DISP
004230         ADD 1 TO WS-OVERDUE-COUNT
004240     ELSE
004250         MOVE "AWAITING ACKNOWLEDGMENT" TO WS-DET-DISP
004260         ADD 1 TO WS-AWAITING-COUNT
004270     END-IF.
004280
004290     WRITE RPT-LINE FROM WS-PRINT-LINE.
004300 3100-CHECK-ONE-TRANSMISSION-EXIT.
004310     EXIT.
004320
004330 9000-TERMINATE.
004340 9000-TERMINATE-RTN.
004350     MOVE SPACES TO WS-PRINT-LINE.
004360     WRITE RPT-LINE FROM WS-PRINT-LINE.
004370
004380     MOVE SPACES TO WS-TOTAL-LINE.
004390     MOVE "ACKNOWLEDGMENTS READ" TO WS-TOT-LABEL.
004400     MOVE WS-ACK-COUNT TO WS-TOT-COUNT.
004410     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004420
004430     MOVE SPACES TO WS-TOTAL-LINE.
004440     MOVE "ACCEPTED" TO WS-TOT-LABEL.
004450     MOVE WS-ACCEPT-COUNT TO WS-TOT-COUNT.
004460     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004470
004480     MOVE SPACES TO WS-TOTAL-LINE.
004490     MOVE "ACCEPTED - COUNT DIFFERS" TO WS-TOT-LABEL.
004500     MOVE WS-DIFFER-COUNT TO WS-TOT-COUNT.
004510     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004520
004530     MOVE SPACES TO WS-TOTAL-LINE.
004540     MOVE "REJECTED" TO WS-TOT-LABEL.
004550     MOVE WS-REJECT-COUNT TO WS-TOT-COUNT.
004560     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004570
004580     MOVE SPACES TO WS-TOTAL-LINE.
004590     MOVE "DUPLICATE ACKNOWLEDGMENTS" TO WS-TOT-LABEL.
004600     MOVE WS-DUPLICATE-COUNT TO WS-TOT-COUNT.
004610     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004620
004630     MOVE SPACES TO WS-TOTAL-LINE.
004640     MOVE "UNKNOWN OR INVALID" TO WS-TOT-LABEL.
004650     MOVE WS-UNKNOWN-COUNT TO WS-TOT-COUNT.
004660     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004670
004680     MOVE SPACES TO WS-TOTAL-LINE.
004690     MOVE "NOT ACKNOWLEDGED - OVERDUE" TO WS-TOT-LABEL.
004700     MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT.
004710     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004720
004730     MOVE SPACES TO WS-TOTAL-LINE.
004740     MOVE "AWAITING ACKNOWLEDGMENT" TO WS-TOT-LABEL.
004750     MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT.
004760     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004770
004780     IF WS-REJECT-COUNT > ZERO
004790         OR WS-OVERDUE-COUNT > ZERO
004800         OR WS-DIFFER-COUNT > ZERO
004810         OR WS-UNKNOWN-COUNT > ZERO
004820         DISPLAY "GLACKRECON - LEDGER LOADS NEED FOLLOW-UP - "
004830             "REJECTED " WS-REJECT-COUNT
004840             " OVERDUE " WS-OVERDUE-COUNT
004850             " COUNT DIFFERS " WS-DIFFER-COUNT
004860             " UNKNOWN " WS-UNKNOWN-COUNT
004870         IF RETURN-CODE = ZERO
004880             MOVE 8 TO RETURN-CODE
004890         END-IF
004900     END-IF.
004910
004920     IF WS-DUPLICATE-COUNT > ZERO
004930         DISPLAY "GLACKRECON - " WS-DUPLICATE-COUNT
004940             " DUPLICATE ACKNOWLEDGMENT(S)"
004950         IF RETURN-CODE = ZERO
004960             MOVE 4 TO RETURN-CODE
004970         END-IF
004980     END-IF.
004990
005000     IF WS-LAK-STATUS NOT = "35"
005010         CLOSE LAK-FILE
005020     END-IF.
005030
005040     CLOSE ILG-FILE.
005050     CLOSE RPT-FILE.
005060 9000-TERMINATE-EXIT.
005070     EXIT.
