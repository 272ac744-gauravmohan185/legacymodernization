000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GL-INTERFACE.
000120 AUTHOR. R JENNINGS.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************************
000180*  REMARKS:  OUTBOUND LEDGER INTERFACE JOB.  RUNS AFTER NIGHT-   *
000190*            BALANCE HAS PASSED THE NIGHT AND TURNS THE GL-POST  *
000200*            JOURNAL (JRN-FILE) INTO THE TRANSMISSION FILE FOR   *
000210*            THE CORPORATE LEDGER (LDG-FILE): A HEADER WITH THE  *
000220*            BUSINESS DATE, A UNIQUE SEQUENCE NUMBER, AND OUR    *
000230*            SOURCE SYSTEM ID; ONE DETAIL PER JOURNAL LINE; AND  *
000240*            A TRAILER WITH THE RECORD COUNT AND THE NET,        *
000250*            DEBIT, AND CREDIT TOTALS.  THE SEQUENCE NUMBER IS   *
000260*            ONE UP FROM THE HIGHEST ON THE INTERFACE LOG (ILG-  *
000270*            FILE), AND EVERY TRANSMISSION IS RECORDED THERE     *
000280*            WITH ITS TRAILER FIGURES AS SENT-NOT-ACKNOWLEDGED,  *
000290*            SO GL-ACK-RECON CAN PROVE THE LEDGER ACCEPTED IT,   *
000300*            AND ACCEPTED IT ONCE.  A JOURNAL THAT CANNOT BE     *
000310*            READ OR A LOG THAT CANNOT BE WRITTEN SETS RETURN-   *
000320*            CODE 20.                                            *
000330*                                                               *
000340*  MODIFICATION HISTORY                                         *
000350*  ----------------------------------------------------------   *
000360*  DATE        INIT   DESCRIPTION                               *
000370*  10/15/2026  RJ     ORIGINAL PROGRAM.                         *
000380*  10/15/2026  RJ     THE STEP NOW CALLS RUN-CONTROL FIRST AND  *
000390*                     LAST: IT IS REFUSED WITH RETURN-CODE 12,  *
000400*                     DOING NOTHING, IF A PREDECESSOR HAS NOT   *
000410*                     COMPLETED CLEANLY FOR THE BUSINESS DATE   *
000420*                     OR IT HAS ALREADY RUN (UNLESS AN OVERRIDE *
000430*                     CARD IS SUPPLIED), AND ITS RETURN CODE IS *
000440*                     RECORDED ON THE RUN-CONTROL FILE AT THE   *
000450*                     END.                                      *
000460*  10/15/2026  RJ     DROPPED THE LDGOUT POINT ON THE STEP      *
000470*                     CONTROL FILE.  IT WAS WRITTEN AFTER       *
000480*                     NIGHT-BALANCE HAD RUN AND NOTHING READ    *
000490*                     IT; THE TRANSMISSION'S COUNT AND NET ARE  *
000500*                     PROVED FROM THE INTERFACE LOG BY          *
000510*                     GL-ACK-RECON.                             *
000520******************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT JRN-FILE ASSIGN TO "JRNFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-JRN-STATUS.
000600
000610     SELECT LDG-FILE ASSIGN TO "LDGFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-LDG-STATUS.
000640
000650     SELECT ILG-FILE ASSIGN TO "INTFLOG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS ILG-SEQ-NO
000690         FILE STATUS IS WS-ILG-STATUS.
000700
000710     SELECT RPT-FILE ASSIGN TO "LDGRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RPT-STATUS.
000740
000750     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-BDC-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  JRN-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY GLJREC.
000840
000850 FD  LDG-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY LIFREC.
000880
000890 FD  ILG-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY ILGREC.
000920
000930 FD  RPT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY RPTREC.
000960
000970 FD  BDC-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY BDCREC.
001000
001010 WORKING-STORAGE SECTION.
001020 77  WS-JRN-STATUS           PIC X(02)  VALUE "00".
001030 77  WS-LDG-STATUS           PIC X(02)  VALUE "00".
001040 77  WS-ILG-STATUS           PIC X(02)  VALUE "00".
001050 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
001060 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001070 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001080 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001090 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001100     88  WS-EOF                         VALUE "Y".
001110 77  WS-ILG-EOF-SWITCH       PIC X(01)  VALUE "N".
001120     88  WS-ILG-EOF                     VALUE "Y".
001130 77  WS-SOURCE-ID            PIC X(08) VALUE "NITECALC".
001140 77  WS-SEQ-NO               PIC 9(08) VALUE ZERO.
001150 77  WS-REC-COUNT            PIC 9(07) COMP VALUE ZERO.
001160 77  WS-TOTAL-DEBITS         PIC S9(12)V99 COMP VALUE ZERO.
001170 77  WS-TOTAL-CREDITS        PIC S9(12)V99 COMP VALUE ZERO.
001180 77  WS-TOTAL-NET            PIC S9(12)V99 COMP VALUE ZERO.
001190
001200 01  WS-PRINT-LINE.
001210     05  WS-DET-ACCOUNT      PIC X(10).
001220     05  FILLER              PIC X(03)  VALUE SPACES.
001230     05  WS-DET-AMOUNT       PIC -(12)9.99.
001240     05  FILLER              PIC X(03)  VALUE SPACES.
001250     05  WS-DET-TRANS        PIC Z,ZZZ,ZZ9.
001260     05  FILLER              PIC X(03)  VALUE SPACES.
001270     05  WS-DET-RUN-DATE     PIC 9(08).
001280     05  FILLER              PIC X(80)  VALUE SPACES.
001290
001300 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
001310     05  WS-HDR-BUS-LABEL    PIC X(13).
001320     05  FILLER              PIC X(02).
001330     05  WS-HDR-BUS-DATE     PIC 9(08).
001340     05  FILLER              PIC X(03).
001350     05  WS-HDR-TIM-LABEL    PIC X(08).
001360     05  FILLER              PIC X(02).
001370     05  WS-HDR-RUN-TIME     PIC 9(08).
001380     05  FILLER              PIC X(88).
001390
001400 01  WS-TITLE-LINE REDEFINES WS-PRINT-LINE.
001410     05  FILLER              PIC X(02).
001420     05  WS-TTL-SEQ-LABEL    PIC X(24).
001430     05  WS-TTL-SEQ-NO       PIC 9(08).
001440     05  FILLER              PIC X(03).
001450     05  WS-TTL-SRC-LABEL    PIC X(10).
001460     05  WS-TTL-SOURCE-ID    PIC X(08).
001470     05  FILLER              PIC X(77).
001480
001490 01  WS-TOTAL-LINE REDEFINES WS-PRINT-LINE.
001500     05  FILLER              PIC X(02).
001510     05  WS-TOT-LABEL        PIC X(20).
001520     05  FILLER              PIC X(02).
001530     05  WS-TOT-COUNT        PIC Z,ZZZ,ZZ9.
001540     05  FILLER              PIC X(03).
001550     05  WS-TOT-AMOUNT       PIC -(12)9.99.
001560     05  FILLER              PIC X(80).
001570
001580     COPY RCLREC.
001590
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE SECTION.
001620 0000-MAIN-RTN.
001630     PERFORM 0100-START-RUN-CONTROL
001640         THRU 0100-START-RUN-CONTROL-EXIT.
001650
001660     IF RCL-STEP-REFUSED
001670         STOP RUN
001680     END-IF.
001690
001700     PERFORM 1000-INITIALIZE
001710         THRU 1000-INITIALIZE-EXIT.
001720
001730     IF RETURN-CODE = ZERO
001740         PERFORM 2000-SEND-JOURNAL-LINE
001750             THRU 2000-SEND-JOURNAL-LINE-EXIT
001760             UNTIL WS-EOF
001770
001780         PERFORM 9000-TERMINATE
001790             THRU 9000-TERMINATE-EXIT
001800     END-IF.
001810
001820     PERFORM 9900-END-RUN-CONTROL
001830         THRU 9900-END-RUN-CONTROL-EXIT.
001840
001850     STOP RUN.
001860
001870******************************************************************
001880*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
001890*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
001900*  CODE RUN-CONTROL SETS.                                        *
001910******************************************************************
001920 0100-START-RUN-CONTROL.
001930 0100-START-RUN-CONTROL-RTN.
001940     MOVE "GLINTF  " TO RCL-JOB-ID.
001950     MOVE ZERO TO RCL-STEP-RC.
001960     SET RCL-START TO TRUE.
001970
001980     CALL "RUN-CONTROL" USING RCL-AREA.
001990
002000     MOVE RCL-STEP-RC TO RETURN-CODE.
002010 0100-START-RUN-CONTROL-EXIT.
002020     EXIT.
002030
002040 1000-INITIALIZE.
002050 1000-INITIALIZE-RTN.
002060     OPEN INPUT JRN-FILE.
002070
002080     IF WS-JRN-STATUS NOT = "00"
002090         DISPLAY "GLINTERFACE - OPEN ERROR ON JRN-FILE "
002100             "STATUS: " WS-JRN-STATUS
002110         MOVE "Y" TO WS-EOF-SWITCH
002120         MOVE 20 TO RETURN-CODE
002130         GO TO 1000-INITIALIZE-EXIT
002140     END-IF.
002150
002160     OPEN I-O ILG-FILE.
002170
002180     IF WS-ILG-STATUS = "35"
002190         OPEN OUTPUT ILG-FILE
002200         CLOSE ILG-FILE
002210         OPEN I-O ILG-FILE
002220     END-IF.
002230
002240     IF WS-ILG-STATUS NOT = "00"
002250         DISPLAY "GLINTERFACE - OPEN ERROR ON ILG-FILE "
002260             "STATUS: " WS-ILG-STATUS
002270         MOVE "Y" TO WS-EOF-SWITCH
002280         MOVE 20 TO RETURN-CODE
002290         CLOSE JRN-FILE
002300         GO TO 1000-INITIALIZE-EXIT
002310     END-IF.
002320
002330     PERFORM 1100-GET-BUSINESS-DATE
002340         THRU 1100-GET-BUSINESS-DATE-EXIT.
002350
002360     PERFORM 1200-GET-NEXT-SEQUENCE
002370         THRU 1200-GET-NEXT-SEQUENCE-EXIT.
002380
002390     OPEN OUTPUT LDG-FILE.
002400     OPEN OUTPUT RPT-FILE.
002410
002420     MOVE SPACES TO WS-HEADER-LINE.
002430     MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL.
002440     MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE.
002450     MOVE "RUN TIME" TO WS-HDR-TIM-LABEL.
002460     MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME.
002470     WRITE RPT-LINE FROM WS-HEADER-LINE.
002480
002490     MOVE SPACES TO WS-TITLE-LINE.
002500     MOVE "LEDGER TRANSMISSION SEQ" TO WS-TTL-SEQ-LABEL.
002510     MOVE WS-SEQ-NO TO WS-TTL-SEQ-NO.
002520     MOVE "SOURCE ID" TO WS-TTL-SRC-LABEL.
002530     MOVE WS-SOURCE-ID TO WS-TTL-SOURCE-ID.
002540     WRITE RPT-LINE FROM WS-TITLE-LINE.
002550
002560     MOVE SPACES TO LIF-RECORD.
002570     SET LIF-HEADER TO TRUE.
002580     MOVE WS-RUN-DATE TO LIF-HDR-BUS-DATE.
002590     MOVE WS-SEQ-NO TO LIF-HDR-SEQ-NO.
002600     MOVE WS-SOURCE-ID TO LIF-HDR-SOURCE-ID.
002610     ACCEPT LIF-HDR-CREATE-DATE FROM DATE YYYYMMDD.
002620     MOVE WS-RUN-TIME TO LIF-HDR-CREATE-TIME.
002630     WRITE LIF-RECORD.
002640
002650     PERFORM 2100-READ-JOURNAL
002660         THRU 2100-READ-JOURNAL-EXIT.
002670 1000-INITIALIZE-EXIT.
002680     EXIT.
002690
002700 1100-GET-BUSINESS-DATE.
002710 1100-GET-BUSINESS-DATE-RTN.
002720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002730     ACCEPT WS-RUN-TIME FROM TIME.
002740
002750     OPEN INPUT BDC-FILE.
002760
002770     IF WS-BDC-STATUS NOT = "00"
002780         GO TO 1100-GET-BUSINESS-DATE-EXIT
002790     END-IF.
002800
002810     READ BDC-FILE
002820         AT END
002830             CONTINUE
002840     END-READ.
002850
002860     IF WS-BDC-STATUS = "00"
002870         AND BDC-BUS-DATE IS NUMERIC
002880         AND BDC-BUS-DATE > ZERO
002890         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002900     END-IF.
002910
002920     CLOSE BDC-FILE.
002930 1100-GET-BUSINESS-DATE-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970*  THE LOG IS IN SEQUENCE-NUMBER ORDER, SO THE LAST RECORD ON    *
002980*  IT HOLDS THE HIGHEST NUMBER EVER SENT.  AN EMPTY LOG STARTS   *
002990*  AT ONE.                                                       *
003000******************************************************************
003010 1200-GET-NEXT-SEQUENCE.
003020 1200-GET-NEXT-SEQUENCE-RTN.
003030     MOVE ZERO TO WS-SEQ-NO.
003040     MOVE ZERO TO ILG-SEQ-NO.
003050
003060     START ILG-FILE KEY IS GREATER THAN ILG-SEQ-NO
003070         INVALID KEY
003080             MOVE "Y" TO WS-ILG-EOF-SWITCH
003090     END-START.
003100
003110     PERFORM 1210-READ-NEXT-LOG
003120         THRU 1210-READ-NEXT-LOG-EXIT
003130         UNTIL WS-ILG-EOF.
003140
003150     ADD 1 TO WS-SEQ-NO.
003160 1200-GET-NEXT-SEQUENCE-EXIT.
003170     EXIT.
003180
003190 1210-READ-NEXT-LOG.
003200 1210-READ-NEXT-LOG-RTN.
003210     READ ILG-FILE NEXT RECORD
003220         AT END
003230             MOVE "Y" TO WS-ILG-EOF-SWITCH
003240             GO TO 1210-READ-NEXT-LOG-EXIT
003250     END-READ.
003260
003270     MOVE ILG-SEQ-NO TO WS-SEQ-NO.
003280 1210-READ-NEXT-LOG-EXIT.
003290     EXIT.
003300
003310 2000-SEND-JOURNAL-LINE.
003320 2000-SEND-JOURNAL-LINE-RTN.
003330     ADD 1 TO WS-REC-COUNT.
003340
003350     IF JRN-AMOUNT < ZERO
003360         SUBTRACT JRN-AMOUNT FROM WS-TOTAL-CREDITS
003370     ELSE
003380         ADD JRN-AMOUNT TO WS-TOTAL-DEBITS
003390     END-IF.
003400
003410     MOVE SPACES TO LIF-RECORD.
003420     SET LIF-DETAIL TO TRUE.
003430     MOVE JRN-ACCOUNT TO LIF-ACCOUNT.
003440     MOVE JRN-AMOUNT TO LIF-AMOUNT.
003450     MOVE JRN-TRAN-COUNT TO LIF-TRAN-COUNT.
003460     MOVE JRN-RUN-DATE TO LIF-RUN-DATE.
003470     WRITE LIF-RECORD.
003480
003490     MOVE SPACES TO WS-PRINT-LINE.
003500     MOVE JRN-ACCOUNT TO WS-DET-ACCOUNT.
003510     MOVE JRN-AMOUNT TO WS-DET-AMOUNT.
003520     MOVE JRN-TRAN-COUNT TO WS-DET-TRANS.
003530     MOVE JRN-RUN-DATE TO WS-DET-RUN-DATE.
003540     WRITE RPT-LINE FROM WS-PRINT-LINE.
003550
003560     PERFORM 2100-READ-JOURNAL
003570         THRU 2100-READ-JOURNAL-EXIT.
003580 2000-SEND-JOURNAL-LINE-EXIT.
003590     EXIT.
003600
003610 2100-READ-JOURNAL.
003620 2100-READ-JOURNAL-RTN.
003630     READ JRN-FILE
003640         AT END
003650             MOVE "Y" TO WS-EOF-SWITCH
003660     END-READ.
003670 2100-READ-JOURNAL-EXIT.
003680     EXIT.
003690
003700 9000-TERMINATE.
003710 9000-TERMINATE-RTN.
003720     COMPUTE WS-TOTAL-NET = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
003730
003740     MOVE SPACES TO LIF-RECORD.
003750     SET LIF-TRAILER TO TRUE.
003760     MOVE WS-SEQ-NO TO LIF-TRL-SEQ-NO.
003770     MOVE WS-REC-COUNT TO LIF-TRL-REC-COUNT.
003780     MOVE WS-TOTAL-NET TO LIF-TRL-NET.
003790     MOVE WS-TOTAL-DEBITS TO LIF-TRL-DEBITS.
003800     MOVE WS-TOTAL-CREDITS TO LIF-TRL-CREDITS.
003810     WRITE LIF-RECORD.
003820
003830     PERFORM 9100-LOG-TRANSMISSION
003840         THRU 9100-LOG-TRANSMISSION-EXIT.
003850
003860     MOVE SPACES TO WS-TOTAL-LINE.
003870     MOVE "DETAIL RECORDS" TO WS-TOT-LABEL.
003880     MOVE WS-REC-COUNT TO WS-TOT-COUNT.
003890     WRITE RPT-LINE FROM WS-TOTAL-LINE.
003900
003910     MOVE SPACES TO WS-TOTAL-LINE.
003920     MOVE "DEBITS" TO WS-TOT-LABEL.
003930     MOVE WS-TOTAL-DEBITS TO WS-TOT-AMOUNT.
003940     WRITE RPT-LINE FROM WS-TOTAL-LINE.
003950
003960     MOVE SPACES TO WS-TOTAL-LINE.
003970     MOVE "CREDITS" TO WS-TOT-LABEL.
003980     MOVE WS-TOTAL-CREDITS TO WS-TOT-AMOUNT.
003990     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004000
004010     MOVE SPACES TO WS-TOTAL-LINE.
004020     MOVE "NET" TO WS-TOT-LABEL.
004030     MOVE WS-TOTAL-NET TO WS-TOT-AMOUNT.
004040     WRITE RPT-LINE FROM WS-TOTAL-LINE.
004050
004060     DISPLAY "GLINTERFACE - SEQUENCE " WS-SEQ-NO
004070         " SENT " WS-REC-COUNT " DETAIL RECORDS".
004080
004090     CLOSE JRN-FILE.
004100     CLOSE LDG-FILE.
004110     CLOSE ILG-FILE.
004120     CLOSE RPT-FILE.
004130 9000-TERMINATE-EXIT.
004140     EXIT.
004150
004160 9100-LOG-TRANSMISSION.
004170 9100-LOG-TRANSMISSION-RTN.
004180     MOVE SPACES TO ILG-RECORD.
004190     MOVE WS-SEQ-NO TO ILG-SEQ-NO.
004200     MOVE WS-RUN-DATE TO ILG-BUS-DATE.
004210     MOVE WS-RUN-TIME TO ILG-SENT-TIME.
004220     MOVE WS-SOURCE-ID TO ILG-SOURCE-ID.
004230     MOVE WS-REC-COUNT TO ILG-REC-COUNT.
004240     MOVE WS-TOTAL-NET TO ILG-NET.
004250     MOVE WS-TOTAL-DEBITS TO ILG-DEBITS.
004260     MOVE WS-TOTAL-CREDITS TO ILG-CREDITS.
004270     SET ILG-SENT TO TRUE.
004280     MOVE ZERO TO ILG-ACK-DATE.
004290     MOVE ZERO TO ILG-ACK-COUNT.
004300
004310     WRITE ILG-RECORD
004320         INVALID KEY
004330             DISPLAY "GLINTERFACE - WRITE ERROR ON ILG-FILE "
004340                 "SEQUENCE " WS-SEQ-NO
004350                 " - TRANSMISSION NOT LOGGED"
004360             MOVE 20 TO RETURN-CODE
004370     END-WRITE.
004380 9100-LOG-TRANSMISSION-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
004430*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
004440******************************************************************
004450 9900-END-RUN-CONTROL.
004460 9900-END-RUN-CONTROL-RTN.
004470     MOVE RETURN-CODE TO RCL-STEP-RC.
004480     SET RCL-END TO TRUE.
004490
004500     CALL "RUN-CONTROL" USING RCL-AREA.
004510
004520     MOVE RCL-STEP-RC TO RETURN-CODE.
004530 9900-END-RUN-CONTROL-EXIT.
004540     EXIT.
