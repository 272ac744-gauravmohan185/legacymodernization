000250*            TRIMMED LIVE FILE (NEW-FILE), WHICH THE SCHEDULER  *
000260*            SWAPS IN FOR THE NEXT RUN.  THE ARCHIVE FILE IS    *
000270*            OPENED EXTEND SO EACH PERIOD'S ROLL ACCUMULATES.   *
000280*            THE MASTER FILE CHANGE LOG (CLG-FILE) WRITTEN BY   *
000290*            THE MAINTENANCE JOBS IS SPLIT THE SAME WAY,        *
000300*            AGAINST THE SAME CUTOFF, ONTO ITS OWN ARCHIVE FILE *
000310*            (CLA-FILE) AND TRIMMED LIVE FILE (CLN-FILE).       *
000320*                                                               *
000330*  MODIFICATION HISTORY                                         *
000340*  ----------------------------------------------------------   *
000350*  DATE        INIT   DESCRIPTION                               *
000360*  08/22/2026  RJ     ORIGINAL PROGRAM.  REPLACES THE MANUAL    *
000370*                     YEAR-END FILE SURGERY ON AUD-FILE.        *
000380*  08/22/2026  RJ     RECORD IMAGES WIDENED IN STEP WITH THE      *
000390*                     DOLLARS-AND-CENTS (V99) AUDREC LAYOUT,      *
000400*                     AND FOR THE BATCH ID NOW CARRIED ON        *
000410*                     EVERY AUDIT RECORD.                        *
000420*  09/02/2026  RJ     RECORD IMAGES WIDENED AGAIN FOR THE        *
000430*                     ACCOUNT AND CALC STATUS NOW CARRIED ON     *
000440*                     EVERY AUDIT RECORD FOR THE BATCH           *
000450*                     BACKOUT JOB.                               *
000460*  09/02/2026  RJ     THE RETENTION CUTOFF IS NOW FIGURED FROM   *
000470*                     THE BUSINESS DATE CONTROL CARD (BDC-FILE)  *
000480*                     WHEN ONE IS PRESENT, SO A MORNING RERUN    *
000490*                     DOES NOT ARCHIVE A DAY EARLY.              *
000500*  10/15/2026  RJ     RECORD IMAGES WIDENED AGAIN FOR THE        *
000510*                     ORIGINAL CURRENCY, AMOUNTS AND EXCHANGE    *
000520*                     RATE NOW CARRIED ON EVERY AUDIT RECORD.    *
000530*  10/15/2026  RJ     THE MASTER FILE CHANGE LOG (CLG-FILE) NOW  *
000540*                     FALLS UNDER THE SAME RETENTION AS THE      *
000550*                     AUDIT TRAIL: RECORDS OLDER THAN THE CUTOFF *
000560*                     ROLL TO THE CHANGE LOG ARCHIVE (CLA-FILE)  *
000570*                     AND THE REST GO TO THE TRIMMED LIVE FILE   *
000580*                     (CLN-FILE) FOR THE SCHEDULER TO SWAP IN.   *
000590******************************************************************
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT AUD-FILE ASSIGN TO "AUDFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUD-STATUS.
000670
000680     SELECT ARP-FILE ASSIGN TO "ARCPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ARP-STATUS.
000710
000720     SELECT ARC-FILE ASSIGN TO "ARCFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARC-STATUS.
000750
000760     SELECT NEW-FILE ASSIGN TO "AUDNEW"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-NEW-STATUS.
000790
000800     SELECT CLG-FILE ASSIGN TO "CHGLOG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CLG-STATUS.
000830
000840     SELECT CLA-FILE ASSIGN TO "CHGARC"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CLA-STATUS.
000870
000880     SELECT CLN-FILE ASSIGN TO "CHGNEW"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CLN-STATUS.
000910
000920     SELECT BDC-FILE ASSIGN TO "BUSDATE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-BDC-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  AUD-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY AUDREC.
001010
001020 FD  ARP-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY ARPREC.
001050
001060 FD  ARC-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  ARC-RECORD              PIC X(116).
001090
001100 FD  NEW-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  NEW-RECORD              PIC X(116).
001130
001140 FD  CLG-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY CLGREC.
001170
001180 FD  CLA-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  CLA-RECORD              PIC X(259).
001210
001220 FD  CLN-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  CLN-RECORD              PIC X(259).
001250
001260 FD  BDC-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY BDCREC.
001290
001300 WORKING-STORAGE SECTION.
001310 77  WS-AUD-STATUS           PIC X(02)  VALUE "00".
001320 77  WS-ARP-STATUS           PIC X(02)  VALUE "00".
001330 77  WS-ARC-STATUS           PIC X(02)  VALUE "00".
001340 77  WS-NEW-STATUS           PIC X(02)  VALUE "00".
001350 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001360 77  WS-CLG-STATUS           PIC X(02)  VALUE "00".
001370 77  WS-CLA-STATUS           PIC X(02)  VALUE "00".
001380 77  WS-CLN-STATUS           PIC X(02)  VALUE "00".
001390 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
001400     88  WS-EOF                         VALUE "Y".
001410 77  WS-CLG-EOF-SWITCH       PIC X(01)  VALUE "N".
001420     88  WS-CLG-EOF                     VALUE "Y".
001430 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001440 77  WS-RETENTION-DAYS       PIC 9(04) VALUE 365.
001450 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001460 77  WS-CUTOFF-INT           PIC 9(07) COMP VALUE ZERO.
001470 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001480 77  WS-ARCHIVE-COUNT        PIC 9(07) COMP VALUE ZERO.
001490 77  WS-RETAIN-COUNT         PIC 9(07) COMP VALUE ZERO.
001500 77  WS-CLG-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001510 77  WS-CLG-ARCHIVE-COUNT    PIC 9(07) COMP VALUE ZERO.
001520 77  WS-CLG-RETAIN-COUNT     PIC 9(07) COMP VALUE ZERO.
001530
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE SECTION.
001560 0000-MAIN-RTN.
001570     PERFORM 1000-INITIALIZE
001580         THRU 1000-INITIALIZE-EXIT.
001590
001600     IF WS-AUD-STATUS = "00"
001610         PERFORM 2000-SPLIT-AUDIT-RECORD
001620             THRU 2000-SPLIT-AUDIT-RECORD-EXIT
001630             UNTIL WS-EOF
001640
001650         PERFORM 3000-ARCHIVE-CHANGE-LOG
001660             THRU 3000-ARCHIVE-CHANGE-LOG-EXIT
001670
001680         PERFORM 9000-TERMINATE
001690             THRU 9000-TERMINATE-EXIT
001700     END-IF.
001710
001720     STOP RUN.
001730
001740 1000-INITIALIZE.
001750 1000-INITIALIZE-RTN.
001760     OPEN INPUT AUD-FILE.
001770
001780     IF WS-AUD-STATUS NOT = "00"
001790         DISPLAY "AUDARCHIVE - OPEN ERROR ON AUD-FILE "
001800             "STATUS: " WS-AUD-STATUS
001810         MOVE "Y" TO WS-EOF-SWITCH
001820         MOVE 20 TO RETURN-CODE
001830         GO TO 1000-INITIALIZE-EXIT
001840     END-IF.
001850
001860     PERFORM 1100-GET-RETENTION
001870         THRU 1100-GET-RETENTION-EXIT.
001880
001890     PERFORM 1200-GET-BUSINESS-DATE
001900         THRU 1200-GET-BUSINESS-DATE-EXIT.
001910
001920     COMPUTE WS-CUTOFF-INT =
001930         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
001940         - WS-RETENTION-DAYS.
001950     COMPUTE WS-CUTOFF-DATE =
001960         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
001970
001980     OPEN EXTEND ARC-FILE.
001990     IF WS-ARC-STATUS = "35"
002000         OPEN OUTPUT ARC-FILE
002010     END-IF.
002020
002030     OPEN OUTPUT NEW-FILE.
002040
002050     PERFORM 2100-READ-AUDIT-RECORD
002060         THRU 2100-READ-AUDIT-RECORD-EXIT.
002070 1000-INITIALIZE-EXIT.
002080     EXIT.
002090
002100 1100-GET-RETENTION.
002110 1100-GET-RETENTION-RTN.
002120     OPEN INPUT ARP-FILE.
002130
002140     IF WS-ARP-STATUS NOT = "00"
002150         GO TO 1100-GET-RETENTION-EXIT
002160     END-IF.
002170
002180     READ ARP-FILE
002190         AT END
002200             CONTINUE
002210     END-READ.
002220
002230     IF WS-ARP-STATUS = "00"
002240         AND ARP-RETENTION-DAYS IS NUMERIC
002250         AND ARP-RETENTION-DAYS > ZERO
002260         MOVE ARP-RETENTION-DAYS TO WS-RETENTION-DAYS
002270     END-IF.
002280
002290     CLOSE ARP-FILE.
002300 1100-GET-RETENTION-EXIT.
002310     EXIT.
002320
002330 1200-GET-BUSINESS-DATE.
002340 1200-GET-BUSINESS-DATE-RTN.
002350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002360
002370     OPEN INPUT BDC-FILE.
002380
002390     IF WS-BDC-STATUS NOT = "00"
002400         GO TO 1200-GET-BUSINESS-DATE-EXIT
002410     END-IF.
002420
002430     READ BDC-FILE
002440         AT END
002450             CONTINUE
002460     END-READ.
002470
002480     IF WS-BDC-STATUS = "00"
002490         AND BDC-BUS-DATE IS NUMERIC
002500         AND BDC-BUS-DATE > ZERO
002510         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002520     END-IF.
002530
002540     CLOSE BDC-FILE.
002550 1200-GET-BUSINESS-DATE-EXIT.
002560     EXIT.
002570
002580 2000-SPLIT-AUDIT-RECORD.
002590 2000-SPLIT-AUDIT-RECORD-RTN.
002600     ADD 1 TO WS-READ-COUNT.
002610
002620     IF AUD-RUN-DATE < WS-CUTOFF-DATE
002630         WRITE ARC-RECORD FROM AUD-RECORD
002640         ADD 1 TO WS-ARCHIVE-COUNT
002650     ELSE
002660         WRITE NEW-RECORD FROM AUD-RECORD
002670         ADD 1 TO WS-RETAIN-COUNT
002680     END-IF.
002690
002700     PERFORM 2100-READ-AUDIT-RECORD
002710         THRU 2100-READ-AUDIT-RECORD-EXIT.
002720 2000-SPLIT-AUDIT-RECORD-EXIT.
002730     EXIT.
002740
002750 2100-READ-AUDIT-RECORD.
002760 2100-READ-AUDIT-RECORD-RTN.
002770     READ AUD-FILE
002780         AT END
002790             MOVE "Y" TO WS-EOF-SWITCH
002800     END-READ.
002810 2100-READ-AUDIT-RECORD-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*  THE CHANGE LOG IS SPLIT AGAINST THE AUDIT TRAIL'S CUTOFF.  A  *
002860*  MISSING CHANGE LOG LEAVES AN EMPTY TRIMMED FILE SO THE SWAP   *
002870*  STILL FINDS ONE.                                              *
002880******************************************************************
002890 3000-ARCHIVE-CHANGE-LOG.
002900 3000-ARCHIVE-CHANGE-LOG-RTN.
002910     OPEN INPUT CLG-FILE.
002920
002930     IF WS-CLG-STATUS = "35"
002940         DISPLAY "AUDARCHIVE - NO CHANGE LOG TO ARCHIVE"
002950         OPEN OUTPUT CLN-FILE
002960         CLOSE CLN-FILE
002970         GO TO 3000-ARCHIVE-CHANGE-LOG-EXIT
002980     END-IF.
002990
003000     IF WS-CLG-STATUS NOT = "00"
003010         DISPLAY "AUDARCHIVE - OPEN ERROR ON CLG-FILE "
003020             "STATUS: " WS-CLG-STATUS
003030         MOVE 20 TO RETURN-CODE
003040         GO TO 3000-ARCHIVE-CHANGE-LOG-EXIT
003050     END-IF.
003060
003070     OPEN EXTEND CLA-FILE.
003080     IF WS-CLA-STATUS = "35"
003090         OPEN OUTPUT CLA-FILE
003100     END-IF.
003110
003120     OPEN OUTPUT CLN-FILE.
003130
003140     PERFORM 3200-READ-CHANGE-RECORD
003150         THRU 3200-READ-CHANGE-RECORD-EXIT.
003160
003170     PERFORM 3100-SPLIT-CHANGE-RECORD
003180         THRU 3100-SPLIT-CHANGE-RECORD-EXIT
003190         UNTIL WS-CLG-EOF.
003200
003210     DISPLAY "AUDARCHIVE - CHANGE LOG READ " WS-CLG-READ-COUNT
003220         " ARCHIVED " WS-CLG-ARCHIVE-COUNT
003230         " RETAINED " WS-CLG-RETAIN-COUNT.
003240
003250     CLOSE CLG-FILE.
003260     CLOSE CLA-FILE.
003270     CLOSE CLN-FILE.
003280 3000-ARCHIVE-CHANGE-LOG-EXIT.
003290     EXIT.
003300
003310 3100-SPLIT-CHANGE-RECORD.
003320 3100-SPLIT-CHANGE-RECORD-RTN.
003330     ADD 1 TO WS-CLG-READ-COUNT.
003340
003350     IF CLG-RUN-DATE < WS-CUTOFF-DATE
003360         WRITE CLA-RECORD FROM CLG-RECORD
003370         ADD 1 TO WS-CLG-ARCHIVE-COUNT
003380     ELSE
003390         WRITE CLN-RECORD FROM CLG-RECORD
003400         ADD 1 TO WS-CLG-RETAIN-COUNT
003410     END-IF.
003420
003430     PERFORM 3200-READ-CHANGE-RECORD
003440         THRU 3200-READ-CHANGE-RECORD-EXIT.
003450 3100-SPLIT-CHANGE-RECORD-EXIT.
003460     EXIT.
003470
003480 3200-READ-CHANGE-RECORD.
003490 3200-READ-CHANGE-RECORD-RTN.
003500     READ CLG-FILE
003510         AT END
003520             MOVE "Y" TO WS-CLG-EOF-SWITCH
003530     END-READ.
003540 3200-READ-CHANGE-RECORD-EXIT.
003550     EXIT.
003560
003570 9000-TERMINATE.
003580 9000-TERMINATE-RTN.
003590     DISPLAY "AUDARCHIVE - CUTOFF " WS-CUTOFF-DATE
003600         " READ " WS-READ-COUNT
003610         " ARCHIVED " WS-ARCHIVE-COUNT
003620         " RETAINED " WS-RETAIN-COUNT.
003630
003640     CLOSE AUD-FILE.
003650     CLOSE ARC-FILE.
003660     CLOSE NEW-FILE.
003670 9000-TERMINATE-EXIT.
003680     EXIT.
003690
