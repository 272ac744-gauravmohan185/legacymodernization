002870*                     COUNT, SO THE PENDING STEP-CONTROL        *
002880*                     FIGURE AND THE NIGHT-BALANCE CROSS-FOOT   *
002890*                     STAY TRUE ACROSS A MID-RUN RESTART.       *
002900*  10/15/2026  RJ     ADDED PER-ACCOUNT POSTING LIMITS.  AN     *
002910*                     ITEM WORTH MORE THAN ITS ACCOUNT'S ITEM   *
002920*                     LIMIT, OR ONE THAT WOULD TAKE THE         *
002930*                     NIGHT'S POSTINGS TO THE ACCOUNT PAST ITS  *
002940*                     NIGHTLY LIMIT, IS DIVERTED TO THE         *
002950*                     APPROVAL QUEUE (APQ-FILE) FOR LIM-APPROVE *
002960*                     INSTEAD OF CALLING CALC-FUNCTION, AND     *
002970*                     PRINTS AS QUEUED.  ITEMS LIM-APPROVE      *
002980*                     RELEASES (SOURCE LIMAPPR) ARE NOT HELD    *
002990*                     AGAIN BUT DO COUNT TOWARD THE NIGHT'S     *
003000*                     USAGE.  THE QUEUED COUNT AND VALUE GO TO  *
003010*                     THE STEP CONTROL FILE AND THE CHECKPOINT, *
003020*                     AS DOES THE LIMIT USAGE OF THE ACCOUNT IN *
003030*                     PROGRESS SO A RESTART STILL HONORS IT.    *
003040*  10/15/2026  RJ     ADDED MULTI-CURRENCY DETAILS.  A DETAIL   *
003050*                     KEYED IN A FOREIGN CURRENCY IS CONVERTED  *
003060*                     TO BASE AT THE RATE ON THE DAILY          *
003070*                     EXCHANGE-RATE MASTER (RTE-FILE) FOR ITS   *
003080*                     EFFECTIVE DATE (RUN DATE WHEN IT HAS      *
003090*                     NONE) BEFORE THE LIMIT CHECK AND THE      *
003100*                     CALL TO CALC-FUNCTION; NO RATE REJECTS    *
003110*                     IT (08), AND A CONVERSION THAT OVERFLOWS  *
003120*                     REJECTS IT (09).  ON A MULTIPLY ONLY      *
003130*                     PARAM1 IS AN AMOUNT AND CONVERTED.  THE   *
003140*                     ORIGINAL CURRENCY, AMOUNTS AND RATE GO    *
003150*                     TO CALC-FUNCTION FOR THE AUDIT TRAIL AND  *
003160*                     ONTO THE GL EXTRACT; PENDING AND QUEUED   *
003170*                     ITEMS KEEP THEIR AMOUNTS AS KEYED.  THE   *
003180*                     DETAIL LINE SHOWS THE AMOUNTS AS KEYED    *
003190*                     WITH THE CURRENCY AND RATE, AND THE       *
003200*                     FOOTER IS FOLLOWED BY THE POSTED ACTIVITY *
003210*                     SUBTOTALLED BY CURRENCY (REBUILT FROM THE *
003220*                     GL EXTRACT ON A RESTART).                 *
003230*  10/15/2026  RJ     THE NIGHTLY BATCH RUN NOW CALLS RUN-      *
003240*                     CONTROL FIRST AND LAST: IT IS REFUSED     *
003250*                     WITH RETURN-CODE 12, DOING NOTHING, IF A  *
003260*                     PREDECESSOR HAS NOT COMPLETED CLEANLY FOR *
003270*                     THE BUSINESS DATE OR IT HAS ALREADY RUN   *
003280*                     (UNLESS AN OVERRIDE CARD IS SUPPLIED),    *
003290*                     AND ITS RETURN CODE IS RECORDED ON THE    *
003300*                     RUN-CONTROL FILE AT THE END.  AN AD HOC   *
003310*                     RUN IS NOT CONTROLLED.                    *
003320*  10/15/2026  RJ     THE RUN-CONTROL AREA (RCLREC) IS NOW      *
003330*                     DEFINED IN WORKING-STORAGE.  IT HAD BEEN  *
003340*                     CODED UNDER THE LINKAGE SECTION, WHERE A  *
003350*                     MAIN PROGRAM HAS NO STORAGE BEHIND IT, SO *
003360*                     THE NIGHTLY RUN ABENDED ON ITS FIRST      *
003370*                     RUN-CONTROL CALL.                         *
003380*  10/15/2026  RJ     A RUN STARTED FROM THE TOP (NO            *
003390*                     CHECKPOINT) NOW DROPS ANY APPROVAL-QUEUE  *
003400*                     ITEMS ALREADY QUEUED FOR TONIGHT'S        *
003410*                     BUSINESS DATE BEFORE QUEUING THE NIGHT    *
003420*                     AGAIN, SO AN OVERRIDE RERUN NO LONGER     *
003430*                     QUEUES THE SAME ITEMS TWICE.  THE QUEUE   *
003440*                     IS COPIED THROUGH A WORK FILE (APW-FILE,  *
003450*                     APRQWRK) WITHOUT THEM.  A CHECKPOINT      *
003460*                     RESTART LEAVES THE QUEUE AS IT IS.        *
003470*  10/15/2026  RJ     THE POSTING-LIMIT EXEMPTION FOR           *
003480*                     SUPERVISOR-APPROVED ITEMS NOW ALSO        *
003490*                     REQUIRES A LIM-APPROVE BATCH ID (PREFIX   *
003500*                     "LA"), SO A HEADER SOURCE OF LIMAPPR      *
003510*                     ALONE NO LONGER LETS AN ITEM PAST BOTH    *
003520*                     LIMITS.                                   *
003530******************************************************************
003540
003550 ENVIRONMENT DIVISION.
003560 INPUT-OUTPUT SECTION.
003570 FILE-CONTROL.
003580     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
003590         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRAN-STATUS.
003610
003620     SELECT RPT-FILE ASSIGN TO "RPTFILE"
003630         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS WS-RPT-STATUS.
003650
003660     SELECT CHK-FILE ASSIGN TO "CHKFILE"
003670         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS WS-CHK-STATUS.
003690
003700     SELECT GL-FILE ASSIGN TO "GLFILE"
003710         ORGANIZATION IS LINE SEQUENTIAL
003720         FILE STATUS IS WS-GL-STATUS.
003730
003740     SELECT CTL-FILE ASSIGN TO "CTLFILE"
003750         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-CTL-STATUS.
003770
003780     SELECT ACM-FILE ASSIGN TO "ACCTMSTR"
003790         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003810         RECORD KEY IS ACM-ACCOUNT
003820         FILE STATUS IS WS-ACM-STATUS.
003830
003840     SELECT PRD-FILE ASSIGN TO "PRDCTL"
003850         ORGANIZATION IS INDEXED
003860         ACCESS MODE IS RANDOM
003870         RECORD KEY IS PRD-PERIOD
003880         FILE STATUS IS WS-PRD-STATUS.
003890
003900     SELECT SRT-FILE ASSIGN TO "SORTWK".
003910
003920     SELECT HST-FILE ASSIGN TO "HSTFILE"
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS WS-HST-STATUS.
003950
003960     SELECT PND-FILE ASSIGN TO "PNDFILE"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS WS-PND-STATUS.
003990
004000     SELECT BDC-FILE ASSIGN TO "BUSDATE"
004010         ORGANIZATION IS LINE SEQUENTIAL
004020         FILE STATUS IS WS-BDC-STATUS.
004030
004040     SELECT BRG-FILE ASSIGN TO "BCHREG"
004050         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-BRG-STATUS.
004070
004080     SELECT PBC-FILE ASSIGN TO "PBCFILE"
004090         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PBC-STATUS.
004110
004120     SELECT STP-FILE ASSIGN TO "STPCTL"
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS WS-STP-STATUS.
004150
004160     SELECT APQ-FILE ASSIGN TO "APRQUE"
004170         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-APQ-STATUS.
004190
004200     SELECT APW-FILE ASSIGN TO "APRQWRK"
004210         ORGANIZATION IS LINE SEQUENTIAL
004220         FILE STATUS IS WS-APW-STATUS.
004230
004240     SELECT RTE-FILE ASSIGN TO "RATEMSTR"
004250         ORGANIZATION IS INDEXED
004260         ACCESS MODE IS RANDOM
004270         RECORD KEY IS RTE-KEY
004280         FILE STATUS IS WS-RTE-STATUS.
004290
004300 DATA DIVISION.
004310 FILE SECTION.
004320 FD  TRAN-FILE
004330     LABEL RECORDS ARE STANDARD.
004340     COPY TRANREC.
004350
004360 FD  RPT-FILE
004370     LABEL RECORDS ARE STANDARD.
004380     COPY RPTREC.
004390
004400 FD  CHK-FILE
004410     LABEL RECORDS ARE STANDARD.
004420     COPY CHKREC.
004430
004440 FD  GL-FILE
004450     LABEL RECORDS ARE STANDARD.
004460     COPY GLREC.
004470
004480 FD  CTL-FILE
004490     LABEL RECORDS ARE STANDARD.
004500     COPY CTLREC.
004510
004520 FD  ACM-FILE
004530     LABEL RECORDS ARE STANDARD.
004540     COPY ACMREC.
004550
004560 FD  PRD-FILE
004570     LABEL RECORDS ARE STANDARD.
004580     COPY PRDREC.
004590
004600 FD  HST-FILE
004610     LABEL RECORDS ARE STANDARD.
004620     COPY HSTREC.
004630
004640 FD  PND-FILE
004650     LABEL RECORDS ARE STANDARD.
004660     COPY PNDREC.
004670
004680 FD  BDC-FILE
004690     LABEL RECORDS ARE STANDARD.
004700     COPY BDCREC.
004710
004720 FD  BRG-FILE
004730     LABEL RECORDS ARE STANDARD.
004740     COPY BRGREC.
004750
004760 FD  PBC-FILE
004770     LABEL RECORDS ARE STANDARD.
004780     COPY PBCREC.
004790
004800 FD  STP-FILE
004810     LABEL RECORDS ARE STANDARD.
004820     COPY STPREC.
004830
004840 FD  APQ-FILE
004850     LABEL RECORDS ARE STANDARD.
004860     COPY APQREC.
004870
004880 FD  APW-FILE
004890     LABEL RECORDS ARE STANDARD.
004900 01  APW-RECORD              PIC X(87).
004910
004920 FD  RTE-FILE
004930     LABEL RECORDS ARE STANDARD.
004940     COPY RTEREC.
004950
004960 SD  SRT-FILE.
004970 01  SRT-RECORD.
004980     05  SRT-ACCOUNT         PIC X(10).
004990     05  SRT-PARAM1          PIC S9(07)V99
005000             SIGN IS TRAILING SEPARATE CHARACTER.
005010     05  SRT-PARAM2          PIC S9(07)V99
005020             SIGN IS TRAILING SEPARATE CHARACTER.
005030     05  SRT-OP-CODE         PIC X(01).
005040     05  SRT-EFF-DATE        PIC 9(08).
005050     05  SRT-BATCH-ID        PIC X(08).
005060     05  SRT-BUS-DATE        PIC 9(08).
005070     05  SRT-SOURCE          PIC X(08).
005080     05  SRT-CURRENCY        PIC X(03).
005090
005100 WORKING-STORAGE SECTION.
005110 77  WS-TRAN-STATUS          PIC X(02)  VALUE "00".
005120 77  WS-RPT-STATUS           PIC X(02)  VALUE "00".
005130 77  WS-CHK-STATUS           PIC X(02)  VALUE "00".
005140 77  WS-GL-STATUS            PIC X(02)  VALUE "00".
005150 77  WS-CTL-STATUS           PIC X(02)  VALUE "00".
005160 77  WS-ACM-STATUS           PIC X(02)  VALUE "00".
005170 77  WS-HST-STATUS           PIC X(02)  VALUE "00".
005180 77  WS-PND-STATUS           PIC X(02)  VALUE "00".
005190 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
005200 77  WS-BRG-STATUS           PIC X(02)  VALUE "00".
005210 77  WS-PBC-STATUS           PIC X(02)  VALUE "00".
005220 77  WS-STP-STATUS           PIC X(02)  VALUE "00".
005230 77  WS-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
005240 77  WS-DETAIL-IN-COUNT      PIC 9(07) COMP VALUE ZERO.
005250 77  WS-PBC-EOF-SWITCH       PIC X(01)  VALUE "N".
005260     88  WS-PBC-EOF                     VALUE "Y".
005270 77  WS-DUP-BATCH-SWITCH     PIC X(01)  VALUE "N".
005280     88  WS-DUP-BATCH                   VALUE "Y".
005290 77  WS-PBC-COUNT            PIC 9(05) COMP VALUE ZERO.
005300 77  WS-PBC-MAX              PIC 9(05) COMP VALUE 5000.
005310 77  WS-PBC-SCAN-SUB         PIC 9(05) COMP VALUE ZERO.
005320 77  WS-PBC-RETAIN-DAYS      PIC 9(03) COMP VALUE 90.
005330 77  WS-PBC-CUTOFF           PIC 9(08) VALUE ZERO.
005340 77  WS-PBC-CUT-INT          PIC 9(07) COMP VALUE ZERO.
005350 77  WS-PRD-STATUS           PIC X(02)  VALUE "00".
005360 77  WS-PRD-USE-SWITCH       PIC X(01)  VALUE "N".
005370     88  WS-PRD-IN-USE                  VALUE "Y".
005380 77  WS-PRD-CLOSED-SWITCH    PIC X(01)  VALUE "N".
005390     88  WS-PERIOD-CLOSED               VALUE "Y".
005400 77  WS-DETAIL-BUS-DATE      PIC 9(08) VALUE ZERO.
005410 77  WS-CHECK-PERIOD         PIC 9(06) VALUE ZERO.
005420 77  WS-ACCT-VALID-SWITCH    PIC X(01)  VALUE "Y".
005430     88  WS-ACCT-VALID                  VALUE "Y".
005440     88  WS-ACCT-INVALID                VALUE "N".
005450 77  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
005460     88  WS-EOF                         VALUE "Y".
005470 77  WS-RESULT               PIC S9(07)V99
005480         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
005490 77  WS-CALC-STATUS          PIC X(01)  VALUE "C".
005500     88  WS-CALC-OK                     VALUE "C".
005510     88  WS-CALC-REJECTED               VALUE "R".
005520 77  WS-REASON-CODE          PIC X(02)  VALUE SPACES.
005530 77  WS-REC-COUNT            PIC 9(07) COMP VALUE ZERO.
005540 77  WS-GRAND-TOTAL          PIC S9(12)V99 COMP VALUE ZERO.
005550 77  WS-JOB-ID               PIC X(08) VALUE "ADDNBR01".
005560 77  WS-RESTART-TOTAL        PIC S9(12)V99 COMP VALUE ZERO.
005570 77  WS-CHKPT-COUNTER        PIC 9(07) COMP VALUE ZERO.
005580 77  WS-CHKPT-INTERVAL       PIC 9(07) COMP VALUE 1.
005590 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
005600 77  WS-EXPECTED-TOTAL       PIC S9(12)V99 COMP VALUE ZERO.
005610 77  WS-BALANCE-SWITCH       PIC X(01)  VALUE "Y".
005620     88  WS-IN-BALANCE                  VALUE "Y".
005630     88  WS-OUT-OF-BALANCE              VALUE "N".
005640 77  WS-ADHOC-NUM1           PIC S9(07)V99
005650         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
005660 77  WS-ADHOC-NUM2           PIC S9(07)V99
005670         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
005680 77  WS-ADHOC-RESULT         PIC S9(07)V99
005690         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
005700 77  WS-ADHOC-OP-CODE        PIC X(01)  VALUE "A".
005710 77  WS-ADHOC-CALC-STATUS    PIC X(01)  VALUE "C".
005720     88  WS-ADHOC-CALC-OK               VALUE "C".
005730     88  WS-ADHOC-CALC-REJECTED         VALUE "R".
005740 77  WS-ADHOC-REASON-CODE    PIC X(02)  VALUE SPACES.
005750 77  WS-ADHOC-BATCH-ID       PIC X(08)  VALUE SPACES.
005760 77  WS-ADHOC-ACCOUNT        PIC X(10)  VALUE SPACES.
005770 77  WS-INPUT-COUNT          PIC 9(07) COMP VALUE ZERO.
005780 77  WS-RESTART-PROC         PIC 9(07) COMP VALUE ZERO.
005790 77  WS-IN-BATCH-SWITCH      PIC X(01)  VALUE "N".
005800     88  WS-IN-BATCH                    VALUE "Y".
005810 77  WS-CURRENT-BATCH-ID     PIC X(08) VALUE SPACES.
005820 77  WS-BATCH-SOURCE         PIC X(08) VALUE SPACES.
005830 77  WS-BATCH-BUS-DATE       PIC 9(08) VALUE ZERO.
005840 77  WS-BATCH-HASH           PIC S9(12)V99 COMP VALUE ZERO.
005850 77  WS-BATCH-FAIL-REASON    PIC X(13) VALUE SPACES.
005860 77  WS-BATCH-REJ-COUNT      PIC 9(07) COMP VALUE ZERO.
005870 77  WS-BUF-COUNT            PIC 9(05) COMP VALUE ZERO.
005880 77  WS-BUF-MAX              PIC 9(05) COMP VALUE 5000.
005890 77  WS-BUF-SUB              PIC 9(05) COMP VALUE ZERO.
005900 77  WS-BCH-STATUS-SAVE      PIC X(08) VALUE SPACES.
005910 77  WS-ABORT-SWITCH         PIC X(01)  VALUE "N".
005920     88  WS-RUN-ABORTED                 VALUE "Y".
005930 77  WS-SORT-EOF-SWITCH      PIC X(01)  VALUE "N".
005940     88  WS-SORT-EOF                    VALUE "Y".
005950 77  WS-FIRST-DET-SWITCH     PIC X(01)  VALUE "Y".
005960     88  WS-FIRST-DETAIL                VALUE "Y".
005970 77  WS-BREAK-ACCOUNT        PIC X(10) VALUE SPACES.
005980 77  WS-ACCT-SUBTOTAL        PIC S9(12)V99 COMP VALUE ZERO.
005990 77  WS-ACCT-TRAN-COUNT      PIC 9(07) COMP VALUE ZERO.
006000 77  WS-RETURN-COUNT         PIC 9(07) COMP VALUE ZERO.
006010 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
006020 77  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
006030 77  WS-RECON-DONE-SWITCH    PIC X(01)  VALUE "N".
006040     88  WS-RECON-DONE                  VALUE "Y".
006050 77  WS-RESTART-FLAG         PIC X(01)  VALUE "C".
006060 77  WS-RESTART-RETURNED     PIC 9(07) COMP VALUE ZERO.
006070 77  WS-RESTART-REJECTS      PIC 9(07) COMP VALUE ZERO.
006080 77  WS-RESTART-PENDING      PIC 9(07) COMP VALUE ZERO.
006090 77  WS-PENDING-COUNT        PIC 9(07) COMP VALUE ZERO.
006100 77  WS-APQ-STATUS           PIC X(02)  VALUE "00".
006110 77  WS-APW-STATUS           PIC X(02)  VALUE "00".
006120 77  WS-APQ-EOF-SWITCH       PIC X(01)  VALUE "N".
006130     88  WS-APQ-EOF                     VALUE "Y".
006140 77  WS-APW-EOF-SWITCH       PIC X(01)  VALUE "N".
006150     88  WS-APW-EOF                     VALUE "Y".
006160 77  WS-APQ-DROPPED          PIC 9(07) COMP VALUE ZERO.
006170 77  WS-DETAIL-SOURCE        PIC X(08) VALUE SPACES.
006180 77  WS-APPROVED-SOURCE      PIC X(08) VALUE "LIMAPPR ".
006190 77  WS-APPROVED-PREFIX      PIC X(02) VALUE "LA".
006200 77  WS-LIMIT-SWITCH         PIC X(01)  VALUE "N".
006210     88  WS-OVER-LIMIT                  VALUE "Y".
006220 77  WS-LIMIT-TYPE           PIC X(01)  VALUE SPACE.
006230     88  WS-OVER-ITEM-LIMIT             VALUE "I".
006240     88  WS-OVER-NIGHT-LIMIT            VALUE "N".
006250 77  WS-LIMIT-ACCOUNT        PIC X(10) VALUE SPACES.
006260 77  WS-LIMIT-USED           PIC S9(12)V99 COMP VALUE ZERO.
006270 77  WS-LIMIT-ITEM           PIC S9(12)V99 COMP VALUE ZERO.
006280 77  WS-QUEUED-COUNT         PIC 9(07) COMP VALUE ZERO.
006290 77  WS-QUEUED-AMOUNT        PIC S9(12)V99 COMP VALUE ZERO.
006300 77  WS-RESTART-QUEUED       PIC 9(07) COMP VALUE ZERO.
006310 77  WS-RESTART-QUEUED-AMT   PIC S9(12)V99 COMP VALUE ZERO.
006320 77  WS-RESTART-LIMIT-ACCT   PIC X(10) VALUE SPACES.
006330 77  WS-RESTART-LIMIT-USED   PIC S9(12)V99 COMP VALUE ZERO.
006340 77  WS-RTE-STATUS           PIC X(02)  VALUE "00".
006350 77  WS-RTE-USE-SWITCH       PIC X(01)  VALUE "N".
006360     88  WS-RTE-IN-USE                  VALUE "Y".
006370 77  WS-BASE-CURRENCY        PIC X(03)  VALUE "USD".
006380 77  WS-DETAIL-CURRENCY      PIC X(03)  VALUE SPACES.
006390 77  WS-ORIG-PARAM1          PIC S9(07)V99
006400         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
006410 77  WS-ORIG-PARAM2          PIC S9(07)V99
006420         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
006430 77  WS-RATE                 PIC 9(05)V9(06) VALUE 1.
006440 77  WS-RATE-DATE            PIC 9(08) VALUE ZERO.
006450 77  WS-ADHOC-CURRENCY       PIC X(03)  VALUE SPACES.
006460 77  WS-ADHOC-RATE           PIC 9(05)V9(06) VALUE 1.
006470 77  WS-ADHOC-ORIG-NUM1      PIC S9(07)V99
006480         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
006490 77  WS-ADHOC-ORIG-NUM2      PIC S9(07)V99
006500         SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
006510 77  WS-CCY-USED             PIC 9(05) COMP VALUE ZERO.
006520 77  WS-CCY-MAX              PIC 9(05) COMP VALUE 50.
006530 77  WS-CCY-SUB              PIC 9(05) COMP VALUE ZERO.
006540 77  WS-CCY-FOUND-SWITCH     PIC X(01)  VALUE "N".
006550     88  WS-CCY-FOUND                   VALUE "Y".
006560 77  WS-CCY-FULL-SWITCH      PIC X(01)  VALUE "N".
006570     88  WS-CCY-TABLE-FULL              VALUE "Y".
006580 77  WS-BASE-CCY-COUNT       PIC 9(07) COMP VALUE ZERO.
006590 77  WS-BASE-CCY-TOTAL       PIC S9(12)V99 COMP VALUE ZERO.
006600 77  WS-GL-EOF-SWITCH        PIC X(01)  VALUE "N".
006610     88  WS-GL-EOF                      VALUE "Y".
006620
006630 01  WS-WORK-DETAIL.
006640     05  WS-WORK-ACCOUNT     PIC X(10).
006650     05  WS-WORK-PARAM1      PIC S9(07)V99
006660             SIGN IS TRAILING SEPARATE CHARACTER.
006670     05  WS-WORK-PARAM2      PIC S9(07)V99
006680             SIGN IS TRAILING SEPARATE CHARACTER.
006690     05  WS-WORK-OP-CODE     PIC X(01).
006700     05  WS-WORK-EFF-DATE    PIC 9(08).
006710     05  WS-WORK-CURRENCY    PIC X(03).
006720
006730 01  WS-CCY-TABLE.
006740     05  WS-CCY-ENTRY OCCURS 50 TIMES.
006750         10  WS-CCY-CODE     PIC X(03).
006760         10  WS-CCY-COUNT    PIC 9(07) COMP.
006770         10  WS-CCY-FOREIGN  PIC S9(12)V99 COMP.
006780         10  WS-CCY-BASE     PIC S9(12)V99 COMP.
006790
006800 01  WS-PBC-TABLE.
006810     05  WS-PBC-ID OCCURS 5000 TIMES
006820                             PIC X(08).
006830
006840 01  WS-BATCH-BUFFER.
006850     05  WS-BUF-IMAGE OCCURS 5000 TIMES
006860                             PIC X(42).
006870
006880 01  WS-PARM-LINE            PIC X(80)  VALUE SPACES.
006890
006900 01  WS-PARM-FIELDS REDEFINES WS-PARM-LINE.
006910     05  WS-PARM-NUM1        PIC S9(07)V99
006920             SIGN IS TRAILING SEPARATE CHARACTER.
006930     05  WS-PARM-NUM2        PIC S9(07)V99
006940             SIGN IS TRAILING SEPARATE CHARACTER.
006950     05  FILLER              PIC X(60).
006960
006970 01  WS-PRINT-LINE.
006980     05  WS-DET-PARAM1       PIC -(7)9.99.
006990     05  FILLER              PIC X(03)  VALUE SPACES.
007000     05  WS-DET-PARAM2       PIC -(7)9.99.
007010     05  FILLER              PIC X(03)  VALUE SPACES.
007020     05  WS-DET-OP           PIC X(01).
007030     05  FILLER              PIC X(03)  VALUE SPACES.
007040     05  WS-DET-RESULT       PIC -(7)9.99.
007050     05  FILLER              PIC X(03)  VALUE SPACES.
007060     05  WS-DET-STATUS       PIC X(08).
007070     05  FILLER              PIC X(02)  VALUE SPACES.
007080     05  WS-DET-REASON       PIC X(02).
007090     05  FILLER              PIC X(02)  VALUE SPACES.
007100     05  WS-DET-CURRENCY     PIC X(03).
007110     05  FILLER              PIC X(02)  VALUE SPACES.
007120     05  WS-DET-RATE         PIC ZZZZ9.999999 BLANK WHEN ZERO.
007130     05  FILLER              PIC X(53)  VALUE SPACES.
007140
007150 01  WS-HEADER-LINE REDEFINES WS-PRINT-LINE.
007160     05  WS-HDR-BUS-LABEL    PIC X(13).
007170     05  FILLER              PIC X(02).
007180     05  WS-HDR-BUS-DATE     PIC 9(08).
007190     05  FILLER              PIC X(03).
007200     05  WS-HDR-TIM-LABEL    PIC X(08).
007210     05  FILLER              PIC X(02).
007220     05  WS-HDR-RUN-TIME     PIC 9(08).
007230     05  FILLER              PIC X(86).
007240
007250 01  WS-FOOTER-LINE REDEFINES WS-PRINT-LINE.
007260     05  FILLER              PIC X(02)  VALUE SPACES.
007270     05  WS-FTR-CNT-LABEL    PIC X(17).
007280     05  FILLER              PIC X(02)  VALUE SPACES.
007290     05  WS-FTR-COUNT        PIC Z,ZZZ,ZZ9.
007300     05  FILLER              PIC X(05)  VALUE SPACES.
007310     05  WS-FTR-TOT-LABEL    PIC X(11).
007320     05  FILLER              PIC X(02)  VALUE SPACES.
007330     05  WS-FTR-TOTAL        PIC -(12)9.99.
007340     05  FILLER              PIC X(66)  VALUE SPACES.
007350
007360 01  WS-RECON-LINE REDEFINES WS-PRINT-LINE.
007370     05  FILLER              PIC X(02)  VALUE SPACES.
007380     05  WS-RCN-LABEL        PIC X(17).
007390     05  FILLER              PIC X(02)  VALUE SPACES.
007400     05  WS-RCN-EXPECTED     PIC -(12)9.99.
007410     05  FILLER              PIC X(05)  VALUE SPACES.
007420     05  WS-RCN-STAT-LABEL   PIC X(11).
007430     05  FILLER              PIC X(02)  VALUE SPACES.
007440     05  WS-RCN-STATUS       PIC X(14).
007450     05  FILLER              PIC X(61)  VALUE SPACES.
007460
007470 01  WS-BATCH-LINE REDEFINES WS-PRINT-LINE.
007480     05  WS-BCH-LABEL        PIC X(05).
007490     05  FILLER              PIC X(02).
007500     05  WS-BCH-ID           PIC X(08).
007510     05  FILLER              PIC X(02).
007520     05  WS-BCH-SOURCE       PIC X(08).
007530     05  FILLER              PIC X(02).
007540     05  WS-BCH-CNT-LABEL    PIC X(05).
007550     05  FILLER              PIC X(01).
007560     05  WS-BCH-COUNT        PIC Z,ZZZ,ZZ9.
007570     05  FILLER              PIC X(02).
007580     05  WS-BCH-TOT-LABEL    PIC X(05).
007590     05  FILLER              PIC X(01).
007600     05  WS-BCH-TOTAL        PIC -(12)9.99.
007610     05  FILLER              PIC X(02).
007620     05  WS-BCH-STATUS       PIC X(08).
007630     05  FILLER              PIC X(02).
007640     05  WS-BCH-REASON       PIC X(13).
007650     05  FILLER              PIC X(39).
007660
007670 01  WS-ACCT-LINE REDEFINES WS-PRINT-LINE.
007680     05  WS-ACC-LABEL        PIC X(08).
007690     05  FILLER              PIC X(02).
007700     05  WS-ACC-ID           PIC X(10).
007710     05  FILLER              PIC X(02).
007720     05  WS-ACC-CNT-LABEL    PIC X(05).
007730     05  FILLER              PIC X(01).
007740     05  WS-ACC-COUNT        PIC Z,ZZZ,ZZ9.
007750     05  FILLER              PIC X(02).
007760     05  WS-ACC-TOT-LABEL    PIC X(05).
007770     05  FILLER              PIC X(01).
007780     05  WS-ACC-TOTAL        PIC -(12)9.99.
007790     05  FILLER              PIC X(69).
007800
007810 01  WS-CCY-LINE REDEFINES WS-PRINT-LINE.
007820     05  FILLER              PIC X(02).
007830     05  WS-CUR-LABEL        PIC X(08).
007840     05  FILLER              PIC X(02).
007850     05  WS-CUR-CODE         PIC X(03).
007860     05  FILLER              PIC X(03).
007870     05  WS-CUR-CNT-LABEL    PIC X(06).
007880     05  FILLER              PIC X(01).
007890     05  WS-CUR-COUNT        PIC Z,ZZZ,ZZ9.
007900     05  FILLER              PIC X(03).
007910     05  WS-CUR-FGN-LABEL    PIC X(06).
007920     05  FILLER              PIC X(01).
007930     05  WS-CUR-FOREIGN      PIC -(12)9.99.
007940     05  FILLER              PIC X(03).
007950     05  WS-CUR-BASE-LABEL   PIC X(04).
007960     05  FILLER              PIC X(01).
007970     05  WS-CUR-BASE         PIC -(12)9.99.
007980     05  FILLER              PIC X(48).
007990
008000     COPY RCLREC.
008010
008020 LINKAGE SECTION.
008030
008040 PROCEDURE DIVISION.
008050 0000-MAINLINE SECTION.
008060 0000-MAIN-RTN.
008070     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
008080
008090     IF WS-PARM-LINE = SPACES
008100         PERFORM 0100-START-RUN-CONTROL
008110             THRU 0100-START-RUN-CONTROL-EXIT
008120
008130         IF RCL-STEP-CLEARED
008140             PERFORM 1000-INITIALIZE
008150                 THRU 1000-INITIALIZE-EXIT
008160
008170             IF WS-TRAN-STATUS = "00"
008180                 SORT SRT-FILE
008190                     ON ASCENDING KEY SRT-ACCOUNT
008200                     WITH DUPLICATES IN ORDER
008210                     INPUT PROCEDURE IS 1500-ACQUIRE-INPUT
008220                     OUTPUT PROCEDURE IS 3000-REPORT-BY-ACCOUNT
008230
008240                 PERFORM 9000-TERMINATE
008250                     THRU 9000-TERMINATE-EXIT
008260             END-IF
008270
008280             PERFORM 9900-END-RUN-CONTROL
008290                 THRU 9900-END-RUN-CONTROL-EXIT
008300         END-IF
008310     ELSE
008320         PERFORM 5000-AD-HOC-RUN
008330             THRU 5000-AD-HOC-RUN-EXIT
008340     END-IF.
008350
008360     STOP RUN.
008370
008380******************************************************************
008390*  CHECK IN WITH RUN CONTROL BEFORE ANYTHING IS OPENED.  A STEP  *
008400*  REFUSED FOR THE BUSINESS DATE STOPS HERE WITH THE RETURN      *
008410*  CODE RUN-CONTROL SETS.                                        *
008420******************************************************************
008430 0100-START-RUN-CONTROL.
008440 0100-START-RUN-CONTROL-RTN.
008450     MOVE WS-JOB-ID TO RCL-JOB-ID.
008460     MOVE ZERO TO RCL-STEP-RC.
008470     SET RCL-START TO TRUE.
008480
008490     CALL "RUN-CONTROL" USING RCL-AREA.
008500
008510     MOVE RCL-STEP-RC TO RETURN-CODE.
008520 0100-START-RUN-CONTROL-EXIT.
008530     EXIT.
008540
008550 5000-AD-HOC-RUN.
008560 5000-AD-HOC-RUN-RTN.
008570     PERFORM 1200-GET-BUSINESS-DATE
008580         THRU 1200-GET-BUSINESS-DATE-EXIT.
008590
008600     IF WS-PARM-LINE(1:7) = "CONSOLE"
008610         DISPLAY "ADDNUMBERSFUNCTION - ENTER NUM1: "
008620             WITH NO ADVANCING
008630         ACCEPT WS-ADHOC-NUM1
008640         DISPLAY "ADDNUMBERSFUNCTION - ENTER NUM2: "
008650             WITH NO ADVANCING
008660         ACCEPT WS-ADHOC-NUM2
008670     ELSE
008680         MOVE WS-PARM-NUM1 TO WS-ADHOC-NUM1
008690         MOVE WS-PARM-NUM2 TO WS-ADHOC-NUM2
008700     END-IF.
008710
008720     MOVE "A" TO WS-ADHOC-OP-CODE.
008730     MOVE "C" TO WS-ADHOC-CALC-STATUS.
008740     MOVE SPACES TO WS-ADHOC-REASON-CODE.
008750     MOVE WS-ADHOC-NUM1 TO WS-ADHOC-ORIG-NUM1.
008760     MOVE WS-ADHOC-NUM2 TO WS-ADHOC-ORIG-NUM2.
008770
008780     CALL "CALC-FUNCTION" USING WS-ADHOC-NUM1 WS-ADHOC-NUM2
008790         WS-ADHOC-RESULT WS-JOB-ID WS-ADHOC-OP-CODE
008800         WS-ADHOC-CALC-STATUS WS-ADHOC-REASON-CODE
008810         WS-ADHOC-BATCH-ID WS-ADHOC-ACCOUNT
008820         WS-ADHOC-CURRENCY WS-ADHOC-ORIG-NUM1 WS-ADHOC-ORIG-NUM2
008830         WS-ADHOC-RATE WS-RUN-DATE.
008840
008850     IF WS-ADHOC-CALC-REJECTED
008860         MOVE 8 TO RETURN-CODE
008870         DISPLAY "ADDNUMBERSFUNCTION - JOB " WS-JOB-ID
008880             " RUN DATE " WS-RUN-DATE " AD HOC RESULT REJECTED: "
008890             WS-ADHOC-NUM1 " + " WS-ADHOC-NUM2
008900             " OVERFLOWED - REASON " WS-ADHOC-REASON-CODE
008910             " - SEE REJFILE"
008920     ELSE
008930         DISPLAY "ADDNUMBERSFUNCTION - JOB " WS-JOB-ID
008940             " RUN DATE " WS-RUN-DATE " AD HOC RESULT: "
008950             WS-ADHOC-NUM1 " + " WS-ADHOC-NUM2 " = "
008960             WS-ADHOC-RESULT
008970     END-IF.
008980 5000-AD-HOC-RUN-EXIT.
008990     EXIT.
009000
009010 1000-INITIALIZE.
009020 1000-INITIALIZE-RTN.
009030     OPEN INPUT TRAN-FILE.
009040
009050     IF WS-TRAN-STATUS NOT = "00"
009060         DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON TRAN-FILE "
009070             "STATUS: " WS-TRAN-STATUS
009080         MOVE "Y" TO WS-EOF-SWITCH
009090         MOVE 20 TO RETURN-CODE
009100         GO TO 1000-INITIALIZE-EXIT
009110     END-IF.
009120
009130     OPEN INPUT ACM-FILE.
009140
009150     IF WS-ACM-STATUS NOT = "00"
009160         DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON ACM-FILE "
009170             "STATUS: " WS-ACM-STATUS
009180         MOVE "Y" TO WS-EOF-SWITCH
009190         MOVE 20 TO RETURN-CODE
009200         MOVE "99" TO WS-TRAN-STATUS
009210         CLOSE TRAN-FILE
009220         GO TO 1000-INITIALIZE-EXIT
009230     END-IF.
009240
009250     OPEN INPUT PRD-FILE.
009260
009270     EVALUATE TRUE
009280         WHEN WS-PRD-STATUS = "00"
009290             SET WS-PRD-IN-USE TO TRUE
009300         WHEN WS-PRD-STATUS = "35"
009310             DISPLAY "ADDNUMBERSFUNCTION - NO PERIOD CONTROL "
009320                 "FILE - PERIOD CHECKING BYPASSED"
009330         WHEN OTHER
009340             DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON "
009350                 "PRD-FILE STATUS: " WS-PRD-STATUS
009360             MOVE "Y" TO WS-EOF-SWITCH
009370             MOVE 20 TO RETURN-CODE
009380             MOVE "99" TO WS-TRAN-STATUS
009390             CLOSE TRAN-FILE
009400             CLOSE ACM-FILE
009410             GO TO 1000-INITIALIZE-EXIT
009420     END-EVALUATE.
009430
009440     OPEN INPUT RTE-FILE.
009450
009460     EVALUATE TRUE
009470         WHEN WS-RTE-STATUS = "00"
009480             SET WS-RTE-IN-USE TO TRUE
009490         WHEN WS-RTE-STATUS = "35"
009500             DISPLAY "ADDNUMBERSFUNCTION - NO EXCHANGE-RATE "
009510                 "MASTER - FOREIGN-CURRENCY DETAILS REJECTED"
009520         WHEN OTHER
009530             DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON "
009540                 "RTE-FILE STATUS: " WS-RTE-STATUS
009550             MOVE "Y" TO WS-EOF-SWITCH
009560             MOVE 20 TO RETURN-CODE
009570             MOVE "99" TO WS-TRAN-STATUS
009580             CLOSE TRAN-FILE
009590             CLOSE ACM-FILE
009600             IF WS-PRD-IN-USE
009610                 CLOSE PRD-FILE
009620             END-IF
009630             GO TO 1000-INITIALIZE-EXIT
009640     END-EVALUATE.
009650
009660     PERFORM 1100-GET-RESTART-POINT
009670         THRU 1100-GET-RESTART-POINT-EXIT.
009680
009690     IF WS-RESTART-PROC > ZERO
009700         OPEN EXTEND RPT-FILE
009710         IF WS-RPT-STATUS = "35"
009720             OPEN OUTPUT RPT-FILE
009730         END-IF
009740         PERFORM 1150-RELOAD-CURRENCY-TOTALS
009750             THRU 1150-RELOAD-CURRENCY-TOTALS-EXIT
009760         OPEN EXTEND GL-FILE
009770         IF WS-GL-STATUS = "35"
009780             OPEN OUTPUT GL-FILE
009790         END-IF
009800         MOVE WS-RESTART-PROC TO WS-REC-COUNT
009810         MOVE WS-RESTART-REJECTS TO WS-REJECT-COUNT
009820         MOVE WS-RESTART-PENDING TO WS-PENDING-COUNT
009830         MOVE WS-RESTART-TOTAL TO WS-GRAND-TOTAL
009840         MOVE WS-RESTART-QUEUED TO WS-QUEUED-COUNT
009850         MOVE WS-RESTART-QUEUED-AMT TO WS-QUEUED-AMOUNT
009860         MOVE WS-RESTART-LIMIT-ACCT TO WS-LIMIT-ACCOUNT
009870         MOVE WS-RESTART-LIMIT-USED TO WS-LIMIT-USED
009880     ELSE
009890         OPEN OUTPUT RPT-FILE
009900         OPEN OUTPUT GL-FILE
009910     END-IF.
009920
009930     OPEN EXTEND PND-FILE.
009940
009950     IF WS-PND-STATUS = "35"
009960         OPEN OUTPUT PND-FILE
009970     END-IF.
009980
009990     OPEN EXTEND BRG-FILE.
010000
010010     IF WS-BRG-STATUS = "35"
010020         OPEN OUTPUT BRG-FILE
010030     END-IF.
010040
010050     PERFORM 1200-GET-BUSINESS-DATE
010060         THRU 1200-GET-BUSINESS-DATE-EXIT.
010070
010080     IF WS-RESTART-PROC = ZERO
010090         PERFORM 1400-DROP-TONIGHTS-QUEUE
010100             THRU 1400-DROP-TONIGHTS-QUEUE-EXIT
010110     END-IF.
010120
010130     OPEN EXTEND APQ-FILE.
010140
010150     IF WS-APQ-STATUS = "35"
010160         OPEN OUTPUT APQ-FILE
010170     END-IF.
010180
010190     IF WS-RESTART-PROC = ZERO
010200         MOVE SPACES TO WS-HEADER-LINE
010210         MOVE "BUSINESS DATE" TO WS-HDR-BUS-LABEL
010220         MOVE WS-RUN-DATE TO WS-HDR-BUS-DATE
010230         MOVE "RUN TIME" TO WS-HDR-TIM-LABEL
010240         MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME
010250         WRITE RPT-LINE FROM WS-HEADER-LINE
010260     END-IF.
010270
010280     IF WS-RESTART-PROC > ZERO
010290         MOVE "R" TO WS-RESTART-FLAG
010300     END-IF.
010310
010320     PERFORM 1300-LOAD-POSTED-BATCHES
010330         THRU 1300-LOAD-POSTED-BATCHES-EXIT.
010340
010350     PERFORM 2100-READ-TRANSACTION
010360         THRU 2100-READ-TRANSACTION-EXIT.
010370 1000-INITIALIZE-EXIT.
010380     EXIT.
010390
010400 1100-GET-RESTART-POINT.
010410 1100-GET-RESTART-POINT-RTN.
010420     MOVE ZERO TO WS-RESTART-TOTAL.
010430
010440     OPEN INPUT CHK-FILE.
010450
010460     IF WS-CHK-STATUS = "00"
010470         READ CHK-FILE
010480             AT END
010490                 CONTINUE
010500         END-READ
010510         IF WS-CHK-STATUS = "00"
010520             MOVE CHK-PROCESSED-COUNT TO WS-RESTART-PROC
010530             MOVE CHK-RETURNED-COUNT TO WS-RESTART-RETURNED
010540             MOVE CHK-REJECT-COUNT TO WS-RESTART-REJECTS
010550             MOVE CHK-PENDING-COUNT TO WS-RESTART-PENDING
010560             MOVE CHK-GRAND-TOTAL TO WS-RESTART-TOTAL
010570             MOVE CHK-QUEUED-COUNT TO WS-RESTART-QUEUED
010580             MOVE CHK-QUEUED-AMOUNT TO WS-RESTART-QUEUED-AMT
010590             MOVE CHK-LIMIT-ACCOUNT TO WS-RESTART-LIMIT-ACCT
010600             MOVE CHK-LIMIT-USED TO WS-RESTART-LIMIT-USED
010610         END-IF
010620         CLOSE CHK-FILE
010630     END-IF.
010640 1100-GET-RESTART-POINT-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680*  ON A RESTART THE GL EXTRACT ALREADY HOLDS EVERYTHING THE      *
010690*  FIRST PASS POSTED, SO THE BY-CURRENCY SUBTOTALS ARE REBUILT   *
010700*  FROM IT BEFORE IT IS REOPENED FOR EXTEND.                     *
010710******************************************************************
010720 1150-RELOAD-CURRENCY-TOTALS.
010730 1150-RELOAD-CURRENCY-TOTALS-RTN.
010740     OPEN INPUT GL-FILE.
010750
010760     IF WS-GL-STATUS NOT = "00"
010770         GO TO 1150-RELOAD-CURRENCY-TOTALS-EXIT
010780     END-IF.
010790
010800     MOVE "N" TO WS-GL-EOF-SWITCH.
010810
010820     PERFORM 1160-RELOAD-ONE-GL
010830         THRU 1160-RELOAD-ONE-GL-EXIT
010840         UNTIL WS-GL-EOF.
010850
010860     CLOSE GL-FILE.
010870 1150-RELOAD-CURRENCY-TOTALS-EXIT.
010880     EXIT.
010890
010900 1160-RELOAD-ONE-GL.
010910 1160-RELOAD-ONE-GL-RTN.
010920     READ GL-FILE
010930         AT END
010940             MOVE "Y" TO WS-GL-EOF-SWITCH
010950             GO TO 1160-RELOAD-ONE-GL-EXIT
010960     END-READ.
010970
010980     PERFORM 2710-ADD-CURRENCY-TOTAL
010990         THRU 2710-ADD-CURRENCY-TOTAL-EXIT.
011000 1160-RELOAD-ONE-GL-EXIT.
011010     EXIT.
011020
011030 1200-GET-BUSINESS-DATE.
011040 1200-GET-BUSINESS-DATE-RTN.
011050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011060     ACCEPT WS-RUN-TIME FROM TIME.
011070
011080     OPEN INPUT BDC-FILE.
011090
011100     IF WS-BDC-STATUS NOT = "00"
011110         GO TO 1200-GET-BUSINESS-DATE-EXIT
011120     END-IF.
011130
011140     READ BDC-FILE
011150         AT END
011160             CONTINUE
011170     END-READ.
011180
011190     IF WS-BDC-STATUS = "00"
011200         AND BDC-BUS-DATE IS NUMERIC
011210         AND BDC-BUS-DATE > ZERO
011220         MOVE BDC-BUS-DATE TO WS-RUN-DATE
011230     END-IF.
011240
011250     CLOSE BDC-FILE.
011260 1200-GET-BUSINESS-DATE-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300*  THE PROCESSED-BATCH CONTROL FILE HOLDS EVERY BATCH ID THAT    *
011310*  PROVED AND POSTED.  ONLY THE RETENTION WINDOW LOADS INTO THE  *
011320*  TABLE - A RE-TRANSMISSION OLDER THAN WS-PBC-RETAIN-DAYS IS    *
011330*  NOT CAUGHT, BUT THE TABLE CANNOT FILL UP WITH HISTORY AND     *
011340*  STOP THE RUN.  TONIGHT'S OWN ENTRIES ARE ALWAYS SKIPPED:      *
011350*  ANY RERUN OF THE NIGHT, CHECKPOINTED OR NOT, MUST BE ABLE     *
011360*  TO RE-PROVE THE SAME INPUT IT ALREADY POSTED FROM.            *
011370******************************************************************
011380 1300-LOAD-POSTED-BATCHES.
011390 1300-LOAD-POSTED-BATCHES-RTN.
011400     COMPUTE WS-PBC-CUT-INT =
011410         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
011420         - WS-PBC-RETAIN-DAYS.
011430     COMPUTE WS-PBC-CUTOFF =
011440         FUNCTION DATE-OF-INTEGER (WS-PBC-CUT-INT).
011450
011460     OPEN INPUT PBC-FILE.
011470
011480     IF WS-PBC-STATUS = "35"
011490         MOVE "Y" TO WS-PBC-EOF-SWITCH
011500         GO TO 1300-LOAD-POSTED-BATCHES-OPEN
011510     END-IF.
011520
011530     IF WS-PBC-STATUS NOT = "00"
011540         DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON "
011550             "PBC-FILE STATUS: " WS-PBC-STATUS
011560         MOVE 20 TO RETURN-CODE
011570         SET WS-RUN-ABORTED TO TRUE
011580         MOVE "Y" TO WS-EOF-SWITCH
011590         MOVE "Y" TO WS-PBC-EOF-SWITCH
011600         GO TO 1300-LOAD-POSTED-BATCHES-EXIT
011610     END-IF.
011620
011630     PERFORM 1310-LOAD-ONE-POSTED
011640         THRU 1310-LOAD-ONE-POSTED-EXIT
011650         UNTIL WS-PBC-EOF.
011660
011670     CLOSE PBC-FILE.
011680
011690 1300-LOAD-POSTED-BATCHES-OPEN.
011700     OPEN EXTEND PBC-FILE.
011710
011720     IF WS-PBC-STATUS = "35"
011730         OPEN OUTPUT PBC-FILE
011740     END-IF.
011750 1300-LOAD-POSTED-BATCHES-EXIT.
011760     EXIT.
011770
011780 1310-LOAD-ONE-POSTED.
011790 1310-LOAD-ONE-POSTED-RTN.
011800     READ PBC-FILE
011810         AT END
011820             MOVE "Y" TO WS-PBC-EOF-SWITCH
011830             GO TO 1310-LOAD-ONE-POSTED-EXIT
011840     END-READ.
011850
011860     IF PBC-BUS-DATE = WS-RUN-DATE
011870         OR PBC-BUS-DATE < WS-PBC-CUTOFF
011880         GO TO 1310-LOAD-ONE-POSTED-EXIT
011890     END-IF.
011900
011910     IF WS-PBC-COUNT < WS-PBC-MAX
011920         ADD 1 TO WS-PBC-COUNT
011930         MOVE PBC-BATCH-ID TO WS-PBC-ID (WS-PBC-COUNT)
011940     ELSE
011950         DISPLAY "ADDNUMBERSFUNCTION - POSTED-BATCH TABLE "
011960             "FULL - INCREASE WS-PBC-MAX - RUN STOPPED"
011970         MOVE 20 TO RETURN-CODE
011980         SET WS-RUN-ABORTED TO TRUE
011990         MOVE "Y" TO WS-EOF-SWITCH
012000         MOVE "Y" TO WS-PBC-EOF-SWITCH
012010     END-IF.
012020 1310-LOAD-ONE-POSTED-EXIT.
012030     EXIT.
012040
012050******************************************************************
012060*  A RUN THAT STARTS FROM THE TOP (NO CHECKPOINT) QUEUES THE     *
012070*  WHOLE NIGHT AGAIN, SO ANY ITEMS ALREADY QUEUED FOR TONIGHT'S  *
012080*  BUSINESS DATE - BY AN EARLIER RUN OF THE SAME NIGHT - ARE     *
012090*  DROPPED FIRST.  THE QUEUE IS COPIED TO A WORK FILE WITHOUT    *
012100*  THEM AND COPIED BACK.  A CHECKPOINT RESTART SKIPS THE ITEMS   *
012110*  IT ALREADY QUEUED AND LEAVES THE QUEUE ALONE.                 *
012120******************************************************************
012130 1400-DROP-TONIGHTS-QUEUE.
012140 1400-DROP-TONIGHTS-QUEUE-RTN.
012150     MOVE ZERO TO WS-APQ-DROPPED.
012160     MOVE "N" TO WS-APQ-EOF-SWITCH.
012170
012180     OPEN INPUT APQ-FILE.
012190
012200     IF WS-APQ-STATUS = "35"
012210         GO TO 1400-DROP-TONIGHTS-QUEUE-EXIT
012220     END-IF.
012230
012240     IF WS-APQ-STATUS NOT = "00"
012250         DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON "
012260             "APQ-FILE STATUS: " WS-APQ-STATUS
012270         GO TO 1400-DROP-TONIGHTS-QUEUE-ABORT
012280     END-IF.
012290
012300     OPEN OUTPUT APW-FILE.
012310
012320     IF WS-APW-STATUS NOT = "00"
012330         DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON "
012340             "APW-FILE STATUS: " WS-APW-STATUS
012350         CLOSE APQ-FILE
012360         GO TO 1400-DROP-TONIGHTS-QUEUE-ABORT
012370     END-IF.
012380
012390     PERFORM 1410-SAVE-ONE-QUEUED
012400         THRU 1410-SAVE-ONE-QUEUED-EXIT
012410         UNTIL WS-APQ-EOF.
012420
012430     CLOSE APQ-FILE.
012440     CLOSE APW-FILE.
012450
012460     IF WS-APQ-DROPPED = ZERO
012470         GO TO 1400-DROP-TONIGHTS-QUEUE-EXIT
012480     END-IF.
012490
012500     OPEN INPUT APW-FILE.
012510     OPEN OUTPUT APQ-FILE.
012520
012530     IF WS-APW-STATUS NOT = "00"
012540         OR WS-APQ-STATUS NOT = "00"
012550         DISPLAY "ADDNUMBERSFUNCTION - QUEUE REBUILD FAILED - "
012560             "APW-FILE STATUS: " WS-APW-STATUS
012570             " APQ-FILE STATUS: " WS-APQ-STATUS
012580             " - RESTORE APRQUE FROM APRQWRK"
012590         GO TO 1400-DROP-TONIGHTS-QUEUE-ABORT
012600     END-IF.
012610
012620     MOVE "N" TO WS-APW-EOF-SWITCH.
012630
012640     PERFORM 1420-RESTORE-ONE-QUEUED
012650         THRU 1420-RESTORE-ONE-QUEUED-EXIT
012660         UNTIL WS-APW-EOF.
012670
012680     CLOSE APW-FILE.
012690     CLOSE APQ-FILE.
012700
012710     DISPLAY "ADDNUMBERSFUNCTION - " WS-APQ-DROPPED
012720         " ITEM(S) ALREADY QUEUED FOR BUSINESS DATE "
012730         WS-RUN-DATE " DROPPED FOR THE RERUN TO QUEUE AGAIN".
012740     GO TO 1400-DROP-TONIGHTS-QUEUE-EXIT.
012750
012760 1400-DROP-TONIGHTS-QUEUE-ABORT.
012770     MOVE 20 TO RETURN-CODE.
012780     SET WS-RUN-ABORTED TO TRUE.
012790     MOVE "Y" TO WS-EOF-SWITCH.
012800 1400-DROP-TONIGHTS-QUEUE-EXIT.
012810     EXIT.
012820
012830 1410-SAVE-ONE-QUEUED.
012840 1410-SAVE-ONE-QUEUED-RTN.
012850     READ APQ-FILE
012860         AT END
012870             MOVE "Y" TO WS-APQ-EOF-SWITCH
012880             GO TO 1410-SAVE-ONE-QUEUED-EXIT
012890     END-READ.
012900
012910     IF APQ-QUEUE-DATE = WS-RUN-DATE
012920         ADD 1 TO WS-APQ-DROPPED
012930         GO TO 1410-SAVE-ONE-QUEUED-EXIT
012940     END-IF.
012950
012960     WRITE APW-RECORD FROM APQ-RECORD.
012970 1410-SAVE-ONE-QUEUED-EXIT.
012980     EXIT.
012990
013000 1420-RESTORE-ONE-QUEUED.
013010 1420-RESTORE-ONE-QUEUED-RTN.
013020     READ APW-FILE
013030         AT END
013040             MOVE "Y" TO WS-APW-EOF-SWITCH
013050             GO TO 1420-RESTORE-ONE-QUEUED-EXIT
013060     END-READ.
013070
013080     WRITE APQ-RECORD FROM APW-RECORD.
013090 1420-RESTORE-ONE-QUEUED-EXIT.
013100     EXIT.
013110
013120 2000-PROCESS-TRANSACTION.
013130 2000-PROCESS-TRANSACTION-RTN.
013140     EVALUATE TRUE
013150         WHEN TRAN-HEADER
013160             PERFORM 2800-START-BATCH
013170                 THRU 2800-START-BATCH-EXIT
013180         WHEN TRAN-TRAILER
013190             PERFORM 2900-VERIFY-BATCH
013200                 THRU 2900-VERIFY-BATCH-EXIT
013210         WHEN TRAN-DETAIL
013220             IF WS-IN-BATCH
013230                 PERFORM 2850-BUFFER-DETAIL
013240                     THRU 2850-BUFFER-DETAIL-EXIT
013250             ELSE
013260                 MOVE TRAN-DETAIL-DATA TO WS-WORK-DETAIL
013270                 PERFORM 2015-RELEASE-DETAIL
013280                     THRU 2015-RELEASE-DETAIL-EXIT
013290             END-IF
013300         WHEN OTHER
013310             PERFORM 2050-REJECT-RECORD-TYPE
013320                 THRU 2050-REJECT-RECORD-TYPE-EXIT
013330     END-EVALUATE.
013340
013350     ADD 1 TO WS-INPUT-COUNT.
013360
013370     PERFORM 2100-READ-TRANSACTION
013380         THRU 2100-READ-TRANSACTION-EXIT.
013390 2000-PROCESS-TRANSACTION-EXIT.
013400     EXIT.
013410
013420 2010-PROCESS-DETAIL.
013430 2010-PROCESS-DETAIL-RTN.
013440     MOVE ZERO TO WS-RESULT.
013450     SET WS-CALC-OK TO TRUE.
013460     MOVE SPACES TO WS-REASON-CODE.
013470
013480     PERFORM 2020-SET-ORIGINAL-AMOUNTS
013490         THRU 2020-SET-ORIGINAL-AMOUNTS-EXIT.
013500
013510     PERFORM 2300-VALIDATE-ACCOUNT
013520         THRU 2300-VALIDATE-ACCOUNT-EXIT.
013530
013540     IF WS-CALC-OK
013550         PERFORM 2350-CHECK-POSTING-PERIOD
013560             THRU 2350-CHECK-POSTING-PERIOD-EXIT
013570     END-IF.
013580
013590     IF WS-CALC-OK
013600         PERFORM 2365-CONVERT-CURRENCY
013610             THRU 2365-CONVERT-CURRENCY-EXIT
013620     END-IF.
013630
013640     MOVE "N" TO WS-LIMIT-SWITCH.
013650
013660     IF WS-CALC-OK
013670         PERFORM 2370-CHECK-POSTING-LIMIT
013680             THRU 2370-CHECK-POSTING-LIMIT-EXIT
013690     END-IF.
013700
013710     IF WS-OVER-LIMIT
013720         PERFORM 2380-QUEUE-FOR-APPROVAL
013730             THRU 2380-QUEUE-FOR-APPROVAL-EXIT
013740         GO TO 2010-PROCESS-DETAIL-EXIT
013750     END-IF.
013760
013770     IF WS-CALC-OK
013780         CALL "CALC-FUNCTION" USING WS-WORK-PARAM1 WS-WORK-PARAM2
013790             WS-RESULT
013800             WS-JOB-ID WS-WORK-OP-CODE WS-CALC-STATUS
013810             WS-REASON-CODE WS-CURRENT-BATCH-ID
013820             WS-WORK-ACCOUNT
013830             WS-DETAIL-CURRENCY WS-ORIG-PARAM1 WS-ORIG-PARAM2
013840             WS-RATE WS-RATE-DATE
013850     END-IF.
013860
013870     IF WS-CALC-OK
013880         IF WS-RESULT < ZERO
013890             SUBTRACT WS-RESULT FROM WS-LIMIT-USED
013900         ELSE
013910             ADD WS-RESULT TO WS-LIMIT-USED
013920         END-IF
013930     END-IF.
013940
013950     ADD 1 TO WS-REC-COUNT.
013960     ADD WS-RESULT TO WS-GRAND-TOTAL.
013970
013980     PERFORM 2400-WRITE-DETAIL-LINE
013990         THRU 2400-WRITE-DETAIL-LINE-EXIT.
014000
014010     IF WS-CALC-OK
014020         PERFORM 2700-WRITE-GL-EXTRACT
014030             THRU 2700-WRITE-GL-EXTRACT-EXIT
014040     ELSE
014050         ADD 1 TO WS-REJECT-COUNT
014060     END-IF.
014070 2010-PROCESS-DETAIL-EXIT.
014080     EXIT.
014090
014100 2015-RELEASE-DETAIL.
014110 2015-RELEASE-DETAIL-RTN.
014120     MOVE WS-WORK-ACCOUNT TO SRT-ACCOUNT.
014130     MOVE WS-WORK-PARAM1 TO SRT-PARAM1.
014140     MOVE WS-WORK-PARAM2 TO SRT-PARAM2.
014150     MOVE WS-WORK-OP-CODE TO SRT-OP-CODE.
014160     MOVE WS-WORK-EFF-DATE TO SRT-EFF-DATE.
014170     MOVE WS-WORK-CURRENCY TO SRT-CURRENCY.
014180     MOVE WS-CURRENT-BATCH-ID TO SRT-BATCH-ID.
014190
014200     IF WS-IN-BATCH
014210         MOVE WS-BATCH-BUS-DATE TO SRT-BUS-DATE
014220         MOVE WS-BATCH-SOURCE TO SRT-SOURCE
014230     ELSE
014240         MOVE ZERO TO SRT-BUS-DATE
014250         MOVE SPACES TO SRT-SOURCE
014260     END-IF.
014270
014280     RELEASE SRT-RECORD.
014290 2015-RELEASE-DETAIL-EXIT.
014300     EXIT.
014310
014320******************************************************************
014330*  THE AMOUNTS AS KEYED ARE KEPT ASIDE BEFORE ANY CONVERSION -   *
014340*  THEY PRINT ON THE DETAIL LINE AND GO TO THE AUDIT TRAIL AND   *
014350*  GL EXTRACT.  A DETAIL IN BASE CURRENCY (SPACES OR THE BASE    *
014360*  CODE) CARRIES CURRENCY SPACES AND A RATE OF ONE; A FOREIGN    *
014370*  ONE HAS NO RATE UNTIL 2365 FINDS ONE.  THE RATE DATE IS THE   *
014380*  DATE THE DETAIL POSTS UNDER - ITS EFFECTIVE DATE, OR THE RUN  *
014390*  DATE WHEN IT HAS NONE.                                        *
014400******************************************************************
014410 2020-SET-ORIGINAL-AMOUNTS.
014420 2020-SET-ORIGINAL-AMOUNTS-RTN.
014430     MOVE WS-WORK-PARAM1 TO WS-ORIG-PARAM1.
014440     MOVE WS-WORK-PARAM2 TO WS-ORIG-PARAM2.
014450
014460     IF WS-WORK-EFF-DATE IS NUMERIC
014470         AND WS-WORK-EFF-DATE > ZERO
014480         MOVE WS-WORK-EFF-DATE TO WS-RATE-DATE
014490     ELSE
014500         MOVE WS-RUN-DATE TO WS-RATE-DATE
014510     END-IF.
014520
014530     IF WS-WORK-CURRENCY = SPACES
014540         OR WS-WORK-CURRENCY = WS-BASE-CURRENCY
014550         MOVE SPACES TO WS-DETAIL-CURRENCY
014560         MOVE 1 TO WS-RATE
014570     ELSE
014580         MOVE WS-WORK-CURRENCY TO WS-DETAIL-CURRENCY
014590         MOVE ZERO TO WS-RATE
014600     END-IF.
014610 2020-SET-ORIGINAL-AMOUNTS-EXIT.
014620     EXIT.
014630
014640 2050-REJECT-RECORD-TYPE.
014650 2050-REJECT-RECORD-TYPE-RTN.
014660     MOVE TRAN-DETAIL-DATA TO WS-WORK-DETAIL.
014670     PERFORM 2020-SET-ORIGINAL-AMOUNTS
014680         THRU 2020-SET-ORIGINAL-AMOUNTS-EXIT.
014690     MOVE ZERO TO WS-RESULT.
014700     SET WS-CALC-REJECTED TO TRUE.
014710     MOVE "05" TO WS-REASON-CODE.
014720
014730     IF WS-RESTART-PROC = ZERO
014740         ADD 1 TO WS-REC-COUNT
014750         ADD 1 TO WS-REJECT-COUNT
014760         PERFORM 2400-WRITE-DETAIL-LINE
014770             THRU 2400-WRITE-DETAIL-LINE-EXIT
014780     END-IF.
014790 2050-REJECT-RECORD-TYPE-EXIT.
014800     EXIT.
014810
014820 2100-READ-TRANSACTION.
014830 2100-READ-TRANSACTION-RTN.
014840     READ TRAN-FILE
014850         AT END
014860             MOVE "Y" TO WS-EOF-SWITCH
014870     END-READ.
014880 2100-READ-TRANSACTION-EXIT.
014890     EXIT.
014900
014910 2300-VALIDATE-ACCOUNT.
014920 2300-VALIDATE-ACCOUNT-RTN.
014930     SET WS-ACCT-VALID TO TRUE.
014940     MOVE WS-WORK-ACCOUNT TO ACM-ACCOUNT.
014950
014960     READ ACM-FILE
014970         INVALID KEY
014980             SET WS-ACCT-INVALID TO TRUE
014990             SET WS-CALC-REJECTED TO TRUE
015000             MOVE "03" TO WS-REASON-CODE
015010     END-READ.
015020
015030     IF WS-ACCT-VALID
015040         IF ACM-CLOSED
015050             SET WS-ACCT-INVALID TO TRUE
015060             SET WS-CALC-REJECTED TO TRUE
015070             MOVE "04" TO WS-REASON-CODE
015080         END-IF
015090     END-IF.
015100 2300-VALIDATE-ACCOUNT-EXIT.
015110     EXIT.
015120
015130******************************************************************
015140*  A DETAIL MAY NOT POST INTO A CLOSED ACCOUNTING PERIOD.  THE   *
015150*  EFFECTIVE DATE AND THE BATCH BUSINESS DATE ARE EACH CHECKED   *
015160*  WHEN PRESENT; A DETAIL CARRYING NEITHER IS CHECKED AGAINST    *
015170*  THE RUN DATE IT WILL POST UNDER.  A PERIOD WITH NO RECORD ON  *
015180*  THE CONTROL FILE HAS NEVER BEEN CLOSED AND POSTS NORMALLY.    *
015190******************************************************************
015200 2350-CHECK-POSTING-PERIOD.
015210 2350-CHECK-POSTING-PERIOD-RTN.
015220     IF NOT WS-PRD-IN-USE
015230         GO TO 2350-CHECK-POSTING-PERIOD-EXIT
015240     END-IF.
015250
015260     IF WS-WORK-EFF-DATE > ZERO
015270         MOVE WS-WORK-EFF-DATE (1:6) TO WS-CHECK-PERIOD
015280         PERFORM 2360-READ-PERIOD
015290             THRU 2360-READ-PERIOD-EXIT
015300         IF WS-PERIOD-CLOSED
015310             GO TO 2350-CHECK-POSTING-PERIOD-EXIT
015320         END-IF
015330     END-IF.
015340
015350     IF WS-DETAIL-BUS-DATE > ZERO
015360         MOVE WS-DETAIL-BUS-DATE (1:6) TO WS-CHECK-PERIOD
015370         PERFORM 2360-READ-PERIOD
015380             THRU 2360-READ-PERIOD-EXIT
015390         GO TO 2350-CHECK-POSTING-PERIOD-EXIT
015400     END-IF.
015410
015420     IF WS-WORK-EFF-DATE = ZERO
015430         MOVE WS-RUN-DATE (1:6) TO WS-CHECK-PERIOD
015440         PERFORM 2360-READ-PERIOD
015450             THRU 2360-READ-PERIOD-EXIT
015460     END-IF.
015470 2350-CHECK-POSTING-PERIOD-EXIT.
015480     EXIT.
015490
015500 2360-READ-PERIOD.
015510 2360-READ-PERIOD-RTN.
015520     MOVE "N" TO WS-PRD-CLOSED-SWITCH.
015530     MOVE WS-CHECK-PERIOD TO PRD-PERIOD.
015540
015550     READ PRD-FILE
015560         INVALID KEY
015570             GO TO 2360-READ-PERIOD-EXIT
015580     END-READ.
015590
015600     IF PRD-CLOSED
015610         SET WS-PERIOD-CLOSED TO TRUE
015620         SET WS-CALC-REJECTED TO TRUE
015630         MOVE "06" TO WS-REASON-CODE
015640     END-IF.
015650
015660 2360-READ-PERIOD-EXIT.
015670     EXIT.
015680
015690******************************************************************
015700*  A FOREIGN-CURRENCY DETAIL IS CONVERTED TO BASE AT THE RATE    *
015710*  FOR ITS RATE DATE, ROUNDED TO THE CENT, BEFORE THE LIMIT      *
015720*  CHECK AND CALC-FUNCTION SEE IT.  ON A MULTIPLY PARAM2 IS A    *
015730*  FACTOR, NOT AN AMOUNT, SO ONLY PARAM1 IS CONVERTED.  NO RATE  *
015740*  ON FILE FOR THE CURRENCY AND DATE REJECTS THE DETAIL (08); A  *
015750*  BASE AMOUNT TOO LARGE FOR THE PARAM FIELDS REJECTS IT (09).   *
015760******************************************************************
015770 2365-CONVERT-CURRENCY.
015780 2365-CONVERT-CURRENCY-RTN.
015790     IF WS-DETAIL-CURRENCY = SPACES
015800         GO TO 2365-CONVERT-CURRENCY-EXIT
015810     END-IF.
015820
015830     IF NOT WS-RTE-IN-USE
015840         SET WS-CALC-REJECTED TO TRUE
015850         MOVE "08" TO WS-REASON-CODE
015860         GO TO 2365-CONVERT-CURRENCY-EXIT
015870     END-IF.
015880
015890     MOVE WS-DETAIL-CURRENCY TO RTE-CURRENCY.
015900     MOVE WS-RATE-DATE TO RTE-RATE-DATE.
015910
015920     READ RTE-FILE
015930         INVALID KEY
015940             SET WS-CALC-REJECTED TO TRUE
015950             MOVE "08" TO WS-REASON-CODE
015960             GO TO 2365-CONVERT-CURRENCY-EXIT
015970     END-READ.
015980
015990     MOVE RTE-RATE TO WS-RATE.
016000
016010     COMPUTE WS-WORK-PARAM1 ROUNDED = WS-ORIG-PARAM1 * WS-RATE
016020         ON SIZE ERROR
016030             SET WS-CALC-REJECTED TO TRUE
016040             MOVE "09" TO WS-REASON-CODE
016050             GO TO 2365-CONVERT-CURRENCY-EXIT
016060     END-COMPUTE.
016070
016080     IF WS-WORK-OP-CODE NOT = "M"
016090         COMPUTE WS-WORK-PARAM2 ROUNDED =
016100             WS-ORIG-PARAM2 * WS-RATE
016110             ON SIZE ERROR
016120                 SET WS-CALC-REJECTED TO TRUE
016130                 MOVE "09" TO WS-REASON-CODE
016140         END-COMPUTE
016150     END-IF.
016160 2365-CONVERT-CURRENCY-EXIT.
016170     EXIT.
016180
016190******************************************************************
016200*  THE POSTING LIMITS ON THE ACCOUNT MASTER RECORD JUST READ BY  *
016210*  2300.  THE ITEM IS VALUED AT THE UNSIGNED AMOUNT IT WOULD     *
016220*  POST.  THE NIGHT'S USAGE IS THE UNSIGNED SUM OF WHAT HAS      *
016230*  POSTED TO THE ACCOUNT SO FAR TONIGHT - THE INPUT IS IN        *
016240*  ACCOUNT ORDER, SO IT STARTS AGAIN AT EACH NEW ACCOUNT.  AN    *
016250*  ITEM CALC-FUNCTION WILL REJECT ANYWAY (BAD OP CODE, RESULT    *
016260*  OVERFLOW) IS LEFT FOR IT TO REJECT, AND AN ITEM A SUPERVISOR  *
016270*  HAS ALREADY APPROVED - SOURCE LIMAPPR IN A LIM-APPROVE "LA"  *
016280*  BATCH, WHICH TRAN-EDIT REFUSES FROM KEYED INPUT - IS NOT      *
016290*  HELD A SECOND TIME.  ZERO ON EITHER LIMIT MEANS NONE.         *
016300******************************************************************
016310 2370-CHECK-POSTING-LIMIT.
016320 2370-CHECK-POSTING-LIMIT-RTN.
016330     IF WS-WORK-ACCOUNT NOT = WS-LIMIT-ACCOUNT
016340         MOVE WS-WORK-ACCOUNT TO WS-LIMIT-ACCOUNT
016350         MOVE ZERO TO WS-LIMIT-USED
016360     END-IF.
016370
016380     IF WS-DETAIL-SOURCE = WS-APPROVED-SOURCE
016390         AND WS-CURRENT-BATCH-ID (1:2) = WS-APPROVED-PREFIX
016400         GO TO 2370-CHECK-POSTING-LIMIT-EXIT
016410     END-IF.
016420
016430     IF ACM-ITEM-LIMIT = ZERO
016440         AND ACM-NIGHT-LIMIT = ZERO
016450         GO TO 2370-CHECK-POSTING-LIMIT-EXIT
016460     END-IF.
016470
016480     EVALUATE WS-WORK-OP-CODE
016490         WHEN "A"
016500             COMPUTE WS-LIMIT-ITEM =
016510                 WS-WORK-PARAM1 + WS-WORK-PARAM2
016520         WHEN "S"
016530             COMPUTE WS-LIMIT-ITEM =
016540                 WS-WORK-PARAM1 - WS-WORK-PARAM2
016550         WHEN "M"
016560             COMPUTE WS-LIMIT-ITEM ROUNDED =
016570                 WS-WORK-PARAM1 * WS-WORK-PARAM2
016580                 ON SIZE ERROR
016590                     GO TO 2370-CHECK-POSTING-LIMIT-EXIT
016600             END-COMPUTE
016610         WHEN OTHER
016620             GO TO 2370-CHECK-POSTING-LIMIT-EXIT
016630     END-EVALUATE.
016640
016650     IF WS-LIMIT-ITEM < ZERO
016660         COMPUTE WS-LIMIT-ITEM = ZERO - WS-LIMIT-ITEM
016670     END-IF.
016680
016690     IF WS-LIMIT-ITEM > 9999999.99
016700         GO TO 2370-CHECK-POSTING-LIMIT-EXIT
016710     END-IF.
016720
016730     IF ACM-ITEM-LIMIT > ZERO
016740         AND WS-LIMIT-ITEM > ACM-ITEM-LIMIT
016750         SET WS-OVER-LIMIT TO TRUE
016760         SET WS-OVER-ITEM-LIMIT TO TRUE
016770         GO TO 2370-CHECK-POSTING-LIMIT-EXIT
016780     END-IF.
016790
016800     IF ACM-NIGHT-LIMIT > ZERO
016810         AND WS-LIMIT-USED + WS-LIMIT-ITEM > ACM-NIGHT-LIMIT
016820         SET WS-OVER-LIMIT TO TRUE
016830         SET WS-OVER-NIGHT-LIMIT TO TRUE
016840     END-IF.
016850 2370-CHECK-POSTING-LIMIT-EXIT.
016860     EXIT.
016870
016880 2380-QUEUE-FOR-APPROVAL.
016890 2380-QUEUE-FOR-APPROVAL-RTN.
016900     MOVE WS-WORK-ACCOUNT TO APQ-ACCOUNT.
016910     MOVE WS-ORIG-PARAM1 TO APQ-PARAM1.
016920     MOVE WS-ORIG-PARAM2 TO APQ-PARAM2.
016930     MOVE WS-WORK-OP-CODE TO APQ-OP-CODE.
016940     MOVE WS-WORK-EFF-DATE TO APQ-EFF-DATE.
016950     MOVE WS-CURRENT-BATCH-ID TO APQ-BATCH-ID.
016960     MOVE WS-RUN-DATE TO APQ-QUEUE-DATE.
016970     MOVE WS-RUN-TIME TO APQ-QUEUE-TIME.
016980     MOVE WS-LIMIT-ITEM TO APQ-ITEM-VALUE.
016990     MOVE WS-LIMIT-TYPE TO APQ-LIMIT-TYPE.
017000     MOVE WS-WORK-CURRENCY TO APQ-CURRENCY.
017010
017020     IF WS-OVER-ITEM-LIMIT
017030         MOVE ACM-ITEM-LIMIT TO APQ-LIMIT
017040     ELSE
017050         MOVE ACM-NIGHT-LIMIT TO APQ-LIMIT
017060     END-IF.
017070
017080     WRITE APQ-RECORD.
017090
017100     ADD 1 TO WS-QUEUED-COUNT.
017110     ADD WS-LIMIT-ITEM TO WS-QUEUED-AMOUNT.
017120
017130     MOVE WS-ORIG-PARAM1 TO WS-DET-PARAM1.
017140     MOVE WS-ORIG-PARAM2 TO WS-DET-PARAM2.
017150     MOVE WS-WORK-OP-CODE TO WS-DET-OP.
017160     MOVE ZERO TO WS-DET-RESULT.
017170     PERFORM 2410-FORMAT-CURRENCY
017180         THRU 2410-FORMAT-CURRENCY-EXIT.
017190     MOVE "QUEUED" TO WS-DET-STATUS.
017200
017210     IF WS-OVER-ITEM-LIMIT
017220         MOVE "IL" TO WS-DET-REASON
017230     ELSE
017240         MOVE "NL" TO WS-DET-REASON
017250     END-IF.
017260
017270     WRITE RPT-LINE FROM WS-PRINT-LINE.
017280 2380-QUEUE-FOR-APPROVAL-EXIT.
017290     EXIT.
017300
017310 2400-WRITE-DETAIL-LINE.
017320 2400-WRITE-DETAIL-LINE-RTN.
017330     MOVE WS-ORIG-PARAM1 TO WS-DET-PARAM1.
017340     MOVE WS-ORIG-PARAM2 TO WS-DET-PARAM2.
017350     MOVE WS-WORK-OP-CODE TO WS-DET-OP.
017360     PERFORM 2410-FORMAT-CURRENCY
017370         THRU 2410-FORMAT-CURRENCY-EXIT.
017380
017390     IF WS-CALC-REJECTED
017400         MOVE ZERO TO WS-DET-RESULT
017410         MOVE "REJECTED" TO WS-DET-STATUS
017420         MOVE WS-REASON-CODE TO WS-DET-REASON
017430     ELSE
017440         MOVE WS-RESULT TO WS-DET-RESULT
017450         MOVE SPACES TO WS-DET-STATUS
017460         MOVE SPACES TO WS-DET-REASON
017470     END-IF.
017480
017490     WRITE RPT-LINE FROM WS-PRINT-LINE.
017500 2400-WRITE-DETAIL-LINE-EXIT.
017510     EXIT.
017520
017530 2410-FORMAT-CURRENCY.
017540 2410-FORMAT-CURRENCY-RTN.
017550     MOVE WS-DETAIL-CURRENCY TO WS-DET-CURRENCY.
017560
017570     IF WS-DETAIL-CURRENCY = SPACES
017580         MOVE ZERO TO WS-DET-RATE
017590     ELSE
017600         MOVE WS-RATE TO WS-DET-RATE
017610     END-IF.
017620 2410-FORMAT-CURRENCY-EXIT.
017630     EXIT.
017640
017650 2700-WRITE-GL-EXTRACT.
017660 2700-WRITE-GL-EXTRACT-RTN.
017670     MOVE WS-WORK-ACCOUNT TO GL-ACCOUNT.
017680     MOVE WS-RESULT TO GL-AMOUNT.
017690     MOVE WS-RUN-DATE TO GL-RUN-DATE.
017700     MOVE WS-CURRENT-BATCH-ID TO GL-BATCH-ID.
017710     MOVE WS-DETAIL-CURRENCY TO GL-CURRENCY.
017720     MOVE WS-RATE TO GL-RATE.
017730
017740     IF WS-DETAIL-CURRENCY = SPACES
017750         MOVE WS-RESULT TO GL-ORIG-AMOUNT
017760     ELSE
017770         EVALUATE WS-WORK-OP-CODE
017780             WHEN "A"
017790                 COMPUTE GL-ORIG-AMOUNT =
017800                     WS-ORIG-PARAM1 + WS-ORIG-PARAM2
017810             WHEN "S"
017820                 COMPUTE GL-ORIG-AMOUNT =
017830                     WS-ORIG-PARAM1 - WS-ORIG-PARAM2
017840             WHEN OTHER
017850                 COMPUTE GL-ORIG-AMOUNT ROUNDED =
017860                     WS-ORIG-PARAM1 * WS-ORIG-PARAM2
017870                     ON SIZE ERROR
017880                         MOVE ZERO TO GL-ORIG-AMOUNT
017890                 END-COMPUTE
017900         END-EVALUATE
017910     END-IF.
017920
017930     WRITE GL-RECORD.
017940
017950     PERFORM 2710-ADD-CURRENCY-TOTAL
017960         THRU 2710-ADD-CURRENCY-TOTAL-EXIT.
017970 2700-WRITE-GL-EXTRACT-EXIT.
017980     EXIT.
017990
018000******************************************************************
018010*  POSTED ACTIVITY IS SUBTOTALLED BY CURRENCY FROM THE GL        *
018020*  EXTRACT RECORD - THE AMOUNT IN ITS OWN CURRENCY AND ITS BASE  *
018030*  EQUIVALENT - WITH BASE-CURRENCY ACTIVITY KEPT APART.  A       *
018040*  CURRENCY THAT WILL NOT FIT IN THE TABLE IS LEFT OUT OF THE    *
018050*  SUBTOTALS (THE GRAND TOTAL IS UNAFFECTED) AND REPORTED ONCE.  *
018060******************************************************************
018070 2710-ADD-CURRENCY-TOTAL.
018080 2710-ADD-CURRENCY-TOTAL-RTN.
018090     IF GL-CURRENCY = SPACES
018100         ADD 1 TO WS-BASE-CCY-COUNT
018110         ADD GL-AMOUNT TO WS-BASE-CCY-TOTAL
018120         GO TO 2710-ADD-CURRENCY-TOTAL-EXIT
018130     END-IF.
018140
018150     MOVE "N" TO WS-CCY-FOUND-SWITCH.
018160     MOVE ZERO TO WS-CCY-SUB.
018170
018180     PERFORM 2720-SCAN-ONE-CURRENCY
018190         THRU 2720-SCAN-ONE-CURRENCY-EXIT
018200         UNTIL WS-CCY-FOUND
018210             OR WS-CCY-SUB >= WS-CCY-USED.
018220
018230     IF NOT WS-CCY-FOUND
018240         IF WS-CCY-USED < WS-CCY-MAX
018250             ADD 1 TO WS-CCY-USED
018260             MOVE WS-CCY-USED TO WS-CCY-SUB
018270             MOVE GL-CURRENCY TO WS-CCY-CODE (WS-CCY-SUB)
018280             MOVE ZERO TO WS-CCY-COUNT (WS-CCY-SUB)
018290             MOVE ZERO TO WS-CCY-FOREIGN (WS-CCY-SUB)
018300             MOVE ZERO TO WS-CCY-BASE (WS-CCY-SUB)
018310         ELSE
018320             IF NOT WS-CCY-TABLE-FULL
018330                 SET WS-CCY-TABLE-FULL TO TRUE
018340                 DISPLAY "ADDNUMBERSFUNCTION - CURRENCY "
018350                     "TABLE FULL - INCREASE WS-CCY-MAX - "
018360                     "CURRENCY SUBTOTALS INCOMPLETE"
018370             END-IF
018380             GO TO 2710-ADD-CURRENCY-TOTAL-EXIT
018390         END-IF
018400     END-IF.
018410
018420     ADD 1 TO WS-CCY-COUNT (WS-CCY-SUB).
018430     ADD GL-ORIG-AMOUNT TO WS-CCY-FOREIGN (WS-CCY-SUB).
018440     ADD GL-AMOUNT TO WS-CCY-BASE (WS-CCY-SUB).
018450 2710-ADD-CURRENCY-TOTAL-EXIT.
018460     EXIT.
018470
018480 2720-SCAN-ONE-CURRENCY.
018490 2720-SCAN-ONE-CURRENCY-RTN.
018500     ADD 1 TO WS-CCY-SUB.
018510
018520     IF WS-CCY-CODE (WS-CCY-SUB) = GL-CURRENCY
018530         SET WS-CCY-FOUND TO TRUE
018540     END-IF.
018550 2720-SCAN-ONE-CURRENCY-EXIT.
018560     EXIT.
018570
018580 2800-START-BATCH.
018590 2800-START-BATCH-RTN.
018600     IF WS-IN-BATCH
018610         MOVE "NO TRAILER" TO WS-BATCH-FAIL-REASON
018620         PERFORM 2950-REJECT-BATCH
018630             THRU 2950-REJECT-BATCH-EXIT
018640     END-IF.
018650
018660     SET WS-IN-BATCH TO TRUE.
018670     MOVE TRAN-HDR-BATCH-ID TO WS-CURRENT-BATCH-ID.
018680     MOVE TRAN-HDR-SOURCE TO WS-BATCH-SOURCE.
018690     MOVE TRAN-HDR-BUS-DATE TO WS-BATCH-BUS-DATE.
018700     MOVE SPACES TO WS-BATCH-FAIL-REASON.
018710     MOVE ZERO TO WS-BATCH-HASH.
018720     MOVE ZERO TO WS-BUF-COUNT.
018730     MOVE "N" TO WS-DUP-BATCH-SWITCH.
018740
018750     PERFORM 2860-CHECK-POSTED-BATCH
018760         THRU 2860-CHECK-POSTED-BATCH-EXIT.
018770 2800-START-BATCH-EXIT.
018780     EXIT.
018790
018800 2850-BUFFER-DETAIL.
018810 2850-BUFFER-DETAIL-RTN.
018820     IF WS-BUF-COUNT >= WS-BUF-MAX
018830         DISPLAY "ADDNUMBERSFUNCTION - BATCH "
018840             WS-CURRENT-BATCH-ID " EXCEEDS THE "
018850             WS-BUF-MAX " DETAIL BUFFER - RUN STOPPED"
018860         MOVE 20 TO RETURN-CODE
018870         SET WS-RUN-ABORTED TO TRUE
018880         MOVE "Y" TO WS-EOF-SWITCH
018890         GO TO 2850-BUFFER-DETAIL-EXIT
018900     END-IF.
018910
018920     ADD 1 TO WS-BUF-COUNT.
018930     MOVE TRAN-DETAIL-DATA TO WS-BUF-IMAGE (WS-BUF-COUNT).
018940     COMPUTE WS-BATCH-HASH = WS-BATCH-HASH
018950         + TRAN-PARAM1 + TRAN-PARAM2.
018960 2850-BUFFER-DETAIL-EXIT.
018970     EXIT.
018980
018990 2860-CHECK-POSTED-BATCH.
019000 2860-CHECK-POSTED-BATCH-RTN.
019010     MOVE ZERO TO WS-PBC-SCAN-SUB.
019020
019030     PERFORM 2870-SCAN-ONE-POSTED
019040         THRU 2870-SCAN-ONE-POSTED-EXIT
019050         UNTIL WS-DUP-BATCH
019060             OR WS-PBC-SCAN-SUB >= WS-PBC-COUNT.
019070
019080     IF WS-DUP-BATCH
019090         DISPLAY "ADDNUMBERSFUNCTION - BATCH "
019100             WS-CURRENT-BATCH-ID " ALREADY POSTED ON AN "
019110             "EARLIER RUN - BATCH WILL BE REJECTED"
019120     END-IF.
019130 2860-CHECK-POSTED-BATCH-EXIT.
019140     EXIT.
019150
019160 2870-SCAN-ONE-POSTED.
019170 2870-SCAN-ONE-POSTED-RTN.
019180     ADD 1 TO WS-PBC-SCAN-SUB.
019190
019200     IF WS-PBC-ID (WS-PBC-SCAN-SUB) = WS-CURRENT-BATCH-ID
019210         SET WS-DUP-BATCH TO TRUE
019220     END-IF.
019230 2870-SCAN-ONE-POSTED-EXIT.
019240     EXIT.
019250
019260 2900-VERIFY-BATCH.
019270 2900-VERIFY-BATCH-RTN.
019280     IF NOT WS-IN-BATCH
019290         MOVE TRAN-TRL-BATCH-ID TO WS-CURRENT-BATCH-ID
019300         MOVE SPACES TO WS-BATCH-SOURCE
019310         MOVE ZERO TO WS-BUF-COUNT
019320         MOVE ZERO TO WS-BATCH-HASH
019330         MOVE "STRAY TRAILER" TO WS-BATCH-FAIL-REASON
019340         PERFORM 2950-REJECT-BATCH
019350             THRU 2950-REJECT-BATCH-EXIT
019360         GO TO 2900-VERIFY-BATCH-EXIT
019370     END-IF.
019380
019390     IF WS-DUP-BATCH
019400         MOVE "POSTED BEFORE" TO WS-BATCH-FAIL-REASON
019410         MOVE "N" TO WS-DUP-BATCH-SWITCH
019420         PERFORM 2950-REJECT-BATCH
019430             THRU 2950-REJECT-BATCH-EXIT
019440         GO TO 2900-VERIFY-BATCH-EXIT
019450     END-IF.
019460
019470     MOVE SPACES TO WS-BATCH-FAIL-REASON.
019480
019490     EVALUATE TRUE
019500         WHEN TRAN-TRL-BATCH-ID NOT = WS-CURRENT-BATCH-ID
019510             MOVE "BATCH ID" TO WS-BATCH-FAIL-REASON
019520         WHEN TRAN-TRL-REC-COUNT NOT = WS-BUF-COUNT
019530             MOVE "RECORD COUNT" TO WS-BATCH-FAIL-REASON
019540         WHEN TRAN-TRL-HASH-TOTAL NOT = WS-BATCH-HASH
019550             MOVE "HASH TOTAL" TO WS-BATCH-FAIL-REASON
019560         WHEN OTHER
019570             CONTINUE
019580     END-EVALUATE.
019590
019600     IF WS-BATCH-FAIL-REASON = SPACES
019610         PERFORM 2910-RELEASE-BATCH
019620             THRU 2910-RELEASE-BATCH-EXIT
019630     ELSE
019640         PERFORM 2950-REJECT-BATCH
019650             THRU 2950-REJECT-BATCH-EXIT
019660     END-IF.
019670 2900-VERIFY-BATCH-EXIT.
019680     EXIT.
019690
019700 2910-RELEASE-BATCH.
019710 2910-RELEASE-BATCH-RTN.
019720     MOVE ZERO TO WS-BUF-SUB.
019730
019740     PERFORM 2920-RELEASE-ONE-DETAIL
019750         THRU 2920-RELEASE-ONE-DETAIL-EXIT
019760         UNTIL WS-BUF-SUB >= WS-BUF-COUNT.
019770
019780     MOVE "PROVED" TO WS-BCH-STATUS-SAVE.
019790     PERFORM 2930-WRITE-BATCH-LINE
019800         THRU 2930-WRITE-BATCH-LINE-EXIT.
019810
019820     PERFORM 2940-WRITE-REGISTER-RECORD
019830         THRU 2940-WRITE-REGISTER-RECORD-EXIT.
019840
019850     PERFORM 2945-RECORD-POSTED-BATCH
019860         THRU 2945-RECORD-POSTED-BATCH-EXIT.
019870
019880     MOVE ZERO TO WS-BUF-COUNT.
019890     MOVE ZERO TO WS-BATCH-HASH.
019900     MOVE "N" TO WS-IN-BATCH-SWITCH.
019910     MOVE SPACES TO WS-CURRENT-BATCH-ID.
019920 2910-RELEASE-BATCH-EXIT.
019930     EXIT.
019940
019950 2920-RELEASE-ONE-DETAIL.
019960 2920-RELEASE-ONE-DETAIL-RTN.
019970     ADD 1 TO WS-BUF-SUB.
019980     MOVE WS-BUF-IMAGE (WS-BUF-SUB) TO WS-WORK-DETAIL.
019990
020000     PERFORM 2015-RELEASE-DETAIL
020010         THRU 2015-RELEASE-DETAIL-EXIT.
020020 2920-RELEASE-ONE-DETAIL-EXIT.
020030     EXIT.
020040
020050 2930-WRITE-BATCH-LINE.
020060 2930-WRITE-BATCH-LINE-RTN.
020070     IF WS-RESTART-PROC > ZERO
020080         GO TO 2930-WRITE-BATCH-LINE-EXIT
020090     END-IF.
020100
020110     MOVE SPACES TO WS-BATCH-LINE.
020120     MOVE "BATCH" TO WS-BCH-LABEL.
020130     MOVE WS-CURRENT-BATCH-ID TO WS-BCH-ID.
020140     MOVE WS-BATCH-SOURCE TO WS-BCH-SOURCE.
020150     MOVE "COUNT" TO WS-BCH-CNT-LABEL.
020160     MOVE WS-BUF-COUNT TO WS-BCH-COUNT.
020170     MOVE "TOTAL" TO WS-BCH-TOT-LABEL.
020180     MOVE WS-BATCH-HASH TO WS-BCH-TOTAL.
020190     MOVE WS-BCH-STATUS-SAVE TO WS-BCH-STATUS.
020200     MOVE WS-BATCH-FAIL-REASON TO WS-BCH-REASON.
020210
020220     WRITE RPT-LINE FROM WS-BATCH-LINE.
020230 2930-WRITE-BATCH-LINE-EXIT.
020240     EXIT.
020250
020260******************************************************************
020270*  ONE REGISTER RECORD PER BATCH, PROVED OR REJECTED, SO THE     *
020280*  NIGHT'S BATCHES EXIST IN MACHINE-READABLE FORM FOR THE        *
020290*  REG-REPORT EXPECTED-SOURCE CHECK.  A CHECKPOINTED RESTART     *
020300*  DOES NOT WRITE AGAIN - THE FIRST PASS ALREADY REGISTERED      *
020310*  EVERY BATCH.  A RERUN FROM THE TOP WRITES FRESH RECORDS;      *
020320*  REG-REPORT TAKES ONE RECORD PER BATCH ID PER NIGHT.           *
020330******************************************************************
020340 2940-WRITE-REGISTER-RECORD.
020350 2940-WRITE-REGISTER-RECORD-RTN.
020360     IF WS-RESTART-PROC > ZERO
020370         GO TO 2940-WRITE-REGISTER-RECORD-EXIT
020380     END-IF.
020390
020400     MOVE WS-CURRENT-BATCH-ID TO BRG-BATCH-ID.
020410     MOVE WS-BATCH-SOURCE TO BRG-SOURCE.
020420     MOVE WS-RUN-DATE TO BRG-BUS-DATE.
020430     MOVE WS-BUF-COUNT TO BRG-DETAIL-COUNT.
020440     MOVE WS-BATCH-HASH TO BRG-INPUT-TOTAL.
020450
020460     IF WS-BCH-STATUS-SAVE = "PROVED"
020470         SET BRG-PROVED TO TRUE
020480     ELSE
020490         SET BRG-REJECTED TO TRUE
020500     END-IF.
020510
020520     WRITE BRG-RECORD.
020530 2940-WRITE-REGISTER-RECORD-EXIT.
020540     EXIT.
020550
020560******************************************************************
020570*  EVERY BATCH THAT PROVES AND RELEASES IS REMEMBERED - IN CORE  *
020580*  FOR THE REST OF TONIGHT AND ON THE PROCESSED-BATCH CONTROL    *
020590*  FILE FOR EVERY NIGHT AFTER - SO THE SAME BATCH ID CAN NEVER   *
020600*  PROVE AND POST TWICE.  A RESTART ADDS TO THE TABLE BUT DOES   *
020610*  NOT WRITE AGAIN; THE FIRST PASS ALREADY DID.                  *
020620******************************************************************
020630 2945-RECORD-POSTED-BATCH.
020640 2945-RECORD-POSTED-BATCH-RTN.
020650     IF WS-PBC-COUNT < WS-PBC-MAX
020660         ADD 1 TO WS-PBC-COUNT
020670         MOVE WS-CURRENT-BATCH-ID TO WS-PBC-ID (WS-PBC-COUNT)
020680     ELSE
020690         DISPLAY "ADDNUMBERSFUNCTION - POSTED-BATCH TABLE "
020700             "FULL - INCREASE WS-PBC-MAX - RUN STOPPED"
020710         MOVE 20 TO RETURN-CODE
020720         SET WS-RUN-ABORTED TO TRUE
020730         MOVE "Y" TO WS-EOF-SWITCH
020740     END-IF.
020750
020760     IF WS-RESTART-PROC > ZERO
020770         GO TO 2945-RECORD-POSTED-BATCH-EXIT
020780     END-IF.
020790
020800     MOVE WS-CURRENT-BATCH-ID TO PBC-BATCH-ID.
020810     MOVE WS-BATCH-SOURCE TO PBC-SOURCE.
020820     MOVE WS-RUN-DATE TO PBC-BUS-DATE.
020830
020840     WRITE PBC-RECORD.
020850 2945-RECORD-POSTED-BATCH-EXIT.
020860     EXIT.
020870
020880 2950-REJECT-BATCH.
020890 2950-REJECT-BATCH-RTN.
020900     MOVE "REJECTED" TO WS-BCH-STATUS-SAVE.
020910     PERFORM 2930-WRITE-BATCH-LINE
020920         THRU 2930-WRITE-BATCH-LINE-EXIT.
020930
020940     PERFORM 2940-WRITE-REGISTER-RECORD
020950         THRU 2940-WRITE-REGISTER-RECORD-EXIT.
020960
020970     ADD WS-BUF-COUNT TO WS-BATCH-REJ-COUNT.
020980
020990     IF RETURN-CODE = ZERO
021000         MOVE 8 TO RETURN-CODE
021010     END-IF.
021020
021030     DISPLAY "ADDNUMBERSFUNCTION - BATCH "
021040         WS-CURRENT-BATCH-ID " REJECTED - "
021050         WS-BATCH-FAIL-REASON.
021060
021070     MOVE ZERO TO WS-BUF-COUNT.
021080     MOVE "N" TO WS-IN-BATCH-SWITCH.
021090     MOVE SPACES TO WS-CURRENT-BATCH-ID.
021100 2950-REJECT-BATCH-EXIT.
021110     EXIT.
021120
021130 2500-CHECKPOINT-IF-DUE.
021140 2500-CHECKPOINT-IF-DUE-RTN.
021150     ADD 1 TO WS-CHKPT-COUNTER.
021160
021170     IF WS-CHKPT-COUNTER >= WS-CHKPT-INTERVAL
021180         PERFORM 2600-WRITE-CHECKPOINT
021190             THRU 2600-WRITE-CHECKPOINT-EXIT
021200         MOVE ZERO TO WS-CHKPT-COUNTER
021210     END-IF.
021220 2500-CHECKPOINT-IF-DUE-EXIT.
021230     EXIT.
021240
021250 2600-WRITE-CHECKPOINT.
021260 2600-WRITE-CHECKPOINT-RTN.
021270     OPEN OUTPUT CHK-FILE.
021280     MOVE WS-INPUT-COUNT TO CHK-LAST-REC-NUM.
021290     MOVE WS-REC-COUNT TO CHK-PROCESSED-COUNT.
021300     MOVE WS-RETURN-COUNT TO CHK-RETURNED-COUNT.
021310     MOVE WS-REJECT-COUNT TO CHK-REJECT-COUNT.
021320     MOVE WS-PENDING-COUNT TO CHK-PENDING-COUNT.
021330     MOVE WS-GRAND-TOTAL TO CHK-GRAND-TOTAL.
021340     MOVE WS-QUEUED-COUNT TO CHK-QUEUED-COUNT.
021350     MOVE WS-QUEUED-AMOUNT TO CHK-QUEUED-AMOUNT.
021360     MOVE WS-LIMIT-ACCOUNT TO CHK-LIMIT-ACCOUNT.
021370     MOVE WS-LIMIT-USED TO CHK-LIMIT-USED.
021380     WRITE CHK-RECORD.
021390     CLOSE CHK-FILE.
021400 2600-WRITE-CHECKPOINT-EXIT.
021410     EXIT.
021420
021430 9000-TERMINATE.
021440 9000-TERMINATE-RTN.
021450     IF WS-RUN-ABORTED
021460         GO TO 9000-TERMINATE-CLOSE
021470     END-IF.
021480
021490     PERFORM 9100-WRITE-REPORT-FOOTER
021500         THRU 9100-WRITE-REPORT-FOOTER-EXIT.
021510
021520     PERFORM 9300-RECONCILE-CONTROL-TOTAL
021530         THRU 9300-RECONCILE-CONTROL-TOTAL-EXIT.
021540
021550     PERFORM 9500-WRITE-RUN-HISTORY
021560         THRU 9500-WRITE-RUN-HISTORY-EXIT.
021570
021580     PERFORM 9600-WRITE-STEP-CONTROL
021590         THRU 9600-WRITE-STEP-CONTROL-EXIT.
021600
021610     PERFORM 9200-RESET-CHECKPOINT
021620         THRU 9200-RESET-CHECKPOINT-EXIT.
021630
021640     IF WS-PENDING-COUNT > ZERO
021650         DISPLAY "ADDNUMBERSFUNCTION - " WS-PENDING-COUNT
021660             " FUTURE-DATED TRANSACTION(S) DEFERRED TO "
021670             "THE PENDING WAREHOUSE"
021680     END-IF.
021690
021700     IF WS-QUEUED-COUNT > ZERO
021710         DISPLAY "ADDNUMBERSFUNCTION - " WS-QUEUED-COUNT
021720             " TRANSACTION(S) OVER A POSTING LIMIT QUEUED "
021730             "FOR SUPERVISOR APPROVAL"
021740     END-IF.
021750
021760 9000-TERMINATE-CLOSE.
021770     CLOSE TRAN-FILE.
021780     CLOSE ACM-FILE.
021790
021800     IF WS-PRD-IN-USE
021810         CLOSE PRD-FILE
021820     END-IF.
021830     CLOSE PND-FILE.
021840     CLOSE BRG-FILE.
021850     CLOSE PBC-FILE.
021860     CLOSE APQ-FILE.
021870
021880     IF WS-RTE-IN-USE
021890         CLOSE RTE-FILE
021900     END-IF.
021910     CLOSE RPT-FILE.
021920     CLOSE GL-FILE.
021930 9000-TERMINATE-EXIT.
021940     EXIT.
021950
021960 9200-RESET-CHECKPOINT.
021970 9200-RESET-CHECKPOINT-RTN.
021980     OPEN OUTPUT CHK-FILE.
021990     MOVE ZERO TO CHK-LAST-REC-NUM.
022000     MOVE ZERO TO CHK-PROCESSED-COUNT.
022010     MOVE ZERO TO CHK-RETURNED-COUNT.
022020     MOVE ZERO TO CHK-REJECT-COUNT.
022030     MOVE ZERO TO CHK-PENDING-COUNT.
022040     MOVE ZERO TO CHK-GRAND-TOTAL.
022050     MOVE ZERO TO CHK-QUEUED-COUNT.
022060     MOVE ZERO TO CHK-QUEUED-AMOUNT.
022070     MOVE SPACES TO CHK-LIMIT-ACCOUNT.
022080     MOVE ZERO TO CHK-LIMIT-USED.
022090     WRITE CHK-RECORD.
022100     CLOSE CHK-FILE.
022110 9200-RESET-CHECKPOINT-EXIT.
022120     EXIT.
022130
022140 9100-WRITE-REPORT-FOOTER.
022150 9100-WRITE-REPORT-FOOTER-RTN.
022160     MOVE SPACES TO WS-FOOTER-LINE.
022170     MOVE "RECORDS PROCESSED" TO WS-FTR-CNT-LABEL.
022180     MOVE WS-REC-COUNT TO WS-FTR-COUNT.
022190     MOVE "GRAND TOTAL" TO WS-FTR-TOT-LABEL.
022200     MOVE WS-GRAND-TOTAL TO WS-FTR-TOTAL.
022210
022220     WRITE RPT-LINE FROM WS-FOOTER-LINE.
022230
022240     IF WS-CCY-USED > ZERO
022250         PERFORM 9150-WRITE-CURRENCY-TOTALS
022260             THRU 9150-WRITE-CURRENCY-TOTALS-EXIT
022270     END-IF.
022280 9100-WRITE-REPORT-FOOTER-EXIT.
022290     EXIT.
022300
022310******************************************************************
022320*  WHEN ANY FOREIGN-CURRENCY ACTIVITY POSTED, THE FOOTER IS      *
022330*  FOLLOWED BY ONE LINE FOR BASE-CURRENCY ACTIVITY AND ONE PER   *
022340*  FOREIGN CURRENCY, EACH WITH THE COUNT POSTED, THE AMOUNT IN   *
022350*  ITS OWN CURRENCY, AND THE BASE EQUIVALENT.  THE BASE COLUMN   *
022360*  FOOTS TO THE GRAND TOTAL OF POSTED ITEMS.                     *
022370******************************************************************
022380 9150-WRITE-CURRENCY-TOTALS.
022390 9150-WRITE-CURRENCY-TOTALS-RTN.
022400     MOVE SPACES TO WS-CCY-LINE.
022410     MOVE "CURRENCY" TO WS-CUR-LABEL.
022420     MOVE WS-BASE-CURRENCY TO WS-CUR-CODE.
022430     MOVE "POSTED" TO WS-CUR-CNT-LABEL.
022440     MOVE WS-BASE-CCY-COUNT TO WS-CUR-COUNT.
022450     MOVE "AMOUNT" TO WS-CUR-FGN-LABEL.
022460     MOVE WS-BASE-CCY-TOTAL TO WS-CUR-FOREIGN.
022470     MOVE "BASE" TO WS-CUR-BASE-LABEL.
022480     MOVE WS-BASE-CCY-TOTAL TO WS-CUR-BASE.
022490
022500     WRITE RPT-LINE FROM WS-CCY-LINE.
022510
022520     MOVE ZERO TO WS-CCY-SUB.
022530
022540     PERFORM 9160-WRITE-ONE-CURRENCY
022550         THRU 9160-WRITE-ONE-CURRENCY-EXIT
022560         UNTIL WS-CCY-SUB >= WS-CCY-USED.
022570 9150-WRITE-CURRENCY-TOTALS-EXIT.
022580     EXIT.
022590
022600 9160-WRITE-ONE-CURRENCY.
022610 9160-WRITE-ONE-CURRENCY-RTN.
022620     ADD 1 TO WS-CCY-SUB.
022630
022640     MOVE SPACES TO WS-CCY-LINE.
022650     MOVE "CURRENCY" TO WS-CUR-LABEL.
022660     MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-CUR-CODE.
022670     MOVE "POSTED" TO WS-CUR-CNT-LABEL.
022680     MOVE WS-CCY-COUNT (WS-CCY-SUB) TO WS-CUR-COUNT.
022690     MOVE "AMOUNT" TO WS-CUR-FGN-LABEL.
022700     MOVE WS-CCY-FOREIGN (WS-CCY-SUB) TO WS-CUR-FOREIGN.
022710     MOVE "BASE" TO WS-CUR-BASE-LABEL.
022720     MOVE WS-CCY-BASE (WS-CCY-SUB) TO WS-CUR-BASE.
022730
022740     WRITE RPT-LINE FROM WS-CCY-LINE.
022750 9160-WRITE-ONE-CURRENCY-EXIT.
022760     EXIT.
022770
022780 9300-RECONCILE-CONTROL-TOTAL.
022790 9300-RECONCILE-CONTROL-TOTAL-RTN.
022800     MOVE ZERO TO WS-EXPECTED-TOTAL.
022810
022820     OPEN INPUT CTL-FILE.
022830
022840     IF WS-CTL-STATUS = "00"
022850         READ CTL-FILE
022860             AT END
022870                 CONTINUE
022880         END-READ
022890         IF WS-CTL-STATUS = "00"
022900             MOVE CTL-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
022910             PERFORM 9310-WRITE-RECONCILE-LINE
022920                 THRU 9310-WRITE-RECONCILE-LINE-EXIT
022930         END-IF
022940         CLOSE CTL-FILE
022950     END-IF.
022960 9300-RECONCILE-CONTROL-TOTAL-EXIT.
022970     EXIT.
022980
022990 9310-WRITE-RECONCILE-LINE.
023000 9310-WRITE-RECONCILE-LINE-RTN.
023010     MOVE SPACES TO WS-RECON-LINE.
023020     MOVE "CONTROL TOTAL" TO WS-RCN-LABEL.
023030     MOVE WS-EXPECTED-TOTAL TO WS-RCN-EXPECTED.
023040     MOVE "STATUS" TO WS-RCN-STAT-LABEL.
023050
023060     SET WS-RECON-DONE TO TRUE.
023070
023080     IF WS-GRAND-TOTAL = WS-EXPECTED-TOTAL
023090         SET WS-IN-BALANCE TO TRUE
023100     ELSE
023110         SET WS-OUT-OF-BALANCE TO TRUE
023120     END-IF.
023130
023140     IF WS-OUT-OF-BALANCE
023150         MOVE "OUT OF BALANCE" TO WS-RCN-STATUS
023160         MOVE 16 TO RETURN-CODE
023170         DISPLAY "ADDNUMBERSFUNCTION - OUT OF BALANCE - "
023180             "EXPECTED " WS-EXPECTED-TOTAL
023190             " COMPUTED " WS-GRAND-TOTAL
023200     ELSE
023210         MOVE "IN BALANCE" TO WS-RCN-STATUS
023220     END-IF.
023230
023240     WRITE RPT-LINE FROM WS-RECON-LINE.
023250 9310-WRITE-RECONCILE-LINE-EXIT.
023260     EXIT.
023270
023280 3100-PROCESS-SORTED-DETAIL.
023290 3100-PROCESS-SORTED-DETAIL-RTN.
023300     RETURN SRT-FILE
023310         AT END
023320             MOVE "Y" TO WS-SORT-EOF-SWITCH
023330             GO TO 3100-PROCESS-SORTED-DETAIL-EXIT
023340     END-RETURN.
023350
023360     ADD 1 TO WS-RETURN-COUNT.
023370
023380     IF WS-RETURN-COUNT <= WS-RESTART-RETURNED
023390         GO TO 3100-PROCESS-SORTED-DETAIL-EXIT
023400     END-IF.
023410
023420     IF SRT-EFF-DATE > WS-RUN-DATE
023430         PERFORM 3150-DIVERT-PENDING
023440             THRU 3150-DIVERT-PENDING-EXIT
023450         GO TO 3100-PROCESS-SORTED-DETAIL-EXIT
023460     END-IF.
023470
023480     IF WS-FIRST-DETAIL
023490         MOVE "N" TO WS-FIRST-DET-SWITCH
023500         MOVE SRT-ACCOUNT TO WS-BREAK-ACCOUNT
023510     ELSE
023520         IF SRT-ACCOUNT NOT = WS-BREAK-ACCOUNT
023530             PERFORM 3200-WRITE-ACCOUNT-SUBTOTAL
023540                 THRU 3200-WRITE-ACCOUNT-SUBTOTAL-EXIT
023550             MOVE SRT-ACCOUNT TO WS-BREAK-ACCOUNT
023560         END-IF
023570     END-IF.
023580
023590     MOVE SRT-ACCOUNT TO WS-WORK-ACCOUNT.
023600     MOVE SRT-PARAM1 TO WS-WORK-PARAM1.
023610     MOVE SRT-PARAM2 TO WS-WORK-PARAM2.
023620     MOVE SRT-OP-CODE TO WS-WORK-OP-CODE.
023630     MOVE SRT-EFF-DATE TO WS-WORK-EFF-DATE.
023640     MOVE SRT-CURRENCY TO WS-WORK-CURRENCY.
023650     MOVE SRT-BUS-DATE TO WS-DETAIL-BUS-DATE.
023660     MOVE SRT-BATCH-ID TO WS-CURRENT-BATCH-ID.
023670     MOVE SRT-SOURCE TO WS-DETAIL-SOURCE.
023680
023690     PERFORM 2010-PROCESS-DETAIL
023700         THRU 2010-PROCESS-DETAIL-EXIT.
023710
023720     ADD WS-RESULT TO WS-ACCT-SUBTOTAL.
023730     ADD 1 TO WS-ACCT-TRAN-COUNT.
023740
023750     PERFORM 2500-CHECKPOINT-IF-DUE
023760         THRU 2500-CHECKPOINT-IF-DUE-EXIT.
023770 3100-PROCESS-SORTED-DETAIL-EXIT.
023780     EXIT.
023790
023800 3150-DIVERT-PENDING.
023810 3150-DIVERT-PENDING-RTN.
023820     MOVE SRT-ACCOUNT TO PND-ACCOUNT.
023830     MOVE SRT-PARAM1 TO PND-PARAM1.
023840     MOVE SRT-PARAM2 TO PND-PARAM2.
023850     MOVE SRT-OP-CODE TO PND-OP-CODE.
023860     MOVE SRT-EFF-DATE TO PND-EFF-DATE.
023870     MOVE SRT-BATCH-ID TO PND-BATCH-ID.
023880     MOVE SRT-CURRENCY TO PND-CURRENCY.
023890     MOVE WS-RUN-DATE TO PND-DEFER-DATE.
023900     SET PND-NORMAL TO TRUE.
023910
023920     WRITE PND-RECORD.
023930
023940     ADD 1 TO WS-PENDING-COUNT.
023950
023960     PERFORM 2500-CHECKPOINT-IF-DUE
023970         THRU 2500-CHECKPOINT-IF-DUE-EXIT.
023980 3150-DIVERT-PENDING-EXIT.
023990     EXIT.
024000
024010 3200-WRITE-ACCOUNT-SUBTOTAL.
024020 3200-WRITE-ACCOUNT-SUBTOTAL-RTN.
024030     MOVE SPACES TO WS-ACCT-LINE.
024040     MOVE "ACCOUNT" TO WS-ACC-LABEL.
024050     MOVE WS-BREAK-ACCOUNT TO WS-ACC-ID.
024060     MOVE "COUNT" TO WS-ACC-CNT-LABEL.
024070     MOVE WS-ACCT-TRAN-COUNT TO WS-ACC-COUNT.
024080     MOVE "TOTAL" TO WS-ACC-TOT-LABEL.
024090     MOVE WS-ACCT-SUBTOTAL TO WS-ACC-TOTAL.
024100
024110     WRITE RPT-LINE FROM WS-ACCT-LINE.
024120
024130     MOVE ZERO TO WS-ACCT-SUBTOTAL.
024140     MOVE ZERO TO WS-ACCT-TRAN-COUNT.
024150 3200-WRITE-ACCOUNT-SUBTOTAL-EXIT.
024160     EXIT.
024170
024180 9500-WRITE-RUN-HISTORY.
024190 9500-WRITE-RUN-HISTORY-RTN.
024200     OPEN EXTEND HST-FILE.
024210
024220     IF WS-HST-STATUS = "35"
024230         OPEN OUTPUT HST-FILE
024240     END-IF.
024250
024260     IF WS-HST-STATUS NOT = "00"
024270         DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON HST-FILE "
024280             "STATUS: " WS-HST-STATUS
024290             " - RUN HISTORY NOT RECORDED"
024300         GO TO 9500-WRITE-RUN-HISTORY-EXIT
024310     END-IF.
024320
024330     MOVE WS-RUN-DATE TO HST-RUN-DATE.
024340     MOVE WS-RUN-TIME TO HST-RUN-TIME.
024350     MOVE WS-JOB-ID TO HST-JOB-ID.
024360     MOVE WS-REC-COUNT TO HST-REC-COUNT.
024370     MOVE WS-GRAND-TOTAL TO HST-GRAND-TOTAL.
024380     MOVE WS-REJECT-COUNT TO HST-REJECT-COUNT.
024390     MOVE WS-BATCH-REJ-COUNT TO HST-BATCH-REJECTS.
024400
024410     EVALUATE TRUE
024420         WHEN NOT WS-RECON-DONE
024430             SET HST-NOT-RECONCILED TO TRUE
024440         WHEN WS-IN-BALANCE
024450             SET HST-IN-BALANCE TO TRUE
024460         WHEN OTHER
024470             SET HST-OUT-OF-BALANCE TO TRUE
024480     END-EVALUATE.
024490
024500     MOVE WS-RESTART-FLAG TO HST-RESTART-FLAG.
024510
024520     WRITE HST-RECORD.
024530
024540     CLOSE HST-FILE.
024550 9500-WRITE-RUN-HISTORY-EXIT.
024560     EXIT.
024570
024580******************************************************************
024590*  THE RUN'S DISPOSITION COUNTS AND THE NET AMOUNT POSTED TO     *
024600*  THE GL EXTRACT GO TO THE STEP CONTROL FILE SO NIGHT-BALANCE   *
024610*  CAN PROVE THE FEEDS IN AGAINST THE WORK DISPOSED OF AND THE   *
024620*  EXTRACT HANDED TO GL-POST.                                    *
024630******************************************************************
024640 9600-WRITE-STEP-CONTROL.
024650 9600-WRITE-STEP-CONTROL-RTN.
024660     OPEN EXTEND STP-FILE.
024670
024680     IF WS-STP-STATUS = "35"
024690         OPEN OUTPUT STP-FILE
024700     END-IF.
024710
024720     IF WS-STP-STATUS NOT = "00"
024730         DISPLAY "ADDNUMBERSFUNCTION - OPEN ERROR ON "
024740             "STP-FILE STATUS: " WS-STP-STATUS
024750             " - STEP CONTROL NOT RECORDED"
024760         GO TO 9600-WRITE-STEP-CONTROL-EXIT
024770     END-IF.
024780
024790     COMPUTE WS-DETAIL-IN-COUNT = WS-REC-COUNT
024800         + WS-PENDING-COUNT + WS-BATCH-REJ-COUNT
024810         + WS-QUEUED-COUNT.
024820     COMPUTE WS-POSTED-COUNT = WS-REC-COUNT
024830         - WS-REJECT-COUNT.
024840
024850     MOVE WS-RUN-DATE TO STP-BUS-DATE.
024860     MOVE WS-JOB-ID TO STP-JOB-ID.
024870
024880     MOVE "DETLIN" TO STP-POINT.
024890     MOVE WS-DETAIL-IN-COUNT TO STP-COUNT.
024900     MOVE ZERO TO STP-AMOUNT.
024910     WRITE STP-RECORD.
024920
024930     MOVE "POSTED" TO STP-POINT.
024940     MOVE WS-POSTED-COUNT TO STP-COUNT.
024950     MOVE WS-GRAND-TOTAL TO STP-AMOUNT.
024960     WRITE STP-RECORD.
024970
024980     MOVE "REJECTS" TO STP-POINT.
024990     MOVE WS-REJECT-COUNT TO STP-COUNT.
025000     MOVE ZERO TO STP-AMOUNT.
025010     WRITE STP-RECORD.
025020
025030     MOVE "PENDING" TO STP-POINT.
025040     MOVE WS-PENDING-COUNT TO STP-COUNT.
025050     MOVE ZERO TO STP-AMOUNT.
025060     WRITE STP-RECORD.
025070
025080     MOVE "BCHREJ" TO STP-POINT.
025090     MOVE WS-BATCH-REJ-COUNT TO STP-COUNT.
025100     MOVE ZERO TO STP-AMOUNT.
025110     WRITE STP-RECORD.
025120
025130     MOVE "QUEUED" TO STP-POINT.
025140     MOVE WS-QUEUED-COUNT TO STP-COUNT.
025150     MOVE WS-QUEUED-AMOUNT TO STP-AMOUNT.
025160     WRITE STP-RECORD.
025170
025180     CLOSE STP-FILE.
025190 9600-WRITE-STEP-CONTROL-EXIT.
025200     EXIT.
025210
025220******************************************************************
025230*  RECORD THE STEP'S RETURN CODE ON THE RUN-CONTROL FILE.  THE   *
025240*  RETURN CODE IS HANDED BACK UNCHANGED.                         *
025250******************************************************************
025260 9900-END-RUN-CONTROL.
025270 9900-END-RUN-CONTROL-RTN.
025280     MOVE RETURN-CODE TO RCL-STEP-RC.
025290     SET RCL-END TO TRUE.
025300
025310     CALL "RUN-CONTROL" USING RCL-AREA.
025320
025330     MOVE RCL-STEP-RC TO RETURN-CODE.
025340 9900-END-RUN-CONTROL-EXIT.
025350     EXIT.
025360
025370 1500-ACQUIRE-INPUT SECTION.
025380 1500-ACQUIRE-INPUT-RTN.
025390     PERFORM 2000-PROCESS-TRANSACTION
025400         THRU 2000-PROCESS-TRANSACTION-EXIT
025410         UNTIL WS-EOF.
025420
025430     IF WS-IN-BATCH
025440         AND NOT WS-RUN-ABORTED
025450         MOVE "NO TRAILER" TO WS-BATCH-FAIL-REASON
025460         PERFORM 2950-REJECT-BATCH
025470             THRU 2950-REJECT-BATCH-EXIT
025480     END-IF.
025490
025500     GO TO 1500-ACQUIRE-INPUT-EXIT.
025510 1500-ACQUIRE-INPUT-EXIT.
025520     EXIT.
025530
025540 3000-REPORT-BY-ACCOUNT SECTION.
025550 3000-REPORT-BY-ACCOUNT-RTN.
025560     PERFORM 3100-PROCESS-SORTED-DETAIL
025570         THRU 3100-PROCESS-SORTED-DETAIL-EXIT
025580         UNTIL WS-SORT-EOF.
025590
025600     IF NOT WS-FIRST-DETAIL
025610         PERFORM 3200-WRITE-ACCOUNT-SUBTOTAL
025620             THRU 3200-WRITE-ACCOUNT-SUBTOTAL-EXIT
025630     END-IF.
025640
025650     GO TO 3000-REPORT-BY-ACCOUNT-EXIT.
025660 3000-REPORT-BY-ACCOUNT-EXIT.
025670     EXIT.
