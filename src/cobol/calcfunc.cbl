000970*                     POST-MIDNIGHT OR MORNING RERUN STAMPS     *
000980*                     THE BUSINESS DAY IT BELONGS TO.  THE RUN  *
000990*                     TIME STAYS WALL CLOCK.                    *
001000*  10/15/2026  RJ     THE CALLER NOW ALSO PASSES THE CURRENCY   *
001010*                     CODE, THE PARAMS AS ORIGINALLY KEYED,     *
001020*                     AND THE EXCHANGE RATE AND RATE DATE USED  *
001030*                     TO CONVERT THEM TO BASE CURRENCY, ALL     *
001040*                     STAMPED ONTO THE AUDIT RECORD SO THE      *
001050*                     TRAIL SHOWS THE TRUE SOURCE VALUES.       *
001060*                     PARAM1/PARAM2 ARE STILL THE BASE-         *
001070*                     CURRENCY AMOUNTS CALCULATED ON.           *
001080******************************************************************
001090
001100 ENVIRONMENT DIVISION.
001110 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001130     SELECT REJ-FILE ASSIGN TO "REJFILE"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-REJ-STATUS.
001160
001170     SELECT AUD-FILE ASSIGN TO "AUDFILE"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-AUD-STATUS.
001200
001210     SELECT BDC-FILE ASSIGN TO "BUSDATE"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-BDC-STATUS.
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  REJ-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY REJREC.
001300
001310 FD  AUD-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY AUDREC.
001340
001350 FD  BDC-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY BDCREC.
001380
001390 WORKING-STORAGE SECTION.
001400 77  WS-REJ-STATUS           PIC X(02)  VALUE "00".
001410 77  WS-REJ-OPEN-SWITCH      PIC X(01)  VALUE "N".
001420     88  WS-REJ-OPEN                    VALUE "Y".
001430 77  WS-AUD-STATUS           PIC X(02)  VALUE "00".
001440 77  WS-AUD-OPEN-SWITCH      PIC X(01)  VALUE "N".
001450     88  WS-AUD-OPEN                    VALUE "Y".
001460 77  WS-BDC-STATUS           PIC X(02)  VALUE "00".
001470 77  WS-BDC-GOT-SWITCH       PIC X(01)  VALUE "N".
001480     88  WS-BDC-GOT                     VALUE "Y".
001490 77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
001500 77  WS-RUN-TIME             PIC 9(08)  VALUE ZERO.
001510 77  WS-REJECT-REASON        PIC X(02)  VALUE SPACES.
001520
001530 LINKAGE SECTION.
001540 01  PARAM1                  PIC S9(07)V99
001550         SIGN IS TRAILING SEPARATE CHARACTER.
001560 01  PARAM2                  PIC S9(07)V99
001570         SIGN IS TRAILING SEPARATE CHARACTER.
001580 01  FUNCTION-RESULT         PIC S9(07)V99
001590         SIGN IS TRAILING SEPARATE CHARACTER.
001600 01  CALLER-JOB-ID           PIC X(08).
001610 01  CALLER-OP-CODE          PIC X(01).
001620     88  CALLER-OP-ADD                  VALUE "A".
001630     88  CALLER-OP-SUBTRACT             VALUE "S".
001640     88  CALLER-OP-MULTIPLY             VALUE "M".
001650 01  CALLER-CALC-STATUS      PIC X(01).
001660     88  CALLER-CALC-OK                 VALUE "C".
001670     88  CALLER-CALC-REJECTED           VALUE "R".
001680 01  CALLER-REJECT-REASON    PIC X(02).
001690 01  CALLER-BATCH-ID         PIC X(08).
001700 01  CALLER-ACCOUNT          PIC X(10).
001710 01  CALLER-CURRENCY         PIC X(03).
001720 01  CALLER-ORIG-PARAM1      PIC S9(07)V99
001730         SIGN IS TRAILING SEPARATE CHARACTER.
001740 01  CALLER-ORIG-PARAM2      PIC S9(07)V99
001750         SIGN IS TRAILING SEPARATE CHARACTER.
001760 01  CALLER-RATE             PIC 9(05)V9(06).
001770 01  CALLER-RATE-DATE        PIC 9(08).
001780
001790 PROCEDURE DIVISION USING PARAM1 PARAM2 FUNCTION-RESULT
001800         CALLER-JOB-ID CALLER-OP-CODE CALLER-CALC-STATUS
001810         CALLER-REJECT-REASON
001820         CALLER-BATCH-ID CALLER-ACCOUNT
001830         CALLER-CURRENCY CALLER-ORIG-PARAM1 CALLER-ORIG-PARAM2
001840         CALLER-RATE CALLER-RATE-DATE.
001850 0000-MAINLINE SECTION.
001860 0000-MAIN-RTN.
001870     SET CALLER-CALC-OK TO TRUE.
001880     MOVE SPACES TO CALLER-REJECT-REASON.
001890
001900     IF NOT WS-BDC-GOT
001910         PERFORM 1500-GET-BUSINESS-DATE
001920             THRU 1500-GET-BUSINESS-DATE-EXIT
001930     END-IF.
001940     ACCEPT WS-RUN-TIME FROM TIME.
001950
001960     PERFORM 1000-CALCULATE
001970         THRU 1000-CALCULATE-EXIT.
001980
001990     PERFORM 3000-WRITE-AUDIT-RECORD
002000         THRU 3000-WRITE-AUDIT-RECORD-EXIT.
002010
002020     GOBACK.
002030
002040 1000-CALCULATE.
002050 1000-CALCULATE-RTN.
002060     EVALUATE TRUE
002070         WHEN CALLER-OP-ADD
002080             ADD PARAM1 TO PARAM2 GIVING FUNCTION-RESULT
002090                 ON SIZE ERROR
002100                     MOVE "01" TO WS-REJECT-REASON
002110                     SET CALLER-CALC-REJECTED TO TRUE
002120                     PERFORM 2000-WRITE-REJECT
002130                         THRU 2000-WRITE-REJECT-EXIT
002140             END-ADD
002150         WHEN CALLER-OP-SUBTRACT
002160             SUBTRACT PARAM2 FROM PARAM1 GIVING FUNCTION-RESULT
002170                 ON SIZE ERROR
002180                     MOVE "01" TO WS-REJECT-REASON
002190                     SET CALLER-CALC-REJECTED TO TRUE
002200                     PERFORM 2000-WRITE-REJECT
002210                         THRU 2000-WRITE-REJECT-EXIT
002220             END-SUBTRACT
002230         WHEN CALLER-OP-MULTIPLY
002240             MULTIPLY PARAM1 BY PARAM2
002250                 GIVING FUNCTION-RESULT ROUNDED
002260                 ON SIZE ERROR
002270                     MOVE "01" TO WS-REJECT-REASON
002280                     SET CALLER-CALC-REJECTED TO TRUE
002290                     PERFORM 2000-WRITE-REJECT
002300                         THRU 2000-WRITE-REJECT-EXIT
002310             END-MULTIPLY
002320         WHEN OTHER
002330             MOVE ZERO TO FUNCTION-RESULT
002340             MOVE "02" TO WS-REJECT-REASON
002350             SET CALLER-CALC-REJECTED TO TRUE
002360             PERFORM 2000-WRITE-REJECT
002370                 THRU 2000-WRITE-REJECT-EXIT
002380     END-EVALUATE.
002390 1000-CALCULATE-EXIT.
002400     EXIT.
002410
002420 1500-GET-BUSINESS-DATE.
002430 1500-GET-BUSINESS-DATE-RTN.
002440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450     SET WS-BDC-GOT TO TRUE.
002460
002470     OPEN INPUT BDC-FILE.
002480
002490     IF WS-BDC-STATUS NOT = "00"
002500         GO TO 1500-GET-BUSINESS-DATE-EXIT
002510     END-IF.
002520
002530     READ BDC-FILE
002540         AT END
002550             CONTINUE
002560     END-READ.
002570
002580     IF WS-BDC-STATUS = "00"
002590         AND BDC-BUS-DATE IS NUMERIC
002600         AND BDC-BUS-DATE > ZERO
002610         MOVE BDC-BUS-DATE TO WS-RUN-DATE
002620     END-IF.
002630
002640     CLOSE BDC-FILE.
002650 1500-GET-BUSINESS-DATE-EXIT.
002660     EXIT.
002670
002680 2000-WRITE-REJECT.
002690 2000-WRITE-REJECT-RTN.
002700     IF NOT WS-REJ-OPEN
002710         OPEN EXTEND REJ-FILE
002720         IF WS-REJ-STATUS = "35"
002730             OPEN OUTPUT REJ-FILE
002740         END-IF
002750         SET WS-REJ-OPEN TO TRUE
002760     END-IF.
002770
002780     MOVE WS-RUN-DATE       TO REJ-RUN-DATE.
002790     MOVE WS-RUN-TIME       TO REJ-RUN-TIME.
002800     MOVE CALLER-JOB-ID     TO REJ-JOB-ID.
002810     MOVE PARAM1            TO REJ-PARAM1.
002820     MOVE PARAM2            TO REJ-PARAM2.
002830     MOVE CALLER-OP-CODE    TO REJ-OP-CODE.
002840     MOVE WS-REJECT-REASON  TO REJ-REASON-CODE.
002850     MOVE WS-REJECT-REASON  TO CALLER-REJECT-REASON.
002860     MOVE SPACES            TO REJ-CURRENCY.
002870
002880     WRITE REJ-RECORD.
002890 2000-WRITE-REJECT-EXIT.
002900     EXIT.
002910
002920 3000-WRITE-AUDIT-RECORD.
002930 3000-WRITE-AUDIT-RECORD-RTN.
002940     IF NOT WS-AUD-OPEN
002950         OPEN EXTEND AUD-FILE
002960         IF WS-AUD-STATUS = "35"
002970             OPEN OUTPUT AUD-FILE
002980         END-IF
002990         SET WS-AUD-OPEN TO TRUE
003000     END-IF.
003010
003020     MOVE WS-RUN-DATE       TO AUD-RUN-DATE.
003030     MOVE WS-RUN-TIME       TO AUD-RUN-TIME.
003040     MOVE CALLER-JOB-ID     TO AUD-JOB-ID.
003050     MOVE CALLER-ACCOUNT    TO AUD-ACCOUNT.
003060     MOVE PARAM1            TO AUD-PARAM1.
003070     MOVE PARAM2            TO AUD-PARAM2.
003080     MOVE CALLER-OP-CODE    TO AUD-OP-CODE.
003090     MOVE FUNCTION-RESULT   TO AUD-RESULT.
003100     MOVE CALLER-BATCH-ID   TO AUD-BATCH-ID.
003110     MOVE CALLER-CALC-STATUS TO AUD-CALC-STATUS.
003120     MOVE CALLER-CURRENCY   TO AUD-CURRENCY.
003130     MOVE CALLER-ORIG-PARAM1 TO AUD-ORIG-PARAM1.
003140     MOVE CALLER-ORIG-PARAM2 TO AUD-ORIG-PARAM2.
003150     MOVE CALLER-RATE       TO AUD-RATE.
003160     MOVE CALLER-RATE-DATE  TO AUD-RATE-DATE.
003170
003180     WRITE AUD-RECORD.
003190 3000-WRITE-AUDIT-RECORD-EXIT.
003200     EXIT.
