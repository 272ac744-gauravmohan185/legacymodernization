000170*  R = REJECTED, NEVER POSTED) LET THE BATCH        *
000180*  BACKOUT JOB REBUILD A REVERSING TRANSACTION      *
000190*  BATCH FROM THE TRAIL.                            *
000200*  PARAM1, PARAM2 AND THE RESULT ARE ALWAYS IN BASE *
000210*  CURRENCY.  A FOREIGN-CURRENCY TRANSACTION ALSO   *
000220*  CARRIES ITS CURRENCY CODE, THE PARAMS AS         *
000230*  ORIGINALLY KEYED, AND THE RATE (AND THE RATE     *
000240*  DATE) USED TO CONVERT THEM; A BASE-CURRENCY      *
000250*  TRANSACTION HAS SPACES, THE SAME PARAMS, AND A   *
000260*  RATE OF ONE.                                     *
000270*****************************************************
000280 01  AUD-RECORD.
000290     05  AUD-RUN-DATE        PIC 9(08).
000300     05  AUD-RUN-TIME        PIC 9(08).
000310     05  AUD-JOB-ID          PIC X(08).
000320     05  AUD-ACCOUNT         PIC X(10).
000330     05  AUD-PARAM1          PIC S9(07)V99
000340             SIGN IS TRAILING SEPARATE CHARACTER.
000350     05  AUD-PARAM2          PIC S9(07)V99
000360             SIGN IS TRAILING SEPARATE CHARACTER.
000370     05  AUD-OP-CODE         PIC X(01).
000380     05  AUD-RESULT          PIC S9(07)V99
000390             SIGN IS TRAILING SEPARATE CHARACTER.
000400     05  AUD-BATCH-ID        PIC X(08).
000410     05  AUD-CALC-STATUS     PIC X(01).
000420         88  AUD-CALC-OK                VALUE "C".
000430         88  AUD-CALC-REJECTED          VALUE "R".
000440     05  AUD-CURRENCY        PIC X(03).
000450     05  AUD-ORIG-PARAM1     PIC S9(07)V99
000460             SIGN IS TRAILING SEPARATE CHARACTER.
000470     05  AUD-ORIG-PARAM2     PIC S9(07)V99
000480             SIGN IS TRAILING SEPARATE CHARACTER.
000490     05  AUD-RATE            PIC 9(05)V9(06).
000500     05  AUD-RATE-DATE       PIC 9(08).
