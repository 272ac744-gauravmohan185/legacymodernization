000180*  THE ORIGINATING TRAN-FILE BATCH (SPACES FOR AN   *
000190*  UNBATCHED TRANSACTION) SO EVERY POSTING TRACES   *
000200*  BACK TO ITS SOURCE.                              *
000210*  THE AMOUNT IS ALWAYS BASE CURRENCY.  A FOREIGN-  *
000220*  CURRENCY POSTING ALSO CARRIES ITS CURRENCY CODE,  *
000230*  THE AMOUNT IN THAT CURRENCY, AND THE RATE USED;   *
000240*  A BASE-CURRENCY POSTING HAS SPACES, THE SAME      *
000250*  AMOUNT, AND A RATE OF ONE.                        *
000260*****************************************************
000270 01  GL-RECORD.
000280     05  GL-ACCOUNT          PIC X(10).
000290     05  GL-AMOUNT           PIC S9(07)V99
000300             SIGN IS TRAILING SEPARATE CHARACTER.
000310     05  GL-RUN-DATE         PIC 9(08).
000320     05  GL-BATCH-ID         PIC X(08).
000330     05  GL-CURRENCY         PIC X(03).
000340     05  GL-ORIG-AMOUNT      PIC S9(09)V99
000350             SIGN IS TRAILING SEPARATE CHARACTER.
000360     05  GL-RATE             PIC 9(05)V9(06).
