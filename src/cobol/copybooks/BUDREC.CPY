000100*****************************************************
000110*  BUDREC.CPY                                      *
000120*  BUDGET MASTER RECORD LAYOUT.  ONE RECORD PER    *
000130*  GL ACCOUNT AND ACCOUNTING PERIOD (YYYYMM, THE   *
000140*  SAME PERIOD AS PRD-PERIOD), KEYED ON THE        *
000150*  ACCOUNT AND PERIOD TOGETHER.  THE BUDGET        *
000160*  AMOUNT IS MAINTAINED BY BUD-MAINT FROM THE      *
000170*  BUDGET CARDS AND CARRIES THE SAME SIGN AS THE   *
000180*  BALANCE MASTER (DEBIT POSITIVE).  THE ACTUAL    *
000190*  AND ITS DATE ARE CAPTURED BY BUD-VARIANCE FROM  *
000200*  BAL-PTD-MOVE WHILE THE PERIOD IS THE EARLIEST   *
000210*  OPEN PERIOD.  ONCE THE PERIOD IS CLOSED ITS     *
000220*  ACTUAL COMES FROM THE BALANCE HISTORY FILE      *
000230*  (BHS-FILE); THE CAPTURE STANDS IN ONLY FOR A    *
000240*  PERIOD CLOSED WITHOUT A SNAPSHOT.  A ZERO       *
000250*  ACTUAL DATE MEANS NO ACTUAL CAPTURED.           *
000260*****************************************************
000270 01  BUD-RECORD.
000280     05  BUD-KEY.
000290         10  BUD-ACCOUNT     PIC X(10).
000300         10  BUD-PERIOD      PIC 9(06).
000310     05  BUD-AMOUNT          PIC S9(12)V99
000320             SIGN IS TRAILING SEPARATE CHARACTER.
000330     05  BUD-ACTUAL          PIC S9(12)V99
000340             SIGN IS TRAILING SEPARATE CHARACTER.
000350     05  BUD-ACTUAL-DATE     PIC 9(08).
000360     05  BUD-MAINT-DATE      PIC 9(08).
000370     05  FILLER              PIC X(10).
