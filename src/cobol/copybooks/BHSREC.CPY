000100*****************************************************
000110*  BHSREC.CPY                                      *
000120*  BALANCE HISTORY RECORD LAYOUT.  ONE RECORD PER  *
000130*  GL ACCOUNT AND CLOSED ACCOUNTING PERIOD         *
000140*  (YYYYMM), KEYED ON THE ACCOUNT AND PERIOD       *
000150*  TOGETHER.  WRITTEN BY PRD-MAINT WHEN IT CLOSES  *
000160*  A PERIOD, FROM THE BALANCE MASTER JUST BEFORE   *
000170*  THE ROLL, SO THE PERIOD'S OPENING BALANCE,      *
000180*  MOVEMENT AND CLOSING BALANCE SURVIVE THE RESET. *
000190*  THE FILE IS CUMULATIVE - NOTHING IS EVER        *
000200*  DELETED - AND IS READ BY CMP-TRIAL-BAL TO       *
000210*  REPRINT OR COMPARE CLOSED PERIODS.  THE NUMBER  *
000220*  OF ACCOUNTS SNAPSHOT FOR A PERIOD IS KEPT ON    *
000230*  ITS PERIOD CONTROL RECORD (PRD-SNAP-COUNT).     *
000240*****************************************************
000250 01  BHS-RECORD.
000260     05  BHS-KEY.
000270         10  BHS-ACCOUNT     PIC X(10).
000280         10  BHS-PERIOD      PIC 9(06).
000290     05  BHS-OPEN-BAL        PIC S9(12)V99
000300             SIGN IS TRAILING SEPARATE CHARACTER.
000310     05  BHS-PTD-MOVE        PIC S9(12)V99
000320             SIGN IS TRAILING SEPARATE CHARACTER.
000330     05  BHS-CLOSE-BAL       PIC S9(12)V99
000340             SIGN IS TRAILING SEPARATE CHARACTER.
000350     05  BHS-SNAP-DATE       PIC 9(08).
000360     05  BHS-SNAP-TIME       PIC 9(08).
000370     05  FILLER              PIC X(10).
