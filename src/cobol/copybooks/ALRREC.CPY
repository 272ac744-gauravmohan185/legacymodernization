000100*****************************************************
000110*  ALRREC.CPY                                      *
000120*  ALLOCATION RULE MASTER RECORD LAYOUT.  ONE      *
000130*  RECORD PER SHARED-COST POOL RULE, KEYED ON THE  *
000140*  RULE ID, MAINTAINED BY ALLOC-MAINT FROM THE     *
000150*  ALLOCATION CARDS AND READ AT MONTH END BY       *
000160*  ALLOC-GENERATE, WHICH SPREADS THE POOL          *
000170*  ACCOUNT'S BALANCE-MASTER FIGURE OVER THE        *
000180*  TARGET ACCOUNTS BY PERCENTAGE AS A TRAN-FILE    *
000190*  BATCH.  THE TARGET PERCENTAGES ALWAYS TOTAL     *
000200*  100.00; UNUSED TARGET ENTRIES ARE BLANK WITH A  *
000210*  ZERO PERCENTAGE.  THE LAST ALLOCATION DATE      *
000220*  STOPS A RULE BEING ALLOCATED TWICE IN ONE       *
000230*  MONTH; ZERO MEANS NEVER ALLOCATED.              *
000240*  BASIS CODES:                                    *
000250*    M = PERIOD-TO-DATE MOVEMENT (BAL-PTD-MOVE).   *
000260*    C = CLOSING BALANCE (BAL-CLOSE-BAL).          *
000270*****************************************************
000280 01  ALR-RECORD.
000290     05  ALR-RULE-ID         PIC X(08).
000300     05  ALR-DESCRIPTION     PIC X(30).
000310     05  ALR-POOL-ACCOUNT    PIC X(10).
000320     05  ALR-BASIS           PIC X(01).
000330         88  ALR-BASIS-MOVEMENT         VALUE "M".
000340         88  ALR-BASIS-CLOSING          VALUE "C".
000350     05  ALR-TARGET-COUNT    PIC 9(02).
000360     05  ALR-TARGET OCCURS 10 TIMES.
000370         10  ALR-TGT-ACCOUNT PIC X(10).
000380         10  ALR-TGT-PCT     PIC 9(03)V99.
000390     05  ALR-LAST-ALLOC-DATE PIC 9(08).
000400     05  ALR-MAINT-DATE      PIC 9(08).
000410     05  FILLER              PIC X(13).
