000100*****************************************************
000110*  BMCREC.CPY                                      *
000120*  BUDGET MAINTENANCE CARD LAYOUT.  ONE CARD PER   *
000130*  MAINTENANCE ACTION ON BMC-FILE, APPLIED TO THE  *
000140*  BUDGET MASTER BY BUD-MAINT.  THE CHARACTER      *
000150*  REDEFINES OF THE PERIOD AND AMOUNT LET BUD-     *
000160*  MAINT EDIT A KEYED CARD (DIGITS NUMERIC, MONTH  *
000170*  01-12, SIGN BYTE +/-) BEFORE THE VALUES REACH   *
000180*  THE MASTER.                                     *
000190*  ACTION CODES:                                   *
000200*    A = ADD A BUDGET FOR THE ACCOUNT AND PERIOD.  *
000210*    C = CHANGE THE BUDGET AMOUNT.                 *
000220*    X = DELETE THE BUDGET.                        *
000230*****************************************************
000240 01  BMC-RECORD.
000250     05  BMC-ACTION          PIC X(01).
000260         88  BMC-ADD                    VALUE "A".
000270         88  BMC-CHANGE                 VALUE "C".
000280         88  BMC-DELETE                 VALUE "X".
000290     05  BMC-ACCOUNT         PIC X(10).
000300     05  BMC-PERIOD          PIC 9(06).
000310     05  BMC-PERIOD-X REDEFINES BMC-PERIOD.
000320         10  BMC-PERIOD-YEAR PIC X(04).
000330         10  BMC-PERIOD-MONTH
000340                             PIC X(02).
000350     05  BMC-AMOUNT          PIC S9(12)V99
000360             SIGN IS TRAILING SEPARATE CHARACTER.
000370     05  BMC-AMOUNT-X REDEFINES BMC-AMOUNT.
000380         10  BMC-AMT-DIGITS  PIC X(14).
000390         10  BMC-AMT-SIGN    PIC X(01).
