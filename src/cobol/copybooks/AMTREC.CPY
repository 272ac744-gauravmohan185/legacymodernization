000140*  APPLIED TO THE ACCOUNT MASTER BY ACCT-MAINT.    *
000150*  ACTION CODES:                                   *
000160*    A = ADD A NEW ACCOUNT (OPEN).                 *
000170*    C = CHANGE THE ACCOUNT DESCRIPTION AND/OR     *
000180*        CLASSIFICATION - A BLANK FIELD ON THE     *
000190*        CARD LEAVES THE MASTER FIELD AS IT IS.    *
000200*    X = CLOSE THE ACCOUNT.                        *
000210*  CLASSIFICATION CODES (ADD AND CHANGE CARDS):    *
000220*    A = ASSET       L = LIABILITY   E = EQUITY    *
000230*    R = REVENUE     X = EXPENSE                   *
000240*  A CLASSIFICATION MUST CARRY A STATEMENT GROUP.  *
000250*  THE ITEM AND NIGHTLY POSTING LIMITS ARE KEYED   *
000260*  AS UNSIGNED DOLLARS-AND-CENTS DIGITS; BLANK     *
000270*  LEAVES THE LIMIT AS IT IS (NO LIMIT ON AN ADD), *
000280*  AND ZEROS REMOVE IT.  THE CHARACTER REDEFINES   *
000290*  LET ACCT-MAINT EDIT THE KEYED DIGITS.           *
000300*****************************************************
000310 01  AMT-RECORD.
000320     05  AMT-ACTION          PIC X(01).
000330         88  AMT-ADD                    VALUE "A".
000340         88  AMT-CHANGE                 VALUE "C".
000350         88  AMT-CLOSE                  VALUE "X".
000360     05  AMT-ACCOUNT         PIC X(10).
000370     05  AMT-DESCRIPTION     PIC X(30).
000380     05  AMT-CLASS           PIC X(01).
000390         88  AMT-CLASS-VALID            VALUE "A" "L" "E"
000400                                              "R" "X".
000410     05  AMT-STMT-GROUP      PIC X(12).
000420     05  AMT-ITEM-LIMIT      PIC 9(07)V99.
000430     05  AMT-ITEM-LIMIT-X REDEFINES AMT-ITEM-LIMIT
000440                             PIC X(09).
000450     05  AMT-NIGHT-LIMIT     PIC 9(09)V99.
000460     05  AMT-NIGHT-LIMIT-X REDEFINES AMT-NIGHT-LIMIT
000470                             PIC X(11).
