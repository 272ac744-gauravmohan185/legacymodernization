000100*****************************************************
000110*  ALCREC.CPY                                      *
000120*  ALLOCATION RULE MAINTENANCE CARD LAYOUT,        *
000130*  APPLIED TO THE ALLOCATION RULE MASTER BY        *
000140*  ALLOC-MAINT.  A RULE IS KEYED AS ONE RULE CARD  *
000150*  (POOL ACCOUNT, BASIS, DESCRIPTION) FOLLOWED BY  *
000160*  ONE TARGET CARD PER TARGET ACCOUNT (ACCOUNT AND *
000170*  PERCENTAGE), ALL WITH THE SAME ACTION AND RULE  *
000180*  ID; THE WHOLE SET IS EDITED AND APPLIED         *
000190*  TOGETHER.  A CHANGE REPLACES THE RULE'S POOL,   *
000200*  BASIS, DESCRIPTION, AND EVERY TARGET.  A DELETE *
000210*  IS A RULE CARD ALONE.  THE CHARACTER REDEFINES  *
000220*  OF THE PERCENTAGE LETS ALLOC-MAINT EDIT A KEYED *
000230*  CARD BEFORE THE VALUE REACHES THE MASTER.       *
000240*  ACTION CODES:                                   *
000250*    A = ADD A NEW RULE.                           *
000260*    C = CHANGE (REPLACE) THE RULE.                *
000270*    X = DELETE THE RULE.                          *
000280*  CARD TYPES:                                     *
000290*    R = RULE CARD.                                *
000300*    T = TARGET CARD.                              *
000310*****************************************************
000320 01  ALC-RECORD.
000330     05  ALC-ACTION          PIC X(01).
000340         88  ALC-ADD                    VALUE "A".
000350         88  ALC-CHANGE                 VALUE "C".
000360         88  ALC-DELETE                 VALUE "X".
000370     05  ALC-RULE-ID         PIC X(08).
000380     05  ALC-CARD-TYPE       PIC X(01).
000390         88  ALC-RULE-CARD              VALUE "R".
000400         88  ALC-TARGET-CARD            VALUE "T".
000410     05  ALC-RULE-DATA.
000420         10  ALC-POOL-ACCOUNT    PIC X(10).
000430         10  ALC-BASIS           PIC X(01).
000440         10  ALC-DESCRIPTION     PIC X(30).
000450     05  ALC-TARGET-DATA REDEFINES ALC-RULE-DATA.
000460         10  ALC-TGT-ACCOUNT     PIC X(10).
000470         10  ALC-TGT-PCT         PIC 9(03)V99.
000480         10  ALC-TGT-PCT-X REDEFINES ALC-TGT-PCT
000490                                 PIC X(05).
000500         10  FILLER              PIC X(26).
