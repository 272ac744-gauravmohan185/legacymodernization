000280*        ITS EFFECTIVE DATE.                       *
000290*  A CANCELLED ITEM IS DROPPED BY PND-MAINT AND    *
000300*  NEVER REACHES THE RELEASE.                      *
000310*  THE PARAMS STAY IN THE CURRENCY THEY WERE KEYED *
000320*  IN; THEY ARE CONVERTED AT THE RATE FOR THE DAY  *
000330*  THE ITEM IS RELEASED AND POSTS.                 *
000340*****************************************************
000350 01  PND-RECORD.
000360     05  PND-ACCOUNT         PIC X(10).
000370     05  PND-PARAM1          PIC S9(07)V99
000380             SIGN IS TRAILING SEPARATE CHARACTER.
000390     05  PND-PARAM2          PIC S9(07)V99
000400             SIGN IS TRAILING SEPARATE CHARACTER.
000410     05  PND-OP-CODE         PIC X(01).
000420     05  PND-EFF-DATE        PIC 9(08).
000430     05  PND-BATCH-ID        PIC X(08).
000440     05  PND-DEFER-DATE      PIC 9(08).
000450     05  PND-STATUS          PIC X(01).
000460         88  PND-NORMAL                 VALUE " ".
000470         88  PND-HELD                   VALUE "H".
000480         88  PND-FORCED                 VALUE "F".
000490     05  PND-CURRENCY        PIC X(03).
