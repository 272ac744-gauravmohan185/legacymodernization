000100*****************************************************
000110*  RTCREC.CPY                                      *
000120*  EXCHANGE-RATE CARD LAYOUT.  ONE CARD PER        *
000130*  MAINTENANCE ACTION ON RTC-FILE, APPLIED TO THE  *
000140*  EXCHANGE-RATE MASTER BY RATE-MAINT.  THE DAILY  *
000150*  RATE FEED IS A DECK OF L CARDS.  THE CHARACTER  *
000160*  REDEFINES OF THE DATE AND RATE LET RATE-MAINT   *
000170*  EDIT A KEYED CARD BEFORE THE VALUES REACH THE   *
000180*  MASTER.  THE RATE CARRIES SIX DECIMAL PLACES,   *
000190*  KEYED WITHOUT A DECIMAL POINT.                  *
000200*  ACTION CODES:                                   *
000210*    A = ADD A RATE FOR THE CURRENCY AND DATE.     *
000220*    C = CHANGE AN EXISTING RATE.                  *
000230*    X = DELETE THE RATE.                          *
000240*    L = LOAD - ADD THE RATE, OR REPLACE IT IF     *
000250*        ONE IS ALREADY ON FILE FOR THE DATE.      *
000260*****************************************************
000270 01  RTC-RECORD.
000280     05  RTC-ACTION          PIC X(01).
000290         88  RTC-ADD                    VALUE "A".
000300         88  RTC-CHANGE                 VALUE "C".
000310         88  RTC-DELETE                 VALUE "X".
000320         88  RTC-LOAD                   VALUE "L".
000330     05  RTC-CURRENCY        PIC X(03).
000340     05  RTC-RATE-DATE       PIC 9(08).
000350     05  RTC-RATE-DATE-X REDEFINES RTC-RATE-DATE.
000360         10  RTC-DATE-YEAR   PIC X(04).
000370         10  RTC-DATE-MONTH  PIC X(02).
000380         10  RTC-DATE-DAY    PIC X(02).
000390     05  RTC-RATE            PIC 9(05)V9(06).
000400     05  RTC-RATE-X REDEFINES RTC-RATE
000410                             PIC X(11).
