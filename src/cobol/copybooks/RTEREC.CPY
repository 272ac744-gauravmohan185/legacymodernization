000100*****************************************************
000110*  RTEREC.CPY                                      *
000120*  DAILY EXCHANGE-RATE MASTER RECORD LAYOUT.  ONE  *
000130*  RECORD PER FOREIGN CURRENCY AND BUSINESS DATE,  *
000140*  KEYED ON THE TWO TOGETHER, MAINTAINED BY        *
000150*  RATE-MAINT FROM THE DAILY RATE CARDS.  THE      *
000160*  RATE IS THE NUMBER OF BASE-CURRENCY UNITS ONE   *
000170*  UNIT OF THE FOREIGN CURRENCY BUYS, SO A         *
000180*  FOREIGN AMOUNT TIMES THE RATE IS ITS BASE       *
000190*  EQUIVALENT.  A CURRENCY IS KNOWN TO THE SYSTEM  *
000200*  ONCE IT HAS ANY RATE ON FILE.                   *
000210*****************************************************
000220 01  RTE-RECORD.
000230     05  RTE-KEY.
000240         10  RTE-CURRENCY    PIC X(03).
000250         10  RTE-RATE-DATE   PIC 9(08).
000260     05  RTE-RATE            PIC 9(05)V9(06).
000270     05  RTE-MAINT-DATE      PIC 9(08).
000280     05  FILLER              PIC X(10).
