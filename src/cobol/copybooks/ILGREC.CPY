000100*****************************************************
000110*  ILGREC.CPY                                      *
000120*  LEDGER INTERFACE LOG RECORD LAYOUT.  ONE RECORD *
000130*  PER TRANSMISSION, KEYED ON THE SEQUENCE NUMBER, *
000140*  WRITTEN BY GL-INTERFACE WHEN IT SENDS THE FILE  *
000150*  AND UPDATED BY GL-ACK-RECON AS THE LEDGER'S     *
000160*  ACKNOWLEDGMENTS COME BACK.  THE FIGURES ARE THE *
000170*  TRAILER OF THE FILE SENT.  THE ACK COUNT IS     *
000180*  HOW MANY ACKNOWLEDGMENTS HAVE ARRIVED FOR THE   *
000190*  SEQUENCE NUMBER - MORE THAN ONE IS A DUPLICATE. *
000200*  STATUS CODES:                                   *
000210*    S = SENT, NOT YET ACKNOWLEDGED.               *
000220*    A = ACCEPTED BY THE LEDGER.                   *
000230*    R = REJECTED BY THE LEDGER.                   *
000240*****************************************************
000250 01  ILG-RECORD.
000260     05  ILG-SEQ-NO          PIC 9(08).
000270     05  ILG-BUS-DATE        PIC 9(08).
000280     05  ILG-SENT-TIME       PIC 9(08).
000290     05  ILG-SOURCE-ID       PIC X(08).
000300     05  ILG-REC-COUNT       PIC 9(07).
000310     05  ILG-NET             PIC S9(12)V99
000320             SIGN IS TRAILING SEPARATE CHARACTER.
000330     05  ILG-DEBITS          PIC S9(12)V99
000340             SIGN IS TRAILING SEPARATE CHARACTER.
000350     05  ILG-CREDITS         PIC S9(12)V99
000360             SIGN IS TRAILING SEPARATE CHARACTER.
000370     05  ILG-STATUS          PIC X(01).
000380         88  ILG-SENT                   VALUE "S".
000390         88  ILG-ACCEPTED               VALUE "A".
000400         88  ILG-REJECTED               VALUE "R".
000410     05  ILG-ACK-DATE        PIC 9(08).
000420     05  ILG-ACK-COUNT       PIC 9(03).
000430     05  ILG-ACK-REASON      PIC X(30).
000440     05  FILLER              PIC X(10).
