000100*****************************************************
000110*  AKPREC.CPY                                      *
000120*  ACKNOWLEDGMENT RECONCILIATION PARAMETER CARD    *
000130*  LAYOUT.  ONE CARD ON AKP-FILE TELLS GL-ACK-     *
000140*  RECON HOW MANY DAYS A TRANSMISSION MAY GO       *
000150*  UNACKNOWLEDGED BEFORE IT IS REPORTED OVERDUE.   *
000160*  A MISSING CARD DEFAULTS TO 2 DAYS.              *
000170*****************************************************
000180 01  AKP-RECORD.
000190     05  AKP-WAIT-DAYS       PIC 9(03).
