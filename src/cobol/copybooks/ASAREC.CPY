000100*****************************************************
000110*  ASAREC.CPY                                      *
000120*  ACCOUNT ACTIVITY STATEMENT ACCOUNT LIST CARD    *
000130*  LAYOUT.  ONE CARD PER ACCOUNT ON ASA-FILE       *
000140*  LIMITS ACT-STATEMENT TO THE ACCOUNTS A          *
000150*  DEPARTMENT OWNS.  NO CARDS MEANS A STATEMENT    *
000160*  FOR EVERY ACCOUNT ON THE BALANCE MASTER.        *
000170*****************************************************
000180 01  ASA-RECORD.
000190     05  ASA-ACCOUNT         PIC X(10).
