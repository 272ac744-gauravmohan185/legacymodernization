000150*  RECORDS WITH A RUN DATE OLDER THAN THE          *
000160*  RETENTION PERIOD ARE ROLLED TO THE ARCHIVE      *
000170*  FILE.  A MISSING CARD DEFAULTS TO 365 DAYS.     *
000180*  THE SAME RETENTION APPLIES TO THE MASTER FILE   *
000190*  CHANGE LOG (CLG-FILE).                          *
000200*****************************************************
000210 01  ARP-RECORD.
000220     05  ARP-RETENTION-DAYS  PIC 9(04).
