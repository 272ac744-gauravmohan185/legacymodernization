000100*****************************************************
000110*  CTPREC.CPY                                      *
000120*  COMPARATIVE TRIAL BALANCE PARAMETER CARD        *
000130*  LAYOUT.  ONE OPTIONAL CARD ON CTP-FILE NAMING   *
000140*  UP TO THREE CLOSED PERIODS (YYYYMM) FOR         *
000150*  CMP-TRIAL-BAL TO PRINT SIDE BY SIDE, IN COLUMN  *
000160*  ORDER; THE SECOND AND THIRD ARE EACH COMPARED   *
000170*  WITH THE FIRST.  A BLANK FIELD LEAVES ITS       *
000180*  COLUMN EMPTY.  A MISSING OR BLANK CARD TAKES    *
000190*  THE PERIOD BEFORE THE BUSINESS DATE'S, THE      *
000200*  PERIOD BEFORE THAT, AND THE FIRST OF THOSE A    *
000210*  YEAR EARLIER.                                   *
000220*****************************************************
000230 01  CTP-RECORD.
000240     05  CTP-PERIOD          PIC X(06) OCCURS 3 TIMES.
