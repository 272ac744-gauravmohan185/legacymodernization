000100*****************************************************
000110*  ASPREC.CPY                                      *
000120*  ACCOUNT ACTIVITY STATEMENT PARAMETER CARD       *
000130*  LAYOUT.  ONE CARD ON ASP-FILE TELLS             *
000140*  ACT-STATEMENT WHICH DATES TO STATE.  A PERIOD   *
000150*  (YYYYMM) STATES THE WHOLE MONTH; WITH THE       *
000160*  PERIOD LEFT AT ZERO THE FROM/TO RUN DATES ARE   *
000170*  USED INSTEAD, A ZERO TO-DATE MEANING THE        *
000180*  BUSINESS DATE.  A MISSING OR BLANK CARD STATES  *
000190*  THE CURRENT MONTH TO DATE.                      *
000200*****************************************************
000210 01  ASP-RECORD.
000220     05  ASP-PERIOD          PIC 9(06).
000230     05  ASP-FROM-DATE       PIC 9(08).
000240     05  ASP-TO-DATE         PIC 9(08).
