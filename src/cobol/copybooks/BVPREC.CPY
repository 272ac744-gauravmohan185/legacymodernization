000100*****************************************************
000110*  BVPREC.CPY                                      *
000120*  BUDGET VARIANCE PARAMETER CARD LAYOUT.  ONE     *
000130*  OPTIONAL CARD ON BVP-FILE NAMING THE PERIOD     *
000140*  (YYYYMM) BUD-VARIANCE REPORTS AND THE PERCENT   *
000150*  VARIANCE TOLERANCE (999V99, SO 010.00 IS TEN    *
000160*  PERCENT) BEYOND WHICH AN ACCOUNT IS FLAGGED.    *
000170*  A MISSING CARD OR A BLANK FIELD TAKES THE       *
000180*  BUSINESS DATE'S PERIOD AND A TEN PERCENT        *
000190*  TOLERANCE.                                      *
000200*****************************************************
000210 01  BVP-RECORD.
000220     05  BVP-PERIOD          PIC 9(06).
000230     05  BVP-TOLERANCE       PIC 9(03)V99.
