000100*****************************************************
000110*  APCREC.CPY                                      *
000120*  POSTING-LIMIT APPROVAL CARD LAYOUT.  KEYED BY   *
000130*  THE SUPERVISORS, ONE CARD PER QUEUED ITEM TO BE *
000140*  DECIDED, APPLIED TO THE APPROVAL QUEUE BY       *
000150*  LIM-APPROVE.  THE ACCOUNT, BOTH PARAM VALUES,   *
000160*  AND THE QUEUE DATE IDENTIFY WHICH APQ-FILE ITEM *
000170*  THE CARD BELONGS TO.  THE SUPERVISOR ID IS      *
000180*  REQUIRED AND PRINTS AGAINST THE DECISION.  THE  *
000190*  CHARACTER REDEFINES OF THE PARAM FIELDS LET     *
000200*  LIM-APPROVE EDIT A KEYED CARD (DIGITS NUMERIC,  *
000210*  SIGN BYTE +/-) BEFORE THE VALUES ARE USED IN A  *
000220*  MATCH.                                          *
000230*  ACTION CODES:                                   *
000240*    A = APPROVE - RELEASED AS A TRAN-FILE BATCH   *
000250*        FOR THE NEXT PRODUCTION RUN.              *
000260*    D = DECLINE - WRITTEN TO REJ-FILE (REASON 07) *
000270*        FOR REJ-RECYCLE TO CORRECT OR ABANDON.    *
000280*****************************************************
000290 01  APC-RECORD.
000300     05  APC-ACTION          PIC X(01).
000310         88  APC-APPROVE                VALUE "A".
000320         88  APC-DECLINE                VALUE "D".
000330     05  APC-ACCOUNT         PIC X(10).
000340     05  APC-PARAM1          PIC S9(07)V99
000350             SIGN IS TRAILING SEPARATE CHARACTER.
000360     05  APC-PARAM1-X REDEFINES APC-PARAM1.
000370         10  APC-P1-DIGITS   PIC X(09).
000380         10  APC-P1-SIGN     PIC X(01).
000390     05  APC-PARAM2          PIC S9(07)V99
000400             SIGN IS TRAILING SEPARATE CHARACTER.
000410     05  APC-PARAM2-X REDEFINES APC-PARAM2.
000420         10  APC-P2-DIGITS   PIC X(09).
000430         10  APC-P2-SIGN     PIC X(01).
000440     05  APC-QUEUE-DATE      PIC X(08).
000450     05  APC-SUPERVISOR      PIC X(08).
