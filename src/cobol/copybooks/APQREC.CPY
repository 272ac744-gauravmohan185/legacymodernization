000100*****************************************************
000110*  APQREC.CPY                                      *
000120*  POSTING-LIMIT APPROVAL QUEUE RECORD LAYOUT.     *
000130*  ONE RECORD PER TRANSACTION THE BATCH RUN        *
000140*  DIVERTED INSTEAD OF POSTING BECAUSE IT BROKE    *
000150*  ITS ACCOUNT'S POSTING LIMIT ON ACM-RECORD:      *
000160*    I = THE ITEM ALONE IS OVER THE ITEM LIMIT.    *
000170*    N = THE ITEM WOULD TAKE THE NIGHT'S POSTINGS  *
000180*        TO THE ACCOUNT PAST THE NIGHTLY LIMIT.    *
000190*  THE ITEM VALUE IS THE UNSIGNED AMOUNT THE ITEM  *
000200*  WOULD HAVE POSTED; THE LIMIT IS THE ONE IT      *
000210*  BROKE.  LIM-APPROVE PRINTS THE QUEUE, APPLIES   *
000220*  THE SUPERVISORS' APPROVE/DECLINE CARDS, AND     *
000230*  CARRIES UNDECIDED ITEMS FORWARD.  THE QUEUE     *
000240*  DATE AND TIME ARE THE BATCH RUN THAT QUEUED     *
000250*  THE ITEM; THE ORIGINATING BATCH ID IS KEPT FOR  *
000260*  TRACEABILITY.                                   *
000270*  THE PARAMS STAY IN THE CURRENCY THEY WERE KEYED *
000280*  IN (SO A RELEASED ITEM RE-ENTERS AS IT WAS      *
000290*  KEYED); THE ITEM VALUE AND LIMIT ARE BASE       *
000300*  CURRENCY.                                       *
000310*****************************************************
000320 01  APQ-RECORD.
000330     05  APQ-ACCOUNT         PIC X(10).
000340     05  APQ-PARAM1          PIC S9(07)V99
000350             SIGN IS TRAILING SEPARATE CHARACTER.
000360     05  APQ-PARAM2          PIC S9(07)V99
000370             SIGN IS TRAILING SEPARATE CHARACTER.
000380     05  APQ-OP-CODE         PIC X(01).
000390     05  APQ-EFF-DATE        PIC 9(08).
000400     05  APQ-BATCH-ID        PIC X(08).
000410     05  APQ-QUEUE-DATE      PIC 9(08).
000420     05  APQ-QUEUE-TIME      PIC 9(08).
000430     05  APQ-ITEM-VALUE      PIC 9(07)V99.
000440     05  APQ-LIMIT-TYPE      PIC X(01).
000450         88  APQ-OVER-ITEM-LIMIT        VALUE "I".
000460         88  APQ-OVER-NIGHT-LIMIT       VALUE "N".
000470     05  APQ-LIMIT           PIC 9(09)V99.
000480     05  APQ-CURRENCY        PIC X(03).
