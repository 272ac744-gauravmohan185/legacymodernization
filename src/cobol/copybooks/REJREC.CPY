000200*  REASON CODES:                                    *
000210*    01 = RESULT OVERFLOWED THE RESULT FIELD.       *
000220*    02 = UNRECOGNIZED OPERATION CODE.               *
000230*    07 = DECLINED BY A SUPERVISOR FROM THE         *
000240*         POSTING-LIMIT APPROVAL QUEUE (WRITTEN BY  *
000250*         LIM-APPROVE UNDER ITS OWN JOB ID).        *
000260*  A CALC-FUNCTION REJECT CARRIES THE BASE-CURRENCY *
000270*  PARAMS IT WAS GIVEN (CURRENCY SPACES); A         *
000280*  DECLINED ITEM CARRIES THE PARAMS AND CURRENCY    *
000290*  AS KEYED.                                        *
000300*****************************************************
000310 01  REJ-RECORD.
000320     05  REJ-RUN-DATE        PIC 9(08).
000330     05  REJ-RUN-TIME        PIC 9(08).
000340     05  REJ-JOB-ID          PIC X(08).
000350     05  REJ-PARAM1          PIC S9(07)V99
000360             SIGN IS TRAILING SEPARATE CHARACTER.
000370     05  REJ-PARAM2          PIC S9(07)V99
000380             SIGN IS TRAILING SEPARATE CHARACTER.
000390     05  REJ-OP-CODE         PIC X(01).
000400     05  REJ-REASON-CODE     PIC X(02).
000410     05  REJ-CURRENCY        PIC X(03).
