000330*    REJECTS BATCH RUN CALC/EDIT REJECTS.          *
000340*    PENDING BATCH RUN WAREHOUSE DIVERSIONS.       *
000350*    BCHREJ  BATCH RUN BATCH-REJECTED DETAILS.     *
000360*    QUEUED  BATCH RUN LIMIT-QUEUE DIVERSIONS      *
000370*            (VALUE OF THE ITEMS QUEUED).          *
000380*    APROUT  LIM-APPROVE DETAILS RELEASED.         *
000390*    GLIN    GL-POST EXTRACT RECORDS (NET).        *
000400*    JRNOUT  GL-POST JOURNAL ACCOUNTS (NET).       *
000410*****************************************************
000420 01  STP-RECORD.
000430     05  STP-BUS-DATE        PIC 9(08).
000440     05  STP-JOB-ID          PIC X(08).
000450     05  STP-POINT           PIC X(08).
000460     05  STP-COUNT           PIC 9(07).
000470     05  STP-AMOUNT          PIC S9(12)V99
000480             SIGN IS TRAILING SEPARATE CHARACTER.
