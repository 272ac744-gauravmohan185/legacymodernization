000100*****************************************************
000110*  LIFREC.CPY                                      *
000120*  OUTBOUND LEDGER INTERFACE RECORD LAYOUTS.  THE  *
000130*  INTERFACE FILE GL-INTERFACE SENDS TO THE        *
000140*  CORPORATE LEDGER CARRIES ONE TRANSMISSION:      *
000150*    H = HEADER - BUSINESS DATE, THE TRANSMISSION  *
000160*        SEQUENCE NUMBER (UNIQUE, ONE UP FROM THE  *
000170*        LAST ON THE INTERFACE LOG), THE SOURCE    *
000180*        SYSTEM ID, AND THE CREATION DATE/TIME.    *
000190*    D = DETAIL - ONE GL-POST JOURNAL LINE: THE    *
000200*        ACCOUNT, ITS NET AMOUNT (DEBIT POSITIVE), *
000210*        THE TRANSACTIONS BEHIND IT, AND THE       *
000220*        EXTRACT RUN DATE.                         *
000230*    T = TRAILER - THE SEQUENCE NUMBER AGAIN, THE  *
000240*        DETAIL RECORD COUNT, AND THE NET, DEBIT,  *
000250*        AND CREDIT TOTALS OF THE DETAILS (CREDITS *
000260*        AS A POSITIVE FIGURE), SO THE LEDGER CAN  *
000270*        PROVE THE FILE BEFORE IT LOADS.           *
000280*****************************************************
000290 01  LIF-RECORD.
000300     05  LIF-REC-TYPE        PIC X(01).
000310         88  LIF-HEADER                 VALUE "H".
000320         88  LIF-DETAIL                 VALUE "D".
000330         88  LIF-TRAILER                VALUE "T".
000340     05  LIF-DETAIL-DATA.
000350         10  LIF-ACCOUNT         PIC X(10).
000360         10  LIF-AMOUNT          PIC S9(12)V99
000370                 SIGN IS TRAILING SEPARATE CHARACTER.
000380         10  LIF-TRAN-COUNT      PIC 9(07).
000390         10  LIF-RUN-DATE        PIC 9(08).
000400         10  FILLER              PIC X(22).
000410     05  LIF-HEADER-DATA REDEFINES LIF-DETAIL-DATA.
000420         10  LIF-HDR-BUS-DATE    PIC 9(08).
000430         10  LIF-HDR-SEQ-NO      PIC 9(08).
000440         10  LIF-HDR-SOURCE-ID   PIC X(08).
000450         10  LIF-HDR-CREATE-DATE PIC 9(08).
000460         10  LIF-HDR-CREATE-TIME PIC 9(08).
000470         10  FILLER              PIC X(22).
000480     05  LIF-TRAILER-DATA REDEFINES LIF-DETAIL-DATA.
000490         10  LIF-TRL-SEQ-NO      PIC 9(08).
000500         10  LIF-TRL-REC-COUNT   PIC 9(07).
000510         10  LIF-TRL-NET         PIC S9(12)V99
000520                 SIGN IS TRAILING SEPARATE CHARACTER.
000530         10  LIF-TRL-DEBITS      PIC S9(12)V99
000540                 SIGN IS TRAILING SEPARATE CHARACTER.
000550         10  LIF-TRL-CREDITS     PIC S9(12)V99
000560                 SIGN IS TRAILING SEPARATE CHARACTER.
000570         10  FILLER              PIC X(02).
