000370*  A DETAIL RECORD OUTSIDE ANY BATCH (NO HEADER)    *
000380*  IS STILL ACCEPTED FOR THE REJECT RESUBMISSION    *
000390*  PATH AND PROCESSES UNBATCHED.                    *
000400*  THE CURRENCY CODE SAYS WHICH CURRENCY PARAM1 AND *
000410*  PARAM2 ARE KEYED IN.  SPACES (OR THE BASE        *
000420*  CURRENCY CODE ITSELF) MEANS BASE CURRENCY; ANY   *
000430*  OTHER CODE MUST HAVE A RATE ON THE DAILY         *
000440*  EXCHANGE-RATE MASTER FOR THE TRANSACTION'S DATE, *
000450*  AND THE BATCH RUN CONVERTS THE AMOUNTS TO BASE   *
000460*  BEFORE THEY ARE CALCULATED AND POSTED.  THE      *
000470*  BATCH HASH IS ALWAYS TAKEN ON THE AMOUNTS AS     *
000480*  KEYED, IN THEIR OWN CURRENCY.                    *
000490*****************************************************
000500 01  TRAN-RECORD.
000510     05  TRAN-REC-TYPE       PIC X(01).
000520         88  TRAN-HEADER                VALUE "H".
000530         88  TRAN-DETAIL                VALUE "D".
000540         88  TRAN-TRAILER               VALUE "T".
000550     05  TRAN-DETAIL-DATA.
000560         10  TRAN-ACCOUNT        PIC X(10).
000570         10  TRAN-PARAM1         PIC S9(07)V99
000580                 SIGN IS TRAILING SEPARATE CHARACTER.
000590         10  TRAN-PARAM2         PIC S9(07)V99
000600                 SIGN IS TRAILING SEPARATE CHARACTER.
000610         10  TRAN-OP-CODE        PIC X(01).
000620             88  TRAN-OP-ADD                VALUE "A".
000630             88  TRAN-OP-SUBTRACT            VALUE "S".
000640             88  TRAN-OP-MULTIPLY            VALUE "M".
000650         10  TRAN-EFF-DATE       PIC 9(08).
000660         10  TRAN-CURRENCY       PIC X(03).
000670     05  TRAN-HEADER-DATA REDEFINES TRAN-DETAIL-DATA.
000680         10  TRAN-HDR-BATCH-ID   PIC X(08).
000690         10  TRAN-HDR-SOURCE     PIC X(08).
000700         10  TRAN-HDR-BUS-DATE   PIC 9(08).
000710         10  FILLER              PIC X(18).
000720     05  TRAN-TRAILER-DATA REDEFINES TRAN-DETAIL-DATA.
000730         10  TRAN-TRL-BATCH-ID   PIC X(08).
000740         10  TRAN-TRL-REC-COUNT  PIC 9(07).
000750         10  TRAN-TRL-HASH-TOTAL PIC S9(12)V99
000760                 SIGN IS TRAILING SEPARATE CHARACTER.
000770         10  FILLER              PIC X(12).
