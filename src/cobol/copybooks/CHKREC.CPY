000180*  TOTAL AT THE CHECKPOINT ARE RESTORED ON          *
000190*  RESTART SO THE FOOTER, RUN HISTORY, AND STEP     *
000200*  CONTROL FIGURES STAY TRUE ACROSS A RERUN.        *
000210*  THE LIMIT-QUEUE COUNT AND VALUE, AND THE ACCOUNT *
000220*  WHOSE NIGHTLY POSTING-LIMIT USAGE WAS BEING      *
000230*  ACCUMULATED, ARE RESTORED THE SAME WAY SO A      *
000240*  RESTART MID-ACCOUNT STILL HONORS THE LIMIT.      *
000250*****************************************************
000260 01  CHK-RECORD.
000270     05  CHK-LAST-REC-NUM    PIC 9(07).
000280     05  CHK-PROCESSED-COUNT PIC 9(07).
000290     05  CHK-RETURNED-COUNT  PIC 9(07).
000300     05  CHK-REJECT-COUNT    PIC 9(07).
000310     05  CHK-PENDING-COUNT   PIC 9(07).
000320     05  CHK-GRAND-TOTAL     PIC S9(12)V99
000330             SIGN IS TRAILING SEPARATE CHARACTER.
000340     05  CHK-QUEUED-COUNT    PIC 9(07).
000350     05  CHK-QUEUED-AMOUNT   PIC S9(12)V99
000360             SIGN IS TRAILING SEPARATE CHARACTER.
000370     05  CHK-LIMIT-ACCOUNT   PIC X(10).
000380     05  CHK-LIMIT-USED      PIC S9(12)V99
000390             SIGN IS TRAILING SEPARATE CHARACTER.
