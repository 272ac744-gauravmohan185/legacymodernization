000100*****************************************************
000110*  RCTREC.CPY                                      *
000120*  RUN-CONTROL RECORD LAYOUT.  ONE RECORD PER      *
000130*  BUSINESS DATE AND JOB ID ON THE INDEXED         *
000140*  RUN-CONTROL FILE (RUNCTL), KEPT BY RUN-CONTROL  *
000150*  FOR EVERY STEP OF THE NIGHTLY SUITE: STARTED AT *
000160*  THE TOP OF THE STEP, ENDED WITH ITS RETURN CODE *
000170*  AT THE BOTTOM.  A STEP STILL MARKED RUNNING     *
000180*  NEVER REACHED ITS END (ABEND OR CANCEL).  A     *
000190*  STEP REFUSED BEFORE IT EVER RAN IS MARKED       *
000200*  REFUSED; A REFUSED RERUN OF A STEP THAT HAS     *
000210*  ALREADY RUN LEAVES ITS STATE ALONE AND ONLY     *
000220*  COUNTS THE REFUSAL.                             *
000230*  STATES:                                         *
000240*    S = STARTED (RUNNING, OR ENDED ABNORMALLY).   *
000250*    C = COMPLETED CLEANLY - RETURN CODE WITHIN    *
000260*        THE STEP'S CEILING ON RSQREC.             *
000270*    F = FAILED - ENDED ABOVE ITS CEILING.         *
000280*    R = REFUSED BY RUN-CONTROL, NEVER STARTED.    *
000290*  REFUSAL REASONS:                                *
000300*    P = A REQUIRED PREDECESSOR HAS NOT COMPLETED  *
000310*        CLEANLY FOR THE BUSINESS DATE.            *
000320*    D = THE STEP HAS ALREADY COMPLETED CLEANLY    *
000330*        FOR THE BUSINESS DATE.                    *
000340*    L = TOO LATE - THE STEP THAT CONSUMES ITS     *
000350*        OUTPUT HAS ALREADY STARTED.               *
000360*****************************************************
000370 01  RCT-RECORD.
000380     05  RCT-KEY.
000390         10  RCT-BUS-DATE    PIC 9(08).
000400         10  RCT-JOB-ID      PIC X(08).
000410     05  RCT-STATE           PIC X(01).
000420         88  RCT-STARTED                VALUE "S".
000430         88  RCT-COMPLETE               VALUE "C".
000440         88  RCT-FAILED                 VALUE "F".
000450         88  RCT-REFUSED                VALUE "R".
000460     05  RCT-START-DATE      PIC 9(08).
000470     05  RCT-START-TIME      PIC 9(08).
000480     05  RCT-END-DATE        PIC 9(08).
000490     05  RCT-END-TIME        PIC 9(08).
000500     05  RCT-RETURN-CODE     PIC 9(04).
000510     05  RCT-RUN-COUNT       PIC 9(03).
000520     05  RCT-OVERRIDE-OPER   PIC X(08).
000530     05  RCT-REFUSE-COUNT    PIC 9(03).
000540     05  RCT-REFUSE-REASON   PIC X(01).
000550     05  RCT-REFUSE-JOB      PIC X(08).
000560     05  FILLER              PIC X(10).
