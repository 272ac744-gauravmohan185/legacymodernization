000100*****************************************************
000110*  RCLREC.CPY                                      *
000120*  RUN-CONTROL CALL AREA.  PASSED BY EVERY STEP OF *
000130*  THE NIGHTLY SUITE ON ITS TWO CALLS TO THE       *
000140*  RUN-CONTROL SUBPROGRAM:                         *
000150*    S = START - MADE FIRST THING.  RUN-CONTROL    *
000160*        CHECKS THE STEP'S PREDECESSORS AND ITS    *
000170*        OWN RECORD FOR THE BUSINESS DATE AND      *
000180*        SETS RCL-DECISION.  A REFUSED STEP STOPS  *
000190*        AT ONCE WITH RETURN-CODE 12 (20 IF THE    *
000200*        RUN-CONTROL FILE CANNOT BE OPENED) AND    *
000210*        DOES NOTHING ELSE.                        *
000220*    E = END - MADE LAST THING WITH THE STEP'S     *
000230*        RETURN CODE IN RCL-STEP-RC, WHICH IS      *
000240*        RECORDED AND HANDED BACK UNCHANGED.       *
000250*  RCL-BUS-DATE IS RETURNED FROM THE BUSINESS      *
000260*  DATE CONTROL CARD ON THE START CALL.            *
000270*****************************************************
000280 01  RCL-AREA.
000290     05  RCL-FUNCTION        PIC X(01).
000300         88  RCL-START                  VALUE "S".
000310         88  RCL-END                    VALUE "E".
000320     05  RCL-JOB-ID          PIC X(08).
000330     05  RCL-BUS-DATE        PIC 9(08).
000340     05  RCL-STEP-RC         PIC 9(04).
000350     05  RCL-DECISION        PIC X(01).
000360         88  RCL-STEP-CLEARED           VALUE "Y".
000370         88  RCL-STEP-REFUSED           VALUE "N".
