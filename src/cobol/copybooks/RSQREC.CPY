000100*****************************************************
000110*  RSQREC.CPY                                      *
000120*  NIGHTLY SUITE STEP SEQUENCE TABLE, IN RUN       *
000130*  ORDER.  FOR EACH JOB ID:                        *
000140*    NIGHTLY  - Y IF THE STEP RUNS EVERY NIGHT,    *
000150*               N IF ONLY WHEN THERE IS WORK.      *
000160*    CEILING  - HIGHEST RETURN CODE STILL COUNTED  *
000170*               AS A CLEAN COMPLETION.             *
000180*    PRED     - UP TO THREE STEPS THAT MUST HAVE   *
000190*               COMPLETED CLEANLY FOR THE          *
000200*               BUSINESS DATE BEFORE IT MAY RUN.   *
000210*    CLOSER   - THE STEP THAT CONSUMES ITS OUTPUT; *
000220*               ONCE THAT HAS STARTED IT IS TOO    *
000230*               LATE TO RUN.                       *
000240*  A JOB NOT IN THE TABLE IS ONLY HELD TO ONE      *
000250*  CLEAN RUN PER BUSINESS DATE, CEILING 4.         *
000260*****************************************************
000270 01  RSQ-ENTRY-MAX           PIC 9(05) COMP VALUE 12.
000280 01  RSQ-TABLE-VALUES.
000290     05  FILLER              PIC X(43) VALUE
000300         "PNDMAINTN08                        TRANREL ".
000310     05  FILLER              PIC X(43) VALUE
000320         "TRANREL Y08                        ADDNBR01".
000330     05  FILLER              PIC X(43) VALUE
000340         "LIMAPPR Y08                        ADDNBR01".
000350     05  FILLER              PIC X(43) VALUE
000360         "REJRECYCN08                        ADDNBR01".
000370     05  FILLER              PIC X(43) VALUE
000380         "BCHBACK N08                        ADDNBR01".
000390     05  FILLER              PIC X(43) VALUE
000400         "SIGENRTEY08                        TRANEDIT".
000410     05  FILLER              PIC X(43) VALUE
000420         "TRANEDITY08SIGENRTE                ADDNBR01".
000430     05  FILLER              PIC X(43) VALUE
000440         "ADDNBR01Y08TRANEDITTRANREL LIMAPPR GLPOST  ".
000450     05  FILLER              PIC X(43) VALUE
000460         "GLPOST  Y08ADDNBR01                BALPOST ".
000470     05  FILLER              PIC X(43) VALUE
000480         "BALPOST Y08GLPOST                  NITEBAL ".
000490     05  FILLER              PIC X(43) VALUE
000500         "NITEBAL Y04BALPOST                 GLINTF  ".
000510     05  FILLER              PIC X(43) VALUE
000520         "GLINTF  Y08NITEBAL                         ".
000530 01  RSQ-TABLE REDEFINES RSQ-TABLE-VALUES.
000540     05  RSQ-ENTRY OCCURS 12 TIMES.
000550         10  RSQ-JOB-ID      PIC X(08).
000560         10  RSQ-NIGHTLY     PIC X(01).
000570             88  RSQ-RUNS-NIGHTLY       VALUE "Y".
000580         10  RSQ-CEILING     PIC 9(02).
000590         10  RSQ-PRED        PIC X(08) OCCURS 3 TIMES.
000600         10  RSQ-CLOSER      PIC X(08).
