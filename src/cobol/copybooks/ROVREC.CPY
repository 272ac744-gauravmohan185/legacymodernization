000100*****************************************************
000110*  ROVREC.CPY                                      *
000120*  RUN-CONTROL OVERRIDE CARD LAYOUT.  ONE CARD ON  *
000130*  ROV-FILE (RUNOVRD) PER STEP THE OPERATOR MEANS  *
000140*  TO RUN DESPITE A RUN-CONTROL REFUSAL - OUT OF   *
000150*  SEQUENCE, AHEAD OF AN UNFINISHED PREDECESSOR,   *
000160*  OR A SECOND TIME FOR THE SAME BUSINESS DATE.    *
000170*  THE CARD NAMES THE JOB ID AND THE BUSINESS DATE *
000180*  IT APPLIES TO, SO A CARD LEFT IN THE DECK DOES  *
000190*  NOT CARRY OVER TO ANOTHER NIGHT.  THE OPERATOR  *
000200*  ID IS STAMPED ON THE RUN-CONTROL RECORD.        *
000210*****************************************************
000220 01  ROV-RECORD.
000230     05  ROV-JOB-ID          PIC X(08).
000240     05  ROV-BUS-DATE        PIC 9(08).
000250     05  ROV-OPERATOR        PIC X(08).
000260     05  ROV-REASON          PIC X(40).
