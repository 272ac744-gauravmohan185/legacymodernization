000100*****************************************************
000110*  CLGREC.CPY                                      *
000120*  MASTER FILE CHANGE LOG RECORD LAYOUT.  ONE      *
000130*  RECORD IS WRITTEN TO CLG-FILE FOR EVERY CHANGE  *
000140*  A MAINTENANCE JOB APPLIES TO A MASTER, SO WHO   *
000150*  CHANGED A RECORD, WHEN, AND WHAT IT LOOKED LIKE *
000160*  BEFORE CAN BE ANSWERED AFTER THE DISPOSITION    *
000170*  REPORTS ARE GONE.  READ BY CHG-INQUIRY AND      *
000180*  ROLLED TO THE ARCHIVE WITH THE AUDIT TRAIL BY   *
000190*  AUD-ARCHIVE.                                    *
000200*  MASTER CODES:                                   *
000210*    ACM = ACCOUNT MASTER (ACCT-MAINT).            *
000220*    SIM = STANDING INSTRUCTIONS (SI-MAINT).       *
000230*    PRD = POSTING PERIODS (PRD-MAINT).            *
000240*    PND = PENDING WAREHOUSE (PND-MAINT).  THE     *
000250*          KEY IS THE ITEM'S ACCOUNT, EFFECTIVE    *
000260*          DATE AND BATCH ID.                      *
000270*  ACTION CODES (THE CARD'S OWN CODE IS KEPT TOO): *
000280*    A = ADDED (ACCOUNT, INSTRUCTION, PERIOD       *
000290*        OPENED).                                  *
000300*    C = CHANGED (INCLUDING A PENDING ITEM HELD    *
000310*        OR FORCED).                               *
000320*    X = CLOSED OR REMOVED (ACCOUNT OR PERIOD      *
000330*        CLOSED, INSTRUCTION DELETED, PENDING      *
000340*        ITEM CANCELLED).                          *
000350*  THE BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE  *
000360*  OF A REMOVAL ARE SPACES.                        *
000370*****************************************************
000380 01  CLG-RECORD.
000390     05  CLG-RUN-DATE        PIC 9(08).
000400     05  CLG-RUN-TIME        PIC 9(08).
000410     05  CLG-JOB-ID          PIC X(08).
000420     05  CLG-MASTER          PIC X(03).
000430         88  CLG-ACCOUNT-MASTER         VALUE "ACM".
000440         88  CLG-INSTRUCTION-MASTER     VALUE "SIM".
000450         88  CLG-PERIOD-MASTER          VALUE "PRD".
000460         88  CLG-PENDING-MASTER         VALUE "PND".
000470     05  CLG-KEY             PIC X(30).
000480     05  CLG-ACTION          PIC X(01).
000490         88  CLG-ADDED                  VALUE "A".
000500         88  CLG-CHANGED                VALUE "C".
000510         88  CLG-REMOVED                VALUE "X".
000520     05  CLG-CARD-ACTION     PIC X(01).
000530     05  CLG-BEFORE-IMAGE    PIC X(100).
000540     05  CLG-AFTER-IMAGE     PIC X(100).
