000190*  OF LANDING IN A MONTH ALREADY REPORTED TO       *
000200*  MANAGEMENT.  A PERIOD WITH NO RECORD ON THE     *
000210*  FILE HAS NEVER BEEN CLOSED AND POSTS NORMALLY.  *
000220*  THE SNAPSHOT COUNT IS THE NUMBER OF ACCOUNTS    *
000230*  PRD-MAINT WROTE TO THE BALANCE HISTORY FILE     *
000240*  (BHS-FILE) WHEN IT CLOSED THE PERIOD; ZERO OR   *
000250*  BLANK MEANS NO SNAPSHOT WAS TAKEN.              *
000260*****************************************************
000270 01  PRD-RECORD.
000280     05  PRD-PERIOD          PIC 9(06).
000290     05  PRD-STATUS          PIC X(01).
000300         88  PRD-OPEN                   VALUE "O".
000310         88  PRD-CLOSED                 VALUE "C".
000320     05  PRD-OPEN-DATE       PIC 9(08).
000330     05  PRD-CLOSE-DATE      PIC 9(08).
000340     05  PRD-SNAP-COUNT      PIC 9(07).
000350     05  FILLER              PIC X(02).
