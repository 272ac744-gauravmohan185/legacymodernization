000160*  VALIDATE TRAN-ACCOUNT BEFORE A TRANSACTION IS   *
000170*  ALLOWED TO POST.  A CLOSED ACCOUNT STAYS ON     *
000180*  THE MASTER SO ITS HISTORY CAN STILL BE READ.    *
000190*  THE CLASSIFICATION AND STATEMENT GROUP PLACE    *
000200*  THE ACCOUNT ON THE FIN-STATEMENT BALANCE SHEET  *
000210*  OR INCOME STATEMENT; AN ACCOUNT WITH A BLANK    *
000220*  CLASSIFICATION IS LISTED AS AN EXCEPTION.       *
000230*  THE POSTING LIMITS ARE CHECKED BY THE BATCH     *
000240*  RUN: AN ITEM WORTH MORE THAN THE ITEM LIMIT, OR *
000250*  ONE THAT WOULD TAKE THE NIGHT'S POSTINGS TO     *
000260*  THE ACCOUNT PAST THE NIGHTLY LIMIT, IS QUEUED   *
000270*  FOR SUPERVISOR APPROVAL (LIM-APPROVE) INSTEAD   *
000280*  OF POSTED.  ZERO MEANS NO LIMIT.                *
000290*****************************************************
000300 01  ACM-RECORD.
000310     05  ACM-ACCOUNT         PIC X(10).
000320     05  ACM-DESCRIPTION     PIC X(30).
000330     05  ACM-STATUS          PIC X(01).
000340         88  ACM-OPEN                   VALUE "O".
000350         88  ACM-CLOSED                 VALUE "C".
000360     05  ACM-OPEN-DATE       PIC 9(08).
000370     05  ACM-CLOSE-DATE      PIC 9(08).
000380     05  ACM-CLASS           PIC X(01).
000390         88  ACM-ASSET                  VALUE "A".
000400         88  ACM-LIABILITY              VALUE "L".
000410         88  ACM-EQUITY                 VALUE "E".
000420         88  ACM-REVENUE                VALUE "R".
000430         88  ACM-EXPENSE                VALUE "X".
000440         88  ACM-UNCLASSIFIED           VALUE " ".
000450     05  ACM-STMT-GROUP      PIC X(12).
000460     05  ACM-ITEM-LIMIT      PIC 9(07)V99.
000470     05  ACM-NIGHT-LIMIT     PIC 9(09)V99.
