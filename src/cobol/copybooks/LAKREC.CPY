000100*****************************************************
000110*  LAKREC.CPY                                      *
000120*  LEDGER ACKNOWLEDGMENT RECORD LAYOUT.  ONE       *
000130*  RECORD PER TRANSMISSION THE CORPORATE LEDGER    *
000140*  HAS PROCESSED, RETURNED ON THE ACKNOWLEDGMENT   *
000150*  FILE AND MATCHED TO THE INTERFACE LOG BY        *
000160*  GL-ACK-RECON ON THE SEQUENCE NUMBER.  THE       *
000170*  RECORD COUNT IS THE DETAIL COUNT THE LEDGER     *
000180*  LOADED; THE REASON IS THE LEDGER'S TEXT FOR A   *
000190*  REJECTION.                                      *
000200*  STATUS CODES:                                   *
000210*    A = ACCEPTED AND LOADED.                      *
000220*    R = REJECTED - NOTHING LOADED.                *
000230*****************************************************
000240 01  LAK-RECORD.
000250     05  LAK-SEQ-NO          PIC 9(08).
000260     05  LAK-STATUS          PIC X(01).
000270         88  LAK-ACCEPTED               VALUE "A".
000280         88  LAK-REJECTED               VALUE "R".
000290     05  LAK-ACK-DATE        PIC 9(08).
000300     05  LAK-REC-COUNT       PIC 9(07).
000310     05  LAK-REASON          PIC X(30).
