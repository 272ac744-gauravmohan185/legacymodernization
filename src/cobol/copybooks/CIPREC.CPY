000100*****************************************************
000110*  CIPREC.CPY                                      *
000120*  CHANGE LOG INQUIRY PARAMETER CARD LAYOUT.  ONE  *
000130*  CARD ON CIP-FILE TELLS CHG-INQUIRY WHICH        *
000140*  CLG-FILE RECORDS TO PRINT.  ANY FIELD LEFT AT   *
000150*  SPACES (OR ZERO FOR THE DATES) MEANS NO         *
000160*  SELECTION ON THAT FIELD; A MISSING CARD MEANS   *
000170*  SELECT EVERYTHING.  THE KEY MAY BE GIVEN IN     *
000180*  PART - A PENDING ITEM'S ACCOUNT ALONE SELECTS   *
000190*  EVERY ITEM FOR THAT ACCOUNT.  THE ACTION IS     *
000200*  THE CHANGE LOG'S A/C/X CODE.                    *
000210*****************************************************
000220 01  CIP-RECORD.
000230     05  CIP-MASTER          PIC X(03).
000240     05  CIP-KEY             PIC X(30).
000250     05  CIP-FROM-DATE       PIC 9(08).
000260     05  CIP-TO-DATE         PIC 9(08).
000270     05  CIP-ACTION          PIC X(01).
