      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Payout Hold Check Working Storage        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPHDWS - Payout Hold Check Working Storage         *
      * Purpose:  Request and result fields for the LGPHDPRC check    *
      *           each pay-out batch makes before money leaves for a  *
      *           customer's bank account. Account takeover runs the  *
      *           same way every time - the mandate is changed        *
      *           through LGABNK01 and a claim, refund or maturity    *
      *           pays to the new account that night - so a payout to *
      *           a customer whose latest MANDATE_CHANGE is less than *
      *           PC-PAYOUT-HOLD-DAYS old, or is disputed, is held on *
      *           PAYOUT_HOLD (DB2-PAYOUT-HOLD) instead of being      *
      *           paid, and listed by LGPHRPT1. Once the hold period  *
      *           has run with no dispute the next run releases it    *
      *           and pays; an authorised user can release it sooner  *
      *           (LGPHLD01).                                         *
      *                                                                *
      * Usage:    COPY LGPHDWS in WORKING-STORAGE.                    *
      *           COPY LGPHDPRC at the end of PROCEDURE DIVISION.     *
      *           Set PH-HOLD-DAYS (PC-PAYOUT-HOLD-DAYS) and          *
      *           PH-TODAY-YMD once. Per payout: fill PH-SOURCE,      *
      *           PH-POLICY-NUM, PH-CUSTOMER-NUM, PH-REFERENCE,       *
      *           PH-AMOUNT and, for a maturity, PH-PAYOUT-IMAGE,     *
      *           PERFORM LGPHD-CHECK-PAYOUT and pay only when        *
      *           PH-PAY. PH-HOLD: the hold is recorded, pay nothing. *
      *           PH-CHECK-FAILED: pay nothing, the payout waits for  *
      *           the next run. After paying PERFORM LGPHD-MARK-PAID. *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  PAYOUT-HOLD-CONTROL.
           05  PH-SOURCE               PIC X(1)  VALUE SPACE.
               88  PH-CLAIM-PAYOUT     VALUE 'C'.
               88  PH-REFUND-PAYOUT    VALUE 'R'.
               88  PH-MATURITY-PAYOUT  VALUE 'M'.
           05  PH-POLICY-NUM           PIC S9(9) COMP VALUE 0.
           05  PH-CUSTOMER-NUM         PIC S9(9) COMP VALUE 0.
           05  PH-REFERENCE            PIC X(18) VALUE SPACES.
           05  PH-AMOUNT               PIC S9(9)V99 COMP-3 VALUE 0.
           05  PH-PAYOUT-IMAGE         PIC X(130) VALUE SPACES.
           05  PH-HOLD-DAYS            PIC 9(3)  VALUE 0.
           05  PH-TODAY-YMD            PIC X(10) VALUE SPACES.
           05  PH-DECISION             PIC X(1)  VALUE 'P'.
               88  PH-PAY              VALUE 'P'.
               88  PH-HOLD             VALUE 'H'.
               88  PH-CHECK-FAILED     VALUE 'E'.
      *    The payment's hold as found - space for none - and the
      *    customer's latest mandate change behind the decision
           05  PH-STATUS               PIC X(1)  VALUE SPACE.
           05  PH-ROW-FLAG             PIC X(1)  VALUE 'N'.
               88  PH-ROW-ON-FILE      VALUE 'Y'.
           05  PH-MANDATE-CHANGED      PIC X(10) VALUE SPACES.
           05  PH-DISPUTED             PIC X(1)  VALUE 'N'.
           05  PH-RELEASE-DUE          PIC X(10) VALUE SPACES.
           05  PH-ROWS-HELD            PIC 9(7) COMP-3 VALUE 0.
           05  PH-ROWS-RELEASED        PIC 9(7) COMP-3 VALUE 0.
           05  PH-WORK-FIELDS.
               10  PH-NEW-STATUS       PIC X(1).
               10  PH-RELEASED-BY      PIC X(32).
               10  PH-DATE-RAW         PIC X(8).
               10  PH-DATE-NUM REDEFINES PH-DATE-RAW
                                       PIC 9(8).
               10  PH-DATE-INTEGER     PIC 9(7).
