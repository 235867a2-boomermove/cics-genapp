      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Accounting Period Working Storage        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPERWS - Accounting Period Working Storage         *
      * Purpose:  Request/response fields for the LGPERPRC procedures *
      *           that keep every posting out of a month finance has  *
      *           closed, so nothing changes the numbers LGGLEXT1     *
      *           has already sent for it.                            *
      *                                                                *
      *           ACCOUNTING_PERIOD holds one row per month (PERIOD   *
      *           'YYYY-MM', STATUS, LAST_CHANGED_BY,                 *
      *           LAST_CHANGED_AT), maintained by finance under dual  *
      *           control through LGPERM01 and closed by the          *
      *           LGPERCL1 batch. STATUS 'O' open, 'G' closing -      *
      *           finance is preparing the close and the month takes  *
      *           no more back-dated activity - or 'C' closed. A      *
      *           month with no row is open.                          *
      *                                                                *
      *           MOVED_POSTING holds one row per posting moved out   *
      *           of a closing or closed month (ORIGINAL_DATE,        *
      *           ORIGINAL_PERIOD, POSTING_DATE, POSTING_PERIOD,      *
      *           POSTING_TYPE, SOURCE_PROGRAM, POLICYNUMBER,         *
      *           REFERENCE, AMOUNT, RECORDED_AT) - the original date *
      *           kept for reference and the list LGPERCL1 prints     *
      *           for the auditors when the period it moved into is   *
      *           closed.                                             *
      *                                                                *
      * Usage:    COPY LGPERWS in WORKING-STORAGE.                    *
      *           COPY LGPERPRC at the end of PROCEDURE DIVISION.     *
      *           Set AP-ACTIVITY-DATE (the date the activity         *
      *           happened) and AP-TODAY-DATE, both YYYY-MM-DD, then  *
      *           PERFORM LGPER-RESOLVE-DATE. AP-POSTING-DATE is the  *
      *           date to post at: the activity date itself when its  *
      *           month is open, otherwise today, with                *
      *           AP-POSTING-MOVED set. After posting, set            *
      *           AP-SOURCE-PROGRAM, the AP-POSTING-TYPE 88,          *
      *           AP-POLICYNUM, AP-REFERENCE and AP-AMOUNT and        *
      *           PERFORM LGPER-RECORD-MOVE in the same unit of work  *
      *           - it records nothing unless the posting was moved.  *
      *           AP-RC: '00' done, '80' today's own month is closed  *
      *           so there is no open period to post into, '90' SQL   *
      *           error.                                              *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  AP-CONTROL.
           05  AP-RC                   PIC X(2)  VALUE '00'.
           05  AP-MOVED                PIC X(1)  VALUE 'N'.
               88  AP-POSTING-MOVED    VALUE 'Y'.

      *----------------------------------------------------------------*
      * ACCOUNTING_PERIOD / MOVED_POSTING host variables              *
      *----------------------------------------------------------------*
       01  AP-PERIOD-VARS.
           05  AP-ACTIVITY-DATE        PIC X(10) VALUE SPACES.
           05  AP-TODAY-DATE           PIC X(10) VALUE SPACES.
           05  AP-POSTING-DATE         PIC X(10) VALUE SPACES.
           05  AP-ACTIVITY-PERIOD      PIC X(7)  VALUE SPACES.
           05  AP-POSTING-PERIOD       PIC X(7)  VALUE SPACES.
           05  AP-LOOKUP-PERIOD        PIC X(7)  VALUE SPACES.
           05  AP-LOOKUP-STATUS        PIC X(1)  VALUE SPACES.
               88  AP-PERIOD-OPEN      VALUE 'O'.
               88  AP-PERIOD-CLOSING   VALUE 'G'.
               88  AP-PERIOD-CLOSED    VALUE 'C'.
           05  AP-SOURCE-PROGRAM       PIC X(8)  VALUE SPACES.
           05  AP-POSTING-TYPE         PIC X(2)  VALUE SPACES.
               88  AP-PAYMENT-RECEIVED VALUE 'PY'.
               88  AP-ENDORSEMENT      VALUE 'EN'.
           05  AP-POLICYNUM            PIC S9(9) COMP VALUE 0.
           05  AP-REFERENCE            PIC X(18) VALUE SPACES.
           05  AP-AMOUNT               PIC S9(7)V99 COMP-3 VALUE 0.
