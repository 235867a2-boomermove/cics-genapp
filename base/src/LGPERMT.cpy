      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Accounting Period Maintenance Layout     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Commarea for the LGPERM01 dual-control maintenance of the     *
      * ACCOUNTING_PERIOD table, the LGBONRT pattern. One member of   *
      * finance PROPOSEs a new status for a month - 'G' to start      *
      * closing an open month, 'O' to reopen one; a different member  *
      * APPROVEs (applies) or REJECTs the proposal in PM-CHANGE-ID;   *
      * INQUIRE returns the month's status and any pending proposal   *
      * for PM-PERIOD. Closing 'C' is not proposed here - only the    *
      * LGPERCL1 batch closes a month. Every step is written to       *
      * AUDIT_LOG. Authority comes from ROLE_PERMISSION rows for the  *
      * PERDPROP and PERDAPPR functions.                              *
      *                                                                *
      * Return codes: 00 done, 50 not authorised to propose, 51 not   *
      * authorised to approve/reject, 52 approver is the proposer,    *
      * 53 proposal not found or not in the expected state, 54 month  *
      * or status invalid, 55 the month already has a pending         *
      * proposal, 56 the month is already at that status, 90 SQL      *
      * error, 98 bad commarea, 99 bad function                       *
      *----------------------------------------------------------------*
       05  PM-FUNCTION             PIC X(8).
           88  PM-PROPOSE          VALUE 'PROPOSE '.
           88  PM-APPROVE          VALUE 'APPROVE '.
           88  PM-REJECT           VALUE 'REJECT  '.
           88  PM-INQUIRE          VALUE 'INQUIRE '.
       05  PM-RETURN-CODE          PIC X(2).
       05  PM-ACTING-USERNAME      PIC X(32).
       05  PM-CHANGE-ID            PIC 9(9).
       05  PM-PERIOD               PIC X(7).
       05  PM-PERIOD-R REDEFINES PM-PERIOD.
           10  PM-PERIOD-YEAR      PIC X(4).
           10  PM-PERIOD-SEP       PIC X(1).
           10  PM-PERIOD-MONTH     PIC X(2).
       05  PM-PERIOD-STATUS        PIC X(1).
           88  PM-PERIOD-OPEN      VALUE 'O'.
           88  PM-PERIOD-CLOSING   VALUE 'G'.
           88  PM-PERIOD-CLOSED    VALUE 'C'.
       05  PM-NEW-STATUS           PIC X(1).
           88  PM-NEW-STATUS-VALID VALUE 'O' 'G'.
       05  PM-CHANGE-STATUS        PIC X(1).
           88  PM-PENDING          VALUE 'P'.
           88  PM-APPROVED         VALUE 'A'.
           88  PM-REJECTED         VALUE 'R'.
       05  PM-PROPOSED-BY          PIC X(32).
       05  PM-APPROVED-BY          PIC X(32).
       05  PM-ERROR-MSG            PIC X(100).
