      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Fund Bonus Rate Maintenance Layout       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Commarea for the LGBNRT01 dual-control maintenance of the     *
      * FUND_BONUS_RATE table, the LGPARMS pattern. One actuary       *
      * PROPOSEs the reversionary and terminal rates for a fund and   *
      * bonus year; a different actuary APPROVEs (declares) or        *
      * REJECTs the proposal in BR-RATE-ID; INQUIRE returns the row   *
      * pending or declared for BR-FUND-NAME and BR-BONUS-YEAR.       *
      * Every step is written to AUDIT_LOG. Authority comes from      *
      * ROLE_PERMISSION rows for the BONSPROP and BONSAPPR functions. *
      * Rates are percentages to three decimal places.                *
      *                                                                *
      * Return codes: 00 done, 50 not authorised to propose, 51 not   *
      * authorised to approve/reject, 52 approver is the proposer,    *
      * 53 proposal not found or not in the expected state, 54 fund,  *
      * year or rates invalid, 55 the fund and year already has a     *
      * pending or declared rate, 90 SQL error, 98 bad commarea,      *
      * 99 bad function                                               *
      *----------------------------------------------------------------*
       05  BR-FUNCTION             PIC X(8).
           88  BR-PROPOSE          VALUE 'PROPOSE '.
           88  BR-APPROVE          VALUE 'APPROVE '.
           88  BR-REJECT           VALUE 'REJECT  '.
           88  BR-INQUIRE          VALUE 'INQUIRE '.
       05  BR-RETURN-CODE          PIC X(2).
       05  BR-ACTING-USERNAME      PIC X(32).
       05  BR-RATE-ID              PIC 9(9).
       05  BR-FUND-NAME            PIC X(10).
       05  BR-BONUS-YEAR           PIC 9(4).
       05  BR-REVERSIONARY-PCT     PIC 9(2)V9(3).
       05  BR-TERMINAL-PCT         PIC 9(3)V9(3).
       05  BR-STATUS               PIC X(1).
           88  BR-PENDING          VALUE 'P'.
           88  BR-DECLARED         VALUE 'A'.
           88  BR-REJECTED         VALUE 'R'.
       05  BR-PROPOSED-BY          PIC X(32).
       05  BR-APPROVED-BY          PIC X(32).
       05  BR-ERROR-MSG            PIC X(100).
