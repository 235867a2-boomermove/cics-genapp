      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Payout Hold Maintenance Layout           *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Commarea for LGPHLD01, the payments team's maintenance of     *
      * the payouts held on PAYOUT_HOLD after a bank mandate change.  *
      * INQUIRE returns the hold on the payout named by PO-SOURCE,    *
      * PO-POLICY-NUM and PO-REFERENCE. RELEASE lets a held or        *
      * disputed payout go on the next pay-out run, ahead of its      *
      * release date or once a dispute is cleared. DISPUTE records    *
      * that the customer in PO-CUSTOMER-NUM did not make their       *
      * latest mandate change: the change is marked disputed, every   *
      * payout held for them moves to 'D' (count in                   *
      * PO-HOLDS-DISPUTED) and nothing more is paid to the mandate    *
      * until released by hand. Every step is written to AUDIT_LOG.   *
      * Authority comes from ROLE_PERMISSION rows for the PAYHREL and *
      * PAYHDISP functions.                                           *
      *                                                                *
      * Return codes: 00 done, 50 not authorised to release, 51 not   *
      * authorised to dispute, 53 hold not found or not held, 54 no   *
      * mandate change on record for the customer, 90 SQL error, 98   *
      * bad commarea, 99 bad function                                 *
      *----------------------------------------------------------------*
       05  PO-FUNCTION             PIC X(8).
           88  PO-INQUIRE          VALUE 'INQUIRE '.
           88  PO-RELEASE          VALUE 'RELEASE '.
           88  PO-DISPUTE          VALUE 'DISPUTE '.
       05  PO-RETURN-CODE          PIC X(2).
       05  PO-ACTING-USERNAME      PIC X(32).
       05  PO-CUSTOMER-NUM         PIC 9(10).
       05  PO-SOURCE               PIC X(1).
           88  PO-CLAIM-PAYOUT     VALUE 'C'.
           88  PO-REFUND-PAYOUT    VALUE 'R'.
           88  PO-MATURITY-PAYOUT  VALUE 'M'.
       05  PO-POLICY-NUM           PIC 9(10).
       05  PO-REFERENCE            PIC X(18).
       05  PO-STATUS               PIC X(1).
           88  PO-HELD             VALUE 'H'.
           88  PO-DISPUTED         VALUE 'D'.
           88  PO-RELEASED         VALUE 'R'.
           88  PO-AUTO-RELEASED    VALUE 'A'.
           88  PO-PAID             VALUE 'P'.
       05  PO-AMOUNT               PIC 9(9)V99.
       05  PO-MANDATE-CHANGED      PIC X(10).
       05  PO-HOLD-DATE            PIC X(10).
       05  PO-RELEASE-DUE          PIC X(10).
       05  PO-RELEASED-BY          PIC X(32).
       05  PO-HOLDS-DISPUTED       PIC 9(4).
       05  PO-ERROR-MSG            PIC X(100).
