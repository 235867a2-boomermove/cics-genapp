      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Mandate Change / Payout Hold Vars    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layouts for the bank detail change controls.    *
      * MANDATE_CHANGE holds one row per BANK_DETAILS mandate         *
      * captured or replaced through LGABNK01 - CHANGE_TS the moment  *
      * of the change, CHANGED_DATE its day - queued at NOTICE_STATUS *
      * 'Q' for the LGMCNT1 confirmation notice and moved to 'S' once *
      * the notice has gone to the customer's previous address and    *
      * email, which are kept on the row as sent. DISPUTED 'Y' is set *
      * through LGPHLD01 when the customer says the change was not    *
      * theirs.                                                        *
      * PAYOUT_HOLD holds one row per outbound payment held back      *
      * because the payee's mandate changed within                    *
      * PC-PAYOUT-HOLD-DAYS - a claim settlement from LGCLMPY1 ('C'), *
      * a refund or surrender value from LGREFND1 ('R') or a maturity *
      * from LGMATUR1 ('M') - keyed on source, policy and payment     *
      * reference. STATUS 'H' held until RELEASE_DUE, 'D' held while  *
      * the change is disputed, 'R' released by an authorised user,   *
      * 'A' released automatically at RELEASE_DUE with no dispute     *
      * raised, 'P' paid out after release. A maturity's payout       *
      * instruction is kept whole in PAYOUT_IMAGE and written out by  *
      * LGMATUR1 once released.                                       *
      *----------------------------------------------------------------*
       05  DB2-MH-CUSTOMERNUM          PIC S9(9) COMP.
       05  DB2-MH-CHANGE-TS            PIC X(26).
       05  DB2-MH-CHANGED-DATE         PIC X(10).
       05  DB2-MH-NOTICE-STATUS        PIC X(1).
       05  DB2-MH-NOTICE-DATE          PIC X(10).
       05  DB2-MH-PREV-HOUSENAME       PIC X(20).
       05  DB2-MH-PREV-HOUSENUM        PIC X(4).
       05  DB2-MH-PREV-POSTCODE        PIC X(8).
       05  DB2-MH-PREV-EMAIL           PIC X(40).
       05  DB2-MH-DISPUTED             PIC X(1).
       05  DB2-MH-DISPUTED-BY          PIC X(32).
       05  DB2-MH-DISPUTED-DATE        PIC X(10).

       05  DB2-PH-SOURCE               PIC X(1).
       05  DB2-PH-POLICYNUM            PIC S9(9) COMP.
       05  DB2-PH-REFERENCE            PIC X(18).
       05  DB2-PH-CUSTOMERNUM          PIC S9(9) COMP.
       05  DB2-PH-AMOUNT               PIC S9(9)V99 COMP-3.
       05  DB2-PH-MANDATE-CHANGED      PIC X(10).
       05  DB2-PH-HOLD-DATE            PIC X(10).
       05  DB2-PH-RELEASE-DUE          PIC X(10).
       05  DB2-PH-STATUS               PIC X(1).
       05  DB2-PH-RELEASED-BY          PIC X(32).
       05  DB2-PH-RELEASED-DATE        PIC X(10).
       05  DB2-PH-PAYOUT-IMAGE         PIC X(130).
