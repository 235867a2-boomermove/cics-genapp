      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Unallocated Cash Host Variables      *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layout for the SUSPENSE_CASH table - one row    *
      * per bank statement credit the LGBKSTM1 import could not match *
      * to a policy, numbered SUSPENSE_ID from 1. An item enters at   *
      * 'U' unallocated with the reason it did not match; 01USUS      *
      * (LGSUSP01) moves it to 'A' allocated - posting it to the      *
      * policy through LGPPAY01 - or 'R' marked for return to the     *
      * payer, stamping ACTION_DATE. The LGSUSAG1 report ages the     *
      * 'U' items from RECEIVED_DATE. BANK_REFERENCE is the bank's    *
      * own transaction reference, which is what stops a statement    *
      * imported twice landing twice.                                 *
      *----------------------------------------------------------------*
       05  DB2-SUSPENSEID-INT          PIC S9(9) COMP.
       05  DB2-SU-RECEIVED-DATE        PIC X(10).
       05  DB2-SU-AMOUNT               PIC S9(7)V99 COMP-3.
       05  DB2-SU-BANK-REF             PIC X(18).
       05  DB2-SU-TRAN-TYPE            PIC X(3).
       05  DB2-SU-PAYER-NAME           PIC X(18).
       05  DB2-SU-PAYER-REF            PIC X(18).
      *    'NREF' no policy number in the reference and no unique
      *    amount match, 'NPOL' reference is not a policy, 'STAT'
      *    policy not in force, 'AMT' amount agrees with nothing
      *    due, 'AMBG' amount due on more than one policy, 'POST'
      *    LGPPAY01 refused the posting
       05  DB2-SU-REASON               PIC X(4).
      *    'U' unallocated, 'A' allocated, 'R' marked for return
       05  DB2-SU-STATUS               PIC X(1).
       05  DB2-SU-ALLOC-POLICY         PIC S9(9) COMP.
       05  DB2-SU-ACTION-DATE          PIC X(10).
       05  DB2-SU-NOTE                 PIC X(30).
