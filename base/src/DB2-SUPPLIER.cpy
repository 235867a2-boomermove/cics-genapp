      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Claims Supplier Host Variables       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layouts for the claims supplier tables.         *
      * SUPPLIER holds one row per repairer, loss adjuster or         *
      * contractor the claims team pays (maintained by LGASUP01,      *
      * bank details passing the LGMODPRC modulus check); only        *
      * ACTIVE 'Y' suppliers take new invoices or are paid.           *
      * SUPPLIER_INVOICE holds one row per supplier invoice against   *
      * a claim (LGASIV01): registered at 'R' - taking the amount off *
      * the claim RESERVE - then approved 'A' or rejected 'J' (the    *
      * amount going back on the reserve); the nightly LGSUPY1 run    *
      * pays approved invoices by BACS credit and moves them to 'P'   *
      * with PAID_DATE.                                                *
      *----------------------------------------------------------------*
       05  DB2-SUPPLIERNUM-INT         PIC S9(9) COMP.
       05  DB2-SUP-NAME                PIC X(30).
      *    'R' repairer, 'L' loss adjuster, 'C' contractor,
      *    'O' other
       05  DB2-SUP-TYPE                PIC X(1).
       05  DB2-SUP-SORTCODE            PIC X(6).
       05  DB2-SUP-ACCOUNTNUM          PIC X(8).
       05  DB2-SUP-ACCOUNTNAME         PIC X(18).
       05  DB2-SUP-ACTIVE              PIC X(1).

       05  DB2-INVOICENUM-INT          PIC S9(9) COMP.
       05  DB2-INV-SUPPLIERNUM         PIC S9(9) COMP.
       05  DB2-INV-CLAIMNUM            PIC S9(9) COMP.
       05  DB2-INV-SUPPLIER-REF        PIC X(18).
       05  DB2-INV-AMOUNT              PIC S9(6)V99 COMP-3.
       05  DB2-INV-RECEIVED            PIC X(10).
       05  DB2-INV-STATUS              PIC X(1).
       05  DB2-INV-PAIDDATE            PIC X(10).
