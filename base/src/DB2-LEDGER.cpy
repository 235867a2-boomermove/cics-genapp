      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Policy Sub-Ledger Host Variables     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layout for POLICY_LEDGER, the policyholder      *
      * sub-ledger keyed on POLICYNUMBER and ENTRY_SEQ - one dated    *
      * entry per debit or credit to the policy's account, in the     *
      * order LGSLPST1 posted them, each carrying the running BALANCE *
      * after it (positive = the policyholder owes us, negative = we  *
      * owe them). ENTRY_TYPE says what the entry is:                 *
      *   DU premium due (INSTALLMENT due date)            debit      *
      *   EN endorsement charge / allowance (LGAEND01)     debit or   *
      *                                                    credit     *
      *   CO collection or payment received ('C'/'R')      credit     *
      *   RT collection returned unpaid (RETURN_DATE)      debit      *
      *   RP return premium on cancellation ('F'/'G')      credit     *
      *   RF return premium refunded (PAID_DATE)           debit      *
      *   WO arrears written off (BAD_DEBT_WRITEOFF)       credit     *
      *   WR written-off debt reinstated on recovery       debit      *
      *   BR payment received against written-off debt     credit     *
      * AMOUNT is the gross figure, NET_AMOUNT and IPT_AMOUNT its     *
      * split where the source carries one, all unsigned - the side   *
      * is DEBIT_CREDIT. GL_ACCOUNT is the LGGLEXT1 account the same  *
      * movement books to (spaces for entries the cash-basis ledger   *
      * never sees), which the LGSLCTL1 month-end control ties out.   *
      *----------------------------------------------------------------*
       05  DB2-LG-POLICYNUM            PIC S9(9) COMP.
       05  DB2-LG-ENTRY-SEQ            PIC S9(9) COMP.
       05  DB2-LG-ENTRY-DATE           PIC X(10).
       05  DB2-LG-ENTRY-TYPE           PIC X(2).
       05  DB2-LG-DEBIT-CREDIT         PIC X(1).
       05  DB2-LG-AMOUNT               PIC S9(7)V99 COMP-3.
       05  DB2-LG-NET-AMOUNT           PIC S9(7)V99 COMP-3.
       05  DB2-LG-IPT-AMOUNT           PIC S9(7)V99 COMP-3.
       05  DB2-LG-BALANCE              PIC S9(9)V99 COMP-3.
       05  DB2-LG-GL-ACCOUNT           PIC X(5).
       05  DB2-LG-REFERENCE            PIC X(18).
       05  DB2-LG-POSTED-DATE          PIC X(10).
