      * LGABNK01 after modulus validation); PAYMENT holds one row per *
      * collection posted by LGDDCOL1, STATUS 'C' collected or 'R'    *
      * returned/failed (set by LGDDRET1 from the BACS return file),  *
      * plus one row per re-presentation of a returned collection     *
      * posted by LGDDREP1 at 'C' (reference 'GENA' + policy number + *
      * 'RP', REPRESENTED_FROM = the original collection date),       *
      * plus one row per claim settlement paid out by LGCLMPY1 at     *
      * STATUS 'P' (reference 'GENC' + claim number) and one per      *
      * cancellation return premium posted by LGDPDB01 at STATUS 'F'  *
      * (refund pending, reference 'GENR' + policy number + MMDD),    *
      * moved to 'G' once the LGREFND1 batch pays it by BACS credit.  *
      * Supplier invoice payments made by LGSUPY1 also post at 'P'    *
      * (reference 'GENS' + invoice number). A payment LGPPAY01       *
      * receives on a policy whose arrears LGWOFF1 has written off    *
      * posts at 'B' bad-debt recovery. An endowment surrendered      *
      * through LGSURR01 posts its surrender value at 'V' (reference  *
      * 'GENV' + policy number + MMDD), moved to 'U' once LGREFND1    *
      * pays it by BACS credit. A lay-up credit LGLAYU01 cannot take  *
      * off the scheduled installments posts at 'F' the same way      *
      * (reference 'GENL' + policy number + MMDD).                    *
      *----------------------------------------------------------------*
       05  DB2-BD-CUSTOMERNUM          PIC S9(9) COMP.
       05  DB2-BD-SORTCODE             PIC X(6).
       05  DB2-BD-ACCOUNTNUM           PIC X(8).
       05  DB2-BD-ACCOUNTNAME          PIC X(18).
      *    Sort code and account number protected at rest (LGFLDENC
      *    layout). SORTCODE and ACCOUNTNUMBER themselves are held as
      *    spaces once a mandate is captured or converted by LGFECNV1;
      *    only the collection and pay-out batches decipher them.
       05  DB2-BD-SORTCODE-ENC         PIC X(18).
       05  DB2-BD-ACCOUNTNUM-ENC       PIC X(18).
      *    Date LGABNK01 last captured or replaced the mandate - the
      *    change itself is logged on MANDATE_CHANGE (DB2-PAYOUT-HOLD)
      *    and payouts to it are held for PC-PAYOUT-HOLD-DAYS after
       05  DB2-BD-CHANGED-DATE         PIC X(10).

       05  DB2-PAY-POLICYNUM           PIC S9(9) COMP.
       05  DB2-PAY-CUSTOMERNUM         PIC S9(9) COMP.
      *    LGGLEXT1 delta window can book the premium reversal in the
      *    window the return actually arrived
       05  DB2-PAY-RETURNDATE          PIC X(10).
      *    AMOUNT split into net premium and IPT in the proportion the
      *    policy premium carries (LGIPTPRC), so LGGLEXT1 can post the
      *    tax to its own ledger line. Claim settlements ('P') carry
      *    no tax and leave both null.
       05  DB2-PAY-NETAMOUNT           PIC S9(6)V99 COMP-3.
       05  DB2-PAY-IPTAMOUNT           PIC S9(6)V99 COMP-3.
      *    Claim settlements ('P') only: SETTLED_AMOUNT is the gross
      *    settled figure and EXCESS_AMOUNT the policy excess
      *    LGCLMPY1 deducted from it - AMOUNT is the net actually
      *    paid out. On a reopened claim's top-up row (reference
      *    'GENC' + claim number + 'R' + reopen count) they are the
      *    settlement above what was already paid and the excess not
      *    already deducted. Null on every other row.
       05  DB2-PAY-SETTLEDAMT          PIC S9(6)V99 COMP-3.
       05  DB2-PAY-EXCESSAMT           PIC S9(6)V99 COMP-3.
      *    Claim payments ('P') only - settlement and supplier
      *    invoice rows alike - so the full cost of a claim sums from
      *    PAYMENT by claim. Null on every other row.
       05  DB2-PAY-CLAIMNUM            PIC S9(9) COMP.
      *    Returned collections only: the bank's return reason code,
      *    and whether the return is being re-presented -
      *    REPRESENT_STATUS 'Q' queued for LGDDREP1 on REPRESENT_DATE
      *    (a business day PC-DD-REPRESENT-DAYS after the return),
      *    'D' re-presented, 'X' not re-presented (policy no longer
      *    in force or mandate gone); null when the reason cannot be
      *    retried and arrears started at once.
       05  DB2-PAY-RETURNREASON        PIC X(4).
       05  DB2-PAY-REPSTATUS           PIC X(1).
       05  DB2-PAY-REPDATE             PIC X(10).
      *    Re-presentation rows only: the PAYMENT_DATE of the returned
      *    collection being re-presented. Null on every other row.
       05  DB2-PAY-REPFROM             PIC X(10).
      *    Refund and surrender value rows only: the day LGREFND1
      *    paid the row by BACS credit and moved it to 'G' or 'U'.
      *    Null while it is pending and on every other row.
       05  DB2-PAY-PAIDDATE            PIC X(10).
