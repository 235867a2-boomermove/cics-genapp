      *    Days before a quote's expiry at which the LGQCHSE1 batch
      *    writes it to the outbound call team's chase file
       05  PC-QUOTE-CHASE-DAYS     PIC 9(3) VALUE 007.
      *    Days a closed (cancelled/lapsed/declined/matured/
      *    surrendered) policy stays on the live
      *    tables before the LGPOLARC sweep moves it - with its
      *    per-type row, history and closed claims - to the archive
      *    tables the 01IARC retrieval reads
      *    payout instruction goes to the payments team and the
      *    policy moves to matured status 'X'
       05  PC-MATURITY-LEAD-DAYS   PIC 9(3) VALUE 030.
      *    Working days after a direct debit comes back at which the
      *    LGDDREP1 batch re-presents it once, and the bank return
      *    reason codes that may be re-presented (BACS '0' refer to
      *    payer - the account could not pay on the day). Any other
      *    reason, or a re-presentation returned again, starts
      *    arrears at once. Unused reason slots are spaces.
       05  PC-DD-REPRESENT-DAYS    PIC 9(3) VALUE 003.
       05  PC-DD-RETRY-REASON-LIST PIC X(16) VALUE '0'.
       05  PC-DD-RETRY-REASONS REDEFINES PC-DD-RETRY-REASON-LIST.
           10  PC-DD-RETRY-REASON  PIC X(4) OCCURS 4 TIMES.
      *    Days after the statement date within which a scheduled
      *    installment counts as due when LGBKSTM1 matches a bank
      *    credit to a policy by amount, and the age at which the
      *    LGSUSAG1 report flags unallocated cash in suspense
       05  PC-BS-MATCH-DAYS        PIC 9(3) VALUE 010.
       05  PC-SUSP-AGE-DAYS        PIC 9(3) VALUE 030.
      *    Age of the arrears (from POLICY.ARREARS_SINCE) beyond which
      *    the LGWOFF1 month-end batch writes off the installments a
      *    lapsed policy left unpaid as bad debt
       05  PC-WRITEOFF-AGE-DAYS    PIC 9(3) VALUE 180.
      *    Surrender penalty scale for the 01SURR endowment surrender
      *    request (LGSURR01) - the percentage of the net premiums
      *    paid kept back, by completed policy years: slot 1 under
      *    one year (nothing comes back), slot 2 one year, and so on,
      *    the last slot applying from nine years onward
       05  PC-SURR-PENALTY-LIST    PIC X(30) VALUE
               '100060050040030025020015010005'.
       05  PC-SURR-PENALTY-SCALE REDEFINES PC-SURR-PENALTY-LIST.
           10  PC-SURR-PENALTY-PCT PIC 9(3) OCCURS 10 TIMES.
      *    Motor lay-up for the 01LAYU request (LGLAYU01) - the share
      *    of the premium still charged for fire and theft cover
      *    while the vehicle is laid up, and the fewest laid-up days
      *    that earn a credit when it is reactivated
       05  PC-LAYUP-RATE-PCT       PIC 9(3) VALUE 025.
       05  PC-LAYUP-MIN-DAYS       PIC 9(3) VALUE 030.
      *    Days after a customer's BANK_DETAILS mandate is captured or
      *    replaced (LGABNK01) during which LGCLMPY1, LGREFND1 and
      *    LGMATUR1 hold any payout to it on PAYOUT_HOLD instead of
      *    paying - the window the confirmation notice LGMCNT1 sends
      *    to the customer's previous address and email gives them
      *    to dispute a change they did not make. Zero pays at once.
       05  PC-PAYOUT-HOLD-DAYS     PIC 9(3) VALUE 010.
