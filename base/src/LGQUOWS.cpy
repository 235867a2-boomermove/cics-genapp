      * premium and expiry date. The quote converts later through    *
      * the normal 01CQUO path when the customer accepts. The        *
      * partner id identifies the aggregator for the                  *
      * PARTNER_ACTIVITY volume counts LGMQRPT1 reports, and with     *
      * JQ-API-KEY is checked against the partner registry            *
      * (LGPTNCHK) before the quote is driven - a refusal comes back  *
      * as return code 60 or 61. JQ-DETAIL carries the CA-P-DETAIL    *
      * per-type cover union byte for byte.                           *
      *----------------------------------------------------------------*
       05  JQ-REQUEST-DATA.
           10  JQ-PARTNER-ID         PIC X(8).
           10  JQ-API-KEY            PIC X(32).
           10  JQ-FIRST-NAME         PIC X(10).
           10  JQ-LAST-NAME          PIC X(20).
           10  JQ-DOB                PIC X(10).
