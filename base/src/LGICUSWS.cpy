      * delegation is checked the same way. The response carries the *
      * customer details and one page of the policy list, walked with *
      * JI-POLICY-START-KEY / JI-POLICY-MORE-FLAG like LGICUS01.      *
      * The calling partner's id and API key are checked against the  *
      * partner registry (LGPTNCHK) before anything else; a refusal   *
      * comes back as return code 60 or 61.                           *
      *----------------------------------------------------------------*
       05  JI-REQUEST-DATA.
           10  JI-SESSION-TOKEN      PIC X(64).
           10  JI-CUSTOMER-NUM       PIC 9(10).
           10  JI-SUBJECT-CUSTOMER-NUM PIC 9(10).
           10  JI-POLICY-START-KEY   PIC X(10).
      *    Calling partner's registry id and API key, checked through
      *    LGPTNCHK before the token is looked at
           10  JI-PARTNER-ID         PIC X(8).
           10  JI-API-KEY            PIC X(32).
       05  JI-RESPONSE-DATA.
           10  JI-RETURN-CODE        PIC X(2).
           10  JI-ERROR-CODE         PIC X(10).
           10  JI-CONSENT-POST      PIC X(1).
           10  JI-CONSENT-EMAIL     PIC X(1).
           10  JI-CONSENT-PHONE     PIC X(1).
           10  JI-DELIVERY-PREF     PIC X(1).
           10  JI-NUM-POLICIES       PIC 9(2).
           10  JI-TOTAL-POLICIES     PIC 9(3).
           10  JI-POLICY-MORE-FLAG   PIC X(1).
