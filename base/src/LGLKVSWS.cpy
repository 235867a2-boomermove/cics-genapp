      * web service. The caller's session token is validated through *
      * VALTOKEN before the KSDSCUSN browse is driven through the    *
      * existing LGLKVS01 01NCUS path.                                *
      * The calling partner's id and API key are checked against the  *
      * partner registry (LGPTNCHK) before anything else; a refusal   *
      * comes back as return code 60 or 61.                           *
      *----------------------------------------------------------------*
       05  JL-REQUEST-DATA.
           10  JL-SESSION-TOKEN      PIC X(64).
           10  JL-CUSTOMER-NUM       PIC 9(10).
           10  JL-SEARCH-LAST-NAME   PIC X(20).
           10  JL-SEARCH-POSTCODE    PIC X(8).
      *    Calling partner's registry id and API key, checked through
      *    LGPTNCHK before the token is looked at
           10  JL-PARTNER-ID         PIC X(8).
           10  JL-API-KEY            PIC X(32).
       05  JL-RESPONSE-DATA.
           10  JL-RETURN-CODE        PIC X(2).
           10  JL-ERROR-CODE         PIC X(10).
