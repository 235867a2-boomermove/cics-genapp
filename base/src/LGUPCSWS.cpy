      * VALTOKEN before the update is driven through the existing    *
      * LGUPVS01 01UCUS path, which also applies the postcode        *
      * validation and field-level history.                           *
      * The calling partner's id and API key are checked against the  *
      * partner registry (LGPTNCHK) before anything else; a refusal   *
      * comes back as return code 60 or 61.                           *
      * An address change needs recent strong authentication on the   *
      * session: a 15 reply means a code has been sent and the update *
      * is to be repeated with it in JU-MFA-CODE.                     *
      *----------------------------------------------------------------*
       05  JU-REQUEST-DATA.
           10  JU-SESSION-TOKEN      PIC X(64).
           10  JU-CONSENT-POST       PIC X(1).
           10  JU-CONSENT-EMAIL      PIC X(1).
           10  JU-CONSENT-PHONE      PIC X(1).
           10  JU-DELIVERY-PREF      PIC X(1).
      *    Calling partner's registry id and API key, checked through
      *    LGPTNCHK before the token is looked at
           10  JU-PARTNER-ID         PIC X(8).
           10  JU-API-KEY            PIC X(32).
      *    Step-up verification code, when the last reply was 15
           10  JU-MFA-CODE           PIC X(10).
       05  JU-RESPONSE-DATA.
           10  JU-RETURN-CODE        PIC X(2).
           10  JU-ERROR-CODE         PIC X(10).
