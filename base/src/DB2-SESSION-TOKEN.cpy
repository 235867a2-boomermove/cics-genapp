       05  DB2-TOKEN-CREATED-TIME      PIC X(26).
       05  DB2-TOKEN-EXPIRY-TIME       PIC X(26).
       05  DB2-TOKEN-CLIENT-IP         PIC X(15).
      *    When the session last proved a second factor - an MFA code
      *    at login or a later STEPUP - in the same DD-MM-YYYYTHH:MM:SS
      *    form. Spaces = a password-only (or trusted-device) login
      *    that has not yet stepped up.
       05  DB2-TOKEN-STRONG-AUTH-TIME  PIC X(26).
