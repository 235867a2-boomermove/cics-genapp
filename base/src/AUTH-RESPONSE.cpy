           88  AS-SESSION-LIMIT    VALUE '12'.
           88  AS-BANNED-PASSWORD  VALUE '13'.
           88  AS-NO-DELEGATION    VALUE '14'.
           88  AS-STEP-UP-REQUIRED VALUE '15'.
           88  AS-SYSTEM-ERROR     VALUE '90'.
           88  AS-NOT-AUTHORIZED   VALUE '99'.
       05  AS-SESSION-TOKEN        PIC X(64).
