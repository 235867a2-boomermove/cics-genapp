       05  SC-RESET-CODE-TTL       PIC 9(4) VALUE 0900.
       05  SC-MFA-CODE-TTL         PIC 9(4) VALUE 0300.
       05  SC-TRUSTED-DEVICE-DAYS  PIC 9(3) VALUE 030.
      * Minutes a session's last strong authentication covers the
      * sensitive actions (SENSITIVE_ACTION) - zero turns step-up off
       05  SC-STEPUP-WINDOW-MINS   PIC 9(3) VALUE 015.
       05  SC-DORMANCY-DAYS        PIC 9(4) VALUE 0180.
       05  SC-AUDIT-RETENTION-DAYS PIC 9(4) VALUE 0365.
       05  SC-TOKEN-RETENTION-DAYS PIC 9(3) VALUE 007.
