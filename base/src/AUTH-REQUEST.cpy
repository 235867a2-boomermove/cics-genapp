           88  AR-RESET-PASSWORD   VALUE 'RESETPW '.
           88  AR-GET-AUDIT        VALUE 'GETAUDIT'.
           88  AR-STATUS-CHECK     VALUE 'STATUSCK'.
           88  AR-STEP-UP          VALUE 'STEPUP  '.
       05  AR-CUSTOMER-NUM         PIC 9(10).
       05  AR-USERNAME             PIC X(32).
       05  AR-PASSWORD             PIC X(64).
      *----------------------------------------------------------------*
       05  AR-SUBJECT-CUSTOMER-NUM PIC 9(10).
       05  AR-DELEGATE-DAYS        PIC 9(3).
      *----------------------------------------------------------------*
      * Step-up - on VALTOKEN, the request the token is about to be   *
      * used for (the CA-REQUEST-ID, e.g. 01ABNK, or an LGAUTH01      *
      * function such as GRANTDLG). An action classified on the       *
      * SENSITIVE_ACTION table is refused with return code 15 when    *
      * the session's last strong authentication is older than the   *
      * step-up window; STEPUP re-proves identity with a fresh MFA    *
      * code and names the action it is unlocking here too. Spaces =  *
      * no particular action.                                          *
      *----------------------------------------------------------------*
       05  AR-ACTION-ID            PIC X(8).
