      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Partner Registry Maintenance Commarea    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Commarea for LGPTNREG, maintenance of the partner registry    *
      * LGPTNCHK checks the channels against (DB2-PARTNER):           *
      *   ADD      - register PR-PARTNER-ID with its name, active     *
      *              flag and validity period                          *
      *   UPDATE   - change the name, active flag or validity period  *
      *   GRANT    - permit PR-REQUEST-TYPE for the partner            *
      *   REVOKE   - withdraw PR-REQUEST-TYPE from the partner         *
      *   ROTATE   - issue a new API key, returned once in            *
      *              PR-API-KEY and never held in clear. The partner's *
      *              existing keys stay valid for PR-OVERLAP-DAYS     *
      *              (14 when zero) so it can switch over             *
      *   REVOKEK  - withdraw key PR-KEY-ID at once                    *
      *   INQUIRE  - return the partner row                            *
      * Authority comes from a ROLE_PERMISSION row for PTNRADM, and   *
      * every change is written to AUDIT_LOG.                          *
      *                                                                *
      * Return codes: 00 done, 50 not authorised, 53 partner, key or  *
      * permission not found, 54 input invalid, 55 partner or         *
      * permission already exists, 90 SQL or hashing error, 98 bad    *
      * commarea, 99 bad function                                     *
      *----------------------------------------------------------------*
       05  PR-FUNCTION             PIC X(8).
           88  PR-ADD              VALUE 'ADD     '.
           88  PR-UPDATE           VALUE 'UPDATE  '.
           88  PR-GRANT            VALUE 'GRANT   '.
           88  PR-REVOKE           VALUE 'REVOKE  '.
           88  PR-ROTATE           VALUE 'ROTATE  '.
           88  PR-REVOKE-KEY       VALUE 'REVOKEK '.
           88  PR-INQUIRE          VALUE 'INQUIRE '.
       05  PR-RETURN-CODE          PIC X(2).
       05  PR-ACTING-USERNAME      PIC X(32).
       05  PR-PARTNER-ID           PIC X(8).
       05  PR-NAME                 PIC X(40).
       05  PR-ACTIVE               PIC X(1).
       05  PR-VALID-FROM           PIC X(10).
       05  PR-VALID-TO             PIC X(10).
       05  PR-REQUEST-TYPE         PIC X(6).
       05  PR-OVERLAP-DAYS         PIC 9(3).
       05  PR-KEY-ID               PIC 9(9).
       05  PR-API-KEY              PIC X(32).
       05  PR-KEY-VALID-TO         PIC X(10).
       05  PR-ERROR-MSG            PIC X(100).
