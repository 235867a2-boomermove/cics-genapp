      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Access Recertification Layout        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layout for ACCESS_RECERT, keyed on CAMPAIGN_ID  *
      * and CUSTOMERNUM - one row per staff entitlement (a            *
      * USER_SECURITY row holding a ROLE_NAME) in each quarterly      *
      * recertification campaign. CAMPAIGN_ID is YYYYQn. The row      *
      * carries the role and last login as extracted, the reviewing   *
      * manager (USER_SECURITY.REVIEW_MANAGER, spaces where none is   *
      * recorded) and the campaign deadline (YYYY-MM-DD). DECISION:   *
      *   P pending - awaiting the manager's sign-off                 *
      *   K kept    - manager recertified the role                    *
      *   R removed - manager withdrew the role, ROLE_NAME cleared    *
      *   S suspended - not recertified by the deadline, account      *
      *               suspended through LGAUTH01 SUSPENDU             *
      * Opened by LGRCEXT1, decisions loaded by LGRCLOD1, enforced    *
      * and reported by LGRCENF1.                                     *
      *----------------------------------------------------------------*
       05  DB2-RC-CAMPAIGN-ID          PIC X(6).
       05  DB2-RC-CUSTOMERNUM          PIC S9(9) COMP.
       05  DB2-RC-USERNAME             PIC X(32).
       05  DB2-RC-ROLE-NAME            PIC X(16).
       05  DB2-RC-MANAGER              PIC X(32).
       05  DB2-RC-LAST-LOGIN           PIC X(26).
       05  DB2-RC-DEADLINE             PIC X(10).
       05  DB2-RC-DECISION             PIC X(1).
       05  DB2-RC-DECISION-DATE        PIC X(10).
       05  DB2-RC-DECIDED-BY           PIC X(32).
