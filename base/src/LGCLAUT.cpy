      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claim Settlement Authority Layout        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Commarea for the LGCAUT01 dual-control maintenance of the     *
      * CLAIM_AUTHORITY table, the LGBONRT pattern. One administrator *
      * PROPOSEs a settlement limit for the claim handler in          *
      * HA-HANDLER; a different administrator APPROVEs or REJECTs the *
      * proposal in HA-AUTHORITY-ID; INQUIRE returns the handler's    *
      * pending proposal, or failing that the approved limit, with    *
      * the limit in force in HA-CURRENT-LIMIT either way. Every step *
      * is written to AUDIT_LOG. Authority comes from ROLE_PERMISSION *
      * rows for the CLMAPROP and CLMAAPPR functions.                 *
      *                                                                *
      * Return codes: 00 done, 50 not authorised to propose, 51 not   *
      * authorised to approve/reject, 52 approver is the proposer,    *
      * 53 proposal not found or not in the expected state, 54        *
      * handler or limit invalid, 55 the handler already has a        *
      * proposal pending, 90 SQL error, 98 bad commarea, 99 bad       *
      * function                                                      *
      *----------------------------------------------------------------*
       05  HA-FUNCTION             PIC X(8).
           88  HA-PROPOSE          VALUE 'PROPOSE '.
           88  HA-APPROVE          VALUE 'APPROVE '.
           88  HA-REJECT           VALUE 'REJECT  '.
           88  HA-INQUIRE          VALUE 'INQUIRE '.
       05  HA-RETURN-CODE          PIC X(2).
       05  HA-ACTING-USERNAME      PIC X(32).
       05  HA-AUTHORITY-ID         PIC 9(9).
       05  HA-HANDLER              PIC X(8).
       05  HA-SETTLE-LIMIT         PIC 9(6)V99.
       05  HA-CURRENT-LIMIT        PIC 9(6)V99.
       05  HA-STATUS               PIC X(1).
           88  HA-PENDING          VALUE 'P'.
           88  HA-APPROVED         VALUE 'A'.
           88  HA-REJECTED         VALUE 'R'.
           88  HA-SUPERSEDED       VALUE 'X'.
       05  HA-PROPOSED-BY          PIC X(32).
       05  HA-APPROVED-BY          PIC X(32).
       05  HA-ERROR-MSG            PIC X(100).
