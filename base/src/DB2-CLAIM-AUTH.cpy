      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 CLAIM_AUTHORITY Host Variables       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layout for CLAIM_AUTHORITY - the settlement     *
      * limit of each claim handler (CLAIM.HANDLER), maintained under *
      * dual control by LGCAUT01 the FUND_BONUS_RATE way: proposed at *
      * 'P' by one administrator, then approved 'A' or rejected 'R'   *
      * by a different one. Approving a new limit marks the handler's *
      * previous approved row 'X' superseded, so a handler has at     *
      * most one 'A' row - the limit LGUCLM01 settles against. A      *
      * handler with no approved row has no settlement authority and  *
      * every settlement they ask for is referred. AUTHORITY_ID       *
      * numbers proposals the LGPARM01 way.                           *
      *----------------------------------------------------------------*
       05  DB2-HA-AUTHORITY-ID         PIC S9(9) COMP.
       05  DB2-HA-HANDLER              PIC X(8).
       05  DB2-HA-SETTLE-LIMIT         PIC S9(6)V99 COMP-3.
       05  DB2-HA-STATUS               PIC X(1).
       05  DB2-HA-PROPOSED-BY          PIC X(32).
       05  DB2-HA-PROPOSED-DATE        PIC X(10).
       05  DB2-HA-APPROVED-BY          PIC X(32).
       05  DB2-HA-APPROVED-DATE        PIC X(10).
