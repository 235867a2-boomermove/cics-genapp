      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Claim Document Host Variables        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layout for the CLAIM_DOCUMENT register, keyed   *
      * on CLAIMNUMBER and DOC_CODE - one row per piece of evidence   *
      * asked for on a claim. LGACLM01 seeds the standard list for    *
      * the policy type (LGCDOCL) at registration and the handler     *
      * maintains it through 01CDOC (LGCDOC01). STATUS is 'O'         *
      * outstanding, 'R' received or 'W' waived by the handler; a     *
      * mandatory item still 'O' stops LGUCLM01 settling the claim.   *
      * LGCDCHS1 stamps LAST_CHASED_DATE and CHASE_COUNT each time it *
      * sends a reminder for an item past its due date.               *
      *----------------------------------------------------------------*
       05  DB2-CDOC-CLAIMNUM           PIC S9(9) COMP.
       05  DB2-CDOC-CODE               PIC X(8).
       05  DB2-CDOC-MANDATORY          PIC X(1).
       05  DB2-CDOC-STATUS             PIC X(1).
       05  DB2-CDOC-REQUESTED          PIC X(10).
       05  DB2-CDOC-DUE                PIC X(10).
       05  DB2-CDOC-RECEIVED           PIC X(10).
       05  DB2-CDOC-LASTCHASED         PIC X(10).
       05  DB2-CDOC-CHASECOUNT         PIC S9(4) COMP.
