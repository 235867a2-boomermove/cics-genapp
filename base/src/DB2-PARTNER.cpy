      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Partner Registry Host Variables      *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layout for the partner registry that LGPTNCHK   *
      * checks every MQ and web-service call against and LGPTNREG     *
      * maintains:                                                     *
      *   PARTNER            - one row per PARTNER_ID (the id the     *
      *                        channels carry), ACTIVE 'Y'/'N' and a  *
      *                        VALID_FROM/VALID_TO period (YYYY-MM-DD,*
      *                        VALID_TO null = open ended)            *
      *   PARTNER_KEY        - the partner's API keys, keyed on       *
      *                        PARTNER_ID and KEY_ID. Only the        *
      *                        LGPWHASH hash, salt and algorithm are  *
      *                        held, never the key itself. A key is   *
      *                        usable from VALID_FROM to VALID_TO     *
      *                        while STATUS is 'A'; rotation issues a *
      *                        new key and cuts the old keys' VALID_TO*
      *                        back to the end of the overlap, so     *
      *                        both work until the partner switches.  *
      *                        STATUS 'R' revokes a key at once.      *
      *   PARTNER_PERMISSION - one row per PARTNER_ID and REQUEST_TYPE*
      *                        (the CA-REQUEST-ID the channel drives, *
      *                        e.g. 01ACUS, 01UCUS, 01ICUS, 01NCUS,   *
      *                        01AQUO) the partner may call           *
      *----------------------------------------------------------------*
       05  DB2-PT-PARTNER-ID           PIC X(8).
       05  DB2-PT-NAME                 PIC X(40).
       05  DB2-PT-ACTIVE               PIC X(1).
       05  DB2-PT-VALID-FROM           PIC X(10).
       05  DB2-PT-VALID-TO             PIC X(10).
       05  DB2-PK-KEY-ID               PIC S9(9) COMP.
       05  DB2-PK-KEY-HASH             PIC X(128).
       05  DB2-PK-KEY-SALT             PIC X(32).
       05  DB2-PK-ALGORITHM            PIC X(8).
       05  DB2-PK-VALID-FROM           PIC X(10).
       05  DB2-PK-VALID-TO             PIC X(10).
       05  DB2-PK-STATUS               PIC X(1).
       05  DB2-PP-REQUEST-TYPE         PIC X(6).
