      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Partner Credential Check Commarea        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Commarea for LGPTNCHK, LINKed by every MQ and web-service     *
      * channel program before it does any work. The caller passes    *
      * the partner id and API key the message carried, the request   *
      * type it is about to drive and its own program name as the     *
      * channel. A rejected call is written to AUDIT_LOG as           *
      * PARTNER_REJECTED for the security monitor.                    *
      *                                                                *
      * Return codes: 00 accepted, 60 partner unknown, inactive, out  *
      * of its validity period or key not matched, 61 request type    *
      * not permitted for the partner, 90 SQL or hashing error, 98    *
      * bad commarea                                                  *
      *----------------------------------------------------------------*
       05  PC-PARTNER-ID           PIC X(8).
       05  PC-API-KEY              PIC X(32).
       05  PC-REQUEST-TYPE         PIC X(6).
       05  PC-CHANNEL              PIC X(8).
       05  PC-RETURN-CODE          PIC X(2).
       05  PC-ERROR-CODE           PIC X(10).
       05  PC-ERROR-MESSAGE        PIC X(100).
