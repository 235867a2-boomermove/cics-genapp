      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Accounting Period Host Variables     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layouts for the accounting period tables.       *
      * ACCOUNTING_PERIOD holds one row per month (PERIOD 'YYYY-MM')  *
      * at STATUS 'O' open, 'G' closing or 'C' closed - the status    *
      * the LGPERPRC procedures date every posting by - with who last *
      * changed it and when. A month with no row is open.             *
      * PERIOD_CHANGE holds the dual-control proposals LGPERM01 takes *
      * to move a month to 'O' or 'G': proposed at 'P' by one member  *
      * of finance, then approved 'A' - which applies NEW_STATUS to   *
      * ACCOUNTING_PERIOD - or rejected 'R' by a different one. Only  *
      * one row per month may be pending; CHANGE_ID numbers           *
      * proposals the LGPARM01 way. Only the LGPERCL1 batch moves a   *
      * month to 'C', once it has proved nothing is still pending.    *
      *----------------------------------------------------------------*
       05  DB2-AP-PERIOD               PIC X(7).
       05  DB2-AP-STATUS               PIC X(1).
       05  DB2-AP-CHANGED-BY           PIC X(32).

       05  DB2-PC-CHANGE-ID            PIC S9(9) COMP.
       05  DB2-PC-PERIOD               PIC X(7).
       05  DB2-PC-NEW-STATUS           PIC X(1).
       05  DB2-PC-STATUS               PIC X(1).
       05  DB2-PC-PROPOSED-BY          PIC X(32).
       05  DB2-PC-PROPOSED-DATE        PIC X(10).
       05  DB2-PC-APPROVED-BY          PIC X(32).
       05  DB2-PC-APPROVED-DATE        PIC X(10).
