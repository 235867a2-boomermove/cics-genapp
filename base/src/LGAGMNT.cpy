      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent and Branch Maintenance Layout      *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Commarea for LGAGMT01, the maintenance of the AGENT and       *
      * BRANCH reference rows (DB2-AGENT) that LGAGMS01 drives from   *
      * its screen. INQ functions return the row as held; ADD and UPD *
      * take the full set of fields (an amendment re-sends the ones   *
      * it leaves alone); CLS closes the row - an agent's trading     *
      * authority is cut back to today if it ran later, and a branch  *
      * closes only once no open agent remains in it. An agent is     *
      * added or amended only into an open branch, at STATUS 'A'      *
      * active or 'S' suspended, with both trading authority dates    *
      * (YYYY-MM-DD, end not before start). Every change is written   *
      * to AUDIT_LOG. Authority for anything but an inquiry comes     *
      * from ROLE_PERMISSION rows for the AGNTMANT function.          *
      *                                                                *
      * Return codes: 00 done, 50 not authorised, 53 row not found,   *
      * 54 row already exists, 55 details missing or invalid, 56      *
      * branch not found or closed, 57 branch still has open agents,  *
      * 90 SQL error, 98 bad commarea, 99 bad function                *
      *----------------------------------------------------------------*
       05  AM-FUNCTION             PIC X(8).
           88  AM-INQUIRE-AGENT    VALUE 'INQAGENT'.
           88  AM-ADD-AGENT        VALUE 'ADDAGENT'.
           88  AM-AMEND-AGENT      VALUE 'UPDAGENT'.
           88  AM-CLOSE-AGENT      VALUE 'CLSAGENT'.
           88  AM-INQUIRE-BRANCH   VALUE 'INQBRNCH'.
           88  AM-ADD-BRANCH       VALUE 'ADDBRNCH'.
           88  AM-AMEND-BRANCH     VALUE 'UPDBRNCH'.
           88  AM-CLOSE-BRANCH     VALUE 'CLSBRNCH'.
       05  AM-RETURN-CODE          PIC X(2).
       05  AM-ACTING-USERNAME      PIC X(32).
       05  AM-AGENT-NUM            PIC X(6).
       05  AM-BRANCH-NUM           PIC X(4).
       05  AM-NAME                 PIC X(30).
       05  AM-STATUS               PIC X(1).
           88  AM-STATUS-ACTIVE    VALUE 'A'.
           88  AM-STATUS-SUSPENDED VALUE 'S'.
           88  AM-STATUS-CLOSED    VALUE 'C'.
       05  AM-AUTH-START           PIC X(10).
       05  AM-AUTH-END             PIC X(10).
      *    Customers the agent still owns, returned on an agent
      *    inquiry or close - a closed agent's book is moved on by
      *    LGAGXFR1
       05  AM-OWNED-COUNT          PIC 9(7).
       05  AM-ERROR-MSG            PIC X(100).
