      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Catastrophe Event Host Variables     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layouts for the catastrophe event register.     *
      * CAT_EVENT holds one row per declared event (storm, flood,     *
      * freeze...), keyed on EVENT_CODE, with the peril and the loss  *
      * date range it covers - END_DATE is null while the event is    *
      * still running. STATUS is 'O' open (registrations are checked  *
      * against it) or 'C' closed. CAT_EVENT_AREA holds one row per   *
      * affected area: a postcode district ('YO8') or sector          *
      * ('YO8 4'), so a wide flood can be declared by district and a  *
      * local one by sector. The claims an event has caused carry     *
      * its code in CLAIM.CAT_EVENT (DB2-CLAIM).                      *
      *----------------------------------------------------------------*
       05  DB2-CEVT-CODE               PIC X(8).
       05  DB2-CEVT-PERIL              PIC X(10).
       05  DB2-CEVT-DESCRIPTION        PIC X(40).
       05  DB2-CEVT-START              PIC X(10).
       05  DB2-CEVT-END                PIC X(10).
       05  DB2-CEVT-STATUS             PIC X(1).
       05  DB2-CEVT-AREA               PIC X(6).
