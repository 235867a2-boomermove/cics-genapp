      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Access Recertification Sign-off Record   *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Sign-off file record, written by LGRCEXT1 and read back by    *
      * LGRCLOD1 once the managers have marked it up. Records run in  *
      * reviewing manager order: an 'H' record opens each manager's   *
      * section, then one 'D' record per entitlement to review. The   *
      * manager keys RR-DECISION on each 'D' record - 'K' keep the    *
      * role, 'R' remove it; a record left blank is not recertified   *
      * and the account is suspended once the deadline passes.        *
      *----------------------------------------------------------------*
       05  RR-RECORD-TYPE              PIC X(1).
           88  RR-MANAGER-HEADER       VALUE 'H'.
           88  RR-ENTITLEMENT          VALUE 'D'.
       05  RR-CAMPAIGN-ID              PIC X(6).
       05  RR-MANAGER                  PIC X(32).
       05  RR-DEADLINE                 PIC X(10).
       05  RR-DETAIL.
           10  RR-CUSTOMER-NUM         PIC 9(10).
           10  RR-USERNAME             PIC X(32).
           10  RR-ROLE-NAME            PIC X(16).
           10  RR-LAST-LOGIN           PIC X(26).
           10  RR-DECISION             PIC X(1).
               88  RR-KEEP-ROLE        VALUE 'K'.
               88  RR-REMOVE-ROLE      VALUE 'R'.
       05  RR-HEADER REDEFINES RR-DETAIL.
           10  RR-ENTITLEMENT-COUNT    PIC 9(5).
           10  FILLER                  PIC X(80).
       05  FILLER                      PIC X(16).
