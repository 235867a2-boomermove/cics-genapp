      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Vulnerable Customer Referral Structures  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGVULREF - Vulnerable Customer Referral Structures  *
      * Purpose:  Working storage for the VULNERABLE_REFERRAL row an  *
      *           arrears batch writes instead of acting on a         *
      *           customer carrying the CUSTOMER.VULNERABLE marker    *
      *           (see LGVUL01). One open referral ('O') per policy,  *
      *           source job and arrears episode, for the specialist  *
      *           team to work: referral date, customer, policy,      *
      *           source ('DUNNING' or 'LAPSE'), the marker category  *
      *           and the ARREARS_SINCE date of the episode.          *
      *                                                                *
      * Usage:    COPY LGVULREF in WORKING-STORAGE.                   *
      *           COPY LGVULPRC at the end of PROCEDURE DIVISION.     *
      *           Fill VR-CUSTOMER-NUM, VR-POLICY-NUM, VR-SOURCE,     *
      *           VR-CATEGORY and VR-ARREARS-SINCE, then PERFORM      *
      *           LGVUL-REFER-CUSTOMER in place of the letter or      *
      *           lapse. VR-NEWLY-REFERRED is set when a referral was *
      *           queued on this call; an episode already on the      *
      *           queue is left as it is. Referral trouble is         *
      *           reported but never fails the including job.         *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  VULNERABLE-REFERRAL-CONTROL.
           05  VR-CUSTOMER-NUM         PIC S9(9) COMP VALUE 0.
           05  VR-POLICY-NUM           PIC S9(9) COMP VALUE 0.
           05  VR-SOURCE               PIC X(8)  VALUE SPACES.
           05  VR-CATEGORY             PIC X(1)  VALUE SPACES.
           05  VR-ARREARS-SINCE        PIC X(10) VALUE SPACES.
           05  VR-REFERRAL-DATE        PIC X(10) VALUE SPACES.
           05  VR-EXISTING-COUNT       PIC S9(9) COMP VALUE 0.
           05  VR-NEW-FLAG             PIC X(1)  VALUE 'N'.
               88  VR-NEWLY-REFERRED   VALUE 'Y'.
           05  VR-NOW-RAW              PIC X(21) VALUE SPACES.
