      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Policy Party Working Storage             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPTYWS - Policy Party Working Storage              *
      * Purpose:  Request/response fields for the LGPTYPRC procedures *
      *           that let a policy be held jointly.                  *
      *                                                                *
      *           POLICY.CUSTOMERNUMBER stays the first-named         *
      *           policyholder. POLICY_PARTY holds the second:        *
      *           POLICYNUMBER, CUSTOMERNUMBER, PARTY_ROLE ('J' joint *
      *           policyholder) and ADDED_DATE, at most one 'J' row   *
      *           per policy, maintained by 01JPTY (LGJPTY01). The    *
      *           joint policyholder is a customer in their own right *
      *           and may transact on the policy as the first-named   *
      *           one does.                                           *
      *                                                                *
      * Usage:    COPY LGPTYWS in WORKING-STORAGE.                    *
      *           COPY LGPTYPRC at the end of PROCEDURE DIVISION.     *
      *           LGPTY-CHECK-HOLDER - set PT-POLICYNUM, the policy's *
      *             PT-OWNER-CUSTOMERNUM and the requesting           *
      *             PT-CUSTOMERNUM; PT-IS-HOLDER when either          *
      *             policyholder asked.                               *
      *           LGPTY-READ-JOINT - set PT-POLICYNUM; PT-HAS-JOINT   *
      *             and PT-JOINT-CUSTOMERNUM.                         *
      *           LGPTY-COUNT-SOLE-INFORCE - set PT-CUSTOMERNUM;      *
      *             PT-SOLE-COUNT is the in-force policies that       *
      *             customer holds with no other policyholder left -  *
      *             a joint policy stays live while the other one     *
      *             remains (on CUSTOMER and not deceased).           *
      *           LGPTY-RELEASE-HOLDER - set PT-CUSTOMERNUM; every    *
      *             in-force policy that customer holds jointly with  *
      *             a remaining policyholder passes to that one as    *
      *             sole policyholder, PT-HANDED-OVER counting them.  *
      *             Run it in the same unit of work as the off-       *
      *             boarding, bereavement or erasure it belongs to.   *
      *           LGPTY-DROP-SELF-PARTY - removes any 'J' row left    *
      *             naming the policy's own first-named policyholder, *
      *             after a policy changes hands.                     *
      *           PT-RC: '00' done, '90' SQL error.                   *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  PT-CONTROL.
           05  PT-RC                   PIC X(2)  VALUE '00'.
           05  PT-HOLDER               PIC X(1)  VALUE 'N'.
               88  PT-IS-HOLDER        VALUE 'Y'.
           05  PT-JOINT-FOUND          PIC X(1)  VALUE 'N'.
               88  PT-HAS-JOINT        VALUE 'Y'.

      *----------------------------------------------------------------*
      * POLICY_PARTY host variables                                    *
      *----------------------------------------------------------------*
       01  PT-PARTY-VARS.
           05  PT-POLICYNUM            PIC S9(9) COMP VALUE 0.
           05  PT-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.
           05  PT-OWNER-CUSTOMERNUM    PIC S9(9) COMP VALUE 0.
           05  PT-JOINT-CUSTOMERNUM    PIC S9(9) COMP VALUE 0.
           05  PT-PARTY-COUNT          PIC S9(9) COMP VALUE 0.
           05  PT-SOLE-COUNT           PIC S9(9) COMP VALUE 0.
           05  PT-HANDED-OVER          PIC S9(9) COMP VALUE 0.
