      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Policy Movement Working Storage          *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGMOVWS - Policy Movement Working Storage           *
      * Purpose:  Request/response fields for the LGMOVPRC procedures *
      *           that record every movement in the in-force book,    *
      *           so the LGINFRF1 month-end roll-forward can prove    *
      *           opening book plus movements equals closing book.    *
      *                                                                *
      *           A policy is in force while its STATUS is 'A' or     *
      *           'P' (pending underwriting is still on the book      *
      *           until an underwriter declines it).                  *
      *                                                                *
      *           POLICY_MOVEMENT holds one row per movement          *
      *           (POLICYNUMBER, MOVEMENT_DATE, MOVEMENT_TYPE,        *
      *           POLICYTYPE, BRANCHNUMBER, COUNT_CHANGE,             *
      *           PREMIUM_CHANGE, RECORDED_AT), signed - a policy     *
      *           joining the book +1 and its annual premium, one     *
      *           leaving it -1 and minus its premium, a re-priced    *
      *           policy 0 and the change in annual premium.          *
      *           POLICYTYPE and BRANCHNUMBER are taken from the      *
      *           POLICY row, so the movement lands in the same       *
      *           type/branch cell as the policy itself.              *
      *                                                                *
      * Usage:    COPY LGMOVWS in WORKING-STORAGE.                    *
      *           COPY LGMOVPRC at the end of PROCEDURE DIVISION.     *
      *           Set MV-POLICYNUM, MV-MOVE-DATE, the MV-TYPE 88,     *
      *           MV-COUNT-CHANGE and either MV-WHOLE-PREMIUM 'Y'     *
      *           (premium change is COUNT_CHANGE times the policy's  *
      *           PREMIUM as it stands) or MV-PREMIUM-CHANGE, then    *
      *           PERFORM LGMOV-RECORD-POLICY. MV-INFORCE-ONLY 'Y'    *
      *           records nothing unless the policy is in force.      *
      *           LGMOV-RECORD-CUSTOMER does the same for every       *
      *           in-force policy held by MV-CUSTOMERNUM.             *
      *           MV-RC: '00' recorded (or nothing to record), '90'   *
      *           SQL error.                                          *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  MV-CONTROL.
           05  MV-RC                   PIC X(2)  VALUE '00'.
           05  MV-WHOLE-PREMIUM        PIC X(1)  VALUE 'Y'.
           05  MV-INFORCE-ONLY         PIC X(1)  VALUE 'N'.

      *----------------------------------------------------------------*
      * POLICY_MOVEMENT host variables - MOVEMENT_TYPE says what      *
      * moved the book                                                *
      *----------------------------------------------------------------*
       01  MV-MOVEMENT-VARS.
           05  MV-POLICYNUM            PIC S9(9) COMP VALUE 0.
           05  MV-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.
           05  MV-MOVE-DATE            PIC X(10) VALUE SPACES.
           05  MV-TYPE                 PIC X(2)  VALUE SPACES.
               88  MV-NEW-BUSINESS     VALUE 'NB'.
               88  MV-RENEWAL          VALUE 'RN'.
               88  MV-ENDORSEMENT      VALUE 'EN'.
               88  MV-REINSTATEMENT    VALUE 'RI'.
               88  MV-TRANSFER-IN      VALUE 'TI'.
               88  MV-LAPSE            VALUE 'LP'.
               88  MV-CANCELLATION     VALUE 'CN'.
               88  MV-MATURITY         VALUE 'MT'.
               88  MV-SURRENDER        VALUE 'SR'.
               88  MV-TRANSFER-OUT     VALUE 'TO'.
               88  MV-UW-DECLINE       VALUE 'UD'.
           05  MV-COUNT-CHANGE         PIC S9(4) COMP VALUE 0.
           05  MV-PREMIUM-CHANGE       PIC S9(7)V99 COMP-3 VALUE 0.
