      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Bank Account Modulus Check Storage       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGMODWS - Bank Account Modulus Check Storage        *
      * Purpose:  Request/response fields for the LGMODPRC account    *
      *           number check every captured set of bank details    *
      *           passes - customer mandates (LGABNK01) and claims   *
      *           supplier accounts (LGASUP01) alike: sort code and   *
      *           account number both all-numeric, and the eight     *
      *           account digits weighted 8,7,6,5,4,3,2,1 summing to  *
      *           an exact multiple of 11.                            *
      *                                                                *
      * Usage:    COPY LGMODWS in WORKING-STORAGE.                    *
      *           COPY LGMODPRC at the end of PROCEDURE DIVISION.     *
      *           Set MOD-SORT-CODE and MOD-ACCOUNT-NUM, PERFORM      *
      *           LGMOD-CHECK-ACCOUNT and test MOD-RC: '00' valid,    *
      *           '40' sort code not numeric, '41' account number not *
      *           numeric, '42' account number fails the modulus     *
      *           check - the LGABNK01 return codes.                  *
      *                                                                *
      *================================================================*

       01  MODULUS-CONTROL.
           05  MOD-SORT-CODE           PIC X(6)  VALUE SPACES.
           05  MOD-ACCOUNT-NUM         PIC X(8)  VALUE SPACES.
           05  MOD-RC                  PIC X(2)  VALUE '00'.
           05  MOD-WORK-FIELDS.
               10  MOD-INDEX           PIC 9(2) COMP.
               10  MOD-DIGIT           PIC 9(1).
               10  MOD-WEIGHT          PIC 9(2) COMP.
               10  MOD-SUM             PIC 9(5) COMP VALUE 0.
               10  MOD-REMAINDER       PIC 9(2) COMP.
               10  MOD-QUOTIENT        PIC 9(5) COMP.
