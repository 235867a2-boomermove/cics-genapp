      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Step-Up Session Check Storage            *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGSTEPWS - Step-Up Session Check Storage            *
      * Purpose:  Request/response fields for the LGSTEPPRC check a   *
      *           customer-channel request makes before a sensitive   *
      *           action - change of bank details (LGABNK01), of      *
      *           address (LGUPCSWS for 01UCUS), transfer of a        *
      *           policy (LGXPOL01). The caller's session token is    *
      *           validated through LGAUTH01 VALTOKEN naming the      *
      *           action; if the session's last strong                *
      *           authentication is older than the step-up window,    *
      *           the MFA code on the request (if any) is offered to  *
      *           STEPUP and, when it proves good, the token is       *
      *           validated again so the action goes through and is   *
      *           audited as unlocked by the step-up. With no code a  *
      *           fresh one is sent to the customer and the request   *
      *           is refused, to be repeated with the code.           *
      *                                                                *
      * Usage:    COPY LGSTEPWS in WORKING-STORAGE, with the          *
      *           AUTH-RESPONSE layout copied as WS-AUTH-RESPONSE and *
      *           the AUTH-REQUEST layout copied                      *
      *           as WS-AUTH-REQUEST REDEFINES WS-AUTH-RESPONSE (the  *
      *           LGAUTH01 commarea, sized to the larger layout).     *
      *           COPY LGSTEPPRC at the end of PROCEDURE DIVISION.    *
      *           Set SU-ACTION-ID (the CA-REQUEST-ID), SU-CUSTOMER-  *
      *           NUM, SU-SESSION-TOKEN and SU-MFA-CODE (spaces =     *
      *           none), PERFORM LGSTEP-CHECK-SESSION and test SU-RC: *
      *           '00' go ahead, '15' step-up required - a code has   *
      *           been sent, '16' the step-up code is wrong or        *
      *           expired, '17' the session token is invalid or       *
      *           expired, '90' the authentication service could not  *
      *           be reached or failed. AS-RETURN-CODE/AS-ERROR-CODE/ *
      *           AS-ERROR-MESSAGE hold LGAUTH01's own answer.        *
      *                                                                *
      *================================================================*

       01  STEP-UP-CONTROL.
           05  SU-ACTION-ID            PIC X(8)  VALUE SPACES.
           05  SU-CUSTOMER-NUM         PIC 9(10) VALUE 0.
           05  SU-SESSION-TOKEN        PIC X(64) VALUE SPACES.
           05  SU-MFA-CODE             PIC X(10) VALUE SPACES.
           05  SU-RC                   PIC X(2)  VALUE '00'.
               88  SU-OK               VALUE '00'.
               88  SU-STEP-UP-REQUIRED VALUE '15'.
               88  SU-CODE-INVALID     VALUE '16'.
               88  SU-SESSION-INVALID  VALUE '17'.
               88  SU-SERVICE-ERROR    VALUE '90'.
           05  SU-RESP                 PIC S9(8) COMP.
