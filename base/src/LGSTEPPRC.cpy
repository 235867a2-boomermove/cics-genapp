      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Step-Up Session Check Procedures         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGSTEPPRC - Step-Up Session Check Procedures        *
      * Purpose:  LGSTEP-CHECK-SESSION - validates SU-SESSION-TOKEN   *
      *           for SU-ACTION-ID through LGAUTH01, stepping up with *
      *           SU-MFA-CODE where LGAUTH01 asks for it, and sets    *
      *           SU-RC as described in LGSTEPWS. LGAUTH01 writes the *
      *           refusal, the step-up and the action it unlocked to  *
      *           AUDIT_LOG.                                          *
      *                                                                *
      * Requires: COPY LGSTEPWS in WORKING-STORAGE, with the LGAUTH01 *
      *           commarea it describes.                              *
      *                                                                *
      *================================================================*

       LGSTEP-CHECK-SESSION.
           PERFORM LGSTEP-VALIDATE-TOKEN

           IF AS-RETURN-CODE = '15'
              PERFORM LGSTEP-STEP-UP
           END-IF

           EVALUATE AS-RETURN-CODE
               WHEN '00'
                   MOVE '00' TO SU-RC
               WHEN '15'
                   MOVE '15' TO SU-RC
               WHEN '11'
                   MOVE '16' TO SU-RC
               WHEN '90'
                   MOVE '90' TO SU-RC
               WHEN OTHER
                   MOVE '17' TO SU-RC
           END-EVALUATE
           .

       LGSTEP-VALIDATE-TOKEN.
           MOVE SPACES TO WS-AUTH-RESPONSE
           SET AR-VALIDATE-TOKEN TO TRUE
           MOVE SU-CUSTOMER-NUM TO AR-CUSTOMER-NUM
           MOVE SU-SESSION-TOKEN TO AR-SESSION-TOKEN
           MOVE SU-ACTION-ID TO AR-ACTION-ID
      *    No delegated context here - the space-filled area must not
      *    leave the zoned subject field non-numeric
           MOVE ZERO TO AR-SUBJECT-CUSTOMER-NUM

           PERFORM LGSTEP-LINK-AUTH
           .

      *----------------------------------------------------------------*
      * No code on the request: STEPUP sends one and answers 05,      *
      * passed back as step-up required. A good code: STEPUP          *
      * refreshes the session's strong authentication and the token   *
      * is validated again for the action.                            *
      *----------------------------------------------------------------*
       LGSTEP-STEP-UP.
           MOVE SPACES TO WS-AUTH-RESPONSE
           SET AR-STEP-UP TO TRUE
           MOVE SU-CUSTOMER-NUM TO AR-CUSTOMER-NUM
           MOVE SU-SESSION-TOKEN TO AR-SESSION-TOKEN
           MOVE SU-ACTION-ID TO AR-ACTION-ID
           MOVE SU-MFA-CODE TO AR-MFA-CODE
           MOVE ZERO TO AR-SUBJECT-CUSTOMER-NUM

           PERFORM LGSTEP-LINK-AUTH

           EVALUATE AS-RETURN-CODE
               WHEN '00'
                   PERFORM LGSTEP-VALIDATE-TOKEN
               WHEN '05'
                   MOVE '15' TO AS-RETURN-CODE
                   MOVE 'STEPUP_REQD' TO AS-ERROR-CODE
                   MOVE 'Step-up required - verification code sent'
                       TO AS-ERROR-MESSAGE
           END-EVALUATE
           .

       LGSTEP-LINK-AUTH.
           EXEC CICS LINK Program('LGAUTH01')
                     Commarea(WS-AUTH-RESPONSE)
                     LENGTH(LENGTH OF WS-AUTH-RESPONSE)
                     RESP(SU-RESP)
           END-EXEC

      * The response is read in place - LGAUTH01's response layout
      * redefines the same storage as the request
           IF SU-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-AUTH-RESPONSE
              MOVE '90' TO AS-RETURN-CODE
              MOVE 'SYSTEM_ERROR' TO AS-ERROR-CODE
              MOVE 'Unable to reach authentication service' TO
                  AS-ERROR-MESSAGE
           END-IF
           .
