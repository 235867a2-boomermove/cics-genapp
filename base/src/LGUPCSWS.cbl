      *          the postcode validation and writes the field-level   *
      *          CUSTOMER_HISTORY rows - so the web channel changes   *
      *          data under exactly the same rules as the screens.    *
      *          A change of address is a sensitive action: the token *
      *          is validated for 01UCUS (LGSTEPPRC), and a session   *
      *          whose last strong authentication is out of the       *
      *          window steps up with JU-MFA-CODE - with none, a code *
      *          is sent and the reply is 15, step-up required.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-WORK-VARS.
           05  WS-RESP                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Partner credential check commarea                              *
      *----------------------------------------------------------------*
       01  WS-PARTNER-CHECK.
           COPY LGPTNCHK.

      *----------------------------------------------------------------*
      * Step-up session check (LGSTEPPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGSTEPWS.

      *----------------------------------------------------------------*
      * LGAUTH01 commarea - one area sized to the full AUTH-RESPONSE  *
      * (the larger of the two layouts), with the AUTH-REQUEST fields *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-CHECK-PARTNER THRU 0500-EXIT
           PERFORM 1000-VALIDATE-TOKEN THRU 1000-EXIT
           PERFORM 2000-CALL-UPDATE THRU 2000-EXIT
           PERFORM 3000-BUILD-WS-RESPONSE THRU 3000-EXIT
           .

      *----------------------------------------------------------------*
      * The calling partner's API key and its permission for 01UCUS    *
      * come first - a rejected partner is refused without the token  *
      * being validated. LGPTNCHK audits the rejection.                *
      *----------------------------------------------------------------*
       0500-CHECK-PARTNER.
           MOVE SPACES TO WS-PARTNER-CHECK
           MOVE JU-PARTNER-ID TO PC-PARTNER-ID
           MOVE JU-API-KEY TO PC-API-KEY
           MOVE '01UCUS' TO PC-REQUEST-TYPE
           MOVE 'LGUPCSWS' TO PC-CHANNEL

           EXEC CICS LINK Program('LGPTNCHK')
                     Commarea(WS-PARTNER-CHECK)
                     LENGTH(LENGTH OF WS-PARTNER-CHECK)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '90' TO PC-RETURN-CODE
              MOVE 'SYSTEM_ERROR' TO PC-ERROR-CODE
              MOVE 'Unable to reach partner check service' TO
                  PC-ERROR-MESSAGE
           END-IF

           IF PC-RETURN-CODE NOT = '00'
              MOVE SPACES TO WS-AUTH-RESPONSE
              MOVE PC-RETURN-CODE TO AS-RETURN-CODE
              MOVE PC-ERROR-CODE TO AS-ERROR-CODE
              MOVE PC-ERROR-MESSAGE TO AS-ERROR-MESSAGE
           END-IF
           .
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The session token must validate before anything is changed -  *
      * and, for an address change, hold recent strong                *
      * authentication. LGAUTH01's answer is left in AS-RETURN-CODE   *
      * for the reply.                                                 *
      *----------------------------------------------------------------*
       1000-VALIDATE-TOKEN.
           IF PC-RETURN-CODE NOT = '00'
              GO TO 1000-EXIT
           END-IF

           MOVE '01UCUS' TO SU-ACTION-ID
           MOVE JU-CUSTOMER-NUM TO SU-CUSTOMER-NUM
           MOVE JU-SESSION-TOKEN TO SU-SESSION-TOKEN
           MOVE JU-MFA-CODE TO SU-MFA-CODE
           PERFORM LGSTEP-CHECK-SESSION
           .
       1000-EXIT.
           EXIT.
           MOVE JU-CONSENT-POST TO CA-CONSENT-POST
           MOVE JU-CONSENT-EMAIL TO CA-CONSENT-EMAIL
           MOVE JU-CONSENT-PHONE TO CA-CONSENT-PHONE
           MOVE JU-DELIVERY-PREF TO CA-DELIVERY-PREF

           EXEC CICS LINK Program('LGUPVS01')
                     Commarea(WS-CMAREA-BUFFER)
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Step-up session check procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGSTEPPRC.

       END PROGRAM LGUPCSWS.
