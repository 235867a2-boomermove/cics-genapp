           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-TARGET-CUSTNUM       PIC 9(10).

      *----------------------------------------------------------------*
      * Partner credential check commarea                              *
      *----------------------------------------------------------------*
       01  WS-PARTNER-CHECK.
           COPY LGPTNCHK.

      *----------------------------------------------------------------*
      * LGAUTH01 commarea - one area sized to the full AUTH-RESPONSE  *
      * (the larger of the two layouts), with the AUTH-REQUEST fields *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-CHECK-PARTNER THRU 0500-EXIT
           PERFORM 1000-VALIDATE-TOKEN THRU 1000-EXIT
           PERFORM 2000-CALL-INQUIRY THRU 2000-EXIT
           PERFORM 3000-BUILD-WS-RESPONSE THRU 3000-EXIT
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * The calling partner's API key and its permission for 01ICUS    *
      * come first - a rejected partner is refused without the token  *
      * being validated. LGPTNCHK audits the rejection.                *
      *----------------------------------------------------------------*
       0500-CHECK-PARTNER.
           MOVE SPACES TO WS-PARTNER-CHECK
           MOVE JI-PARTNER-ID TO PC-PARTNER-ID
           MOVE JI-API-KEY TO PC-API-KEY
           MOVE '01ICUS' TO PC-REQUEST-TYPE
           MOVE 'LGICUSWS' TO PC-CHANNEL

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
      * The session token must validate before any data is touched;   *
      * a named subject customer also requires the delegation check   *
      * VALTOKEN applies                                               *
      *----------------------------------------------------------------*
       1000-VALIDATE-TOKEN.
           IF PC-RETURN-CODE NOT = '00'
              GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-AUTH-RESPONSE
           SET AR-VALIDATE-TOKEN TO TRUE
           MOVE JI-CUSTOMER-NUM TO AR-CUSTOMER-NUM
           MOVE CA-CONSENT-POST TO JI-CONSENT-POST
           MOVE CA-CONSENT-EMAIL TO JI-CONSENT-EMAIL
           MOVE CA-CONSENT-PHONE TO JI-CONSENT-PHONE
           MOVE CA-DELIVERY-PREF TO JI-DELIVERY-PREF
           MOVE CA-NUM-POLICIES TO JI-NUM-POLICIES
           MOVE CA-TOTAL-POLICIES TO JI-TOTAL-POLICIES
           MOVE CA-POLICY-MORE-FLAG TO JI-POLICY-MORE-FLAG
