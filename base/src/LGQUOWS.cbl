      *          premium and expiry date - so price-comparison sites  *
      *          can finally quote us. The quote is held on QUOTE as  *
      *          a prospect quote and converts later through the      *
      *          normal 01CQUO path when the customer accepts, and is *
      *          marked as aggregator business (CA-Q-CHANNEL 'A') for *
      *          the LGQFUNL1 conversion funnel. Each request is      *
      *          counted on PARTNER_ACTIVITY under the caller's       *
      *          partner id, the way LGMQCUS1 counts the MQ channel,  *
      *          so LGMQRPT1 reports the aggregator volumes.          *
      *          The partner id and API key are checked through       *
      *          LGPTNCHK before the quote is driven.                 *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  DB2-PA-DATE             PIC X(10).
           05  DB2-PA-PARTNER          PIC X(8).

      *----------------------------------------------------------------*
      * Partner credential check commarea                              *
      *----------------------------------------------------------------*
       01  WS-PARTNER-CHECK.
           COPY LGPTNCHK.

      *----------------------------------------------------------------*
      * LGAQUO01 commarea - the full area the add path sized, with    *
      * LGCMAREA at the front                                          *
              GO TO 1000-EXIT
           END-IF

           PERFORM 1100-CHECK-PARTNER
           IF JQ-RETURN-CODE NOT = '00'
              GO TO 1000-EXIT
           END-IF

           IF JQ-POLICY-TYPE NOT = 'E' AND
              JQ-POLICY-TYPE NOT = 'H' AND
              JQ-POLICY-TYPE NOT = 'M' AND
              JQ-POLICY-TYPE NOT = 'C'
              MOVE '21' TO JQ-RETURN-CODE
              MOVE 'BAD_TYPE' TO JQ-ERROR-CODE
              MOVE 'Policy type must be E, H, M or C' TO
                  JQ-ERROR-MESSAGE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The aggregator's API key and its permission for 01AQUO - a    *
      * refusal is audited by LGPTNCHK and still counted as rejected  *
      *----------------------------------------------------------------*
       1100-CHECK-PARTNER.
           MOVE SPACES TO WS-PARTNER-CHECK
           MOVE JQ-PARTNER-ID TO PC-PARTNER-ID
           MOVE JQ-API-KEY TO PC-API-KEY
           MOVE '01AQUO' TO PC-REQUEST-TYPE
           MOVE 'LGQUOWS' TO PC-CHANNEL

           EXEC CICS LINK Program('LGPTNCHK')
                     Commarea(WS-PARTNER-CHECK)
                     LENGTH(LENGTH OF WS-PARTNER-CHECK)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '90' TO JQ-RETURN-CODE
              MOVE 'SYSTEM_ERR' TO JQ-ERROR-CODE
              MOVE 'Unable to reach partner check service' TO
                  JQ-ERROR-MESSAGE
           ELSE
              IF PC-RETURN-CODE NOT = '00'
                 MOVE PC-RETURN-CODE TO JQ-RETURN-CODE
                 MOVE PC-ERROR-CODE TO JQ-ERROR-CODE
                 MOVE PC-ERROR-MESSAGE TO JQ-ERROR-MESSAGE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Drive the existing quote capture path as a prospect quote -   *
      * no customer number, the person held on the QUOTE row until    *
           MOVE JQ-EMAIL-ADDRESS TO CA-EMAIL-ADDRESS
           MOVE JQ-POLICY-TYPE TO CA-P-POLICY-TYPE
           MOVE JQ-DETAIL TO CA-P-DETAIL
           SET CA-Q-AGGREGATOR TO TRUE

           EXEC CICS LINK Program('LGAQUO01')
                     Commarea(WS-CMAREA-BUFFER)
