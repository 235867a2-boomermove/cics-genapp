      *          moved to GENAPP.PARTNER.POISON instead of being      *
      *          retried forever. Volumes per partner are counted     *
      *          on PARTNER_ACTIVITY for the daily LGMQRPT1 summary.  *
      *          Every message must carry the partner's API key; the  *
      *          key and the partner's permission for the request     *
      *          type are checked through LGPTNCHK before anything is *
      *          driven, and a rejected message is replied to and     *
      *          counted as rejected without touching the customer.   *
      *          The MQ control blocks are declared full-length at   *
      *          the standard version-1 sizes and offsets.             *
      *================================================================*
           05  MQPMO-RESOLVEDQMGRNAME  PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------*
      * Partner request message - partner id, request type, API key   *
      * and the customer fields in the KSDSCUST record order          *
      *----------------------------------------------------------------*
       01  PARTNER-REQUEST-MSG.
           05  PQ-PARTNER-ID           PIC X(8).
           05  PQ-REQUEST-TYPE         PIC X(6).
           05  PQ-API-KEY              PIC X(32).
           05  PQ-CUSTOMER-NUM         PIC X(10).
           05  PQ-FIRST-NAME           PIC X(10).
           05  PQ-LAST-NAME            PIC X(20).
           05  PQ-PHONE-MOBILE         PIC X(15).
           05  PQ-PHONE-HOME           PIC X(15).
           05  PQ-EMAIL-ADDRESS        PIC X(40).
           05  PQ-MSG-FILLER           PIC X(26).

      *----------------------------------------------------------------*
      * Per-message reply                                              *
           05  DB2-PA-PARTNER          PIC X(8).
           05  DB2-PA-COUNT            PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Partner credential check commarea                              *
      *----------------------------------------------------------------*
       01  WS-PARTNER-CHECK.
           COPY LGPTNCHK.

      *----------------------------------------------------------------*
      * Commarea passed to LGACDB01/LGUPVS01 - the full 32767-byte    *
      * area the add path requires, with LGCMAREA at the front        *
                 IF MQMD-BACKOUT-COUNT >= LGMQ-POISON-THRESHOLD
                    PERFORM 5000-POISON-MESSAGE
                 ELSE
                    PERFORM 2500-CHECK-PARTNER
                    IF PC-RETURN-CODE = '00'
                       PERFORM 3000-DRIVE-CUSTOMER-PATH
                    END-IF
                    PERFORM 4000-SEND-REPLY
                    PERFORM 6000-COUNT-PARTNER-ACTIVITY
                 END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The partner's key and its permission for the request type.    *
      * A rejection carries LGPTNCHK's return code back in the reply  *
      * through CA-RETURN-CODE; LGPTNCHK has audited it already.      *
      *----------------------------------------------------------------*
       2500-CHECK-PARTNER.
           MOVE SPACES TO WS-PARTNER-CHECK
           MOVE PQ-PARTNER-ID TO PC-PARTNER-ID
           MOVE PQ-API-KEY TO PC-API-KEY
           MOVE PQ-REQUEST-TYPE TO PC-REQUEST-TYPE
           MOVE WS-PROG TO PC-CHANNEL

           EXEC CICS LINK Program('LGPTNCHK')
                     Commarea(WS-PARTNER-CHECK)
                     LENGTH(LENGTH OF WS-PARTNER-CHECK)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '90' TO PC-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF

           IF PC-RETURN-CODE NOT = '00'
              MOVE SPACES TO WS-CMAREA-BUFFER
              MOVE PC-RETURN-CODE TO CA-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Map the message onto LGCMAREA and drive the existing path     *
      *----------------------------------------------------------------*
