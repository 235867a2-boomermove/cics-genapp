           05  WS-VI-CODE-RETENTION    PIC 9(3).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-VI-CUSTHIST-RETENT   PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-VI-STEPUP-WINDOW     PIC 9(3).

       01  WS-BEFORE-IMAGE             PIC X(88).
       01  WS-AFTER-IMAGE              PIC X(88).
       01  WS-PROPOSAL-DISPLAY         PIC 9(9).
       01  WS-ACTIVATED-COUNT          PIC 9(4) VALUE 0.
       01  WS-END-OF-CURSOR            PIC X(1) VALUE 'N'.
                 MAX_SESSIONS, SESSION_LIMIT_POLICY,
                 TRUSTED_DEVICE_DAYS, TOKEN_RETENTION_DAYS,
                 IPSEC_RETENTION_DAYS, CODE_RETENTION_DAYS,
                 CUSTHIST_RETENT_DAYS, STEPUP_WINDOW_MINS )
               VALUES ( :DB2-PD-PROPOSAL-ID, 'P',
                        :PM-ACTING-USERNAME, :DB2-PD-EFFECTIVE-MARK,
                        :PM-MAX-LOGIN-ATTEMPTS, :PM-LOCKOUT-DURATION,
                        :PM-MAX-SESSIONS, :PM-SESSION-POLICY,
                        :PM-TRUSTED-DEVICE, :PM-TOKEN-RETENTION,
                        :PM-IPSEC-RETENTION, :PM-CODE-RETENTION,
                        :PM-CUSTHIST-RETENT, :PM-STEPUP-WINDOW )
           END-EXEC

           IF SQLCODE NOT = 0
                       WHERE PROPOSAL_ID = :DB2-PD-PROPOSAL-ID ),
                   CUSTHIST_RETENT_DAYS =
                     ( SELECT CUSTHIST_RETENT_DAYS
                       FROM SECURITY_PARMS_PENDING
                       WHERE PROPOSAL_ID = :DB2-PD-PROPOSAL-ID ),
                   STEPUP_WINDOW_MINS =
                     ( SELECT STEPUP_WINDOW_MINS
                       FROM SECURITY_PARMS_PENDING
                       WHERE PROPOSAL_ID = :DB2-PD-PROPOSAL-ID )
               WHERE PARM_SET = 'ACTIVE'
           MOVE '00' TO AL-RESULT
           MOVE DB2-PD-PROPOSAL-ID TO WS-PROPOSAL-DISPLAY
           MOVE SPACES TO AL-DETAILS
      *    Both value sets fill AL-DETAILS to its last byte
           STRING 'Prop ' DELIMITED BY SIZE
                  WS-PROPOSAL-DISPLAY DELIMITED BY SIZE
                  ' old ' DELIMITED BY SIZE
                  WS-BEFORE-IMAGE DELIMITED BY SIZE
           MOVE PM-IPSEC-RETENTION TO WS-VI-IPSEC-RETENTION
           MOVE PM-CODE-RETENTION TO WS-VI-CODE-RETENTION
           MOVE PM-CUSTHIST-RETENT TO WS-VI-CUSTHIST-RETENT
           MOVE PM-STEPUP-WINDOW TO WS-VI-STEPUP-WINDOW
           MOVE WS-VALUE-IMAGE TO WS-AFTER-IMAGE
           .

                      MAX_SESSIONS, SESSION_LIMIT_POLICY,
                      TRUSTED_DEVICE_DAYS, TOKEN_RETENTION_DAYS,
                      IPSEC_RETENTION_DAYS, CODE_RETENTION_DAYS,
                      CUSTHIST_RETENT_DAYS, STEPUP_WINDOW_MINS
                 INTO :DB2-PARM-MAX-LOGIN-ATTEMPTS,
                      :DB2-PARM-LOCKOUT-DURATION,
                      :DB2-PARM-LOCKOUT-MAX-MULT,
                      :DB2-PARM-TOKEN-RETENTION,
                      :DB2-PARM-IPSEC-RETENTION,
                      :DB2-PARM-CODE-RETENTION,
                      :DB2-PARM-CUSTHIST-RETENT,
                      :DB2-PARM-STEPUP-WINDOW
                 FROM SECURITY_PARMS
                WHERE PARM_SET = 'ACTIVE'
           END-EXEC
              MOVE DB2-PARM-CODE-RETENTION TO WS-VI-CODE-RETENTION
              MOVE DB2-PARM-CUSTHIST-RETENT
                  TO WS-VI-CUSTHIST-RETENT
              MOVE DB2-PARM-STEPUP-WINDOW TO WS-VI-STEPUP-WINDOW
           END-IF
           .

