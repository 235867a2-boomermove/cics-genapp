      *          clawback) is written to the AGTCFILE dataset, agent  *
      *          name from the AGENT reference row. The branch        *
      *          summary is DISPLAYed the way LGBRRPT1 reports.       *
      *          Commission rates are compiled constants (LGCOMRT),   *
      *          like the POLICY-CONFIG defaults the policy batches   *
      *          use.                                                  *
      *================================================================*

       ENVIRONMENT DIVISION.
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Commission rates per policy type, compiled defaults shared    *
      * with LGFVMI1 (LGCOMRT)                                         *
      *----------------------------------------------------------------*
       01  WS-COMMISSION-RATES.
           COPY LGCOMRT.
           05  WS-RATE-APPLIED         PIC 9V9(4).

      *----------------------------------------------------------------*
       5000-WRITE-STATEMENT-LINE.
           EVALUATE DB2-CM-POLICYTYPE
             WHEN 'E'
               MOVE CR-RATE-ENDOWMENT TO WS-RATE-APPLIED
             WHEN 'H'
               MOVE CR-RATE-HOUSE TO WS-RATE-APPLIED
             WHEN OTHER
               MOVE CR-RATE-MOTOR TO WS-RATE-APPLIED
           END-EVALUATE

           COMPUTE WS-COMMISSION ROUNDED =
