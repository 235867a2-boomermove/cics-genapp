              END-IF

      *       'U' is stamped by the LGDDREC1 reconciliation when the
      *       BACS transmission and the posted PAYMENT rows disagree,
      *       and by LGBKSTM1 when a bank statement's trailer disagrees
      *       with its detail
              IF DB2-JS-STATUS = 'U'
                 ADD 1 TO WS-JOBS-OVERDUE
                 DISPLAY 'LGJOBRP1 - *** ' DB2-JS-JOB-NAME
