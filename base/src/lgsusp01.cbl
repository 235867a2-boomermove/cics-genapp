       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Unallocated Cash Suspense              *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSUSP01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGSUSP01 - Unallocated Cash Suspense                 *
      * Purpose: Works the SUSPENSE_CASH ledger of bank credits the   *
      *          LGBKSTM1 statement import could not match            *
      *          (CA-REQUEST-ID = '01USUS'). CA-SU-FUNCTION 'I'       *
      *          returns the item in CA-SU-SUSPENSE-ID. 'A' allocates *
      *          an unallocated item to the policy in                 *
      *          CA-SU-POLICY-NUM: the item moves to 'A' and the      *
      *          amount is posted to the policy by LINKing LGPPAY01   *
      *          as a bank transfer under the bank's reference, so    *
      *          installments and arrears are settled as for any      *
      *          other payment - if LGPPAY01 refuses, the item stays  *
      *          unallocated and its return code comes back. 'R'      *
      *          marks an unallocated item for return to the payer,   *
      *          with CA-SU-NOTE. Each action goes to AUDIT_LOG; the  *
      *          item as it then stands comes back in CA-SU-ITEM.     *
      * Return codes: 00 done, 23/24/27/29 from LGPPAY01, 64         *
      *          suspense item not found, 65 item no longer          *
      *          unallocated, 66 invalid function or no policy       *
      *          given, 67 amount too large for one posting, 90 SQL  *
      *          or system error, 98/99 commarea                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                       VALUE 'LGSUSP01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGSUSP01'.

      *----------------------------------------------------------------*
      * CICS SEND RECEIVE PROCESSING                                   *
      *----------------------------------------------------------------*
       01 WS-RESP                      PIC 9(8) COMP.
       01 WS-RESP2                     PIC 9(8) COMP.

      *----------------------------------------------------------------*
      * Variables for time/date processing                             *
      *----------------------------------------------------------------*
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-TIME                     PIC X(6).
       01  WS-DATE                     PIC X(8).
       01  WS-AUDIT-DATE               PIC X(10).
       01  WS-AUDIT-TIME               PIC X(8).
       01  WS-TODAY-YMD                PIC X(10).

      *----------------------------------------------------------------*
      * Allocation work fields                                         *
      *----------------------------------------------------------------*
       01  WS-ALLOC-WORK.
           05  WS-POLICYNUM            PIC S9(9) COMP.
           05  WS-CUSTOMERNUM          PIC S9(9) COMP.
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-SUSPID-DISPLAY       PIC 9(9).
           05  WS-PPAY-RC              PIC X(2).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGSUSP01'.
           03 EM-FUNCTION              PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-SQLRC                 PIC +9(5) VALUE ZERO.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-RESP                  PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 EM-RESP2                 PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 EM-TASKNUM               PIC 9(7)  VALUE ZERO.
           03 FILLER                   PIC X(90) VALUE ALL SPACES.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SUSPENSE_CASH host variables                                   *
      *----------------------------------------------------------------*
       01  DB2-SUSPENSE-REC.
           COPY DB2-SUSPENSE.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.

       PROCEDURE DIVISION.

      *================================================================*
      * Main process                                                   *
      *================================================================*
       MAINLINE SECTION.

       0000-MAIN.

           PERFORM 1000-INIT

           PERFORM 2000-PROCESS

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Initialize                                                     *
      *----------------------------------------------------------------*
       1000-INIT.

           MOVE EIBTRNID    TO WS-TRANSID
           MOVE EIBTRMID    TO WS-TERMID
           MOVE EIBTASKN    TO WS-TASKNUM

           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA
           MOVE EIBCALEN TO WS-CALEN

      *    The full area is needed - an allocation passes it on to
      *    LGPPAY01, which checks for it
           IF WS-CALEN < 32767
               MOVE '98' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-REQUEST-ID NOT = '01USUS'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Fetch the item, then carry out the function asked for         *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           IF NOT CA-SU-INQUIRE AND NOT CA-SU-ALLOCATE
              AND NOT CA-SU-RETURN
               MOVE '66' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 2100-FETCH-ITEM

           EVALUATE TRUE
             WHEN CA-SU-ALLOCATE
               PERFORM 3000-ALLOCATE-ITEM
             WHEN CA-SU-RETURN
               PERFORM 4000-MARK-FOR-RETURN
           END-EVALUATE

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Read the suspense item into CA-SU-ITEM                        *
      *----------------------------------------------------------------*
       2100-FETCH-ITEM.

           IF CA-SU-SUSPENSE-ID NOT NUMERIC
               MOVE '64' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-SU-SUSPENSE-ID TO DB2-SUSPENSEID-INT

           EXEC SQL
               SELECT RECEIVED_DATE, AMOUNT, BANK_REFERENCE,
                      PAYER_NAME, PAYER_REFERENCE, REASON, STATUS,
                      COALESCE(ALLOCATED_POLICY, 0),
                      COALESCE(ACTION_DATE, ' ')
               INTO :DB2-SU-RECEIVED-DATE, :DB2-SU-AMOUNT,
                    :DB2-SU-BANK-REF, :DB2-SU-PAYER-NAME,
                    :DB2-SU-PAYER-REF, :DB2-SU-REASON,
                    :DB2-SU-STATUS, :DB2-SU-ALLOC-POLICY,
                    :DB2-SU-ACTION-DATE
               FROM SUSPENSE_CASH
               WHERE SUSPENSE_ID = :DB2-SUSPENSEID-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '64' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           PERFORM 2200-FILL-ITEM
           .

       2200-FILL-ITEM.
           MOVE DB2-SU-STATUS TO CA-SU-STATUS
           MOVE DB2-SU-REASON TO CA-SU-REASON
           MOVE DB2-SU-RECEIVED-DATE TO CA-SU-RECEIVED-DATE
           MOVE DB2-SU-AMOUNT TO CA-SU-AMOUNT
           MOVE DB2-SU-BANK-REF TO CA-SU-BANK-REF
           MOVE DB2-SU-PAYER-NAME TO CA-SU-PAYER-NAME
           MOVE DB2-SU-PAYER-REF TO CA-SU-PAYER-REF
           IF DB2-SU-ALLOC-POLICY = 0
               MOVE SPACES TO CA-SU-ALLOC-POLICY
           ELSE
               MOVE DB2-SU-ALLOC-POLICY TO WS-POLNUM-DISPLAY
               MOVE WS-POLNUM-DISPLAY TO CA-SU-ALLOC-POLICY
           END-IF
           MOVE DB2-SU-ACTION-DATE TO CA-SU-ACTION-DATE
           .

      *----------------------------------------------------------------*
      * Allocate the item to a policy. The item is moved to 'A'       *
      * first and LGPPAY01 then posts the money and takes the         *
      * syncpoint that commits both; when it refuses, the rollback    *
      * puts the item back to unallocated.                            *
      *----------------------------------------------------------------*
       3000-ALLOCATE-ITEM.

           IF NOT CA-SU-UNALLOCATED
               MOVE '65' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-SU-POLICY-NUM NOT NUMERIC
              OR CA-SU-POLICY-NUM = ZERO
               MOVE '66' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF DB2-SU-AMOUNT > 999999.99
               MOVE '67' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-SU-POLICY-NUM TO WS-POLICYNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER
               INTO :WS-CUSTOMERNUM
               FROM POLICY
               WHERE POLICYNUMBER = :WS-POLICYNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           PERFORM 5000-GET-TODAY

           MOVE WS-POLICYNUM TO DB2-SU-ALLOC-POLICY
           MOVE WS-TODAY-YMD TO DB2-SU-ACTION-DATE
           MOVE CA-SU-NOTE TO DB2-SU-NOTE

           EXEC SQL
               UPDATE SUSPENSE_CASH
               SET STATUS = 'A',
                   ALLOCATED_POLICY = :DB2-SU-ALLOC-POLICY,
                   ACTION_DATE = :DB2-SU-ACTION-DATE,
                   ACTION_NOTE = :DB2-SU-NOTE,
                   LASTCHANGED = CURRENT TIMESTAMP
               WHERE SUSPENSE_ID = :DB2-SUSPENSEID-INT
                 AND STATUS = 'U'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '65' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

      *    Post through LGPPAY01 on this commarea, then put the
      *    request back as it was
           MOVE '01PPAY' TO CA-REQUEST-ID
           MOVE WS-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE WS-CUSTNUM-DISPLAY TO CA-CUSTOMER-NUM
           MOVE CA-SU-POLICY-NUM TO CA-PP-POLICY-NUM
           MOVE DB2-SU-AMOUNT TO CA-PP-AMOUNT
           SET CA-PP-BANK-TRANSFER TO TRUE
           MOVE DB2-SU-BANK-REF TO CA-PP-REFERENCE
           MOVE SPACES TO CA-PP-VALUE-DATE

           EXEC CICS LINK Program('LGPPAY01')
                     Commarea(DFHCOMMAREA)
                     LENGTH(32767)
                     RESP(WS-RESP)
           END-EXEC

           MOVE '01USUS' TO CA-REQUEST-ID

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           IF CA-RETURN-CODE NOT = '00'
               MOVE CA-RETURN-CODE TO WS-PPAY-RC
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE WS-PPAY-RC TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE 'A' TO DB2-SU-STATUS
           PERFORM 2200-FILL-ITEM

           MOVE 'SUSPENSE_ALLOC' TO AL-ACTION
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Mark the item for return to the payer                         *
      *----------------------------------------------------------------*
       4000-MARK-FOR-RETURN.

           IF NOT CA-SU-UNALLOCATED
               MOVE '65' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 5000-GET-TODAY

           MOVE WS-TODAY-YMD TO DB2-SU-ACTION-DATE
           MOVE CA-SU-NOTE TO DB2-SU-NOTE

           EXEC SQL
               UPDATE SUSPENSE_CASH
               SET STATUS = 'R',
                   ACTION_DATE = :DB2-SU-ACTION-DATE,
                   ACTION_NOTE = :DB2-SU-NOTE,
                   LASTCHANGED = CURRENT TIMESTAMP
               WHERE SUSPENSE_ID = :DB2-SUSPENSEID-INT
                 AND STATUS = 'U'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '65' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'R' TO DB2-SU-STATUS
           PERFORM 2200-FILL-ITEM

           MOVE 'SUSPENSE_RETURN' TO AL-ACTION
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

       5000-GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Write the action to AUDIT_LOG (AL-ACTION set by the caller)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-') TIMESEP(':')
                     DDMMYYYY DATE(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC

           STRING WS-AUDIT-DATE DELIMITED BY SPACE
                  'T' DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SPACE
                  INTO AL-TIMESTAMP
           END-STRING

           MOVE CA-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE CA-SU-SUSPENSE-ID TO WS-SUSPID-DISPLAY
           STRING 'Suspense item ' DELIMITED BY SIZE
                  WS-SUSPID-DISPLAY DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  CA-SU-STATUS DELIMITED BY SIZE
                  ' policy ' DELIMITED BY SIZE
                  CA-SU-ALLOC-POLICY DELIMITED BY SIZE
                  ' ref ' DELIMITED BY SIZE
                  CA-SU-BANK-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-SU-NOTE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING

           EXEC SQL
               INSERT INTO AUDIT_LOG
               (TIMESTAMP, CUSTOMER_NUM, USERNAME, ACTION,
                RESULT, CLIENT_IP, USER_AGENT, ERROR_CODE, DETAILS)
               VALUES
               (:AL-TIMESTAMP, :AL-CUSTOMER-NUM, :AL-USERNAME,
                :AL-ACTION, :AL-RESULT, :AL-CLIENT-IP,
                :AL-USER-AGENT, :AL-ERROR-CODE, :AL-DETAILS)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Error Message Write                                            *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.

           MOVE SQLCODE TO EM-SQLRC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYY(WS-DATE) DATESEP
                     TIME(WS-TIME) TIMESEP
           END-EXEC

           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           MOVE WS-PROG TO EM-FUNCTION
           MOVE WS-RESP TO EM-RESP
           MOVE WS-RESP2 TO EM-RESP2
           MOVE WS-TASKNUM TO EM-TASKNUM

           EXEC CICS LINK Program('LGSTSQ')
                     Commarea(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Return to calling program                                      *
      *----------------------------------------------------------------*
       9000-RETURN.

           EXEC CICS RETURN END-EXEC
           .

       END PROGRAM LGSUSP01.
