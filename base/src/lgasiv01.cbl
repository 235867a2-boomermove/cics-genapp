       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Register Supplier Invoice              *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGASIV01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGASIV01 - Register Supplier Invoice                 *
      * Purpose: Records what a claim costs in supplier invoices      *
      *          (CA-REQUEST-ID = '01ASIV'). CA-I-FUNCTION 'R'         *
      *          registers an invoice from an active registered       *
      *          supplier against an open claim (registered 'R' or    *
      *          assessed 'A'): the invoice number is allocated from  *
      *          the GENAINVNUM named counter, the SUPPLIER_INVOICE   *
      *          row goes on at 'R' and the amount comes off the      *
      *          claim RESERVE - so whatever reserve is left at       *
      *          settlement is what LGCLMPY1 pays the policyholder.   *
      *          'A' approves a registered invoice for the nightly    *
      *          LGSUPY1 BACS payment run; 'J' rejects it and puts    *
      *          the amount back on the reserve. Every reserve        *
      *          movement is written to CLAIM_HISTORY the way         *
      *          LGUCLM01 writes it, and every action to AUDIT_LOG.   *
      * Return codes: 00 done, 28 claim not found, 43 supplier not   *
      *          found, 46 invalid function, 47 supplier not active, *
      *          48 claim not open, 49 amount zero or more than the   *
      *          claim reserve, 50 invoice not found, 51 invoice not  *
      *          awaiting approval, 90 SQL or system error, 91       *
      *          counter unavailable, 98/99 commarea                  *
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
                                       VALUE 'LGASIV01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGASIV01'.
       77 LGSI-RETRY-TIMES             PIC 9 VALUE 9.

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
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGASIV01'.
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
      * Named counter fields                                           *
      *----------------------------------------------------------------*
       01  WS-GENAINVNUM-NAME          PIC X(16)
                                       VALUE 'GENAINVNUM     '.
       01  WS-GENAINVNUM-VALUE         PIC 9(10) VALUE ZERO.
       01  WS-GENAINVNUM-VALUE-D       REDEFINES WS-GENAINVNUM-VALUE
                                       PIC S9(10) COMP.

      *----------------------------------------------------------------*
      * Invoice-number ENQ retry/backoff work fields                   *
      *----------------------------------------------------------------*
       01  WS-ENQ-RETRY-COUNT          PIC 9         VALUE 0.
       01  WS-ENQ-DELAY                PIC S9(7) COMP-3 VALUE 0.
       01  WS-OPERATOR-MSG             PIC X(79)     VALUE SPACES.

      *----------------------------------------------------------------*
      * On-file claim values fetched for validation                    *
      *----------------------------------------------------------------*
       01  WS-CLAIM-ON-FILE.
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-RESERVE           PIC S9(6)V99 COMP-3.
           05  WS-NEW-RESERVE          PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Old and new reserve values re-edited to display form for the  *
      * CLAIM_HISTORY movement trail                                   *
      *----------------------------------------------------------------*
       01  WS-HIST-WORK.
           05  WS-OLD-RSV-DISP         PIC 9(6).99.
           05  WS-NEW-RSV-DISP         PIC 9(6).99.
           05  WS-CLAIMNUM-DISPLAY     PIC 9(10).
           05  WS-AMOUNT-DISPLAY       PIC Z(5)9.99.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the claims supplier tables                  *
      *----------------------------------------------------------------*
       01  DB2-SUPPLIER-REC.
           COPY DB2-SUPPLIER.

      *----------------------------------------------------------------*
      * Host variables for the DB2 CLAIM table                         *
      *----------------------------------------------------------------*
       01  DB2-CLAIM-REC.
           COPY DB2-CLAIM.

      *----------------------------------------------------------------*
      * Host variables for the CLAIM_HISTORY movement trail           *
      *----------------------------------------------------------------*
       01  CLAIM-HISTORY-REC.
           COPY CLAIM-HISTORY.

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

           IF WS-CALEN < 32767
               MOVE '98' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-REQUEST-ID NOT = '01ASIV'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Main Process                                                   *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           EVALUATE TRUE
             WHEN CA-I-REGISTER
               PERFORM 2100-VALIDATE-REGISTRATION
               PERFORM 3000-GENERATE-INVOICE-NUMBER
               PERFORM 4000-REGISTER-INVOICE
             WHEN CA-I-APPROVE
             WHEN CA-I-REJECT
               PERFORM 2500-VALIDATE-DECISION
               PERFORM 5000-DECIDE-INVOICE
             WHEN OTHER
               MOVE '46' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A new invoice needs an active supplier, an open claim and an  *
      * amount the remaining reserve covers                            *
      *----------------------------------------------------------------*
       2100-VALIDATE-REGISTRATION.

           IF CA-I-AMOUNT NOT NUMERIC OR CA-I-AMOUNT = 0
               MOVE '49' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-I-SUPPLIER-NUM TO DB2-SUPPLIERNUM-INT

           EXEC SQL
               SELECT ACTIVE
               INTO :DB2-SUP-ACTIVE
               FROM SUPPLIER
               WHERE SUPPLIERNUMBER = :DB2-SUPPLIERNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '43' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           IF DB2-SUP-ACTIVE NOT = 'Y'
               MOVE '47' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-I-CLAIM-NUM TO DB2-CLAIMNUM-INT
           PERFORM 2900-FETCH-CLAIM

           IF WS-OF-STATUS NOT = 'R' AND WS-OF-STATUS NOT = 'A'
               MOVE '48' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-I-AMOUNT > WS-OF-RESERVE
               MOVE '49' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Approval or rejection applies only to an invoice still at     *
      * registered status                                              *
      *----------------------------------------------------------------*
       2500-VALIDATE-DECISION.

           MOVE CA-I-INVOICE-NUM TO DB2-INVOICENUM-INT

           EXEC SQL
               SELECT SUPPLIERNUMBER, CLAIMNUMBER, AMOUNT, STATUS
               INTO :DB2-INV-SUPPLIERNUM, :DB2-INV-CLAIMNUM,
                    :DB2-INV-AMOUNT, :DB2-INV-STATUS
               FROM SUPPLIER_INVOICE
               WHERE INVOICENUMBER = :DB2-INVOICENUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '50' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           IF DB2-INV-STATUS NOT = 'R'
               MOVE DB2-INV-STATUS TO CA-I-STATUS
               MOVE '51' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-INV-CLAIMNUM TO DB2-CLAIMNUM-INT
           PERFORM 2900-FETCH-CLAIM

           MOVE DB2-INV-SUPPLIERNUM TO WS-CLAIMNUM-DISPLAY
           MOVE WS-CLAIMNUM-DISPLAY TO CA-I-SUPPLIER-NUM
           MOVE DB2-INV-CLAIMNUM TO WS-CLAIMNUM-DISPLAY
           MOVE WS-CLAIMNUM-DISPLAY TO CA-I-CLAIM-NUM
           MOVE DB2-INV-AMOUNT TO CA-I-AMOUNT
           .

      *----------------------------------------------------------------*
      * Fetch the claim the invoice is against                        *
      *----------------------------------------------------------------*
       2900-FETCH-CLAIM.

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS, RESERVE
               INTO :DB2-CLAIM-CUSTOMERNUM, :WS-OF-STATUS,
                    :WS-OF-RESERVE
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '28' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Allocate the new invoice number from the GENAINVNUM named     *
      * counter under an ENQ, the same retry/backoff pattern          *
      * LGACLM01 uses for GENACLMNUM                                  *
      *----------------------------------------------------------------*
       3000-GENERATE-INVOICE-NUMBER.

           MOVE 0 TO WS-ENQ-RETRY-COUNT

           PERFORM 3110-ENQ-WITH-BACKOFF THRU 3110-EXIT
               UNTIL WS-RESP = DFHRESP(NORMAL)
                  OR WS-ENQ-RETRY-COUNT > LGSI-RETRY-TIMES

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 3120-ALERT-OPERATOR THRU 3120-EXIT
               MOVE '91' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           EXEC CICS READCOUNTER COUNTER(WS-GENAINVNUM-NAME)
                     VALUE(WS-GENAINVNUM-VALUE-D)
                     RESP(WS-RESP)
           END-EXEC

           MOVE WS-GENAINVNUM-VALUE TO CA-I-INVOICE-NUM

           EXEC CICS DEQ RESOURCE(WS-GENAINVNUM-NAME)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * One ENQ attempt with increasing backoff, as LGACLM01 does     *
      *----------------------------------------------------------------*
       3110-ENQ-WITH-BACKOFF.
           ADD 1 TO WS-ENQ-RETRY-COUNT

           EXEC CICS ENQ RESOURCE(WS-GENAINVNUM-NAME)
                     NOSUSPEND
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-ENQ-RETRY-COUNT <= LGSI-RETRY-TIMES
              COMPUTE WS-ENQ-DELAY = WS-ENQ-RETRY-COUNT
              EXEC CICS DELAY
                        INTERVAL(WS-ENQ-DELAY)
                        RESP(WS-RESP2)
              END-EXEC
           END-IF
           .
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * All retries exhausted - alert the operator console since a    *
      * stuck ENQ here blocks every new invoice being registered      *
      *----------------------------------------------------------------*
       3120-ALERT-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-MSG
           STRING 'LGASIV01 INVOICE NUMBER ENQ STUCK ON '
                      DELIMITED BY SIZE
                  WS-GENAINVNUM-NAME DELIMITED BY SIZE
                  '- RETRIES EXHAUSTED, INVESTIGATE' DELIMITED BY SIZE
                  INTO WS-OPERATOR-MSG
           END-STRING

           EXEC CICS WRITE OPERATOR
                     TEXT(WS-OPERATOR-MSG)
                     TEXTLENGTH(LENGTH OF WS-OPERATOR-MSG)
           END-EXEC

           PERFORM WRITE-ERROR-MESSAGE
           .
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Insert the SUPPLIER_INVOICE row at registered status and take *
      * the amount off the claim reserve under one unit of work       *
      *----------------------------------------------------------------*
       4000-REGISTER-INVOICE.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           MOVE CA-I-INVOICE-NUM     TO DB2-INVOICENUM-INT
           MOVE CA-I-SUPPLIER-NUM    TO DB2-INV-SUPPLIERNUM
           MOVE CA-I-CLAIM-NUM       TO DB2-INV-CLAIMNUM
           MOVE CA-I-SUPPLIER-REF    TO DB2-INV-SUPPLIER-REF
           MOVE CA-I-AMOUNT          TO DB2-INV-AMOUNT
           MOVE WS-TODAY-YMD         TO DB2-INV-RECEIVED
           MOVE 'R'                  TO DB2-INV-STATUS
           MOVE 'R'                  TO CA-I-STATUS

           EXEC SQL
               INSERT INTO SUPPLIER_INVOICE
               ( INVOICENUMBER,
                 SUPPLIERNUMBER,
                 CLAIMNUMBER,
                 SUPPLIER_REF,
                 AMOUNT,
                 RECEIVED_DATE,
                 STATUS )
               VALUES ( :DB2-INVOICENUM-INT,
                        :DB2-INV-SUPPLIERNUM,
                        :DB2-INV-CLAIMNUM,
                        :DB2-INV-SUPPLIER-REF,
                        :DB2-INV-AMOUNT,
                        :DB2-INV-RECEIVED,
                        :DB2-INV-STATUS )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           COMPUTE WS-NEW-RESERVE = WS-OF-RESERVE - CA-I-AMOUNT
           PERFORM 6000-MOVE-CLAIM-RESERVE

           MOVE 'INVOICE_REGISTER' TO AL-ACTION
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Approve the invoice for payment, or reject it and restore the *
      * reserve it had taken                                          *
      *----------------------------------------------------------------*
       5000-DECIDE-INVOICE.

           MOVE CA-I-FUNCTION TO DB2-INV-STATUS

           EXEC SQL
               UPDATE SUPPLIER_INVOICE
               SET STATUS = :DB2-INV-STATUS
               WHERE INVOICENUMBER = :DB2-INVOICENUM-INT
                 AND STATUS = 'R'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-INV-STATUS TO CA-I-STATUS

           IF CA-I-REJECT
               COMPUTE WS-NEW-RESERVE = WS-OF-RESERVE + DB2-INV-AMOUNT
               PERFORM 6000-MOVE-CLAIM-RESERVE
               MOVE 'INVOICE_REJECT' TO AL-ACTION
           ELSE
               MOVE 'INVOICE_APPROVE' TO AL-ACTION
           END-IF

           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Move the claim reserve to WS-NEW-RESERVE and write the        *
      * movement to CLAIM_HISTORY, as LGUCLM01 does for a revision    *
      *----------------------------------------------------------------*
       6000-MOVE-CLAIM-RESERVE.

           MOVE WS-NEW-RESERVE TO DB2-CLAIM-RESERVE

           EXEC SQL
               UPDATE CLAIM
               SET RESERVE = :DB2-CLAIM-RESERVE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-') TIMESEP(':')
                     DDMMYYYY DATE(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC

           MOVE SPACES TO CH2-TIMESTAMP
           STRING WS-AUDIT-DATE DELIMITED BY SPACE
                  'T' DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SPACE
                  INTO CH2-TIMESTAMP
           END-STRING

           MOVE DB2-CLAIMNUM-INT TO CH2-CLAIM-NUM
           MOVE 'RESERVE' TO CH2-FIELD-NAME
           MOVE WS-OF-RESERVE TO WS-OLD-RSV-DISP
           MOVE WS-OLD-RSV-DISP TO CH2-OLD-VALUE
           MOVE WS-NEW-RESERVE TO WS-NEW-RSV-DISP
           MOVE WS-NEW-RSV-DISP TO CH2-NEW-VALUE

           EXEC SQL
               INSERT INTO CLAIM_HISTORY
               ( TIMESTAMP, CLAIM_NUM, FIELD_NAME,
                 OLD_VALUE, NEW_VALUE )
               VALUES ( :CH2-TIMESTAMP, :CH2-CLAIM-NUM,
                        :CH2-FIELD-NAME, :CH2-OLD-VALUE,
                        :CH2-NEW-VALUE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Write the invoice action to AUDIT_LOG against the claim's     *
      * customer - AL-ACTION is set by the caller                     *
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

           MOVE DB2-CLAIM-CUSTOMERNUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE CA-I-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Invoice ' DELIMITED BY SIZE
                  CA-I-INVOICE-NUM DELIMITED BY SIZE
                  ' claim ' DELIMITED BY SIZE
                  CA-I-CLAIM-NUM DELIMITED BY SIZE
                  ' supplier ' DELIMITED BY SIZE
                  CA-I-SUPPLIER-NUM DELIMITED BY SIZE
                  ' amount ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  CA-I-STATUS DELIMITED BY SIZE
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

       END PROGRAM LGASIV01.
