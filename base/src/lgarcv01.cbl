       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Claim Recovery                         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGARCV01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGARCV01 - Claim Recovery                            *
      * Purpose: Records the money that comes back on a claim         *
      *          (CA-REQUEST-ID = '01ARCV'). CA-RV-FUNCTION 'R'        *
      *          registers a subrogation, salvage or other recovery   *
      *          against an assessed or settled claim - number from   *
      *          the GENARECNUM named counter, CLAIM_RECOVERY row at  *
      *          open 'O' with the amount expected. 'P' posts a       *
      *          receipt: a dated RECOVERY_RECEIPT row, the running   *
      *          total on the recovery (part received 'P', or closed  *
      *          'C' once the expected amount is in) and on the       *
      *          claim's RECOVERED total, with the movement written   *
      *          to CLAIM_HISTORY the way LGUCLM01 writes the         *
      *          reserve. 'W' writes off the balance still expected.  *
      *          Every action re-derives the claim's RECOVERY_STATUS  *
      *          and is written to AUDIT_LOG.                         *
      * Return codes: 00 done, 28 claim not found, 46 invalid         *
      *          function, 52 claim not assessed or settled, 53       *
      *          invalid recovery type, 54 counterparty missing, 55   *
      *          amount zero or not numeric, 56 recovery not found,   *
      *          57 recovery already closed or written off, 90 SQL    *
      *          or system error, 91 counter unavailable, 98/99       *
      *          commarea                                             *
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
                                       VALUE 'LGARCV01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGARCV01'.
       77 LGRV-RETRY-TIMES             PIC 9 VALUE 9.

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
           03 FILLER                   PIC X(9)  VALUE ' LGARCV01'.
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
       01  WS-GENARECNUM-NAME          PIC X(16)
                                       VALUE 'GENARECNUM      '.
       01  WS-GENARECNUM-VALUE         PIC 9(10) VALUE ZERO.
       01  WS-GENARECNUM-VALUE-D       REDEFINES WS-GENARECNUM-VALUE
                                       PIC S9(10) COMP.

      *----------------------------------------------------------------*
      * Recovery-number ENQ retry/backoff work fields                  *
      *----------------------------------------------------------------*
       01  WS-ENQ-RETRY-COUNT          PIC 9         VALUE 0.
       01  WS-ENQ-DELAY                PIC S9(7) COMP-3 VALUE 0.
       01  WS-OPERATOR-MSG             PIC X(79)     VALUE SPACES.

      *----------------------------------------------------------------*
      * On-file claim values fetched for validation                    *
      *----------------------------------------------------------------*
       01  WS-CLAIM-ON-FILE.
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-RECOVERED         PIC S9(6)V99 COMP-3.
           05  WS-NEW-RECOVERED        PIC S9(6)V99 COMP-3.
           05  WS-OPEN-RECOVERIES      PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Old and new recovered totals re-edited to display form for    *
      * the CLAIM_HISTORY movement trail                               *
      *----------------------------------------------------------------*
       01  WS-HIST-WORK.
           05  WS-OLD-RCV-DISP         PIC 9(6).99.
           05  WS-NEW-RCV-DISP         PIC 9(6).99.
           05  WS-NUM-DISPLAY          PIC 9(10).
           05  WS-AMOUNT-DISPLAY       PIC Z(5)9.99.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the claim recovery tables                  *
      *----------------------------------------------------------------*
       01  DB2-RECOVERY-REC.
           COPY DB2-RECOVERY.

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

           IF CA-REQUEST-ID NOT = '01ARCV'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Main Process                                                   *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           EVALUATE TRUE
             WHEN CA-RV-REGISTER
               PERFORM 2100-VALIDATE-REGISTRATION
               PERFORM 3000-GENERATE-RECOVERY-NUMBER
               PERFORM 4000-REGISTER-RECOVERY
             WHEN CA-RV-RECEIPT
             WHEN CA-RV-WRITE-OFF
               PERFORM 2500-VALIDATE-MOVEMENT
               PERFORM 5000-MOVE-RECOVERY
             WHEN OTHER
               MOVE '46' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A new recovery needs an assessed or settled claim, a known    *
      * recovery type, a counterparty and an amount expected          *
      *----------------------------------------------------------------*
       2100-VALIDATE-REGISTRATION.

           IF NOT CA-RV-SUBROGATION
              AND NOT CA-RV-SALVAGE
              AND NOT CA-RV-OTHER
               MOVE '53' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-RV-COUNTERPARTY = SPACES
               MOVE '54' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-RV-EXPECTED NOT NUMERIC OR CA-RV-EXPECTED = 0
               MOVE '55' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-RV-CLAIM-NUM TO DB2-CLAIMNUM-INT
           PERFORM 2900-FETCH-CLAIM

           IF WS-OF-STATUS NOT = 'A' AND WS-OF-STATUS NOT = 'S'
               MOVE '52' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * A receipt or write-off applies only to a recovery still open  *
      * or part received                                               *
      *----------------------------------------------------------------*
       2500-VALIDATE-MOVEMENT.

           IF CA-RV-RECEIPT
               IF CA-RV-AMOUNT NOT NUMERIC OR CA-RV-AMOUNT = 0
                   MOVE '55' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF

           MOVE CA-RV-RECOVERY-NUM TO DB2-RECOVERYNUM-INT

           EXEC SQL
               SELECT CLAIMNUMBER, TYPE, COUNTERPARTY,
                      EXPECTED_AMOUNT, RECEIVED_AMOUNT, STATUS,
                      COALESCE(LAST_RECEIPT_DATE, ' ')
               INTO :DB2-RCV-CLAIMNUM, :DB2-RCV-TYPE,
                    :DB2-RCV-COUNTERPARTY, :DB2-RCV-EXPECTED,
                    :DB2-RCV-RECEIVED, :DB2-RCV-STATUS,
                    :DB2-RCV-LASTRECEIPT
               FROM CLAIM_RECOVERY
               WHERE RECOVERYNUMBER = :DB2-RECOVERYNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '56' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE DB2-RCV-CLAIMNUM TO WS-NUM-DISPLAY
           MOVE WS-NUM-DISPLAY TO CA-RV-CLAIM-NUM
           MOVE DB2-RCV-TYPE TO CA-RV-TYPE
           MOVE DB2-RCV-COUNTERPARTY TO CA-RV-COUNTERPARTY
           MOVE DB2-RCV-EXPECTED TO CA-RV-EXPECTED
           MOVE DB2-RCV-RECEIVED TO CA-RV-RECEIVED
           MOVE DB2-RCV-STATUS TO CA-RV-STATUS

           IF DB2-RCV-STATUS NOT = 'O' AND DB2-RCV-STATUS NOT = 'P'
               MOVE '57' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-RCV-CLAIMNUM TO DB2-CLAIMNUM-INT
           PERFORM 2900-FETCH-CLAIM
           .

      *----------------------------------------------------------------*
      * Fetch the claim the recovery is against                       *
      *----------------------------------------------------------------*
       2900-FETCH-CLAIM.

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS,
                      COALESCE(RECOVERED, 0)
               INTO :DB2-CLAIM-CUSTOMERNUM, :WS-OF-STATUS,
                    :WS-OF-RECOVERED
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
      * Allocate the new recovery number from the GENARECNUM named    *
      * counter under an ENQ, the same retry/backoff pattern          *
      * LGACLM01 uses for GENACLMNUM                                  *
      *----------------------------------------------------------------*
       3000-GENERATE-RECOVERY-NUMBER.

           MOVE 0 TO WS-ENQ-RETRY-COUNT

           PERFORM 3110-ENQ-WITH-BACKOFF THRU 3110-EXIT
               UNTIL WS-RESP = DFHRESP(NORMAL)
                  OR WS-ENQ-RETRY-COUNT > LGRV-RETRY-TIMES

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 3120-ALERT-OPERATOR THRU 3120-EXIT
               MOVE '91' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           EXEC CICS READCOUNTER COUNTER(WS-GENARECNUM-NAME)
                     VALUE(WS-GENARECNUM-VALUE-D)
                     RESP(WS-RESP)
           END-EXEC

           MOVE WS-GENARECNUM-VALUE TO CA-RV-RECOVERY-NUM

           EXEC CICS DEQ RESOURCE(WS-GENARECNUM-NAME)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * One ENQ attempt with increasing backoff, as LGACLM01 does     *
      *----------------------------------------------------------------*
       3110-ENQ-WITH-BACKOFF.
           ADD 1 TO WS-ENQ-RETRY-COUNT

           EXEC CICS ENQ RESOURCE(WS-GENARECNUM-NAME)
                     NOSUSPEND
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-ENQ-RETRY-COUNT <= LGRV-RETRY-TIMES
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
      * stuck ENQ here blocks every new recovery being registered     *
      *----------------------------------------------------------------*
       3120-ALERT-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-MSG
           STRING 'LGARCV01 RECOVERY NUMBER ENQ STUCK ON '
                      DELIMITED BY SIZE
                  WS-GENARECNUM-NAME DELIMITED BY SIZE
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
      * Insert the CLAIM_RECOVERY row at open status and mark the     *
      * claim as having a recovery outstanding                        *
      *----------------------------------------------------------------*
       4000-REGISTER-RECOVERY.

           MOVE CA-RV-RECOVERY-NUM   TO DB2-RECOVERYNUM-INT
           MOVE CA-RV-CLAIM-NUM      TO DB2-RCV-CLAIMNUM
           MOVE CA-RV-TYPE           TO DB2-RCV-TYPE
           MOVE CA-RV-COUNTERPARTY   TO DB2-RCV-COUNTERPARTY
           MOVE CA-RV-EXPECTED       TO DB2-RCV-EXPECTED
           MOVE 0                    TO DB2-RCV-RECEIVED
           MOVE 'O'                  TO DB2-RCV-STATUS
           MOVE WS-TODAY-YMD         TO DB2-RCV-REGDATE

           EXEC SQL
               INSERT INTO CLAIM_RECOVERY
               ( RECOVERYNUMBER,
                 CLAIMNUMBER,
                 TYPE,
                 COUNTERPARTY,
                 EXPECTED_AMOUNT,
                 RECEIVED_AMOUNT,
                 STATUS,
                 REGISTERED_DATE )
               VALUES ( :DB2-RECOVERYNUM-INT,
                        :DB2-RCV-CLAIMNUM,
                        :DB2-RCV-TYPE,
                        :DB2-RCV-COUNTERPARTY,
                        :DB2-RCV-EXPECTED,
                        :DB2-RCV-RECEIVED,
                        :DB2-RCV-STATUS,
                        :DB2-RCV-REGDATE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           MOVE 0 TO CA-RV-RECEIVED
           MOVE 'O' TO CA-RV-STATUS
           MOVE WS-OF-RECOVERED TO WS-NEW-RECOVERED
           PERFORM 6000-UPDATE-CLAIM-RECOVERY

           MOVE 'RECOVERY_REGISTER' TO AL-ACTION
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Post a receipt against the recovery, or write off the balance *
      * still expected                                                 *
      *----------------------------------------------------------------*
       5000-MOVE-RECOVERY.

           IF CA-RV-RECEIPT
               ADD CA-RV-AMOUNT TO DB2-RCV-RECEIVED
               IF DB2-RCV-RECEIVED < DB2-RCV-EXPECTED
                   MOVE 'P' TO DB2-RCV-STATUS
               ELSE
                   MOVE 'C' TO DB2-RCV-STATUS
               END-IF
               MOVE WS-TODAY-YMD TO DB2-RCV-LASTRECEIPT
               PERFORM 5100-INSERT-RECEIPT
               COMPUTE WS-NEW-RECOVERED =
                   WS-OF-RECOVERED + CA-RV-AMOUNT
               MOVE 'RECOVERY_RECEIPT' TO AL-ACTION
           ELSE
               MOVE 'W' TO DB2-RCV-STATUS
               MOVE WS-OF-RECOVERED TO WS-NEW-RECOVERED
               MOVE 'RECOVERY_WRITE_OFF' TO AL-ACTION
           END-IF

           EXEC SQL
               UPDATE CLAIM_RECOVERY
               SET RECEIVED_AMOUNT = :DB2-RCV-RECEIVED,
                   STATUS = :DB2-RCV-STATUS,
                   LAST_RECEIPT_DATE = NULLIF(:DB2-RCV-LASTRECEIPT, ' ')
               WHERE RECOVERYNUMBER = :DB2-RECOVERYNUM-INT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-RCV-RECEIVED TO CA-RV-RECEIVED
           MOVE DB2-RCV-STATUS TO CA-RV-STATUS
           PERFORM 6000-UPDATE-CLAIM-RECOVERY

           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * One dated receipt row per posting, read by the LGRIBRD1       *
      * claims bordereau                                               *
      *----------------------------------------------------------------*
       5100-INSERT-RECEIPT.

           MOVE DB2-RECOVERYNUM-INT TO DB2-RCT-RECOVERYNUM
           MOVE DB2-RCV-CLAIMNUM TO DB2-RCT-CLAIMNUM
           MOVE WS-TODAY-YMD TO DB2-RCT-DATE
           MOVE CA-RV-AMOUNT TO DB2-RCT-AMOUNT

           EXEC SQL
               INSERT INTO RECOVERY_RECEIPT
               ( RECOVERYNUMBER, CLAIMNUMBER, RECEIPT_DATE, AMOUNT )
               VALUES ( :DB2-RCT-RECOVERYNUM, :DB2-RCT-CLAIMNUM,
                        :DB2-RCT-DATE, :DB2-RCT-AMOUNT )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Re-derive the claim's recovery status from its recoveries -   *
      * outstanding while any is open or part received, complete      *
      * otherwise - and carry the received total. A change in the     *
      * total goes to CLAIM_HISTORY as LGUCLM01 records the reserve.  *
      *----------------------------------------------------------------*
       6000-UPDATE-CLAIM-RECOVERY.

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-RECOVERIES
               FROM CLAIM_RECOVERY
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND STATUS IN ('O', 'P')
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           IF WS-OPEN-RECOVERIES > 0
               MOVE 'O' TO DB2-CLAIM-RECSTATUS
           ELSE
               MOVE 'C' TO DB2-CLAIM-RECSTATUS
           END-IF
           MOVE WS-NEW-RECOVERED TO DB2-CLAIM-RECOVERED

           EXEC SQL
               UPDATE CLAIM
               SET RECOVERY_STATUS = :DB2-CLAIM-RECSTATUS,
                   RECOVERED = :DB2-CLAIM-RECOVERED
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           IF WS-NEW-RECOVERED NOT = WS-OF-RECOVERED
               PERFORM 6100-WRITE-HISTORY-ROW
           END-IF
           .

       6100-WRITE-HISTORY-ROW.

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
           MOVE 'RECOVERED' TO CH2-FIELD-NAME
           MOVE WS-OF-RECOVERED TO WS-OLD-RCV-DISP
           MOVE WS-OLD-RCV-DISP TO CH2-OLD-VALUE
           MOVE WS-NEW-RECOVERED TO WS-NEW-RCV-DISP
           MOVE WS-NEW-RCV-DISP TO CH2-NEW-VALUE

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
      * Write the recovery action to AUDIT_LOG against the claim's    *
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
           IF CA-RV-RECEIPT
               MOVE CA-RV-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE CA-RV-EXPECTED TO WS-AMOUNT-DISPLAY
           END-IF
           MOVE SPACES TO AL-DETAILS
           STRING 'Recovery ' DELIMITED BY SIZE
                  CA-RV-RECOVERY-NUM DELIMITED BY SIZE
                  ' claim ' DELIMITED BY SIZE
                  CA-RV-CLAIM-NUM DELIMITED BY SIZE
                  ' type ' DELIMITED BY SIZE
                  CA-RV-TYPE DELIMITED BY SIZE
                  ' amount ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  CA-RV-STATUS DELIMITED BY SIZE
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

       END PROGRAM LGARCV01.
