       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Register Claims Supplier               *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGASUP01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGASUP01 - Register Claims Supplier                  *
      * Purpose: Maintains the supplier register (CA-REQUEST-ID =     *
      *          '01ASUP') - the repairers, loss adjusters and        *
      *          contractors most motor and house claims are really   *
      *          paid to. With CA-S-SUPPLIER-NUM spaces a new         *
      *          supplier is registered, its number allocated from    *
      *          the GENASUPNUM named counter the way LGACLM01        *
      *          allocates claim numbers; with a number the existing  *
      *          SUPPLIER row is replaced (name, type, bank details,  *
      *          active flag). Bank details pass the LGMODPRC         *
      *          modulus check LGABNK01 applies to customer mandates, *
      *          and every change is written to AUDIT_LOG.            *
      * Return codes: 00 stored, 40 sort code not numeric, 41        *
      *          account number not numeric, 42 account number fails *
      *          the modulus check, 43 supplier not found, 44 invalid *
      *          supplier type or active flag, 45 missing name, 90   *
      *          SQL or system error, 91 counter unavailable, 98/99  *
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
                                       VALUE 'LGASUP01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGASUP01'.
       77 LGSU-RETRY-TIMES             PIC 9 VALUE 9.

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

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGASUP01'.
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
       01  WS-GENASUPNUM-NAME          PIC X(16)
                                       VALUE 'GENASUPNUM     '.
       01  WS-GENASUPNUM-VALUE         PIC 9(10) VALUE ZERO.
       01  WS-GENASUPNUM-VALUE-D       REDEFINES WS-GENASUPNUM-VALUE
                                       PIC S9(10) COMP.

      *----------------------------------------------------------------*
      * Supplier-number ENQ retry/backoff work fields                  *
      *----------------------------------------------------------------*
       01  WS-ENQ-RETRY-COUNT          PIC 9         VALUE 0.
       01  WS-ENQ-DELAY                PIC S9(7) COMP-3 VALUE 0.
       01  WS-OPERATOR-MSG             PIC X(79)     VALUE SPACES.

      *----------------------------------------------------------------*
      * Validation work fields                                         *
      *----------------------------------------------------------------*
       01  WS-SUPPLIER-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-NEW-SUPPLIER             PIC X(1) VALUE 'N'.
           88  WS-ADDING-SUPPLIER      VALUE 'Y'.

      *----------------------------------------------------------------*
      * Bank account modulus check (LGMODPRC procedures)               *
      *----------------------------------------------------------------*
           COPY LGMODWS.

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

           IF CA-REQUEST-ID NOT = '01ASUP'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Main Process                                                   *
      *----------------------------------------------------------------*
       2000-PROCESS.

           PERFORM 2100-VALIDATE-REQUEST

           IF WS-ADDING-SUPPLIER
               PERFORM 3000-GENERATE-SUPPLIER-NUMBER
           END-IF

           PERFORM 4000-STORE-SUPPLIER
           .

      *----------------------------------------------------------------*
      * Validate the supplier fields and bank details; an existing    *
      * supplier number must be on the register                       *
      *----------------------------------------------------------------*
       2100-VALIDATE-REQUEST.

           MOVE '00' TO CA-RETURN-CODE

           IF CA-S-NAME = SPACES OR CA-S-NAME = LOW-VALUES
               MOVE '45' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF NOT CA-S-REPAIRER AND NOT CA-S-LOSS-ADJUSTER
              AND NOT CA-S-CONTRACTOR AND NOT CA-S-OTHER
               MOVE '44' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

      * A new supplier goes on the register active unless told not to
           IF CA-S-ACTIVE = SPACES OR CA-S-ACTIVE = LOW-VALUES
               SET CA-S-IS-ACTIVE TO TRUE
           END-IF

           IF NOT CA-S-IS-ACTIVE AND NOT CA-S-IS-INACTIVE
               MOVE '44' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-S-SORT-CODE TO MOD-SORT-CODE
           MOVE CA-S-ACCOUNT-NUM TO MOD-ACCOUNT-NUM
           PERFORM LGMOD-CHECK-ACCOUNT

           IF MOD-RC NOT = '00'
               MOVE MOD-RC TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-S-SUPPLIER-NUM = SPACES
              OR CA-S-SUPPLIER-NUM = LOW-VALUES
               SET WS-ADDING-SUPPLIER TO TRUE
           ELSE
               MOVE CA-S-SUPPLIER-NUM TO DB2-SUPPLIERNUM-INT

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-SUPPLIER-COUNT
                   FROM SUPPLIER
                   WHERE SUPPLIERNUMBER = :DB2-SUPPLIERNUM-INT
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-IF

               IF WS-SUPPLIER-COUNT = 0
                   MOVE '43' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Allocate the new supplier number from the GENASUPNUM named    *
      * counter under an ENQ, the same retry/backoff pattern          *
      * LGACLM01 uses for GENACLMNUM                                  *
      *----------------------------------------------------------------*
       3000-GENERATE-SUPPLIER-NUMBER.

           MOVE 0 TO WS-ENQ-RETRY-COUNT

           PERFORM 3110-ENQ-WITH-BACKOFF THRU 3110-EXIT
               UNTIL WS-RESP = DFHRESP(NORMAL)
                  OR WS-ENQ-RETRY-COUNT > LGSU-RETRY-TIMES

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 3120-ALERT-OPERATOR THRU 3120-EXIT
               MOVE '91' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           EXEC CICS READCOUNTER COUNTER(WS-GENASUPNUM-NAME)
                     VALUE(WS-GENASUPNUM-VALUE-D)
                     RESP(WS-RESP)
           END-EXEC

           MOVE WS-GENASUPNUM-VALUE TO CA-S-SUPPLIER-NUM

           EXEC CICS DEQ RESOURCE(WS-GENASUPNUM-NAME)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * One ENQ attempt with increasing backoff, as LGACLM01 does     *
      *----------------------------------------------------------------*
       3110-ENQ-WITH-BACKOFF.
           ADD 1 TO WS-ENQ-RETRY-COUNT

           EXEC CICS ENQ RESOURCE(WS-GENASUPNUM-NAME)
                     NOSUSPEND
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-ENQ-RETRY-COUNT <= LGSU-RETRY-TIMES
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
      * stuck ENQ here blocks every new supplier being registered     *
      *----------------------------------------------------------------*
       3120-ALERT-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-MSG
           STRING 'LGASUP01 SUPPLIER NUMBER ENQ STUCK ON '
                      DELIMITED BY SIZE
                  WS-GENASUPNUM-NAME DELIMITED BY SIZE
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
      * Insert the new SUPPLIER row or replace the registered one     *
      *----------------------------------------------------------------*
       4000-STORE-SUPPLIER.

           MOVE CA-S-SUPPLIER-NUM    TO DB2-SUPPLIERNUM-INT
           MOVE CA-S-NAME            TO DB2-SUP-NAME
           MOVE CA-S-TYPE            TO DB2-SUP-TYPE
           MOVE CA-S-SORT-CODE       TO DB2-SUP-SORTCODE
           MOVE CA-S-ACCOUNT-NUM     TO DB2-SUP-ACCOUNTNUM
           MOVE CA-S-ACCOUNT-NAME    TO DB2-SUP-ACCOUNTNAME
           MOVE CA-S-ACTIVE          TO DB2-SUP-ACTIVE

           IF WS-ADDING-SUPPLIER
               EXEC SQL
                   INSERT INTO SUPPLIER
                   ( SUPPLIERNUMBER, NAME, SUPPLIER_TYPE,
                     SORTCODE, ACCOUNTNUMBER, ACCOUNTNAME,
                     ACTIVE )
                   VALUES ( :DB2-SUPPLIERNUM-INT, :DB2-SUP-NAME,
                            :DB2-SUP-TYPE, :DB2-SUP-SORTCODE,
                            :DB2-SUP-ACCOUNTNUM, :DB2-SUP-ACCOUNTNAME,
                            :DB2-SUP-ACTIVE )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE SUPPLIER
                   SET NAME = :DB2-SUP-NAME,
                       SUPPLIER_TYPE = :DB2-SUP-TYPE,
                       SORTCODE = :DB2-SUP-SORTCODE,
                       ACCOUNTNUMBER = :DB2-SUP-ACCOUNTNUM,
                       ACCOUNTNAME = :DB2-SUP-ACCOUNTNAME,
                       ACTIVE = :DB2-SUP-ACTIVE
                   WHERE SUPPLIERNUMBER = :DB2-SUPPLIERNUM-INT
               END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE '00' TO CA-RETURN-CODE
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXEC CICS SYNCPOINT END-EXEC
           END-IF

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Write the change to AUDIT_LOG - as for a mandate, the account *
      * details are not written to the log, only the fact of the      *
      * change                                                         *
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

           MOVE 0 TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           IF WS-ADDING-SUPPLIER
               MOVE 'SUPPLIER_REGISTER' TO AL-ACTION
           ELSE
               MOVE 'SUPPLIER_UPDATE' TO AL-ACTION
           END-IF
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Supplier ' DELIMITED BY SIZE
                  CA-S-SUPPLIER-NUM DELIMITED BY SIZE
                  ' stored, active ' DELIMITED BY SIZE
                  CA-S-ACTIVE DELIMITED BY SIZE
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

      *----------------------------------------------------------------*
      * Bank account modulus check procedures from copybook           *
      *----------------------------------------------------------------*
           COPY LGMODPRC.

       END PROGRAM LGASUP01.
