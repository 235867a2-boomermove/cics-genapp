       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Gone-Away Customer Marker              *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGGAW01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGGAW01 - Gone-Away Customer Marker                  *
      * Purpose: Maintains the gone-away marker on the DB2 CUSTOMER   *
      *          row (CA-REQUEST-ID = '01GCUS') for a customer whose  *
      *          post has come back from the address we hold -        *
      *          the date it was returned and the document type that  *
      *          bounced. CA-GA-FUNCTION 'I' returns the marker held  *
      *          (CA-GA-FLAG space when none); 'S' records it, the    *
      *          returned date defaulting to today; 'C' clears it.    *
      *          Each change goes to AUDIT_LOG. The LGGAWLD1 batch    *
      *          records the mail room's daily returns the same way.  *
      *          While the marker is held the print batches post      *
      *          nothing to the customer (LGDLVPRC), the LGWRKB01     *
      *          workbench shows it, LGGAWTR1 lists the customer for  *
      *          tracing, and an address change through 01UCUS       *
      *          (LGUPVS01) clears it.                                *
      * Return codes: 00 done, 20 customer not found, 75 invalid       *
      *          function, 76 returned date invalid or after today,    *
      *          77 document type missing, 90 SQL or system error,     *
      *          98/99 commarea                                       *
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
                                       VALUE 'LGGAW01-----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGGAW01 '.

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
      * Returned date edit - YYYY-MM-DD                                *
      *----------------------------------------------------------------*
       01  WS-RETURNED-CHECK.
           05  WS-RT-YEAR              PIC X(4).
           05  WS-RT-SEP1              PIC X(1).
           05  WS-RT-MONTH             PIC X(2).
           05  WS-RT-SEP2              PIC X(1).
           05  WS-RT-DAY               PIC X(2).
       01  WS-RT-MONTH-NUM             PIC 9(2).
       01  WS-RT-DAY-NUM               PIC 9(2).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGGAW01 '.
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
      * Host variables                                                 *
      *----------------------------------------------------------------*
       01  DB2-CUST-REC.
           COPY DB2-CUSTOMER.

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

           IF CA-REQUEST-ID NOT = '01GCUS'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Carry out the function asked for, then read the marker held   *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           IF NOT CA-GA-INQUIRE AND NOT CA-GA-SET
              AND NOT CA-GA-CLEAR
               MOVE '75' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 5000-GET-TODAY

           EVALUATE TRUE
             WHEN CA-GA-SET
               PERFORM 3000-SET-MARKER
             WHEN CA-GA-CLEAR
               PERFORM 4000-CLEAR-MARKER
           END-EVALUATE

           PERFORM 2100-FETCH-MARKER

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * The marker as it now stands back into the commarea            *
      *----------------------------------------------------------------*
       2100-FETCH-MARKER.

           IF CA-CUSTOMER-NUM NOT NUMERIC
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT

           EXEC SQL
               SELECT COALESCE(GONEAWAY, ' '),
                      COALESCE(GONEAWAYDATE, ' '),
                      COALESCE(GONEAWAYDOC, ' ')
               INTO :DB2-GONEAWAY,
                    :DB2-GONEAWAYDATE,
                    :DB2-GONEAWAYDOC
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE DB2-GONEAWAY TO CA-GA-FLAG
           MOVE DB2-GONEAWAYDATE TO CA-GA-RETURNED-DATE
           MOVE DB2-GONEAWAYDOC TO CA-GA-DOC-TYPE
           .

      *----------------------------------------------------------------*
      * Record the returned post - the date it came back (today when  *
      * not given) and the document type that bounced                 *
      *----------------------------------------------------------------*
       3000-SET-MARKER.

           IF CA-GA-DOC-TYPE = SPACES OR LOW-VALUES
               MOVE '77' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-GA-RETURNED-DATE = SPACES OR LOW-VALUES
               MOVE WS-TODAY-YMD TO CA-GA-RETURNED-DATE
           END-IF
           PERFORM 3100-CHECK-RETURNED-DATE

           IF CA-CUSTOMER-NUM NOT NUMERIC
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE 'Y' TO DB2-GONEAWAY
           MOVE CA-GA-RETURNED-DATE TO DB2-GONEAWAYDATE
           MOVE CA-GA-DOC-TYPE TO DB2-GONEAWAYDOC

           EXEC SQL
               UPDATE CUSTOMER
               SET GONEAWAY = :DB2-GONEAWAY,
                   GONEAWAYDATE = :DB2-GONEAWAYDATE,
                   GONEAWAYDOC = :DB2-GONEAWAYDOC
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'GONEAWAY_SET' TO AL-ACTION
           MOVE SPACES TO AL-DETAILS
           STRING 'Gone-away: ' DELIMITED BY SIZE
                  CA-GA-DOC-TYPE DELIMITED BY SIZE
                  ' returned ' DELIMITED BY SIZE
                  CA-GA-RETURNED-DATE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * The returned date must be a real YYYY-MM-DD date no later     *
      * than today                                                     *
      *----------------------------------------------------------------*
       3100-CHECK-RETURNED-DATE.

           MOVE CA-GA-RETURNED-DATE TO WS-RETURNED-CHECK

           IF WS-RT-YEAR NOT NUMERIC
              OR WS-RT-MONTH NOT NUMERIC
              OR WS-RT-DAY NOT NUMERIC
              OR WS-RT-SEP1 NOT = '-'
              OR WS-RT-SEP2 NOT = '-'
               MOVE '76' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-RT-MONTH TO WS-RT-MONTH-NUM
           MOVE WS-RT-DAY TO WS-RT-DAY-NUM

           IF WS-RT-MONTH-NUM < 1 OR WS-RT-MONTH-NUM > 12
              OR WS-RT-DAY-NUM < 1 OR WS-RT-DAY-NUM > 31
               MOVE '76' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-GA-RETURNED-DATE > WS-TODAY-YMD
               MOVE '76' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Clear the marker - the customer has been traced or has        *
      * confirmed the address                                          *
      *----------------------------------------------------------------*
       4000-CLEAR-MARKER.

           IF CA-CUSTOMER-NUM NOT NUMERIC
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT

           EXEC SQL
               UPDATE CUSTOMER
               SET GONEAWAY = NULL,
                   GONEAWAYDATE = NULL,
                   GONEAWAYDOC = NULL
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'GONEAWAY_CLEAR' TO AL-ACTION
           MOVE SPACES TO AL-DETAILS
           STRING 'Gone-away marker cleared ' DELIMITED BY SIZE
                  WS-TODAY-YMD DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
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
      * Write the change to AUDIT_LOG (AL-ACTION and AL-DETAILS set   *
      * by the caller)                                                 *
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

       END PROGRAM LGGAW01.
