       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Vulnerable Customer Marker             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGVUL01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGVUL01 - Vulnerable Customer Marker                 *
      * Purpose: Maintains the vulnerability marker on the DB2        *
      *          CUSTOMER row (CA-REQUEST-ID = '01VCUS') for a        *
      *          customer who needs careful handling short of full    *
      *          bereavement processing - category B bereaved, I      *
      *          seriously ill, F financial difficulty or C           *
      *          cognitive impairment, with the date recorded and a   *
      *          date by which the marker must be reviewed.           *
      *          CA-VU-FUNCTION 'I' returns the marker held (category *
      *          spaces when none); 'S' records or changes it, the    *
      *          recorded date being today and the review date a      *
      *          later one; 'R' takes it off. Each change goes to     *
      *          AUDIT_LOG. The marker is shown on the LGWRKB01       *
      *          workbench, LGDUNLT1 and LGLAPS01 refer a marked      *
      *          customer to VULNERABLE_REFERRAL instead of writing   *
      *          letters or lapsing, and LGVULRP1 lists markers past  *
      *          their review date.                                   *
      * Return codes: 00 done, 20 customer not found, 68 invalid       *
      *          function or category, 69 review date missing,         *
      *          invalid or not after today, 90 SQL or system error,   *
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
                                       VALUE 'LGVUL01-----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGVUL01 '.

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
      * Review date edit - YYYY-MM-DD                                  *
      *----------------------------------------------------------------*
       01  WS-REVIEW-CHECK.
           05  WS-RV-YEAR              PIC X(4).
           05  WS-RV-SEP1              PIC X(1).
           05  WS-RV-MONTH             PIC X(2).
           05  WS-RV-SEP2              PIC X(1).
           05  WS-RV-DAY               PIC X(2).
       01  WS-RV-MONTH-NUM             PIC 9(2).
       01  WS-RV-DAY-NUM               PIC 9(2).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGVUL01 '.
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

           IF CA-REQUEST-ID NOT = '01VCUS'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Read the marker held, then carry out the function asked for   *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           IF NOT CA-VU-INQUIRE AND NOT CA-VU-SET
              AND NOT CA-VU-REMOVE
               MOVE '68' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 5000-GET-TODAY

           EVALUATE TRUE
             WHEN CA-VU-SET
               PERFORM 3000-SET-MARKER
             WHEN CA-VU-REMOVE
               PERFORM 4000-REMOVE-MARKER
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
               SELECT COALESCE(VULNERABLE, ' '),
                      COALESCE(VULNERABLEDATE, ' '),
                      COALESCE(VULNREVIEWDATE, ' ')
               INTO :DB2-VULNERABLE,
                    :DB2-VULNERABLEDATE,
                    :DB2-VULNREVIEWDATE
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

           MOVE DB2-VULNERABLE TO CA-VU-CATEGORY
           MOVE DB2-VULNERABLEDATE TO CA-VU-RECORDED-DATE
           MOVE DB2-VULNREVIEWDATE TO CA-VU-REVIEW-DATE
           .

      *----------------------------------------------------------------*
      * Record or change the marker - recorded today, reviewed by the *
      * later date the caller gives                                   *
      *----------------------------------------------------------------*
       3000-SET-MARKER.

           IF NOT CA-VU-VALID-CATEGORY
               MOVE '68' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 3100-CHECK-REVIEW-DATE

           IF CA-CUSTOMER-NUM NOT NUMERIC
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE CA-VU-CATEGORY TO DB2-VULNERABLE
           MOVE WS-TODAY-YMD TO DB2-VULNERABLEDATE
           MOVE CA-VU-REVIEW-DATE TO DB2-VULNREVIEWDATE

           EXEC SQL
               UPDATE CUSTOMER
               SET VULNERABLE = :DB2-VULNERABLE,
                   VULNERABLEDATE = :DB2-VULNERABLEDATE,
                   VULNREVIEWDATE = :DB2-VULNREVIEWDATE
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

           MOVE 'VULNERABLE_SET' TO AL-ACTION
           MOVE SPACES TO AL-DETAILS
           STRING 'Vulnerability marker ' DELIMITED BY SIZE
                  CA-VU-CATEGORY DELIMITED BY SIZE
                  ' recorded ' DELIMITED BY SIZE
                  WS-TODAY-YMD DELIMITED BY SIZE
                  ', review by ' DELIMITED BY SIZE
                  CA-VU-REVIEW-DATE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * The review date must be a real YYYY-MM-DD date after today    *
      *----------------------------------------------------------------*
       3100-CHECK-REVIEW-DATE.

           MOVE CA-VU-REVIEW-DATE TO WS-REVIEW-CHECK

           IF WS-RV-YEAR NOT NUMERIC
              OR WS-RV-MONTH NOT NUMERIC
              OR WS-RV-DAY NOT NUMERIC
              OR WS-RV-SEP1 NOT = '-'
              OR WS-RV-SEP2 NOT = '-'
               MOVE '69' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-RV-MONTH TO WS-RV-MONTH-NUM
           MOVE WS-RV-DAY TO WS-RV-DAY-NUM

           IF WS-RV-MONTH-NUM < 1 OR WS-RV-MONTH-NUM > 12
              OR WS-RV-DAY-NUM < 1 OR WS-RV-DAY-NUM > 31
               MOVE '69' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-VU-REVIEW-DATE NOT > WS-TODAY-YMD
               MOVE '69' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Take the marker off                                            *
      *----------------------------------------------------------------*
       4000-REMOVE-MARKER.

           IF CA-CUSTOMER-NUM NOT NUMERIC
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT

           EXEC SQL
               UPDATE CUSTOMER
               SET VULNERABLE = NULL,
                   VULNERABLEDATE = NULL,
                   VULNREVIEWDATE = NULL
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

           MOVE 'VULNERABLE_REMOVE' TO AL-ACTION
           MOVE SPACES TO AL-DETAILS
           STRING 'Vulnerability marker removed ' DELIMITED BY SIZE
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

       END PROGRAM LGVUL01.
