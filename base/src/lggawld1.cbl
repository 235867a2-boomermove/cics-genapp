      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Gone-Away Returns Load Batch Job         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGGAWLD1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGGAWLD1 - Gone-Away Returns Load Batch Job          *
      * Purpose: Runs outside CICS each day, reading the mail room's  *
      *          returned-post file (GAWYFILE, one record per item    *
      *          that came back, carrying the customer number, the    *
      *          date it was returned and the document type that      *
      *          bounced). The customer's row is marked gone-away     *
      *          exactly as the 01GCUS transaction (LGGAW01) marks    *
      *          it, with an AUDIT_LOG entry of the same action. A    *
      *          customer already marked keeps the first return's     *
      *          date and document - later returns only confirm it.   *
      *          A blank returned date is taken as today. Records for *
      *          no known customer are counted and listed so the      *
      *          mail room can look at the envelope again.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GONEAWAY-FILE ASSIGN TO GAWYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GONEAWAY-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Returned-post record from the mail room                       *
      *----------------------------------------------------------------*
       FD  GONEAWAY-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GONEAWAY-RECORD.
           05  GA-CUSTOMER-NUM         PIC X(10).
           05  GA-RETURNED-DATE        PIC X(10).
           05  GA-DOC-TYPE             PIC X(8).
           05  GA-RECORD-FILLER        PIC X(12).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGGAWLD1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-GONEAWAY-STATUS      PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-MARKED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-ALREADY         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).

      *----------------------------------------------------------------*
      * Host variables for the CUSTOMER update                        *
      *----------------------------------------------------------------*
       01  DB2-CUSTOMER-REC.
           COPY DB2-CUSTOMER.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURNS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the returns file and prime the read-ahead                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGGAWLD1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           MOVE WS-NOW-RAW(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           STRING WS-NOW-RAW(7:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(1:4) DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WS-NOW-RAW(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(11:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING

           DISPLAY 'LGGAWLD1 - Gone-away returns load starting'

           OPEN INPUT GONEAWAY-FILE

           IF WS-GONEAWAY-STATUS NOT = '00'
              DISPLAY 'LGGAWLD1 - OPEN GAWYFILE failed, status='
                      WS-GONEAWAY-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
              PERFORM 1100-READ-NEXT-RECORD
           END-IF
           .

       1100-READ-NEXT-RECORD.
           READ GONEAWAY-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-GONEAWAY-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 DISPLAY 'LGGAWLD1 - READ GAWYFILE failed, status='
                         WS-GONEAWAY-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Mark the customer behind each returned item                   *
      *----------------------------------------------------------------*
       2000-PROCESS-RETURNS.
           PERFORM UNTIL WS-NO-MORE-RECORDS
              PERFORM 2100-MARK-GONE-AWAY THRU 2100-EXIT
              PERFORM 1100-READ-NEXT-RECORD
           END-PERFORM
           .

       2100-MARK-GONE-AWAY.
           IF GA-CUSTOMER-NUM NOT NUMERIC
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGGAWLD1 - invalid customer number '
                      GA-CUSTOMER-NUM
              GO TO 2100-EXIT
           END-IF

           MOVE GA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT

           EXEC SQL
               SELECT COALESCE(GONEAWAY, ' ')
               INTO :DB2-GONEAWAY
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE = 100
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGGAWLD1 - no CUSTOMER matches number '
                      GA-CUSTOMER-NUM ' doc ' GA-DOC-TYPE
              GO TO 2100-EXIT
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGGAWLD1 - CUSTOMER lookup failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2100-EXIT
           END-IF

      * The first return is the one the trace list dates from
           IF DB2-GONEAWAY = 'Y'
              ADD 1 TO WS-ROWS-ALREADY
              GO TO 2100-EXIT
           END-IF

           IF GA-RETURNED-DATE = SPACES
              OR GA-RETURNED-DATE > WS-TODAY-YMD
              MOVE WS-TODAY-YMD TO DB2-GONEAWAYDATE
           ELSE
              MOVE GA-RETURNED-DATE TO DB2-GONEAWAYDATE
           END-IF

           IF GA-DOC-TYPE = SPACES
              MOVE 'UNKNOWN' TO DB2-GONEAWAYDOC
           ELSE
              MOVE GA-DOC-TYPE TO DB2-GONEAWAYDOC
           END-IF
           MOVE 'Y' TO DB2-GONEAWAY

           EXEC SQL
               UPDATE CUSTOMER
               SET GONEAWAY = :DB2-GONEAWAY,
                   GONEAWAYDATE = :DB2-GONEAWAYDATE,
                   GONEAWAYDOC = :DB2-GONEAWAYDOC
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGGAWLD1 - CUSTOMER update failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-WRITE-AUDIT-RECORD
           ADD 1 TO WS-ROWS-MARKED
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The same AUDIT_LOG entry the 01GCUS transaction writes        *
      *----------------------------------------------------------------*
       2200-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE GA-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE 'GONEAWAY_SET' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Gone-away: ' DELIMITED BY SIZE
                  DB2-GONEAWAYDOC DELIMITED BY SIZE
                  ' returned ' DELIMITED BY SIZE
                  DB2-GONEAWAYDATE DELIMITED BY SIZE
                  ' (mail room)' DELIMITED BY SIZE
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

           IF SQLCODE NOT = 0
              DISPLAY 'LGGAWLD1 - AUDIT_LOG insert failed SQLCODE='
                      SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-MARKED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-REJECTED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE GONEAWAY-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGGAWLD1 - Returned items read: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-MARKED TO WS-ROWS-DISPLAY
           DISPLAY 'LGGAWLD1 - Customers marked gone-away: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-ALREADY TO WS-ROWS-DISPLAY
           DISPLAY 'LGGAWLD1 - Already marked: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGGAWLD1 - Unmatched or invalid records: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGGAWLD1 - Gone-away returns load complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGGAWLD1.
