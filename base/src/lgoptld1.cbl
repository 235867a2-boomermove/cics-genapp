      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Marketing Opt-Out Load Batch Job         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGOPTLD1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGOPTLD1 - Marketing Opt-Out Load Batch Job          *
      * Purpose: Runs outside CICS each day, reading the opt-out      *
      *          requests the contact centre and the unsubscribe      *
      *          links collect (OPTOFILE, one record per request,     *
      *          carrying the customer number, the channel opted out  *
      *          of - 'P' post, 'E' email, 'S' SMS, 'T' telephone or  *
      *          '*' (or blank) for all marketing - the date asked    *
      *          and where it came from). Each is added to the        *
      *          MARKETING_OPTOUT suppression list that the LGCMPGN1  *
      *          campaign selection always applies, with an AUDIT_LOG *
      *          entry. The list only grows: a request already held   *
      *          is counted and left as it stands. A blank or future  *
      *          date is taken as today. Records for no known         *
      *          customer are counted and listed.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTOUT-FILE ASSIGN TO OPTOFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Opt-out request record                                        *
      *----------------------------------------------------------------*
       FD  OPTOUT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OPTOUT-RECORD.
           05  OP-CUSTOMER-NUM         PIC X(10).
           05  OP-CHANNEL              PIC X(1).
               88  OP-CHANNEL-VALID    VALUE 'P' 'E' 'S' 'T' '*'.
           05  OP-OPTOUT-DATE          PIC X(10).
           05  OP-SOURCE               PIC X(8).
           05  OP-RECORD-FILLER        PIC X(11).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGOPTLD1----WS'.

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
           05  WS-OPTOUT-STATUS        PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-ADDED           PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-ALREADY         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).

      *----------------------------------------------------------------*
      * Host variables for the MARKETING_OPTOUT insert                *
      *----------------------------------------------------------------*
       01  DB2-OPTOUT-REC.
           05  DB2-OPT-CUSTOMERNUM     PIC S9(9) COMP.
           05  DB2-OPT-CHANNEL         PIC X(1).
           05  DB2-OPT-DATE            PIC X(10).
           05  DB2-OPT-SOURCE          PIC X(8).
           05  DB2-OPT-FOUND           PIC S9(9) COMP.

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
           PERFORM 2000-PROCESS-OPTOUTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the opt-out file and prime the read-ahead                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGOPTLD1' TO JR-JOB-NAME
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

           DISPLAY 'LGOPTLD1 - Marketing opt-out load starting'

           OPEN INPUT OPTOUT-FILE

           IF WS-OPTOUT-STATUS NOT = '00'
              DISPLAY 'LGOPTLD1 - OPEN OPTOFILE failed, status='
                      WS-OPTOUT-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
              PERFORM 1100-READ-NEXT-RECORD
           END-IF
           .

       1100-READ-NEXT-RECORD.
           READ OPTOUT-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-OPTOUT-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 DISPLAY 'LGOPTLD1 - READ OPTOFILE failed, status='
                         WS-OPTOUT-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Add each request to the suppression list                      *
      *----------------------------------------------------------------*
       2000-PROCESS-OPTOUTS.
           PERFORM UNTIL WS-NO-MORE-RECORDS
              PERFORM 2100-ADD-OPTOUT THRU 2100-EXIT
              PERFORM 1100-READ-NEXT-RECORD
           END-PERFORM
           .

       2100-ADD-OPTOUT.
           IF OP-CUSTOMER-NUM NOT NUMERIC
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGOPTLD1 - invalid customer number '
                      OP-CUSTOMER-NUM
              GO TO 2100-EXIT
           END-IF

           IF OP-CHANNEL = SPACE
              MOVE '*' TO OP-CHANNEL
           END-IF

           IF NOT OP-CHANNEL-VALID
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGOPTLD1 - invalid channel ' OP-CHANNEL
                      ' for customer ' OP-CUSTOMER-NUM
              GO TO 2100-EXIT
           END-IF

           MOVE OP-CUSTOMER-NUM TO DB2-OPT-CUSTOMERNUM

           EXEC SQL
               SELECT COUNT(*)
               INTO :DB2-OPT-FOUND
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-OPT-CUSTOMERNUM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGOPTLD1 - CUSTOMER lookup failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2100-EXIT
           END-IF

           IF DB2-OPT-FOUND = 0
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGOPTLD1 - no CUSTOMER matches number '
                      OP-CUSTOMER-NUM
              GO TO 2100-EXIT
           END-IF

           IF OP-OPTOUT-DATE = SPACES
              OR OP-OPTOUT-DATE > WS-TODAY-YMD
              MOVE WS-TODAY-YMD TO DB2-OPT-DATE
           ELSE
              MOVE OP-OPTOUT-DATE TO DB2-OPT-DATE
           END-IF

           IF OP-SOURCE = SPACES
              MOVE 'UNKNOWN' TO DB2-OPT-SOURCE
           ELSE
              MOVE OP-SOURCE TO DB2-OPT-SOURCE
           END-IF
           MOVE OP-CHANNEL TO DB2-OPT-CHANNEL

           EXEC SQL
               INSERT INTO MARKETING_OPTOUT
               ( CUSTOMERNUMBER, CHANNEL, OPTOUT_DATE, SOURCE )
               VALUES ( :DB2-OPT-CUSTOMERNUM, :DB2-OPT-CHANNEL,
                        :DB2-OPT-DATE, :DB2-OPT-SOURCE )
           END-EXEC

      * One row per customer and channel - the first request stands
           IF SQLCODE = -803
              ADD 1 TO WS-ROWS-ALREADY
              GO TO 2100-EXIT
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGOPTLD1 - MARKETING_OPTOUT insert failed '
                      'SQLCODE=' SQLCODE
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-WRITE-AUDIT-RECORD
           ADD 1 TO WS-ROWS-ADDED
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AUDIT_LOG entry for the withdrawal of marketing contact       *
      *----------------------------------------------------------------*
       2200-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE OP-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE 'MARKETING_OPTOUT' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Opted out of channel ' DELIMITED BY SIZE
                  DB2-OPT-CHANNEL DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  DB2-OPT-DATE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  DB2-OPT-SOURCE DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
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
              DISPLAY 'LGOPTLD1 - AUDIT_LOG insert failed SQLCODE='
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
           MOVE WS-ROWS-ADDED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-REJECTED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE OPTOUT-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGOPTLD1 - Opt-out requests read: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-ADDED TO WS-ROWS-DISPLAY
           DISPLAY 'LGOPTLD1 - Added to suppression list: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-ALREADY TO WS-ROWS-DISPLAY
           DISPLAY 'LGOPTLD1 - Already on the list: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGOPTLD1 - Unmatched or invalid records: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGOPTLD1 - Marketing opt-out load complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGOPTLD1.
