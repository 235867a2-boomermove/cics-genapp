      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Gone-Away Trace List Batch Job           *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGGAWTR1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGGAWTR1 - Gone-Away Trace List Batch Job            *
      * Purpose: Runs outside CICS once a week, listing every living  *
      *          customer still marked gone-away (LGGAW01/LGGAWLD1)   *
      *          who has something outstanding with us - a policy in  *
      *          force, or a claim not yet paid (registered,          *
      *          assessed, or settled with no CLAIM.PAID_DATE). Each  *
      *          goes to the tracing agency's file (TRACFILE) with    *
      *          the name, date of birth, the address and contact     *
      *          numbers we hold, when and on what document the post  *
      *          came back, and the policy and claim counts. Marked   *
      *          customers with nothing outstanding are counted but   *
      *          not sent. Oldest return first; lines and totals are  *
      *          DISPLAYed the way LGVULRP1 reports. A customer stays *
      *          on the list each week until the address is changed   *
      *          (LGUPVS01) or the marker is cleared.                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-FILE ASSIGN TO TRACFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * One record per customer for the tracing agency                *
      *----------------------------------------------------------------*
       FD  TRACE-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRACE-RECORD.
           05  TR-CUSTOMER-NUM         PIC 9(10).
           05  TR-FIRSTNAME            PIC X(10).
           05  TR-LASTNAME             PIC X(20).
           05  TR-DATEOFBIRTH          PIC X(10).
           05  TR-HOUSENAME            PIC X(20).
           05  TR-HOUSENUMBER          PIC X(4).
           05  TR-POSTCODE             PIC X(8).
           05  TR-PHONEMOBILE          PIC X(15).
           05  TR-PHONEHOME            PIC X(15).
           05  TR-EMAILADDRESS         PIC X(40).
           05  TR-RETURNED-DATE        PIC X(10).
           05  TR-RETURNED-DOC         PIC X(8).
           05  TR-POLICIES-INFORCE     PIC 9(3).
           05  TR-CLAIMS-UNPAID        PIC 9(3).
           05  TR-RECORD-FILLER        PIC X(24).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGGAWTR1----WS'.

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
           05  WS-TRACE-STATUS         PIC X(2) VALUE '00'.
           05  WS-TRACE-OPEN           PIC X(1) VALUE 'N'.
               88  WS-TRACE-FILE-OPEN  VALUE 'Y'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-TOTAL-MARKED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-TRACED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-NOTHING-OWED   PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-POLICIES       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-CLAIMS         PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-DISPLAY        PIC Z(6)9.
           05  WS-COUNT-DISPLAY        PIC ZZ9.

      *----------------------------------------------------------------*
      * Trace cursor host variables                                    *
      *----------------------------------------------------------------*
       01  DB2-TRACE-ROW.
           05  DB2-TR-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-TR-FIRSTNAME        PIC X(10).
           05  DB2-TR-LASTNAME         PIC X(20).
           05  DB2-TR-DATEOFBIRTH      PIC X(10).
           05  DB2-TR-HOUSENAME        PIC X(20).
           05  DB2-TR-HOUSENUMBER      PIC X(4).
           05  DB2-TR-POSTCODE         PIC X(8).
           05  DB2-TR-PHONEMOBILE      PIC X(15).
           05  DB2-TR-PHONEHOME        PIC X(15).
           05  DB2-TR-EMAILADDRESS     PIC X(40).
           05  DB2-TR-RETURNED-DATE    PIC X(10).
           05  DB2-TR-RETURNED-DOC     PIC X(8).
           05  DB2-TR-POLICIES         PIC S9(9) COMP.
           05  DB2-TR-CLAIMS           PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Gone-away customers with their in-force policies and unpaid   *
      * claims counted alongside                                       *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE TRACE_CURSOR CURSOR FOR
               SELECT C.CUSTOMERNUMBER,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      COALESCE(C.DATEOFBIRTH, ' '),
                      COALESCE(C.HOUSENAME, ' '),
                      COALESCE(C.HOUSENUMBER, ' '),
                      COALESCE(C.POSTCODE, ' '),
                      COALESCE(C.PHONEMOBILE, ' '),
                      COALESCE(C.PHONEHOME, ' '),
                      COALESCE(C.EMAILADDRESS, ' '),
                      COALESCE(C.GONEAWAYDATE, ' '),
                      COALESCE(C.GONEAWAYDOC, ' '),
                      (SELECT COUNT(*)
                       FROM POLICY P
                       WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                         AND P.STATUS = 'A'),
                      (SELECT COUNT(*)
                       FROM CLAIM L
                       WHERE L.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                         AND (L.STATUS IN ('R', 'A')
                              OR (L.STATUS = 'S'
                                  AND L.PAID_DATE IS NULL)))
               FROM CUSTOMER C
               WHERE C.GONEAWAY = 'Y'
                 AND COALESCE(C.DECEASED, ' ') <> 'Y'
               ORDER BY C.GONEAWAYDATE, C.CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-FOR-TRACING THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the agency file                                           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGGAWTR1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGGAWTR1 - Gone-away trace list starting'

           OPEN OUTPUT TRACE-FILE

           IF WS-TRACE-STATUS NOT = '00'
              DISPLAY 'LGGAWTR1 - OPEN TRACFILE failed, status='
                      WS-TRACE-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              MOVE 'Y' TO WS-TRACE-OPEN
           END-IF
           .

      *----------------------------------------------------------------*
      * One record per gone-away customer with something outstanding  *
      *----------------------------------------------------------------*
       2000-LIST-FOR-TRACING.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN TRACE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGGAWTR1 - OPEN TRACE_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGGAWTR1 - CUSTOMER   NAME                  '
                   'RETURNED   DOCUMENT POLICIES CLAIMS'

           PERFORM 2100-FETCH-TRACE-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-WRITE-TRACE-RECORD
              PERFORM 2100-FETCH-TRACE-ROW
           END-PERFORM

           EXEC SQL
               CLOSE TRACE_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-TRACE-ROW.
           EXEC SQL
               FETCH TRACE_CURSOR
               INTO :DB2-TR-CUSTOMERNUM,
                    :DB2-TR-FIRSTNAME,
                    :DB2-TR-LASTNAME,
                    :DB2-TR-DATEOFBIRTH,
                    :DB2-TR-HOUSENAME,
                    :DB2-TR-HOUSENUMBER,
                    :DB2-TR-POSTCODE,
                    :DB2-TR-PHONEMOBILE,
                    :DB2-TR-PHONEHOME,
                    :DB2-TR-EMAILADDRESS,
                    :DB2-TR-RETURNED-DATE,
                    :DB2-TR-RETURNED-DOC,
                    :DB2-TR-POLICIES,
                    :DB2-TR-CLAIMS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGGAWTR1 - FETCH TRACE_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       2200-WRITE-TRACE-RECORD.
           ADD 1 TO WS-TOTAL-MARKED

      * Nothing in force and nothing owed - no reason to trace
           IF DB2-TR-POLICIES = 0 AND DB2-TR-CLAIMS = 0
              ADD 1 TO WS-TOTAL-NOTHING-OWED
           ELSE
              MOVE SPACES TO TRACE-RECORD
              MOVE DB2-TR-CUSTOMERNUM TO TR-CUSTOMER-NUM
              MOVE DB2-TR-FIRSTNAME TO TR-FIRSTNAME
              MOVE DB2-TR-LASTNAME TO TR-LASTNAME
              MOVE DB2-TR-DATEOFBIRTH TO TR-DATEOFBIRTH
              MOVE DB2-TR-HOUSENAME TO TR-HOUSENAME
              MOVE DB2-TR-HOUSENUMBER TO TR-HOUSENUMBER
              MOVE DB2-TR-POSTCODE TO TR-POSTCODE
              MOVE DB2-TR-PHONEMOBILE TO TR-PHONEMOBILE
              MOVE DB2-TR-PHONEHOME TO TR-PHONEHOME
              MOVE DB2-TR-EMAILADDRESS TO TR-EMAILADDRESS
              MOVE DB2-TR-RETURNED-DATE TO TR-RETURNED-DATE
              MOVE DB2-TR-RETURNED-DOC TO TR-RETURNED-DOC
              MOVE DB2-TR-POLICIES TO TR-POLICIES-INFORCE
              MOVE DB2-TR-CLAIMS TO TR-CLAIMS-UNPAID

              WRITE TRACE-RECORD

              IF WS-TRACE-STATUS NOT = '00'
                 MOVE '80' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGGAWTR1 - WRITE TRACFILE failed, status='
                         WS-TRACE-STATUS
              ELSE
                 ADD 1 TO WS-TOTAL-TRACED
                 ADD DB2-TR-POLICIES TO WS-TOTAL-POLICIES
                 ADD DB2-TR-CLAIMS TO WS-TOTAL-CLAIMS
                 MOVE DB2-TR-POLICIES TO WS-COUNT-DISPLAY
                 DISPLAY 'LGGAWTR1 - ' TR-CUSTOMER-NUM ' '
                         DB2-TR-FIRSTNAME ' ' DB2-TR-LASTNAME(1:11)
                         ' ' DB2-TR-RETURNED-DATE ' '
                         DB2-TR-RETURNED-DOC ' ' WS-COUNT-DISPLAY
                         '      ' TR-CLAIMS-UNPAID
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit (read-only, consistent with the other  *
      * batch jobs) and report the totals                             *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-TOTAL-MARKED TO JR-ROWS-READ
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-TRACE-FILE-OPEN
              CLOSE TRACE-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-TOTAL-MARKED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGGAWTR1 - Customers marked gone-away: '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-NOTHING-OWED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGGAWTR1 - Nothing outstanding, not sent: '
                   WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-TRACED TO WS-TOTAL-DISPLAY
           DISPLAY 'LGGAWTR1 - Sent for tracing: ' WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-POLICIES TO WS-TOTAL-DISPLAY
           DISPLAY 'LGGAWTR1 - Policies in force: ' WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-CLAIMS TO WS-TOTAL-DISPLAY
           DISPLAY 'LGGAWTR1 - Claims unpaid: ' WS-TOTAL-DISPLAY
           DISPLAY 'LGGAWTR1 - Gone-away trace list complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGGAWTR1.
