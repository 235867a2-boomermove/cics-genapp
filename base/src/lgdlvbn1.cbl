      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Delivery Bounce Fallback Batch Job       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDLVBN1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGDLVBN1 - Delivery Bounce Fallback Batch Job        *
      * Purpose: Runs outside CICS after the messaging gateway's      *
      *          daily return, reading its bounce file (BNCEFILE, one *
      *          record per email or SMS that could not be delivered, *
      *          carrying our DISPATCH_ID document reference and the  *
      *          gateway's reason). The document's DOCUMENT_DISPATCH  *
      *          rows, written by LGDLVPRC when the outbound batch    *
      *          sent it, are marked 'B' bounced with the reason and  *
      *          every record of the document is written back out to  *
      *          the REPRFILE print-bureau dataset from the merge     *
      *          data kept with it - so a failed email still reaches  *
      *          the customer on paper - and the paper copy is added  *
      *          to CONTACT_HISTORY with channel 'P'. A bounce for a  *
      *          document already bounced, or not known, is counted   *
      *          as unmatched and nothing is reprinted twice. The     *
      *          customer's DELIVERYPREF is left alone: a bad address *
      *          is for the customer to correct through 01UCUS. A     *
      *          customer marked gone-away (LGGAW01) is not reprinted *
      *          - the post would only come back.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCE-FILE ASSIGN TO BNCEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.

           SELECT REPRINT-FILE ASSIGN TO REPRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Undelivered email/SMS record from the messaging gateway       *
      *----------------------------------------------------------------*
       FD  BOUNCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BOUNCE-RECORD.
           05  BN-DISPATCH-ID          PIC 9(9).
           05  BN-CHANNEL              PIC X(1).
           05  BN-RECIPIENT            PIC X(40).
           05  BN-REASON               PIC X(20).
           05  BN-BOUNCE-DATE          PIC X(10).

      *----------------------------------------------------------------*
      * Fallback print record - one per record of a bounced document, *
      * RP-MERGE-DATA being the original print record image laid out  *
      * by RP-DOC-TYPE                                                 *
      *----------------------------------------------------------------*
       FD  REPRINT-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPRINT-RECORD.
           05  RP-DOC-TYPE             PIC X(8).
           05  RP-DISPATCH-ID          PIC 9(9).
           05  RP-RECORD-SEQ           PIC 9(3).
           05  RP-CUSTOMER-NUM         PIC 9(10).
           05  RP-POLICY-NUM           PIC 9(10).
           05  RP-MERGE-DATA           PIC X(200).
           05  RP-RECORD-FILLER        PIC X(10).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGDLVBN1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Contact history recording (LGCONPRC procedures)               *
      *----------------------------------------------------------------*
           COPY LGCONHST.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-BOUNCE-STATUS        PIC X(2) VALUE '00'.
           05  WS-REPRINT-STATUS       PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REPRINTED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-UNMATCHED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-WITHHELD        PIC 9(7) COMP-3 VALUE 0.
           05  WS-RECORDS-WRITTEN      PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).

      *----------------------------------------------------------------*
      * Host variables for DOCUMENT_DISPATCH                          *
      *----------------------------------------------------------------*
       01  DB2-DISPATCH-REC.
           05  DB2-DD-DISPATCH-ID      PIC S9(9) COMP.
           05  DB2-DD-RECORD-SEQ       PIC S9(4) COMP.
           05  DB2-DD-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-DD-POLICYNUM        PIC S9(9) COMP.
           05  DB2-DD-DOC-TYPE         PIC X(8).
           05  DB2-DD-MERGE-DATA       PIC X(200).
           05  DB2-DD-BOUNCE-REASON    PIC X(20).
           05  DB2-DD-BOUNCE-DATE      PIC X(10).
           05  DB2-DD-GONEAWAY         PIC X(1).

      *----------------------------------------------------------------*
      * The records of one bounced document, in the order sent        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE REPR_CURSOR CURSOR FOR
               SELECT RECORD_SEQ, CUSTOMERNUMBER, POLICYNUMBER,
                      DOC_TYPE, MERGE_DATA
               FROM DOCUMENT_DISPATCH
               WHERE DISPATCH_ID = :DB2-DD-DISPATCH-ID
               ORDER BY RECORD_SEQ
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BOUNCES
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the bounce and reprint files and prime the read-ahead    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGDLVBN1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           DISPLAY 'LGDLVBN1 - Delivery bounce fallback batch starting'

           OPEN INPUT BOUNCE-FILE

           IF WS-BOUNCE-STATUS NOT = '00'
              DISPLAY 'LGDLVBN1 - OPEN BNCEFILE failed, status='
                      WS-BOUNCE-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
              OPEN OUTPUT REPRINT-FILE
              IF WS-REPRINT-STATUS NOT = '00'
                 DISPLAY 'LGDLVBN1 - OPEN REPRFILE failed, status='
                         WS-REPRINT-STATUS
                 CLOSE BOUNCE-FILE
                 MOVE '80' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 PERFORM 1100-READ-NEXT-RECORD
              END-IF
           END-IF
           .

       1100-READ-NEXT-RECORD.
           READ BOUNCE-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-BOUNCE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 DISPLAY 'LGDLVBN1 - READ BNCEFILE failed, status='
                         WS-BOUNCE-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Mark each bounced document and put it back to print           *
      *----------------------------------------------------------------*
       2000-PROCESS-BOUNCES.
           PERFORM UNTIL WS-NO-MORE-RECORDS
              PERFORM 2100-MARK-BOUNCED THRU 2100-EXIT
              PERFORM 1100-READ-NEXT-RECORD
           END-PERFORM
           .

       2100-MARK-BOUNCED.
           MOVE BN-DISPATCH-ID TO DB2-DD-DISPATCH-ID
           MOVE BN-REASON TO DB2-DD-BOUNCE-REASON
           IF BN-BOUNCE-DATE = SPACES
              MOVE WS-TODAY-YMD TO DB2-DD-BOUNCE-DATE
           ELSE
              MOVE BN-BOUNCE-DATE TO DB2-DD-BOUNCE-DATE
           END-IF

      * Only a document still at 'S' sent is reprinted - a repeated
      * bounce for the same document must not print it twice
           EXEC SQL
               UPDATE DOCUMENT_DISPATCH
               SET STATUS = 'B',
                   BOUNCE_DATE = :DB2-DD-BOUNCE-DATE,
                   BOUNCE_REASON = :DB2-DD-BOUNCE-REASON
               WHERE DISPATCH_ID = :DB2-DD-DISPATCH-ID
                 AND STATUS = 'S'
           END-EXEC

           IF SQLCODE = 100
              ADD 1 TO WS-ROWS-UNMATCHED
              DISPLAY 'LGDLVBN1 - no sent document matches dispatch '
                      'id ' BN-DISPATCH-ID
              GO TO 2100-EXIT
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGDLVBN1 - DOCUMENT_DISPATCH update failed '
                      'SQLCODE=' SQLCODE
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-REPRINT-DOCUMENT THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every record of the document to REPRFILE, then the paper copy *
      * on the customer's contact history                             *
      *----------------------------------------------------------------*
       2200-REPRINT-DOCUMENT.
      * A customer since marked gone-away gets no paper copy either -
      * the post would only come back
           EXEC SQL
               SELECT COALESCE(C.GONEAWAY, ' ')
               INTO :DB2-DD-GONEAWAY
               FROM DOCUMENT_DISPATCH D, CUSTOMER C
               WHERE D.DISPATCH_ID = :DB2-DD-DISPATCH-ID
                 AND D.RECORD_SEQ = 1
                 AND C.CUSTOMERNUMBER = D.CUSTOMERNUMBER
           END-EXEC

           IF SQLCODE = 0 AND DB2-DD-GONEAWAY = 'Y'
              ADD 1 TO WS-ROWS-WITHHELD
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
               OPEN REPR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGDLVBN1 - OPEN REPR_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2200-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           MOVE 0 TO WS-RECORDS-WRITTEN
           PERFORM 2300-FETCH-DISPATCH-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE SPACES TO REPRINT-RECORD
              MOVE DB2-DD-DOC-TYPE TO RP-DOC-TYPE
              MOVE DB2-DD-DISPATCH-ID TO RP-DISPATCH-ID
              MOVE DB2-DD-RECORD-SEQ TO RP-RECORD-SEQ
              MOVE DB2-DD-CUSTOMERNUM TO RP-CUSTOMER-NUM
              MOVE DB2-DD-POLICYNUM TO RP-POLICY-NUM
              MOVE DB2-DD-MERGE-DATA TO RP-MERGE-DATA

              WRITE REPRINT-RECORD

              IF WS-REPRINT-STATUS NOT = '00'
                 DISPLAY 'LGDLVBN1 - WRITE REPRFILE failed, status='
                         WS-REPRINT-STATUS
              ELSE
                 ADD 1 TO WS-RECORDS-WRITTEN
              END-IF

              PERFORM 2300-FETCH-DISPATCH-ROW
           END-PERFORM

           EXEC SQL
               CLOSE REPR_CURSOR
           END-EXEC

           IF WS-RECORDS-WRITTEN > 0
              ADD 1 TO WS-ROWS-REPRINTED
              MOVE DB2-DD-CUSTOMERNUM TO CT-CUSTOMER-NUM
              MOVE DB2-DD-POLICYNUM TO CT-POLICY-NUM
              MOVE DB2-DD-DOC-TYPE TO CT-DOC-TYPE
              MOVE 'P' TO CT-CHANNEL
              PERFORM LGCON-RECORD-CONTACT
           END-IF
           .
       2200-EXIT.
           EXIT.

       2300-FETCH-DISPATCH-ROW.
           EXEC SQL
               FETCH REPR_CURSOR
               INTO :DB2-DD-RECORD-SEQ,
                    :DB2-DD-CUSTOMERNUM,
                    :DB2-DD-POLICYNUM,
                    :DB2-DD-DOC-TYPE,
                    :DB2-DD-MERGE-DATA
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGDLVBN1 - FETCH REPR_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the files, commit and report results                    *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-REPRINTED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-UNMATCHED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE BOUNCE-FILE
              CLOSE REPRINT-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGDLVBN1 - Bounce records read: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REPRINTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDLVBN1 - Documents put back to print: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-WITHHELD TO WS-ROWS-DISPLAY
           DISPLAY 'LGDLVBN1 - Withheld from gone-away customers: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-UNMATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDLVBN1 - Unmatched bounce records: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGDLVBN1 - Delivery bounce fallback batch complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Contact history procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGCONPRC.

       END PROGRAM LGDLVBN1.
