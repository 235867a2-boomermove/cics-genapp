      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claim Evidence Chaser Batch Job          *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCDCHS1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCDCHS1 - Claim Evidence Chaser Batch Job           *
      * Purpose: Runs outside CICS once a week in the LGDUNLT1 mould, *
      *          chasing the evidence still outstanding on open       *
      *          claims (registered or assessed). Every item on the   *
      *          CLAIM_DOCUMENT register (LGCDOC01) still 'O' past    *
      *          its due date gets a reminder-letter record - name    *
      *          and address from the customer row, the document      *
      *          asked for, when it was due and how many times it has *
      *          been chased - written to the CHSEFILE print-bureau   *
      *          dataset, or sent by email or SMS (LGDLVPRC) to a     *
      *          paperless customer, and recorded in CONTACT_HISTORY. *
      *          The item's LAST_CHASED_DATE and CHASE_COUNT are      *
      *          stamped, and it is not chased again for              *
      *          CD-CHASE-INTERVAL-DAYS (LGCDOCL), so a rerun in the  *
      *          same week sends nothing twice. Nothing is posted to  *
      *          a customer marked gone-away (LGGAW01) and the item   *
      *          is left unstamped until the address is put right.    *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHSE-FILE ASSIGN TO CHSEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHSE-STATUS.

           SELECT DLVR-FILE ASSIGN TO DLVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Evidence reminder record for the print bureau - one per       *
      * overdue document                                               *
      *----------------------------------------------------------------*
       FD  CHSE-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CHSE-RECORD.
           05  CS-CLAIM-NUM            PIC X(10).
           05  CS-POLICY-NUM           PIC X(10).
           05  CS-CUSTOMER-NUM         PIC X(10).
           05  CS-DOC-CODE             PIC X(8).
           05  CS-MANDATORY            PIC X(1).
           05  CS-DUE-DATE             PIC X(10).
           05  CS-CHASE-NUM            PIC 9(3).
           05  CS-FIRST-NAME           PIC X(10).
           05  CS-LAST-NAME            PIC X(20).
           05  CS-HOUSE-NAME           PIC X(20).
           05  CS-HOUSE-NUM            PIC X(4).
           05  CS-POSTCODE             PIC X(8).
           05  CS-LOSS-DATE            PIC X(10).
           05  CS-HANDLER              PIC X(8).
           05  CS-RECORD-FILLER        PIC X(18).

      *----------------------------------------------------------------*
      * Email/SMS dispatch record for the messaging gateway - layout  *
      * DL-DISPATCH-RECORD in LGDLVWS                                 *
      *----------------------------------------------------------------*
       FD  DLVR-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DLVR-RECORD                 PIC X(300).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGCDCHS1----WS'.

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
      * Email/SMS document delivery (LGDLVPRC procedures)             *
      *----------------------------------------------------------------*
           COPY LGDLVWS.

      *----------------------------------------------------------------*
      * Standard claim document lists working copy                    *
      *----------------------------------------------------------------*
       01  CD-DOCUMENT-RULES.
           COPY LGCDOCL.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-CHSE-STATUS          PIC X(2) VALUE '00'.
           05  WS-DLVR-STATUS          PIC X(2) VALUE '00'.
           05  WS-WRITE-STATUS         PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-CUTOFF-RAW           PIC X(8).
           05  WS-CUTOFF-INTEGER       PIC 9(7).
           05  WS-CHASE-CUTOFF         PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-FAILED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-NUM-DISPLAY          PIC 9(10).

      *----------------------------------------------------------------*
      * Overdue document cursor host variables                         *
      *----------------------------------------------------------------*
       01  DB2-CHASE-CANDIDATE.
           05  DB2-CS-CLAIMNUM         PIC S9(9) COMP.
           05  DB2-CS-DOC-CODE         PIC X(8).
           05  DB2-CS-MANDATORY        PIC X(1).
           05  DB2-CS-DUE              PIC X(10).
           05  DB2-CS-CHASECOUNT       PIC S9(4) COMP.
           05  DB2-CS-POLICYNUM        PIC S9(9) COMP.
           05  DB2-CS-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-CS-LOSSDATE         PIC X(10).
           05  DB2-CS-HANDLER          PIC X(8).
           05  DB2-CS-FIRSTNAME        PIC X(10).
           05  DB2-CS-LASTNAME         PIC X(20).
           05  DB2-CS-HOUSENAME        PIC X(20).
           05  DB2-CS-HOUSENUMBER      PIC X(4).
           05  DB2-CS-POSTCODE         PIC X(8).

      *----------------------------------------------------------------*
      * Every outstanding document past its due date on an open       *
      * claim, not chased within the interval, joined to the claim    *
      * and its customer for the letter                                *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CHASE_CURSOR CURSOR FOR
               SELECT D.CLAIMNUMBER,
                      D.DOC_CODE,
                      D.MANDATORY,
                      D.DUE_DATE,
                      COALESCE(D.CHASE_COUNT, 0),
                      L.POLICYNUMBER,
                      L.CUSTOMERNUMBER,
                      L.LOSSDATE,
                      COALESCE(L.HANDLER, ' '),
                      C.FIRSTNAME,
                      C.LASTNAME,
                      C.HOUSENAME,
                      C.HOUSENUMBER,
                      C.POSTCODE
               FROM CLAIM_DOCUMENT D, CLAIM L, CUSTOMER C
               WHERE D.CLAIMNUMBER = L.CLAIMNUMBER
                 AND L.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 AND D.STATUS = 'O'
                 AND D.DUE_DATE < :WS-TODAY-YMD
                 AND COALESCE(D.LAST_CHASED_DATE, ' ')
                     <= :WS-CHASE-CUTOFF
                 AND L.STATUS IN ('R', 'A')
                 AND COALESCE(C.DECEASED, ' ') <> 'Y'
               ORDER BY D.CLAIMNUMBER, D.DOC_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-OVERDUE THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the letter files, fix today's date and the last chase    *
      * date that allows another reminder                              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGCDCHS1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
               - CD-CHASE-INTERVAL-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-RAW

           STRING WS-CUTOFF-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUTOFF-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUTOFF-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-CHASE-CUTOFF
           END-STRING

           OPEN OUTPUT CHSE-FILE

           IF WS-CHSE-STATUS NOT = '00'
              DISPLAY 'LGCDCHS1 - OPEN CHSEFILE failed, status='
                      WS-CHSE-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT DLVR-FILE
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGCDCHS1 - OPEN DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 CLOSE CHSE-FILE
                 MOVE '80' TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'LGCDCHS1 - Claim evidence chaser starting'
           DISPLAY 'LGCDCHS1 - Due before: ' WS-TODAY-YMD
                   ' last chased on or before: ' WS-CHASE-CUTOFF
           .

      *----------------------------------------------------------------*
      * Open the cursor and chase every overdue document              *
      *----------------------------------------------------------------*
       2000-PROCESS-OVERDUE.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN CHASE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGCDCHS1 - OPEN CHASE_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-DOCUMENT

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3000-WRITE-CHASER-RECORD THRU 3000-EXIT
              PERFORM 2100-FETCH-NEXT-DOCUMENT
           END-PERFORM

           EXEC SQL
               CLOSE CHASE_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-DOCUMENT.
           EXEC SQL
               FETCH CHASE_CURSOR
               INTO :DB2-CS-CLAIMNUM,
                    :DB2-CS-DOC-CODE,
                    :DB2-CS-MANDATORY,
                    :DB2-CS-DUE,
                    :DB2-CS-CHASECOUNT,
                    :DB2-CS-POLICYNUM,
                    :DB2-CS-CUSTOMERNUM,
                    :DB2-CS-LOSSDATE,
                    :DB2-CS-HANDLER,
                    :DB2-CS-FIRSTNAME,
                    :DB2-CS-LASTNAME,
                    :DB2-CS-HOUSENAME,
                    :DB2-CS-HOUSENUMBER,
                    :DB2-CS-POSTCODE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGCDCHS1 - FETCH CHASE_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One reminder for the document, through the customer's         *
      * channel, then stamp the chase                                  *
      *----------------------------------------------------------------*
       3000-WRITE-CHASER-RECORD.
           MOVE SPACES TO CHSE-RECORD
           MOVE DB2-CS-CLAIMNUM TO WS-NUM-DISPLAY
           MOVE WS-NUM-DISPLAY TO CS-CLAIM-NUM
           MOVE DB2-CS-POLICYNUM TO WS-NUM-DISPLAY
           MOVE WS-NUM-DISPLAY TO CS-POLICY-NUM
           MOVE DB2-CS-CUSTOMERNUM TO WS-NUM-DISPLAY
           MOVE WS-NUM-DISPLAY TO CS-CUSTOMER-NUM
           MOVE DB2-CS-DOC-CODE TO CS-DOC-CODE
           MOVE DB2-CS-MANDATORY TO CS-MANDATORY
           MOVE DB2-CS-DUE TO CS-DUE-DATE
           COMPUTE CS-CHASE-NUM = DB2-CS-CHASECOUNT + 1
           MOVE DB2-CS-FIRSTNAME TO CS-FIRST-NAME
           MOVE DB2-CS-LASTNAME TO CS-LAST-NAME
           MOVE DB2-CS-HOUSENAME TO CS-HOUSE-NAME
           MOVE DB2-CS-HOUSENUMBER TO CS-HOUSE-NUM
           MOVE DB2-CS-POSTCODE TO CS-POSTCODE
           MOVE DB2-CS-LOSSDATE TO CS-LOSS-DATE
           MOVE DB2-CS-HANDLER TO CS-HANDLER

      * Paperless customers get the reminder through the messaging
      * gateway instead of the print bureau
           MOVE DB2-CS-CUSTOMERNUM TO DL-CUSTOMER-NUM
           MOVE DB2-CS-POLICYNUM TO DL-POLICY-NUM
           MOVE 'CLMCHASE' TO DL-DOC-TYPE
           PERFORM LGDLV-CHOOSE-CHANNEL

      * Nothing is posted to a gone-away address, and the chase is
      * left unstamped so it goes once the address is put right
           IF DL-POST-SUPPRESSED
              GO TO 3000-EXIT
           END-IF

           IF DL-ELECTRONIC
              MOVE CHSE-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
           END-IF

      * An email that could not be registered falls back to print,
      * which a gone-away address must not get either
           IF DL-POST-SUPPRESSED
              GO TO 3000-EXIT
           END-IF

           IF DL-ELECTRONIC
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD
              MOVE WS-DLVR-STATUS TO WS-WRITE-STATUS
           ELSE
              WRITE CHSE-RECORD
              MOVE WS-CHSE-STATUS TO WS-WRITE-STATUS
           END-IF

           IF WS-WRITE-STATUS NOT = '00'
              ADD 1 TO WS-ROWS-FAILED
              DISPLAY 'LGCDCHS1 - WRITE failed, channel=' DL-CHANNEL
                      ' status=' WS-WRITE-STATUS
              GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-ROWS-WRITTEN
           MOVE DB2-CS-CUSTOMERNUM TO CT-CUSTOMER-NUM
           MOVE DB2-CS-POLICYNUM TO CT-POLICY-NUM
           MOVE 'CLMCHASE' TO CT-DOC-TYPE
           MOVE DL-CHANNEL TO CT-CHANNEL
           PERFORM LGCON-RECORD-CONTACT

           PERFORM 4000-RECORD-CHASE
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Stamp the chase so the item rests for the interval            *
      *----------------------------------------------------------------*
       4000-RECORD-CHASE.
           EXEC SQL
               UPDATE CLAIM_DOCUMENT
               SET LAST_CHASED_DATE = :WS-TODAY-YMD,
                   CHASE_COUNT = COALESCE(CHASE_COUNT, 0) + 1
               WHERE CLAIMNUMBER = :DB2-CS-CLAIMNUM
                 AND DOC_CODE = :DB2-CS-DOC-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGCDCHS1 - chase update failed for claim '
                      DB2-CS-CLAIMNUM ' document ' DB2-CS-DOC-CODE
                      ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the files, commit and report results                    *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-WRITTEN TO JR-ROWS-UPDATED
           MOVE WS-ROWS-FAILED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE CHSE-FILE
              CLOSE DLVR-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGCDCHS1 - Overdue documents examined: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGCDCHS1 - Reminders written: ' WS-ROWS-DISPLAY
           MOVE DL-DOCS-DISPATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCDCHS1 - of which sent by email/SMS: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-SUPPRESSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCDCHS1 - Held for gone-away customers: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-FAILED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCDCHS1 - Reminders failed to write: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGCDCHS1 - Claim evidence chaser complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Contact history procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGCONPRC.

      *----------------------------------------------------------------*
      * Document delivery procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDLVPRC.

       END PROGRAM LGCDCHS1.
