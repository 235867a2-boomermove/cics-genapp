      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Mandate Change Notice Batch Job          *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMCNT1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGMCNT1 - Mandate Change Notice Batch Job            *
      * Purpose: Runs outside CICS every night ahead of the pay-out   *
      *          batches, in the LGCDCHS1 mould. Every direct debit   *
      *          mandate captured or replaced through LGABNK01 and    *
      *          still queued on MANDATE_CHANGE (NOTICE_STATUS 'Q')   *
      *          gets a confirmation notice sent to the customer's    *
      *          contact details as they stood BEFORE the change, so  *
      *          a customer whose account has been taken over hears   *
      *          of it at the address and email the fraudster has     *
      *          not got. Changes made to the address and email in    *
      *          the PC-PAYOUT-HOLD-DAYS before the mandate change,   *
      *          or since, are undone from CUSTOMER_HISTORY: each     *
      *          field takes the OLD_VALUE of its earliest change in  *
      *          that window, or the value on the customer row when   *
      *          it has not been changed. The notice goes as a print  *
      *          record to the MNOTFILE print-bureau dataset at the   *
      *          previous address and, where there is a previous      *
      *          email, by email to it through the messaging gateway  *
      *          (LGDLVPRC) - both whatever the customer's delivery   *
      *          preference, since this is a security notice. It      *
      *          gives the date the change was made and the date the  *
      *          held payouts are due for release, so the customer    *
      *          knows how long they have to dispute it. Both are     *
      *          recorded in CONTACT_HISTORY and the change moves to  *
      *          'S' with the notice date and the previous details    *
      *          it went to. A notice that fails to print stays 'Q'   *
      *          for the next run.                                    *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNOT-FILE ASSIGN TO MNOTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNOT-STATUS.

           SELECT DLVR-FILE ASSIGN TO DLVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Mandate change notice record for the print bureau - one per   *
      * change, addressed to the customer's previous address          *
      *----------------------------------------------------------------*
       FD  MNOT-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MNOT-RECORD.
           05  MN-CUSTOMER-NUM         PIC X(10).
           05  MN-CHANGED-DATE         PIC X(10).
           05  MN-RELEASE-DUE          PIC X(10).
           05  MN-HOLD-DAYS            PIC 9(3).
           05  MN-FIRST-NAME           PIC X(10).
           05  MN-LAST-NAME            PIC X(20).
           05  MN-HOUSE-NAME           PIC X(20).
           05  MN-HOUSE-NUM            PIC X(4).
           05  MN-POSTCODE             PIC X(8).
           05  MN-EMAIL-ADDRESS        PIC X(40).
           05  MN-RECORD-FILLER        PIC X(15).

      *----------------------------------------------------------------*
      * Email dispatch record for the messaging gateway - layout      *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGMCNT1-----WS'.

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
      * Product configuration - payout hold period                    *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-MNOT-STATUS          PIC X(2) VALUE '00'.
           05  WS-DLVR-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-DATE-RAW             PIC X(8).
           05  WS-DATE-NUM REDEFINES WS-DATE-RAW
                                       PIC 9(8).
           05  WS-CHANGE-INTEGER       PIC 9(7).
           05  WS-WORK-INTEGER         PIC 9(7).
           05  WS-HIST-FROM            PIC X(14).
           05  WS-HIST-FIELD           PIC X(20).
           05  WS-HIST-FOUND           PIC X(1).
               88  WS-HIST-CHANGED     VALUE 'Y'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-EMAILED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-FAILED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-NUM-DISPLAY          PIC 9(10).

      *----------------------------------------------------------------*
      * Mandate change log host variables                              *
      *----------------------------------------------------------------*
       01  DB2-PAYOUT-HOLD-REC.
           COPY DB2-PAYOUT-HOLD.

      *----------------------------------------------------------------*
      * Customer history host variables                                *
      *----------------------------------------------------------------*
       01  CUSTOMER-HISTORY-REC.
           COPY CUSTOMER-HISTORY.

      *----------------------------------------------------------------*
      * The customer as the notice cursor finds them today            *
      *----------------------------------------------------------------*
       01  DB2-NOTICE-CUSTOMER.
           05  DB2-MN-FIRSTNAME        PIC X(10).
           05  DB2-MN-LASTNAME         PIC X(20).
           05  DB2-MN-LANGUAGE         PIC X(3).

      *----------------------------------------------------------------*
      * Every mandate change still waiting for its notice, with the   *
      * customer's current details to start the previous ones from    *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE NOTICE_CURSOR CURSOR FOR
               SELECT M.CUSTOMERNUMBER,
                      M.CHANGE_TS,
                      M.CHANGED_DATE,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      C.HOUSENAME,
                      C.HOUSENUMBER,
                      C.POSTCODE,
                      COALESCE(C.EMAILADDRESS, ' '),
                      COALESCE(C.PREFLANGUAGE, ' ')
               FROM MANDATE_CHANGE M, CUSTOMER C
               WHERE M.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 AND M.NOTICE_STATUS = 'Q'
               ORDER BY M.CUSTOMERNUMBER, M.CHANGE_TS
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHANGES THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the notice files and fix today's date                    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGMCNT1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           OPEN OUTPUT MNOT-FILE

           IF WS-MNOT-STATUS NOT = '00'
              DISPLAY 'LGMCNT1 - OPEN MNOTFILE failed, status='
                      WS-MNOT-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT DLVR-FILE
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGMCNT1 - OPEN DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 CLOSE MNOT-FILE
                 MOVE '80' TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'LGMCNT1 - Mandate change notices starting'
           DISPLAY 'LGMCNT1 - Run date: ' WS-TODAY-YMD
                   ' hold days: ' PC-PAYOUT-HOLD-DAYS
           .

      *----------------------------------------------------------------*
      * Open the cursor and send a notice for every queued change     *
      *----------------------------------------------------------------*
       2000-PROCESS-CHANGES.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN NOTICE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGMCNT1 - OPEN NOTICE_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-CHANGE

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3000-SEND-NOTICE THRU 3000-EXIT
              PERFORM 2100-FETCH-NEXT-CHANGE
           END-PERFORM

           EXEC SQL
               CLOSE NOTICE_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-CHANGE.
           EXEC SQL
               FETCH NOTICE_CURSOR
               INTO :DB2-MH-CUSTOMERNUM,
                    :DB2-MH-CHANGE-TS,
                    :DB2-MH-CHANGED-DATE,
                    :DB2-MN-FIRSTNAME,
                    :DB2-MN-LASTNAME,
                    :DB2-MH-PREV-HOUSENAME,
                    :DB2-MH-PREV-HOUSENUM,
                    :DB2-MH-PREV-POSTCODE,
                    :DB2-MH-PREV-EMAIL,
                    :DB2-MN-LANGUAGE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGMCNT1 - FETCH NOTICE_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One notice for the change - printed to the previous address,  *
      * emailed to the previous email - then mark it sent             *
      *----------------------------------------------------------------*
       3000-SEND-NOTICE.
           PERFORM 3100-SET-HISTORY-WINDOW
           PERFORM 3200-PREVIOUS-DETAILS

           MOVE SPACES TO MNOT-RECORD
           MOVE DB2-MH-CUSTOMERNUM TO WS-NUM-DISPLAY
           MOVE WS-NUM-DISPLAY TO MN-CUSTOMER-NUM
           MOVE DB2-MH-CHANGED-DATE TO MN-CHANGED-DATE
           MOVE PC-PAYOUT-HOLD-DAYS TO MN-HOLD-DAYS
           MOVE DB2-MN-FIRSTNAME TO MN-FIRST-NAME
           MOVE DB2-MN-LASTNAME TO MN-LAST-NAME
           MOVE DB2-MH-PREV-HOUSENAME TO MN-HOUSE-NAME
           MOVE DB2-MH-PREV-HOUSENUM TO MN-HOUSE-NUM
           MOVE DB2-MH-PREV-POSTCODE TO MN-POSTCODE
           MOVE DB2-MH-PREV-EMAIL TO MN-EMAIL-ADDRESS

      * Payouts to the new account are held until this date
           COMPUTE WS-WORK-INTEGER =
               WS-CHANGE-INTEGER + PC-PAYOUT-HOLD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
               TO WS-DATE-NUM
           STRING WS-DATE-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-RAW(7:2) DELIMITED BY SIZE
                  INTO MN-RELEASE-DUE
           END-STRING

      * A security notice goes by post whatever the preference - the
      * old address is the one contact the fraudster cannot reach
           WRITE MNOT-RECORD

           IF WS-MNOT-STATUS NOT = '00'
              ADD 1 TO WS-ROWS-FAILED
              DISPLAY 'LGMCNT1 - WRITE MNOTFILE failed, status='
                      WS-MNOT-STATUS
              GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-ROWS-WRITTEN
           MOVE DB2-MH-CUSTOMERNUM TO CT-CUSTOMER-NUM
           MOVE 0 TO CT-POLICY-NUM
           MOVE 'MANDCHG' TO CT-DOC-TYPE
           MOVE 'P' TO CT-CHANNEL
           PERFORM LGCON-RECORD-CONTACT

           IF DB2-MH-PREV-EMAIL NOT = SPACES
              PERFORM 3500-EMAIL-NOTICE
           END-IF

           PERFORM 4000-MARK-NOTICE-SENT
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contact changes are looked at from PC-PAYOUT-HOLD-DAYS before  *
      * the mandate change - a takeover changes the address and email *
      * first. CUSTOMER_HISTORY timestamps are DD-MM-YYYYTHH:MM:SS,   *
      * compared here as YYYYMMDDHHMMSS the way LGDELTA1 does         *
      *----------------------------------------------------------------*
       3100-SET-HISTORY-WINDOW.
           MOVE SPACES TO WS-DATE-RAW
           STRING DB2-MH-CHANGED-DATE(1:4) DELIMITED BY SIZE
                  DB2-MH-CHANGED-DATE(6:2) DELIMITED BY SIZE
                  DB2-MH-CHANGED-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-RAW
           END-STRING

           IF WS-DATE-RAW NOT NUMERIC
              MOVE WS-TODAY-DATE TO WS-DATE-RAW
           END-IF

           COMPUTE WS-CHANGE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WORK-INTEGER =
               WS-CHANGE-INTEGER - PC-PAYOUT-HOLD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
               TO WS-DATE-NUM

           MOVE SPACES TO WS-HIST-FROM
           STRING WS-DATE-RAW DELIMITED BY SIZE
                  '000000' DELIMITED BY SIZE
                  INTO WS-HIST-FROM
           END-STRING
           .

      *----------------------------------------------------------------*
      * Each contact field as it stood before the window - the        *
      * current value unless it has been changed since                *
      *----------------------------------------------------------------*
       3200-PREVIOUS-DETAILS.
           MOVE 'HOUSE_NAME' TO WS-HIST-FIELD
           PERFORM 3300-EARLIEST-CHANGE
           IF WS-HIST-CHANGED
              MOVE CH-OLD-VALUE TO DB2-MH-PREV-HOUSENAME
           END-IF

           MOVE 'HOUSE_NUM' TO WS-HIST-FIELD
           PERFORM 3300-EARLIEST-CHANGE
           IF WS-HIST-CHANGED
              MOVE CH-OLD-VALUE TO DB2-MH-PREV-HOUSENUM
           END-IF

           MOVE 'POSTCODE' TO WS-HIST-FIELD
           PERFORM 3300-EARLIEST-CHANGE
           IF WS-HIST-CHANGED
              MOVE CH-OLD-VALUE TO DB2-MH-PREV-POSTCODE
           END-IF

           MOVE 'EMAIL_ADDRESS' TO WS-HIST-FIELD
           PERFORM 3300-EARLIEST-CHANGE
           IF WS-HIST-CHANGED
              MOVE CH-OLD-VALUE TO DB2-MH-PREV-EMAIL
           END-IF
           .

       3300-EARLIEST-CHANGE.
           MOVE 'N' TO WS-HIST-FOUND
           MOVE DB2-MH-CUSTOMERNUM TO CH-CUSTOMER-NUM
           MOVE WS-HIST-FIELD TO CH-FIELD-NAME

           EXEC SQL
               SELECT COALESCE(OLD_VALUE, ' ')
               INTO :CH-OLD-VALUE
               FROM CUSTOMER_HISTORY
               WHERE CUSTOMER_NUM = :CH-CUSTOMER-NUM
                 AND FIELD_NAME = :CH-FIELD-NAME
                 AND SUBSTR(TIMESTAMP,7,4) ||
                     SUBSTR(TIMESTAMP,4,2) ||
                     SUBSTR(TIMESTAMP,1,2) ||
                     SUBSTR(TIMESTAMP,12,2) ||
                     SUBSTR(TIMESTAMP,15,2) ||
                     SUBSTR(TIMESTAMP,18,2)
                       >= :WS-HIST-FROM
               ORDER BY SUBSTR(TIMESTAMP,7,4) ||
                        SUBSTR(TIMESTAMP,4,2) ||
                        SUBSTR(TIMESTAMP,1,2) ||
                        SUBSTR(TIMESTAMP,12,2) ||
                        SUBSTR(TIMESTAMP,15,2) ||
                        SUBSTR(TIMESTAMP,18,2)
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-HIST-FOUND
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'LGMCNT1 - history lookup failed for customer '
                       DB2-MH-CUSTOMERNUM ' field ' WS-HIST-FIELD
                       ' SQLCODE=' SQLCODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The same notice by email to the previous address, whatever    *
      * the customer's delivery preference or consent                 *
      *----------------------------------------------------------------*
       3500-EMAIL-NOTICE.
           MOVE DB2-MH-CUSTOMERNUM TO DL-CUSTOMER-NUM
           MOVE 0 TO DL-POLICY-NUM
           MOVE 'MANDCHG' TO DL-DOC-TYPE
           MOVE DB2-MH-PREV-EMAIL TO DL-RECIPIENT
           MOVE DB2-MN-FIRSTNAME TO DL-FIRST-NAME
           MOVE DB2-MN-LANGUAGE TO DL-LANGUAGE
           PERFORM LGDLV-DIRECT-EMAIL

           IF DL-BY-EMAIL
              MOVE MNOT-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
           END-IF

           IF DL-BY-EMAIL
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD

              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGMCNT1 - WRITE DLVRFILE failed, status='
                         WS-DLVR-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-EMAILED
                 MOVE DB2-MH-CUSTOMERNUM TO CT-CUSTOMER-NUM
                 MOVE 0 TO CT-POLICY-NUM
                 MOVE 'MANDCHG' TO CT-DOC-TYPE
                 MOVE 'E' TO CT-CHANNEL
                 PERFORM LGCON-RECORD-CONTACT
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Keep where the notice went and take the change off the queue  *
      *----------------------------------------------------------------*
       4000-MARK-NOTICE-SENT.
           MOVE 'S' TO DB2-MH-NOTICE-STATUS
           MOVE WS-TODAY-YMD TO DB2-MH-NOTICE-DATE

           EXEC SQL
               UPDATE MANDATE_CHANGE
               SET NOTICE_STATUS = :DB2-MH-NOTICE-STATUS,
                   NOTICE_DATE = :DB2-MH-NOTICE-DATE,
                   PREV_HOUSENAME = :DB2-MH-PREV-HOUSENAME,
                   PREV_HOUSENUMBER = :DB2-MH-PREV-HOUSENUM,
                   PREV_POSTCODE = :DB2-MH-PREV-POSTCODE,
                   PREV_EMAILADDRESS = :DB2-MH-PREV-EMAIL
               WHERE CUSTOMERNUMBER = :DB2-MH-CUSTOMERNUM
                 AND CHANGE_TS = :DB2-MH-CHANGE-TS
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGMCNT1 - notice update failed for customer '
                      DB2-MH-CUSTOMERNUM ' SQLCODE=' SQLCODE
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
              CLOSE MNOT-FILE
              CLOSE DLVR-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGMCNT1 - Mandate changes queued: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGMCNT1 - Notices posted: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-EMAILED TO WS-ROWS-DISPLAY
           DISPLAY 'LGMCNT1 - Notices also emailed: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-FAILED TO WS-ROWS-DISPLAY
           DISPLAY 'LGMCNT1 - Notices failed to write: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGMCNT1 - Mandate change notices complete'
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

       END PROGRAM LGMCNT1.
