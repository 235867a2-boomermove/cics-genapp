      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Field Encryption Conversion Batch Job    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFECNV1.
       AUTHOR. GENAPP SECURITY TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGFECNV1 - Field Encryption Conversion Batch Job     *
      * Purpose: One-time conversion run when the date of birth and   *
      *          bank details went to being held protected (see       *
      *          LGFLDENC). Runs outside CICS in three passes, each   *
      *          under the current FIELD_ENC_KEY:                     *
      *            - every CUSTOMER row still holding DATEOFBIRTH in  *
      *              clear has it enciphered into DATEOFBIRTH_ENC and *
      *              the clear column set to spaces;                  *
      *            - every BANK_DETAILS mandate still holding its     *
      *              SORTCODE or ACCOUNTNUMBER in clear likewise,     *
      *              into SORTCODE_ENC and ACCOUNTNUMBER_ENC;         *
      *            - every KSDSCUST record still holding KC-DOB in    *
      *              clear has it enciphered into KC-DOB-PROTECTED    *
      *              and KC-DOB set to spaces.                        *
      *          The DB2 passes commit every WS-COMMIT-EVERY rows and *
      *          each update is made only while the row still holds  *
      *          the clear value read, so the online region can stay *
      *          up. Only rows still in clear are selected, so an    *
      *          interrupted run can simply be run again. A value     *
      *          that cannot be enciphered is left in clear, reported *
      *          and counted as rejected for the rerun to pick up;   *
      *          with no current key at all nothing is converted.    *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KSDSCUST-FILE ASSIGN TO KSDSCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KC-CUSTOMER-NUM
               FILE STATUS IS WS-KSDSCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * KSDSCUST record - only the key and the two date of birth      *
      * fields are named; the rest of the 225 bytes passes through    *
      * untouched                                                      *
      *----------------------------------------------------------------*
       FD  KSDSCUST-FILE
           RECORD CONTAINS 225 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KSDSCUST-RECORD.
           05  KC-CUSTOMER-NUM         PIC X(10).
           05  KC-NAMES                PIC X(30).
           05  KC-DOB                  PIC X(10).
           05  KC-RECORD-BODY          PIC X(155).
           05  KC-DOB-PROTECTED        PIC X(18).
           05  FILLER                  PIC X(2).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGFECNV1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Field protection (LGFLDPRC procedures)                         *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * Control working storage                                        *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-KSDSCUST-STATUS      PIC X(2) VALUE '00'.
           05  WS-ROW-OK               PIC X(1) VALUE 'Y'.
               88  WS-ROW-PROTECTED    VALUE 'Y'.
           05  WS-COMMIT-EVERY         PIC S9(4) COMP VALUE 500.
           05  WS-SINCE-COMMIT         PIC S9(4) COMP VALUE 0.
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).

       01  WS-COUNTERS.
           05  WS-CUST-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-CUST-CONVERTED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-BANK-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-BANK-CONVERTED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-KSDS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-KSDS-CONVERTED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-CHANGED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.

      *----------------------------------------------------------------*
      * Conversion cursor host variables                               *
      *----------------------------------------------------------------*
       01  DB2-CONVERT-ROW.
           05  DB2-CV-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-CV-DOB              PIC X(10).
           05  DB2-CV-DOB-ENC          PIC X(18).
           05  DB2-CV-SORTCODE         PIC X(6).
           05  DB2-CV-ACCOUNTNUM       PIC X(8).
           05  DB2-CV-SORTCODE-ENC     PIC X(18).
           05  DB2-CV-ACCOUNTNUM-ENC   PIC X(18).

      *----------------------------------------------------------------*
      * Customers still holding the date of birth in clear. WITH HOLD *
      * keeps the cursor open across the interval commits.            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CNVCUS_CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMERNUMBER, DATEOFBIRTH
               FROM CUSTOMER
               WHERE DATEOFBIRTH <> ' '
               ORDER BY CUSTOMERNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * Mandates still holding sort code or account number in clear   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CNVBNK_CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMERNUMBER, SORTCODE, ACCOUNTNUMBER
               FROM BANK_DETAILS
               WHERE SORTCODE <> ' '
                  OR ACCOUNTNUMBER <> ' '
               ORDER BY CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-CUSTOMERS THRU 2000-EXIT
           PERFORM 3000-CONVERT-MANDATES THRU 3000-EXIT
           PERFORM 4000-CONVERT-KSDSCUST THRU 4000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Nothing is converted without a current key to convert under   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGFECNV1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGFECNV1 - Field encryption conversion starting'

           MOVE 0 TO FE-FORCE-VERSION
           PERFORM LGFE-FIND-CURRENT-KEY

           IF NOT FE-OK
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFECNV1 - no current FIELD_ENC_KEY, result='
                      FE-RESULT ' SQLCODE=' FE-SQLCODE
           ELSE
              MOVE FE-CURRENT-VERSION TO FE-VERSION-DISPLAY
              DISPLAY 'LGFECNV1 - converting under key version '
                      FE-VERSION-DISPLAY
           END-IF
           .

      *----------------------------------------------------------------*
      * Pass 1: CUSTOMER dates of birth                               *
      *----------------------------------------------------------------*
       2000-CONVERT-CUSTOMERS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN CNVCUS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFECNV1 - OPEN CNVCUS_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-NEXT-CUSTOMER

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-CONVERT-ONE-CUSTOMER
              PERFORM 8000-INTERVAL-COMMIT
              PERFORM 2100-FETCH-NEXT-CUSTOMER
           END-PERFORM

           EXEC SQL
               CLOSE CNVCUS_CURSOR
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC
           MOVE 0 TO WS-SINCE-COMMIT

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-CUSTOMER.
           EXEC SQL
               FETCH CNVCUS_CURSOR
               INTO :DB2-CV-CUSTOMERNUM,
                    :DB2-CV-DOB
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFECNV1 - FETCH CNVCUS_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-CUST-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Encipher one date of birth and blank the clear column - only  *
      * while the row still holds the value read                      *
      *----------------------------------------------------------------*
       2200-CONVERT-ONE-CUSTOMER.
           MOVE DB2-CV-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE DB2-CV-DOB TO FE-CLEAR-VALUE
           PERFORM LGFE-ENCRYPT

           IF NOT FE-OK
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGFECNV1 - date of birth not enciphered for '
                      'customer ' WS-CUSTNUM-DISPLAY ' result='
                      FE-RESULT ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           ELSE
              MOVE FE-PROTECTED-VALUE TO DB2-CV-DOB-ENC

              EXEC SQL
                  UPDATE CUSTOMER
                  SET DATEOFBIRTH_ENC = :DB2-CV-DOB-ENC,
                      DATEOFBIRTH = ' '
                  WHERE CUSTOMERNUMBER = :DB2-CV-CUSTOMERNUM
                    AND DATEOFBIRTH = :DB2-CV-DOB
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                  ADD 1 TO WS-CUST-CONVERTED
                  ADD 1 TO WS-ROWS-CHANGED
                  ADD 1 TO WS-SINCE-COMMIT
                WHEN SQLCODE = 100
                  CONTINUE
                WHEN OTHER
                  ADD 1 TO WS-ROWS-REJECTED
                  DISPLAY 'LGFECNV1 - CUSTOMER update failed for '
                          WS-CUSTNUM-DISPLAY ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * Pass 2: BANK_DETAILS sort codes and account numbers           *
      *----------------------------------------------------------------*
       3000-CONVERT-MANDATES.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
               OPEN CNVBNK_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFECNV1 - OPEN CNVBNK_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-NEXT-MANDATE

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3200-CONVERT-ONE-MANDATE
              PERFORM 8000-INTERVAL-COMMIT
              PERFORM 3100-FETCH-NEXT-MANDATE
           END-PERFORM

           EXEC SQL
               CLOSE CNVBNK_CURSOR
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC
           MOVE 0 TO WS-SINCE-COMMIT

       3000-EXIT.
           EXIT
           .

       3100-FETCH-NEXT-MANDATE.
           EXEC SQL
               FETCH CNVBNK_CURSOR
               INTO :DB2-CV-CUSTOMERNUM,
                    :DB2-CV-SORTCODE,
                    :DB2-CV-ACCOUNTNUM
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFECNV1 - FETCH CNVBNK_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-BANK-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Encipher both mandate fields; the row is updated only when    *
      * both went through, and only while it still holds the values   *
      * read                                                           *
      *----------------------------------------------------------------*
       3200-CONVERT-ONE-MANDATE.
           MOVE DB2-CV-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE 'Y' TO WS-ROW-OK

           MOVE DB2-CV-SORTCODE TO FE-CLEAR-VALUE
           PERFORM LGFE-ENCRYPT
           IF FE-OK
              MOVE FE-PROTECTED-VALUE TO DB2-CV-SORTCODE-ENC
              MOVE DB2-CV-ACCOUNTNUM TO FE-CLEAR-VALUE
              PERFORM LGFE-ENCRYPT
              IF FE-OK
                 MOVE FE-PROTECTED-VALUE TO DB2-CV-ACCOUNTNUM-ENC
              END-IF
           END-IF

           IF NOT FE-OK
              MOVE 'N' TO WS-ROW-OK
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGFECNV1 - bank details not enciphered for '
                      'customer ' WS-CUSTNUM-DISPLAY ' result='
                      FE-RESULT ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           END-IF

           IF WS-ROW-PROTECTED
              EXEC SQL
                  UPDATE BANK_DETAILS
                  SET SORTCODE_ENC = :DB2-CV-SORTCODE-ENC,
                      ACCOUNTNUMBER_ENC = :DB2-CV-ACCOUNTNUM-ENC,
                      SORTCODE = ' ',
                      ACCOUNTNUMBER = ' '
                  WHERE CUSTOMERNUMBER = :DB2-CV-CUSTOMERNUM
                    AND SORTCODE = :DB2-CV-SORTCODE
                    AND ACCOUNTNUMBER = :DB2-CV-ACCOUNTNUM
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                  ADD 1 TO WS-BANK-CONVERTED
                  ADD 1 TO WS-ROWS-CHANGED
                  ADD 1 TO WS-SINCE-COMMIT
                WHEN SQLCODE = 100
                  CONTINUE
                WHEN OTHER
                  ADD 1 TO WS-ROWS-REJECTED
                  DISPLAY 'LGFECNV1 - BANK_DETAILS update failed for '
                          WS-CUSTNUM-DISPLAY ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * Pass 3: KSDSCUST dates of birth, one sequential I-O pass      *
      *----------------------------------------------------------------*
       4000-CONVERT-KSDSCUST.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 4000-EXIT
           END-IF

           OPEN I-O KSDSCUST-FILE

           IF WS-KSDSCUST-STATUS NOT = '00'
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFECNV1 - OPEN KSDSCUST failed, status='
                      WS-KSDSCUST-STATUS
              GO TO 4000-EXIT
           END-IF

           PERFORM 4100-READ-NEXT-RECORD

           PERFORM UNTIL WS-NO-MORE-RECORDS
              IF KC-DOB NOT = SPACES
                 PERFORM 4200-CONVERT-ONE-RECORD
              END-IF
              PERFORM 4100-READ-NEXT-RECORD
           END-PERFORM

           CLOSE KSDSCUST-FILE

       4000-EXIT.
           EXIT
           .

       4100-READ-NEXT-RECORD.
           READ KSDSCUST-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-KSDSCUST-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFECNV1 - READ KSDSCUST failed, status='
                         WS-KSDSCUST-STATUS
              ELSE
                 ADD 1 TO WS-KSDS-READ
              END-IF
           END-IF
           .

       4200-CONVERT-ONE-RECORD.
           MOVE KC-DOB TO FE-CLEAR-VALUE
           PERFORM LGFE-ENCRYPT

           IF NOT FE-OK
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGFECNV1 - KSDSCUST date of birth not '
                      'enciphered for ' KC-CUSTOMER-NUM ' result='
                      FE-RESULT ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           ELSE
              MOVE FE-PROTECTED-VALUE TO KC-DOB-PROTECTED
              MOVE SPACES TO KC-DOB

              REWRITE KSDSCUST-RECORD

              IF WS-KSDSCUST-STATUS = '00'
                 ADD 1 TO WS-KSDS-CONVERTED
                 ADD 1 TO WS-ROWS-CHANGED
              ELSE
                 ADD 1 TO WS-ROWS-REJECTED
                 DISPLAY 'LGFECNV1 - REWRITE failed for '
                         KC-CUSTOMER-NUM ' status=' WS-KSDSCUST-STATUS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Commit every WS-COMMIT-EVERY converted rows so locks are not  *
      * held against the online region for long                      *
      *----------------------------------------------------------------*
       8000-INTERVAL-COMMIT.
           IF WS-SINCE-COMMIT >= WS-COMMIT-EVERY
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF
           .

      *----------------------------------------------------------------*
      * Commit and report results                                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           COMPUTE JR-ROWS-READ = WS-CUST-READ + WS-BANK-READ
                                + WS-KSDS-READ
           MOVE WS-ROWS-CHANGED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-REJECTED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-CUST-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - Customers in clear: ' WS-ROWS-DISPLAY
           MOVE WS-CUST-CONVERTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - Customers converted: ' WS-ROWS-DISPLAY
           MOVE WS-BANK-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - Mandates in clear: ' WS-ROWS-DISPLAY
           MOVE WS-BANK-CONVERTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - Mandates converted: ' WS-ROWS-DISPLAY
           MOVE WS-KSDS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - KSDSCUST records read: '
                   WS-ROWS-DISPLAY
           MOVE WS-KSDS-CONVERTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - KSDSCUST records converted: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - Values left in clear (rejected): '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGFECNV1 - Field encryption conversion complete'
           .

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGFECNV1.
