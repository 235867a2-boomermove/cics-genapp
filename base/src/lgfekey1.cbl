      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Field Encryption Key Rotation Batch Job  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFEKEY1.
       AUTHOR. GENAPP SECURITY TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGFEKEY1 - Field Encryption Key Rotation Batch Job   *
      * Purpose: Moves every protected date of birth and bank detail  *
      *          (see LGFLDENC) onto a new ICSF key while the online  *
      *          region stays up. The control card (FEKPARM) names    *
      *          the CKDS label of the new key, already generated and *
      *          loaded by the security administrators. The run:      *
      *            - registers the label as the next FIELD_ENC_KEY    *
      *              version with status 'A' and demotes the previous *
      *              current key to 'D', in one commit - from then on *
      *              new values are enciphered under the new key and  *
      *              values under the old one still decipher, because *
      *              every value carries the version it was          *
      *              enciphered under;                                 *
      *            - re-enciphers each CUSTOMER date of birth and      *
      *              BANK_DETAILS sort code and account number held   *
      *              under any other version, committing every        *
      *              WS-COMMIT-EVERY rows and updating a row only     *
      *              while it still holds the value read;             *
      *            - does the same for KSDSCUST in one sequential     *
      *              I-O pass;                                         *
      *            - retires ('R') each 'D' key nothing in DB2 is     *
      *              still held under, provided the whole run went    *
      *              through clean.                                    *
      *          A blank control card skips the registration, which  *
      *          is how an interrupted rotation is finished: run the  *
      *          job again with no label. A label that is already    *
      *          the current key is treated the same way.             *
      *          Each run is logged on AUDIT_LOG.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FEKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT KSDSCUST-FILE ASSIGN TO KSDSCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KC-CUSTOMER-NUM
               FILE STATUS IS WS-KSDSCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Control card - CKDS label of the new key, blank to finish an  *
      * earlier rotation without registering a new one                *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  FK-KEY-LABEL            PIC X(64).
           05  FK-RECORD-FILLER        PIC X(16).

      *----------------------------------------------------------------*
      * KSDSCUST record - only the key and the protected date of      *
      * birth are named; the rest of the 225 bytes passes through     *
      * untouched                                                      *
      *----------------------------------------------------------------*
       FD  KSDSCUST-FILE
           RECORD CONTAINS 225 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KSDSCUST-RECORD.
           05  KC-CUSTOMER-NUM         PIC X(10).
           05  KC-RECORD-BODY          PIC X(195).
           05  KC-DOB-PROTECTED.
               10  KC-DOB-VERSION      PIC X(2).
               10  FILLER              PIC X(16).
           05  FILLER                  PIC X(2).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGFEKEY1----WS'.

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
           05  WS-PARM-STATUS          PIC X(2) VALUE '00'.
           05  WS-KSDSCUST-STATUS      PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-ROW-OK               PIC X(1) VALUE 'Y'.
               88  WS-ROW-PROTECTED    VALUE 'Y'.
           05  WS-COMMIT-EVERY         PIC S9(4) COMP VALUE 500.
           05  WS-SINCE-COMMIT         PIC S9(4) COMP VALUE 0.
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).

      *----------------------------------------------------------------*
      * Key registration - the new label and version, and the version *
      * every value should end up under, in the two characters each   *
      * protected value starts with                                    *
      *----------------------------------------------------------------*
       01  WS-KEY-WORK.
           05  WS-NEW-LABEL            PIC X(64) VALUE SPACES.
           05  WS-NEW-VERSION          PIC S9(4) COMP VALUE 0.
           05  WS-LABEL-COUNT          PIC S9(9) COMP VALUE 0.
           05  WS-CURRENT-PREFIX       PIC X(2).
           05  WS-KEYS-RETIRED         PIC S9(9) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-CUST-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-CUST-ROTATED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-BANK-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-BANK-ROTATED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-KSDS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-KSDS-ROTATED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-CHANGED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.

      *----------------------------------------------------------------*
      * Rotation cursor host variables                                 *
      *----------------------------------------------------------------*
       01  DB2-ROTATE-ROW.
           05  DB2-RK-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-RK-DOB-ENC          PIC X(18).
           05  DB2-RK-NEW-DOB-ENC      PIC X(18).
           05  DB2-RK-SORTCODE-ENC     PIC X(18).
           05  DB2-RK-ACCOUNTNUM-ENC   PIC X(18).
           05  DB2-RK-NEW-SORTCODE-ENC PIC X(18).
           05  DB2-RK-NEW-ACCTNUM-ENC  PIC X(18).

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-WORK.
           05  AW-ACTION               PIC X(20)
                                       VALUE 'FIELD_KEY_ROTATE'.
           05  AW-RESULT               PIC X(2)  VALUE '00'.
           05  AW-COUNT-DISPLAY        PIC Z(6)9.
           05  AW-RETIRED-DISPLAY      PIC Z(2)9.

       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Dates of birth held under any version but the current one.    *
      * WITH HOLD keeps the cursor open across the interval commits.  *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ROTCUS_CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMERNUMBER, DATEOFBIRTH_ENC
               FROM CUSTOMER
               WHERE DATEOFBIRTH_ENC <> ' '
                 AND SUBSTR(DATEOFBIRTH_ENC, 1, 2)
                     <> :WS-CURRENT-PREFIX
               ORDER BY CUSTOMERNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * Mandates with either field held under another version         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ROTBNK_CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMERNUMBER, SORTCODE_ENC, ACCOUNTNUMBER_ENC
               FROM BANK_DETAILS
               WHERE (SORTCODE_ENC <> ' '
                      AND SUBSTR(SORTCODE_ENC, 1, 2)
                          <> :WS-CURRENT-PREFIX)
                  OR (ACCOUNTNUMBER_ENC <> ' '
                      AND SUBSTR(ACCOUNTNUMBER_ENC, 1, 2)
                          <> :WS-CURRENT-PREFIX)
               ORDER BY CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REGISTER-NEW-KEY THRU 2000-EXIT
           PERFORM 3000-ROTATE-CUSTOMERS THRU 3000-EXIT
           PERFORM 4000-ROTATE-MANDATES THRU 4000-EXIT
           PERFORM 5000-ROTATE-KSDSCUST THRU 5000-EXIT
           PERFORM 6000-RETIRE-OLD-KEYS THRU 6000-EXIT
           PERFORM 8500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Read the control card                                         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGFEKEY1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGFEKEY1 - Field encryption key rotation starting'

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'LGFEKEY1 - OPEN FEKPARM failed, status='
                      WS-PARM-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              READ PARM-FILE
                  AT END
                     MOVE SPACES TO PARM-RECORD
              END-READ
              MOVE FK-KEY-LABEL TO WS-NEW-LABEL
              CLOSE PARM-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * Register the new label as the current key and demote the one  *
      * before it, in one unit of work                                 *
      *----------------------------------------------------------------*
       2000-REGISTER-NEW-KEY.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           IF WS-NEW-LABEL NOT = SPACES
              EXEC SQL
                  SELECT COUNT(*)
                  INTO :WS-LABEL-COUNT
                  FROM FIELD_ENC_KEY
                  WHERE KEY_LABEL = :WS-NEW-LABEL
                    AND STATUS = 'A'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - FIELD_ENC_KEY lookup failed '
                         'SQLCODE=' SQLCODE
                 GO TO 2000-EXIT
              END-IF

              IF WS-LABEL-COUNT > 0
                 DISPLAY 'LGFEKEY1 - label is already the current key,'
                         ' finishing the rotation'
                 MOVE SPACES TO WS-NEW-LABEL
              END-IF
           END-IF

           IF WS-NEW-LABEL NOT = SPACES
              EXEC SQL
                  SELECT COALESCE(MAX(KEY_VERSION), 0) + 1
                  INTO :WS-NEW-VERSION
                  FROM FIELD_ENC_KEY
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - FIELD_ENC_KEY version lookup '
                         'failed SQLCODE=' SQLCODE
                 GO TO 2000-EXIT
              END-IF

      *       A protected value carries its version in two digits
              IF WS-NEW-VERSION > 99
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - key versions exhausted, no key '
                         'registered'
                 GO TO 2000-EXIT
              END-IF

              EXEC SQL
                  UPDATE FIELD_ENC_KEY
                  SET STATUS = 'D'
                  WHERE STATUS = 'A'
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - demote of current key failed '
                         'SQLCODE=' SQLCODE
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
                 GO TO 2000-EXIT
              END-IF

              EXEC SQL
                  INSERT INTO FIELD_ENC_KEY
                  ( KEY_VERSION, KEY_LABEL, STATUS, CREATED_DATE )
                  VALUES ( :WS-NEW-VERSION, :WS-NEW-LABEL, 'A',
                           CURRENT DATE )
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - new key insert failed SQLCODE='
                         SQLCODE
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
                 GO TO 2000-EXIT
              END-IF

              EXEC SQL
                  COMMIT
              END-EXEC

              MOVE WS-NEW-VERSION TO FE-VERSION-DISPLAY
              DISPLAY 'LGFEKEY1 - key version ' FE-VERSION-DISPLAY
                      ' registered as current'
           END-IF

      *    Whichever key is current now is the one everything moves to
           MOVE 0 TO FE-CURRENT-VERSION
           MOVE 0 TO FE-FORCE-VERSION
           PERFORM LGFE-FIND-CURRENT-KEY

           IF NOT FE-OK
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFEKEY1 - no current FIELD_ENC_KEY, result='
                      FE-RESULT ' SQLCODE=' FE-SQLCODE
              GO TO 2000-EXIT
           END-IF

           MOVE FE-CURRENT-VERSION TO FE-VERSION-DISPLAY
           MOVE FE-VERSION-DISPLAY TO WS-CURRENT-PREFIX
           DISPLAY 'LGFEKEY1 - re-enciphering under key version '
                   WS-CURRENT-PREFIX

       2000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * CUSTOMER dates of birth                                       *
      *----------------------------------------------------------------*
       3000-ROTATE-CUSTOMERS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
               OPEN ROTCUS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFEKEY1 - OPEN ROTCUS_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-NEXT-CUSTOMER

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3200-ROTATE-ONE-CUSTOMER
              PERFORM 8000-INTERVAL-COMMIT
              PERFORM 3100-FETCH-NEXT-CUSTOMER
           END-PERFORM

           EXEC SQL
               CLOSE ROTCUS_CURSOR
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC
           MOVE 0 TO WS-SINCE-COMMIT

       3000-EXIT.
           EXIT
           .

       3100-FETCH-NEXT-CUSTOMER.
           EXEC SQL
               FETCH ROTCUS_CURSOR
               INTO :DB2-RK-CUSTOMERNUM,
                    :DB2-RK-DOB-ENC
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - FETCH ROTCUS_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-CUST-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Decipher under the value's own version, encipher under the    *
      * current one, and update only while the row still holds the    *
      * value read                                                     *
      *----------------------------------------------------------------*
       3200-ROTATE-ONE-CUSTOMER.
           MOVE DB2-RK-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY

           MOVE DB2-RK-DOB-ENC TO FE-PROTECTED-VALUE
           PERFORM LGFE-DECRYPT
           IF FE-OK
              PERFORM LGFE-ENCRYPT
           END-IF

           IF NOT FE-OK
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGFEKEY1 - date of birth not re-enciphered for '
                      'customer ' WS-CUSTNUM-DISPLAY ' result='
                      FE-RESULT ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           ELSE
              MOVE FE-PROTECTED-VALUE TO DB2-RK-NEW-DOB-ENC

              EXEC SQL
                  UPDATE CUSTOMER
                  SET DATEOFBIRTH_ENC = :DB2-RK-NEW-DOB-ENC
                  WHERE CUSTOMERNUMBER = :DB2-RK-CUSTOMERNUM
                    AND DATEOFBIRTH_ENC = :DB2-RK-DOB-ENC
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                  ADD 1 TO WS-CUST-ROTATED
                  ADD 1 TO WS-ROWS-CHANGED
                  ADD 1 TO WS-SINCE-COMMIT
                WHEN SQLCODE = 100
                  CONTINUE
                WHEN OTHER
                  ADD 1 TO WS-ROWS-REJECTED
                  DISPLAY 'LGFEKEY1 - CUSTOMER update failed for '
                          WS-CUSTNUM-DISPLAY ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * BANK_DETAILS sort codes and account numbers                   *
      *----------------------------------------------------------------*
       4000-ROTATE-MANDATES.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 4000-EXIT
           END-IF

           EXEC SQL
               OPEN ROTBNK_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFEKEY1 - OPEN ROTBNK_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4100-FETCH-NEXT-MANDATE

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 4200-ROTATE-ONE-MANDATE
              PERFORM 8000-INTERVAL-COMMIT
              PERFORM 4100-FETCH-NEXT-MANDATE
           END-PERFORM

           EXEC SQL
               CLOSE ROTBNK_CURSOR
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC
           MOVE 0 TO WS-SINCE-COMMIT

       4000-EXIT.
           EXIT
           .

       4100-FETCH-NEXT-MANDATE.
           EXEC SQL
               FETCH ROTBNK_CURSOR
               INTO :DB2-RK-CUSTOMERNUM,
                    :DB2-RK-SORTCODE-ENC,
                    :DB2-RK-ACCOUNTNUM-ENC
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - FETCH ROTBNK_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-BANK-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Both mandate fields move together; the row is updated only    *
      * when both went through, and only while it still holds the     *
      * values read                                                    *
      *----------------------------------------------------------------*
       4200-ROTATE-ONE-MANDATE.
           MOVE DB2-RK-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE 'Y' TO WS-ROW-OK

           MOVE DB2-RK-SORTCODE-ENC TO FE-PROTECTED-VALUE
           PERFORM LGFE-DECRYPT
           IF FE-OK
              PERFORM LGFE-ENCRYPT
           END-IF
           IF FE-OK
              MOVE FE-PROTECTED-VALUE TO DB2-RK-NEW-SORTCODE-ENC
              MOVE DB2-RK-ACCOUNTNUM-ENC TO FE-PROTECTED-VALUE
              PERFORM LGFE-DECRYPT
              IF FE-OK
                 PERFORM LGFE-ENCRYPT
              END-IF
              IF FE-OK
                 MOVE FE-PROTECTED-VALUE TO DB2-RK-NEW-ACCTNUM-ENC
              END-IF
           END-IF

           IF NOT FE-OK
              MOVE 'N' TO WS-ROW-OK
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGFEKEY1 - bank details not re-enciphered for '
                      'customer ' WS-CUSTNUM-DISPLAY ' result='
                      FE-RESULT ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           END-IF

           IF WS-ROW-PROTECTED
              EXEC SQL
                  UPDATE BANK_DETAILS
                  SET SORTCODE_ENC = :DB2-RK-NEW-SORTCODE-ENC,
                      ACCOUNTNUMBER_ENC = :DB2-RK-NEW-ACCTNUM-ENC
                  WHERE CUSTOMERNUMBER = :DB2-RK-CUSTOMERNUM
                    AND SORTCODE_ENC = :DB2-RK-SORTCODE-ENC
                    AND ACCOUNTNUMBER_ENC = :DB2-RK-ACCOUNTNUM-ENC
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                  ADD 1 TO WS-BANK-ROTATED
                  ADD 1 TO WS-ROWS-CHANGED
                  ADD 1 TO WS-SINCE-COMMIT
                WHEN SQLCODE = 100
                  CONTINUE
                WHEN OTHER
                  ADD 1 TO WS-ROWS-REJECTED
                  DISPLAY 'LGFEKEY1 - BANK_DETAILS update failed for '
                          WS-CUSTNUM-DISPLAY ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * KSDSCUST protected dates of birth, one sequential I-O pass    *
      *----------------------------------------------------------------*
       5000-ROTATE-KSDSCUST.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 5000-EXIT
           END-IF

           OPEN I-O KSDSCUST-FILE

           IF WS-KSDSCUST-STATUS NOT = '00'
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFEKEY1 - OPEN KSDSCUST failed, status='
                      WS-KSDSCUST-STATUS
              GO TO 5000-EXIT
           END-IF

           PERFORM 5100-READ-NEXT-RECORD

           PERFORM UNTIL WS-NO-MORE-RECORDS
              IF KC-DOB-PROTECTED NOT = SPACES
                 AND KC-DOB-VERSION NOT = WS-CURRENT-PREFIX
                 PERFORM 5200-ROTATE-ONE-RECORD
              END-IF
              PERFORM 5100-READ-NEXT-RECORD
           END-PERFORM

           CLOSE KSDSCUST-FILE

       5000-EXIT.
           EXIT
           .

       5100-READ-NEXT-RECORD.
           READ KSDSCUST-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-KSDSCUST-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFEKEY1 - READ KSDSCUST failed, status='
                         WS-KSDSCUST-STATUS
              ELSE
                 ADD 1 TO WS-KSDS-READ
              END-IF
           END-IF
           .

       5200-ROTATE-ONE-RECORD.
           MOVE KC-DOB-PROTECTED TO FE-PROTECTED-VALUE
           PERFORM LGFE-DECRYPT
           IF FE-OK
              PERFORM LGFE-ENCRYPT
           END-IF

           IF NOT FE-OK
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGFEKEY1 - KSDSCUST date of birth not '
                      're-enciphered for ' KC-CUSTOMER-NUM ' result='
                      FE-RESULT ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           ELSE
              MOVE FE-PROTECTED-VALUE TO KC-DOB-PROTECTED

              REWRITE KSDSCUST-RECORD

              IF WS-KSDSCUST-STATUS = '00'
                 ADD 1 TO WS-KSDS-ROTATED
                 ADD 1 TO WS-ROWS-CHANGED
              ELSE
                 ADD 1 TO WS-ROWS-REJECTED
                 DISPLAY 'LGFEKEY1 - REWRITE failed for '
                         KC-CUSTOMER-NUM ' status=' WS-KSDSCUST-STATUS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Retire every deciphering key nothing in DB2 is held under any *
      * more. KSDSCUST cannot be asked, so nothing is retired unless  *
      * this run moved every value it found.                          *
      *----------------------------------------------------------------*
       6000-RETIRE-OLD-KEYS.
           IF WS-RETURN-CODE NOT = '00' OR WS-ROWS-REJECTED > 0
              DISPLAY 'LGFEKEY1 - old keys kept, values remain under '
                      'them - run again once resolved'
              GO TO 6000-EXIT
           END-IF

           EXEC SQL
               UPDATE FIELD_ENC_KEY K
               SET STATUS = 'R'
               WHERE K.STATUS = 'D'
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER C
                      WHERE SUBSTR(C.DATEOFBIRTH_ENC, 1, 2) =
                            SUBSTR(DIGITS(K.KEY_VERSION), 4, 2))
                 AND NOT EXISTS
                     (SELECT 1 FROM BANK_DETAILS B
                      WHERE SUBSTR(B.SORTCODE_ENC, 1, 2) =
                            SUBSTR(DIGITS(K.KEY_VERSION), 4, 2)
                         OR SUBSTR(B.ACCOUNTNUMBER_ENC, 1, 2) =
                            SUBSTR(DIGITS(K.KEY_VERSION), 4, 2))
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE SQLERRD(3) TO WS-KEYS-RETIRED
             WHEN SQLCODE = 100
               MOVE 0 TO WS-KEYS-RETIRED
             WHEN OTHER
               MOVE '90' TO WS-RETURN-CODE
               DISPLAY 'LGFEKEY1 - key retirement failed SQLCODE='
                       SQLCODE
           END-EVALUATE

           EXEC SQL
               COMMIT
           END-EXEC

       6000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Commit every WS-COMMIT-EVERY re-enciphered rows so locks are  *
      * not held against the online region for long                   *
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
      * One AUDIT_LOG entry for the run - the key now current, what   *
      * moved onto it and how many old keys were retired              *
      *----------------------------------------------------------------*
       8500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
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

           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE 0 TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE AW-ACTION TO AL-ACTION
           IF WS-RETURN-CODE = '00'
              MOVE AW-RESULT TO AL-RESULT
           ELSE
              MOVE WS-RETURN-CODE TO AL-RESULT
           END-IF
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE WS-ROWS-CHANGED TO AW-COUNT-DISPLAY
           MOVE WS-KEYS-RETIRED TO AW-RETIRED-DISPLAY
           STRING 'Field key rotation, current version '
                      DELIMITED BY SIZE
                  WS-CURRENT-PREFIX DELIMITED BY SIZE
                  ' values moved ' DELIMITED BY SIZE
                  AW-COUNT-DISPLAY DELIMITED BY SIZE
                  ' keys retired ' DELIMITED BY SIZE
                  AW-RETIRED-DISPLAY DELIMITED BY SIZE
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
           DISPLAY 'LGFEKEY1 - Dates of birth under an old key: '
                   WS-ROWS-DISPLAY
           MOVE WS-CUST-ROTATED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - Dates of birth re-enciphered: '
                   WS-ROWS-DISPLAY
           MOVE WS-BANK-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - Mandates under an old key: '
                   WS-ROWS-DISPLAY
           MOVE WS-BANK-ROTATED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - Mandates re-enciphered: '
                   WS-ROWS-DISPLAY
           MOVE WS-KSDS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - KSDSCUST records read: '
                   WS-ROWS-DISPLAY
           MOVE WS-KSDS-ROTATED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - KSDSCUST records re-enciphered: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - Values left under an old key: '
                   WS-ROWS-DISPLAY
           MOVE WS-KEYS-RETIRED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - Old keys retired: ' WS-ROWS-DISPLAY
           DISPLAY 'LGFEKEY1 - Field encryption key rotation complete'
           .

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGFEKEY1.
