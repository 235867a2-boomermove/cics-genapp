      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Direct Debit Re-presentation Batch Job   *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDDREP1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGDDREP1 - Direct Debit Re-presentation Batch Job    *
      * Purpose: Runs outside CICS nightly after LGDDCOL1. Every      *
      *          returned collection LGDDRET1 queued for              *
      *          re-presentation (REPRESENT_STATUS 'Q') whose         *
      *          business day has come is collected again, once, for *
      *          the same amount: a BACS record in the LGDDCOL1       *
      *          format (transaction code 18, a re-presented direct   *
      *          debit) is added to the night's BACSFILE, one PAYMENT *
      *          row posts at status 'C' (reference 'GENA' + policy   *
      *          number + 'RP', REPRESENTED_FROM = the original       *
      *          collection date) so LGIPAY01 shows the retry, and    *
      *          the original is marked re-presented 'D'. If the      *
      *          re-presentation comes back too, LGDDRET1 starts      *
      *          arrears from the original collection date. A queued  *
      *          return whose policy is no longer in force is dropped *
      *          'X'; one whose customer no longer holds a mandate is *
      *          dropped and arrears start at once. The mandate's     *
      *          sort code and account number are held protected and  *
      *          deciphered here only to build the BACS record; a     *
      *          return whose details cannot be deciphered stays      *
      *          queued for the next run.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACS-FILE ASSIGN TO BACSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * BACS standard 18 unstructured record - the LGDDCOL1 layout,   *
      * here with transaction code 18 (re-presented direct debit)     *
      *----------------------------------------------------------------*
       FD  BACS-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BACS-RECORD.
           05  BC-DEST-SORT-CODE       PIC X(6).
           05  BC-DEST-ACCOUNT-NUM     PIC X(8).
           05  BC-TRANSACTION-CODE     PIC X(2).
           05  BC-ORIGIN-SORT-CODE     PIC X(6).
           05  BC-ORIGIN-ACCOUNT-NUM   PIC X(8).
           05  BC-AMOUNT-PENCE         PIC 9(11).
           05  BC-ORIGIN-NAME          PIC X(18).
           05  BC-REFERENCE            PIC X(18).
           05  BC-DEST-NAME            PIC X(18).
           05  BC-RECORD-FILLER        PIC X(5).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGDDREP1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Bank detail protection at rest (LGFLDPRC procedures)          *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * Originating account constants - the GenApp collection account *
      *----------------------------------------------------------------*
       01  WS-ORIGIN-CONSTANTS.
           05  WS-ORIGIN-SORT-CODE     PIC X(6)  VALUE '203040'.
           05  WS-ORIGIN-ACCOUNT-NUM   PIC X(8)  VALUE '55667788'.
           05  WS-ORIGIN-NAME          PIC X(18)
                                       VALUE 'GENAPP INSURANCE  '.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-BACS-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REPRESENTED     PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DROPPED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-PENCE         PIC 9(11).
           05  WS-POLNUM-DISPLAY       PIC 9(10).

      *----------------------------------------------------------------*
      * Re-presentation candidate cursor host variables                *
      *----------------------------------------------------------------*
       01  DB2-REPRESENT-CANDIDATE.
           05  DB2-RP-POLICYNUM        PIC S9(9) COMP.
           05  DB2-RP-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-RP-PAY-DATE         PIC X(10).
           05  DB2-RP-REFERENCE        PIC X(18).
           05  DB2-RP-AMOUNT           PIC S9(6)V99 COMP-3.
           05  DB2-RP-NETAMOUNT        PIC S9(6)V99 COMP-3.
           05  DB2-RP-IPTAMOUNT        PIC S9(6)V99 COMP-3.
           05  DB2-RP-POLICY-STATUS    PIC X(1).
           05  DB2-RP-DECEASED         PIC X(1).
           05  DB2-RP-SORTCODE         PIC X(6).
           05  DB2-RP-ACCOUNTNUM       PIC X(8).
           05  DB2-RP-ACCOUNTNAME      PIC X(18).
           05  DB2-RP-SORTCODE-ENC     PIC X(18).
           05  DB2-RP-ACCOUNTNUM-ENC   PIC X(18).

      *----------------------------------------------------------------*
      * Host variables for the PAYMENT insert                          *
      *----------------------------------------------------------------*
       01  DB2-PAYMENT-REC.
           COPY DB2-PAYMENT.

      *----------------------------------------------------------------*
      * Re-presentation candidate cursor - returned collections       *
      * queued by LGDDRET1 whose re-presentation day has come, with   *
      * the policy status, the customer's deceased marker and the     *
      * mandate (spaces when there is none any longer). Marking the   *
      * original 'D' or 'X' is what stops it being presented twice.   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DDREP_CURSOR CURSOR FOR
               SELECT Y.POLICYNUMBER,
                      Y.CUSTOMERNUMBER,
                      Y.PAYMENT_DATE,
                      Y.REFERENCE,
                      Y.AMOUNT,
                      COALESCE(Y.NET_AMOUNT, 0),
                      COALESCE(Y.IPT_AMOUNT, 0),
                      P.STATUS,
                      COALESCE(C.DECEASED, ' '),
                      COALESCE(B.SORTCODE, ' '),
                      COALESCE(B.ACCOUNTNUMBER, ' '),
                      COALESCE(B.ACCOUNTNAME, ' '),
                      COALESCE(B.SORTCODE_ENC, ' '),
                      COALESCE(B.ACCOUNTNUMBER_ENC, ' ')
               FROM PAYMENT Y
               INNER JOIN POLICY P
                    ON Y.POLICYNUMBER = P.POLICYNUMBER
               INNER JOIN CUSTOMER C
                    ON Y.CUSTOMERNUMBER = C.CUSTOMERNUMBER
               LEFT OUTER JOIN BANK_DETAILS B
                    ON Y.CUSTOMERNUMBER = B.CUSTOMERNUMBER
               WHERE Y.STATUS = 'R'
                 AND Y.REPRESENT_STATUS = 'Q'
                 AND Y.REPRESENT_DATE <= :WS-TODAY-YMD
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REPRESENTATIONS THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix today's date and open the night's BACS file for extension *
      * - the re-presentations travel in the same transmission as the *
      * LGDDCOL1 collections                                           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGDDREP1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           OPEN EXTEND BACS-FILE

           IF WS-BACS-STATUS NOT = '00'
              DISPLAY 'LGDDREP1 - OPEN BACSFILE failed, status='
                      WS-BACS-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGDDREP1 - Direct debit re-presentation starting'
           DISPLAY 'LGDDREP1 - Re-presenting returns due by '
                   WS-TODAY-YMD
           .

      *----------------------------------------------------------------*
      * Open the cursor and deal with every queued return it yields   *
      *----------------------------------------------------------------*
       2000-PROCESS-REPRESENTATIONS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN DDREP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGDDREP1 - OPEN DDREP_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-RETURN

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2150-REVEAL-BANK-DETAILS
              IF FE-OK
                 PERFORM 2200-REPRESENT-ONE THRU 2200-EXIT
              END-IF
              PERFORM 2100-FETCH-NEXT-RETURN
           END-PERFORM

           EXEC SQL
               CLOSE DDREP_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-RETURN.
           EXEC SQL
               FETCH DDREP_CURSOR
               INTO :DB2-RP-POLICYNUM,
                    :DB2-RP-CUSTOMERNUM,
                    :DB2-RP-PAY-DATE,
                    :DB2-RP-REFERENCE,
                    :DB2-RP-AMOUNT,
                    :DB2-RP-NETAMOUNT,
                    :DB2-RP-IPTAMOUNT,
                    :DB2-RP-POLICY-STATUS,
                    :DB2-RP-DECEASED,
                    :DB2-RP-SORTCODE,
                    :DB2-RP-ACCOUNTNUM,
                    :DB2-RP-ACCOUNTNAME,
                    :DB2-RP-SORTCODE-ENC,
                    :DB2-RP-ACCOUNTNUM-ENC
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGDDREP1 - FETCH DDREP_CURSOR failed SQLCODE='
                         SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Decipher the mandate's sort code and account number into the  *
      * fields the BACS record is built from. A mandate LGFECNV1 has  *
      * not yet converted still carries them in clear, and a missing  *
      * mandate stays spaces.                                         *
      *----------------------------------------------------------------*
       2150-REVEAL-BANK-DETAILS.
           MOVE DB2-RP-SORTCODE-ENC TO FE-PROTECTED-VALUE
           PERFORM LGFE-DECRYPT
           IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
              MOVE FE-CLEAR-VALUE TO DB2-RP-SORTCODE
           END-IF

           IF FE-OK
              MOVE DB2-RP-ACCOUNTNUM-ENC TO FE-PROTECTED-VALUE
              PERFORM LGFE-DECRYPT
              IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
                 MOVE FE-CLEAR-VALUE TO DB2-RP-ACCOUNTNUM
              END-IF
           END-IF

           IF NOT FE-OK
              MOVE DB2-RP-POLICYNUM TO WS-POLNUM-DISPLAY
              DISPLAY 'LGDDREP1 - bank details not deciphered, policy '
                      WS-POLNUM-DISPLAY ' result=' FE-RESULT
                      ' SQLCODE=' FE-SQLCODE ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           END-IF
           .

      *----------------------------------------------------------------*
      * Re-present one queued return, or drop it where it can no      *
      * longer be collected                                            *
      *----------------------------------------------------------------*
       2200-REPRESENT-ONE.
      *    Policy off cover or customer deceased - nothing to collect
      *    and no arrears to chase here
           IF DB2-RP-POLICY-STATUS NOT = 'A'
              OR DB2-RP-DECEASED = 'Y'
              PERFORM 2500-DROP-REPRESENTATION
              GO TO 2200-EXIT
           END-IF

      *    Mandate cancelled since - the debt stands, so arrears start
      *    from the original collection as a non-retryable return
      *    would have
           IF DB2-RP-SORTCODE = SPACES
              PERFORM 2500-DROP-REPRESENTATION
              PERFORM 2600-START-ARREARS
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-AMOUNT-PENCE = DB2-RP-AMOUNT * 100

           MOVE DB2-RP-POLICYNUM TO WS-POLNUM-DISPLAY

           MOVE SPACES TO BACS-RECORD
           MOVE DB2-RP-SORTCODE TO BC-DEST-SORT-CODE
           MOVE DB2-RP-ACCOUNTNUM TO BC-DEST-ACCOUNT-NUM
           MOVE '18' TO BC-TRANSACTION-CODE
           MOVE WS-ORIGIN-SORT-CODE TO BC-ORIGIN-SORT-CODE
           MOVE WS-ORIGIN-ACCOUNT-NUM TO BC-ORIGIN-ACCOUNT-NUM
           MOVE WS-AMOUNT-PENCE TO BC-AMOUNT-PENCE
           MOVE WS-ORIGIN-NAME TO BC-ORIGIN-NAME
           MOVE SPACES TO BC-REFERENCE
           STRING 'GENA' DELIMITED BY SIZE
                  WS-POLNUM-DISPLAY DELIMITED BY SIZE
                  'RP' DELIMITED BY SIZE
                  INTO BC-REFERENCE
           END-STRING
           MOVE DB2-RP-ACCOUNTNAME TO BC-DEST-NAME

           WRITE BACS-RECORD

           IF WS-BACS-STATUS NOT = '00'
              DISPLAY 'LGDDREP1 - WRITE BACSFILE failed, status='
                      WS-BACS-STATUS
           ELSE
              PERFORM 2300-POST-PAYMENT-ROW
           END-IF

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * The re-presentation posts as a collection of its own, carrying *
      * the original's net premium and tax split, and the original is *
      * marked re-presented                                            *
      *----------------------------------------------------------------*
       2300-POST-PAYMENT-ROW.
           MOVE DB2-RP-POLICYNUM TO DB2-PAY-POLICYNUM
           MOVE DB2-RP-CUSTOMERNUM TO DB2-PAY-CUSTOMERNUM
           MOVE WS-TODAY-YMD TO DB2-PAY-DATE
           MOVE DB2-RP-AMOUNT TO DB2-PAY-AMOUNT
           MOVE 'C' TO DB2-PAY-STATUS
           MOVE BC-REFERENCE TO DB2-PAY-REFERENCE
           MOVE DB2-RP-NETAMOUNT TO DB2-PAY-NETAMOUNT
           MOVE DB2-RP-IPTAMOUNT TO DB2-PAY-IPTAMOUNT
           MOVE DB2-RP-PAY-DATE TO DB2-PAY-REPFROM

           EXEC SQL
               INSERT INTO PAYMENT
               ( POLICYNUMBER, CUSTOMERNUMBER, PAYMENT_DATE,
                 AMOUNT, STATUS, REFERENCE,
                 NET_AMOUNT, IPT_AMOUNT, REPRESENTED_FROM )
               VALUES ( :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                        :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                        :DB2-PAY-STATUS, :DB2-PAY-REFERENCE,
                        :DB2-PAY-NETAMOUNT, :DB2-PAY-IPTAMOUNT,
                        :DB2-PAY-REPFROM )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGDDREP1 - PAYMENT insert failed for policy '
                      DB2-RP-POLICYNUM ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-ROWS-REPRESENTED
              MOVE 'D' TO DB2-PAY-REPSTATUS
              PERFORM 2400-MARK-ORIGINAL
           END-IF
           .

       2400-MARK-ORIGINAL.
           EXEC SQL
               UPDATE PAYMENT
               SET REPRESENT_STATUS = :DB2-PAY-REPSTATUS
               WHERE REFERENCE = :DB2-RP-REFERENCE
                 AND PAYMENT_DATE = :DB2-RP-PAY-DATE
                 AND REPRESENT_STATUS = 'Q'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGDDREP1 - original update failed for policy '
                      DB2-RP-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

       2500-DROP-REPRESENTATION.
           ADD 1 TO WS-ROWS-DROPPED
           MOVE 'X' TO DB2-PAY-REPSTATUS
           PERFORM 2400-MARK-ORIGINAL
           .

      *----------------------------------------------------------------*
      * Arrears from the returned collection, only on the first       *
      * failure - as LGDDRET1 stamps it                                *
      *----------------------------------------------------------------*
       2600-START-ARREARS.
           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   ARREARS_SINCE = :DB2-RP-PAY-DATE
               WHERE POLICYNUMBER = :DB2-RP-POLICYNUM
                 AND ARREARS_SINCE IS NULL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'LGDDREP1 - POLICY arrears update failed for '
                      DB2-RP-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-REPRESENTED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-DROPPED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE BACS-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGDDREP1 - Queued returns due: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REPRESENTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDDREP1 - Re-presentations written: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-DROPPED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDDREP1 - Returns not re-presented: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGDDREP1 - Direct debit re-presentation complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

       END PROGRAM LGDDREP1.
