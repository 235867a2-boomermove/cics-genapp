      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claims Supplier Payment Batch Job        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSUPY1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGSUPY1 - Claims Supplier Payment Batch Job          *
      * Purpose: Runs outside CICS nightly, in the LGCLMPY1 mould.    *
      *          Pays every supplier invoice approved through         *
      *          LGASIV01 (SUPPLIER_INVOICE STATUS 'A') whose         *
      *          supplier is still active: a BACS credit record       *
      *          (transaction code 99) to the supplier's account goes *
      *          to the SUPPFILE transmission dataset in the CLMPFILE *
      *          layout, one PAYMENT row posts at status 'P'          *
      *          (reference 'GENS' + invoice number) against the      *
      *          claim's policy, customer and claim number so the     *
      *          LGGLEXT1 ledger extract books it as a claim cost,    *
      *          and the invoice moves to paid 'P' with PAID_DATE -   *
      *          the marker that makes the run re-runnable. Invoices  *
      *          of a supplier made inactive wait until it is active  *
      *          again.                                               *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * BACS standard 18 unstructured record, the LGCLMPY1 layout -   *
      * destination account (the supplier's), transaction code 99     *
      * (direct credit), originating account, amount in pence and the *
      * payment reference. Always method 'B' with no excess - the     *
      * gross is the invoice amount paid.                              *
      *----------------------------------------------------------------*
       FD  SUPP-FILE
           RECORD CONTAINS 122 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUPP-RECORD.
           05  SP-DEST-SORT-CODE       PIC X(6).
           05  SP-DEST-ACCOUNT-NUM     PIC X(8).
           05  SP-TRANSACTION-CODE     PIC X(2).
           05  SP-ORIGIN-SORT-CODE     PIC X(6).
           05  SP-ORIGIN-ACCOUNT-NUM   PIC X(8).
           05  SP-AMOUNT-PENCE         PIC 9(11).
           05  SP-ORIGIN-NAME          PIC X(18).
           05  SP-REFERENCE            PIC X(18).
           05  SP-DEST-NAME            PIC X(18).
           05  SP-PAY-METHOD           PIC X(1).
           05  SP-GROSS-PENCE          PIC 9(11).
           05  SP-EXCESS-PENCE         PIC 9(11).
           05  SP-RECORD-FILLER        PIC X(4).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGSUPY1-----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Originating account constants - the GenApp claims account     *
      *----------------------------------------------------------------*
       01  WS-ORIGIN-CONSTANTS.
           05  WS-ORIGIN-SORT-CODE     PIC X(6)  VALUE '203040'.
           05  WS-ORIGIN-ACCOUNT-NUM   PIC X(8)  VALUE '55667799'.
           05  WS-ORIGIN-NAME          PIC X(18)
                                       VALUE 'GENAPP CLAIMS     '.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-SUPP-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-PAID            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-PENCE         PIC 9(11).
           05  WS-INVOICENUM-DISPLAY   PIC 9(10).
           05  WS-INVOICE-REFERENCE    PIC X(18).

      *----------------------------------------------------------------*
      * Payment candidate cursor host variables                        *
      *----------------------------------------------------------------*
       01  DB2-SUPPLIER-REC.
           COPY DB2-SUPPLIER.
       01  DB2-SP-CLAIM.
           05  DB2-SP-POLICYNUM        PIC S9(9) COMP.
           05  DB2-SP-CUSTOMERNUM      PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Host variables for the PAYMENT insert                          *
      *----------------------------------------------------------------*
       01  DB2-PAYMENT-REC.
           COPY DB2-PAYMENT.

      *----------------------------------------------------------------*
      * Payment candidate cursor - every approved invoice of an       *
      * active supplier, with the supplier's bank details and the     *
      * claim's policy and customer for the PAYMENT row               *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SUPPAY_CURSOR CURSOR FOR
               SELECT I.INVOICENUMBER,
                      I.CLAIMNUMBER,
                      I.AMOUNT,
                      S.SORTCODE,
                      S.ACCOUNTNUMBER,
                      S.ACCOUNTNAME,
                      C.POLICYNUMBER,
                      C.CUSTOMERNUMBER
               FROM SUPPLIER_INVOICE I
               INNER JOIN SUPPLIER S
                    ON I.SUPPLIERNUMBER = S.SUPPLIERNUMBER
               INNER JOIN CLAIM C
                    ON I.CLAIMNUMBER = C.CLAIMNUMBER
               WHERE I.STATUS = 'A'
                 AND S.ACTIVE = 'Y'
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INVOICES THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the transmission file and fix today's payment date       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGSUPY1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           OPEN OUTPUT SUPP-FILE

           IF WS-SUPP-STATUS NOT = '00'
              DISPLAY 'LGSUPY1 - OPEN SUPPFILE failed, status='
                      WS-SUPP-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGSUPY1 - Claims supplier payment batch starting'
           .

      *----------------------------------------------------------------*
      * Open the cursor and pay every approved invoice it returns     *
      *----------------------------------------------------------------*
       2000-PROCESS-INVOICES.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN SUPPAY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGSUPY1 - OPEN SUPPAY_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-INVOICE

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-PAY-INVOICE THRU 2200-EXIT
              PERFORM 2100-FETCH-NEXT-INVOICE
           END-PERFORM

           EXEC SQL
               CLOSE SUPPAY_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-INVOICE.
           EXEC SQL
               FETCH SUPPAY_CURSOR
               INTO :DB2-INVOICENUM-INT,
                    :DB2-INV-CLAIMNUM,
                    :DB2-INV-AMOUNT,
                    :DB2-SUP-SORTCODE,
                    :DB2-SUP-ACCOUNTNUM,
                    :DB2-SUP-ACCOUNTNAME,
                    :DB2-SP-POLICYNUM,
                    :DB2-SP-CUSTOMERNUM
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGSUPY1 - FETCH SUPPAY_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Pay one approved invoice by BACS credit to the supplier       *
      *----------------------------------------------------------------*
       2200-PAY-INVOICE.
           MOVE DB2-INVOICENUM-INT TO WS-INVOICENUM-DISPLAY
           MOVE SPACES TO WS-INVOICE-REFERENCE
           STRING 'GENS' DELIMITED BY SIZE
                  WS-INVOICENUM-DISPLAY DELIMITED BY SIZE
                  INTO WS-INVOICE-REFERENCE
           END-STRING

           COMPUTE WS-AMOUNT-PENCE = DB2-INV-AMOUNT * 100

           MOVE SPACES TO SUPP-RECORD
           MOVE DB2-SUP-SORTCODE TO SP-DEST-SORT-CODE
           MOVE DB2-SUP-ACCOUNTNUM TO SP-DEST-ACCOUNT-NUM
           MOVE '99' TO SP-TRANSACTION-CODE
           MOVE WS-ORIGIN-SORT-CODE TO SP-ORIGIN-SORT-CODE
           MOVE WS-ORIGIN-ACCOUNT-NUM TO SP-ORIGIN-ACCOUNT-NUM
           MOVE WS-AMOUNT-PENCE TO SP-AMOUNT-PENCE
           MOVE WS-ORIGIN-NAME TO SP-ORIGIN-NAME
           MOVE WS-INVOICE-REFERENCE TO SP-REFERENCE
           MOVE DB2-SUP-ACCOUNTNAME TO SP-DEST-NAME
           MOVE 'B' TO SP-PAY-METHOD
           MOVE WS-AMOUNT-PENCE TO SP-GROSS-PENCE
           MOVE 0 TO SP-EXCESS-PENCE

           WRITE SUPP-RECORD

           IF WS-SUPP-STATUS NOT = '00'
              DISPLAY 'LGSUPY1 - WRITE SUPPFILE failed, status='
                      WS-SUPP-STATUS
              GO TO 2200-EXIT
           END-IF

           PERFORM 2300-POST-INVOICE-PAYMENT

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Post the payment row at status 'P' against the claim, then    *
      * mark the invoice paid                                         *
      *----------------------------------------------------------------*
       2300-POST-INVOICE-PAYMENT.
           MOVE DB2-SP-POLICYNUM TO DB2-PAY-POLICYNUM
           MOVE DB2-SP-CUSTOMERNUM TO DB2-PAY-CUSTOMERNUM
           MOVE WS-TODAY-YMD TO DB2-PAY-DATE
           MOVE DB2-INV-AMOUNT TO DB2-PAY-AMOUNT
           MOVE 'P' TO DB2-PAY-STATUS
           MOVE WS-INVOICE-REFERENCE TO DB2-PAY-REFERENCE
           MOVE DB2-INV-CLAIMNUM TO DB2-PAY-CLAIMNUM

           EXEC SQL
               INSERT INTO PAYMENT
               ( POLICYNUMBER, CUSTOMERNUMBER, PAYMENT_DATE,
                 AMOUNT, STATUS, REFERENCE, CLAIMNUMBER )
               VALUES ( :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                        :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                        :DB2-PAY-STATUS, :DB2-PAY-REFERENCE,
                        :DB2-PAY-CLAIMNUM )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGSUPY1 - PAYMENT insert failed for invoice '
                      DB2-INVOICENUM-INT ' SQLCODE=' SQLCODE
           ELSE
              PERFORM 2400-MARK-INVOICE-PAID
           END-IF
           .

      *----------------------------------------------------------------*
      * The paid status and date come on with the payment - the       *
      * invoice can never be picked up by a second run                *
      *----------------------------------------------------------------*
       2400-MARK-INVOICE-PAID.
           EXEC SQL
               UPDATE SUPPLIER_INVOICE
               SET STATUS = 'P',
                   PAID_DATE = :WS-TODAY-YMD
               WHERE INVOICENUMBER = :DB2-INVOICENUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGSUPY1 - paid marker failed for invoice '
                      DB2-INVOICENUM-INT ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-ROWS-PAID
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-PAID TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE SUPP-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGSUPY1 - Approved invoices examined: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-PAID TO WS-ROWS-DISPLAY
           DISPLAY 'LGSUPY1 - Supplier payments written: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGSUPY1 - Claims supplier payment batch complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGSUPY1.
