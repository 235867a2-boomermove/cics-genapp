      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Bank Statement Import Batch Job          *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBKSTM1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGBKSTM1 - Bank Statement Import Batch Job           *
      * Purpose: Runs outside CICS daily when the bank's statement    *
      *          file for the collection account arrives on BANKSTMT. *
      *          Every credit on it other than the BACS direct debit  *
      *          proceeds (already posted by LGDDCOL1) is matched to  *
      *          a policy: first by the policy number the payer       *
      *          quoted in the reference, where the amount agrees     *
      *          with the installment next due or everything fallen   *
      *          due; failing a usable reference, by the amount       *
      *          alone where exactly one in-force policy has an       *
      *          installment of that amount due within                *
      *          PC-BS-MATCH-DAYS of the statement date. A matched    *
      *          credit is posted by driving LGPPAY01 over EXCI (the  *
      *          way LGACBLK drives LGACDB01) as a bank transfer 'T'  *
      *          carrying the bank's transaction reference, so the    *
      *          installments and arrears are settled exactly as a    *
      *          counter payment would settle them. Anything else     *
      *          goes to the SUSPENSE_CASH ledger at 'U' with the     *
      *          reason it did not match, for allocation or return    *
      *          through 01USUS. A bank reference already on PAYMENT  *
      *          or SUSPENSE_CASH is skipped, so a statement read     *
      *          twice posts once. A trailer that disagrees with the  *
      *          detail marks the run unbalanced ('U') for LGJOBRP1.  *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKSTMT-FILE ASSIGN TO BANKSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANKSTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Bank statement record - one 'H' header per statement, one     *
      * 'D' detail per transaction on the account, one 'T' trailer    *
      * with the detail count and the credit total in pence           *
      *----------------------------------------------------------------*
       FD  BANKSTMT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BANKSTMT-RECORD.
           05  BS-RECORD-TYPE          PIC X(1).
               88  BS-HEADER           VALUE 'H'.
               88  BS-DETAIL           VALUE 'D'.
               88  BS-TRAILER          VALUE 'T'.
           05  BS-DETAIL-DATA.
               10  BS-VALUE-DATE       PIC X(10).
               10  BS-CREDIT-DEBIT     PIC X(1).
                   88  BS-CREDIT       VALUE 'C'.
      *        'DDR' BACS direct debit proceeds, 'FPI' faster payment
      *        in, 'BGC' bank giro credit, 'SOR' standing order,
      *        'CHQ' cheques paid in
               10  BS-TRAN-TYPE        PIC X(3).
                   88  BS-DD-PROCEEDS  VALUE 'DDR'.
               10  BS-AMOUNT           PIC 9(9)V99.
               10  BS-BANK-REF         PIC X(18).
               10  BS-PAYER-NAME       PIC X(18).
               10  BS-PAYER-REF        PIC X(18).
               10  FILLER              PIC X(20).
           05  BS-HEADER-DATA REDEFINES BS-DETAIL-DATA.
               10  BH-STATEMENT-DATE   PIC X(10).
               10  BH-SORT-CODE        PIC X(6).
               10  BH-ACCOUNT-NUM      PIC X(8).
               10  FILLER              PIC X(75).
           05  BS-TRAILER-DATA REDEFINES BS-DETAIL-DATA.
               10  BT-DETAIL-COUNT     PIC 9(7).
               10  BT-CREDIT-PENCE     PIC 9(13).
               10  FILLER              PIC X(79).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGBKSTM1----WS'.

      *----------------------------------------------------------------*
      * CICS response work areas (EXCI LINK to LGPPAY01)               *
      *----------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-RESP2                    PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Policy processing configuration working copy                  *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-BANKSTMT-STATUS      PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-STATEMENT-DATE       PIC X(10).
           05  WS-WINDOW-END           PIC X(10).
           05  WS-WINDOW-RAW           PIC X(8).
           05  WS-WINDOW-INT           PIC 9(7).
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-POSTED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-SUSPENDED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-SKIPPED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
           05  WS-CREDIT-PENCE         PIC 9(13) VALUE 0.
           05  WS-AMOUNT-PENCE         PIC 9(11).
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-POLNUM-DISPLAY       PIC 9(10).

      *----------------------------------------------------------------*
      * Matching work fields - the policy number dug out of the       *
      * payer's reference, the amounts it is tested against, and the  *
      * outcome                                                        *
      *----------------------------------------------------------------*
       01  WS-MATCH-VARS.
           05  WS-REF-SUB              PIC S9(4) COMP.
           05  WS-REF-DIGIT-COUNT      PIC S9(4) COMP.
           05  WS-REF-DIGITS           PIC X(10).
           05  WS-REF-RUN-FLAG         PIC X(1).
               88  WS-REF-RUN-ENDED    VALUE 'Y'.
           05  WS-REF-POLNUM           PIC 9(10).
           05  WS-CREDIT-AMOUNT        PIC S9(7)V99 COMP-3.
           05  WS-DUE-TOTAL            PIC S9(7)V99 COMP-3.
           05  WS-NEXT-DUE             PIC S9(7)V99 COMP-3.
           05  WS-CANDIDATE-COUNT      PIC S9(9) COMP.
           05  WS-IMPORTED-COUNT       PIC S9(9) COMP.
           05  WS-NEXT-SUSPENSE-ID     PIC S9(9) COMP VALUE 0.
           05  WS-MATCH-FLAG           PIC X(1).
               88  WS-CREDIT-MATCHED   VALUE 'Y'.
           05  WS-NOMATCH-REASON       PIC X(4).

      *----------------------------------------------------------------*
      * Matched policy host variables                                  *
      *----------------------------------------------------------------*
       01  DB2-MATCHED-POLICY.
           05  DB2-MP-POLICYNUM        PIC S9(9) COMP.
           05  DB2-MP-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-MP-STATUS           PIC X(1).

      *----------------------------------------------------------------*
      * Host variables for the SUSPENSE_CASH insert                    *
      *----------------------------------------------------------------*
       01  DB2-SUSPENSE-REC.
           COPY DB2-SUSPENSE.

      *----------------------------------------------------------------*
      * Commarea passed to LGPPAY01 - callers must supply the full    *
      * 32767-byte area 1000-INIT in LGPPAY01 checks WS-CALEN against, *
      * with LGCMAREA's fields occupying the front of it               *
      *----------------------------------------------------------------*
       01  WS-CMAREA-BUFFER             PIC X(32767).
       01  WS-CMAREA REDEFINES WS-CMAREA-BUFFER.
           COPY LGCMAREA.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-IMPORT-STATEMENT THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix today's date, find the next suspense number, open the     *
      * statement file and prime the read-ahead                       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGBKSTM1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

      *    A file without a header is matched as at today
           MOVE WS-TODAY-YMD TO WS-STATEMENT-DATE
           PERFORM 1200-SET-MATCH-WINDOW

           EXEC SQL
               SELECT COALESCE(MAX(SUSPENSE_ID), 0)
               INTO :WS-NEXT-SUSPENSE-ID
               FROM SUSPENSE_CASH
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGBKSTM1 - suspense number fetch failed '
                      'SQLCODE=' SQLCODE
           END-IF

           DISPLAY 'LGBKSTM1 - Bank statement import starting'

           OPEN INPUT BANKSTMT-FILE

           IF WS-BANKSTMT-STATUS NOT = '00'
              DISPLAY 'LGBKSTM1 - OPEN BANKSTMT failed, status='
                      WS-BANKSTMT-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
              PERFORM 1100-READ-NEXT-RECORD
           END-IF
           .

       1100-READ-NEXT-RECORD.
           READ BANKSTMT-FILE

           IF WS-BANKSTMT-STATUS = '10'
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
              IF WS-BANKSTMT-STATUS NOT = '00'
                 DISPLAY 'LGBKSTM1 - READ BANKSTMT failed, status='
                         WS-BANKSTMT-STATUS
                 MOVE '80' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-FILE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The last due date an amount-only match will look at           *
      *----------------------------------------------------------------*
       1200-SET-MATCH-WINDOW.
           MOVE SPACES TO WS-WINDOW-RAW
           STRING WS-STATEMENT-DATE(1:4) DELIMITED BY SIZE
                  WS-STATEMENT-DATE(6:2) DELIMITED BY SIZE
                  WS-STATEMENT-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-WINDOW-RAW
           END-STRING

           IF WS-WINDOW-RAW NOT NUMERIC
              DISPLAY 'LGBKSTM1 - unusable statement date '
                      WS-STATEMENT-DATE ', today used'
              MOVE WS-TODAY-YMD TO WS-STATEMENT-DATE
              MOVE WS-TODAY-DATE TO WS-WINDOW-RAW
           END-IF

           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-WINDOW-RAW))
               + PC-BS-MATCH-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
               TO WS-WINDOW-RAW

           STRING WS-WINDOW-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-WINDOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-WINDOW-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-WINDOW-END
           END-STRING
           .

      *----------------------------------------------------------------*
      * Work through the statement record by record                   *
      *----------------------------------------------------------------*
       2000-IMPORT-STATEMENT.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           PERFORM UNTIL WS-NO-MORE-RECORDS
              EVALUATE TRUE
                 WHEN BS-HEADER
                    MOVE BH-STATEMENT-DATE TO WS-STATEMENT-DATE
                    PERFORM 1200-SET-MATCH-WINDOW
                    DISPLAY 'LGBKSTM1 - Statement ' BH-SORT-CODE
                            ' ' BH-ACCOUNT-NUM ' dated '
                            WS-STATEMENT-DATE
                 WHEN BS-DETAIL
                    PERFORM 2100-PROCESS-TRANSACTION THRU 2100-EXIT
                 WHEN BS-TRAILER
                    PERFORM 2800-CHECK-TRAILER
                 WHEN OTHER
                    DISPLAY 'LGBKSTM1 - record type ' BS-RECORD-TYPE
                            ' not recognised, skipped'
              END-EVALUATE
              PERFORM 1100-READ-NEXT-RECORD
           END-PERFORM

       2000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * One statement line - credits other than the direct debit      *
      * proceeds are matched and posted, or put in suspense           *
      *----------------------------------------------------------------*
       2100-PROCESS-TRANSACTION.
           ADD 1 TO WS-ROWS-READ
           ADD 1 TO WS-DETAIL-COUNT

           IF NOT BS-CREDIT
              GO TO 2100-EXIT
           END-IF

           COMPUTE WS-AMOUNT-PENCE = BS-AMOUNT * 100
           ADD WS-AMOUNT-PENCE TO WS-CREDIT-PENCE

           IF BS-DD-PROCEEDS
              ADD 1 TO WS-ROWS-SKIPPED
              GO TO 2100-EXIT
           END-IF

           IF BS-AMOUNT = 0 OR BS-AMOUNT > 9999999.99
              OR BS-BANK-REF = SPACES
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGBKSTM1 - credit ' BS-BANK-REF
                      ' has no usable amount or reference, rejected'
              GO TO 2100-EXIT
           END-IF
           MOVE BS-AMOUNT TO WS-CREDIT-AMOUNT

           PERFORM 2200-CHECK-IMPORTED
           IF WS-IMPORTED-COUNT > 0
              ADD 1 TO WS-ROWS-SKIPPED
              DISPLAY 'LGBKSTM1 - credit ' BS-BANK-REF
                      ' already imported, skipped'
              GO TO 2100-EXIT
           END-IF

           MOVE 'N' TO WS-MATCH-FLAG
           PERFORM 2300-MATCH-BY-REFERENCE THRU 2300-EXIT

      *    A usable reference to an in-force policy whose amount does
      *    not agree is left for a person - the amount alone is not
      *    allowed to move the money onto someone else's policy
           IF NOT WS-CREDIT-MATCHED
              AND WS-NOMATCH-REASON NOT = 'AMT '
              PERFORM 2400-MATCH-BY-AMOUNT THRU 2400-EXIT
           END-IF

           IF WS-CREDIT-MATCHED
              PERFORM 2500-POST-PAYMENT
           END-IF

           IF NOT WS-CREDIT-MATCHED
              PERFORM 2600-WRITE-SUSPENSE
           END-IF

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * The bank's transaction reference already posted or already in *
      * suspense means this line came in on an earlier run            *
      *----------------------------------------------------------------*
       2200-CHECK-IMPORTED.
           MOVE BS-BANK-REF TO DB2-SU-BANK-REF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-IMPORTED-COUNT
               FROM PAYMENT
               WHERE REFERENCE = :DB2-SU-BANK-REF
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGBKSTM1 - duplicate check failed for '
                      BS-BANK-REF ' SQLCODE=' SQLCODE
              MOVE 0 TO WS-IMPORTED-COUNT
           END-IF

           IF WS-IMPORTED-COUNT = 0
              EXEC SQL
                  SELECT COUNT(*)
                  INTO :WS-IMPORTED-COUNT
                  FROM SUSPENSE_CASH
                  WHERE BANK_REFERENCE = :DB2-SU-BANK-REF
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'LGBKSTM1 - duplicate check failed for '
                         BS-BANK-REF ' SQLCODE=' SQLCODE
                 MOVE 0 TO WS-IMPORTED-COUNT
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The first run of digits in the payer's reference is taken as  *
      * the policy number; the credit matches when that policy is in  *
      * force and the amount is the installment next due or the       *
      * total fallen due                                               *
      *----------------------------------------------------------------*
       2300-MATCH-BY-REFERENCE.
           MOVE 'NREF' TO WS-NOMATCH-REASON
           MOVE 0 TO WS-REF-DIGIT-COUNT
           MOVE SPACES TO WS-REF-DIGITS
           MOVE 'N' TO WS-REF-RUN-FLAG

           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > LENGTH OF BS-PAYER-REF
                      OR WS-REF-RUN-ENDED
              IF BS-PAYER-REF(WS-REF-SUB:1) IS NUMERIC
                 IF WS-REF-DIGIT-COUNT < 10
                    ADD 1 TO WS-REF-DIGIT-COUNT
                    MOVE BS-PAYER-REF(WS-REF-SUB:1)
                      TO WS-REF-DIGITS(WS-REF-DIGIT-COUNT:1)
                 END-IF
              ELSE
                 IF WS-REF-DIGIT-COUNT > 0
                    MOVE 'Y' TO WS-REF-RUN-FLAG
                 END-IF
              END-IF
           END-PERFORM

           IF WS-REF-DIGIT-COUNT = 0
              GO TO 2300-EXIT
           END-IF

           MOVE 'NPOL' TO WS-NOMATCH-REASON
           MOVE WS-REF-DIGITS(1:WS-REF-DIGIT-COUNT) TO WS-REF-POLNUM
           IF WS-REF-POLNUM = 0 OR WS-REF-POLNUM > 999999999
              GO TO 2300-EXIT
           END-IF
           MOVE WS-REF-POLNUM TO DB2-MP-POLICYNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS
               INTO :DB2-MP-CUSTOMERNUM, :DB2-MP-STATUS
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-MP-POLICYNUM
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 DISPLAY 'LGBKSTM1 - POLICY lookup failed for '
                         BS-BANK-REF ' SQLCODE=' SQLCODE
              END-IF
              GO TO 2300-EXIT
           END-IF

           IF DB2-MP-STATUS NOT = 'A'
              MOVE 'STAT' TO WS-NOMATCH-REASON
              GO TO 2300-EXIT
           END-IF

           MOVE 'AMT ' TO WS-NOMATCH-REASON

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :WS-DUE-TOTAL
               FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-MP-POLICYNUM
                 AND STATUS = 'S'
                 AND DUE_DATE <= :WS-STATEMENT-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-DUE-TOTAL
           END-IF

           EXEC SQL
               SELECT AMOUNT
               INTO :WS-NEXT-DUE
               FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-MP-POLICYNUM
                 AND STATUS = 'S'
                 AND DUE_DATE =
                     ( SELECT MIN(DUE_DATE)
                       FROM INSTALLMENT
                       WHERE POLICYNUMBER = :DB2-MP-POLICYNUM
                         AND STATUS = 'S' )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-NEXT-DUE
           END-IF

           IF ( WS-DUE-TOTAL > 0 AND WS-CREDIT-AMOUNT = WS-DUE-TOTAL )
              OR ( WS-NEXT-DUE > 0 AND WS-CREDIT-AMOUNT = WS-NEXT-DUE )
              MOVE 'Y' TO WS-MATCH-FLAG
              MOVE SPACES TO WS-NOMATCH-REASON
           END-IF

       2300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * No usable reference - match on the amount when exactly one    *
      * in-force policy has an installment of that amount due by the  *
      * end of the match window                                        *
      *----------------------------------------------------------------*
       2400-MATCH-BY-AMOUNT.
           EXEC SQL
               SELECT COUNT(DISTINCT I.POLICYNUMBER),
                      COALESCE(MIN(I.POLICYNUMBER), 0)
               INTO :WS-CANDIDATE-COUNT, :DB2-MP-POLICYNUM
               FROM INSTALLMENT I
               INNER JOIN POLICY P
                    ON I.POLICYNUMBER = P.POLICYNUMBER
               WHERE I.STATUS = 'S'
                 AND I.AMOUNT = :WS-CREDIT-AMOUNT
                 AND I.DUE_DATE <= :WS-WINDOW-END
                 AND P.STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGBKSTM1 - amount match failed for '
                      BS-BANK-REF ' SQLCODE=' SQLCODE
              GO TO 2400-EXIT
           END-IF

           IF WS-CANDIDATE-COUNT > 1
              MOVE 'AMBG' TO WS-NOMATCH-REASON
              GO TO 2400-EXIT
           END-IF

           IF WS-CANDIDATE-COUNT = 0
              GO TO 2400-EXIT
           END-IF

           EXEC SQL
               SELECT CUSTOMERNUMBER
               INTO :DB2-MP-CUSTOMERNUM
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-MP-POLICYNUM
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO WS-MATCH-FLAG
              MOVE SPACES TO WS-NOMATCH-REASON
           END-IF

       2400-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Post the matched credit through LGPPAY01, which inserts the   *
      * PAYMENT row, covers the installments and clears the arrears   *
      * under its own unit of work. A refusal leaves the credit for   *
      * suspense.                                                      *
      *----------------------------------------------------------------*
       2500-POST-PAYMENT.
           MOVE SPACES TO WS-CMAREA-BUFFER
           MOVE '01PPAY' TO CA-REQUEST-ID
           MOVE DB2-MP-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE WS-CUSTNUM-DISPLAY TO CA-CUSTOMER-NUM
           MOVE DB2-MP-POLICYNUM TO WS-POLNUM-DISPLAY
           MOVE WS-POLNUM-DISPLAY TO CA-PP-POLICY-NUM
           SET CA-PP-BANK-TRANSFER TO TRUE
           MOVE BS-BANK-REF TO CA-PP-REFERENCE

           IF WS-CREDIT-AMOUNT > 999999.99
              MOVE 'N' TO WS-MATCH-FLAG
              MOVE 'POST' TO WS-NOMATCH-REASON
              DISPLAY 'LGBKSTM1 - credit ' BS-BANK-REF
                      ' too large for one posting'
           ELSE
              MOVE WS-CREDIT-AMOUNT TO CA-PP-AMOUNT

              EXEC CICS LINK Program('LGPPAY01')
                        Commarea(WS-CMAREA-BUFFER)
                        LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                        RESP(WS-RESP)
              END-EXEC

              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-MATCH-FLAG
                 MOVE 'POST' TO WS-NOMATCH-REASON
                 DISPLAY 'LGBKSTM1 - LGPPAY01 LINK failed for '
                         BS-BANK-REF ' RESP=' WS-RESP
              ELSE
                 IF CA-RETURN-CODE = '00'
                    ADD 1 TO WS-ROWS-POSTED
                    DISPLAY 'LGBKSTM1 - credit ' BS-BANK-REF
                            ' posted to policy ' WS-POLNUM-DISPLAY
                 ELSE
                    MOVE 'N' TO WS-MATCH-FLAG
                    MOVE 'POST' TO WS-NOMATCH-REASON
                    DISPLAY 'LGBKSTM1 - LGPPAY01 refused ' BS-BANK-REF
                            ' CA-RETURN-CODE=' CA-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Unmatched credit onto the unallocated-cash ledger             *
      *----------------------------------------------------------------*
       2600-WRITE-SUSPENSE.
           ADD 1 TO WS-NEXT-SUSPENSE-ID
           MOVE WS-NEXT-SUSPENSE-ID TO DB2-SUSPENSEID-INT
           MOVE WS-STATEMENT-DATE TO DB2-SU-RECEIVED-DATE
           MOVE WS-CREDIT-AMOUNT TO DB2-SU-AMOUNT
           MOVE BS-BANK-REF TO DB2-SU-BANK-REF
           MOVE BS-TRAN-TYPE TO DB2-SU-TRAN-TYPE
           MOVE BS-PAYER-NAME TO DB2-SU-PAYER-NAME
           MOVE BS-PAYER-REF TO DB2-SU-PAYER-REF
           MOVE WS-NOMATCH-REASON TO DB2-SU-REASON
           MOVE 'U' TO DB2-SU-STATUS

           EXEC SQL
               INSERT INTO SUSPENSE_CASH
               ( SUSPENSE_ID, RECEIVED_DATE, AMOUNT,
                 BANK_REFERENCE, TRAN_TYPE, PAYER_NAME,
                 PAYER_REFERENCE, REASON, STATUS, LASTCHANGED )
               VALUES ( :DB2-SUSPENSEID-INT, :DB2-SU-RECEIVED-DATE,
                        :DB2-SU-AMOUNT, :DB2-SU-BANK-REF,
                        :DB2-SU-TRAN-TYPE, :DB2-SU-PAYER-NAME,
                        :DB2-SU-PAYER-REF, :DB2-SU-REASON,
                        :DB2-SU-STATUS, CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              ADD 1 TO WS-ROWS-REJECTED
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGBKSTM1 - SUSPENSE_CASH insert failed for '
                      BS-BANK-REF ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-ROWS-SUSPENDED
              DISPLAY 'LGBKSTM1 - credit ' BS-BANK-REF
                      ' to suspense ' DB2-SU-REASON
           END-IF
           .

      *----------------------------------------------------------------*
      * The bank's trailer must agree with the detail it follows      *
      *----------------------------------------------------------------*
       2800-CHECK-TRAILER.
           IF BT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
              OR BT-CREDIT-PENCE NOT = WS-CREDIT-PENCE
              MOVE '85' TO WS-RETURN-CODE
              DISPLAY 'LGBKSTM1 - *** statement trailer disagrees '
                      'with its detail'
              DISPLAY 'LGBKSTM1 - trailer count ' BT-DETAIL-COUNT
                      ' pence ' BT-CREDIT-PENCE
              DISPLAY 'LGBKSTM1 - detail  count ' WS-DETAIL-COUNT
                      ' pence ' WS-CREDIT-PENCE
           END-IF
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-CREDIT-PENCE
           .

      *----------------------------------------------------------------*
      * Close the file, commit the suspense items and report results  *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did - an out-of-balance statement
      * is flagged unbalanced the way LGDDREC1 flags a collection run
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-POSTED TO JR-ROWS-UPDATED
           MOVE WS-ROWS-REJECTED TO JR-ROWS-REJECTED
           EVALUATE WS-RETURN-CODE
              WHEN '00'
                 MOVE 'C' TO JR-STATUS
              WHEN '85'
                 MOVE 'U' TO JR-STATUS
              WHEN OTHER
                 MOVE 'F' TO JR-STATUS
           END-EVALUATE
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE BANKSTMT-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGBKSTM1 - Statement lines read: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-POSTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGBKSTM1 - Credits matched and posted: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-SUSPENDED TO WS-ROWS-DISPLAY
           DISPLAY 'LGBKSTM1 - Credits to suspense: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-SKIPPED TO WS-ROWS-DISPLAY
           DISPLAY 'LGBKSTM1 - Credits skipped: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGBKSTM1 - Credits rejected: ' WS-ROWS-DISPLAY
           DISPLAY 'LGBKSTM1 - Bank statement import complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGBKSTM1.
