      *================================================================*
      * Program: LGREFND1 - Cancellation Refund Payout Batch Job      *
      * Purpose: Runs outside CICS nightly in the LGCLMPY1 mould.     *
      *          Every pending refund LGDPDB01 (or LGLAYU01, for a    *
      *          lay-up credit) posted to PAYMENT at status 'F'       *
      *          whose customer holds a BANK_DETAILS                  *
      *          mandate is written as a BACS credit record           *
      *          (transaction code 99) to the REFDFILE transmission   *
      *          dataset and moved to status 'G' (refund paid), so a  *
      *          refund is never transmitted twice. Refunds without   *
      *          a mandate stay at 'F' and are counted for manual     *
      *          payment by the accounts team. Endowment surrender    *
      *          values LGSURR01 posts at status 'V' are paid the     *
      *          same way and moved to 'U' (surrender value paid).    *
      *          Each row paid is stamped with today as its PAID_DATE *
      *          so LGSLPST1 can debit the refund to the policy       *
      *          sub-ledger on the day it left the bank. The          *
      *          mandate's sort code and account number are held      *
      *          protected and deciphered here only to build the      *
      *          BACS record; a row whose details cannot be           *
      *          deciphered stays pending for the next run.           *
      *          A payment to a customer whose mandate was captured   *
      *          or replaced less than PC-PAYOUT-HOLD-DAYS ago, or    *
      *          whose latest change is disputed, is not transmitted: *
      *          it is held on PAYOUT_HOLD (LGPHDPRC) for the         *
      *          LGPHRPT1 report and stays pending until the first    *
      *          run after the hold is released.                      *
      *================================================================*

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Bank detail protection at rest (LGFLDPRC procedures)          *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * Policy processing configuration working copy                  *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * Payout hold after a mandate change (LGPHDPRC procedures)      *
      *----------------------------------------------------------------*
           COPY LGPHDWS.

      *----------------------------------------------------------------*
      * Originating account constants - the GenApp collection account *
      *----------------------------------------------------------------*
           05  WS-UNBANKED-COUNT       PIC S9(9) COMP VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-PENCE         PIC 9(11).
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).

      *----------------------------------------------------------------*
      * Pending refund cursor host variables                           *
           05  DB2-RD-SORTCODE         PIC X(6).
           05  DB2-RD-ACCOUNTNUM       PIC X(8).
           05  DB2-RD-ACCOUNTNAME      PIC X(18).
           05  DB2-RD-STATUS           PIC X(1).
           05  DB2-RD-PAID-STATUS      PIC X(1).
           05  DB2-RD-SORTCODE-ENC     PIC X(18).
           05  DB2-RD-ACCOUNTNUM-ENC   PIC X(18).
           05  DB2-RD-CUSTOMERNUM      PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Pending refund cursor - 'F' refund and 'V' surrender value    *
      * PAYMENT rows whose customer holds a mandate. Moving the row   *
      * to 'G' or 'U' is what stops a payment being transmitted       *
      * twice.                                                         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE REFUND_CURSOR CURSOR FOR
                      Y.REFERENCE,
                      B.SORTCODE,
                      B.ACCOUNTNUMBER,
                      B.ACCOUNTNAME,
                      Y.STATUS,
                      B.SORTCODE_ENC,
                      B.ACCOUNTNUMBER_ENC,
                      Y.CUSTOMERNUMBER
               FROM PAYMENT Y, BANK_DETAILS B
               WHERE Y.CUSTOMERNUMBER = B.CUSTOMERNUMBER
                 AND Y.STATUS IN ('F', 'V')
           END-EXEC.

       PROCEDURE DIVISION.
           MOVE 'LGREFND1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           MOVE PC-PAYOUT-HOLD-DAYS TO PH-HOLD-DAYS
           MOVE WS-TODAY-YMD TO PH-TODAY-YMD

           OPEN OUTPUT REFD-FILE

           IF WS-REFD-STATUS NOT = '00'
           PERFORM 2100-FETCH-NEXT-REFUND

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2150-REVEAL-BANK-DETAILS
              IF FE-OK
                 PERFORM 2180-CHECK-HOLD
                 IF PH-PAY
                    PERFORM 2200-PAY-REFUND
                 END-IF
              END-IF
              PERFORM 2100-FETCH-NEXT-REFUND
           END-PERFORM

                    :DB2-RD-REFERENCE,
                    :DB2-RD-SORTCODE,
                    :DB2-RD-ACCOUNTNUM,
                    :DB2-RD-ACCOUNTNAME,
                    :DB2-RD-STATUS,
                    :DB2-RD-SORTCODE-ENC,
                    :DB2-RD-ACCOUNTNUM-ENC,
                    :DB2-RD-CUSTOMERNUM
           END-EXEC

           IF SQLCODE = 100
           .

      *----------------------------------------------------------------*
      * Decipher the mandate's sort code and account number into the  *
      * fields the BACS record is built from. A mandate LGFECNV1 has  *
      * not yet converted still carries them in clear.                *
      *----------------------------------------------------------------*
       2150-REVEAL-BANK-DETAILS.
           MOVE DB2-RD-SORTCODE-ENC TO FE-PROTECTED-VALUE
           PERFORM LGFE-DECRYPT
           IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
              MOVE FE-CLEAR-VALUE TO DB2-RD-SORTCODE
           END-IF

           IF FE-OK
              MOVE DB2-RD-ACCOUNTNUM-ENC TO FE-PROTECTED-VALUE
              PERFORM LGFE-DECRYPT
              IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
                 MOVE FE-CLEAR-VALUE TO DB2-RD-ACCOUNTNUM
              END-IF
           END-IF

           IF NOT FE-OK
              DISPLAY 'LGREFND1 - bank details not deciphered, '
                      'reference ' DB2-RD-REFERENCE ' result='
                      FE-RESULT ' SQLCODE=' FE-SQLCODE
                      ' ICSF RC=' FE-ICSF-RC ' RS=' FE-ICSF-RS
           END-IF
           .

      *----------------------------------------------------------------*
      * Money bound for a mandate changed inside the hold period (or  *
      * under dispute) is held - the row stays pending until then     *
      *----------------------------------------------------------------*
       2180-CHECK-HOLD.
           MOVE 'R' TO PH-SOURCE
           MOVE DB2-RD-POLICYNUM TO PH-POLICY-NUM
           MOVE DB2-RD-CUSTOMERNUM TO PH-CUSTOMER-NUM
           MOVE DB2-RD-REFERENCE TO PH-REFERENCE
           MOVE DB2-RD-AMOUNT TO PH-AMOUNT
           MOVE SPACES TO PH-PAYOUT-IMAGE
           PERFORM LGPHD-CHECK-PAYOUT
           .

      *----------------------------------------------------------------*
      * One BACS credit record, with the refund row moved to 'G' or   *
      * the surrender value row to 'U'                                 *
      *----------------------------------------------------------------*
       2200-PAY-REFUND.
           COMPUTE WS-AMOUNT-PENCE = DB2-RD-AMOUNT * 100
           .

       2300-MARK-REFUND-PAID.
           IF DB2-RD-STATUS = 'V'
              MOVE 'U' TO DB2-RD-PAID-STATUS
           ELSE
              MOVE 'G' TO DB2-RD-PAID-STATUS
           END-IF

           EXEC SQL
               UPDATE PAYMENT
               SET STATUS = :DB2-RD-PAID-STATUS,
                   PAID_DATE = :WS-TODAY-YMD
               WHERE POLICYNUMBER = :DB2-RD-POLICYNUM
                 AND PAYMENT_DATE = :DB2-RD-DATE
                 AND REFERENCE = :DB2-RD-REFERENCE
                 AND STATUS = :DB2-RD-STATUS
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-ROWS-PAID
              PERFORM LGPHD-MARK-PAID
           ELSE
              DISPLAY 'LGREFND1 - refund update failed for policy '
                      DB2-RD-POLICYNUM ' SQLCODE=' SQLCODE
           .

      *----------------------------------------------------------------*
      * Pending refunds and surrender values without a mandate stay   *
      * at 'F' or 'V' - count them                                     *
      * for the accounts team to pay by hand                          *
      *----------------------------------------------------------------*
       3000-COUNT-UNBANKED.
               SELECT COUNT(*)
               INTO :WS-UNBANKED-COUNT
               FROM PAYMENT Y
               WHERE Y.STATUS IN ('F', 'V')
                 AND NOT EXISTS
                     ( SELECT 1 FROM BANK_DETAILS B
                       WHERE B.CUSTOMERNUMBER = Y.CUSTOMERNUMBER )
           MOVE WS-UNBANKED-COUNT TO WS-ROWS-DISPLAY
           DISPLAY 'LGREFND1 - Refunds without mandate '
                   '(manual payment): ' WS-ROWS-DISPLAY
           MOVE PH-ROWS-HELD TO WS-ROWS-DISPLAY
           DISPLAY 'LGREFND1 - Held after a mandate change: '
                   WS-ROWS-DISPLAY
           MOVE PH-ROWS-RELEASED TO WS-ROWS-DISPLAY
           DISPLAY 'LGREFND1 - Holds released at end of period: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGREFND1 - Cancellation refund batch complete'
           .

      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

      *----------------------------------------------------------------*
      * Payout hold procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPHDPRC.

       END PROGRAM LGREFND1.
