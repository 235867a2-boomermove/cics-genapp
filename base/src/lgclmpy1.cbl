      *          and CLAIM.PAID_DATE is stamped - the marker that     *
      *          makes the run re-runnable and stops a mandate        *
      *          captured later triggering a second payout.           *
      *          The policy's compulsory and voluntary excess is      *
      *          deducted from the settled amount before it is paid:  *
      *          the record and the PAYMENT row carry the gross, the  *
      *          excess and the net paid, and a settlement the excess *
      *          swallows whole pays nothing but still posts its      *
      *          PAYMENT row and is marked paid. Supplier invoices    *
      *          registered on the claim (LGASIV01) have already come *
      *          off RESERVE and are paid to the supplier by LGSUPY1, *
      *          so what is paid here is only what is left for the    *
      *          policyholder. Only settlements approved under the    *
      *          handler settlement limits (CLAIM.SETTLE_STATUS 'A',  *
      *          see LGUCLM01) are paid; one referred for a second    *
      *          approval is not settled and waits. The mandate's     *
      *          sort code and account number are held protected and  *
      *          deciphered here only to build the BACS record; a     *
      *          claim whose details cannot be deciphered waits for   *
      *          the next run.                                        *
      *          A claim reopened through LGUCLM01 and settled again  *
      *          is paid as a top-up: RESERVE is its whole incurred   *
      *          cost, so only what is above the settled amount       *
      *          already paid goes out, with only the part of the     *
      *          excess not already deducted, under its own reference *
      *          ('GENC' + claim number + 'R' + the reopen count).    *
      *          Payments are dated through LGPERPRC; the run pays    *
      *          nothing while today's own accounting month is        *
      *          closed.                                              *
      *          A BACS payout to a customer whose mandate was        *
      *          captured or replaced less than PC-PAYOUT-HOLD-DAYS   *
      *          ago, or whose latest change is disputed, is not      *
      *          transmitted: it is held on PAYOUT_HOLD (LGPHDPRC)    *
      *          for the LGPHRPT1 report and the claim stays unpaid,  *
      *          to be paid by the first run after the hold is        *
      *          released.                                            *
      *================================================================*

       ENVIRONMENT DIVISION.
      * payment reference the bank prints on the customer's statement.*
      * CP-PAY-METHOD 'B' rows transmit to BACS; 'M' rows (account    *
      * fields blank) are the manual-payment instructions the claims  *
      * team works from. CP-AMOUNT-PENCE is the net paid; the gross   *
      * settled amount and the excess deducted from it follow the     *
      * method byte.                                                   *
      *----------------------------------------------------------------*
       FD  CLMP-FILE
           RECORD CONTAINS 122 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLMP-RECORD.
           05  CP-DEST-SORT-CODE       PIC X(6).
           05  CP-REFERENCE            PIC X(18).
           05  CP-DEST-NAME            PIC X(18).
           05  CP-PAY-METHOD           PIC X(1).
           05  CP-GROSS-PENCE          PIC 9(11).
           05  CP-EXCESS-PENCE         PIC 9(11).
           05  CP-RECORD-FILLER        PIC X(4).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Bank detail protection at rest (LGFLDPRC procedures)          *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * Accounting period posting date (LGPERPRC procedures)          *
      *----------------------------------------------------------------*
           COPY LGPERWS.

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
      * Originating account constants - the GenApp claims account     *
      *----------------------------------------------------------------*
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-PAID            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-MANUAL          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-ABSORBED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-TOPUP           PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-PENCE         PIC 9(11).
           05  WS-CLAIMNUM-DISPLAY     PIC 9(10).
           05  WS-CLAIM-REFERENCE      PIC X(18).
           05  WS-PAID-COUNT           PIC S9(9) COMP.
           05  WS-PAY-METHOD           PIC X(1).
           05  WS-EXCESS-APPLIED       PIC S9(6)V99 COMP-3.
           05  WS-NET-PAYOUT           PIC S9(6)V99 COMP-3.
           05  WS-GROSS-PENCE          PIC 9(11).
           05  WS-EXCESS-PENCE         PIC 9(11).
           05  WS-REOPEN-DISPLAY       PIC 9(2).
           05  WS-PRIOR-SETTLED        PIC S9(7)V99 COMP-3.
           05  WS-PRIOR-EXCESS         PIC S9(7)V99 COMP-3.
           05  WS-GROSS-PAYOUT         PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Payout candidate cursor host variables                         *
           05  DB2-CP-POLICYNUM        PIC S9(9) COMP.
           05  DB2-CP-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-CP-RESERVE          PIC S9(6)V99 COMP-3.
           05  DB2-CP-EXCESS           PIC S9(7)V99 COMP-3.
           05  DB2-CP-SORTCODE         PIC X(6).
           05  DB2-CP-ACCOUNTNUM       PIC X(8).
           05  DB2-CP-ACCOUNTNAME      PIC X(18).
           05  DB2-CP-SORTCODE-ENC     PIC X(18).
           05  DB2-CP-ACCOUNTNUM-ENC   PIC X(18).
           05  DB2-CP-REOPENS          PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Host variables for the PAYMENT insert                          *
      * (PAID_DATE is the marker), with the mandate where one exists  *
      * (spaces where not - those pay as manual instructions). On     *
      * settlement LGUCLM01 leaves the settled amount in RESERVE,     *
      * which is what is paid, less the policy's compulsory and       *
      * voluntary excess. The 'GENC' reference check in 2200-PAY-CLAIM *
      * guards claims paid before the marker existed. A reopened claim *
      * comes back with its reopen count, and a top-up is paid.        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CLMPAY_CURSOR CURSOR FOR
                      C.POLICYNUMBER,
                      C.CUSTOMERNUMBER,
                      C.RESERVE,
                      COALESCE(P.COMPULSORY_EXCESS, 0) +
                      COALESCE(P.VOLUNTARY_EXCESS, 0),
                      COALESCE(B.SORTCODE, ' '),
                      COALESCE(B.ACCOUNTNUMBER, ' '),
                      COALESCE(B.ACCOUNTNAME, ' '),
                      COALESCE(B.SORTCODE_ENC, ' '),
                      COALESCE(B.ACCOUNTNUMBER_ENC, ' '),
                      COALESCE(C.REOPEN_COUNT, 0)
               FROM CLAIM C
               INNER JOIN POLICY P
                    ON C.POLICYNUMBER = P.POLICYNUMBER
               LEFT OUTER JOIN BANK_DETAILS B
                    ON C.CUSTOMERNUMBER = B.CUSTOMERNUMBER
               WHERE C.STATUS = 'S'
                 AND C.SETTLE_STATUS = 'A'
                 AND C.PAID_DATE IS NULL
           END-EXEC.

                  INTO WS-TODAY-YMD
           END-STRING

           MOVE PC-PAYOUT-HOLD-DAYS TO PH-HOLD-DAYS
           MOVE WS-TODAY-YMD TO PH-TODAY-YMD

           OPEN OUTPUT CLMP-FILE

           IF WS-CLMP-STATUS NOT = '00'
              MOVE '80' TO WS-RETURN-CODE
           END-IF

      * Nothing may post into a month finance has already closed
           IF WS-RETURN-CODE = '00'
              MOVE WS-TODAY-YMD TO AP-ACTIVITY-DATE
              MOVE WS-TODAY-YMD TO AP-TODAY-DATE
              PERFORM LGPER-RESOLVE-DATE
              IF AP-RC NOT = '00'
                 DISPLAY 'LGCLMPY1 - no open accounting period for '
                         WS-TODAY-YMD ' AP-RC=' AP-RC
                 MOVE '90' TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'LGCLMPY1 - Claims settlement payout batch starting'
           .

           PERFORM 2100-FETCH-NEXT-CLAIM

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2150-REVEAL-BANK-DETAILS
              IF FE-OK
                 PERFORM 2200-PAY-CLAIM THRU 2200-EXIT
              END-IF
              PERFORM 2100-FETCH-NEXT-CLAIM
           END-PERFORM

                    :DB2-CP-POLICYNUM,
                    :DB2-CP-CUSTOMERNUM,
                    :DB2-CP-RESERVE,
                    :DB2-CP-EXCESS,
                    :DB2-CP-SORTCODE,
                    :DB2-CP-ACCOUNTNUM,
                    :DB2-CP-ACCOUNTNAME,
                    :DB2-CP-SORTCODE-ENC,
                    :DB2-CP-ACCOUNTNUM-ENC,
                    :DB2-CP-REOPENS
           END-EXEC

           IF SQLCODE = 100
           END-IF
           .

      *----------------------------------------------------------------*
      * Decipher the mandate's sort code and account number into the  *
      * fields the BACS record is built from. A mandate LGFECNV1 has  *
      * not yet converted still carries them in clear, and a missing  *
      * mandate stays spaces.                                         *
      *----------------------------------------------------------------*
       2150-REVEAL-BANK-DETAILS.
           MOVE DB2-CP-SORTCODE-ENC TO FE-PROTECTED-VALUE
           PERFORM LGFE-DECRYPT
           IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
              MOVE FE-CLEAR-VALUE TO DB2-CP-SORTCODE
           END-IF

           IF FE-OK
              MOVE DB2-CP-ACCOUNTNUM-ENC TO FE-PROTECTED-VALUE
              PERFORM LGFE-DECRYPT
              IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
                 MOVE FE-CLEAR-VALUE TO DB2-CP-ACCOUNTNUM
              END-IF
           END-IF

           IF NOT FE-OK
              DISPLAY 'LGCLMPY1 - bank details not deciphered, claim '
                      DB2-CP-CLAIMNUM ' result=' FE-RESULT
                      ' SQLCODE=' FE-SQLCODE ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           END-IF
           .

      *----------------------------------------------------------------*
      * Pay one settled claim: by BACS where a mandate exists, as a   *
      * manual-payment instruction where not. Claims paid before the  *
      * PAID_DATE marker existed already carry a 'GENC' PAYMENT row - *
      * those are stamped and skipped rather than paid twice. The     *
      * excess comes off the settled amount first - never more than   *
      * the settlement itself. A reopened claim's reference carries   *
      * its reopen count, so each further settlement is paid once.    *
      *----------------------------------------------------------------*
       2200-PAY-CLAIM.
           MOVE SPACE TO PH-STATUS
           MOVE DB2-CP-CLAIMNUM TO WS-CLAIMNUM-DISPLAY
           MOVE SPACES TO WS-CLAIM-REFERENCE
           IF DB2-CP-REOPENS > 0
              MOVE DB2-CP-REOPENS TO WS-REOPEN-DISPLAY
              STRING 'GENC' DELIMITED BY SIZE
                     WS-CLAIMNUM-DISPLAY DELIMITED BY SIZE
                     'R' DELIMITED BY SIZE
                     WS-REOPEN-DISPLAY DELIMITED BY SIZE
                     INTO WS-CLAIM-REFERENCE
              END-STRING
           ELSE
              STRING 'GENC' DELIMITED BY SIZE
                     WS-CLAIMNUM-DISPLAY DELIMITED BY SIZE
                     INTO WS-CLAIM-REFERENCE
              END-STRING
           END-IF

           EXEC SQL
               SELECT COUNT(*)
              GO TO 2200-EXIT
           END-IF

           PERFORM 2250-PRIOR-PAYOUTS
           IF WS-PRIOR-SETTLED < 0
              GO TO 2200-EXIT
           END-IF

      * The excess due on the whole settlement, less whatever of it
      * an earlier payout on the claim already deducted
           IF DB2-CP-EXCESS > DB2-CP-RESERVE
              MOVE DB2-CP-RESERVE TO WS-EXCESS-APPLIED
           ELSE
              MOVE DB2-CP-EXCESS TO WS-EXCESS-APPLIED
           END-IF
           SUBTRACT WS-PRIOR-EXCESS FROM WS-EXCESS-APPLIED
           IF WS-EXCESS-APPLIED < 0
              MOVE 0 TO WS-EXCESS-APPLIED
           END-IF

           COMPUTE WS-GROSS-PAYOUT = DB2-CP-RESERVE - WS-PRIOR-SETTLED
           IF WS-GROSS-PAYOUT < 0
              MOVE 0 TO WS-GROSS-PAYOUT
           END-IF
           IF WS-EXCESS-APPLIED > WS-GROSS-PAYOUT
              MOVE WS-GROSS-PAYOUT TO WS-EXCESS-APPLIED
           END-IF
           COMPUTE WS-NET-PAYOUT = WS-GROSS-PAYOUT - WS-EXCESS-APPLIED

      * A settlement the excess swallows whole pays nothing - no
      * credit or instruction goes out, but the PAYMENT row still
      * records the gross, the excess and the nil net, and the claim
      * is marked paid
           IF WS-NET-PAYOUT = 0
              MOVE 'X' TO WS-PAY-METHOD
              PERFORM 2300-POST-CLAIM-PAYMENT
              GO TO 2200-EXIT
           END-IF

           IF DB2-CP-SORTCODE = SPACES
              MOVE 'M' TO WS-PAY-METHOD
           ELSE
              MOVE 'B' TO WS-PAY-METHOD
           END-IF

      * Money bound for a mandate changed inside the hold period (or
      * under dispute) is held - the claim stays unpaid until then
           IF WS-PAY-METHOD = 'B'
              MOVE 'C' TO PH-SOURCE
              MOVE DB2-CP-POLICYNUM TO PH-POLICY-NUM
              MOVE DB2-CP-CUSTOMERNUM TO PH-CUSTOMER-NUM
              MOVE WS-CLAIM-REFERENCE TO PH-REFERENCE
              MOVE WS-NET-PAYOUT TO PH-AMOUNT
              MOVE SPACES TO PH-PAYOUT-IMAGE
              PERFORM LGPHD-CHECK-PAYOUT
              IF NOT PH-PAY
                 GO TO 2200-EXIT
              END-IF
           END-IF

           COMPUTE WS-AMOUNT-PENCE = WS-NET-PAYOUT * 100
           COMPUTE WS-GROSS-PENCE = WS-GROSS-PAYOUT * 100
           COMPUTE WS-EXCESS-PENCE = WS-EXCESS-APPLIED * 100

           MOVE SPACES TO CLMP-RECORD
           IF WS-PAY-METHOD = 'B'
           MOVE WS-ORIGIN-NAME TO CP-ORIGIN-NAME
           MOVE WS-CLAIM-REFERENCE TO CP-REFERENCE
           MOVE WS-PAY-METHOD TO CP-PAY-METHOD
           MOVE WS-GROSS-PENCE TO CP-GROSS-PENCE
           MOVE WS-EXCESS-PENCE TO CP-EXCESS-PENCE

           WRITE CLMP-RECORD

           EXIT
           .

      *----------------------------------------------------------------*
      * What earlier payouts on a reopened claim already settled and  *
      * deducted as excess - nothing for a claim paid the first time. *
      * WS-PRIOR-SETTLED comes back negative when the lookup fails,   *
      * and the claim waits for the next run.                         *
      *----------------------------------------------------------------*
       2250-PRIOR-PAYOUTS.
           MOVE 0 TO WS-PRIOR-SETTLED
           MOVE 0 TO WS-PRIOR-EXCESS

           IF DB2-CP-REOPENS > 0
              EXEC SQL
                  SELECT COALESCE(SUM(SETTLED_AMOUNT), 0),
                         COALESCE(SUM(EXCESS_AMOUNT), 0)
                  INTO :WS-PRIOR-SETTLED, :WS-PRIOR-EXCESS
                  FROM PAYMENT
                  WHERE CLAIMNUMBER = :DB2-CP-CLAIMNUM
                    AND REFERENCE LIKE 'GENC%'
                    AND STATUS = 'P'
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'LGCLMPY1 - prior payout lookup failed for '
                         'claim ' DB2-CP-CLAIMNUM ' SQLCODE=' SQLCODE
                 MOVE -1 TO WS-PRIOR-SETTLED
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Post the claim-payment row at status 'P' so LGIPAY01 shows    *
      * the claim settled and paid - AMOUNT is the net paid out, with *
      * the gross settled amount and the excess deducted beside it    *
      * (on a reopened claim, the top-up and the excess still due)    *
      *----------------------------------------------------------------*
       2300-POST-CLAIM-PAYMENT.
           MOVE DB2-CP-POLICYNUM TO DB2-PAY-POLICYNUM
           MOVE DB2-CP-CUSTOMERNUM TO DB2-PAY-CUSTOMERNUM
           MOVE AP-POSTING-DATE TO DB2-PAY-DATE
           MOVE WS-NET-PAYOUT TO DB2-PAY-AMOUNT
           MOVE WS-GROSS-PAYOUT TO DB2-PAY-SETTLEDAMT
           MOVE WS-EXCESS-APPLIED TO DB2-PAY-EXCESSAMT
           MOVE 'P' TO DB2-PAY-STATUS
           MOVE WS-CLAIM-REFERENCE TO DB2-PAY-REFERENCE
           MOVE DB2-CP-CLAIMNUM TO DB2-PAY-CLAIMNUM

           EXEC SQL
               INSERT INTO PAYMENT
               ( POLICYNUMBER, CUSTOMERNUMBER, PAYMENT_DATE,
                 AMOUNT, STATUS, REFERENCE,
                 SETTLED_AMOUNT, EXCESS_AMOUNT, CLAIMNUMBER )
               VALUES ( :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                        :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                        :DB2-PAY-STATUS, :DB2-PAY-REFERENCE,
                        :DB2-PAY-SETTLEDAMT, :DB2-PAY-EXCESSAMT,
                        :DB2-PAY-CLAIMNUM )
           END-EXEC

           IF SQLCODE = 0
              EVALUATE WS-PAY-METHOD
                WHEN 'M'
                  ADD 1 TO WS-ROWS-MANUAL
                WHEN 'X'
                  ADD 1 TO WS-ROWS-ABSORBED
                WHEN OTHER
                  ADD 1 TO WS-ROWS-PAID
              END-EVALUATE
              IF DB2-CP-REOPENS > 0
                 ADD 1 TO WS-ROWS-TOPUP
              END-IF
              PERFORM 2400-MARK-CLAIM-PAID
              PERFORM LGPHD-MARK-PAID
           ELSE
              DISPLAY 'LGCLMPY1 - PAYMENT insert failed for claim '
                      DB2-CP-CLAIMNUM ' SQLCODE=' SQLCODE
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           COMPUTE JR-ROWS-UPDATED = WS-ROWS-PAID + WS-ROWS-MANUAL
                                   + WS-ROWS-ABSORBED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
           MOVE WS-ROWS-MANUAL TO WS-ROWS-DISPLAY
           DISPLAY 'LGCLMPY1 - Manual-payment instructions written: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-ABSORBED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCLMPY1 - Settlements within the excess: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-TOPUP TO WS-ROWS-DISPLAY
           DISPLAY 'LGCLMPY1 - Reopened claim top-ups among them: '
                   WS-ROWS-DISPLAY
           MOVE PH-ROWS-HELD TO WS-ROWS-DISPLAY
           DISPLAY 'LGCLMPY1 - Held after a mandate change: '
                   WS-ROWS-DISPLAY
           MOVE PH-ROWS-RELEASED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCLMPY1 - Holds released at end of period: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGCLMPY1 - Claims settlement payout batch complete'
           .

      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

      *----------------------------------------------------------------*
      * Accounting period procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGPERPRC.

      *----------------------------------------------------------------*
      * Payout hold procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPHDPRC.

       END PROGRAM LGCLMPY1.
