      *          policy with its ceded share of the annual premium;   *
      *          the claims bordereau (RICLFILE) reports the ceded    *
      *          recovery on every settled claim paid by LGCLMPY1     *
      *          (its 'GENC' PAYMENT row) in the quarter just ended,  *
      *          on the claim's net paid - the settled amount plus    *
      *          its supplier invoices, less the recoveries received  *
      *          back by the quarter end (LGARCV01). A recovery       *
      *          received after the quarter the claim was reported in *
      *          gets its own line in the quarter it arrives, so the  *
      *          reinsurer gets their share of it. A claim reopened   *
      *          through LGUCLM01 keeps its original line at the      *
      *          amount first settled, and each top-up LGCLMPY1 pays  *
      *          on it gets a reopened-claim line of its own in the   *
      *          quarter it is paid.                                  *
      *================================================================*

       ENVIRONMENT DIVISION.

      *----------------------------------------------------------------*
      * Claims bordereau record - one per ceded claim settled and     *
      * paid in the quarter (RC-LINE-TYPE 'P': the settled amount,    *
      * the recoveries received to date, the net paid and the ceded   *
      * share of the net), plus one per recovery receipt in the       *
      * quarter on a claim reported in an earlier one (type 'R': the  *
      * receipt in RC-RECOVERED, its date in RC-PAID-DATE and the     *
      * reinsurer's share of it in RC-CEDED-RECOVERY, due back), plus *
      * one per top-up paid in the quarter on a reopened claim (type  *
      * 'O': the further amount settled in RC-SETTLED-AMOUNT and      *
      * RC-NET-PAID and the ceded share of it)                        *
      *----------------------------------------------------------------*
       FD  RICL-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  RC-SETTLED-AMOUNT       PIC 9(6).99.
           05  RC-CEDED-PCT            PIC 9.9999.
           05  RC-CEDED-RECOVERY       PIC 9(6).99.
           05  RC-RECOVERED            PIC 9(6).99.
           05  RC-NET-PAID             PIC 9(6).99.
           05  RC-LINE-TYPE            PIC X(1).
           05  RC-RECORD-FILLER        PIC X(7).

       WORKING-STORAGE SECTION.

               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-PREM-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-CLM-WRITTEN          PIC 9(7) COMP-3 VALUE 0.
           05  WS-RCV-WRITTEN          PIC 9(7) COMP-3 VALUE 0.
           05  WS-REO-WRITTEN          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ORIG-SETTLED         PIC S9(7)V99 COMP-3.
           05  WS-NET-PAID             PIC S9(7)V99 COMP-3.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-CEDED-PREMIUM        PIC 9(7)V99.
           05  WS-CEDED-RECOVERY       PIC 9(7)V99.
       01  DB2-RICLM-VARS.
           05  DB2-RC-CLAIMNUM         PIC S9(9) COMP.
           05  DB2-RC-POLICYNUM        PIC S9(9) COMP.
           05  DB2-RC-RESERVE          PIC S9(7)V99 COMP-3.
           05  DB2-RC-CEDED-PCT        PIC S9(1)V9(4) COMP-3.
           05  DB2-RC-RECOVERED        PIC S9(7)V99 COMP-3.
           05  DB2-RC-CLAIM-RESERVE    PIC S9(7)V99 COMP-3.
           05  DB2-RC-REOPENS          PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Reopened claim top-up cursor host variables                    *
      *----------------------------------------------------------------*
       01  DB2-RIREO-VARS.
           05  DB2-RO-CLAIMNUM         PIC S9(9) COMP.
           05  DB2-RO-POLICYNUM        PIC S9(9) COMP.
           05  DB2-RO-DATE             PIC X(10).
           05  DB2-RO-AMOUNT           PIC S9(6)V99 COMP-3.
           05  DB2-RO-CEDED-PCT        PIC S9(1)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * Recovery receipt cursor host variables                         *
      *----------------------------------------------------------------*
       01  DB2-RIRCV-VARS.
           05  DB2-RR-CLAIMNUM         PIC S9(9) COMP.
           05  DB2-RR-POLICYNUM        PIC S9(9) COMP.
           05  DB2-RR-DATE             PIC X(10).
           05  DB2-RR-AMOUNT           PIC S9(6)V99 COMP-3.
           05  DB2-RR-CEDED-PCT        PIC S9(1)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * Every in-force ceded policy                                    *
      *----------------------------------------------------------------*
      * Every settled claim on a ceded policy - whether it was paid   *
      * in the reporting quarter is decided per row from its 'GENC'   *
      * PAYMENT row. The settled amount adds back the supplier        *
      * invoices LGASIV01 took off the reserve. A reopened claim is   *
      * taken whatever its status now, for the settlement it was      *
      * first paid.                                                    *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE RICLM_CURSOR CURSOR FOR
               SELECT C.CLAIMNUMBER,
                      C.POLICYNUMBER,
                      C.RESERVE +
                      COALESCE((SELECT SUM(I.AMOUNT)
                                FROM SUPPLIER_INVOICE I
                                WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                                  AND I.STATUS <> 'J'), 0),
                      X.CEDED_PCT,
                      C.RESERVE,
                      COALESCE(C.REOPEN_COUNT, 0)
               FROM CLAIM C, CESSION X
               WHERE C.POLICYNUMBER = X.POLICYNUMBER
                 AND (C.STATUS = 'S'
                      OR COALESCE(C.REOPEN_COUNT, 0) > 0)
               ORDER BY C.CLAIMNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * Every recovery receipt in the reporting quarter on a settled  *
      * claim on a ceded policy - whether the claim was reported in   *
      * an earlier quarter is decided per row from its 'GENC' row     *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE RIRCV_CURSOR CURSOR FOR
               SELECT T.CLAIMNUMBER,
                      C.POLICYNUMBER,
                      T.RECEIPT_DATE,
                      T.AMOUNT,
                      X.CEDED_PCT
               FROM RECOVERY_RECEIPT T, CLAIM C, CESSION X
               WHERE T.CLAIMNUMBER = C.CLAIMNUMBER
                 AND C.POLICYNUMBER = X.POLICYNUMBER
                 AND (C.STATUS = 'S'
                      OR COALESCE(C.REOPEN_COUNT, 0) > 0)
                 AND T.RECEIPT_DATE BETWEEN :WS-QTR-START
                                        AND :WS-QTR-END
               ORDER BY T.CLAIMNUMBER, T.RECEIPT_DATE
           END-EXEC.

      *----------------------------------------------------------------*
      * Every top-up LGCLMPY1 paid in the reporting quarter on a      *
      * reopened claim on a ceded policy - its 'GENC' PAYMENT row     *
      * carries the reopen count after the claim number, and the      *
      * further amount settled in SETTLED_AMOUNT                       *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE RIREO_CURSOR CURSOR FOR
               SELECT Y.CLAIMNUMBER,
                      C.POLICYNUMBER,
                      Y.PAYMENT_DATE,
                      COALESCE(Y.SETTLED_AMOUNT, Y.AMOUNT),
                      X.CEDED_PCT
               FROM PAYMENT Y, CLAIM C, CESSION X
               WHERE Y.CLAIMNUMBER = C.CLAIMNUMBER
                 AND C.POLICYNUMBER = X.POLICYNUMBER
                 AND Y.REFERENCE LIKE 'GENC__________R%'
                 AND Y.STATUS = 'P'
                 AND Y.PAYMENT_DATE BETWEEN :WS-QTR-START
                                        AND :WS-QTR-END
               ORDER BY Y.CLAIMNUMBER, Y.REFERENCE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PREMIUM-BORDEREAU THRU 2000-EXIT
           PERFORM 3000-CLAIMS-BORDEREAU THRU 3000-EXIT
           PERFORM 4000-RECOVERY-BORDEREAU THRU 4000-EXIT
           PERFORM 5000-REOPENED-BORDEREAU THRU 5000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .
               INTO :DB2-RC-CLAIMNUM,
                    :DB2-RC-POLICYNUM,
                    :DB2-RC-RESERVE,
                    :DB2-RC-CEDED-PCT,
                    :DB2-RC-CLAIM-RESERVE,
                    :DB2-RC-REOPENS
           END-EXEC

           IF SQLCODE = 100

      *----------------------------------------------------------------*
      * The claim joins the bordereau only if LGCLMPY1 paid it in the *
      * quarter - its 'GENC' PAYMENT row carries the paid date, and   *
      * for a reopened claim the amount first settled, which stands   *
      * in for the reserve now carrying the whole incurred cost       *
      *----------------------------------------------------------------*
       3200-CHECK-AND-WRITE-CLAIM.
           MOVE DB2-RC-CLAIMNUM TO WS-CLAIMNUM-DISPLAY
           END-STRING

           EXEC SQL
               SELECT PAYMENT_DATE,
                      COALESCE(SETTLED_AMOUNT, AMOUNT)
               INTO :WS-PAID-DATE, :WS-ORIG-SETTLED
               FROM PAYMENT
               WHERE REFERENCE = :WS-CLAIM-REFERENCE
                 AND STATUS = 'P'
              GO TO 3200-EXIT
           END-IF

           IF DB2-RC-REOPENS > 0
              COMPUTE DB2-RC-RESERVE = DB2-RC-RESERVE
                                     - DB2-RC-CLAIM-RESERVE
                                     + WS-ORIG-SETTLED
           END-IF

      * Net the recoveries received by the quarter end off the
      * settled amount - a recovery above it nets to nil
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :DB2-RC-RECOVERED
               FROM RECOVERY_RECEIPT
               WHERE CLAIMNUMBER = :DB2-RC-CLAIMNUM
                 AND RECEIPT_DATE <= :WS-QTR-END
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGRIBRD1 - recovery lookup failed for claim '
                      DB2-RC-CLAIMNUM ' SQLCODE=' SQLCODE
              GO TO 3200-EXIT
           END-IF

           COMPUTE WS-NET-PAID = DB2-RC-RESERVE - DB2-RC-RECOVERED
           IF WS-NET-PAID < 0
              MOVE 0 TO WS-NET-PAID
           END-IF

           COMPUTE WS-CEDED-RECOVERY ROUNDED =
               WS-NET-PAID * DB2-RC-CEDED-PCT

           MOVE SPACES TO RICL-RECORD
           MOVE WS-CLAIMNUM-DISPLAY TO RC-CLAIM-NUM
           MOVE DB2-RC-RESERVE TO RC-SETTLED-AMOUNT
           MOVE DB2-RC-CEDED-PCT TO RC-CEDED-PCT
           MOVE WS-CEDED-RECOVERY TO RC-CEDED-RECOVERY
           MOVE DB2-RC-RECOVERED TO RC-RECOVERED
           MOVE WS-NET-PAID TO RC-NET-PAID
           MOVE 'P' TO RC-LINE-TYPE

           WRITE RICL-RECORD

           EXIT
           .

      *----------------------------------------------------------------*
      * Recovery lines - receipts in the quarter on claims already    *
      * reported, each with the reinsurer's share due back to them    *
      *----------------------------------------------------------------*
       4000-RECOVERY-BORDEREAU.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 4000-EXIT
           END-IF

           EXEC SQL
               OPEN RIRCV_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRIBRD1 - OPEN RIRCV_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4100-FETCH-NEXT-RECEIPT

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 4200-CHECK-AND-WRITE-RECEIPT THRU 4200-EXIT
              PERFORM 4100-FETCH-NEXT-RECEIPT
           END-PERFORM

           EXEC SQL
               CLOSE RIRCV_CURSOR
           END-EXEC

       4000-EXIT.
           EXIT
           .

       4100-FETCH-NEXT-RECEIPT.
           EXEC SQL
               FETCH RIRCV_CURSOR
               INTO :DB2-RR-CLAIMNUM,
                    :DB2-RR-POLICYNUM,
                    :DB2-RR-DATE,
                    :DB2-RR-AMOUNT,
                    :DB2-RR-CEDED-PCT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGRIBRD1 - FETCH RIRCV failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The receipt gets its own line only if the claim was paid -    *
      * and so reported - before the quarter began; a claim paid in   *
      * the quarter already nets it on its 'P' line, and one not yet  *
      * paid will net it when it is                                   *
      *----------------------------------------------------------------*
       4200-CHECK-AND-WRITE-RECEIPT.
           MOVE DB2-RR-CLAIMNUM TO WS-CLAIMNUM-DISPLAY
           MOVE SPACES TO WS-CLAIM-REFERENCE
           STRING 'GENC' DELIMITED BY SIZE
                  WS-CLAIMNUM-DISPLAY DELIMITED BY SIZE
                  INTO WS-CLAIM-REFERENCE
           END-STRING

           EXEC SQL
               SELECT PAYMENT_DATE
               INTO :WS-PAID-DATE
               FROM PAYMENT
               WHERE REFERENCE = :WS-CLAIM-REFERENCE
                 AND STATUS = 'P'
           END-EXEC

           IF SQLCODE = 100
              GO TO 4200-EXIT
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGRIBRD1 - paid lookup failed for claim '
                      DB2-RR-CLAIMNUM ' SQLCODE=' SQLCODE
              GO TO 4200-EXIT
           END-IF

           IF WS-PAID-DATE NOT < WS-QTR-START
              GO TO 4200-EXIT
           END-IF

           COMPUTE WS-CEDED-RECOVERY ROUNDED =
               DB2-RR-AMOUNT * DB2-RR-CEDED-PCT

           MOVE SPACES TO RICL-RECORD
           MOVE WS-CLAIMNUM-DISPLAY TO RC-CLAIM-NUM
           MOVE DB2-RR-POLICYNUM TO WS-POLNUM-DISPLAY
           MOVE WS-POLNUM-DISPLAY TO RC-POLICY-NUM
           MOVE DB2-RR-DATE TO RC-PAID-DATE
           MOVE 0 TO RC-SETTLED-AMOUNT
           MOVE DB2-RR-CEDED-PCT TO RC-CEDED-PCT
           MOVE WS-CEDED-RECOVERY TO RC-CEDED-RECOVERY
           MOVE DB2-RR-AMOUNT TO RC-RECOVERED
           MOVE 0 TO RC-NET-PAID
           MOVE 'R' TO RC-LINE-TYPE

           WRITE RICL-RECORD

           IF WS-RICL-STATUS NOT = '00'
              DISPLAY 'LGRIBRD1 - WRITE RICLFILE failed, status='
                      WS-RICL-STATUS
           ELSE
              ADD 1 TO WS-RCV-WRITTEN
           END-IF

       4200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Reopened claim lines - each top-up paid in the quarter, with  *
      * the reinsurer's share of it                                   *
      *----------------------------------------------------------------*
       5000-REOPENED-BORDEREAU.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 5000-EXIT
           END-IF

           EXEC SQL
               OPEN RIREO_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGRIBRD1 - OPEN RIREO_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 5000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 5100-FETCH-NEXT-TOPUP

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 5200-WRITE-TOPUP-LINE
              PERFORM 5100-FETCH-NEXT-TOPUP
           END-PERFORM

           EXEC SQL
               CLOSE RIREO_CURSOR
           END-EXEC

       5000-EXIT.
           EXIT
           .

       5100-FETCH-NEXT-TOPUP.
           EXEC SQL
               FETCH RIREO_CURSOR
               INTO :DB2-RO-CLAIMNUM,
                    :DB2-RO-POLICYNUM,
                    :DB2-RO-DATE,
                    :DB2-RO-AMOUNT,
                    :DB2-RO-CEDED-PCT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 DISPLAY 'LGRIBRD1 - FETCH RIREO failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

       5200-WRITE-TOPUP-LINE.
           COMPUTE WS-CEDED-RECOVERY ROUNDED =
               DB2-RO-AMOUNT * DB2-RO-CEDED-PCT

           MOVE SPACES TO RICL-RECORD
           MOVE DB2-RO-CLAIMNUM TO WS-CLAIMNUM-DISPLAY
           MOVE WS-CLAIMNUM-DISPLAY TO RC-CLAIM-NUM
           MOVE DB2-RO-POLICYNUM TO WS-POLNUM-DISPLAY
           MOVE WS-POLNUM-DISPLAY TO RC-POLICY-NUM
           MOVE DB2-RO-DATE TO RC-PAID-DATE
           MOVE DB2-RO-AMOUNT TO RC-SETTLED-AMOUNT
           MOVE DB2-RO-CEDED-PCT TO RC-CEDED-PCT
           MOVE WS-CEDED-RECOVERY TO RC-CEDED-RECOVERY
           MOVE 0 TO RC-RECOVERED
           MOVE DB2-RO-AMOUNT TO RC-NET-PAID
           MOVE 'O' TO RC-LINE-TYPE

           WRITE RICL-RECORD

           IF WS-RICL-STATUS NOT = '00'
              DISPLAY 'LGRIBRD1 - WRITE RICLFILE failed, status='
                      WS-RICL-STATUS
           ELSE
              ADD 1 TO WS-REO-WRITTEN
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the files, commit and report results                    *
      *----------------------------------------------------------------*
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-PREM-WRITTEN TO JR-ROWS-READ
           COMPUTE JR-ROWS-UPDATED = WS-CLM-WRITTEN + WS-RCV-WRITTEN
                                   + WS-REO-WRITTEN
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
           MOVE WS-CLM-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGRIBRD1 - Claims bordereau lines: '
                   WS-ROWS-DISPLAY
           MOVE WS-RCV-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGRIBRD1 - Recovery bordereau lines: '
                   WS-ROWS-DISPLAY
           MOVE WS-REO-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGRIBRD1 - Reopened claim bordereau lines: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGRIBRD1 - Reinsurance bordereau complete'
           .

