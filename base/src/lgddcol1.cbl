      *          policy whose customer holds a direct debit mandate   *
      *          is written as a BACS-format direct debit record to   *
      *          the BACSFILE transmission dataset, one PAYMENT row   *
      *          is posted at status 'C' (split into net premium and  *
      *          IPT in the policy premium's proportion), and the     *
      *          installment is marked collected - so the call centre *
      *          can see whether a customer has paid and what falls   *
      *          due next (01IINS). The amounts come from the schedule*
      *          LGINSCH1 generates from the policy's PAYMENT_FREQ    *
      *          ('M'/'Q'/'A') rather than the historic one-twelfth   *
      *          of the annual premium. Returned and failed           *
      *          collections come back through LGDDRET1. The          *
      *          mandate's sort code and account number are held      *
      *          protected and deciphered here only to build the      *
      *          BACS record; one that cannot be deciphered is left   *
      *          due for the next run. The run can be split into      *
      *          parallel partitions over policy-number ranges named  *
      *          on the PARTCTL card (LGPARTWS), each with its own    *
      *          checkpoint/restart and registry entry; LGPTMRG1      *
      *          merges the partitions' BACSFILE into the single      *
      *          transmission file, checking the record count and     *
      *          amount total.                                        *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACS-STATUS.

           SELECT PART-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PN-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  BC-DEST-NAME            PIC X(18).
           05  BC-RECORD-FILLER        PIC X(5).

      *----------------------------------------------------------------*
      * Partition card - layout PN-CONTROL-CARD in LGPARTWS           *
      *----------------------------------------------------------------*
       FD  PART-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PART-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Sweep partitioning (LGPARTPRC procedures) and the shared      *
      * checkpoint/restart each partition takes                       *
      *----------------------------------------------------------------*
           COPY LGPARTWS.
           COPY LGCHKPT.

      *----------------------------------------------------------------*
      * Business calendar working storage (LGCALPRC procedures)       *
      *----------------------------------------------------------------*
           COPY LGCALWS.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * Bank detail protection at rest (LGFLDPRC procedures)          *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * Originating account constants - the GenApp collection account *
      *----------------------------------------------------------------*
           05  DB2-DD-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-DD-DUE-DATE         PIC X(10).
           05  DB2-DD-AMOUNT           PIC S9(6)V99 COMP-3.
           05  DB2-DD-NETPREM          PIC S9(6)V99 COMP-3.
           05  DB2-DD-IPTAMT           PIC S9(6)V99 COMP-3.
           05  DB2-DD-SORTCODE         PIC X(6).
           05  DB2-DD-ACCOUNTNUM       PIC X(8).
           05  DB2-DD-ACCOUNTNAME      PIC X(18).
           05  DB2-DD-SORTCODE-ENC     PIC X(18).
           05  DB2-DD-ACCOUNTNUM-ENC   PIC X(18).

      *----------------------------------------------------------------*
      * Host variables for the PAYMENT insert                          *
      * Collection candidate cursor - scheduled installments fallen   *
      * due on in-force policies with a mandate. Marking the          *
      * installment collected ('C') is what stops it being collected  *
      * twice, replacing the old one-PAYMENT-per-month test. WITH     *
      * HOLD keeps it open across a partition's interval commits; the *
      * range is the partition's (the whole book single-stream),      *
      * started from the restart policy on a rerun.                   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DDCOL_CURSOR CURSOR WITH HOLD FOR
               SELECT I.POLICYNUMBER,
                      P.CUSTOMERNUMBER,
                      I.DUE_DATE,
                      I.AMOUNT,
                      COALESCE(P.NET_PREMIUM, 0),
                      COALESCE(P.IPT_AMOUNT, 0),
                      B.SORTCODE,
                      B.ACCOUNTNUMBER,
                      B.ACCOUNTNAME,
                      B.SORTCODE_ENC,
                      B.ACCOUNTNUMBER_ENC
               FROM INSTALLMENT I, POLICY P, BANK_DETAILS B,
                    CUSTOMER C
               WHERE I.POLICYNUMBER = P.POLICYNUMBER
                 AND P.STATUS = 'A'
                 AND I.STATUS = 'S'
                 AND I.DUE_DATE <= :WS-COLLECT-TO-YMD
                 AND I.POLICYNUMBER BETWEEN :PN-FROM-POLICYNUM
                                        AND :PN-HIGH-POLICYNUM
               ORDER BY I.POLICYNUMBER, I.DUE_DATE
           END-EXEC.

       PROCEDURE DIVISION.
      * Open the BACS file and fix this month's collection date       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      * A partition runs, checkpoints and registers under its own job
      * name; single-stream the job name is the program's. The BACS
      * file's hash total is the amount collected, in pence.
           MOVE 'LGDDCOL1' TO PN-PROGRAM-NAME
           MOVE 1 TO PN-FILE-COUNT
           MOVE 'BACSFILE' TO PN-F-DDNAME(1)
           MOVE 31 TO PN-F-HASH-OFFSET(1)
           MOVE 11 TO PN-F-HASH-LENGTH(1)
           PERFORM LGPART-READ-CARD

           MOVE PN-JOB-NAME TO JR-JOB-NAME
           PERFORM LGJOB-START

           IF PN-RC NOT = '00'
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              PERFORM LGPART-OPEN-CHECKPOINT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00'
              PERFORM 1100-OPEN-FILES
           END-IF

           DISPLAY 'LGDDCOL1 - Direct debit collection batch starting'
           DISPLAY 'LGDDCOL1 - Collecting installments due up to '
                   WS-COLLECT-TO-YMD
           .

      *----------------------------------------------------------------*
      * Open the BACS file - added to, behind a restart marker, when  *
      * a partition resumes after a failure                           *
      *----------------------------------------------------------------*
       1100-OPEN-FILES.
           IF PN-RESUMING
              OPEN EXTEND BACS-FILE
           ELSE
              OPEN OUTPUT BACS-FILE
           END-IF

           IF WS-BACS-STATUS NOT = '00'
              DISPLAY 'LGDDCOL1 - OPEN BACSFILE failed, status='
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           IF WS-RETURN-CODE = '00' AND PN-PARTITIONED
              MOVE 1 TO PN-FILE-IDX
              PERFORM LGPART-OPENING-RECORD
              WRITE BACS-RECORD FROM PN-CONTROL-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
           PERFORM 2100-FETCH-NEXT-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2150-REVEAL-BANK-DETAILS
              IF FE-OK
                 PERFORM 2200-COLLECT-PREMIUM
              END-IF
              PERFORM 2700-TAKE-CHECKPOINT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

                    :DB2-DD-CUSTOMERNUM,
                    :DB2-DD-DUE-DATE,
                    :DB2-DD-AMOUNT,
                    :DB2-DD-NETPREM,
                    :DB2-DD-IPTAMT,
                    :DB2-DD-SORTCODE,
                    :DB2-DD-ACCOUNTNUM,
                    :DB2-DD-ACCOUNTNAME,
                    :DB2-DD-SORTCODE-ENC,
                    :DB2-DD-ACCOUNTNUM-ENC
           END-EXEC

           IF SQLCODE = 100
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGDDCOL1 - FETCH DDCOL_CURSOR failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Decipher the mandate's sort code and account number into the  *
      * fields the BACS record is built from. A mandate LGFECNV1 has  *
      * not yet converted still carries them in clear.                *
      *----------------------------------------------------------------*
       2150-REVEAL-BANK-DETAILS.
           MOVE DB2-DD-SORTCODE-ENC TO FE-PROTECTED-VALUE
           PERFORM LGFE-DECRYPT
           IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
              MOVE FE-CLEAR-VALUE TO DB2-DD-SORTCODE
           END-IF

           IF FE-OK
              MOVE DB2-DD-ACCOUNTNUM-ENC TO FE-PROTECTED-VALUE
              PERFORM LGFE-DECRYPT
              IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
                 MOVE FE-CLEAR-VALUE TO DB2-DD-ACCOUNTNUM
              END-IF
           END-IF

           IF NOT FE-OK
              MOVE DB2-DD-POLICYNUM TO WS-POLNUM-DISPLAY
              DISPLAY 'LGDDCOL1 - bank details not deciphered, policy '
                      WS-POLNUM-DISPLAY ' result=' FE-RESULT
                      ' SQLCODE=' FE-SQLCODE ' ICSF RC=' FE-ICSF-RC
                      ' RS=' FE-ICSF-RS
           END-IF
           .

      *----------------------------------------------------------------*
      * One due installment, as a BACS record plus a posted PAYMENT   *
      * row, with the installment marked collected                    *
              DISPLAY 'LGDDCOL1 - WRITE BACSFILE failed, status='
                      WS-BACS-STATUS
           ELSE
              MOVE 1 TO PN-FILE-IDX
              MOVE BACS-RECORD TO PN-RECORD-IMAGE
              PERFORM LGPART-COUNT-RECORD
              PERFORM 2300-POST-PAYMENT-ROW
           END-IF
           .
           MOVE 'C' TO DB2-PAY-STATUS
           MOVE BC-REFERENCE TO DB2-PAY-REFERENCE

      *    The installment carries the tax in the proportion the
      *    policy premium does
           MOVE WS-TODAY-YMD TO IPT-REQ-DATE
           MOVE DB2-DD-NETPREM TO IPT-BASE-NET
           MOVE DB2-DD-IPTAMT TO IPT-BASE-TAX
           MOVE DB2-DD-AMOUNT TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-PRO-RATA
           IF IPT-RC = '90'
              DISPLAY 'LGDDCOL1 - IPT rate lookup failed for policy '
                      DB2-DD-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           MOVE IPT-NET-AMOUNT TO DB2-PAY-NETAMOUNT
           MOVE IPT-TAX-AMOUNT TO DB2-PAY-IPTAMOUNT

           EXEC SQL
               INSERT INTO PAYMENT
               ( POLICYNUMBER, CUSTOMERNUMBER, PAYMENT_DATE,
                 AMOUNT, STATUS, REFERENCE,
                 NET_AMOUNT, IPT_AMOUNT )
               VALUES ( :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                        :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                        :DB2-PAY-STATUS, :DB2-PAY-REFERENCE,
                        :DB2-PAY-NETAMOUNT, :DB2-PAY-IPTAMOUNT )
           END-EXEC

           IF SQLCODE = 0
           END-IF
           .

      *----------------------------------------------------------------*
      * One installment done - in a partition, count it towards the   *
      * next commit, putting the BACS records on disk first when the  *
      * commit is due so the count recorded with it is there          *
      *----------------------------------------------------------------*
       2700-TAKE-CHECKPOINT.
           MOVE DB2-DD-POLICYNUM TO PN-CURRENT-POLICYNUM
           PERFORM LGPART-SYNC-CHECK

           IF PN-SYNC-DUE
              CLOSE BACS-FILE
              OPEN EXTEND BACS-FILE
              IF WS-BACS-STATUS NOT = '00'
                 DISPLAY 'LGDDCOL1 - reopen of BACSFILE failed, '
                         'status=' WS-BACS-STATUS
                 MOVE '80' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00'
              PERFORM LGPART-CHECKPOINT
           END-IF
           .

      *----------------------------------------------------------------*
      * A partition ending clean closes the file with its trailer     *
      *----------------------------------------------------------------*
       8000-WRITE-TRAILERS.
           MOVE 1 TO PN-FILE-IDX
           PERFORM LGPART-TRAILER-RECORD
           WRITE BACS-RECORD FROM PN-CONTROL-RECORD

           IF WS-BACS-STATUS NOT = '00'
              DISPLAY 'LGDDCOL1 - trailer WRITE failed, status='
                      WS-BACS-STATUS
              MOVE '85' TO WS-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF PN-PARTITIONED AND WS-RETURN-CODE = '00'
              PERFORM 8000-WRITE-TRAILERS
           END-IF

           IF WS-RETURN-CODE NOT = '80'
              CLOSE BACS-FILE
           END-IF

      * A partition ending clean clears its restart position; a failed
      * one backs out to its last commit, which the restart position
      * and the file's restart marker both describe, and resumes there
           IF PN-PARTITIONED
              IF WS-RETURN-CODE = '00'
                 PERFORM LGCHKPT-CLOSE
              ELSE
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              END-IF
           END-IF

      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-COLLECTED TO JR-ROWS-UPDATED
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-COLLECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDDCOL1 - Collections written: ' WS-ROWS-DISPLAY
           PERFORM LGPART-REPORT-TOTALS
           DISPLAY 'LGDDCOL1 - Direct debit collection batch complete'
           .

      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Sweep partitioning and checkpoint/restart procedures from     *
      * copybook                                                      *
      *----------------------------------------------------------------*
           COPY LGPARTPRC.
           COPY LGCHKPRC.

      *----------------------------------------------------------------*
      * Business calendar procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGCALPRC.

      *----------------------------------------------------------------*
      * Insurance premium tax procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGIPTPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

       END PROGRAM LGDDCOL1.
