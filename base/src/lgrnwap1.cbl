      *          mandate) and whose invitation has not already been   *
      *          accepted, rolls over automatically: the              *
      *          LGRATE01-rated premium LGRNWL01 stamped on           *
      *          RENEWAL_PREMIUM becomes the policy premium (split    *
      *          into net premium and IPT, and recorded on            *
      *          IPT_TRANSACTION for the quarterly IPT return), the   *
      *          acceptance is recorded on RENEWAL_ACCEPTED, and a    *
      *          POLICY_HISTORY premium row is written, and the same  *
      *          'R' schedule document 01ARNW queues goes onto        *
      *          the invitation letter and the premium collected can  *
      *          no longer disagree for a year. Customers who opted out  *
      *          (01ARNW) are left on last year's premium until they  *
      *          accept by hand. Each renewal is recorded on          *
      *          POLICY_MOVEMENT (LGMOVPRC) for the in-force book.    *
      *          The run can be split into parallel partitions over   *
      *          policy-number ranges named on the PARTCTL card       *
      *          (LGPARTWS), each with its own checkpoint/restart and *
      *          registry entry.                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PN-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
      * Date and control working storage                               *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       01  DB2-AUTORNW-CANDIDATE.
           05  DB2-AR-POLICYNUM        PIC S9(9) COMP.
           05  DB2-AR-POLICYTYPE       PIC X(1).
           05  DB2-AR-PREMIUM          PIC S9(6)V99 COMP-3.
           05  DB2-AR-INVITED          PIC X(10).
           05  DB2-AR-RENEWPREM        PIC S9(6)V99 COMP-3.
           05  DB2-AR-NETPREM          PIC S9(6)V99 COMP-3.
           05  DB2-AR-IPTAMT           PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * Host variables for the POLICY_HISTORY trail                   *
      * (RENEWAL_ACCEPTED < RENEWAL_INVITED) is what makes the run    *
      * re-runnable: a policy rolled over once is never rolled twice  *
      * for the same anniversary                                      *
      * WITH HOLD keeps it open across a partition's interval         *
      * commits; the range is the partition's (the whole book         *
      * single-stream), started from the restart policy on a rerun.   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE AUTORNW_CURSOR CURSOR WITH HOLD FOR
               SELECT P.POLICYNUMBER,
                      P.POLICYTYPE,
                      P.PREMIUM,
                      P.RENEWAL_INVITED,
                      COALESCE(P.RENEWAL_PREMIUM, 0)
                 AND P.RENEWAL_INVITED <= :WS-TODAY-YMD
                 AND COALESCE(P.RENEWAL_ACCEPTED, ' ')
                       < P.RENEWAL_INVITED
                 AND P.POLICYNUMBER BETWEEN :PN-FROM-POLICYNUM
                                        AND :PN-HIGH-POLICYNUM
               ORDER BY P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
           .

       1000-INITIALIZE.
      * A partition runs, checkpoints and registers under its own job
      * name; single-stream the job name is the program's
           MOVE 'LGRNWAP1' TO PN-PROGRAM-NAME
           MOVE 0 TO PN-FILE-COUNT
           PERFORM LGPART-READ-CARD

           MOVE PN-JOB-NAME TO JR-JOB-NAME
           PERFORM LGJOB-START

           IF PN-RC NOT = '00'
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              PERFORM LGPART-OPEN-CHECKPOINT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW

           STRING WS-NOW-RAW(1:4) DELIMITED BY SIZE
      * Open the cursor and roll over every policy it returns         *
      *----------------------------------------------------------------*
       2000-PROCESS-RENEWALS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN AUTORNW_CURSOR
           END-EXEC

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-ROLL-OVER-POLICY THRU 2200-EXIT
              PERFORM 2700-TAKE-CHECKPOINT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

           EXEC SQL
               FETCH AUTORNW_CURSOR
               INTO :DB2-AR-POLICYNUM,
                    :DB2-AR-POLICYTYPE,
                    :DB2-AR-PREMIUM,
                    :DB2-AR-INVITED,
                    :DB2-AR-RENEWPREM
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRNWAP1 - FETCH AUTORNW_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
              GO TO 2200-EXIT
           END-IF

      *    The invited premium is gross - split it at the IPT rate in
      *    force on the anniversary it runs from
           MOVE DB2-AR-INVITED TO IPT-REQ-DATE
           MOVE DB2-AR-RENEWPREM TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-GROSS
           IF IPT-RC = '90'
              DISPLAY 'LGRNWAP1 - IPT rate lookup failed for policy '
                      DB2-AR-POLICYNUM ' SQLCODE=' SQLCODE
              GO TO 2200-EXIT
           END-IF
           MOVE IPT-NET-AMOUNT TO DB2-AR-NETPREM
           MOVE IPT-TAX-AMOUNT TO DB2-AR-IPTAMT

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   PREMIUM = :DB2-AR-RENEWPREM,
                   NET_PREMIUM = :DB2-AR-NETPREM,
                   IPT_AMOUNT = :DB2-AR-IPTAMT,
                   RENEWAL_ACCEPTED = :DB2-AR-INVITED
               WHERE POLICYNUMBER = :DB2-AR-POLICYNUM
           END-EXEC
           ADD 1 TO WS-ROWS-RENEWED
           PERFORM 2300-RECORD-PREMIUM-HISTORY
           PERFORM 2400-QUEUE-SCHEDULE-DOC
           PERFORM 2500-RECORD-PREMIUM-TAX
           PERFORM 2600-RECORD-MOVEMENT

       2200-EXIT.
           EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      * The renewal premium is premium written for the quarterly IPT  *
      * return - one IPT_TRANSACTION row dated the anniversary        *
      *----------------------------------------------------------------*
       2500-RECORD-PREMIUM-TAX.
           MOVE DB2-AR-POLICYNUM TO IPT-TX-POLICYNUM
           MOVE DB2-AR-POLICYTYPE TO IPT-TX-POLICYTYPE
           MOVE DB2-AR-INVITED TO IPT-TX-TRAN-DATE
           SET IPT-TX-RENEWAL TO TRUE
           PERFORM LGIPT-RECORD-TRANSACTION

           IF IPT-RC = '90'
              DISPLAY 'LGRNWAP1 - IPT record failed for policy '
                      DB2-AR-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * The renewal keeps the policy on the in-force book at its new  *
      * premium - one POLICY_MOVEMENT row for the LGINFRF1 roll-      *
      * forward, written even when the premium is unchanged so the    *
      * renewals are counted                                          *
      *----------------------------------------------------------------*
       2600-RECORD-MOVEMENT.
           MOVE DB2-AR-POLICYNUM TO MV-POLICYNUM
           MOVE DB2-AR-INVITED TO MV-MOVE-DATE
           SET MV-RENEWAL TO TRUE
           MOVE 0 TO MV-COUNT-CHANGE
           MOVE 'N' TO MV-WHOLE-PREMIUM
           COMPUTE MV-PREMIUM-CHANGE =
               DB2-AR-RENEWPREM - DB2-AR-PREMIUM
           PERFORM LGMOV-RECORD-POLICY

           IF MV-RC NOT = '00'
              DISPLAY 'LGRNWAP1 - movement not recorded for policy '
                      DB2-AR-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * One policy done - in a partition, count it towards the next   *
      * commit                                                        *
      *----------------------------------------------------------------*
       2700-TAKE-CHECKPOINT.
           MOVE DB2-AR-POLICYNUM TO PN-CURRENT-POLICYNUM
           PERFORM LGPART-CHECKPOINT
           .

      *----------------------------------------------------------------*
      * Commit and report results                                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * A partition ending clean clears its restart position; a failed
      * one backs out to its last commit and resumes there
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
           MOVE WS-ROWS-READ TO JR-ROWS-READ
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Sweep partitioning and checkpoint/restart procedures from     *
      * copybook                                                      *
      *----------------------------------------------------------------*
           COPY LGPARTPRC.
           COPY LGCHKPRC.

      *----------------------------------------------------------------*
      * Insurance premium tax procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGIPTPRC.

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

       END PROGRAM LGRNWAP1.
