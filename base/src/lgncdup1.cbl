      *          nothing (the settlement step-back in LGUCLM01 is     *
      *          separate). The anniversary is stamped either way so  *
      *          a rerun never double-steps. LGRATE01 applies the    *
      *          accumulated years through the 'NCDBAND' rows. The    *
      *          run can be split into parallel partitions over       *
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
      * Constants                                                      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Every in-force motor policy - whether this anniversary is     *
      * new is decided per row in 2200-CHECK-ANNIVERSARY              *
      * WITH HOLD keeps it open across a partition's interval         *
      * commits; the range is the partition's (the whole book         *
      * single-stream), started from the restart policy on a rerun.   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE NCD_CURSOR CURSOR WITH HOLD FOR
               SELECT P.POLICYNUMBER,
                      P.EFFECTIVEDATE,
                      COALESCE(M.NCD_YEARS, 0),
               FROM POLICY P, MOTOR M
               WHERE P.POLICYNUMBER = M.POLICYNUMBER
                 AND P.STATUS = 'A'
                 AND P.POLICYNUMBER BETWEEN :PN-FROM-POLICYNUM
                                        AND :PN-HIGH-POLICYNUM
               ORDER BY P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
           .

       1000-INITIALIZE.
      * A partition runs, checkpoints and registers under its own job
      * name; single-stream the job name is the program's
           MOVE 'LGNCDUP1' TO PN-PROGRAM-NAME
           MOVE 0 TO PN-FILE-COUNT
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
      * Open the cursor and examine every in-force motor policy       *
      *----------------------------------------------------------------*
       2000-PROCESS-ACCRUALS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN NCD_CURSOR
           END-EXEC

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-CHECK-ANNIVERSARY THRU 2200-EXIT
              PERFORM 2700-TAKE-CHECKPOINT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGNCDUP1 - FETCH NCD_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
           EXIT
           .

      *----------------------------------------------------------------*
      * One policy done - in a partition, count it towards the next   *
      * commit                                                        *
      *----------------------------------------------------------------*
       2700-TAKE-CHECKPOINT.
           MOVE DB2-ND-POLICYNUM TO PN-CURRENT-POLICYNUM
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

       END PROGRAM LGNCDUP1.
