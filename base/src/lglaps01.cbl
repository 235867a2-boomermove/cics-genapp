      *          with LAPSE_DATE today, the action is written to      *
      *          AUDIT_LOG via the AUDIT-LOG-REC layout, and one      *
      *          lapse-register record per policy is written to the   *
      *          LAPSFILE dataset for the credit-control team. A      *
      *          paperless customer (LGDLVPRC) is also sent the lapse *
      *          notice by email or SMS on the DLVRFILE dispatch      *
      *          dataset, and the register record carries the channel *
      *          used so the bureau does not post a paper copy -      *
      *          channel 'G' for a customer marked gone-away          *
      *          (LGGAW01), to whom nothing is posted at all.         *
      *          Reinstatement within PC-REINSTATE-WINDOW-DAYS is    *
      *          handled online by LGUPDB01's 01RPOL request without *
      *          re-underwriting. A customer carrying the             *
      *          vulnerability marker (CUSTOMER.VULNERABLE, see       *
      *          LGVUL01) is not lapsed automatically: the policy     *
      *          stays in force and is referred to the specialist     *
      *          queue on VULNERABLE_REFERRAL, once per arrears       *
      *          episode, for a person to decide. Each lapse is       *
      *          recorded on POLICY_MOVEMENT (LGMOVPRC) as a policy   *
      *          leaving the in-force book. The sweep can run as      *
      *          parallel partitions over policy-number ranges named  *
      *          on the PARTCTL card (LGPARTWS), each with its own    *
      *          checkpoint/restart and registry entry; LGPTMRG1      *
      *          merges the partitions' LAPSFILE and DLVRFILE into    *
      *          the single files credit control and the gateway      *
      *          expect. Dates are YYYY-MM-DD.                        *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAPSE-STATUS.

           SELECT DLVR-FILE ASSIGN TO DLVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVR-STATUS.

           SELECT PART-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PN-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Lapse register record for credit control - one per policy     *
      * lapsed by this run. LP-DELIVERY-CHANNEL tells the bureau       *
      * whether the notice went by email/SMS instead of on paper, or  *
      * 'G' that the customer is gone-away and nothing is to be       *
      * posted                                                        *
      *----------------------------------------------------------------*
       FD  LAPSE-FILE
           RECORD CONTAINS 120 CHARACTERS
           05  LP-ANNUAL-PREMIUM       PIC 9(6).99.
           05  LP-ARREARS-SINCE        PIC X(10).
           05  LP-LAPSE-DATE           PIC X(10).
           05  LP-DELIVERY-CHANNEL     PIC X(1).
           05  LP-RECORD-FILLER        PIC X(39).

      *----------------------------------------------------------------*
      * Email/SMS dispatch record for the messaging gateway - layout  *
      * DL-DISPATCH-RECORD in LGDLVWS                                 *
      *----------------------------------------------------------------*
       FD  DLVR-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DLVR-RECORD                 PIC X(300).

      *----------------------------------------------------------------*
      * Partition card - layout PN-CONTROL-CARD in LGPARTWS           *
      *----------------------------------------------------------------*
       FD  PART-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PART-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

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
      *----------------------------------------------------------------*
           COPY LGCONHST.

      *----------------------------------------------------------------*
      * Email/SMS document delivery (LGDLVPRC procedures)             *
      *----------------------------------------------------------------*
           COPY LGDLVWS.

      *----------------------------------------------------------------*
      * Vulnerable customer referral (LGVULPRC procedures)            *
      *----------------------------------------------------------------*
           COPY LGVULREF.

      *----------------------------------------------------------------*
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

      *----------------------------------------------------------------*
      * CICS response work areas (EXCI LINK to LGPEVT01)               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-LAPSE-STATUS         PIC X(2) VALUE '00'.
           05  WS-DLVR-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-TODAY-INTEGER        PIC 9(7).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-LAPSED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REFERRED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  DB2-LP-ARREARS-SINCE    PIC X(10).
           05  DB2-LP-FIRSTNAME        PIC X(10).
           05  DB2-LP-LASTNAME         PIC X(20).
           05  DB2-LP-VULNERABLE       PIC X(1).

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
      * Lapse candidate cursor - in-force policies with premiums      *
      * outstanding past the grace period, joined to the customer     *
      * for the register's name fields. WITH HOLD keeps it open       *
      * across a partition's interval commits; the range is the       *
      * partition's (the whole book single-stream), started from the  *
      * restart policy on a rerun.                                    *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE LAPSE_CURSOR CURSOR WITH HOLD FOR
               SELECT P.POLICYNUMBER,
                      P.CUSTOMERNUMBER,
                      P.POLICYTYPE,
                      P.PREMIUM,
                      P.ARREARS_SINCE,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      COALESCE(C.VULNERABLE, ' ')
               FROM POLICY P, CUSTOMER C
               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 AND P.STATUS = 'A'
                     SUBSTR(P.ARREARS_SINCE,6,2) ||
                     SUBSTR(P.ARREARS_SINCE,9,2)
                       < :WS-CUTOFF-RAW
                 AND P.POLICYNUMBER BETWEEN :PN-FROM-POLICYNUM
                                        AND :PN-HIGH-POLICYNUM
               ORDER BY P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
      * Compute the grace-period cutoff and open the register file    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      * A partition runs, checkpoints and registers under its own job
      * name; single-stream the job name is the program's
           MOVE 'LGLAPS01' TO PN-PROGRAM-NAME
           MOVE 2 TO PN-FILE-COUNT
           MOVE 'LAPSFILE' TO PN-F-DDNAME(1)
           MOVE 1 TO PN-F-HASH-OFFSET(1)
           MOVE 10 TO PN-F-HASH-LENGTH(1)
           MOVE 'DLVRFILE' TO PN-F-DDNAME(2)
           MOVE 75 TO PN-F-HASH-OFFSET(2)
           MOVE 0 TO PN-F-HASH-LENGTH(2)
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
                  INTO WS-NOW-TIMESTAMP
           END-STRING

           IF WS-RETURN-CODE = '00'
              PERFORM 1100-OPEN-FILES
           END-IF

           DISPLAY 'LGLAPS01 - Policy lapse batch starting'
           DISPLAY 'LGLAPS01 - Arrears cutoff: ' WS-CUTOFF-RAW
           .

      *----------------------------------------------------------------*
      * Open the register and dispatch files - added to, behind a     *
      * restart marker, when a partition resumes after a failure      *
      *----------------------------------------------------------------*
       1100-OPEN-FILES.
           IF PN-RESUMING
              OPEN EXTEND LAPSE-FILE
           ELSE
              OPEN OUTPUT LAPSE-FILE
           END-IF

           IF WS-LAPSE-STATUS NOT = '00'
              DISPLAY 'LGLAPS01 - OPEN LAPSFILE failed, status='
                      WS-LAPSE-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              IF PN-RESUMING
                 OPEN EXTEND DLVR-FILE
              ELSE
                 OPEN OUTPUT DLVR-FILE
              END-IF
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGLAPS01 - OPEN DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 CLOSE LAPSE-FILE
                 MOVE '80' TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00' AND PN-PARTITIONED
              MOVE 1 TO PN-FILE-IDX
              PERFORM LGPART-OPENING-RECORD
              WRITE LAPSE-RECORD FROM PN-CONTROL-RECORD
              MOVE 2 TO PN-FILE-IDX
              PERFORM LGPART-OPENING-RECORD
              WRITE DLVR-RECORD FROM PN-CONTROL-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
           PERFORM 2100-FETCH-NEXT-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
              IF DB2-LP-VULNERABLE NOT = SPACE
                 PERFORM 2600-REFER-VULNERABLE
              ELSE
                 PERFORM 2200-LAPSE-POLICY
              END-IF
              PERFORM 2700-TAKE-CHECKPOINT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

                    :DB2-LP-PREMIUM,
                    :DB2-LP-ARREARS-SINCE,
                    :DB2-LP-FIRSTNAME,
                    :DB2-LP-LASTNAME,
                    :DB2-LP-VULNERABLE
           END-EXEC

           IF SQLCODE = 100
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGLAPS01 - FETCH LAPSE_CURSOR failed SQLCODE='
                         SQLCODE
              END-IF

           IF SQLCODE = 0
              ADD 1 TO WS-ROWS-LAPSED
              PERFORM 2250-RECORD-MOVEMENT
              PERFORM 2300-WRITE-AUDIT-RECORD
              PERFORM 2400-WRITE-REGISTER-RECORD
              PERFORM 2500-PUBLISH-PARTNER-EVENT
           END-IF
           .

      *    The lapse takes the policy off the in-force book for the
      *    LGINFRF1 roll-forward
       2250-RECORD-MOVEMENT.
           MOVE DB2-LP-POLICYNUM TO MV-POLICYNUM
           MOVE WS-TODAY-YMD TO MV-MOVE-DATE
           SET MV-LAPSE TO TRUE
           MOVE -1 TO MV-COUNT-CHANGE
           MOVE 'Y' TO MV-WHOLE-PREMIUM
           PERFORM LGMOV-RECORD-POLICY

           IF MV-RC NOT = '00'
              DISPLAY 'LGLAPS01 - movement not recorded for policy '
                      DB2-LP-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

       2300-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE DB2-LP-CUSTOMERNUM TO AL-CUSTOMER-NUM
           MOVE DB2-LP-ARREARS-SINCE TO LP-ARREARS-SINCE
           MOVE WS-TODAY-YMD TO LP-LAPSE-DATE

      * Credit control always gets the register record; a paperless
      * customer's notice goes through the messaging gateway as well
           MOVE DB2-LP-CUSTOMERNUM TO DL-CUSTOMER-NUM
           MOVE DB2-LP-POLICYNUM TO DL-POLICY-NUM
           MOVE 'LAPSE   ' TO DL-DOC-TYPE
           PERFORM LGDLV-CHOOSE-CHANNEL
           MOVE DL-CHANNEL TO LP-DELIVERY-CHANNEL
           IF DL-POST-SUPPRESSED
              MOVE 'G' TO LP-DELIVERY-CHANNEL
           END-IF

           IF DL-ELECTRONIC
              MOVE LAPSE-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
              MOVE DL-CHANNEL TO LP-DELIVERY-CHANNEL
      *       An email that could not be registered falls back to
      *       print, which a gone-away address must not get either
              IF DL-POST-SUPPRESSED
                 MOVE 'G' TO LP-DELIVERY-CHANNEL
              END-IF
           END-IF

           IF DL-ELECTRONIC
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGLAPS01 - WRITE DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 MOVE 'P' TO DL-CHANNEL
                 MOVE DL-CHANNEL TO LP-DELIVERY-CHANNEL
              ELSE
                 MOVE 2 TO PN-FILE-IDX
                 MOVE DL-DISPATCH-RECORD TO PN-RECORD-IMAGE
                 PERFORM LGPART-COUNT-RECORD
              END-IF
           END-IF

           WRITE LAPSE-RECORD

           IF WS-LAPSE-STATUS = '00'
              MOVE 1 TO PN-FILE-IDX
              MOVE LAPSE-RECORD TO PN-RECORD-IMAGE
              PERFORM LGPART-COUNT-RECORD
           END-IF

           IF WS-LAPSE-STATUS = '00' AND NOT DL-POST-SUPPRESSED
              MOVE DB2-LP-CUSTOMERNUM TO CT-CUSTOMER-NUM
              MOVE DB2-LP-POLICYNUM TO CT-POLICY-NUM
              MOVE 'LAPSE   ' TO CT-DOC-TYPE
              MOVE DL-CHANNEL TO CT-CHANNEL
              PERFORM LGCON-RECORD-CONTACT
           END-IF

           END-IF
           .

      *----------------------------------------------------------------*
      * A vulnerable customer's policy is left in force and queued    *
      * for the specialist team to decide on                          *
      *----------------------------------------------------------------*
       2600-REFER-VULNERABLE.
           MOVE DB2-LP-CUSTOMERNUM TO VR-CUSTOMER-NUM
           MOVE DB2-LP-POLICYNUM TO VR-POLICY-NUM
           MOVE 'LAPSE' TO VR-SOURCE
           MOVE DB2-LP-VULNERABLE TO VR-CATEGORY
           MOVE DB2-LP-ARREARS-SINCE TO VR-ARREARS-SINCE
           PERFORM LGVUL-REFER-CUSTOMER

           IF VR-NEWLY-REFERRED
              ADD 1 TO WS-ROWS-REFERRED
           END-IF
           .

      *----------------------------------------------------------------*
      * One policy done - in a partition, count it towards the next   *
      * commit, putting the files' records on disk first when the     *
      * commit is due so the counts recorded with it are there        *
      *----------------------------------------------------------------*
       2700-TAKE-CHECKPOINT.
           MOVE DB2-LP-POLICYNUM TO PN-CURRENT-POLICYNUM
           PERFORM LGPART-SYNC-CHECK

           IF PN-SYNC-DUE
              CLOSE LAPSE-FILE
              CLOSE DLVR-FILE
              OPEN EXTEND LAPSE-FILE
              OPEN EXTEND DLVR-FILE
              IF WS-LAPSE-STATUS NOT = '00'
                 OR WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGLAPS01 - reopen of LAPSFILE/DLVRFILE '
                         'failed, status=' WS-LAPSE-STATUS '/'
                         WS-DLVR-STATUS
                 MOVE '80' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00'
              PERFORM LGPART-CHECKPOINT
           END-IF
           .

      *----------------------------------------------------------------*
      * A partition ending clean closes each file with its trailer    *
      *----------------------------------------------------------------*
       8000-WRITE-TRAILERS.
           MOVE 1 TO PN-FILE-IDX
           PERFORM LGPART-TRAILER-RECORD
           WRITE LAPSE-RECORD FROM PN-CONTROL-RECORD
           MOVE 2 TO PN-FILE-IDX
           PERFORM LGPART-TRAILER-RECORD
           WRITE DLVR-RECORD FROM PN-CONTROL-RECORD

           IF WS-LAPSE-STATUS NOT = '00' OR WS-DLVR-STATUS NOT = '00'
              DISPLAY 'LGLAPS01 - trailer WRITE failed, status='
                      WS-LAPSE-STATUS '/' WS-DLVR-STATUS
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
              CLOSE LAPSE-FILE
              CLOSE DLVR-FILE
           END-IF

      * A partition ending clean clears its restart position; a failed
      * one backs out to its last commit, which the restart position
      * and the files' restart marker both describe, and resumes there
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
           MOVE WS-ROWS-LAPSED TO JR-ROWS-UPDATED
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-LAPSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGLAPS01 - Policies lapsed: ' WS-ROWS-DISPLAY
           MOVE DL-DOCS-DISPATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGLAPS01 - Notices sent by email/SMS: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-SUPPRESSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGLAPS01 - Notices withheld (gone-away): '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-REFERRED TO WS-ROWS-DISPLAY
           DISPLAY 'LGLAPS01 - Vulnerable customers referred: '
                   WS-ROWS-DISPLAY
           PERFORM LGPART-REPORT-TOTALS
           DISPLAY 'LGLAPS01 - Policy lapse batch complete'
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
      * Contact history procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGCONPRC.

      *----------------------------------------------------------------*
      * Document delivery procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDLVPRC.

      *----------------------------------------------------------------*
      * Vulnerable customer referral procedures from copybook         *
      *----------------------------------------------------------------*
           COPY LGVULPRC.

      *----------------------------------------------------------------*
      * Business calendar procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGCALPRC.

      *----------------------------------------------------------------*
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

       END PROGRAM LGLAPS01.
