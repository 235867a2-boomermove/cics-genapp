      *          dataset, and the stage sent is recorded on           *
      *          POLICY.DUNNING_STAGE so no stage repeats. The stage  *
      *          is reset wherever ARREARS_SINCE is cleared, ready    *
      *          for the next arrears episode. A customer carrying    *
      *          the vulnerability marker (CUSTOMER.VULNERABLE, see   *
      *          LGVUL01) gets no letter: the policy is referred to   *
      *          the specialist queue on VULNERABLE_REFERRAL instead, *
      *          once per arrears episode, and no stage is stamped.   *
      *          A paperless customer (LGDLVPRC) is sent the reminder *
      *          by email or SMS on the DLVRFILE dispatch dataset     *
      *          instead of DUNNFILE. No letter is posted to a        *
      *          customer marked gone-away (LGGAW01) and the stage is *
      *          left unstamped until the address is put right. The   *
      *          sweep can run as parallel partitions over policy-    *
      *          number ranges named on the PARTCTL card (LGPARTWS),  *
      *          each with its own checkpoint/restart and registry    *
      *          entry; LGPTMRG1 merges the partitions' DUNNFILE and  *
      *          DLVRFILE into the single files the bureau and the    *
      *          gateway expect.                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUNN-STATUS.

           SELECT DLVR-FILE ASSIGN TO DLVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVR-STATUS.

           SELECT PART-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PN-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  DN-DAYS-IN-ARREARS      PIC 9(3).
           05  DN-RECORD-FILLER        PIC X(54).

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
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Sweep partitioning (LGPARTPRC procedures) and the shared      *
      * checkpoint/restart each partition takes                       *
      *----------------------------------------------------------------*
           COPY LGPARTWS.
           COPY LGCHKPT.

      *----------------------------------------------------------------*
      * Contact history recording (LGCONPRC procedures)               *
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
      * Policy processing configuration working copy                  *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-DUNN-STATUS          PIC X(2) VALUE '00'.
           05  WS-DLVR-STATUS          PIC X(2) VALUE '00'.
           05  WS-WRITE-STATUS         PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-INTEGER        PIC 9(7).
           05  WS-ARREARS-RAW          PIC X(8).
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REFERRED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  DB2-DN-HOUSENAME        PIC X(20).
           05  DB2-DN-HOUSENUMBER      PIC X(4).
           05  DB2-DN-POSTCODE         PIC X(8).
           05  DB2-DN-VULNERABLE       PIC X(1).

      *----------------------------------------------------------------*
      * Every in-force policy in arrears, joined to its customer for  *
      * the name and address the letter needs                         *
      * WITH HOLD keeps it open across a partition's interval         *
      * commits; the range is the partition's (the whole book         *
      * single-stream), started from the restart policy on a rerun.   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DUNN_CURSOR CURSOR WITH HOLD FOR
               SELECT P.POLICYNUMBER,
                      P.CUSTOMERNUMBER,
                      P.ARREARS_SINCE,
                      C.LASTNAME,
                      C.HOUSENAME,
                      C.HOUSENUMBER,
                      C.POSTCODE,
                      COALESCE(C.VULNERABLE, ' ')
               FROM POLICY P, CUSTOMER C
               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 AND P.STATUS = 'A'
                 AND P.ARREARS_SINCE IS NOT NULL
                 AND COALESCE(C.DECEASED, ' ') <> 'Y'
                 AND P.POLICYNUMBER BETWEEN :PN-FROM-POLICYNUM
                                        AND :PN-HIGH-POLICYNUM
               ORDER BY P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
      * Open the letter file and fix today's date                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      * A partition runs, checkpoints and registers under its own job
      * name; single-stream the job name is the program's
           MOVE 'LGDUNLT1' TO PN-PROGRAM-NAME
           MOVE 2 TO PN-FILE-COUNT
           MOVE 'DUNNFILE' TO PN-F-DDNAME(1)
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

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))

           IF WS-RETURN-CODE = '00'
              PERFORM 1100-OPEN-FILES
           END-IF

           DISPLAY 'LGDUNLT1 - Arrears reminder batch starting'
           DISPLAY 'LGDUNLT1 - Stage days: ' PC-DUN-STAGE1-DAYS
                   ' / ' PC-DUN-STAGE2-DAYS
                   ' / ' PC-DUN-STAGE3-DAYS
           .

      *----------------------------------------------------------------*
      * Open the letter and dispatch files - added to, behind a       *
      * restart marker, when a partition resumes after a failure      *
      *----------------------------------------------------------------*
       1100-OPEN-FILES.
           IF PN-RESUMING
              OPEN EXTEND DUNN-FILE
           ELSE
              OPEN OUTPUT DUNN-FILE
           END-IF

           IF WS-DUNN-STATUS NOT = '00'
              DISPLAY 'LGDUNLT1 - OPEN DUNNFILE failed, status='
                      WS-DUNN-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              IF PN-RESUMING
                 OPEN EXTEND DLVR-FILE
              ELSE
                 OPEN OUTPUT DLVR-FILE
              END-IF
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGDUNLT1 - OPEN DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 CLOSE DUNN-FILE
                 MOVE '80' TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00' AND PN-PARTITIONED
              MOVE 1 TO PN-FILE-IDX
              PERFORM LGPART-OPENING-RECORD
              WRITE DUNN-RECORD FROM PN-CONTROL-RECORD
              MOVE 2 TO PN-FILE-IDX
              PERFORM LGPART-OPENING-RECORD
              WRITE DLVR-RECORD FROM PN-CONTROL-RECORD
           END-IF
           .

      *----------------------------------------------------------------*

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-CHECK-STAGE THRU 2200-EXIT
              PERFORM 2700-TAKE-CHECKPOINT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

                    :DB2-DN-LASTNAME,
                    :DB2-DN-HOUSENAME,
                    :DB2-DN-HOUSENUMBER,
                    :DB2-DN-POSTCODE,
                    :DB2-DN-VULNERABLE
           END-EXEC

           IF SQLCODE = 100
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGDUNLT1 - FETCH DUNN_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
              GO TO 2200-EXIT
           END-IF

      * A vulnerable customer is referred to the specialist team
      * rather than sent the letter - the stage stays unstamped so
      * the letters resume if the marker is taken off
           IF DB2-DN-VULNERABLE NOT = SPACE
              PERFORM 3500-REFER-VULNERABLE
              GO TO 2200-EXIT
           END-IF

           PERFORM 3000-WRITE-LETTER-RECORD THRU 3000-EXIT

      * A letter held back from a gone-away address leaves the stage
      * unstamped, so the letters resume once the address is put right
           IF NOT DL-POST-SUPPRESSED
              PERFORM 4000-RECORD-STAGE-SENT
           END-IF

       2200-EXIT.
           EXIT
           MOVE DB2-DN-ARREARS TO DN-ARREARS-SINCE
           MOVE WS-ARREARS-DAYS TO DN-DAYS-IN-ARREARS

      * Paperless customers get the reminder through the messaging
      * gateway instead of the print bureau
           MOVE DB2-DN-CUSTOMERNUM TO DL-CUSTOMER-NUM
           MOVE DB2-DN-POLICYNUM TO DL-POLICY-NUM
           MOVE 'REMINDER' TO DL-DOC-TYPE
           PERFORM LGDLV-CHOOSE-CHANNEL

      * Nothing is posted to a gone-away address
           IF DL-POST-SUPPRESSED
              GO TO 3000-EXIT
           END-IF

           IF DL-ELECTRONIC
              MOVE DUNN-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
           END-IF

      * An email that could not be registered falls back to print,
      * which a gone-away address must not get either
           IF DL-POST-SUPPRESSED
              GO TO 3000-EXIT
           END-IF

           IF DL-ELECTRONIC
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD
              MOVE WS-DLVR-STATUS TO WS-WRITE-STATUS
              MOVE 2 TO PN-FILE-IDX
              MOVE DL-DISPATCH-RECORD TO PN-RECORD-IMAGE
           ELSE
              WRITE DUNN-RECORD
              MOVE WS-DUNN-STATUS TO WS-WRITE-STATUS
              MOVE 1 TO PN-FILE-IDX
              MOVE DUNN-RECORD TO PN-RECORD-IMAGE
           END-IF

           IF WS-WRITE-STATUS NOT = '00'
              DISPLAY 'LGDUNLT1 - WRITE failed, channel=' DL-CHANNEL
                      ' status=' WS-WRITE-STATUS
           ELSE
              PERFORM LGPART-COUNT-RECORD
              ADD 1 TO WS-ROWS-WRITTEN
              MOVE DB2-DN-CUSTOMERNUM TO CT-CUSTOMER-NUM
              MOVE DB2-DN-POLICYNUM TO CT-POLICY-NUM
              MOVE 'REMINDER' TO CT-DOC-TYPE
              MOVE DL-CHANNEL TO CT-CHANNEL
              PERFORM LGCON-RECORD-CONTACT
           END-IF
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Queue the policy for the specialist team in place of the      *
      * letter                                                         *
      *----------------------------------------------------------------*
       3500-REFER-VULNERABLE.
           MOVE DB2-DN-CUSTOMERNUM TO VR-CUSTOMER-NUM
           MOVE DB2-DN-POLICYNUM TO VR-POLICY-NUM
           MOVE 'DUNNING' TO VR-SOURCE
           MOVE DB2-DN-VULNERABLE TO VR-CATEGORY
           MOVE DB2-DN-ARREARS TO VR-ARREARS-SINCE
           PERFORM LGVUL-REFER-CUSTOMER

           IF VR-NEWLY-REFERRED
              ADD 1 TO WS-ROWS-REFERRED
           END-IF
           .

      *----------------------------------------------------------------*
      * Stamp the stage sent so it never repeats                      *
           END-IF
           .

      *----------------------------------------------------------------*
      * One policy done - in a partition, count it towards the next   *
      * commit, putting the files' records on disk first when the     *
      * commit is due so the counts recorded with it are there        *
      *----------------------------------------------------------------*
       2700-TAKE-CHECKPOINT.
           MOVE DB2-DN-POLICYNUM TO PN-CURRENT-POLICYNUM
           PERFORM LGPART-SYNC-CHECK

           IF PN-SYNC-DUE
              CLOSE DUNN-FILE
              CLOSE DLVR-FILE
              OPEN EXTEND DUNN-FILE
              OPEN EXTEND DLVR-FILE
              IF WS-DUNN-STATUS NOT = '00'
                 OR WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGDUNLT1 - reopen of DUNNFILE/DLVRFILE '
                         'failed, status=' WS-DUNN-STATUS '/'
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
           WRITE DUNN-RECORD FROM PN-CONTROL-RECORD
           MOVE 2 TO PN-FILE-IDX
           PERFORM LGPART-TRAILER-RECORD
           WRITE DLVR-RECORD FROM PN-CONTROL-RECORD

           IF WS-DUNN-STATUS NOT = '00' OR WS-DLVR-STATUS NOT = '00'
              DISPLAY 'LGDUNLT1 - trailer WRITE failed, status='
                      WS-DUNN-STATUS '/' WS-DLVR-STATUS
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
              CLOSE DUNN-FILE
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
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC
           MOVE WS-ROWS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGDUNLT1 - Reminder letters written: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-DISPATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDUNLT1 - of which sent by email/SMS: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-SUPPRESSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDUNLT1 - Held for gone-away customers: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-REFERRED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDUNLT1 - Vulnerable customers referred: '
                   WS-ROWS-DISPLAY
           PERFORM LGPART-REPORT-TOTALS
           DISPLAY 'LGDUNLT1 - Arrears reminder batch complete'
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

       END PROGRAM LGDUNLT1.
