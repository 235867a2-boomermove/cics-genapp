      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Sweep Partition Merge Batch Job          *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPTMRG1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGPTMRG1 - Sweep Partition Merge Batch Job           *
      * Purpose: Runs outside CICS once every partition of a nightly  *
      *          sweep run in parallel (LGPARTWS) has ended. PARTIN   *
      *          is the partitions' copies of one output file         *
      *          (LAPSFILE, BACSFILE, DLVRFILE ...) concatenated in   *
      *          partition order; MERGOUT receives the single file    *
      *          the downstream system expects, exactly as a single-  *
      *          stream run would have written it. The MERGCTL card   *
      *          names the sweep program, which of its files this is  *
      *          and how many partitions ran.                         *
      *                                                                *
      *          The first pass checks the partition control records  *
      *          - every partition present once, in order, with       *
      *          policy ranges that join up and cover the book, each  *
      *          ended by its trailer - and works out from each       *
      *          restart marker which records a failed attempt wrote  *
      *          after its last commit (the rerun writes them again). *
      *          Only then does the second pass copy the committed    *
      *          data records, dropping the control records, and      *
      *          recount each partition's records and hash total      *
      *          against its trailer. Any disagreement fails the run  *
      *          on the job registry and MERGOUT is not to be         *
      *          released. The control totals are displayed for       *
      *          balancing with the downstream system.                *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CARD-FILE ASSIGN TO MERGCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT PARTIN-FILE ASSIGN TO PARTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTIN-STATUS.

           SELECT MERGE-FILE ASSIGN TO MERGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Merge control card                                            *
      *----------------------------------------------------------------*
       FD  MERGE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MERGE-CARD-RECORD.
           05  MC-PROGRAM-NAME         PIC X(8).
           05  MC-FILE-NUM             PIC 9(1).
           05  MC-PARTITION-COUNT      PIC 9(2).
           05  MC-RECORD-FILLER        PIC X(69).

      *----------------------------------------------------------------*
      * Partition files and merged file - the record length is the    *
      * sweep file's own, taken from the dataset                      *
      *----------------------------------------------------------------*
       FD  PARTIN-FILE
           RECORD CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARTIN-RECORD               PIC X(300).

       FD  MERGE-FILE
           RECORD CONTAINS 0 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MERGE-RECORD                PIC X(300).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGPTMRG1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Partition control record layout and hash work fields          *
      *----------------------------------------------------------------*
           COPY LGPARTWS.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-CARD-STATUS          PIC X(2) VALUE '00'.
           05  WS-PARTIN-STATUS        PIC X(2) VALUE '00'.
           05  WS-MERGE-STATUS         PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-SEGMENT-FLAG         PIC X(1) VALUE 'N'.
               88  WS-SEGMENT-OPEN     VALUE 'Y'.
           05  WS-RECORD-SEQ           PIC 9(9) VALUE 0.
           05  WS-LAST-PARTITION       PIC 9(2) VALUE 0.
           05  WS-PART-IDX             PIC S9(4) COMP VALUE 0.
           05  WS-SEG-IDX              PIC S9(4) COMP VALUE 0.
           05  WS-SEG-RECORDS          PIC 9(9) VALUE 0.
           05  WS-SEG-ALLOWED          PIC S9(9) VALUE 0.
           05  WS-KEPT-SO-FAR          PIC 9(9) VALUE 0.
           05  WS-RECORDS-READ         PIC 9(9) VALUE 0.
           05  WS-RECORDS-WRITTEN      PIC 9(9) VALUE 0.
           05  WS-RECORDS-DROPPED      PIC 9(9) VALUE 0.
           05  WS-MERGED-HASH          PIC 9(15) VALUE 0.
           05  WS-TRAILER-RECORDS      PIC 9(9) VALUE 0.
           05  WS-TRAILER-HASH         PIC 9(15) VALUE 0.
           05  WS-REJECT-REASON        PIC X(60) VALUE SPACES.
           05  WS-SEQ-DISPLAY          PIC Z(8)9.
           05  WS-ROWS-DISPLAY         PIC Z(8)9.
           05  WS-HASH-DISPLAY         PIC Z(14)9.

      *----------------------------------------------------------------*
      * One entry per partition, in the order the files come - its    *
      * policy range and hash field from the header, its trailer      *
      * totals, and the totals of the records merged from it          *
      *----------------------------------------------------------------*
       01  WS-PARTITION-TABLE.
           05  WS-PART-COUNT           PIC S9(4) COMP VALUE 0.
           05  MP-PARTITION            OCCURS 9 TIMES.
               10  MP-PARTITION-NUM    PIC 9(2).
               10  MP-LOW-POLICYNUM    PIC 9(10).
               10  MP-HIGH-POLICYNUM   PIC 9(10).
               10  MP-HASH-OFFSET      PIC 9(3).
               10  MP-HASH-LENGTH      PIC 9(2).
               10  MP-FIRST-SEGMENT    PIC S9(4) COMP.
               10  MP-TRAILER-FLAG     PIC X(1).
                   88  MP-TRAILED      VALUE 'Y'.
               10  MP-TRAILER-COUNT    PIC 9(9).
               10  MP-TRAILER-HASH     PIC 9(13).
               10  MP-MERGED-COUNT     PIC 9(9).
               10  MP-MERGED-HASH      PIC 9(13).

      *----------------------------------------------------------------*
      * One entry per run of data records - after a header or after   *
      * each restart marker - with how many of its records stand      *
      * committed once every later restart marker is taken into       *
      * account                                                        *
      *----------------------------------------------------------------*
       01  WS-SEGMENT-TABLE.
           05  WS-SEG-COUNT            PIC S9(4) COMP VALUE 0.
           05  MS-SEGMENT              OCCURS 100 TIMES.
               10  MS-PART-IDX         PIC S9(4) COMP.
               10  MS-BASE-COUNT       PIC 9(9).
               10  MS-KEPT-COUNT       PIC 9(9).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT
           PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Read the merge card - the run registers as the program's      *
      * first six characters, 'M' and the file number (LGLAPSM1 for   *
      * the LGLAPS01 register file)                                   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO MERGE-CARD-RECORD
           OPEN INPUT MERGE-CARD-FILE
           IF WS-CARD-STATUS = '00'
              READ MERGE-CARD-FILE
                  AT END
                     MOVE SPACES TO MERGE-CARD-RECORD
              END-READ
              CLOSE MERGE-CARD-FILE
           END-IF

           IF MC-PROGRAM-NAME = SPACES
              OR MC-FILE-NUM NOT NUMERIC
              OR MC-PARTITION-COUNT NOT NUMERIC
              MOVE '10' TO WS-RETURN-CODE
           ELSE
              IF MC-FILE-NUM < 1 OR MC-FILE-NUM > 2
                 OR MC-PARTITION-COUNT < 1
                 OR MC-PARTITION-COUNT > 9
                 MOVE '10' TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00'
              MOVE SPACES TO JR-JOB-NAME
              STRING MC-PROGRAM-NAME(1:6) DELIMITED BY SIZE
                     'M' DELIMITED BY SIZE
                     MC-FILE-NUM DELIMITED BY SIZE
                     INTO JR-JOB-NAME
              END-STRING
           ELSE
              MOVE 'LGPTMRG1' TO JR-JOB-NAME
           END-IF
           PERFORM LGJOB-START

           DISPLAY 'LGPTMRG1 - Sweep partition merge starting'

           IF WS-RETURN-CODE = '00'
              DISPLAY 'LGPTMRG1 - ' MC-PROGRAM-NAME ' file '
                      MC-FILE-NUM ', ' MC-PARTITION-COUNT
                      ' partitions'
           ELSE
              DISPLAY 'LGPTMRG1 - MERGCTL card rejected: '
                      MERGE-CARD-RECORD(1:11)
           END-IF
           .

      *----------------------------------------------------------------*
      * First pass - check the control records and settle which data  *
      * records stand committed                                       *
      *----------------------------------------------------------------*
       2000-CHECK-PARTITIONS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           OPEN INPUT PARTIN-FILE

           IF WS-PARTIN-STATUS NOT = '00'
              DISPLAY 'LGPTMRG1 - OPEN PARTIN failed, status='
                      WS-PARTIN-STATUS
              MOVE '80' TO WS-RETURN-CODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-RECORD-SEQ
           PERFORM 2100-READ-PARTIN

           PERFORM UNTIL WS-NO-MORE-RECORDS
                      OR WS-RETURN-CODE NOT = '00'
              PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
              PERFORM 2100-READ-PARTIN
           END-PERFORM

           CLOSE PARTIN-FILE

           IF WS-RETURN-CODE = '00'
              PERFORM 2300-CHECK-COMPLETE
           END-IF

           MOVE WS-RECORD-SEQ TO WS-RECORDS-READ
           .

       2000-EXIT.
           EXIT
           .

       2100-READ-PARTIN.
           READ PARTIN-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-PARTIN-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 MOVE '80' TO WS-RETURN-CODE
                 DISPLAY 'LGPTMRG1 - READ PARTIN failed, status='
                         WS-PARTIN-STATUS
              ELSE
                 ADD 1 TO WS-RECORD-SEQ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A data record belongs to the run of records it follows; a     *
      * control record must be the sweep's and this file's            *
      *----------------------------------------------------------------*
       2200-CHECK-RECORD.
           IF PARTIN-RECORD(1:4) NOT = HIGH-VALUES
              IF NOT WS-SEGMENT-OPEN
                 MOVE 'data record outside any partition'
                   TO WS-REJECT-REASON
                 PERFORM 2900-REJECT-INPUT
              ELSE
                 ADD 1 TO MS-KEPT-COUNT(WS-SEG-COUNT)
              END-IF
              GO TO 2200-EXIT
           END-IF

           MOVE PARTIN-RECORD(1:100) TO PN-CONTROL-RECORD

           IF PM-PROGRAM-NAME NOT = MC-PROGRAM-NAME
              OR PM-FILE-NUM NOT = MC-FILE-NUM
              OR PM-PARTITION-COUNT NOT = MC-PARTITION-COUNT
              MOVE 'control record of another program, file or run'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PM-HEADER
                  PERFORM 2210-START-PARTITION THRU 2210-EXIT
               WHEN PM-RESTART
                  PERFORM 2220-RESTART-PARTITION THRU 2220-EXIT
               WHEN PM-TRAILER
                  PERFORM 2230-END-PARTITION THRU 2230-EXIT
               WHEN OTHER
                  MOVE 'control record of unknown type'
                    TO WS-REJECT-REASON
                  PERFORM 2900-REJECT-INPUT
           END-EVALUATE
           .

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Header - a new partition, which must follow the last one in    *
      * number and pick up its policy range where the last one ended  *
      *----------------------------------------------------------------*
       2210-START-PARTITION.
           IF WS-SEGMENT-OPEN
              MOVE 'previous partition has no trailer'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2210-EXIT
           END-IF

           IF PM-PARTITION-NUM NOT > WS-LAST-PARTITION
              OR PM-PARTITION-NUM > MC-PARTITION-COUNT
              MOVE 'partition out of order or repeated'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2210-EXIT
           END-IF

           IF PM-HASH-LENGTH > 15
              OR PM-HASH-OFFSET < 1
              OR PM-HASH-OFFSET + PM-HASH-LENGTH > 301
              MOVE 'hash field outside the record'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2210-EXIT
           END-IF

           IF WS-PART-COUNT = 0
              IF PM-LOW-POLICYNUM > 1
                 MOVE 'first partition does not start the book'
                   TO WS-REJECT-REASON
                 PERFORM 2900-REJECT-INPUT
                 GO TO 2210-EXIT
              END-IF
           ELSE
              IF PM-LOW-POLICYNUM NOT =
                 MP-HIGH-POLICYNUM(WS-PART-COUNT) + 1
                 MOVE 'policy range does not follow on from the last'
                   TO WS-REJECT-REASON
                 PERFORM 2900-REJECT-INPUT
                 GO TO 2210-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-PART-COUNT
           MOVE PM-PARTITION-NUM TO WS-LAST-PARTITION
           MOVE PM-PARTITION-NUM TO MP-PARTITION-NUM(WS-PART-COUNT)
           MOVE PM-LOW-POLICYNUM TO MP-LOW-POLICYNUM(WS-PART-COUNT)
           MOVE PM-HIGH-POLICYNUM TO MP-HIGH-POLICYNUM(WS-PART-COUNT)
           MOVE PM-HASH-OFFSET TO MP-HASH-OFFSET(WS-PART-COUNT)
           MOVE PM-HASH-LENGTH TO MP-HASH-LENGTH(WS-PART-COUNT)
           MOVE 'N' TO MP-TRAILER-FLAG(WS-PART-COUNT)
           MOVE 0 TO MP-TRAILER-COUNT(WS-PART-COUNT)
           MOVE 0 TO MP-TRAILER-HASH(WS-PART-COUNT)
           MOVE 0 TO MP-MERGED-COUNT(WS-PART-COUNT)
           MOVE 0 TO MP-MERGED-HASH(WS-PART-COUNT)
           COMPUTE MP-FIRST-SEGMENT(WS-PART-COUNT) = WS-SEG-COUNT + 1

           MOVE 0 TO WS-KEPT-SO-FAR
           PERFORM 2240-START-SEGMENT
           .

       2210-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Restart marker - the partition resumed after a failure with   *
      * PM-RECORD-COUNT records committed. Records the failed attempt *
      * wrote beyond that are dropped; the rerun writes them again.   *
      *----------------------------------------------------------------*
       2220-RESTART-PARTITION.
           IF NOT WS-SEGMENT-OPEN
              OR PM-PARTITION-NUM NOT = WS-LAST-PARTITION
              OR PM-LOW-POLICYNUM NOT =
                 MP-LOW-POLICYNUM(WS-PART-COUNT)
              OR PM-HIGH-POLICYNUM NOT =
                 MP-HIGH-POLICYNUM(WS-PART-COUNT)
              MOVE 'restart marker does not continue its partition'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2220-EXIT
           END-IF

           COMPUTE WS-KEPT-SO-FAR = MS-BASE-COUNT(WS-SEG-COUNT)
                                  + MS-KEPT-COUNT(WS-SEG-COUNT)

           IF PM-RECORD-COUNT > WS-KEPT-SO-FAR
              MOVE 'restart marker counts records the file lacks'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2220-EXIT
           END-IF

           PERFORM VARYING WS-SEG-IDX
                   FROM MP-FIRST-SEGMENT(WS-PART-COUNT) BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
              COMPUTE WS-SEG-ALLOWED =
                  PM-RECORD-COUNT - MS-BASE-COUNT(WS-SEG-IDX)
              IF WS-SEG-ALLOWED < 0
                 MOVE 0 TO WS-SEG-ALLOWED
              END-IF
              IF MS-KEPT-COUNT(WS-SEG-IDX) > WS-SEG-ALLOWED
                 COMPUTE WS-RECORDS-DROPPED = WS-RECORDS-DROPPED
                       + MS-KEPT-COUNT(WS-SEG-IDX) - WS-SEG-ALLOWED
                 MOVE WS-SEG-ALLOWED TO MS-KEPT-COUNT(WS-SEG-IDX)
              END-IF
           END-PERFORM

           MOVE PM-RECORD-COUNT TO WS-KEPT-SO-FAR
           PERFORM 2240-START-SEGMENT
           .

       2220-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Trailer - the partition ended clean; its count must be the    *
      * committed records the file holds                              *
      *----------------------------------------------------------------*
       2230-END-PARTITION.
           IF NOT WS-SEGMENT-OPEN
              OR PM-PARTITION-NUM NOT = WS-LAST-PARTITION
              MOVE 'trailer does not end its partition'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2230-EXIT
           END-IF

           COMPUTE WS-KEPT-SO-FAR = MS-BASE-COUNT(WS-SEG-COUNT)
                                  + MS-KEPT-COUNT(WS-SEG-COUNT)

           IF PM-RECORD-COUNT NOT = WS-KEPT-SO-FAR
              MOVE 'trailer record count disagrees with the file'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
              GO TO 2230-EXIT
           END-IF

           MOVE 'Y' TO MP-TRAILER-FLAG(WS-PART-COUNT)
           MOVE PM-RECORD-COUNT TO MP-TRAILER-COUNT(WS-PART-COUNT)
           MOVE PM-HASH-TOTAL TO MP-TRAILER-HASH(WS-PART-COUNT)
           MOVE 'N' TO WS-SEGMENT-FLAG
           .

       2230-EXIT.
           EXIT
           .

       2240-START-SEGMENT.
           IF WS-SEG-COUNT NOT < 100
              MOVE 'too many restarts to merge'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
           ELSE
              ADD 1 TO WS-SEG-COUNT
              MOVE WS-PART-COUNT TO MS-PART-IDX(WS-SEG-COUNT)
              MOVE WS-KEPT-SO-FAR TO MS-BASE-COUNT(WS-SEG-COUNT)
              MOVE 0 TO MS-KEPT-COUNT(WS-SEG-COUNT)
              MOVE 'Y' TO WS-SEGMENT-FLAG
           END-IF
           .

      *----------------------------------------------------------------*
      * Every partition there and ended, and the last one running to  *
      * the top of the book                                            *
      *----------------------------------------------------------------*
       2300-CHECK-COMPLETE.
           IF WS-SEGMENT-OPEN
              MOVE 'last partition has no trailer'
                TO WS-REJECT-REASON
              PERFORM 2900-REJECT-INPUT
           ELSE
              IF WS-PART-COUNT NOT = MC-PARTITION-COUNT
                 MOVE 'partitions missing from PARTIN'
                   TO WS-REJECT-REASON
                 PERFORM 2900-REJECT-INPUT
              ELSE
                 IF MP-HIGH-POLICYNUM(WS-PART-COUNT) NOT = 999999999
                    MOVE 'last partition does not end the book'
                      TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-INPUT
                 END-IF
              END-IF
           END-IF
           .

       2900-REJECT-INPUT.
           MOVE '20' TO WS-RETURN-CODE
           MOVE WS-RECORD-SEQ TO WS-SEQ-DISPLAY
           DISPLAY 'LGPTMRG1 - PARTIN rejected at record '
                   WS-SEQ-DISPLAY ': ' WS-REJECT-REASON
           .

      *----------------------------------------------------------------*
      * Second pass - copy the committed data records and total them  *
      * by partition                                                   *
      *----------------------------------------------------------------*
       3000-MERGE-PARTITIONS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           OPEN INPUT PARTIN-FILE

           IF WS-PARTIN-STATUS NOT = '00'
              DISPLAY 'LGPTMRG1 - OPEN PARTIN failed, status='
                      WS-PARTIN-STATUS
              MOVE '80' TO WS-RETURN-CODE
              GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT MERGE-FILE

           IF WS-MERGE-STATUS NOT = '00'
              DISPLAY 'LGPTMRG1 - OPEN MERGOUT failed, status='
                      WS-MERGE-STATUS
              CLOSE PARTIN-FILE
              MOVE '80' TO WS-RETURN-CODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-RECORD-SEQ
           MOVE 0 TO WS-SEG-IDX
           MOVE 0 TO WS-SEG-RECORDS
           PERFORM 2100-READ-PARTIN

           PERFORM UNTIL WS-NO-MORE-RECORDS
                      OR WS-RETURN-CODE NOT = '00'
              PERFORM 3100-COPY-RECORD THRU 3100-EXIT
              PERFORM 2100-READ-PARTIN
           END-PERFORM

           CLOSE PARTIN-FILE
           CLOSE MERGE-FILE

           IF WS-RETURN-CODE = '00'
              PERFORM 3200-CHECK-TOTALS
           END-IF
           .

       3000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Headers and restart markers begin the runs of records the     *
      * first pass counted; trailers are simply dropped               *
      *----------------------------------------------------------------*
       3100-COPY-RECORD.
           IF PARTIN-RECORD(1:4) = HIGH-VALUES
              MOVE PARTIN-RECORD(1:100) TO PN-CONTROL-RECORD
              IF PM-HEADER OR PM-RESTART
                 ADD 1 TO WS-SEG-IDX
                 MOVE 0 TO WS-SEG-RECORDS
              END-IF
              GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-SEG-RECORDS
           IF WS-SEG-RECORDS > MS-KEPT-COUNT(WS-SEG-IDX)
              GO TO 3100-EXIT
           END-IF

           MOVE PARTIN-RECORD TO MERGE-RECORD
           WRITE MERGE-RECORD

           IF WS-MERGE-STATUS NOT = '00'
              DISPLAY 'LGPTMRG1 - WRITE MERGOUT failed, status='
                      WS-MERGE-STATUS
              MOVE '85' TO WS-RETURN-CODE
              GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE MS-PART-IDX(WS-SEG-IDX) TO WS-PART-IDX
           ADD 1 TO MP-MERGED-COUNT(WS-PART-IDX)

      * The hash field is taken exactly as LGPART-COUNT-RECORD took it
      * when the partition wrote the record
           MOVE MP-HASH-OFFSET(WS-PART-IDX) TO PN-HASH-OFS
           MOVE MP-HASH-LENGTH(WS-PART-IDX) TO PN-HASH-LEN
           IF PN-HASH-LEN > 0
              MOVE PARTIN-RECORD TO PN-RECORD-IMAGE
              MOVE ZEROS TO PN-HASH-WORK
              COMPUTE PN-HASH-START = 16 - PN-HASH-LEN
              MOVE PN-RECORD-IMAGE(PN-HASH-OFS:PN-HASH-LEN)
                  TO PN-HASH-WORK(PN-HASH-START:PN-HASH-LEN)
              IF PN-HASH-WORK NUMERIC
                 ADD PN-HASH-WORK TO MP-MERGED-HASH(WS-PART-IDX)
              END-IF
           END-IF
           .

       3100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Each partition's merged records must match its trailer        *
      *----------------------------------------------------------------*
       3200-CHECK-TOTALS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
              ADD MP-MERGED-HASH(WS-PART-IDX) TO WS-MERGED-HASH
              ADD MP-TRAILER-COUNT(WS-PART-IDX) TO WS-TRAILER-RECORDS
              ADD MP-TRAILER-HASH(WS-PART-IDX) TO WS-TRAILER-HASH
              MOVE MP-MERGED-COUNT(WS-PART-IDX) TO WS-ROWS-DISPLAY
              MOVE MP-MERGED-HASH(WS-PART-IDX) TO WS-HASH-DISPLAY
              DISPLAY 'LGPTMRG1 - partition '
                      MP-PARTITION-NUM(WS-PART-IDX)
                      ' records ' WS-ROWS-DISPLAY
                      ' hash ' WS-HASH-DISPLAY
              IF MP-MERGED-COUNT(WS-PART-IDX) NOT =
                 MP-TRAILER-COUNT(WS-PART-IDX)
                 OR MP-MERGED-HASH(WS-PART-IDX) NOT =
                 MP-TRAILER-HASH(WS-PART-IDX)
                 MOVE '30' TO WS-RETURN-CODE
                 MOVE MP-TRAILER-COUNT(WS-PART-IDX) TO WS-ROWS-DISPLAY
                 MOVE MP-TRAILER-HASH(WS-PART-IDX) TO WS-HASH-DISPLAY
                 DISPLAY 'LGPTMRG1 - partition '
                         MP-PARTITION-NUM(WS-PART-IDX)
                         ' DISAGREES with trailer records '
                         WS-ROWS-DISPLAY ' hash ' WS-HASH-DISPLAY
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Close the registry entry and report the control totals        *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-RECORDS-READ TO JR-ROWS-READ
           MOVE WS-RECORDS-WRITTEN TO JR-ROWS-UPDATED
           MOVE WS-RECORDS-DROPPED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-RECORDS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGPTMRG1 - Partition records read: '
                   WS-ROWS-DISPLAY
           MOVE WS-RECORDS-DROPPED TO WS-ROWS-DISPLAY
           DISPLAY 'LGPTMRG1 - Uncommitted records dropped: '
                   WS-ROWS-DISPLAY
           MOVE WS-RECORDS-WRITTEN TO WS-ROWS-DISPLAY
           MOVE WS-MERGED-HASH TO WS-HASH-DISPLAY
           DISPLAY 'LGPTMRG1 - Merged control totals: records '
                   WS-ROWS-DISPLAY ' hash ' WS-HASH-DISPLAY
           MOVE WS-TRAILER-RECORDS TO WS-ROWS-DISPLAY
           MOVE WS-TRAILER-HASH TO WS-HASH-DISPLAY
           DISPLAY 'LGPTMRG1 - Trailer control totals: records '
                   WS-ROWS-DISPLAY ' hash ' WS-HASH-DISPLAY

           IF WS-RETURN-CODE = '00'
              DISPLAY 'LGPTMRG1 - Sweep partition merge complete'
           ELSE
              DISPLAY 'LGPTMRG1 - Merge FAILED, return code '
                      WS-RETURN-CODE ' - MERGOUT must not be released'
           END-IF
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGPTMRG1.
