      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Sweep Partition Control Procedures       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPARTPRC - Sweep Partition Control Procedures      *
      * Purpose:  LGPART-READ-CARD reads the optional PARTCTL card    *
      *           into the partition's range and job name (PN-RC '10' *
      *           for a card that does not make sense);               *
      *           LGPART-OPEN-CHECKPOINT opens the partition's        *
      *           RESTART_CONTROL row and, on a restart, picks up the *
      *           policy and record counts at the last commit;        *
      *           LGPART-OPENING-RECORD and LGPART-TRAILER-RECORD     *
      *           build the control record for file PN-FILE-IDX in    *
      *           PN-CONTROL-RECORD for the program to WRITE FROM;    *
      *           LGPART-COUNT-RECORD adds the data record in         *
      *           PN-RECORD-IMAGE to file PN-FILE-IDX's totals;       *
      *           LGPART-SYNC-CHECK sets PN-SYNC-DUE when the next    *
      *           LGPART-CHECKPOINT will commit, so the program can   *
      *           close and reopen (EXTEND) its files first and the   *
      *           records counted at the commit are on disk;          *
      *           LGPART-CHECKPOINT records PN-CURRENT-POLICYNUM and  *
      *           the counts through LGCHKPT-TAKE; LGPART-REPORT-     *
      *           TOTALS displays each file's control totals - in a   *
      *           single-stream run too, so the merged totals can be  *
      *           compared with it.                                    *
      *                                                                *
      * Requires: COPY LGPARTWS and LGCHKPT in WORKING-STORAGE, COPY  *
      *           LGCHKPRC, PART-FILE declared as LGPARTWS describes, *
      *           PN-PROGRAM-NAME and the PN-FILE-ENTRY table set.    *
      *                                                                *
      *================================================================*

       LGPART-READ-CARD.
           MOVE '00' TO PN-RC
           MOVE 'N' TO PN-PARTITION-FLAG
           MOVE PN-PROGRAM-NAME TO PN-JOB-NAME
           MOVE 0 TO PN-LOW-POLICYNUM
           MOVE 999999999 TO PN-HIGH-POLICYNUM
           MOVE 0 TO PN-FROM-POLICYNUM
           MOVE 0 TO PN-F-RECORDS(1) PN-F-RECORDS(2)
                     PN-F-HASH(1) PN-F-HASH(2)
           MOVE SPACES TO PN-CONTROL-CARD

      * No PARTCTL card (or an empty one) is a single-stream run over
      * the whole book
           OPEN INPUT PART-FILE
           IF PN-CARD-STATUS = '00'
              READ PART-FILE INTO PN-CONTROL-CARD
                  AT END
                     MOVE SPACES TO PN-CONTROL-CARD
              END-READ
              CLOSE PART-FILE
           END-IF

           IF PN-CONTROL-CARD NOT = SPACES
              PERFORM LGPART-CHECK-CARD
           END-IF
           .

       LGPART-CHECK-CARD.
           IF PNC-PARTITION-NUM NOT NUMERIC
              OR PNC-PARTITION-COUNT NOT NUMERIC
              OR PNC-LOW-POLICYNUM NOT NUMERIC
              OR PNC-HIGH-POLICYNUM NOT NUMERIC
              MOVE '10' TO PN-RC
           ELSE
              IF PNC-PARTITION-COUNT < 1
                 OR PNC-PARTITION-COUNT > 9
                 OR PNC-PARTITION-NUM < 1
                 OR PNC-PARTITION-NUM > PNC-PARTITION-COUNT
                 OR PNC-HIGH-POLICYNUM > 999999999
                 OR PNC-LOW-POLICYNUM > PNC-HIGH-POLICYNUM
                 MOVE '10' TO PN-RC
              END-IF
           END-IF

           IF PN-RC = '00'
              MOVE 'Y' TO PN-PARTITION-FLAG
              MOVE PNC-PARTITION-NUM TO PN-PARTITION-NUM
              MOVE PNC-PARTITION-COUNT TO PN-PARTITION-COUNT
              MOVE PNC-LOW-POLICYNUM TO PN-LOW-POLICYNUM
              MOVE PNC-HIGH-POLICYNUM TO PN-HIGH-POLICYNUM
              MOVE PN-LOW-POLICYNUM TO PN-FROM-POLICYNUM
              MOVE SPACES TO PN-JOB-NAME
              STRING PN-PROGRAM-NAME(1:6) DELIMITED BY SIZE
                     'P' DELIMITED BY SIZE
                     PNC-PARTITION-NUM(2:1) DELIMITED BY SIZE
                     INTO PN-JOB-NAME
              END-STRING
              DISPLAY PN-JOB-NAME ' - partition ' PN-PARTITION-NUM
                      ' of ' PN-PARTITION-COUNT ', policies '
                      PNC-LOW-POLICYNUM ' to ' PNC-HIGH-POLICYNUM
           ELSE
              DISPLAY PN-PROGRAM-NAME ' - PARTCTL card rejected: '
                      PN-CONTROL-CARD(1:24)
           END-IF
           .

      *----------------------------------------------------------------*
      * A partition keeps its own restart position. The policy in     *
      * hand at the last commit is swept again from the start (the    *
      * cursor runs from it inclusive): whatever of it committed is   *
      * no longer selected or is passed over by the sweep's own       *
      * already-done tests, and whatever did not is done now. The     *
      * registry entry and restart row are committed at once so a     *
      * partition failing before its first interval commit still      *
      * leaves them standing.                                          *
      *----------------------------------------------------------------*
       LGPART-OPEN-CHECKPOINT.
           MOVE 'N' TO PN-RESUME-FLAG

           IF PN-PARTITIONED
              MOVE PN-JOB-NAME TO CK-JOB-NAME
              PERFORM LGCHKPT-OPEN

              IF CK-RESTARTING AND CK-POSITION(1:40) NUMERIC
                 MOVE CK-POSITION TO PN-CHECKPOINT-KEY
                 MOVE 'Y' TO PN-RESUME-FLAG
                 MOVE PK-POLICYNUM TO PN-FROM-POLICYNUM
                 MOVE PK-RECORDS-1 TO PN-F-RECORDS(1)
                 MOVE PK-HASH-1 TO PN-F-HASH(1)
                 MOVE PK-RECORDS-2 TO PN-F-RECORDS(2)
                 MOVE 0 TO PN-F-HASH(2)
              END-IF

              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * Header on a fresh file; on a restart, the marker telling the  *
      * merge how many records stood committed - any after it in the  *
      * file came from the failed attempt's last, uncommitted,        *
      * interval and are dropped                                       *
      *----------------------------------------------------------------*
       LGPART-OPENING-RECORD.
           PERFORM LGPART-BUILD-CONTROL-RECORD
           IF PN-RESUMING
              SET PM-RESTART TO TRUE
           ELSE
              SET PM-HEADER TO TRUE
           END-IF
           .

       LGPART-TRAILER-RECORD.
           PERFORM LGPART-BUILD-CONTROL-RECORD
           SET PM-TRAILER TO TRUE
           .

       LGPART-BUILD-CONTROL-RECORD.
           MOVE SPACES TO PN-CONTROL-RECORD
           MOVE HIGH-VALUES TO PM-TAG
           MOVE PN-JOB-NAME TO PM-JOB-NAME
           MOVE PN-PROGRAM-NAME TO PM-PROGRAM-NAME
           MOVE PN-FILE-IDX TO PM-FILE-NUM
           MOVE PN-PARTITION-NUM TO PM-PARTITION-NUM
           MOVE PN-PARTITION-COUNT TO PM-PARTITION-COUNT
           MOVE PN-LOW-POLICYNUM TO PM-LOW-POLICYNUM
           MOVE PN-HIGH-POLICYNUM TO PM-HIGH-POLICYNUM
           MOVE PN-F-HASH-OFFSET(PN-FILE-IDX) TO PM-HASH-OFFSET
           MOVE PN-F-HASH-LENGTH(PN-FILE-IDX) TO PM-HASH-LENGTH
           MOVE PN-F-RECORDS(PN-FILE-IDX) TO PM-RECORD-COUNT
           MOVE PN-F-HASH(PN-FILE-IDX) TO PM-HASH-TOTAL
           .

      *----------------------------------------------------------------*
      * One data record written - count it and add its hash field.    *
      * LGPTMRG1 takes the hash the same way from the offset and      *
      * length the control records carry.                             *
      *----------------------------------------------------------------*
       LGPART-COUNT-RECORD.
           ADD 1 TO PN-F-RECORDS(PN-FILE-IDX)

           MOVE PN-F-HASH-OFFSET(PN-FILE-IDX) TO PN-HASH-OFS
           MOVE PN-F-HASH-LENGTH(PN-FILE-IDX) TO PN-HASH-LEN

           IF PN-HASH-LEN > 0
              MOVE ZEROS TO PN-HASH-WORK
              COMPUTE PN-HASH-START = 16 - PN-HASH-LEN
              MOVE PN-RECORD-IMAGE(PN-HASH-OFS:PN-HASH-LEN)
                  TO PN-HASH-WORK(PN-HASH-START:PN-HASH-LEN)
              IF PN-HASH-WORK NUMERIC
                 ADD PN-HASH-WORK TO PN-F-HASH(PN-FILE-IDX)
              END-IF
           END-IF
           .

       LGPART-SYNC-CHECK.
           MOVE 'N' TO PN-SYNC-FLAG
           IF PN-PARTITIONED
              IF CK-UNITS-SINCE-COMMIT + 1 >= CK-COMMIT-INTERVAL
                 MOVE 'Y' TO PN-SYNC-FLAG
              END-IF
           END-IF
           .

       LGPART-CHECKPOINT.
           IF PN-PARTITIONED
              MOVE PN-CURRENT-POLICYNUM TO PK-POLICYNUM
              MOVE PN-F-RECORDS(1) TO PK-RECORDS-1
              MOVE PN-F-HASH(1) TO PK-HASH-1
              MOVE PN-F-RECORDS(2) TO PK-RECORDS-2
              MOVE PN-CHECKPOINT-KEY TO CK-POSITION
              PERFORM LGCHKPT-TAKE
           END-IF
           .

       LGPART-REPORT-TOTALS.
           PERFORM VARYING PN-FILE-IDX FROM 1 BY 1
                   UNTIL PN-FILE-IDX > PN-FILE-COUNT
              MOVE PN-F-RECORDS(PN-FILE-IDX) TO PN-COUNT-DISPLAY
              MOVE PN-F-HASH(PN-FILE-IDX) TO PN-HASH-DISPLAY
              DISPLAY PN-JOB-NAME ' - ' PN-F-DDNAME(PN-FILE-IDX)
                      ' control totals: records ' PN-COUNT-DISPLAY
                      ' hash ' PN-HASH-DISPLAY
           END-PERFORM
           .
