      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Sweep Partition Control Structures       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGPARTWS - Sweep Partition Control Structures       *
      * Purpose:  Working storage for running a nightly policy sweep  *
      *           as several parallel partitions, each over its own   *
      *           policy-number range. A partition is named by the    *
      *           PARTCTL card; with no card the sweep runs single-   *
      *           stream over the whole book exactly as before.       *
      *                                                                *
      *           A partition takes its own LGCHKPT checkpoints and   *
      *           its own BATCH_JOB_RUN entry under a job name built  *
      *           from the first six characters of the program name,  *
      *           'P' and the partition number (LGLAPS01 partition 3  *
      *           is LGLAPSP3). Its output files carry control        *
      *           records - a header when opened fresh, a restart     *
      *           marker holding the committed record count when      *
      *           reopened on a restart, and a trailer with the       *
      *           record count and hash total on a clean end - which  *
      *           LGPTMRG1 uses to merge the partition files into the *
      *           single file the downstream systems expect, dropping *
      *           records written after the last commit of a failed   *
      *           attempt and checking the control totals.            *
      *                                                                *
      * Usage:    COPY LGPARTWS and LGCHKPT in WORKING-STORAGE.       *
      *           COPY LGPARTPRC and LGCHKPRC at the end of the       *
      *           PROCEDURE DIVISION. See LGPARTPRC for the calls.    *
      *           The including program declares the card file as     *
      *           PART-FILE, ASSIGN TO PARTCTL, FILE STATUS           *
      *           PN-CARD-STATUS, with one 80-byte record.            *
      *                                                                *
      *================================================================*

       01  PARTITION-CONTROL.
           05  PN-PROGRAM-NAME         PIC X(8)  VALUE SPACES.
           05  PN-JOB-NAME             PIC X(8)  VALUE SPACES.
           05  PN-RC                   PIC X(2)  VALUE '00'.
           05  PN-CARD-STATUS          PIC X(2)  VALUE '00'.
           05  PN-PARTITION-FLAG       PIC X(1)  VALUE 'N'.
               88  PN-PARTITIONED      VALUE 'Y'.
           05  PN-RESUME-FLAG          PIC X(1)  VALUE 'N'.
               88  PN-RESUMING         VALUE 'Y'.
           05  PN-SYNC-FLAG            PIC X(1)  VALUE 'N'.
               88  PN-SYNC-DUE         VALUE 'Y'.
           05  PN-PARTITION-NUM        PIC 9(2)  VALUE 0.
           05  PN-PARTITION-COUNT      PIC 9(2)  VALUE 0.
      *    Policy range of the partition, and the policy the cursor
      *    starts from - the range low on a fresh start, the policy
      *    in hand at the last commit on a restart
           05  PN-LOW-POLICYNUM        PIC S9(9) COMP VALUE 0.
           05  PN-HIGH-POLICYNUM       PIC S9(9) COMP VALUE 999999999.
           05  PN-FROM-POLICYNUM       PIC S9(9) COMP VALUE 0.
           05  PN-CURRENT-POLICYNUM    PIC S9(9) COMP VALUE 0.
      *    Output files of the sweep - DD name, where in the record
      *    the numeric field summed into the hash total lies (length
      *    zero for a file controlled on record count alone), and the
      *    running record count and hash total. Only the first file's
      *    hash is carried across a restart, so a second file is
      *    controlled on record count alone.
           05  PN-FILE-COUNT           PIC S9(4) COMP VALUE 0.
           05  PN-FILE-IDX             PIC S9(4) COMP VALUE 1.
           05  PN-FILE-ENTRY           OCCURS 2 TIMES.
               10  PN-F-DDNAME         PIC X(8).
               10  PN-F-HASH-OFFSET    PIC 9(3).
               10  PN-F-HASH-LENGTH    PIC 9(2).
               10  PN-F-RECORDS        PIC 9(9) VALUE 0.
               10  PN-F-HASH           PIC 9(13) VALUE 0.
           05  PN-RECORD-IMAGE         PIC X(300) VALUE SPACES.
           05  PN-HASH-OFS             PIC S9(4) COMP VALUE 0.
           05  PN-HASH-LEN             PIC S9(4) COMP VALUE 0.
           05  PN-HASH-START           PIC S9(4) COMP VALUE 0.
           05  PN-HASH-WORK            PIC 9(15) VALUE 0.
           05  PN-LOW-DISPLAY          PIC 9(10).
           05  PN-HIGH-DISPLAY         PIC 9(10).
           05  PN-COUNT-DISPLAY        PIC Z(8)9.
           05  PN-HASH-DISPLAY         PIC Z(12)9.

      *----------------------------------------------------------------*
      * PARTCTL card - partition number, number of partitions and the *
      * inclusive policy-number range the partition sweeps            *
      *----------------------------------------------------------------*
       01  PN-CONTROL-CARD.
           05  PNC-PARTITION-NUM       PIC 9(2).
           05  PNC-PARTITION-COUNT     PIC 9(2).
           05  PNC-LOW-POLICYNUM       PIC 9(10).
           05  PNC-HIGH-POLICYNUM      PIC 9(10).
           05  PNC-RECORD-FILLER       PIC X(56).

      *----------------------------------------------------------------*
      * Checkpoint position kept on RESTART_CONTROL - the policy in   *
      * hand and the records (and first file hash) written as at the  *
      * commit                                                        *
      *----------------------------------------------------------------*
       01  PN-CHECKPOINT-KEY.
           05  PK-POLICYNUM            PIC 9(9).
           05  PK-RECORDS-1            PIC 9(9).
           05  PK-HASH-1               PIC 9(13).
           05  PK-RECORDS-2            PIC 9(9).

      *----------------------------------------------------------------*
      * Partition control record written among the data records of a  *
      * partition output file. The tag of HIGH-VALUES marks it - no   *
      * data record begins that way. A record shorter than the file's *
      * record length is padded with spaces on the WRITE ... FROM.    *
      *----------------------------------------------------------------*
       01  PN-CONTROL-RECORD.
           05  PM-TAG                  PIC X(4).
           05  PM-TYPE                 PIC X(1).
               88  PM-HEADER           VALUE 'H'.
               88  PM-RESTART          VALUE 'R'.
               88  PM-TRAILER          VALUE 'T'.
           05  PM-JOB-NAME             PIC X(8).
           05  PM-PROGRAM-NAME         PIC X(8).
           05  PM-FILE-NUM             PIC 9(1).
           05  PM-PARTITION-NUM        PIC 9(2).
           05  PM-PARTITION-COUNT      PIC 9(2).
           05  PM-LOW-POLICYNUM        PIC 9(10).
           05  PM-HIGH-POLICYNUM       PIC 9(10).
           05  PM-HASH-OFFSET          PIC 9(3).
           05  PM-HASH-LENGTH          PIC 9(2).
           05  PM-RECORD-COUNT         PIC 9(9).
           05  PM-HASH-TOTAL           PIC 9(13).
           05  PM-RECORD-FILLER        PIC X(27).
