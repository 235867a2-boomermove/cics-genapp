      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claims Exchange History Load Batch Job   *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCUELD1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCUELD1 - Claims Exchange History Load Batch Job    *
      * Purpose: Runs outside CICS nightly, loading the history file  *
      *          the Claims and Underwriting Exchange returns         *
      *          (CUEHFILE) into CUE_HISTORY, where LGCUE-LOOKUP      *
      *          finds a quoted person's or vehicle's prior claims at *
      *          quote (LGAQUO01) and conversion (LGCQUO01). Each     *
      *          record is one prior claim matched on the person      *
      *          ('P' - surname, date of birth and postcode) or the   *
      *          vehicle ('V' - registration). A claim already held   *
      *          under the same exchange reference and match type has *
      *          its status and amount brought up to date; any other  *
      *          is added. Records for our own claims come back too   *
      *          and are skipped - they are on CLAIM already. Records *
      *          with no reference, incident date or valid match type *
      *          are counted and listed for the exchange to correct.  *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUEH-FILE ASSIGN TO CUEHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUEH-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Exchange history record - one prior claim per match           *
      *----------------------------------------------------------------*
       FD  CUEH-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CUEH-RECORD.
           05  CX-MATCH-TYPE           PIC X(1).
           05  CX-CUE-REF              PIC X(12).
           05  CX-INSURER              PIC X(6).
           05  CX-INCIDENT-DATE        PIC X(10).
           05  CX-CLAIM-TYPE           PIC X(3).
           05  CX-CLAIM-STATUS         PIC X(1).
           05  CX-AMOUNT               PIC 9(7)V99.
           05  CX-LAST-NAME            PIC X(20).
           05  CX-FIRST-NAME           PIC X(10).
           05  CX-DOB                  PIC X(10).
           05  CX-POSTCODE             PIC X(8).
           05  CX-REGNUMBER            PIC X(7).
           05  CX-RECORD-FILLER        PIC X(103).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGCUELD1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Claims exchange constants (our insurer code)                   *
      *----------------------------------------------------------------*
           COPY LGCUEWS.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-CUEH-STATUS          PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-ADDED           PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-UPDATED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-OWN             PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).

      *----------------------------------------------------------------*
      * Host variables for the CUE_HISTORY row                         *
      *----------------------------------------------------------------*
       01  DB2-CUE-HISTORY-VARS.
           05  DB2-CH-MATCH-TYPE       PIC X(1).
           05  DB2-CH-CUE-REF          PIC X(12).
           05  DB2-CH-INSURER          PIC X(6).
           05  DB2-CH-INCIDENT-DATE    PIC X(10).
           05  DB2-CH-CLAIM-TYPE       PIC X(3).
           05  DB2-CH-CLAIM-STATUS     PIC X(1).
           05  DB2-CH-AMOUNT           PIC S9(7)V99 COMP-3.
           05  DB2-CH-LASTNAME         PIC X(20).
           05  DB2-CH-DOB              PIC X(10).
           05  DB2-CH-POSTCODE         PIC X(8).
           05  DB2-CH-REGNUMBER        PIC X(7).
           05  DB2-CH-COUNT            PIC S9(9) COMP.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the history file and prime the read-ahead                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGCUELD1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           DISPLAY 'LGCUELD1 - Claims exchange history load starting'

           OPEN INPUT CUEH-FILE

           IF WS-CUEH-STATUS NOT = '00'
              DISPLAY 'LGCUELD1 - OPEN CUEHFILE failed, status='
                      WS-CUEH-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
              PERFORM 1100-READ-NEXT-RECORD
           END-IF
           .

       1100-READ-NEXT-RECORD.
           READ CUEH-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-CUEH-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 DISPLAY 'LGCUELD1 - READ CUEHFILE failed, status='
                         WS-CUEH-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Add or refresh the prior claim behind each record             *
      *----------------------------------------------------------------*
       2000-PROCESS-HISTORY.
           PERFORM UNTIL WS-NO-MORE-RECORDS
              PERFORM 2100-LOAD-PRIOR-CLAIM THRU 2100-EXIT
              PERFORM 1100-READ-NEXT-RECORD
           END-PERFORM
           .

       2100-LOAD-PRIOR-CLAIM.
           IF (CX-MATCH-TYPE NOT = 'P' AND CX-MATCH-TYPE NOT = 'V')
              OR CX-CUE-REF = SPACES
              OR CX-INCIDENT-DATE = SPACES
              ADD 1 TO WS-ROWS-REJECTED
              DISPLAY 'LGCUELD1 - invalid history record '
                      CX-CUE-REF ' match type ' CX-MATCH-TYPE
              GO TO 2100-EXIT
           END-IF

      * Our own claims are on CLAIM - only other insurers' count
           IF CX-INSURER = CUE-OUR-INSURER
              ADD 1 TO WS-ROWS-OWN
              GO TO 2100-EXIT
           END-IF

           MOVE CX-MATCH-TYPE TO DB2-CH-MATCH-TYPE
           MOVE CX-CUE-REF TO DB2-CH-CUE-REF
           MOVE CX-INSURER TO DB2-CH-INSURER
           MOVE CX-INCIDENT-DATE TO DB2-CH-INCIDENT-DATE
           MOVE CX-CLAIM-TYPE TO DB2-CH-CLAIM-TYPE
           MOVE CX-CLAIM-STATUS TO DB2-CH-CLAIM-STATUS
           IF CX-AMOUNT NUMERIC
              MOVE CX-AMOUNT TO DB2-CH-AMOUNT
           ELSE
              MOVE 0 TO DB2-CH-AMOUNT
           END-IF
           MOVE CX-LAST-NAME TO DB2-CH-LASTNAME
           MOVE CX-DOB TO DB2-CH-DOB
           MOVE CX-POSTCODE TO DB2-CH-POSTCODE
           MOVE CX-REGNUMBER TO DB2-CH-REGNUMBER

           EXEC SQL
               SELECT COUNT(*)
               INTO :DB2-CH-COUNT
               FROM CUE_HISTORY
               WHERE CUE_REF = :DB2-CH-CUE-REF
                 AND MATCH_TYPE = :DB2-CH-MATCH-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGCUELD1 - CUE_HISTORY lookup failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2100-EXIT
           END-IF

           IF DB2-CH-COUNT > 0
              EXEC SQL
                  UPDATE CUE_HISTORY
                  SET CLAIM_STATUS = :DB2-CH-CLAIM-STATUS,
                      AMOUNT = :DB2-CH-AMOUNT,
                      LOADED_DATE = :WS-TODAY-YMD
                  WHERE CUE_REF = :DB2-CH-CUE-REF
                    AND MATCH_TYPE = :DB2-CH-MATCH-TYPE
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO CUE_HISTORY
                  ( MATCH_TYPE, CUE_REF, INSURER, INCIDENT_DATE,
                    CLAIM_TYPE, CLAIM_STATUS, AMOUNT, LASTNAME,
                    DATEOFBIRTH, POSTCODE, REGNUMBER, LOADED_DATE )
                  VALUES ( :DB2-CH-MATCH-TYPE, :DB2-CH-CUE-REF,
                           :DB2-CH-INSURER, :DB2-CH-INCIDENT-DATE,
                           :DB2-CH-CLAIM-TYPE, :DB2-CH-CLAIM-STATUS,
                           :DB2-CH-AMOUNT, :DB2-CH-LASTNAME,
                           :DB2-CH-DOB, :DB2-CH-POSTCODE,
                           :DB2-CH-REGNUMBER, :WS-TODAY-YMD )
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGCUELD1 - CUE_HISTORY write failed SQLCODE='
                      SQLCODE ' ref ' CX-CUE-REF
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2100-EXIT
           END-IF

           IF DB2-CH-COUNT > 0
              ADD 1 TO WS-ROWS-UPDATED
           ELSE
              ADD 1 TO WS-ROWS-ADDED
           END-IF
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           COMPUTE JR-ROWS-UPDATED = WS-ROWS-ADDED + WS-ROWS-UPDATED
           MOVE WS-ROWS-REJECTED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE CUEH-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUELD1 - History records read: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-ADDED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUELD1 - Prior claims added: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-UPDATED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUELD1 - Prior claims refreshed: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-OWN TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUELD1 - Own claims skipped: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUELD1 - Invalid records: ' WS-ROWS-DISPLAY
           DISPLAY 'LGCUELD1 - Claims exchange history load complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGCUELD1.
