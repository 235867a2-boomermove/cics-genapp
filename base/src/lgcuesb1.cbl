      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claims Exchange Submission Batch Job     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCUESB1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCUESB1 - Claims Exchange Submission Batch Job      *
      * Purpose: Runs outside CICS nightly, submitting our motor and  *
      *          house claims to the Claims and Underwriting Exchange *
      *          so other insurers see them, as they must if we are   *
      *          to see theirs. Two steps:                            *
      *          - reject reprocessing: the exchange's reject file    *
      *            for the last submission (CUERJFILE) is read and    *
      *            each rejected claim is queued on CUE_REJECT to go  *
      *            again tonight. A claim rejected CUE-MAX-ATTEMPTS   *
      *            times is held instead and listed for the claims    *
      *            team to correct - a change to the claim then       *
      *            sends it again through the window below.           *
      *          - submission: one record per claim to CUESFILE in    *
      *            the exchange format - 'N' for a claim registered   *
      *            in the window, 'U' for an older claim that changed *
      *            in it (any CLAIM_HISTORY row - status, reserve,    *
      *            invoice or recovery movement), and each queued     *
      *            reject again under the type it was first sent as.  *
      *          The window runs from the high-water mark on the      *
      *          EXTRACT_CONTROL row (the LGDELTA1 pattern) up to and *
      *          including yesterday, the LGGLEXT1 rule, so the first *
      *          run sends every motor and house claim on file and a  *
      *          missed night catches up automatically. CLAIM_HISTORY *
      *          timestamps are stored DD-MM-YYYYTHH:MM:SS and are    *
      *          reordered to YYYY-MM-DD via SUBSTR before comparing. *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUERJ-FILE ASSIGN TO CUERJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUERJ-STATUS.

           SELECT CUES-FILE ASSIGN TO CUESFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Exchange reject record - one per submission record it could   *
      * not accept, with its own reason code and text                 *
      *----------------------------------------------------------------*
       FD  CUERJ-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CUERJ-RECORD.
           05  CR-CLAIM-REF            PIC X(10).
           05  CR-RECORD-TYPE          PIC X(1).
           05  CR-REJECT-DATE          PIC X(10).
           05  CR-REASON-CODE          PIC X(4).
           05  CR-REASON-TEXT          PIC X(40).
           05  CR-RECORD-FILLER        PIC X(15).

      *----------------------------------------------------------------*
      * Exchange submission record - the claim, the policyholder and  *
      * the risk (vehicle registration or insured address)            *
      *----------------------------------------------------------------*
       FD  CUES-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CUES-RECORD.
           05  CS-RECORD-TYPE          PIC X(1).
           05  CS-INSURER              PIC X(6).
           05  CS-CLAIM-REF            PIC X(10).
           05  CS-POLICY-NUM           PIC X(10).
           05  CS-CLAIM-TYPE           PIC X(3).
           05  CS-INCIDENT-DATE        PIC X(10).
           05  CS-REPORTED-DATE        PIC X(10).
           05  CS-CLAIM-STATUS         PIC X(1).
           05  CS-CLAIM-AMOUNT         PIC 9(7).99.
           05  CS-FIRST-NAME           PIC X(10).
           05  CS-LAST-NAME            PIC X(20).
           05  CS-DOB                  PIC X(10).
           05  CS-HOUSE-NAME           PIC X(20).
           05  CS-HOUSE-NUM            PIC X(4).
           05  CS-POSTCODE             PIC X(8).
           05  CS-REGNUMBER            PIC X(7).
           05  CS-RISK-HOUSE-NAME      PIC X(20).
           05  CS-RISK-HOUSE-NUM       PIC X(4).
           05  CS-RISK-POSTCODE        PIC X(8).
           05  CS-DESCRIPTION          PIC X(40).
           05  CS-RECORD-FILLER        PIC X(38).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGCUESB1----WS'.

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
      * Rejects sent again this many times are held for correction    *
      *----------------------------------------------------------------*
       77  CUE-MAX-ATTEMPTS            PIC S9(4) COMP VALUE 3.

      *----------------------------------------------------------------*
      * Run-control working storage - the high-water mark and this    *
      * run's ceiling, the last complete day                          *
      *----------------------------------------------------------------*
       01  WS-CONTROL-VARS.
           05  WS-FEED-NAME            PIC X(16)
                                       VALUE 'CUE_SUBMIT'.
           05  WS-LAST-MARK            PIC X(14).
           05  WS-THIS-MARK            PIC X(14).
           05  WS-CONTROL-COUNT        PIC S9(9) COMP.
           05  WS-LAST-MARK-YMD        PIC X(10).
           05  WS-THIS-MARK-YMD        PIC X(10).
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-YESTERDAY-INT        PIC 9(7).
           05  WS-YESTERDAY-RAW        PIC X(8).

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-CUERJ-STATUS         PIC X(2) VALUE '00'.
           05  WS-CUES-STATUS          PIC X(2) VALUE '00'.
           05  WS-CUERJ-OPEN           PIC X(1) VALUE 'N'.
               88  WS-CUERJ-IS-OPEN    VALUE 'Y'.
           05  WS-CUES-OPEN            PIC X(1) VALUE 'N'.
               88  WS-CUES-IS-OPEN     VALUE 'Y'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-REJECTS-READ         PIC 9(7) COMP-3 VALUE 0.
           05  WS-REJECTS-QUEUED       PIC 9(7) COMP-3 VALUE 0.
           05  WS-REJECTS-HELD         PIC 9(7) COMP-3 VALUE 0.
           05  WS-REJECTS-UNMATCHED    PIC 9(7) COMP-3 VALUE 0.
           05  WS-NEW-WRITTEN          PIC 9(7) COMP-3 VALUE 0.
           05  WS-UPDATES-WRITTEN      PIC 9(7) COMP-3 VALUE 0.
           05  WS-RESUBMITTED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-NUM-DISPLAY          PIC 9(10).

      *----------------------------------------------------------------*
      * CUE_REJECT host variables - STATUS 'O' queued to go again,    *
      * 'R' sent again (a fresh reject reopens it), 'H' held for the  *
      * claims team after CUE-MAX-ATTEMPTS rejects                    *
      *----------------------------------------------------------------*
       01  DB2-CUE-REJECT-VARS.
           05  DB2-CR-CLAIMNUM         PIC S9(9) COMP.
           05  DB2-CR-RECORD-TYPE      PIC X(1).
           05  DB2-CR-REJECT-DATE      PIC X(10).
           05  DB2-CR-REASON-CODE      PIC X(4).
           05  DB2-CR-REASON-TEXT      PIC X(40).
           05  DB2-CR-ATTEMPTS         PIC S9(4) COMP.
           05  DB2-CR-STATUS           PIC X(1).
           05  DB2-CR-CLAIM-COUNT      PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Submission cursor host variables                               *
      *----------------------------------------------------------------*
       01  DB2-CUES-VARS.
           05  DB2-CS-CLAIMNUM         PIC S9(9) COMP.
           05  DB2-CS-POLICYNUM        PIC S9(9) COMP.
           05  DB2-CS-POLICYTYPE       PIC X(1).
           05  DB2-CS-LOSS-DATE        PIC X(10).
           05  DB2-CS-REG-DATE         PIC X(10).
           05  DB2-CS-STATUS           PIC X(1).
           05  DB2-CS-AMOUNT           PIC S9(7)V99 COMP-3.
           05  DB2-CS-DESCRIPTION      PIC X(60).
           05  DB2-CS-FIRSTNAME        PIC X(10).
           05  DB2-CS-LASTNAME         PIC X(20).
           05  DB2-CS-DOB              PIC X(10).
           05  DB2-CS-HOUSENAME        PIC X(20).
           05  DB2-CS-HOUSENUMBER      PIC X(4).
           05  DB2-CS-POSTCODE         PIC X(8).
           05  DB2-CS-REGNUMBER        PIC X(7).
           05  DB2-CS-RISK-HOUSENAME   PIC X(20).
           05  DB2-CS-RISK-HOUSENUM    PIC X(4).
           05  DB2-CS-RISK-POSTCODE    PIC X(8).
           05  DB2-CS-RESUB-TYPE       PIC X(1).

      *----------------------------------------------------------------*
      * Motor and house claims registered or changed in the window,   *
      * and those queued to go again after a reject. The amount is    *
      * the reserve plus the supplier invoices LGASIV01 took off it   *
      * (the LGRIBRD1 measure)                                         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CUES_CURSOR CURSOR FOR
               SELECT C.CLAIMNUMBER, C.POLICYNUMBER, P.POLICYTYPE,
                      C.LOSSDATE,
                      COALESCE(C.REGISTEREDDATE, C.LOSSDATE),
                      C.STATUS,
                      C.RESERVE +
                      COALESCE((SELECT SUM(I.AMOUNT)
                                FROM SUPPLIER_INVOICE I
                                WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                                  AND I.STATUS <> 'J'), 0),
                      C.DESCRIPTION,
                      U.FIRSTNAME, U.LASTNAME, U.DATEOFBIRTH,
                      U.HOUSENAME, U.HOUSENUMBER, U.POSTCODE,
                      COALESCE(M.REGNUMBER, ' '),
                      COALESCE(H.HOUSENAME, ' '),
                      COALESCE(H.HOUSENUMBER, ' '),
                      COALESCE(H.POSTCODE, ' '),
                      COALESCE((SELECT R.RECORD_TYPE
                                FROM CUE_REJECT R
                                WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                                  AND R.STATUS = 'O'), ' ')
               FROM CLAIM C
               INNER JOIN POLICY P
                    ON C.POLICYNUMBER = P.POLICYNUMBER
               INNER JOIN CUSTOMER U
                    ON C.CUSTOMERNUMBER = U.CUSTOMERNUMBER
               LEFT OUTER JOIN MOTOR M
                    ON C.POLICYNUMBER = M.POLICYNUMBER
               LEFT OUTER JOIN HOUSE H
                    ON C.POLICYNUMBER = H.POLICYNUMBER
               WHERE P.POLICYTYPE IN ('M', 'H')
                 AND ( ( COALESCE(C.REGISTEREDDATE, C.LOSSDATE)
                           > :WS-LAST-MARK-YMD
                         AND COALESCE(C.REGISTEREDDATE, C.LOSSDATE)
                           <= :WS-THIS-MARK-YMD )
                    OR EXISTS
                       ( SELECT 1 FROM CLAIM_HISTORY X
                         WHERE X.CLAIM_NUM = C.CLAIMNUMBER
                           AND SUBSTR(X.TIMESTAMP,7,4) || '-' ||
                               SUBSTR(X.TIMESTAMP,4,2) || '-' ||
                               SUBSTR(X.TIMESTAMP,1,2)
                                 > :WS-LAST-MARK-YMD
                           AND SUBSTR(X.TIMESTAMP,7,4) || '-' ||
                               SUBSTR(X.TIMESTAMP,4,2) || '-' ||
                               SUBSTR(X.TIMESTAMP,1,2)
                                 <= :WS-THIS-MARK-YMD )
                    OR EXISTS
                       ( SELECT 1 FROM CUE_REJECT R
                         WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                           AND R.STATUS = 'O' ) )
               ORDER BY C.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RETURN-CODE = '00'
              PERFORM 2000-REPROCESS-REJECTS
           END-IF
           IF WS-RETURN-CODE = '00'
              PERFORM 3000-SUBMIT-CLAIMS THRU 3000-EXIT
           END-IF
           IF WS-RETURN-CODE = '00'
              PERFORM 5000-ADVANCE-CONTROL-MARK
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Read (or create) the control row, fix this run's ceiling at   *
      * the end of yesterday and open both files                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGCUESB1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGCUESB1 - Claims exchange submission starting'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           COMPUTE WS-YESTERDAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-YESTERDAY-INT)
               TO WS-YESTERDAY-RAW

           MOVE SPACES TO WS-THIS-MARK-YMD
           STRING WS-YESTERDAY-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-YESTERDAY-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-YESTERDAY-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-THIS-MARK-YMD
           END-STRING
           MOVE WS-THIS-MARK-YMD TO WS-THIS-MARK

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTROL-COUNT
               FROM EXTRACT_CONTROL
               WHERE FEED_NAME = :WS-FEED-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGCUESB1 - control lookup failed SQLCODE='
                      SQLCODE
              GO TO 1000-EXIT
           END-IF

           IF WS-CONTROL-COUNT = 0
      *       First ever run - every motor and house claim on file is
      *       new to the exchange
              MOVE '0000-00-00' TO WS-LAST-MARK
              EXEC SQL
                  INSERT INTO EXTRACT_CONTROL
                  ( FEED_NAME, LAST_RUN_MARK )
                  VALUES ( :WS-FEED-NAME, :WS-LAST-MARK )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGCUESB1 - control insert failed SQLCODE='
                         SQLCODE
                 GO TO 1000-EXIT
              END-IF
           ELSE
              EXEC SQL
                  SELECT LAST_RUN_MARK
                  INTO :WS-LAST-MARK
                  FROM EXTRACT_CONTROL
                  WHERE FEED_NAME = :WS-FEED-NAME
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGCUESB1 - control fetch failed SQLCODE='
                         SQLCODE
                 GO TO 1000-EXIT
              END-IF
           END-IF

           MOVE WS-LAST-MARK(1:10) TO WS-LAST-MARK-YMD

           OPEN INPUT CUERJ-FILE

           IF WS-CUERJ-STATUS NOT = '00'
              DISPLAY 'LGCUESB1 - OPEN CUERJFILE failed, status='
                      WS-CUERJ-STATUS
              MOVE '80' TO WS-RETURN-CODE
              GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-CUERJ-OPEN

           OPEN OUTPUT CUES-FILE

           IF WS-CUES-STATUS NOT = '00'
              DISPLAY 'LGCUESB1 - OPEN CUESFILE failed, status='
                      WS-CUES-STATUS
              MOVE '80' TO WS-RETURN-CODE
              GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-CUES-OPEN

           DISPLAY 'LGCUESB1 - Window from ' WS-LAST-MARK-YMD
                   ' (exclusive) to ' WS-THIS-MARK-YMD
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reject reprocessing - queue each claim the exchange turned    *
      * back to go again tonight, or hold it once it has been         *
      * rejected too often for resending alone to put right           *
      *----------------------------------------------------------------*
       2000-REPROCESS-REJECTS.
           PERFORM 2100-READ-NEXT-REJECT

           PERFORM UNTIL WS-NO-MORE-RECORDS
              PERFORM 2200-QUEUE-REJECT THRU 2200-EXIT
              PERFORM 2100-READ-NEXT-REJECT
           END-PERFORM
           .

       2100-READ-NEXT-REJECT.
           READ CUERJ-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-CUERJ-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGCUESB1 - READ CUERJFILE failed, status='
                         WS-CUERJ-STATUS
              ELSE
                 ADD 1 TO WS-REJECTS-READ
              END-IF
           END-IF
           .

       2200-QUEUE-REJECT.
           IF CR-CLAIM-REF NOT NUMERIC
              ADD 1 TO WS-REJECTS-UNMATCHED
              DISPLAY 'LGCUESB1 - invalid claim reference '
                      CR-CLAIM-REF ' on reject ' CR-REASON-CODE
              GO TO 2200-EXIT
           END-IF

           MOVE CR-CLAIM-REF TO DB2-CR-CLAIMNUM

           EXEC SQL
               SELECT COUNT(*)
               INTO :DB2-CR-CLAIM-COUNT
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-CR-CLAIMNUM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGCUESB1 - CLAIM lookup failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2200-EXIT
           END-IF

           IF DB2-CR-CLAIM-COUNT = 0
              ADD 1 TO WS-REJECTS-UNMATCHED
              DISPLAY 'LGCUESB1 - no CLAIM matches reject for '
                      CR-CLAIM-REF ' reason ' CR-REASON-CODE
              GO TO 2200-EXIT
           END-IF

           IF CR-RECORD-TYPE = 'N'
              MOVE 'N' TO DB2-CR-RECORD-TYPE
           ELSE
              MOVE 'U' TO DB2-CR-RECORD-TYPE
           END-IF
           IF CR-REJECT-DATE = SPACES
              MOVE WS-THIS-MARK-YMD TO DB2-CR-REJECT-DATE
           ELSE
              MOVE CR-REJECT-DATE TO DB2-CR-REJECT-DATE
           END-IF
           MOVE CR-REASON-CODE TO DB2-CR-REASON-CODE
           MOVE CR-REASON-TEXT TO DB2-CR-REASON-TEXT

           EXEC SQL
               SELECT ATTEMPTS, STATUS
               INTO :DB2-CR-ATTEMPTS, :DB2-CR-STATUS
               FROM CUE_REJECT
               WHERE CLAIMNUMBER = :DB2-CR-CLAIMNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 1 TO DB2-CR-ATTEMPTS
               MOVE 'O' TO DB2-CR-STATUS
               EXEC SQL
                   INSERT INTO CUE_REJECT
                   ( CLAIMNUMBER, RECORD_TYPE, REJECT_DATE,
                     REASON_CODE, REASON_TEXT, ATTEMPTS, STATUS )
                   VALUES ( :DB2-CR-CLAIMNUM, :DB2-CR-RECORD-TYPE,
                            :DB2-CR-REJECT-DATE, :DB2-CR-REASON-CODE,
                            :DB2-CR-REASON-TEXT, :DB2-CR-ATTEMPTS,
                            :DB2-CR-STATUS )
               END-EXEC
             WHEN SQLCODE = 0
      *        A claim first sent as new and never accepted stays new
      *        until the exchange takes it
               IF DB2-CR-STATUS = 'H'
                  ADD 1 TO WS-REJECTS-HELD
                  DISPLAY 'LGCUESB1 - claim ' CR-CLAIM-REF
                          ' still held, reason ' CR-REASON-CODE
                          ' ' CR-REASON-TEXT
                  GO TO 2200-EXIT
               END-IF
               ADD 1 TO DB2-CR-ATTEMPTS
               IF DB2-CR-ATTEMPTS >= CUE-MAX-ATTEMPTS
                  MOVE 'H' TO DB2-CR-STATUS
               ELSE
                  MOVE 'O' TO DB2-CR-STATUS
               END-IF
               EXEC SQL
                   UPDATE CUE_REJECT
                   SET REJECT_DATE = :DB2-CR-REJECT-DATE,
                       REASON_CODE = :DB2-CR-REASON-CODE,
                       REASON_TEXT = :DB2-CR-REASON-TEXT,
                       ATTEMPTS = :DB2-CR-ATTEMPTS,
                       STATUS = :DB2-CR-STATUS
                   WHERE CLAIMNUMBER = :DB2-CR-CLAIMNUM
               END-EXEC
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF SQLCODE NOT = 0
              DISPLAY 'LGCUESB1 - CUE_REJECT write failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
              GO TO 2200-EXIT
           END-IF

           IF DB2-CR-STATUS = 'H'
              ADD 1 TO WS-REJECTS-HELD
              DISPLAY 'LGCUESB1 - claim ' CR-CLAIM-REF
                      ' held for correction after '
                      DB2-CR-ATTEMPTS ' rejects, reason '
                      CR-REASON-CODE ' ' CR-REASON-TEXT
           ELSE
              ADD 1 TO WS-REJECTS-QUEUED
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Submission - one exchange record per claim                    *
      *----------------------------------------------------------------*
       3000-SUBMIT-CLAIMS.
           EXEC SQL
               OPEN CUES_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGCUESB1 - OPEN CUES_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-NEXT-CLAIM

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3200-WRITE-SUBMISSION
              PERFORM 3100-FETCH-NEXT-CLAIM
           END-PERFORM

           EXEC SQL
               CLOSE CUES_CURSOR
           END-EXEC

       3000-EXIT.
           EXIT
           .

       3100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH CUES_CURSOR
               INTO :DB2-CS-CLAIMNUM,
                    :DB2-CS-POLICYNUM,
                    :DB2-CS-POLICYTYPE,
                    :DB2-CS-LOSS-DATE,
                    :DB2-CS-REG-DATE,
                    :DB2-CS-STATUS,
                    :DB2-CS-AMOUNT,
                    :DB2-CS-DESCRIPTION,
                    :DB2-CS-FIRSTNAME,
                    :DB2-CS-LASTNAME,
                    :DB2-CS-DOB,
                    :DB2-CS-HOUSENAME,
                    :DB2-CS-HOUSENUMBER,
                    :DB2-CS-POSTCODE,
                    :DB2-CS-REGNUMBER,
                    :DB2-CS-RISK-HOUSENAME,
                    :DB2-CS-RISK-HOUSENUM,
                    :DB2-CS-RISK-POSTCODE,
                    :DB2-CS-RESUB-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGCUESB1 - FETCH CUES_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       3200-WRITE-SUBMISSION.
           MOVE SPACES TO CUES-RECORD

      *    A reject goes again as the type it was first sent as;
      *    otherwise a claim registered in the window is new to the
      *    exchange and any other is an update
           EVALUATE TRUE
             WHEN DB2-CS-RESUB-TYPE NOT = SPACES
               MOVE DB2-CS-RESUB-TYPE TO CS-RECORD-TYPE
             WHEN DB2-CS-REG-DATE > WS-LAST-MARK-YMD
               MOVE 'N' TO CS-RECORD-TYPE
             WHEN OTHER
               MOVE 'U' TO CS-RECORD-TYPE
           END-EVALUATE

           MOVE CUE-OUR-INSURER TO CS-INSURER
           MOVE DB2-CS-CLAIMNUM TO WS-NUM-DISPLAY
           MOVE WS-NUM-DISPLAY TO CS-CLAIM-REF
           MOVE DB2-CS-POLICYNUM TO WS-NUM-DISPLAY
           MOVE WS-NUM-DISPLAY TO CS-POLICY-NUM
           IF DB2-CS-POLICYTYPE = 'M'
              MOVE 'MOT' TO CS-CLAIM-TYPE
              MOVE DB2-CS-REGNUMBER TO CS-REGNUMBER
           ELSE
              MOVE 'HHD' TO CS-CLAIM-TYPE
              MOVE DB2-CS-RISK-HOUSENAME TO CS-RISK-HOUSE-NAME
              MOVE DB2-CS-RISK-HOUSENUM TO CS-RISK-HOUSE-NUM
              MOVE DB2-CS-RISK-POSTCODE TO CS-RISK-POSTCODE
           END-IF
           MOVE DB2-CS-LOSS-DATE TO CS-INCIDENT-DATE
           MOVE DB2-CS-REG-DATE TO CS-REPORTED-DATE

      *    The exchange knows a claim only as open, settled or
      *    repudiated
           EVALUATE DB2-CS-STATUS
             WHEN 'S'
               MOVE 'S' TO CS-CLAIM-STATUS
             WHEN 'J'
               MOVE 'R' TO CS-CLAIM-STATUS
             WHEN OTHER
               MOVE 'O' TO CS-CLAIM-STATUS
           END-EVALUATE

           IF DB2-CS-AMOUNT < 0
              MOVE 0 TO CS-CLAIM-AMOUNT
           ELSE
              MOVE DB2-CS-AMOUNT TO CS-CLAIM-AMOUNT
           END-IF
           MOVE DB2-CS-FIRSTNAME TO CS-FIRST-NAME
           MOVE DB2-CS-LASTNAME TO CS-LAST-NAME
           MOVE DB2-CS-DOB TO CS-DOB
           MOVE DB2-CS-HOUSENAME TO CS-HOUSE-NAME
           MOVE DB2-CS-HOUSENUMBER TO CS-HOUSE-NUM
           MOVE DB2-CS-POSTCODE TO CS-POSTCODE
           MOVE DB2-CS-DESCRIPTION TO CS-DESCRIPTION

           WRITE CUES-RECORD

           IF WS-CUES-STATUS NOT = '00'
              DISPLAY 'LGCUESB1 - WRITE CUESFILE failed, status='
                      WS-CUES-STATUS
              MOVE '90' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF CS-RECORD-TYPE = 'N'
                 ADD 1 TO WS-NEW-WRITTEN
              ELSE
                 ADD 1 TO WS-UPDATES-WRITTEN
              END-IF
              PERFORM 3300-MARK-REJECT-RESENT
           END-IF
           .

      *----------------------------------------------------------------*
      * A queued reject that has gone again waits for the exchange's  *
      * verdict - a fresh reject tomorrow reopens it                  *
      *----------------------------------------------------------------*
       3300-MARK-REJECT-RESENT.
           IF DB2-CS-RESUB-TYPE NOT = SPACES
              MOVE DB2-CS-CLAIMNUM TO DB2-CR-CLAIMNUM
              EXEC SQL
                  UPDATE CUE_REJECT
                  SET STATUS = 'R'
                  WHERE CLAIMNUMBER = :DB2-CR-CLAIMNUM
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'LGCUESB1 - CUE_REJECT update failed '
                         'SQLCODE=' SQLCODE
                 MOVE '90' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
              ELSE
                 ADD 1 TO WS-RESUBMITTED
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Move the mark on only after the file is safely written - a    *
      * failed run leaves it where it was, so the next run re-covers  *
      * the same window                                                *
      *----------------------------------------------------------------*
       5000-ADVANCE-CONTROL-MARK.
           EXEC SQL
               UPDATE EXTRACT_CONTROL
               SET LAST_RUN_MARK = :WS-THIS-MARK
               WHERE FEED_NAME = :WS-FEED-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGCUESB1 - control advance failed SQLCODE='
                      SQLCODE
              MOVE '90' TO WS-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the files, commit and report results - a failed run     *
      * rolls back, leaving the rejects and the mark as they were     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-REJECTS-READ TO JR-ROWS-READ
           COMPUTE JR-ROWS-UPDATED =
               WS-NEW-WRITTEN + WS-UPDATES-WRITTEN
           MOVE WS-REJECTS-UNMATCHED TO JR-ROWS-REJECTED

           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
           PERFORM LGJOB-END

           IF WS-CUERJ-IS-OPEN
              CLOSE CUERJ-FILE
           END-IF
           IF WS-CUES-IS-OPEN
              CLOSE CUES-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-REJECTS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - Rejects read: ' WS-ROWS-DISPLAY
           MOVE WS-REJECTS-QUEUED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - Rejects queued to resend: '
                   WS-ROWS-DISPLAY
           MOVE WS-REJECTS-HELD TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - Rejects held for correction: '
                   WS-ROWS-DISPLAY
           MOVE WS-REJECTS-UNMATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - Unmatched or invalid rejects: '
                   WS-ROWS-DISPLAY
           MOVE WS-NEW-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - New claim records written: '
                   WS-ROWS-DISPLAY
           MOVE WS-UPDATES-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - Update records written: '
                   WS-ROWS-DISPLAY
           MOVE WS-RESUBMITTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - Of which rejects resent: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGCUESB1 - Claims exchange submission complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGCUESB1.
