      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Fair Value MI Pack Batch Job             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFVMI1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGFVMI1 - Fair Value MI Pack Batch Job               *
      * Purpose: Runs outside CICS at quarter-start for the product   *
      *          governance committee, building one fair-value pack   *
      *          per policy type and branch over the twelve months to *
      *          the end of the quarter just ended (a full year, so   *
      *          the annual premium and a year's claims compare like  *
      *          with like). Per pack:                                 *
      *          - claims frequency: claims registered per hundred    *
      *            policy-years on cover                              *
      *          - acceptance rate: settled against settled plus      *
      *            rejected (LGUCLM01 status 'J') on those claims     *
      *          - average days from registration to payout for the   *
      *            claims LGCLMPY1 paid in the period                 *
      *          - claims paid (settled amount plus supplier          *
      *            invoices, the LGRIBRD1 measure) as a share of the  *
      *            premium earned in the period                       *
      *          - complaints received per thousand policies          *
      *          - the share of new business cancelled (LGDPDB01) or  *
      *            lapsed (LGLAPS01) inside its first 90 days,        *
      *            taken over policies old enough to have had them    *
      *          - commission as a share of premium, at the LGCOMRT   *
      *            rates LGAGCOM1 pays, less its clawback on          *
      *            policies lapsed within a year of being written     *
      *          One pack record per type and branch goes to          *
      *          FVMIFILE, followed by one flag record for each       *
      *          measure beyond its threshold for the committee to    *
      *          act on. Packs on fewer than FT-MIN-POLICIES policies *
      *          are reported but not flagged, and the claims-value   *
      *          measures are not flagged for endowments, whose value *
      *          is paid at maturity rather than by claim.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FVMI-FILE ASSIGN TO FVMIFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FVMI-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Fair-value pack record. 'P' carries one pack's measures, 'F'  *
      * one measure of the pack above it that crossed its threshold - *
      * the direction says which side it is on                        *
      *----------------------------------------------------------------*
       FD  FVMI-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FVMI-RECORD.
           05  FV-RECORD-TYPE          PIC X(1).
           05  FV-PERIOD-START         PIC X(10).
           05  FV-PERIOD-END           PIC X(10).
           05  FV-POLICY-TYPE          PIC X(1).
           05  FV-BRANCH               PIC X(4).
           05  FV-DETAIL               PIC X(224).
           05  FV-PACK-DETAIL REDEFINES FV-DETAIL.
               10  FV-POLICIES         PIC 9(7).
               10  FV-EXPOSURE-YEARS   PIC 9(7).99.
               10  FV-EARNED-PREMIUM   PIC 9(9).99.
               10  FV-CLAIMS-REGISTERED PIC 9(7).
               10  FV-CLAIM-FREQ-PCT   PIC 9(5).99.
               10  FV-CLAIMS-SETTLED   PIC 9(7).
               10  FV-CLAIMS-REJECTED  PIC 9(7).
               10  FV-ACCEPT-PCT       PIC 9(3).99.
               10  FV-CLAIMS-PAID-COUNT PIC 9(7).
               10  FV-AVG-SETTLE-DAYS  PIC 9(5).9.
               10  FV-CLAIMS-PAID      PIC 9(9).99.
               10  FV-PAID-PCT         PIC 9(5).99.
               10  FV-COMPLAINTS       PIC 9(7).
               10  FV-COMPLAINTS-PER-K PIC 9(5).99.
               10  FV-NEW-POLICIES     PIC 9(7).
               10  FV-EARLY-CANCELS    PIC 9(7).
               10  FV-EARLY-CANCEL-PCT PIC 9(3).99.
               10  FV-EARLY-LAPSES     PIC 9(7).
               10  FV-EARLY-LAPSE-PCT  PIC 9(3).99.
               10  FV-WRITTEN-PREMIUM  PIC 9(9).99.
               10  FV-COMMISSION       PIC -(9)9.99.
               10  FV-COMMISSION-PCT   PIC -(3)9.99.
               10  FV-FLAG-COUNT       PIC 9(2).
               10  FILLER              PIC X(44).
           05  FV-FLAG-DETAIL REDEFINES FV-DETAIL.
               10  FV-MEASURE          PIC X(24).
               10  FV-DIRECTION        PIC X(5).
               10  FV-MEASURE-VALUE    PIC -(7)9.99.
               10  FV-THRESHOLD        PIC -(7)9.99.
               10  FILLER              PIC X(173).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGFVMI1-----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Commission rates per policy type, the figures LGAGCOM1 pays   *
      *----------------------------------------------------------------*
       01  WS-COMMISSION-RATES.
           COPY LGCOMRT.
           05  WS-RATE-APPLIED         PIC 9V9(4).

      *----------------------------------------------------------------*
      * Fair-value thresholds, compiled defaults the way POLICY-CONFIG *
      * carries the batch settings. Percentages are to two places.    *
      *----------------------------------------------------------------*
       01  WS-FV-THRESHOLDS.
           05  FT-MIN-POLICIES         PIC 9(5)    VALUE 30.
           05  FT-MIN-CLAIM-FREQ-PCT   PIC 9(3)V99 VALUE 1.00.
           05  FT-MIN-ACCEPT-PCT       PIC 9(3)V99 VALUE 80.00.
           05  FT-MAX-SETTLE-DAYS      PIC 9(3)V99 VALUE 60.00.
           05  FT-MIN-PAID-PCT         PIC 9(3)V99 VALUE 40.00.
           05  FT-MAX-COMPLAINTS-PER-K PIC 9(3)V99 VALUE 10.00.
           05  FT-MAX-EARLY-CANCEL-PCT PIC 9(3)V99 VALUE 10.00.
           05  FT-MAX-EARLY-LAPSE-PCT  PIC 9(3)V99 VALUE 10.00.
           05  FT-MAX-COMMISSION-PCT   PIC 9(3)V99 VALUE 20.00.

      *----------------------------------------------------------------*
      * Period and control working storage                             *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-FVMI-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-QTR-YYYY             PIC 9(4).
           05  WS-QTR-MM               PIC 9(2).
           05  WS-PER-YYYY             PIC 9(4).
           05  WS-PER-MM               PIC 9(2).
           05  WS-PERIOD-START         PIC X(10).
           05  WS-PERIOD-END           PIC X(10).
           05  WS-PERIOD-START-INT     PIC 9(7).
           05  WS-PERIOD-END-INT       PIC 9(7).
           05  WS-COHORT-END-INT       PIC 9(7).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-PACKS-WRITTEN        PIC 9(7) COMP-3 VALUE 0.
           05  WS-PACKS-FLAGGED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-FLAGS-WRITTEN        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.

      *----------------------------------------------------------------*
      * Date conversion - YYYY-MM-DD to a day number                  *
      *----------------------------------------------------------------*
       01  WS-DATE-WORK.
           05  WS-DATE-IN              PIC X(10).
           05  WS-DATE-RAW             PIC X(8).
           05  WS-DATE-INT             PIC 9(7).
           05  WS-EFF-INT              PIC 9(7).
           05  WS-END-INT              PIC 9(7).
           05  WS-START-INT            PIC 9(7).
           05  WS-CLOSE-INT            PIC 9(7).
           05  WS-REG-INT              PIC 9(7).
           05  WS-PAID-INT             PIC 9(7).
           05  WS-END-DATE             PIC X(10).
           05  WS-DAYS-ON-COVER        PIC S9(7) COMP-3.
           05  WS-EARNED               PIC S9(9)V99 COMP-3.
           05  WS-COMMISSION           PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * Pack accumulation table - one cell per policy type and branch *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05  WS-CELL-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-CELL-MAX             PIC S9(4) COMP VALUE 500.
           05  WS-CELL-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-CELL-IDX.
               10  WS-CE-TYPE          PIC X(1).
               10  WS-CE-BRANCH        PIC X(4).
               10  WS-CE-POLICIES      PIC S9(7) COMP-3.
               10  WS-CE-COVER-DAYS    PIC S9(11) COMP-3.
               10  WS-CE-EARNED        PIC S9(11)V99 COMP-3.
               10  WS-CE-WRITTEN       PIC S9(11)V99 COMP-3.
               10  WS-CE-COMMISSION    PIC S9(11)V99 COMP-3.
               10  WS-CE-REGISTERED    PIC S9(7) COMP-3.
               10  WS-CE-SETTLED       PIC S9(7) COMP-3.
               10  WS-CE-REJECTED      PIC S9(7) COMP-3.
               10  WS-CE-PAID-COUNT    PIC S9(7) COMP-3.
               10  WS-CE-SETTLE-DAYS   PIC S9(11) COMP-3.
               10  WS-CE-PAID-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-CE-COMPLAINTS    PIC S9(7) COMP-3.
               10  WS-CE-NEW-POLICIES  PIC S9(7) COMP-3.
               10  WS-CE-EARLY-CANCELS PIC S9(7) COMP-3.
               10  WS-CE-EARLY-LAPSES  PIC S9(7) COMP-3.
       01  WS-CELL-WORK.
           05  WS-CELL-TYPE-IN         PIC X(1).
           05  WS-CELL-BRANCH-IN       PIC X(4).
           05  WS-SCAN-SUB             PIC S9(4) COMP.
           05  WS-MATCH-SUB            PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * One pack's measures and the threshold test in hand            *
      *----------------------------------------------------------------*
       01  WS-MEASURES.
           05  WS-EXPOSURE-YEARS       PIC S9(7)V99 COMP-3.
           05  WS-CLAIM-FREQ-PCT       PIC S9(7)V99 COMP-3.
           05  WS-ACCEPT-PCT           PIC S9(7)V99 COMP-3.
           05  WS-AVG-SETTLE-DAYS      PIC S9(7)V99 COMP-3.
           05  WS-PAID-PCT             PIC S9(7)V99 COMP-3.
           05  WS-COMPLAINTS-PER-K     PIC S9(7)V99 COMP-3.
           05  WS-EARLY-CANCEL-PCT     PIC S9(7)V99 COMP-3.
           05  WS-EARLY-LAPSE-PCT      PIC S9(7)V99 COMP-3.
           05  WS-COMMISSION-PCT       PIC S9(7)V99 COMP-3.
           05  WS-PACK-FLAGS           PIC 9(2).
           05  WS-DECIDED              PIC S9(7) COMP-3.
           05  WS-FL-MEASURE           PIC X(24).
           05  WS-FL-DIRECTION         PIC X(5).
               88  WS-FL-ABOVE         VALUE 'ABOVE'.
               88  WS-FL-BELOW         VALUE 'BELOW'.
           05  WS-FL-VALUE             PIC S9(7)V99 COMP-3.
           05  WS-FL-THRESHOLD         PIC S9(7)V99 COMP-3.
           05  WS-FL-CROSSED           PIC X(1).
               88  WS-FL-HAS-CROSSED   VALUE 'Y'.

      *----------------------------------------------------------------*
      * Policy cursor host variables                                   *
      *----------------------------------------------------------------*
       01  DB2-FVPOL-VARS.
           05  DB2-FP-POLICYTYPE       PIC X(1).
           05  DB2-FP-BRANCH           PIC X(4).
           05  DB2-FP-EFF-DATE         PIC X(10).
           05  DB2-FP-PREMIUM          PIC S9(6)V99 COMP-3.
           05  DB2-FP-STATUS           PIC X(1).
           05  DB2-FP-LAPSE-DATE       PIC X(10).
           05  DB2-FP-CHANGED-DATE     PIC X(10).

      *----------------------------------------------------------------*
      * Claim and complaint cursor host variables                      *
      *----------------------------------------------------------------*
       01  DB2-FVCLM-VARS.
           05  DB2-FC-POLICYTYPE       PIC X(1).
           05  DB2-FC-BRANCH           PIC X(4).
           05  DB2-FC-REG-DATE         PIC X(10).
           05  DB2-FC-STATUS           PIC X(1).
           05  DB2-FC-PAID-DATE        PIC X(10).
           05  DB2-FC-SETTLED          PIC S9(7)V99 COMP-3.

       01  DB2-FVCMP-VARS.
           05  DB2-FM-POLICYTYPE       PIC X(1).
           05  DB2-FM-BRANCH           PIC X(4).

      *----------------------------------------------------------------*
      * Every policy that went on cover on or before the period end - *
      * declined and still-pending business never went on risk.       *
      * Whether it was on cover inside the period is settled per row  *
      * from its close date: LAPSE_DATE for a lapse, the day the      *
      * status moved for a cancellation, maturity or surrender (the   *
      * LGLOSSR1 rule)                                                 *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE FVPOL_CURSOR CURSOR FOR
               SELECT POLICYTYPE,
                      COALESCE(BRANCHNUMBER, ' '),
                      EFFECTIVEDATE, PREMIUM, STATUS,
                      COALESCE(LAPSE_DATE, ' '),
                      SUBSTR(LASTCHANGED, 1, 10)
               FROM POLICY
               WHERE STATUS NOT IN ('D', 'P')
                 AND EFFECTIVEDATE <= :WS-PERIOD-END
           END-EXEC.

      *----------------------------------------------------------------*
      * Claims registered or paid in the period. The settled amount   *
      * adds back the supplier invoices LGASIV01 took off the reserve *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE FVCLM_CURSOR CURSOR FOR
               SELECT P.POLICYTYPE,
                      COALESCE(P.BRANCHNUMBER, ' '),
                      COALESCE(C.REGISTEREDDATE, C.LOSSDATE),
                      C.STATUS,
                      COALESCE(C.PAID_DATE, ' '),
                      C.RESERVE +
                      COALESCE((SELECT SUM(I.AMOUNT)
                                FROM SUPPLIER_INVOICE I
                                WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                                  AND I.STATUS <> 'J'), 0)
               FROM CLAIM C, POLICY P
               WHERE C.POLICYNUMBER = P.POLICYNUMBER
                 AND (COALESCE(C.REGISTEREDDATE, C.LOSSDATE)
                         BETWEEN :WS-PERIOD-START AND :WS-PERIOD-END
                      OR C.PAID_DATE
                         BETWEEN :WS-PERIOD-START AND :WS-PERIOD-END)
           END-EXEC.

      *----------------------------------------------------------------*
      * Complaints received in the period about a policy - one not    *
      * tied to a policy cannot be put against a product              *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE FVCMP_CURSOR CURSOR FOR
               SELECT P.POLICYTYPE,
                      COALESCE(P.BRANCHNUMBER, ' ')
               FROM COMPLAINT M, POLICY P
               WHERE M.POLICYNUMBER = P.POLICYNUMBER
                 AND M.RECEIVEDDATE BETWEEN :WS-PERIOD-START
                                        AND :WS-PERIOD-END
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-POLICIES THRU 2000-EXIT
           PERFORM 3000-ACCUMULATE-CLAIMS THRU 3000-EXIT
           PERFORM 4000-ACCUMULATE-COMPLAINTS THRU 4000-EXIT
           PERFORM 5000-WRITE-PACKS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix the twelve months to the end of the quarter just ended    *
      * and open the pack file                                         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGFVMI1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-QTR-YYYY
           MOVE WS-TODAY-DATE(5:2) TO WS-QTR-MM

      * The quarter containing last month is the one just ended when
      * the job runs at quarter-start
           EVALUATE TRUE
             WHEN WS-QTR-MM <= 3
               SUBTRACT 1 FROM WS-QTR-YYYY
               MOVE 10 TO WS-QTR-MM
             WHEN WS-QTR-MM <= 6
               MOVE 01 TO WS-QTR-MM
             WHEN WS-QTR-MM <= 9
               MOVE 04 TO WS-QTR-MM
             WHEN OTHER
               MOVE 07 TO WS-QTR-MM
           END-EVALUATE

      * The period opens the day after the same quarter a year before
      * closed
           COMPUTE WS-PER-YYYY = WS-QTR-YYYY - 1
           COMPUTE WS-PER-MM = WS-QTR-MM + 3
           IF WS-PER-MM > 12
              SUBTRACT 12 FROM WS-PER-MM
              ADD 1 TO WS-PER-YYYY
           END-IF

           MOVE SPACES TO WS-PERIOD-START
           STRING WS-PER-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PER-MM DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
                  INTO WS-PERIOD-START
           END-STRING

           ADD 2 TO WS-QTR-MM
           MOVE SPACES TO WS-PERIOD-END
           STRING WS-QTR-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-QTR-MM DELIMITED BY SIZE
                  '-30' DELIMITED BY SIZE
                  INTO WS-PERIOD-END
           END-STRING
           IF WS-QTR-MM = 3 OR WS-QTR-MM = 12
              MOVE '31' TO WS-PERIOD-END(9:2)
           END-IF

           MOVE WS-PERIOD-START TO WS-DATE-IN
           PERFORM 7000-DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-PERIOD-START-INT
           MOVE WS-PERIOD-END TO WS-DATE-IN
           PERFORM 7000-DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-PERIOD-END-INT

      * New business written in the last 90 days of the period has
      * not yet had its 90 days, so the early-exit rates leave it out
           COMPUTE WS-COHORT-END-INT = WS-PERIOD-END-INT - 90

           OPEN OUTPUT FVMI-FILE
           IF WS-FVMI-STATUS NOT = '00'
              DISPLAY 'LGFVMI1 - OPEN FVMIFILE failed, status='
                      WS-FVMI-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGFVMI1 - Fair value MI for ' WS-PERIOD-START
                   ' to ' WS-PERIOD-END ' starting'
           .

      *----------------------------------------------------------------*
      * Policy side - cover, earned and written premium, commission   *
      * and the new-business cohort's early exits                     *
      *----------------------------------------------------------------*
       2000-ACCUMULATE-POLICIES.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN FVPOL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFVMI1 - OPEN FVPOL_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-NEXT-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-ACCUMULATE-ONE-POLICY THRU 2200-EXIT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

           EXEC SQL
               CLOSE FVPOL_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-POLICY.
           EXEC SQL
               FETCH FVPOL_CURSOR
               INTO :DB2-FP-POLICYTYPE,
                    :DB2-FP-BRANCH,
                    :DB2-FP-EFF-DATE,
                    :DB2-FP-PREMIUM,
                    :DB2-FP-STATUS,
                    :DB2-FP-LAPSE-DATE,
                    :DB2-FP-CHANGED-DATE
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFVMI1 - FETCH FVPOL_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

       2200-ACCUMULATE-ONE-POLICY.
           MOVE DB2-FP-EFF-DATE TO WS-DATE-IN
           PERFORM 7000-DATE-TO-INTEGER
           IF WS-DATE-INT = 0
              GO TO 2200-EXIT
           END-IF
           MOVE WS-DATE-INT TO WS-EFF-INT

      *    Cover ends at the close date for a closed policy and runs to
      *    the period end for one still in force
           EVALUATE DB2-FP-STATUS
             WHEN 'L'
               MOVE DB2-FP-LAPSE-DATE TO WS-END-DATE
             WHEN 'C'
             WHEN 'X'
             WHEN 'S'
               MOVE DB2-FP-CHANGED-DATE TO WS-END-DATE
             WHEN OTHER
               MOVE SPACES TO WS-END-DATE
           END-EVALUATE

           MOVE 0 TO WS-CLOSE-INT
           IF WS-END-DATE NOT = SPACES
              MOVE WS-END-DATE TO WS-DATE-IN
              PERFORM 7000-DATE-TO-INTEGER
              MOVE WS-DATE-INT TO WS-CLOSE-INT
           END-IF

           IF WS-CLOSE-INT = 0 OR WS-CLOSE-INT > WS-PERIOD-END-INT
              MOVE WS-PERIOD-END-INT TO WS-END-INT
           ELSE
              MOVE WS-CLOSE-INT TO WS-END-INT
           END-IF

           IF WS-EFF-INT < WS-PERIOD-START-INT
              MOVE WS-PERIOD-START-INT TO WS-START-INT
           ELSE
              MOVE WS-EFF-INT TO WS-START-INT
           END-IF

           IF WS-END-INT < WS-START-INT
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-DAYS-ON-COVER = WS-END-INT - WS-START-INT + 1
           COMPUTE WS-EARNED ROUNDED =
               DB2-FP-PREMIUM * WS-DAYS-ON-COVER / 365

           EVALUATE DB2-FP-POLICYTYPE
             WHEN 'E'
               MOVE CR-RATE-ENDOWMENT TO WS-RATE-APPLIED
             WHEN 'H'
               MOVE CR-RATE-HOUSE TO WS-RATE-APPLIED
             WHEN OTHER
               MOVE CR-RATE-MOTOR TO WS-RATE-APPLIED
           END-EVALUATE
           COMPUTE WS-COMMISSION ROUNDED =
               DB2-FP-PREMIUM * WS-RATE-APPLIED

      *    LGAGCOM1 claws the commission back on a lapse within twelve
      *    months of the policy being written
           IF DB2-FP-STATUS = 'L'
              AND WS-CLOSE-INT >= WS-PERIOD-START-INT
              AND WS-CLOSE-INT <= WS-PERIOD-END-INT
              AND WS-CLOSE-INT - WS-EFF-INT < 365
              MOVE 0 TO WS-COMMISSION
           END-IF

           MOVE DB2-FP-POLICYTYPE TO WS-CELL-TYPE-IN
           MOVE DB2-FP-BRANCH TO WS-CELL-BRANCH-IN
           PERFORM 6000-FIND-OR-ADD-CELL
           IF WS-MATCH-SUB = 0
              GO TO 2200-EXIT
           END-IF
           SET WS-CELL-IDX TO WS-MATCH-SUB

           ADD 1 TO WS-CE-POLICIES(WS-CELL-IDX)
           ADD WS-DAYS-ON-COVER TO WS-CE-COVER-DAYS(WS-CELL-IDX)
           ADD WS-EARNED TO WS-CE-EARNED(WS-CELL-IDX)
           ADD DB2-FP-PREMIUM TO WS-CE-WRITTEN(WS-CELL-IDX)
           ADD WS-COMMISSION TO WS-CE-COMMISSION(WS-CELL-IDX)

           IF WS-EFF-INT >= WS-PERIOD-START-INT
              AND WS-EFF-INT <= WS-COHORT-END-INT
              ADD 1 TO WS-CE-NEW-POLICIES(WS-CELL-IDX)
              IF WS-CLOSE-INT > 0
                 AND WS-CLOSE-INT - WS-EFF-INT <= 90
                 IF DB2-FP-STATUS = 'C'
                    ADD 1 TO WS-CE-EARLY-CANCELS(WS-CELL-IDX)
                 END-IF
                 IF DB2-FP-STATUS = 'L'
                    ADD 1 TO WS-CE-EARLY-LAPSES(WS-CELL-IDX)
                 END-IF
              END-IF
           END-IF

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Claims side - frequency and outcome on the claims registered  *
      * in the period, speed and amount on the claims paid in it      *
      *----------------------------------------------------------------*
       3000-ACCUMULATE-CLAIMS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
               OPEN FVCLM_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFVMI1 - OPEN FVCLM_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-NEXT-CLAIM

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3200-ACCUMULATE-ONE-CLAIM
              PERFORM 3100-FETCH-NEXT-CLAIM
           END-PERFORM

           EXEC SQL
               CLOSE FVCLM_CURSOR
           END-EXEC

       3000-EXIT.
           EXIT
           .

       3100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH FVCLM_CURSOR
               INTO :DB2-FC-POLICYTYPE,
                    :DB2-FC-BRANCH,
                    :DB2-FC-REG-DATE,
                    :DB2-FC-STATUS,
                    :DB2-FC-PAID-DATE,
                    :DB2-FC-SETTLED
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFVMI1 - FETCH FVCLM_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       3200-ACCUMULATE-ONE-CLAIM.
           MOVE DB2-FC-POLICYTYPE TO WS-CELL-TYPE-IN
           MOVE DB2-FC-BRANCH TO WS-CELL-BRANCH-IN
           PERFORM 6000-FIND-OR-ADD-CELL
           IF WS-MATCH-SUB > 0
              SET WS-CELL-IDX TO WS-MATCH-SUB

              IF DB2-FC-REG-DATE >= WS-PERIOD-START
                 AND DB2-FC-REG-DATE <= WS-PERIOD-END
                 ADD 1 TO WS-CE-REGISTERED(WS-CELL-IDX)
                 IF DB2-FC-STATUS = 'S'
                    ADD 1 TO WS-CE-SETTLED(WS-CELL-IDX)
                 END-IF
                 IF DB2-FC-STATUS = 'J'
                    ADD 1 TO WS-CE-REJECTED(WS-CELL-IDX)
                 END-IF
              END-IF

              IF DB2-FC-PAID-DATE >= WS-PERIOD-START
                 AND DB2-FC-PAID-DATE <= WS-PERIOD-END
                 MOVE DB2-FC-REG-DATE TO WS-DATE-IN
                 PERFORM 7000-DATE-TO-INTEGER
                 MOVE WS-DATE-INT TO WS-REG-INT
                 MOVE DB2-FC-PAID-DATE TO WS-DATE-IN
                 PERFORM 7000-DATE-TO-INTEGER
                 MOVE WS-DATE-INT TO WS-PAID-INT
                 ADD 1 TO WS-CE-PAID-COUNT(WS-CELL-IDX)
                 ADD DB2-FC-SETTLED TO WS-CE-PAID-AMOUNT(WS-CELL-IDX)
                 IF WS-REG-INT > 0 AND WS-PAID-INT >= WS-REG-INT
                    COMPUTE WS-CE-SETTLE-DAYS(WS-CELL-IDX) =
                        WS-CE-SETTLE-DAYS(WS-CELL-IDX)
                        + WS-PAID-INT - WS-REG-INT
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Complaints side                                                *
      *----------------------------------------------------------------*
       4000-ACCUMULATE-COMPLAINTS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 4000-EXIT
           END-IF

           EXEC SQL
               OPEN FVCMP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGFVMI1 - OPEN FVCMP_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4100-FETCH-NEXT-COMPLAINT

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-FM-POLICYTYPE TO WS-CELL-TYPE-IN
              MOVE DB2-FM-BRANCH TO WS-CELL-BRANCH-IN
              PERFORM 6000-FIND-OR-ADD-CELL
              IF WS-MATCH-SUB > 0
                 SET WS-CELL-IDX TO WS-MATCH-SUB
                 ADD 1 TO WS-CE-COMPLAINTS(WS-CELL-IDX)
              END-IF
              PERFORM 4100-FETCH-NEXT-COMPLAINT
           END-PERFORM

           EXEC SQL
               CLOSE FVCMP_CURSOR
           END-EXEC

       4000-EXIT.
           EXIT
           .

       4100-FETCH-NEXT-COMPLAINT.
           EXEC SQL
               FETCH FVCMP_CURSOR
               INTO :DB2-FM-POLICYTYPE,
                    :DB2-FM-BRANCH
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGFVMI1 - FETCH FVCMP_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One pack per cell, each followed by its flags. A run that     *
      * failed part-way writes nothing - a partial pack would         *
      * understate the measures the committee acts on                 *
      *----------------------------------------------------------------*
       5000-WRITE-PACKS.
           IF WS-RETURN-CODE NOT = '00'
              DISPLAY 'LGFVMI1 - accumulation failed, no packs written'
           ELSE
              MOVE 1 TO WS-SCAN-SUB
              PERFORM 5100-WRITE-ONE-PACK
                  UNTIL WS-SCAN-SUB > WS-CELL-COUNT
           END-IF
           .

       5100-WRITE-ONE-PACK.
           SET WS-CELL-IDX TO WS-SCAN-SUB
           PERFORM 5200-COMPUTE-MEASURES

           MOVE SPACES TO FVMI-RECORD
           MOVE 'P' TO FV-RECORD-TYPE
           PERFORM 5400-SET-PACK-KEY
           MOVE WS-CE-POLICIES(WS-CELL-IDX) TO FV-POLICIES
           MOVE WS-EXPOSURE-YEARS TO FV-EXPOSURE-YEARS
           MOVE WS-CE-EARNED(WS-CELL-IDX) TO FV-EARNED-PREMIUM
           MOVE WS-CE-REGISTERED(WS-CELL-IDX) TO FV-CLAIMS-REGISTERED
           MOVE WS-CLAIM-FREQ-PCT TO FV-CLAIM-FREQ-PCT
           MOVE WS-CE-SETTLED(WS-CELL-IDX) TO FV-CLAIMS-SETTLED
           MOVE WS-CE-REJECTED(WS-CELL-IDX) TO FV-CLAIMS-REJECTED
           MOVE WS-ACCEPT-PCT TO FV-ACCEPT-PCT
           MOVE WS-CE-PAID-COUNT(WS-CELL-IDX) TO FV-CLAIMS-PAID-COUNT
           MOVE WS-AVG-SETTLE-DAYS TO FV-AVG-SETTLE-DAYS
           MOVE WS-CE-PAID-AMOUNT(WS-CELL-IDX) TO FV-CLAIMS-PAID
           MOVE WS-PAID-PCT TO FV-PAID-PCT
           MOVE WS-CE-COMPLAINTS(WS-CELL-IDX) TO FV-COMPLAINTS
           MOVE WS-COMPLAINTS-PER-K TO FV-COMPLAINTS-PER-K
           MOVE WS-CE-NEW-POLICIES(WS-CELL-IDX) TO FV-NEW-POLICIES
           MOVE WS-CE-EARLY-CANCELS(WS-CELL-IDX) TO FV-EARLY-CANCELS
           MOVE WS-EARLY-CANCEL-PCT TO FV-EARLY-CANCEL-PCT
           MOVE WS-CE-EARLY-LAPSES(WS-CELL-IDX) TO FV-EARLY-LAPSES
           MOVE WS-EARLY-LAPSE-PCT TO FV-EARLY-LAPSE-PCT
           MOVE WS-CE-WRITTEN(WS-CELL-IDX) TO FV-WRITTEN-PREMIUM
           MOVE WS-CE-COMMISSION(WS-CELL-IDX) TO FV-COMMISSION
           MOVE WS-COMMISSION-PCT TO FV-COMMISSION-PCT
           PERFORM 5300-COUNT-FLAGS
           MOVE WS-PACK-FLAGS TO FV-FLAG-COUNT
           PERFORM 5900-WRITE-RECORD
           ADD 1 TO WS-PACKS-WRITTEN

           IF WS-PACK-FLAGS > 0
              ADD 1 TO WS-PACKS-FLAGGED
              DISPLAY 'LGFVMI1 - policy type ' WS-CE-TYPE(WS-CELL-IDX)
                      ' branch ' WS-CE-BRANCH(WS-CELL-IDX)
                      ' has ' WS-PACK-FLAGS
                      ' measure(s) beyond threshold'
              MOVE 'Y' TO WS-FL-CROSSED
              PERFORM 5500-WRITE-FLAGS THRU 5500-EXIT
           END-IF

           ADD 1 TO WS-SCAN-SUB
           .

      *----------------------------------------------------------------*
      * Rates and averages for the cell in hand - nil where there is  *
      * nothing to divide by                                           *
      *----------------------------------------------------------------*
       5200-COMPUTE-MEASURES.
           COMPUTE WS-EXPOSURE-YEARS ROUNDED =
               WS-CE-COVER-DAYS(WS-CELL-IDX) / 365

           MOVE 0 TO WS-CLAIM-FREQ-PCT
           IF WS-EXPOSURE-YEARS > 0
              COMPUTE WS-CLAIM-FREQ-PCT ROUNDED =
                  WS-CE-REGISTERED(WS-CELL-IDX) * 100
                  / WS-EXPOSURE-YEARS
           END-IF

           COMPUTE WS-DECIDED = WS-CE-SETTLED(WS-CELL-IDX)
                              + WS-CE-REJECTED(WS-CELL-IDX)
           MOVE 0 TO WS-ACCEPT-PCT
           IF WS-DECIDED > 0
              COMPUTE WS-ACCEPT-PCT ROUNDED =
                  WS-CE-SETTLED(WS-CELL-IDX) * 100 / WS-DECIDED
           END-IF

           MOVE 0 TO WS-AVG-SETTLE-DAYS
           IF WS-CE-PAID-COUNT(WS-CELL-IDX) > 0
              COMPUTE WS-AVG-SETTLE-DAYS ROUNDED =
                  WS-CE-SETTLE-DAYS(WS-CELL-IDX)
                  / WS-CE-PAID-COUNT(WS-CELL-IDX)
           END-IF

           MOVE 0 TO WS-PAID-PCT
           IF WS-CE-EARNED(WS-CELL-IDX) > 0
              COMPUTE WS-PAID-PCT ROUNDED =
                  WS-CE-PAID-AMOUNT(WS-CELL-IDX) * 100
                  / WS-CE-EARNED(WS-CELL-IDX)
           END-IF

           MOVE 0 TO WS-COMPLAINTS-PER-K
           IF WS-CE-POLICIES(WS-CELL-IDX) > 0
              COMPUTE WS-COMPLAINTS-PER-K ROUNDED =
                  WS-CE-COMPLAINTS(WS-CELL-IDX) * 1000
                  / WS-CE-POLICIES(WS-CELL-IDX)
           END-IF

           MOVE 0 TO WS-EARLY-CANCEL-PCT
           MOVE 0 TO WS-EARLY-LAPSE-PCT
           IF WS-CE-NEW-POLICIES(WS-CELL-IDX) > 0
              COMPUTE WS-EARLY-CANCEL-PCT ROUNDED =
                  WS-CE-EARLY-CANCELS(WS-CELL-IDX) * 100
                  / WS-CE-NEW-POLICIES(WS-CELL-IDX)
              COMPUTE WS-EARLY-LAPSE-PCT ROUNDED =
                  WS-CE-EARLY-LAPSES(WS-CELL-IDX) * 100
                  / WS-CE-NEW-POLICIES(WS-CELL-IDX)
           END-IF

           MOVE 0 TO WS-COMMISSION-PCT
           IF WS-CE-WRITTEN(WS-CELL-IDX) > 0
              COMPUTE WS-COMMISSION-PCT ROUNDED =
                  WS-CE-COMMISSION(WS-CELL-IDX) * 100
                  / WS-CE-WRITTEN(WS-CELL-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * Test every measure against its threshold - the count for the  *
      * pack record first, then (5500) the flag records themselves.   *
      * A rate on too few policies to mean anything is not tested.    *
      *----------------------------------------------------------------*
       5300-COUNT-FLAGS.
           MOVE 0 TO WS-PACK-FLAGS
           MOVE 'N' TO WS-FL-CROSSED
           PERFORM 5500-WRITE-FLAGS THRU 5500-EXIT
           .

       5400-SET-PACK-KEY.
           MOVE WS-PERIOD-START TO FV-PERIOD-START
           MOVE WS-PERIOD-END TO FV-PERIOD-END
           MOVE WS-CE-TYPE(WS-CELL-IDX) TO FV-POLICY-TYPE
           MOVE WS-CE-BRANCH(WS-CELL-IDX) TO FV-BRANCH
           .

       5500-WRITE-FLAGS.
           IF WS-CE-POLICIES(WS-CELL-IDX) < FT-MIN-POLICIES
              GO TO 5500-EXIT
           END-IF

           IF WS-CE-TYPE(WS-CELL-IDX) NOT = 'E'
              MOVE 'CLAIMS FREQUENCY PCT' TO WS-FL-MEASURE
              MOVE WS-CLAIM-FREQ-PCT TO WS-FL-VALUE
              MOVE FT-MIN-CLAIM-FREQ-PCT TO WS-FL-THRESHOLD
              SET WS-FL-BELOW TO TRUE
              PERFORM 5600-TEST-MEASURE

              IF WS-DECIDED > 0
                 MOVE 'CLAIMS ACCEPTANCE PCT' TO WS-FL-MEASURE
                 MOVE WS-ACCEPT-PCT TO WS-FL-VALUE
                 MOVE FT-MIN-ACCEPT-PCT TO WS-FL-THRESHOLD
                 SET WS-FL-BELOW TO TRUE
                 PERFORM 5600-TEST-MEASURE
              END-IF

              IF WS-CE-PAID-COUNT(WS-CELL-IDX) > 0
                 MOVE 'AVERAGE DAYS TO SETTLE' TO WS-FL-MEASURE
                 MOVE WS-AVG-SETTLE-DAYS TO WS-FL-VALUE
                 MOVE FT-MAX-SETTLE-DAYS TO WS-FL-THRESHOLD
                 SET WS-FL-ABOVE TO TRUE
                 PERFORM 5600-TEST-MEASURE
              END-IF

              MOVE 'CLAIMS PAID PCT PREMIUM' TO WS-FL-MEASURE
              MOVE WS-PAID-PCT TO WS-FL-VALUE
              MOVE FT-MIN-PAID-PCT TO WS-FL-THRESHOLD
              SET WS-FL-BELOW TO TRUE
              PERFORM 5600-TEST-MEASURE
           END-IF

           MOVE 'COMPLAINTS PER THOUSAND' TO WS-FL-MEASURE
           MOVE WS-COMPLAINTS-PER-K TO WS-FL-VALUE
           MOVE FT-MAX-COMPLAINTS-PER-K TO WS-FL-THRESHOLD
           SET WS-FL-ABOVE TO TRUE
           PERFORM 5600-TEST-MEASURE

           IF WS-CE-NEW-POLICIES(WS-CELL-IDX) > 0
              MOVE 'EARLY CANCELLATION PCT' TO WS-FL-MEASURE
              MOVE WS-EARLY-CANCEL-PCT TO WS-FL-VALUE
              MOVE FT-MAX-EARLY-CANCEL-PCT TO WS-FL-THRESHOLD
              SET WS-FL-ABOVE TO TRUE
              PERFORM 5600-TEST-MEASURE

              MOVE 'EARLY LAPSE PCT' TO WS-FL-MEASURE
              MOVE WS-EARLY-LAPSE-PCT TO WS-FL-VALUE
              MOVE FT-MAX-EARLY-LAPSE-PCT TO WS-FL-THRESHOLD
              SET WS-FL-ABOVE TO TRUE
              PERFORM 5600-TEST-MEASURE
           END-IF

           MOVE 'COMMISSION PCT PREMIUM' TO WS-FL-MEASURE
           MOVE WS-COMMISSION-PCT TO WS-FL-VALUE
           MOVE FT-MAX-COMMISSION-PCT TO WS-FL-THRESHOLD
           SET WS-FL-ABOVE TO TRUE
           PERFORM 5600-TEST-MEASURE

       5500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Counting pass (WS-FL-CROSSED 'N') adds to WS-PACK-FLAGS; the  *
      * writing pass writes the flag record                           *
      *----------------------------------------------------------------*
       5600-TEST-MEASURE.
           IF (WS-FL-ABOVE AND WS-FL-VALUE > WS-FL-THRESHOLD)
              OR (WS-FL-BELOW AND WS-FL-VALUE < WS-FL-THRESHOLD)
              IF WS-FL-HAS-CROSSED
                 MOVE SPACES TO FVMI-RECORD
                 MOVE 'F' TO FV-RECORD-TYPE
                 PERFORM 5400-SET-PACK-KEY
                 MOVE WS-FL-MEASURE TO FV-MEASURE
                 MOVE WS-FL-DIRECTION TO FV-DIRECTION
                 MOVE WS-FL-VALUE TO FV-MEASURE-VALUE
                 MOVE WS-FL-THRESHOLD TO FV-THRESHOLD
                 PERFORM 5900-WRITE-RECORD
                 ADD 1 TO WS-FLAGS-WRITTEN
              ELSE
                 ADD 1 TO WS-PACK-FLAGS
              END-IF
           END-IF
           .

       5900-WRITE-RECORD.
           WRITE FVMI-RECORD

           IF WS-FVMI-STATUS NOT = '00'
              DISPLAY 'LGFVMI1 - WRITE FVMIFILE failed, status='
                      WS-FVMI-STATUS
              MOVE '90' TO WS-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Find the cell for the type and branch in hand, opening a new  *
      * one when first met - a bounded walk of the entries in use     *
      *----------------------------------------------------------------*
       6000-FIND-OR-ADD-CELL.
           MOVE 0 TO WS-MATCH-SUB
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 6100-MATCH-CELL-ENTRY
               UNTIL WS-SCAN-SUB > WS-CELL-COUNT
                  OR WS-MATCH-SUB > 0

           IF WS-MATCH-SUB = 0
              IF WS-CELL-COUNT < WS-CELL-MAX
                 ADD 1 TO WS-CELL-COUNT
                 SET WS-CELL-IDX TO WS-CELL-COUNT
                 INITIALIZE WS-CELL-ENTRY(WS-CELL-IDX)
                 MOVE WS-CELL-TYPE-IN TO WS-CE-TYPE(WS-CELL-IDX)
                 MOVE WS-CELL-BRANCH-IN TO WS-CE-BRANCH(WS-CELL-IDX)
                 MOVE WS-CELL-COUNT TO WS-MATCH-SUB
              ELSE
                 DISPLAY 'LGFVMI1 - cell table full, '
                         WS-CELL-TYPE-IN ' ' WS-CELL-BRANCH-IN
                         ' not accumulated'
                 MOVE '90' TO WS-RETURN-CODE
              END-IF
           END-IF
           .

       6100-MATCH-CELL-ENTRY.
           IF WS-CE-TYPE(WS-SCAN-SUB) = WS-CELL-TYPE-IN
              AND WS-CE-BRANCH(WS-SCAN-SUB) = WS-CELL-BRANCH-IN
              MOVE WS-SCAN-SUB TO WS-MATCH-SUB
           END-IF
           ADD 1 TO WS-SCAN-SUB
           .

      *----------------------------------------------------------------*
      * YYYY-MM-DD in WS-DATE-IN to a day number in WS-DATE-INT, zero *
      * when the date is blank or not a date                          *
      *----------------------------------------------------------------*
       7000-DATE-TO-INTEGER.
           MOVE 0 TO WS-DATE-INT
           MOVE SPACES TO WS-DATE-RAW
           STRING WS-DATE-IN(1:4) DELIMITED BY SIZE
                  WS-DATE-IN(6:2) DELIMITED BY SIZE
                  WS-DATE-IN(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-RAW
           END-STRING

           IF WS-DATE-RAW NUMERIC
              AND WS-DATE-RAW(5:2) >= '01' AND WS-DATE-RAW(5:2) <= '12'
              AND WS-DATE-RAW(7:2) >= '01' AND WS-DATE-RAW(7:2) <= '31'
              COMPUTE WS-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-RAW))
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-PACKS-WRITTEN TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE FVMI-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGFVMI1 - Policies examined: ' WS-ROWS-DISPLAY
           MOVE WS-PACKS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGFVMI1 - Packs written: ' WS-ROWS-DISPLAY
           MOVE WS-PACKS-FLAGGED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFVMI1 - Packs with flagged measures: '
                   WS-ROWS-DISPLAY
           MOVE WS-FLAGS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGFVMI1 - Flags raised: ' WS-ROWS-DISPLAY
           DISPLAY 'LGFVMI1 - Fair value MI complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGFVMI1.
