      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Unearned Premium Reserve Batch Job       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUPRC1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGUPRC1 - Unearned Premium Reserve Batch Job         *
      * Purpose: Runs outside CICS at month-start for the month just  *
      *          ended, replacing the spreadsheet finance rebuilt     *
      *          from a POLICY extract. Every policy on cover at the  *
      *          valuation date (the last day of that month) carries  *
      *          an unearned premium reserve: its annual premium      *
      *          prorated over the days from the valuation date to    *
      *          the end of the policy year - the next EFFECTIVEDATE  *
      *          anniversary, or EXPIRYDATE where that falls sooner - *
      *          on the LGAEND01 day-count basis (days / 365). The    *
      *          premium reserved is the premium net of IPT (the      *
      *          gross premium where no net is held), as the tax is   *
      *          paid over on the quarterly IPT return and never      *
      *          earned. It already carries any LGAEND01 endorsement, *
      *          so the remaining days are valued at the revised      *
      *          rate; a policy cancelled by LGDPDB01 (its unexpired  *
      *          premium refunded), lapsed or matured on or before    *
      *          the valuation date holds no reserve. The reinsurer's *
      *          share is the CESSION ceded percentage of the         *
      *          reserve. Reserves are summarised by policy type and  *
      *          branch onto UPR_VALUATION with the movement since    *
      *          the previous valuation, which LGGLEXT1 posts to the  *
      *          ledger by RUN_DATE, and the UPR report is DISPLAYed  *
      *          in the LGRSVRP1 style, closing with the movement     *
      *          totals that tie to the ledger lines. The first       *
      *          valuation posts the whole reserve as its movement; a *
      *          month already valued is not valued again. Dates are  *
      *          YYYY-MM-DD.                                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGUPRC1-----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-ALREADY-VALUED       PIC X(1) VALUE 'N'.
               88  WS-MONTH-VALUED     VALUE 'Y'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-MONTH-START-RAW      PIC X(8).
           05  WS-VAL-INTEGER          PIC 9(7).
           05  WS-VAL-RAW              PIC X(8).
           05  WS-VAL-YMD              PIC X(10).
           05  WS-PREV-VAL-YMD         PIC X(10).
           05  WS-VAL-COUNT            PIC S9(9) COMP.
           05  WS-EFF-RAW              PIC X(8).
           05  WS-EXP-RAW              PIC X(8).
           05  WS-EXP-INTEGER          PIC 9(7).
           05  WS-ANNIV-RAW            PIC X(8).
           05  WS-ANNIV-YYYY           PIC 9(4).
           05  WS-ANNIV-INTEGER        PIC 9(7).
           05  WS-DAYS-UNEXPIRED       PIC S9(5) COMP-3.
           05  WS-GROSS-UPR            PIC S9(7)V99 COMP-3.
           05  WS-CEDED-UPR            PIC S9(7)V99 COMP-3.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-VALUED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-INSERTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-POLICIES       PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-GROSS          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-CEDED          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-NET            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-GROSS-MOVE     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-CEDED-MOVE     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.

      *----------------------------------------------------------------*
      * Reserve accumulation table - one cell per policy type and     *
      * branch, holding this valuation and the previous one           *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05  WS-CELL-COUNT           PIC S9(4) COMP VALUE 0.
           05  WS-CELL-MAX             PIC S9(4) COMP VALUE 400.
           05  WS-CELL-ENTRY OCCURS 400 TIMES
                              INDEXED BY WS-CELL-IDX.
               10  WS-CE-TYPE          PIC X(1).
               10  WS-CE-BRANCH        PIC X(4).
               10  WS-CE-POLICIES      PIC S9(7) COMP-3.
               10  WS-CE-GROSS         PIC S9(11)V99 COMP-3.
               10  WS-CE-CEDED         PIC S9(11)V99 COMP-3.
               10  WS-CE-PREV-GROSS    PIC S9(11)V99 COMP-3.
               10  WS-CE-PREV-CEDED    PIC S9(11)V99 COMP-3.
       01  WS-CELL-WORK.
           05  WS-CELL-TYPE-IN         PIC X(1).
           05  WS-CELL-BRANCH-IN       PIC X(4).
           05  WS-SCAN-SUB             PIC S9(4) COMP.
           05  WS-MATCH-SUB            PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Report line work fields                                        *
      *----------------------------------------------------------------*
       01  WS-REPORT-VARS.
           05  WS-RP-COUNT-DISPLAY     PIC Z(6)9.
           05  WS-RP-GROSS-DISPLAY     PIC Z(8)9.99.
           05  WS-RP-CEDED-DISPLAY     PIC Z(8)9.99.
           05  WS-RP-NET-DISPLAY       PIC Z(8)9.99.
           05  WS-RP-MOVE-DISPLAY      PIC -(8)9.99.
           05  WS-RP-CMOVE-DISPLAY     PIC -(8)9.99.
           05  WS-AMOUNT-DISPLAY       PIC Z(10)9.99.
           05  WS-SIGNED-DISPLAY       PIC -(10)9.99.

      *----------------------------------------------------------------*
      * Reserve cursor host variables                                  *
      *----------------------------------------------------------------*
       01  DB2-UPR-VARS.
           05  DB2-UP-POLICYTYPE       PIC X(1).
           05  DB2-UP-BRANCHNUM        PIC X(4).
           05  DB2-UP-EFF-DATE         PIC X(10).
           05  DB2-UP-EXP-DATE         PIC X(10).
           05  DB2-UP-PREMIUM          PIC S9(6)V99 COMP-3.
           05  DB2-UP-CEDED-PCT        PIC S9(1)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * UPR_VALUATION host variables - one row per policy type and    *
      * branch per valuation date: the policies on cover, the gross   *
      * reserve and the reinsurer's share of it, and the movement of  *
      * each since the previous valuation. RUN_DATE is the day the    *
      * row was written, the date LGGLEXT1 posts the movement by.     *
      *----------------------------------------------------------------*
       01  DB2-UPR-VALUATION.
           05  DB2-UV-VAL-DATE         PIC X(10).
           05  DB2-UV-RUN-DATE         PIC X(10).
           05  DB2-UV-POLICYTYPE       PIC X(1).
           05  DB2-UV-BRANCHNUM        PIC X(4).
           05  DB2-UV-POLICY-COUNT     PIC S9(9) COMP.
           05  DB2-UV-GROSS-UPR        PIC S9(11)V99 COMP-3.
           05  DB2-UV-CEDED-UPR        PIC S9(11)V99 COMP-3.
           05  DB2-UV-GROSS-MOVE       PIC S9(11)V99 COMP-3.
           05  DB2-UV-CEDED-MOVE       PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * The previous valuation's reserves, the base the movement is   *
      * measured from                                                  *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE UPRPREV_CURSOR CURSOR FOR
               SELECT POLICYTYPE, BRANCHNUMBER,
                      GROSS_UPR, CEDED_UPR
               FROM UPR_VALUATION
               WHERE VALUATION_DATE = :WS-PREV-VAL-YMD
           END-EXEC.

      *----------------------------------------------------------------*
      * Every policy on cover at the valuation date - in force now,   *
      * or closed since it (a lapse after it by LAPSE_DATE, a         *
      * cancellation, maturity or surrender after it by the day the   *
      * status moved, the LGLOSSR1 close-date rule) - with the        *
      * reinsurer's                                                    *
      * share where the risk is ceded. Pending and declined business  *
      * never went on risk.                                            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE UPR_CURSOR CURSOR FOR
               SELECT P.POLICYTYPE,
                      COALESCE(P.BRANCHNUMBER, ' '),
                      P.EFFECTIVEDATE,
                      COALESCE(P.EXPIRYDATE, ' '),
                      COALESCE(P.NET_PREMIUM, P.PREMIUM),
                      COALESCE(X.CEDED_PCT, 0)
               FROM POLICY P
               LEFT OUTER JOIN CESSION X
                    ON P.POLICYNUMBER = X.POLICYNUMBER
               WHERE P.EFFECTIVEDATE <= :WS-VAL-YMD
                 AND ( P.STATUS = 'A'
                    OR ( P.STATUS = 'L'
                         AND P.LAPSE_DATE > :WS-VAL-YMD )
                    OR ( P.STATUS IN ('C', 'X', 'S')
                         AND SUBSTR(P.LASTCHANGED, 1, 10)
                               > :WS-VAL-YMD ) )
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RETURN-CODE = '00' AND NOT WS-MONTH-VALUED
              PERFORM 2000-LOAD-PREVIOUS THRU 2000-EXIT
              PERFORM 3000-ACCUMULATE-UPR THRU 3000-EXIT
              PERFORM 4000-POST-AND-REPORT THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix the valuation date at the last day of the month just      *
      * ended and find the previous valuation                         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGUPRC1' TO JR-JOB-NAME
           PERFORM LGJOB-START

      * The registry row is committed on its own so a failed run's
      * rollback cannot take it away with the valuation
           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY 'LGUPRC1 - Unearned premium reserve starting'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           MOVE WS-TODAY-DATE TO WS-MONTH-START-RAW
           MOVE '01' TO WS-MONTH-START-RAW(7:2)
           COMPUTE WS-VAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-MONTH-START-RAW)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-VAL-INTEGER)
               TO WS-VAL-RAW

           MOVE SPACES TO WS-VAL-YMD
           STRING WS-VAL-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-VAL-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-VAL-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-VAL-YMD
           END-STRING

           DISPLAY 'LGUPRC1 - Valuation date ' WS-VAL-YMD

      * A month is valued once - its movement may already be on the
      * ledger, and valuing it again would post it twice
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-VAL-COUNT
               FROM UPR_VALUATION
               WHERE VALUATION_DATE = :WS-VAL-YMD
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGUPRC1 - valuation lookup failed SQLCODE='
                      SQLCODE
              GO TO 1000-EXIT
           END-IF

           IF WS-VAL-COUNT > 0
              MOVE 'Y' TO WS-ALREADY-VALUED
              DISPLAY 'LGUPRC1 - ' WS-VAL-YMD
                      ' already valued - nothing posted'
              GO TO 1000-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(VALUATION_DATE), ' ')
               INTO :WS-PREV-VAL-YMD
               FROM UPR_VALUATION
               WHERE VALUATION_DATE < :WS-VAL-YMD
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGUPRC1 - previous valuation lookup failed '
                      'SQLCODE=' SQLCODE
              GO TO 1000-EXIT
           END-IF

           IF WS-PREV-VAL-YMD = SPACES
              DISPLAY 'LGUPRC1 - First valuation - the whole reserve '
                      'posts as the movement'
           ELSE
              DISPLAY 'LGUPRC1 - Movement since ' WS-PREV-VAL-YMD
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Seed the cells with the previous valuation, so a type/branch  *
      * with no cover left still shows its reserve running off        *
      *----------------------------------------------------------------*
       2000-LOAD-PREVIOUS.
           IF WS-PREV-VAL-YMD = SPACES
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN UPRPREV_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGUPRC1 - OPEN UPRPREV_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-NEXT-PREVIOUS

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-UV-POLICYTYPE TO WS-CELL-TYPE-IN
              MOVE DB2-UV-BRANCHNUM TO WS-CELL-BRANCH-IN
              PERFORM 5000-FIND-OR-ADD-CELL
              IF WS-MATCH-SUB > 0
                 SET WS-CELL-IDX TO WS-MATCH-SUB
                 ADD DB2-UV-GROSS-UPR TO WS-CE-PREV-GROSS(WS-CELL-IDX)
                 ADD DB2-UV-CEDED-UPR TO WS-CE-PREV-CEDED(WS-CELL-IDX)
              END-IF
              PERFORM 2100-FETCH-NEXT-PREVIOUS
           END-PERFORM

           EXEC SQL
               CLOSE UPRPREV_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-PREVIOUS.
           EXEC SQL
               FETCH UPRPREV_CURSOR
               INTO :DB2-UV-POLICYTYPE,
                    :DB2-UV-BRANCHNUM,
                    :DB2-UV-GROSS-UPR,
                    :DB2-UV-CEDED-UPR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGUPRC1 - FETCH UPRPREV_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Value every policy on cover and add it to its cell            *
      *----------------------------------------------------------------*
       3000-ACCUMULATE-UPR.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
               OPEN UPR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGUPRC1 - OPEN UPR_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-NEXT-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3200-VALUE-ONE-POLICY THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-POLICY
           END-PERFORM

           EXEC SQL
               CLOSE UPR_CURSOR
           END-EXEC

       3000-EXIT.
           EXIT
           .

       3100-FETCH-NEXT-POLICY.
           EXEC SQL
               FETCH UPR_CURSOR
               INTO :DB2-UP-POLICYTYPE,
                    :DB2-UP-BRANCHNUM,
                    :DB2-UP-EFF-DATE,
                    :DB2-UP-EXP-DATE,
                    :DB2-UP-PREMIUM,
                    :DB2-UP-CEDED-PCT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGUPRC1 - FETCH UPR_CURSOR failed '
                         'SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

       3200-VALUE-ONE-POLICY.
           MOVE SPACES TO WS-EFF-RAW
           STRING DB2-UP-EFF-DATE(1:4) DELIMITED BY SIZE
                  DB2-UP-EFF-DATE(6:2) DELIMITED BY SIZE
                  DB2-UP-EFF-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-EFF-RAW
           END-STRING

           IF WS-EFF-RAW NOT NUMERIC
              GO TO 3200-EXIT
           END-IF

      * The policy year ends at the next anniversary after the
      * valuation date - the policy's effective month/day in the
      * valuation year, or one year on if that is not yet past
           MOVE SPACES TO WS-ANNIV-RAW
           STRING WS-VAL-RAW(1:4) DELIMITED BY SIZE
                  WS-EFF-RAW(5:4) DELIMITED BY SIZE
                  INTO WS-ANNIV-RAW
           END-STRING

           IF WS-ANNIV-RAW <= WS-VAL-RAW
              MOVE WS-ANNIV-RAW(1:4) TO WS-ANNIV-YYYY
              ADD 1 TO WS-ANNIV-YYYY
              MOVE WS-ANNIV-YYYY TO WS-ANNIV-RAW(1:4)
           END-IF

           IF WS-ANNIV-RAW(5:4) = '0229'
              AND FUNCTION MOD(FUNCTION NUMVAL(WS-ANNIV-RAW(1:4)), 4)
                  NOT = 0
              MOVE '0301' TO WS-ANNIV-RAW(5:4)
           END-IF

           COMPUTE WS-ANNIV-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ANNIV-RAW))

      * An expiry inside the policy year shortens it; an expiry
      * already behind the valuation date belongs to a term the
      * policy has since renewed past, and the anniversary stands
           MOVE SPACES TO WS-EXP-RAW
           STRING DB2-UP-EXP-DATE(1:4) DELIMITED BY SIZE
                  DB2-UP-EXP-DATE(6:2) DELIMITED BY SIZE
                  DB2-UP-EXP-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-EXP-RAW
           END-STRING

           IF WS-EXP-RAW NUMERIC
              AND WS-EXP-RAW > WS-VAL-RAW
              AND WS-EXP-RAW < WS-ANNIV-RAW
              COMPUTE WS-EXP-INTEGER =
                  FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-EXP-RAW))
              MOVE WS-EXP-INTEGER TO WS-ANNIV-INTEGER
           END-IF

           COMPUTE WS-DAYS-UNEXPIRED =
               WS-ANNIV-INTEGER - WS-VAL-INTEGER

           IF WS-DAYS-UNEXPIRED < 1
              GO TO 3200-EXIT
           END-IF

           IF WS-DAYS-UNEXPIRED > 365
              MOVE 365 TO WS-DAYS-UNEXPIRED
           END-IF

           COMPUTE WS-GROSS-UPR ROUNDED =
               DB2-UP-PREMIUM * WS-DAYS-UNEXPIRED / 365
           COMPUTE WS-CEDED-UPR ROUNDED =
               WS-GROSS-UPR * DB2-UP-CEDED-PCT

           ADD 1 TO WS-ROWS-VALUED
           MOVE DB2-UP-POLICYTYPE TO WS-CELL-TYPE-IN
           MOVE DB2-UP-BRANCHNUM TO WS-CELL-BRANCH-IN
           PERFORM 5000-FIND-OR-ADD-CELL

           IF WS-MATCH-SUB > 0
              SET WS-CELL-IDX TO WS-MATCH-SUB
              ADD 1 TO WS-CE-POLICIES(WS-CELL-IDX)
              ADD WS-GROSS-UPR TO WS-CE-GROSS(WS-CELL-IDX)
              ADD WS-CEDED-UPR TO WS-CE-CEDED(WS-CELL-IDX)
           END-IF

       3200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * One UPR_VALUATION row and one report line per cell, then the  *
      * totals - the movement totals are what LGGLEXT1 posts          *
      *----------------------------------------------------------------*
       4000-POST-AND-REPORT.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 4000-EXIT
           END-IF

           DISPLAY 'LGUPRC1 - TYPE BRANCH POLICIES      GROSS UPR'
                   '      RI SHARE        NET UPR'
                   '  GROSS MOVEMENT  RI MOVEMENT'

           MOVE 1 TO WS-SCAN-SUB
           PERFORM 4100-POST-ONE-CELL THRU 4100-EXIT
               UNTIL WS-SCAN-SUB > WS-CELL-COUNT
                  OR WS-RETURN-CODE NOT = '00'

           IF WS-RETURN-CODE NOT = '00'
              GO TO 4000-EXIT
           END-IF

           MOVE WS-TOTAL-POLICIES TO WS-ROWS-DISPLAY
           DISPLAY 'LGUPRC1 - Policies on cover: ' WS-ROWS-DISPLAY
           MOVE WS-TOTAL-GROSS TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGUPRC1 - Gross unearned premium reserve: '
                   WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-CEDED TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGUPRC1 - Reinsurers'' share: '
                   WS-AMOUNT-DISPLAY
           COMPUTE WS-TOTAL-NET = WS-TOTAL-GROSS - WS-TOTAL-CEDED
           MOVE WS-TOTAL-NET TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGUPRC1 - Net unearned premium reserve: '
                   WS-AMOUNT-DISPLAY

      * The ledger tie - LGGLEXT1 books these two figures from the
      * rows just written, on its next run
           MOVE WS-TOTAL-GROSS-MOVE TO WS-SIGNED-DISPLAY
           DISPLAY 'LGUPRC1 - Gross UPR movement (GL 21100/40300): '
                   WS-SIGNED-DISPLAY
           MOVE WS-TOTAL-CEDED-MOVE TO WS-SIGNED-DISPLAY
           DISPLAY 'LGUPRC1 - RI share movement (GL 12100/40400): '
                   WS-SIGNED-DISPLAY

       4000-EXIT.
           EXIT
           .

       4100-POST-ONE-CELL.
           SET WS-CELL-IDX TO WS-SCAN-SUB

      *    A cell whose reserve had already run off to nothing last
      *    time and has no cover now has nothing to carry forward
           IF WS-CE-POLICIES(WS-CELL-IDX) = 0
              AND WS-CE-PREV-GROSS(WS-CELL-IDX) = 0
              AND WS-CE-PREV-CEDED(WS-CELL-IDX) = 0
              GO TO 4100-EXIT
           END-IF

           MOVE WS-VAL-YMD TO DB2-UV-VAL-DATE
           MOVE WS-TODAY-YMD TO DB2-UV-RUN-DATE
           MOVE WS-CE-TYPE(WS-CELL-IDX) TO DB2-UV-POLICYTYPE
           MOVE WS-CE-BRANCH(WS-CELL-IDX) TO DB2-UV-BRANCHNUM
           MOVE WS-CE-POLICIES(WS-CELL-IDX) TO DB2-UV-POLICY-COUNT
           MOVE WS-CE-GROSS(WS-CELL-IDX) TO DB2-UV-GROSS-UPR
           MOVE WS-CE-CEDED(WS-CELL-IDX) TO DB2-UV-CEDED-UPR
           COMPUTE DB2-UV-GROSS-MOVE =
               WS-CE-GROSS(WS-CELL-IDX) - WS-CE-PREV-GROSS(WS-CELL-IDX)
           COMPUTE DB2-UV-CEDED-MOVE =
               WS-CE-CEDED(WS-CELL-IDX) - WS-CE-PREV-CEDED(WS-CELL-IDX)

           EXEC SQL
               INSERT INTO UPR_VALUATION
               ( VALUATION_DATE, RUN_DATE, POLICYTYPE,
                 BRANCHNUMBER, POLICY_COUNT, GROSS_UPR, CEDED_UPR,
                 GROSS_MOVEMENT, CEDED_MOVEMENT )
               VALUES ( :DB2-UV-VAL-DATE, :DB2-UV-RUN-DATE,
                        :DB2-UV-POLICYTYPE, :DB2-UV-BRANCHNUM,
                        :DB2-UV-POLICY-COUNT, :DB2-UV-GROSS-UPR,
                        :DB2-UV-CEDED-UPR, :DB2-UV-GROSS-MOVE,
                        :DB2-UV-CEDED-MOVE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGUPRC1 - INSERT UPR_VALUATION failed SQLCODE='
                      SQLCODE
           ELSE
              ADD 1 TO WS-ROWS-INSERTED
              ADD WS-CE-POLICIES(WS-CELL-IDX) TO WS-TOTAL-POLICIES
              ADD WS-CE-GROSS(WS-CELL-IDX) TO WS-TOTAL-GROSS
              ADD WS-CE-CEDED(WS-CELL-IDX) TO WS-TOTAL-CEDED
              ADD DB2-UV-GROSS-MOVE TO WS-TOTAL-GROSS-MOVE
              ADD DB2-UV-CEDED-MOVE TO WS-TOTAL-CEDED-MOVE

              MOVE WS-CE-POLICIES(WS-CELL-IDX) TO WS-RP-COUNT-DISPLAY
              MOVE WS-CE-GROSS(WS-CELL-IDX) TO WS-RP-GROSS-DISPLAY
              MOVE WS-CE-CEDED(WS-CELL-IDX) TO WS-RP-CEDED-DISPLAY
              COMPUTE WS-RP-NET-DISPLAY =
                  WS-CE-GROSS(WS-CELL-IDX) - WS-CE-CEDED(WS-CELL-IDX)
              MOVE DB2-UV-GROSS-MOVE TO WS-RP-MOVE-DISPLAY
              MOVE DB2-UV-CEDED-MOVE TO WS-RP-CMOVE-DISPLAY
              DISPLAY 'LGUPRC1 - ' WS-CE-TYPE(WS-CELL-IDX)
                      '    ' WS-CE-BRANCH(WS-CELL-IDX)
                      '  ' WS-RP-COUNT-DISPLAY
                      '  ' WS-RP-GROSS-DISPLAY
                      '  ' WS-RP-CEDED-DISPLAY
                      '  ' WS-RP-NET-DISPLAY
                      '  ' WS-RP-MOVE-DISPLAY
                      ' ' WS-RP-CMOVE-DISPLAY
           END-IF
           .
       4100-EXIT.
           ADD 1 TO WS-SCAN-SUB
           .

      *----------------------------------------------------------------*
      * Find the cell for the type and branch in hand, opening a new  *
      * one when first met - the LGLOSSR1 bounded walk                *
      *----------------------------------------------------------------*
       5000-FIND-OR-ADD-CELL.
           MOVE 0 TO WS-MATCH-SUB
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 5100-MATCH-CELL-ENTRY
               UNTIL WS-SCAN-SUB > WS-CELL-COUNT
                  OR WS-MATCH-SUB > 0

           IF WS-MATCH-SUB = 0
              IF WS-CELL-COUNT < WS-CELL-MAX
                 ADD 1 TO WS-CELL-COUNT
                 SET WS-CELL-IDX TO WS-CELL-COUNT
                 MOVE WS-CELL-TYPE-IN TO WS-CE-TYPE(WS-CELL-IDX)
                 MOVE WS-CELL-BRANCH-IN TO WS-CE-BRANCH(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-POLICIES(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-GROSS(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-CEDED(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-PREV-GROSS(WS-CELL-IDX)
                 MOVE 0 TO WS-CE-PREV-CEDED(WS-CELL-IDX)
                 MOVE WS-CELL-COUNT TO WS-MATCH-SUB
              ELSE
      *          A reserve left out would post a false movement, so
      *          a full table fails the run rather than under-state
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGUPRC1 - cell table full, '
                         WS-CELL-TYPE-IN ' ' WS-CELL-BRANCH-IN
                         ' not accumulated'
              END-IF
           END-IF
           .

       5100-MATCH-CELL-ENTRY.
           IF WS-CE-TYPE(WS-SCAN-SUB) = WS-CELL-TYPE-IN
              AND WS-CE-BRANCH(WS-SCAN-SUB) = WS-CELL-BRANCH-IN
              MOVE WS-SCAN-SUB TO WS-MATCH-SUB
           END-IF
           ADD 1 TO WS-SCAN-SUB
           .

      *----------------------------------------------------------------*
      * Commit the valuation (or roll back a failed one, so the month *
      * can be valued again) and report the run                       *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-INSERTED TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
              MOVE 0 TO JR-ROWS-UPDATED
              EXEC SQL
                  ROLLBACK
              END-EXEC
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-VALUED TO WS-ROWS-DISPLAY
           DISPLAY 'LGUPRC1 - Policies valued: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-INSERTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGUPRC1 - Valuation rows written: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGUPRC1 - Unearned premium reserve complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGUPRC1.
