      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp In-Force Roll-Forward Batch Job          *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGINFRF1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGINFRF1 - In-Force Roll-Forward Batch Job           *
      * Purpose: Runs outside CICS in the batch window on the first   *
      *          day of each month, with the online region closed.    *
      *          Rolls the in-force book for the month just ended     *
      *          forward by policy type and branch: the opening       *
      *          count and annual premium (last month's closing       *
      *          INFORCE_SNAPSHOT), plus new business and renewals,   *
      *          plus or minus endorsement premium changes, plus      *
      *          reinstatements and transfers in, less lapses,        *
      *          cancellations, maturities, surrenders, transfers     *
      *          out and underwriting declines - every one taken      *
      *          from POLICY_MOVEMENT (LGMOVPRC) - gives the          *
      *          calculated closing book, which is set against a      *
      *          direct count of in-force POLICY rows (STATUS 'A'     *
      *          or 'P'). Each line goes to the RLFWFILE dataset      *
      *          and the run summary. Any difference is traced        *
      *          policy by policy - opening snapshot plus movements   *
      *          against the POLICY row - and each policy that does   *
      *          not agree is written as an exception. The book as    *
      *          it stands is then kept as this month's closing       *
      *          INFORCE_SNAPSHOT, next month's opening book. On      *
      *          the first run there is no opening book to roll       *
      *          forward, so the run only takes the snapshot.         *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLFW-FILE ASSIGN TO RLFWFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLFW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Roll-forward record - one per line of each type/branch cell,  *
      * or one per policy that does not reconcile                     *
      *----------------------------------------------------------------*
       FD  RLFW-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RLFW-RECORD.
           05  RF-RECORD-TYPE          PIC X(1).
               88  RF-ROLL-FORWARD     VALUE 'R'.
           05  RF-PERIOD               PIC X(7).
           05  RF-POLICYTYPE           PIC X(1).
           05  RF-BRANCH               PIC X(4).
           05  RF-LINE-CODE            PIC X(2).
           05  RF-LINE-NAME            PIC X(8).
           05  RF-MOVEMENTS            PIC 9(7).
           05  RF-COUNT                PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  RF-PREMIUM              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  RF-RECORD-FILLER        PIC X(48).
       01  RLFW-EXCEPTION.
           05  RX-RECORD-TYPE          PIC X(1).
               88  RX-EXCEPTION        VALUE 'E'.
           05  RX-PERIOD               PIC X(7).
           05  RX-POLICYNUM            PIC 9(10).
           05  RX-POLICYTYPE           PIC X(1).
           05  RX-BRANCH               PIC X(4).
           05  RX-EXPECTED-COUNT       PIC S9(3)
                                       SIGN LEADING SEPARATE.
           05  RX-BOOK-COUNT           PIC S9(3)
                                       SIGN LEADING SEPARATE.
           05  RX-EXPECTED-PREMIUM     PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  RX-BOOK-PREMIUM         PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  RX-RECORD-FILLER        PIC X(45).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGINFRF1----WS'.

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
           05  WS-RLFW-STATUS          PIC X(2) VALUE '00'.
           05  WS-CURRENT-DATE         PIC X(14).
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
           05  WS-PERIOD               PIC X(7).
           05  WS-CUTOFF-TS            PIC X(26).
           05  WS-PRIOR-PERIOD         PIC X(7) VALUE SPACES.
           05  WS-PRIOR-SNAPSHOT-AT    PIC X(26) VALUE SPACES.
           05  WS-OPENING-FOUND        PIC X(1) VALUE 'N'.
               88  WS-HAVE-OPENING     VALUE 'Y'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-KIND-IX              PIC S9(4) COMP VALUE 0.
           05  WS-LINE-IX              PIC S9(4) COMP VALUE 0.
           05  WS-BOOK-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-EXCEPTIONS           PIC 9(7) COMP-3 VALUE 0.
           05  WS-SNAPSHOT-ROWS        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-COUNT-DISPLAY        PIC -(6)9.
           05  WS-PREMIUM-DISPLAY      PIC -(10)9.99.

      *----------------------------------------------------------------*
      * The lines of the roll-forward, in the order reported - the    *
      * code is the POLICY_MOVEMENT MOVEMENT_TYPE, with OP for the    *
      * opening book and BK for the book as counted                   *
      *----------------------------------------------------------------*
       01  WS-KIND-VALUES.
           05  FILLER                  PIC X(10) VALUE 'OPOPENING '.
           05  FILLER                  PIC X(10) VALUE 'NBNEW-BUS '.
           05  FILLER                  PIC X(10) VALUE 'RNRENEWAL '.
           05  FILLER                  PIC X(10) VALUE 'ENENDORSE '.
           05  FILLER                  PIC X(10) VALUE 'RIREINST  '.
           05  FILLER                  PIC X(10) VALUE 'TIXFER-IN '.
           05  FILLER                  PIC X(10) VALUE 'LPLAPSED  '.
           05  FILLER                  PIC X(10) VALUE 'CNCANCEL  '.
           05  FILLER                  PIC X(10) VALUE 'MTMATURED '.
           05  FILLER                  PIC X(10) VALUE 'SRSURREND '.
           05  FILLER                  PIC X(10) VALUE 'TOXFER-OUT'.
           05  FILLER                  PIC X(10) VALUE 'UDUW-DECL '.
           05  FILLER                  PIC X(10) VALUE 'BKBOOK    '.
       01  WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
           05  WS-KIND OCCURS 13 TIMES.
               10  WS-KIND-CODE        PIC X(2).
               10  WS-KIND-NAME        PIC X(8).

      *----------------------------------------------------------------*
      * The type/branch cell being rolled forward, and the whole book *
      * - one bucket per line above, then calculated closing and      *
      * difference                                                    *
      *----------------------------------------------------------------*
       01  WS-CELL.
           05  WS-CELL-POLICYTYPE      PIC X(1) VALUE SPACES.
           05  WS-CELL-BRANCH          PIC X(4) VALUE SPACES.
           05  WS-CELL-LINE OCCURS 13 TIMES.
               10  WS-CELL-ROWS        PIC S9(9) COMP.
               10  WS-CELL-COUNT       PIC S9(9) COMP.
               10  WS-CELL-PREMIUM     PIC S9(11)V99 COMP-3.
           05  WS-CELL-CLOSE-COUNT     PIC S9(9) COMP.
           05  WS-CELL-CLOSE-PREMIUM   PIC S9(11)V99 COMP-3.
           05  WS-CELL-DIFF-COUNT      PIC S9(9) COMP.
           05  WS-CELL-DIFF-PREMIUM    PIC S9(11)V99 COMP-3.
       01  WS-TOTAL.
           05  WS-TOTAL-LINE OCCURS 13 TIMES.
               10  WS-TOTAL-ROWS       PIC S9(9) COMP.
               10  WS-TOTAL-COUNT      PIC S9(9) COMP.
               10  WS-TOTAL-PREMIUM    PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * Roll-forward and exception cursor host variables              *
      *----------------------------------------------------------------*
       01  DB2-ROLLFWD-ROW.
           05  DB2-RF-POLICYTYPE       PIC X(1).
           05  DB2-RF-BRANCH           PIC X(4).
           05  DB2-RF-KIND             PIC X(2).
           05  DB2-RF-ROWS             PIC S9(9) COMP.
           05  DB2-RF-COUNT            PIC S9(9) COMP.
           05  DB2-RF-PREMIUM          PIC S9(11)V99 COMP-3.
       01  DB2-EXCEPTION-ROW.
           05  DB2-RX-POLICYNUM        PIC S9(9) COMP.
           05  DB2-RX-POLICYTYPE       PIC X(1).
           05  DB2-RX-BRANCH           PIC X(4).
           05  DB2-RX-EXPECTED-COUNT   PIC S9(9) COMP.
           05  DB2-RX-BOOK-COUNT       PIC S9(9) COMP.
           05  DB2-RX-EXPECTED-PREMIUM PIC S9(11)V99 COMP-3.
           05  DB2-RX-BOOK-PREMIUM     PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * Opening book, the month's movements and the book as it stands,*
      * summed per type/branch cell and line                          *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ROLLFWD_CURSOR CURSOR FOR
               SELECT R.PTYPE, R.BRANCH, R.KIND, COUNT(*),
                      SUM(R.CNT), SUM(R.PREM)
               FROM (SELECT POLICYTYPE AS PTYPE,
                            BRANCHNUMBER AS BRANCH,
                            'OP' AS KIND,
                            CAST(1 AS INTEGER) AS CNT,
                            CAST(PREMIUM AS DECIMAL(13,2)) AS PREM
                     FROM INFORCE_SNAPSHOT
                     WHERE PERIOD = :WS-PRIOR-PERIOD
                     UNION ALL
                     SELECT POLICYTYPE, BRANCHNUMBER,
                            MOVEMENT_TYPE,
                            CAST(COUNT_CHANGE AS INTEGER),
                            CAST(PREMIUM_CHANGE AS DECIMAL(13,2))
                     FROM POLICY_MOVEMENT
                     WHERE RECORDED_AT >
                               TIMESTAMP(:WS-PRIOR-SNAPSHOT-AT)
                       AND RECORDED_AT <= TIMESTAMP(:WS-CUTOFF-TS)
                     UNION ALL
                     SELECT POLICYTYPE, COALESCE(BRANCHNUMBER, ' '),
                            'BK', CAST(1 AS INTEGER),
                            CAST(COALESCE(PREMIUM, 0)
                                 AS DECIMAL(13,2))
                     FROM POLICY
                     WHERE STATUS IN ('A', 'P')) AS R
               GROUP BY R.PTYPE, R.BRANCH, R.KIND
               ORDER BY 1, 2, 3
           END-EXEC.

      *----------------------------------------------------------------*
      * The same sources per policy - each policy whose opening plus  *
      * movements does not arrive at its place in the book            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE EXCEPT_CURSOR CURSOR FOR
               SELECT E.POLICYNUMBER, MAX(E.PTYPE), MAX(E.BRANCH),
                      SUM(E.EXP_CNT), SUM(E.BOOK_CNT),
                      SUM(E.EXP_PREM), SUM(E.BOOK_PREM)
               FROM (SELECT POLICYNUMBER,
                            POLICYTYPE AS PTYPE,
                            BRANCHNUMBER AS BRANCH,
                            CAST(1 AS INTEGER) AS EXP_CNT,
                            CAST(0 AS INTEGER) AS BOOK_CNT,
                            CAST(PREMIUM AS DECIMAL(13,2)) AS EXP_PREM,
                            CAST(0 AS DECIMAL(13,2)) AS BOOK_PREM
                     FROM INFORCE_SNAPSHOT
                     WHERE PERIOD = :WS-PRIOR-PERIOD
                     UNION ALL
                     SELECT POLICYNUMBER, POLICYTYPE, BRANCHNUMBER,
                            CAST(COUNT_CHANGE AS INTEGER),
                            CAST(0 AS INTEGER),
                            CAST(PREMIUM_CHANGE AS DECIMAL(13,2)),
                            CAST(0 AS DECIMAL(13,2))
                     FROM POLICY_MOVEMENT
                     WHERE RECORDED_AT >
                               TIMESTAMP(:WS-PRIOR-SNAPSHOT-AT)
                       AND RECORDED_AT <= TIMESTAMP(:WS-CUTOFF-TS)
                     UNION ALL
                     SELECT POLICYNUMBER, POLICYTYPE,
                            COALESCE(BRANCHNUMBER, ' '),
                            CAST(0 AS INTEGER),
                            CAST(1 AS INTEGER),
                            CAST(0 AS DECIMAL(13,2)),
                            CAST(COALESCE(PREMIUM, 0)
                                 AS DECIMAL(13,2))
                     FROM POLICY
                     WHERE STATUS IN ('A', 'P')) AS E
               GROUP BY E.POLICYNUMBER
               HAVING SUM(E.EXP_CNT) <> SUM(E.BOOK_CNT)
                   OR SUM(E.EXP_PREM) <> SUM(E.BOOK_PREM)
               ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-RETURN-CODE = '00'
              PERFORM 1500-FIND-OPENING THRU 1500-EXIT
           END-IF

           IF WS-RETURN-CODE = '00' AND WS-HAVE-OPENING
              PERFORM 2000-ROLL-FORWARD THRU 2000-EXIT
              IF WS-RETURN-CODE = '00'
                 PERFORM 3000-LIST-EXCEPTIONS THRU 3000-EXIT
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00'
              PERFORM 4000-TAKE-SNAPSHOT THRU 4000-EXIT
           END-IF

           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the roll-forward file, name the month just ended and fix *
      * the cutoff - movements recorded up to now belong to it        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGINFRF1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE

           MOVE WS-CURRENT-DATE(1:4) TO WS-PERIOD-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH = 1
              MOVE 12 TO WS-PERIOD-MONTH
              SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF

           STRING WS-PERIOD-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PERIOD-MONTH DELIMITED BY SIZE
                  INTO WS-PERIOD
           END-STRING

           STRING WS-CURRENT-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE(9:2) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-CURRENT-DATE(11:2) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-CURRENT-DATE(13:2) DELIMITED BY SIZE
                  '.000000' DELIMITED BY SIZE
                  INTO WS-CUTOFF-TS
           END-STRING

           OPEN OUTPUT RLFW-FILE

           IF WS-RLFW-STATUS NOT = '00'
              DISPLAY 'LGINFRF1 - OPEN RLFWFILE failed, status='
                      WS-RLFW-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGINFRF1 - In-force roll-forward starting'
           DISPLAY 'LGINFRF1 - Period ' WS-PERIOD
                   ', movements to ' WS-CUTOFF-TS
           .

      *----------------------------------------------------------------*
      * The opening book is the latest snapshot before this period    *
      *----------------------------------------------------------------*
       1500-FIND-OPENING.
           EXEC SQL
               SELECT PERIOD, CHAR(SNAPSHOT_AT)
               INTO :WS-PRIOR-PERIOD, :WS-PRIOR-SNAPSHOT-AT
               FROM INFORCE_SNAPSHOT
               WHERE PERIOD =
                     (SELECT MAX(PERIOD)
                      FROM INFORCE_SNAPSHOT
                      WHERE PERIOD < :WS-PERIOD)
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE 'Y' TO WS-OPENING-FOUND
               DISPLAY 'LGINFRF1 - Opening book ' WS-PRIOR-PERIOD
                       ' taken ' WS-PRIOR-SNAPSHOT-AT
             WHEN SQLCODE = 100
               DISPLAY 'LGINFRF1 - No opening book - this run '
                       'establishes it'
             WHEN OTHER
               MOVE '90' TO WS-RETURN-CODE
               DISPLAY 'LGINFRF1 - SELECT INFORCE_SNAPSHOT failed '
                       'SQLCODE=' SQLCODE
           END-EVALUATE
           .

       1500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Roll each type/branch cell forward - the cursor returns a     *
      * cell's lines together, so a change of cell reports the last   *
      *----------------------------------------------------------------*
       2000-ROLL-FORWARD.
           INITIALIZE WS-CELL
           INITIALIZE WS-TOTAL

           EXEC SQL
               OPEN ROLLFWD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGINFRF1 - OPEN ROLLFWD_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           DISPLAY 'LGINFRF1 - TYPE BRANCH   OPENING'
                   '    PREMIUM   CLOSING    PREMIUM      BOOK'
                   '    PREMIUM      DIFF    PREMIUM'

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-ROLLFWD-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              IF WS-CELL-POLICYTYPE NOT = SPACES
                 AND (DB2-RF-POLICYTYPE NOT = WS-CELL-POLICYTYPE
                      OR DB2-RF-BRANCH NOT = WS-CELL-BRANCH)
                 PERFORM 2300-REPORT-CELL
                 INITIALIZE WS-CELL
              END-IF
              PERFORM 2200-ADD-TO-CELL
              PERFORM 2100-FETCH-ROLLFWD-ROW
           END-PERFORM

           IF WS-CELL-POLICYTYPE NOT = SPACES
              PERFORM 2300-REPORT-CELL
           END-IF

           EXEC SQL
               CLOSE ROLLFWD_CURSOR
           END-EXEC

      * The whole book, every cell together
           MOVE '*' TO WS-CELL-POLICYTYPE
           MOVE 'ALL' TO WS-CELL-BRANCH
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 13
              MOVE WS-TOTAL-LINE(WS-LINE-IX)
                TO WS-CELL-LINE(WS-LINE-IX)
           END-PERFORM
           PERFORM 2300-REPORT-CELL

           MOVE WS-TOTAL-COUNT(13) TO WS-BOOK-READ
           .

       2000-EXIT.
           EXIT
           .

       2100-FETCH-ROLLFWD-ROW.
           EXEC SQL
               FETCH ROLLFWD_CURSOR
               INTO :DB2-RF-POLICYTYPE,
                    :DB2-RF-BRANCH,
                    :DB2-RF-KIND,
                    :DB2-RF-ROWS,
                    :DB2-RF-COUNT,
                    :DB2-RF-PREMIUM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGINFRF1 - FETCH ROLLFWD_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Put one line's sums into the cell and the book total          *
      *----------------------------------------------------------------*
       2200-ADD-TO-CELL.
           MOVE DB2-RF-POLICYTYPE TO WS-CELL-POLICYTYPE
           MOVE DB2-RF-BRANCH TO WS-CELL-BRANCH

           PERFORM VARYING WS-KIND-IX FROM 1 BY 1
                   UNTIL WS-KIND-IX > 13
                      OR WS-KIND-CODE(WS-KIND-IX) = DB2-RF-KIND
              CONTINUE
           END-PERFORM

           IF WS-KIND-IX > 13
              DISPLAY 'LGINFRF1 - Unknown movement type '
                      DB2-RF-KIND ' ignored'
           ELSE
              ADD DB2-RF-ROWS TO WS-CELL-ROWS(WS-KIND-IX)
                                 WS-TOTAL-ROWS(WS-KIND-IX)
              ADD DB2-RF-COUNT TO WS-CELL-COUNT(WS-KIND-IX)
                                  WS-TOTAL-COUNT(WS-KIND-IX)
              ADD DB2-RF-PREMIUM TO WS-CELL-PREMIUM(WS-KIND-IX)
                                    WS-TOTAL-PREMIUM(WS-KIND-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * Opening plus the signed movements is the calculated closing;  *
      * the book as counted less that is the difference               *
      *----------------------------------------------------------------*
       2300-REPORT-CELL.
           MOVE 0 TO WS-CELL-CLOSE-COUNT
           MOVE 0 TO WS-CELL-CLOSE-PREMIUM
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 12
              ADD WS-CELL-COUNT(WS-LINE-IX) TO WS-CELL-CLOSE-COUNT
              ADD WS-CELL-PREMIUM(WS-LINE-IX) TO WS-CELL-CLOSE-PREMIUM
           END-PERFORM

           COMPUTE WS-CELL-DIFF-COUNT =
               WS-CELL-COUNT(13) - WS-CELL-CLOSE-COUNT
           COMPUTE WS-CELL-DIFF-PREMIUM =
               WS-CELL-PREMIUM(13) - WS-CELL-CLOSE-PREMIUM

           MOVE SPACES TO RLFW-RECORD
           SET RF-ROLL-FORWARD TO TRUE
           MOVE WS-PERIOD TO RF-PERIOD
           MOVE WS-CELL-POLICYTYPE TO RF-POLICYTYPE
           MOVE WS-CELL-BRANCH TO RF-BRANCH

           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 12
              MOVE WS-KIND-CODE(WS-LINE-IX) TO RF-LINE-CODE
              MOVE WS-KIND-NAME(WS-LINE-IX) TO RF-LINE-NAME
              MOVE WS-CELL-ROWS(WS-LINE-IX) TO RF-MOVEMENTS
              MOVE WS-CELL-COUNT(WS-LINE-IX) TO RF-COUNT
              MOVE WS-CELL-PREMIUM(WS-LINE-IX) TO RF-PREMIUM
              PERFORM 2400-WRITE-RLFW-RECORD
           END-PERFORM

           MOVE 'CL' TO RF-LINE-CODE
           MOVE 'CLOSING' TO RF-LINE-NAME
           MOVE 0 TO RF-MOVEMENTS
           MOVE WS-CELL-CLOSE-COUNT TO RF-COUNT
           MOVE WS-CELL-CLOSE-PREMIUM TO RF-PREMIUM
           PERFORM 2400-WRITE-RLFW-RECORD

           MOVE WS-KIND-CODE(13) TO RF-LINE-CODE
           MOVE WS-KIND-NAME(13) TO RF-LINE-NAME
           MOVE WS-CELL-COUNT(13) TO RF-COUNT
           MOVE WS-CELL-PREMIUM(13) TO RF-PREMIUM
           PERFORM 2400-WRITE-RLFW-RECORD

           MOVE 'DF' TO RF-LINE-CODE
           MOVE 'DIFFER' TO RF-LINE-NAME
           MOVE WS-CELL-DIFF-COUNT TO RF-COUNT
           MOVE WS-CELL-DIFF-PREMIUM TO RF-PREMIUM
           PERFORM 2400-WRITE-RLFW-RECORD

           DISPLAY 'LGINFRF1 - ' WS-CELL-POLICYTYPE '    '
                   WS-CELL-BRANCH ' '
                   WS-CELL-COUNT(1) ' ' WS-CELL-PREMIUM(1) ' '
                   WS-CELL-CLOSE-COUNT ' ' WS-CELL-CLOSE-PREMIUM ' '
                   WS-CELL-COUNT(13) ' ' WS-CELL-PREMIUM(13) ' '
                   WS-CELL-DIFF-COUNT ' ' WS-CELL-DIFF-PREMIUM
           .

       2400-WRITE-RLFW-RECORD.
           IF WS-RETURN-CODE NOT = '80'
              WRITE RLFW-RECORD
              IF WS-RLFW-STATUS NOT = '00'
                 DISPLAY 'LGINFRF1 - WRITE RLFWFILE failed, status='
                         WS-RLFW-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-WRITTEN
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Trace any difference to the policies that cause it            *
      *----------------------------------------------------------------*
       3000-LIST-EXCEPTIONS.
           EXEC SQL
               OPEN EXCEPT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGINFRF1 - OPEN EXCEPT_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3100-FETCH-EXCEPTION-ROW

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3200-WRITE-EXCEPTION
              PERFORM 3100-FETCH-EXCEPTION-ROW
           END-PERFORM

           EXEC SQL
               CLOSE EXCEPT_CURSOR
           END-EXEC
           .

       3000-EXIT.
           EXIT
           .

       3100-FETCH-EXCEPTION-ROW.
           EXEC SQL
               FETCH EXCEPT_CURSOR
               INTO :DB2-RX-POLICYNUM,
                    :DB2-RX-POLICYTYPE,
                    :DB2-RX-BRANCH,
                    :DB2-RX-EXPECTED-COUNT,
                    :DB2-RX-BOOK-COUNT,
                    :DB2-RX-EXPECTED-PREMIUM,
                    :DB2-RX-BOOK-PREMIUM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGINFRF1 - FETCH EXCEPT_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           END-IF
           .

       3200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS

           MOVE SPACES TO RLFW-EXCEPTION
           SET RX-EXCEPTION TO TRUE
           MOVE WS-PERIOD TO RX-PERIOD
           MOVE DB2-RX-POLICYNUM TO RX-POLICYNUM
           MOVE DB2-RX-POLICYTYPE TO RX-POLICYTYPE
           MOVE DB2-RX-BRANCH TO RX-BRANCH
           MOVE DB2-RX-EXPECTED-COUNT TO RX-EXPECTED-COUNT
           MOVE DB2-RX-BOOK-COUNT TO RX-BOOK-COUNT
           MOVE DB2-RX-EXPECTED-PREMIUM TO RX-EXPECTED-PREMIUM
           MOVE DB2-RX-BOOK-PREMIUM TO RX-BOOK-PREMIUM

           IF WS-RETURN-CODE NOT = '80'
              WRITE RLFW-EXCEPTION
              IF WS-RLFW-STATUS NOT = '00'
                 DISPLAY 'LGINFRF1 - WRITE RLFWFILE failed, status='
                         WS-RLFW-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-WRITTEN
              END-IF
           END-IF

           MOVE DB2-RX-EXPECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE DB2-RX-EXPECTED-PREMIUM TO WS-PREMIUM-DISPLAY
           DISPLAY 'LGINFRF1 - Exception policy ' RX-POLICYNUM
                   ' ' RX-POLICYTYPE ' ' RX-BRANCH
                   ' expected ' WS-COUNT-DISPLAY ' '
                   WS-PREMIUM-DISPLAY
           MOVE DB2-RX-BOOK-COUNT TO WS-COUNT-DISPLAY
           MOVE DB2-RX-BOOK-PREMIUM TO WS-PREMIUM-DISPLAY
           DISPLAY 'LGINFRF1 -   on book ' WS-COUNT-DISPLAY ' '
                   WS-PREMIUM-DISPLAY
           .

      *----------------------------------------------------------------*
      * Keep the book as it stands as this period's closing snapshot  *
      * - a re-run for the same period replaces it                    *
      *----------------------------------------------------------------*
       4000-TAKE-SNAPSHOT.
           EXEC SQL
               DELETE FROM INFORCE_SNAPSHOT
               WHERE PERIOD = :WS-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGINFRF1 - DELETE INFORCE_SNAPSHOT failed '
                      'SQLCODE=' SQLCODE
              GO TO 4000-EXIT
           END-IF

           EXEC SQL
               INSERT INTO INFORCE_SNAPSHOT
               ( PERIOD, SNAPSHOT_AT, POLICYNUMBER,
                 POLICYTYPE, BRANCHNUMBER, PREMIUM )
               SELECT :WS-PERIOD, TIMESTAMP(:WS-CUTOFF-TS),
                      POLICYNUMBER, POLICYTYPE,
                      COALESCE(BRANCHNUMBER, ' '),
                      COALESCE(PREMIUM, 0)
               FROM POLICY
               WHERE STATUS IN ('A', 'P')
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE SQLERRD(3) TO WS-SNAPSHOT-ROWS
             WHEN SQLCODE = 100
               MOVE 0 TO WS-SNAPSHOT-ROWS
             WHEN OTHER
               MOVE '90' TO WS-RETURN-CODE
               DISPLAY 'LGINFRF1 - INSERT INFORCE_SNAPSHOT failed '
                       'SQLCODE=' SQLCODE
           END-EVALUATE

           IF NOT WS-HAVE-OPENING
              MOVE WS-SNAPSHOT-ROWS TO WS-BOOK-READ
           END-IF
           .

       4000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results - a failed run is   *
      * rolled back so a period's snapshot is never half replaced     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-BOOK-READ TO JR-ROWS-READ
           MOVE WS-SNAPSHOT-ROWS TO JR-ROWS-UPDATED
           MOVE WS-EXCEPTIONS TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
              EXEC SQL
                  ROLLBACK
              END-EXEC
              MOVE 0 TO JR-ROWS-UPDATED
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE RLFW-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-BOOK-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGINFRF1 - Policies in force: ' WS-ROWS-DISPLAY
           MOVE WS-EXCEPTIONS TO WS-ROWS-DISPLAY
           DISPLAY 'LGINFRF1 - Policies not reconciled: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGINFRF1 - Roll-forward records written: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGINFRF1 - In-force roll-forward complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGINFRF1.
