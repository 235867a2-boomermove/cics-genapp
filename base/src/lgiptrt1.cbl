      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Insurance Premium Tax Return Batch Job   *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIPTRT1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGIPTRT1 - Insurance Premium Tax Return Batch Job    *
      * Purpose: Runs outside CICS at quarter-start, producing the    *
      *          quarterly IPT return finance used to back out of     *
      *          gross premiums by hand. Built from the               *
      *          IPT_TRANSACTION rows LGAPDB01, LGAEND01, LGUPDB01,   *
      *          LGARNW01/LGRNWAP1, LGDPDB01 and LGUWRT01 record      *
      *          whenever premium is written or returned: one line    *
      *          per policy type with the net premium and tax written *
      *          in the quarter just ended, the net premium and tax   *
      *          on return premiums (cancellation refunds, reduced    *
      *          endorsements, declined business), and the tax due -  *
      *          written less returned - then a total line.           *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IPTR-FILE ASSIGN TO IPTRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPTR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * IPT return line - 'D' one per policy type, then one 'T' total *
      *----------------------------------------------------------------*
       FD  IPTR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  IPTR-RECORD.
           05  IR-RECORD-TYPE          PIC X(1).
           05  IR-QTR-START            PIC X(10).
           05  IR-QTR-END              PIC X(10).
           05  IR-POLICY-TYPE          PIC X(1).
           05  IR-WRITTEN-NET          PIC -9(8).99.
           05  IR-WRITTEN-IPT          PIC -9(6).99.
           05  IR-RETURN-NET           PIC -9(8).99.
           05  IR-RETURN-IPT           PIC -9(6).99.
           05  IR-TAX-DUE              PIC -9(6).99.
           05  IR-RECORD-FILLER        PIC X(4).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGIPTRT1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Reporting quarter working storage - the calendar quarter      *
      * before the run date, as YYYY-MM-DD bounds                      *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-IPTR-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-QTR-YYYY             PIC 9(4).
           05  WS-QTR-MM               PIC 9(2).
           05  WS-QTR-START            PIC X(10).
           05  WS-QTR-END              PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-LINES-WRITTEN        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-TAX-DUE              PIC S9(9)V99 COMP-3.
           05  WS-TAX-DISPLAY          PIC -Z(8)9.99.

      *----------------------------------------------------------------*
      * Return totals across every policy type                         *
      *----------------------------------------------------------------*
       01  WS-RETURN-TOTALS.
           05  WS-TOT-WRITTEN-NET      PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-WRITTEN-IPT      PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-RETURN-NET       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-RETURN-IPT       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-TAX-DUE          PIC S9(9)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      * Return cursor host variables                                   *
      *----------------------------------------------------------------*
       01  DB2-IPT-RETURN.
           05  DB2-IR-POLICYTYPE       PIC X(1).
           05  DB2-IR-WRITTEN-NET      PIC S9(9)V99 COMP-3.
           05  DB2-IR-WRITTEN-IPT      PIC S9(9)V99 COMP-3.
           05  DB2-IR-RETURN-NET       PIC S9(9)V99 COMP-3.
           05  DB2-IR-RETURN-IPT       PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * The quarter's premium movements by policy type - written      *
      * premium is recorded positive and return premium negative, so  *
      * the sign of the gross splits the two; returns are reported    *
      * as positive amounts to be deducted                             *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE IPTRTN_CURSOR CURSOR FOR
               SELECT POLICYTYPE,
                      SUM(CASE WHEN GROSS_AMOUNT > 0
                               THEN NET_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN GROSS_AMOUNT > 0
                               THEN IPT_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN GROSS_AMOUNT < 0
                               THEN 0 - NET_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN GROSS_AMOUNT < 0
                               THEN 0 - IPT_AMOUNT ELSE 0 END)
               FROM IPT_TRANSACTION
               WHERE TRAN_DATE >= :WS-QTR-START
                 AND TRAN_DATE <= :WS-QTR-END
               GROUP BY POLICYTYPE
               ORDER BY POLICYTYPE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRODUCE-RETURN THRU 2000-EXIT
           PERFORM 3000-WRITE-TOTAL-LINE
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Fix the quarter just ended and open the return file           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGIPTRT1' TO JR-JOB-NAME
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

           MOVE SPACES TO WS-QTR-START
           STRING WS-QTR-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-QTR-MM DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
                  INTO WS-QTR-START
           END-STRING

           ADD 2 TO WS-QTR-MM
           MOVE SPACES TO WS-QTR-END
           STRING WS-QTR-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-QTR-MM DELIMITED BY SIZE
                  '-31' DELIMITED BY SIZE
                  INTO WS-QTR-END
           END-STRING

           OPEN OUTPUT IPTR-FILE
           IF WS-IPTR-STATUS NOT = '00'
              DISPLAY 'LGIPTRT1 - OPEN IPTRFILE failed, status='
                      WS-IPTR-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGIPTRT1 - Insurance premium tax return starting'
           DISPLAY 'LGIPTRT1 - Quarter ' WS-QTR-START ' to '
                   WS-QTR-END
           .

      *----------------------------------------------------------------*
      * One return line per policy type                                *
      *----------------------------------------------------------------*
       2000-PRODUCE-RETURN.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN IPTRTN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGIPTRT1 - OPEN IPTRTN_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-TYPE

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-WRITE-TYPE-LINE
              PERFORM 2100-FETCH-NEXT-TYPE
           END-PERFORM

           EXEC SQL
               CLOSE IPTRTN_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-TYPE.
           EXEC SQL
               FETCH IPTRTN_CURSOR
               INTO :DB2-IR-POLICYTYPE,
                    :DB2-IR-WRITTEN-NET,
                    :DB2-IR-WRITTEN-IPT,
                    :DB2-IR-RETURN-NET,
                    :DB2-IR-RETURN-IPT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGIPTRT1 - FETCH IPTRTN failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Tax due for the type is the tax written less the tax given    *
      * back on return premiums                                        *
      *----------------------------------------------------------------*
       2200-WRITE-TYPE-LINE.
           COMPUTE WS-TAX-DUE =
               DB2-IR-WRITTEN-IPT - DB2-IR-RETURN-IPT

           MOVE SPACES TO IPTR-RECORD
           MOVE 'D' TO IR-RECORD-TYPE
           MOVE WS-QTR-START TO IR-QTR-START
           MOVE WS-QTR-END TO IR-QTR-END
           MOVE DB2-IR-POLICYTYPE TO IR-POLICY-TYPE
           MOVE DB2-IR-WRITTEN-NET TO IR-WRITTEN-NET
           MOVE DB2-IR-WRITTEN-IPT TO IR-WRITTEN-IPT
           MOVE DB2-IR-RETURN-NET TO IR-RETURN-NET
           MOVE DB2-IR-RETURN-IPT TO IR-RETURN-IPT
           MOVE WS-TAX-DUE TO IR-TAX-DUE

           ADD DB2-IR-WRITTEN-NET TO WS-TOT-WRITTEN-NET
           ADD DB2-IR-WRITTEN-IPT TO WS-TOT-WRITTEN-IPT
           ADD DB2-IR-RETURN-NET TO WS-TOT-RETURN-NET
           ADD DB2-IR-RETURN-IPT TO WS-TOT-RETURN-IPT
           ADD WS-TAX-DUE TO WS-TOT-TAX-DUE

           WRITE IPTR-RECORD

           IF WS-IPTR-STATUS NOT = '00'
              DISPLAY 'LGIPTRT1 - WRITE IPTRFILE failed, status='
                      WS-IPTR-STATUS
           ELSE
              ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

      *----------------------------------------------------------------*
      * Total line - the figure the return declares. Written even for *
      * a quarter with no movements, so a nil return is still made    *
      *----------------------------------------------------------------*
       3000-WRITE-TOTAL-LINE.
           IF WS-RETURN-CODE = '80'
              CONTINUE
           ELSE
              MOVE SPACES TO IPTR-RECORD
              MOVE 'T' TO IR-RECORD-TYPE
              MOVE WS-QTR-START TO IR-QTR-START
              MOVE WS-QTR-END TO IR-QTR-END
              MOVE SPACES TO IR-POLICY-TYPE
              MOVE WS-TOT-WRITTEN-NET TO IR-WRITTEN-NET
              MOVE WS-TOT-WRITTEN-IPT TO IR-WRITTEN-IPT
              MOVE WS-TOT-RETURN-NET TO IR-RETURN-NET
              MOVE WS-TOT-RETURN-IPT TO IR-RETURN-IPT
              MOVE WS-TOT-TAX-DUE TO IR-TAX-DUE

              WRITE IPTR-RECORD

              IF WS-IPTR-STATUS NOT = '00'
                 DISPLAY 'LGIPTRT1 - WRITE total failed, status='
                         WS-IPTR-STATUS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-LINES-WRITTEN TO JR-ROWS-READ
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE IPTR-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-LINES-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGIPTRT1 - Policy type lines: ' WS-ROWS-DISPLAY
           MOVE WS-TOT-TAX-DUE TO WS-TAX-DISPLAY
           DISPLAY 'LGIPTRT1 - Tax due for the quarter: '
                   WS-TAX-DISPLAY
           DISPLAY 'LGIPTRT1 - Insurance premium tax return complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGIPTRT1.
