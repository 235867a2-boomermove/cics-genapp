      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Catastrophe Event Aggregation Batch Job  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCATAG1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCATAG1 - Catastrophe Event Aggregation Batch Job   *
      * Purpose: Runs outside CICS for the reinsurance manager, at    *
      *          quarter-end alongside LGRIBRD1 or on demand after an *
      *          event. For every event on the CAT_EVENT register     *
      *          (LGCEVT01) the claims coded to it are added up: the  *
      *          incurred amount (the reserve or settled amount plus  *
      *          the supplier invoices LGASIV01 took off it, the      *
      *          LGLOSSR1 measure), less recoveries received back     *
      *          (LGARCV01), less the share already ceded under the   *
      *          surplus treaty (CESSION, LGRIRUL), gives the event's *
      *          retained loss. The cat XL recovery is the part of    *
      *          that beyond RI-CATXL-RETENTION, up to RI-CATXL-LIMIT *
      *          (LGRIRUL). Only claims the handler has confirmed     *
      *          count; those LGACLM01 has only suggested are shown   *
      *          beside them so the confirmations can be chased       *
      *          before the recovery is claimed. Rejected claims are  *
      *          left out. One line per event goes to the CATRFILE    *
      *          dataset.                                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATR-FILE ASSIGN TO CATRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Event aggregation record - one per event. The money columns   *
      * cover the confirmed claims; the suggested claims follow.       *
      *----------------------------------------------------------------*
       FD  CATR-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATR-RECORD.
           05  CR-EVENT-CODE           PIC X(8).
           05  CR-PERIL                PIC X(10).
           05  CR-START-DATE           PIC X(10).
           05  CR-END-DATE             PIC X(10).
           05  CR-STATUS               PIC X(1).
           05  CR-CLAIM-COUNT          PIC 9(5).
           05  CR-GROSS-INCURRED       PIC 9(9).99.
           05  CR-RECOVERIES           PIC 9(9).99.
           05  CR-SURPLUS-CEDED        PIC 9(9).99.
           05  CR-NET-RETAINED         PIC 9(9).99.
           05  CR-XL-RECOVERY          PIC 9(9).99.
           05  CR-NET-AFTER-XL         PIC 9(9).99.
           05  CR-SUGGESTED-COUNT      PIC 9(5).
           05  CR-SUGGESTED-INCURRED   PIC 9(9).99.
           05  CR-RECORD-FILLER        PIC X(17).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGCATAG1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Reinsurance retention lines and cat XL treaty working copy    *
      *----------------------------------------------------------------*
       01  RI-RETENTION-LINES.
           COPY LGRIRUL.

      *----------------------------------------------------------------*
      * Control working storage                                        *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-CATR-STATUS          PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-EVENTS-WRITTEN       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-DISPLAY       PIC Z(9)9.99.

      *----------------------------------------------------------------*
      * One claim's share of its event                                 *
      *----------------------------------------------------------------*
       01  WS-CLAIM-WORK.
           05  WS-CLAIM-NET            PIC S9(9)V99 COMP-3.
           05  WS-CLAIM-CEDED          PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * Event accumulators - reset at each change of event            *
      *----------------------------------------------------------------*
       01  WS-EVENT-TOTALS.
           05  WS-EV-CODE              PIC X(8).
           05  WS-EV-PERIL             PIC X(10).
           05  WS-EV-START             PIC X(10).
           05  WS-EV-END               PIC X(10).
           05  WS-EV-STATUS            PIC X(1).
           05  WS-EV-CLAIMS            PIC 9(5) COMP-3.
           05  WS-EV-GROSS             PIC S9(9)V99 COMP-3.
           05  WS-EV-RECOVERED         PIC S9(9)V99 COMP-3.
           05  WS-EV-CEDED             PIC S9(9)V99 COMP-3.
           05  WS-EV-RETAINED          PIC S9(9)V99 COMP-3.
           05  WS-EV-XL-RECOVERY       PIC S9(9)V99 COMP-3.
           05  WS-EV-SUGGESTED         PIC 9(5) COMP-3.
           05  WS-EV-SUGG-GROSS        PIC S9(9)V99 COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-TOT-RETAINED         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-XL-RECOVERY      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-SUGGESTED        PIC 9(7) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      * Event claim cursor host variables                              *
      *----------------------------------------------------------------*
       01  DB2-CATAGG-VARS.
           05  DB2-CA-EVENT-CODE       PIC X(8).
           05  DB2-CA-PERIL            PIC X(10).
           05  DB2-CA-START            PIC X(10).
           05  DB2-CA-END              PIC X(10).
           05  DB2-CA-EVENT-STATUS     PIC X(1).
           05  DB2-CA-CLAIMNUM         PIC S9(9) COMP.
           05  DB2-CA-SOURCE           PIC X(1).
           05  DB2-CA-INCURRED         PIC S9(7)V99 COMP-3.
           05  DB2-CA-RECOVERED        PIC S9(7)V99 COMP-3.
           05  DB2-CA-CEDED-PCT        PIC S9(1)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * Every event with the claims coded to it - an event with none  *
      * still gets its line (claim number zero). Incurred adds back   *
      * the supplier invoices LGASIV01 took off the reserve.          *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CATAGG_CURSOR CURSOR FOR
               SELECT E.EVENT_CODE,
                      E.PERIL,
                      E.START_DATE,
                      COALESCE(E.END_DATE, ' '),
                      E.STATUS,
                      COALESCE(C.CLAIMNUMBER, 0),
                      COALESCE(C.CAT_EVENT_SOURCE, ' '),
                      COALESCE(C.RESERVE +
                          COALESCE((SELECT SUM(I.AMOUNT)
                                    FROM SUPPLIER_INVOICE I
                                    WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                                      AND I.STATUS <> 'J'), 0), 0),
                      COALESCE(C.RECOVERED, 0),
                      COALESCE(X.CEDED_PCT, 0)
               FROM CAT_EVENT E
                    LEFT OUTER JOIN CLAIM C
                      ON C.CAT_EVENT = E.EVENT_CODE
                     AND C.STATUS <> 'J'
                    LEFT OUTER JOIN CESSION X
                      ON X.POLICYNUMBER = C.POLICYNUMBER
               ORDER BY E.EVENT_CODE, C.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGGREGATE-EVENTS THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the report file                                           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGCATAG1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           OPEN OUTPUT CATR-FILE
           IF WS-CATR-STATUS NOT = '00'
              DISPLAY 'LGCATAG1 - OPEN CATRFILE failed, status='
                      WS-CATR-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           MOVE RI-CATXL-LIMIT TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGCATAG1 - Catastrophe event aggregation starting'
           DISPLAY 'LGCATAG1 - Cat XL limit ' WS-AMOUNT-DISPLAY
           MOVE RI-CATXL-RETENTION TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGCATAG1 - in excess of ' WS-AMOUNT-DISPLAY
           .

      *----------------------------------------------------------------*
      * Read the events and their claims in event order, writing one  *
      * line at each change of event                                   *
      *----------------------------------------------------------------*
       2000-AGGREGATE-EVENTS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN CATAGG_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGCATAG1 - OPEN CATAGG_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-ROW

           IF NOT WS-NO-MORE-ROWS
              PERFORM 2200-START-EVENT
           END-IF

           PERFORM UNTIL WS-NO-MORE-ROWS
              IF DB2-CA-EVENT-CODE NOT = WS-EV-CODE
                 PERFORM 3000-WRITE-EVENT-LINE
                 PERFORM 2200-START-EVENT
              END-IF
              PERFORM 2300-ADD-CLAIM
              PERFORM 2100-FETCH-NEXT-ROW
           END-PERFORM

           IF WS-EV-CODE NOT = SPACES
              PERFORM 3000-WRITE-EVENT-LINE
           END-IF

           EXEC SQL
               CLOSE CATAGG_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-ROW.
           EXEC SQL
               FETCH CATAGG_CURSOR
               INTO :DB2-CA-EVENT-CODE,
                    :DB2-CA-PERIL,
                    :DB2-CA-START,
                    :DB2-CA-END,
                    :DB2-CA-EVENT-STATUS,
                    :DB2-CA-CLAIMNUM,
                    :DB2-CA-SOURCE,
                    :DB2-CA-INCURRED,
                    :DB2-CA-RECOVERED,
                    :DB2-CA-CEDED-PCT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGCATAG1 - FETCH CATAGG failed SQLCODE='
                         SQLCODE
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

       2200-START-EVENT.
           INITIALIZE WS-EVENT-TOTALS
           MOVE DB2-CA-EVENT-CODE TO WS-EV-CODE
           MOVE DB2-CA-PERIL TO WS-EV-PERIL
           MOVE DB2-CA-START TO WS-EV-START
           MOVE DB2-CA-END TO WS-EV-END
           MOVE DB2-CA-EVENT-STATUS TO WS-EV-STATUS
           .

      *----------------------------------------------------------------*
      * A confirmed claim adds its gross, its recoveries and the      *
      * surplus share of what is left to the event; a suggested one   *
      * is only counted beside it                                      *
      *----------------------------------------------------------------*
       2300-ADD-CLAIM.
           EVALUATE DB2-CA-SOURCE
             WHEN 'C'
               ADD 1 TO WS-EV-CLAIMS
               ADD DB2-CA-INCURRED TO WS-EV-GROSS
               ADD DB2-CA-RECOVERED TO WS-EV-RECOVERED
               COMPUTE WS-CLAIM-NET =
                   DB2-CA-INCURRED - DB2-CA-RECOVERED
               IF WS-CLAIM-NET < 0
                  MOVE 0 TO WS-CLAIM-NET
               END-IF
               COMPUTE WS-CLAIM-CEDED ROUNDED =
                   WS-CLAIM-NET * DB2-CA-CEDED-PCT
               ADD WS-CLAIM-CEDED TO WS-EV-CEDED
               COMPUTE WS-EV-RETAINED = WS-EV-RETAINED
                   + WS-CLAIM-NET - WS-CLAIM-CEDED
             WHEN 'S'
               ADD 1 TO WS-EV-SUGGESTED
               ADD DB2-CA-INCURRED TO WS-EV-SUGG-GROSS
             WHEN OTHER
      *        The outer join's empty row for an event with no claims
               CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Work out the cat XL recovery on the event's retained loss and *
      * write its line                                                 *
      *----------------------------------------------------------------*
       3000-WRITE-EVENT-LINE.
           IF WS-EV-RETAINED > RI-CATXL-RETENTION
              COMPUTE WS-EV-XL-RECOVERY =
                  WS-EV-RETAINED - RI-CATXL-RETENTION
              IF WS-EV-XL-RECOVERY > RI-CATXL-LIMIT
                 MOVE RI-CATXL-LIMIT TO WS-EV-XL-RECOVERY
              END-IF
           ELSE
              MOVE 0 TO WS-EV-XL-RECOVERY
           END-IF

           MOVE SPACES TO CATR-RECORD
           MOVE WS-EV-CODE TO CR-EVENT-CODE
           MOVE WS-EV-PERIL TO CR-PERIL
           MOVE WS-EV-START TO CR-START-DATE
           MOVE WS-EV-END TO CR-END-DATE
           MOVE WS-EV-STATUS TO CR-STATUS
           MOVE WS-EV-CLAIMS TO CR-CLAIM-COUNT
           MOVE WS-EV-GROSS TO CR-GROSS-INCURRED
           MOVE WS-EV-RECOVERED TO CR-RECOVERIES
           MOVE WS-EV-CEDED TO CR-SURPLUS-CEDED
           MOVE WS-EV-RETAINED TO CR-NET-RETAINED
           MOVE WS-EV-XL-RECOVERY TO CR-XL-RECOVERY
           COMPUTE CR-NET-AFTER-XL =
               WS-EV-RETAINED - WS-EV-XL-RECOVERY
           MOVE WS-EV-SUGGESTED TO CR-SUGGESTED-COUNT
           MOVE WS-EV-SUGG-GROSS TO CR-SUGGESTED-INCURRED

           WRITE CATR-RECORD

           IF WS-CATR-STATUS NOT = '00'
              DISPLAY 'LGCATAG1 - WRITE CATRFILE failed, status='
                      WS-CATR-STATUS
           ELSE
              ADD 1 TO WS-EVENTS-WRITTEN
           END-IF

           ADD WS-EV-RETAINED TO WS-TOT-RETAINED
           ADD WS-EV-XL-RECOVERY TO WS-TOT-XL-RECOVERY
           ADD WS-EV-SUGGESTED TO WS-TOT-SUGGESTED
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-EVENTS-WRITTEN TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE CATR-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-EVENTS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGCATAG1 - Events reported: ' WS-ROWS-DISPLAY
           MOVE WS-TOT-RETAINED TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGCATAG1 - Retained event losses: '
                   WS-AMOUNT-DISPLAY
           MOVE WS-TOT-XL-RECOVERY TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGCATAG1 - Cat XL recoveries: ' WS-AMOUNT-DISPLAY
           MOVE WS-TOT-SUGGESTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCATAG1 - Suggested claims awaiting '
                   'confirmation: ' WS-ROWS-DISPLAY
           DISPLAY 'LGCATAG1 - Catastrophe event aggregation complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGCATAG1.
