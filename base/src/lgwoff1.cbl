      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Bad-Debt Write-off Batch Job             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGWOFF1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGWOFF1 - Bad-Debt Write-off Batch Job               *
      * Purpose: Runs outside CICS at month end. A policy LGLAPS01    *
      *          lapsed for non-payment leaves the installments that  *
      *          fell due up to its LAPSE_DATE at 'S' scheduled,      *
      *          still owed. Once the arrears (POLICY.ARREARS_SINCE)  *
      *          are older than PC-WRITEOFF-AGE-DAYS the debt is      *
      *          written off: each of those installments moves to     *
      *          'W' written off, one BAD_DEBT_WRITEOFF row per       *
      *          policy records the total with its reason code        *
      *          ('DCSD' customer deceased, 'LAPU' lapsed unpaid),    *
      *          split into net premium and IPT in the policy         *
      *          premium's proportion, for LGGLEXT1 to debit bad debt *
      *          written off, the action is written to AUDIT_LOG, and *
      *          each installment is listed on the WOFFFILE write-off *
      *          register for credit control, closed by a run-total   *
      *          trailer. A payment later received against the debt   *
      *          is posted by LGPPAY01 as a bad-debt recovery ('B').  *
      *          Any SQL failure rolls the whole run back so the next *
      *          run starts clean. Dates are YYYY-MM-DD.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOFF-FILE ASSIGN TO WOFFFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Write-off register - one 'I' record per installment written   *
      * off, then one 'T' trailer with the run's totals               *
      *----------------------------------------------------------------*
       FD  WOFF-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WOFF-RECORD.
           05  WR-RECORD-TYPE          PIC X(1).
           05  WR-POLICY-NUM           PIC X(10).
           05  WR-CUSTOMER-NUM         PIC X(10).
           05  WR-POLICY-TYPE          PIC X(1).
           05  WR-LAST-NAME            PIC X(20).
           05  WR-ARREARS-SINCE        PIC X(10).
           05  WR-LAPSE-DATE           PIC X(10).
           05  WR-DUE-DATE             PIC X(10).
           05  WR-AMOUNT               PIC 9(6).99.
           05  WR-REASON               PIC X(4).
           05  WR-WRITEOFF-DATE        PIC X(10).
           05  WR-RECORD-FILLER        PIC X(25).
       01  WOFF-TRAILER REDEFINES WOFF-RECORD.
           05  WT-RECORD-TYPE          PIC X(1).
           05  WT-WRITEOFF-DATE        PIC X(10).
           05  WT-POLICY-COUNT         PIC 9(7).
           05  WT-ITEM-COUNT           PIC 9(7).
           05  WT-TOTAL-AMOUNT         PIC 9(9).99.
           05  WT-NET-AMOUNT           PIC 9(9).99.
           05  WT-IPT-AMOUNT           PIC 9(9).99.
           05  WT-RECORD-FILLER        PIC X(59).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGWOFF1-----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * Policy processing configuration working copy                  *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * Date, cutoff and run-total working storage                     *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-WOFF-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-TODAY-INTEGER        PIC 9(7).
           05  WS-CUTOFF-INTEGER       PIC 9(7).
      *    Compared against ARREARS_SINCE with its separators
      *    stripped, the way LGLAPS01 compares it
           05  WS-CUTOFF-RAW           PIC X(8).
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-END-OF-ITEMS         PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ITEMS    VALUE 'Y'.
           05  WS-REASON               PIC X(4).
           05  WS-POL-ITEMS            PIC S9(9) COMP.
           05  WS-POL-AMOUNT           PIC S9(7)V99 COMP-3.
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-POLICIES-WRITTEN-OFF PIC 9(7) COMP-3 VALUE 0.
           05  WS-ITEMS-WRITTEN-OFF    PIC 9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-NET            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-IPT            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-AMOUNT-DISPLAY       PIC Z(8)9.99.
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-ITEMS-DISPLAY        PIC Z(3)9.

      *----------------------------------------------------------------*
      * Write-off candidate cursor host variables                      *
      *----------------------------------------------------------------*
       01  DB2-WOFF-CANDIDATE.
           05  DB2-WO-POLICYNUM        PIC S9(9) COMP.
           05  DB2-WO-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-WO-POLICYTYPE       PIC X(1).
           05  DB2-WO-ARREARS-SINCE    PIC X(10).
           05  DB2-WO-LAPSE-DATE       PIC X(10).
           05  DB2-WO-NETPREM          PIC S9(6)V99 COMP-3.
           05  DB2-WO-IPTAMT           PIC S9(6)V99 COMP-3.
           05  DB2-WO-LASTNAME         PIC X(20).
           05  DB2-WO-DECEASED         PIC X(1).

      *----------------------------------------------------------------*
      * Unpaid installment host variables                              *
      *----------------------------------------------------------------*
       01  DB2-WOFF-INSTALLMENT.
           05  DB2-WI-DUE-DATE         PIC X(10).
           05  DB2-WI-AMOUNT           PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * BAD_DEBT_WRITEOFF host variables - one row per policy written *
      * off: the count and total of the installments written off,     *
      * AMOUNT split into NET_AMOUNT and IPT_AMOUNT, the REASON code  *
      * and the ARREARS_SINCE the debt dated from. LGGLEXT1 books it  *
      * by WRITEOFF_DATE.                                             *
      *----------------------------------------------------------------*
       01  DB2-WRITEOFF-REC.
           05  DB2-BD-POLICYNUM        PIC S9(9) COMP.
           05  DB2-BD-WRITEOFF-DATE    PIC X(10).
           05  DB2-BD-REASON           PIC X(4).
           05  DB2-BD-ITEM-COUNT       PIC S9(4) COMP.
           05  DB2-BD-AMOUNT           PIC S9(7)V99 COMP-3.
           05  DB2-BD-NET-AMOUNT       PIC S9(7)V99 COMP-3.
           05  DB2-BD-IPT-AMOUNT       PIC S9(7)V99 COMP-3.
           05  DB2-BD-ARREARS-SINCE    PIC X(10).

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-WORK.
           05  AW-ACTION               PIC X(20)
                                       VALUE 'BAD_DEBT_WRITEOFF'.
           05  AW-RESULT               PIC X(2)  VALUE '00'.

       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Write-off candidate cursor - lapsed policies whose arrears    *
      * are older than the write-off age and which still have an      *
      * installment unpaid from before the lapse, joined to the       *
      * customer for the register's name and the deceased flag        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE WOFF_CURSOR CURSOR FOR
               SELECT P.POLICYNUMBER,
                      P.CUSTOMERNUMBER,
                      P.POLICYTYPE,
                      P.ARREARS_SINCE,
                      P.LAPSE_DATE,
                      COALESCE(P.NET_PREMIUM, 0),
                      COALESCE(P.IPT_AMOUNT, 0),
                      C.LASTNAME,
                      COALESCE(C.DECEASED, ' ')
               FROM POLICY P, CUSTOMER C
               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 AND P.STATUS = 'L'
                 AND P.ARREARS_SINCE IS NOT NULL
                 AND SUBSTR(P.ARREARS_SINCE,1,4) ||
                     SUBSTR(P.ARREARS_SINCE,6,2) ||
                     SUBSTR(P.ARREARS_SINCE,9,2)
                       < :WS-CUTOFF-RAW
                 AND EXISTS
                     ( SELECT 1 FROM INSTALLMENT I
                       WHERE I.POLICYNUMBER = P.POLICYNUMBER
                         AND I.STATUS = 'S'
                         AND I.DUE_DATE <= P.LAPSE_DATE )
               ORDER BY P.POLICYNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * The policy's installments fallen due by its lapse and never   *
      * collected, oldest first. Installments scheduled after the     *
      * lapse were never owed and are left alone.                     *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE WOINS_CURSOR CURSOR FOR
               SELECT DUE_DATE, AMOUNT
               FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-WO-POLICYNUM
                 AND STATUS = 'S'
                 AND DUE_DATE <= :DB2-WO-LAPSE-DATE
               ORDER BY DUE_DATE ASC
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-WRITEOFFS THRU 2000-EXIT
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Compute the write-off cutoff and open the register file       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGWOFF1' TO JR-JOB-NAME
           PERFORM LGJOB-START

      * The registry row is committed on its own so a failed run's
      * rollback cannot take it away with the write-offs
           EXEC SQL
               COMMIT
           END-EXEC

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

      * The write-off age runs in calendar days - it is a month-end
      * accounting judgement, not a customer-facing deadline
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - PC-WRITEOFF-AGE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-RAW

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(7:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(1:4) DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WS-NOW-RAW(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(11:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING

           OPEN OUTPUT WOFF-FILE

           IF WS-WOFF-STATUS NOT = '00'
              DISPLAY 'LGWOFF1 - OPEN WOFFFILE failed, status='
                      WS-WOFF-STATUS
              MOVE '80' TO WS-RETURN-CODE
           END-IF

           DISPLAY 'LGWOFF1 - Bad-debt write-off batch starting'
           DISPLAY 'LGWOFF1 - Arrears cutoff: ' WS-CUTOFF-RAW
           .

      *----------------------------------------------------------------*
      * Open the cursor and write off every policy it returns         *
      *----------------------------------------------------------------*
       2000-PROCESS-WRITEOFFS.
           IF WS-RETURN-CODE NOT = '00'
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               OPEN WOFF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGWOFF1 - OPEN WOFF_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-FETCH-NEXT-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
              ADD 1 TO WS-ROWS-READ
              PERFORM 2200-WRITE-OFF-POLICY THRU 2200-EXIT
              IF WS-RETURN-CODE NOT = '00'
                 MOVE 'Y' TO WS-END-OF-CURSOR
              ELSE
                 PERFORM 2100-FETCH-NEXT-POLICY
              END-IF
           END-PERFORM

           EXEC SQL
               CLOSE WOFF_CURSOR
           END-EXEC

       2000-EXIT.
           EXIT
           .

       2100-FETCH-NEXT-POLICY.
           EXEC SQL
               FETCH WOFF_CURSOR
               INTO :DB2-WO-POLICYNUM,
                    :DB2-WO-CUSTOMERNUM,
                    :DB2-WO-POLICYTYPE,
                    :DB2-WO-ARREARS-SINCE,
                    :DB2-WO-LAPSE-DATE,
                    :DB2-WO-NETPREM,
                    :DB2-WO-IPTAMT,
                    :DB2-WO-LASTNAME,
                    :DB2-WO-DECEASED
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGWOFF1 - FETCH WOFF_CURSOR failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Write off one policy - each unpaid installment to 'W' with    *
      * its register line, then the policy's BAD_DEBT_WRITEOFF row    *
      * and the audit record                                          *
      *----------------------------------------------------------------*
       2200-WRITE-OFF-POLICY.
           IF DB2-WO-DECEASED = 'Y'
              MOVE 'DCSD' TO WS-REASON
           ELSE
              MOVE 'LAPU' TO WS-REASON
           END-IF

           MOVE 0 TO WS-POL-ITEMS
           MOVE 0 TO WS-POL-AMOUNT
           MOVE 'N' TO WS-END-OF-ITEMS

           EXEC SQL
               OPEN WOINS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGWOFF1 - OPEN WOINS_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2200-EXIT
           END-IF

           PERFORM 2300-FETCH-NEXT-INSTALLMENT

           PERFORM UNTIL WS-NO-MORE-ITEMS
              PERFORM 2400-WRITE-OFF-INSTALLMENT
              IF WS-RETURN-CODE NOT = '00'
                 MOVE 'Y' TO WS-END-OF-ITEMS
              ELSE
                 PERFORM 2300-FETCH-NEXT-INSTALLMENT
              END-IF
           END-PERFORM

           EXEC SQL
               CLOSE WOINS_CURSOR
           END-EXEC

           IF WS-RETURN-CODE NOT = '00' OR WS-POL-ITEMS = 0
              GO TO 2200-EXIT
           END-IF

      *    The debt carries the tax in the proportion the policy
      *    premium does
           MOVE WS-TODAY-YMD TO IPT-REQ-DATE
           MOVE DB2-WO-NETPREM TO IPT-BASE-NET
           MOVE DB2-WO-IPTAMT TO IPT-BASE-TAX
           MOVE WS-POL-AMOUNT TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-PRO-RATA
           IF IPT-RC = '90'
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGWOFF1 - IPT split failed for policy '
                      DB2-WO-POLICYNUM ' SQLCODE=' SQLCODE
              GO TO 2200-EXIT
           END-IF

           MOVE DB2-WO-POLICYNUM TO DB2-BD-POLICYNUM
           MOVE WS-TODAY-YMD TO DB2-BD-WRITEOFF-DATE
           MOVE WS-REASON TO DB2-BD-REASON
           MOVE WS-POL-ITEMS TO DB2-BD-ITEM-COUNT
           MOVE WS-POL-AMOUNT TO DB2-BD-AMOUNT
           MOVE IPT-NET-AMOUNT TO DB2-BD-NET-AMOUNT
           MOVE IPT-TAX-AMOUNT TO DB2-BD-IPT-AMOUNT
           MOVE DB2-WO-ARREARS-SINCE TO DB2-BD-ARREARS-SINCE

           EXEC SQL
               INSERT INTO BAD_DEBT_WRITEOFF
               ( POLICYNUMBER, WRITEOFF_DATE, REASON,
                 INSTALLMENT_COUNT, AMOUNT, NET_AMOUNT,
                 IPT_AMOUNT, ARREARS_SINCE )
               VALUES ( :DB2-BD-POLICYNUM, :DB2-BD-WRITEOFF-DATE,
                        :DB2-BD-REASON, :DB2-BD-ITEM-COUNT,
                        :DB2-BD-AMOUNT, :DB2-BD-NET-AMOUNT,
                        :DB2-BD-IPT-AMOUNT, :DB2-BD-ARREARS-SINCE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGWOFF1 - INSERT BAD_DEBT_WRITEOFF failed for '
                      'policy ' DB2-WO-POLICYNUM ' SQLCODE=' SQLCODE
              GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-POLICIES-WRITTEN-OFF
           ADD WS-POL-AMOUNT TO WS-TOTAL-AMOUNT
           ADD IPT-NET-AMOUNT TO WS-TOTAL-NET
           ADD IPT-TAX-AMOUNT TO WS-TOTAL-IPT

           PERFORM 2500-WRITE-AUDIT-RECORD

       2200-EXIT.
           EXIT
           .

       2300-FETCH-NEXT-INSTALLMENT.
           EXEC SQL
               FETCH WOINS_CURSOR
               INTO :DB2-WI-DUE-DATE, :DB2-WI-AMOUNT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OF-ITEMS
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-ITEMS
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGWOFF1 - FETCH WOINS_CURSOR failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

      *    The installment cursor is read-only, so the write-off is
      *    applied by key rather than positioned
       2400-WRITE-OFF-INSTALLMENT.
           EXEC SQL
               UPDATE INSTALLMENT
               SET STATUS = 'W'
               WHERE POLICYNUMBER = :DB2-WO-POLICYNUM
                 AND DUE_DATE = :DB2-WI-DUE-DATE
                 AND STATUS = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGWOFF1 - UPDATE INSTALLMENT failed for policy '
                      DB2-WO-POLICYNUM ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-POL-ITEMS
              ADD 1 TO WS-ITEMS-WRITTEN-OFF
              ADD DB2-WI-AMOUNT TO WS-POL-AMOUNT
              PERFORM 2600-WRITE-REGISTER-RECORD
           END-IF
           .

       2500-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE DB2-WO-CUSTOMERNUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE AW-ACTION TO AL-ACTION
           MOVE AW-RESULT TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE DB2-WO-POLICYNUM TO WS-POLNUM-DISPLAY
           MOVE WS-POL-ITEMS TO WS-ITEMS-DISPLAY
           MOVE WS-POL-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING 'Policy ' DELIMITED BY SIZE
                  WS-POLNUM-DISPLAY DELIMITED BY SIZE
                  ' bad debt written off, reason ' DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  ', installments ' DELIMITED BY SIZE
                  WS-ITEMS-DISPLAY DELIMITED BY SIZE
                  ' amount ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ', arrears since ' DELIMITED BY SIZE
                  DB2-WO-ARREARS-SINCE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING

           EXEC SQL
               INSERT INTO AUDIT_LOG
               (TIMESTAMP, CUSTOMER_NUM, USERNAME, ACTION,
                RESULT, CLIENT_IP, USER_AGENT, ERROR_CODE, DETAILS)
               VALUES
               (:AL-TIMESTAMP, :AL-CUSTOMER-NUM, :AL-USERNAME,
                :AL-ACTION, :AL-RESULT, :AL-CLIENT-IP,
                :AL-USER-AGENT, :AL-ERROR-CODE, :AL-DETAILS)
           END-EXEC
           .

       2600-WRITE-REGISTER-RECORD.
           MOVE SPACES TO WOFF-RECORD
           MOVE 'I' TO WR-RECORD-TYPE
           MOVE DB2-WO-POLICYNUM TO WS-POLNUM-DISPLAY
           MOVE WS-POLNUM-DISPLAY TO WR-POLICY-NUM
           MOVE DB2-WO-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE WS-CUSTNUM-DISPLAY TO WR-CUSTOMER-NUM
           MOVE DB2-WO-POLICYTYPE TO WR-POLICY-TYPE
           MOVE DB2-WO-LASTNAME TO WR-LAST-NAME
           MOVE DB2-WO-ARREARS-SINCE TO WR-ARREARS-SINCE
           MOVE DB2-WO-LAPSE-DATE TO WR-LAPSE-DATE
           MOVE DB2-WI-DUE-DATE TO WR-DUE-DATE
           MOVE DB2-WI-AMOUNT TO WR-AMOUNT
           MOVE WS-REASON TO WR-REASON
           MOVE WS-TODAY-YMD TO WR-WRITEOFF-DATE

           WRITE WOFF-RECORD

           IF WS-WOFF-STATUS NOT = '00'
              DISPLAY 'LGWOFF1 - WRITE WOFFFILE failed, status='
                      WS-WOFF-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
      * Run totals closing the register, so credit control can agree  *
      * it to the ledger's bad debt written off                       *
      *----------------------------------------------------------------*
       3000-WRITE-TRAILER.
           IF WS-RETURN-CODE = '80'
              GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WOFF-TRAILER
           MOVE 'T' TO WT-RECORD-TYPE
           MOVE WS-TODAY-YMD TO WT-WRITEOFF-DATE
           MOVE WS-POLICIES-WRITTEN-OFF TO WT-POLICY-COUNT
           MOVE WS-ITEMS-WRITTEN-OFF TO WT-ITEM-COUNT
           MOVE WS-TOTAL-AMOUNT TO WT-TOTAL-AMOUNT
           MOVE WS-TOTAL-NET TO WT-NET-AMOUNT
           MOVE WS-TOTAL-IPT TO WT-IPT-AMOUNT

           WRITE WOFF-RECORD

           IF WS-WOFF-STATUS NOT = '00'
              DISPLAY 'LGWOFF1 - WRITE trailer failed, status='
                      WS-WOFF-STATUS
           END-IF
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Close the file, commit (or roll back a failed run) and report *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ITEMS-WRITTEN-OFF TO JR-ROWS-UPDATED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF

           IF WS-RETURN-CODE NOT = '80'
              CLOSE WOFF-FILE
           END-IF

      * A failure part-way leaves nothing half written off - the
      * register from a failed run is discarded with it
           IF WS-RETURN-CODE = '90'
              EXEC SQL
                  ROLLBACK
              END-EXEC
              MOVE 0 TO JR-ROWS-UPDATED
           END-IF

           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-POLICIES-WRITTEN-OFF TO WS-ROWS-DISPLAY
           DISPLAY 'LGWOFF1 - Policies written off: ' WS-ROWS-DISPLAY
           MOVE WS-ITEMS-WRITTEN-OFF TO WS-ROWS-DISPLAY
           DISPLAY 'LGWOFF1 - Installments written off: '
                   WS-ROWS-DISPLAY
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY 'LGWOFF1 - Amount written off: ' WS-AMOUNT-DISPLAY
           DISPLAY 'LGWOFF1 - Bad-debt write-off batch complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Insurance premium tax procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGIPTPRC.

       END PROGRAM LGWOFF1.
