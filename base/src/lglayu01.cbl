       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Motor Lay-Up                           *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLAYU01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGLAYU01 - Motor Lay-Up                              *
      * Purpose: Lays up and reactivates the vehicle on an in-force   *
      *          motor policy (CA-REQUEST-ID = '01LAYU') so a car off *
      *          the road for months keeps its policy, and its        *
      *          no-claims discount, instead of being cancelled       *
      *          through LGDPDB01 and written again. CA-LU-FUNCTION   *
      *          'L' cuts cover to fire and theft from the start date *
      *          given (today when blank): MOTOR.LAYUP_STATUS goes to *
      *          'L' while POLICY.STATUS stays 'A', so collections,   *
      *          renewal, claims and the MI carry on as for any       *
      *          in-force policy. 'R' restores full cover from today  *
      *          and credits the laid-up days - the premium for those *
      *          days less the PC-LAYUP-RATE-PCT still charged for    *
      *          fire and theft, nothing under PC-LAYUP-MIN-DAYS. The *
      *          credit comes off the scheduled installments soonest  *
      *          due first; what they cannot absorb posts to PAYMENT  *
      *          at status 'F' (refund pending), reference 'GENL' +   *
      *          policy number + MMDD, for the LGREFND1 batch to pay. *
      *          The credit comes off the premium written on the      *
      *          quarterly IPT return as an IPT_TRANSACTION 'U' row.  *
      *          Either change stamps POLICY.LASTCHANGED so the       *
      *          LGMIDEX1 extract sends the new cover level, and goes *
      *          to POLICY_HISTORY, AUDIT_LOG and the partner channel.*
      * Return codes: 00 laid up or reactivated, 23 policy not found, *
      *          24 policy not owned by this customer, 75 invalid     *
      *          function, 76 not an in-force motor policy, 77        *
      *          already laid up, 78 start date invalid, before today *
      *          or not before expiry, 79 not laid up, 90 SQL or      *
      *          system error, 98/99 commarea                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                       VALUE 'LGLAYU01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGLAYU01'.

      *----------------------------------------------------------------*
      * CICS SEND RECEIVE PROCESSING                                   *
      *----------------------------------------------------------------*
       01 WS-RESP                      PIC 9(8) COMP.
       01 WS-RESP2                     PIC 9(8) COMP.

      *----------------------------------------------------------------*
      * Variables for time/date processing                             *
      *----------------------------------------------------------------*
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-TIME                     PIC X(6).
       01  WS-DATE                     PIC X(8).
       01  WS-AUDIT-DATE               PIC X(10).
       01  WS-AUDIT-TIME               PIC X(8).
       01  WS-TODAY-YMD                PIC X(10).

      *----------------------------------------------------------------*
      * Date edit - YYYY-MM-DD                                         *
      *----------------------------------------------------------------*
       01  WS-DATE-CHECK.
           05  WS-DC-YEAR              PIC X(4).
           05  WS-DC-SEP1              PIC X(1).
           05  WS-DC-MONTH             PIC X(2).
           05  WS-DC-SEP2              PIC X(1).
           05  WS-DC-DAY               PIC X(2).
       01  WS-DC-MONTH-NUM             PIC 9(2).
       01  WS-DC-DAY-NUM               PIC 9(2).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGLAYU01'.
           03 EM-FUNCTION              PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-SQLRC                 PIC +9(5) VALUE ZERO.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-RESP                  PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 EM-RESP2                 PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 EM-TASKNUM               PIC 9(7)  VALUE ZERO.
           03 FILLER                   PIC X(90) VALUE ALL SPACES.

      *----------------------------------------------------------------*
      * On-file policy and vehicle values fetched for validation       *
      *----------------------------------------------------------------*
       01  WS-POLICY-ON-FILE.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-POLICYTYPE        PIC X(1).
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-EXP-DATE          PIC X(10).
           05  WS-OF-PREMIUM           PIC S9(6)V99 COMP-3.
           05  WS-OF-NETPREM           PIC S9(6)V99 COMP-3.
           05  WS-OF-IPTAMT            PIC S9(6)V99 COMP-3.
           05  WS-OF-LAYUP-STATUS      PIC X(1).
               88  WS-OF-LAID-UP       VALUE 'L'.
           05  WS-OF-LAYUP-START       PIC X(10).

      *----------------------------------------------------------------*
      * Lay-up credit work fields - dates handled as YYYYMMDD digits  *
      * the way LGDPDB01 prorates a cancellation                      *
      *----------------------------------------------------------------*
       01  WS-LAYUP-WORK.
           05  WS-START-RAW            PIC X(8).
           05  WS-TODAY-RAW            PIC X(8).
           05  WS-EXPIRY-RAW           PIC X(8).
           05  WS-START-INTEGER        PIC S9(9) COMP.
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-LAYUP-DAYS           PIC S9(5) COMP.
           05  WS-LAYUP-CREDIT         PIC S9(7)V99 COMP-3.
           05  WS-CREDIT-LEFT          PIC S9(7)V99 COMP-3.
           05  WS-INSTALLMENT-CREDIT   PIC S9(7)V99 COMP-3.
           05  WS-NEW-AMOUNT           PIC S9(6)V99 COMP-3.
           05  WS-END-OF-CURSOR        PIC X(1).
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  WS-CREDIT-DISPLAY       PIC Z(6)9.99.
           05  WS-DAYS-DISPLAY         PIC ZZ9.

      *----------------------------------------------------------------*
      * Lay-up rate and minimum days                                   *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * Insurance premium tax split (LGIPTPRC procedures)              *
      *----------------------------------------------------------------*
           COPY LGIPTWS.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the DB2 POLICY and MOTOR tables             *
      *----------------------------------------------------------------*
       01  DB2-POLICY-REC.
           COPY DB2-POLICY.

      *----------------------------------------------------------------*
      * Host variables for the PAYMENT refund row                      *
      *----------------------------------------------------------------*
       01  DB2-PAYMENT-REC.
           COPY DB2-PAYMENT.

      *----------------------------------------------------------------*
      * Host variables for the scheduled-installment walk              *
      *----------------------------------------------------------------*
       01  DB2-SCHED-INSTALLMENT.
           05  DB2-SI-DUE-DATE         PIC X(10).
           05  DB2-SI-AMOUNT           PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Host variables for the POLICY_HISTORY trail                   *
      *----------------------------------------------------------------*
       01  POLICY-HISTORY-REC.
           COPY POLICY-HISTORY.

      *----------------------------------------------------------------*
      * LGPEVT01 partner event commarea                                *
      *----------------------------------------------------------------*
       01  WS-EVENT-COMMAREA.
           COPY LGPEVENT.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Installments still to fall due, soonest first, for the policy *
      * being reactivated                                              *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE LAYINS_CURSOR CURSOR FOR
               SELECT DUE_DATE, AMOUNT
               FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'S'
                 AND DUE_DATE > :WS-TODAY-YMD
               ORDER BY DUE_DATE ASC
           END-EXEC.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.

       PROCEDURE DIVISION.

      *================================================================*
      * Main process                                                   *
      *================================================================*
       MAINLINE SECTION.

       0000-MAIN.

           PERFORM 1000-INIT

           PERFORM 2000-PROCESS

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Initialize                                                     *
      *----------------------------------------------------------------*
       1000-INIT.

           MOVE EIBTRNID    TO WS-TRANSID
           MOVE EIBTRMID    TO WS-TERMID
           MOVE EIBTASKN    TO WS-TASKNUM

           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA
           MOVE EIBCALEN TO WS-CALEN

           IF WS-CALEN < 32767
               MOVE '98' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-REQUEST-ID NOT = '01LAYU'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Lay the vehicle up or bring it back into full cover           *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           IF NOT CA-LU-LAY-UP AND NOT CA-LU-REACTIVATE
               MOVE '75' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE PC-LAYUP-RATE-PCT TO CA-LU-RATE-PCT
           MOVE 0 TO CA-LU-DAYS
           MOVE 0 TO CA-LU-CREDIT
           MOVE 0 TO CA-LU-INSTALLMENT-CREDIT
           MOVE 0 TO CA-LU-REFUND

           PERFORM 5000-GET-TODAY
           PERFORM 2100-VALIDATE-POLICY

           IF CA-LU-LAY-UP
               PERFORM 3000-LAY-UP-VEHICLE
           ELSE
               PERFORM 4000-REACTIVATE-VEHICLE
           END-IF

           PERFORM 6000-STAMP-POLICY-CHANGED
           PERFORM 6500-RECORD-COVER-HISTORY
           PERFORM 7500-PUBLISH-PARTNER-EVENT
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Fetch the on-file policy and its vehicle: the policy must     *
      * exist, belong to the requesting customer and be motor cover   *
      * still in force                                                 *
      *----------------------------------------------------------------*
       2100-VALIDATE-POLICY.

           IF CA-P-POLICY-NUM NOT NUMERIC
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-P-POLICY-NUM TO DB2-POLICYNUM-INT

           EXEC SQL
               SELECT CUSTOMERNUMBER, POLICYTYPE, STATUS,
                      COALESCE(EXPIRYDATE, ' '),
                      PREMIUM,
                      COALESCE(NET_PREMIUM, 0),
                      COALESCE(IPT_AMOUNT, 0)
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-POLICYTYPE,
                    :WS-OF-STATUS, :WS-OF-EXP-DATE,
                    :WS-OF-PREMIUM, :WS-OF-NETPREM,
                    :WS-OF-IPTAMT
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE CA-CUSTOMER-NUM TO DB2-POLICY-CUSTOMERNUM
      *    Either policyholder may act on a jointly held policy
           MOVE DB2-POLICYNUM-INT TO PT-POLICYNUM
           MOVE WS-OF-CUSTOMERNUM TO PT-OWNER-CUSTOMERNUM
           MOVE DB2-POLICY-CUSTOMERNUM TO PT-CUSTOMERNUM
           PERFORM LGPTY-CHECK-HOLDER
           IF PT-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           IF NOT PT-IS-HOLDER
               MOVE '24' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-OF-POLICYTYPE TO CA-P-POLICY-TYPE
           MOVE WS-OF-STATUS TO CA-P-STATUS

           IF WS-OF-POLICYTYPE NOT = 'M' OR WS-OF-STATUS NOT = 'A'
               MOVE '76' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT COALESCE(LAYUP_STATUS, ' '),
                      COALESCE(LAYUP_START, ' ')
               INTO :WS-OF-LAYUP-STATUS,
                    :WS-OF-LAYUP-START
               FROM MOTOR
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '76' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE SPACES TO WS-TODAY-RAW
           STRING WS-TODAY-YMD(1:4) DELIMITED BY SIZE
                  WS-TODAY-YMD(6:2) DELIMITED BY SIZE
                  WS-TODAY-YMD(9:2) DELIMITED BY SIZE
                  INTO WS-TODAY-RAW
           END-STRING
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-RAW))
           .

      *----------------------------------------------------------------*
      * Cover drops to fire and theft from the start date - today or  *
      * a later day inside the policy term. Only a vehicle not        *
      * already laid up moves, so two requests cannot both land.      *
      *----------------------------------------------------------------*
       3000-LAY-UP-VEHICLE.

           IF WS-OF-LAID-UP
               MOVE WS-OF-LAYUP-START TO CA-LU-START-DATE
               MOVE '77' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-LU-START-DATE = SPACES OR LOW-VALUES
               MOVE WS-TODAY-YMD TO CA-LU-START-DATE
           END-IF

           MOVE CA-LU-START-DATE TO WS-DATE-CHECK
           PERFORM 3100-CHECK-START-DATE

           MOVE CA-LU-START-DATE TO DB2-MOTOR-LAYUPSTART

           EXEC SQL
               UPDATE MOTOR
               SET LAYUP_STATUS = 'L',
                   LAYUP_START = :DB2-MOTOR-LAYUPSTART,
                   LAYUP_END = NULL
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND COALESCE(LAYUP_STATUS, ' ') <> 'L'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '77' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE SPACES TO CA-LU-END-DATE
           .

      *----------------------------------------------------------------*
      * The start date must be a real YYYY-MM-DD date, not in the     *
      * past, and before the policy expires                            *
      *----------------------------------------------------------------*
       3100-CHECK-START-DATE.

           IF WS-DC-YEAR NOT NUMERIC
              OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-DAY NOT NUMERIC
              OR WS-DC-SEP1 NOT = '-'
              OR WS-DC-SEP2 NOT = '-'
               MOVE '78' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-DC-MONTH TO WS-DC-MONTH-NUM
           MOVE WS-DC-DAY TO WS-DC-DAY-NUM

           IF WS-DC-MONTH-NUM < 1 OR WS-DC-MONTH-NUM > 12
              OR WS-DC-DAY-NUM < 1 OR WS-DC-DAY-NUM > 31
               MOVE '78' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE SPACES TO WS-START-RAW
           STRING WS-DC-YEAR DELIMITED BY SIZE
                  WS-DC-MONTH DELIMITED BY SIZE
                  WS-DC-DAY DELIMITED BY SIZE
                  INTO WS-START-RAW
           END-STRING

           IF WS-START-RAW < WS-TODAY-RAW
               MOVE '78' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE SPACES TO WS-EXPIRY-RAW
           STRING WS-OF-EXP-DATE(1:4) DELIMITED BY SIZE
                  WS-OF-EXP-DATE(6:2) DELIMITED BY SIZE
                  WS-OF-EXP-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-EXPIRY-RAW
           END-STRING

           IF WS-EXPIRY-RAW NUMERIC
              AND WS-START-RAW NOT < WS-EXPIRY-RAW
               MOVE '78' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Full cover returns today. The laid-up days - none when the    *
      * lay-up is withdrawn before it starts - earn the premium for   *
      * those days less the fire and theft share still charged, at    *
      * most one policy year's worth, and nothing under the minimum.  *
      *----------------------------------------------------------------*
       4000-REACTIVATE-VEHICLE.

           IF NOT WS-OF-LAID-UP
               MOVE '79' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-OF-LAYUP-START TO CA-LU-START-DATE
           MOVE WS-TODAY-YMD TO CA-LU-END-DATE
           MOVE 0 TO WS-LAYUP-DAYS
           MOVE 0 TO WS-LAYUP-CREDIT

           MOVE SPACES TO WS-START-RAW
           STRING WS-OF-LAYUP-START(1:4) DELIMITED BY SIZE
                  WS-OF-LAYUP-START(6:2) DELIMITED BY SIZE
                  WS-OF-LAYUP-START(9:2) DELIMITED BY SIZE
                  INTO WS-START-RAW
           END-STRING

           IF WS-START-RAW NOT NUMERIC
      *        An unusable start date cannot be counted from - the
      *        reactivation stands, with no credit computed
               CONTINUE
           ELSE
               COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-START-RAW))
               COMPUTE WS-LAYUP-DAYS =
                   WS-TODAY-INTEGER - WS-START-INTEGER
               IF WS-LAYUP-DAYS < 0
                   MOVE 0 TO WS-LAYUP-DAYS
               END-IF
               IF WS-LAYUP-DAYS > 365
                   MOVE 365 TO WS-LAYUP-DAYS
               END-IF
           END-IF

           MOVE WS-LAYUP-DAYS TO CA-LU-DAYS

           IF WS-LAYUP-DAYS NOT < PC-LAYUP-MIN-DAYS
               COMPUTE WS-LAYUP-CREDIT ROUNDED =
                   WS-OF-PREMIUM * WS-LAYUP-DAYS / 365
                   * (100 - PC-LAYUP-RATE-PCT) / 100
           END-IF
           MOVE WS-LAYUP-CREDIT TO CA-LU-CREDIT

           MOVE WS-TODAY-YMD TO DB2-MOTOR-LAYUPEND

           EXEC SQL
               UPDATE MOTOR
               SET LAYUP_STATUS = 'R',
                   LAYUP_END = :DB2-MOTOR-LAYUPEND
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND LAYUP_STATUS = 'L'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '79' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           IF WS-LAYUP-CREDIT > 0
               PERFORM 4100-RECORD-CREDIT-TAX
               MOVE WS-LAYUP-CREDIT TO WS-CREDIT-LEFT
               PERFORM 4200-CREDIT-INSTALLMENTS
               COMPUTE WS-INSTALLMENT-CREDIT =
                   WS-LAYUP-CREDIT - WS-CREDIT-LEFT
               MOVE WS-INSTALLMENT-CREDIT TO CA-LU-INSTALLMENT-CREDIT
               MOVE WS-CREDIT-LEFT TO CA-LU-REFUND
               IF WS-CREDIT-LEFT > 0
                   PERFORM 4300-POST-REFUND-ROW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The credit comes off the premium written on the quarterly IPT *
      * return - recorded negative, split in the proportion the       *
      * policy premium carries the tax                                 *
      *----------------------------------------------------------------*
       4100-RECORD-CREDIT-TAX.

           MOVE WS-TODAY-YMD TO IPT-REQ-DATE
           MOVE WS-OF-NETPREM TO IPT-BASE-NET
           MOVE WS-OF-IPTAMT TO IPT-BASE-TAX
           MOVE WS-LAYUP-CREDIT TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-PRO-RATA
           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-POLICYNUM-INT TO IPT-TX-POLICYNUM
           MOVE WS-OF-POLICYTYPE TO IPT-TX-POLICYTYPE
           MOVE WS-TODAY-YMD TO IPT-TX-TRAN-DATE
           SET IPT-TX-LAYUP-CREDIT TO TRUE
           COMPUTE IPT-GROSS-AMOUNT = 0 - IPT-GROSS-AMOUNT
           COMPUTE IPT-NET-AMOUNT = 0 - IPT-NET-AMOUNT
           COMPUTE IPT-TAX-AMOUNT = 0 - IPT-TAX-AMOUNT
           PERFORM LGIPT-RECORD-TRANSACTION

           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Walk the installments still to fall due soonest first, taking *
      * the credit off each until it is used up. One the credit       *
      * covers entirely comes off the schedule; the last is reduced.  *
      *----------------------------------------------------------------*
       4200-CREDIT-INSTALLMENTS.

           MOVE 'N' TO WS-END-OF-CURSOR

           EXEC SQL
               OPEN LAYINS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           PERFORM 4210-FETCH-NEXT-INSTALLMENT

           PERFORM UNTIL WS-NO-MORE-ROWS OR WS-CREDIT-LEFT = 0
               IF WS-CREDIT-LEFT >= DB2-SI-AMOUNT
                   SUBTRACT DB2-SI-AMOUNT FROM WS-CREDIT-LEFT
                   PERFORM 4220-REMOVE-INSTALLMENT
               ELSE
                   COMPUTE WS-NEW-AMOUNT =
                       DB2-SI-AMOUNT - WS-CREDIT-LEFT
                   MOVE 0 TO WS-CREDIT-LEFT
                   PERFORM 4230-REDUCE-INSTALLMENT
               END-IF
               PERFORM 4210-FETCH-NEXT-INSTALLMENT
           END-PERFORM

           EXEC SQL
               CLOSE LAYINS_CURSOR
           END-EXEC
           .

       4210-FETCH-NEXT-INSTALLMENT.
           EXEC SQL
               FETCH LAYINS_CURSOR
               INTO :DB2-SI-DUE-DATE, :DB2-SI-AMOUNT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'Y' TO WS-END-OF-CURSOR
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE
           .

       4220-REMOVE-INSTALLMENT.
           EXEC SQL
               DELETE FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND DUE_DATE = :DB2-SI-DUE-DATE
                 AND STATUS = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

       4230-REDUCE-INSTALLMENT.
           EXEC SQL
               UPDATE INSTALLMENT
               SET AMOUNT = :WS-NEW-AMOUNT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND DUE_DATE = :DB2-SI-DUE-DATE
                 AND STATUS = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Credit the installments could not absorb posts to PAYMENT at  *
      * status 'F' (refund pending) the way LGDPDB01 posts a return   *
      * premium - LGIPAY01 shows it at once, and the LGREFND1 batch   *
      * pays it by BACS credit where a mandate exists                  *
      *----------------------------------------------------------------*
       4300-POST-REFUND-ROW.

           MOVE DB2-POLICYNUM-INT TO DB2-PAY-POLICYNUM
           MOVE CA-CUSTOMER-NUM TO DB2-PAY-CUSTOMERNUM
           MOVE WS-TODAY-YMD TO DB2-PAY-DATE
           MOVE WS-CREDIT-LEFT TO DB2-PAY-AMOUNT
           MOVE 'F' TO DB2-PAY-STATUS

           MOVE WS-TODAY-YMD TO IPT-REQ-DATE
           MOVE WS-OF-NETPREM TO IPT-BASE-NET
           MOVE WS-OF-IPTAMT TO IPT-BASE-TAX
           MOVE WS-CREDIT-LEFT TO IPT-GROSS-AMOUNT
           PERFORM LGIPT-SPLIT-PRO-RATA
           IF IPT-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           MOVE IPT-NET-AMOUNT TO DB2-PAY-NETAMOUNT
           MOVE IPT-TAX-AMOUNT TO DB2-PAY-IPTAMOUNT

           MOVE DB2-POLICYNUM-INT TO WS-POLNUM-DISPLAY
           MOVE SPACES TO DB2-PAY-REFERENCE
           STRING 'GENL' DELIMITED BY SIZE
                  WS-POLNUM-DISPLAY DELIMITED BY SIZE
                  WS-TODAY-YMD(6:2) DELIMITED BY SIZE
                  WS-TODAY-YMD(9:2) DELIMITED BY SIZE
                  INTO DB2-PAY-REFERENCE
           END-STRING

           EXEC SQL
               INSERT INTO PAYMENT
               ( POLICYNUMBER, CUSTOMERNUMBER, PAYMENT_DATE,
                 AMOUNT, STATUS, REFERENCE,
                 NET_AMOUNT, IPT_AMOUNT )
               VALUES ( :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                        :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                        :DB2-PAY-STATUS, :DB2-PAY-REFERENCE,
                        :DB2-PAY-NETAMOUNT, :DB2-PAY-IPTAMOUNT )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

       5000-GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * The cover change is a policy change - LASTCHANGED moves so    *
      * the LGMIDEX1 extract sends the vehicle with its new cover     *
      * level. Only a policy still in force is touched.               *
      *----------------------------------------------------------------*
       6000-STAMP-POLICY-CHANGED.

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'A'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '76' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * One POLICY_HISTORY cover-level row, effective from the day    *
      * the cover changes, the way LGAEND01 records endorsed cover    *
      *----------------------------------------------------------------*
       6500-RECORD-COVER-HISTORY.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-') TIMESEP(':')
                     DDMMYYYY DATE(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC

           STRING WS-AUDIT-DATE DELIMITED BY SPACE
                  'T' DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SPACE
                  INTO PH2-TIMESTAMP
           END-STRING

           MOVE CA-P-POLICY-NUM TO PH2-POLICY-NUM
           MOVE 'COVER_LEVEL' TO PH2-FIELD-NAME
           IF CA-LU-LAY-UP
               MOVE CA-LU-START-DATE TO PH2-EFFECTIVE-DATE
               MOVE 'FULL' TO PH2-OLD-VALUE
               MOVE 'FIRE AND THEFT (LAID UP)' TO PH2-NEW-VALUE
           ELSE
               MOVE CA-LU-END-DATE TO PH2-EFFECTIVE-DATE
               MOVE 'FIRE AND THEFT (LAID UP)' TO PH2-OLD-VALUE
               MOVE 'FULL' TO PH2-NEW-VALUE
           END-IF

           EXEC SQL
               INSERT INTO POLICY_HISTORY
               ( TIMESTAMP, POLICY_NUM, EFFECTIVE_DATE,
                 FIELD_NAME, OLD_VALUE, NEW_VALUE )
               VALUES ( :PH2-TIMESTAMP, :PH2-POLICY-NUM,
                        :PH2-EFFECTIVE-DATE, :PH2-FIELD-NAME,
                        :PH2-OLD-VALUE, :PH2-NEW-VALUE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Tell the partner channel what just happened - one event on    *
      * the GENAPP.PARTNER.EVENT queue via LGPEVT01. A cover change   *
      * goes as an endorsement. Publishing is bookkeeping: a failed   *
      * put is reported by LGPEVT01 itself and never fails the        *
      * business action.                                               *
      *----------------------------------------------------------------*
       7500-PUBLISH-PARTNER-EVENT.
           MOVE SPACES TO WS-EVENT-COMMAREA
           SET PE-POLICY-ENDORSED TO TRUE
           MOVE CA-P-POLICY-NUM TO PE-POLICY-NUM
           MOVE CA-CUSTOMER-NUM TO PE-CUSTOMER-NUM

           EXEC CICS LINK Program('LGPEVT01')
                     Commarea(WS-EVENT-COMMAREA)
                     LENGTH(LENGTH OF WS-EVENT-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Write the lay-up or reactivation to AUDIT_LOG                 *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-') TIMESEP(':')
                     DDMMYYYY DATE(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC

           STRING WS-AUDIT-DATE DELIMITED BY SPACE
                  'T' DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SPACE
                  INTO AL-TIMESTAMP
           END-STRING

           MOVE CA-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS

           IF CA-LU-LAY-UP
               MOVE 'MOTOR_LAYUP' TO AL-ACTION
               STRING 'Policy ' DELIMITED BY SIZE
                      CA-P-POLICY-NUM DELIMITED BY SIZE
                      ' laid up, fire and theft from '
                          DELIMITED BY SIZE
                      CA-LU-START-DATE DELIMITED BY SIZE
                      INTO AL-DETAILS
               END-STRING
           ELSE
               MOVE WS-LAYUP-CREDIT TO WS-CREDIT-DISPLAY
               MOVE WS-LAYUP-DAYS TO WS-DAYS-DISPLAY
               MOVE 'MOTOR_REACTIVATE' TO AL-ACTION
               STRING 'Policy ' DELIMITED BY SIZE
                      CA-P-POLICY-NUM DELIMITED BY SIZE
                      ' reactivated after ' DELIMITED BY SIZE
                      WS-DAYS-DISPLAY DELIMITED BY SIZE
                      ' days, credit ' DELIMITED BY SIZE
                      WS-CREDIT-DISPLAY DELIMITED BY SIZE
                      INTO AL-DETAILS
               END-STRING
           END-IF

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

      *----------------------------------------------------------------*
      * Error Message Write                                            *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.

           MOVE SQLCODE TO EM-SQLRC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYY(WS-DATE) DATESEP
                     TIME(WS-TIME) TIMESEP
           END-EXEC

           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           MOVE WS-PROG TO EM-FUNCTION
           MOVE WS-RESP TO EM-RESP
           MOVE WS-RESP2 TO EM-RESP2
           MOVE WS-TASKNUM TO EM-TASKNUM

           EXEC CICS LINK Program('LGSTSQ')
                     Commarea(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Return to calling program                                      *
      *----------------------------------------------------------------*
       9000-RETURN.

           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Insurance premium tax procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGIPTPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGLAYU01.
