       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Endowment Surrender                    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSURR01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGSURR01 - Endowment Surrender                       *
      * Purpose: Prices and carries out the surrender of an in-force  *
      *          endowment before maturity (CA-REQUEST-ID = '01SURR').*
      *          The surrender value is the net premium paid on       *
      *          PAYMENT (collections and bad-debt recoveries, less   *
      *          any premium already refunded) less the               *
      *          PC-SURR-PENALTY-PCT kept back for the completed      *
      *          years of the ENDOWMENT term - a scale that falls as  *
      *          the policy ages. CA-SR-FUNCTION 'Q' returns the      *
      *          quote and changes nothing. 'C' prices it again and,  *
      *          provided the value still equals the one quoted,      *
      *          moves the policy to surrendered status 'S' (stamping *
      *          SURRENDER_DATE for the MI), removes its remaining    *
      *          scheduled installments the way LGMATUR1 stops        *
      *          collections, and posts the value to PAYMENT at       *
      *          status 'V' (surrender value pending), reference      *
      *          'GENV' + policy number + MMDD, which the LGREFND1    *
      *          batch pays by BACS credit and moves to 'U'. The      *
      *          surrender goes to AUDIT_LOG, to the partner channel  *
      *          and to POLICY_MOVEMENT (LGMOVPRC) as a policy        *
      *          leaving the in-force book. A term already complete   *
      *          is left to the LGMATUR1 maturity batch.              *
      * Return codes: 00 quoted or surrendered, 23 policy not found,  *
      *          24 policy not owned by this customer, 70 invalid     *
      *          function, 71 not an in-force endowment, 72 no        *
      *          surrender value (under one year, nothing paid or no  *
      *          usable start date), 73 term complete - matures       *
      *          instead, 74 value no longer equals the quote, 90 SQL *
      *          or system error, 98/99 commarea                      *
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
                                       VALUE 'LGSURR01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGSURR01'.

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
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGSURR01'.
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
      * On-file policy values fetched for validation                   *
      *----------------------------------------------------------------*
       01  WS-POLICY-ON-FILE.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-POLICYTYPE        PIC X(1).
           05  WS-OF-STATUS            PIC X(1).
           05  WS-OF-EFF-DATE          PIC X(10).

      *----------------------------------------------------------------*
      * Surrender value work fields - dates handled as YYYYMMDD       *
      * digits the way LGDPDB01 prorates a cancellation               *
      *----------------------------------------------------------------*
       01  WS-SURRENDER-WORK.
           05  WS-EFF-RAW              PIC X(8).
           05  WS-TODAY-RAW            PIC X(8).
           05  WS-EFF-YYYY             PIC 9(4).
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-YEARS-ELAPSED        PIC S9(4) COMP.
           05  WS-PENALTY-SLOT         PIC S9(4) COMP.
           05  WS-PENALTY-PCT          PIC 9(3).
           05  WS-PREMIUMS-PAID        PIC S9(9)V99 COMP-3.
           05  WS-SURRENDER-VALUE      PIC S9(7)V99 COMP-3.
           05  WS-QUOTED-VALUE         PIC S9(7)V99 COMP-3.
           05  WS-MANDATE-COUNT        PIC S9(9) COMP.
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  WS-VALUE-DISPLAY        PIC Z(6)9.99.

      *----------------------------------------------------------------*
      * Surrender penalty scale                                        *
      *----------------------------------------------------------------*
       01  POLICY-CONFIG.
           COPY POLICY-CONFIG.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the DB2 POLICY and ENDOWMENT tables        *
      *----------------------------------------------------------------*
       01  DB2-POLICY-REC.
           COPY DB2-POLICY.

      *----------------------------------------------------------------*
      * Host variables for the PAYMENT surrender value row            *
      *----------------------------------------------------------------*
       01  DB2-PAYMENT-REC.
           COPY DB2-PAYMENT.

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
      * In-force book movement (LGMOVPRC procedures)                   *
      *----------------------------------------------------------------*
           COPY LGMOVWS.

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

           IF CA-REQUEST-ID NOT = '01SURR'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Price the surrender; carry it out only when confirmed         *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           IF NOT CA-SR-QUOTE AND NOT CA-SR-CONFIRM
               MOVE '70' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

      *    The value the caller was quoted, kept before the pricing
      *    below overwrites it
           IF CA-SR-CONFIRM
               IF CA-SR-SURRENDER-VALUE NUMERIC
                   MOVE CA-SR-SURRENDER-VALUE TO WS-QUOTED-VALUE
               ELSE
                   MOVE 0 TO WS-QUOTED-VALUE
               END-IF
           END-IF

           PERFORM 5000-GET-TODAY
           PERFORM 2100-VALIDATE-POLICY
           PERFORM 2200-PRICE-SURRENDER

           IF CA-SR-CONFIRM
               PERFORM 3000-CONFIRM-SURRENDER
           END-IF
           .

      *----------------------------------------------------------------*
      * Fetch the on-file policy: it must exist, belong to the        *
      * requesting customer and be an endowment still in force        *
      *----------------------------------------------------------------*
       2100-VALIDATE-POLICY.

           IF CA-P-POLICY-NUM NOT NUMERIC
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-P-POLICY-NUM TO DB2-POLICYNUM-INT

           EXEC SQL
               SELECT CUSTOMERNUMBER, POLICYTYPE, STATUS,
                      EFFECTIVEDATE
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-POLICYTYPE,
                    :WS-OF-STATUS, :WS-OF-EFF-DATE
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

           IF WS-OF-POLICYTYPE NOT = 'E' OR WS-OF-STATUS NOT = 'A'
               MOVE '71' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT TERM
               INTO :DB2-ENDOW-TERM
               FROM ENDOWMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '71' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Completed policy years pick the penalty from the scale; the   *
      * value is the net premium paid less that penalty. The figures  *
      * go back in the commarea whatever the outcome.                 *
      *----------------------------------------------------------------*
       2200-PRICE-SURRENDER.

           MOVE WS-TODAY-YMD TO CA-SR-QUOTE-DATE
           MOVE DB2-ENDOW-TERM TO CA-SR-TERM-YEARS
           MOVE 0 TO CA-SR-YEARS-ELAPSED
           MOVE 0 TO CA-SR-PREMIUMS-PAID
           MOVE 0 TO CA-SR-PENALTY-PCT
           MOVE 0 TO CA-SR-SURRENDER-VALUE
           MOVE 0 TO WS-SURRENDER-VALUE

           MOVE SPACES TO WS-EFF-RAW
           STRING WS-OF-EFF-DATE(1:4) DELIMITED BY SIZE
                  WS-OF-EFF-DATE(6:2) DELIMITED BY SIZE
                  WS-OF-EFF-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-EFF-RAW
           END-STRING

           IF WS-EFF-RAW NOT NUMERIC
               MOVE '72' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE SPACES TO WS-TODAY-RAW
           STRING WS-TODAY-YMD(1:4) DELIMITED BY SIZE
                  WS-TODAY-YMD(6:2) DELIMITED BY SIZE
                  WS-TODAY-YMD(9:2) DELIMITED BY SIZE
                  INTO WS-TODAY-RAW
           END-STRING

      *    Whole years since the start date - one fewer when this
      *    year's anniversary is still to come
           MOVE WS-EFF-RAW(1:4) TO WS-EFF-YYYY
           MOVE WS-TODAY-RAW(1:4) TO WS-TODAY-YYYY
           COMPUTE WS-YEARS-ELAPSED = WS-TODAY-YYYY - WS-EFF-YYYY
           IF WS-TODAY-RAW(5:4) < WS-EFF-RAW(5:4)
               SUBTRACT 1 FROM WS-YEARS-ELAPSED
           END-IF
           IF WS-YEARS-ELAPSED < 0
               MOVE 0 TO WS-YEARS-ELAPSED
           END-IF
           MOVE WS-YEARS-ELAPSED TO CA-SR-YEARS-ELAPSED

           IF WS-YEARS-ELAPSED NOT < DB2-ENDOW-TERM
               MOVE '73' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           COMPUTE WS-PENALTY-SLOT = WS-YEARS-ELAPSED + 1
           IF WS-PENALTY-SLOT > 10
               MOVE 10 TO WS-PENALTY-SLOT
           END-IF
           MOVE PC-SURR-PENALTY-PCT(WS-PENALTY-SLOT) TO WS-PENALTY-PCT
           MOVE WS-PENALTY-PCT TO CA-SR-PENALTY-PCT

      *    Net premium actually received - collections and recoveries
      *    of written-off arrears in, refunds of return premium out.
      *    The tax on them is not part of the value.
           EXEC SQL
               SELECT COALESCE(SUM(
                        CASE WHEN STATUS IN ('C', 'B')
                             THEN COALESCE(NET_AMOUNT, AMOUNT)
                             ELSE 0 - COALESCE(NET_AMOUNT, AMOUNT)
                        END), 0)
               INTO :WS-PREMIUMS-PAID
               FROM PAYMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS IN ('C', 'B', 'F', 'G')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           IF WS-PREMIUMS-PAID < 0
               MOVE 0 TO WS-PREMIUMS-PAID
           END-IF
           MOVE WS-PREMIUMS-PAID TO CA-SR-PREMIUMS-PAID

           COMPUTE WS-SURRENDER-VALUE ROUNDED =
               WS-PREMIUMS-PAID * (100 - WS-PENALTY-PCT) / 100
           MOVE WS-SURRENDER-VALUE TO CA-SR-SURRENDER-VALUE

      *    Whether LGREFND1 can pay it by BACS or the accounts team
      *    must pay it by hand
           MOVE CA-CUSTOMER-NUM TO DB2-BD-CUSTOMERNUM
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MANDATE-COUNT
               FROM BANK_DETAILS
               WHERE CUSTOMERNUMBER = :DB2-BD-CUSTOMERNUM
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           IF WS-MANDATE-COUNT > 0
               MOVE 'Y' TO CA-SR-MANDATE-HELD
           ELSE
               MOVE 'N' TO CA-SR-MANDATE-HELD
           END-IF

           IF WS-SURRENDER-VALUE NOT > 0
               MOVE '72' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Carry out the surrender at the value quoted - anything paid   *
      * or refunded since the quote means it must be quoted again     *
      *----------------------------------------------------------------*
       3000-CONFIRM-SURRENDER.

           IF WS-QUOTED-VALUE NOT = WS-SURRENDER-VALUE
               MOVE '74' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 3100-STOP-COLLECTIONS
           PERFORM 3200-MARK-POLICY-SURRENDERED
           PERFORM 3300-POST-SURRENDER-VALUE
           PERFORM 3400-RECORD-MOVEMENT

           MOVE 'S' TO CA-P-STATUS
           PERFORM 7500-PUBLISH-PARTNER-EVENT
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Remaining scheduled installments come off so nothing more is  *
      * collected once the policy is surrendered                       *
      *----------------------------------------------------------------*
       3100-STOP-COLLECTIONS.

           EXEC SQL
               DELETE FROM INSTALLMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'S'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Surrendered 'S' - distinct from lapsed and cancelled, and off *
      * the collection, renewal and maturity sweeps for good. Only    *
      * a policy still in force moves, so two confirms cannot both    *
      * pay out.                                                       *
      *----------------------------------------------------------------*
       3200-MARK-POLICY-SURRENDERED.

           MOVE WS-TODAY-YMD TO DB2-POLICY-SURRDATE

           EXEC SQL
               UPDATE POLICY
               SET LASTCHANGED = CURRENT TIMESTAMP,
                   STATUS = 'S',
                   SURRENDER_DATE = :DB2-POLICY-SURRDATE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'A'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '71' TO CA-RETURN-CODE
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
      * The surrender takes the policy off the in-force book for the  *
      * LGINFRF1 roll-forward                                         *
      *----------------------------------------------------------------*
       3400-RECORD-MOVEMENT.

           MOVE DB2-POLICYNUM-INT    TO MV-POLICYNUM
           MOVE WS-TODAY-YMD         TO MV-MOVE-DATE
           SET MV-SURRENDER          TO TRUE
           MOVE -1                   TO MV-COUNT-CHANGE
           MOVE 'Y'                  TO MV-WHOLE-PREMIUM
           PERFORM LGMOV-RECORD-POLICY

           IF MV-RC = '90'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Post the value to PAYMENT at status 'V' (surrender value      *
      * pending) - LGIPAY01 shows it at once, and the LGREFND1 batch  *
      * pays it by BACS credit where a mandate exists. A surrender    *
      * carries no tax, so the net and IPT split stays null.           *
      *----------------------------------------------------------------*
       3300-POST-SURRENDER-VALUE.

           MOVE DB2-POLICYNUM-INT TO DB2-PAY-POLICYNUM
           MOVE CA-CUSTOMER-NUM TO DB2-PAY-CUSTOMERNUM
           MOVE WS-TODAY-YMD TO DB2-PAY-DATE
           MOVE WS-SURRENDER-VALUE TO DB2-PAY-AMOUNT
           MOVE 'V' TO DB2-PAY-STATUS

           MOVE DB2-POLICYNUM-INT TO WS-POLNUM-DISPLAY
           MOVE SPACES TO DB2-PAY-REFERENCE
           STRING 'GENV' DELIMITED BY SIZE
                  WS-POLNUM-DISPLAY DELIMITED BY SIZE
                  WS-TODAY-YMD(6:2) DELIMITED BY SIZE
                  WS-TODAY-YMD(9:2) DELIMITED BY SIZE
                  INTO DB2-PAY-REFERENCE
           END-STRING

           EXEC SQL
               INSERT INTO PAYMENT
               ( POLICYNUMBER, CUSTOMERNUMBER, PAYMENT_DATE,
                 AMOUNT, STATUS, REFERENCE )
               VALUES ( :DB2-PAY-POLICYNUM, :DB2-PAY-CUSTOMERNUM,
                        :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                        :DB2-PAY-STATUS, :DB2-PAY-REFERENCE )
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
      * Tell the partner channel what just happened - one event on    *
      * the GENAPP.PARTNER.EVENT queue via LGPEVT01. Publishing is    *
      * bookkeeping: a failed put is reported by LGPEVT01 itself and  *
      * never fails the business action.                               *
      *----------------------------------------------------------------*
       7500-PUBLISH-PARTNER-EVENT.
           MOVE SPACES TO WS-EVENT-COMMAREA
           SET PE-POLICY-SURRENDERED TO TRUE
           MOVE CA-P-POLICY-NUM TO PE-POLICY-NUM
           MOVE CA-CUSTOMER-NUM TO PE-CUSTOMER-NUM

           EXEC CICS LINK Program('LGPEVT01')
                     Commarea(WS-EVENT-COMMAREA)
                     LENGTH(LENGTH OF WS-EVENT-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Write the surrender to AUDIT_LOG                              *
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

           MOVE WS-SURRENDER-VALUE TO WS-VALUE-DISPLAY

           MOVE CA-CUSTOMER-NUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE 'POLICY_SURRENDER' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Policy ' DELIMITED BY SIZE
                  CA-P-POLICY-NUM DELIMITED BY SIZE
                  ' surrendered, value ' DELIMITED BY SIZE
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
                  ' after ' DELIMITED BY SIZE
                  CA-SR-PENALTY-PCT DELIMITED BY SIZE
                  '% penalty' DELIMITED BY SIZE
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
      * In-force book movement procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGMOVPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGSURR01.
