       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Fund Bonus Rate Maintenance              *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBNRT01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGBNRT01 - Fund Bonus Rate Maintenance               *
      * Purpose: Dual-control (maker/checker) maintenance of the      *
      *          with-profits bonus rates in FUND_BONUS_RATE - the    *
      *          reversionary rate LGBONUS1 adds to every in-force    *
      *          with-profits endowment in a fund each year, and the  *
      *          terminal rate LGMATUR1 pays at maturity. PROPOSE     *
      *          stores the rates for a fund and bonus year at 'P';   *
      *          APPROVE (a different actuary) declares them 'A';     *
      *          REJECT closes the proposal 'R'; INQUIRE returns the  *
      *          pending or declared rates for a fund and year. Only  *
      *          one pending or declared row may exist per fund and   *
      *          year. Authority comes from ROLE_PERMISSION rows for  *
      *          BONSPROP and BONSAPPR, and every step is written to  *
      *          AUDIT_LOG.                                           *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGBNRT01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGBNRT01'.

      *----------------------------------------------------------------*
      * CICS response work areas                                       *
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
       01  WS-NOW-RAW                  PIC X(21).
       01  WS-TODAY                    PIC X(10).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  FILLER                  PIC X(6).

      *----------------------------------------------------------------*
      * Authorisation work fields                                     *
      *----------------------------------------------------------------*
       01  WS-AUTH-WORK.
           05  WS-ACTING-ROLE          PIC X(16).
           05  WS-PERMIT-COUNT         PIC S9(9) COMP.
           05  WS-REQUIRED-FUNCTION    PIC X(8).

      *----------------------------------------------------------------*
      * Bonus rate host variables                                      *
      *----------------------------------------------------------------*
       01  DB2-BONUS-VARS.
           COPY DB2-BONUS.

       01  WS-EXISTING-COUNT           PIC S9(9) COMP.
       01  WS-RATE-DISPLAY             PIC 9(9).
       01  WS-YEAR-DISPLAY             PIC 9(4).
       01  WS-REVERSIONARY-DISPLAY     PIC Z9.999.
       01  WS-TERMINAL-DISPLAY         PIC ZZ9.999.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGBNRT01'.
           03 EM-FUNCTION              PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-SQLRC                 PIC +9(5) VALUE ZERO.
           03 FILLER                   PIC X(125) VALUE ALL SPACES.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGBONRT.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       MAINLINE SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
           PERFORM 9000-RETURN
           .

       1000-INITIALIZE.
           MOVE EIBTRNID TO WS-TRANSID
           MOVE EIBTASKN TO WS-TASKNUM

           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE '98' TO BR-RETURN-CODE
              PERFORM 9000-RETURN
           END-IF

           MOVE '00' TO BR-RETURN-CODE
           MOVE SPACES TO BR-ERROR-MSG

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
                  WS-NOW-RAW(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           .

       2000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN BR-PROPOSE
                   MOVE 'BONSPROP' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF BR-RETURN-CODE = '00'
                       PERFORM 3000-PROPOSE-RATES
                   END-IF
               WHEN BR-APPROVE
                   MOVE 'BONSAPPR' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF BR-RETURN-CODE = '00'
                       PERFORM 4000-APPROVE-RATES
                   END-IF
               WHEN BR-REJECT
                   MOVE 'BONSAPPR' TO WS-REQUIRED-FUNCTION
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF BR-RETURN-CODE = '00'
                       PERFORM 4500-REJECT-RATES
                   END-IF
               WHEN BR-INQUIRE
                   PERFORM 5000-INQUIRE-RATES
               WHEN OTHER
                   MOVE '99' TO BR-RETURN-CODE
                   MOVE 'Invalid function requested' TO BR-ERROR-MSG
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The acting actuary must hold a role permitting the maker      *
      * (BONSPROP) or checker (BONSAPPR) function                     *
      *----------------------------------------------------------------*
       2100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-ACTING-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE_NAME, ' ')
               INTO :WS-ACTING-ROLE
               FROM USER_SECURITY
               WHERE USERNAME = :BR-ACTING-USERNAME
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ACTING-ROLE = SPACES
              PERFORM 2150-AUTHORITY-DENIED
              GO TO 2100-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PERMIT-COUNT
               FROM ROLE_PERMISSION
               WHERE ROLE_NAME = :WS-ACTING-ROLE
                 AND FUNCTION_NAME = :WS-REQUIRED-FUNCTION
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-PERMIT-COUNT = 0
              PERFORM 2150-AUTHORITY-DENIED
           END-IF
           .
       2100-EXIT.
           EXIT.

       2150-AUTHORITY-DENIED.
           IF WS-REQUIRED-FUNCTION = 'BONSPROP'
              MOVE '50' TO BR-RETURN-CODE
              MOVE 'Not authorised to propose bonus rates'
                  TO BR-ERROR-MSG
           ELSE
              MOVE '51' TO BR-RETURN-CODE
              MOVE 'Not authorised to approve bonus rates'
                  TO BR-ERROR-MSG
           END-IF

           MOVE 'BONUS_DENIED' TO AL-ACTION
           MOVE BR-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'User ' DELIMITED BY SIZE
                  BR-ACTING-USERNAME DELIMITED BY SPACE
                  ' denied ' DELIMITED BY SIZE
                  WS-REQUIRED-FUNCTION DELIMITED BY SPACE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           .

      *----------------------------------------------------------------*
      * Store the proposed rates for a fund and bonus year as a       *
      * pending row - rejected when the fund or year is missing, the  *
      * year is still to come, or the fund and year already has       *
      * rates pending or declared                                     *
      *----------------------------------------------------------------*
       3000-PROPOSE-RATES.
           IF BR-FUND-NAME = SPACES
              OR BR-BONUS-YEAR NOT NUMERIC
              OR BR-BONUS-YEAR = 0
              OR BR-BONUS-YEAR > WS-TODAY-YEAR
              OR BR-REVERSIONARY-PCT NOT NUMERIC
              OR BR-TERMINAL-PCT NOT NUMERIC
              MOVE '54' TO BR-RETURN-CODE
              MOVE 'Fund, bonus year or rates invalid'
                  TO BR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE BR-FUND-NAME TO DB2-BR-FUNDNAME
           MOVE BR-BONUS-YEAR TO DB2-BR-BONUS-YEAR

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXISTING-COUNT
               FROM FUND_BONUS_RATE
               WHERE FUNDNAME = :DB2-BR-FUNDNAME
                 AND BONUS_YEAR = :DB2-BR-BONUS-YEAR
                 AND STATUS IN ('P', 'A')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO BR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           IF WS-EXISTING-COUNT > 0
              MOVE '55' TO BR-RETURN-CODE
              MOVE 'Rates already pending or declared for fund/year'
                  TO BR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(RATE_ID), 0) + 1
               INTO :DB2-BR-RATE-ID
               FROM FUND_BONUS_RATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO BR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           MOVE BR-REVERSIONARY-PCT TO DB2-BR-REVERSIONARY-PCT
           MOVE BR-TERMINAL-PCT TO DB2-BR-TERMINAL-PCT
           MOVE BR-ACTING-USERNAME TO DB2-BR-PROPOSED-BY
           MOVE WS-TODAY TO DB2-BR-PROPOSED-DATE

           EXEC SQL
               INSERT INTO FUND_BONUS_RATE
               ( RATE_ID, FUNDNAME, BONUS_YEAR,
                 REVERSIONARY_PCT, TERMINAL_PCT, STATUS,
                 PROPOSED_BY, PROPOSED_DATE )
               VALUES ( :DB2-BR-RATE-ID, :DB2-BR-FUNDNAME,
                        :DB2-BR-BONUS-YEAR,
                        :DB2-BR-REVERSIONARY-PCT,
                        :DB2-BR-TERMINAL-PCT, 'P',
                        :DB2-BR-PROPOSED-BY, :DB2-BR-PROPOSED-DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO BR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE DB2-BR-RATE-ID TO BR-RATE-ID
           MOVE 'P' TO BR-STATUS
           MOVE BR-ACTING-USERNAME TO BR-PROPOSED-BY
           MOVE SPACES TO BR-APPROVED-BY

           MOVE 'BONUS_PROPOSE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-RATE-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Declare a pending proposal - a different actuary than the     *
      * proposer                                                       *
      *----------------------------------------------------------------*
       4000-APPROVE-RATES.
           PERFORM 4100-READ-PROPOSAL

           IF SQLCODE = 100 OR (SQLCODE = 0 AND
              DB2-BR-STATUS NOT = 'P')
              MOVE '53' TO BR-RETURN-CODE
              MOVE 'Proposal not found or not pending'
                  TO BR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO BR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

      * The checker must be a different person than the maker
           IF DB2-BR-PROPOSED-BY = BR-ACTING-USERNAME
              MOVE '52' TO BR-RETURN-CODE
              MOVE 'Approver must differ from proposer'
                  TO BR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE BR-ACTING-USERNAME TO DB2-BR-APPROVED-BY
           MOVE WS-TODAY TO DB2-BR-APPROVED-DATE

           EXEC SQL
               UPDATE FUND_BONUS_RATE
               SET STATUS = 'A',
                   APPROVED_BY = :DB2-BR-APPROVED-BY,
                   APPROVED_DATE = :DB2-BR-APPROVED-DATE
               WHERE RATE_ID = :DB2-BR-RATE-ID
                 AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO BR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'A' TO DB2-BR-STATUS
           PERFORM 4200-RETURN-PROPOSAL

           MOVE 'BONUS_APPROVE' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-RATE-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

       4100-READ-PROPOSAL.
           MOVE BR-RATE-ID TO DB2-BR-RATE-ID

           EXEC SQL
               SELECT FUNDNAME, BONUS_YEAR, REVERSIONARY_PCT,
                      TERMINAL_PCT, STATUS, PROPOSED_BY,
                      COALESCE(APPROVED_BY, ' ')
               INTO :DB2-BR-FUNDNAME, :DB2-BR-BONUS-YEAR,
                    :DB2-BR-REVERSIONARY-PCT, :DB2-BR-TERMINAL-PCT,
                    :DB2-BR-STATUS, :DB2-BR-PROPOSED-BY,
                    :DB2-BR-APPROVED-BY
               FROM FUND_BONUS_RATE
               WHERE RATE_ID = :DB2-BR-RATE-ID
           END-EXEC
           .

       4200-RETURN-PROPOSAL.
           MOVE DB2-BR-RATE-ID TO BR-RATE-ID
           MOVE DB2-BR-FUNDNAME TO BR-FUND-NAME
           MOVE DB2-BR-BONUS-YEAR TO BR-BONUS-YEAR
           MOVE DB2-BR-REVERSIONARY-PCT TO BR-REVERSIONARY-PCT
           MOVE DB2-BR-TERMINAL-PCT TO BR-TERMINAL-PCT
           MOVE DB2-BR-STATUS TO BR-STATUS
           MOVE DB2-BR-PROPOSED-BY TO BR-PROPOSED-BY
           MOVE DB2-BR-APPROVED-BY TO BR-APPROVED-BY
           .

      *----------------------------------------------------------------*
      * Reject a pending proposal                                     *
      *----------------------------------------------------------------*
       4500-REJECT-RATES.
           PERFORM 4100-READ-PROPOSAL

           IF SQLCODE = 100 OR (SQLCODE = 0 AND
              DB2-BR-STATUS NOT = 'P')
              MOVE '53' TO BR-RETURN-CODE
              MOVE 'Proposal not found or not pending'
                  TO BR-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF SQLCODE NOT = 0
              MOVE '90' TO BR-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           MOVE BR-ACTING-USERNAME TO DB2-BR-APPROVED-BY
           MOVE WS-TODAY TO DB2-BR-APPROVED-DATE

           EXEC SQL
               UPDATE FUND_BONUS_RATE
               SET STATUS = 'R',
                   APPROVED_BY = :DB2-BR-APPROVED-BY,
                   APPROVED_DATE = :DB2-BR-APPROVED-DATE
               WHERE RATE_ID = :DB2-BR-RATE-ID
                 AND STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO BR-RETURN-CODE
               MOVE 'Proposal not found or not pending'
                   TO BR-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO BR-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'R' TO DB2-BR-STATUS
           PERFORM 4200-RETURN-PROPOSAL

           MOVE 'BONUS_REJECT' TO AL-ACTION
           MOVE '00' TO AL-RESULT
           PERFORM 7000-BUILD-RATE-DETAILS
           PERFORM 8000-WRITE-AUDIT-ROW

           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Return the pending or declared rates for a fund and year      *
      *----------------------------------------------------------------*
       5000-INQUIRE-RATES.
           MOVE BR-FUND-NAME TO DB2-BR-FUNDNAME
           MOVE BR-BONUS-YEAR TO DB2-BR-BONUS-YEAR

           EXEC SQL
               SELECT RATE_ID, REVERSIONARY_PCT, TERMINAL_PCT,
                      STATUS, PROPOSED_BY,
                      COALESCE(APPROVED_BY, ' ')
               INTO :DB2-BR-RATE-ID, :DB2-BR-REVERSIONARY-PCT,
                    :DB2-BR-TERMINAL-PCT, :DB2-BR-STATUS,
                    :DB2-BR-PROPOSED-BY, :DB2-BR-APPROVED-BY
               FROM FUND_BONUS_RATE
               WHERE FUNDNAME = :DB2-BR-FUNDNAME
                 AND BONUS_YEAR = :DB2-BR-BONUS-YEAR
                 AND STATUS IN ('P', 'A')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               PERFORM 4200-RETURN-PROPOSAL
             WHEN 100
               MOVE '53' TO BR-RETURN-CODE
               MOVE 'No rates pending or declared for fund/year'
                   TO BR-ERROR-MSG
             WHEN OTHER
               MOVE '90' TO BR-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Rate details for the audit row                                *
      *----------------------------------------------------------------*
       7000-BUILD-RATE-DETAILS.
           MOVE DB2-BR-RATE-ID TO WS-RATE-DISPLAY
           MOVE DB2-BR-BONUS-YEAR TO WS-YEAR-DISPLAY
           MOVE DB2-BR-REVERSIONARY-PCT TO WS-REVERSIONARY-DISPLAY
           MOVE DB2-BR-TERMINAL-PCT TO WS-TERMINAL-DISPLAY
           MOVE SPACES TO AL-DETAILS
           STRING 'Rate ' DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  ' fund ' DELIMITED BY SIZE
                  DB2-BR-FUNDNAME DELIMITED BY SPACE
                  ' year ' DELIMITED BY SIZE
                  WS-YEAR-DISPLAY DELIMITED BY SIZE
                  ' reversionary ' DELIMITED BY SIZE
                  WS-REVERSIONARY-DISPLAY DELIMITED BY SIZE
                  '% terminal ' DELIMITED BY SIZE
                  WS-TERMINAL-DISPLAY DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           .

      *----------------------------------------------------------------*
      * Write one AUDIT_LOG row (AL-ACTION/AL-RESULT/AL-DETAILS set   *
      * by the caller)                                                 *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-ROW.
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

           MOVE 0 TO AL-CUSTOMER-NUM
           MOVE BR-ACTING-USERNAME TO AL-USERNAME
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE

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

       END PROGRAM LGBNRT01.
