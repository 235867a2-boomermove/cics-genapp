       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent and Branch Maintenance             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAGMT01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGAGMT01 - Agent and Branch Maintenance              *
      * Purpose: Adds, amends, closes and inquires on the AGENT and   *
      *          BRANCH reference rows that LGUAGT01, LGAGXFR1,       *
      *          LGAGCOM1 and LGBRRPT1 depend on, so they no longer   *
      *          change only by DBA script. Driven through the        *
      *          LGAGMNT commarea, from the LGAGMS01 screen. An agent *
      *          carries a STATUS ('A' active, 'S' suspended, 'C'     *
      *          closed) and trading authority start and end dates;   *
      *          it may only be added or amended into an open branch, *
      *          and closing it cuts its authority back to today.     *
      *          A branch closes only once none of its agents is      *
      *          still open. Authority for every change comes from    *
      *          ROLE_PERMISSION rows for AGNTMANT, the LGPARM01      *
      *          check, and every change (and every refusal for want  *
      *          of authority) is written to AUDIT_LOG.               *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGAGMT01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGAGMT01'.

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
       01  WS-TODAY-YMD                PIC X(10).

      *----------------------------------------------------------------*
      * Authorisation work fields                                     *
      *----------------------------------------------------------------*
       01  WS-AUTH-WORK.
           05  WS-ACTING-ROLE          PIC X(16).
           05  WS-PERMIT-COUNT         PIC S9(9) COMP.
           05  WS-REQUIRED-FUNCTION    PIC X(8) VALUE 'AGNTMANT'.

      *----------------------------------------------------------------*
      * Validation work fields - a keyed date is checked through this *
      * YYYY-MM-DD view, the LGGAW01 returned-date check              *
      *----------------------------------------------------------------*
       01  WS-DATE-CHECK.
           05  WS-DC-YEAR              PIC X(4).
           05  WS-DC-SEP1              PIC X(1).
           05  WS-DC-MONTH             PIC X(2).
           05  WS-DC-SEP2              PIC X(1).
           05  WS-DC-DAY               PIC X(2).
       01  WS-DC-MONTH-NUM             PIC 9(2).
       01  WS-DC-DAY-NUM               PIC 9(2).
       01  WS-DATE-OK                  PIC X(1).
           88  WS-DATE-IS-VALID        VALUE 'Y'.
       01  WS-OPEN-AGENTS              PIC S9(9) COMP.
       01  WS-OWNED-CUSTOMERS          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGAGMT01'.
           03 EM-FUNCTION              PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-SQLRC                 PIC +9(5) VALUE ZERO.
           03 FILLER                   PIC X(125) VALUE ALL SPACES.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the AGENT and BRANCH reference tables       *
      *----------------------------------------------------------------*
       01  DB2-AGENT-REC.
           COPY DB2-AGENT.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGAGMNT.

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
              MOVE '98' TO AM-RETURN-CODE
              PERFORM 9000-RETURN
           END-IF

           MOVE '00' TO AM-RETURN-CODE
           MOVE SPACES TO AM-ERROR-MSG
           MOVE 0 TO AM-OWNED-COUNT

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC
           .

       2000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN AM-INQUIRE-AGENT
                   PERFORM 3000-INQUIRE-AGENT
               WHEN AM-INQUIRE-BRANCH
                   PERFORM 5000-INQUIRE-BRANCH
               WHEN AM-ADD-AGENT
               WHEN AM-AMEND-AGENT
               WHEN AM-CLOSE-AGENT
               WHEN AM-ADD-BRANCH
               WHEN AM-AMEND-BRANCH
               WHEN AM-CLOSE-BRANCH
                   PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
                   IF AM-RETURN-CODE = '00'
                       PERFORM 2200-APPLY-CHANGE
                   END-IF
               WHEN OTHER
                   MOVE '99' TO AM-RETURN-CODE
                   MOVE 'Invalid function requested' TO AM-ERROR-MSG
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The acting user must hold a role permitting AGNTMANT          *
      *----------------------------------------------------------------*
       2100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-ACTING-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE_NAME, ' ')
               INTO :WS-ACTING-ROLE
               FROM USER_SECURITY
               WHERE USERNAME = :AM-ACTING-USERNAME
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
           MOVE '50' TO AM-RETURN-CODE
           MOVE 'Not authorised to maintain agents and branches'
               TO AM-ERROR-MSG

           MOVE 'AGENT_MAINT_DENIED' TO AL-ACTION
           MOVE AM-RETURN-CODE TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'User ' DELIMITED BY SIZE
                  AM-ACTING-USERNAME DELIMITED BY SPACE
                  ' denied ' DELIMITED BY SIZE
                  AM-FUNCTION DELIMITED BY SIZE
                  ' agent ' DELIMITED BY SIZE
                  AM-AGENT-NUM DELIMITED BY SIZE
                  ' branch ' DELIMITED BY SIZE
                  AM-BRANCH-NUM DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           EXEC CICS SYNCPOINT END-EXEC
           .

       2200-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN AM-ADD-AGENT
                   PERFORM 3100-ADD-AGENT
               WHEN AM-AMEND-AGENT
                   PERFORM 3200-AMEND-AGENT
               WHEN AM-CLOSE-AGENT
                   PERFORM 3300-CLOSE-AGENT
               WHEN AM-ADD-BRANCH
                   PERFORM 5100-ADD-BRANCH
               WHEN AM-AMEND-BRANCH
                   PERFORM 5200-AMEND-BRANCH
               WHEN AM-CLOSE-BRANCH
                   PERFORM 5300-CLOSE-BRANCH
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Return the agent as held, with the customers it still owns    *
      *----------------------------------------------------------------*
       3000-INQUIRE-AGENT.
           MOVE AM-AGENT-NUM TO DB2-AGENTNUM

           EXEC SQL
               SELECT BRANCHNUMBER, AGENTNAME,
                      COALESCE(STATUS, 'A'),
                      COALESCE(AUTH_START_DATE, ' '),
                      COALESCE(AUTH_END_DATE, ' ')
               INTO :DB2-AGENT-BRANCHNUM, :DB2-AGENT-NAME,
                    :DB2-AGENT-STATUS,
                    :DB2-AGENT-AUTH-START,
                    :DB2-AGENT-AUTH-END
               FROM AGENT
               WHERE AGENTNUMBER = :DB2-AGENTNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO AM-RETURN-CODE
               MOVE 'Agent not found' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO AM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE DB2-AGENT-BRANCHNUM TO AM-BRANCH-NUM
           MOVE DB2-AGENT-NAME TO AM-NAME
           MOVE DB2-AGENT-STATUS TO AM-STATUS
           MOVE DB2-AGENT-AUTH-START TO AM-AUTH-START
           MOVE DB2-AGENT-AUTH-END TO AM-AUTH-END

           PERFORM 3900-COUNT-OWNED-CUSTOMERS
           .

      *----------------------------------------------------------------*
      * Add a new agent into an open branch                           *
      *----------------------------------------------------------------*
       3100-ADD-AGENT.
           IF AM-STATUS = SPACES OR AM-STATUS = LOW-VALUES
              MOVE 'A' TO AM-STATUS
           END-IF
           PERFORM 3800-VALIDATE-AGENT

           MOVE AM-AGENT-NUM TO DB2-AGENTNUM
           MOVE AM-BRANCH-NUM TO DB2-AGENT-BRANCHNUM
           MOVE AM-NAME TO DB2-AGENT-NAME
           MOVE AM-STATUS TO DB2-AGENT-STATUS
           MOVE AM-AUTH-START TO DB2-AGENT-AUTH-START
           MOVE AM-AUTH-END TO DB2-AGENT-AUTH-END

           EXEC SQL
               INSERT INTO AGENT
               ( AGENTNUMBER, BRANCHNUMBER, AGENTNAME, STATUS,
                 AUTH_START_DATE, AUTH_END_DATE )
               VALUES ( :DB2-AGENTNUM, :DB2-AGENT-BRANCHNUM,
                        :DB2-AGENT-NAME, :DB2-AGENT-STATUS,
                        :DB2-AGENT-AUTH-START,
                        :DB2-AGENT-AUTH-END )
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = -803
               MOVE '54' TO AM-RETURN-CODE
               MOVE 'Agent number already exists' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO AM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'AGENT_ADD' TO AL-ACTION
           PERFORM 3700-AUDIT-AGENT
           MOVE 'Agent added' TO AM-ERROR-MSG
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Amend an agent - the full set of fields is re-sent. Closing   *
      * goes through CLSAGENT so the authority is cut back with it.   *
      *----------------------------------------------------------------*
       3200-AMEND-AGENT.
           PERFORM 3800-VALIDATE-AGENT

           MOVE AM-AGENT-NUM TO DB2-AGENTNUM
           MOVE AM-BRANCH-NUM TO DB2-AGENT-BRANCHNUM
           MOVE AM-NAME TO DB2-AGENT-NAME
           MOVE AM-STATUS TO DB2-AGENT-STATUS
           MOVE AM-AUTH-START TO DB2-AGENT-AUTH-START
           MOVE AM-AUTH-END TO DB2-AGENT-AUTH-END

           EXEC SQL
               UPDATE AGENT
               SET BRANCHNUMBER = :DB2-AGENT-BRANCHNUM,
                   AGENTNAME = :DB2-AGENT-NAME,
                   STATUS = :DB2-AGENT-STATUS,
                   AUTH_START_DATE = :DB2-AGENT-AUTH-START,
                   AUTH_END_DATE = :DB2-AGENT-AUTH-END
               WHERE AGENTNUMBER = :DB2-AGENTNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO AM-RETURN-CODE
               MOVE 'Agent not found' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO AM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'AGENT_AMEND' TO AL-ACTION
           PERFORM 3700-AUDIT-AGENT
           MOVE 'Agent amended' TO AM-ERROR-MSG
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Close an agent - no new business from today. The customers it *
      * still owns are counted back for the LGAGXFR1 book transfer.   *
      *----------------------------------------------------------------*
       3300-CLOSE-AGENT.
           PERFORM 3000-INQUIRE-AGENT

           IF AM-STATUS-CLOSED
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Agent is already closed' TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF AM-AUTH-END = SPACES OR AM-AUTH-END > WS-TODAY-YMD
              MOVE WS-TODAY-YMD TO AM-AUTH-END
           END-IF
           MOVE 'C' TO AM-STATUS
           MOVE AM-STATUS TO DB2-AGENT-STATUS
           MOVE AM-AUTH-END TO DB2-AGENT-AUTH-END

           EXEC SQL
               UPDATE AGENT
               SET STATUS = :DB2-AGENT-STATUS,
                   AUTH_END_DATE = :DB2-AGENT-AUTH-END
               WHERE AGENTNUMBER = :DB2-AGENTNUM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO AM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'AGENT_CLOSE' TO AL-ACTION
           PERFORM 3700-AUDIT-AGENT
           IF AM-OWNED-COUNT > 0
              MOVE 'Agent closed - still owns customers, run LGAGXFR1'
                  TO AM-ERROR-MSG
           ELSE
              MOVE 'Agent closed' TO AM-ERROR-MSG
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           .

       3700-AUDIT-AGENT.
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'Agent ' DELIMITED BY SIZE
                  AM-AGENT-NUM DELIMITED BY SIZE
                  ' branch ' DELIMITED BY SIZE
                  AM-BRANCH-NUM DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  AM-STATUS DELIMITED BY SIZE
                  ' authority ' DELIMITED BY SIZE
                  AM-AUTH-START DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  AM-AUTH-END DELIMITED BY SIZE
                  ' name ' DELIMITED BY SIZE
                  AM-NAME DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           .

      *----------------------------------------------------------------*
      * An added or amended agent needs a number and name, an open    *
      * branch, an open status and both trading authority dates       *
      *----------------------------------------------------------------*
       3800-VALIDATE-AGENT.
           IF AM-AGENT-NUM = SPACES OR AM-AGENT-NUM = LOW-VALUES
              OR AM-NAME = SPACES OR AM-NAME = LOW-VALUES
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Agent number and name are required'
                  TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF NOT AM-STATUS-ACTIVE AND NOT AM-STATUS-SUSPENDED
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Status must be A or S - close with the close action'
                  TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE AM-AUTH-START TO WS-DATE-CHECK
           PERFORM 3850-CHECK-DATE
           IF NOT WS-DATE-IS-VALID
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Authority start must be a YYYY-MM-DD date'
                  TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE AM-AUTH-END TO WS-DATE-CHECK
           PERFORM 3850-CHECK-DATE
           IF NOT WS-DATE-IS-VALID
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Authority end must be a YYYY-MM-DD date'
                  TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           IF AM-AUTH-END < AM-AUTH-START
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Authority end is before its start' TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE AM-BRANCH-NUM TO DB2-BRANCHNUM
           EXEC SQL
               SELECT COALESCE(STATUS, 'A')
               INTO :DB2-BRANCH-STATUS
               FROM BRANCH
               WHERE BRANCHNUMBER = :DB2-BRANCHNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '56' TO AM-RETURN-CODE
               MOVE 'Branch not found' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO AM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
             WHEN DB2-BRANCH-STATUS NOT = 'A'
               MOVE '56' TO AM-RETURN-CODE
               MOVE 'Branch is closed' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A real YYYY-MM-DD date - the LGGAW01 returned-date rules       *
      *----------------------------------------------------------------*
       3850-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK

           IF WS-DC-YEAR NOT NUMERIC
              OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-DAY NOT NUMERIC
              OR WS-DC-SEP1 NOT = '-'
              OR WS-DC-SEP2 NOT = '-'
              MOVE 'N' TO WS-DATE-OK
           ELSE
              MOVE WS-DC-MONTH TO WS-DC-MONTH-NUM
              MOVE WS-DC-DAY TO WS-DC-DAY-NUM
              IF WS-DC-MONTH-NUM < 1 OR WS-DC-MONTH-NUM > 12
                 OR WS-DC-DAY-NUM < 1 OR WS-DC-DAY-NUM > 31
                 MOVE 'N' TO WS-DATE-OK
              END-IF
           END-IF
           .

       3900-COUNT-OWNED-CUSTOMERS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OWNED-CUSTOMERS
               FROM CUSTOMER
               WHERE AGENTNUMBER = :DB2-AGENTNUM
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-OWNED-CUSTOMERS TO AM-OWNED-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * Return the branch as held                                     *
      *----------------------------------------------------------------*
       5000-INQUIRE-BRANCH.
           MOVE AM-BRANCH-NUM TO DB2-BRANCHNUM

           EXEC SQL
               SELECT BRANCHNAME, COALESCE(STATUS, 'A')
               INTO :DB2-BRANCH-NAME, :DB2-BRANCH-STATUS
               FROM BRANCH
               WHERE BRANCHNUMBER = :DB2-BRANCHNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO AM-RETURN-CODE
               MOVE 'Branch not found' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO AM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE DB2-BRANCH-NAME TO AM-NAME
           MOVE DB2-BRANCH-STATUS TO AM-STATUS
           MOVE SPACES TO AM-AGENT-NUM
           MOVE SPACES TO AM-AUTH-START
           MOVE SPACES TO AM-AUTH-END
           .

      *----------------------------------------------------------------*
      * Add a new branch, open                                        *
      *----------------------------------------------------------------*
       5100-ADD-BRANCH.
           PERFORM 5800-VALIDATE-BRANCH
           MOVE 'A' TO AM-STATUS

           MOVE AM-BRANCH-NUM TO DB2-BRANCHNUM
           MOVE AM-NAME TO DB2-BRANCH-NAME
           MOVE AM-STATUS TO DB2-BRANCH-STATUS

           EXEC SQL
               INSERT INTO BRANCH
               ( BRANCHNUMBER, BRANCHNAME, STATUS )
               VALUES ( :DB2-BRANCHNUM, :DB2-BRANCH-NAME,
                        :DB2-BRANCH-STATUS )
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = -803
               MOVE '54' TO AM-RETURN-CODE
               MOVE 'Branch number already exists' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO AM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'BRANCH_ADD' TO AL-ACTION
           PERFORM 5700-AUDIT-BRANCH
           MOVE 'Branch added' TO AM-ERROR-MSG
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Amend a branch's name - the status moves only by close        *
      *----------------------------------------------------------------*
       5200-AMEND-BRANCH.
           PERFORM 5800-VALIDATE-BRANCH

           MOVE AM-BRANCH-NUM TO DB2-BRANCHNUM
           MOVE AM-NAME TO DB2-BRANCH-NAME

           EXEC SQL
               UPDATE BRANCH
               SET BRANCHNAME = :DB2-BRANCH-NAME
               WHERE BRANCHNUMBER = :DB2-BRANCHNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '53' TO AM-RETURN-CODE
               MOVE 'Branch not found' TO AM-ERROR-MSG
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO AM-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'BRANCH_AMEND' TO AL-ACTION
           PERFORM 5700-AUDIT-BRANCH
           MOVE 'Branch amended' TO AM-ERROR-MSG
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Close a branch - only once every agent in it is closed        *
      *----------------------------------------------------------------*
       5300-CLOSE-BRANCH.
           PERFORM 5000-INQUIRE-BRANCH

           IF AM-STATUS-CLOSED
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Branch is already closed' TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-AGENTS
               FROM AGENT
               WHERE BRANCHNUMBER = :DB2-BRANCHNUM
                 AND COALESCE(STATUS, 'A') <> 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO AM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              PERFORM 9000-RETURN
           END-IF

           IF WS-OPEN-AGENTS > 0
              MOVE '57' TO AM-RETURN-CODE
              MOVE 'Branch still has open agents - close them first'
                  TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF

           MOVE 'C' TO AM-STATUS
           MOVE AM-STATUS TO DB2-BRANCH-STATUS

           EXEC SQL
               UPDATE BRANCH
               SET STATUS = :DB2-BRANCH-STATUS
               WHERE BRANCHNUMBER = :DB2-BRANCHNUM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO AM-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM 9000-RETURN
           END-IF

           MOVE 'BRANCH_CLOSE' TO AL-ACTION
           PERFORM 5700-AUDIT-BRANCH
           MOVE 'Branch closed' TO AM-ERROR-MSG
           EXEC CICS SYNCPOINT END-EXEC
           .

       5700-AUDIT-BRANCH.
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-DETAILS
           STRING 'Branch ' DELIMITED BY SIZE
                  AM-BRANCH-NUM DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  AM-STATUS DELIMITED BY SIZE
                  ' name ' DELIMITED BY SIZE
                  AM-NAME DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-ROW
           .

       5800-VALIDATE-BRANCH.
           IF AM-BRANCH-NUM = SPACES OR AM-BRANCH-NUM = LOW-VALUES
              OR AM-NAME = SPACES OR AM-NAME = LOW-VALUES
              MOVE '55' TO AM-RETURN-CODE
              MOVE 'Branch number and name are required'
                  TO AM-ERROR-MSG
              PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Write one AUDIT_LOG row for the acting user                   *
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
           MOVE AM-ACTING-USERNAME TO AL-USERNAME
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

       END PROGRAM LGAGMT01.
