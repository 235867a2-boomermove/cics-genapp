       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Joint Policyholder                     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGJPTY01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGJPTY01 - Joint Policyholder                        *
      * Purpose: Names a second policyholder on a policy              *
      *          (CA-REQUEST-ID = '01JPTY') - the couple with a joint *
      *          mortgage, the motor policy held jointly - who until  *
      *          now had to be set up with one of them as the         *
      *          policyholder and the other as nobody. The joint      *
      *          policyholder is a customer in their own right, held  *
      *          on POLICY_PARTY (LGPTYWS) beside the first-named one *
      *          on POLICY, and may transact on the policy as that    *
      *          one does. CA-JP-FUNCTION 'A' adds the customer in    *
      *          CA-JP-CUSTOMER-NUM to an in-force policy with no     *
      *          joint policyholder yet; the customer must exist and  *
      *          not be deceased. 'R' takes the joint policyholder    *
      *          off; 'I' only inquires. Either policyholder may ask. *
      *          Every change is written to AUDIT_LOG.                *
      * Return codes: 00 done, 20 joint customer not found, 23        *
      *          policy not found, 24 policy not held by this         *
      *          customer, 26 policy not in force, 27 missing joint   *
      *          customer, 75 invalid function, 81 joint customer     *
      *          deceased, 84 policy already held jointly, 85 joint   *
      *          customer is already the policyholder, 86 policy not  *
      *          held jointly, 90 SQL or system error, 98/99 commarea *
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
                                       VALUE 'LGJPTY01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGJPTY01'.

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
      * Joint policyholder work fields                                 *
      *----------------------------------------------------------------*
       01  WS-JOINT-WORK.
           05  WS-POLICYNUM            PIC S9(9) COMP.
           05  WS-REQ-CUSTOMERNUM      PIC S9(9) COMP.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-STATUS            PIC X(1).
           05  WS-NEW-CUSTOMERNUM      PIC S9(9) COMP.
           05  WS-NEW-DECEASED         PIC X(1).
           05  WS-JOINT-ADDED          PIC X(10).
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-AUDIT-ACTION         PIC X(20).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGJPTY01'.
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
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

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

           IF CA-REQUEST-ID NOT = '01JPTY'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Main Process                                                   *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           IF NOT CA-JP-ADD
              AND NOT CA-JP-REMOVE
              AND NOT CA-JP-INQUIRE
               MOVE '75' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 3000-READ-POLICY

           EVALUATE TRUE
             WHEN CA-JP-ADD
               PERFORM 4000-ADD-JOINT-HOLDER
             WHEN CA-JP-REMOVE
               PERFORM 5000-REMOVE-JOINT-HOLDER
           END-EVALUATE

           PERFORM 6000-RETURN-HOLDERS
           .

      *----------------------------------------------------------------*
      * The policy must exist and the customer asking must be one of  *
      * its policyholders                                              *
      *----------------------------------------------------------------*
       3000-READ-POLICY.

           MOVE CA-P-POLICY-NUM TO WS-POLICYNUM
           MOVE CA-CUSTOMER-NUM TO WS-REQ-CUSTOMERNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-STATUS
               FROM POLICY
               WHERE POLICYNUMBER = :WS-POLICYNUM
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

           MOVE WS-POLICYNUM TO PT-POLICYNUM
           MOVE WS-OF-CUSTOMERNUM TO PT-OWNER-CUSTOMERNUM
           MOVE WS-REQ-CUSTOMERNUM TO PT-CUSTOMERNUM
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

           PERFORM LGPTY-READ-JOINT

           IF PT-RC NOT = '00'
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Name the second policyholder - in force, not already held     *
      * jointly, and a living customer other than the first-named one *
      *----------------------------------------------------------------*
       4000-ADD-JOINT-HOLDER.

           IF WS-OF-STATUS NOT = 'A'
               MOVE '26' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF PT-HAS-JOINT
               MOVE '84' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-JP-CUSTOMER-NUM = SPACES
              OR CA-JP-CUSTOMER-NUM = LOW-VALUES
               MOVE '27' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-JP-CUSTOMER-NUM TO WS-NEW-CUSTOMERNUM

           IF WS-NEW-CUSTOMERNUM = WS-OF-CUSTOMERNUM
               MOVE '85' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           EXEC SQL
               SELECT COALESCE(DECEASED, ' ')
               INTO :WS-NEW-DECEASED
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :WS-NEW-CUSTOMERNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '20' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           IF WS-NEW-DECEASED = 'Y'
               MOVE '81' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           EXEC SQL
               INSERT INTO POLICY_PARTY
               ( POLICYNUMBER, CUSTOMERNUMBER, PARTY_ROLE,
                 ADDED_DATE )
               VALUES ( :WS-POLICYNUM, :WS-NEW-CUSTOMERNUM, 'J',
                        :WS-TODAY-YMD )
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           MOVE 'JOINT_HOLDER_ADD' TO WS-AUDIT-ACTION
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Take the joint policyholder off - the first-named one remains *
      *----------------------------------------------------------------*
       5000-REMOVE-JOINT-HOLDER.

           IF NOT PT-HAS-JOINT
               MOVE '86' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE PT-JOINT-CUSTOMERNUM TO WS-NEW-CUSTOMERNUM

           EXEC SQL
               DELETE FROM POLICY_PARTY
               WHERE POLICYNUMBER = :WS-POLICYNUM
                 AND PARTY_ROLE = 'J'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           MOVE 'JOINT_HOLDER_REMOVE' TO WS-AUDIT-ACTION
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Both policyholders as they now stand                           *
      *----------------------------------------------------------------*
       6000-RETURN-HOLDERS.

           MOVE WS-OF-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE WS-CUSTNUM-DISPLAY TO CA-JP-FIRST-NAMED-NUM
           MOVE SPACES TO CA-JP-CUSTOMER-NUM
           MOVE SPACES TO CA-JP-ADDED-DATE

           EXEC SQL
               SELECT CUSTOMERNUMBER, ADDED_DATE
               INTO :PT-JOINT-CUSTOMERNUM, :WS-JOINT-ADDED
               FROM POLICY_PARTY
               WHERE POLICYNUMBER = :WS-POLICYNUM
                 AND PARTY_ROLE = 'J'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE PT-JOINT-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
               MOVE WS-CUSTNUM-DISPLAY TO CA-JP-CUSTOMER-NUM
               MOVE WS-JOINT-ADDED TO CA-JP-ADDED-DATE
             WHEN SQLCODE = 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Write the change to AUDIT_LOG                                 *
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
           MOVE WS-AUDIT-ACTION TO AL-ACTION
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE WS-NEW-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           STRING 'Policy ' DELIMITED BY SIZE
                  CA-P-POLICY-NUM DELIMITED BY SIZE
                  ' joint policyholder ' DELIMITED BY SIZE
                  WS-CUSTNUM-DISPLAY DELIMITED BY SIZE
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
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGJPTY01.
