       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Claim Document Register                *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCDOC01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCDOC01 - Claim Document Register                   *
      * Purpose: Lets the claim handler keep the evidence asked for   *
      *          on a claim (CA-REQUEST-ID = '01CDOC') in place of    *
      *          the paper checklist. LGACLM01 seeds CLAIM_DOCUMENT   *
      *          with the standard list for the policy type           *
      *          (LGCDOCL); CA-CD-FUNCTION 'I' lists it, 'A' adds a   *
      *          document - optionally mandatory, due on the date     *
      *          given or the standard reply period from today - 'R'  *
      *          marks one received today and 'W' waives one the      *
      *          claim can do without. Every function returns the     *
      *          refreshed register and the count of mandatory items  *
      *          still outstanding, which LGUCLM01 will not settle    *
      *          the claim past. Changes are written to AUDIT_LOG.    *
      *          The weekly LGCDCHS1 batch chases overdue items.      *
      * Return codes: 00 done, 24 claim not owned by this customer,   *
      *          28 claim not found, 31 invalid function, document    *
      *          code missing or due date invalid or already past,    *
      *          32 document already on the register (add) or not     *
      *          outstanding on it (receive/waive), 90 SQL or system  *
      *          error, 98/99 commarea                                *
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
                                       VALUE 'LGCDOC01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGCDOC01'.
       77 WS-MAX-DOCUMENTS             PIC 9(2) VALUE 12.

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
      * Due date edit - YYYY-MM-DD                                     *
      *----------------------------------------------------------------*
       01  WS-DUE-CHECK.
           05  WS-DC-YEAR              PIC X(4).
           05  WS-DC-SEP1              PIC X(1).
           05  WS-DC-MONTH             PIC X(2).
           05  WS-DC-SEP2              PIC X(1).
           05  WS-DC-DAY               PIC X(2).
       01  WS-DC-MONTH-NUM             PIC 9(2).
       01  WS-DC-DAY-NUM               PIC 9(2).
       01  WS-TODAY-RAW                PIC X(8).
       01  WS-DUE-RAW                  PIC X(8).
       01  WS-DUE-INTEGER              PIC 9(7).

      *----------------------------------------------------------------*
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGCDOC01'.
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
      * On-file claim values fetched for validation                    *
      *----------------------------------------------------------------*
       01  WS-CLAIM-ON-FILE.
           05  WS-OF-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-OF-STATUS            PIC X(1).
       01  WS-REQ-CUSTOMERNUM          PIC S9(9) COMP VALUE 0.
       01  WS-MANDATORY-OPEN           PIC S9(9) COMP VALUE 0.
       01  WS-END-OF-CURSOR            PIC X(1) VALUE 'N'.
           88  WS-NO-MORE-ROWS         VALUE 'Y'.

      *----------------------------------------------------------------*
      * Standard claim document lists working copy                    *
      *----------------------------------------------------------------*
       01  CD-DOCUMENT-RULES.
           COPY LGCDOCL.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the DB2 CLAIM table                         *
      *----------------------------------------------------------------*
       01  DB2-CLAIM-REC.
           COPY DB2-CLAIM.

      *----------------------------------------------------------------*
      * Host variables for the CLAIM_DOCUMENT register                *
      *----------------------------------------------------------------*
       01  DB2-CLAIM-DOC-REC.
           COPY DB2-CLAIM-DOC.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * The claim's register in document-code order                   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CDOC_CURSOR CURSOR FOR
               SELECT DOC_CODE, MANDATORY, STATUS, DUE_DATE,
                      COALESCE(RECEIVED_DATE, ' ')
               FROM CLAIM_DOCUMENT
               WHERE CLAIMNUMBER = :DB2-CDOC-CLAIMNUM
               ORDER BY DOC_CODE
           END-EXEC.

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

           IF CA-REQUEST-ID NOT = '01CDOC'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Main Process                                                   *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           IF NOT CA-CD-INQUIRE
              AND NOT CA-CD-ADD
              AND NOT CA-CD-RECEIVE
              AND NOT CA-CD-WAIVE
               MOVE '31' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 2100-FETCH-CLAIM

           EVALUATE TRUE
             WHEN CA-CD-ADD
               PERFORM 3000-ADD-DOCUMENT
             WHEN CA-CD-RECEIVE
             WHEN CA-CD-WAIVE
               PERFORM 4000-CLOSE-DOCUMENT
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM 5000-LIST-REGISTER
           .

      *----------------------------------------------------------------*
      * Fetch the claim and check it belongs to the requesting        *
      * customer                                                      *
      *----------------------------------------------------------------*
       2100-FETCH-CLAIM.

           IF CA-CD-CLAIM-NUM NOT NUMERIC
               MOVE '28' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-CD-CLAIM-NUM TO DB2-CLAIMNUM-INT

           EXEC SQL
               SELECT CUSTOMERNUMBER, STATUS
               INTO :WS-OF-CUSTOMERNUM, :WS-OF-STATUS
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '28' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE CA-CUSTOMER-NUM TO WS-REQ-CUSTOMERNUM
           IF WS-OF-CUSTOMERNUM NOT = WS-REQ-CUSTOMERNUM
               MOVE '24' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-CLAIMNUM-INT TO DB2-CDOC-CLAIMNUM
           .

      *----------------------------------------------------------------*
      * Ask for a further document, outstanding from today            *
      *----------------------------------------------------------------*
       3000-ADD-DOCUMENT.

           IF CA-CD-DOC-CODE = SPACES OR LOW-VALUES
               MOVE '31' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-CD-DUE-DATE = SPACES OR LOW-VALUES
               PERFORM 3200-SET-STANDARD-DUE-DATE
           ELSE
               PERFORM 3100-CHECK-DUE-DATE
           END-IF

           IF CA-CD-MANDATORY NOT = 'Y'
               MOVE 'N' TO CA-CD-MANDATORY
           END-IF

           MOVE CA-CD-DOC-CODE TO DB2-CDOC-CODE
           MOVE CA-CD-MANDATORY TO DB2-CDOC-MANDATORY
           MOVE 'O' TO DB2-CDOC-STATUS
           MOVE WS-TODAY-YMD TO DB2-CDOC-REQUESTED
           MOVE CA-CD-DUE-DATE TO DB2-CDOC-DUE

           EXEC SQL
               INSERT INTO CLAIM_DOCUMENT
               ( CLAIMNUMBER,
                 DOC_CODE,
                 MANDATORY,
                 STATUS,
                 REQUESTED_DATE,
                 DUE_DATE,
                 CHASE_COUNT )
               VALUES ( :DB2-CDOC-CLAIMNUM,
                        :DB2-CDOC-CODE,
                        :DB2-CDOC-MANDATORY,
                        :DB2-CDOC-STATUS,
                        :DB2-CDOC-REQUESTED,
                        :DB2-CDOC-DUE,
                        0 )
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = -803
               MOVE '32' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'CLAIMDOC_ADD' TO AL-ACTION
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * A due date given must be a real YYYY-MM-DD date, not before   *
      * today                                                          *
      *----------------------------------------------------------------*
       3100-CHECK-DUE-DATE.

           MOVE CA-CD-DUE-DATE TO WS-DUE-CHECK

           IF WS-DC-YEAR NOT NUMERIC
              OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-DAY NOT NUMERIC
              OR WS-DC-SEP1 NOT = '-'
              OR WS-DC-SEP2 NOT = '-'
               MOVE '31' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-DC-MONTH TO WS-DC-MONTH-NUM
           MOVE WS-DC-DAY TO WS-DC-DAY-NUM

           IF WS-DC-MONTH-NUM < 1 OR WS-DC-MONTH-NUM > 12
              OR WS-DC-DAY-NUM < 1 OR WS-DC-DAY-NUM > 31
               MOVE '31' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-CD-DUE-DATE < WS-TODAY-YMD
               MOVE '31' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * No due date given - the standard reply period from today      *
      *----------------------------------------------------------------*
       3200-SET-STANDARD-DUE-DATE.

           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-RAW(1:4)
           MOVE WS-TODAY-YMD(6:2) TO WS-TODAY-RAW(5:2)
           MOVE WS-TODAY-YMD(9:2) TO WS-TODAY-RAW(7:2)

           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-RAW))
               + CD-DEFAULT-DUE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER) TO WS-DUE-RAW

           MOVE SPACES TO CA-CD-DUE-DATE
           STRING WS-DUE-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-RAW(7:2) DELIMITED BY SIZE
                  INTO CA-CD-DUE-DATE
           END-STRING
           .

      *----------------------------------------------------------------*
      * Mark an outstanding document received today, or waive it      *
      *----------------------------------------------------------------*
       4000-CLOSE-DOCUMENT.

           IF CA-CD-DOC-CODE = SPACES OR LOW-VALUES
               MOVE '31' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-CD-DOC-CODE TO DB2-CDOC-CODE

           EXEC SQL
               SELECT STATUS, MANDATORY
               INTO :DB2-CDOC-STATUS, :DB2-CDOC-MANDATORY
               FROM CLAIM_DOCUMENT
               WHERE CLAIMNUMBER = :DB2-CDOC-CLAIMNUM
                 AND DOC_CODE = :DB2-CDOC-CODE
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '32' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           IF DB2-CDOC-STATUS NOT = 'O'
               MOVE '32' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-CD-RECEIVE
               MOVE 'R' TO DB2-CDOC-STATUS
               MOVE WS-TODAY-YMD TO DB2-CDOC-RECEIVED
               MOVE 'CLAIMDOC_RECEIVED' TO AL-ACTION
           ELSE
               MOVE 'W' TO DB2-CDOC-STATUS
               MOVE SPACES TO DB2-CDOC-RECEIVED
               MOVE 'CLAIMDOC_WAIVE' TO AL-ACTION
           END-IF

           EXEC SQL
               UPDATE CLAIM_DOCUMENT
               SET STATUS = :DB2-CDOC-STATUS,
                   RECEIVED_DATE = NULLIF(:DB2-CDOC-RECEIVED, ' ')
               WHERE CLAIMNUMBER = :DB2-CDOC-CLAIMNUM
                 AND DOC_CODE = :DB2-CDOC-CODE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Return the register as it now stands, with the mandatory      *
      * items still outstanding counted                               *
      *----------------------------------------------------------------*
       5000-LIST-REGISTER.

           MOVE 0 TO CA-CD-COUNT
           MOVE 0 TO CA-CD-OUTSTANDING
           MOVE 0 TO WS-MANDATORY-OPEN
           SET CA-CD-IDX TO 1

           EXEC SQL
               OPEN CDOC_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 5100-FETCH-NEXT-DOCUMENT

           PERFORM UNTIL WS-NO-MORE-ROWS
               IF DB2-CDOC-MANDATORY = 'Y' AND DB2-CDOC-STATUS = 'O'
                   ADD 1 TO WS-MANDATORY-OPEN
               END-IF
               IF CA-CD-COUNT < WS-MAX-DOCUMENTS
                   PERFORM 5200-FILL-DOCUMENT-ENTRY
               END-IF
               PERFORM 5100-FETCH-NEXT-DOCUMENT
           END-PERFORM

           EXEC SQL
               CLOSE CDOC_CURSOR
           END-EXEC

           MOVE WS-MANDATORY-OPEN TO CA-CD-OUTSTANDING
           .

       5100-FETCH-NEXT-DOCUMENT.
           EXEC SQL
               FETCH CDOC_CURSOR
               INTO :DB2-CDOC-CODE, :DB2-CDOC-MANDATORY,
                    :DB2-CDOC-STATUS, :DB2-CDOC-DUE,
                    :DB2-CDOC-RECEIVED
           END-EXEC

           IF SQLCODE = 100
               MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-END-OF-CURSOR
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           .

       5200-FILL-DOCUMENT-ENTRY.
           MOVE DB2-CDOC-CODE TO CA-CD-T-DOC-CODE(CA-CD-IDX)
           MOVE DB2-CDOC-MANDATORY TO CA-CD-T-MANDATORY(CA-CD-IDX)
           MOVE DB2-CDOC-STATUS TO CA-CD-T-STATUS(CA-CD-IDX)
           MOVE DB2-CDOC-DUE TO CA-CD-T-DUE-DATE(CA-CD-IDX)
           MOVE DB2-CDOC-RECEIVED TO CA-CD-T-RECEIVED(CA-CD-IDX)
           SET CA-CD-IDX UP BY 1
           ADD 1 TO CA-CD-COUNT
           .

      *----------------------------------------------------------------*
      * Write the register change to AUDIT_LOG against the claim's    *
      * customer - AL-ACTION is set by the caller                     *
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

           MOVE WS-OF-CUSTOMERNUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE '00' TO AL-RESULT
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           STRING 'Claim ' DELIMITED BY SIZE
                  CA-CD-CLAIM-NUM DELIMITED BY SIZE
                  ' document ' DELIMITED BY SIZE
                  CA-CD-DOC-CODE DELIMITED BY SIZE
                  ' mandatory ' DELIMITED BY SIZE
                  DB2-CDOC-MANDATORY DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  DB2-CDOC-STATUS DELIMITED BY SIZE
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

       END PROGRAM LGCDOC01.
