       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Catastrophe Event Register             *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCEVT01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCEVT01 - Catastrophe Event Register                *
      * Purpose: Lets the claims manager declare a catastrophe event  *
      *          and tie its claims to it (CA-REQUEST-ID = '01CEVT'), *
      *          so the event total the cat XL treaty responds to can *
      *          be worked out. CA-CE-FUNCTION 'O' opens an event on  *
      *          CAT_EVENT (code, peril, description, loss date       *
      *          range - the end date may be left blank while the     *
      *          event is still running); 'A' adds an affected        *
      *          postcode district or sector to CAT_EVENT_AREA; 'C'   *
      *          closes the event, ending it today unless an end date *
      *          is given; 'T' codes the claim in CA-CE-CLAIM-NUM to  *
      *          the event, confirming a code LGACLM01 suggested at   *
      *          registration; 'U' uncodes it; 'I' only inquires.     *
      *          Every function returns the event, its areas and the  *
      *          number of claims coded to it, confirmed and only     *
      *          suggested. Changes are written to AUDIT_LOG. While   *
      *          the event is open LGACLM01 suggests it for every new *
      *          claim whose loss date and risk postcode fall in it;  *
      *          LGCATAG1 reports the event totals and recovery.      *
      * Return codes: 00 done, 28 claim not found, 37 event not on    *
      *          the register, 38 event already closed, 39 invalid    *
      *          function, event code, peril, area or date, or end    *
      *          date before start, 40 event already on the register  *
      *          (open) or area already on the event (add area),      *
      *          41 claim not coded to this event (uncode), 90 SQL    *
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
                                       VALUE 'LGCEVT01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGCEVT01'.
       77 WS-MAX-AREAS                 PIC 9(2) VALUE 20.

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
           03 FILLER                   PIC X(9)  VALUE ' LGCEVT01'.
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
      * Claim counts and on-file claim values                          *
      *----------------------------------------------------------------*
       01  WS-CONFIRMED-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-SUGGESTED-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-CUSTOMERNUM        PIC S9(9) COMP VALUE 0.
       01  WS-END-OF-CURSOR            PIC X(1) VALUE 'N'.
           88  WS-NO-MORE-ROWS         VALUE 'Y'.

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
      * Host variables for the catastrophe event register             *
      *----------------------------------------------------------------*
       01  DB2-CAT-EVENT-REC.
           COPY DB2-CAT-EVENT.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * The event's affected areas in order                            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE AREA_CURSOR CURSOR FOR
               SELECT AREA
               FROM CAT_EVENT_AREA
               WHERE EVENT_CODE = :DB2-CEVT-CODE
               ORDER BY AREA
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

           IF CA-REQUEST-ID NOT = '01CEVT'
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

           IF NOT CA-CE-INQUIRE
              AND NOT CA-CE-OPEN
              AND NOT CA-CE-ADD-AREA
              AND NOT CA-CE-CLOSE
              AND NOT CA-CE-TAG-CLAIM
              AND NOT CA-CE-UNTAG-CLAIM
               MOVE '39' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-CE-EVENT-CODE = SPACES OR LOW-VALUES
               MOVE '39' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-CE-EVENT-CODE TO DB2-CEVT-CODE
           MOVE 0 TO WS-AUDIT-CUSTOMERNUM

           IF CA-CE-OPEN
               PERFORM 3000-OPEN-EVENT
           ELSE
               PERFORM 2100-FETCH-EVENT
               EVALUATE TRUE
                 WHEN CA-CE-ADD-AREA
                   PERFORM 4000-ADD-AREA
                 WHEN CA-CE-CLOSE
                   PERFORM 5000-CLOSE-EVENT
                 WHEN CA-CE-TAG-CLAIM
                 WHEN CA-CE-UNTAG-CLAIM
                   PERFORM 6000-CODE-CLAIM
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF

           PERFORM 7000-RETURN-EVENT
           .

      *----------------------------------------------------------------*
      * Fetch the event the request names                              *
      *----------------------------------------------------------------*
       2100-FETCH-EVENT.

           EXEC SQL
               SELECT STATUS
               INTO :DB2-CEVT-STATUS
               FROM CAT_EVENT
               WHERE EVENT_CODE = :DB2-CEVT-CODE
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '37' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A date given must be a real YYYY-MM-DD date - the caller has  *
      * moved it to WS-DATE-CHECK                                      *
      *----------------------------------------------------------------*
       2200-CHECK-DATE.

           IF WS-DC-YEAR NOT NUMERIC
              OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-DAY NOT NUMERIC
              OR WS-DC-SEP1 NOT = '-'
              OR WS-DC-SEP2 NOT = '-'
               MOVE '39' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-DC-MONTH TO WS-DC-MONTH-NUM
           MOVE WS-DC-DAY TO WS-DC-DAY-NUM

           IF WS-DC-MONTH-NUM < 1 OR WS-DC-MONTH-NUM > 12
              OR WS-DC-DAY-NUM < 1 OR WS-DC-DAY-NUM > 31
               MOVE '39' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Declare a new event, open for registrations to be checked     *
      * against                                                        *
      *----------------------------------------------------------------*
       3000-OPEN-EVENT.

           IF CA-CE-PERIL = SPACES OR LOW-VALUES
               MOVE '39' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-CE-START-DATE TO WS-DATE-CHECK
           PERFORM 2200-CHECK-DATE

           IF CA-CE-END-DATE = SPACES OR LOW-VALUES
               MOVE SPACES TO CA-CE-END-DATE
           ELSE
               MOVE CA-CE-END-DATE TO WS-DATE-CHECK
               PERFORM 2200-CHECK-DATE
               IF CA-CE-END-DATE < CA-CE-START-DATE
                   MOVE '39' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF

           MOVE CA-CE-PERIL TO DB2-CEVT-PERIL
           MOVE CA-CE-DESCRIPTION TO DB2-CEVT-DESCRIPTION
           MOVE CA-CE-START-DATE TO DB2-CEVT-START
           MOVE CA-CE-END-DATE TO DB2-CEVT-END
           MOVE 'O' TO DB2-CEVT-STATUS

           EXEC SQL
               INSERT INTO CAT_EVENT
               ( EVENT_CODE,
                 PERIL,
                 DESCRIPTION,
                 START_DATE,
                 END_DATE,
                 STATUS )
               VALUES ( :DB2-CEVT-CODE,
                        :DB2-CEVT-PERIL,
                        :DB2-CEVT-DESCRIPTION,
                        :DB2-CEVT-START,
                        NULLIF(:DB2-CEVT-END, ' '),
                        :DB2-CEVT-STATUS )
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = -803
               MOVE '40' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'CATEVENT_OPEN' TO AL-ACTION
           MOVE SPACES TO AL-DETAILS
           STRING 'Event ' DELIMITED BY SIZE
                  CA-CE-EVENT-CODE DELIMITED BY SIZE
                  ' opened peril ' DELIMITED BY SIZE
                  CA-CE-PERIL DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  CA-CE-START-DATE DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  CA-CE-END-DATE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Add an affected postcode district or sector to an open event, *
      * in the upper-case form LGACLM01 matches the risk postcode in  *
      *----------------------------------------------------------------*
       4000-ADD-AREA.

           IF DB2-CEVT-STATUS NOT = 'O'
               MOVE '38' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-CE-AREA = SPACES OR LOW-VALUES
              OR CA-CE-AREA(1:1) = SPACE
               MOVE '39' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           INSPECT CA-CE-AREA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE CA-CE-AREA TO DB2-CEVT-AREA

           EXEC SQL
               INSERT INTO CAT_EVENT_AREA
               ( EVENT_CODE,
                 AREA )
               VALUES ( :DB2-CEVT-CODE,
                        :DB2-CEVT-AREA )
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = -803
               MOVE '40' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'CATEVENT_AREA' TO AL-ACTION
           MOVE SPACES TO AL-DETAILS
           STRING 'Event ' DELIMITED BY SIZE
                  CA-CE-EVENT-CODE DELIMITED BY SIZE
                  ' area added ' DELIMITED BY SIZE
                  CA-CE-AREA DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Close an open event - no more suggestions are made from it.   *
      * The end date stays as declared if there was one, otherwise it *
      * is the date given or today.                                    *
      *----------------------------------------------------------------*
       5000-CLOSE-EVENT.

           IF DB2-CEVT-STATUS NOT = 'O'
               MOVE '38' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-CE-END-DATE = SPACES OR LOW-VALUES
               MOVE WS-TODAY-YMD TO CA-CE-END-DATE
           ELSE
               MOVE CA-CE-END-DATE TO WS-DATE-CHECK
               PERFORM 2200-CHECK-DATE
           END-IF

           MOVE CA-CE-END-DATE TO DB2-CEVT-END

           EXEC SQL
               UPDATE CAT_EVENT
               SET STATUS = 'C',
                   END_DATE = COALESCE(END_DATE, :DB2-CEVT-END)
               WHERE EVENT_CODE = :DB2-CEVT-CODE
                 AND START_DATE <= :DB2-CEVT-END
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
      *        The end date given falls before the event started
               MOVE '39' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE 'CATEVENT_CLOSE' TO AL-ACTION
           MOVE SPACES TO AL-DETAILS
           STRING 'Event ' DELIMITED BY SIZE
                  CA-CE-EVENT-CODE DELIMITED BY SIZE
                  ' closed ' DELIMITED BY SIZE
                  CA-CE-END-DATE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Code a claim to the event (confirming any suggestion), or     *
      * uncode a claim from it. A closed event can still take a late  *
      * notified claim.                                                *
      *----------------------------------------------------------------*
       6000-CODE-CLAIM.

           IF CA-CE-CLAIM-NUM NOT NUMERIC
               MOVE '28' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           MOVE CA-CE-CLAIM-NUM TO DB2-CLAIMNUM-INT

           EXEC SQL
               SELECT CUSTOMERNUMBER,
                      COALESCE(CAT_EVENT, ' '),
                      COALESCE(CAT_EVENT_SOURCE, ' ')
               INTO :DB2-CLAIM-CUSTOMERNUM,
                    :DB2-CLAIM-CATEVENT,
                    :DB2-CLAIM-CATSOURCE
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

           MOVE DB2-CLAIM-CUSTOMERNUM TO WS-AUDIT-CUSTOMERNUM

           IF CA-CE-UNTAG-CLAIM
               IF DB2-CLAIM-CATEVENT NOT = CA-CE-EVENT-CODE
                   MOVE '41' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
               MOVE SPACES TO DB2-CLAIM-CATEVENT
               MOVE SPACES TO DB2-CLAIM-CATSOURCE
               MOVE 'CATEVENT_UNTAG' TO AL-ACTION
           ELSE
               MOVE CA-CE-EVENT-CODE TO DB2-CLAIM-CATEVENT
               MOVE 'C' TO DB2-CLAIM-CATSOURCE
               MOVE 'CATEVENT_TAG' TO AL-ACTION
           END-IF

           EXEC SQL
               UPDATE CLAIM
               SET CAT_EVENT = NULLIF(:DB2-CLAIM-CATEVENT, ' '),
                   CAT_EVENT_SOURCE = NULLIF(:DB2-CLAIM-CATSOURCE, ' ')
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 9000-RETURN
           END-IF

           MOVE SPACES TO AL-DETAILS
           STRING 'Claim ' DELIMITED BY SIZE
                  CA-CE-CLAIM-NUM DELIMITED BY SIZE
                  ' event ' DELIMITED BY SIZE
                  CA-CE-EVENT-CODE DELIMITED BY SIZE
                  ' source ' DELIMITED BY SIZE
                  DB2-CLAIM-CATSOURCE DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING
           PERFORM 8000-WRITE-AUDIT-RECORD
           EXEC CICS SYNCPOINT END-EXEC
           .

      *----------------------------------------------------------------*
      * Return the event as it now stands - its details, its areas    *
      * and the claims coded to it                                     *
      *----------------------------------------------------------------*
       7000-RETURN-EVENT.

           EXEC SQL
               SELECT PERIL, DESCRIPTION, START_DATE,
                      COALESCE(END_DATE, ' '), STATUS
               INTO :DB2-CEVT-PERIL, :DB2-CEVT-DESCRIPTION,
                    :DB2-CEVT-START, :DB2-CEVT-END,
                    :DB2-CEVT-STATUS
               FROM CAT_EVENT
               WHERE EVENT_CODE = :DB2-CEVT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE DB2-CEVT-PERIL TO CA-CE-PERIL
           MOVE DB2-CEVT-DESCRIPTION TO CA-CE-DESCRIPTION
           MOVE DB2-CEVT-START TO CA-CE-START-DATE
           MOVE DB2-CEVT-END TO CA-CE-END-DATE
           MOVE DB2-CEVT-STATUS TO CA-CE-STATUS

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN CAT_EVENT_SOURCE = 'C'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CAT_EVENT_SOURCE = 'S'
                                        THEN 1 ELSE 0 END), 0)
               INTO :WS-CONFIRMED-COUNT, :WS-SUGGESTED-COUNT
               FROM CLAIM
               WHERE CAT_EVENT = :DB2-CEVT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE WS-CONFIRMED-COUNT TO CA-CE-CONFIRMED-COUNT
           MOVE WS-SUGGESTED-COUNT TO CA-CE-SUGGESTED-COUNT

           MOVE 0 TO CA-CE-AREA-COUNT
           SET CA-CE-IDX TO 1

           EXEC SQL
               OPEN AREA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           PERFORM 7100-FETCH-NEXT-AREA

           PERFORM UNTIL WS-NO-MORE-ROWS
               IF CA-CE-AREA-COUNT < WS-MAX-AREAS
                   MOVE DB2-CEVT-AREA TO CA-CE-T-AREA(CA-CE-IDX)
                   SET CA-CE-IDX UP BY 1
                   ADD 1 TO CA-CE-AREA-COUNT
               END-IF
               PERFORM 7100-FETCH-NEXT-AREA
           END-PERFORM

           EXEC SQL
               CLOSE AREA_CURSOR
           END-EXEC
           .

       7100-FETCH-NEXT-AREA.
           EXEC SQL
               FETCH AREA_CURSOR
               INTO :DB2-CEVT-AREA
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

      *----------------------------------------------------------------*
      * Write the register change to AUDIT_LOG - AL-ACTION and        *
      * AL-DETAILS are set by the caller; claim coding is logged      *
      * against the claim's customer, event changes against none      *
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

           MOVE WS-AUDIT-CUSTOMERNUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE '00' TO AL-RESULT
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

       END PROGRAM LGCEVT01.
