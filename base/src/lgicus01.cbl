      *                                                                *
      *   To obtain Customer's details from database.                  *
      *                                                                *
      *   The policy list takes in policies the customer holds as      *
      *   joint policyholder (POLICY_PARTY) as well as those in their  *
      *   own name.                                                    *
      *                                                                *
      * Customer Inquire Business logic                                *
      *                                                                *
      ******************************************************************
           COPY LGPOLICY.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Joint policy list - page key as the caller sent it, since     *
      * LGICDB01 moves CA-POLICY-START-KEY on past its own page        *
      *----------------------------------------------------------------*
       01  WS-POLICY-START-KEY         PIC X(10) VALUE SPACES.
       01  WS-END-OF-CURSOR            PIC X(1)  VALUE 'N'.
           88  WS-NO-MORE-ROWS         VALUE 'Y'.
       01  WS-POLNUM-DISPLAY           PIC 9(10).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  DB2-JP-VARS.
           05  DB2-JP-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-JP-START-NUM        PIC S9(9) COMP.
           05  DB2-JP-PARTY-COUNT      PIC S9(9) COMP.
           05  DB2-JP-TOTAL            PIC S9(9) COMP.
           05  DB2-JP-POLICYNUM        PIC S9(9) COMP.
           05  DB2-JP-POLICYTYPE       PIC X(1).
           05  DB2-JP-EFF-DATE         PIC X(10).

      * Policies in the customer's own name or held jointly
           EXEC SQL
               DECLARE JPPOL_CURSOR CURSOR FOR
               SELECT P.POLICYNUMBER, P.POLICYTYPE, P.EFFECTIVEDATE
               FROM POLICY P
               WHERE ( P.CUSTOMERNUMBER = :DB2-JP-CUSTOMERNUM
                    OR EXISTS
                       ( SELECT 1 FROM POLICY_PARTY J
                         WHERE J.POLICYNUMBER = P.POLICYNUMBER
                           AND J.CUSTOMERNUMBER = :DB2-JP-CUSTOMERNUM
                           AND J.PARTY_ROLE = 'J' ) )
                 AND P.POLICYNUMBER > :DB2-JP-START-NUM
               ORDER BY P.POLICYNUMBER
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
               PERFORM CHECK-POLICY-COUNT
           END-IF.

           IF CA-RETURN-CODE = '00'
               PERFORM ADD-JOINT-POLICIES
           END-IF.

      *----------------------------------------------------------------*
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
      * it, then LINK with the one-page length calculated above rather
      * than a flat oversized length that assumed no paging.
           MOVE 'N' TO CA-POLICY-MORE-FLAG
           MOVE CA-POLICY-START-KEY TO WS-POLICY-START-KEY

           EXEC CICS LINK Program(LGICDB01)
               Commarea(DFHCOMMAREA)

           EXIT.

      *----------------------------------------------------------------*
      * LGICDB01 lists the policies in the customer's own name. Where  *
      * the customer is also joint policyholder on any policy the page *
      * is rebuilt here from both, in policy number order and paged on *
      * the same CA-POLICY-START-KEY / CA-POLICY-MORE-FLAG, so the     *
      * caller walks one list. Customers with no joint holding keep    *
      * LGICDB01's page as it came back.                               *
      *----------------------------------------------------------------*
       ADD-JOINT-POLICIES.

           MOVE CA-CUSTOMER-NUM TO DB2-JP-CUSTOMERNUM

           EXEC SQL
               SELECT COUNT(*)
               INTO :DB2-JP-PARTY-COUNT
               FROM POLICY_PARTY
               WHERE CUSTOMERNUMBER = :DB2-JP-CUSTOMERNUM
                 AND PARTY_ROLE = 'J'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               MOVE ' SELECT POLICY_PARTY' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-JP-PARTY-COUNT > 0
               PERFORM LIST-JOINT-POLICIES
           END-IF

           EXIT.

       LIST-JOINT-POLICIES.

           EXEC SQL
               SELECT COUNT(*)
               INTO :DB2-JP-TOTAL
               FROM POLICY P
               WHERE P.CUSTOMERNUMBER = :DB2-JP-CUSTOMERNUM
                  OR EXISTS
                     ( SELECT 1 FROM POLICY_PARTY J
                       WHERE J.POLICYNUMBER = P.POLICYNUMBER
                         AND J.CUSTOMERNUMBER = :DB2-JP-CUSTOMERNUM
                         AND J.PARTY_ROLE = 'J' )
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               MOVE ' COUNT JOINT POLICIES' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 0 TO CA-NUM-POLICIES
           MOVE DB2-JP-TOTAL TO CA-TOTAL-POLICIES
           MOVE 'N' TO CA-POLICY-MORE-FLAG
           SET CA-POLICY-IDX TO 1
           MOVE 'N' TO WS-END-OF-CURSOR

           IF WS-POLICY-START-KEY = SPACES
              OR WS-POLICY-START-KEY = LOW-VALUES
               MOVE 0 TO DB2-JP-START-NUM
           ELSE
               MOVE WS-POLICY-START-KEY TO DB2-JP-START-NUM
           END-IF
           MOVE WS-POLICY-START-KEY TO CA-POLICY-START-KEY

           EXEC SQL
               OPEN JPPOL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               MOVE ' OPEN JPPOL_CURSOR' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FETCH-JOINT-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
                      OR CA-NUM-POLICIES = LGPOLICY-MAX-POLICIES
               MOVE DB2-JP-POLICYNUM TO WS-POLNUM-DISPLAY
               MOVE WS-POLNUM-DISPLAY
                   TO CA-POLICY-NUM(CA-POLICY-IDX)
               MOVE DB2-JP-POLICYTYPE
                   TO CA-POLICY-TYPE(CA-POLICY-IDX)
               MOVE DB2-JP-EFF-DATE
                   TO CA-POLICY-EFF-DATE(CA-POLICY-IDX)
               MOVE WS-POLNUM-DISPLAY TO CA-POLICY-START-KEY
               SET CA-POLICY-IDX UP BY 1
               ADD 1 TO CA-NUM-POLICIES
               PERFORM FETCH-JOINT-POLICY
           END-PERFORM

           IF NOT WS-NO-MORE-ROWS
               MOVE 'Y' TO CA-POLICY-MORE-FLAG
           END-IF

           EXEC SQL
               CLOSE JPPOL_CURSOR
           END-EXEC

           EXIT.

       FETCH-JOINT-POLICY.

           EXEC SQL
               FETCH JPPOL_CURSOR
               INTO :DB2-JP-POLICYNUM, :DB2-JP-POLICYTYPE,
                    :DB2-JP-EFF-DATE
           END-EXEC

           IF SQLCODE = 100
               MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-END-OF-CURSOR
                   MOVE '90' TO CA-RETURN-CODE
                   MOVE ' FETCH JPPOL_CURSOR' TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF

           EXIT.

      *================================================================*
      * Procedure to write error message to Queues                     *
      *   Uses common error handling from LGERR/LGERRPRC copybooks     *
