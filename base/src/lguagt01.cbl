      * Program: LGUAGT01 - Assign Owning Agent                       *
      * Purpose: Assigns or reassigns a customer's owning agent       *
      *          (CA-REQUEST-ID = '01UAGT'). The agent is validated   *
      *          against the AGENT reference table - it must be       *
      *          active and inside its trading authority dates today  *
      *          (LGAGTPRC) - and the agent's branch carried with it  *
      *          onto the DB2 CUSTOMER row and the KSDSCUST record    *
      *          (which carries the ownership bytes inside its 225    *
      *          bytes - both stores must move together or 01ICUS     *
      *          serves stale values), and the change is written to   *
      *          AUDIT_LOG. Policies keep the agent who wrote them -  *
      *          production credit for existing business does not     *
      *          move.                                                *
      * Return codes: 00 assigned, 20 customer not found, 87 agent   *
      *          not found, 59 agent inactive or outside its trading  *
      *          authority, 90 SQL or system error, 98/99 commarea   *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  DB2-AGENT-REC.
           COPY DB2-AGENT.

      *----------------------------------------------------------------*
      * Agent trading authority check (LGAGTPRC procedures)           *
      *----------------------------------------------------------------*
           COPY LGAGTAUT.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE

      * The agent must be trading today to be given the customer
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(AA-CHECK-DATE)
           END-EXEC
           MOVE CA-AGENT-NUM TO AA-AGENT-NUM
           PERFORM LGAGT-CHECK-AUTHORITY

           EVALUATE TRUE
             WHEN AA-AGENT-NOT-FOUND
               MOVE '87' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN AA-LOOKUP-FAILED
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
             WHEN NOT AA-AGENT-OK
               MOVE '59' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE AA-BRANCH-NUM TO DB2-AGENT-BRANCHNUM
           MOVE DB2-AGENT-BRANCHNUM TO CA-BRANCH-NUM
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE CA-AGENT-NUM TO DB2-AGENTNUMBER
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Agent trading authority check                                  *
      *----------------------------------------------------------------*
           COPY LGAGTPRC.

       END PROGRAM LGUAGT01.
