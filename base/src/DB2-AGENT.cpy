      * Host variable layouts for the sales-structure reference       *
      * tables. BRANCH holds one row per branch; AGENT holds one row  *
      * per agent, each belonging to a branch. Reference rows are     *
      * maintained by the distribution team through the LGAGMS01      *
      * screen (LGAGMT01 does the work); customers and policies carry *
      * the owning AGENTNUMBER/BRANCHNUMBER assigned at add time or   *
      * via the 01UAGT request.                                        *
      * An agent's STATUS is 'A' active, 'S' suspended or 'C' closed, *
      * and AUTH_START_DATE/AUTH_END_DATE bound the agent's trading   *
      * authority (YYYY-MM-DD, end inclusive). Only an active agent   *
      * inside those dates may be given business - see LGAGTPRC. A    *
      * branch's STATUS is 'A' open or 'C' closed.                    *
      *----------------------------------------------------------------*
       05  DB2-AGENTNUM                PIC X(6).
       05  DB2-AGENT-BRANCHNUM         PIC X(4).
       05  DB2-AGENT-NAME              PIC X(30).
       05  DB2-AGENT-STATUS            PIC X(1).
       05  DB2-AGENT-AUTH-START        PIC X(10).
       05  DB2-AGENT-AUTH-END          PIC X(10).
       05  DB2-BRANCHNUM               PIC X(4).
       05  DB2-BRANCH-NAME             PIC X(30).
       05  DB2-BRANCH-STATUS           PIC X(1).
