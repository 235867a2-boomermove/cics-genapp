      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent Trading Authority Procedures       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGAGTPRC - Agent Trading Authority Procedures       *
      * Purpose:  LGAGT-CHECK-AUTHORITY reads the AGENT row for       *
      *           AA-AGENT-NUM and sets AA-RESULT: not found, not     *
      *           active (suspended or closed), authority not yet     *
      *           started or already ended at AA-CHECK-DATE, or OK.   *
      *           YYYY-MM-DD dates compare chronologically as text.   *
      *                                                                *
      * Requires: COPY LGAGTAUT in WORKING-STORAGE, AA-AGENT-NUM and  *
      *           AA-CHECK-DATE set by the caller.                     *
      *                                                                *
      *================================================================*

       LGAGT-CHECK-AUTHORITY.
           MOVE SPACES TO AA-BRANCH-NUM
           MOVE 0 TO AA-SQLCODE

           EXEC SQL
               SELECT BRANCHNUMBER,
                      COALESCE(STATUS, 'A'),
                      COALESCE(AUTH_START_DATE, '0001-01-01'),
                      COALESCE(AUTH_END_DATE, '9999-12-31')
               INTO :AA-BRANCH-NUM,
                    :AA-STATUS,
                    :AA-AUTH-START,
                    :AA-AUTH-END
               FROM AGENT
               WHERE AGENTNUMBER = :AA-AGENT-NUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               SET AA-AGENT-NOT-FOUND TO TRUE
             WHEN SQLCODE NOT = 0
               MOVE SQLCODE TO AA-SQLCODE
               SET AA-LOOKUP-FAILED TO TRUE
             WHEN AA-STATUS NOT = 'A'
               SET AA-AGENT-INACTIVE TO TRUE
             WHEN AA-CHECK-DATE < AA-AUTH-START
               SET AA-AUTHORITY-LAPSED TO TRUE
             WHEN AA-CHECK-DATE > AA-AUTH-END
               SET AA-AUTHORITY-LAPSED TO TRUE
             WHEN OTHER
               SET AA-AGENT-OK TO TRUE
           END-EVALUATE
           .
