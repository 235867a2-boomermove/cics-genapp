      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent Trading Authority Structures       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGAGTAUT - Agent Trading Authority Structures       *
      * Purpose:  Working storage for the one check every program     *
      *           that gives an agent business makes first: the agent *
      *           must be on AGENT, at STATUS 'A', and the date the   *
      *           business is written must fall inside the agent's    *
      *           AUTH_START_DATE to AUTH_END_DATE trading authority  *
      *           (an unset date leaves that end open).                *
      *                                                                *
      * Usage:    COPY LGAGTAUT in WORKING-STORAGE.                   *
      *           COPY LGAGTPRC at the end of PROCEDURE DIVISION.     *
      *           Fill AA-AGENT-NUM and AA-CHECK-DATE (YYYY-MM-DD),   *
      *           then PERFORM LGAGT-CHECK-AUTHORITY. AA-RESULT says  *
      *           what was found; on AA-AGENT-OK the agent's branch   *
      *           is in AA-BRANCH-NUM. AA-SQLCODE holds the failing   *
      *           SQLCODE on AA-LOOKUP-FAILED.                        *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  AGENT-AUTHORITY-CHECK.
           05  AA-AGENT-NUM            PIC X(6)  VALUE SPACES.
           05  AA-CHECK-DATE           PIC X(10) VALUE SPACES.
           05  AA-BRANCH-NUM           PIC X(4)  VALUE SPACES.
           05  AA-STATUS               PIC X(1)  VALUE SPACES.
           05  AA-AUTH-START           PIC X(10) VALUE SPACES.
           05  AA-AUTH-END             PIC X(10) VALUE SPACES.
           05  AA-SQLCODE              PIC S9(9) COMP VALUE 0.
           05  AA-RESULT               PIC X(1)  VALUE SPACES.
               88  AA-AGENT-OK         VALUE 'Y'.
               88  AA-AGENT-NOT-FOUND  VALUE 'N'.
               88  AA-AGENT-INACTIVE   VALUE 'I'.
               88  AA-AUTHORITY-LAPSED VALUE 'E'.
               88  AA-LOOKUP-FAILED    VALUE 'F'.
