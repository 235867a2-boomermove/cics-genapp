      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent and Branch Maintenance Screen      *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAGMS01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGAGMS01 - Agent and Branch Maintenance Screen       *
      * Purpose: Pseudo-conversational distribution team transaction  *
      *          in the LGLOCK01 map style, driving the LGAGMSM map.  *
      *          The operator keys a record type (A agent, B branch), *
      *          an action (I inquire, A add, U amend, C close) and   *
      *          the row's details; the screen LINKs to LGAGMT01,     *
      *          which holds every rule and writes the audit trail,   *
      *          and paints the row as held afterwards. The row last  *
      *          shown is cached in the commarea so an amendment      *
      *          overlays only the fields the operator keyed, the     *
      *          LGWRKB01 update technique. No maintenance rule is    *
      *          duplicated here.                                     *
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
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGAGMS01----WS'.

      *----------------------------------------------------------------*
      * Symbolic map                                                   *
      *----------------------------------------------------------------*
           COPY LGAGMSM.

      *----------------------------------------------------------------*
      * CICS response and terminal work areas                         *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-RESP2                PIC S9(8) COMP.
           05  WS-ABSTIME              PIC S9(15) COMP-3.
           05  WS-DATE                 PIC X(10).
           05  WS-TIME                 PIC X(8).
           05  WS-LINE                 PIC X(79).
           05  WS-RECORD-TYPE          PIC X(1).
               88  WS-AGENT-RECORD     VALUE 'A'.
               88  WS-BRANCH-RECORD    VALUE 'B'.
           05  WS-ACTION               PIC X(1).
      *    The signed-on CICS userid, passed to LGAGMT01 as the
      *    acting user so the role check governs who may maintain
      *    agents and branches from this screen
           05  WS-OPERATOR-USERID      PIC X(8).

      *----------------------------------------------------------------*
      * LGAGMT01 commarea                                             *
      *----------------------------------------------------------------*
       01  WS-AGMT-AREA.
           COPY LGAGMNT.

      *----------------------------------------------------------------*
      * Commarea for the first trip out - nothing cached yet          *
      *----------------------------------------------------------------*
       01  WS-SCREEN-AREA              PIC X(62) VALUE SPACES.

      *----------------------------------------------------------------*
      * Commarea - the row last painted, so an amendment sends back   *
      * unchanged every field the operator did not key (FRSET means   *
      * only keyed fields come back on the RECEIVE)                   *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  AS-RECORD-TYPE          PIC X(1).
           05  AS-AGENT-NUM            PIC X(6).
           05  AS-BRANCH-NUM           PIC X(4).
           05  AS-NAME                 PIC X(30).
           05  AS-STATUS               PIC X(1).
           05  AS-AUTH-START           PIC X(10).
           05  AS-AUTH-END             PIC X(10).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing - first entry paints an empty screen, a later *
      * entry applies the keyed action against the cached row         *
      *----------------------------------------------------------------*
       0000-MAIN.
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO LGAGMSMO
              MOVE 'Key a record type, action and the row details'
                  TO AMSGO
              PERFORM 8000-SEND-MAP
              EXEC CICS RETURN TRANSID(EIBTRNID)
                        COMMAREA(WS-SCREEN-AREA)
                        LENGTH(LENGTH OF WS-SCREEN-AREA)
              END-EXEC
           END-IF

           IF EIBAID = DFHPF3
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT

           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(DFHCOMMAREA)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Receive the screen, build the LGAGMT01 request and apply it   *
      *----------------------------------------------------------------*
       2000-PROCESS-SCREEN.
           EXEC CICS RECEIVE MAP('LGAGMSM') MAPSET('LGAGMSS')
                     INTO(LGAGMSMI) RESP(WS-RESP)
           END-EXEC

           MOVE AS-RECORD-TYPE TO WS-RECORD-TYPE
           IF ARTYPL > 0
              MOVE ARTYPI TO WS-RECORD-TYPE
           END-IF
           MOVE SPACES TO WS-ACTION
           IF AACTNL > 0
              MOVE AACTNI TO WS-ACTION
           END-IF

           PERFORM 2100-BUILD-REQUEST

           IF NOT WS-AGENT-RECORD AND NOT WS-BRANCH-RECORD
              MOVE 'Record type must be A (agent) or B (branch)'
                  TO WS-LINE
              PERFORM 2900-SEND-ERROR
              GO TO 2000-EXIT
           END-IF

           EVALUATE WS-ACTION
             WHEN 'I'
               IF WS-AGENT-RECORD
                  SET AM-INQUIRE-AGENT TO TRUE
               ELSE
                  SET AM-INQUIRE-BRANCH TO TRUE
               END-IF
             WHEN 'A'
               IF WS-AGENT-RECORD
                  SET AM-ADD-AGENT TO TRUE
               ELSE
                  SET AM-ADD-BRANCH TO TRUE
               END-IF
             WHEN 'U'
               IF WS-AGENT-RECORD
                  SET AM-AMEND-AGENT TO TRUE
               ELSE
                  SET AM-AMEND-BRANCH TO TRUE
               END-IF
             WHEN 'C'
               IF WS-AGENT-RECORD
                  SET AM-CLOSE-AGENT TO TRUE
               ELSE
                  SET AM-CLOSE-BRANCH TO TRUE
               END-IF
             WHEN OTHER
               MOVE 'Action must be I, A, U or C' TO WS-LINE
               PERFORM 2900-SEND-ERROR
               GO TO 2000-EXIT
           END-EVALUATE

           EXEC CICS ASSIGN USERID(WS-OPERATOR-USERID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE WS-OPERATOR-USERID TO AM-ACTING-USERNAME

           EXEC CICS LINK Program('LGAGMT01')
                     Commarea(WS-AGMT-AREA)
                     LENGTH(LENGTH OF WS-AGMT-AREA)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Maintenance failed - service unavailable'
                  TO WS-LINE
              PERFORM 2900-SEND-ERROR
              GO TO 2000-EXIT
           END-IF

           IF AM-RETURN-CODE NOT = '00'
              MOVE SPACES TO WS-LINE
              STRING 'Refused, RC=' DELIMITED BY SIZE
                     AM-RETURN-CODE DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     AM-ERROR-MSG DELIMITED BY SIZE
                     INTO WS-LINE
              END-STRING
              PERFORM 2900-SEND-ERROR
              GO TO 2000-EXIT
           END-IF

      *    Done - cache and paint the row as LGAGMT01 now holds it
           MOVE WS-RECORD-TYPE TO AS-RECORD-TYPE
           MOVE AM-AGENT-NUM TO AS-AGENT-NUM
           MOVE AM-BRANCH-NUM TO AS-BRANCH-NUM
           MOVE AM-NAME TO AS-NAME
           MOVE AM-STATUS TO AS-STATUS
           MOVE AM-AUTH-START TO AS-AUTH-START
           MOVE AM-AUTH-END TO AS-AUTH-END

           MOVE LOW-VALUES TO LGAGMSMO
           PERFORM 2500-PAINT-ROW
           IF AM-ERROR-MSG = SPACES
              MOVE 'Row shown as held' TO AMSGO
           ELSE
              MOVE AM-ERROR-MSG TO AMSGO
           END-IF
           PERFORM 8000-SEND-MAP
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start from the cached row when the keyed key is the one shown *
      * last, then overlay whatever the operator keyed                *
      *----------------------------------------------------------------*
       2100-BUILD-REQUEST.
           MOVE SPACES TO WS-AGMT-AREA
           MOVE 0 TO AM-OWNED-COUNT

           IF WS-RECORD-TYPE = AS-RECORD-TYPE
              IF (WS-AGENT-RECORD
                  AND (AAGNTL = 0 OR AAGNTI = AS-AGENT-NUM))
              OR (WS-BRANCH-RECORD
                  AND (ABRCHL = 0 OR ABRCHI = AS-BRANCH-NUM))
                 MOVE AS-AGENT-NUM TO AM-AGENT-NUM
                 MOVE AS-BRANCH-NUM TO AM-BRANCH-NUM
                 MOVE AS-NAME TO AM-NAME
                 MOVE AS-STATUS TO AM-STATUS
                 MOVE AS-AUTH-START TO AM-AUTH-START
                 MOVE AS-AUTH-END TO AM-AUTH-END
              END-IF
           END-IF

           IF AAGNTL > 0
              MOVE AAGNTI TO AM-AGENT-NUM
           END-IF
           IF ABRCHL > 0
              MOVE ABRCHI TO AM-BRANCH-NUM
           END-IF
           IF ANAMEL > 0
              MOVE ANAMEI TO AM-NAME
           END-IF
           IF ASTATL > 0
              MOVE ASTATI TO AM-STATUS
           END-IF
           IF AASTRL > 0
              MOVE AASTRI TO AM-AUTH-START
           END-IF
           IF AAENDL > 0
              MOVE AAENDI TO AM-AUTH-END
           END-IF
           .

      *----------------------------------------------------------------*
      * Paint the row held in the LGAGMT01 commarea                   *
      *----------------------------------------------------------------*
       2500-PAINT-ROW.
           MOVE WS-RECORD-TYPE TO ARTYPO
           MOVE WS-ACTION TO AACTNO
           MOVE AM-BRANCH-NUM TO ABRCHO
           MOVE AM-NAME TO ANAMEO
           MOVE AM-STATUS TO ASTATO
           IF WS-AGENT-RECORD
              MOVE AM-AGENT-NUM TO AAGNTO
              MOVE AM-AUTH-START TO AASTRO
              MOVE AM-AUTH-END TO AAENDO
              MOVE AM-OWNED-COUNT TO AOWNDO
           END-IF
           .

      *----------------------------------------------------------------*
      * Repaint what was keyed with the refusal on the message line   *
      *----------------------------------------------------------------*
       2900-SEND-ERROR.
           MOVE LOW-VALUES TO LGAGMSMO
           PERFORM 2500-PAINT-ROW
           MOVE SPACES TO AOWNDO
           MOVE WS-LINE TO AMSGO
           PERFORM 8000-SEND-MAP
           .

       8000-SEND-MAP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYY(WS-DATE) DATESEP
                     TIME(WS-TIME) TIMESEP
           END-EXEC
           MOVE WS-DATE TO ADATEO
           MOVE WS-TIME TO ATIMEO

           EXEC CICS SEND MAP('LGAGMSM') MAPSET('LGAGMSS')
                     FROM(LGAGMSMO) ERASE
           END-EXEC
           .

       END PROGRAM LGAGMS01.
