      *          the registration and cover dates of every in-force   *
      *          motor policy added or changed in the window; 'D'     *
      *          records remove cover cancelled or lapsed in the      *
      *          window. 'A' records also carry the cover level - 'F' *
      *          fire and theft while the vehicle is laid up through  *
      *          the 01LAYU request, 'C' full cover otherwise - and   *
      *          the date it applies from, so a lay-up or its         *
      *          reactivation (both stamp LASTCHANGED) reaches the    *
      *          database. The window runs from the high-water mark on*
      *          the EXTRACT_CONTROL row to the second before run     *
      *          start, the LGDELTA1 pattern, so the first run sends  *
      *          the full in-force book and a missed night catches    *
       FILE SECTION.

      *----------------------------------------------------------------*
      * MID record - change type, registration and the cover dates,   *
      * and on 'A' records the cover level and the date it applies    *
      * from (spaces on 'D' records)                                   *
      *----------------------------------------------------------------*
       FD  MIDX-FILE
           RECORD CONTAINS 50 CHARACTERS
           05  MX-POLICY-NUM           PIC X(10).
           05  MX-COVER-START          PIC X(10).
           05  MX-COVER-END            PIC X(10).
           05  MX-COVER-LEVEL          PIC X(1).
               88  MX-FULL-COVER       VALUE 'C'.
               88  MX-FIRE-AND-THEFT   VALUE 'F'.
           05  MX-LEVEL-FROM           PIC X(10).
           05  MX-RECORD-FILLER        PIC X(1).

       WORKING-STORAGE SECTION.

               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-ADDS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-DELETES-WRITTEN      PIC 9(7) COMP-3 VALUE 0.
           05  WS-LAIDUP-WRITTEN       PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-POLNUM-DISPLAY       PIC 9(10).

           05  DB2-MX-REGNUMBER        PIC X(7).
           05  DB2-MX-EFF-DATE         PIC X(10).
           05  DB2-MX-EXP-DATE         PIC X(10).
           05  DB2-MX-LAYUP-STATUS     PIC X(1).
           05  DB2-MX-LAYUP-START      PIC X(10).
           05  DB2-MX-LAYUP-END        PIC X(10).

      *----------------------------------------------------------------*
      * In-force motor cover added or changed in the window           *
               SELECT P.POLICYNUMBER,
                      M.REGNUMBER,
                      P.EFFECTIVEDATE,
                      COALESCE(P.EXPIRYDATE, ' '),
                      COALESCE(M.LAYUP_STATUS, ' '),
                      COALESCE(M.LAYUP_START, ' '),
                      COALESCE(M.LAYUP_END, ' ')
               FROM POLICY P, MOTOR M
               WHERE P.POLICYNUMBER = M.POLICYNUMBER
                 AND P.STATUS = 'A'

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 'A' TO MX-CHANGE-TYPE
              PERFORM 2200-SET-COVER-LEVEL
              PERFORM 6000-WRITE-MID-RECORD
              ADD 1 TO WS-ADDS-WRITTEN
              PERFORM 2100-FETCH-NEXT-ADD
               INTO :DB2-MX-POLICYNUM,
                    :DB2-MX-REGNUMBER,
                    :DB2-MX-EFF-DATE,
                    :DB2-MX-EXP-DATE,
                    :DB2-MX-LAYUP-STATUS,
                    :DB2-MX-LAYUP-START,
                    :DB2-MX-LAYUP-END
           END-EXEC

           IF SQLCODE NOT = 0
           END-IF
           .

      *----------------------------------------------------------------*
      * Cover level - fire and theft from the lay-up start while the  *
      * vehicle is laid up, full cover from the reactivation date     *
      * once it is back on the road, full cover from the start of the *
      * policy on a vehicle never laid up                              *
      *----------------------------------------------------------------*
       2200-SET-COVER-LEVEL.
           EVALUATE DB2-MX-LAYUP-STATUS
             WHEN 'L'
                SET MX-FIRE-AND-THEFT TO TRUE
                MOVE DB2-MX-LAYUP-START TO MX-LEVEL-FROM
                ADD 1 TO WS-LAIDUP-WRITTEN
             WHEN 'R'
                SET MX-FULL-COVER TO TRUE
                MOVE DB2-MX-LAYUP-END TO MX-LEVEL-FROM
             WHEN OTHER
                SET MX-FULL-COVER TO TRUE
                MOVE DB2-MX-EFF-DATE TO MX-LEVEL-FROM
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 'D' records - cover cancelled or lapsed in the window (the    *
      * cover end is the lapse date where one was stamped)            *

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 'D' TO MX-CHANGE-TYPE
              MOVE SPACES TO MX-COVER-LEVEL
              MOVE SPACES TO MX-LEVEL-FROM
              PERFORM 6000-WRITE-MID-RECORD
              ADD 1 TO WS-DELETES-WRITTEN
              PERFORM 4100-FETCH-NEXT-DELETE

           MOVE WS-ADDS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGMIDEX1 - Add records written: ' WS-ROWS-DISPLAY
           MOVE WS-LAIDUP-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGMIDEX1 - of which laid up (fire and theft): '
                   WS-ROWS-DISPLAY
           MOVE WS-DELETES-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGMIDEX1 - Delete records written: '
                   WS-ROWS-DISPLAY
