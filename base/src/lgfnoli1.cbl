      *          file with their 23/24/26/27-style reason for the     *
      *          morning team. Checkpointed via the shared LGCHKPT    *
      *          mechanism like the other long-running jobs, so a     *
      *          rerun never registers a notification twice. A        *
      *          catastrophe event code the bureau has given is       *
      *          passed on to code the claim; otherwise LGACLM01      *
      *          suggests one from any open event the loss falls in.  *
      *================================================================*

       ENVIRONMENT DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Bureau notification record - the event code is blank unless  *
      * the bureau was told the loss belongs to a declared event      *
      *----------------------------------------------------------------*
       FD  FNOL-FILE
           RECORD CONTAINS 100 CHARACTERS
           05  FN-POLICY-NUM           PIC X(10).
           05  FN-LOSS-DATE            PIC X(10).
           05  FN-DESCRIPTION          PIC X(60).
           05  FN-EVENT-CODE           PIC X(8).
           05  FN-RECORD-FILLER        PIC X(12).

      *----------------------------------------------------------------*
      * Exception record - the notification plus its reject reason    *
           05  FR-POLICY-NUM           PIC X(10).
           05  FR-LOSS-DATE            PIC X(10).
           05  FR-DESCRIPTION          PIC X(60).
           05  FR-EVENT-CODE           PIC X(8).
           05  FR-RECORD-FILLER        PIC X(12).

       WORKING-STORAGE SECTION.

           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REGISTERED      PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REJECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-EVENT-CODED     PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-OWNER-CUSTOMERNUM    PIC S9(9) COMP.
           MOVE FN-LOSS-DATE TO CA-C-LOSS-DATE
           MOVE FN-DESCRIPTION TO CA-C-DESCRIPTION
           MOVE 0 TO CA-C-RESERVE
           MOVE FN-EVENT-CODE TO CA-CE-EVENT-CODE

           EXEC CICS LINK Program('LGACLM01')
                     Commarea(WS-CMAREA-BUFFER)

           IF CA-RETURN-CODE = '00'
              ADD 1 TO WS-ROWS-REGISTERED
              IF CA-CE-EVENT-CODE NOT = SPACES
                 ADD 1 TO WS-ROWS-EVENT-CODED
              END-IF
           ELSE
              MOVE CA-RETURN-CODE TO FR-REJECT-REASON
              PERFORM 2400-WRITE-REJECT-RECORD
           MOVE FN-POLICY-NUM TO FR-POLICY-NUM
           MOVE FN-LOSS-DATE TO FR-LOSS-DATE
           MOVE FN-DESCRIPTION TO FR-DESCRIPTION
           MOVE FN-EVENT-CODE TO FR-EVENT-CODE
           MOVE SPACES TO FR-RECORD-FILLER

           WRITE FREJ-RECORD
           DISPLAY 'LGFNOLI1 - Notifications read: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REGISTERED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFNOLI1 - Claims registered: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-EVENT-CODED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFNOLI1 - of which coded or suggested to a '
                   'catastrophe event: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGFNOLI1 - Notifications rejected: '
                   WS-ROWS-DISPLAY
