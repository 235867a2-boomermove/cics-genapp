       01  WS-JN-DATE                  PIC X(10).
       01  WS-JN-TIME                  PIC X(8).

      *----------------------------------------------------------------*
      * The caller's clear date of birth, held aside while the record *
      * is written - KSDSCUST carries only CA-DOB-PROTECTED            *
      *----------------------------------------------------------------*
       01  WS-CLEAR-DOB                PIC X(10).


      *****************************************************************
      *    L I N K A G E     S E C T I O N
      *
      *---------------------------------------------------------------*
           Move EIBCALEN To WS-Commarea-Len.
      *    LGACDB01 has already protected the date of birth into
      *    CA-DOB-PROTECTED; the clear value never reaches the file
      *    or the journal, and is put back for the caller after
           MOVE CA-DOB TO WS-CLEAR-DOB
           MOVE SPACES TO CA-DOB
      *---------------------------------------------------------------*
           Exec CICS Write File('KSDSCUST')
                     From(CA-Customer-Num)
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGV0') NODUMP END-EXEC
             End-If
             MOVE WS-CLEAR-DOB TO CA-DOB
             EXEC CICS RETURN END-EXEC
           End-If.

           MOVE CA-Customer-Data TO JN-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD

           MOVE WS-CLEAR-DOB TO CA-DOB

      *---------------------------------------------------------------*

       A-EXIT.
