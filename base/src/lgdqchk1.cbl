      *          as missing. One exception record per failing field   *
      *          is written to the EXCPFILE dataset for the data      *
      *          team, and the run ends with a per-rule summary       *
      *          ranked by exception count. A date of birth held      *
      *          enciphered is not deciphered here, so the date of    *
      *          birth rules pass over it.                            *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  KC-AGENT-NUM            PIC X(6).
           05  KC-BRANCH-NUM           PIC X(4).
           05  KC-HOUSEHOLD-NUM        PIC X(10).
           05  KC-CUSTOMER-FILLER      PIC X(33).
           05  KC-DOB-PROTECTED        PIC X(18).
           05  FILLER                  PIC X(2).

      *----------------------------------------------------------------*
      * Exception record - one per failing field                      *
      * and give an age between 1 and 119 at the run date             *
      *----------------------------------------------------------------*
       3000-CHECK-DOB.
           IF KC-DOB = SPACES AND KC-DOB-PROTECTED NOT = SPACES
              GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-DOB-DIGITS
           STRING KC-DOB(1:4) DELIMITED BY SIZE
                  KC-DOB(6:2) DELIMITED BY SIZE
