      *          'Y' money summary (the year's collections and        *
      *          returns from PAYMENT), and one 'C' record per claim  *
      *          registered or settled in the year, with its current  *
      *          status. A with-profits policyholder also gets one    *
      *          'B' bonus record per reversionary bonus LGBONUS1     *
      *          declared on their policies in the year - the annual  *
      *          bonus statement: fund, bonus year, rate, bonus added *
      *          and the accrued bonus after it, from BONUS_HISTORY.  *
      *          Deceased customers are suppressed the way the        *
      *          other outbound batches suppress them. A paperless    *
      *          customer (LGDLVPRC) is sent the whole statement by   *
      *          email or SMS on the DLVRFILE dispatch dataset, one   *
      *          dispatch record per statement record, instead of     *
      *          STMTFILE. No statement is posted to a customer       *
      *          marked gone-away (LGGAW01).                          *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT DLVR-FILE ASSIGN TO DLVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Statement records - 'H' header, 'P' policy line, 'Y' money    *
      * summary, 'C' claim line, 'B' with-profits bonus line,         *
      * selected by ST-RECORD-TYPE                                    *
      *----------------------------------------------------------------*
       FD  STMT-FILE
           RECORD CONTAINS 120 CHARACTERS
               10  ST-C-LOSS-DATE      PIC X(10).
               10  ST-C-STATUS         PIC X(1).
               10  FILLER              PIC X(78).
           05  ST-BONUS-DATA REDEFINES ST-DATA.
               10  ST-B-POLICY-NUM     PIC X(10).
               10  ST-B-FUND-NAME      PIC X(10).
               10  ST-B-BONUS-YEAR     PIC 9(4).
               10  ST-B-RATE           PIC 9(2).999.
               10  ST-B-BONUS-AMT      PIC 9(8).99.
               10  ST-B-ACCRUED-AMT    PIC 9(8).99.
               10  FILLER              PIC X(57).

      *----------------------------------------------------------------*
      * Email/SMS dispatch record for the messaging gateway - layout  *
      * DL-DISPATCH-RECORD in LGDLVWS                                 *
      *----------------------------------------------------------------*
       FD  DLVR-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DLVR-RECORD                 PIC X(300).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
           COPY LGCONHST.

      *----------------------------------------------------------------*
      * Email/SMS document delivery (LGDLVPRC procedures)             *
      *----------------------------------------------------------------*
           COPY LGDLVWS.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-STMT-STATUS          PIC X(2) VALUE '00'.
           05  WS-DLVR-STATUS          PIC X(2) VALUE '00'.
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-TODAY-MMDD           PIC X(5).
           05  WS-YEAR-AGO-YMD         PIC X(10).
           05  DB2-SM-LOSSDATE         PIC X(10).
           05  DB2-SM-STATUS           PIC X(1).

      *----------------------------------------------------------------*
      * With-profits bonus history host variables                     *
      *----------------------------------------------------------------*
       01  DB2-STMT-BONUS.
           COPY DB2-BONUS.

      *----------------------------------------------------------------*
      * Customers whose joining anniversary - the month and day of    *
      * their earliest policy - is today, deceased suppressed          *
               ORDER BY C.CLAIMNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * Reversionary bonuses declared on the customer's policies in   *
      * the statement year                                             *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE SBON_CURSOR CURSOR FOR
               SELECT H.POLICYNUMBER, H.FUNDNAME, H.BONUS_YEAR,
                      H.REVERSIONARY_PCT, H.BONUS_AMOUNT,
                      H.ACCRUED_BONUS
               FROM BONUS_HISTORY H, POLICY P
               WHERE H.POLICYNUMBER = P.POLICYNUMBER
                 AND P.CUSTOMERNUMBER = :DB2-SC-CUSTOMERNUM
                 AND H.DECLARED_DATE >= :WS-YEAR-AGO-YMD
               ORDER BY H.POLICYNUMBER, H.BONUS_YEAR
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
              DISPLAY 'LGSTMNT1 - OPEN STMTFILE failed, status='
                      WS-STMT-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT DLVR-FILE
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGSTMNT1 - OPEN DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 CLOSE STMT-FILE
                 MOVE '80' TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'LGSTMNT1 - Annual statement batch starting'
           PERFORM 2100-FETCH-NEXT-CUSTOMER

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3000-WRITE-ONE-STATEMENT THRU 3000-EXIT
              PERFORM 2100-FETCH-NEXT-CUSTOMER
           END-PERFORM

           .

      *----------------------------------------------------------------*
      * Header, policy lines, money summary, claim lines and bonus    *
      * lines for one customer                                         *
      *----------------------------------------------------------------*
       3000-WRITE-ONE-STATEMENT.
           MOVE DB2-SC-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY

      * A paperless customer's whole statement goes through the
      * messaging gateway - 7000-WRITE-STMT-RECORD routes each record
           MOVE DB2-SC-CUSTOMERNUM TO DL-CUSTOMER-NUM
           MOVE 0 TO DL-POLICY-NUM
           MOVE 'STATEMNT' TO DL-DOC-TYPE
           PERFORM LGDLV-CHOOSE-CHANNEL

      * Nothing is posted to a gone-away address
           IF DL-POST-SUPPRESSED
              GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO STMT-RECORD
           MOVE 'H' TO ST-RECORD-TYPE
           MOVE WS-CUSTNUM-DISPLAY TO ST-CUSTOMER-NUM
           MOVE WS-TODAY-YMD TO ST-H-STMT-DATE
           PERFORM 7000-WRITE-STMT-RECORD

      * An email that could not be registered falls back to print,
      * which a gone-away address must not get either
           IF DL-POST-SUPPRESSED
              GO TO 3000-EXIT
           END-IF

           PERFORM 4000-WRITE-POLICY-LINES THRU 4000-EXIT
           PERFORM 5000-WRITE-MONEY-SUMMARY
           PERFORM 6000-WRITE-CLAIM-LINES THRU 6000-EXIT
           PERFORM 6500-WRITE-BONUS-LINES THRU 6500-EXIT

           ADD 1 TO WS-STMTS-WRITTEN

           MOVE DB2-SC-CUSTOMERNUM TO CT-CUSTOMER-NUM
           MOVE 0 TO CT-POLICY-NUM
           MOVE 'STATEMNT' TO CT-DOC-TYPE
           MOVE DL-CHANNEL TO CT-CHANNEL
           PERFORM LGCON-RECORD-CONTACT
           .
       3000-EXIT.
           EXIT.

       4000-WRITE-POLICY-LINES.
           EXEC SQL
               INTO :DB2-SY-COUNT, :DB2-SY-AMOUNT
               FROM PAYMENT
               WHERE CUSTOMERNUMBER = :DB2-SC-CUSTOMERNUM
                 AND STATUS IN ('C', 'B')
                 AND PAYMENT_DATE >= :WS-YEAR-AGO-YMD
           END-EXEC

           END-IF
           .

      *----------------------------------------------------------------*
      * The annual with-profits bonus statement - one line per bonus  *
      * declared in the year                                           *
      *----------------------------------------------------------------*
       6500-WRITE-BONUS-LINES.
           EXEC SQL
               OPEN SBON_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGSTMNT1 - OPEN SBON_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 6500-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-DETAIL
           PERFORM 6600-FETCH-NEXT-BONUS

           PERFORM UNTIL WS-NO-MORE-DETAIL
              MOVE SPACES TO STMT-RECORD
              MOVE 'B' TO ST-RECORD-TYPE
              MOVE WS-CUSTNUM-DISPLAY TO ST-CUSTOMER-NUM
              MOVE DB2-BH-POLICYNUM TO WS-POLNUM-DISPLAY
              MOVE WS-POLNUM-DISPLAY TO ST-B-POLICY-NUM
              MOVE DB2-BH-FUNDNAME TO ST-B-FUND-NAME
              MOVE DB2-BH-BONUS-YEAR TO ST-B-BONUS-YEAR
              MOVE DB2-BH-REVERSIONARY-PCT TO ST-B-RATE
              MOVE DB2-BH-BONUS-AMOUNT TO ST-B-BONUS-AMT
              MOVE DB2-BH-ACCRUED-BONUS TO ST-B-ACCRUED-AMT
              PERFORM 7000-WRITE-STMT-RECORD
              PERFORM 6600-FETCH-NEXT-BONUS
           END-PERFORM

           EXEC SQL
               CLOSE SBON_CURSOR
           END-EXEC

       6500-EXIT.
           EXIT
           .

       6600-FETCH-NEXT-BONUS.
           EXEC SQL
               FETCH SBON_CURSOR
               INTO :DB2-BH-POLICYNUM, :DB2-BH-FUNDNAME,
                    :DB2-BH-BONUS-YEAR, :DB2-BH-REVERSIONARY-PCT,
                    :DB2-BH-BONUS-AMOUNT, :DB2-BH-ACCRUED-BONUS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-DETAIL
              IF SQLCODE NOT = 100
                 DISPLAY 'LGSTMNT1 - FETCH SBON failed SQLCODE='
                         SQLCODE
              END-IF
           END-IF
           .

       7000-WRITE-STMT-RECORD.
           IF DL-ELECTRONIC
              MOVE STMT-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
           END-IF

           IF DL-ELECTRONIC
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGSTMNT1 - WRITE DLVRFILE failed, status='
                         WS-DLVR-STATUS
              END-IF
           ELSE
      *       A header fallen back to print for a gone-away address
      *       is not posted
              IF NOT DL-POST-SUPPRESSED
                 WRITE STMT-RECORD
                 IF WS-STMT-STATUS NOT = '00'
                    DISPLAY 'LGSTMNT1 - WRITE STMTFILE failed, '
                            'status=' WS-STMT-STATUS
                 END-IF
              END-IF
           END-IF
           .


           IF WS-RETURN-CODE NOT = '80'
              CLOSE STMT-FILE
              CLOSE DLVR-FILE
           END-IF

           EXEC SQL

           MOVE WS-STMTS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGSTMNT1 - Statements written: ' WS-ROWS-DISPLAY
           MOVE DL-DOCS-DISPATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGSTMNT1 - of which sent by email/SMS: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-SUPPRESSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGSTMNT1 - Withheld from gone-away customers: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGSTMNT1 - Annual statement batch complete'
           .

      *----------------------------------------------------------------*
           COPY LGCONPRC.

      *----------------------------------------------------------------*
      * Document delivery procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDLVPRC.

       END PROGRAM LGSTMNT1.
