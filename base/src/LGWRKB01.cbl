      *          number (and a policy number where the function needs *
      *          one) and a function code; the screen LINKs to the    *
      *          existing programs - LGICUS01 (customer and policy    *
      *          list), LGIPOL01 (policy detail, with a motor         *
      *          policy's named drivers), LGICLM01 (claims), LGIPAY01 *
      *          (payment history), LGISLG01 (the keyed policy's sub- *
      *          ledger account statement), LGIRAT01 (the keyed       *
      *          policy's latest rating beside the one before it),    *
      *          LGUPVS01 (customer update), LGVUL01 (vulnerable      *
      *          customer marker), LGUPDB01 (a house policy's         *
      *          specified items, function S on its own screen) -     *
      *          and paints the result on generic detail lines. A     *
      *          customer carrying the vulnerability marker has it    *
      *          shown bright above the detail lines whatever the     *
      *          function, and function V maintains it on its own     *
      *          screen. A gone-away customer (LGGAW01) has the       *
      *          returned-mail marker shown bright below them. No     *
      *          inquiry or update rule is duplicated here.           *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-LINE-SUB             PIC 9(2) COMP VALUE 0.
           05  WS-LIST-SUB             PIC 9(2) COMP.
           05  WS-AMOUNT-DISP          PIC 9(6).99.
           05  WS-LEDGER-AMT-DISP      PIC Z(6)9.99.
           05  WS-BALANCE-DISP         PIC Z(8)9.99.
           05  WS-LINE-POS             PIC 9(2) COMP.
           05  WS-DRV-POINTS           PIC 9(3).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-MARKER-CUSTNUM       PIC X(10).
           05  WS-MARKER-MSG           PIC X(79).
           05  WS-MK-CATEGORY          PIC X(1).
           05  WS-MK-RECORDED          PIC X(10).
           05  WS-MK-REVIEW            PIC X(10).
           05  WS-MK-TEXT              PIC X(20).
           05  WS-RC-SIDE              PIC 9(1) COMP.
           05  WS-RC-TERM1-DISP        PIC Z(7)9.9(4).
           05  WS-RC-TERM2-DISP        PIC Z(7)9.9(4).
           05  WS-RC-CHANGE-DISP       PIC +Z(5)9.99.
           05  WS-RC-PCT-DISP          PIC +ZZ9.99.
           05  WS-SI-SUB               PIC 9(2) COMP.
           05  WS-SI-ROW               PIC 9(2) COMP.
           05  WS-SI-MSG               PIC X(79).
           05  WS-SI-VALUE-DISP        PIC Z(7)9.
           05  WS-SI-ITEM-NUM          PIC 9(2).

      *----------------------------------------------------------------*
      * A house policy's specified items as the items screen holds    *
      * them - the layout of CA-SPEC-ITEM-REQUEST, so the list moves  *
      * to and from the commarea whole                                 *
      *----------------------------------------------------------------*
       01  WS-ITEM-LIST.
           05  WS-IL-ITEM-COUNT        PIC 9(2).
           05  WS-IL-ITEM OCCURS 10 TIMES.
               10  WS-IL-DESCRIPTION   PIC X(30).
               10  WS-IL-CATEGORY      PIC X(1).
               10  WS-IL-VALUE         PIC 9(8).
               10  WS-IL-VALUATION-DATE PIC X(10).

      *----------------------------------------------------------------*
      * Premium terms in the order 01IRAT returns them in CA-RC-TERM  *
      *----------------------------------------------------------------*
       01  WS-RC-TERM-NAMES.
           05  FILLER                  PIC X(16) VALUE 'Cover (000s)'.
           05  FILLER                  PIC X(16) VALUE 'Base rate'.
           05  FILLER                  PIC X(16) VALUE 'Age'.
           05  FILLER                  PIC X(16) VALUE 'Postcode'.
           05  FILLER                  PIC X(16) VALUE 'Household'.
           05  FILLER                  PIC X(16) VALUE 'No-claims disc'.
           05  FILLER                  PIC X(16) VALUE 'Trade'.
           05  FILLER                  PIC X(16) VALUE 'Driver age'.
           05  FILLER                  PIC X(16) VALUE 'Driver exper.'.
           05  FILLER                  PIC X(16) VALUE 'Convictions'.
       01  WS-RC-TERM-TABLE REDEFINES WS-RC-TERM-NAMES.
           05  WS-RC-TERM-NAME         PIC X(16) OCCURS 10 TIMES.

      *----------------------------------------------------------------*
      * Commarea built for the LINKed inquiry/update programs - the   *
      * Commarea - WB-MODE says which map the next trip will RECEIVE; *
      * the customer data cached at 'U' selection means the update    *
      * overlays only the fields the screen shows and sends every     *
      * other field back unchanged, as the 01UCUS path requires. At   *
      * 'V' selection the same bytes hold the customer number and the *
      * marker as held, for the fields the operator leaves alone; at  *
      * 'S' selection the customer and house policy whose specified   *
      * items are on the screen                                        *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  WB-MODE                 PIC X(1).
               88  WB-MENU-MODE        VALUE 'M'.
               88  WB-UPDATE-MODE      VALUE 'U'.
               88  WB-MARKER-MODE      VALUE 'V'.
               88  WB-ITEMS-MODE       VALUE 'S'.
           05  WB-CUSTOMER-DATA        PIC X(225).
           05  WB-MARKER-DATA REDEFINES WB-CUSTOMER-DATA.
               10  WB-CUSTOMER-NUM     PIC X(10).
               10  WB-VU-CATEGORY      PIC X(1).
               10  WB-VU-RECORDED-DATE PIC X(10).
               10  WB-VU-REVIEW-DATE   PIC X(10).
               10  FILLER              PIC X(194).
           05  WB-ITEMS-DATA REDEFINES WB-CUSTOMER-DATA.
               10  WB-SI-CUSTOMER-NUM  PIC X(10).
               10  WB-SI-POLICY-NUM    PIC X(10).
               10  FILLER              PIC X(205).

       PROCEDURE DIVISION.

           END-IF

           IF EIBAID = DFHPF3
              IF WB-UPDATE-MODE OR WB-MARKER-MODE OR WB-ITEMS-MODE
      *          Back from the update screen to the workbench
                 MOVE 'M' TO WB-MODE
                 MOVE LOW-VALUES TO LGWRKBMO
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN WB-UPDATE-MODE
               PERFORM 6000-APPLY-UPDATE
             WHEN WB-MARKER-MODE
               PERFORM 6500-APPLY-MARKER THRU 6500-EXIT
             WHEN WB-ITEMS-MODE
               PERFORM 6700-APPLY-ITEMS THRU 6700-EXIT
             WHEN OTHER
               PERFORM 2000-PROCESS-WORKBENCH THRU 2000-EXIT
           END-EVALUATE

           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(DFHCOMMAREA)

           EVALUATE WFUNCI
             WHEN 'C'
               PERFORM 3000-SHOW-CUSTOMER THRU 3000-EXIT
             WHEN 'P'
               PERFORM 3200-SHOW-POLICY-LIST THRU 3200-EXIT
             WHEN 'D'
               PERFORM 3400-SHOW-POLICY-DETAIL THRU 3400-EXIT
             WHEN 'L'
               PERFORM 3600-SHOW-CLAIMS THRU 3600-EXIT
             WHEN 'Y'
               PERFORM 3800-SHOW-PAYMENTS THRU 3800-EXIT
             WHEN 'A'
               PERFORM 3900-SHOW-ACCOUNT THRU 3900-EXIT
             WHEN 'R'
               PERFORM 3950-SHOW-RATING THRU 3950-EXIT
             WHEN 'U'
               PERFORM 4000-START-UPDATE THRU 4000-EXIT
               GO TO 2000-EXIT
             WHEN 'V'
               PERFORM 4500-START-MARKER THRU 4500-EXIT
               GO TO 2000-EXIT
             WHEN 'S'
               PERFORM 4700-START-ITEMS THRU 4700-EXIT
               IF WB-ITEMS-MODE
                  GO TO 2000-EXIT
               END-IF
             WHEN OTHER
               MOVE 'Function must be C, U, P, D, L, Y, A, R, V or S'
                   TO WMSGO
           END-EVALUATE

           MOVE WCUSTI TO WS-MARKER-CUSTNUM
           PERFORM 7300-SHOW-MARKER-LINE
           PERFORM 7400-SHOW-GONE-AWAY-LINE

           MOVE WCUSTI TO WCUSTO
           MOVE WPOLI TO WPOLO
           MOVE WFUNCI TO WFUNCO
                      INTO WS-LINE
               END-STRING
               PERFORM 5000-PUT-LINE
               MOVE 0 TO WS-LIST-SUB
               PERFORM 3420-PUT-ITEM-LINE
                   UNTIL WS-LIST-SUB >= CA-SI-ITEM-COUNT
                      OR WS-LINE-SUB >= 12
             WHEN 'M'
               MOVE SPACES TO WS-LINE
               STRING 'VEHICLE ' DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM 5000-PUT-LINE
               MOVE 0 TO WS-LIST-SUB
               PERFORM 3410-PUT-DRIVER-LINES
                   UNTIL WS-LIST-SUB >= CA-D-DRIVER-COUNT
                      OR WS-LINE-SUB >= 12
             WHEN 'C'
               MOVE SPACES TO WS-LINE
               STRING 'TRADE ' DELIMITED BY SIZE
                      CA-P-C-TRADE-CODE DELIMITED BY SIZE
                      '  BUILDINGS ' DELIMITED BY SIZE
                      CA-P-C-BUILDINGS-SI DELIMITED BY SIZE
                      '  STOCK ' DELIMITED BY SIZE
                      CA-P-C-STOCK-SI DELIMITED BY SIZE
                      '  STAFF ' DELIMITED BY SIZE
                      CA-P-C-EMPLOYEES DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM 5000-PUT-LINE
               MOVE SPACES TO WS-LINE
               STRING 'PREMISES ' DELIMITED BY SIZE
                      CA-P-C-PREMISES-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CA-P-C-PREMISES-NUM DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CA-P-C-POSTCODE DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM 5000-PUT-LINE
           END-EVALUATE

           MOVE 'Policy detail displayed' TO WMSGO
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One named driver of a motor policy, with the points they      *
      * carry, and a line of their convictions when they have any     *
      *----------------------------------------------------------------*
       3410-PUT-DRIVER-LINES.
           ADD 1 TO WS-LIST-SUB
           SET CA-D-IDX TO WS-LIST-SUB

           MOVE 0 TO WS-DRV-POINTS
           PERFORM VARYING CA-DV-IDX FROM 1 BY 1
               UNTIL CA-DV-IDX > CA-D-CONVICTION-COUNT(CA-D-IDX)
              ADD CA-D-CV-POINTS(CA-D-IDX, CA-DV-IDX) TO WS-DRV-POINTS
           END-PERFORM

           MOVE SPACES TO WS-LINE
           STRING 'DRIVER ' DELIMITED BY SIZE
                  CA-D-NAME(CA-D-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-D-DOB(CA-D-IDX) DELIMITED BY SIZE
                  ' LIC ' DELIMITED BY SIZE
                  CA-D-LICENCE-TYPE(CA-D-IDX) DELIMITED BY SIZE
                  ' YRS ' DELIMITED BY SIZE
                  CA-D-YEARS-HELD(CA-D-IDX) DELIMITED BY SIZE
                  ' REL ' DELIMITED BY SIZE
                  CA-D-RELATIONSHIP(CA-D-IDX) DELIMITED BY SIZE
                  ' PTS ' DELIMITED BY SIZE
                  WS-DRV-POINTS DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           PERFORM 5000-PUT-LINE

           IF CA-D-CONVICTION-COUNT(CA-D-IDX) > 0
              MOVE SPACES TO WS-LINE
              MOVE 1 TO WS-LINE-POS
              STRING '  CONVICTIONS ' DELIMITED BY SIZE
                     INTO WS-LINE WITH POINTER WS-LINE-POS
              END-STRING
              PERFORM VARYING CA-DV-IDX FROM 1 BY 1
                  UNTIL CA-DV-IDX > CA-D-CONVICTION-COUNT(CA-D-IDX)
                 STRING CA-D-CV-CODE(CA-D-IDX, CA-DV-IDX)
                            DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        CA-D-CV-DATE(CA-D-IDX, CA-DV-IDX)
                            DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        INTO WS-LINE WITH POINTER WS-LINE-POS
                 END-STRING
              END-PERFORM
              PERFORM 5000-PUT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * One specified item of a house policy, numbered as a claim     *
      * names it                                                       *
      *----------------------------------------------------------------*
       3420-PUT-ITEM-LINE.
           ADD 1 TO WS-LIST-SUB
           SET CA-SI-IDX TO WS-LIST-SUB
           MOVE CA-SI-VALUE(CA-SI-IDX) TO WS-SI-VALUE-DISP

           MOVE SPACES TO WS-LINE
           MOVE WS-LIST-SUB TO WS-SI-ITEM-NUM
           STRING 'ITEM ' DELIMITED BY SIZE
                  WS-SI-ITEM-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-SI-DESCRIPTION(CA-SI-IDX) DELIMITED BY SIZE
                  ' CAT ' DELIMITED BY SIZE
                  CA-SI-CATEGORY(CA-SI-IDX) DELIMITED BY SIZE
                  ' VALUE ' DELIMITED BY SIZE
                  WS-SI-VALUE-DISP DELIMITED BY SIZE
                  ' VALUED ' DELIMITED BY SIZE
                  CA-SI-VALUATION-DATE(CA-SI-IDX) DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           PERFORM 5000-PUT-LINE
           .

      *----------------------------------------------------------------*
      * L - one page of the customer's claims through 01ICLM          *
      *----------------------------------------------------------------*
       3810-PUT-PAYMENT-LINE.
           ADD 1 TO WS-LIST-SUB
           SET CA-PAYMENT-IDX TO WS-LIST-SUB
           SET CA-PAY-REP-IDX TO WS-LIST-SUB
           MOVE CA-PAY-AMOUNT(CA-PAYMENT-IDX) TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-POS
           STRING CA-PAY-DATE(CA-PAYMENT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-PAY-POLICY-NUM(CA-PAYMENT-IDX) DELIMITED BY SIZE
                  CA-PAY-STATUS(CA-PAYMENT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-PAY-REFERENCE(CA-PAYMENT-IDX) DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-POS
           END-STRING

      *    A returned collection shows where its re-presentation
      *    stands; a re-presentation shows the collection it retries
           EVALUATE TRUE
              WHEN CA-PAY-REP-QUEUED(CA-PAY-REP-IDX)
                 STRING ' REP DUE ' DELIMITED BY SIZE
                        CA-PAY-REP-DATE(CA-PAY-REP-IDX)
                            DELIMITED BY SIZE
                        INTO WS-LINE WITH POINTER WS-LINE-POS
                 END-STRING
              WHEN CA-PAY-REP-DONE(CA-PAY-REP-IDX)
                 STRING ' RE-PRESENTED' DELIMITED BY SIZE
                        INTO WS-LINE WITH POINTER WS-LINE-POS
                 END-STRING
              WHEN CA-PAY-REP-DROPPED(CA-PAY-REP-IDX)
                 STRING ' NOT RE-PRESENTED' DELIMITED BY SIZE
                        INTO WS-LINE WITH POINTER WS-LINE-POS
                 END-STRING
              WHEN CA-PAY-REP-FROM(CA-PAY-REP-IDX) NOT = SPACES
                 STRING ' REP OF ' DELIMITED BY SIZE
                        CA-PAY-REP-FROM(CA-PAY-REP-IDX)
                            DELIMITED BY SIZE
                        INTO WS-LINE WITH POINTER WS-LINE-POS
                 END-STRING
           END-EVALUATE
           PERFORM 5000-PUT-LINE
           .

      *----------------------------------------------------------------*
      * A - one page of the keyed policy's account statement through  *
      * 01ISLG: the balance now, then each entry with the balance     *
      * after it, most recent first                                    *
      *----------------------------------------------------------------*
       3900-SHOW-ACCOUNT.
           IF WPOLI = SPACES OR WPOLI = LOW-VALUES
              MOVE 'Policy number is required for function A' TO WMSGO
              GO TO 3900-EXIT
           END-IF

           MOVE SPACES TO WS-CMAREA-BUFFER
           MOVE '01ISLG' TO CA-REQUEST-ID
           MOVE WCUSTI TO CA-CUSTOMER-NUM
           MOVE WPOLI TO CA-LG-POLICY-NUM
           MOVE 0 TO CA-LG-START-SEQ

           EXEC CICS LINK Program('LGISLG01')
                     Commarea(WS-CMAREA-BUFFER)
                     LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                     RESP(WS-RESP)
           END-EXEC

           PERFORM 7900-CHECK-LINK-RESULT
           IF CA-RETURN-CODE NOT = '00'
              GO TO 3900-EXIT
           END-IF

           IF CA-LG-COUNT = 0
              MOVE 'No account entries posted for this policy yet'
                  TO WMSGO
              GO TO 3900-EXIT
           END-IF

           MOVE CA-LG-BALANCE TO WS-BALANCE-DISP
           MOVE SPACES TO WS-LINE
           STRING 'BALANCE ' DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-LG-BALANCE-SIDE DELIMITED BY SIZE
                  'R AS AT ' DELIMITED BY SIZE
                  CA-LG-AS-AT DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           PERFORM 5000-PUT-LINE

           MOVE 'DATE       TY D/C     AMOUNT      BALANCE    REFERENCE'
               TO WS-LINE
           PERFORM 5000-PUT-LINE

           MOVE 0 TO WS-LIST-SUB
           PERFORM 3910-PUT-LEDGER-LINE
               UNTIL WS-LIST-SUB >= CA-LG-COUNT
                  OR WS-LINE-SUB >= 12

           IF CA-LG-MORE-DATA
              MOVE 'More entries than one screen - latest shown'
                  TO WMSGO
           ELSE
              MOVE 'Account statement displayed' TO WMSGO
           END-IF
           .
       3900-EXIT.
           EXIT.

       3910-PUT-LEDGER-LINE.
           ADD 1 TO WS-LIST-SUB
           SET CA-LG-IDX TO WS-LIST-SUB
           MOVE CA-LG-T-AMOUNT(CA-LG-IDX) TO WS-LEDGER-AMT-DISP
           MOVE CA-LG-T-BALANCE(CA-LG-IDX) TO WS-BALANCE-DISP
           MOVE SPACES TO WS-LINE
           STRING CA-LG-T-DATE(CA-LG-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-LG-T-TYPE(CA-LG-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CA-LG-T-DEBIT-CREDIT(CA-LG-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LEDGER-AMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BALANCE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-LG-T-BAL-SIDE(CA-LG-IDX) DELIMITED BY SIZE
                  'R ' DELIMITED BY SIZE
                  CA-LG-T-REFERENCE(CA-LG-IDX) DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           PERFORM 5000-PUT-LINE
           .

      *----------------------------------------------------------------*
      * R - the keyed policy's latest rating beside the one before it *
      * through 01IRAT: source, rating date, rate set and premium of  *
      * each, then every premium term earlier and later, the term     *
      * that moved the premium most marked                            *
      *----------------------------------------------------------------*
       3950-SHOW-RATING.
           IF WPOLI = SPACES OR WPOLI = LOW-VALUES
              MOVE 'Policy number is required for function R' TO WMSGO
              GO TO 3950-EXIT
           END-IF

           MOVE SPACES TO WS-CMAREA-BUFFER
           MOVE '01IRAT' TO CA-REQUEST-ID
           MOVE WCUSTI TO CA-CUSTOMER-NUM
           MOVE WPOLI TO CA-P-POLICY-NUM

           EXEC CICS LINK Program('LGIRAT01')
                     Commarea(WS-CMAREA-BUFFER)
                     LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                     RESP(WS-RESP)
           END-EXEC

           PERFORM 7900-CHECK-LINK-RESULT
           IF CA-RETURN-CODE = '83'
              MOVE 'Fewer than two ratings held for this policy'
                  TO WMSGO
           END-IF
           IF CA-RETURN-CODE NOT = '00'
              GO TO 3950-EXIT
           END-IF

           MOVE 1 TO WS-RC-SIDE
           PERFORM 3960-PUT-RATING-HEAD
           MOVE 2 TO WS-RC-SIDE
           PERFORM 3960-PUT-RATING-HEAD

           MOVE 0 TO WS-LIST-SUB
           PERFORM 3970-PUT-TERM-LINE
               UNTIL WS-LIST-SUB >= 10
                  OR WS-LINE-SUB >= 12

           MOVE CA-RC-PREMIUM-CHANGE TO WS-RC-CHANGE-DISP
           MOVE SPACES TO WS-LINE
           IF CA-RC-MOVED-MOST = 0
              STRING 'Premium change ' DELIMITED BY SIZE
                     WS-RC-CHANGE-DISP DELIMITED BY SIZE
                     ' - no rating term changed' DELIMITED BY SIZE
                     INTO WS-LINE
              END-STRING
           ELSE
              MOVE CA-RC-MOVED-PCT TO WS-RC-PCT-DISP
              STRING 'Premium change ' DELIMITED BY SIZE
                     WS-RC-CHANGE-DISP DELIMITED BY SIZE
                     ', moved most by ' DELIMITED BY SIZE
                     CA-RC-MOVED-NAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     WS-RC-PCT-DISP DELIMITED BY SIZE
                     '%' DELIMITED BY SIZE
                     INTO WS-LINE
              END-STRING
           END-IF
           MOVE WS-LINE TO WMSGO
           .
       3950-EXIT.
           EXIT.

       3960-PUT-RATING-HEAD.
           MOVE CA-RC-PREMIUM(WS-RC-SIDE) TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-LINE
           IF WS-RC-SIDE = 1
              MOVE 'EARLIER ' TO WS-LINE
           ELSE
              MOVE 'LATER   ' TO WS-LINE
           END-IF
           MOVE 9 TO WS-LINE-POS
           STRING CA-RC-SOURCE(WS-RC-SIDE) DELIMITED BY SIZE
                  ' RATED ' DELIMITED BY SIZE
                  CA-RC-RATING-DATE(WS-RC-SIDE) DELIMITED BY SIZE
                  ' SET ' DELIMITED BY SIZE
                  CA-RC-RATE-SET(WS-RC-SIDE) DELIMITED BY SIZE
                  ' PREMIUM ' DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-POS
           END-STRING
           PERFORM 5000-PUT-LINE
           .

       3970-PUT-TERM-LINE.
           ADD 1 TO WS-LIST-SUB
           MOVE CA-RC-TERM(1, WS-LIST-SUB) TO WS-RC-TERM1-DISP
           MOVE CA-RC-TERM(2, WS-LIST-SUB) TO WS-RC-TERM2-DISP
           MOVE SPACES TO WS-LINE
           STRING WS-RC-TERM-NAME(WS-LIST-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RC-TERM1-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RC-TERM2-DISP DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           IF WS-LIST-SUB = CA-RC-MOVED-MOST
              MOVE '<< MOVED MOST' TO WS-LINE(48:13)
           END-IF
           PERFORM 5000-PUT-LINE
           .

      *----------------------------------------------------------------*
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * V - fetch the marker held, cache it in the commarea and paint *
      * the marker screen                                              *
      *----------------------------------------------------------------*
       4500-START-MARKER.
           MOVE WCUSTI TO WS-MARKER-CUSTNUM
           PERFORM 7100-CALL-MARKER-INQUIRY
           PERFORM 7900-CHECK-LINK-RESULT
           IF CA-RETURN-CODE NOT = '00'
              PERFORM 8000-SEND-WORKBENCH-MAP
              GO TO 4500-EXIT
           END-IF

           MOVE SPACES TO WB-CUSTOMER-DATA
           MOVE WS-MARKER-CUSTNUM TO WB-CUSTOMER-NUM
           MOVE CA-VU-CATEGORY TO WB-VU-CATEGORY
           MOVE CA-VU-RECORDED-DATE TO WB-VU-RECORDED-DATE
           MOVE CA-VU-REVIEW-DATE TO WB-VU-REVIEW-DATE
           MOVE 'V' TO WB-MODE

           MOVE 'Key S with category and review date, or R, and ENTER'
               TO WS-MARKER-MSG
           PERFORM 4600-SEND-MARKER-MAP
           .
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The marker screen - the marker as held on the bright line,    *
      * the entry fields from CA-VU-CATEGORY and CA-VU-REVIEW-DATE    *
      *----------------------------------------------------------------*
       4600-SEND-MARKER-MAP.
           MOVE LOW-VALUES TO LGWRKBVO
           MOVE WB-CUSTOMER-NUM TO VCUSTO

           IF WB-VU-CATEGORY = SPACE
              MOVE 'No vulnerability marker held' TO VCURRO
           ELSE
              MOVE WB-VU-CATEGORY TO WS-MK-CATEGORY
              MOVE WB-VU-RECORDED-DATE TO WS-MK-RECORDED
              MOVE WB-VU-REVIEW-DATE TO WS-MK-REVIEW
              PERFORM 7200-FORMAT-MARKER
              MOVE WS-LINE TO VCURRO
           END-IF

           MOVE CA-VU-CATEGORY TO VCATO
           MOVE CA-VU-REVIEW-DATE TO VREVO
           MOVE WS-MARKER-MSG TO VMSGO

           EXEC CICS SEND MAP('LGWRKBV') MAPSET('LGWRKBS')
                     FROM(LGWRKBVO) ERASE
           END-EXEC
           .

      *----------------------------------------------------------------*
      * S - fetch the keyed house policy through 01IPOL and paint its *
      * specified items screen. Any other policy type stays on the    *
      * workbench with the reason                                      *
      *----------------------------------------------------------------*
       4700-START-ITEMS.
           IF WPOLI = SPACES OR WPOLI = LOW-VALUES
              MOVE 'Policy number is required for function S' TO WMSGO
              GO TO 4700-EXIT
           END-IF

           MOVE WCUSTI TO WB-SI-CUSTOMER-NUM
           MOVE WPOLI TO WB-SI-POLICY-NUM
           PERFORM 7500-CALL-POLICY-INQUIRY
           PERFORM 7900-CHECK-LINK-RESULT
           IF CA-RETURN-CODE NOT = '00'
              GO TO 4700-EXIT
           END-IF

           IF CA-P-POLICY-TYPE NOT = 'H'
              MOVE 'Specified items are held on house policies only'
                  TO WMSGO
              GO TO 4700-EXIT
           END-IF

           MOVE CA-SPEC-ITEM-REQUEST TO WS-ITEM-LIST
           IF WS-IL-ITEM-COUNT NOT NUMERIC
              MOVE 0 TO WS-IL-ITEM-COUNT
           END-IF
           MOVE 'S' TO WB-MODE

           MOVE 'Amend, add or space out item rows and press ENTER'
               TO WS-SI-MSG
           PERFORM 4800-SEND-ITEMS-MAP
           .
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The items screen - one row per item in WS-ITEM-LIST, the rest *
      * left empty for new items                                       *
      *----------------------------------------------------------------*
       4800-SEND-ITEMS-MAP.
           MOVE LOW-VALUES TO LGWRKBIO
           MOVE WB-SI-CUSTOMER-NUM TO ICUSTO
           MOVE WB-SI-POLICY-NUM TO IPOLO

           MOVE 0 TO WS-SI-SUB
           PERFORM 4810-PUT-ITEM-ROW
               UNTIL WS-SI-SUB >= WS-IL-ITEM-COUNT
                  OR WS-SI-SUB >= 10

           MOVE WS-SI-MSG TO IMSGO

           EXEC CICS SEND MAP('LGWRKBI') MAPSET('LGWRKBS')
                     FROM(LGWRKBIO) ERASE
           END-EXEC
           .

       4810-PUT-ITEM-ROW.
           ADD 1 TO WS-SI-SUB
           MOVE WS-IL-DESCRIPTION(WS-SI-SUB) TO IDSO(WS-SI-SUB)
           MOVE WS-IL-CATEGORY(WS-SI-SUB) TO ICTO(WS-SI-SUB)
           MOVE WS-IL-VALUE(WS-SI-SUB) TO IVLO(WS-SI-SUB)
           MOVE WS-IL-VALUATION-DATE(WS-SI-SUB) TO IDTO(WS-SI-SUB)
           .

      *----------------------------------------------------------------*
      * Apply the update - the cached record overlaid with only the   *
      * fields the screen shows, through the existing 01UCUS path     *
           PERFORM 8000-SEND-WORKBENCH-MAP
           .

      *----------------------------------------------------------------*
      * Apply the marker action through 01VCUS - the held marker      *
      * overlaid with only the fields the operator keyed. A refusal   *
      * keeps the marker screen up with the reason; success returns   *
      * to the workbench with the marker as it now stands             *
      *----------------------------------------------------------------*
       6500-APPLY-MARKER.
           EXEC CICS RECEIVE MAP('LGWRKBV') MAPSET('LGWRKBS')
                     INTO(LGWRKBVI) RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-CMAREA-BUFFER
           MOVE '01VCUS' TO CA-REQUEST-ID
           MOVE WB-CUSTOMER-NUM TO CA-CUSTOMER-NUM
           MOVE WB-CUSTOMER-NUM TO WS-MARKER-CUSTNUM
           MOVE WB-VU-CATEGORY TO CA-VU-CATEGORY
           MOVE WB-VU-REVIEW-DATE TO CA-VU-REVIEW-DATE

           IF VCATI NOT = LOW-VALUES
              MOVE VCATI TO CA-VU-CATEGORY
           END-IF
           IF VREVI NOT = LOW-VALUES
              MOVE VREVI TO CA-VU-REVIEW-DATE
           END-IF

           EVALUATE VACTI
             WHEN 'S'
               SET CA-VU-SET TO TRUE
             WHEN 'R'
               SET CA-VU-REMOVE TO TRUE
             WHEN OTHER
               MOVE 'Action must be S (set or change) or R (remove)'
                   TO WS-MARKER-MSG
               PERFORM 4600-SEND-MARKER-MAP
               GO TO 6500-EXIT
           END-EVALUATE

           EXEC CICS LINK Program('LGVUL01')
                     Commarea(WS-CMAREA-BUFFER)
                     LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND CA-RETURN-CODE NOT = '00'
              EVALUATE CA-RETURN-CODE
                WHEN '68'
                  MOVE 'Category must be B, I, F or C' TO WS-MARKER-MSG
                WHEN '69'
                  MOVE 'Review date must be YYYY-MM-DD after today'
                      TO WS-MARKER-MSG
                WHEN OTHER
                  MOVE SPACES TO WS-MARKER-MSG
                  STRING 'Marker refused, RC=' DELIMITED BY SIZE
                         CA-RETURN-CODE DELIMITED BY SIZE
                         INTO WS-MARKER-MSG
                  END-STRING
              END-EVALUATE
              PERFORM 4600-SEND-MARKER-MAP
              GO TO 6500-EXIT
           END-IF

           MOVE 'M' TO WB-MODE
           MOVE LOW-VALUES TO LGWRKBMO

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Marker update failed - service unavailable'
                  TO WMSGO
           ELSE
              IF CA-VU-REMOVE
                 MOVE 'Vulnerability marker removed' TO WMSGO
              ELSE
                 MOVE 'Vulnerability marker recorded' TO WMSGO
                 MOVE CA-VU-CATEGORY TO WS-MK-CATEGORY
                 MOVE CA-VU-RECORDED-DATE TO WS-MK-RECORDED
                 MOVE CA-VU-REVIEW-DATE TO WS-MK-REVIEW
                 PERFORM 7200-FORMAT-MARKER
                 MOVE WS-LINE TO WVULNO
              END-IF
           END-IF

           MOVE WB-CUSTOMER-NUM TO WCUSTO
           PERFORM 8000-SEND-WORKBENCH-MAP
           .
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Apply the items screen through the existing 01UPOL path. The  *
      * policy is read again through 01IPOL so every other field goes *
      * back as it now stands, and only the item schedule is replaced *
      * - rows with no description are dropped and the rest numbered  *
      * from 1. A refusal keeps the items screen up with the reason;  *
      * success returns to the workbench                               *
      *----------------------------------------------------------------*
       6700-APPLY-ITEMS.
           EXEC CICS RECEIVE MAP('LGWRKBI') MAPSET('LGWRKBS')
                     INTO(LGWRKBII) RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-ITEM-LIST
           MOVE 0 TO WS-IL-ITEM-COUNT
           PERFORM 6710-TAKE-ITEM-ROW
               VARYING WS-SI-ROW FROM 1 BY 1
               UNTIL WS-SI-ROW > 10

           PERFORM 7500-CALL-POLICY-INQUIRY
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR CA-RETURN-CODE NOT = '00'
              MOVE 'Policy could not be read - items not updated'
                  TO WS-SI-MSG
              PERFORM 4800-SEND-ITEMS-MAP
              GO TO 6700-EXIT
           END-IF

           MOVE '01UPOL' TO CA-REQUEST-ID
           MOVE WS-ITEM-LIST TO CA-SPEC-ITEM-REQUEST

           EXEC CICS LINK Program('LGUPDB01')
                     Commarea(WS-CMAREA-BUFFER)
                     LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND CA-RETURN-CODE NOT = '00'
              EVALUATE CA-RETURN-CODE
                WHEN '57'
                  MOVE SPACES TO WS-SI-MSG
                  STRING 'Each item needs a description, '
                             DELIMITED BY SIZE
                         'category J/W/A/B, value and '
                             DELIMITED BY SIZE
                         'YYYY-MM-DD date' DELIMITED BY SIZE
                         INTO WS-SI-MSG
                  END-STRING
                WHEN '25'
                  MOVE 'Policy is cancelled - items cannot be changed'
                      TO WS-SI-MSG
                WHEN OTHER
                  MOVE SPACES TO WS-SI-MSG
                  STRING 'Items refused, RC=' DELIMITED BY SIZE
                         CA-RETURN-CODE DELIMITED BY SIZE
                         INTO WS-SI-MSG
                  END-STRING
              END-EVALUATE
              PERFORM 4800-SEND-ITEMS-MAP
              GO TO 6700-EXIT
           END-IF

           MOVE 'M' TO WB-MODE
           MOVE LOW-VALUES TO LGWRKBMO

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Items update failed - service unavailable' TO WMSGO
           ELSE
              IF CA-P-STATUS = 'P'
                 MOVE 'Items updated - policy referred to underwriting'
                     TO WMSGO
              ELSE
                 MOVE 'Specified items updated' TO WMSGO
              END-IF
           END-IF

           MOVE WB-SI-CUSTOMER-NUM TO WCUSTO
           MOVE WB-SI-POLICY-NUM TO WPOLO
           PERFORM 8000-SEND-WORKBENCH-MAP
           .
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One screen row into the next list entry, when it has a        *
      * description - a row left or spaced out is not an item        *
      *----------------------------------------------------------------*
       6710-TAKE-ITEM-ROW.
           IF IDSI(WS-SI-ROW) NOT = SPACES
              AND IDSI(WS-SI-ROW) NOT = LOW-VALUES
              ADD 1 TO WS-IL-ITEM-COUNT
              MOVE WS-IL-ITEM-COUNT TO WS-SI-SUB
              MOVE IDSI(WS-SI-ROW) TO WS-IL-DESCRIPTION(WS-SI-SUB)
              MOVE ICTI(WS-SI-ROW) TO WS-IL-CATEGORY(WS-SI-SUB)
              MOVE IVLI(WS-SI-ROW) TO WS-IL-VALUE(WS-SI-SUB)
              MOVE IDTI(WS-SI-ROW) TO WS-IL-VALUATION-DATE(WS-SI-SUB)
           END-IF
           .

      *----------------------------------------------------------------*
      * The next free detail line takes the built text                *
      *----------------------------------------------------------------*
           PERFORM 7900-CHECK-LINK-RESULT
           .

      *----------------------------------------------------------------*
      * Ask LGVUL01 for the marker held by WS-MARKER-CUSTNUM          *
      *----------------------------------------------------------------*
       7100-CALL-MARKER-INQUIRY.
           MOVE SPACES TO WS-CMAREA-BUFFER
           MOVE '01VCUS' TO CA-REQUEST-ID
           MOVE WS-MARKER-CUSTNUM TO CA-CUSTOMER-NUM
           SET CA-VU-INQUIRE TO TRUE

           EXEC CICS LINK Program('LGVUL01')
                     Commarea(WS-CMAREA-BUFFER)
                     LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * The marker in WS-MK- fields as one line of text, flagged when *
      * its review date has passed                                    *
      *----------------------------------------------------------------*
       7200-FORMAT-MARKER.
           EVALUATE WS-MK-CATEGORY
             WHEN 'B'
               MOVE 'BEREAVED' TO WS-MK-TEXT
             WHEN 'I'
               MOVE 'SERIOUSLY ILL' TO WS-MK-TEXT
             WHEN 'F'
               MOVE 'FINANCIAL DIFFICULTY' TO WS-MK-TEXT
             WHEN 'C'
               MOVE 'COGNITIVE IMPAIRMENT' TO WS-MK-TEXT
             WHEN OTHER
               MOVE WS-MK-CATEGORY TO WS-MK-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-POS
           STRING '** VULNERABLE: ' DELIMITED BY SIZE
                  WS-MK-TEXT DELIMITED BY '  '
                  ' SINCE ' DELIMITED BY SIZE
                  WS-MK-RECORDED DELIMITED BY SIZE
                  ' REVIEW ' DELIMITED BY SIZE
                  WS-MK-REVIEW DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-POS
           END-STRING

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD DATE(WS-TODAY-YMD)
           END-EXEC

           IF WS-MK-REVIEW < WS-TODAY-YMD
              STRING ' OVERDUE' DELIMITED BY SIZE
                     INTO WS-LINE WITH POINTER WS-LINE-POS
              END-STRING
           END-IF
           .

      *----------------------------------------------------------------*
      * The bright marker line on the workbench - blank for a         *
      * customer with no marker, and a warning when it cannot be      *
      * checked, so an unmarked screen always means no marker         *
      *----------------------------------------------------------------*
       7300-SHOW-MARKER-LINE.
           PERFORM 7100-CALL-MARKER-INQUIRY

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Vulnerability marker could not be checked'
                  TO WVULNO
           ELSE
              IF CA-RETURN-CODE = '00'
                 AND CA-VU-CATEGORY NOT = SPACE
                 MOVE CA-VU-CATEGORY TO WS-MK-CATEGORY
                 MOVE CA-VU-RECORDED-DATE TO WS-MK-RECORDED
                 MOVE CA-VU-REVIEW-DATE TO WS-MK-REVIEW
                 PERFORM 7200-FORMAT-MARKER
                 MOVE WS-LINE TO WVULNO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The bright gone-away line - post to the customer has come     *
      * back, so the print batches are holding it. Blank when there   *
      * is no marker, and a warning when it cannot be checked         *
      *----------------------------------------------------------------*
       7400-SHOW-GONE-AWAY-LINE.
           MOVE SPACES TO WS-CMAREA-BUFFER
           MOVE '01GCUS' TO CA-REQUEST-ID
           MOVE WS-MARKER-CUSTNUM TO CA-CUSTOMER-NUM
           SET CA-GA-INQUIRE TO TRUE

           EXEC CICS LINK Program('LGGAW01')
                     Commarea(WS-CMAREA-BUFFER)
                     LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Gone-away marker could not be checked'
                  TO WGONEO
           ELSE
              IF CA-RETURN-CODE = '00'
                 AND CA-GA-GONE-AWAY
                 MOVE SPACES TO WS-LINE
                 STRING '** GONE AWAY: POST RETURNED ' DELIMITED BY SIZE
                        CA-GA-RETURNED-DATE DELIMITED BY SIZE
                        ' (' DELIMITED BY SIZE
                        CA-GA-DOC-TYPE DELIMITED BY SPACE
                        ') - PRINT HELD UNTIL ADDRESS CHANGED'
                            DELIMITED BY SIZE
                        INTO WS-LINE
                 END-STRING
                 MOVE WS-LINE TO WGONEO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Drive the existing policy inquiry for the policy on the items *
      * screen                                                         *
      *----------------------------------------------------------------*
       7500-CALL-POLICY-INQUIRY.
           MOVE SPACES TO WS-CMAREA-BUFFER
           MOVE '01IPOL' TO CA-REQUEST-ID
           MOVE WB-SI-CUSTOMER-NUM TO CA-CUSTOMER-NUM
           MOVE WB-SI-POLICY-NUM TO CA-P-POLICY-NUM

           EXEC CICS LINK Program('LGIPOL01')
                     Commarea(WS-CMAREA-BUFFER)
                     LENGTH(LENGTH OF WS-CMAREA-BUFFER)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * One message covers every LINK outcome the operator can mend   *
      *----------------------------------------------------------------*
