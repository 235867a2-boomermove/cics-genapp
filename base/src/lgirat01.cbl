       CBL CICS('SP,EDF')
      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp - Inquire Policy Rating Comparison       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIRAT01.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGIRAT01 - Inquire Policy Rating Comparison          *
      * Purpose: Explains a policy's price (CA-REQUEST-ID = '01IRAT') *
      *          by setting two of the ratings kept on                *
      *          RATING_BREAKDOWN (LGRBKPRC) side by side in          *
      *          CA-RATING-COMPARE - by default the latest rating and *
      *          the one before it, so a renewal shows beside last    *
      *          year's, or the endorsement beside the rating it      *
      *          replaced. CA-RC-TO-AT/CA-RC-FROM-AT take the latest  *
      *          rating at or before a given RATED_AT instead, and    *
      *          CA-RC-SOURCE-FILTER keeps to one source ('R'         *
      *          renewals only, and so on). Every term of the premium *
      *          is returned for both, with the one whose change      *
      *          moved the premium furthest and by how much. The      *
      *          policy must belong to the customer keyed.            *
      * Return codes: 00 ok, 23 policy not found, 24 policy not       *
      *          owned by this customer, 83 fewer than two ratings    *
      *          held (the latest, if any, is still returned in       *
      *          CA-RC-RATING(2)), 84 no rating held at or before     *
      *          the RATED_AT asked for, 90 SQL or system error,      *
      *          98/99 commarea                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                       VALUE 'LGIRAT01----WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-ADDR-DFHCOMMAREA      POINTER.
           03 WS-CALEN                 PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Constants                                                      *
      *----------------------------------------------------------------*
       77 WS-PROG                      PIC X(8) VALUE 'LGIRAT01'.

      *----------------------------------------------------------------*
      * CICS SEND RECEIVE PROCESSING                                   *
      *----------------------------------------------------------------*
       01 WS-RESP                      PIC 9(8) COMP.
       01 WS-RESP2                     PIC 9(8) COMP.

      *----------------------------------------------------------------*
      * Variables for time/date processing                             *
      *----------------------------------------------------------------*
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-TIME                     PIC X(6).
       01  WS-DATE                     PIC X(8).

      *----------------------------------------------------------------*
      * Rating selection - the latest rating at or before WS-RC-UPTO  *
      * other than one rated at WS-RC-EXCLUDE (the later rating, when *
      * looking for the one before it)                                *
      *----------------------------------------------------------------*
       01  WS-RC-SELECT.
           05  WS-RC-POLICYNUM         PIC S9(9) COMP.
           05  WS-RC-CUSTOMERNUM       PIC S9(9) COMP.
           05  WS-RC-OWNER             PIC S9(9) COMP.
           05  WS-RC-HELD              PIC S9(9) COMP.
           05  WS-RC-FILTER            PIC X(1).
           05  WS-RC-UPTO              PIC X(26).
           05  WS-RC-EXCLUDE           PIC X(26).
           05  WS-RC-SIDE              PIC S9(4) COMP.
           05  WS-RC-SUB               PIC S9(4) COMP.
       01  WS-RC-LATEST-AT             PIC X(26)
                                   VALUE '9999-12-31-23.59.59.999999'.
       01  WS-RC-NONE-AT               PIC X(26)
                                   VALUE '0001-01-01-00.00.00.000000'.

      *----------------------------------------------------------------*
      * Weighing the ten premium terms - each term's new value over   *
      * its old is the factor that term alone moved the premium by;   *
      * the furthest from 1 either way moved it most                  *
      *----------------------------------------------------------------*
       01  WS-RC-WEIGH.
           05  WS-RC-RATIO             PIC S9(5)V9(6) COMP-3.
           05  WS-RC-EFFECT            PIC S9(5)V9(6) COMP-3.
           05  WS-RC-BEST-EFFECT       PIC S9(5)V9(6) COMP-3.
           05  WS-RC-BEST-RATIO        PIC S9(5)V9(6) COMP-3.

       01  WS-RC-TERM-NAMES.
           05  FILLER                  PIC X(16) VALUE 'Cover amount'.
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
      * Error Message structure                                        *
      *----------------------------------------------------------------*
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGIRAT01'.
           03 EM-FUNCTION              PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 EM-SQLRC                 PIC +9(5) VALUE ZERO.
           03 FILLER                   PIC X(125) VALUE ALL SPACES.

      *----------------------------------------------------------------*
      * SQL communication area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Host variables for the RATING_BREAKDOWN table                  *
      *----------------------------------------------------------------*
           COPY LGRBKWS.

      *----------------------------------------------------------------*
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.

       PROCEDURE DIVISION.

      *================================================================*
      * Main process                                                   *
      *================================================================*
       MAINLINE SECTION.

       0000-MAIN.

           PERFORM 1000-INIT

           PERFORM 2000-PROCESS

           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Initialize                                                     *
      *----------------------------------------------------------------*
       1000-INIT.

           MOVE EIBTRNID    TO WS-TRANSID
           MOVE EIBTRMID    TO WS-TERMID
           MOVE EIBTASKN    TO WS-TASKNUM

           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA
           MOVE EIBCALEN TO WS-CALEN

           IF WS-CALEN < LENGTH OF DFHCOMMAREA
               MOVE '98' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           IF CA-REQUEST-ID NOT = '01IRAT'
               MOVE '99' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           .

      *----------------------------------------------------------------*
      * Check the policy is the customer's, fetch the later rating    *
      * and then the earlier one, and weigh the difference            *
      *----------------------------------------------------------------*
       2000-PROCESS.

           MOVE '00' TO CA-RETURN-CODE
           MOVE 0 TO CA-RC-RATINGS-HELD
           INITIALIZE CA-RC-RATING(1)
           INITIALIZE CA-RC-RATING(2)
           MOVE 0 TO CA-RC-PREMIUM-CHANGE
           MOVE 0 TO CA-RC-MOVED-MOST
           MOVE SPACES TO CA-RC-MOVED-NAME
           MOVE 0 TO CA-RC-MOVED-PCT

           IF CA-P-POLICY-NUM NOT NUMERIC
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF
           MOVE CA-P-POLICY-NUM TO WS-RC-POLICYNUM
           MOVE CA-CUSTOMER-NUM TO WS-RC-CUSTOMERNUM

           EXEC SQL
               SELECT CUSTOMERNUMBER
               INTO :WS-RC-OWNER
               FROM POLICY
               WHERE POLICYNUMBER = :WS-RC-POLICYNUM
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
      *    Either policyholder may act on a jointly held policy
               MOVE WS-RC-POLICYNUM TO PT-POLICYNUM
               MOVE WS-RC-OWNER TO PT-OWNER-CUSTOMERNUM
               MOVE WS-RC-CUSTOMERNUM TO PT-CUSTOMERNUM
               PERFORM LGPTY-CHECK-HOLDER
               IF PT-RC NOT = '00'
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
               END-IF
               IF NOT PT-IS-HOLDER
                   MOVE '24' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
             WHEN 100
               MOVE '23' TO CA-RETURN-CODE
               PERFORM 9000-RETURN
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           IF CA-RC-SOURCE-FILTER = LOW-VALUES
               MOVE SPACES TO WS-RC-FILTER
           ELSE
               MOVE CA-RC-SOURCE-FILTER TO WS-RC-FILTER
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RC-HELD
               FROM RATING_BREAKDOWN
               WHERE POLICYNUMBER = :WS-RC-POLICYNUM
                 AND ( :WS-RC-FILTER = ' '
                    OR SOURCE_TYPE = :WS-RC-FILTER )
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           MOVE WS-RC-HELD TO CA-RC-RATINGS-HELD

      *    The later rating - the latest held, or the latest at or
      *    before the RATED_AT asked for
           IF CA-RC-TO-AT = SPACES OR CA-RC-TO-AT = LOW-VALUES
               MOVE WS-RC-LATEST-AT TO WS-RC-UPTO
           ELSE
               MOVE CA-RC-TO-AT TO WS-RC-UPTO
           END-IF
           MOVE WS-RC-NONE-AT TO WS-RC-EXCLUDE
           MOVE 2 TO WS-RC-SIDE
           PERFORM 3000-FETCH-RATING THRU 3000-EXIT

           IF SQLCODE = 100
               IF WS-RC-UPTO = WS-RC-LATEST-AT
                   MOVE '83' TO CA-RETURN-CODE
               ELSE
                   MOVE '84' TO CA-RETURN-CODE
               END-IF
               PERFORM 9000-RETURN
           END-IF

      *    The earlier rating - the one before the later, or the
      *    latest at or before the RATED_AT asked for
           MOVE CA-RC-RATED-AT(2) TO WS-RC-EXCLUDE
           IF CA-RC-FROM-AT = SPACES OR CA-RC-FROM-AT = LOW-VALUES
               MOVE CA-RC-RATED-AT(2) TO WS-RC-UPTO
           ELSE
               MOVE CA-RC-FROM-AT TO WS-RC-UPTO
           END-IF
           MOVE 1 TO WS-RC-SIDE
           PERFORM 3000-FETCH-RATING THRU 3000-EXIT

           IF SQLCODE = 100
               IF CA-RC-FROM-AT = SPACES OR CA-RC-FROM-AT = LOW-VALUES
                   MOVE '83' TO CA-RETURN-CODE
               ELSE
                   MOVE '84' TO CA-RETURN-CODE
               END-IF
               PERFORM 9000-RETURN
           END-IF

           PERFORM 4000-WEIGH-CHANGE
           .

      *----------------------------------------------------------------*
      * Fetch one rating into CA-RC-RATING(WS-RC-SIDE) - the premium  *
      * terms in the order LGRATE01 multiplies them                   *
      *----------------------------------------------------------------*
       3000-FETCH-RATING.

           EXEC SQL
               SELECT SOURCE_TYPE, RATED_AT, RATING_DATE,
                      RATE_SET_ID, PREMIUM, COVER_AMOUNT,
                      RISK_UNITS, CUSTOMER_AGE, NCD_YEARS,
                      DRIVER_AGE, BASE_RATE, AGE_FACTOR,
                      POSTCODE_FACTOR, HOUSEHOLD_FACTOR, NCD_FACTOR,
                      TRADE_FACTOR, DRIVER_AGE_FACTOR,
                      DRIVER_EXP_FACTOR, CONVICTION_FACTOR
               INTO :RB-SOURCE-TYPE, :RB-RATED-AT, :RB-RATING-DATE,
                    :RB-RATE-SET-ID, :RB-PREMIUM, :RB-COVER-AMOUNT,
                    :RB-RISK-UNITS, :RB-CUSTOMER-AGE, :RB-NCD-YEARS,
                    :RB-DRIVER-AGE, :RB-BASE-RATE, :RB-AGE-FACTOR,
                    :RB-POSTCODE-FACTOR, :RB-HOUSEHOLD-FACTOR,
                    :RB-NCD-FACTOR, :RB-TRADE-FACTOR,
                    :RB-DRIVER-AGE-FACTOR, :RB-DRIVER-EXP-FACTOR,
                    :RB-CONVICTION-FACTOR
               FROM RATING_BREAKDOWN
               WHERE POLICYNUMBER = :WS-RC-POLICYNUM
                 AND ( :WS-RC-FILTER = ' '
                    OR SOURCE_TYPE = :WS-RC-FILTER )
                 AND RATED_AT <= :WS-RC-UPTO
                 AND RATED_AT <> :WS-RC-EXCLUDE
               ORDER BY RATED_AT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               GO TO 3000-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-EVALUATE

           MOVE RB-SOURCE-TYPE   TO CA-RC-SOURCE(WS-RC-SIDE)
           MOVE RB-RATED-AT      TO CA-RC-RATED-AT(WS-RC-SIDE)
           MOVE RB-RATING-DATE   TO CA-RC-RATING-DATE(WS-RC-SIDE)
           MOVE RB-RATE-SET-ID   TO CA-RC-RATE-SET(WS-RC-SIDE)
           MOVE RB-PREMIUM       TO CA-RC-PREMIUM(WS-RC-SIDE)
           MOVE RB-RISK-UNITS    TO CA-RC-RISK-UNITS(WS-RC-SIDE)
           MOVE RB-CUSTOMER-AGE  TO CA-RC-CUSTOMER-AGE(WS-RC-SIDE)
           MOVE RB-NCD-YEARS     TO CA-RC-NCD-YEARS(WS-RC-SIDE)
           MOVE RB-DRIVER-AGE    TO CA-RC-DRIVER-AGE(WS-RC-SIDE)

           COMPUTE CA-RC-TERM(WS-RC-SIDE, 1) = RB-COVER-AMOUNT / 1000
           MOVE RB-BASE-RATE         TO CA-RC-TERM(WS-RC-SIDE, 2)
           MOVE RB-AGE-FACTOR        TO CA-RC-TERM(WS-RC-SIDE, 3)
           MOVE RB-POSTCODE-FACTOR   TO CA-RC-TERM(WS-RC-SIDE, 4)
           MOVE RB-HOUSEHOLD-FACTOR  TO CA-RC-TERM(WS-RC-SIDE, 5)
           MOVE RB-NCD-FACTOR        TO CA-RC-TERM(WS-RC-SIDE, 6)
           MOVE RB-TRADE-FACTOR      TO CA-RC-TERM(WS-RC-SIDE, 7)
           MOVE RB-DRIVER-AGE-FACTOR TO CA-RC-TERM(WS-RC-SIDE, 8)
           MOVE RB-DRIVER-EXP-FACTOR TO CA-RC-TERM(WS-RC-SIDE, 9)
           MOVE RB-CONVICTION-FACTOR TO CA-RC-TERM(WS-RC-SIDE, 10)
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The premium change, and the term whose own change moved it    *
      * furthest - a term rising from 0.9 to 1.2 is a 1.3333 effect,  *
      * one falling from 1.2 to 0.9 the same effect the other way     *
      *----------------------------------------------------------------*
       4000-WEIGH-CHANGE.

           COMPUTE CA-RC-PREMIUM-CHANGE =
               CA-RC-PREMIUM(2) - CA-RC-PREMIUM(1)

           MOVE 1 TO WS-RC-BEST-EFFECT
           MOVE 1 TO WS-RC-BEST-RATIO

           PERFORM 4100-WEIGH-TERM THRU 4100-EXIT
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > 10

           IF CA-RC-MOVED-MOST > 0
               MOVE WS-RC-TERM-NAME(CA-RC-MOVED-MOST)
                   TO CA-RC-MOVED-NAME
               COMPUTE CA-RC-MOVED-PCT ROUNDED =
                   (WS-RC-BEST-RATIO - 1) * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO CA-RC-MOVED-PCT
               END-COMPUTE
           END-IF
           .

       4100-WEIGH-TERM.
      *    A term held as zero (a rating kept before it was priced)
      *    cannot be weighed against anything
           IF CA-RC-TERM(1, WS-RC-SUB) = 0
              OR CA-RC-TERM(2, WS-RC-SUB) = 0
               GO TO 4100-EXIT
           END-IF

           COMPUTE WS-RC-RATIO ROUNDED =
               CA-RC-TERM(2, WS-RC-SUB) / CA-RC-TERM(1, WS-RC-SUB)
               ON SIZE ERROR
                   MOVE 99999 TO WS-RC-RATIO
           END-COMPUTE

           IF WS-RC-RATIO < 1
               COMPUTE WS-RC-EFFECT ROUNDED = 1 / WS-RC-RATIO
                   ON SIZE ERROR
                       MOVE 99999 TO WS-RC-EFFECT
               END-COMPUTE
           ELSE
               MOVE WS-RC-RATIO TO WS-RC-EFFECT
           END-IF

           IF WS-RC-EFFECT > WS-RC-BEST-EFFECT
               MOVE WS-RC-EFFECT TO WS-RC-BEST-EFFECT
               MOVE WS-RC-RATIO TO WS-RC-BEST-RATIO
               MOVE WS-RC-SUB TO CA-RC-MOVED-MOST
           END-IF
           .
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Error Message Write                                            *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.

           MOVE SQLCODE TO EM-SQLRC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYY(WS-DATE) DATESEP
                     TIME(WS-TIME) TIMESEP
           END-EXEC

           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           MOVE WS-PROG TO EM-FUNCTION

           EXEC CICS LINK Program('LGSTSQ')
                     Commarea(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
                     RESP(WS-RESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Return to calling program                                      *
      *----------------------------------------------------------------*
       9000-RETURN.

           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

       END PROGRAM LGIRAT01.
