      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Marketing Campaign Selection Batch Job   *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCMPGN1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGCMPGN1 - Marketing Campaign Selection Batch Job    *
      * Purpose: Runs outside CICS whenever marketing books a         *
      *          campaign. The CMPGCTL control card names the mode    *
      *          (DRYRUN counts the selection and writes nothing;     *
      *          EXECUTE writes it), the campaign code and channel    *
      *          ('P' post, 'E' email, 'S' SMS, 'T' telephone) and    *
      *          the selection: customers holding an active policy    *
      *          of a type (blank = any type), optionally holding no  *
      *          active policy of another type, with that policy      *
      *          renewing - its effective-date anniversary - in a     *
      *          range of months, owned by a branch and within an     *
      *          age band. Blank or zero selection fields do not      *
      *          restrict. Whatever the card says, a customer is      *
      *          always suppressed when deceased, held by compliance  *
      *          (the sanctions watch-list queue), with an open       *
      *          complaint, with a policy in arrears, on the          *
      *          MARKETING_OPTOUT list (LGOPTLD1) for this channel or *
      *          all marketing, without the CONSENTPOST,              *
      *          CONSENTEMAIL or CONSENTPHONE the channel needs,      *
      *          without an address for it (a gone-away customer has  *
      *          none by post), or already contacted for this         *
      *          campaign. Each customer selected is written once to  *
      *          the CMPGFILE campaign dataset with the campaign code *
      *          and recorded in CONTACT_HISTORY (LGCONPRC) with the  *
      *          campaign code as the document type. The run summary  *
      *          counts every suppression reason.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CMPGCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO CMPGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Control card - one record naming mode, campaign and selection *
      *----------------------------------------------------------------*
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
           05  CC-MODE                 PIC X(8).
               88  CC-DRY-RUN          VALUE 'DRYRUN  '.
               88  CC-EXECUTE          VALUE 'EXECUTE '.
           05  CC-CAMPAIGN-CODE        PIC X(8).
           05  CC-CHANNEL              PIC X(1).
               88  CC-BY-POST          VALUE 'P'.
               88  CC-BY-EMAIL         VALUE 'E'.
               88  CC-BY-SMS           VALUE 'S'.
               88  CC-BY-PHONE         VALUE 'T'.
           05  CC-HOLDS-TYPE           PIC X(1).
           05  CC-LACKS-TYPE           PIC X(1).
           05  CC-RENEW-FROM-MM        PIC X(2).
           05  CC-RENEW-TO-MM          PIC X(2).
           05  CC-BRANCH               PIC X(4).
           05  CC-AGE-FROM             PIC 9(3).
           05  CC-AGE-TO               PIC 9(3).
           05  CC-RECORD-FILLER        PIC X(47).

      *----------------------------------------------------------------*
      * Campaign record - one per customer selected                   *
      *----------------------------------------------------------------*
       FD  CAMPAIGN-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CAMPAIGN-RECORD.
           05  CF-CAMPAIGN-CODE        PIC X(8).
           05  CF-CHANNEL              PIC X(1).
           05  CF-RUN-DATE             PIC X(10).
           05  CF-CUSTOMER-NUM         PIC 9(10).
           05  CF-FIRST-NAME           PIC X(10).
           05  CF-LAST-NAME            PIC X(20).
           05  CF-HOUSE-NAME           PIC X(20).
           05  CF-HOUSE-NUMBER         PIC X(4).
           05  CF-POSTCODE             PIC X(8).
           05  CF-RECIPIENT            PIC X(40).
           05  CF-BRANCH               PIC X(4).
           05  CF-LANGUAGE             PIC X(3).
           05  CF-RECORD-FILLER        PIC X(62).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGCMPGN1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Contact history recording (LGCONPRC procedures)               *
      *----------------------------------------------------------------*
           COPY LGCONHST.

      *----------------------------------------------------------------*
      * Date of birth protection at rest (LGFLDPRC procedures)        *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-CONTROL-STATUS       PIC X(2) VALUE '00'.
           05  WS-CAMPAIGN-STATUS      PIC X(2) VALUE '00'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-NUM            REDEFINES WS-TODAY-DATE
                                       PIC 9(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-CLEAR-DOB            PIC X(10).
           05  WS-DOB-DIGITS           PIC X(8).
           05  WS-DOB-NUM              REDEFINES WS-DOB-DIGITS
                                       PIC 9(8).
           05  WS-AGE                  PIC 9(3).
           05  WS-RECIPIENT            PIC X(40).
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-SELECTED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-SUPPRESSED      PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-OUTSIDE-AGE     PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.

      *----------------------------------------------------------------*
      * Suppression counts, in the order the rules are applied - the  *
      * first rule a customer fails is the one counted                *
      *----------------------------------------------------------------*
       01  WS-SUPPRESSION-COUNTS.
           05  WS-SUP-DECEASED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-SUP-SANCTIONS        PIC 9(7) COMP-3 VALUE 0.
           05  WS-SUP-COMPLAINT        PIC 9(7) COMP-3 VALUE 0.
           05  WS-SUP-ARREARS          PIC 9(7) COMP-3 VALUE 0.
           05  WS-SUP-OPTED-OUT        PIC 9(7) COMP-3 VALUE 0.
           05  WS-SUP-NO-CONSENT       PIC 9(7) COMP-3 VALUE 0.
           05  WS-SUP-NO-ADDRESS       PIC 9(7) COMP-3 VALUE 0.
           05  WS-SUP-CONTACTED        PIC 9(7) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      * Selection host variables, taken from the control card         *
      *----------------------------------------------------------------*
       01  WS-SELECTION.
           05  WS-CAMPAIGN-CODE        PIC X(8).
           05  WS-CHANNEL              PIC X(1).
           05  WS-HOLDS-TYPE           PIC X(1).
           05  WS-LACKS-TYPE           PIC X(1).
           05  WS-RENEW-FROM-MM        PIC X(2).
           05  WS-RENEW-TO-MM          PIC X(2).
           05  WS-BRANCH               PIC X(4).

      *----------------------------------------------------------------*
      * Candidate cursor host variables - the customer, and a flag    *
      * per suppression rule                                          *
      *----------------------------------------------------------------*
       01  DB2-CANDIDATE-ROW.
           05  DB2-CG-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-CG-FIRSTNAME        PIC X(10).
           05  DB2-CG-LASTNAME         PIC X(20).
           05  DB2-CG-DOB              PIC X(10).
           05  DB2-CG-DOB-ENC          PIC X(18).
           05  DB2-CG-HOUSENAME        PIC X(20).
           05  DB2-CG-HOUSENUMBER      PIC X(4).
           05  DB2-CG-POSTCODE         PIC X(8).
           05  DB2-CG-EMAIL            PIC X(40).
           05  DB2-CG-PHONEMOBILE      PIC X(15).
           05  DB2-CG-PHONEHOME        PIC X(15).
           05  DB2-CG-BRANCH           PIC X(4).
           05  DB2-CG-LANGUAGE         PIC X(3).
           05  DB2-CG-CONSENT          PIC X(1).
           05  DB2-CG-DECEASED         PIC X(1).
           05  DB2-CG-GONEAWAY         PIC X(1).
           05  DB2-CG-COMPLAINT        PIC X(1).
           05  DB2-CG-ARREARS          PIC X(1).
           05  DB2-CG-SANCTIONS        PIC X(1).
           05  DB2-CG-OPTED-OUT        PIC X(1).
           05  DB2-CG-CONTACTED        PIC X(1).

      *----------------------------------------------------------------*
      * Customers the card's holdings, renewal and branch rules pick  *
      * out, once each. The suppression rules are returned as flags   *
      * rather than filtered so every reason can be counted           *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE CAMPAIGN_CURSOR CURSOR FOR
               SELECT C.CUSTOMERNUMBER,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      COALESCE(C.DATEOFBIRTH, ' '),
                      COALESCE(C.DATEOFBIRTH_ENC, ' '),
                      COALESCE(C.HOUSENAME, ' '),
                      COALESCE(C.HOUSENUMBER, ' '),
                      COALESCE(C.POSTCODE, ' '),
                      COALESCE(C.EMAILADDRESS, ' '),
                      COALESCE(C.PHONEMOBILE, ' '),
                      COALESCE(C.PHONEHOME, ' '),
                      COALESCE(C.BRANCHNUMBER, ' '),
                      COALESCE(C.PREFLANGUAGE, ' '),
                      CASE CAST(:WS-CHANNEL AS CHAR(1))
                        WHEN 'P' THEN COALESCE(C.CONSENTPOST, 'N')
                        WHEN 'E' THEN COALESCE(C.CONSENTEMAIL, 'N')
                        ELSE COALESCE(C.CONSENTPHONE, 'N')
                      END,
                      COALESCE(C.DECEASED, 'N'),
                      COALESCE(C.GONEAWAY, 'N'),
                      CASE WHEN EXISTS
                             (SELECT 1 FROM COMPLAINT K
                              WHERE K.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                AND K.STATUS IN ('R', 'I', 'F'))
                           THEN 'Y' ELSE 'N'
                      END,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM POLICY A
                              WHERE A.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                AND A.ARREARS_SINCE IS NOT NULL)
                           THEN 'Y' ELSE 'N'
                      END,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM COMPLIANCE_QUEUE Q
                              WHERE Q.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                AND Q.STATUS IN ('O', 'M'))
                           THEN 'Y' ELSE 'N'
                      END,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM MARKETING_OPTOUT O
                              WHERE O.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                AND O.CHANNEL IN ('*', :WS-CHANNEL))
                           THEN 'Y' ELSE 'N'
                      END,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM CONTACT_HISTORY H
                              WHERE H.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                AND H.DOC_TYPE = :WS-CAMPAIGN-CODE)
                           THEN 'Y' ELSE 'N'
                      END
               FROM CUSTOMER C
               WHERE EXISTS
                     (SELECT 1 FROM POLICY P
                      WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                        AND P.STATUS = 'A'
                        AND (:WS-HOLDS-TYPE = ' '
                             OR P.POLICYTYPE = :WS-HOLDS-TYPE)
                        AND (:WS-RENEW-FROM-MM = '00'
                             OR (:WS-RENEW-FROM-MM <= :WS-RENEW-TO-MM
                                 AND SUBSTR(P.EFFECTIVEDATE, 6, 2)
                                     BETWEEN :WS-RENEW-FROM-MM
                                         AND :WS-RENEW-TO-MM)
                             OR (:WS-RENEW-FROM-MM > :WS-RENEW-TO-MM
                                 AND (SUBSTR(P.EFFECTIVEDATE, 6, 2)
                                          >= :WS-RENEW-FROM-MM
                                      OR SUBSTR(P.EFFECTIVEDATE, 6, 2)
                                          <= :WS-RENEW-TO-MM))))
                 AND (:WS-LACKS-TYPE = ' '
                      OR NOT EXISTS
                         (SELECT 1 FROM POLICY N
                          WHERE N.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                            AND N.STATUS = 'A'
                            AND N.POLICYTYPE = :WS-LACKS-TYPE))
                 AND (:WS-BRANCH = ' '
                      OR C.BRANCHNUMBER = :WS-BRANCH)
               ORDER BY C.CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF WS-RETURN-CODE = '00'
              PERFORM 2000-SELECT-CUSTOMERS THRU 2000-EXIT
           END-IF

           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Read and check the control card and open the campaign file    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGCMPGN1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGCMPGN1 - Marketing campaign selection starting'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
              DISPLAY 'LGCMPGN1 - OPEN CMPGCTL failed, status='
                      WS-CONTROL-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              READ CONTROL-FILE
                  AT END
                     DISPLAY 'LGCMPGN1 - empty control card'
                     MOVE '80' TO WS-RETURN-CODE
              END-READ
              CLOSE CONTROL-FILE
           END-IF

           IF WS-RETURN-CODE NOT = '00'
              GO TO 1000-EXIT
           END-IF

           IF NOT CC-DRY-RUN AND NOT CC-EXECUTE
              DISPLAY 'LGCMPGN1 - unknown mode ' CC-MODE
              MOVE '80' TO WS-RETURN-CODE
              GO TO 1000-EXIT
           END-IF

           IF CC-CAMPAIGN-CODE = SPACES
              DISPLAY 'LGCMPGN1 - no campaign code on the card'
              MOVE '80' TO WS-RETURN-CODE
              GO TO 1000-EXIT
           END-IF

           IF NOT CC-BY-POST AND NOT CC-BY-EMAIL
              AND NOT CC-BY-SMS AND NOT CC-BY-PHONE
              DISPLAY 'LGCMPGN1 - unknown channel ' CC-CHANNEL
              MOVE '80' TO WS-RETURN-CODE
              GO TO 1000-EXIT
           END-IF

           IF CC-RENEW-FROM-MM = SPACES OR CC-RENEW-FROM-MM = '00'
              MOVE '00' TO CC-RENEW-FROM-MM
              MOVE '00' TO CC-RENEW-TO-MM
           END-IF
           IF CC-RENEW-TO-MM = SPACES OR CC-RENEW-TO-MM = '00'
              MOVE CC-RENEW-FROM-MM TO CC-RENEW-TO-MM
           END-IF
           IF CC-RENEW-FROM-MM > '12' OR CC-RENEW-TO-MM > '12'
              DISPLAY 'LGCMPGN1 - invalid renewal months '
                      CC-RENEW-FROM-MM ' ' CC-RENEW-TO-MM
              MOVE '80' TO WS-RETURN-CODE
              GO TO 1000-EXIT
           END-IF

           IF CC-AGE-FROM NOT NUMERIC
              MOVE 0 TO CC-AGE-FROM
           END-IF
           IF CC-AGE-TO NOT NUMERIC OR CC-AGE-TO = 0
              MOVE 999 TO CC-AGE-TO
           END-IF

           MOVE CC-CAMPAIGN-CODE TO WS-CAMPAIGN-CODE
           MOVE CC-CHANNEL TO WS-CHANNEL
           MOVE CC-HOLDS-TYPE TO WS-HOLDS-TYPE
           MOVE CC-LACKS-TYPE TO WS-LACKS-TYPE
           MOVE CC-RENEW-FROM-MM TO WS-RENEW-FROM-MM
           MOVE CC-RENEW-TO-MM TO WS-RENEW-TO-MM
           MOVE CC-BRANCH TO WS-BRANCH

           OPEN OUTPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = '00'
              DISPLAY 'LGCMPGN1 - OPEN CMPGFILE failed, status='
                      WS-CAMPAIGN-STATUS
              MOVE '80' TO WS-RETURN-CODE
              GO TO 1000-EXIT
           END-IF

           IF CC-DRY-RUN
              DISPLAY 'LGCMPGN1 - DRY RUN - nothing will be written'
           ELSE
              DISPLAY 'LGCMPGN1 - EXECUTE mode'
           END-IF
           DISPLAY 'LGCMPGN1 - Campaign ' WS-CAMPAIGN-CODE
                   ' channel ' WS-CHANNEL
                   ' holds ' WS-HOLDS-TYPE
                   ' lacks ' WS-LACKS-TYPE
                   ' renews ' WS-RENEW-FROM-MM '-' WS-RENEW-TO-MM
                   ' branch ' WS-BRANCH
                   ' age ' CC-AGE-FROM '-' CC-AGE-TO
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Take each candidate through the age band and the suppression  *
      * rules                                                          *
      *----------------------------------------------------------------*
       2000-SELECT-CUSTOMERS.
           EXEC SQL
               OPEN CAMPAIGN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGCMPGN1 - OPEN CAMPAIGN_CURSOR failed SQLCODE='
                      SQLCODE
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 2100-FETCH-CANDIDATE

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-CHECK-CANDIDATE THRU 2200-EXIT
              PERFORM 2100-FETCH-CANDIDATE
           END-PERFORM

           EXEC SQL
               CLOSE CAMPAIGN_CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-CANDIDATE.
           EXEC SQL
               FETCH CAMPAIGN_CURSOR
               INTO :DB2-CG-CUSTOMERNUM,
                    :DB2-CG-FIRSTNAME,
                    :DB2-CG-LASTNAME,
                    :DB2-CG-DOB,
                    :DB2-CG-DOB-ENC,
                    :DB2-CG-HOUSENAME,
                    :DB2-CG-HOUSENUMBER,
                    :DB2-CG-POSTCODE,
                    :DB2-CG-EMAIL,
                    :DB2-CG-PHONEMOBILE,
                    :DB2-CG-PHONEHOME,
                    :DB2-CG-BRANCH,
                    :DB2-CG-LANGUAGE,
                    :DB2-CG-CONSENT,
                    :DB2-CG-DECEASED,
                    :DB2-CG-GONEAWAY,
                    :DB2-CG-COMPLAINT,
                    :DB2-CG-ARREARS,
                    :DB2-CG-SANCTIONS,
                    :DB2-CG-OPTED-OUT,
                    :DB2-CG-CONTACTED
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-END-OF-CURSOR
              IF SQLCODE NOT = 100
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGCMPGN1 - FETCH CAMPAIGN_CURSOR failed '
                         'SQLCODE=' SQLCODE
              END-IF
           ELSE
              ADD 1 TO WS-ROWS-READ
           END-IF
           .

       2200-CHECK-CANDIDATE.
           IF CC-AGE-FROM > 0 OR CC-AGE-TO < 999
              PERFORM 2300-WORK-OUT-AGE
              IF WS-AGE < CC-AGE-FROM OR WS-AGE > CC-AGE-TO
                 ADD 1 TO WS-ROWS-OUTSIDE-AGE
                 GO TO 2200-EXIT
              END-IF
           END-IF

           PERFORM 2400-CHOOSE-RECIPIENT

           EVALUATE TRUE
             WHEN DB2-CG-DECEASED = 'Y'
               ADD 1 TO WS-SUP-DECEASED
             WHEN DB2-CG-SANCTIONS = 'Y'
               ADD 1 TO WS-SUP-SANCTIONS
             WHEN DB2-CG-COMPLAINT = 'Y'
               ADD 1 TO WS-SUP-COMPLAINT
             WHEN DB2-CG-ARREARS = 'Y'
               ADD 1 TO WS-SUP-ARREARS
             WHEN DB2-CG-OPTED-OUT = 'Y'
               ADD 1 TO WS-SUP-OPTED-OUT
             WHEN DB2-CG-CONSENT NOT = 'Y'
               ADD 1 TO WS-SUP-NO-CONSENT
             WHEN WS-RECIPIENT = SPACES
               ADD 1 TO WS-SUP-NO-ADDRESS
             WHEN DB2-CG-CONTACTED = 'Y'
               ADD 1 TO WS-SUP-CONTACTED
             WHEN OTHER
               PERFORM 2500-WRITE-CAMPAIGN-RECORD THRU 2500-EXIT
               GO TO 2200-EXIT
           END-EVALUATE

           ADD 1 TO WS-ROWS-SUPPRESSED
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Age in whole years today - a date of birth that is missing or *
      * cannot be deciphered gives 000, outside any band that starts  *
      * above it                                                       *
      *----------------------------------------------------------------*
       2300-WORK-OUT-AGE.
           MOVE 0 TO WS-AGE
           MOVE DB2-CG-DOB TO WS-CLEAR-DOB
           IF WS-CLEAR-DOB = SPACES
              MOVE DB2-CG-DOB-ENC TO FE-PROTECTED-VALUE
              PERFORM LGFE-DECRYPT
              IF FE-OK
                 MOVE FE-CLEAR-VALUE TO WS-CLEAR-DOB
              END-IF
           END-IF

           MOVE SPACES TO WS-DOB-DIGITS
           STRING WS-CLEAR-DOB(1:4) DELIMITED BY SIZE
                  WS-CLEAR-DOB(6:2) DELIMITED BY SIZE
                  WS-CLEAR-DOB(9:2) DELIMITED BY SIZE
                  INTO WS-DOB-DIGITS
           END-STRING

           IF WS-DOB-DIGITS NUMERIC
              AND WS-DOB-NUM NOT > WS-TODAY-NUM
              COMPUTE WS-AGE = (WS-TODAY-NUM - WS-DOB-NUM) / 10000
           END-IF
           .

      *----------------------------------------------------------------*
      * The address the channel delivers to - none for post to a      *
      * gone-away customer                                             *
      *----------------------------------------------------------------*
       2400-CHOOSE-RECIPIENT.
           MOVE SPACES TO WS-RECIPIENT
           EVALUATE TRUE
             WHEN CC-BY-POST
               IF DB2-CG-GONEAWAY NOT = 'Y'
                  MOVE DB2-CG-POSTCODE TO WS-RECIPIENT
               END-IF
             WHEN CC-BY-EMAIL
               MOVE DB2-CG-EMAIL TO WS-RECIPIENT
             WHEN CC-BY-SMS
               MOVE DB2-CG-PHONEMOBILE TO WS-RECIPIENT
             WHEN OTHER
               IF DB2-CG-PHONEMOBILE NOT = SPACES
                  MOVE DB2-CG-PHONEMOBILE TO WS-RECIPIENT
               ELSE
                  MOVE DB2-CG-PHONEHOME TO WS-RECIPIENT
               END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Write the customer to the campaign and record the contact -   *
      * a dry run only counts them                                    *
      *----------------------------------------------------------------*
       2500-WRITE-CAMPAIGN-RECORD.
           ADD 1 TO WS-ROWS-SELECTED

           IF CC-DRY-RUN
              GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE WS-CAMPAIGN-CODE TO CF-CAMPAIGN-CODE
           MOVE WS-CHANNEL TO CF-CHANNEL
           MOVE WS-TODAY-YMD TO CF-RUN-DATE
           MOVE DB2-CG-CUSTOMERNUM TO CF-CUSTOMER-NUM
           MOVE DB2-CG-FIRSTNAME TO CF-FIRST-NAME
           MOVE DB2-CG-LASTNAME TO CF-LAST-NAME
           MOVE DB2-CG-HOUSENAME TO CF-HOUSE-NAME
           MOVE DB2-CG-HOUSENUMBER TO CF-HOUSE-NUMBER
           MOVE DB2-CG-POSTCODE TO CF-POSTCODE
           IF NOT CC-BY-POST
              MOVE WS-RECIPIENT TO CF-RECIPIENT
           END-IF
           MOVE DB2-CG-BRANCH TO CF-BRANCH
           MOVE DB2-CG-LANGUAGE TO CF-LANGUAGE

           WRITE CAMPAIGN-RECORD
           IF WS-CAMPAIGN-STATUS NOT = '00'
              DISPLAY 'LGCMPGN1 - WRITE CMPGFILE failed, status='
                      WS-CAMPAIGN-STATUS
              MOVE '90' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CURSOR
              GO TO 2500-EXIT
           END-IF

           MOVE DB2-CG-CUSTOMERNUM TO CT-CUSTOMER-NUM
           MOVE 0 TO CT-POLICY-NUM
           MOVE WS-CAMPAIGN-CODE TO CT-DOC-TYPE
           MOVE WS-CHANNEL TO CT-CHANNEL
           PERFORM LGCON-RECORD-CONTACT
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           IF CC-EXECUTE
              MOVE WS-ROWS-SELECTED TO JR-ROWS-UPDATED
           END-IF
           MOVE WS-ROWS-SUPPRESSED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE CAMPAIGN-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Customers matching selection: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-OUTSIDE-AGE TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Outside the age band: ' WS-ROWS-DISPLAY
           MOVE WS-SUP-DECEASED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed deceased: ' WS-ROWS-DISPLAY
           MOVE WS-SUP-SANCTIONS TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed compliance hold: '
                   WS-ROWS-DISPLAY
           MOVE WS-SUP-COMPLAINT TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed open complaint: '
                   WS-ROWS-DISPLAY
           MOVE WS-SUP-ARREARS TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed in arrears: ' WS-ROWS-DISPLAY
           MOVE WS-SUP-OPTED-OUT TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed opted out: ' WS-ROWS-DISPLAY
           MOVE WS-SUP-NO-CONSENT TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed no consent: ' WS-ROWS-DISPLAY
           MOVE WS-SUP-NO-ADDRESS TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed no address: ' WS-ROWS-DISPLAY
           MOVE WS-SUP-CONTACTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Suppressed already contacted: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-SELECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Customers selected: ' WS-ROWS-DISPLAY
           DISPLAY 'LGCMPGN1 - Marketing campaign selection complete'
           .

      *----------------------------------------------------------------*
      * Contact history procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGCONPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGCMPGN1.
