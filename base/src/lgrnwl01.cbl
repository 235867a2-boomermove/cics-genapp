      *          RENEWAL_REFERRAL for an underwriter instead; once    *
      *          the underwriter approves (or amends) the premium     *
      *          through 01RRNW, the next run writes the invitation   *
      *          at the approved figure. A motor policy is rated on   *
      *          its named drivers (MOTOR_DRIVER) as well as the      *
      *          policyholder, a house policy on its specified items  *
      *          (SPECIFIED_ITEM) as well as the property. The same   *
      *          risk is also rated as a new quote would be today     *
      *          (the LGAQUO01 rating call - today's date and the     *
      *          rate set in force today) and the renewal premium is  *
      *          capped at that new-business equivalent price, so a   *
      *          renewing customer is never asked for more than a new *
      *          customer. Both figures go on the invitation and on   *
      *          RENEWAL_PRICE for the LGRNATT1 attestation report,   *
      *          and the renewal rating is kept factor by factor on   *
      *          RATING_BREAKDOWN (LGRBKPRC). A paperless customer    *
      *          (LGDLVPRC) is sent the invitation by email or SMS on *
      *          the DLVRFILE dispatch dataset instead of RENWFILE.   *
      *          No invitation is posted to a customer marked         *
      *          gone-away (LGGAW01); the anniversary stays uninvited *
      *          until the address is put right. The sweep can run as *
      *          parallel partitions over policy-number ranges named  *
      *          on the PARTCTL card (LGPARTWS), each with its own    *
      *          checkpoint/restart and registry entry; LGPTMRG1      *
      *          merges the partitions' RENWFILE and DLVRFILE into    *
      *          the single files the bureau and the gateway expect.  *
      *          Policy dates are YYYY-MM-DD.                         *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENWL-STATUS.

           SELECT DLVR-FILE ASSIGN TO DLVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVR-STATUS.

           SELECT PART-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PN-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Motor no-claims years carried into the renewal year, so
      *    the invitation shows the discount a claim would cost
           05  RN-NCD-YEARS            PIC 9(2).
      *    New-business equivalent price, and 'Y' when the renewal
      *    premium was capped down to it
           05  RN-NB-PREMIUM           PIC 9(6).99.
           05  RN-CAP-APPLIED          PIC X(1).
           05  RN-RECORD-FILLER        PIC X(27).

      *----------------------------------------------------------------*
      * Email/SMS dispatch record for the messaging gateway - layout  *
      * DL-DISPATCH-RECORD in LGDLVWS                                 *
      *----------------------------------------------------------------*
       FD  DLVR-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DLVR-RECORD                 PIC X(300).

      *----------------------------------------------------------------*
      * Partition card - layout PN-CONTROL-CARD in LGPARTWS           *
      *----------------------------------------------------------------*
       FD  PART-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PART-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Sweep partitioning (LGPARTPRC procedures) and the shared      *
      * checkpoint/restart each partition takes                       *
      *----------------------------------------------------------------*
           COPY LGPARTWS.
           COPY LGCHKPT.

      *----------------------------------------------------------------*
      * Business calendar working storage (LGCALPRC procedures)       *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           COPY LGCONHST.

      *----------------------------------------------------------------*
      * Email/SMS document delivery (LGDLVPRC procedures)             *
      *----------------------------------------------------------------*
           COPY LGDLVWS.

      *----------------------------------------------------------------*
      * Policy processing configuration working copy                  *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-RENWL-STATUS         PIC X(2) VALUE '00'.
           05  WS-DLVR-STATUS          PIC X(2) VALUE '00'.
           05  WS-WRITE-STATUS         PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-INTEGER        PIC 9(7).
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-ANNIV-RAW            PIC X(8).
           05  WS-ANNIV-YYYY           PIC 9(4).
           05  WS-ANNIV-INTEGER        PIC 9(7).
           05  WS-ROWS-INVITED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-SKIPPED         PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-REFERRED        PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-CAPPED          PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-CUSTNUM-DISPLAY      PIC 9(10).
           05  WS-POLNUM-DISPLAY       PIC 9(10).
           05  DB2-RN-FIRSTNAME        PIC X(10).
           05  DB2-RN-LASTNAME         PIC X(20).
           05  DB2-RN-DOB              PIC X(10).
           05  DB2-RN-DOB-ENC          PIC X(18).
           05  DB2-RN-HOUSENAME        PIC X(20).
           05  DB2-RN-HOUSENUMBER      PIC X(4).
           05  DB2-RN-POSTCODE         PIC X(8).
           05  DB2-CV-UNITS            PIC S9(4) COMP.
           05  DB2-CV-NEWPREM          PIC S9(6)V99 COMP-3.
           05  DB2-CV-NCDYEARS         PIC S9(4) COMP.
           05  DB2-CV-TRADECODE        PIC X(5).

      *----------------------------------------------------------------*
      * Underwriter referral work fields                               *
           05  WS-RF-APPROVED-PREM     PIC S9(6)V99 COMP-3.
           05  WS-SWING-PCT            PIC S9(5)V99 COMP-3.

      *----------------------------------------------------------------*
      * New-business price cap work fields - the renewal premium as   *
      * rated before any cap, the new-business equivalent price, and  *
      * whether the cap brought the renewal premium down              *
      *----------------------------------------------------------------*
       01  WS-PRICE-CAP-VARS.
           05  WS-PC-RATED-PREM        PIC S9(6)V99 COMP-3.
           05  WS-PC-NB-PREM           PIC S9(6)V99 COMP-3.
           05  WS-PC-RATING-DATE       PIC X(10).
           05  WS-PC-CAPPED            PIC X(1).
               88  WS-PC-CAP-APPLIED   VALUE 'Y'.

      *----------------------------------------------------------------*
      * LGRATE01 request/response commarea, driven over EXCI           *
      *----------------------------------------------------------------*
       01  WS-RATING-COMMAREA.
           COPY LGRATING.

      *----------------------------------------------------------------*
      * Motor named drivers (LGDRVPRC procedures)                      *
      *----------------------------------------------------------------*
           COPY LGDRVWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.

      *----------------------------------------------------------------*
      * Rating breakdown (LGRBKPRC procedures)                         *
      *----------------------------------------------------------------*
           COPY LGRBKWS.

      *----------------------------------------------------------------*
      * Renewal candidate cursor - every in-force policy, joined to   *
      * its customer for the name/address the invitation needs and    *
      * carries the anniversary already invited, so whether this      *
      * run's anniversary is new is decided per row in                *
      * 2200-CHECK-ANNIVERSARY.                                       *
      * WITH HOLD keeps it open across a partition's interval         *
      * commits; the range is the partition's (the whole book         *
      * single-stream), started from the restart policy on a rerun.   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE RENWL_CURSOR CURSOR WITH HOLD FOR
               SELECT P.POLICYNUMBER,
                      P.CUSTOMERNUMBER,
                      P.POLICYTYPE,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      C.DATEOFBIRTH,
                      C.DATEOFBIRTH_ENC,
                      C.HOUSENAME,
                      C.HOUSENUMBER,
                      C.POSTCODE
               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                 AND P.STATUS = 'A'
                 AND COALESCE(C.DECEASED, ' ') <> 'Y'
                 AND P.POLICYNUMBER BETWEEN :PN-FROM-POLICYNUM
                                        AND :PN-HIGH-POLICYNUM
               ORDER BY P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
      * Open the invitation file and fix today's date                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      * A partition runs, checkpoints and registers under its own job
      * name; single-stream the job name is the program's
           MOVE 'LGRNWL01' TO PN-PROGRAM-NAME
           MOVE 2 TO PN-FILE-COUNT
           MOVE 'RENWFILE' TO PN-F-DDNAME(1)
           MOVE 1 TO PN-F-HASH-OFFSET(1)
           MOVE 10 TO PN-F-HASH-LENGTH(1)
           MOVE 'DLVRFILE' TO PN-F-DDNAME(2)
           MOVE 75 TO PN-F-HASH-OFFSET(2)
           MOVE 0 TO PN-F-HASH-LENGTH(2)
           PERFORM LGPART-READ-CARD

           MOVE PN-JOB-NAME TO JR-JOB-NAME
           PERFORM LGJOB-START

           IF PN-RC NOT = '00'
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              PERFORM LGPART-OPEN-CHECKPOINT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYY

                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-WINDOW-END-YMD
           END-STRING
           MOVE WS-WINDOW-END-YMD TO WS-TODAY-YMD
           MOVE WS-WINDOW-END-YMD TO CAL-REQ-DATE
           MOVE PC-RENEWAL-LEAD-DAYS TO CAL-DAY-COUNT
           PERFORM LGCAL-ADD-WORK-DAYS
              MOVE SPACES TO WS-WINDOW-END-YMD
           END-IF

           IF WS-RETURN-CODE = '00'
              PERFORM 1100-OPEN-FILES
           END-IF

           DISPLAY 'LGRNWL01 - Policy renewal invitation batch starting'
           DISPLAY 'LGRNWL01 - Renewal lead days: ' PC-RENEWAL-LEAD-DAYS
           .

      *----------------------------------------------------------------*
      * Open the invitation and dispatch files - added to, behind a   *
      * restart marker, when a partition resumes after a failure      *
      *----------------------------------------------------------------*
       1100-OPEN-FILES.
           IF PN-RESUMING
              OPEN EXTEND RENWL-FILE
           ELSE
              OPEN OUTPUT RENWL-FILE
           END-IF

           IF WS-RENWL-STATUS NOT = '00'
              DISPLAY 'LGRNWL01 - OPEN RENWFILE failed, status='
                      WS-RENWL-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              IF PN-RESUMING
                 OPEN EXTEND DLVR-FILE
              ELSE
                 OPEN OUTPUT DLVR-FILE
              END-IF
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGRNWL01 - OPEN DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 CLOSE RENWL-FILE
                 MOVE '80' TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00' AND PN-PARTITIONED
              MOVE 1 TO PN-FILE-IDX
              PERFORM LGPART-OPENING-RECORD
              WRITE RENWL-RECORD FROM PN-CONTROL-RECORD
              MOVE 2 TO PN-FILE-IDX
              PERFORM LGPART-OPENING-RECORD
              WRITE DLVR-RECORD FROM PN-CONTROL-RECORD
           END-IF
           .

      *----------------------------------------------------------------*

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 2200-CHECK-ANNIVERSARY THRU 2200-EXIT
              PERFORM 2700-TAKE-CHECKPOINT
              PERFORM 2100-FETCH-NEXT-POLICY
           END-PERFORM

                    :DB2-RN-FIRSTNAME,
                    :DB2-RN-LASTNAME,
                    :DB2-RN-DOB,
                    :DB2-RN-DOB-ENC,
                    :DB2-RN-HOUSENAME,
                    :DB2-RN-HOUSENUMBER,
                    :DB2-RN-POSTCODE
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE '90' TO WS-RETURN-CODE
                 DISPLAY 'LGRNWL01 - FETCH RENWL_CURSOR failed SQLCODE='
                         SQLCODE
              ELSE

           IF WS-IN-WINDOW-FLAG = 'Y'
              PERFORM 3000-RATE-RENEWAL THRU 3000-EXIT
              IF RT-RETURN-CODE = '00'
                 PERFORM 3100-RECORD-RATING
                 PERFORM 3200-RATE-NEW-BUSINESS THRU 3200-EXIT
              END-IF
              IF RT-RETURN-CODE = '00'
                 PERFORM 3500-CHECK-REFERRAL THRU 3500-EXIT
                 IF WS-RF-STATUS = ' '
                    PERFORM 4000-WRITE-INVITATION THRU 4000-EXIT
                    IF NOT DL-POST-SUPPRESSED
                       PERFORM 5000-FLAG-POLICY
                    END-IF
                 END-IF
              ELSE
                 ADD 1 TO WS-ROWS-SKIPPED
           MOVE 0 TO DB2-CV-AMOUNT
           MOVE 0 TO DB2-CV-UNITS
           MOVE 0 TO DB2-CV-NCDYEARS
           MOVE SPACES TO DB2-CV-TRADECODE

           EVALUATE DB2-RN-POLICYTYPE
             WHEN 'E'
                   FROM HOUSE
                   WHERE POLICYNUMBER = :DB2-RN-POLICYNUM
               END-EXEC
               IF SQLCODE = 0
                  MOVE DB2-RN-POLICYNUM TO SPI-REQ-POLICYNUM
                  PERFORM LGSPI-LOAD-ITEMS
                  IF SPI-RC NOT = '00'
                     MOVE '90' TO RT-RETURN-CODE
                     DISPLAY 'LGRNWL01 - specified item fetch failed '
                             'for policy ' DB2-RN-POLICYNUM
                             ' SQLCODE=' SQLCODE
                     GO TO 3000-EXIT
                  END-IF
                  PERFORM LGSPI-SUMMARISE-LIST
               END-IF
             WHEN 'M'
               EXEC SQL
                   SELECT VALUE, CC, COALESCE(NCD_YEARS, 0)
                   FROM MOTOR
                   WHERE POLICYNUMBER = :DB2-RN-POLICYNUM
               END-EXEC
               IF SQLCODE = 0
                  MOVE DB2-RN-POLICYNUM TO DRV-REQ-POLICYNUM
                  PERFORM LGDRV-LOAD-DRIVERS
                  IF DRV-RC NOT = '00'
                     MOVE '90' TO RT-RETURN-CODE
                     DISPLAY 'LGRNWL01 - driver fetch failed for '
                             'policy ' DB2-RN-POLICYNUM
                             ' SQLCODE=' SQLCODE
                     GO TO 3000-EXIT
                  END-IF
                  PERFORM LGDRV-SUMMARISE-LIST
               END-IF
             WHEN 'C'
               EXEC SQL
                   SELECT BUILDINGS_SI + STOCK_SI, EMPLOYEES,
                          TRADECODE
                   INTO :DB2-CV-AMOUNT, :DB2-CV-UNITS,
                        :DB2-CV-TRADECODE
                   FROM COMMERCIAL
                   WHERE POLICYNUMBER = :DB2-RN-POLICYNUM
               END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
           MOVE SPACES TO WS-RATING-COMMAREA
           SET RT-RATE TO TRUE
           MOVE DB2-RN-DOB TO RT-CUSTOMER-DOB
           MOVE DB2-RN-DOB-ENC TO RT-CUSTOMER-DOB-ENC
           MOVE DB2-RN-POSTCODE TO RT-POSTCODE
           MOVE DB2-RN-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
           MOVE WS-CUSTNUM-DISPLAY TO RT-CUSTOMER-NUM
           MOVE DB2-CV-AMOUNT TO RT-COVER-AMOUNT
           MOVE DB2-CV-UNITS TO RT-RISK-UNITS
           MOVE DB2-CV-NCDYEARS TO RT-NCD-YEARS
           MOVE DB2-CV-TRADECODE TO RT-TRADE-CODE
           IF DB2-RN-POLICYTYPE = 'M'
              MOVE DRV-S-YOUNGEST-DOB TO RT-DRIVER-DOB
              MOVE DRV-S-MIN-YEARS-HELD TO RT-DRIVER-YEARS-HELD
              MOVE DRV-S-TOTAL-POINTS TO RT-CONVICTION-POINTS
           END-IF
           IF DB2-RN-POLICYTYPE = 'H'
              PERFORM VARYING SPI-CAT-SUB FROM 1 BY 1
                  UNTIL SPI-CAT-SUB > 4
                 MOVE SPI-S-CATEGORY-VALUE(SPI-CAT-SUB)
                     TO RT-SPEC-ITEM-VALUE(SPI-CAT-SUB)
              END-PERFORM
           END-IF

           EXEC CICS LINK Program('LGRATE01')
                     Commarea(WS-RATING-COMMAREA)
           EXIT
           .

      *----------------------------------------------------------------*
      * Keep the renewal rating whole on RATING_BREAKDOWN before the  *
      * new-business comparison overwrites its factors. A policy held *
      * for an underwriter is rated again on each run, so the row for *
      * the anniversary is replaced rather than added to.             *
      *----------------------------------------------------------------*
       3100-RECORD-RATING.
           MOVE 'R' TO RB-SOURCE-TYPE
           MOVE 'Y' TO RB-REPLACE-SAME
           MOVE 0 TO RB-QUOTENUM
           MOVE DB2-RN-POLICYNUM TO RB-POLICYNUM
           MOVE DB2-RN-CUSTOMERNUM TO RB-CUSTOMERNUM
           PERFORM LGRBK-SAVE-BREAKDOWN

           IF RB-RC NOT = '00'
              DISPLAY 'LGRNWL01 - RATING_BREAKDOWN insert failed for '
                      DB2-RN-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Rate the same risk again the way LGAQUO01 rates a new quote - *
      * today's date, so the rate set in force today - to give the    *
      * new-business equivalent price, then cap the renewal premium   *
      * at it. The rating commarea still holds the renewal request,   *
      * so only the rating date changes; the renewal premium and      *
      * anniversary are put back afterwards for the invitation.       *
      *----------------------------------------------------------------*
       3200-RATE-NEW-BUSINESS.
           MOVE RT-PREMIUM TO WS-PC-RATED-PREM
           MOVE RT-RATING-DATE TO WS-PC-RATING-DATE
           MOVE WS-TODAY-YMD TO RT-RATING-DATE

           EXEC CICS LINK Program('LGRATE01')
                     Commarea(WS-RATING-COMMAREA)
                     LENGTH(LENGTH OF WS-RATING-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '90' TO RT-RETURN-CODE
              DISPLAY 'LGRNWL01 - LGRATE01 LINK failed RESP=' WS-RESP
              GO TO 3200-EXIT
           END-IF

           IF RT-RETURN-CODE NOT = '00'
              GO TO 3200-EXIT
           END-IF

           MOVE RT-PREMIUM TO WS-PC-NB-PREM
           MOVE WS-PC-RATED-PREM TO RT-PREMIUM
           MOVE WS-PC-RATING-DATE TO RT-RATING-DATE
           PERFORM 3300-APPLY-PRICE-CAP

       3200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * Cap the premium in RT-PREMIUM at the new-business equivalent. *
      * Applied to the rated premium before the swing test, and again *
      * to an underwriter's approved figure, so nothing invited ever  *
      * exceeds what a new customer would pay.                        *
      *----------------------------------------------------------------*
       3300-APPLY-PRICE-CAP.
           MOVE RT-PREMIUM TO WS-PC-RATED-PREM
           MOVE 'N' TO WS-PC-CAPPED

           IF RT-PREMIUM > WS-PC-NB-PREM
              MOVE WS-PC-NB-PREM TO RT-PREMIUM
              MOVE 'Y' TO WS-PC-CAPPED
           END-IF
           .

      *----------------------------------------------------------------*
      * Decide whether this anniversary's invitation may go out.      *
      * WS-RF-STATUS comes back ' ' to invite as normal (with         *
      *        Approved - invite at the underwriter's figure and
      *        close the referral off
               MOVE WS-RF-APPROVED-PREM TO RT-PREMIUM
               PERFORM 3300-APPLY-PRICE-CAP
               PERFORM 3700-CLOSE-REFERRAL
               MOVE ' ' TO WS-RF-STATUS
               GO TO 3500-EXIT
           MOVE DB2-RN-PREMIUM TO RN-CURRENT-PREMIUM
           MOVE RT-PREMIUM TO RN-RENEWAL-PREMIUM
           MOVE DB2-CV-NCDYEARS TO RN-NCD-YEARS
           MOVE WS-PC-NB-PREM TO RN-NB-PREMIUM
           MOVE WS-PC-CAPPED TO RN-CAP-APPLIED

      * Paperless customers get the invitation through the messaging
      * gateway instead of the print bureau
           MOVE DB2-RN-CUSTOMERNUM TO DL-CUSTOMER-NUM
           MOVE DB2-RN-POLICYNUM TO DL-POLICY-NUM
           MOVE 'RENEWAL ' TO DL-DOC-TYPE
           PERFORM LGDLV-CHOOSE-CHANNEL

      * Nothing is posted to a gone-away address - the anniversary is
      * left uninvited so the invitation goes once the address is put
      * right
           IF DL-POST-SUPPRESSED
              GO TO 4000-EXIT
           END-IF

           IF DL-ELECTRONIC
              MOVE RENWL-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
           END-IF

      * An email that could not be registered falls back to print,
      * which a gone-away address must not get either
           IF DL-POST-SUPPRESSED
              GO TO 4000-EXIT
           END-IF

           IF DL-ELECTRONIC
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD
              MOVE WS-DLVR-STATUS TO WS-WRITE-STATUS
              MOVE 2 TO PN-FILE-IDX
              MOVE DL-DISPATCH-RECORD TO PN-RECORD-IMAGE
           ELSE
              WRITE RENWL-RECORD
              MOVE WS-RENWL-STATUS TO WS-WRITE-STATUS
              MOVE 1 TO PN-FILE-IDX
              MOVE RENWL-RECORD TO PN-RECORD-IMAGE
           END-IF

           IF WS-WRITE-STATUS NOT = '00'
              DISPLAY 'LGRNWL01 - WRITE failed, channel=' DL-CHANNEL
                      ' status=' WS-WRITE-STATUS
           ELSE
              PERFORM LGPART-COUNT-RECORD
              ADD 1 TO WS-ROWS-INVITED
              MOVE DB2-RN-CUSTOMERNUM TO CT-CUSTOMER-NUM
              MOVE DB2-RN-POLICYNUM TO CT-POLICY-NUM
              MOVE 'RENEWAL ' TO CT-DOC-TYPE
              MOVE DL-CHANNEL TO CT-CHANNEL
              PERFORM LGCON-RECORD-CONTACT
           END-IF
           .
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Stamp the invited anniversary so this anniversary is never    *
              DISPLAY 'LGRNWL01 - RENEWAL_INVITED update failed for '
                      DB2-RN-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF

           PERFORM 5100-RECORD-RENEWAL-PRICE
           .

      *----------------------------------------------------------------*
      * Keep both prices for the anniversary on RENEWAL_PRICE - the   *
      * record the LGRNATT1 attestation report is built from. An      *
      * anniversary already recorded (a run whose POLICY stamp did    *
      * not commit) is overwritten with this run's figures.           *
      *----------------------------------------------------------------*
       5100-RECORD-RENEWAL-PRICE.
           IF WS-PC-CAP-APPLIED
              ADD 1 TO WS-ROWS-CAPPED
           END-IF

           EXEC SQL
               INSERT INTO RENEWAL_PRICE
               ( POLICYNUMBER, ANNIVERSARY, POLICYTYPE,
                 EXPIRING_PREMIUM, RATED_PREMIUM, NB_PREMIUM,
                 RENEWAL_PREMIUM, CAP_APPLIED, INVITED_DATE )
               VALUES ( :DB2-RN-POLICYNUM, :WS-ANNIV-YMD,
                        :DB2-RN-POLICYTYPE, :DB2-RN-PREMIUM,
                        :WS-PC-RATED-PREM, :WS-PC-NB-PREM,
                        :DB2-CV-NEWPREM, :WS-PC-CAPPED,
                        :WS-TODAY-YMD )
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                  UPDATE RENEWAL_PRICE
                  SET EXPIRING_PREMIUM = :DB2-RN-PREMIUM,
                      RATED_PREMIUM = :WS-PC-RATED-PREM,
                      NB_PREMIUM = :WS-PC-NB-PREM,
                      RENEWAL_PREMIUM = :DB2-CV-NEWPREM,
                      CAP_APPLIED = :WS-PC-CAPPED,
                      INVITED_DATE = :WS-TODAY-YMD
                  WHERE POLICYNUMBER = :DB2-RN-POLICYNUM
                    AND ANNIVERSARY = :WS-ANNIV-YMD
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'LGRNWL01 - RENEWAL_PRICE insert failed for '
                      DB2-RN-POLICYNUM ' SQLCODE=' SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * One policy done - in a partition, count it towards the next   *
      * commit, putting the files' records on disk first when the     *
      * commit is due so the counts recorded with it are there        *
      *----------------------------------------------------------------*
       2700-TAKE-CHECKPOINT.
           MOVE DB2-RN-POLICYNUM TO PN-CURRENT-POLICYNUM
           PERFORM LGPART-SYNC-CHECK

           IF PN-SYNC-DUE
              CLOSE RENWL-FILE
              CLOSE DLVR-FILE
              OPEN EXTEND RENWL-FILE
              OPEN EXTEND DLVR-FILE
              IF WS-RENWL-STATUS NOT = '00'
                 OR WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGRNWL01 - reopen of RENWFILE/DLVRFILE '
                         'failed, status=' WS-RENWL-STATUS '/'
                         WS-DLVR-STATUS
                 MOVE '80' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
              END-IF
           END-IF

           IF WS-RETURN-CODE = '00'
              PERFORM LGPART-CHECKPOINT
           END-IF
           .

      *----------------------------------------------------------------*
      * A partition ending clean closes each file with its trailer    *
      *----------------------------------------------------------------*
       8000-WRITE-TRAILERS.
           MOVE 1 TO PN-FILE-IDX
           PERFORM LGPART-TRAILER-RECORD
           WRITE RENWL-RECORD FROM PN-CONTROL-RECORD
           MOVE 2 TO PN-FILE-IDX
           PERFORM LGPART-TRAILER-RECORD
           WRITE DLVR-RECORD FROM PN-CONTROL-RECORD

           IF WS-RENWL-STATUS NOT = '00' OR WS-DLVR-STATUS NOT = '00'
              DISPLAY 'LGRNWL01 - trailer WRITE failed, status='
                      WS-RENWL-STATUS '/' WS-DLVR-STATUS
              MOVE '85' TO WS-RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Close the file, commit and report results                     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF PN-PARTITIONED AND WS-RETURN-CODE = '00'
              PERFORM 8000-WRITE-TRAILERS
           END-IF

           IF WS-RETURN-CODE NOT = '80'
              CLOSE RENWL-FILE
              CLOSE DLVR-FILE
           END-IF

      * A partition ending clean clears its restart position; a failed
      * one backs out to its last commit, which the restart position
      * and the files' restart marker both describe, and resumes there
           IF PN-PARTITIONED
              IF WS-RETURN-CODE = '00'
                 PERFORM LGCHKPT-CLOSE
              ELSE
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              END-IF
           END-IF

      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           END-IF
           PERFORM LGJOB-END

           EXEC SQL
               COMMIT
           END-EXEC
           MOVE WS-ROWS-INVITED TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNWL01 - Renewal invitations written: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-DISPATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNWL01 - of which sent by email/SMS: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-SUPPRESSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNWL01 - Held for gone-away customers: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-SKIPPED TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNWL01 - Policies skipped: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-REFERRED TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNWL01 - Premium swings referred: '
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-CAPPED TO WS-ROWS-DISPLAY
           DISPLAY 'LGRNWL01 - Capped at new-business price: '
                   WS-ROWS-DISPLAY
           PERFORM LGPART-REPORT-TOTALS
           DISPLAY 'LGRNWL01 - Policy renewal batch complete'
           .

      *----------------------------------------------------------------*
           COPY LGJOBPRC.

      *----------------------------------------------------------------*
      * Sweep partitioning and checkpoint/restart procedures from     *
      * copybook                                                      *
      *----------------------------------------------------------------*
           COPY LGPARTPRC.
           COPY LGCHKPRC.

      *----------------------------------------------------------------*
      * Contact history procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGCONPRC.

      *----------------------------------------------------------------*
      * Document delivery procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDLVPRC.

      *----------------------------------------------------------------*
      * Business calendar procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGCALPRC.

      *----------------------------------------------------------------*
      * Motor named driver procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDRVPRC.

      *----------------------------------------------------------------*
      * House specified items procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

      *----------------------------------------------------------------*
      * Rating breakdown procedures from copybook                      *
      *----------------------------------------------------------------*
           COPY LGRBKPRC.

       END PROGRAM LGRNWL01.
