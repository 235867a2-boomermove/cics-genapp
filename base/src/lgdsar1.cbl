      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Subject Access Request Extract Batch     *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDSAR1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGDSAR1 - Subject Access Request Extract Batch       *
      * Purpose: Runs outside CICS against a file of data-protection  *
      *          subject access requests (DSARFILE, one customer      *
      *          number and the date the request was received per     *
      *          record) and writes one readable pack per request to  *
      *          DSARPACK: the DB2 CUSTOMER row and the KSDSCUST      *
      *          record, the CUSTOMER_HISTORY field changes, every    *
      *          policy with its per-type detail, claims and their    *
      *          CLAIM_HISTORY, payments and installments, the bank   *
      *          mandate (sort code and account number masked, or     *
      *          shown only as held protected once enciphered),       *
      *          CONTACT_HISTORY, complaints, the household link,     *
      *          the USER_SECURITY login status, the customer's       *
      *          AUDIT_LOG entries, and the named drivers, their      *
      *          convictions and the specified items on the           *
      *          customer's policies. A policy held jointly counts    *
      *          for both policyholders. Each line carries a section  *
      *          code so the pack reads top to bottom in that order.  *
      *          Password hashes, salts and internal scores are       *
      *          never extracted.                                      *
      *          Every request is logged on DSAR_REQUEST with the     *
      *          received date, the one-month response deadline, the  *
      *          extract date and whether the deadline was met,       *
      *          under this run's BATCH_JOB_RUN id, plus an AUDIT_LOG *
      *          entry - the evidence that the response was made in   *
      *          time.                                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAR-FILE ASSIGN TO DSARFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSAR-STATUS.

           SELECT KSDSCUST-FILE ASSIGN TO KSDSCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KC-CUSTOMER-NUM
               FILE STATUS IS WS-KSDSCUST-STATUS.

           SELECT PACK-FILE ASSIGN TO DSARPACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Subject access request record - the customer number and the   *
      * date the request was received (YYYY-MM-DD; spaces = today)    *
      *----------------------------------------------------------------*
       FD  DSAR-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DSAR-RECORD.
           05  DR-CUSTOMER-NUM         PIC X(10).
           05  DR-RECEIVED-DATE        PIC X(10).
           05  DR-RECORD-FILLER        PIC X(10).

      *----------------------------------------------------------------*
      * KSDSCUST record - field-for-field the same as LGCMAREA's       *
      * CA-CUSTOMER-DATA                                               *
      *----------------------------------------------------------------*
       FD  KSDSCUST-FILE
           RECORD CONTAINS 225 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KSDSCUST-RECORD.
           05  KC-CUSTOMER-NUM         PIC X(10).
           05  KC-FIRST-NAME           PIC X(10).
           05  KC-LAST-NAME            PIC X(20).
           05  KC-DOB                  PIC X(10).
           05  KC-HOUSE-NAME           PIC X(20).
           05  KC-HOUSE-NUM            PIC X(4).
           05  KC-POSTCODE             PIC X(8).
           05  KC-PHONE-MOBILE         PIC X(15).
           05  KC-PHONE-HOME           PIC X(15).
           05  KC-EMAIL-ADDRESS        PIC X(40).
           05  KC-AGENT-NUM            PIC X(6).
           05  KC-BRANCH-NUM           PIC X(4).
           05  KC-HOUSEHOLD-NUM        PIC X(10).
           05  KC-CUSTOMER-FILLER      PIC X(33).
           05  KC-DOB-PROTECTED        PIC X(18).
           05  FILLER                  PIC X(2).

      *----------------------------------------------------------------*
      * Pack line - section code, customer number and one line of     *
      * text. Sections: REQ request, CUST customer row, KSDS VSAM     *
      * record, CHST field history, POL policy, PDET policy detail,   *
      * CLM claim, CLMH claim history, PAY payment, INST installment, *
      * BANK mandate, CONT contact, CMPL complaint, HHLD household,   *
      * LOGN login status, AUDT audit entry, END pack trailer         *
      *----------------------------------------------------------------*
       FD  PACK-FILE
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PACK-RECORD.
           05  PK-SECTION              PIC X(4).
           05  PK-CUSTOMER-NUM         PIC X(10).
           05  PK-TEXT                 PIC X(226).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGDSAR1-----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-REQUEST-RC           PIC X(2) VALUE '00'.
           05  WS-DSAR-STATUS          PIC X(2) VALUE '00'.
           05  WS-KSDSCUST-STATUS      PIC X(2) VALUE '00'.
           05  WS-PACK-STATUS          PIC X(2) VALUE '00'.
           05  WS-END-OF-FILE          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS  VALUE 'Y'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-REQUEST-VALID        PIC X(1) VALUE 'Y'.
               88  WS-VALID-REQUEST    VALUE 'Y'.
           05  WS-DATA-HELD            PIC X(1) VALUE 'N'.
               88  WS-CUSTOMER-HELD    VALUE 'Y'.
           05  WS-SQL-STEP             PIC X(30).
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-PACKS-WRITTEN        PIC 9(7) COMP-3 VALUE 0.
           05  WS-REQUESTS-REJECTED    PIC 9(7) COMP-3 VALUE 0.
           05  WS-PACKS-LATE           PIC 9(7) COMP-3 VALUE 0.
           05  WS-PACK-LINES           PIC S9(9) COMP VALUE 0.
           05  WS-SECTION-ROWS         PIC S9(9) COMP VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).

      *----------------------------------------------------------------*
      * Response deadline - one calendar month from receipt, the same *
      * day of the following month, or that month's last day when it  *
      * is shorter (a request received 31 January is due 28 or 29     *
      * February)                                                      *
      *----------------------------------------------------------------*
       01  WS-DEADLINE-VARS.
           05  WS-RECEIVED-YMD         PIC X(10).
           05  WS-RECEIVED-RAW         PIC X(8).
           05  WS-RECEIVED-PARTS REDEFINES WS-RECEIVED-RAW.
               10  WS-RCV-YYYY         PIC 9(4).
               10  WS-RCV-MM           PIC 9(2).
               10  WS-RCV-DD           PIC 9(2).
           05  WS-DUE-RAW              PIC X(8).
           05  WS-DUE-PARTS REDEFINES WS-DUE-RAW.
               10  WS-DUE-YYYY         PIC 9(4).
               10  WS-DUE-MM           PIC 9(2).
               10  WS-DUE-DD           PIC 9(2).
           05  WS-NEXT-RAW             PIC X(8).
           05  WS-NEXT-PARTS REDEFINES WS-NEXT-RAW.
               10  WS-NXT-YYYY         PIC 9(4).
               10  WS-NXT-MM           PIC 9(2).
               10  WS-NXT-DD           PIC 9(2).
           05  WS-LAST-RAW             PIC X(8).
           05  WS-LAST-PARTS REDEFINES WS-LAST-RAW.
               10  WS-LAST-YYYY        PIC 9(4).
               10  WS-LAST-MM          PIC 9(2).
               10  WS-LAST-DD          PIC 9(2).
           05  WS-LAST-INTEGER         PIC 9(7).
           05  WS-DUE-YMD              PIC X(10).
           05  WS-ON-TIME              PIC X(1).
           05  WS-RESULT               PIC X(1).

      *----------------------------------------------------------------*
      * Pack line assembly and display forms                          *
      *----------------------------------------------------------------*
       01  WS-PACK-WORK.
           05  WS-PACK-SECTION         PIC X(4).
           05  WS-PACK-TEXT            PIC X(226).
           05  WS-NUM-DISPLAY          PIC 9(10).
           05  WS-NUM2-DISPLAY         PIC 9(10).
           05  WS-NUM3-DISPLAY         PIC 9(10).
           05  WS-SMALL-DISPLAY        PIC Z(3)9.
           05  WS-SMALL2-DISPLAY       PIC Z(3)9.
           05  WS-SMALL3-DISPLAY       PIC Z(3)9.
           05  WS-AMOUNT-DISPLAY       PIC -(6)9.99.
           05  WS-AMOUNT2-DISPLAY      PIC -(6)9.99.
           05  WS-AMOUNT3-DISPLAY      PIC -(6)9.99.
           05  WS-VALUE-DISPLAY        PIC Z(8)9.
           05  WS-VALUE2-DISPLAY       PIC Z(8)9.
           05  WS-LINES-DISPLAY        PIC Z(6)9.
           05  WS-MASKED-SORTCODE      PIC X(8).
           05  WS-MASKED-ACCOUNT       PIC X(8).
           05  WS-DOB-SHOWN            PIC X(14).

      *----------------------------------------------------------------*
      * Host variables - CUSTOMER, POLICY and per-type detail         *
      *----------------------------------------------------------------*
       01  DB2-CUSTOMER-REC.
           COPY DB2-CUSTOMER.

       01  DB2-POLICY-REC.
           COPY DB2-POLICY.

      *----------------------------------------------------------------*
      * Host variables - field history, claims, payments              *
      *----------------------------------------------------------------*
       01  CUSTOMER-HISTORY-REC.
           COPY CUSTOMER-HISTORY.

       01  CLAIM-HISTORY-REC.
           COPY CLAIM-HISTORY.

       01  DB2-CLAIM-REC.
           COPY DB2-CLAIM.

       01  DB2-PAYMENT-REC.
           COPY DB2-PAYMENT.

      *----------------------------------------------------------------*
      * Host variables - installments, contacts, complaints,          *
      * household and login status                                    *
      *----------------------------------------------------------------*
       01  DB2-DSAR-VARS.
           05  DB2-DS-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-DS-INS-POLICYNUM    PIC S9(9) COMP.
           05  DB2-DS-INS-DUE-DATE     PIC X(10).
           05  DB2-DS-INS-AMOUNT       PIC S9(6)V99 COMP-3.
           05  DB2-DS-INS-STATUS       PIC X(1).
           05  DB2-DS-CONTACT-TS       PIC X(26).
           05  DB2-DS-DOC-TYPE         PIC X(8).
           05  DB2-DS-CON-POLICYNUM    PIC S9(9) COMP.
           05  DB2-DS-CHANNEL          PIC X(1).
           05  DB2-DS-CMPNUM           PIC S9(9) COMP.
           05  DB2-DS-CMP-POLICYNUM    PIC S9(9) COMP.
           05  DB2-DS-CMP-CLAIMNUM     PIC S9(9) COMP.
           05  DB2-DS-CMP-RECEIVED     PIC X(10).
           05  DB2-DS-CMP-STATUS       PIC X(1).
           05  DB2-DS-CMP-DESCRIPTION  PIC X(60).
           05  DB2-DS-MEMBERNUM        PIC S9(9) COMP.
           05  DB2-DS-USERNAME         PIC X(32).
           05  DB2-DS-ACCOUNT-STATUS   PIC X(1).
           05  DB2-DS-LAST-LOGIN       PIC X(26).
           05  DB2-DS-LOGIN-ATTEMPTS   PIC S9(4) COMP.
           05  DB2-DS-MFA-ENABLED      PIC X(1).
           05  DB2-DS-PASSWORD-DATE    PIC X(10).
           05  DB2-DS-CREATED-DATE     PIC X(10).
           05  DB2-DS-HOLDER-ROLE      PIC X(1).
           05  DB2-DS-DET-POLICYNUM    PIC S9(9) COMP.
           05  DB2-DS-DRIVERNUM        PIC S9(4) COMP.
           05  DB2-DS-DRV-NAME         PIC X(30).
           05  DB2-DS-DRV-DOB          PIC X(10).
           05  DB2-DS-LICENCE-TYPE     PIC X(1).
           05  DB2-DS-YEARS-HELD       PIC S9(4) COMP.
           05  DB2-DS-RELATIONSHIP     PIC X(1).
           05  DB2-DS-CONVICTIONNUM    PIC S9(4) COMP.
           05  DB2-DS-CV-CODE          PIC X(4).
           05  DB2-DS-CV-DATE          PIC X(10).
           05  DB2-DS-CV-POINTS        PIC S9(4) COMP.
           05  DB2-DS-ITEMNUM          PIC S9(4) COMP.
           05  DB2-DS-ITEM-DESC        PIC X(30).
           05  DB2-DS-ITEM-CATEGORY    PIC X(1).
           05  DB2-DS-ITEM-VALUE       PIC S9(9) COMP.
           05  DB2-DS-VALUATION-DATE   PIC X(10).

      *----------------------------------------------------------------*
      * DSAR_REQUEST register host variables - one row per request    *
      *----------------------------------------------------------------*
       01  DB2-DSAR-REQUEST.
           05  DB2-DR-RUN-ID           PIC S9(9) COMP.
           05  DB2-DR-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-DR-RECEIVED-DATE    PIC X(10).
           05  DB2-DR-DUE-DATE         PIC X(10).
           05  DB2-DR-EXTRACT-DATE     PIC X(10).
           05  DB2-DR-RESULT           PIC X(1).
           05  DB2-DR-ON-TIME          PIC X(1).
           05  DB2-DR-LINE-COUNT       PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-WORK.
           05  AW-ACTION               PIC X(20) VALUE 'DSAR_EXTRACT'.
           05  AW-RESULT               PIC X(2)  VALUE '00'.

       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Customer field history, oldest first - TIMESTAMP is held      *
      * DD-MM-YYYY, so it is reordered to YYYYMMDD for the sort       *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSCHST_CURSOR CURSOR FOR
               SELECT TIMESTAMP, FIELD_NAME, OLD_VALUE, NEW_VALUE
               FROM CUSTOMER_HISTORY
               WHERE CUSTOMER_NUM = :DB2-DS-CUSTOMERNUM
               ORDER BY SUBSTR(TIMESTAMP,7,4) ||
                        SUBSTR(TIMESTAMP,4,2) ||
                        SUBSTR(TIMESTAMP,1,2) ||
                        SUBSTR(TIMESTAMP,12,8)
           END-EXEC.

      *----------------------------------------------------------------*
      * Every policy the customer holds or has held - as first-named  *
      * policyholder ('F') or as joint policyholder on POLICY_PARTY   *
      * ('J')                                                          *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSPOL_CURSOR CURSOR FOR
               SELECT POLICYNUMBER, POLICYTYPE, EFFECTIVEDATE,
                      EXPIRYDATE, STATUS, PREMIUM,
                      COALESCE(NET_PREMIUM, 0),
                      COALESCE(IPT_AMOUNT, 0),
                      COALESCE(PAYMENT_FREQ, ' '),
                      COALESCE(AGENTNUMBER, ' '),
                      COALESCE(BRANCHNUMBER, ' '),
                      'F'
               FROM POLICY
               WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
               UNION
               SELECT P.POLICYNUMBER, P.POLICYTYPE, P.EFFECTIVEDATE,
                      P.EXPIRYDATE, P.STATUS, P.PREMIUM,
                      COALESCE(P.NET_PREMIUM, 0),
                      COALESCE(P.IPT_AMOUNT, 0),
                      COALESCE(P.PAYMENT_FREQ, ' '),
                      COALESCE(P.AGENTNUMBER, ' '),
                      COALESCE(P.BRANCHNUMBER, ' '),
                      'J'
               FROM POLICY P, POLICY_PARTY J
               WHERE J.POLICYNUMBER = P.POLICYNUMBER
                 AND J.CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
                 AND J.PARTY_ROLE = 'J'
               ORDER BY 1
           END-EXEC.

      *----------------------------------------------------------------*
      * Claims, and the field history of those claims                 *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSCLM_CURSOR CURSOR FOR
               SELECT CLAIMNUMBER, POLICYNUMBER, LOSSDATE,
                      COALESCE(REGISTEREDDATE, ' '),
                      STATUS, RESERVE,
                      COALESCE(DESCRIPTION, ' ')
               FROM CLAIM
               WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
               ORDER BY CLAIMNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE DSCLMH_CURSOR CURSOR FOR
               SELECT H.TIMESTAMP, H.CLAIM_NUM, H.FIELD_NAME,
                      H.OLD_VALUE, H.NEW_VALUE
               FROM CLAIM_HISTORY H, CLAIM C
               WHERE H.CLAIM_NUM = C.CLAIMNUMBER
                 AND C.CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
               ORDER BY H.CLAIM_NUM,
                        SUBSTR(H.TIMESTAMP,7,4) ||
                        SUBSTR(H.TIMESTAMP,4,2) ||
                        SUBSTR(H.TIMESTAMP,1,2) ||
                        SUBSTR(H.TIMESTAMP,12,8)
           END-EXEC.

      *----------------------------------------------------------------*
      * Payments and the installment schedule                         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSPAY_CURSOR CURSOR FOR
               SELECT POLICYNUMBER, PAYMENT_DATE, AMOUNT,
                      STATUS, REFERENCE,
                      COALESCE(RETURN_REASON, ' ')
               FROM PAYMENT
               WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
               ORDER BY PAYMENT_DATE, REFERENCE
           END-EXEC.

           EXEC SQL
               DECLARE DSINS_CURSOR CURSOR FOR
               SELECT I.POLICYNUMBER, I.DUE_DATE, I.AMOUNT, I.STATUS
               FROM INSTALLMENT I, POLICY P
               WHERE I.POLICYNUMBER = P.POLICYNUMBER
                 AND P.CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
               ORDER BY I.POLICYNUMBER, I.DUE_DATE
           END-EXEC.

      *----------------------------------------------------------------*
      * Contact history and complaints                                *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSCON_CURSOR CURSOR FOR
               SELECT CONTACT_TS, DOC_TYPE,
                      COALESCE(POLICYNUMBER, 0), CHANNEL
               FROM CONTACT_HISTORY
               WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
               ORDER BY CONTACT_TS
           END-EXEC.

           EXEC SQL
               DECLARE DSCMP_CURSOR CURSOR FOR
               SELECT COMPLAINTNUMBER,
                      COALESCE(POLICYNUMBER, 0),
                      COALESCE(CLAIMNUMBER, 0),
                      RECEIVEDDATE, STATUS,
                      COALESCE(DESCRIPTION, ' ')
               FROM COMPLAINT
               WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
               ORDER BY COMPLAINTNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * The other members of the customer's household - numbers only, *
      * their personal details are not this customer's data           *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSHH_CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER
               FROM CUSTOMER
               WHERE HOUSEHOLDNUMBER = :DB2-HOUSEHOLDNUM
                 AND CUSTOMERNUMBER <> :DB2-DS-CUSTOMERNUM
               ORDER BY CUSTOMERNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * The customer's AUDIT_LOG entries, oldest first                *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSAUD_CURSOR CURSOR FOR
               SELECT TIMESTAMP, COALESCE(USERNAME, ' '), ACTION,
                      RESULT, COALESCE(CLIENT_IP, ' '),
                      COALESCE(DETAILS, ' ')
               FROM AUDIT_LOG
               WHERE CUSTOMER_NUM = :DB2-DS-CUSTOMERNUM
               ORDER BY SUBSTR(TIMESTAMP,7,4) ||
                        SUBSTR(TIMESTAMP,4,2) ||
                        SUBSTR(TIMESTAMP,1,2) ||
                        SUBSTR(TIMESTAMP,12,8)
           END-EXEC.

      *----------------------------------------------------------------*
      * Named drivers and their convictions on the customer's motor   *
      * policies, and the specified items on their house policies -   *
      * solely or jointly held                                         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DSDRV_CURSOR CURSOR FOR
               SELECT D.POLICYNUMBER, D.DRIVERNUMBER, D.NAME,
                      D.DOB, D.LICENCE_TYPE, D.YEARS_HELD,
                      D.RELATIONSHIP
               FROM MOTOR_DRIVER D
               WHERE D.POLICYNUMBER IN
                     ( SELECT POLICYNUMBER FROM POLICY
                       WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
                       UNION
                       SELECT POLICYNUMBER FROM POLICY_PARTY
                       WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM )
               ORDER BY D.POLICYNUMBER, D.DRIVERNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE DSCNV_CURSOR CURSOR FOR
               SELECT V.POLICYNUMBER, V.DRIVERNUMBER,
                      V.CONVICTIONNUMBER, V.CONVICTION_CODE,
                      V.CONVICTION_DATE, V.POINTS
               FROM DRIVER_CONVICTION V
               WHERE V.POLICYNUMBER IN
                     ( SELECT POLICYNUMBER FROM POLICY
                       WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
                       UNION
                       SELECT POLICYNUMBER FROM POLICY_PARTY
                       WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM )
               ORDER BY V.POLICYNUMBER, V.DRIVERNUMBER,
                        V.CONVICTIONNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE DSITM_CURSOR CURSOR FOR
               SELECT S.POLICYNUMBER, S.ITEMNUMBER, S.DESCRIPTION,
                      S.CATEGORY, S.ITEM_VALUE, S.VALUATION_DATE
               FROM SPECIFIED_ITEM S
               WHERE S.POLICYNUMBER IN
                     ( SELECT POLICYNUMBER FROM POLICY
                       WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
                       UNION
                       SELECT POLICYNUMBER FROM POLICY_PARTY
                       WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM )
               ORDER BY S.POLICYNUMBER, S.ITEMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Open the files and prime the read-ahead                       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGDSAR1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGDSAR1 - Subject access request extract starting'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(7:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-RAW(1:4) DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WS-NOW-RAW(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(11:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-NOW-RAW(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING

           OPEN INPUT DSAR-FILE
           IF WS-DSAR-STATUS NOT = '00'
              DISPLAY 'LGDSAR1 - OPEN DSARFILE failed, status='
                      WS-DSAR-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           OPEN INPUT KSDSCUST-FILE
           IF WS-KSDSCUST-STATUS NOT = '00'
              DISPLAY 'LGDSAR1 - OPEN KSDSCUST failed, status='
                      WS-KSDSCUST-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           OPEN OUTPUT PACK-FILE
           IF WS-PACK-STATUS NOT = '00'
              DISPLAY 'LGDSAR1 - OPEN DSARPACK failed, status='
                      WS-PACK-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           IF NOT WS-NO-MORE-RECORDS
              PERFORM 1100-READ-NEXT-REQUEST
           END-IF
           .

       1100-READ-NEXT-REQUEST.
           READ DSAR-FILE
               AT END
                  MOVE 'Y' TO WS-END-OF-FILE
           END-READ

           IF NOT WS-NO-MORE-RECORDS
              IF WS-DSAR-STATUS NOT = '00'
                 MOVE 'Y' TO WS-END-OF-FILE
                 DISPLAY 'LGDSAR1 - READ DSARFILE failed, status='
                         WS-DSAR-STATUS
              ELSE
                 ADD 1 TO WS-ROWS-READ
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * One pack per request record                                   *
      *----------------------------------------------------------------*
       2000-PROCESS-REQUESTS.
           PERFORM UNTIL WS-NO-MORE-RECORDS
              PERFORM 2100-PROCESS-ONE-REQUEST THRU 2100-EXIT
              PERFORM 1100-READ-NEXT-REQUEST
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Work out the deadline, extract every store section by         *
      * section, then log the response against the deadline           *
      *----------------------------------------------------------------*
       2100-PROCESS-ONE-REQUEST.
           MOVE '00' TO WS-REQUEST-RC
           MOVE 0 TO WS-PACK-LINES
           MOVE 'N' TO WS-DATA-HELD

           IF DR-RECEIVED-DATE = SPACES
              MOVE WS-TODAY-YMD TO WS-RECEIVED-YMD
           ELSE
              MOVE DR-RECEIVED-DATE TO WS-RECEIVED-YMD
           END-IF

           STRING WS-RECEIVED-YMD(1:4) DELIMITED BY SIZE
                  WS-RECEIVED-YMD(6:2) DELIMITED BY SIZE
                  WS-RECEIVED-YMD(9:2) DELIMITED BY SIZE
                  INTO WS-RECEIVED-RAW
           END-STRING

           MOVE 'Y' TO WS-REQUEST-VALID
           IF DR-CUSTOMER-NUM NOT NUMERIC
              OR WS-RECEIVED-RAW NOT NUMERIC
              MOVE 'N' TO WS-REQUEST-VALID
           ELSE
              IF WS-RCV-MM < 1 OR WS-RCV-MM > 12
                 OR WS-RCV-DD < 1 OR WS-RCV-DD > 31
                 OR WS-RECEIVED-RAW > WS-TODAY-DATE
                 MOVE 'N' TO WS-REQUEST-VALID
              END-IF
           END-IF

           IF NOT WS-VALID-REQUEST
              DISPLAY 'LGDSAR1 - request rejected, customer '
                      DR-CUSTOMER-NUM ' received ' DR-RECEIVED-DATE
              ADD 1 TO WS-REQUESTS-REJECTED
              GO TO 2100-EXIT
           END-IF

           MOVE DR-CUSTOMER-NUM TO DB2-DS-CUSTOMERNUM
           PERFORM 2200-COMPUTE-DEADLINE

           MOVE 'REQ ' TO WS-PACK-SECTION
           MOVE SPACES TO WS-PACK-TEXT
           STRING 'Subject access request - received ' DELIMITED BY SIZE
                  WS-RECEIVED-YMD DELIMITED BY SIZE
                  ', response due ' DELIMITED BY SIZE
                  WS-DUE-YMD DELIMITED BY SIZE
                  ', extracted ' DELIMITED BY SIZE
                  WS-TODAY-YMD DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           PERFORM 3000-EXTRACT-CUSTOMER THRU 3000-EXIT
           PERFORM 3100-EXTRACT-KSDSCUST THRU 3100-EXIT
           PERFORM 3200-EXTRACT-CUST-HISTORY THRU 3200-EXIT
           PERFORM 3300-EXTRACT-POLICIES THRU 3300-EXIT
           PERFORM 3400-EXTRACT-CLAIMS THRU 3400-EXIT
           PERFORM 3500-EXTRACT-CLAIM-HISTORY THRU 3500-EXIT
           PERFORM 3600-EXTRACT-PAYMENTS THRU 3600-EXIT
           PERFORM 3700-EXTRACT-INSTALLMENTS THRU 3700-EXIT
           PERFORM 3800-EXTRACT-BANK-MANDATE THRU 3800-EXIT
           PERFORM 3900-EXTRACT-CONTACTS THRU 3900-EXIT
           PERFORM 4000-EXTRACT-COMPLAINTS THRU 4000-EXIT
           PERFORM 4100-EXTRACT-HOUSEHOLD THRU 4100-EXIT
           PERFORM 4200-EXTRACT-LOGIN-STATUS THRU 4200-EXIT
           PERFORM 4300-EXTRACT-AUDIT-LOG THRU 4300-EXIT
           PERFORM 4400-EXTRACT-DRIVERS THRU 4400-EXIT
           PERFORM 4500-EXTRACT-CONVICTIONS THRU 4500-EXIT
           PERFORM 4600-EXTRACT-SPEC-ITEMS THRU 4600-EXIT

           IF WS-REQUEST-RC NOT = '00'
              MOVE 'F' TO WS-RESULT
           ELSE
              IF WS-CUSTOMER-HELD
                 MOVE 'E' TO WS-RESULT
              ELSE
                 MOVE 'N' TO WS-RESULT
              END-IF
           END-IF

           IF WS-TODAY-DATE > WS-DUE-RAW
              MOVE 'N' TO WS-ON-TIME
           ELSE
              MOVE 'Y' TO WS-ON-TIME
           END-IF

           PERFORM 2300-WRITE-PACK-TRAILER
           PERFORM 5000-RECORD-REQUEST
           PERFORM 5100-WRITE-AUDIT-RECORD

           EXEC SQL
               COMMIT
           END-EXEC

           IF WS-RESULT = 'F'
              DISPLAY 'LGDSAR1 - pack for customer ' DR-CUSTOMER-NUM
                      ' is incomplete - not to be issued'
           ELSE
              ADD 1 TO WS-PACKS-WRITTEN
           END-IF

           IF WS-ON-TIME = 'N'
              ADD 1 TO WS-PACKS-LATE
              DISPLAY 'LGDSAR1 - customer ' DR-CUSTOMER-NUM
                      ' extracted after the deadline ' WS-DUE-YMD
           END-IF
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Due date = same day next month, held to that month's last day *
      *----------------------------------------------------------------*
       2200-COMPUTE-DEADLINE.
           MOVE WS-RCV-YYYY TO WS-DUE-YYYY
           COMPUTE WS-DUE-MM = WS-RCV-MM + 1
           IF WS-DUE-MM > 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF

           MOVE WS-DUE-YYYY TO WS-NXT-YYYY
           COMPUTE WS-NXT-MM = WS-DUE-MM + 1
           IF WS-NXT-MM > 12
              MOVE 1 TO WS-NXT-MM
              ADD 1 TO WS-NXT-YYYY
           END-IF
           MOVE 1 TO WS-NXT-DD

           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NEXT-RAW))
               - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-LAST-INTEGER)
               TO WS-LAST-RAW

           IF WS-RCV-DD > WS-LAST-DD
              MOVE WS-LAST-DD TO WS-DUE-DD
           ELSE
              MOVE WS-RCV-DD TO WS-DUE-DD
           END-IF

           STRING WS-DUE-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DUE-RAW(7:2) DELIMITED BY SIZE
                  INTO WS-DUE-YMD
           END-STRING
           .

      *----------------------------------------------------------------*
      * Closing line - the line count lets the pack be checked whole  *
      * before it is sent                                              *
      *----------------------------------------------------------------*
       2300-WRITE-PACK-TRAILER.
           MOVE 'END ' TO WS-PACK-SECTION
           MOVE SPACES TO WS-PACK-TEXT
           COMPUTE WS-LINES-DISPLAY = WS-PACK-LINES + 1
           IF WS-RESULT = 'F'
              STRING 'End of pack - ' DELIMITED BY SIZE
                     WS-LINES-DISPLAY DELIMITED BY SIZE
                     ' lines - INCOMPLETE, extract failed, do not '
                         DELIMITED BY SIZE
                     'issue' DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
           ELSE
              STRING 'End of pack - ' DELIMITED BY SIZE
                     WS-LINES-DISPLAY DELIMITED BY SIZE
                     ' lines' DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
           END-IF
           PERFORM 7000-WRITE-PACK-LINE
           .

      *----------------------------------------------------------------*
      * DB2 CUSTOMER row                                               *
      *----------------------------------------------------------------*
       3000-EXTRACT-CUSTOMER.
           MOVE 'CUST' TO WS-PACK-SECTION
           MOVE 'Customer record' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE

           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, DATEOFBIRTH,
                      HOUSENAME, HOUSENUMBER, POSTCODE,
                      PHONEMOBILE, PHONEHOME, EMAILADDRESS,
                      COALESCE(AGENTNUMBER, ' '),
                      COALESCE(BRANCHNUMBER, ' '),
                      COALESCE(HOUSEHOLDNUMBER, 0),
                      COALESCE(MARITALSTATUS, ' '),
                      COALESCE(OCCUPATION, ' '),
                      COALESCE(PREFLANGUAGE, ' '),
                      COALESCE(CONSENTPOST, ' '),
                      COALESCE(CONSENTEMAIL, ' '),
                      COALESCE(CONSENTPHONE, ' '),
                      COALESCE(DECEASED, ' '),
                      COALESCE(DECEASEDDATE, ' '),
                      COALESCE(VULNERABLE, ' '),
                      COALESCE(VULNERABLEDATE, ' '),
                      COALESCE(VULNREVIEWDATE, ' '),
                      COALESCE(GONEAWAY, ' '),
                      COALESCE(GONEAWAYDATE, ' '),
                      COALESCE(GONEAWAYDOC, ' ')
               INTO :DB2-FIRSTNAME, :DB2-LASTNAME, :DB2-DATEOFBIRTH,
                    :DB2-HOUSENAME, :DB2-HOUSENUMBER, :DB2-POSTCODE,
                    :DB2-PHONEMOBILE, :DB2-PHONEHOME,
                    :DB2-EMAILADDRESS, :DB2-AGENTNUMBER,
                    :DB2-BRANCHNUMBER, :DB2-HOUSEHOLDNUM,
                    :DB2-MARITALSTATUS, :DB2-OCCUPATION,
                    :DB2-PREFLANGUAGE, :DB2-CONSENTPOST,
                    :DB2-CONSENTEMAIL, :DB2-CONSENTPHONE,
                    :DB2-DECEASED, :DB2-DECEASEDDATE,
                    :DB2-VULNERABLE, :DB2-VULNERABLEDATE,
                    :DB2-VULNREVIEWDATE, :DB2-GONEAWAY,
                    :DB2-GONEAWAYDATE, :DB2-GONEAWAYDOC
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO DB2-HOUSEHOLDNUM
              MOVE '  No customer record held' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
              GO TO 3000-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE 0 TO DB2-HOUSEHOLDNUM
              MOVE 'SELECT CUSTOMER' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3000-EXIT
           END-IF

           MOVE 'Y' TO WS-DATA-HELD

      *    A date of birth enciphered at rest is not deciphered here
           MOVE DB2-DATEOFBIRTH TO WS-DOB-SHOWN
           IF DB2-DATEOFBIRTH = SPACES
              MOVE 'Held protected' TO WS-DOB-SHOWN
           END-IF

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Name: ' DELIMITED BY SIZE
                  DB2-FIRSTNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DB2-LASTNAME DELIMITED BY SIZE
                  '  Date of birth: ' DELIMITED BY SIZE
                  WS-DOB-SHOWN DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Address: ' DELIMITED BY SIZE
                  DB2-HOUSENAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DB2-HOUSENUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DB2-POSTCODE DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Mobile: ' DELIMITED BY SIZE
                  DB2-PHONEMOBILE DELIMITED BY SIZE
                  '  Home: ' DELIMITED BY SIZE
                  DB2-PHONEHOME DELIMITED BY SIZE
                  '  E-mail: ' DELIMITED BY SIZE
                  DB2-EMAILADDRESS DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Marital status: ' DELIMITED BY SIZE
                  DB2-MARITALSTATUS DELIMITED BY SIZE
                  '  Occupation: ' DELIMITED BY SIZE
                  DB2-OCCUPATION DELIMITED BY SIZE
                  '  Language: ' DELIMITED BY SIZE
                  DB2-PREFLANGUAGE DELIMITED BY SIZE
                  '  Agent: ' DELIMITED BY SIZE
                  DB2-AGENTNUMBER DELIMITED BY SIZE
                  '  Branch: ' DELIMITED BY SIZE
                  DB2-BRANCHNUMBER DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Marketing consent - post: ' DELIMITED BY SIZE
                  DB2-CONSENTPOST DELIMITED BY SIZE
                  '  e-mail: ' DELIMITED BY SIZE
                  DB2-CONSENTEMAIL DELIMITED BY SIZE
                  '  phone: ' DELIMITED BY SIZE
                  DB2-CONSENTPHONE DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           IF DB2-DECEASED = 'Y'
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Recorded as deceased: ' DELIMITED BY SIZE
                     DB2-DECEASEDDATE DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
           END-IF

           IF DB2-VULNERABLE NOT = SPACE
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Vulnerability marker: ' DELIMITED BY SIZE
                     DB2-VULNERABLE DELIMITED BY SIZE
                     ' (B bereaved, I seriously ill, F financial '
                         DELIMITED BY SIZE
                     'difficulty, C cognitive impairment)  Recorded: '
                         DELIMITED BY SIZE
                     DB2-VULNERABLEDATE DELIMITED BY SIZE
                     '  Review due: ' DELIMITED BY SIZE
                     DB2-VULNREVIEWDATE DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
           END-IF

           IF DB2-GONEAWAY = 'Y'
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Post returned (gone away): ' DELIMITED BY SIZE
                     DB2-GONEAWAYDATE DELIMITED BY SIZE
                     '  Document: ' DELIMITED BY SIZE
                     DB2-GONEAWAYDOC DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
           END-IF
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * KSDSCUST record - the VSAM copy of the customer details       *
      *----------------------------------------------------------------*
       3100-EXTRACT-KSDSCUST.
           MOVE 'KSDS' TO WS-PACK-SECTION
           MOVE 'Customer file record' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE

           MOVE DR-CUSTOMER-NUM TO KC-CUSTOMER-NUM

           READ KSDSCUST-FILE

           IF WS-KSDSCUST-STATUS = '23'
              MOVE '  No customer file record held' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
              GO TO 3100-EXIT
           END-IF

           IF WS-KSDSCUST-STATUS NOT = '00'
              DISPLAY 'LGDSAR1 - READ KSDSCUST failed, status='
                      WS-KSDSCUST-STATUS
              MOVE '90' TO WS-REQUEST-RC
              MOVE '90' TO WS-RETURN-CODE
              GO TO 3100-EXIT
           END-IF

           MOVE 'Y' TO WS-DATA-HELD

           MOVE KC-DOB TO WS-DOB-SHOWN
           IF KC-DOB = SPACES AND KC-DOB-PROTECTED NOT = SPACES
              MOVE 'Held protected' TO WS-DOB-SHOWN
           END-IF

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Name: ' DELIMITED BY SIZE
                  KC-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  KC-LAST-NAME DELIMITED BY SIZE
                  '  Date of birth: ' DELIMITED BY SIZE
                  WS-DOB-SHOWN DELIMITED BY SIZE
                  '  Address: ' DELIMITED BY SIZE
                  KC-HOUSE-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  KC-HOUSE-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  KC-POSTCODE DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Mobile: ' DELIMITED BY SIZE
                  KC-PHONE-MOBILE DELIMITED BY SIZE
                  '  Home: ' DELIMITED BY SIZE
                  KC-PHONE-HOME DELIMITED BY SIZE
                  '  E-mail: ' DELIMITED BY SIZE
                  KC-EMAIL-ADDRESS DELIMITED BY SIZE
                  '  Agent: ' DELIMITED BY SIZE
                  KC-AGENT-NUM DELIMITED BY SIZE
                  '  Branch: ' DELIMITED BY SIZE
                  KC-BRANCH-NUM DELIMITED BY SIZE
                  '  Household: ' DELIMITED BY SIZE
                  KC-HOUSEHOLD-NUM DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CUSTOMER_HISTORY - every recorded change to the customer's    *
      * details, before and after                                      *
      *----------------------------------------------------------------*
       3200-EXTRACT-CUST-HISTORY.
           MOVE 'CHST' TO WS-PACK-SECTION
           MOVE 'Customer detail change history' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSCHST_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSCHST_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3200-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3210-FETCH-CUST-HISTORY

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  ' DELIMITED BY SIZE
                     CH-TIMESTAMP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CH-FIELD-NAME DELIMITED BY SIZE
                     ' from: ' DELIMITED BY SIZE
                     CH-OLD-VALUE DELIMITED BY SIZE
                     ' to: ' DELIMITED BY SIZE
                     CH-NEW-VALUE DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 3210-FETCH-CUST-HISTORY
           END-PERFORM

           EXEC SQL
               CLOSE DSCHST_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       3200-EXIT.
           EXIT.

       3210-FETCH-CUST-HISTORY.
           EXEC SQL
               FETCH DSCHST_CURSOR
               INTO :CH-TIMESTAMP, :CH-FIELD-NAME,
                    :CH-OLD-VALUE, :CH-NEW-VALUE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSCHST_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Every policy, each followed by its per-type detail row        *
      *----------------------------------------------------------------*
       3300-EXTRACT-POLICIES.
           MOVE 'POL ' TO WS-PACK-SECTION
           MOVE 'Policies' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSPOL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSPOL_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3300-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3310-FETCH-POLICY

           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3320-WRITE-POLICY-LINES
              PERFORM 3310-FETCH-POLICY
           END-PERFORM

           EXEC SQL
               CLOSE DSPOL_CURSOR
           END-EXEC

           MOVE 'POL ' TO WS-PACK-SECTION
           PERFORM 7100-WRITE-NONE-HELD
           .
       3300-EXIT.
           EXIT.

       3310-FETCH-POLICY.
           EXEC SQL
               FETCH DSPOL_CURSOR
               INTO :DB2-POLICYNUM-INT, :DB2-POLICYTYPE,
                    :DB2-POLICY-EFF-DATE, :DB2-POLICY-EXP-DATE,
                    :DB2-POLICY-STATUS, :DB2-POLICY-PREMIUM,
                    :DB2-POLICY-NETPREM, :DB2-POLICY-IPTAMT,
                    :DB2-POLICY-PAYFREQ, :DB2-POLICY-AGENTNUM,
                    :DB2-POLICY-BRANCHNUM, :DB2-DS-HOLDER-ROLE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSPOL_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

       3320-WRITE-POLICY-LINES.
           MOVE 'Y' TO WS-DATA-HELD
           MOVE 'POL ' TO WS-PACK-SECTION
           MOVE DB2-POLICYNUM-INT TO WS-NUM-DISPLAY
           MOVE DB2-POLICY-PREMIUM TO WS-AMOUNT-DISPLAY
           MOVE DB2-POLICY-NETPREM TO WS-AMOUNT2-DISPLAY
           MOVE DB2-POLICY-IPTAMT TO WS-AMOUNT3-DISPLAY
           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Policy ' DELIMITED BY SIZE
                  WS-NUM-DISPLAY DELIMITED BY SIZE
                  ' type ' DELIMITED BY SIZE
                  DB2-POLICYTYPE DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  DB2-POLICY-STATUS DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  DB2-POLICY-EFF-DATE DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  DB2-POLICY-EXP-DATE DELIMITED BY SIZE
                  ' premium ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' (net ' DELIMITED BY SIZE
                  WS-AMOUNT2-DISPLAY DELIMITED BY SIZE
                  ' tax ' DELIMITED BY SIZE
                  WS-AMOUNT3-DISPLAY DELIMITED BY SIZE
                  ') paid ' DELIMITED BY SIZE
                  DB2-POLICY-PAYFREQ DELIMITED BY SIZE
                  ' agent ' DELIMITED BY SIZE
                  DB2-POLICY-AGENTNUM DELIMITED BY SIZE
                  ' branch ' DELIMITED BY SIZE
                  DB2-POLICY-BRANCHNUM DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE

           IF DB2-DS-HOLDER-ROLE = 'J'
              MOVE '    Held as joint policyholder' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
           END-IF

           MOVE 'PDET' TO WS-PACK-SECTION
           EVALUATE DB2-POLICYTYPE
              WHEN 'E'
                 PERFORM 3330-ENDOWMENT-DETAIL
              WHEN 'H'
                 PERFORM 3340-HOUSE-DETAIL
              WHEN 'M'
                 PERFORM 3350-MOTOR-DETAIL
              WHEN 'C'
                 PERFORM 3360-COMMERCIAL-DETAIL
           END-EVALUATE
           .

       3330-ENDOWMENT-DETAIL.
           EXEC SQL
               SELECT SUMASSURED, TERM, WITHPROFITS,
                      FUNDNAME, LIFEASSURED
               INTO :DB2-ENDOW-SUMASSURED, :DB2-ENDOW-TERM,
                    :DB2-ENDOW-WITHPROFITS, :DB2-ENDOW-FUNDNAME,
                    :DB2-ENDOW-LIFEASSURED
               FROM ENDOWMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE DB2-ENDOW-SUMASSURED TO WS-VALUE-DISPLAY
              MOVE DB2-ENDOW-TERM TO WS-SMALL-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '    Endowment - sum assured ' DELIMITED BY SIZE
                     WS-VALUE-DISPLAY DELIMITED BY SIZE
                     ' term ' DELIMITED BY SIZE
                     WS-SMALL-DISPLAY DELIMITED BY SIZE
                     ' years, with profits ' DELIMITED BY SIZE
                     DB2-ENDOW-WITHPROFITS DELIMITED BY SIZE
                     ', fund ' DELIMITED BY SIZE
                     DB2-ENDOW-FUNDNAME DELIMITED BY SIZE
                     ', life assured ' DELIMITED BY SIZE
                     DB2-ENDOW-LIFEASSURED DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
           ELSE
              PERFORM 3390-DETAIL-NOT-FOUND
           END-IF
           .

       3340-HOUSE-DETAIL.
           EXEC SQL
               SELECT PROPERTYTYPE, BEDROOMS, VALUE,
                      HOUSENAME, HOUSENUMBER, POSTCODE
               INTO :DB2-HOUSE-PROPERTYTYPE, :DB2-HOUSE-BEDROOMS,
                    :DB2-HOUSE-VALUE, :DB2-HOUSE-HOUSENAME,
                    :DB2-HOUSE-HOUSENUMBER, :DB2-HOUSE-POSTCODE
               FROM HOUSE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE DB2-HOUSE-BEDROOMS TO WS-SMALL-DISPLAY
              MOVE DB2-HOUSE-VALUE TO WS-VALUE-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '    House - ' DELIMITED BY SIZE
                     DB2-HOUSE-PROPERTYTYPE DELIMITED BY SIZE
                     ' bedrooms ' DELIMITED BY SIZE
                     WS-SMALL-DISPLAY DELIMITED BY SIZE
                     ' value ' DELIMITED BY SIZE
                     WS-VALUE-DISPLAY DELIMITED BY SIZE
                     ' at ' DELIMITED BY SIZE
                     DB2-HOUSE-HOUSENAME DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-HOUSE-HOUSENUMBER DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-HOUSE-POSTCODE DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
           ELSE
              PERFORM 3390-DETAIL-NOT-FOUND
           END-IF
           .

       3350-MOTOR-DETAIL.
           EXEC SQL
               SELECT MAKE, MODEL, VALUE, REGNUMBER, COLOUR,
                      CC, YEAROFMANUFACTURE, ACCIDENTS
               INTO :DB2-MOTOR-MAKE, :DB2-MOTOR-MODEL,
                    :DB2-MOTOR-VALUE, :DB2-MOTOR-REGNUMBER,
                    :DB2-MOTOR-COLOUR, :DB2-MOTOR-CC,
                    :DB2-MOTOR-MANUFACTURED, :DB2-MOTOR-ACCIDENTS
               FROM MOTOR
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE DB2-MOTOR-VALUE TO WS-VALUE-DISPLAY
              MOVE DB2-MOTOR-CC TO WS-SMALL-DISPLAY
              MOVE DB2-MOTOR-ACCIDENTS TO WS-SMALL2-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '    Motor - ' DELIMITED BY SIZE
                     DB2-MOTOR-MAKE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-MOTOR-MODEL DELIMITED BY SIZE
                     ' registration ' DELIMITED BY SIZE
                     DB2-MOTOR-REGNUMBER DELIMITED BY SIZE
                     ' colour ' DELIMITED BY SIZE
                     DB2-MOTOR-COLOUR DELIMITED BY SIZE
                     ' cc ' DELIMITED BY SIZE
                     WS-SMALL-DISPLAY DELIMITED BY SIZE
                     ' made ' DELIMITED BY SIZE
                     DB2-MOTOR-MANUFACTURED DELIMITED BY SIZE
                     ' value ' DELIMITED BY SIZE
                     WS-VALUE-DISPLAY DELIMITED BY SIZE
                     ' accidents ' DELIMITED BY SIZE
                     WS-SMALL2-DISPLAY DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
           ELSE
              PERFORM 3390-DETAIL-NOT-FOUND
           END-IF
           .

       3360-COMMERCIAL-DETAIL.
           EXEC SQL
               SELECT TRADECODE, BUILDINGS_SI, STOCK_SI, EMPLOYEES,
                      PREMISESNAME, PREMISESNUMBER, POSTCODE
               INTO :DB2-COMM-TRADECODE, :DB2-COMM-BUILDINGS-SI,
                    :DB2-COMM-STOCK-SI, :DB2-COMM-EMPLOYEES,
                    :DB2-COMM-PREMISESNAME, :DB2-COMM-PREMISESNUMBER,
                    :DB2-COMM-POSTCODE
               FROM COMMERCIAL
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE DB2-COMM-BUILDINGS-SI TO WS-VALUE-DISPLAY
              MOVE DB2-COMM-STOCK-SI TO WS-VALUE2-DISPLAY
              MOVE DB2-COMM-EMPLOYEES TO WS-SMALL-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '    Commercial - trade ' DELIMITED BY SIZE
                     DB2-COMM-TRADECODE DELIMITED BY SIZE
                     ' buildings ' DELIMITED BY SIZE
                     WS-VALUE-DISPLAY DELIMITED BY SIZE
                     ' stock ' DELIMITED BY SIZE
                     WS-VALUE2-DISPLAY DELIMITED BY SIZE
                     ' employees ' DELIMITED BY SIZE
                     WS-SMALL-DISPLAY DELIMITED BY SIZE
                     ' premises ' DELIMITED BY SIZE
                     DB2-COMM-PREMISESNAME DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-COMM-PREMISESNUMBER DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-COMM-POSTCODE DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
           ELSE
              PERFORM 3390-DETAIL-NOT-FOUND
           END-IF
           .

      * A policy with no detail row is reported as such; anything
      * other than not-found fails the pack
       3390-DETAIL-NOT-FOUND.
           IF SQLCODE = 100
              MOVE '    No detail record held' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
           ELSE
              MOVE 'SELECT policy detail' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
           END-IF
           .

      *----------------------------------------------------------------*
      * Claims made by the customer                                   *
      *----------------------------------------------------------------*
       3400-EXTRACT-CLAIMS.
           MOVE 'CLM ' TO WS-PACK-SECTION
           MOVE 'Claims' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSCLM_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSCLM_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3400-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3410-FETCH-CLAIM

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-CLAIMNUM-INT TO WS-NUM-DISPLAY
              MOVE DB2-CLAIM-POLICYNUM TO WS-NUM2-DISPLAY
              MOVE DB2-CLAIM-RESERVE TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Claim ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' policy ' DELIMITED BY SIZE
                     WS-NUM2-DISPLAY DELIMITED BY SIZE
                     ' loss ' DELIMITED BY SIZE
                     DB2-CLAIM-LOSSDATE DELIMITED BY SIZE
                     ' registered ' DELIMITED BY SIZE
                     DB2-CLAIM-REGDATE DELIMITED BY SIZE
                     ' status ' DELIMITED BY SIZE
                     DB2-CLAIM-STATUS DELIMITED BY SIZE
                     ' reserve ' DELIMITED BY SIZE
                     WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     DB2-CLAIM-DESCRIPTION DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 3410-FETCH-CLAIM
           END-PERFORM

           EXEC SQL
               CLOSE DSCLM_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       3400-EXIT.
           EXIT.

       3410-FETCH-CLAIM.
           EXEC SQL
               FETCH DSCLM_CURSOR
               INTO :DB2-CLAIMNUM-INT, :DB2-CLAIM-POLICYNUM,
                    :DB2-CLAIM-LOSSDATE, :DB2-CLAIM-REGDATE,
                    :DB2-CLAIM-STATUS, :DB2-CLAIM-RESERVE,
                    :DB2-CLAIM-DESCRIPTION
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSCLM_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CLAIM_HISTORY - the status and reserve trail of each claim    *
      *----------------------------------------------------------------*
       3500-EXTRACT-CLAIM-HISTORY.
           MOVE 'CLMH' TO WS-PACK-SECTION
           MOVE 'Claim history' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSCLMH_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSCLMH_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3500-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3510-FETCH-CLAIM-HISTORY

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Claim ' DELIMITED BY SIZE
                     CH2-CLAIM-NUM DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CH2-TIMESTAMP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CH2-FIELD-NAME DELIMITED BY SIZE
                     ' from: ' DELIMITED BY SIZE
                     CH2-OLD-VALUE DELIMITED BY SIZE
                     ' to: ' DELIMITED BY SIZE
                     CH2-NEW-VALUE DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 3510-FETCH-CLAIM-HISTORY
           END-PERFORM

           EXEC SQL
               CLOSE DSCLMH_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       3500-EXIT.
           EXIT.

       3510-FETCH-CLAIM-HISTORY.
           EXEC SQL
               FETCH DSCLMH_CURSOR
               INTO :CH2-TIMESTAMP, :CH2-CLAIM-NUM, :CH2-FIELD-NAME,
                    :CH2-OLD-VALUE, :CH2-NEW-VALUE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSCLMH_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * PAYMENT - collections, returns, refunds and claim payments    *
      *----------------------------------------------------------------*
       3600-EXTRACT-PAYMENTS.
           MOVE 'PAY ' TO WS-PACK-SECTION
           MOVE 'Payments' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSPAY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSPAY_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3600-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3610-FETCH-PAYMENT

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-PAY-POLICYNUM TO WS-NUM-DISPLAY
              MOVE DB2-PAY-AMOUNT TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  ' DELIMITED BY SIZE
                     DB2-PAY-DATE DELIMITED BY SIZE
                     ' policy ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' amount ' DELIMITED BY SIZE
                     WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                     ' status ' DELIMITED BY SIZE
                     DB2-PAY-STATUS DELIMITED BY SIZE
                     ' reference ' DELIMITED BY SIZE
                     DB2-PAY-REFERENCE DELIMITED BY SIZE
                     ' return reason ' DELIMITED BY SIZE
                     DB2-PAY-RETURNREASON DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 3610-FETCH-PAYMENT
           END-PERFORM

           EXEC SQL
               CLOSE DSPAY_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       3600-EXIT.
           EXIT.

       3610-FETCH-PAYMENT.
           EXEC SQL
               FETCH DSPAY_CURSOR
               INTO :DB2-PAY-POLICYNUM, :DB2-PAY-DATE,
                    :DB2-PAY-AMOUNT, :DB2-PAY-STATUS,
                    :DB2-PAY-REFERENCE, :DB2-PAY-RETURNREASON
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSPAY_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * INSTALLMENT - the collection schedule of every policy         *
      *----------------------------------------------------------------*
       3700-EXTRACT-INSTALLMENTS.
           MOVE 'INST' TO WS-PACK-SECTION
           MOVE 'Installment schedule' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSINS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSINS_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3700-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3710-FETCH-INSTALLMENT

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-DS-INS-POLICYNUM TO WS-NUM-DISPLAY
              MOVE DB2-DS-INS-AMOUNT TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Policy ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' due ' DELIMITED BY SIZE
                     DB2-DS-INS-DUE-DATE DELIMITED BY SIZE
                     ' amount ' DELIMITED BY SIZE
                     WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                     ' status ' DELIMITED BY SIZE
                     DB2-DS-INS-STATUS DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 3710-FETCH-INSTALLMENT
           END-PERFORM

           EXEC SQL
               CLOSE DSINS_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       3700-EXIT.
           EXIT.

       3710-FETCH-INSTALLMENT.
           EXEC SQL
               FETCH DSINS_CURSOR
               INTO :DB2-DS-INS-POLICYNUM, :DB2-DS-INS-DUE-DATE,
                    :DB2-DS-INS-AMOUNT, :DB2-DS-INS-STATUS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSINS_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * BANK_DETAILS mandate - the pack may travel by post, so only   *
      * the last two digits of the sort code and the last four of the *
      * account number are shown, and nothing of them once they are  *
      * held enciphered                                                *
      *----------------------------------------------------------------*
       3800-EXTRACT-BANK-MANDATE.
           MOVE 'BANK' TO WS-PACK-SECTION
           MOVE 'Direct debit mandate' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE

           EXEC SQL
               SELECT SORTCODE, ACCOUNTNUMBER, ACCOUNTNAME
               INTO :DB2-BD-SORTCODE, :DB2-BD-ACCOUNTNUM,
                    :DB2-BD-ACCOUNTNAME
               FROM BANK_DETAILS
               WHERE CUSTOMERNUMBER = :DB2-DS-CUSTOMERNUM
           END-EXEC

           IF SQLCODE = 100
              MOVE '  None held' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
              GO TO 3800-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'SELECT BANK_DETAILS' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3800-EXIT
           END-IF

           MOVE 'Y' TO WS-DATA-HELD

           MOVE '**-**-' TO WS-MASKED-SORTCODE
           MOVE DB2-BD-SORTCODE(5:2) TO WS-MASKED-SORTCODE(7:2)
           MOVE '****' TO WS-MASKED-ACCOUNT
           MOVE DB2-BD-ACCOUNTNUM(5:4) TO WS-MASKED-ACCOUNT(5:4)
           IF DB2-BD-SORTCODE = SPACES
              MOVE '**-**-**' TO WS-MASKED-SORTCODE
              MOVE '********' TO WS-MASKED-ACCOUNT
           END-IF

           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Sort code ' DELIMITED BY SIZE
                  WS-MASKED-SORTCODE DELIMITED BY SIZE
                  ' account ' DELIMITED BY SIZE
                  WS-MASKED-ACCOUNT DELIMITED BY SIZE
                  ' name ' DELIMITED BY SIZE
                  DB2-BD-ACCOUNTNAME DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE
           .
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CONTACT_HISTORY - every letter and notice sent                *
      *----------------------------------------------------------------*
       3900-EXTRACT-CONTACTS.
           MOVE 'CONT' TO WS-PACK-SECTION
           MOVE 'Correspondence sent' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSCON_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSCON_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3900-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3910-FETCH-CONTACT

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-DS-CON-POLICYNUM TO WS-NUM-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  ' DELIMITED BY SIZE
                     DB2-DS-CONTACT-TS DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-DS-DOC-TYPE DELIMITED BY SIZE
                     ' policy ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' channel ' DELIMITED BY SIZE
                     DB2-DS-CHANNEL DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 3910-FETCH-CONTACT
           END-PERFORM

           EXEC SQL
               CLOSE DSCON_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       3900-EXIT.
           EXIT.

       3910-FETCH-CONTACT.
           EXEC SQL
               FETCH DSCON_CURSOR
               INTO :DB2-DS-CONTACT-TS, :DB2-DS-DOC-TYPE,
                    :DB2-DS-CON-POLICYNUM, :DB2-DS-CHANNEL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSCON_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * COMPLAINT - complaints raised and where each stands           *
      *----------------------------------------------------------------*
       4000-EXTRACT-COMPLAINTS.
           MOVE 'CMPL' TO WS-PACK-SECTION
           MOVE 'Complaints' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSCMP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSCMP_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4010-FETCH-COMPLAINT

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-DS-CMPNUM TO WS-NUM-DISPLAY
              MOVE DB2-DS-CMP-POLICYNUM TO WS-NUM2-DISPLAY
              MOVE DB2-DS-CMP-CLAIMNUM TO WS-NUM3-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Complaint ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' received ' DELIMITED BY SIZE
                     DB2-DS-CMP-RECEIVED DELIMITED BY SIZE
                     ' status ' DELIMITED BY SIZE
                     DB2-DS-CMP-STATUS DELIMITED BY SIZE
                     ' policy ' DELIMITED BY SIZE
                     WS-NUM2-DISPLAY DELIMITED BY SIZE
                     ' claim ' DELIMITED BY SIZE
                     WS-NUM3-DISPLAY DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     DB2-DS-CMP-DESCRIPTION DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 4010-FETCH-COMPLAINT
           END-PERFORM

           EXEC SQL
               CLOSE DSCMP_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       4000-EXIT.
           EXIT.

       4010-FETCH-COMPLAINT.
           EXEC SQL
               FETCH DSCMP_CURSOR
               INTO :DB2-DS-CMPNUM, :DB2-DS-CMP-POLICYNUM,
                    :DB2-DS-CMP-CLAIMNUM, :DB2-DS-CMP-RECEIVED,
                    :DB2-DS-CMP-STATUS, :DB2-DS-CMP-DESCRIPTION
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSCMP_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Household link - the household number from the CUSTOMER row   *
      * and the customer numbers sharing it                           *
      *----------------------------------------------------------------*
       4100-EXTRACT-HOUSEHOLD.
           MOVE 'HHLD' TO WS-PACK-SECTION
           MOVE 'Household link' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE

           IF DB2-HOUSEHOLDNUM = 0
              MOVE '  Not linked to a household' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
              GO TO 4100-EXIT
           END-IF

           MOVE DB2-HOUSEHOLDNUM TO WS-NUM-DISPLAY
           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Household ' DELIMITED BY SIZE
                  WS-NUM-DISPLAY DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSHH_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSHH_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 4100-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4110-FETCH-MEMBER

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-DS-MEMBERNUM TO WS-NUM-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Linked with customer ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 4110-FETCH-MEMBER
           END-PERFORM

           EXEC SQL
               CLOSE DSHH_CURSOR
           END-EXEC
           .
       4100-EXIT.
           EXIT.

       4110-FETCH-MEMBER.
           EXEC SQL
               FETCH DSHH_CURSOR
               INTO :DB2-DS-MEMBERNUM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSHH_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * USER_SECURITY - the online account's login status. The        *
      * password hash and salt are credentials, not personal data     *
      * about the customer, and are never extracted                   *
      *----------------------------------------------------------------*
       4200-EXTRACT-LOGIN-STATUS.
           MOVE 'LOGN' TO WS-PACK-SECTION
           MOVE 'Online account' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE

           EXEC SQL
               SELECT USERNAME, ACCOUNT_STATUS,
                      COALESCE(LAST_LOGIN, ' '),
                      COALESCE(LOGIN_ATTEMPTS, 0),
                      COALESCE(MFA_ENABLED, 'N'),
                      COALESCE(PASSWORD_DATE, ' '),
                      COALESCE(CREATED_DATE, ' ')
               INTO :DB2-DS-USERNAME, :DB2-DS-ACCOUNT-STATUS,
                    :DB2-DS-LAST-LOGIN, :DB2-DS-LOGIN-ATTEMPTS,
                    :DB2-DS-MFA-ENABLED, :DB2-DS-PASSWORD-DATE,
                    :DB2-DS-CREATED-DATE
               FROM USER_SECURITY
               WHERE CUSTOMERNUM = :DB2-DS-CUSTOMERNUM
           END-EXEC

           IF SQLCODE = 100
              MOVE '  No online account' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
              GO TO 4200-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'SELECT USER_SECURITY' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 4200-EXIT
           END-IF

           MOVE 'Y' TO WS-DATA-HELD

           MOVE DB2-DS-LOGIN-ATTEMPTS TO WS-SMALL-DISPLAY
           MOVE SPACES TO WS-PACK-TEXT
           STRING '  Username ' DELIMITED BY SIZE
                  DB2-DS-USERNAME DELIMITED BY SIZE
                  ' status ' DELIMITED BY SIZE
                  DB2-DS-ACCOUNT-STATUS DELIMITED BY SIZE
                  ' created ' DELIMITED BY SIZE
                  DB2-DS-CREATED-DATE DELIMITED BY SIZE
                  ' last login ' DELIMITED BY SIZE
                  DB2-DS-LAST-LOGIN DELIMITED BY SIZE
                  ' failed attempts ' DELIMITED BY SIZE
                  WS-SMALL-DISPLAY DELIMITED BY SIZE
                  ' password set ' DELIMITED BY SIZE
                  DB2-DS-PASSWORD-DATE DELIMITED BY SIZE
                  ' two-factor ' DELIMITED BY SIZE
                  DB2-DS-MFA-ENABLED DELIMITED BY SIZE
                  INTO WS-PACK-TEXT
           END-STRING
           PERFORM 7000-WRITE-PACK-LINE
           .
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AUDIT_LOG - what was done on the customer's record, by whom   *
      * and from where. Read before this run's own entry is written,  *
      * so the pack shows the record as it stood at receipt           *
      *----------------------------------------------------------------*
       4300-EXTRACT-AUDIT-LOG.
           MOVE 'AUDT' TO WS-PACK-SECTION
           MOVE 'Activity log' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSAUD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSAUD_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 4300-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4310-FETCH-AUDIT

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  ' DELIMITED BY SIZE
                     AL-TIMESTAMP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     AL-ACTION DELIMITED BY SIZE
                     ' result ' DELIMITED BY SIZE
                     AL-RESULT DELIMITED BY SIZE
                     ' user ' DELIMITED BY SIZE
                     AL-USERNAME DELIMITED BY SIZE
                     ' from ' DELIMITED BY SIZE
                     AL-CLIENT-IP DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              IF AL-DETAILS NOT = SPACES
                 MOVE SPACES TO WS-PACK-TEXT
                 STRING '    ' DELIMITED BY SIZE
                        AL-DETAILS DELIMITED BY SIZE
                        INTO WS-PACK-TEXT
                 END-STRING
                 PERFORM 7000-WRITE-PACK-LINE
              END-IF
              PERFORM 4310-FETCH-AUDIT
           END-PERFORM

           EXEC SQL
               CLOSE DSAUD_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       4300-EXIT.
           EXIT.

       4310-FETCH-AUDIT.
           EXEC SQL
               FETCH DSAUD_CURSOR
               INTO :AL-TIMESTAMP, :AL-USERNAME, :AL-ACTION,
                    :AL-RESULT, :AL-CLIENT-IP, :AL-DETAILS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSAUD_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * MOTOR_DRIVER - the named drivers on the customer's motor      *
      * policies                                                       *
      *----------------------------------------------------------------*
       4400-EXTRACT-DRIVERS.
           MOVE 'DRV ' TO WS-PACK-SECTION
           MOVE 'Named drivers' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSDRV_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSDRV_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 4400-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4410-FETCH-DRIVER

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-DS-DET-POLICYNUM TO WS-NUM-DISPLAY
              MOVE DB2-DS-DRIVERNUM TO WS-SMALL-DISPLAY
              MOVE DB2-DS-YEARS-HELD TO WS-SMALL2-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Policy ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' driver ' DELIMITED BY SIZE
                     WS-SMALL-DISPLAY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-DS-DRV-NAME DELIMITED BY SIZE
                     ' born ' DELIMITED BY SIZE
                     DB2-DS-DRV-DOB DELIMITED BY SIZE
                     ' licence ' DELIMITED BY SIZE
                     DB2-DS-LICENCE-TYPE DELIMITED BY SIZE
                     ' held ' DELIMITED BY SIZE
                     WS-SMALL2-DISPLAY DELIMITED BY SIZE
                     ' years, relationship ' DELIMITED BY SIZE
                     DB2-DS-RELATIONSHIP DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 4410-FETCH-DRIVER
           END-PERFORM

           EXEC SQL
               CLOSE DSDRV_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       4400-EXIT.
           EXIT.

       4410-FETCH-DRIVER.
           EXEC SQL
               FETCH DSDRV_CURSOR
               INTO :DB2-DS-DET-POLICYNUM, :DB2-DS-DRIVERNUM,
                    :DB2-DS-DRV-NAME, :DB2-DS-DRV-DOB,
                    :DB2-DS-LICENCE-TYPE, :DB2-DS-YEARS-HELD,
                    :DB2-DS-RELATIONSHIP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSDRV_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * DRIVER_CONVICTION - the convictions declared for those        *
      * drivers                                                        *
      *----------------------------------------------------------------*
       4500-EXTRACT-CONVICTIONS.
           MOVE 'CONV' TO WS-PACK-SECTION
           MOVE 'Driver convictions' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSCNV_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSCNV_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 4500-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4510-FETCH-CONVICTION

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-DS-DET-POLICYNUM TO WS-NUM-DISPLAY
              MOVE DB2-DS-DRIVERNUM TO WS-SMALL-DISPLAY
              MOVE DB2-DS-CONVICTIONNUM TO WS-SMALL2-DISPLAY
              MOVE DB2-DS-CV-POINTS TO WS-SMALL3-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Policy ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' driver ' DELIMITED BY SIZE
                     WS-SMALL-DISPLAY DELIMITED BY SIZE
                     ' conviction ' DELIMITED BY SIZE
                     WS-SMALL2-DISPLAY DELIMITED BY SIZE
                     ' code ' DELIMITED BY SIZE
                     DB2-DS-CV-CODE DELIMITED BY SIZE
                     ' on ' DELIMITED BY SIZE
                     DB2-DS-CV-DATE DELIMITED BY SIZE
                     ' points ' DELIMITED BY SIZE
                     WS-SMALL3-DISPLAY DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 4510-FETCH-CONVICTION
           END-PERFORM

           EXEC SQL
               CLOSE DSCNV_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       4500-EXIT.
           EXIT.

       4510-FETCH-CONVICTION.
           EXEC SQL
               FETCH DSCNV_CURSOR
               INTO :DB2-DS-DET-POLICYNUM, :DB2-DS-DRIVERNUM,
                    :DB2-DS-CONVICTIONNUM, :DB2-DS-CV-CODE,
                    :DB2-DS-CV-DATE, :DB2-DS-CV-POINTS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSCNV_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * SPECIFIED_ITEM - the high-value items scheduled on the        *
      * customer's house policies                                      *
      *----------------------------------------------------------------*
       4600-EXTRACT-SPEC-ITEMS.
           MOVE 'ITEM' TO WS-PACK-SECTION
           MOVE 'Specified items' TO WS-PACK-TEXT
           PERFORM 7000-WRITE-PACK-LINE
           MOVE 0 TO WS-SECTION-ROWS

           EXEC SQL
               OPEN DSITM_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'OPEN DSITM_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 4600-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 4610-FETCH-ITEM

           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE DB2-DS-DET-POLICYNUM TO WS-NUM-DISPLAY
              MOVE DB2-DS-ITEMNUM TO WS-SMALL-DISPLAY
              MOVE DB2-DS-ITEM-VALUE TO WS-VALUE-DISPLAY
              MOVE SPACES TO WS-PACK-TEXT
              STRING '  Policy ' DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     ' item ' DELIMITED BY SIZE
                     WS-SMALL-DISPLAY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DB2-DS-ITEM-DESC DELIMITED BY SIZE
                     ' category ' DELIMITED BY SIZE
                     DB2-DS-ITEM-CATEGORY DELIMITED BY SIZE
                     ' value ' DELIMITED BY SIZE
                     WS-VALUE-DISPLAY DELIMITED BY SIZE
                     ' valued ' DELIMITED BY SIZE
                     DB2-DS-VALUATION-DATE DELIMITED BY SIZE
                     INTO WS-PACK-TEXT
              END-STRING
              PERFORM 7000-WRITE-PACK-LINE
              PERFORM 4610-FETCH-ITEM
           END-PERFORM

           EXEC SQL
               CLOSE DSITM_CURSOR
           END-EXEC

           PERFORM 7100-WRITE-NONE-HELD
           .
       4600-EXIT.
           EXIT.

       4610-FETCH-ITEM.
           EXEC SQL
               FETCH DSITM_CURSOR
               INTO :DB2-DS-DET-POLICYNUM, :DB2-DS-ITEMNUM,
                    :DB2-DS-ITEM-DESC, :DB2-DS-ITEM-CATEGORY,
                    :DB2-DS-ITEM-VALUE, :DB2-DS-VALUATION-DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SECTION-ROWS
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'Y' TO WS-END-OF-CURSOR
                 MOVE 'FETCH DSITM_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * DSAR_REQUEST - the deadline register. One row per request     *
      * under this run's BATCH_JOB_RUN id: received, due, extracted,  *
      * RESULT ('E' extracted, 'N' no data held, 'F' failed) and      *
      * ON_TIME                                                        *
      *----------------------------------------------------------------*
       5000-RECORD-REQUEST.
           MOVE JR-RUN-ID TO DB2-DR-RUN-ID
           MOVE DB2-DS-CUSTOMERNUM TO DB2-DR-CUSTOMERNUM
           MOVE WS-RECEIVED-YMD TO DB2-DR-RECEIVED-DATE
           MOVE WS-DUE-YMD TO DB2-DR-DUE-DATE
           MOVE WS-TODAY-YMD TO DB2-DR-EXTRACT-DATE
           MOVE WS-RESULT TO DB2-DR-RESULT
           MOVE WS-ON-TIME TO DB2-DR-ON-TIME
           MOVE WS-PACK-LINES TO DB2-DR-LINE-COUNT

           EXEC SQL
               INSERT INTO DSAR_REQUEST
               ( RUN_ID, CUSTOMERNUMBER, RECEIVED_DATE, DUE_DATE,
                 EXTRACT_DATE, RESULT, ON_TIME, LINE_COUNT )
               VALUES ( :DB2-DR-RUN-ID, :DB2-DR-CUSTOMERNUM,
                        :DB2-DR-RECEIVED-DATE, :DB2-DR-DUE-DATE,
                        :DB2-DR-EXTRACT-DATE, :DB2-DR-RESULT,
                        :DB2-DR-ON-TIME, :DB2-DR-LINE-COUNT )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-RETURN-CODE
              DISPLAY 'LGDSAR1 - INSERT DSAR_REQUEST failed for '
                      DR-CUSTOMER-NUM ' SQLCODE=' SQLCODE
           END-IF
           .

       5100-WRITE-AUDIT-RECORD.
           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE DB2-DS-CUSTOMERNUM TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE AW-ACTION TO AL-ACTION
           IF WS-RESULT = 'F'
              MOVE '90' TO AL-RESULT
           ELSE
              MOVE AW-RESULT TO AL-RESULT
           END-IF
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE WS-PACK-LINES TO WS-LINES-DISPLAY
           STRING 'Subject access pack, received ' DELIMITED BY SIZE
                  WS-RECEIVED-YMD DELIMITED BY SIZE
                  ' due ' DELIMITED BY SIZE
                  WS-DUE-YMD DELIMITED BY SIZE
                  ' result ' DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  ' on time ' DELIMITED BY SIZE
                  WS-ON-TIME DELIMITED BY SIZE
                  ' lines ' DELIMITED BY SIZE
                  WS-LINES-DISPLAY DELIMITED BY SIZE
                  INTO AL-DETAILS
           END-STRING

           EXEC SQL
               INSERT INTO AUDIT_LOG
               (TIMESTAMP, CUSTOMER_NUM, USERNAME, ACTION,
                RESULT, CLIENT_IP, USER_AGENT, ERROR_CODE, DETAILS)
               VALUES
               (:AL-TIMESTAMP, :AL-CUSTOMER-NUM, :AL-USERNAME,
                :AL-ACTION, :AL-RESULT, :AL-CLIENT-IP,
                :AL-USER-AGENT, :AL-ERROR-CODE, :AL-DETAILS)
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Write one pack line from WS-PACK-SECTION and WS-PACK-TEXT     *
      *----------------------------------------------------------------*
       7000-WRITE-PACK-LINE.
           MOVE WS-PACK-SECTION TO PK-SECTION
           MOVE DR-CUSTOMER-NUM TO PK-CUSTOMER-NUM
           MOVE WS-PACK-TEXT TO PK-TEXT

           WRITE PACK-RECORD

           IF WS-PACK-STATUS NOT = '00'
              DISPLAY 'LGDSAR1 - WRITE DSARPACK failed, status='
                      WS-PACK-STATUS
              MOVE '90' TO WS-REQUEST-RC
              MOVE '90' TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-PACK-LINES
           END-IF
           .

      * A section that returned no rows says so, rather than leaving
      * the reader to wonder whether it was looked at
       7100-WRITE-NONE-HELD.
           IF WS-SECTION-ROWS = 0
              MOVE '  None held' TO WS-PACK-TEXT
              PERFORM 7000-WRITE-PACK-LINE
           END-IF
           .

      * Any SQL failure leaves the pack incomplete - the request is
      * logged as failed and its pack marked not to be issued
       7900-SQL-FAILURE.
           DISPLAY 'LGDSAR1 - ' WS-SQL-STEP ' failed for customer '
                   DR-CUSTOMER-NUM ' SQLCODE=' SQLCODE
           MOVE '90' TO WS-REQUEST-RC
           MOVE '90' TO WS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * Close the files, commit and report results                    *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-PACKS-WRITTEN TO JR-ROWS-UPDATED
           MOVE WS-REQUESTS-REJECTED TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE DSAR-FILE
              CLOSE KSDSCUST-FILE
              CLOSE PACK-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGDSAR1 - Requests read: ' WS-ROWS-DISPLAY
           MOVE WS-PACKS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGDSAR1 - Packs written: ' WS-ROWS-DISPLAY
           MOVE WS-REQUESTS-REJECTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDSAR1 - Requests rejected: ' WS-ROWS-DISPLAY
           MOVE WS-PACKS-LATE TO WS-ROWS-DISPLAY
           DISPLAY 'LGDSAR1 - Extracted after deadline: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGDSAR1 - Subject access request extract complete'
           .

      *----------------------------------------------------------------*
      * Common job-control registry procedures from copybook          *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

       END PROGRAM LGDSAR1.
