      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Masked Test Data Extract Batch           *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGTDEXT1.
       AUTHOR. GENAPP TEAM.
       DATE-WRITTEN. 2023.

      *================================================================*
      * Program: LGTDEXT1 - Masked Test Data Extract Batch            *
      * Purpose: Runs outside CICS against production and writes a    *
      *          consistent subset of it, with the personal data       *
      *          masked, for loading into the development and test    *
      *          regions. The selection card (TDXPARM) gives a        *
      *          customer number range, a sampling interval (every    *
      *          Nth customer in the range) and a maximum number of   *
      *          customers. For each customer taken, TDXDATA gets the *
      *          CUSTOMER row, every POLICY with its ENDOWMENT, HOUSE, *
      *          MOTOR or COMMERCIAL row, the CLAIM, PAYMENT and      *
      *          INSTALLMENT rows and the BANK_DETAILS mandate, one   *
      *          record per row with the table code in front for the  *
      *          LOAD control statements, and TDXKSDS gets the        *
      *          customer's KSDSCUST record for REPRO into the test   *
      *          cluster. Customer, policy and claim numbers are kept *
      *          as they are, so every row and the VSAM record still  *
      *          join up once loaded.                                  *
      *          Masking is worked from the customer number, so the   *
      *          same customer always comes out the same way and the  *
      *          DB2 row and KSDSCUST record agree: names from a list *
      *          of test names, date of birth moved by up to six      *
      *          months either way (or, where it is held enciphered,  *
      *          one made up from the customer number - the test      *
      *          region takes it in clear), house name and number     *
      *          replaced,                                            *
      *          postcode replaced by another POSTCODE_REF postcode   *
      *          in the same district (so LGPCVAL1 still accepts it), *
      *          phone numbers in the ranges kept for drama use,      *
      *          e-mail at EXAMPLE.COM, and a made-up account number  *
      *          under the same bank's sort code prefix that passes   *
      *          the LGABNK01 modulus check. Insured property and     *
      *          premises addresses, the life assured, vehicle        *
      *          registrations and claim descriptions are masked the  *
      *          same way. The household link is not carried across.  *
      *          Login and password data are never extracted.         *
      *          Each run is logged on AUDIT_LOG with what was taken. *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO TDXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT KSDSCUST-FILE ASSIGN TO KSDSCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KC-CUSTOMER-NUM
               FILE STATUS IS WS-KSDSCUST-STATUS.

           SELECT DATA-FILE ASSIGN TO TDXDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

           SELECT KSDSOUT-FILE ASSIGN TO TDXKSDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KSDSOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Selection card - first and last customer number of the range, *
      * take every Nth customer, stop after this many. Any field left *
      * blank takes the default set in 1000-INITIALIZE                *
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  TP-FROM-CUSTOMER        PIC X(10).
           05  TP-TO-CUSTOMER          PIC X(10).
           05  TP-SAMPLE-EVERY         PIC X(4).
           05  TP-MAX-CUSTOMERS        PIC X(7).
           05  TP-RECORD-FILLER        PIC X(49).

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
      * Table rows for the test-region LOAD - layouts in TX-RECORD    *
      *----------------------------------------------------------------*
       FD  DATA-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DATA-RECORD                 PIC X(300).

      *----------------------------------------------------------------*
      * Masked KSDSCUST records in customer number order for REPRO    *
      *----------------------------------------------------------------*
       FD  KSDSOUT-FILE
           RECORD CONTAINS 225 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KSDSOUT-RECORD              PIC X(225).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16) VALUE 'LGTDEXT1----WS'.

      *----------------------------------------------------------------*
      * SQL Communication Area                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * Common job-control registry (BATCH_JOB_RUN recording)         *
      *----------------------------------------------------------------*
           COPY LGJOBRUN.

      *----------------------------------------------------------------*
      * Modulus-11 check (LGMODPRC procedures) - the same check        *
      * LGABNK01 applies, so a made-up account number is only used    *
      * once it passes                                                 *
      *----------------------------------------------------------------*
           COPY LGMODWS.

      *----------------------------------------------------------------*
      * File and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-PARM-STATUS          PIC X(2) VALUE '00'.
           05  WS-KSDSCUST-STATUS      PIC X(2) VALUE '00'.
           05  WS-DATA-STATUS          PIC X(2) VALUE '00'.
           05  WS-KSDSOUT-STATUS       PIC X(2) VALUE '00'.
           05  WS-END-OF-CUSTOMERS     PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-CUSTOMERS VALUE 'Y'.
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ROWS     VALUE 'Y'.
           05  WS-SQL-STEP             PIC X(30).
           05  WS-ROWS-READ            PIC 9(7) COMP-3 VALUE 0.
           05  WS-CUSTOMERS-TAKEN      PIC 9(7) COMP-3 VALUE 0.
           05  WS-ROWS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-KSDS-WRITTEN         PIC 9(7) COMP-3 VALUE 0.
           05  WS-KSDS-MISSING         PIC 9(7) COMP-3 VALUE 0.
           05  WS-POSTCODES-UNMATCHED  PIC 9(7) COMP-3 VALUE 0.
           05  WS-SAMPLE-COUNT         PIC 9(4) VALUE 0.
           05  WS-ROWS-DISPLAY         PIC Z(6)9.
           05  WS-NOW-RAW              PIC X(21).
           05  WS-NOW-TIMESTAMP        PIC X(19).

      *----------------------------------------------------------------*
      * Selection in force for this run                               *
      *----------------------------------------------------------------*
       01  WS-SELECTION.
           05  WS-FROM-CUSTOMER        PIC 9(10) VALUE 0.
           05  WS-TO-CUSTOMER          PIC 9(10) VALUE 999999999.
           05  WS-SAMPLE-EVERY         PIC 9(4)  VALUE 1.
           05  WS-MAX-CUSTOMERS        PIC 9(7)  VALUE 1000.

      *----------------------------------------------------------------*
      * Masking work - everything is derived from the customer number *
      * (or the policy number for a risk address away from home)      *
      *----------------------------------------------------------------*
       01  WS-MASK-WORK.
           05  WS-MASK-KEY             PIC 9(10).
           05  WS-MASK-QUOTIENT        PIC 9(10).
           05  WS-MASK-REMAINDER       PIC 9(7).
           05  WS-MASK-SUB             PIC S9(4) COMP.
           05  WS-MASK-NUM3            PIC 9(3).
           05  WS-MASK-NUM2            PIC 9(2).
           05  WS-MASK-NUM4            PIC 9(4).
           05  WS-MASK-KEY-DISPLAY     PIC 9(10).
           05  WS-MASK-FIRSTNAME       PIC X(10).
           05  WS-MASK-LASTNAME        PIC X(20).
           05  WS-MASK-DOB             PIC X(10).
           05  WS-MASK-HOUSENAME       PIC X(20).
           05  WS-MASK-HOUSENUM        PIC X(4).
           05  WS-MASK-POSTCODE        PIC X(8).
           05  WS-MASK-MOBILE          PIC X(15).
           05  WS-MASK-HOME            PIC X(15).
           05  WS-MASK-EMAIL           PIC X(40).
           05  WS-ORIG-HOUSENAME       PIC X(20).
           05  WS-ORIG-HOUSENUM        PIC X(4).
           05  WS-ORIG-POSTCODE        PIC X(8).
           05  WS-RISK-HOUSENAME       PIC X(20).
           05  WS-RISK-HOUSENUM        PIC X(4).
           05  WS-DOB-RAW              PIC X(8).
           05  WS-DOB-NUM REDEFINES WS-DOB-RAW
                                       PIC 9(8).
           05  WS-DOB-INTEGER          PIC 9(7).
           05  WS-DOB-SHIFT            PIC S9(3).

      *----------------------------------------------------------------*
      * Postcode replacement - the district (outward code) is kept    *
      * and a different postcode from POSTCODE_REF within it is used  *
      *----------------------------------------------------------------*
       01  WS-POSTCODE-WORK.
           05  WS-PC-IN                PIC X(8).
           05  WS-PC-OUT               PIC X(8).
           05  WS-PC-DISTRICT          PIC X(4).

      *----------------------------------------------------------------*
      * Bank mandate replacement                                       *
      *----------------------------------------------------------------*
       01  WS-BANK-WORK.
           05  WS-MASK-SORTCODE        PIC X(6).
           05  WS-MASK-ACCOUNT         PIC X(8).
           05  WS-MASK-ACCTNAME        PIC X(18).
           05  WS-ACCT-BASE            PIC 9(7).
           05  WS-ACCT-CHECK           PIC 9(2).
           05  WS-ACCT-FOUND           PIC X(1).
               88  WS-ACCOUNT-FOUND    VALUE 'Y'.

      *----------------------------------------------------------------*
      * Test names - first names, last names and house names picked   *
      * by the customer number                                         *
      *----------------------------------------------------------------*
       01  WS-FIRST-NAME-VALUES.
           05  FILLER                  PIC X(10) VALUE 'ALEX'.
           05  FILLER                  PIC X(10) VALUE 'BEVERLEY'.
           05  FILLER                  PIC X(10) VALUE 'CHRIS'.
           05  FILLER                  PIC X(10) VALUE 'DANA'.
           05  FILLER                  PIC X(10) VALUE 'EDEN'.
           05  FILLER                  PIC X(10) VALUE 'FRANKIE'.
           05  FILLER                  PIC X(10) VALUE 'GLEN'.
           05  FILLER                  PIC X(10) VALUE 'HARLEY'.
           05  FILLER                  PIC X(10) VALUE 'JAMIE'.
           05  FILLER                  PIC X(10) VALUE 'KIM'.
           05  FILLER                  PIC X(10) VALUE 'LEE'.
           05  FILLER                  PIC X(10) VALUE 'MORGAN'.
           05  FILLER                  PIC X(10) VALUE 'NICKY'.
           05  FILLER                  PIC X(10) VALUE 'OAKLEY'.
           05  FILLER                  PIC X(10) VALUE 'PAT'.
           05  FILLER                  PIC X(10) VALUE 'QUINN'.
           05  FILLER                  PIC X(10) VALUE 'ROBIN'.
           05  FILLER                  PIC X(10) VALUE 'SAM'.
           05  FILLER                  PIC X(10) VALUE 'TERRY'.
           05  FILLER                  PIC X(10) VALUE 'VAL'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME           PIC X(10) OCCURS 20.

       01  WS-LAST-NAME-VALUES.
           05  FILLER                  PIC X(20) VALUE 'ASHCROFT'.
           05  FILLER                  PIC X(20) VALUE 'BRAMBLE'.
           05  FILLER                  PIC X(20) VALUE 'CARTWRIGHT'.
           05  FILLER                  PIC X(20) VALUE 'DUNMORE'.
           05  FILLER                  PIC X(20) VALUE 'ELLERBY'.
           05  FILLER                  PIC X(20) VALUE 'FAIRWEATHER'.
           05  FILLER                  PIC X(20) VALUE 'GRANTHAM'.
           05  FILLER                  PIC X(20) VALUE 'HOLLOWAY'.
           05  FILLER                  PIC X(20) VALUE 'INGLEBY'.
           05  FILLER                  PIC X(20) VALUE 'JESMOND'.
           05  FILLER                  PIC X(20) VALUE 'KILBURN'.
           05  FILLER                  PIC X(20) VALUE 'LANGDALE'.
           05  FILLER                  PIC X(20) VALUE 'MARSDEN'.
           05  FILLER                  PIC X(20) VALUE 'NEWLANDS'.
           05  FILLER                  PIC X(20) VALUE 'OVERTON'.
           05  FILLER                  PIC X(20) VALUE 'PENDLEBURY'.
           05  FILLER                  PIC X(20) VALUE 'RAVENSCAR'.
           05  FILLER                  PIC X(20) VALUE 'SELWORTHY'.
           05  FILLER                  PIC X(20) VALUE 'THORNTON'.
           05  FILLER                  PIC X(20) VALUE 'WHITBY'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME            PIC X(20) OCCURS 20.

       01  WS-HOUSE-NAME-VALUES.
           05  FILLER                  PIC X(20) VALUE 'TEST COTTAGE'.
           05  FILLER                  PIC X(20) VALUE 'TEST HOUSE'.
           05  FILLER                  PIC X(20) VALUE 'TEST LODGE'.
           05  FILLER                  PIC X(20) VALUE 'TEST FARM'.
           05  FILLER                  PIC X(20) VALUE 'TEST VILLA'.
           05  FILLER                  PIC X(20) VALUE 'TEST GRANGE'.
           05  FILLER                  PIC X(20) VALUE 'TEST MILL'.
           05  FILLER                  PIC X(20) VALUE 'TEST BARN'.
           05  FILLER                  PIC X(20) VALUE 'TEST VIEW'.
           05  FILLER                  PIC X(20) VALUE 'TEST END'.
       01  WS-HOUSE-NAME-TABLE REDEFINES WS-HOUSE-NAME-VALUES.
           05  WS-HOUSE-NAME           PIC X(20) OCCURS 10.

      *----------------------------------------------------------------*
      * Test data record - table code, owning customer number and the *
      * row in the layout for that table. Numbers are unsigned zoned, *
      * money is zoned with a leading separate sign and two implied   *
      * decimals, dates are YYYY-MM-DD and a null column is blank     *
      *   CUST CUSTOMER      POLI POLICY       ENDW ENDOWMENT         *
      *   HOUS HOUSE         MOTR MOTOR        COMM COMMERCIAL        *
      *   CLAM CLAIM         PAYM PAYMENT      INST INSTALLMENT       *
      *   BANK BANK_DETAILS                                            *
      *----------------------------------------------------------------*
       01  TX-RECORD.
           05  TX-TABLE                PIC X(4).
           05  TX-CUSTOMER-NUM         PIC 9(10).
           05  TX-ROW                  PIC X(286).
           05  TX-CUSTOMER-ROW REDEFINES TX-ROW.
               10  TX-C-FIRSTNAME      PIC X(10).
               10  TX-C-LASTNAME       PIC X(20).
               10  TX-C-DOB            PIC X(10).
               10  TX-C-HOUSENAME      PIC X(20).
               10  TX-C-HOUSENUM       PIC X(4).
               10  TX-C-POSTCODE       PIC X(8).
               10  TX-C-MOBILE         PIC X(15).
               10  TX-C-HOME           PIC X(15).
               10  TX-C-EMAIL          PIC X(40).
               10  TX-C-AGENT          PIC X(6).
               10  TX-C-BRANCH         PIC X(4).
               10  TX-C-MARITAL        PIC X(1).
               10  TX-C-OCCUPATION     PIC X(12).
               10  TX-C-PREFLANG       PIC X(3).
               10  TX-C-CONSENTPOST    PIC X(1).
               10  TX-C-CONSENTEMAIL   PIC X(1).
               10  TX-C-CONSENTPHONE   PIC X(1).
               10  TX-C-DECEASED       PIC X(1).
               10  TX-C-DECEASEDDATE   PIC X(10).
               10  TX-C-VULNERABLE     PIC X(1).
               10  TX-C-VULNDATE       PIC X(10).
               10  TX-C-VULNREVIEW     PIC X(10).
               10  TX-C-DELIVERYPREF   PIC X(1).
               10  TX-C-GONEAWAY       PIC X(1).
               10  TX-C-GONEAWAYDATE   PIC X(10).
               10  TX-C-GONEAWAYDOC    PIC X(8).
               10  FILLER              PIC X(63).
           05  TX-POLICY-ROW REDEFINES TX-ROW.
               10  TX-P-POLICYNUM      PIC 9(10).
               10  TX-P-TYPE           PIC X(1).
               10  TX-P-EFF-DATE       PIC X(10).
               10  TX-P-EXP-DATE       PIC X(10).
               10  TX-P-STATUS         PIC X(1).
               10  TX-P-PREMIUM        PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-P-AGENT          PIC X(6).
               10  TX-P-BRANCH         PIC X(4).
               10  TX-P-PAYFREQ        PIC X(1).
               10  TX-P-RENEWPREM      PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-P-RENEWINVITED   PIC X(10).
               10  TX-P-RENEWACCEPT    PIC X(10).
               10  TX-P-AUTORENEW      PIC X(1).
               10  TX-P-DUNSTAGE       PIC X(1).
               10  TX-P-NETPREM        PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-P-IPTAMT         PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-P-COMPEXCESS     PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-P-VOLEXCESS      PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-P-SURRDATE       PIC X(10).
               10  FILLER              PIC X(157).
           05  TX-ENDOWMENT-ROW REDEFINES TX-ROW.
               10  TX-E-POLICYNUM      PIC 9(10).
               10  TX-E-SUMASSURED     PIC 9(9).
               10  TX-E-TERM           PIC 9(4).
               10  TX-E-WITHPROFITS    PIC X(1).
               10  TX-E-FUNDNAME       PIC X(10).
               10  TX-E-LIFEASSURED    PIC X(30).
               10  TX-E-ACCRUEDBONUS   PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(210).
           05  TX-HOUSE-ROW REDEFINES TX-ROW.
               10  TX-H-POLICYNUM      PIC 9(10).
               10  TX-H-PROPERTYTYPE   PIC X(15).
               10  TX-H-BEDROOMS       PIC 9(4).
               10  TX-H-VALUE          PIC 9(9).
               10  TX-H-HOUSENAME      PIC X(20).
               10  TX-H-HOUSENUM       PIC X(4).
               10  TX-H-POSTCODE       PIC X(8).
               10  FILLER              PIC X(216).
           05  TX-MOTOR-ROW REDEFINES TX-ROW.
               10  TX-M-POLICYNUM      PIC 9(10).
               10  TX-M-MAKE           PIC X(15).
               10  TX-M-MODEL          PIC X(15).
               10  TX-M-VALUE          PIC 9(9).
               10  TX-M-REGNUMBER      PIC X(7).
               10  TX-M-COLOUR         PIC X(8).
               10  TX-M-CC             PIC 9(4).
               10  TX-M-MANUFACTURED   PIC X(10).
               10  TX-M-ACCIDENTS      PIC 9(4).
               10  TX-M-NCDYEARS       PIC 9(4).
               10  TX-M-NCDDATE        PIC X(10).
               10  TX-M-GROUPCODE      PIC X(2).
               10  FILLER              PIC X(188).
           05  TX-COMMERCIAL-ROW REDEFINES TX-ROW.
               10  TX-B-POLICYNUM      PIC 9(10).
               10  TX-B-TRADECODE      PIC X(5).
               10  TX-B-BUILDINGS-SI   PIC 9(9).
               10  TX-B-STOCK-SI       PIC 9(9).
               10  TX-B-EMPLOYEES      PIC 9(4).
               10  TX-B-PREMISESNAME   PIC X(20).
               10  TX-B-PREMISESNUM    PIC X(4).
               10  TX-B-POSTCODE       PIC X(8).
               10  FILLER              PIC X(217).
           05  TX-CLAIM-ROW REDEFINES TX-ROW.
               10  TX-L-CLAIMNUM       PIC 9(10).
               10  TX-L-POLICYNUM      PIC 9(10).
               10  TX-L-LOSSDATE       PIC X(10).
               10  TX-L-REGDATE        PIC X(10).
               10  TX-L-STATUS         PIC X(1).
               10  TX-L-RESERVE        PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-L-DESCRIPTION    PIC X(60).
               10  TX-L-FRAUDSCORE     PIC 9(4).
               10  TX-L-HANDLER        PIC X(8).
               10  TX-L-PAIDDATE       PIC X(10).
               10  TX-L-RECSTATUS      PIC X(1).
               10  TX-L-RECOVERED      PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-L-CATEVENT       PIC X(8).
               10  TX-L-CATSOURCE      PIC X(1).
               10  FILLER              PIC X(135).
           05  TX-PAYMENT-ROW REDEFINES TX-ROW.
               10  TX-Y-POLICYNUM      PIC 9(10).
               10  TX-Y-DATE           PIC X(10).
               10  TX-Y-AMOUNT         PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-Y-STATUS         PIC X(1).
               10  TX-Y-REFERENCE      PIC X(18).
               10  TX-Y-RETURNREASON   PIC X(4).
               10  TX-Y-CLAIMNUM       PIC 9(10).
               10  FILLER              PIC X(224).
           05  TX-INSTALLMENT-ROW REDEFINES TX-ROW.
               10  TX-I-POLICYNUM      PIC 9(10).
               10  TX-I-DUE-DATE       PIC X(10).
               10  TX-I-AMOUNT         PIC S9(6)V99
                                       SIGN LEADING SEPARATE.
               10  TX-I-STATUS         PIC X(1).
               10  FILLER              PIC X(256).
           05  TX-BANK-ROW REDEFINES TX-ROW.
               10  TX-K-SORTCODE       PIC X(6).
               10  TX-K-ACCOUNTNUM     PIC X(8).
               10  TX-K-ACCOUNTNAME    PIC X(18).
               10  FILLER              PIC X(254).

      *----------------------------------------------------------------*
      * Host variables - CUSTOMER, POLICY and per-type detail         *
      *----------------------------------------------------------------*
       01  DB2-CUSTOMER-REC.
           COPY DB2-CUSTOMER.

       01  DB2-POLICY-REC.
           COPY DB2-POLICY.

      *----------------------------------------------------------------*
      * Host variables - claims, payments and bank details            *
      *----------------------------------------------------------------*
       01  DB2-CLAIM-REC.
           COPY DB2-CLAIM.

       01  DB2-PAYMENT-REC.
           COPY DB2-PAYMENT.

      *----------------------------------------------------------------*
      * Host variables - selection and installments                   *
      *----------------------------------------------------------------*
       01  DB2-TDX-VARS.
           05  DB2-TX-FROM-CUSTOMER    PIC S9(9) COMP.
           05  DB2-TX-TO-CUSTOMER      PIC S9(9) COMP.
           05  DB2-TX-CUSTOMERNUM      PIC S9(9) COMP.
           05  DB2-TX-INS-POLICYNUM    PIC S9(9) COMP.
           05  DB2-TX-INS-DUE-DATE     PIC X(10).
           05  DB2-TX-INS-AMOUNT       PIC S9(6)V99 COMP-3.
           05  DB2-TX-INS-STATUS       PIC X(1).
           05  DB2-TX-RENEWINVITED     PIC X(10).
           05  DB2-TX-PC-ORIGINAL      PIC X(8).
           05  DB2-TX-PC-PATTERN       PIC X(8).
           05  DB2-TX-PC-FOUND         PIC X(8).

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
       01  AUDIT-WORK.
           05  AW-ACTION               PIC X(20)
                                       VALUE 'TESTDATA_EXTRACT'.
           05  AW-RESULT               PIC X(2)  VALUE '00'.
           05  AW-COUNT-DISPLAY        PIC Z(6)9.
           05  AW-ROWS-DISPLAY         PIC Z(6)9.

       01  AUDIT-LOG-REC.
           COPY AUDIT-LOG-REC.

      *----------------------------------------------------------------*
      * Customers in the selected range, in number order so the       *
      * KSDSCUST records come out in key order for the REPRO           *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE TDXCUS_CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, FIRSTNAME, LASTNAME,
                      DATEOFBIRTH, HOUSENAME, HOUSENUMBER, POSTCODE,
                      PHONEMOBILE, PHONEHOME, EMAILADDRESS,
                      COALESCE(AGENTNUMBER, ' '),
                      COALESCE(BRANCHNUMBER, ' '),
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
                      COALESCE(DELIVERYPREF, ' '),
                      COALESCE(GONEAWAY, ' '),
                      COALESCE(GONEAWAYDATE, ' '),
                      COALESCE(GONEAWAYDOC, ' '),
                      DATEOFBIRTH_ENC
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER BETWEEN :DB2-TX-FROM-CUSTOMER
                                        AND :DB2-TX-TO-CUSTOMER
               ORDER BY CUSTOMERNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * The customer's policies                                        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE TDXPOL_CURSOR CURSOR FOR
               SELECT POLICYNUMBER, POLICYTYPE, EFFECTIVEDATE,
                      EXPIRYDATE, STATUS, PREMIUM,
                      COALESCE(AGENTNUMBER, ' '),
                      COALESCE(BRANCHNUMBER, ' '),
                      COALESCE(PAYMENT_FREQ, ' '),
                      COALESCE(RENEWAL_PREMIUM, 0),
                      COALESCE(RENEWAL_INVITED, ' '),
                      COALESCE(RENEWAL_ACCEPTED, ' '),
                      COALESCE(AUTORENEW, ' '),
                      COALESCE(DUNNING_STAGE, ' '),
                      COALESCE(NET_PREMIUM, 0),
                      COALESCE(IPT_AMOUNT, 0),
                      COALESCE(COMPULSORY_EXCESS, 0),
                      COALESCE(VOLUNTARY_EXCESS, 0),
                      COALESCE(SURRENDER_DATE, ' ')
               FROM POLICY
               WHERE CUSTOMERNUMBER = :DB2-TX-CUSTOMERNUM
               ORDER BY POLICYNUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * Claims, payments and the installment schedule                 *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE TDXCLM_CURSOR CURSOR FOR
               SELECT CLAIMNUMBER, POLICYNUMBER, LOSSDATE,
                      COALESCE(REGISTEREDDATE, ' '),
                      STATUS, RESERVE,
                      COALESCE(FRAUD_SCORE, 0),
                      COALESCE(HANDLER, ' '),
                      COALESCE(PAID_DATE, ' '),
                      COALESCE(RECOVERY_STATUS, ' '),
                      COALESCE(RECOVERED, 0),
                      COALESCE(CAT_EVENT, ' '),
                      COALESCE(CAT_EVENT_SOURCE, ' ')
               FROM CLAIM
               WHERE CUSTOMERNUMBER = :DB2-TX-CUSTOMERNUM
               ORDER BY CLAIMNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE TDXPAY_CURSOR CURSOR FOR
               SELECT POLICYNUMBER, PAYMENT_DATE, AMOUNT,
                      STATUS, REFERENCE,
                      COALESCE(RETURN_REASON, ' '),
                      COALESCE(CLAIMNUMBER, 0)
               FROM PAYMENT
               WHERE CUSTOMERNUMBER = :DB2-TX-CUSTOMERNUM
               ORDER BY PAYMENT_DATE, REFERENCE
           END-EXEC.

           EXEC SQL
               DECLARE TDXINS_CURSOR CURSOR FOR
               SELECT I.POLICYNUMBER, I.DUE_DATE, I.AMOUNT, I.STATUS
               FROM INSTALLMENT I, POLICY P
               WHERE I.POLICYNUMBER = P.POLICYNUMBER
                 AND P.CUSTOMERNUMBER = :DB2-TX-CUSTOMERNUM
               ORDER BY I.POLICYNUMBER, I.DUE_DATE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * Main processing                                                *
      *----------------------------------------------------------------*
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMERS
           PERFORM 8000-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           GOBACK
           .

      *----------------------------------------------------------------*
      * Read the selection card, open the files and the customer      *
      * cursor                                                         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'LGTDEXT1' TO JR-JOB-NAME
           PERFORM LGJOB-START

           DISPLAY 'LGTDEXT1 - Masked test data extract starting'

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'LGTDEXT1 - OPEN TDXPARM failed, status='
                      WS-PARM-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CUSTOMERS
           ELSE
              READ PARM-FILE
                  AT END
                     MOVE SPACES TO PARM-RECORD
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF TP-FROM-CUSTOMER NUMERIC
              MOVE TP-FROM-CUSTOMER TO WS-FROM-CUSTOMER
           END-IF
           IF TP-TO-CUSTOMER NUMERIC
              MOVE TP-TO-CUSTOMER TO WS-TO-CUSTOMER
           END-IF
           IF TP-SAMPLE-EVERY NUMERIC
              AND TP-SAMPLE-EVERY > 0
              MOVE TP-SAMPLE-EVERY TO WS-SAMPLE-EVERY
           END-IF
           IF TP-MAX-CUSTOMERS NUMERIC
              AND TP-MAX-CUSTOMERS > 0
              MOVE TP-MAX-CUSTOMERS TO WS-MAX-CUSTOMERS
           END-IF
           IF WS-TO-CUSTOMER > 999999999
              MOVE 999999999 TO WS-TO-CUSTOMER
           END-IF

           DISPLAY 'LGTDEXT1 - Customers ' WS-FROM-CUSTOMER
                   ' to ' WS-TO-CUSTOMER ', every ' WS-SAMPLE-EVERY
                   ', at most ' WS-MAX-CUSTOMERS

           OPEN INPUT KSDSCUST-FILE
           IF WS-KSDSCUST-STATUS NOT = '00'
              DISPLAY 'LGTDEXT1 - OPEN KSDSCUST failed, status='
                      WS-KSDSCUST-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-IF

           OPEN OUTPUT DATA-FILE
           IF WS-DATA-STATUS NOT = '00'
              DISPLAY 'LGTDEXT1 - OPEN TDXDATA failed, status='
                      WS-DATA-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-IF

           OPEN OUTPUT KSDSOUT-FILE
           IF WS-KSDSOUT-STATUS NOT = '00'
              DISPLAY 'LGTDEXT1 - OPEN TDXKSDS failed, status='
                      WS-KSDSOUT-STATUS
              MOVE '80' TO WS-RETURN-CODE
              MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-IF

           IF NOT WS-NO-MORE-CUSTOMERS
              MOVE WS-FROM-CUSTOMER TO DB2-TX-FROM-CUSTOMER
              MOVE WS-TO-CUSTOMER TO DB2-TX-TO-CUSTOMER
              EXEC SQL
                  OPEN TDXCUS_CURSOR
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'LGTDEXT1 - OPEN TDXCUS_CURSOR failed, '
                         'SQLCODE=' SQLCODE
                 MOVE '90' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CUSTOMERS
              ELSE
                 PERFORM 1100-FETCH-CUSTOMER
              END-IF
           END-IF
           .

       1100-FETCH-CUSTOMER.
           EXEC SQL
               FETCH TDXCUS_CURSOR
               INTO :DB2-CUSTOMERNUM-INT, :DB2-FIRSTNAME,
                    :DB2-LASTNAME, :DB2-DATEOFBIRTH,
                    :DB2-HOUSENAME, :DB2-HOUSENUMBER, :DB2-POSTCODE,
                    :DB2-PHONEMOBILE, :DB2-PHONEHOME,
                    :DB2-EMAILADDRESS, :DB2-AGENTNUMBER,
                    :DB2-BRANCHNUMBER, :DB2-MARITALSTATUS,
                    :DB2-OCCUPATION, :DB2-PREFLANGUAGE,
                    :DB2-CONSENTPOST, :DB2-CONSENTEMAIL,
                    :DB2-CONSENTPHONE, :DB2-DECEASED,
                    :DB2-DECEASEDDATE, :DB2-VULNERABLE,
                    :DB2-VULNERABLEDATE, :DB2-VULNREVIEWDATE,
                    :DB2-DELIVERYPREF, :DB2-GONEAWAY,
                    :DB2-GONEAWAYDATE, :DB2-GONEAWAYDOC,
                    :DB2-DATEOFBIRTH-ENC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ROWS-READ
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CUSTOMERS
              WHEN OTHER
                 DISPLAY 'LGTDEXT1 - FETCH TDXCUS_CURSOR failed, '
                         'SQLCODE=' SQLCODE
                 MOVE '90' TO WS-RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Take every Nth customer in the range until the maximum is     *
      * reached                                                        *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMERS.
           PERFORM UNTIL WS-NO-MORE-CUSTOMERS
              ADD 1 TO WS-SAMPLE-COUNT
              IF WS-SAMPLE-COUNT >= WS-SAMPLE-EVERY
                 MOVE 0 TO WS-SAMPLE-COUNT
                 PERFORM 2100-EXTRACT-CUSTOMER THRU 2100-EXIT
                 IF WS-CUSTOMERS-TAKEN >= WS-MAX-CUSTOMERS
                    MOVE 'Y' TO WS-END-OF-CUSTOMERS
                 END-IF
              END-IF
              IF NOT WS-NO-MORE-CUSTOMERS
                 PERFORM 1100-FETCH-CUSTOMER
              END-IF
           END-PERFORM

           EXEC SQL
               CLOSE TDXCUS_CURSOR
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Mask the customer once, then write every table's rows and the *
      * KSDSCUST record from the same masked values                   *
      *----------------------------------------------------------------*
       2100-EXTRACT-CUSTOMER.
           MOVE DB2-CUSTOMERNUM-INT TO DB2-TX-CUSTOMERNUM
           MOVE DB2-CUSTOMERNUM-INT TO WS-MASK-KEY

           PERFORM 5000-MASK-CUSTOMER THRU 5000-EXIT
           IF WS-RETURN-CODE = '90'
              MOVE 'Y' TO WS-END-OF-CUSTOMERS
              GO TO 2100-EXIT
           END-IF

           PERFORM 3000-WRITE-CUSTOMER
           PERFORM 3100-WRITE-KSDSCUST THRU 3100-EXIT
           PERFORM 3200-EXTRACT-POLICIES THRU 3200-EXIT
           PERFORM 3400-EXTRACT-CLAIMS THRU 3400-EXIT
           PERFORM 3500-EXTRACT-PAYMENTS THRU 3500-EXIT
           PERFORM 3600-EXTRACT-INSTALLMENTS THRU 3600-EXIT
           PERFORM 3700-EXTRACT-BANK-DETAILS THRU 3700-EXIT

           IF WS-RETURN-CODE NOT = '00'
              MOVE 'Y' TO WS-END-OF-CUSTOMERS
              GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-CUSTOMERS-TAKEN
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CUSTOMER row - masked personal fields, the rest as held       *
      *----------------------------------------------------------------*
       3000-WRITE-CUSTOMER.
           MOVE SPACES TO TX-RECORD
           MOVE 'CUST' TO TX-TABLE
           MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
           MOVE WS-MASK-FIRSTNAME TO TX-C-FIRSTNAME
           MOVE WS-MASK-LASTNAME TO TX-C-LASTNAME
           MOVE WS-MASK-DOB TO TX-C-DOB
           MOVE WS-MASK-HOUSENAME TO TX-C-HOUSENAME
           MOVE WS-MASK-HOUSENUM TO TX-C-HOUSENUM
           MOVE WS-MASK-POSTCODE TO TX-C-POSTCODE
           MOVE WS-MASK-MOBILE TO TX-C-MOBILE
           MOVE WS-MASK-HOME TO TX-C-HOME
           MOVE WS-MASK-EMAIL TO TX-C-EMAIL
           MOVE DB2-AGENTNUMBER TO TX-C-AGENT
           MOVE DB2-BRANCHNUMBER TO TX-C-BRANCH
           MOVE DB2-MARITALSTATUS TO TX-C-MARITAL
           MOVE DB2-OCCUPATION TO TX-C-OCCUPATION
           MOVE DB2-PREFLANGUAGE TO TX-C-PREFLANG
           MOVE DB2-CONSENTPOST TO TX-C-CONSENTPOST
           MOVE DB2-CONSENTEMAIL TO TX-C-CONSENTEMAIL
           MOVE DB2-CONSENTPHONE TO TX-C-CONSENTPHONE
           MOVE DB2-DECEASED TO TX-C-DECEASED
           MOVE DB2-DECEASEDDATE TO TX-C-DECEASEDDATE
           MOVE DB2-VULNERABLE TO TX-C-VULNERABLE
           MOVE DB2-VULNERABLEDATE TO TX-C-VULNDATE
           MOVE DB2-VULNREVIEWDATE TO TX-C-VULNREVIEW
           MOVE DB2-DELIVERYPREF TO TX-C-DELIVERYPREF
           MOVE DB2-GONEAWAY TO TX-C-GONEAWAY
           MOVE DB2-GONEAWAYDATE TO TX-C-GONEAWAYDATE
           MOVE DB2-GONEAWAYDOC TO TX-C-GONEAWAYDOC
           PERFORM 7000-WRITE-DATA-RECORD
           .

      *----------------------------------------------------------------*
      * KSDSCUST record with the same masked values; the household    *
      * number is cleared as the other members are not in the subset  *
      *----------------------------------------------------------------*
       3100-WRITE-KSDSCUST.
           MOVE WS-MASK-KEY TO KC-CUSTOMER-NUM

           READ KSDSCUST-FILE

           IF WS-KSDSCUST-STATUS = '23'
              ADD 1 TO WS-KSDS-MISSING
              DISPLAY 'LGTDEXT1 - no KSDSCUST record for customer '
                      WS-MASK-KEY
              GO TO 3100-EXIT
           END-IF

           IF WS-KSDSCUST-STATUS NOT = '00'
              DISPLAY 'LGTDEXT1 - READ KSDSCUST failed, status='
                      WS-KSDSCUST-STATUS
              MOVE '90' TO WS-RETURN-CODE
              GO TO 3100-EXIT
           END-IF

           MOVE WS-MASK-FIRSTNAME TO KC-FIRST-NAME
           MOVE WS-MASK-LASTNAME TO KC-LAST-NAME
           MOVE WS-MASK-DOB TO KC-DOB
           MOVE SPACES TO KC-DOB-PROTECTED
           MOVE WS-MASK-HOUSENAME TO KC-HOUSE-NAME
           MOVE WS-MASK-HOUSENUM TO KC-HOUSE-NUM
           MOVE WS-MASK-POSTCODE TO KC-POSTCODE
           MOVE WS-MASK-MOBILE TO KC-PHONE-MOBILE
           MOVE WS-MASK-HOME TO KC-PHONE-HOME
           MOVE WS-MASK-EMAIL TO KC-EMAIL-ADDRESS
           MOVE ZEROES TO KC-HOUSEHOLD-NUM

           WRITE KSDSOUT-RECORD FROM KSDSCUST-RECORD
           IF WS-KSDSOUT-STATUS NOT = '00'
              DISPLAY 'LGTDEXT1 - WRITE TDXKSDS failed, status='
                      WS-KSDSOUT-STATUS
              MOVE '90' TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-KSDS-WRITTEN
           END-IF
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POLICY rows and each one's per-type row                       *
      *----------------------------------------------------------------*
       3200-EXTRACT-POLICIES.
           EXEC SQL
               OPEN TDXPOL_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'OPEN TDXPOL_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3200-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3210-FETCH-POLICY
           PERFORM UNTIL WS-NO-MORE-ROWS
              PERFORM 3220-WRITE-POLICY
              PERFORM 3210-FETCH-POLICY
           END-PERFORM

           EXEC SQL
               CLOSE TDXPOL_CURSOR
           END-EXEC
           .
       3200-EXIT.
           EXIT.

       3210-FETCH-POLICY.
           EXEC SQL
               FETCH TDXPOL_CURSOR
               INTO :DB2-POLICYNUM-INT, :DB2-POLICYTYPE,
                    :DB2-POLICY-EFF-DATE, :DB2-POLICY-EXP-DATE,
                    :DB2-POLICY-STATUS, :DB2-POLICY-PREMIUM,
                    :DB2-POLICY-AGENTNUM, :DB2-POLICY-BRANCHNUM,
                    :DB2-POLICY-PAYFREQ, :DB2-POLICY-RENEWPREM,
                    :DB2-TX-RENEWINVITED,
                    :DB2-POLICY-RENEWACCEPT, :DB2-POLICY-AUTORENEW,
                    :DB2-POLICY-DUNSTAGE, :DB2-POLICY-NETPREM,
                    :DB2-POLICY-IPTAMT, :DB2-POLICY-COMPEXCESS,
                    :DB2-POLICY-VOLEXCESS, :DB2-POLICY-SURRDATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'FETCH TDXPOL_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
                 MOVE 'Y' TO WS-END-OF-CURSOR
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * POLICY row as held, then the per-type row                     *
      *----------------------------------------------------------------*
       3220-WRITE-POLICY.
           MOVE SPACES TO TX-RECORD
           MOVE 'POLI' TO TX-TABLE
           MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
           MOVE DB2-POLICYNUM-INT TO TX-P-POLICYNUM
           MOVE DB2-POLICYTYPE TO TX-P-TYPE
           MOVE DB2-POLICY-EFF-DATE TO TX-P-EFF-DATE
           MOVE DB2-POLICY-EXP-DATE TO TX-P-EXP-DATE
           MOVE DB2-POLICY-STATUS TO TX-P-STATUS
           MOVE DB2-POLICY-PREMIUM TO TX-P-PREMIUM
           MOVE DB2-POLICY-AGENTNUM TO TX-P-AGENT
           MOVE DB2-POLICY-BRANCHNUM TO TX-P-BRANCH
           MOVE DB2-POLICY-PAYFREQ TO TX-P-PAYFREQ
           MOVE DB2-POLICY-RENEWPREM TO TX-P-RENEWPREM
           MOVE DB2-TX-RENEWINVITED TO TX-P-RENEWINVITED
           MOVE DB2-POLICY-RENEWACCEPT TO TX-P-RENEWACCEPT
           MOVE DB2-POLICY-AUTORENEW TO TX-P-AUTORENEW
           MOVE DB2-POLICY-DUNSTAGE TO TX-P-DUNSTAGE
           MOVE DB2-POLICY-NETPREM TO TX-P-NETPREM
           MOVE DB2-POLICY-IPTAMT TO TX-P-IPTAMT
           MOVE DB2-POLICY-COMPEXCESS TO TX-P-COMPEXCESS
           MOVE DB2-POLICY-VOLEXCESS TO TX-P-VOLEXCESS
           MOVE DB2-POLICY-SURRDATE TO TX-P-SURRDATE
           PERFORM 7000-WRITE-DATA-RECORD

           EVALUATE DB2-POLICYTYPE
              WHEN 'E'
                 PERFORM 3300-WRITE-ENDOWMENT
              WHEN 'H'
                 PERFORM 3310-WRITE-HOUSE THRU 3310-EXIT
              WHEN 'M'
                 PERFORM 3320-WRITE-MOTOR
              WHEN 'C'
                 PERFORM 3330-WRITE-COMMERCIAL THRU 3330-EXIT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ENDOWMENT - the life assured is given the masked name         *
      *----------------------------------------------------------------*
       3300-WRITE-ENDOWMENT.
           EXEC SQL
               SELECT SUMASSURED, TERM, WITHPROFITS,
                      FUNDNAME, LIFEASSURED,
                      COALESCE(ACCRUED_BONUS, 0)
               INTO :DB2-ENDOW-SUMASSURED, :DB2-ENDOW-TERM,
                    :DB2-ENDOW-WITHPROFITS, :DB2-ENDOW-FUNDNAME,
                    :DB2-ENDOW-LIFEASSURED, :DB2-ENDOW-ACCRUEDBONUS
               FROM ENDOWMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO TX-RECORD
                 MOVE 'ENDW' TO TX-TABLE
                 MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
                 MOVE DB2-POLICYNUM-INT TO TX-E-POLICYNUM
                 MOVE DB2-ENDOW-SUMASSURED TO TX-E-SUMASSURED
                 MOVE DB2-ENDOW-TERM TO TX-E-TERM
                 MOVE DB2-ENDOW-WITHPROFITS TO TX-E-WITHPROFITS
                 MOVE DB2-ENDOW-FUNDNAME TO TX-E-FUNDNAME
                 STRING WS-MASK-FIRSTNAME DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        WS-MASK-LASTNAME DELIMITED BY SPACE
                        INTO TX-E-LIFEASSURED
                 END-STRING
                 MOVE DB2-ENDOW-ACCRUEDBONUS TO TX-E-ACCRUEDBONUS
                 PERFORM 7000-WRITE-DATA-RECORD
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'SELECT ENDOWMENT' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * HOUSE - an insured address that is the customer's home gets   *
      * the customer's masked address; any other is masked from the   *
      * policy number. The postcode is replaced the same way either   *
      * way, so one production postcode always gives one test one     *
      *----------------------------------------------------------------*
       3310-WRITE-HOUSE.
           EXEC SQL
               SELECT PROPERTYTYPE, BEDROOMS, VALUE,
                      HOUSENAME, HOUSENUMBER, POSTCODE
               INTO :DB2-HOUSE-PROPERTYTYPE, :DB2-HOUSE-BEDROOMS,
                    :DB2-HOUSE-VALUE, :DB2-HOUSE-HOUSENAME,
                    :DB2-HOUSE-HOUSENUMBER, :DB2-HOUSE-POSTCODE
               FROM HOUSE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 100
              GO TO 3310-EXIT
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'SELECT HOUSE' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3310-EXIT
           END-IF

           PERFORM 5300-MASK-RISK-ADDRESS
           MOVE DB2-HOUSE-HOUSENAME TO WS-ORIG-HOUSENAME
           MOVE DB2-HOUSE-HOUSENUMBER TO WS-ORIG-HOUSENUM
           IF WS-ORIG-HOUSENAME = DB2-HOUSENAME
              AND WS-ORIG-HOUSENUM = DB2-HOUSENUMBER
              AND DB2-HOUSE-POSTCODE = DB2-POSTCODE
              MOVE WS-MASK-HOUSENAME TO WS-RISK-HOUSENAME
              MOVE WS-MASK-HOUSENUM TO WS-RISK-HOUSENUM
           END-IF

           MOVE DB2-HOUSE-POSTCODE TO WS-PC-IN
           PERFORM 5200-MASK-POSTCODE THRU 5200-EXIT

           MOVE SPACES TO TX-RECORD
           MOVE 'HOUS' TO TX-TABLE
           MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
           MOVE DB2-POLICYNUM-INT TO TX-H-POLICYNUM
           MOVE DB2-HOUSE-PROPERTYTYPE TO TX-H-PROPERTYTYPE
           MOVE DB2-HOUSE-BEDROOMS TO TX-H-BEDROOMS
           MOVE DB2-HOUSE-VALUE TO TX-H-VALUE
           MOVE WS-RISK-HOUSENAME TO TX-H-HOUSENAME
           MOVE WS-RISK-HOUSENUM TO TX-H-HOUSENUM
           MOVE WS-PC-OUT TO TX-H-POSTCODE
           PERFORM 7000-WRITE-DATA-RECORD
           .
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MOTOR - the registration is replaced by a made-up one built   *
      * from the policy number                                         *
      *----------------------------------------------------------------*
       3320-WRITE-MOTOR.
           EXEC SQL
               SELECT MAKE, MODEL, VALUE, REGNUMBER, COLOUR, CC,
                      YEAROFMANUFACTURE, ACCIDENTS,
                      COALESCE(NCD_YEARS, 0),
                      COALESCE(NCD_UPDATED, ' '),
                      COALESCE(VEHICLE_GROUP, ' ')
               INTO :DB2-MOTOR-MAKE, :DB2-MOTOR-MODEL,
                    :DB2-MOTOR-VALUE, :DB2-MOTOR-REGNUMBER,
                    :DB2-MOTOR-COLOUR, :DB2-MOTOR-CC,
                    :DB2-MOTOR-MANUFACTURED, :DB2-MOTOR-ACCIDENTS,
                    :DB2-MOTOR-NCDYEARS, :DB2-MOTOR-NCDDATE,
                    :DB2-MOTOR-GROUPCODE
               FROM MOTOR
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO TX-RECORD
                 MOVE 'MOTR' TO TX-TABLE
                 MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
                 MOVE DB2-POLICYNUM-INT TO TX-M-POLICYNUM
                 MOVE DB2-MOTOR-MAKE TO TX-M-MAKE
                 MOVE DB2-MOTOR-MODEL TO TX-M-MODEL
                 MOVE DB2-MOTOR-VALUE TO TX-M-VALUE
                 MOVE DB2-POLICYNUM-INT TO WS-MASK-KEY-DISPLAY
                 STRING 'TST' DELIMITED BY SIZE
                        WS-MASK-KEY-DISPLAY(7:4) DELIMITED BY SIZE
                        INTO TX-M-REGNUMBER
                 END-STRING
                 MOVE DB2-MOTOR-COLOUR TO TX-M-COLOUR
                 MOVE DB2-MOTOR-CC TO TX-M-CC
                 MOVE DB2-MOTOR-MANUFACTURED TO TX-M-MANUFACTURED
                 MOVE DB2-MOTOR-ACCIDENTS TO TX-M-ACCIDENTS
                 MOVE DB2-MOTOR-NCDYEARS TO TX-M-NCDYEARS
                 MOVE DB2-MOTOR-NCDDATE TO TX-M-NCDDATE
                 MOVE DB2-MOTOR-GROUPCODE TO TX-M-GROUPCODE
                 PERFORM 7000-WRITE-DATA-RECORD
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'SELECT MOTOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * COMMERCIAL - the premises name is replaced (a sole trader's   *
      * premises name is often the trader's own), the number and      *
      * postcode masked as for a house                                *
      *----------------------------------------------------------------*
       3330-WRITE-COMMERCIAL.
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

           IF SQLCODE = 100
              GO TO 3330-EXIT
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'SELECT COMMERCIAL' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3330-EXIT
           END-IF

           PERFORM 5300-MASK-RISK-ADDRESS
           MOVE DB2-COMM-POSTCODE TO WS-PC-IN
           PERFORM 5200-MASK-POSTCODE THRU 5200-EXIT

           MOVE SPACES TO TX-RECORD
           MOVE 'COMM' TO TX-TABLE
           MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
           MOVE DB2-POLICYNUM-INT TO TX-B-POLICYNUM
           MOVE DB2-COMM-TRADECODE TO TX-B-TRADECODE
           MOVE DB2-COMM-BUILDINGS-SI TO TX-B-BUILDINGS-SI
           MOVE DB2-COMM-STOCK-SI TO TX-B-STOCK-SI
           MOVE DB2-COMM-EMPLOYEES TO TX-B-EMPLOYEES
           MOVE 'TEST PREMISES' TO TX-B-PREMISESNAME
           IF DB2-COMM-PREMISESNUMBER NOT = SPACES
              MOVE WS-RISK-HOUSENUM TO TX-B-PREMISESNUM
           END-IF
           MOVE WS-PC-OUT TO TX-B-POSTCODE
           PERFORM 7000-WRITE-DATA-RECORD
           .
       3330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CLAIM rows - the free-text description can name people and    *
      * places, so a fixed description goes in its place              *
      *----------------------------------------------------------------*
       3400-EXTRACT-CLAIMS.
           EXEC SQL
               OPEN TDXCLM_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'OPEN TDXCLM_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3400-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3410-FETCH-CLAIM
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE SPACES TO TX-RECORD
              MOVE 'CLAM' TO TX-TABLE
              MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
              MOVE DB2-CLAIMNUM-INT TO TX-L-CLAIMNUM
              MOVE DB2-CLAIM-POLICYNUM TO TX-L-POLICYNUM
              MOVE DB2-CLAIM-LOSSDATE TO TX-L-LOSSDATE
              MOVE DB2-CLAIM-REGDATE TO TX-L-REGDATE
              MOVE DB2-CLAIM-STATUS TO TX-L-STATUS
              MOVE DB2-CLAIM-RESERVE TO TX-L-RESERVE
              MOVE 'TEST CLAIM - DESCRIPTION REMOVED'
                TO TX-L-DESCRIPTION
              MOVE DB2-CLAIM-FRAUDSCORE TO TX-L-FRAUDSCORE
              MOVE DB2-CLAIM-HANDLER TO TX-L-HANDLER
              MOVE DB2-CLAIM-PAIDDATE TO TX-L-PAIDDATE
              MOVE DB2-CLAIM-RECSTATUS TO TX-L-RECSTATUS
              MOVE DB2-CLAIM-RECOVERED TO TX-L-RECOVERED
              MOVE DB2-CLAIM-CATEVENT TO TX-L-CATEVENT
              MOVE DB2-CLAIM-CATSOURCE TO TX-L-CATSOURCE
              PERFORM 7000-WRITE-DATA-RECORD
              PERFORM 3410-FETCH-CLAIM
           END-PERFORM

           EXEC SQL
               CLOSE TDXCLM_CURSOR
           END-EXEC
           .
       3400-EXIT.
           EXIT.

       3410-FETCH-CLAIM.
           EXEC SQL
               FETCH TDXCLM_CURSOR
               INTO :DB2-CLAIMNUM-INT, :DB2-CLAIM-POLICYNUM,
                    :DB2-CLAIM-LOSSDATE, :DB2-CLAIM-REGDATE,
                    :DB2-CLAIM-STATUS, :DB2-CLAIM-RESERVE,
                    :DB2-CLAIM-FRAUDSCORE, :DB2-CLAIM-HANDLER,
                    :DB2-CLAIM-PAIDDATE, :DB2-CLAIM-RECSTATUS,
                    :DB2-CLAIM-RECOVERED, :DB2-CLAIM-CATEVENT,
                    :DB2-CLAIM-CATSOURCE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'FETCH TDXCLM_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
                 MOVE 'Y' TO WS-END-OF-CURSOR
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * PAYMENT rows, as held                                          *
      *----------------------------------------------------------------*
       3500-EXTRACT-PAYMENTS.
           EXEC SQL
               OPEN TDXPAY_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'OPEN TDXPAY_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3500-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3510-FETCH-PAYMENT
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE SPACES TO TX-RECORD
              MOVE 'PAYM' TO TX-TABLE
              MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
              MOVE DB2-PAY-POLICYNUM TO TX-Y-POLICYNUM
              MOVE DB2-PAY-DATE TO TX-Y-DATE
              MOVE DB2-PAY-AMOUNT TO TX-Y-AMOUNT
              MOVE DB2-PAY-STATUS TO TX-Y-STATUS
              MOVE DB2-PAY-REFERENCE TO TX-Y-REFERENCE
              MOVE DB2-PAY-RETURNREASON TO TX-Y-RETURNREASON
              MOVE DB2-PAY-CLAIMNUM TO TX-Y-CLAIMNUM
              PERFORM 7000-WRITE-DATA-RECORD
              PERFORM 3510-FETCH-PAYMENT
           END-PERFORM

           EXEC SQL
               CLOSE TDXPAY_CURSOR
           END-EXEC
           .
       3500-EXIT.
           EXIT.

       3510-FETCH-PAYMENT.
           EXEC SQL
               FETCH TDXPAY_CURSOR
               INTO :DB2-PAY-POLICYNUM, :DB2-PAY-DATE,
                    :DB2-PAY-AMOUNT, :DB2-PAY-STATUS,
                    :DB2-PAY-REFERENCE, :DB2-PAY-RETURNREASON,
                    :DB2-PAY-CLAIMNUM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'FETCH TDXPAY_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
                 MOVE 'Y' TO WS-END-OF-CURSOR
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * INSTALLMENT rows for the customer's policies, as held         *
      *----------------------------------------------------------------*
       3600-EXTRACT-INSTALLMENTS.
           EXEC SQL
               OPEN TDXINS_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'OPEN TDXINS_CURSOR' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3600-EXIT
           END-IF

           MOVE 'N' TO WS-END-OF-CURSOR
           PERFORM 3610-FETCH-INSTALLMENT
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE SPACES TO TX-RECORD
              MOVE 'INST' TO TX-TABLE
              MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
              MOVE DB2-TX-INS-POLICYNUM TO TX-I-POLICYNUM
              MOVE DB2-TX-INS-DUE-DATE TO TX-I-DUE-DATE
              MOVE DB2-TX-INS-AMOUNT TO TX-I-AMOUNT
              MOVE DB2-TX-INS-STATUS TO TX-I-STATUS
              PERFORM 7000-WRITE-DATA-RECORD
              PERFORM 3610-FETCH-INSTALLMENT
           END-PERFORM

           EXEC SQL
               CLOSE TDXINS_CURSOR
           END-EXEC
           .
       3600-EXIT.
           EXIT.

       3610-FETCH-INSTALLMENT.
           EXEC SQL
               FETCH TDXINS_CURSOR
               INTO :DB2-TX-INS-POLICYNUM, :DB2-TX-INS-DUE-DATE,
                    :DB2-TX-INS-AMOUNT, :DB2-TX-INS-STATUS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
              WHEN OTHER
                 MOVE 'FETCH TDXINS_CURSOR' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
                 MOVE 'Y' TO WS-END-OF-CURSOR
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * BANK_DETAILS - the first two digits of the sort code (the     *
      * bank) are kept, the rest of it and the account number are     *
      * made up, and the account number is only used once it passes   *
      * the modulus check                                              *
      *----------------------------------------------------------------*
       3700-EXTRACT-BANK-DETAILS.
           MOVE DB2-TX-CUSTOMERNUM TO DB2-BD-CUSTOMERNUM

           EXEC SQL
               SELECT SORTCODE, ACCOUNTNUMBER, ACCOUNTNAME
               INTO :DB2-BD-SORTCODE, :DB2-BD-ACCOUNTNUM,
                    :DB2-BD-ACCOUNTNAME
               FROM BANK_DETAILS
               WHERE CUSTOMERNUMBER = :DB2-BD-CUSTOMERNUM
           END-EXEC

           IF SQLCODE = 100
              GO TO 3700-EXIT
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'SELECT BANK_DETAILS' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 3700-EXIT
           END-IF

           PERFORM 5400-MASK-BANK-DETAILS

           MOVE SPACES TO TX-RECORD
           MOVE 'BANK' TO TX-TABLE
           MOVE WS-MASK-KEY TO TX-CUSTOMER-NUM
           MOVE WS-MASK-SORTCODE TO TX-K-SORTCODE
           MOVE WS-MASK-ACCOUNT TO TX-K-ACCOUNTNUM
           MOVE WS-MASK-ACCTNAME TO TX-K-ACCOUNTNAME
           PERFORM 7000-WRITE-DATA-RECORD
           .
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Work out the customer's masked values from the customer       *
      * number: test names, date of birth moved by up to 182 days     *
      * either way, house name and number, postcode from the same     *
      * district, drama-range phone numbers and an EXAMPLE.COM        *
      * address. A field held blank stays blank                       *
      *----------------------------------------------------------------*
       5000-MASK-CUSTOMER.
           DIVIDE WS-MASK-KEY BY 20
               GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
           COMPUTE WS-MASK-SUB = WS-MASK-REMAINDER + 1
           MOVE WS-FIRST-NAME(WS-MASK-SUB) TO WS-MASK-FIRSTNAME
           DIVIDE WS-MASK-QUOTIENT BY 20
               GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
           COMPUTE WS-MASK-SUB = WS-MASK-REMAINDER + 1
           MOVE WS-LAST-NAME(WS-MASK-SUB) TO WS-MASK-LASTNAME

           MOVE SPACES TO WS-MASK-DOB
           STRING DB2-DATEOFBIRTH(1:4) DELIMITED BY SIZE
                  DB2-DATEOFBIRTH(6:2) DELIMITED BY SIZE
                  DB2-DATEOFBIRTH(9:2) DELIMITED BY SIZE
                  INTO WS-DOB-RAW
           END-STRING
           IF WS-DOB-RAW NUMERIC
              AND WS-DOB-RAW(5:2) >= '01' AND WS-DOB-RAW(5:2) <= '12'
              AND WS-DOB-RAW(7:2) >= '01' AND WS-DOB-RAW(7:2) <= '31'
              DIVIDE WS-MASK-KEY BY 365
                  GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
              COMPUTE WS-DOB-SHIFT = WS-MASK-REMAINDER - 182
              COMPUTE WS-DOB-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-DOB-NUM) + WS-DOB-SHIFT
              COMPUTE WS-DOB-NUM =
                  FUNCTION DATE-OF-INTEGER(WS-DOB-INTEGER)
              STRING WS-DOB-RAW(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-DOB-RAW(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-DOB-RAW(7:2) DELIMITED BY SIZE
                     INTO WS-MASK-DOB
              END-STRING
           END-IF

      *    An enciphered date of birth is not deciphered for test
      *    data - a date between 1940 and 1999 is made up instead
           IF DB2-DATEOFBIRTH = SPACES
              AND DB2-DATEOFBIRTH-ENC NOT = SPACES
              DIVIDE WS-MASK-KEY BY 60
                  GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
              COMPUTE WS-DOB-NUM = (1940 + WS-MASK-REMAINDER) * 10000
              DIVIDE WS-MASK-KEY BY 12
                  GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
              COMPUTE WS-DOB-NUM =
                  WS-DOB-NUM + (WS-MASK-REMAINDER + 1) * 100
              DIVIDE WS-MASK-KEY BY 28
                  GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
              COMPUTE WS-DOB-NUM = WS-DOB-NUM + WS-MASK-REMAINDER + 1
              STRING WS-DOB-RAW(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-DOB-RAW(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-DOB-RAW(7:2) DELIMITED BY SIZE
                     INTO WS-MASK-DOB
              END-STRING
           END-IF

           MOVE DB2-HOUSENAME TO WS-ORIG-HOUSENAME
           MOVE DB2-HOUSENUMBER TO WS-ORIG-HOUSENUM
           PERFORM 5100-MASK-HOUSE
           MOVE WS-RISK-HOUSENAME TO WS-MASK-HOUSENAME
           MOVE WS-RISK-HOUSENUM TO WS-MASK-HOUSENUM

           MOVE DB2-POSTCODE TO WS-PC-IN
           PERFORM 5200-MASK-POSTCODE THRU 5200-EXIT
           IF WS-RETURN-CODE = '90'
              GO TO 5000-EXIT
           END-IF
           MOVE WS-PC-OUT TO WS-MASK-POSTCODE

           DIVIDE WS-MASK-KEY BY 1000
               GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
           MOVE WS-MASK-REMAINDER TO WS-MASK-NUM3

           MOVE SPACES TO WS-MASK-MOBILE
           IF DB2-PHONEMOBILE NOT = SPACES
              STRING '07700 900' DELIMITED BY SIZE
                     WS-MASK-NUM3 DELIMITED BY SIZE
                     INTO WS-MASK-MOBILE
              END-STRING
           END-IF

           MOVE SPACES TO WS-MASK-HOME
           IF DB2-PHONEHOME NOT = SPACES
              STRING '01632 960' DELIMITED BY SIZE
                     WS-MASK-NUM3 DELIMITED BY SIZE
                     INTO WS-MASK-HOME
              END-STRING
           END-IF

           MOVE SPACES TO WS-MASK-EMAIL
           IF DB2-EMAILADDRESS NOT = SPACES
              STRING 'TEST' DELIMITED BY SIZE
                     WS-MASK-KEY DELIMITED BY SIZE
                     '@EXAMPLE.COM' DELIMITED BY SIZE
                     INTO WS-MASK-EMAIL
              END-STRING
           END-IF
           .
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * House name from the test list and a two-digit house number,   *
      * both picked by WS-MASK-KEY                                     *
      *----------------------------------------------------------------*
       5100-MASK-HOUSE.
           MOVE SPACES TO WS-RISK-HOUSENAME
           IF WS-ORIG-HOUSENAME NOT = SPACES
              DIVIDE WS-MASK-KEY BY 10
                  GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
              COMPUTE WS-MASK-SUB = WS-MASK-REMAINDER + 1
              MOVE WS-HOUSE-NAME(WS-MASK-SUB) TO WS-RISK-HOUSENAME
           END-IF

           MOVE SPACES TO WS-RISK-HOUSENUM
           IF WS-ORIG-HOUSENUM NOT = SPACES
              DIVIDE WS-MASK-KEY BY 90
                  GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
              COMPUTE WS-MASK-NUM2 = WS-MASK-REMAINDER + 10
              MOVE WS-MASK-NUM2 TO WS-RISK-HOUSENUM
           END-IF
           .

      *----------------------------------------------------------------*
      * Next POSTCODE_REF postcode after this one in the same         *
      * district, else the first other one in the district, else the  *
      * first other one at all - always a postcode LGPCVAL1 accepts   *
      *----------------------------------------------------------------*
       5200-MASK-POSTCODE.
           MOVE SPACES TO WS-PC-OUT
           IF WS-PC-IN = SPACES
              GO TO 5200-EXIT
           END-IF

           MOVE SPACES TO WS-PC-DISTRICT
           UNSTRING WS-PC-IN DELIMITED BY SPACE
               INTO WS-PC-DISTRICT
           END-UNSTRING

           MOVE ALL '%' TO DB2-TX-PC-PATTERN
           STRING WS-PC-DISTRICT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INTO DB2-TX-PC-PATTERN
           END-STRING
           MOVE WS-PC-IN TO DB2-TX-PC-ORIGINAL

           EXEC SQL
               SELECT COALESCE(MIN(POSTCODE), ' ')
               INTO :DB2-TX-PC-FOUND
               FROM POSTCODE_REF
               WHERE POSTCODE LIKE :DB2-TX-PC-PATTERN
                 AND POSTCODE > :DB2-TX-PC-ORIGINAL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SELECT POSTCODE_REF' TO WS-SQL-STEP
              PERFORM 7900-SQL-FAILURE
              GO TO 5200-EXIT
           END-IF

           IF DB2-TX-PC-FOUND = SPACES
              EXEC SQL
                  SELECT COALESCE(MIN(POSTCODE), ' ')
                  INTO :DB2-TX-PC-FOUND
                  FROM POSTCODE_REF
                  WHERE POSTCODE LIKE :DB2-TX-PC-PATTERN
                    AND POSTCODE <> :DB2-TX-PC-ORIGINAL
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SELECT POSTCODE_REF' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
                 GO TO 5200-EXIT
              END-IF
           END-IF

           IF DB2-TX-PC-FOUND = SPACES
              EXEC SQL
                  SELECT COALESCE(MIN(POSTCODE), ' ')
                  INTO :DB2-TX-PC-FOUND
                  FROM POSTCODE_REF
                  WHERE POSTCODE <> :DB2-TX-PC-ORIGINAL
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SELECT POSTCODE_REF' TO WS-SQL-STEP
                 PERFORM 7900-SQL-FAILURE
                 GO TO 5200-EXIT
              END-IF
              ADD 1 TO WS-POSTCODES-UNMATCHED
           END-IF

           MOVE DB2-TX-PC-FOUND TO WS-PC-OUT
           .
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Name and number for an insured address - picked by the policy *
      * number, then put back to the customer number for what follows *
      *----------------------------------------------------------------*
       5300-MASK-RISK-ADDRESS.
           MOVE DB2-POLICYNUM-INT TO WS-MASK-KEY
           MOVE 'X' TO WS-ORIG-HOUSENAME
           MOVE 'X' TO WS-ORIG-HOUSENUM
           PERFORM 5100-MASK-HOUSE
           MOVE DB2-TX-CUSTOMERNUM TO WS-MASK-KEY
           IF DB2-POLICYTYPE = 'H'
              IF DB2-HOUSE-HOUSENAME = SPACES
                 MOVE SPACES TO WS-RISK-HOUSENAME
              END-IF
              IF DB2-HOUSE-HOUSENUMBER = SPACES
                 MOVE SPACES TO WS-RISK-HOUSENUM
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Sort code: the bank's two-digit prefix plus four digits from  *
      * the customer number. Account number: seven digits from the    *
      * customer number plus the check digit that makes it pass,      *
      * moving on to the next seven-digit base when none does         *
      *----------------------------------------------------------------*
       5400-MASK-BANK-DETAILS.
           DIVIDE WS-MASK-KEY BY 10000
               GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
           MOVE WS-MASK-REMAINDER TO WS-MASK-NUM4
           MOVE DB2-BD-SORTCODE(1:2) TO WS-MASK-SORTCODE(1:2)
           IF WS-MASK-SORTCODE(1:2) NOT NUMERIC
              MOVE '40' TO WS-MASK-SORTCODE(1:2)
           END-IF
           MOVE WS-MASK-NUM4 TO WS-MASK-SORTCODE(3:4)

           DIVIDE WS-MASK-KEY BY 10000000
               GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-REMAINDER
           MOVE WS-MASK-REMAINDER TO WS-ACCT-BASE
           MOVE 'N' TO WS-ACCT-FOUND
           PERFORM 5410-TRY-ACCOUNT-BASE
               UNTIL WS-ACCOUNT-FOUND

           MOVE SPACES TO WS-MASK-ACCTNAME
           STRING WS-MASK-FIRSTNAME(1:1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MASK-LASTNAME DELIMITED BY SPACE
                  INTO WS-MASK-ACCTNAME
           END-STRING
           .

       5410-TRY-ACCOUNT-BASE.
           MOVE 0 TO WS-ACCT-CHECK
           PERFORM 5420-TRY-CHECK-DIGIT
               UNTIL WS-ACCOUNT-FOUND OR WS-ACCT-CHECK > 9
           IF NOT WS-ACCOUNT-FOUND
              ADD 1 TO WS-ACCT-BASE
           END-IF
           .

       5420-TRY-CHECK-DIGIT.
           MOVE WS-MASK-SORTCODE TO MOD-SORT-CODE
           MOVE WS-ACCT-BASE TO MOD-ACCOUNT-NUM(1:7)
           MOVE WS-ACCT-CHECK(2:1) TO MOD-ACCOUNT-NUM(8:1)
           PERFORM LGMOD-CHECK-ACCOUNT
           IF MOD-RC = '00'
              MOVE MOD-ACCOUNT-NUM TO WS-MASK-ACCOUNT
              MOVE 'Y' TO WS-ACCT-FOUND
           ELSE
              ADD 1 TO WS-ACCT-CHECK
           END-IF
           .

      *----------------------------------------------------------------*
      * Write one test data record                                     *
      *----------------------------------------------------------------*
       7000-WRITE-DATA-RECORD.
           WRITE DATA-RECORD FROM TX-RECORD
           IF WS-DATA-STATUS NOT = '00'
              DISPLAY 'LGTDEXT1 - WRITE TDXDATA failed, status='
                      WS-DATA-STATUS
              MOVE '90' TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-ROWS-WRITTEN
           END-IF
           .

       7900-SQL-FAILURE.
           DISPLAY 'LGTDEXT1 - ' WS-SQL-STEP ' failed for customer '
                   WS-MASK-KEY ' SQLCODE=' SQLCODE
           MOVE '90' TO WS-RETURN-CODE
           .

      *----------------------------------------------------------------*
      * One AUDIT_LOG entry for the run - what range was taken and    *
      * how much left production                                       *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
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

           MOVE WS-NOW-TIMESTAMP TO AL-TIMESTAMP
           MOVE 0 TO AL-CUSTOMER-NUM
           MOVE SPACES TO AL-USERNAME
           MOVE AW-ACTION TO AL-ACTION
           IF WS-RETURN-CODE = '00'
              MOVE AW-RESULT TO AL-RESULT
           ELSE
              MOVE WS-RETURN-CODE TO AL-RESULT
           END-IF
           MOVE SPACES TO AL-CLIENT-IP
           MOVE SPACES TO AL-USER-AGENT
           MOVE SPACES TO AL-ERROR-CODE
           MOVE SPACES TO AL-DETAILS
           MOVE WS-CUSTOMERS-TAKEN TO AW-COUNT-DISPLAY
           MOVE WS-ROWS-WRITTEN TO AW-ROWS-DISPLAY
           STRING 'Masked extract, customers ' DELIMITED BY SIZE
                  WS-FROM-CUSTOMER DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  WS-TO-CUSTOMER DELIMITED BY SIZE
                  ' every ' DELIMITED BY SIZE
                  WS-SAMPLE-EVERY DELIMITED BY SIZE
                  ' taken ' DELIMITED BY SIZE
                  AW-COUNT-DISPLAY DELIMITED BY SIZE
                  ' rows ' DELIMITED BY SIZE
                  AW-ROWS-DISPLAY DELIMITED BY SIZE
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
      * Close the files, commit and report results                    *
      *----------------------------------------------------------------*
       9000-TERMINATE.
      * Close this run's registry entry so the operations report can
      * see the job ran and what it did
           MOVE WS-ROWS-READ TO JR-ROWS-READ
           MOVE WS-ROWS-WRITTEN TO JR-ROWS-UPDATED
           MOVE WS-KSDS-MISSING TO JR-ROWS-REJECTED
           IF WS-RETURN-CODE = '00'
              MOVE 'C' TO JR-STATUS
           ELSE
              MOVE 'F' TO JR-STATUS
           END-IF
           PERFORM LGJOB-END

           IF WS-RETURN-CODE NOT = '80'
              CLOSE KSDSCUST-FILE
              CLOSE DATA-FILE
              CLOSE KSDSOUT-FILE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGTDEXT1 - Customers read: ' WS-ROWS-DISPLAY
           MOVE WS-CUSTOMERS-TAKEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGTDEXT1 - Customers extracted: ' WS-ROWS-DISPLAY
           MOVE WS-ROWS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGTDEXT1 - Table rows written: ' WS-ROWS-DISPLAY
           MOVE WS-KSDS-WRITTEN TO WS-ROWS-DISPLAY
           DISPLAY 'LGTDEXT1 - KSDSCUST records written: '
                   WS-ROWS-DISPLAY
           MOVE WS-KSDS-MISSING TO WS-ROWS-DISPLAY
           DISPLAY 'LGTDEXT1 - Customers with no KSDSCUST record: '
                   WS-ROWS-DISPLAY
           MOVE WS-POSTCODES-UNMATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGTDEXT1 - Postcodes replaced outside district: '
                   WS-ROWS-DISPLAY
           IF WS-RETURN-CODE NOT = '00'
              DISPLAY 'LGTDEXT1 - extract incomplete - not to be '
                      'loaded'
           END-IF
           DISPLAY 'LGTDEXT1 - Masked test data extract complete'
           .

      *----------------------------------------------------------------*
      * Common procedures from copybooks                               *
      *----------------------------------------------------------------*
           COPY LGJOBPRC.

           COPY LGMODPRC.

       END PROGRAM LGTDEXT1.
