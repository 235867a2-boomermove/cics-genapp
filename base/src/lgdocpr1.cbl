      *          call-centre reprint). Each queued document is        *
      *          allocated the next document number, written to the   *
      *          SCHDFILE print-bureau dataset with the full cover    *
      *          detail from the per-type table and the policy's      *
      *          compulsory and voluntary excess, and moved to 'P'    *
      *          (printed) with its number and issue date - so the    *
      *          register records exactly what was issued when. A     *
      *          paperless customer (LGDLVPRC) is sent the schedule   *
      *          by email or SMS on the DLVRFILE dispatch dataset     *
      *          instead of the print file. A printed schedule for a  *
      *          customer marked gone-away (LGGAW01) is not posted:   *
      *          its register row stays queued until the address is   *
      *          put right. A jointly held policy's schedule names    *
      *          the joint policyholder (POLICY_PARTY) alongside the  *
      *          first-named one. A house policy's specified items    *
      *          (SPECIFIED_ITEM) follow its schedule record, one     *
      *          item record each.                                    *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT DLVR-FILE ASSIGN TO DLVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * Schedule document record - numbered header fields plus the    *
      * per-type cover detail union, the same 100-byte shape as       *
      * CA-P-DETAIL. A house schedule is followed by SD-H-SPEC-ITEM-  *
      * COUNT item records, told apart by the 'I' in the event-type   *
      * position                                                       *
      *----------------------------------------------------------------*
       FD  SCHD-FILE
           RECORD CONTAINS 200 CHARACTERS
               10  SD-H-HOUSE-NAME     PIC X(20).
               10  SD-H-HOUSE-NUM      PIC X(4).
               10  SD-H-POSTCODE       PIC X(8).
               10  SD-H-SPEC-ITEM-COUNT PIC 9(2).
               10  FILLER              PIC X(40).
           05  SD-MOTOR-DETAIL REDEFINES SD-DETAIL.
               10  SD-M-MAKE           PIC X(15).
               10  SD-M-MODEL          PIC X(15).
               10  SD-M-MANUFACTURED   PIC X(10).
               10  SD-M-ACCIDENTS      PIC 9(2).
               10  FILLER              PIC X(31).
           05  SD-COMMERCIAL-DETAIL REDEFINES SD-DETAIL.
               10  SD-C-TRADE-CODE     PIC X(5).
               10  SD-C-BUILDINGS-SI   PIC 9(8).
               10  SD-C-STOCK-SI       PIC 9(8).
               10  SD-C-EMPLOYEES      PIC 9(4).
               10  SD-C-PREMISES-NAME  PIC X(20).
               10  SD-C-PREMISES-NUM   PIC X(4).
               10  SD-C-POSTCODE       PIC X(8).
               10  FILLER              PIC X(43).
      *    Excess the customer bears on each claim
           05  SD-COMPULSORY-EXCESS    PIC 9(6).99.
           05  SD-VOLUNTARY-EXCESS     PIC 9(6).99.
      *    Joint policyholder, spaces for a sole-held policy
           05  SD-JOINT-CUSTOMER-NUM   PIC X(10).
           05  SD-RECORD-FILLER        PIC X(13).
       01  SCHD-ITEM-RECORD.
           05  SI-DOC-NUMBER           PIC 9(8).
           05  SI-RECORD-TYPE          PIC X(1).
           05  SI-POLICY-NUM           PIC X(10).
           05  SI-ITEM-NUMBER          PIC 9(2).
           05  SI-DESCRIPTION          PIC X(30).
           05  SI-CATEGORY             PIC X(1).
           05  SI-VALUE                PIC 9(8).
           05  SI-VALUATION-DATE       PIC X(10).
           05  SI-RECORD-FILLER        PIC X(130).

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
      * Policy party (LGPTYPRC procedures)                             *
      *----------------------------------------------------------------*
           COPY LGPTYWS.

      *----------------------------------------------------------------*
      * House specified items (LGSPIPRC procedures)                    *
      *----------------------------------------------------------------*
           COPY LGSPIWS.

      *----------------------------------------------------------------*
      * Date and control working storage                               *
      *----------------------------------------------------------------*
       01  WS-WORK-VARS.
           05  WS-RETURN-CODE          PIC X(2) VALUE '00'.
           05  WS-SCHD-STATUS          PIC X(2) VALUE '00'.
           05  WS-DLVR-STATUS          PIC X(2) VALUE '00'.
           05  WS-WRITE-STATUS         PIC X(2) VALUE '00'.
           05  WS-TODAY-DATE           PIC X(8).
           05  WS-TODAY-YMD            PIC X(10).
           05  WS-END-OF-CURSOR        PIC X(1) VALUE 'N'.
           05  DB2-QD-POLICYTYPE       PIC X(1).
           05  DB2-QD-EFF-DATE         PIC X(10).
           05  DB2-QD-PREMIUM          PIC S9(6)V99 COMP-3.
           05  DB2-QD-COMPEXCESS       PIC S9(6)V99 COMP-3.
           05  DB2-QD-VOLEXCESS        PIC S9(6)V99 COMP-3.

      *----------------------------------------------------------------*
      * Host variables for the per-type cover detail                   *
                      P.CUSTOMERNUMBER,
                      P.POLICYTYPE,
                      P.EFFECTIVEDATE,
                      P.PREMIUM,
                      COALESCE(P.COMPULSORY_EXCESS, 0),
                      COALESCE(P.VOLUNTARY_EXCESS, 0)
               FROM DOCUMENT_REGISTER D, POLICY P
               WHERE D.POLICYNUMBER = P.POLICYNUMBER
                 AND D.STATUS = 'Q'
              DISPLAY 'LGDOCPR1 - OPEN SCHDFILE failed, status='
                      WS-SCHD-STATUS
              MOVE '80' TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT DLVR-FILE
              IF WS-DLVR-STATUS NOT = '00'
                 DISPLAY 'LGDOCPR1 - OPEN DLVRFILE failed, status='
                         WS-DLVR-STATUS
                 CLOSE SCHD-FILE
                 MOVE '80' TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'LGDOCPR1 - Policy schedule print batch starting'
                    :DB2-QD-CUSTOMERNUM,
                    :DB2-QD-POLICYTYPE,
                    :DB2-QD-EFF-DATE,
                    :DB2-QD-PREMIUM,
                    :DB2-QD-COMPEXCESS,
                    :DB2-QD-VOLEXCESS
           END-EXEC

           IF SQLCODE = 100
           MOVE DB2-QD-POLICYTYPE TO SD-POLICY-TYPE
           MOVE DB2-QD-EFF-DATE TO SD-EFFECTIVE-DATE
           MOVE DB2-QD-PREMIUM TO SD-PREMIUM
           MOVE DB2-QD-COMPEXCESS TO SD-COMPULSORY-EXCESS
           MOVE DB2-QD-VOLEXCESS TO SD-VOLUNTARY-EXCESS

           EVALUATE DB2-QD-POLICYTYPE
             WHEN 'E'
               PERFORM 2400-FILL-HOUSE-DETAIL
             WHEN 'M'
               PERFORM 2500-FILL-MOTOR-DETAIL
             WHEN 'C'
               PERFORM 2550-FILL-COMMERCIAL-DETAIL
           END-EVALUATE

           IF SQLCODE NOT = 0
              GO TO 2200-EXIT
           END-IF

           MOVE DB2-QD-POLICYNUM TO PT-POLICYNUM
           PERFORM LGPTY-READ-JOINT
           IF PT-RC NOT = '00'
              DISPLAY 'LGDOCPR1 - joint holder read failed for policy '
                      DB2-QD-POLICYNUM ' SQLCODE=' SQLCODE
              GO TO 2200-EXIT
           END-IF
           IF PT-HAS-JOINT
              MOVE PT-JOINT-CUSTOMERNUM TO WS-CUSTNUM-DISPLAY
              MOVE WS-CUSTNUM-DISPLAY TO SD-JOINT-CUSTOMER-NUM
           END-IF

           MOVE 0 TO SPI-L-ITEM-COUNT
           IF DB2-QD-POLICYTYPE = 'H'
              MOVE DB2-QD-POLICYNUM TO SPI-REQ-POLICYNUM
              PERFORM LGSPI-LOAD-ITEMS
              IF SPI-RC NOT = '00'
                 DISPLAY 'LGDOCPR1 - specified item read failed for '
                         'policy ' DB2-QD-POLICYNUM ' SQLCODE=' SQLCODE
                 GO TO 2200-EXIT
              END-IF
              MOVE SPI-L-ITEM-COUNT TO SD-H-SPEC-ITEM-COUNT
           END-IF

      * Paperless customers get the schedule through the messaging
      * gateway instead of the print bureau
           MOVE DB2-QD-CUSTOMERNUM TO DL-CUSTOMER-NUM
           MOVE DB2-QD-POLICYNUM TO DL-POLICY-NUM
           MOVE 'SCHEDULE' TO DL-DOC-TYPE
           PERFORM LGDLV-CHOOSE-CHANNEL

      * Nothing is posted to a gone-away address - the schedule stays
      * queued on the register and goes out once the address is put
      * right
           IF DL-POST-SUPPRESSED
              GO TO 2200-EXIT
           END-IF

           IF DL-ELECTRONIC
              MOVE SCHD-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
           END-IF

      * An email that could not be registered falls back to print,
      * which a gone-away address must not get either
           IF DL-POST-SUPPRESSED
              GO TO 2200-EXIT
           END-IF

           IF DL-ELECTRONIC
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD
              MOVE WS-DLVR-STATUS TO WS-WRITE-STATUS
           ELSE
              WRITE SCHD-RECORD
              MOVE WS-SCHD-STATUS TO WS-WRITE-STATUS
           END-IF

           PERFORM 2250-WRITE-SPEC-ITEM
               VARYING SPI-SUB FROM 1 BY 1
               UNTIL SPI-SUB > SPI-L-ITEM-COUNT
                  OR WS-WRITE-STATUS NOT = '00'

           IF WS-WRITE-STATUS NOT = '00'
              DISPLAY 'LGDOCPR1 - WRITE failed, channel=' DL-CHANNEL
                      ' status=' WS-WRITE-STATUS
              GO TO 2200-EXIT
           END-IF

           MOVE DB2-QD-CUSTOMERNUM TO CT-CUSTOMER-NUM
           MOVE DB2-QD-POLICYNUM TO CT-POLICY-NUM
           MOVE 'SCHEDULE' TO CT-DOC-TYPE
           MOVE DL-CHANNEL TO CT-CHANNEL
           PERFORM LGCON-RECORD-CONTACT

           ADD 1 TO WS-NEXT-DOCNUM
           EXIT
           .

      *----------------------------------------------------------------*
      * One specified item record after the house schedule, down the  *
      * same channel                                                   *
      *----------------------------------------------------------------*
       2250-WRITE-SPEC-ITEM.
           MOVE SPACES TO SCHD-ITEM-RECORD
           MOVE WS-NEXT-DOCNUM TO SI-DOC-NUMBER
           MOVE 'I' TO SI-RECORD-TYPE
           MOVE WS-POLNUM-DISPLAY TO SI-POLICY-NUM
           MOVE SPI-SUB TO SI-ITEM-NUMBER
           MOVE SPI-L-DESCRIPTION(SPI-SUB) TO SI-DESCRIPTION
           MOVE SPI-L-CATEGORY(SPI-SUB) TO SI-CATEGORY
           MOVE SPI-L-VALUE(SPI-SUB) TO SI-VALUE
           MOVE SPI-L-VALUATION-DATE(SPI-SUB) TO SI-VALUATION-DATE

           IF DL-ELECTRONIC
              MOVE SCHD-ITEM-RECORD TO DL-MERGE-DATA
              PERFORM LGDLV-DISPATCH-RECORD
           END-IF

           IF DL-ELECTRONIC
              WRITE DLVR-RECORD FROM DL-DISPATCH-RECORD
              MOVE WS-DLVR-STATUS TO WS-WRITE-STATUS
           ELSE
              WRITE SCHD-ITEM-RECORD
              MOVE WS-SCHD-STATUS TO WS-WRITE-STATUS
           END-IF
           .

       2300-FILL-ENDOWMENT-DETAIL.
           EXEC SQL
               SELECT SUMASSURED, TERM, WITHPROFITS,
           END-IF
           .

       2550-FILL-COMMERCIAL-DETAIL.
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
              MOVE DB2-COMM-TRADECODE TO SD-C-TRADE-CODE
              MOVE DB2-COMM-BUILDINGS-SI TO SD-C-BUILDINGS-SI
              MOVE DB2-COMM-STOCK-SI TO SD-C-STOCK-SI
              MOVE DB2-COMM-EMPLOYEES TO SD-C-EMPLOYEES
              MOVE DB2-COMM-PREMISESNAME TO SD-C-PREMISES-NAME
              MOVE DB2-COMM-PREMISESNUMBER TO SD-C-PREMISES-NUM
              MOVE DB2-COMM-POSTCODE TO SD-C-POSTCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * Number the document and mark the register row printed         *
      *----------------------------------------------------------------*

           IF WS-RETURN-CODE NOT = '80'
              CLOSE SCHD-FILE
              CLOSE DLVR-FILE
           END-IF

           EXEC SQL
                   WS-ROWS-DISPLAY
           MOVE WS-ROWS-PRINTED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDOCPR1 - Schedules printed: ' WS-ROWS-DISPLAY
           MOVE DL-DOCS-DISPATCHED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDOCPR1 - of which sent by email/SMS: '
                   WS-ROWS-DISPLAY
           MOVE DL-DOCS-SUPPRESSED TO WS-ROWS-DISPLAY
           DISPLAY 'LGDOCPR1 - Held for gone-away customers: '
                   WS-ROWS-DISPLAY
           DISPLAY 'LGDOCPR1 - Policy schedule print batch complete'
           .

      *----------------------------------------------------------------*
           COPY LGCONPRC.

      *----------------------------------------------------------------*
      * Document delivery procedures from copybook                    *
      *----------------------------------------------------------------*
           COPY LGDLVPRC.

      *----------------------------------------------------------------*
      * Policy party procedures from copybook                          *
      *----------------------------------------------------------------*
           COPY LGPTYPRC.

      *----------------------------------------------------------------*
      * House specified items procedures from copybook                 *
      *----------------------------------------------------------------*
           COPY LGSPIPRC.

       END PROGRAM LGDOCPR1.
