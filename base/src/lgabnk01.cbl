      *          code and account number: both all-numeric, and the   *
      *          account number passing the industry modulus-11      *
      *          check over its weighted digits. An existing mandate  *
      *          for the customer is replaced. The sort code and      *
      *          account number are stored only in protected form     *
      *          (LGFLDPRC) - the clear columns are left as spaces.   *
      *          The capture is written to AUDIT_LOG.                 *
      *          A change asked for on the customer's own session     *
      *          (CA-SESSION-TOKEN) is a sensitive action: the token  *
      *          must validate for 01ABNK through LGAUTH01, stepping  *
      *          up with a fresh MFA code when the session's last     *
      *          strong authentication is out of the window           *
      *          (LGSTEPPRC).                                         *
      *          Every capture or replacement stamps CHANGED_DATE on  *
      *          the mandate and is logged on MANDATE_CHANGE in the   *
      *          same unit of work, queued for the LGMCNT1 notice to  *
      *          the customer's previous address and email; payouts   *
      *          to the new account are held by the pay-out batches   *
      *          for PC-PAYOUT-HOLD-DAYS after (LGPHDPRC).            *
      * Return codes: 00 stored, 15 step-up required, 16 step-up      *
      *          code wrong or expired, 17 session invalid or         *
      *          expired, 20 customer not found, 40 sort code         *
      *          not numeric, 41 account number not numeric,          *
      *          42 account number fails the modulus check, 90 SQL   *
      *          or system error, 98/99 commarea                      *
       01  WS-AUDIT-TIME               PIC X(8).

      *----------------------------------------------------------------*
      * Modulus-11 check (LGMODPRC procedures) - the eight account    *
      * digits are weighted 8,7,6,5,4,3,2,1 and the weighted sum must *
      * divide by 11 exactly for the account number to be accepted    *
      *----------------------------------------------------------------*
           COPY LGMODWS.

      *----------------------------------------------------------------*
      * Bank detail protection at rest (LGFLDPRC procedures)          *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

      *----------------------------------------------------------------*
      * Step-up session check (LGSTEPPRC procedures) and the LGAUTH01 *
      * commarea it drives - one area sized to the full AUTH-RESPONSE *
      * with the AUTH-REQUEST fields redefining its front             *
      *----------------------------------------------------------------*
           COPY LGSTEPWS.

       01  WS-AUTH-RESPONSE.
           COPY AUTH-RESPONSE.

       01  WS-AUTH-REQUEST REDEFINES WS-AUTH-RESPONSE.
           COPY AUTH-REQUEST.

      *----------------------------------------------------------------*
      * Validation work fields                                         *
       01  DB2-PAYMENT-REC.
           COPY DB2-PAYMENT.

      *----------------------------------------------------------------*
      * Host variables for the mandate change log                      *
      *----------------------------------------------------------------*
       01  DB2-PAYOUT-HOLD-REC.
           COPY DB2-PAYOUT-HOLD.

      *----------------------------------------------------------------*
      * Audit logging                                                  *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-PROCESS.

           PERFORM 2050-CHECK-SESSION
           PERFORM 2100-VALIDATE-REQUEST
           PERFORM 4000-STORE-MANDATE
           .

      *----------------------------------------------------------------*
      * A customer changing their own mandate does so on a session    *
      * that must hold recent strong authentication - the mandate is  *
      * where a claim or refund is paid                               *
      *----------------------------------------------------------------*
       2050-CHECK-SESSION.

           IF CA-SESSION-TOKEN NOT = SPACES
              AND CA-SESSION-TOKEN NOT = LOW-VALUES
               MOVE '01ABNK' TO SU-ACTION-ID
               MOVE CA-CUSTOMER-NUM TO SU-CUSTOMER-NUM
               MOVE CA-SESSION-TOKEN TO SU-SESSION-TOKEN
               MOVE CA-STEPUP-MFA-CODE TO SU-MFA-CODE
               PERFORM LGSTEP-CHECK-SESSION

               IF NOT SU-OK
                   MOVE SU-RC TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Validate the customer and the bank detail fields              *
      *----------------------------------------------------------------*
       2100-VALIDATE-REQUEST.

           MOVE '00' TO CA-RETURN-CODE

           MOVE CA-B-SORT-CODE TO MOD-SORT-CODE
           MOVE CA-B-ACCOUNT-NUM TO MOD-ACCOUNT-NUM
           PERFORM LGMOD-CHECK-ACCOUNT

           IF MOD-RC NOT = '00'
               MOVE MOD-RC TO CA-RETURN-CODE
               PERFORM 9000-RETURN
           END-IF

           .

      *----------------------------------------------------------------*
      * Encipher the validated sort code and account number - neither *
      * is held at rest in clear                                      *
      *----------------------------------------------------------------*
       3000-PROTECT-BANK-DETAILS.

           MOVE 0 TO FE-FORCE-VERSION
           MOVE CA-B-SORT-CODE TO FE-CLEAR-VALUE
           PERFORM LGFE-ENCRYPT
           IF NOT FE-OK
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           MOVE FE-PROTECTED-VALUE TO DB2-BD-SORTCODE-ENC

           MOVE CA-B-ACCOUNT-NUM TO FE-CLEAR-VALUE
           PERFORM LGFE-ENCRYPT
           IF NOT FE-OK
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF
           MOVE FE-PROTECTED-VALUE TO DB2-BD-ACCOUNTNUM-ENC
           .

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4000-STORE-MANDATE.

           PERFORM 3000-PROTECT-BANK-DETAILS
           MOVE SPACES TO DB2-BD-SORTCODE
           MOVE SPACES TO DB2-BD-ACCOUNTNUM
           MOVE CA-B-ACCOUNT-NAME TO DB2-BD-ACCOUNTNAME

           EXEC SQL
               EXEC SQL
                   INSERT INTO BANK_DETAILS
                   ( CUSTOMERNUMBER, SORTCODE,
                     ACCOUNTNUMBER, ACCOUNTNAME,
                     SORTCODE_ENC, ACCOUNTNUMBER_ENC, CHANGED_DATE )
                   VALUES ( :DB2-BD-CUSTOMERNUM, :DB2-BD-SORTCODE,
                            :DB2-BD-ACCOUNTNUM, :DB2-BD-ACCOUNTNAME,
                            :DB2-BD-SORTCODE-ENC,
                            :DB2-BD-ACCOUNTNUM-ENC, CURRENT DATE )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE BANK_DETAILS
                   SET SORTCODE = :DB2-BD-SORTCODE,
                       ACCOUNTNUMBER = :DB2-BD-ACCOUNTNUM,
                       ACCOUNTNAME = :DB2-BD-ACCOUNTNAME,
                       SORTCODE_ENC = :DB2-BD-SORTCODE-ENC,
                       ACCOUNTNUMBER_ENC = :DB2-BD-ACCOUNTNUM-ENC,
                       CHANGED_DATE = CURRENT DATE
                   WHERE CUSTOMERNUMBER = :DB2-BD-CUSTOMERNUM
               END-EXEC
           END-IF

      * The change is logged with the mandate or not at all - the
      * payout hold and the notice to the old contact both key on it
           IF SQLCODE = 0
               PERFORM 4100-LOG-MANDATE-CHANGE
           END-IF

           IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           PERFORM 9000-RETURN
           .

      *----------------------------------------------------------------*
      * Log the change for the payout hold and queue the notice to    *
      * the customer's previous contact details                       *
      *----------------------------------------------------------------*
       4100-LOG-MANDATE-CHANGE.
           MOVE DB2-BD-CUSTOMERNUM TO DB2-MH-CUSTOMERNUM
           MOVE 'Q' TO DB2-MH-NOTICE-STATUS
           MOVE 'N' TO DB2-MH-DISPUTED

           EXEC SQL
               INSERT INTO MANDATE_CHANGE
               ( CUSTOMERNUMBER, CHANGE_TS, CHANGED_DATE,
                 NOTICE_STATUS, DISPUTED )
               VALUES ( :DB2-MH-CUSTOMERNUM, CURRENT TIMESTAMP,
                        CURRENT DATE, :DB2-MH-NOTICE-STATUS,
                        :DB2-MH-DISPUTED )
           END-EXEC
           .

      *----------------------------------------------------------------*
      * Write the mandate capture to AUDIT_LOG - account details are  *
      * not written to the log, only the fact of the change           *
           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * Bank account modulus check procedures from copybook           *
      *----------------------------------------------------------------*
           COPY LGMODPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

      *----------------------------------------------------------------*
      * Step-up session check procedures from copybook                *
      *----------------------------------------------------------------*
           COPY LGSTEPPRC.

       END PROGRAM LGABNK01.
