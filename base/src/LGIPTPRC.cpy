      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Insurance Premium Tax Procedures         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGIPTPRC - Insurance Premium Tax Procedures         *
      * Purpose:  Every premium the estate quotes, charges, collects  *
      *           or refunds is gross - tax inclusive. These split    *
      *           it into net premium and IPT so both can be held     *
      *           and posted separately:                              *
      *           LGIPT-RATE-IN-FORCE - the IPT_RATE row in force on  *
      *             IPT-REQ-DATE;                                     *
      *           LGIPT-SPLIT-GROSS - IPT-GROSS-AMOUNT taxed at that  *
      *             rate: net = gross x 100 / (100 + rate), the tax  *
      *             the remainder so the two always add back;         *
      *           LGIPT-SPLIT-PRO-RATA - IPT-GROSS-AMOUNT split in    *
      *             the proportion IPT-BASE-NET/IPT-BASE-TAX, so an   *
      *             installment or refund carries the tax the policy *
      *             premium was written with even after a rate        *
      *             change;                                           *
      *           LGIPT-RECORD-TRANSACTION - one IPT_TRANSACTION row  *
      *             for the split just made.                          *
      *           A missing rate (IPT-RC '10') taxes at zero rather   *
      *           than stopping the business transaction.             *
      *                                                                *
      * Requires: COPY LGIPTWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGIPT-RATE-IN-FORCE.
           MOVE '00' TO IPT-RC
           MOVE 0 TO IPT-RATE-PCT

           EXEC SQL
               SELECT RATE_PCT
               INTO :IPT-RATE-PCT
               FROM IPT_RATE
               WHERE EFFECTIVE_DATE =
                     ( SELECT MAX(EFFECTIVE_DATE)
                       FROM IPT_RATE
                       WHERE EFFECTIVE_DATE <= :IPT-REQ-DATE )
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 0 TO IPT-RATE-PCT
               MOVE '10' TO IPT-RC
             WHEN SQLCODE NOT = 0
               MOVE 0 TO IPT-RATE-PCT
               MOVE '90' TO IPT-RC
           END-EVALUATE
           .

       LGIPT-SPLIT-GROSS.
           PERFORM LGIPT-RATE-IN-FORCE

           COMPUTE IPT-NET-AMOUNT ROUNDED =
               IPT-GROSS-AMOUNT * 100 / (100 + IPT-RATE-PCT)
           COMPUTE IPT-TAX-AMOUNT =
               IPT-GROSS-AMOUNT - IPT-NET-AMOUNT
           .

       LGIPT-SPLIT-PRO-RATA.
      *    A policy written before the split was held carries no net
      *    premium - tax it at the rate in force instead
           IF IPT-BASE-NET = 0
              PERFORM LGIPT-SPLIT-GROSS
           ELSE
              MOVE '00' TO IPT-RC
              COMPUTE IPT-TAX-AMOUNT ROUNDED =
                  IPT-GROSS-AMOUNT * IPT-BASE-TAX /
                  (IPT-BASE-NET + IPT-BASE-TAX)
              COMPUTE IPT-NET-AMOUNT =
                  IPT-GROSS-AMOUNT - IPT-TAX-AMOUNT
              COMPUTE IPT-RATE-PCT ROUNDED =
                  IPT-BASE-TAX * 100 / IPT-BASE-NET
           END-IF
           .

       LGIPT-RECORD-TRANSACTION.
           MOVE '00' TO IPT-RC

           EXEC SQL
               INSERT INTO IPT_TRANSACTION
               ( POLICYNUMBER, POLICYTYPE, TRAN_DATE, TRAN_TYPE,
                 GROSS_AMOUNT, NET_AMOUNT, IPT_AMOUNT, IPT_RATE )
               VALUES ( :IPT-TX-POLICYNUM, :IPT-TX-POLICYTYPE,
                        :IPT-TX-TRAN-DATE, :IPT-TX-TRAN-TYPE,
                        :IPT-GROSS-AMOUNT, :IPT-NET-AMOUNT,
                        :IPT-TAX-AMOUNT, :IPT-RATE-PCT )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO IPT-RC
           END-IF
           .
