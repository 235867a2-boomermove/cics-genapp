      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Insurance Premium Tax Working Storage    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGIPTWS - Insurance Premium Tax Working Storage     *
      * Purpose:  Request/response fields for the LGIPTPRC procedures *
      *           that split a gross (tax-inclusive) premium figure   *
      *           into net premium and Insurance Premium Tax.         *
      *                                                                *
      *           IPT_RATE holds one row per rate change              *
      *           (EFFECTIVE_DATE YYYY-MM-DD, RATE_PCT DECIMAL(5,2)) -*
      *           the rate in force on a date is the row with the     *
      *           latest EFFECTIVE_DATE on or before it, so a change  *
      *           can be loaded ahead of the day it takes effect.     *
      *                                                                *
      *           IPT_TRANSACTION holds one row per premium written   *
      *           or returned (POLICYNUMBER, POLICYTYPE, TRAN_DATE,   *
      *           TRAN_TYPE, GROSS_AMOUNT, NET_AMOUNT, IPT_AMOUNT,    *
      *           IPT_RATE), signed - written premium positive,       *
      *           return premium negative - and is what the LGIPTRT1  *
      *           quarterly IPT return is built from.                 *
      *                                                                *
      * Usage:    COPY LGIPTWS in WORKING-STORAGE.                    *
      *           COPY LGIPTPRC at the end of PROCEDURE DIVISION.     *
      *           Set IPT-REQ-DATE and IPT-GROSS-AMOUNT and PERFORM   *
      *           LGIPT-SPLIT-GROSS to tax at the rate in force on    *
      *           that date; or set IPT-BASE-NET/IPT-BASE-TAX from    *
      *           the policy and PERFORM LGIPT-SPLIT-PRO-RATA to      *
      *           split a part of its premium in the same proportion *
      *           (falling back to the rate in force when the policy *
      *           carries no split). IPT-RC: '00' split, '10' no rate *
      *           in force (taxed at zero, caller carries on), '90'   *
      *           SQL error. LGIPT-RECORD-TRANSACTION writes the      *
      *           split to IPT_TRANSACTION from the IPT-TX- fields.   *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  IPT-CONTROL.
           05  IPT-REQ-DATE            PIC X(10) VALUE SPACES.
           05  IPT-GROSS-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 0.
           05  IPT-BASE-NET            PIC S9(7)V99 COMP-3 VALUE 0.
           05  IPT-BASE-TAX            PIC S9(7)V99 COMP-3 VALUE 0.
           05  IPT-RATE-PCT            PIC S9(3)V99 COMP-3 VALUE 0.
           05  IPT-NET-AMOUNT          PIC S9(7)V99 COMP-3 VALUE 0.
           05  IPT-TAX-AMOUNT          PIC S9(7)V99 COMP-3 VALUE 0.
           05  IPT-RC                  PIC X(2)  VALUE '00'.

      *----------------------------------------------------------------*
      * IPT_TRANSACTION host variables - TRAN_TYPE says what wrote    *
      * the premium: new business, endorsement adjustment, renewal,   *
      * amendment of the annual premium, cancellation return premium, *
      * the reversal of a policy declined at underwriting or the      *
      * credit for a motor lay-up                                     *
      *----------------------------------------------------------------*
       01  IPT-TRANSACTION-VARS.
           05  IPT-TX-POLICYNUM        PIC S9(9) COMP.
           05  IPT-TX-POLICYTYPE       PIC X(1).
           05  IPT-TX-TRAN-DATE        PIC X(10).
           05  IPT-TX-TRAN-TYPE        PIC X(1).
               88  IPT-TX-NEW-BUSINESS VALUE 'N'.
               88  IPT-TX-ENDORSEMENT  VALUE 'E'.
               88  IPT-TX-RENEWAL      VALUE 'R'.
               88  IPT-TX-AMENDMENT    VALUE 'A'.
               88  IPT-TX-CANCELLATION VALUE 'F'.
               88  IPT-TX-DECLINED     VALUE 'D'.
               88  IPT-TX-LAYUP-CREDIT VALUE 'U'.
