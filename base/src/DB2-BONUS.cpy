      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 With-Profits Bonus Host Variables    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layouts for the with-profits bonus tables.      *
      * FUND_BONUS_RATE holds the bonus rates per endowment fund      *
      * (ENDOWMENT.FUNDNAME) and bonus year, maintained under dual    *
      * control by LGBNRT01: proposed at 'P' by one actuary, then     *
      * approved 'A' - the declared rate - or rejected 'R' by a       *
      * different one. Only one row per fund and year may be pending  *
      * or approved; RATE_ID numbers proposals the LGPARM01 way.      *
      * REVERSIONARY_PCT is the annual bonus added to the sum assured *
      * of every in-force with-profits policy in the fund by the      *
      * LGBONUS1 declaration; TERMINAL_PCT is paid once, at maturity, *
      * on the sum assured plus accrued bonus (LGMATUR1 takes the     *
      * latest year declared). BONUS_HISTORY holds one row per policy *
      * and bonus year added by LGBONUS1 - the amount added and the   *
      * accrued bonus after it - which the LGSTMNT1 statement run     *
      * reports to the policyholder.                                  *
      *----------------------------------------------------------------*
       05  DB2-BR-RATE-ID              PIC S9(9) COMP.
       05  DB2-BR-FUNDNAME             PIC X(10).
       05  DB2-BR-BONUS-YEAR           PIC S9(4) COMP.
       05  DB2-BR-REVERSIONARY-PCT     PIC S9(2)V9(3) COMP-3.
       05  DB2-BR-TERMINAL-PCT         PIC S9(3)V9(3) COMP-3.
       05  DB2-BR-STATUS               PIC X(1).
       05  DB2-BR-PROPOSED-BY          PIC X(32).
       05  DB2-BR-PROPOSED-DATE        PIC X(10).
       05  DB2-BR-APPROVED-BY          PIC X(32).
       05  DB2-BR-APPROVED-DATE        PIC X(10).

       05  DB2-BH-POLICYNUM            PIC S9(9) COMP.
       05  DB2-BH-BONUS-YEAR           PIC S9(4) COMP.
       05  DB2-BH-FUNDNAME             PIC X(10).
       05  DB2-BH-SUMASSURED           PIC S9(9) COMP.
       05  DB2-BH-REVERSIONARY-PCT     PIC S9(2)V9(3) COMP-3.
       05  DB2-BH-BONUS-AMOUNT         PIC S9(9)V99 COMP-3.
       05  DB2-BH-ACCRUED-BONUS        PIC S9(9)V99 COMP-3.
       05  DB2-BH-DECLARED-DATE        PIC X(10).
