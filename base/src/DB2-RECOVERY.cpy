      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp DB2 Claim Recovery Host Variables        *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Host variable layouts for the claim recovery tables.          *
      * CLAIM_RECOVERY holds one row per recovery registered against  *
      * an assessed or settled claim by LGARCV01 - subrogation        *
      * against an at-fault third party, salvage sale of a written-   *
      * off item, or other - with the amount expected back and the    *
      * running total received. STATUS is 'O' open (nothing yet       *
      * received), 'P' part received, 'C' closed (expected amount     *
      * received in full) or 'W' balance written off.                 *
      * RECOVERY_RECEIPT holds one dated row per receipt posted, so   *
      * the LGRIBRD1 claims bordereau can report each recovery in the *
      * quarter the money actually came back.                         *
      *----------------------------------------------------------------*
       05  DB2-RECOVERYNUM-INT         PIC S9(9) COMP.
       05  DB2-RCV-CLAIMNUM            PIC S9(9) COMP.
      *    'S' subrogation, 'V' salvage, 'O' other
       05  DB2-RCV-TYPE                PIC X(1).
       05  DB2-RCV-COUNTERPARTY        PIC X(30).
       05  DB2-RCV-EXPECTED            PIC S9(6)V99 COMP-3.
       05  DB2-RCV-RECEIVED            PIC S9(6)V99 COMP-3.
       05  DB2-RCV-STATUS              PIC X(1).
       05  DB2-RCV-REGDATE             PIC X(10).
       05  DB2-RCV-LASTRECEIPT         PIC X(10).

       05  DB2-RCT-RECOVERYNUM         PIC S9(9) COMP.
       05  DB2-RCT-CLAIMNUM            PIC S9(9) COMP.
       05  DB2-RCT-DATE                PIC X(10).
       05  DB2-RCT-AMOUNT              PIC S9(6)V99 COMP-3.
