      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Claims Exchange Working Storage          *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGCUEWS - Claims Exchange Working Storage           *
      * Purpose:  Constants and request/response fields for the       *
      *           LGCUEPRC lookup of a quoted person's and vehicle's  *
      *           prior claims on the Claims and Underwriting         *
      *           Exchange.                                           *
      *                                                                *
      *           CUE_HISTORY holds one row per prior claim the       *
      *           exchange returned, as loaded nightly by LGCUELD1    *
      *           (MATCH_TYPE 'P' person - LASTNAME, DATEOFBIRTH,     *
      *           POSTCODE - or 'V' vehicle - REGNUMBER; CUE_REF,     *
      *           INSURER, INCIDENT_DATE, CLAIM_TYPE, CLAIM_STATUS,   *
      *           AMOUNT, LOADED_DATE). The same claim can come back  *
      *           under both match types, so it is counted once by    *
      *           its CUE_REF. Our own claims, which LGCUESB1 submits *
      *           under CUE-OUR-INSURER, are never loaded.            *
      *                                                                *
      * Usage:    COPY LGCUEWS in WORKING-STORAGE.                    *
      *           COPY LGCUEPRC at the end of PROCEDURE DIVISION.     *
      *           Set CUE-REQ-LASTNAME, CUE-REQ-DOB and               *
      *           CUE-REQ-POSTCODE for the person, CUE-REQ-REGNUMBER  *
      *           for a vehicle (spaces on a house quote), the prior  *
      *           claims the customer declared in CUE-REQ-DECLARED    *
      *           and today in CUE-REQ-DATE (YYYY-MM-DD), then        *
      *           PERFORM LGCUE-LOOKUP. CUE-FOUND returns the prior   *
      *           claims incurred in the last CUE-LOOKBACK-YEARS and  *
      *           CUE-UNDISCLOSED those beyond the declared count.    *
      *           CUE-RC: '00' looked up, '90' SQL error (both counts *
      *           zero - the caller carries on unflagged).            *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  CUE-CONSTANTS.
           05  CUE-OUR-INSURER         PIC X(6)  VALUE 'GENAPP'.
           05  CUE-LOOKBACK-YEARS      PIC 9(2)  VALUE 05.

       01  CUE-CONTROL.
           05  CUE-REQ-LASTNAME        PIC X(20) VALUE SPACES.
           05  CUE-REQ-DOB             PIC X(10) VALUE SPACES.
           05  CUE-REQ-POSTCODE        PIC X(8)  VALUE SPACES.
           05  CUE-REQ-REGNUMBER       PIC X(7)  VALUE SPACES.
           05  CUE-REQ-DECLARED        PIC S9(4) COMP VALUE 0.
           05  CUE-REQ-DATE            PIC X(10) VALUE SPACES.
           05  CUE-SINCE-DATE          PIC X(10) VALUE SPACES.
           05  CUE-SINCE-YYYY          PIC 9(4)  VALUE 0.
           05  CUE-FOUND               PIC S9(4) COMP VALUE 0.
           05  CUE-UNDISCLOSED         PIC S9(4) COMP VALUE 0.
           05  CUE-RC                  PIC X(2)  VALUE '00'.
