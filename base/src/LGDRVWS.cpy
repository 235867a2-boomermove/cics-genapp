      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Motor Named Driver Working Storage       *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGDRVWS - Motor Named Driver Working Storage        *
      * Purpose:  Request/response fields for the LGDRVPRC procedures *
      *           that keep the named drivers of a motor policy and   *
      *           their motoring convictions.                         *
      *                                                                *
      *           MOTOR_DRIVER holds one row per named driver         *
      *           (POLICYNUMBER, DRIVERNUMBER 1-5, NAME, DOB,         *
      *           LICENCE_TYPE, YEARS_HELD, RELATIONSHIP).            *
      *           DRIVER_CONVICTION holds one row per conviction      *
      *           declared for a driver (POLICYNUMBER, DRIVERNUMBER,  *
      *           CONVICTIONNUMBER 1-4, CONVICTION_CODE,              *
      *           CONVICTION_DATE, POINTS). The list is always        *
      *           replaced whole, so drivers and convictions are      *
      *           numbered from 1 without gaps.                       *
      *                                                                *
      * Usage:    COPY LGDRVWS in WORKING-STORAGE.                    *
      *           COPY LGDRVPRC at the end of PROCEDURE DIVISION.     *
      *           DRV-LIST has the layout of CA-DRIVER-REQUEST in     *
      *           LGCMAREA, so an online caller moves the commarea    *
      *           group to and from it whole.                         *
      *           LGDRV-VALIDATE-LIST checks DRV-LIST;                *
      *           LGDRV-SUMMARISE-LIST fills DRV-SUMMARY from it;     *
      *           LGDRV-REPLACE-DRIVERS writes it for the policy in   *
      *           DRV-REQ-POLICYNUM; LGDRV-LOAD-DRIVERS reads that    *
      *           policy's drivers back into it. DRV-RC: '00' done,   *
      *           '10' driver list invalid, '90' SQL error.           *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  DRV-CONTROL.
           05  DRV-REQ-POLICYNUM       PIC S9(9) COMP VALUE 0.
           05  DRV-RC                  PIC X(2)  VALUE '00'.
           05  DRV-SUB                 PIC S9(4) COMP VALUE 0.
           05  DRV-CV-SUB              PIC S9(4) COMP VALUE 0.
           05  DRV-FOUND-FLAG          PIC X(1)  VALUE 'N'.
               88  DRV-ROW-FOUND       VALUE 'Y'.

      *----------------------------------------------------------------*
      * What rating and underwriting need from the list: the youngest *
      * driver's date of birth (YYYY-MM-DD sorts, so the latest date  *
      * is the youngest), the fewest years any driver has held a      *
      * licence, the points across all drivers, and the worst single  *
      * driver's points and conviction count                          *
      *----------------------------------------------------------------*
       01  DRV-SUMMARY.
           05  DRV-S-DRIVER-COUNT      PIC S9(4) COMP VALUE 0.
           05  DRV-S-YOUNGEST-DOB      PIC X(10) VALUE SPACES.
           05  DRV-S-MIN-YEARS-HELD    PIC S9(4) COMP VALUE 0.
           05  DRV-S-TOTAL-POINTS      PIC S9(4) COMP VALUE 0.
           05  DRV-S-MAX-DRIVER-POINTS PIC S9(4) COMP VALUE 0.
           05  DRV-S-MAX-CONVICTIONS   PIC S9(4) COMP VALUE 0.
           05  DRV-S-DRIVER-POINTS     PIC S9(4) COMP VALUE 0.

      *----------------------------------------------------------------*
      * The driver list - same layout as CA-DRIVER-REQUEST            *
      *----------------------------------------------------------------*
       01  DRV-LIST.
           05  DRV-L-DRIVER-COUNT      PIC 9(1).
           05  DRV-L-DRIVER OCCURS 5 TIMES.
               10  DRV-L-NAME          PIC X(30).
               10  DRV-L-DOB           PIC X(10).
               10  DRV-L-LICENCE-TYPE  PIC X(1).
               10  DRV-L-YEARS-HELD    PIC 9(2).
               10  DRV-L-RELATIONSHIP  PIC X(1).
               10  DRV-L-CONVICTION-COUNT PIC 9(1).
               10  DRV-L-CONVICTION OCCURS 4 TIMES.
                   15  DRV-L-CV-CODE   PIC X(4).
                   15  DRV-L-CV-DATE   PIC X(10).
                   15  DRV-L-CV-POINTS PIC 9(2).

      *----------------------------------------------------------------*
      * MOTOR_DRIVER and DRIVER_CONVICTION host variables              *
      *----------------------------------------------------------------*
       01  DRV-DB-VARS.
           05  DRV-DB-DRIVERNUM        PIC S9(4) COMP.
           05  DRV-DB-NAME             PIC X(30).
           05  DRV-DB-DOB              PIC X(10).
           05  DRV-DB-LICENCE-TYPE     PIC X(1).
           05  DRV-DB-YEARS-HELD       PIC S9(4) COMP.
           05  DRV-DB-RELATIONSHIP     PIC X(1).
           05  DRV-DB-CONVICTIONNUM    PIC S9(4) COMP.
           05  DRV-DB-CV-CODE          PIC X(4).
           05  DRV-DB-CV-DATE          PIC X(10).
           05  DRV-DB-CV-POINTS        PIC S9(4) COMP.
