      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp House Specified Items Working Storage    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGSPIWS - House Specified Items Working Storage     *
      * Purpose:  Request/response fields for the LGSPIPRC procedures *
      *           that keep the schedule of specified high-value      *
      *           items on a house policy - the jewellery, watches,   *
      *           art and bicycles worth more than the single-item    *
      *           limit of the contents cover, each listed and valued *
      *           on its own.                                         *
      *                                                                *
      *           SPECIFIED_ITEM holds one row per item               *
      *           (POLICYNUMBER, ITEMNUMBER 1-10, DESCRIPTION,        *
      *           CATEGORY, ITEM_VALUE in whole pounds,               *
      *           VALUATION_DATE - the date on the valuation          *
      *           certificate). The schedule is always replaced       *
      *           whole, so items are numbered from 1 without gaps    *
      *           and a claim names an item by its number.            *
      *                                                                *
      * Usage:    COPY LGSPIWS in WORKING-STORAGE.                    *
      *           COPY LGSPIPRC at the end of PROCEDURE DIVISION.     *
      *           SPI-LIST has the layout of CA-SPEC-ITEM-REQUEST in  *
      *           LGCMAREA, so an online caller moves the commarea    *
      *           group to and from it whole.                         *
      *           LGSPI-VALIDATE-LIST checks SPI-LIST;                *
      *           LGSPI-SUMMARISE-LIST fills SPI-SUMMARY from it;     *
      *           LGSPI-REPLACE-ITEMS writes it for the policy in     *
      *           SPI-REQ-POLICYNUM; LGSPI-LOAD-ITEMS reads that      *
      *           policy's items back into it; LGSPI-CHECK-ITEM sets  *
      *           SPI-ROW-FOUND when item SPI-REQ-ITEMNUM is on that  *
      *           policy's schedule. SPI-RC: '00' done, '10' item     *
      *           list invalid, '90' SQL error.                       *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  SPI-CONTROL.
           05  SPI-REQ-POLICYNUM       PIC S9(9) COMP VALUE 0.
           05  SPI-REQ-ITEMNUM         PIC S9(4) COMP VALUE 0.
           05  SPI-RC                  PIC X(2)  VALUE '00'.
           05  SPI-SUB                 PIC S9(4) COMP VALUE 0.
           05  SPI-CAT-SUB             PIC S9(4) COMP VALUE 0.
           05  SPI-FOUND-FLAG          PIC X(1)  VALUE 'N'.
               88  SPI-ROW-FOUND       VALUE 'Y'.

      *----------------------------------------------------------------*
      * What rating and underwriting need from the schedule: the      *
      * value listed in each category (in the order of                *
      * SPI-CATEGORY-CODES), the value across them all and the        *
      * highest single item                                            *
      *----------------------------------------------------------------*
       01  SPI-SUMMARY.
           05  SPI-S-ITEM-COUNT        PIC S9(4) COMP VALUE 0.
           05  SPI-S-CATEGORY-VALUE    PIC S9(9) COMP-3 VALUE 0
                                       OCCURS 4 TIMES.
           05  SPI-S-TOTAL-VALUE       PIC S9(9) COMP-3 VALUE 0.
           05  SPI-S-MAX-ITEM-VALUE    PIC S9(9) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      * Item categories - J jewellery, W watches, A art, B bicycles   *
      *----------------------------------------------------------------*
       01  SPI-CATEGORY-CODES          PIC X(4) VALUE 'JWAB'.
       01  SPI-CATEGORY-TABLE REDEFINES SPI-CATEGORY-CODES.
           05  SPI-CATEGORY-CODE       PIC X(1) OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      * The item schedule - same layout as CA-SPEC-ITEM-REQUEST       *
      *----------------------------------------------------------------*
       01  SPI-LIST.
           05  SPI-L-ITEM-COUNT        PIC 9(2).
           05  SPI-L-ITEM OCCURS 10 TIMES.
               10  SPI-L-DESCRIPTION   PIC X(30).
               10  SPI-L-CATEGORY      PIC X(1).
               10  SPI-L-VALUE         PIC 9(8).
               10  SPI-L-VALUATION-DATE PIC X(10).

      *----------------------------------------------------------------*
      * SPECIFIED_ITEM host variables                                  *
      *----------------------------------------------------------------*
       01  SPI-DB-VARS.
           05  SPI-DB-ITEMNUM          PIC S9(4) COMP.
           05  SPI-DB-DESCRIPTION      PIC X(30).
           05  SPI-DB-CATEGORY         PIC X(1).
           05  SPI-DB-VALUE            PIC S9(9) COMP.
           05  SPI-DB-VALUATION-DATE   PIC X(10).
