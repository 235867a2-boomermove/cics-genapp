      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp House Specified Items Procedures         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGSPIPRC - House Specified Items Procedures         *
      * Purpose:  The specified high-value items a house policy       *
      *           lists, held beside the HOUSE row so every path that *
      *           rates, screens, prints or claims on the risk sees   *
      *           the same schedule:                                  *
      *           LGSPI-VALIDATE-LIST - every item in SPI-LIST has a  *
      *             description, a category (J jewellery, W watches,  *
      *             A art, B bicycles), a value in whole pounds above *
      *             zero and a YYYY-MM-DD valuation-certificate date; *
      *           LGSPI-SUMMARISE-LIST - the rating and underwriting  *
      *             measures in SPI-SUMMARY;                          *
      *           LGSPI-REPLACE-ITEMS - the policy's SPECIFIED_ITEM   *
      *             rows replaced by SPI-LIST;                        *
      *           LGSPI-LOAD-ITEMS - SPI-LIST read back from them;    *
      *           LGSPI-CHECK-ITEM - whether one item is listed.      *
      *                                                                *
      * Requires: COPY LGSPIWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGSPI-VALIDATE-LIST.
           MOVE '00' TO SPI-RC

           IF SPI-L-ITEM-COUNT NOT NUMERIC
              OR SPI-L-ITEM-COUNT > 10
              MOVE '10' TO SPI-RC
           ELSE
              PERFORM LGSPI-VALIDATE-ITEM
                  VARYING SPI-SUB FROM 1 BY 1
                  UNTIL SPI-SUB > SPI-L-ITEM-COUNT
                     OR SPI-RC NOT = '00'
           END-IF
           .

       LGSPI-VALIDATE-ITEM.
           IF SPI-L-DESCRIPTION(SPI-SUB) = SPACES
              OR SPI-L-DESCRIPTION(SPI-SUB) = LOW-VALUES
              MOVE '10' TO SPI-RC
           END-IF

           PERFORM VARYING SPI-CAT-SUB FROM 1 BY 1
               UNTIL SPI-CAT-SUB > 4
                  OR SPI-CATEGORY-CODE(SPI-CAT-SUB)
                         = SPI-L-CATEGORY(SPI-SUB)
               CONTINUE
           END-PERFORM
           IF SPI-CAT-SUB > 4
              MOVE '10' TO SPI-RC
           END-IF

           IF SPI-L-VALUE(SPI-SUB) NOT NUMERIC
              MOVE '10' TO SPI-RC
           ELSE
              IF SPI-L-VALUE(SPI-SUB) = 0
                 MOVE '10' TO SPI-RC
              END-IF
           END-IF

           IF SPI-L-VALUATION-DATE(SPI-SUB)(1:4) NOT NUMERIC
              OR SPI-L-VALUATION-DATE(SPI-SUB)(5:1) NOT = '-'
              OR SPI-L-VALUATION-DATE(SPI-SUB)(6:2) NOT NUMERIC
              OR SPI-L-VALUATION-DATE(SPI-SUB)(8:1) NOT = '-'
              OR SPI-L-VALUATION-DATE(SPI-SUB)(9:2) NOT NUMERIC
              MOVE '10' TO SPI-RC
           END-IF
           .

       LGSPI-SUMMARISE-LIST.
           MOVE 0 TO SPI-S-ITEM-COUNT
           MOVE 0 TO SPI-S-TOTAL-VALUE
           MOVE 0 TO SPI-S-MAX-ITEM-VALUE
           PERFORM VARYING SPI-CAT-SUB FROM 1 BY 1
               UNTIL SPI-CAT-SUB > 4
               MOVE 0 TO SPI-S-CATEGORY-VALUE(SPI-CAT-SUB)
           END-PERFORM

           IF SPI-L-ITEM-COUNT NUMERIC
              AND SPI-L-ITEM-COUNT <= 10
              MOVE SPI-L-ITEM-COUNT TO SPI-S-ITEM-COUNT
              PERFORM LGSPI-SUMMARISE-ITEM
                  VARYING SPI-SUB FROM 1 BY 1
                  UNTIL SPI-SUB > SPI-S-ITEM-COUNT
           END-IF
           .

       LGSPI-SUMMARISE-ITEM.
           IF SPI-L-VALUE(SPI-SUB) NUMERIC
              ADD SPI-L-VALUE(SPI-SUB) TO SPI-S-TOTAL-VALUE
              IF SPI-L-VALUE(SPI-SUB) > SPI-S-MAX-ITEM-VALUE
                 MOVE SPI-L-VALUE(SPI-SUB) TO SPI-S-MAX-ITEM-VALUE
              END-IF
              PERFORM VARYING SPI-CAT-SUB FROM 1 BY 1
                  UNTIL SPI-CAT-SUB > 4
                 IF SPI-CATEGORY-CODE(SPI-CAT-SUB)
                        = SPI-L-CATEGORY(SPI-SUB)
                    ADD SPI-L-VALUE(SPI-SUB)
                        TO SPI-S-CATEGORY-VALUE(SPI-CAT-SUB)
                 END-IF
              END-PERFORM
           END-IF
           .

       LGSPI-REPLACE-ITEMS.
           MOVE '00' TO SPI-RC

           EXEC SQL
               DELETE FROM SPECIFIED_ITEM
               WHERE POLICYNUMBER = :SPI-REQ-POLICYNUM
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO SPI-RC
           END-IF

           IF SPI-RC = '00' AND SPI-L-ITEM-COUNT NUMERIC
              PERFORM LGSPI-INSERT-ITEM
                  VARYING SPI-SUB FROM 1 BY 1
                  UNTIL SPI-SUB > SPI-L-ITEM-COUNT
                     OR SPI-RC NOT = '00'
           END-IF
           .

       LGSPI-INSERT-ITEM.
           MOVE SPI-SUB                       TO SPI-DB-ITEMNUM
           MOVE SPI-L-DESCRIPTION(SPI-SUB)    TO SPI-DB-DESCRIPTION
           MOVE SPI-L-CATEGORY(SPI-SUB)       TO SPI-DB-CATEGORY
           MOVE SPI-L-VALUE(SPI-SUB)          TO SPI-DB-VALUE
           MOVE SPI-L-VALUATION-DATE(SPI-SUB) TO SPI-DB-VALUATION-DATE

           EXEC SQL
               INSERT INTO SPECIFIED_ITEM
               ( POLICYNUMBER, ITEMNUMBER, DESCRIPTION, CATEGORY,
                 ITEM_VALUE, VALUATION_DATE )
               VALUES ( :SPI-REQ-POLICYNUM, :SPI-DB-ITEMNUM,
                        :SPI-DB-DESCRIPTION, :SPI-DB-CATEGORY,
                        :SPI-DB-VALUE, :SPI-DB-VALUATION-DATE )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO SPI-RC
           END-IF
           .

       LGSPI-LOAD-ITEMS.
           MOVE '00' TO SPI-RC
           MOVE SPACES TO SPI-LIST
           MOVE 0 TO SPI-L-ITEM-COUNT
           MOVE 'Y' TO SPI-FOUND-FLAG

           PERFORM LGSPI-LOAD-ITEM
               VARYING SPI-SUB FROM 1 BY 1
               UNTIL SPI-SUB > 10
                  OR NOT SPI-ROW-FOUND
                  OR SPI-RC NOT = '00'
           .

       LGSPI-LOAD-ITEM.
           MOVE SPI-SUB TO SPI-DB-ITEMNUM

           EXEC SQL
               SELECT DESCRIPTION, CATEGORY, ITEM_VALUE,
                      VALUATION_DATE
               INTO :SPI-DB-DESCRIPTION, :SPI-DB-CATEGORY,
                    :SPI-DB-VALUE, :SPI-DB-VALUATION-DATE
               FROM SPECIFIED_ITEM
               WHERE POLICYNUMBER = :SPI-REQ-POLICYNUM
                 AND ITEMNUMBER = :SPI-DB-ITEMNUM
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE SPI-SUB               TO SPI-L-ITEM-COUNT
               MOVE SPI-DB-DESCRIPTION    TO SPI-L-DESCRIPTION(SPI-SUB)
               MOVE SPI-DB-CATEGORY       TO SPI-L-CATEGORY(SPI-SUB)
               MOVE SPI-DB-VALUE          TO SPI-L-VALUE(SPI-SUB)
               MOVE SPI-DB-VALUATION-DATE
                   TO SPI-L-VALUATION-DATE(SPI-SUB)
             WHEN SQLCODE = 100
               MOVE 'N' TO SPI-FOUND-FLAG
             WHEN OTHER
               MOVE '90' TO SPI-RC
           END-EVALUATE
           .

       LGSPI-CHECK-ITEM.
           MOVE '00' TO SPI-RC
           MOVE 'N' TO SPI-FOUND-FLAG

           EXEC SQL
               SELECT DESCRIPTION
               INTO :SPI-DB-DESCRIPTION
               FROM SPECIFIED_ITEM
               WHERE POLICYNUMBER = :SPI-REQ-POLICYNUM
                 AND ITEMNUMBER = :SPI-REQ-ITEMNUM
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO SPI-FOUND-FLAG
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO SPI-RC
           END-EVALUATE
           .
