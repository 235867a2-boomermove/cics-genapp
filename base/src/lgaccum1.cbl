      * Program: LGACCUM1 - Postcode Accumulation Report Batch Job    *
      * Purpose: Runs outside CICS on demand in the LGBRRPT1 style,   *
      *          answering the reinsurer's annual "largest postcode   *
      *          accumulation" question without a one-off SQL request *
      *          to the DBA. In-force house sums insured with their   *
      *          specified items and commercial buildings plus stock  *
      *          sums insured are totalled by postcode sector (the    *
      *          outward part of the cover or premises postcode, up   *
      *          to the first space), ranked by exposure              *
      *          largest-first, labelled with the post town from the  *
      *          POSTCODE_REF table LGPAFLD1 loads, and flagged where *
      *          the total exceeds PC-ACCUM-LIMIT - the sectors where *
      *          we should stop writing.                              *
      *================================================================*

       ENVIRONMENT DIVISION.

      *----------------------------------------------------------------*
      * Every in-force house risk's cover postcode and sum insured    *
      * plus its specified items, and every in-force commercial       *
      * risk's premises postcode and buildings plus stock sums        *
      * insured                                                        *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ACCUM_CURSOR CURSOR FOR
               SELECT H.POSTCODE, H.VALUE +
                      COALESCE(( SELECT SUM(S.ITEM_VALUE)
                                 FROM SPECIFIED_ITEM S
                                 WHERE S.POLICYNUMBER = H.POLICYNUMBER )
                               , 0)
               FROM HOUSE H, POLICY P
               WHERE H.POLICYNUMBER = P.POLICYNUMBER
                 AND P.STATUS = 'A'
               UNION ALL
               SELECT C.POSTCODE, C.BUILDINGS_SI + C.STOCK_SI
               FROM COMMERCIAL C, POLICY P
               WHERE C.POLICYNUMBER = P.POLICYNUMBER
                 AND P.STATUS = 'A'
           END-EXEC.

       PROCEDURE DIVISION.
           .

      *----------------------------------------------------------------*
      * Walk the in-force property book, totalling by outward sector  *
      *----------------------------------------------------------------*
       2000-ACCUMULATE-EXPOSURE.
           EXEC SQL
           END-EXEC

           MOVE WS-ROWS-READ TO WS-ROWS-DISPLAY
           DISPLAY 'LGACCUM1 - Property risks examined: '
                   WS-ROWS-DISPLAY
           MOVE WS-SECTOR-COUNT TO WS-ROWS-DISPLAY
           DISPLAY 'LGACCUM1 - Sectors reported: ' WS-ROWS-DISPLAY
           DISPLAY 'LGACCUM1 - Accumulation report complete'
