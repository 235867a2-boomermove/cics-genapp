      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Vulnerable Customer Referral Procedures  *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGVULPRC - Vulnerable Customer Referral Procedures  *
      * Purpose:  LGVUL-REFER-CUSTOMER queues one open                *
      *           VULNERABLE_REFERRAL row for the policy, source job  *
      *           and arrears episode in the VR- fields, unless that  *
      *           episode is already on the queue, and stamps it with *
      *           today's YYYY-MM-DD date. The nightly batches meet   *
      *           the same policy every run until the arrears clear   *
      *           or the marker comes off, so the existence check     *
      *           keeps the queue to one row per episode.             *
      *                                                                *
      * Requires: COPY LGVULREF in WORKING-STORAGE, the VR- fields    *
      *           set by the caller.                                   *
      *                                                                *
      *================================================================*

       LGVUL-REFER-CUSTOMER.
           MOVE 'N' TO VR-NEW-FLAG
           MOVE FUNCTION CURRENT-DATE TO VR-NOW-RAW
           MOVE SPACES TO VR-REFERRAL-DATE
           STRING VR-NOW-RAW(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  VR-NOW-RAW(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  VR-NOW-RAW(7:2) DELIMITED BY SIZE
                  INTO VR-REFERRAL-DATE
           END-STRING

           EXEC SQL
               SELECT COUNT(*)
               INTO :VR-EXISTING-COUNT
               FROM VULNERABLE_REFERRAL
               WHERE POLICYNUMBER = :VR-POLICY-NUM
                 AND SOURCE = :VR-SOURCE
                 AND ARREARS_SINCE = :VR-ARREARS-SINCE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGVULPRC - referral lookup failed for policy '
                      VR-POLICY-NUM ' SQLCODE=' SQLCODE
           ELSE
              IF VR-EXISTING-COUNT = 0
                 EXEC SQL
                     INSERT INTO VULNERABLE_REFERRAL
                     ( REFERRAL_DATE, CUSTOMERNUMBER, POLICYNUMBER,
                       SOURCE, CATEGORY, ARREARS_SINCE, STATUS )
                     VALUES ( :VR-REFERRAL-DATE, :VR-CUSTOMER-NUM,
                              :VR-POLICY-NUM, :VR-SOURCE,
                              :VR-CATEGORY, :VR-ARREARS-SINCE, 'O' )
                 END-EXEC

                 IF SQLCODE = 0
                    MOVE 'Y' TO VR-NEW-FLAG
                 ELSE
                    DISPLAY 'LGVULPRC - referral insert failed for '
                            'policy ' VR-POLICY-NUM
                            ' SQLCODE=' SQLCODE
                 END-IF
              END-IF
           END-IF
           .
