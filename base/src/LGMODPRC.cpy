      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Bank Account Modulus Check Procedures    *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGMODPRC - Bank Account Modulus Check Procedures    *
      * Purpose:  LGMOD-CHECK-ACCOUNT - validates MOD-SORT-CODE and   *
      *           MOD-ACCOUNT-NUM, setting MOD-RC as described in     *
      *           LGMODWS.                                            *
      *                                                                *
      * Requires: COPY LGMODWS in WORKING-STORAGE.                    *
      *                                                                *
      *================================================================*

       LGMOD-CHECK-ACCOUNT.
           MOVE '00' TO MOD-RC

           IF MOD-SORT-CODE NOT NUMERIC
               MOVE '40' TO MOD-RC
           ELSE
               IF MOD-ACCOUNT-NUM NOT NUMERIC
                   MOVE '41' TO MOD-RC
               ELSE
                   MOVE 0 TO MOD-SUM
                   MOVE 0 TO MOD-INDEX

                   PERFORM LGMOD-WEIGH-NEXT-DIGIT
                       UNTIL MOD-INDEX >= 8

                   DIVIDE MOD-SUM BY 11
                       GIVING MOD-QUOTIENT
                       REMAINDER MOD-REMAINDER

                   IF MOD-REMAINDER NOT = 0
                       MOVE '42' TO MOD-RC
                   END-IF
               END-IF
           END-IF
           .

       LGMOD-WEIGH-NEXT-DIGIT.
           ADD 1 TO MOD-INDEX
           MOVE MOD-ACCOUNT-NUM(MOD-INDEX:1) TO MOD-DIGIT
           COMPUTE MOD-WEIGHT = 9 - MOD-INDEX
           COMPUTE MOD-SUM =
               MOD-SUM + (MOD-DIGIT * MOD-WEIGHT)
           .
