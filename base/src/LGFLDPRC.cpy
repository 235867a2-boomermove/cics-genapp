      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Field Encryption Procedures              *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGFLDPRC - Field Encryption Procedures              *
      * Purpose:  LGFE-ENCRYPT enciphers FE-CLEAR-VALUE under the     *
      *           current FIELD_ENC_KEY (or FE-FORCE-VERSION) into    *
      *           FE-PROTECTED-VALUE. LGFE-DECRYPT deciphers          *
      *           FE-PROTECTED-VALUE into FE-CLEAR-VALUE under the    *
      *           key version the value carries, current or 'D'; a    *
      *           retired key no longer deciphers. LGFE-MATCH-VALUES  *
      *           enciphers FE-CLEAR-VALUE under the current key and  *
      *           under the most recent 'D' key, into                 *
      *           FE-MATCH-CURRENT and FE-MATCH-PRIOR (both the same  *
      *           when no rotation is in progress).                   *
      *                                                                *
      * Requires: COPY LGFLDENC in WORKING-STORAGE, EXEC SQL INCLUDE  *
      *           SQLCA, and ICSF CSNBSYE/CSNBSYD available to the    *
      *           region or job.                                      *
      *                                                                *
      *================================================================*

       LGFE-ENCRYPT.
           SET FE-OK TO TRUE
           MOVE 0 TO FE-SQLCODE
           MOVE 0 TO FE-ICSF-RC
           MOVE 0 TO FE-ICSF-RS

           IF FE-CLEAR-VALUE = SPACES
               MOVE SPACES TO FE-PROTECTED-VALUE
           ELSE
               IF FE-FORCE-VERSION > 0
                   MOVE FE-FORCE-VERSION TO FE-KEY-VERSION
                   PERFORM LGFE-FIND-KEY
               ELSE
                   PERFORM LGFE-FIND-CURRENT-KEY
               END-IF
               IF FE-OK
                   PERFORM LGFE-ENCIPHER
               ELSE
                   MOVE SPACES TO FE-PROTECTED-VALUE
               END-IF
           END-IF
           .

       LGFE-DECRYPT.
           SET FE-OK TO TRUE
           MOVE 0 TO FE-SQLCODE
           MOVE 0 TO FE-ICSF-RC
           MOVE 0 TO FE-ICSF-RS
           MOVE SPACES TO FE-CLEAR-VALUE

           IF FE-PROTECTED-VALUE NOT = SPACES
               IF FE-PROT-VERSION NOT NUMERIC
                   SET FE-CRYPTO-FAILED TO TRUE
               ELSE
                   MOVE FE-PROT-VERSION TO FE-KEY-VERSION
                   PERFORM LGFE-FIND-KEY
                   IF FE-OK
                       PERFORM LGFE-DECIPHER
                   END-IF
               END-IF
           END-IF
           .

       LGFE-MATCH-VALUES.
           MOVE SPACES TO FE-MATCH-CURRENT
           MOVE SPACES TO FE-MATCH-PRIOR
           MOVE 0 TO FE-FORCE-VERSION

           PERFORM LGFE-ENCRYPT

           IF FE-OK
               MOVE FE-PROTECTED-VALUE TO FE-MATCH-CURRENT
               MOVE FE-PROTECTED-VALUE TO FE-MATCH-PRIOR
           END-IF

           IF FE-OK AND FE-CLEAR-VALUE NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(MAX(KEY_VERSION), 0)
                   INTO :FE-PRIOR-VERSION
                   FROM FIELD_ENC_KEY
                   WHERE STATUS = 'D'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO FE-SQLCODE
                   SET FE-LOOKUP-FAILED TO TRUE
               ELSE
                   IF FE-PRIOR-VERSION > 0
                       MOVE FE-PRIOR-VERSION TO FE-FORCE-VERSION
                       PERFORM LGFE-ENCRYPT
                       MOVE 0 TO FE-FORCE-VERSION
                       IF FE-OK
                           MOVE FE-PROTECTED-VALUE TO FE-MATCH-PRIOR
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * The one current ('A') key, read once and then held            *
      *----------------------------------------------------------------*
       LGFE-FIND-CURRENT-KEY.
           IF FE-CURRENT-VERSION = 0
               EXEC SQL
                   SELECT KEY_VERSION, KEY_LABEL
                   INTO :FE-CURRENT-VERSION, :FE-CURRENT-LABEL
                   FROM FIELD_ENC_KEY
                   WHERE STATUS = 'A'
               END-EXEC

               EVALUATE TRUE
                 WHEN SQLCODE = 100
                   MOVE 0 TO FE-CURRENT-VERSION
                   SET FE-NO-KEY TO TRUE
                 WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO FE-SQLCODE
                   MOVE 0 TO FE-CURRENT-VERSION
                   SET FE-LOOKUP-FAILED TO TRUE
               END-EVALUATE
           END-IF

           MOVE FE-CURRENT-VERSION TO FE-KEY-VERSION
           MOVE FE-CURRENT-LABEL TO FE-KEY-LABEL
           .

      *----------------------------------------------------------------*
      * The label for FE-KEY-VERSION - held from an earlier call when *
      * it can be, otherwise read, provided the key is still current  *
      * or deciphering ('A' or 'D')                                   *
      *----------------------------------------------------------------*
       LGFE-FIND-KEY.
           EVALUATE TRUE
             WHEN FE-KEY-VERSION = 0
               SET FE-NO-KEY TO TRUE
             WHEN FE-KEY-VERSION = FE-CURRENT-VERSION
               MOVE FE-CURRENT-LABEL TO FE-KEY-LABEL
             WHEN FE-KEY-VERSION = FE-LAST-VERSION
               MOVE FE-LAST-LABEL TO FE-KEY-LABEL
             WHEN OTHER
               EXEC SQL
                   SELECT KEY_LABEL
                   INTO :FE-KEY-LABEL
                   FROM FIELD_ENC_KEY
                   WHERE KEY_VERSION = :FE-KEY-VERSION
                     AND STATUS IN ('A', 'D')
               END-EXEC

               EVALUATE TRUE
                 WHEN SQLCODE = 100
                   SET FE-NO-KEY TO TRUE
                 WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO FE-SQLCODE
                   SET FE-LOOKUP-FAILED TO TRUE
                 WHEN OTHER
                   MOVE FE-KEY-VERSION TO FE-LAST-VERSION
                   MOVE FE-KEY-LABEL TO FE-LAST-LABEL
               END-EVALUATE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Encipher one 16-byte block under FE-KEY-LABEL                 *
      *----------------------------------------------------------------*
       LGFE-ENCIPHER.
           MOVE FE-KEY-LABEL TO FE-ICSF-KEY-ID
           MOVE FE-CLEAR-VALUE TO FE-ICSF-CLEAR-TEXT
           MOVE SPACES TO FE-ICSF-CIPHER-TEXT
           MOVE 16 TO FE-ICSF-CLEAR-LEN
           MOVE 16 TO FE-ICSF-CIPHER-LEN
           MOVE 32 TO FE-ICSF-CHAIN-LEN

           CALL 'CSNBSYE' USING
               FE-ICSF-RC
               FE-ICSF-RS
               FE-ICSF-EXIT-LEN
               FE-ICSF-EXIT-DATA
               FE-ICSF-RULE-COUNT
               FE-ICSF-RULE-ARRAY
               FE-ICSF-KEY-LEN
               FE-ICSF-KEY-ID
               FE-ICSF-KEY-PARMS-LEN
               FE-ICSF-KEY-PARMS
               FE-ICSF-BLOCK-SIZE
               FE-ICSF-IV-LEN
               FE-ICSF-IV
               FE-ICSF-CHAIN-LEN
               FE-ICSF-CHAIN-DATA
               FE-ICSF-CLEAR-LEN
               FE-ICSF-CLEAR-TEXT
               FE-ICSF-CIPHER-LEN
               FE-ICSF-CIPHER-TEXT
               FE-ICSF-OPT-LEN
               FE-ICSF-OPT-DATA
           END-CALL

           IF FE-ICSF-RC NOT = 0
               MOVE SPACES TO FE-PROTECTED-VALUE
               SET FE-CRYPTO-FAILED TO TRUE
           ELSE
               MOVE FE-KEY-VERSION TO FE-PROT-VERSION
               MOVE FE-ICSF-CIPHER-TEXT TO FE-PROT-CIPHER
           END-IF
           .

      *----------------------------------------------------------------*
      * Decipher one 16-byte block under FE-KEY-LABEL                 *
      *----------------------------------------------------------------*
       LGFE-DECIPHER.
           MOVE FE-KEY-LABEL TO FE-ICSF-KEY-ID
           MOVE FE-PROT-CIPHER TO FE-ICSF-CIPHER-TEXT
           MOVE SPACES TO FE-ICSF-CLEAR-TEXT
           MOVE 16 TO FE-ICSF-CLEAR-LEN
           MOVE 16 TO FE-ICSF-CIPHER-LEN
           MOVE 32 TO FE-ICSF-CHAIN-LEN

           CALL 'CSNBSYD' USING
               FE-ICSF-RC
               FE-ICSF-RS
               FE-ICSF-EXIT-LEN
               FE-ICSF-EXIT-DATA
               FE-ICSF-RULE-COUNT
               FE-ICSF-RULE-ARRAY
               FE-ICSF-KEY-LEN
               FE-ICSF-KEY-ID
               FE-ICSF-KEY-PARMS-LEN
               FE-ICSF-KEY-PARMS
               FE-ICSF-BLOCK-SIZE
               FE-ICSF-IV-LEN
               FE-ICSF-IV
               FE-ICSF-CHAIN-LEN
               FE-ICSF-CHAIN-DATA
               FE-ICSF-CIPHER-LEN
               FE-ICSF-CIPHER-TEXT
               FE-ICSF-CLEAR-LEN
               FE-ICSF-CLEAR-TEXT
               FE-ICSF-OPT-LEN
               FE-ICSF-OPT-DATA
           END-CALL

           IF FE-ICSF-RC NOT = 0
               SET FE-CRYPTO-FAILED TO TRUE
           ELSE
               MOVE FE-ICSF-CLEAR-TEXT TO FE-CLEAR-VALUE
           END-IF
           .
