      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Field Encryption Storage                 *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *                                                                *
      * Copybook: LGFLDENC - Field Encryption Storage                 *
      * Purpose:  Request/response fields for the LGFLDPRC routines   *
      *           that protect the customer's date of birth and bank  *
      *           sort code and account number at rest. A value is    *
      *           enciphered under an ICSF AES key held in the CKDS   *
      *           and held as an 18-byte protected value: the two-    *
      *           digit FIELD_ENC_KEY version it was enciphered under *
      *           followed by the 16-byte cipher block. Only the      *
      *           programs that need the clear value - LGABNK01,      *
      *           LGDDCOL1, LGDDREP1, LGCLMPY1, LGREFND1, and for age *
      *           LGRATE01 and LGCMPGN1 - decipher; everyone else     *
      *           holds, compares or passes on the protected value.   *
      *                                                                *
      *           FIELD_ENC_KEY has one row per KEY_VERSION with the  *
      *           ICSF KEY_LABEL and a STATUS: 'A' the current key    *
      *           every new value is enciphered under (exactly one),  *
      *           'D' an earlier key still deciphering values the     *
      *           LGFEKEY1 rotation batch has not yet re-enciphered,  *
      *           'R' retired once nothing is held under it.          *
      *                                                                *
      *           The cipher is single-block ECB, so one clear value  *
      *           gives one protected value under a given key - that  *
      *           is what lets LGACDB01 and LGSREG01 match a date of  *
      *           birth without deciphering anything.                 *
      *                                                                *
      * Usage:    COPY LGFLDENC in WORKING-STORAGE.                   *
      *           COPY LGFLDPRC at the end of PROCEDURE DIVISION.     *
      *           Encipher: set FE-CLEAR-VALUE, PERFORM LGFE-ENCRYPT, *
      *           take FE-PROTECTED-VALUE. FE-FORCE-VERSION non-zero  *
      *           enciphers under that version instead of the        *
      *           current one.                                        *
      *           Decipher: set FE-PROTECTED-VALUE, PERFORM           *
      *           LGFE-DECRYPT, take FE-CLEAR-VALUE.                  *
      *           Match: set FE-CLEAR-VALUE, PERFORM                  *
      *           LGFE-MATCH-VALUES and compare the stored value with *
      *           FE-MATCH-CURRENT or FE-MATCH-PRIOR (the same value  *
      *           under the key before it, while a rotation runs).    *
      *           A blank value goes through as blank either way.     *
      *           FE-RESULT says how it went; FE-SQLCODE holds the    *
      *           failing SQLCODE and FE-ICSF-RC/RS the ICSF codes.   *
      *           MOVE 0 TO FE-CURRENT-VERSION makes the next call    *
      *           read the current key again.                         *
      *                                                                *
      * Requires: EXEC SQL INCLUDE SQLCA in the including program.    *
      *                                                                *
      *================================================================*

       01  FIELD-ENCRYPTION.
           05  FE-CLEAR-VALUE          PIC X(16) VALUE SPACES.
           05  FE-PROTECTED-VALUE      VALUE SPACES.
               10  FE-PROT-VERSION     PIC 9(2).
               10  FE-PROT-CIPHER      PIC X(16).
           05  FE-MATCH-CURRENT        PIC X(18) VALUE SPACES.
           05  FE-MATCH-PRIOR          PIC X(18) VALUE SPACES.
           05  FE-FORCE-VERSION        PIC 9(2)  VALUE 0.
           05  FE-RESULT               PIC X(1)  VALUE SPACES.
               88  FE-OK               VALUE 'Y'.
               88  FE-NO-KEY           VALUE 'N'.
               88  FE-LOOKUP-FAILED    VALUE 'F'.
               88  FE-CRYPTO-FAILED    VALUE 'C'.
           05  FE-SQLCODE              PIC S9(9) COMP VALUE 0.
           05  FE-ICSF-RC              PIC S9(8) COMP VALUE 0.
           05  FE-ICSF-RS              PIC S9(8) COMP VALUE 0.
      *    FIELD_ENC_KEY host variables and the keys already looked
      *    up by this program, so a batch deciphering row after row
      *    reads the table once per key rather than once per value
           05  FE-KEY-VERSION          PIC S9(4) COMP VALUE 0.
           05  FE-KEY-LABEL            PIC X(64) VALUE SPACES.
           05  FE-CURRENT-VERSION      PIC S9(4) COMP VALUE 0.
           05  FE-CURRENT-LABEL        PIC X(64) VALUE SPACES.
           05  FE-LAST-VERSION         PIC S9(4) COMP VALUE 0.
           05  FE-LAST-LABEL           PIC X(64) VALUE SPACES.
           05  FE-PRIOR-VERSION        PIC S9(4) COMP VALUE 0.
           05  FE-VERSION-DISPLAY      PIC 9(2)  VALUE 0.

      *----------------------------------------------------------------*
      * ICSF interface - CSNBSYE (Symmetric Key Encipher) and CSNBSYD *
      * (Symmetric Key Decipher), AES in ECB mode with the key named  *
      * by its CKDS label                                             *
      *----------------------------------------------------------------*
       01  FE-ICSF-PARMS.
           05  FE-ICSF-EXIT-LEN        PIC S9(8) COMP VALUE 0.
           05  FE-ICSF-EXIT-DATA       PIC X(4)  VALUE SPACES.
           05  FE-ICSF-RULE-COUNT      PIC S9(8) COMP VALUE 3.
           05  FE-ICSF-RULE-ARRAY.
               10  FE-ICSF-ALG-RULE    PIC X(8)  VALUE 'AES     '.
               10  FE-ICSF-MODE-RULE   PIC X(8)  VALUE 'ECB     '.
               10  FE-ICSF-KEY-RULE    PIC X(8)  VALUE 'KEYIDENT'.
           05  FE-ICSF-KEY-LEN         PIC S9(8) COMP VALUE 64.
           05  FE-ICSF-KEY-ID          PIC X(64) VALUE SPACES.
           05  FE-ICSF-KEY-PARMS-LEN   PIC S9(8) COMP VALUE 0.
           05  FE-ICSF-KEY-PARMS       PIC X(4)  VALUE SPACES.
           05  FE-ICSF-BLOCK-SIZE      PIC S9(8) COMP VALUE 16.
           05  FE-ICSF-IV-LEN          PIC S9(8) COMP VALUE 16.
           05  FE-ICSF-IV              PIC X(16) VALUE LOW-VALUES.
           05  FE-ICSF-CHAIN-LEN       PIC S9(8) COMP VALUE 32.
           05  FE-ICSF-CHAIN-DATA      PIC X(32) VALUE LOW-VALUES.
           05  FE-ICSF-CLEAR-LEN       PIC S9(8) COMP VALUE 16.
           05  FE-ICSF-CLEAR-TEXT      PIC X(16) VALUE SPACES.
           05  FE-ICSF-CIPHER-LEN      PIC S9(8) COMP VALUE 16.
           05  FE-ICSF-CIPHER-TEXT     PIC X(16) VALUE SPACES.
           05  FE-ICSF-OPT-LEN         PIC S9(8) COMP VALUE 0.
           05  FE-ICSF-OPT-DATA        PIC X(4)  VALUE SPACES.
