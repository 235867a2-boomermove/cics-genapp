      *----------------------------------------------------------------*
       01  DB2-AGENT-REC.
           COPY DB2-AGENT.

      *----------------------------------------------------------------*
      * Agent trading authority check (LGAGTPRC procedures)           *
      *----------------------------------------------------------------*
           COPY LGAGTAUT.
      
      *----------------------------------------------------------------*
      * Authentication variables                                       *
           05  WS-WL-DOB               PIC X(10).
           05  WS-WL-CUSTOMERNUM       PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Date of birth protection at rest (LGFLDPRC procedures)        *
      *----------------------------------------------------------------*
           COPY LGFLDENC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCMAREA.
      * through 01CMPL
           PERFORM 2700-SCREEN-WATCH-LIST

      * The date of birth is held at rest only in its protected form -
      * protect it now so LGACVS01 writes that to KSDSCUST and
      * 4000-INSERT-CUSTOMER-RECORD puts it on CUSTOMER
           PERFORM 2800-PROTECT-DOB

           EXEC CICS LINK Program('LGACVS01')
                     Commarea(DFHCOMMAREA)
                     LENGTH(32767)
           END-IF
           .

      *----------------------------------------------------------------*
      * Encipher the incoming date of birth into CA-DOB-PROTECTED     *
      *----------------------------------------------------------------*
       2800-PROTECT-DOB.

           MOVE CA-DOB TO FE-CLEAR-VALUE
           MOVE 0 TO FE-FORCE-VERSION
           PERFORM LGFE-ENCRYPT

           IF NOT FE-OK
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               PERFORM 9000-RETURN
           END-IF

           MOVE FE-PROTECTED-VALUE TO CA-DOB-PROTECTED
           .

      *----------------------------------------------------------------*
      * Hold the newly created customer on the compliance queue at    *
      * status 'O' (open) - LGAPDB01 refuses to put them on cover     *
           IF CA-MATCH-COUNT = 0
               MOVE '00' TO CA-RETURN-CODE
           ELSE
      *        The incoming date of birth as it would be held, under
      *        the current key and the one before it, so the stored
      *        values compare without deciphering them
               MOVE CA-DOB TO FE-CLEAR-VALUE
               PERFORM LGFE-MATCH-VALUES
               SET CA-MATCH-IDX TO 1
               PERFORM 2610-CHECK-CANDIDATE-DOB
                   UNTIL CA-MATCH-IDX > CA-MATCH-COUNT

      *----------------------------------------------------------------*
      * A candidate with the same date of birth as the incoming add   *
      * is almost certainly the same person. A row not yet converted  *
      * by LGFECNV1 still holds the clear date.                       *
      *----------------------------------------------------------------*
       2610-CHECK-CANDIDATE-DOB.

               TO DB2-CUSTOMERNUM-INT

           EXEC SQL
               SELECT DATEOFBIRTH, DATEOFBIRTH_ENC
               INTO :DB2-DATEOFBIRTH, :DB2-DATEOFBIRTH-ENC
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE = 0 AND CA-DOB NOT = SPACES
               IF DB2-DATEOFBIRTH = CA-DOB
                  OR (FE-MATCH-CURRENT NOT = SPACES
                      AND (DB2-DATEOFBIRTH-ENC = FE-MATCH-CURRENT
                           OR DB2-DATEOFBIRTH-ENC = FE-MATCH-PRIOR))
                   MOVE 'Y' TO CA-DUP-STRONG-FLAG
               END-IF
           END-IF

           SET CA-MATCH-IDX UP BY 1

      *----------------------------------------------------------------*
      * Validate the owning agent keyed on the add (spaces = no agent *
      * assigned yet) - it must be active and trading today - and     *
      * carry the agent's branch onto the customer                    *
      *----------------------------------------------------------------*
       3500-RESOLVE-OWNING-AGENT.

               MOVE SPACES TO CA-AGENT-NUM
               MOVE SPACES TO CA-BRANCH-NUM
           ELSE
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                         DATESEP('-')
                         YYYYMMDD DATE(AA-CHECK-DATE)
               END-EXEC
               MOVE CA-AGENT-NUM TO AA-AGENT-NUM
               PERFORM LGAGT-CHECK-AUTHORITY

               EVALUATE TRUE
                 WHEN AA-AGENT-NOT-FOUND
                   MOVE '87' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
                 WHEN AA-LOOKUP-FAILED
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
                   PERFORM 9000-RETURN
                 WHEN NOT AA-AGENT-OK
                   MOVE '59' TO CA-RETURN-CODE
                   PERFORM 9000-RETURN
               END-EVALUATE

               MOVE AA-BRANCH-NUM TO DB2-AGENT-BRANCHNUM
               MOVE DB2-AGENT-BRANCHNUM TO CA-BRANCH-NUM
           END-IF
           .
           MOVE CA-CUSTOMER-NUM    TO DB2-CUSTOMERNUM-INT
           MOVE CA-FIRST-NAME      TO DB2-FIRSTNAME
           MOVE CA-LAST-NAME       TO DB2-LASTNAME
      *    Only the protected date of birth is stored
           MOVE SPACES             TO DB2-DATEOFBIRTH
           MOVE CA-DOB-PROTECTED   TO DB2-DATEOFBIRTH-ENC
           MOVE CA-HOUSE-NAME      TO DB2-HOUSENAME
           MOVE CA-HOUSE-NUM       TO DB2-HOUSENUMBER
           MOVE CA-POSTCODE        TO DB2-POSTCODE
           MOVE CA-CONSENT-POST    TO DB2-CONSENTPOST
           MOVE CA-CONSENT-EMAIL   TO DB2-CONSENTEMAIL
           MOVE CA-CONSENT-PHONE   TO DB2-CONSENTPHONE
           MOVE CA-DELIVERY-PREF   TO DB2-DELIVERYPREF

           EXEC SQL
               INSERT INTO CUSTOMER
                 FIRSTNAME,
                 LASTNAME,
                 DATEOFBIRTH,
                 DATEOFBIRTH_ENC,
                 HOUSENAME,
                 HOUSENUMBER,
                 POSTCODE,
                 PREFLANGUAGE,
                 CONSENTPOST,
                 CONSENTEMAIL,
                 CONSENTPHONE,
                 DELIVERYPREF )
               VALUES ( :DB2-CUSTOMERNUM-INT,
                        :DB2-FIRSTNAME,
                        :DB2-LASTNAME,
                        :DB2-DATEOFBIRTH,
                        :DB2-DATEOFBIRTH-ENC,
                        :DB2-HOUSENAME,
                        :DB2-HOUSENUMBER,
                        :DB2-POSTCODE,
                        :DB2-PREFLANGUAGE,
                        :DB2-CONSENTPOST,
                        :DB2-CONSENTEMAIL,
                        :DB2-CONSENTPHONE,
                        :DB2-DELIVERYPREF )
           END-EXEC
           
           IF SQLCODE NOT EQUAL 0
           EXEC CICS RETURN END-EXEC
           .
      
      *----------------------------------------------------------------*
      * Agent trading authority check                                  *
      *----------------------------------------------------------------*
           COPY LGAGTPRC.

      *----------------------------------------------------------------*
      * Field encryption procedures from copybook                     *
      *----------------------------------------------------------------*
           COPY LGFLDPRC.

       END PROGRAM LGACDB01.
