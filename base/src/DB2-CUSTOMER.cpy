      *    notified death, with the notified date alongside
       05  DB2-DECEASED                PIC X(1).
       05  DB2-DECEASEDDATE            PIC X(10).
      *    Vulnerable customer marker - category B bereaved, I
      *    seriously ill, F financial difficulty, C cognitive
      *    impairment (spaces when none), maintained through LGVUL01
       05  DB2-VULNERABLE              PIC X(1).
       05  DB2-VULNERABLEDATE          PIC X(10).
       05  DB2-VULNREVIEWDATE          PIC X(10).
      *    Document delivery preference - P print (or spaces), E
      *    email, S SMS; honoured by the outbound batches only with
      *    the matching consent and address (see LGDLVPRC)
       05  DB2-DELIVERYPREF            PIC X(1).
      *    Gone-away marker - 'Y' once post to the address has come
      *    back, with the date returned and the document type that
      *    bounced; set through LGGAW01 or the LGGAWLD1 mail-room
      *    load, cleared by an address change (LGUPVS01)
       05  DB2-GONEAWAY                PIC X(1).
       05  DB2-GONEAWAYDATE            PIC X(10).
       05  DB2-GONEAWAYDOC             PIC X(8).
      *    Date of birth protected at rest (LGFLDENC layout - key
      *    version then cipher block). DATEOFBIRTH itself is held as
      *    spaces once a row is written or converted by LGFECNV1.
       05  DB2-DATEOFBIRTH-ENC         PIC X(18).
