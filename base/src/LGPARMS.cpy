           10  PM-IPSEC-RETENTION  PIC 9(3).
           10  PM-CODE-RETENTION   PIC 9(3).
           10  PM-CUSTHIST-RETENT  PIC 9(4).
           10  PM-STEPUP-WINDOW    PIC 9(3).
       05  PM-ERROR-MSG            PIC X(100).
