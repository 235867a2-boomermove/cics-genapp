       05  DB2-PARM-IPSEC-RETENTION    PIC S9(4) COMP.
       05  DB2-PARM-CODE-RETENTION     PIC S9(4) COMP.
       05  DB2-PARM-CUSTHIST-RETENT    PIC S9(4) COMP.
       05  DB2-PARM-STEPUP-WINDOW      PIC S9(4) COMP.
