      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent and Branch Maintenance Map         *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Symbolic map for LGAGMSM (mapset LGAGMSS), hand-maintained in  *
      * step with LGAGMSM.bms - see that member for the physical map. *
      *----------------------------------------------------------------*
       01  LGAGMSMI.
           02  FILLER               PIC X(12).
           02  ATITLEL              COMP PIC S9(4).
           02  ATITLEF              PICTURE X.
           02  FILLER REDEFINES ATITLEF.
               03  ATITLEA          PICTURE X.
           02  ATITLEI              PICTURE X(40).
           02  ADATEL               COMP PIC S9(4).
           02  ADATEF               PICTURE X.
           02  FILLER REDEFINES ADATEF.
               03  ADATEA           PICTURE X.
           02  ADATEI               PICTURE X(8).
           02  ATIMEL               COMP PIC S9(4).
           02  ATIMEF               PICTURE X.
           02  FILLER REDEFINES ATIMEF.
               03  ATIMEA           PICTURE X.
           02  ATIMEI               PICTURE X(8).
           02  AHDG1L               COMP PIC S9(4).
           02  AHDG1F               PICTURE X.
           02  FILLER REDEFINES AHDG1F.
               03  AHDG1A           PICTURE X.
           02  AHDG1I               PICTURE X(30).
           02  ARTYPL               COMP PIC S9(4).
           02  ARTYPF               PICTURE X.
           02  FILLER REDEFINES ARTYPF.
               03  ARTYPA           PICTURE X.
           02  ARTYPI               PICTURE X(1).
           02  AHDG2L               COMP PIC S9(4).
           02  AHDG2F               PICTURE X.
           02  FILLER REDEFINES AHDG2F.
               03  AHDG2A           PICTURE X.
           02  AHDG2I               PICTURE X(30).
           02  AACTNL               COMP PIC S9(4).
           02  AACTNF               PICTURE X.
           02  FILLER REDEFINES AACTNF.
               03  AACTNA           PICTURE X.
           02  AACTNI               PICTURE X(1).
           02  AHDG3L               COMP PIC S9(4).
           02  AHDG3F               PICTURE X.
           02  FILLER REDEFINES AHDG3F.
               03  AHDG3A           PICTURE X.
           02  AHDG3I               PICTURE X(30).
           02  AAGNTL               COMP PIC S9(4).
           02  AAGNTF               PICTURE X.
           02  FILLER REDEFINES AAGNTF.
               03  AAGNTA           PICTURE X.
           02  AAGNTI               PICTURE X(6).
           02  AHDG4L               COMP PIC S9(4).
           02  AHDG4F               PICTURE X.
           02  FILLER REDEFINES AHDG4F.
               03  AHDG4A           PICTURE X.
           02  AHDG4I               PICTURE X(30).
           02  ABRCHL               COMP PIC S9(4).
           02  ABRCHF               PICTURE X.
           02  FILLER REDEFINES ABRCHF.
               03  ABRCHA           PICTURE X.
           02  ABRCHI               PICTURE X(4).
           02  AHDG5L               COMP PIC S9(4).
           02  AHDG5F               PICTURE X.
           02  FILLER REDEFINES AHDG5F.
               03  AHDG5A           PICTURE X.
           02  AHDG5I               PICTURE X(30).
           02  ANAMEL               COMP PIC S9(4).
           02  ANAMEF               PICTURE X.
           02  FILLER REDEFINES ANAMEF.
               03  ANAMEA           PICTURE X.
           02  ANAMEI               PICTURE X(30).
           02  AHDG6L               COMP PIC S9(4).
           02  AHDG6F               PICTURE X.
           02  FILLER REDEFINES AHDG6F.
               03  AHDG6A           PICTURE X.
           02  AHDG6I               PICTURE X(30).
           02  ASTATL               COMP PIC S9(4).
           02  ASTATF               PICTURE X.
           02  FILLER REDEFINES ASTATF.
               03  ASTATA           PICTURE X.
           02  ASTATI               PICTURE X(1).
           02  AHDG7L               COMP PIC S9(4).
           02  AHDG7F               PICTURE X.
           02  FILLER REDEFINES AHDG7F.
               03  AHDG7A           PICTURE X.
           02  AHDG7I               PICTURE X(30).
           02  AASTRL               COMP PIC S9(4).
           02  AASTRF               PICTURE X.
           02  FILLER REDEFINES AASTRF.
               03  AASTRA           PICTURE X.
           02  AASTRI               PICTURE X(10).
           02  AHDG8L               COMP PIC S9(4).
           02  AHDG8F               PICTURE X.
           02  FILLER REDEFINES AHDG8F.
               03  AHDG8A           PICTURE X.
           02  AHDG8I               PICTURE X(30).
           02  AAENDL               COMP PIC S9(4).
           02  AAENDF               PICTURE X.
           02  FILLER REDEFINES AAENDF.
               03  AAENDA           PICTURE X.
           02  AAENDI               PICTURE X(10).
           02  AHDG9L               COMP PIC S9(4).
           02  AHDG9F               PICTURE X.
           02  FILLER REDEFINES AHDG9F.
               03  AHDG9A           PICTURE X.
           02  AHDG9I               PICTURE X(30).
           02  AOWNDL               COMP PIC S9(4).
           02  AOWNDF               PICTURE X.
           02  FILLER REDEFINES AOWNDF.
               03  AOWNDA           PICTURE X.
           02  AOWNDI               PICTURE X(7).
           02  AMSGL                COMP PIC S9(4).
           02  AMSGF                PICTURE X.
           02  FILLER REDEFINES AMSGF.
               03  AMSGA            PICTURE X.
           02  AMSGI                PICTURE X(79).
           02  APFLNL               COMP PIC S9(4).
           02  APFLNF               PICTURE X.
           02  FILLER REDEFINES APFLNF.
               03  APFLNA           PICTURE X.
           02  APFLNI               PICTURE X(78).

       01  LGAGMSMO REDEFINES LGAGMSMI.
           02  FILLER               PIC X(12).
           02  FILLER               PIC X(3).
           02  ATITLEO              PICTURE X(40).
           02  FILLER               PIC X(3).
           02  ADATEO               PICTURE X(8).
           02  FILLER               PIC X(3).
           02  ATIMEO               PICTURE X(8).
           02  FILLER               PIC X(3).
           02  AHDG1O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  ARTYPO               PICTURE X(1).
           02  FILLER               PIC X(3).
           02  AHDG2O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  AACTNO               PICTURE X(1).
           02  FILLER               PIC X(3).
           02  AHDG3O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  AAGNTO               PICTURE X(6).
           02  FILLER               PIC X(3).
           02  AHDG4O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  ABRCHO               PICTURE X(4).
           02  FILLER               PIC X(3).
           02  AHDG5O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  ANAMEO               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  AHDG6O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  ASTATO               PICTURE X(1).
           02  FILLER               PIC X(3).
           02  AHDG7O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  AASTRO               PICTURE X(10).
           02  FILLER               PIC X(3).
           02  AHDG8O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  AAENDO               PICTURE X(10).
           02  FILLER               PIC X(3).
           02  AHDG9O               PICTURE X(30).
           02  FILLER               PIC X(3).
           02  AOWNDO               PICTURE X(7).
           02  FILLER               PIC X(3).
           02  AMSGO                PICTURE X(79).
           02  FILLER               PIC X(3).
           02  APFLNO               PICTURE X(78).
