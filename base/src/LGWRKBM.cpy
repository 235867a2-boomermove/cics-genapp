      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Symbolic maps for LGWRKBM, LGWRKBU, LGWRKBV and LGWRKBI       *
      * (mapset LGWRKBS), hand-maintained in step with LGWRKBM.bms -  *
      * see that member for the physical maps. LGWRKBI's ten item     *
      * rows are carried as the IROW table, one entry per screen row. *
      *----------------------------------------------------------------*
       01  LGWRKBMI.
           02  FILLER               PIC X(12).
           02  WHDG3F           PICTURE X.
           02  FILLER REDEFINES WHDG3F.
               03  WHDG3A       PICTURE X.
           02  WHDG3I           PICTURE X(79).
           02  WVULNL           COMP PIC S9(4).
           02  WVULNF           PICTURE X.
           02  FILLER REDEFINES WVULNF.
               03  WVULNA       PICTURE X.
           02  WVULNI           PICTURE X(79).
           02  WDET1L           COMP PIC S9(4).
           02  WDET1F           PICTURE X.
           02  FILLER REDEFINES WDET1F.
           02  FILLER REDEFINES WDET12F.
               03  WDET12A      PICTURE X.
           02  WDET12I          PICTURE X(79).
           02  WGONEL           COMP PIC S9(4).
           02  WGONEF           PICTURE X.
           02  FILLER REDEFINES WGONEF.
               03  WGONEA       PICTURE X.
           02  WGONEI           PICTURE X(79).
           02  WMSGL            COMP PIC S9(4).
           02  WMSGF            PICTURE X.
           02  FILLER REDEFINES WMSGF.
           02  FILLER           PIC X(3).
           02  WFUNCEO          PICTURE X(1).
           02  FILLER           PIC X(3).
           02  WHDG3O           PICTURE X(79).
           02  FILLER           PIC X(3).
           02  WVULNO           PICTURE X(79).
           02  FILLER           PIC X(3).
           02  WDET1O           PICTURE X(79).
           02  FILLER           PIC X(3).
           02  FILLER           PIC X(3).
           02  WDET12O          PICTURE X(79).
           02  FILLER           PIC X(3).
           02  WGONEO           PICTURE X(79).
           02  FILLER           PIC X(3).
           02  WMSGO            PICTURE X(79).
           02  FILLER           PIC X(3).
           02  WPFLNO           PICTURE X(78).
           02  FILLER           PIC X(3).
           02  UPFLNO           PICTURE X(78).

       01  LGWRKBVI.
           02  FILLER               PIC X(12).
           02  VTITLEL          COMP PIC S9(4).
           02  VTITLEF          PICTURE X.
           02  FILLER REDEFINES VTITLEF.
               03  VTITLEA      PICTURE X.
           02  VTITLEI          PICTURE X(40).
           02  VCUSTHL          COMP PIC S9(4).
           02  VCUSTHF          PICTURE X.
           02  FILLER REDEFINES VCUSTHF.
               03  VCUSTHA      PICTURE X.
           02  VCUSTHI          PICTURE X(10).
           02  VCUSTL           COMP PIC S9(4).
           02  VCUSTF           PICTURE X.
           02  FILLER REDEFINES VCUSTF.
               03  VCUSTA       PICTURE X.
           02  VCUSTI           PICTURE X(10).
           02  VCURRL           COMP PIC S9(4).
           02  VCURRF           PICTURE X.
           02  FILLER REDEFINES VCURRF.
               03  VCURRA       PICTURE X.
           02  VCURRI           PICTURE X(79).
           02  VCATHL           COMP PIC S9(4).
           02  VCATHF           PICTURE X.
           02  FILLER REDEFINES VCATHF.
               03  VCATHA       PICTURE X.
           02  VCATHI           PICTURE X(13).
           02  VCATL            COMP PIC S9(4).
           02  VCATF            PICTURE X.
           02  FILLER REDEFINES VCATF.
               03  VCATA        PICTURE X.
           02  VCATI            PICTURE X(1).
           02  VCATEL           COMP PIC S9(4).
           02  VCATEF           PICTURE X.
           02  FILLER REDEFINES VCATEF.
               03  VCATEA       PICTURE X.
           02  VCATEI           PICTURE X(1).
           02  VCATLL           COMP PIC S9(4).
           02  VCATLF           PICTURE X.
           02  FILLER REDEFINES VCATLF.
               03  VCATLA       PICTURE X.
           02  VCATLI           PICTURE X(76).
           02  VREVHL           COMP PIC S9(4).
           02  VREVHF           PICTURE X.
           02  FILLER REDEFINES VREVHF.
               03  VREVHA       PICTURE X.
           02  VREVHI           PICTURE X(13).
           02  VREVL            COMP PIC S9(4).
           02  VREVF            PICTURE X.
           02  FILLER REDEFINES VREVF.
               03  VREVA        PICTURE X.
           02  VREVI            PICTURE X(10).
           02  VREVEL           COMP PIC S9(4).
           02  VREVEF           PICTURE X.
           02  FILLER REDEFINES VREVEF.
               03  VREVEA       PICTURE X.
           02  VREVEI           PICTURE X(1).
           02  VREVLL           COMP PIC S9(4).
           02  VREVLF           PICTURE X.
           02  FILLER REDEFINES VREVLF.
               03  VREVLA       PICTURE X.
           02  VREVLI           PICTURE X(40).
           02  VACTHL           COMP PIC S9(4).
           02  VACTHF           PICTURE X.
           02  FILLER REDEFINES VACTHF.
               03  VACTHA       PICTURE X.
           02  VACTHI           PICTURE X(13).
           02  VACTL            COMP PIC S9(4).
           02  VACTF            PICTURE X.
           02  FILLER REDEFINES VACTF.
               03  VACTA        PICTURE X.
           02  VACTI            PICTURE X(1).
           02  VACTEL           COMP PIC S9(4).
           02  VACTEF           PICTURE X.
           02  FILLER REDEFINES VACTEF.
               03  VACTEA       PICTURE X.
           02  VACTEI           PICTURE X(1).
           02  VACTLL           COMP PIC S9(4).
           02  VACTLF           PICTURE X.
           02  FILLER REDEFINES VACTLF.
               03  VACTLA       PICTURE X.
           02  VACTLI           PICTURE X(40).
           02  VMSGL            COMP PIC S9(4).
           02  VMSGF            PICTURE X.
           02  FILLER REDEFINES VMSGF.
               03  VMSGA        PICTURE X.
           02  VMSGI            PICTURE X(79).
           02  VPFLNL           COMP PIC S9(4).
           02  VPFLNF           PICTURE X.
           02  FILLER REDEFINES VPFLNF.
               03  VPFLNA       PICTURE X.
           02  VPFLNI           PICTURE X(78).

       01  LGWRKBVO REDEFINES LGWRKBVI.
           02  FILLER               PIC X(12).
           02  FILLER           PIC X(3).
           02  VTITLEO          PICTURE X(40).
           02  FILLER           PIC X(3).
           02  VCUSTHO          PICTURE X(10).
           02  FILLER           PIC X(3).
           02  VCUSTO           PICTURE X(10).
           02  FILLER           PIC X(3).
           02  VCURRO           PICTURE X(79).
           02  FILLER           PIC X(3).
           02  VCATHO           PICTURE X(13).
           02  FILLER           PIC X(3).
           02  VCATO            PICTURE X(1).
           02  FILLER           PIC X(3).
           02  VCATEO           PICTURE X(1).
           02  FILLER           PIC X(3).
           02  VCATLO           PICTURE X(76).
           02  FILLER           PIC X(3).
           02  VREVHO           PICTURE X(13).
           02  FILLER           PIC X(3).
           02  VREVO            PICTURE X(10).
           02  FILLER           PIC X(3).
           02  VREVEO           PICTURE X(1).
           02  FILLER           PIC X(3).
           02  VREVLO           PICTURE X(40).
           02  FILLER           PIC X(3).
           02  VACTHO           PICTURE X(13).
           02  FILLER           PIC X(3).
           02  VACTO            PICTURE X(1).
           02  FILLER           PIC X(3).
           02  VACTEO           PICTURE X(1).
           02  FILLER           PIC X(3).
           02  VACTLO           PICTURE X(40).
           02  FILLER           PIC X(3).
           02  VMSGO            PICTURE X(79).
           02  FILLER           PIC X(3).
           02  VPFLNO           PICTURE X(78).

       01  LGWRKBII.
           02  FILLER               PIC X(12).
           02  ITITLEL          COMP PIC S9(4).
           02  ITITLEF          PICTURE X.
           02  FILLER REDEFINES ITITLEF.
               03  ITITLEA      PICTURE X.
           02  ITITLEI          PICTURE X(40).
           02  ICUSTHL          COMP PIC S9(4).
           02  ICUSTHF          PICTURE X.
           02  FILLER REDEFINES ICUSTHF.
               03  ICUSTHA      PICTURE X.
           02  ICUSTHI          PICTURE X(10).
           02  ICUSTL           COMP PIC S9(4).
           02  ICUSTF           PICTURE X.
           02  FILLER REDEFINES ICUSTF.
               03  ICUSTA       PICTURE X.
           02  ICUSTI           PICTURE X(10).
           02  IPOLHL           COMP PIC S9(4).
           02  IPOLHF           PICTURE X.
           02  FILLER REDEFINES IPOLHF.
               03  IPOLHA       PICTURE X.
           02  IPOLHI           PICTURE X(8).
           02  IPOLL            COMP PIC S9(4).
           02  IPOLF            PICTURE X.
           02  FILLER REDEFINES IPOLF.
               03  IPOLA        PICTURE X.
           02  IPOLI            PICTURE X(10).
           02  IHDGL            COMP PIC S9(4).
           02  IHDGF            PICTURE X.
           02  FILLER REDEFINES IHDGF.
               03  IHDGA        PICTURE X.
           02  IHDGI            PICTURE X(60).
           02  IROW OCCURS 10 TIMES.
               03  IDSL         COMP PIC S9(4).
               03  IDSF         PICTURE X.
               03  FILLER REDEFINES IDSF.
                   04  IDSA     PICTURE X.
               03  IDSI         PICTURE X(30).
               03  ICTL         COMP PIC S9(4).
               03  ICTF         PICTURE X.
               03  FILLER REDEFINES ICTF.
                   04  ICTA     PICTURE X.
               03  ICTI         PICTURE X(1).
               03  IVLL         COMP PIC S9(4).
               03  IVLF         PICTURE X.
               03  FILLER REDEFINES IVLF.
                   04  IVLA     PICTURE X.
               03  IVLI         PICTURE X(8).
               03  IDTL         COMP PIC S9(4).
               03  IDTF         PICTURE X.
               03  FILLER REDEFINES IDTF.
                   04  IDTA     PICTURE X.
               03  IDTI         PICTURE X(10).
           02  ILEG1L           COMP PIC S9(4).
           02  ILEG1F           PICTURE X.
           02  FILLER REDEFINES ILEG1F.
               03  ILEG1A       PICTURE X.
           02  ILEG1I           PICTURE X(79).
           02  ILEG2L           COMP PIC S9(4).
           02  ILEG2F           PICTURE X.
           02  FILLER REDEFINES ILEG2F.
               03  ILEG2A       PICTURE X.
           02  ILEG2I           PICTURE X(79).
           02  IMSGL            COMP PIC S9(4).
           02  IMSGF            PICTURE X.
           02  FILLER REDEFINES IMSGF.
               03  IMSGA        PICTURE X.
           02  IMSGI            PICTURE X(79).
           02  IPFLNL           COMP PIC S9(4).
           02  IPFLNF           PICTURE X.
           02  FILLER REDEFINES IPFLNF.
               03  IPFLNA       PICTURE X.
           02  IPFLNI           PICTURE X(78).

       01  LGWRKBIO REDEFINES LGWRKBII.
           02  FILLER               PIC X(12).
           02  FILLER           PIC X(3).
           02  ITITLEO          PICTURE X(40).
           02  FILLER           PIC X(3).
           02  ICUSTHO          PICTURE X(10).
           02  FILLER           PIC X(3).
           02  ICUSTO           PICTURE X(10).
           02  FILLER           PIC X(3).
           02  IPOLHO           PICTURE X(8).
           02  FILLER           PIC X(3).
           02  IPOLO            PICTURE X(10).
           02  FILLER           PIC X(3).
           02  IHDGO            PICTURE X(60).
           02  IROWO OCCURS 10 TIMES.
               03  FILLER       PIC X(3).
               03  IDSO         PICTURE X(30).
               03  FILLER       PIC X(3).
               03  ICTO         PICTURE X(1).
               03  FILLER       PIC X(3).
               03  IVLO         PICTURE X(8).
               03  FILLER       PIC X(3).
               03  IDTO         PICTURE X(10).
           02  FILLER           PIC X(3).
           02  ILEG1O           PICTURE X(79).
           02  FILLER           PIC X(3).
           02  ILEG2O           PICTURE X(79).
           02  FILLER           PIC X(3).
           02  IMSGO            PICTURE X(79).
           02  FILLER           PIC X(3).
           02  IPFLNO           PICTURE X(78).
