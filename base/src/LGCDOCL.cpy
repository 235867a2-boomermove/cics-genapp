      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Standard Claim Document Lists            *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Standard Claim Document Lists                                  *
      * Compiled defaults shared by LGACLM01 (01ACLM), LGCDOC01       *
      * (01CDOC) and the LGCDCHS1 chaser, the same working-copy       *
      * pattern LGUWRUL gives the underwriting thresholds. Each entry *
      * is the evidence asked for on every new claim against a        *
      * policy of that type: 'E' endowment, 'H' house, 'M' motor,     *
      * 'C' commercial - the document code, whether the claim may not *
      * be settled without it, and the days allowed to send it in.    *
      * Document codes: CLAIMFRM signed claim form, DEATHCRT death    *
      * certificate, POLICYDC original policy document, REPAIRES      *
      * repair estimate, PHOTOS photographs of the damage, POLICERP   *
      * police report (crime reference), PROOFOWN proof of ownership. *
      * The handler adds anything else the claim needs through        *
      * 01CDOC with CD-DEFAULT-DUE-DAYS to reply. LGCDCHS1 chases an  *
      * item past its due date no more often than every               *
      * CD-CHASE-INTERVAL-DAYS.                                        *
      *----------------------------------------------------------------*
       05  CD-DEFAULT-DUE-DAYS     PIC 9(3) VALUE 030.
       05  CD-CHASE-INTERVAL-DAYS  PIC 9(3) VALUE 007.
       05  CD-STD-COUNT            PIC 9(2) VALUE 16.
       05  CD-STD-LIST.
           10  FILLER              PIC X(13) VALUE 'ECLAIMFRMY030'.
           10  FILLER              PIC X(13) VALUE 'EDEATHCRTY030'.
           10  FILLER              PIC X(13) VALUE 'EPOLICYDCN030'.
           10  FILLER              PIC X(13) VALUE 'HCLAIMFRMY030'.
           10  FILLER              PIC X(13) VALUE 'HREPAIRESY030'.
           10  FILLER              PIC X(13) VALUE 'HPHOTOS  N014'.
           10  FILLER              PIC X(13) VALUE 'HPOLICERPN030'.
           10  FILLER              PIC X(13) VALUE 'HPROOFOWNN030'.
           10  FILLER              PIC X(13) VALUE 'MCLAIMFRMY030'.
           10  FILLER              PIC X(13) VALUE 'MREPAIRESY030'.
           10  FILLER              PIC X(13) VALUE 'MPHOTOS  N014'.
           10  FILLER              PIC X(13) VALUE 'MPOLICERPN030'.
           10  FILLER              PIC X(13) VALUE 'MPROOFOWNY030'.
           10  FILLER              PIC X(13) VALUE 'CCLAIMFRMY030'.
           10  FILLER              PIC X(13) VALUE 'CREPAIRESY030'.
           10  FILLER              PIC X(13) VALUE 'CPROOFOWNY030'.
       05  CD-STD-TABLE REDEFINES CD-STD-LIST.
           10  CD-STD-ENTRY        OCCURS 16 TIMES.
               15  CD-STD-POLICY-TYPE  PIC X(1).
               15  CD-STD-DOC-CODE     PIC X(8).
               15  CD-STD-MANDATORY    PIC X(1).
               15  CD-STD-DUE-DAYS     PIC 9(3).
