      *================================================================*
      * Licensed Materials - Property of IBM                          *
      * GENAPP - CICS GenApp Agent Commission Rates                   *
      * (C) Copyright IBM Corp. 2023. All Rights Reserved             *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *================================================================*
      *----------------------------------------------------------------*
      * Agent Commission Rates                                         *
      * Commission per policy type as a fraction of the premium,      *
      * compiled defaults the way POLICY-CONFIG carries the batch     *
      * settings. LGAGCOM1 pays (and claws back) commission at these  *
      * rates; LGFVMI1 works the commission share of premium for the  *
      * fair-value pack from the same figures. Commercial business    *
      * is paid at the motor rate.                                     *
      *----------------------------------------------------------------*
       05  CR-RATE-ENDOWMENT       PIC 9V9(4) VALUE 0.0250.
       05  CR-RATE-HOUSE           PIC 9V9(4) VALUE 0.0500.
       05  CR-RATE-MOTOR           PIC 9V9(4) VALUE 0.0750.
