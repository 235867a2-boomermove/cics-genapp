      * Host variable layout matching the DB2 POLICY table, keyed on   *
      * POLICYNUMBER and carrying CUSTOMERNUMBER so a customer's       *
      * policies can be listed the way LGICDB01 does. The per-type     *
      * cover columns live in the ENDOWMENT/HOUSE/MOTOR/COMMERCIAL     *
      * tables, one row per policy, selected by POLICYTYPE             *
      * ('E'/'H'/'M'/'C').                                             *
      *----------------------------------------------------------------*
       05  DB2-POLICYNUM-INT           PIC S9(9) COMP.
       05  DB2-POLICY-CUSTOMERNUM      PIC S9(9) COMP.
      *    '3', spaces = none) so no stage repeats; reset wherever
      *    ARREARS_SINCE is cleared, ready for the next episode
       05  DB2-POLICY-DUNSTAGE         PIC X(1).
      *    PREMIUM is gross, as charged; NET_PREMIUM and IPT_AMOUNT
      *    hold it split by LGIPTPRC at the IPT_RATE in force when
      *    it was written, wherever PREMIUM is set. Both are null on
      *    a policy last priced before the split was held.
       05  DB2-POLICY-NETPREM          PIC S9(6)V99 COMP-3.
       05  DB2-POLICY-IPTAMT           PIC S9(6)V99 COMP-3.
      *    Excess the customer bears on every claim - the compulsory
      *    excess the insurer sets and the voluntary excess the
      *    customer chose. LGCLMPY1 deducts both from the settled
      *    amount before paying out; null on a policy added before
      *    excess was held, which pays as no excess.
       05  DB2-POLICY-COMPEXCESS       PIC S9(6)V99 COMP-3.
       05  DB2-POLICY-VOLEXCESS        PIC S9(6)V99 COMP-3.
      *    Day an endowment was surrendered through the 01SURR
      *    request (STATUS 'S'), kept apart from LAPSE_DATE so the
      *    MI reports surrenders as their own movement. Null on
      *    every policy that has not been surrendered.
       05  DB2-POLICY-SURRDATE         PIC X(10).
      *    Prior claims the Claims and Underwriting Exchange holds
      *    that the customer did not declare, carried from the quote
      *    at conversion (LGCQUO01); LGACLM01 adds to the fraud score
      *    of any claim on a policy with some. Null on a policy not
      *    written through a quote, which counts as none.
       05  DB2-POLICY-CUEUNDISC        PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * ENDOWMENT table columns                                        *
       05  DB2-ENDOW-WITHPROFITS       PIC X(1).
       05  DB2-ENDOW-FUNDNAME          PIC X(10).
       05  DB2-ENDOW-LIFEASSURED       PIC X(30).
      *    Reversionary bonus attached so far to a with-profits
      *    endowment (WITHPROFITS 'Y') by the LGBONUS1 annual
      *    declaration - one BONUS_HISTORY row per year added.
      *    LGMATUR1 pays it with the sum assured. Null or zero on a
      *    non-profit policy.
       05  DB2-ENDOW-ACCRUEDBONUS      PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * HOUSE table columns                                            *
      *    the keyer - free-text makes and models poisoned both
      *    rating and vehicle reporting
       05  DB2-MOTOR-GROUPCODE         PIC X(2).
      *    Laid-up cover, set by the 01LAYU request (LGLAYU01) for a
      *    vehicle off the road. LAYUP_STATUS 'L' cuts cover to fire
      *    and theft from LAYUP_START; 'R' restores full cover from
      *    LAYUP_END, when the credit for the laid-up days is taken.
      *    Null on a vehicle never laid up. POLICY.STATUS stays 'A'
      *    throughout, so collection, renewal, claims and the MI all
      *    carry on treating the policy as in force.
       05  DB2-MOTOR-LAYUPSTATUS       PIC X(1).
       05  DB2-MOTOR-LAYUPSTART        PIC X(10).
       05  DB2-MOTOR-LAYUPEND          PIC X(10).

      *----------------------------------------------------------------*
      * COMMERCIAL table columns - small-business property cover.      *
      * TRADECODE is the occupancy class LGRATE01 rates on; the        *
      * buildings and stock sums insured are held separately so the    *
      * schedule shows both and LGACCUM1 accumulates their total.      *
      *----------------------------------------------------------------*
       05  DB2-COMM-TRADECODE          PIC X(5).
       05  DB2-COMM-BUILDINGS-SI       PIC S9(9) COMP.
       05  DB2-COMM-STOCK-SI           PIC S9(9) COMP.
       05  DB2-COMM-EMPLOYEES          PIC S9(4) COMP.
       05  DB2-COMM-PREMISESNAME       PIC X(20).
       05  DB2-COMM-PREMISESNUMBER     PIC X(4).
       05  DB2-COMM-POSTCODE           PIC X(8).
