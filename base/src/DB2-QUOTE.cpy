      *    'Y' once the LGQCHSE1 batch has written the quote to the
      *    outbound chase file, so a prospect is chased only once
       05  DB2-QUOTE-CHASED            PIC X(1).
      *    Prior claims on the Claims and Underwriting Exchange the
      *    customer did not declare (LGCUEPRC), found at capture and
      *    refreshed at conversion, when it passes to the POLICY row
       05  DB2-QUOTE-CUEUNDISC         PIC S9(4) COMP.
      *    Capture channel - 'A' aggregator (the LGQUOWS web service),
      *    'G' agent, 'B' branch or call centre staff, 'M' partner MQ
      *    - and the agent and branch the business is credited to,
      *    stamped by LGAQUO01 at capture. CONVERTED_DATE is the day
      *    LGCQUO01 took the quote up (STATUS 'C'). All are null on a
      *    quote captured before they were held, which the LGQFUNL1
      *    funnel report shows as channel unknown.
       05  DB2-QUOTE-CHANNEL           PIC X(1).
       05  DB2-QUOTE-AGENTNUM          PIC X(6).
       05  DB2-QUOTE-BRANCHNUM         PIC X(4).
       05  DB2-QUOTE-CONVDATE          PIC X(10).
