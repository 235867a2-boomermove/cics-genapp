           88  PE-POLICY-ENDORSED  VALUE 'POLEND  '.
           88  PE-POLICY-LAPSED    VALUE 'POLLAPSE'.
           88  PE-POLICY-CANCELLED VALUE 'POLCANCL'.
           88  PE-POLICY-SURRENDERED VALUE 'POLSURR '.
           88  PE-CLAIM-SETTLED    VALUE 'CLMSETTL'.
       05  PE-RETURN-CODE          PIC X(2).
       05  PE-POLICY-NUM           PIC X(10).
