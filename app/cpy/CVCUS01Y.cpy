      *    MEANS NO ADDRESS IS ON FILE AND AVS RETURNS UNAVAILABLE.
           05  CUST-ADDR-STREET-NUM        PIC X(05).
           05  CUST-ADDR-ZIP               PIC X(09).
      *    STAFF, VIP AND PROTECTED CUSTOMERS ARE SENSITIVE: EVERY
      *    SERVICE SCREEN THAT DISPLAYS ONE JOURNALS THE VIEW (CVWL),
      *    AND A USER MAPPED TO THE CUSTOMER ON USRCUST IS REFUSED.
      *    'S' IS SET BY CBUSCLOD FROM THE HR MAPPING; 'V' AND 'P'
      *    ARE SET BY AN ADMINISTRATOR ON PAUCUS. SPACE = NOT FLAGGED.
           05  CUST-SENSITIVE-FLAG         PIC X(01).
               88  CUST-STAFF                       VALUE 'S'.
               88  CUST-VIP                         VALUE 'V'.
               88  CUST-PROTECTED                   VALUE 'P'.
               88  CUST-IS-SENSITIVE                VALUE 'S' 'V' 'P'.
           05  FILLER                      PIC X(05).
