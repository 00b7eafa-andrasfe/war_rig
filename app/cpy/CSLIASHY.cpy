      *----------------------------------------------------------------*
      *    CSLIASHY  -  LIABILITY-SHIFT ASSESSMENT WORK AREAS          *
      *    (WITH CSLIASHP).                                            *
      *    MOVE THE AUTH'S POS ENTRY MODE, ECI, AVS AND CVV RESULTS    *
      *    (PA-POS-ENTRY-MODE, PA-ECI-RESULT, PA-AVS-RESULT AND        *
      *    PA-CVV-RESULT ON THE DETAIL SEGMENT) TO THE WS-LSA- INPUTS  *
      *    AND PERFORM ASSESS-LIABILITY-SHIFT. WS-LSA-RESULT COMES     *
      *    BACK M (CHARGEABLE TO THE MERCHANT/ACQUIRER), I (THE LOSS   *
      *    IS THE ISSUER'S) OR U (NOT ENOUGH DATA TO SAY), WITH A      *
      *    TWO-BYTE REASON AND ITS TEXT. AUTHFRDS AND PAUDISPT CARRY   *
      *    THE RESULT AND REASON AS LIAB_SHIFT AND LIAB_REASON.        *
      *----------------------------------------------------------------*
       01  WS-LIAB-SHIFT-FIELDS.
           05  WS-LSA-POS-ENTRY-MODE      PIC X(02).
               88  WS-LSA-CHIP-READ               VALUE '05' '07'.
               88  WS-LSA-CHIP-FALLBACK           VALUE '80'.
               88  WS-LSA-STRIPE-READ             VALUE '02' '90'
                                                        '91'.
               88  WS-LSA-CARD-NOT-PRESENT        VALUE '01' '81'
                                                        '10'.
           05  WS-LSA-ECI-RESULT          PIC X(02).
               88  WS-LSA-3DS-AUTHENTICATED       VALUE '05'.
               88  WS-LSA-3DS-ATTEMPTED           VALUE '06'.
           05  WS-LSA-AVS-RESULT          PIC X(01).
               88  WS-LSA-AVS-NO-MATCH            VALUE 'N'.
           05  WS-LSA-CVV-RESULT          PIC X(01).
               88  WS-LSA-CVV-NO-MATCH            VALUE 'N'.
           05  WS-LSA-RESULT              PIC X(01).
               88  WS-LSA-MERCHANT-CHARGEABLE     VALUE 'M'.
               88  WS-LSA-ISSUER-LIABLE           VALUE 'I'.
               88  WS-LSA-UNDETERMINED            VALUE 'U'.
      *    CH CHIP READ, FB CHIP FALLBACK, MS STRIPE READ, 3A 3DS
      *    AUTHENTICATED, 3T 3DS ATTEMPTED, CV CVV MISMATCH APPROVED,
      *    AV NO 3DS WITH AVS MISMATCH, NA NO 3DS, UK UNKNOWN MODE.
           05  WS-LSA-REASON              PIC X(02).
           05  WS-LSA-REASON-TEXT         PIC X(30).
