           05  CCTL-BLOCKED-MCC            PIC X(04) OCCURS 5 TIMES.
           05  CCTL-UPDATED-BY             PIC X(08).
           05  CCTL-UPDATED-DATE           PIC X(08).
      *    WHOLE-CATEGORY BLOCKS, TESTED AGAINST THE FLAGS THE MCC
      *    REFERENCE MASTER (MCCREF) CARRIES FOR THE MERCHANT'S CODE.
           05  CCTL-BLOCK-QUASI-CASH-SW    PIC X(01).
               88  CCTL-BLOCK-QUASI-CASH            VALUE 'Y'.
           05  CCTL-BLOCK-GAMBLING-SW      PIC X(01).
               88  CCTL-BLOCK-GAMBLING              VALUE 'Y'.
           05  CCTL-BLOCK-HIGH-RISK-SW     PIC X(01).
               88  CCTL-BLOCK-HIGH-RISK             VALUE 'Y'.
           05  CCTL-BLOCK-TRAVEL-SW        PIC X(01).
               88  CCTL-BLOCK-TRAVEL                VALUE 'Y'.
           05  FILLER                      PIC X(08).
