           05  CBS-REASON                  PIC X(60).
           05  CBS-OPENED-DATE             PIC X(10).
           05  CBS-DEADLINE-DATE           PIC X(10).
      *    Y WHEN AN EVIDENCE PACK (EVIDPACK, BUILT BY CBEVDPCK) IS ON
      *    FILE FOR THE CASE, WITH THE DATE IT WAS BUILT.
           05  CBS-EVIDENCE-FLAG           PIC X(01).
               88  CBS-EVIDENCE-ATTACHED            VALUE 'Y'.
           05  CBS-EVIDENCE-DATE           PIC X(08).
       01  CHARGEBACK-RESPONSE-RECORD.
           05  CBR-CASE-ID                 PIC 9(09).
           05  CBR-DISPOSITION             PIC X(01).
