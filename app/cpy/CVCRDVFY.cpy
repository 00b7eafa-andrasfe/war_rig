      *----------------------------------------------------------------*
      *    CVCRDVFY  -  CARD VERIFICATION MASTER RECORD (CARDVRFY)     *
      *    ONE ROW PER CARD, KEYED BY CRDV-CARD-NUM, HOLDING THE       *
      *    CVV2 VALUE ON FILE FOR CARD-NOT-PRESENT VERIFICATION AND    *
      *    THE BILLING ZIP THE ACTIVATION SERVICE (COPAUSQC) CHECKS.   *
      *    LOADED FROM THE CARD-ISSUANCE FEED. A CARD WITH NO ROW      *
      *    VERIFIES AS UNAVAILABLE, NOT AS A MISMATCH.                 *
      *----------------------------------------------------------------*
           05  CRDV-CVV2                   PIC X(04).
           05  CRDV-UPDATED-BY             PIC X(08).
           05  CRDV-UPDATED-DATE           PIC X(08).
           05  CRDV-BILLING-ZIP            PIC X(09).
           05  FILLER                      PIC X(05).
