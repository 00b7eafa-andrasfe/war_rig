      *----------------------------------------------------------------*
      *    CVCHNQLY  -  CHANNEL DATA-QUALITY HISTORY (CHNQUAL)         *
      *    ONE ROW PER MESSAGE SOURCE PER BUSINESS DAY, KEYED BY THE   *
      *    CHANLMST SOURCE CODE AND THE DATE. CBDQSCRD SCORES EACH     *
      *    DAY'S PAUTB DETAILS FOR COMPLETE AND VALID REFERENCE DATA   *
      *    AND WRITES THE CHANNEL'S FIGURES HERE, SO A CHANNEL OWNER   *
      *    CAN BE HELD TO THE SCORE OVER TIME; THE PRIOR DAY'S ROW     *
      *    GIVES THE SCORECARD ITS DAY-OVER-DAY MOVEMENT.              *
      *----------------------------------------------------------------*
       01  CHANNEL-QUALITY-RECORD.
           05  CHQ-KEY.
               10  CHQ-SOURCE-CODE         PIC X(02).
      *        BUSINESS DATE CCYYMMDD.
               10  CHQ-RUN-DATE            PIC X(08).
           05  CHQ-MESSAGES                PIC 9(09).
      *    MESSAGES THAT PASSED EVERY CHECK; SCORE = CLEAN / MESSAGES.
           05  CHQ-CLEAN                   PIC 9(09).
           05  CHQ-SCORE-PCT               PIC 9(03)V9.
           05  CHQ-TARGET-PCT              PIC 9(03).
           05  CHQ-TARGET-SW               PIC X(01).
               88  CHQ-TARGET-MET                   VALUE 'Y'.
               88  CHQ-TARGET-MISSED                VALUE 'N'.
      *    MESSAGES FAILING EACH CHECK (ONE MESSAGE MAY FAIL SEVERAL).
           05  CHQ-FAIL-COUNTS.
               10  CHQ-ZIP-BAD             PIC 9(09).
               10  CHQ-STATE-BAD           PIC 9(09).
               10  CHQ-COUNTRY-BAD         PIC 9(09).
               10  CHQ-MCC-BAD             PIC 9(09).
               10  CHQ-EXPIRY-BAD          PIC 9(09).
               10  CHQ-MERCHANT-BAD        PIC 9(09).
           05  CHQ-FAIL-TABLE REDEFINES CHQ-FAIL-COUNTS.
               10  CHQ-FAIL-COUNT          PIC 9(09) OCCURS 6 TIMES.
           05  FILLER                      PIC X(20).
