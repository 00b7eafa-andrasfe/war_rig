      *    THE END ONLY. LAYOUT VERSION 2: THE SEGMENT IMAGES GREW TO  *
      *    335 BYTES AS THE SETTLED-TO-DATE, 3-D SECURE, INSTITUTION    *
      *    AND WALLET FIELDS GREW IN - COORDINATED WITH THE WAREHOUSE.  *
      *    'M' = ACCOUNT-MASTER CHANGE APPLIED BY THE MASS ACCOUNT     *
      *    ACTION JOB (CBACTAPL): THE IMAGES ARE THE 62-BYTE ACCTDAT   *
      *    RECORD BEFORE AND AFTER, LEFT-JUSTIFIED AND SPACE-FILLED.   *
      *----------------------------------------------------------------*
       01  CHANGE-CAPTURE-RECORD.
           05  CDC-RECORD-TYPE             PIC X(01).
               88  CDC-IS-ADD                       VALUE 'A'.
               88  CDC-IS-DELETE                    VALUE 'D'.
               88  CDC-IS-CHANGE                    VALUE 'C'.
               88  CDC-IS-ACCT-CHANGE               VALUE 'M'.
           05  CDC-SOURCE-PGM              PIC X(08).
           05  CDC-CORRELATION-ID          PIC X(36).
           05  CDC-ACCT-ID                 PIC 9(11).
