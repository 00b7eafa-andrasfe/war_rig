      *----------------------------------------------------------------*
      *    CVMRCAUY  -  MERCHMST CHANGE-JOURNAL RECORD                 *
      *    ONE RECORD PER MERCHANT-MASTER CHANGE APPLIED THROUGH THE   *
      *    PAUMRC SCREEN (COPAUSPC), WRITTEN TO THE CMRC TD QUEUE AND  *
      *    HARDENED TO THE MRCAUDIT FILE: WHO, WHEN, WHAT WAS DONE,    *
      *    AND THE FULL BEFORE AND AFTER RECORD IMAGES. A MERGE        *
      *    JOURNALS THE DUPLICATE'S ROW WITH THE SURVIVOR ON THE       *
      *    RECORD SO THE PAIR CAN BE UNPICKED LATER.                   *
      *----------------------------------------------------------------*
       01  MERCHANT-AUDIT-RECORD.
           05  MRCA-USER-ID                PIC X(08).
           05  MRCA-TIMESTAMP              PIC X(26).
           05  MRCA-MERCHANT-ID            PIC X(15).
           05  MRCA-ACTION                 PIC X(01).
               88  MRCA-ACTION-APPROVE              VALUE 'A'.
               88  MRCA-ACTION-CHANGE               VALUE 'C'.
               88  MRCA-ACTION-MERGE                VALUE 'M'.
           05  MRCA-SURVIVOR-ID            PIC X(15).
           05  MRCA-OLD-IMAGE              PIC X(123).
           05  MRCA-NEW-IMAGE              PIC X(123).
           05  FILLER                      PIC X(09).
