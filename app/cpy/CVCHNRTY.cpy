      *----------------------------------------------------------------*
      *    CVCHNRTY  -  CHANNEL THROUGHPUT COUNTER (CHANRATE)          *
      *    ONE ROW PER MESSAGE SOURCE, KEYED LIKE CHANLMST. THE        *
      *    INTAKE (COPAUA0C) COUNTS EACH CHANNEL'S MESSAGES IN THE     *
      *    CURRENT CLOCK MINUTE UNDER THE VSAM UPDATE LOCK SO EVERY    *
      *    TRIGGERED INSTANCE SEES ONE COUNT. ONCE THE MINUTE'S COUNT  *
      *    REACHES THE CHANNEL'S CHANLMST QUOTA, THE REST OF THAT      *
      *    MINUTE'S TRAFFIC IS ANSWERED 'SYSTEM BUSY, RETRY' WITHOUT   *
      *    TOUCHING PAUTB AND COUNTED AS THROTTLED. THE FIRST MESSAGE  *
      *    OF A NEW MINUTE ROLLS THE OLD COUNTS INTO THE PRIOR-MINUTE  *
      *    FIELDS THE HEALTH CONSOLE (COPAUS7C) SHOWS AS THE RATE.     *
      *----------------------------------------------------------------*
       01  CHANNEL-RATE-RECORD.
           05  CHR-SOURCE-CODE             PIC X(02).
      *    CURRENT MINUTE AS CCYYMMDDHHMM.
           05  CHR-MINUTE                  PIC X(12).
           05  CHR-MINUTE-COUNT            PIC S9(07) COMP-3.
           05  CHR-THROTTLED-COUNT         PIC S9(07) COMP-3.
           05  CHR-PRIOR-MINUTE            PIC X(12).
           05  CHR-PRIOR-COUNT             PIC S9(07) COMP-3.
           05  CHR-PRIOR-THROTTLED         PIC S9(07) COMP-3.
           05  CHR-LAST-THROTTLE-DATE      PIC X(08).
           05  CHR-LAST-THROTTLE-TIME      PIC X(06).
      *    REQUESTS THE INTAKE FOUND ALREADY PAST THE CHANNEL'S
      *    TIMEOUT (WRITTEN TO LATEREQ) ON CHR-LATE-DATE. THE FIRST
      *    LATE REQUEST OF A NEW DAY RESTARTS THE COUNT.
           05  CHR-LATE-DATE               PIC X(08).
           05  CHR-LATE-COUNT              PIC S9(07) COMP-3.
           05  FILLER                      PIC X(02).
