           05  CHN-EXPECT-VERSION          PIC X(02).
           05  CHN-UPDATED-BY              PIC X(08).
           05  CHN-UPDATED-DATE            PIC X(08).
      *    MESSAGES PER MINUTE THE INTAKE TAKES FROM THE CHANNEL
      *    BEFORE ANSWERING THE REST 'SYSTEM BUSY, RETRY' (9200)
      *    UNTIL THE NEXT CLOCK MINUTE. ZERO MEANS NO QUOTA.
           05  CHN-RATE-QUOTA              PIC S9(07) COMP-3.
      *    SECONDS A REQUEST FROM THE CHANNEL MAY AGE - FROM ITS
      *    ORIGINATION STAMP OR FROM ITS PUT TO THE REQUEST QUEUE -
      *    BEFORE THE INTAKE TREATS IT AS ALREADY TIMED OUT AT THE
      *    NETWORK AND ANSWERS IT 91/9210 WITHOUT TAKING A HOLD.
      *    ZERO (OR SPACES ON AN OLDER ROW) MEANS NO TIMEOUT CHECK.
           05  CHN-TIMEOUT-SECS            PIC S9(05) COMP-3.
           05  FILLER                      PIC X(02).
