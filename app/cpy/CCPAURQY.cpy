           05  PA-RQ-CORRELATION-ID        PIC X(36).
      *    MESSAGE FORMAT VERSION. '01' (OR SPACES/LOW-VALUES FROM
      *    CHANNELS BUILT BEFORE THE FIELD EXISTED) IS THE OLDEST
      *    LAYOUT; '03' ADDS THE 3-D SECURE AUTHENTICATION RESULT AND
      *    '04' (CURRENT) THE NETWORK'S PIN VERIFICATION RESULT.
      *    INTAKE ACCEPTS ALL FOUR AND COUNTS EACH SO OLD-FORMAT
      *    TRAFFIC CAN BE WATCHED DRAINING TO ZERO.
           05  PA-RQ-FORMAT-VERSION        PIC X(02).
               88  PA-RQ-FORMAT-V01                VALUE '01'.
               88  PA-RQ-FORMAT-V02                VALUE '02'.
               88  PA-RQ-FORMAT-V03                VALUE '03'.
               88  PA-RQ-FORMAT-V04                VALUE '04'.
      *    ADDRESS-VERIFICATION AND CARD-VERIFICATION DATA FROM THE
      *    CHANNEL. ALL THREE ARE OPTIONAL - SPACES (OR LOW-VALUES
      *    FROM OLD-FORMAT CHANNELS) MEANS THE DATA WAS NOT SUPPLIED
      *    TO '001', THE FOUNDING INSTITUTION. SITS AHEAD OF THE MAC
      *    SO THE MAC STAYS THE LAST FIELD OF THE RECORD.
           05  PA-RQ-INST-ID               PIC X(03).
      *    PIN VERIFICATION OUTCOME AS REPORTED BY THE NETWORK ON A
      *    PIN-ENTRY DEBIT AUTH - FORMAT VERSION '04' AND UP ONLY.
      *    Y = PIN VERIFIED, N = BAD PIN, SPACES = NO PIN ENTERED OR
      *    NOT SUPPLIED. DRIVES THE PINTRY COUNTER AT INTAKE.
           05  PA-RQ-PIN-RESULT            PIC X(01).
               88  PA-RQ-PIN-VERIFIED              VALUE 'Y'.
               88  PA-RQ-PIN-BAD                   VALUE 'N'.
      *    MESSAGE AUTHENTICATION CODE, COMPUTED BY THE CHANNEL OVER
      *    EVERYTHING AHEAD OF THIS FIELD WITH ITS CHANKEYS KEY
      *    THROUGH THE SITE CRYPTO ROUTINE. VERIFIED AT INTAKE ONLY
      *    FOR SOURCES FLAGGED ENFORCED ON CHANKEYS. THIS FIELD MUST
      *    REMAIN LAST - THE INTAKE TAKES THE LAST 16 BYTES RECEIVED
      *    AS THE MAC AND HASHES EVERYTHING AHEAD OF THEM, SO AN
      *    OLDER, SHORTER LAYOUT STILL VERIFIES. NEW FIELDS GO ABOVE IT.
           05  PA-RQ-MAC                   PIC X(16).
