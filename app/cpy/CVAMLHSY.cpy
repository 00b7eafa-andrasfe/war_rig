      *----------------------------------------------------------------*
      *    CVAMLHSY  -  AML DAILY CASH HISTORY RECORD (AMLCASH)        *
      *    ONE ROW PER CUSTOMER PER PROCCAL BUSINESS DAY ON WHICH THE  *
      *    CUSTOMER DREW APPROVED CASH ON ANY OF THEIR ACCOUNTS,       *
      *    WRITTEN BY THE NIGHTLY AML MONITOR (CBAMLMON). EACH ROW     *
      *    CARRIES THE MONITOR'S BUSINESS-DAY SEQUENCE NUMBER SO THE   *
      *    STRUCTURING LOOKBACK COUNTS BUSINESS DAYS, NOT CALENDAR     *
      *    DAYS. ONE CONTROL ROW (CUSTOMER ZERO, DATE ZEROES) HOLDS    *
      *    THE LAST BUSINESS DATE PROCESSED IN AMLH-LOAD-DATE AND ITS  *
      *    SEQUENCE NUMBER IN AMLH-DAY-SEQ.                            *
      *----------------------------------------------------------------*
       01  AML-CASH-HISTORY-RECORD.
           05  AMLH-KEY.
               10  AMLH-CUST-ID            PIC 9(09).
               10  AMLH-BUS-DATE           PIC X(08).
           05  AMLH-DAY-SEQ                PIC 9(07).
           05  AMLH-CASH-AMT               PIC S9(11)V99 COMP-3.
           05  AMLH-CASH-CNT               PIC S9(05)    COMP-3.
           05  AMLH-ACCT-CNT               PIC 9(03).
      *    'Y' = THE DAY'S TOTAL SAT IN THE BAND JUST UNDER THE CTR
      *    THRESHOLD; 'C' = OVER THE THRESHOLD (CTR CANDIDATE);
      *    'N' = BELOW THE BAND.
           05  AMLH-BAND-IND               PIC X(01).
               88  AMLH-IN-BAND                     VALUE 'Y'.
               88  AMLH-OVER-THRESHOLD              VALUE 'C'.
               88  AMLH-BELOW-BAND                  VALUE 'N'.
           05  AMLH-LOAD-DATE              PIC X(08).
           05  FILLER                      PIC X(10).
