      *----------------------------------------------------------------*
      *    CVSTCYCY  -  ACCOUNT STATEMENT-CYCLE RECORD (STMTCYCL)      *
      *    ONE ROW PER ACCOUNT GIVING THE DAY OF THE MONTH ITS         *
      *    STATEMENT CUTS, AS CORE ACCOUNTING ASSIGNED IT. A CYCLE DAY *
      *    PAST THE END OF A SHORT MONTH CUTS ON THE MONTH'S LAST DAY. *
      *----------------------------------------------------------------*
       01  STATEMENT-CYCLE-RECORD.
           05  STCY-ACCT-ID                PIC 9(11).
           05  STCY-CYCLE-DAY              PIC 9(02).
           05  STCY-ACCT-STATUS            PIC X(01).
               88  STCY-ACCT-OPEN                   VALUE 'A'.
               88  STCY-ACCT-CLOSED                 VALUE 'C'.
           05  FILLER                      PIC X(26).
