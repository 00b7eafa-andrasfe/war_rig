      *----------------------------------------------------------------*
      *    CVAMLCTY  -  CURRENCY TRANSACTION REPORT CANDIDATE EXTRACT  *
      *    (AMLCTRX), WRITTEN BY THE NIGHTLY AML MONITOR (CBAMLMON)    *
      *    FOR COMPLIANCE'S CTR FILING. ONE 'C' ROW PER CUSTOMER WHOSE *
      *    APPROVED CASH FOR THE BUSINESS DAY, ACROSS ALL OF THEIR     *
      *    ACCOUNTS, EXCEEDED THE REPORTING THRESHOLD, FOLLOWED BY ONE *
      *    'A' ROW PER ACCOUNT THE CASH CAME FROM; ONE 'T' TRAILER     *
      *    CARRIES THE CUSTOMER COUNT AND TOTAL CASH.                  *
      *----------------------------------------------------------------*
       01  AML-CTR-RECORD.
           05  AMLX-REC-TYPE               PIC X(01).
               88  AMLX-CUSTOMER                    VALUE 'C'.
               88  AMLX-ACCOUNT                     VALUE 'A'.
               88  AMLX-TRAILER                     VALUE 'T'.
           05  AMLX-BUS-DATE               PIC X(08).
           05  AMLX-CUST-ID                PIC 9(09).
           05  AMLX-FIRST-NAME             PIC X(25).
           05  AMLX-LAST-NAME              PIC X(25).
           05  AMLX-CASH-AMT               PIC 9(11)V99.
           05  AMLX-CASH-CNT               PIC 9(05).
           05  AMLX-ACCT-CNT               PIC 9(03).
           05  FILLER                      PIC X(11).
       01  AML-CTR-ACCOUNT REDEFINES AML-CTR-RECORD.
           05  AMLXA-REC-TYPE              PIC X(01).
           05  AMLXA-BUS-DATE              PIC X(08).
           05  AMLXA-CUST-ID               PIC 9(09).
           05  AMLXA-ACCT-ID               PIC 9(11).
           05  AMLXA-CASH-AMT              PIC 9(11)V99.
           05  AMLXA-CASH-CNT              PIC 9(05).
           05  FILLER                      PIC X(53).
       01  AML-CTR-TRAILER REDEFINES AML-CTR-RECORD.
           05  AMLXT-REC-TYPE              PIC X(01).
           05  AMLXT-BUS-DATE              PIC X(08).
           05  AMLXT-CUST-COUNT            PIC 9(09).
           05  AMLXT-TOT-CASH-AMT          PIC 9(13)V99.
           05  FILLER                      PIC X(67).
