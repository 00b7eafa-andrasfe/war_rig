      *    CONFIGURATION RECORD (PAUOPCFG). ONE ROW PER SUBSYSTEM,     *
      *    KEYED BY OPCFG-ID, LETS OPS RETUNE PSB SCHEDULE RETRY/      *
      *    BACKOFF AND THE FRAUD AUTO-BLOCK SWITCH WITHOUT A RECOMPILE.*
      *    THE PIN-TRY, DECLINE-RETRY, DELINQUENCY AND GMT-OFFSET      *
      *    FIELDS LENGTHEN THE RECORD FROM 33 TO 38 BYTES - THE        *
      *    PAUOPCFG CLUSTER MUST BE REDEFINED AND RELOADED (NUMERIC    *
      *    FIELDS ZERO, TREATMENT CODES SPACES) BEFORE ANY PROGRAM     *
      *    COMPILED WITH THIS LAYOUT RUNS.                             *
      *----------------------------------------------------------------*
       01  OPS-CONFIG-RECORD.
           05  OPCFG-ID                    PIC X(08).
           05  OPCFG-DECL-RATE-MIN-MSGS     PIC S9(4) COMP.
           05  OPCFG-FAILSAFE-SW            PIC X(01).
           05  OPCFG-CAPTURE-SW             PIC X(01).
      *    BAD PINS IN A ROW BEFORE A CARD IS LOCKED OUT OF PIN-ENTRY
      *    DEBIT TRAFFIC (PINTRY). ZERO OR OUT OF RANGE (1-99) LEAVES
      *    THE INTAKE'S BUILT-IN DEFAULT OF 3 IN FORCE.
           05  OPCFG-PIN-TRY-MAX            PIC S9(4) COMP.
      *    DECLINES OF ONE CARD AT ONE MERCHANT INSIDE THE ROLLING
      *    RETRY WINDOW BEFORE FURTHER ATTEMPTS ARE ANSWERED 'DO NOT
      *    RETRY' UNSCORED (DECLRTRY). ZERO OR OUT OF RANGE (1-999)
      *    LEAVES THE INTAKE'S BUILT-IN DEFAULT OF 10 IN FORCE.
           05  OPCFG-DECL-RETRY-MAX         PIC S9(4) COMP.
      *    DELINQUENCY TREATMENT PER DAYS-PAST-DUE BUCKET (DELINQST):
      *    'N' NO RESTRICTION, 'C' NO CASH ADVANCES, 'R' RECURRING
      *    AUTHS ONLY, 'D' DECLINE ALL. ANY OTHER VALUE LEAVES THE
      *    INTAKE'S BUILT-IN DEFAULT (C AT 30, R AT 60, D AT 90).
           05  OPCFG-DELINQ-TRT-30          PIC X(01).
           05  OPCFG-DELINQ-TRT-60          PIC X(01).
           05  OPCFG-DELINQ-TRT-90          PIC X(01).
      *    MINUTES LOCAL TIME RUNS AHEAD OF GMT (NEGATIVE WHEN BEHIND)
      *    SO THE INTAKE CAN AGE A REQUEST FROM ITS MQ PUT TIME, WHICH
      *    MQ STAMPS IN GMT. OUT OF RANGE (-840 TO +840) IS TAKEN AS
      *    ZERO.
           05  OPCFG-GMT-OFFSET-MIN         PIC S9(4) COMP.
