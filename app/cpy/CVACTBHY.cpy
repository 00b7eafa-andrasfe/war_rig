      *----------------------------------------------------------------*
      *    CVACTBHY  -  MASS ACCOUNT ACTION BATCH CONTROL (ACCTBCTL)   *
      *    ONE ROW PER BATCH OF ACCOUNT ACTIONS STAGED ON ACCTPEND BY  *
      *    THE MASS ACCOUNT ACTION LOAD (CBACTSTG), KEYED BY BATCH ID. *
      *    THE BATCH MOVES AS ONE UNIT: PENDING UNTIL A USER OTHER     *
      *    THAN THE REQUESTER APPROVES OR REJECTS IT ON PAUMAB         *
      *    (COPAUT0C); CBACTAPL APPLIES AN APPROVED BATCH OVERNIGHT    *
      *    AND PURGES THE ACCTPEND ROWS OF A REJECTED ONE. THE ACTION  *
      *    COUNTS AND NET LIMIT CHANGE ARE WHAT THE APPROVER SEES.     *
      *----------------------------------------------------------------*
       01  ACCT-BATCH-CONTROL-RECORD.
           05  ABH-BATCH-ID                PIC X(08).
           05  ABH-DESCRIPTION             PIC X(40).
           05  ABH-REQUESTED-BY            PIC X(08).
           05  ABH-REQUESTED-DATE          PIC X(08).
           05  ABH-STATUS                  PIC X(01).
               88  ABH-PENDING                      VALUE 'P'.
               88  ABH-APPROVED                     VALUE 'A'.
               88  ABH-REJECTED                     VALUE 'R'.
               88  ABH-APPLIED                      VALUE 'X'.
               88  ABH-PURGED                       VALUE 'Z'.
           05  ABH-DECIDED-BY              PIC X(08).
           05  ABH-DECIDED-DATE            PIC X(08).
           05  ABH-ACTION-COUNT            PIC 9(07).
           05  ABH-STATUS-COUNT            PIC 9(07).
           05  ABH-INCREASE-COUNT          PIC 9(07).
           05  ABH-DECREASE-COUNT          PIC 9(07).
           05  ABH-NET-LIMIT-CHANGE        PIC S9(11)V99.
           05  ABH-APPLIED-DATE            PIC X(08).
           05  ABH-APPLIED-COUNT           PIC 9(07).
           05  ABH-FAILED-COUNT            PIC 9(07).
           05  FILLER                      PIC X(16).
