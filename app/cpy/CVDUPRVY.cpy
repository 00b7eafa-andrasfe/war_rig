      *----------------------------------------------------------------*
      *    CVDUPRVY  -  DUPLICATE / SYNTHETIC IDENTITY REVIEW FILE     *
      *    (DUPREVW), WRITTEN MONTHLY BY CBDUPCUS FOR THE FRAUD TEAM.  *
      *    ONE 'C' LINE PER CLUSTER OF CUSTOMERS SHARING A NORMALISED  *
      *    EMAIL, PHONE, ADDRESS OR NAME-AND-ZIP, FOLLOWED BY ONE 'M'  *
      *    LINE PER MEMBER. A CLUSTER WHOSE MEMBERS ALL SHARE ONE NAME *
      *    IS A LIKELY DUPLICATE (D); SEVERAL NAMES ON SHARED DETAILS  *
      *    IS A SUSPECTED SYNTHETIC-IDENTITY RING (R). THE PRIORITY    *
      *    SCORE IS THE IDENTITY SCORE WEIGHTED BY THE CLUSTER'S       *
      *    COMBINED EXPOSURE. A DUPLICATE THE TEAM CONFIRMS COMES BACK *
      *    ON DUPDECN AND IS LINKED ON CUSTLINK (CVCUSLKY).            *
      *----------------------------------------------------------------*
       01  DUP-REVIEW-RECORD.
           05  DRV-REC-TYPE                PIC X(01).
               88  DRV-CLUSTER                      VALUE 'C'.
               88  DRV-MEMBER                       VALUE 'M'.
           05  DRV-CLUSTER-ID              PIC 9(07).
           05  DRV-RUN-DATE                PIC X(08).
           05  DRV-PATTERN                 PIC X(01).
               88  DRV-LIKELY-DUPLICATE             VALUE 'D'.
               88  DRV-SUSPECT-RING                 VALUE 'R'.
           05  DRV-MEMBER-COUNT            PIC 9(03).
           05  DRV-NAME-COUNT              PIC 9(03).
           05  DRV-SHARED-EMAIL-SW         PIC X(01).
           05  DRV-SHARED-PHONE-SW         PIC X(01).
           05  DRV-SHARED-ADDR-SW          PIC X(01).
           05  DRV-SHARED-NAME-ZIP-SW      PIC X(01).
           05  DRV-IDENTITY-SCORE          PIC 9(03).
           05  DRV-ACCT-COUNT              PIC 9(03).
           05  DRV-EXPOSURE-AMT            PIC S9(11)V99.
           05  DRV-CREDIT-LIMIT-AMT        PIC S9(11)V99.
           05  DRV-PRIORITY-SCORE          PIC 9(05).
           05  DRV-PRIORITY                PIC X(01).
               88  DRV-PRIORITY-HIGH                VALUE 'H'.
               88  DRV-PRIORITY-MEDIUM              VALUE 'M'.
               88  DRV-PRIORITY-LOW                 VALUE 'L'.
           05  DRV-SUGGESTED-PRIMARY       PIC 9(09).
           05  FILLER                      PIC X(126).
       01  DUP-REVIEW-MEMBER REDEFINES DUP-REVIEW-RECORD.
           05  DRVM-REC-TYPE               PIC X(01).
           05  DRVM-CLUSTER-ID             PIC 9(07).
           05  DRVM-CUST-ID                PIC 9(09).
           05  DRVM-FIRST-NAME             PIC X(25).
           05  DRVM-LAST-NAME              PIC X(25).
           05  DRVM-PHONE-NUM              PIC X(15).
           05  DRVM-EMAIL-ADDRESS          PIC X(50).
           05  DRVM-ADDR-STREET-NUM        PIC X(05).
           05  DRVM-ADDR-ZIP               PIC X(09).
           05  DRVM-SENSITIVE-FLAG         PIC X(01).
           05  DRVM-ACCT-COUNT             PIC 9(03).
           05  DRVM-EXPOSURE-AMT           PIC S9(11)V99.
      *    PRIMARY OF THE CONFIRMED GROUP THE MEMBER IS ALREADY IN ON
      *    CUSTLINK - ZERO WHEN NOT LINKED.
           05  DRVM-LINKED-PRIMARY         PIC 9(09).
           05  FILLER                      PIC X(28).
