      *----------------------------------------------------------------*
      *    CVSNEPBY  -  SANCTIONED-ENTITY LIST AS PUBLISHED (SNCPUBL)  *
      *    THE REGULATOR'S CONSOLIDATED LIST, RECEIVED DAILY AND       *
      *    REFORMATTED TO THIS LAYOUT BY THE FILE-TRANSFER STEP. ONE   *
      *    ROW PER LISTED PARTY. CBSNELOD APPLIES IT TO SNCENTY.       *
      *----------------------------------------------------------------*
       01  SANCTION-PUBLISHED-RECORD.
           05  SNP-ENTITY-ID               PIC X(10).
           05  SNP-ENTITY-TYPE             PIC X(01).
               88  SNP-INDIVIDUAL                   VALUE 'I'.
               88  SNP-ORGANISATION                 VALUE 'E'.
               88  SNP-VESSEL                       VALUE 'V'.
               88  SNP-LOCATION                     VALUE 'L'.
               88  SNP-VALID-TYPE                   VALUE 'I' 'E'
                                                          'V' 'L'.
      *    FOR A LOCATION ROW THE NAME IS THE SANCTIONED PLACE ITSELF.
           05  SNP-NAME                    PIC X(60).
           05  SNP-CITY                    PIC X(30).
           05  SNP-COUNTRY                 PIC X(03).
           05  SNP-PROGRAM                 PIC X(10).
           05  SNP-LIST-DATE               PIC X(08).
           05  FILLER                      PIC X(28).
