      *----------------------------------------------------------------*
      *    CVSNEDLY  -  SANCTIONED-ENTITY LIST DELTA (SNCDELTA)        *
      *    ONE ROW PER ADDITION, CHANGE OR REMOVAL CBSNELOD APPLIED TO *
      *    SNCENTY IN THE RUN, CARRYING THE ROW AS IT NOW STANDS (AS   *
      *    IT STOOD, FOR A REMOVAL). CBSNERSC RE-SCREENS RECENT AUTHS  *
      *    AGAINST THE ADDITIONS AND CHANGES.                          *
      *----------------------------------------------------------------*
       01  SANCTION-DELTA-RECORD.
           05  SND-ACTION                  PIC X(01).
               88  SND-ADDED                        VALUE 'A'.
               88  SND-CHANGED                      VALUE 'C'.
               88  SND-REMOVED                      VALUE 'R'.
           05  SND-RUN-DATE                PIC X(08).
           05  SND-ENTITY-DATA             PIC X(250).
