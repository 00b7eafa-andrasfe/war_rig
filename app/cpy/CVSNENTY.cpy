      *----------------------------------------------------------------*
      *    CVSNENTY  -  SANCTIONED-ENTITY SCREENING LIST (SNCENTY)     *
      *    ONE ROW PER LISTED PARTY, LOADED DAILY BY CBSNELOD FROM THE *
      *    REGULATOR'S FILE (CVSNEPBY). KEYED SO COPAUA0C CAN BROWSE   *
      *    THE FEW ROWS THAT COULD MATCH A MERCHANT: SCREEN TYPE ('N'  *
      *    NAMES - INDIVIDUALS, ORGANISATIONS, VESSELS - AGAINST THE   *
      *    MERCHANT NAME, 'L' PLACES AGAINST THE MERCHANT CITY), THEN  *
      *    THE CONSONANT SKELETON OF THE NORMALIZED NAME, THEN THE     *
      *    REGULATOR'S ENTITY ID. NORMALIZED FORMS COME FROM PAUSNMCH. *
      *----------------------------------------------------------------*
       01  SANCTIONED-ENTITY-RECORD.
           05  SNE-KEY.
               10  SNE-SCREEN-TYPE         PIC X(01).
                   88  SNE-SCREEN-NAME              VALUE 'N'.
                   88  SNE-SCREEN-LOCATION          VALUE 'L'.
               10  SNE-SKEL-KEY            PIC X(12).
               10  SNE-ENTITY-ID           PIC X(10).
           05  SNE-ENTITY-TYPE             PIC X(01).
           05  SNE-NAME                    PIC X(60).
           05  SNE-NAME-NORM               PIC X(40).
           05  SNE-CITY                    PIC X(30).
           05  SNE-CITY-NORM               PIC X(40).
           05  SNE-COUNTRY                 PIC X(03).
           05  SNE-PROGRAM                 PIC X(10).
           05  SNE-LIST-DATE               PIC X(08).
           05  SNE-ADDED-DATE              PIC X(08).
      *    BUSINESS DATE OF THE LAST PUBLISHED FILE CARRYING THE ROW;
      *    A ROW NOT SEEN IN TODAY'S FILE HAS BEEN DE-LISTED.
           05  SNE-LAST-SEEN-DATE          PIC X(08).
           05  FILLER                      PIC X(19).
