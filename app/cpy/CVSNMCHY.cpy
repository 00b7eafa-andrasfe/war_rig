      *----------------------------------------------------------------*
      *    CVSNMCHY  -  PAUSNMCH SANCTIONS NAME-MATCH PARAMETER BLOCK  *
      *    FUNCTION 'N' NORMALIZES SNM-TEXT-IN INTO SNM-NORM-OUT AND   *
      *    ITS CONSONANT SKELETON SNM-SKEL-OUT. FUNCTION 'M' SCORES A  *
      *    MERCHANT (CAND) AGAINST ONE LIST ROW (LIST) FOR THE SCREEN  *
      *    TYPE GIVEN AND RETURNS SNM-SCORE (0-100) AND SNM-STRENGTH.  *
      *----------------------------------------------------------------*
       01  SANCTION-MATCH-PARMS.
           05  SNM-FUNCTION                PIC X(01).
               88  SNM-NORMALIZE                    VALUE 'N'.
               88  SNM-MATCH                        VALUE 'M'.
           05  SNM-TEXT-IN                 PIC X(60).
           05  SNM-NORM-OUT                PIC X(40).
           05  SNM-SKEL-OUT                PIC X(12).
           05  SNM-SCREEN-TYPE             PIC X(01).
               88  SNM-SCREEN-NAME                  VALUE 'N'.
               88  SNM-SCREEN-LOCATION              VALUE 'L'.
           05  SNM-CAND-NAME-NORM          PIC X(40).
           05  SNM-CAND-CITY-NORM          PIC X(40).
           05  SNM-LIST-NAME-NORM          PIC X(40).
           05  SNM-LIST-CITY-NORM          PIC X(40).
           05  SNM-SCORE                   PIC 9(03).
           05  SNM-STRENGTH                PIC X(01).
               88  SNM-STRONG-MATCH                 VALUE 'S'.
               88  SNM-WEAK-MATCH                   VALUE 'W'.
               88  SNM-NO-MATCH                     VALUE SPACE.
