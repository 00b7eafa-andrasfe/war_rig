      *    REQUEST - THE FIRST MATCHING RULE DECIDES. '**'/'****' IN   *
      *    A SELECTOR MATCHES ANYTHING, SO THE BUSINESS TUNES          *
      *    DECISIONING WITH AN IDCAMS FILE UPDATE, NOT A RELEASE.      *
      *    THE SAME LAYOUT HOLDS THE CHALLENGER SET (PAURULEC) THAT    *
      *    COPAUA0C EVALUATES IN SHADOW WHILE A RULE CHANGE IS TRIED.  *
      *----------------------------------------------------------------*
       01  DECISION-RULE-RECORD.
           05  RULE-ID                     PIC 9(05).
