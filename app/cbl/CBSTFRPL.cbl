000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2024-08-18  JGM INITIAL VERSION                                *
000201* 2028-03-28  JGM A FROZEN OR DORMANT CARD IS FLAGGED LIKE A     *
000202*                 HOT-LISTED ONE INSTEAD OF BEING REPLAYED       *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
001790     MOVE PA-CARD-NUM            TO CRDST-CARD-NUM
001800     READ CRDST-FILE
001810     IF CRDST-FOUND
001820        AND (CRDST-HOT-LISTED OR CRDST-NOT-USABLE
001825             OR CRDST-FROZEN OR CRDST-DORMANT)
001830        SET STF-REPLAY-FLAGGED   TO TRUE
001840        ADD 1 TO WS-RPT-FLAGGED
001850        PERFORM 5000-WRITE-FLAGGED-LINE THRU 5000-EXIT
