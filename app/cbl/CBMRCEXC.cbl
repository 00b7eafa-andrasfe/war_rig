000171* 2026-08-30  RKA DAILY EXPOSURE-CAP BREACHES REPORTED FROM     *
000172*                 THE MERCHACC ACCUMULATOR AGAINST THE CAPS     *
000173*                 ON THE MASTER ROW                             *
000174* 2027-05-02  JGM ROWS MERGED INTO A SURVIVOR COUNTED ON THEIR  *
000175*                 OWN AND LEFT OUT OF THE CAP-BREACH CHECK      *
000180*----------------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000600     05  WS-RPT-PENDING             PIC S9(9) COMP-3 VALUE 0.
000601     05  WS-RPT-CAP-BREACHES        PIC S9(9) COMP-3 VALUE 0.
000610     05  WS-RPT-ACTIVE              PIC S9(9) COMP-3 VALUE 0.
000611     05  WS-RPT-MERGED              PIC S9(9) COMP-3 VALUE 0.
000620*----------------------------------------------------------------*
000630 01  WS-PRINT-LINE                 PIC X(132).
000640 01  WS-DISPLAY-FIELDS.
001190           ADD 1 TO WS-RPT-PENDING
001200           PERFORM 3000-PRINT-PENDING-LINE THRU 3000-EXIT
001210        ELSE
001211*          A MERGED DUPLICATE'S TRAFFIC AND CAPS ARE THE
001212*          SURVIVOR'S - COUNT IT, BUT DO NOT CHECK IT.
001213           IF MRC-STATUS-MERGED
001214              ADD 1 TO WS-RPT-MERGED
001215              GO TO 2000-EXIT
001216           END-IF
001220           ADD 1 TO WS-RPT-ACTIVE
001230        END-IF
001231        IF ACCUM-AVAILABLE
001650            DELIMITED BY SIZE INTO WS-PRINT-LINE
001660     END-STRING
001670     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
001671*
001672     MOVE WS-RPT-MERGED TO WS-CNT-DIS
001673     MOVE SPACES TO WS-PRINT-LINE
001674     STRING '  MERGED INTO A SURVIVOR ...........: ' WS-CNT-DIS
001675            DELIMITED BY SIZE INTO WS-PRINT-LINE
001676     END-STRING
001677     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
001680     .
001690 8000-EXIT.
001700     EXIT.
