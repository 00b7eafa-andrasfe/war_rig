000206* 2027-04-26  JGM ARCHIVE-INDEX RETENTION NOW HONORS THE       *
000207*                 ARCKEEP= PARM (DAY-COUNT CUTOFF WITH A       *
000208*                 KEEP BIAS) INSTEAD OF A FIXED YEAR           *
000209* 2027-09-19  ABF ARCHIVE-INDEX ROWS UNDER LEGAL HOLD (LEGLHOLD) *
000210*                 ARE KEPT PAST RETENTION AND REPORTED BY MATTER *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000490         ACCESS MODE  IS DYNAMIC
000500         RECORD KEY   IS ARCX-KEY
000510         FILE STATUS  IS WS-ARCIX-STATUS.
000511*
000512     SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE  IS SEQUENTIAL
000515         RECORD KEY   IS LGH-KEY
000516         FILE STATUS  IS WS-LH-STATUS.
000520*
000530     SELECT PARM-FILE      ASSIGN TO HSKPARMS
000540         ORGANIZATION IS SEQUENTIAL
000780 FD  ARCHIVE-INDEX
000790     RECORDING MODE IS F.
000800 COPY CVARCIXY.
000801*
000802 FD  LEGAL-HOLD-FILE
000803     RECORDING MODE IS F.
000804 COPY CVLGHLDY.
000810*
000820 FD  PARM-FILE
000830     RECORDING MODE IS F.
001240     05  WS-ROOTS-DELETED           PIC S9(9) COMP-3 VALUE 0.
001250     05  WS-ARCIX-READ              PIC S9(9) COMP-3 VALUE 0.
001260     05  WS-ARCIX-AGED              PIC S9(9) COMP-3 VALUE 0.
001261     05  WS-ARCIX-ON-HOLD           PIC S9(9) COMP-3 VALUE 0.
001270*----------------------------------------------------------------*
001280 01  WS-PRINT-LINE                 PIC X(132).
001290 01  WS-DISPLAY-FIELDS.
001300     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001301*----------------------------------------------------------------*
001302*    LEGAL HOLDS IN FORCE                                        *
001303*----------------------------------------------------------------*
001304 COPY CSLGHLDY.
001310*----------------------------------------------------------------*
001320*    DLI / PCB CONTROL INFORMATION                               *
001330*----------------------------------------------------------------*
001950     OPEN I-O MERCH-ACCUM
001960     OPEN I-O ARCHIVE-INDEX
001970     OPEN OUTPUT KEEP-REPORT
001975     PERFORM 1700-LOAD-LEGAL-HOLDS THRU 1700-EXIT
001980*
001990     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002000     DISPLAY '*-------------------------------------*'
004010*----------------------------------------------------------------*
004020*    INDEX ROWS POINTING AT ARCHIVE GENERATIONS PAST THE         *
004030*    RETENTION WINDOW HAVE NOTHING BEHIND THEM ANY MORE - THE    *
004040*    TAPES ARE GONE. THEY ARE DELETED AND COUNTED. A ROW FOR AN  *
004041*    ACCOUNT OR CUSTOMER UNDER LEGAL HOLD IS KEPT: ITS SEGMENT   *
004042*    IMAGE IS THEN THE ONLY SURVIVING COPY OF THE AUTH.          *
004050*----------------------------------------------------------------*
004060 5000-CHECK-ARCHIVE-INDEX.
004070*----------------------------------------------------------------*
004384     COMPUTE WS-GEN-DAYNUM =
004386             WS-GW-YY * 365 + WS-GW-MM * 30 + WS-GW-DD
004390     IF WS-GEN-DAYNUM < WS-CUTOFF-DAYNUM
004391        MOVE ARCX-DETAIL-SEGMENT TO PENDING-AUTH-DETAILS
004392        MOVE ARCX-ACCT-ID        TO WS-LH-CHECK-ACCT-ID
004393        MOVE PA-CUST-ID          TO WS-LH-CHECK-CUST-ID
004394        PERFORM 1720-CHECK-LEGAL-HOLD THRU 1720-EXIT
004395        IF LEGAL-HOLD-FOUND
004396           ADD 1 TO WS-ARCIX-ON-HOLD
004397           GO TO 5100-EXIT
004398        END-IF
004400        DELETE ARCHIVE-INDEX
004410        IF WS-ARCIX-STATUS = '00'
004420           ADD 1 TO WS-ARCIX-AGED
005180            DELIMITED BY SIZE INTO WS-PRINT-LINE
005190     END-STRING
005200     WRITE KEEP-REPORT-LINE FROM WS-PRINT-LINE
005201     MOVE WS-ARCIX-ON-HOLD TO WS-CNT-DIS
005202     MOVE SPACES TO WS-PRINT-LINE
005203     STRING '  PAST RETENTION, KEPT ON LEGAL HOLD: ' WS-CNT-DIS
005204            DELIMITED BY SIZE INTO WS-PRINT-LINE
005205     END-STRING
005206     WRITE KEEP-REPORT-LINE FROM WS-PRINT-LINE
005207     IF LH-REGISTRY-UNAVAILABLE
005208        MOVE '  *** LEGLHOLD UNREADABLE - NO INDEX ROW AGED'
005209            TO WS-PRINT-LINE
005210        WRITE KEEP-REPORT-LINE FROM WS-PRINT-LINE
005211     END-IF
005212     PERFORM 8100-PRINT-HOLD-APPLIED THRU 8100-EXIT
005213         VARYING WS-LH-IDX FROM 1 BY 1
005214         UNTIL WS-LH-IDX > WS-LH-COUNT
005215            OR WS-LH-IDX > WS-LH-TABLE-MAX
005216     .
005220 8000-EXIT.
005230     EXIT.
005231*----------------------------------------------------------------*
005232 8100-PRINT-HOLD-APPLIED.
005233*----------------------------------------------------------------*
005234     IF WS-LH-HITS(WS-LH-IDX) > 0
005235        PERFORM 1730-FORMAT-HOLD-LINE THRU 1730-EXIT
005236        WRITE KEEP-REPORT-LINE FROM WS-LH-PRINT-LINE
005237     END-IF
005238     .
005239 8100-EXIT.
005240     EXIT.
005241*----------------------------------------------------------------*
005250 9000-FILE-CLOSE.
005260*----------------------------------------------------------------*
005270     CLOSE DUP-CACHE
005320     .
005330 9000-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------*
005360*    LEGAL-HOLD LOAD AND CHECK                                   *
005370*----------------------------------------------------------------*
005380 COPY CSLGHLDP.
