000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000190* 2026-02-08  JGM INITIAL VERSION                                *
000191* 2027-09-19  ABF AUTHFRDS ROWS UNDER LEGAL HOLD (LEGLHOLD) ARE  *
000192*                 NOT ARCHIVED OR DELETED; REPORTED BY MATTER    *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE  IS SEQUENTIAL
000400         FILE STATUS  IS WS-RPT-STATUS.
000401*
000402     SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
000403         ORGANIZATION IS INDEXED
000404         ACCESS MODE  IS SEQUENTIAL
000405         RECORD KEY   IS LGH-KEY
000406         FILE STATUS  IS WS-LH-STATUS.
000410*----------------------------------------------------------------*
000420 DATA DIVISION.
000430*----------------------------------------------------------------*
000550 FD  ROLLUP-REPORT
000560     RECORDING MODE IS F.
000570 01  ROLLUP-REPORT-LINE          PIC X(132).
000571*
000572 FD  LEGAL-HOLD-FILE
000573     RECORDING MODE IS F.
000574 COPY CVLGHLDY.
000580*----------------------------------------------------------------*
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------*
000880     05  WS-RPT-ROLLED-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
000890     05  WS-RPT-ARCHIVED            PIC S9(9) COMP-3 VALUE 0.
000900     05  WS-RPT-DELETE-ERRORS       PIC S9(9) COMP-3 VALUE 0.
000901     05  WS-RPT-ON-HOLD             PIC S9(9) COMP-3 VALUE 0.
000910*----------------------------------------------------------------*
000920 01  WS-PRINT-LINE                 PIC X(132).
000930 01  WS-DISPLAY-FIELDS.
000940     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
000950     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
000960     05  WS-SQLCODE                 PIC -9(8).
000961*----------------------------------------------------------------*
000962*    LEGAL HOLDS IN FORCE                                        *
000963*----------------------------------------------------------------*
000964 COPY CSLGHLDY.
000970*----------------------------------------------------------------*
000980*    ROLLUP HOST VARIABLES                                       *
000990*----------------------------------------------------------------*
001570*
001580     OPEN OUTPUT ARCHIVE-FILE
001590     OPEN OUTPUT ROLLUP-REPORT
001595     PERFORM 1700-LOAD-LEGAL-HOLDS THRU 1700-EXIT
001600*
001610*    RETENTION CUTOFF AS A YEAR*12+MONTH INDEX.
001620     MOVE CURRENT-DATE(1:2)  TO WS-RUN-YY
002980*----------------------------------------------------------------*
002990 4100-ARCHIVE-ONE-ROW.
003000*----------------------------------------------------------------*
003001*    A ROW FOR AN ACCOUNT OR CUSTOMER UNDER LEGAL HOLD STAYS ON
003002*    AUTHFRDS, UNARCHIVED, UNTIL THE HOLD IS RELEASED - THE
003003*    FIRST RUN AFTER THAT AGES IT OUT AS USUAL.
003004     MOVE ACCT-ID                TO WS-LH-CHECK-ACCT-ID
003005     MOVE CUST-ID                TO WS-LH-CHECK-CUST-ID
003006     PERFORM 1720-CHECK-LEGAL-HOLD THRU 1720-EXIT
003007     IF LEGAL-HOLD-FOUND
003008        ADD 1 TO WS-RPT-ON-HOLD
003009        GO TO 4100-EXIT
003010     END-IF
003011     MOVE SPACES                 TO FRAUD-ARCHIVE-RECORD
003020     MOVE WS-FETCHED-AUTH-TS     TO FAR-AUTH-TS
003030     MOVE AUTHFRDS-HOST-VARS     TO FAR-ROW-IMAGE
003040     WRITE FRAUD-ARCHIVE-RECORD
003620            DELIMITED BY SIZE INTO WS-PRINT-LINE
003630     END-STRING
003640     WRITE ROLLUP-REPORT-LINE FROM WS-PRINT-LINE
003641*
003642     MOVE WS-RPT-ON-HOLD TO WS-CNT-DIS
003643     MOVE SPACES TO WS-PRINT-LINE
003644     STRING 'ROWS KEPT UNDER LEGAL HOLD .........: ' WS-CNT-DIS
003645            DELIMITED BY SIZE INTO WS-PRINT-LINE
003646     END-STRING
003647     WRITE ROLLUP-REPORT-LINE FROM WS-PRINT-LINE
003648     IF LH-REGISTRY-UNAVAILABLE
003649        MOVE '  *** LEGLHOLD UNREADABLE - NOTHING ARCHIVED'
003650            TO WS-PRINT-LINE
003651        WRITE ROLLUP-REPORT-LINE FROM WS-PRINT-LINE
003652     END-IF
003653     PERFORM 8100-PRINT-HOLD-APPLIED THRU 8100-EXIT
003654         VARYING WS-LH-IDX FROM 1 BY 1
003655         UNTIL WS-LH-IDX > WS-LH-COUNT
003656            OR WS-LH-IDX > WS-LH-TABLE-MAX
003657     .
003660 8000-EXIT.
003670     EXIT.
003671*----------------------------------------------------------------*
003672 8100-PRINT-HOLD-APPLIED.
003673*----------------------------------------------------------------*
003674     IF WS-LH-HITS(WS-LH-IDX) > 0
003675        PERFORM 1730-FORMAT-HOLD-LINE THRU 1730-EXIT
003676        WRITE ROLLUP-REPORT-LINE FROM WS-LH-PRINT-LINE
003677     END-IF
003678     .
003679 8100-EXIT.
003680     EXIT.
003681*----------------------------------------------------------------*
003690 9000-FILE-CLOSE.
003700*----------------------------------------------------------------*
003710     CLOSE ARCHIVE-FILE
003730     .
003740 9000-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------*
003770*    LEGAL-HOLD LOAD AND CHECK                                   *
003780*----------------------------------------------------------------*
003790 COPY CSLGHLDP.
