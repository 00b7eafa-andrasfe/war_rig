000201* 2026-12-06  JGM INITIAL VERSION                                *
000202* 2027-04-12  RKA PREPAID RESTORE CREDITS ONLY THE UNSETTLED   *
000203*                 PORTION OF A PARTIALLY SETTLED HOLD          *
000204* 2027-05-30  RKA RELEASED DEBIT HOLDS GO BACK ON THE DDABAL   *
000205*                 CHECKING BALANCE                             *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000360         ACCESS MODE  IS RANDOM
000370         RECORD KEY   IS PPB-CARD-NUM
000380         FILE STATUS  IS WS-PPBAL-STATUS.
000381*
000382     SELECT DDA-BAL        ASSIGN TO DDABAL
000383         ORGANIZATION IS INDEXED
000384         ACCESS MODE  IS RANDOM
000385         RECORD KEY   IS DDA-ACCT-ID
000386         FILE STATUS  IS WS-DDABAL-STATUS.
000390*
000400     SELECT CDC-FILE       ASSIGN TO CDCOUT
000410         ORGANIZATION IS SEQUENTIAL
000630 FD  PREPAID-BAL
000640     RECORDING MODE IS F.
000650 COPY CVPPBALY.
000651*
000652 FD  DDA-BAL
000653     RECORDING MODE IS F.
000654 COPY CVDDABLY.
000660*
000670 FD  CDC-FILE
000680     RECORDING MODE IS F.
000840         88  CHG-EOF                        VALUE '10'.
000850     05  WS-PPBAL-STATUS            PIC X(02).
000860         88  PPBAL-FOUND                    VALUE '00'.
000861     05  WS-DDABAL-STATUS           PIC X(02).
000862         88  DDABAL-FOUND                   VALUE '00'.
000870     05  WS-CDC-STATUS              PIC X(02).
000880     05  WS-RPT-STATUS              PIC X(02).
000890*----------------------------------------------------------------*
000910     05  WS-RPT-CHANGES-READ        PIC S9(9) COMP-3 VALUE 0.
000920     05  WS-RPT-HOLDS-RELEASED      PIC S9(9) COMP-3 VALUE 0.
000930     05  WS-RPT-PREPAID-RESTORED    PIC S9(9) COMP-3 VALUE 0.
000931     05  WS-RPT-DDA-RESTORED        PIC S9(9) COMP-3 VALUE 0.
000940     05  WS-RPT-NO-ROOT             PIC S9(9) COMP-3 VALUE 0.
000950     05  WS-RPT-IMS-ERRORS          PIC S9(9) COMP-3 VALUE 0.
000960*----------------------------------------------------------------*
001550        PERFORM 9999-ABEND THRU 9999-EXIT
001560     END-IF
001570     OPEN I-O    PREPAID-BAL
001571     OPEN I-O    DDA-BAL
001580     OPEN OUTPUT CDC-FILE
001590     OPEN OUTPUT SWEEP-REPORT
001600*
002350        AND PA-AUTH-APPROVED
002360        PERFORM 4000-RESTORE-PREPAID THRU 4000-EXIT
002370     END-IF
002371*    A RELEASED DEBIT HOLD GOES BACK ON THE CHECKING BALANCE.
002372     IF PA-AUTH-TYPE-DEBIT
002373        AND PA-AUTH-APPROVED
002374        AND PA-PROCESSING-CODE(1:2) NOT = '20'
002375        PERFORM 4100-RESTORE-DDA-BAL THRU 4100-EXIT
002376     END-IF
002380*    CHANGE-CAPTURE 'DELETE' FOR THE WAREHOUSE FEED.
002390     MOVE SPACES                 TO CHANGE-CAPTURE-RECORD
002400     SET  CDC-IS-DELETE          TO TRUE
002830     END-IF
002840     .
002850 4000-EXIT.
002851     EXIT.
002852*----------------------------------------------------------------*
002853*    THE WHOLE APPROVED AMOUNT COMES OFF THE DDABAL HOLD TOTAL - *
002854*    ANY PART THAT SETTLED IS IN THE CORE BALANCE THE NIGHTLY    *
002855*    LOAD BRINGS IN, NOT IN THE HOLD.                            *
002856*----------------------------------------------------------------*
002857 4100-RESTORE-DDA-BAL.
002858*----------------------------------------------------------------*
002859     MOVE CHG-ACCT-ID            TO DDA-ACCT-ID
002860     READ DDA-BAL
002861     IF DDABAL-FOUND
002862        ADD      PA-APPROVED-AMT TO   DDA-AVAIL-BAL
002863        SUBTRACT PA-APPROVED-AMT FROM DDA-HOLD-AMT
002864        MOVE WS-TODAY-CCYYMMDD   TO DDA-UPDATED-DATE
002865        REWRITE DDA-BALANCE-RECORD
002866        ADD 1 TO WS-RPT-DDA-RESTORED
002867     ELSE
002868        DISPLAY 'DDABAL ROW MISSING FOR RELEASED DB HOLD: '
002869                CHG-ACCT-ID
002870     END-IF
002871     .
002872 4100-EXIT.
002873     EXIT.
002874*----------------------------------------------------------------*
002880 8000-PRINT-RUN-SUMMARY.
002890*----------------------------------------------------------------*
002900     MOVE SPACES TO WS-PRINT-LINE
003130            DELIMITED BY SIZE INTO WS-PRINT-LINE
003140     END-STRING
003150     WRITE SWEEP-REPORT-LINE FROM WS-PRINT-LINE
003151*
003152     MOVE WS-RPT-DDA-RESTORED TO WS-CNT-DIS
003153     MOVE SPACES TO WS-PRINT-LINE
003154     STRING '  DEBIT HOLDS RESTORED TO DDABAL ...: ' WS-CNT-DIS
003155            DELIMITED BY SIZE INTO WS-PRINT-LINE
003156     END-STRING
003157     WRITE SWEEP-REPORT-LINE FROM WS-PRINT-LINE
003160*
003170     MOVE WS-RPT-NO-ROOT TO WS-CNT-DIS
003180     MOVE SPACES TO WS-PRINT-LINE
003350*----------------------------------------------------------------*
003360     CLOSE CHANGE-FILE
003370     CLOSE PREPAID-BAL
003371     CLOSE DDA-BAL
003380     CLOSE CDC-FILE
003390     CLOSE SWEEP-REPORT
003400     .
