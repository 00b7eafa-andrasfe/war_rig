000274* 2027-04-26  JGM CHECKPOINT/RESTART (CHKP EVERY CHKPFREQ ROOTS, *
000275*                 RESTART=Y/CHKPTID= XRST) AS THE ABSORBED       *
000276*                 UPDATE JOBS CARRY                              *
000277* 2027-05-30  RKA DEBIT HOLDS RELEASED BY SETTLEMENT OR PURGE    *
000278*                 GO BACK ON THE DDABAL CHECKING BALANCE         *
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000690         ACCESS MODE  IS RANDOM
000700         RECORD KEY   IS PPB-CARD-NUM
000710         FILE STATUS  IS WS-PPBAL-STATUS.
000711*
000712     SELECT DDA-BAL        ASSIGN TO DDABAL
000713         ORGANIZATION IS INDEXED
000714         ACCESS MODE  IS RANDOM
000715         RECORD KEY   IS DDA-ACCT-ID
000716         FILE STATUS  IS WS-DDABAL-STATUS.
000720*
000730     SELECT CDC-FILE       ASSIGN TO CDCOUT
000740         ORGANIZATION IS SEQUENTIAL
001360 FD  PREPAID-BAL
001370     RECORDING MODE IS F.
001380 COPY CVPPBALY.
001381*
001382 FD  DDA-BAL
001383     RECORDING MODE IS F.
001384 COPY CVDDABLY.
001390*
001400 FD  CDC-FILE
001410     RECORDING MODE IS F.
001820     05  WS-FRHLD-STATUS            PIC X(02).
001830     05  WS-PPBAL-STATUS            PIC X(02).
001840         88  PPBAL-FOUND                    VALUE '00'.
001841     05  WS-DDABAL-STATUS           PIC X(02).
001842         88  DDABAL-FOUND                   VALUE '00'.
001850     05  WS-CDC-STATUS              PIC X(02).
001860     05  WS-RUNC-STATUS             PIC X(02).
001870     05  WS-PARM-STATUS             PIC X(02).
002480     05  WS-RPT-DETAIL-PURGED       PIC S9(9) COMP-3 VALUE 0.
002490     05  WS-RPT-HELD-FOR-FRAUD      PIC S9(9) COMP-3 VALUE 0.
002500     05  WS-RPT-PREPAID-RESTORED    PIC S9(9) COMP-3 VALUE 0.
002501     05  WS-RPT-DDA-RESTORED        PIC S9(9) COMP-3 VALUE 0.
002510     05  WS-RPT-SUMMARY-FIXED       PIC S9(9) COMP-3 VALUE 0.
002520     05  WS-RPT-XREF-MISSING        PIC S9(9) COMP-3 VALUE 0.
002530     05  WS-RPT-DB-BYTES            PIC S9(13) COMP-3 VALUE 0.
003370     OPEN I-O    ARCHIVE-INDEX
003380     OPEN OUTPUT FRAUD-HOLD-FILE
003390     OPEN I-O    PREPAID-BAL
003391     OPEN I-O    DDA-BAL
003400     OPEN OUTPUT CDC-FILE
003410     OPEN OUTPUT SWEEP-REPORT
003420*
006630        ADD 1 TO WS-RPT-MATCHED-RELEASED
006632        MOVE 'CBSETMTC' TO WS-CDC-SOURCE-NAME
006640        PERFORM 5000-JOURNAL-CDC-DELETE THRU 5000-EXIT
006641        IF PA-AUTH-TYPE-DEBIT
006642           AND PA-PROCESSING-CODE(1:2) NOT = '20'
006643           PERFORM 4100-RESTORE-DDA-BAL THRU 4100-EXIT
006644        END-IF
006650     ELSE
006660        DISPLAY 'ERROR DELETING MATCHED DETAIL: '
006670                IMS-RETURN-CODE
007480           ADD 1 TO WS-RPT-PREPAID-RESTORED
007490        END-IF
007500     END-IF
007501     IF PA-AUTH-TYPE-DEBIT
007502        AND PA-AUTH-APPROVED
007503        AND PA-PROCESSING-CODE(1:2) NOT = '20'
007504        PERFORM 4100-RESTORE-DDA-BAL THRU 4100-EXIT
007505     END-IF
007510*
007520     EXEC DLI DLET USING PCB(PAUT-PCB-NUM)
007530         SEGMENT (PAUTDTL1)
007620     END-IF
007630     .
007640 4000-EXIT.
007641     EXIT.
007642*----------------------------------------------------------------*
007643*    A DEBIT HOLD LEAVING PAUTB, SETTLED OR AGED OUT, COMES      *
007644*    OFF THE ACCOUNT'S DDABAL HOLD TOTAL AND GOES BACK ON ITS    *
007645*    AVAILABLE BALANCE IN FULL - WHATEVER SETTLED IS IN THE      *
007646*    CORE BALANCE THE NIGHTLY LOAD BRINGS IN. CBPAUP0C DOES THE  *
007647*    SAME.                                                       *
007648*----------------------------------------------------------------*
007649 4100-RESTORE-DDA-BAL.
007650*----------------------------------------------------------------*
007651     MOVE PA-ACCOUNT-ID          TO DDA-ACCT-ID
007652     READ DDA-BAL
007653     IF DDABAL-FOUND
007654        ADD      PA-APPROVED-AMT TO   DDA-AVAIL-BAL
007655        SUBTRACT PA-APPROVED-AMT FROM DDA-HOLD-AMT
007656        MOVE WS-TODAY-CCYYMMDD   TO DDA-UPDATED-DATE
007657        REWRITE DDA-BALANCE-RECORD
007658        ADD 1                    TO WS-RPT-DDA-RESTORED
007659     ELSE
007660        DISPLAY 'DDABAL ROW MISSING FOR RELEASED DB HOLD: '
007661                PA-ACCOUNT-ID
007662     END-IF
007663     .
007664 4100-EXIT.
007665     EXIT.
007666*----------------------------------------------------------------*
007670 5000-JOURNAL-CDC-DELETE.
007680*----------------------------------------------------------------*
007690     MOVE SPACES                 TO CHANGE-CAPTURE-RECORD
008980            DELIMITED BY SIZE INTO WS-PRINT-LINE
008990     END-STRING
009000     WRITE SWEEP-REPORT-LINE FROM WS-PRINT-LINE
009001*
009002     MOVE WS-RPT-DDA-RESTORED TO WS-CNT-DIS
009003     MOVE SPACES TO WS-PRINT-LINE
009004     STRING 'DEBIT HOLDS RESTORED TO DDABAL .....: ' WS-CNT-DIS
009005            DELIMITED BY SIZE INTO WS-PRINT-LINE
009006     END-STRING
009007     WRITE SWEEP-REPORT-LINE FROM WS-PRINT-LINE
009010*
009020     MOVE WS-RPT-SUMMARY-FIXED TO WS-CNT-DIS
009030     MOVE SPACES TO WS-PRINT-LINE
009310     CLOSE ARCHIVE-INDEX
009320     CLOSE FRAUD-HOLD-FILE
009330     CLOSE PREPAID-BAL
009331     CLOSE DDA-BAL
009340     CLOSE CDC-FILE
009350     IF RUN-CONTROL-AVAILABLE
009360        CLOSE RUN-CONTROL
