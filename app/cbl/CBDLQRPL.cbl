000170*                THE PURGE REASON.                               *
000180*    UNSELECTED MESSAGES ARE PRESERVED BACK ONTO THE DLQ, AND    *
000190*    EVERY DECISION IS WRITTEN TO THE DLQAUDIT TRAIL.            *
000191*    THE DAY'S DISPOSITIONS ARE ADDED TO A STATHIST ROW FOR THE  *
000192*    MONTHLY KPI PACK (CBKPIPCK).                                *
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2024-12-08  ABF INITIAL VERSION                                *
000231* 2027-10-24  RKA DAY'S READ/REQUEUED/PURGED COUNTS ADDED TO THE *
000232*                 STATHIST ROW FOR THE MONTHLY KPI PACK          *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE  IS SEQUENTIAL
000440         FILE STATUS  IS WS-RPT-STATUS.
000441*
000442     SELECT STAT-HISTORY   ASSIGN TO STATHIST
000443         ORGANIZATION IS INDEXED
000444         ACCESS MODE  IS RANDOM
000445         RECORD KEY   IS STH-KEY
000446         FILE STATUS  IS WS-STH-STATUS.
000450*----------------------------------------------------------------*
000460 DATA DIVISION.
000470*----------------------------------------------------------------*
000610 FD  AUDIT-REPORT
000620     RECORDING MODE IS F.
000630 01  AUDIT-REPORT-LINE           PIC X(132).
000631*
000632 FD  STAT-HISTORY
000633     RECORDING MODE IS F.
000634 COPY CVSTHSTY.
000640*----------------------------------------------------------------*
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------*
000680     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDLQRPL'.
000690     05  CURRENT-DATE               PIC 9(06).
000700     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
000701     05  WS-TODAY-CCYYMMDD          PIC X(08).
000710*
000720 01  WS-FILE-STATUSES.
000730     05  WS-PARM-STATUS             PIC X(02).
000740     05  WS-SEL-STATUS              PIC X(02).
000750         88  SEL-EOF                        VALUE '10'.
000760     05  WS-RPT-STATUS              PIC X(02).
000761     05  WS-STH-STATUS              PIC X(02).
000762         88  STH-ROW-FOUND                  VALUE '00'.
000770*----------------------------------------------------------------*
000780*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)           *
000790*----------------------------------------------------------------*
001680     PERFORM 6000-RESTORE-KEPT-MESSAGES THRU 6000-EXIT
001690*
001700     PERFORM 8000-PRINT-REPLAY-SUMMARY THRU 8000-EXIT
001701     PERFORM 7800-RECORD-DAY-COUNTS  THRU 7800-EXIT
001710*
001720     PERFORM 9000-TERMINATE          THRU 9000-EXIT
001730*
004750     END-STRING
004760     WRITE AUDIT-REPORT-LINE FROM WS-PRINT-LINE
004770     .
004771 8000-EXIT.
004772     EXIT.
004773*----------------------------------------------------------------*
004774*    THE DAY'S ROW ACCUMULATES OVER EVERY RUN THAT DAY. A PARKED *
004775*    MESSAGE IS REQUEUED OR PURGED EXACTLY ONCE, SO THE MONTH'S  *
004776*    REQUEUED + PURGED IS THE DLQ VOLUME THE KPI PACK REPORTS;   *
004777*    VALUE-4 IS THE BACKLOG LEFT BY THE LATEST RUN.              *
004778*----------------------------------------------------------------*
004779 7800-RECORD-DAY-COUNTS.
004780*----------------------------------------------------------------*
004781     OPEN I-O STAT-HISTORY
004782     IF WS-STH-STATUS = SPACES OR '00' OR '05'
004783        CONTINUE
004784     ELSE
004785        DISPLAY 'STATHIST NOT AVAILABLE - DAY COUNTS NOT KEPT'
004786        GO TO 7800-EXIT
004787     END-IF
004788     MOVE '20'                   TO WS-TODAY-CCYYMMDD(1:2)
004789     MOVE CURRENT-DATE           TO WS-TODAY-CCYYMMDD(3:6)
004790     MOVE WS-PGMNAME             TO STH-JOB-NAME
004791     MOVE WS-TODAY-CCYYMMDD      TO STH-RUN-DATE
004792     READ STAT-HISTORY
004793     IF NOT STH-ROW-FOUND
004794        MOVE SPACES              TO STAT-HISTORY-RECORD
004795        MOVE WS-PGMNAME          TO STH-JOB-NAME
004796        MOVE WS-TODAY-CCYYMMDD   TO STH-RUN-DATE
004797        MOVE 0                   TO STH-VALUE-1
004798                                    STH-VALUE-2
004799                                    STH-VALUE-3
004800     END-IF
004801     ADD WS-RPT-MSGS-READ        TO STH-VALUE-1
004802     ADD WS-RPT-REQUEUED         TO STH-VALUE-2
004803     ADD WS-RPT-PURGED           TO STH-VALUE-3
004804     MOVE WS-RPT-KEPT            TO STH-VALUE-4
004805     IF STH-ROW-FOUND
004806        REWRITE STAT-HISTORY-RECORD
004807     ELSE
004808        WRITE STAT-HISTORY-RECORD
004809     END-IF
004810     IF WS-STH-STATUS NOT = '00'
004811        DISPLAY 'ERROR WRITING STATHIST:' WS-STH-STATUS
004812     END-IF
004813     CLOSE STAT-HISTORY
004814     .
004815 7800-EXIT.
004816     EXIT.
004817*----------------------------------------------------------------*
004818 9000-TERMINATE.
004820*----------------------------------------------------------------*
004830     CALL 'MQCLOSE' USING W02-HCONN
004840                          W02-HOBJ-DLQ
