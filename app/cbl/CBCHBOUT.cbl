000140*    AND TRACKS EACH SUBMISSION SO A RERUN NEVER FILES A CASE    *
000150*    TWICE. CBCHBIN APPLIES THE NETWORK'S RESPONSES. AN          *
000160*    EXCHANGE CONTROL REPORT CLOSES THE LOOP.                    *
000161*    CBEVDPCK RUNS FIRST; A CASE WITH AN EVIDENCE PACK ON        *
000162*    EVIDPACK GOES OUT FLAGGED WITH THE PACK'S BUILD DATE.       *
000170*----------------------------------------------------------------*
000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2026-11-22  RKA INITIAL VERSION                                *
000201* 2028-02-13  RKA SUBMISSION FLAGS A CASE WHOSE EVIDENCE PACK IS *
000202*                 ON EVIDPACK                                    *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000360         ACCESS MODE  IS SEQUENTIAL
000370         FILE STATUS  IS WS-SUB-STATUS.
000380*
000381     SELECT EVID-FILE      ASSIGN TO EVIDPACK
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE  IS RANDOM
000384         RECORD KEY   IS EVD-KEY
000385         FILE STATUS  IS WS-EVD-STATUS.
000386*
000390     SELECT CONTROL-REPORT ASSIGN TO CHBOUTRP
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE  IS SEQUENTIAL
000520     RECORDING MODE IS F.
000530 01  SUBMIT-RECORD               PIC X(130).
000540*
000541 FD  EVID-FILE
000542     RECORDING MODE IS F.
000543 COPY CVEVDPKY.
000544*
000550 FD  CONTROL-REPORT
000560     RECORDING MODE IS F.
000570 01  CONTROL-REPORT-LINE         PIC X(132).
000680         88  TRK-FOUND                      VALUE '00'.
000690     05  WS-SUB-STATUS              PIC X(02).
000700     05  WS-RPT-STATUS              PIC X(02).
000701     05  WS-EVD-STATUS              PIC X(02).
000702         88  EVD-FOUND                      VALUE '00'.
000703 01  WS-EVD-AVAIL-SW                PIC X(01) VALUE 'N'.
000704     88  EVID-FILE-AVAILABLE                VALUE 'Y'.
000710 01  WS-CURSOR-EOF-SW               PIC X(01) VALUE 'N'.
000720     88  CASE-CURSOR-EOF                    VALUE 'Y'.
000730*----------------------------------------------------------------*
000890     05  WS-RPT-CASES-SEEN          PIC S9(9) COMP-3 VALUE 0.
000900     05  WS-RPT-SUBMITTED           PIC S9(9) COMP-3 VALUE 0.
000910     05  WS-RPT-ALREADY-SENT        PIC S9(9) COMP-3 VALUE 0.
000911     05  WS-RPT-WITH-EVIDENCE       PIC S9(9) COMP-3 VALUE 0.
000920*----------------------------------------------------------------*
000930 01  WS-PRINT-LINE                 PIC X(132).
000940 01  WS-DISPLAY-FIELDS.
001290     END-IF
001300     OPEN OUTPUT SUBMIT-FILE
001310     OPEN OUTPUT CONTROL-REPORT
001311     OPEN INPUT  EVID-FILE
001312     IF WS-EVD-STATUS = SPACES OR '00'
001313        SET EVID-FILE-AVAILABLE TO TRUE
001314     ELSE
001315        DISPLAY 'EVIDPACK NOT AVAILABLE - NO EVIDENCE FLAGGED'
001316     END-IF
001320*
001330     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001340     DISPLAY '*-------------------------------------*'
001900     MOVE DSP-CASE-REASON        TO CBS-REASON
001910     MOVE DSP-OPENED-DATE        TO CBS-OPENED-DATE
001920     MOVE DSP-DEADLINE-DATE      TO CBS-DEADLINE-DATE
001921     MOVE 'N'                    TO CBS-EVIDENCE-FLAG
001922     IF EVID-FILE-AVAILABLE
001923        MOVE DSP-CASE-ID         TO EVD-CASE-ID
001924        MOVE ZERO                TO EVD-LINE-NO
001925        READ EVID-FILE
001926        IF EVD-FOUND
001927           SET CBS-EVIDENCE-ATTACHED TO TRUE
001928           MOVE EVD-GEN-DATE     TO CBS-EVIDENCE-DATE
001929           ADD 1 TO WS-RPT-WITH-EVIDENCE
001930        END-IF
001931     END-IF
001932     WRITE SUBMIT-RECORD FROM CHARGEBACK-SUBMIT-RECORD
001940*
001950     MOVE SPACES                 TO CHARGEBACK-TRACK-RECORD
001960     MOVE DSP-CASE-ID            TO CBT-CASE-ID
002320            DELIMITED BY SIZE INTO WS-PRINT-LINE
002330     END-STRING
002340     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002341*
002342     MOVE WS-RPT-WITH-EVIDENCE TO WS-CNT-DIS
002343     MOVE SPACES TO WS-PRINT-LINE
002344     STRING '  SUBMITTED WITH EVIDENCE PACK .....: ' WS-CNT-DIS
002345            DELIMITED BY SIZE INTO WS-PRINT-LINE
002346     END-STRING
002347     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002350     .
002360 8000-EXIT.
002370     EXIT.
002410     CLOSE TRACK-FILE
002420     CLOSE SUBMIT-FILE
002430     CLOSE CONTROL-REPORT
002431     IF EVID-FILE-AVAILABLE
002432        CLOSE EVID-FILE
002433     END-IF
002440     .
002450 9000-EXIT.
002460     EXIT.
