000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBRUNCAP.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-31.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBRUNCAP - BATCH RUN HISTORY CAPTURE                        *
000090*    PAURUNCT KEEPS ONLY EACH JOB'S LATEST RUN. THIS STEP COPIES *
000100*    EVERY COMPLETED OR FAILED PAURUNCT ROW TO THE RUNHIST       *
000110*    HISTORY (CVRUNHSY) WITH ITS ELAPSED TIME, SO CBRUNTRD CAN   *
000120*    TREND RUN TIMES. A RUN ALREADY ON RUNHIST (SAME JOB, DATE   *
000130*    AND START TIME) IS LEFT ALONE, SO THE STEP CAN BE RERUN AND *
000140*    CAN FOLLOW ANY JOB RUN OUTSIDE THE CYCLE; IT RUNS AS THE    *
000150*    LAST STEP OF THE NIGHT CYCLE. ROWS OLDER THAN RUNPARMS      *
000160*    KEEPWKS=NN WEEKS (DEFAULT 26) ARE TRIMMED ON AN APPROXIMATE *
000170*    DAY COUNT THAT ERRS ON KEEPING.                             *
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2027-10-31  ABF INITIAL VERSION                                *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-ZOS.
000260 OBJECT-COMPUTER. IBM-ZOS.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PARM-FILE      ASSIGN TO RUNPARMS
000300         ORGANIZATION IS SEQUENTIAL
000310         ACCESS MODE  IS SEQUENTIAL
000320         FILE STATUS  IS WS-PARM-STATUS.
000330*
000340     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE  IS DYNAMIC
000370         RECORD KEY   IS RUNC-JOB-NAME
000380         FILE STATUS  IS WS-RUNC-STATUS.
000390*
000400     SELECT RUN-HISTORY    ASSIGN TO RUNHIST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS DYNAMIC
000430         RECORD KEY   IS RNH-KEY
000440         FILE STATUS  IS WS-RNH-STATUS.
000450*----------------------------------------------------------------*
000460 DATA DIVISION.
000470*----------------------------------------------------------------*
000480 FILE SECTION.
000490 FD  PARM-FILE
000500     RECORDING MODE IS F.
000510 01  PARM-RECORD                 PIC X(80).
000520*
000530 FD  RUN-CONTROL
000540     RECORDING MODE IS F.
000550 COPY CVRUNCTY.
000560*
000570 FD  RUN-HISTORY
000580     RECORDING MODE IS F.
000590 COPY CVRUNHSY.
000600*----------------------------------------------------------------*
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------*
000630 01  WS-VARIABLES.
000640     05  WS-PGMNAME                 PIC X(08) VALUE 'CBRUNCAP'.
000650     05  CURRENT-DATE               PIC 9(06).
000660     05  WS-TODAY-CCYYMMDD          PIC X(08).
000670     05  WS-RUN-TIME                PIC 9(08).
000680*
000690 01  WS-FILE-STATUSES.
000700     05  WS-PARM-STATUS             PIC X(02).
000710         88  PARM-EOF                       VALUE '10'.
000720     05  WS-RUNC-STATUS             PIC X(02).
000730     05  WS-RNH-STATUS              PIC X(02).
000740         88  RNH-DUP                        VALUE '22'.
000750 01  WS-SCAN-SW                     PIC X(01).
000760     88  SCAN-DONE                          VALUE 'Y'.
000770*----------------------------------------------------------------*
000780*    RETENTION (PARM-DRIVEN)                                     *
000790*----------------------------------------------------------------*
000800 01  WS-RUN-PARMS.
000810     05  WS-KEEP-WEEKS              PIC 9(02) VALUE 26.
000820*----------------------------------------------------------------*
000830*    ELAPSED TIME: HHMMSSCC STAMPS TAKEN TO SECONDS OF THE DAY   *
000840*----------------------------------------------------------------*
000850 01  WS-TIME-WORK.
000860     05  WS-TW-STAMP                PIC 9(08).
000870     05  WS-TW-STAMP-R REDEFINES WS-TW-STAMP.
000880         10  WS-TW-HH               PIC 9(02).
000890         10  WS-TW-MI               PIC 9(02).
000900         10  WS-TW-SS               PIC 9(02).
000910         10  WS-TW-CC               PIC 9(02).
000920     05  WS-TW-SECS                 PIC S9(7) COMP-3.
000930     05  WS-START-SECS              PIC S9(7) COMP-3.
000940     05  WS-ELAPSED-SECS            PIC S9(7) COMP-3.
000950*----------------------------------------------------------------*
000960*    APPROXIMATE DAY COUNT (YY*365 + MM*30 + DD) FOR THE TRIM    *
000970*----------------------------------------------------------------*
000980 01  WS-DAY-WORK.
000990     05  WS-DW-DATE                 PIC 9(08).
001000     05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
001010         10  WS-DW-CC               PIC 9(02).
001020         10  WS-DW-YY               PIC 9(02).
001030         10  WS-DW-MM               PIC 9(02).
001040         10  WS-DW-DD               PIC 9(02).
001050     05  WS-DW-DAYNUM               PIC S9(7) COMP-3.
001060     05  WS-CUTOFF-DAYNUM           PIC S9(7) COMP-3.
001070*
001080 01  WS-COUNTERS.
001090     05  WS-RUNC-READ               PIC S9(7) COMP-3 VALUE 0.
001100     05  WS-RUNS-CAPTURED           PIC S9(7) COMP-3 VALUE 0.
001110     05  WS-RUNS-ALREADY-HELD       PIC S9(7) COMP-3 VALUE 0.
001120     05  WS-RUNS-NOT-FINISHED       PIC S9(7) COMP-3 VALUE 0.
001130     05  WS-RUNS-BAD-STAMP          PIC S9(7) COMP-3 VALUE 0.
001140     05  WS-HIST-TRIMMED            PIC S9(7) COMP-3 VALUE 0.
001150 01  WS-CNT-DIS                     PIC ZZZ,ZZZ,ZZ9.
001160*----------------------------------------------------------------*
001170 PROCEDURE DIVISION.
001180*----------------------------------------------------------------*
001190 MAIN-PARA.
001200*
001210     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001220*
001230     MOVE 'N'                        TO WS-SCAN-SW
001240     MOVE LOW-VALUES                 TO RUNC-JOB-NAME
001250     START RUN-CONTROL KEY >= RUNC-JOB-NAME
001260     IF WS-RUNC-STATUS NOT = '00'
001270        SET SCAN-DONE                TO TRUE
001280     END-IF
001290     PERFORM 2000-CAPTURE-NEXT-RUN   THRU 2000-EXIT
001300         UNTIL SCAN-DONE
001310*
001320     PERFORM 3000-TRIM-HISTORY       THRU 3000-EXIT
001330     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001340*
001350     PERFORM 8000-DISPLAY-TOTALS     THRU 8000-EXIT
001360     CLOSE RUN-CONTROL
001370     CLOSE RUN-HISTORY
001380*
001390     GOBACK.
001400*----------------------------------------------------------------*
001410 1000-INITIALIZE.
001420*----------------------------------------------------------------*
001430     ACCEPT CURRENT-DATE     FROM DATE
001440     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001450     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001460*
001470     OPEN INPUT  PARM-FILE
001480     IF WS-PARM-STATUS = '00'
001490        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
001500            UNTIL PARM-EOF
001510        CLOSE PARM-FILE
001520     ELSE
001530        DISPLAY 'RUNPARMS NOT AVAILABLE - DEFAULT RETENTION USED'
001540     END-IF
001550*
001560     OPEN I-O RUN-HISTORY
001570     IF WS-RNH-STATUS NOT = SPACES AND '00' AND '05'
001580        DISPLAY 'ERROR OPENING RUNHIST:' WS-RNH-STATUS
001590        PERFORM 9999-ABEND
001600     END-IF
001610     OPEN I-O RUN-CONTROL
001620     IF WS-RUNC-STATUS NOT = SPACES AND '00'
001630        DISPLAY 'ERROR OPENING PAURUNCT:' WS-RUNC-STATUS
001640        PERFORM 9999-ABEND
001650     END-IF
001660     PERFORM 1300-MARK-RUN-START     THRU 1300-EXIT
001670*
001680     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001690     DISPLAY '*-------------------------------------*'
001700     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001710     DISPLAY 'HISTORY KEPT (WEEKS)   :' WS-KEEP-WEEKS
001720     .
001730 1000-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------*
001760 1100-READ-NEXT-PARM.
001770*----------------------------------------------------------------*
001780     READ PARM-FILE
001790         AT END GO TO 1100-EXIT
001800     END-READ
001810     IF PARM-RECORD(1:8) = 'KEEPWKS='
001820        AND PARM-RECORD(9:2) IS NUMERIC
001830        AND PARM-RECORD(9:2) > '00'
001840        MOVE PARM-RECORD(9:2)       TO WS-KEEP-WEEKS
001850     END-IF
001860     .
001870 1100-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------*
001900 1300-MARK-RUN-START.
001910*----------------------------------------------------------------*
001920     ACCEPT WS-RUN-TIME      FROM TIME
001930     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
001940     READ RUN-CONTROL
001950     IF WS-RUNC-STATUS NOT = '00'
001960        MOVE SPACES          TO RUN-CONTROL-RECORD
001970        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001980     END-IF
001990     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002000     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002010     MOVE SPACES             TO RUNC-END-TIME
002020     SET  RUNC-RUNNING       TO TRUE
002030     MOVE ZEROES             TO RUNC-RECORD-COUNT
002040     IF WS-RUNC-STATUS = '00'
002050        REWRITE RUN-CONTROL-RECORD
002060     ELSE
002070        WRITE RUN-CONTROL-RECORD
002080     END-IF
002090     .
002100 1300-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------*
002130 1400-MARK-RUN-END.
002140*----------------------------------------------------------------*
002150     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002160     READ RUN-CONTROL
002170     ACCEPT WS-RUN-TIME      FROM TIME
002180     MOVE WS-RUN-TIME        TO RUNC-END-TIME
002190     SET  RUNC-COMPLETE      TO TRUE
002200     MOVE WS-RUNS-CAPTURED   TO RUNC-RECORD-COUNT
002210     REWRITE RUN-CONTROL-RECORD
002220     IF WS-RUNC-STATUS NOT = '00'
002230        DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002240     END-IF
002250     .
002260 1400-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------*
002290*    A FINISHED RUN (COMPLETE OR FAILED, WITH BOTH TIME STAMPS)  *
002300*    IS WRITTEN TO RUNHIST; ONE ALREADY THERE IS COUNTED ONLY.   *
002310*----------------------------------------------------------------*
002320 2000-CAPTURE-NEXT-RUN.
002330*----------------------------------------------------------------*
002340     READ RUN-CONTROL NEXT
002350         AT END
002360             SET SCAN-DONE TO TRUE
002370             GO TO 2000-EXIT
002380     END-READ
002390     IF WS-RUNC-STATUS NOT = '00'
002400        SET SCAN-DONE TO TRUE
002410        GO TO 2000-EXIT
002420     END-IF
002430     ADD 1 TO WS-RUNC-READ
002440     IF NOT RUNC-COMPLETE AND NOT RUNC-FAILED
002450        ADD 1 TO WS-RUNS-NOT-FINISHED
002460        GO TO 2000-EXIT
002470     END-IF
002480     IF RUNC-START-TIME IS NOT NUMERIC
002490        OR RUNC-END-TIME IS NOT NUMERIC
002500        OR RUNC-RUN-DATE IS NOT NUMERIC
002510        ADD 1 TO WS-RUNS-BAD-STAMP
002520        GO TO 2000-EXIT
002530     END-IF
002540*
002550     MOVE RUNC-START-TIME        TO WS-TW-STAMP
002560     PERFORM 2100-STAMP-TO-SECS  THRU 2100-EXIT
002570     MOVE WS-TW-SECS             TO WS-START-SECS
002580     MOVE RUNC-END-TIME          TO WS-TW-STAMP
002590     PERFORM 2100-STAMP-TO-SECS  THRU 2100-EXIT
002600     COMPUTE WS-ELAPSED-SECS = WS-TW-SECS - WS-START-SECS
002610     IF WS-ELAPSED-SECS < 0
002620        ADD 86400                TO WS-ELAPSED-SECS
002630     END-IF
002640*
002650     MOVE SPACES                 TO RUN-HISTORY-RECORD
002660     MOVE RUNC-JOB-NAME          TO RNH-JOB-NAME
002670     MOVE '20'                   TO RNH-RUN-DATE(1:2)
002680     MOVE RUNC-RUN-DATE          TO RNH-RUN-DATE(3:6)
002690     MOVE RUNC-START-TIME        TO RNH-START-TIME
002700     MOVE RUNC-END-TIME          TO RNH-END-TIME
002710     MOVE RUNC-STATUS            TO RNH-STATUS
002720     MOVE WS-ELAPSED-SECS        TO RNH-ELAPSED-SECS
002730     MOVE RUNC-RECORD-COUNT      TO RNH-RECORD-COUNT
002740     MOVE RUNC-PREREQ-JOB        TO RNH-PREREQ-JOB
002750     MOVE WS-TODAY-CCYYMMDD      TO RNH-CAPTURED-DATE
002760     WRITE RUN-HISTORY-RECORD
002770     EVALUATE TRUE
002780         WHEN WS-RNH-STATUS = '00'
002790             ADD 1 TO WS-RUNS-CAPTURED
002800         WHEN RNH-DUP
002810             ADD 1 TO WS-RUNS-ALREADY-HELD
002820         WHEN OTHER
002830             DISPLAY 'ERROR WRITING RUNHIST ' RNH-JOB-NAME ':'
002840                     WS-RNH-STATUS
002850             PERFORM 9999-ABEND
002860     END-EVALUATE
002870     .
002880 2000-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------*
002910 2100-STAMP-TO-SECS.
002920*----------------------------------------------------------------*
002930     COMPUTE WS-TW-SECS = WS-TW-HH * 3600
002940                        + WS-TW-MI * 60
002950                        + WS-TW-SS
002960     .
002970 2100-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000*    RUNHIST IS KEYED BY JOB, SO THE WHOLE FILE IS BROWSED AND   *
003010*    EACH ROW DATED BEFORE THE CUTOFF DELETED.                   *
003020*----------------------------------------------------------------*
003030 3000-TRIM-HISTORY.
003040*----------------------------------------------------------------*
003050     MOVE WS-TODAY-CCYYMMDD      TO WS-DW-DATE
003060     COMPUTE WS-CUTOFF-DAYNUM =
003070             WS-DW-YY * 365 + WS-DW-MM * 30 + WS-DW-DD
003080           - WS-KEEP-WEEKS * 7 - 5
003090     MOVE 'N'                    TO WS-SCAN-SW
003100     MOVE LOW-VALUES             TO RNH-KEY
003110     START RUN-HISTORY KEY >= RNH-KEY
003120     IF WS-RNH-STATUS NOT = '00'
003130        GO TO 3000-EXIT
003140     END-IF
003150     PERFORM 3100-TRIM-NEXT-ROW  THRU 3100-EXIT
003160         UNTIL SCAN-DONE
003170     .
003180 3000-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------*
003210 3100-TRIM-NEXT-ROW.
003220*----------------------------------------------------------------*
003230     READ RUN-HISTORY NEXT
003240         AT END
003250             SET SCAN-DONE TO TRUE
003260             GO TO 3100-EXIT
003270     END-READ
003280     IF WS-RNH-STATUS NOT = '00'
003290        SET SCAN-DONE TO TRUE
003300        GO TO 3100-EXIT
003310     END-IF
003320     IF RNH-RUN-DATE IS NOT NUMERIC
003330        GO TO 3100-EXIT
003340     END-IF
003350     MOVE RNH-RUN-DATE           TO WS-DW-DATE
003360     COMPUTE WS-DW-DAYNUM =
003370             WS-DW-YY * 365 + WS-DW-MM * 30 + WS-DW-DD
003380     IF WS-DW-DAYNUM < WS-CUTOFF-DAYNUM
003390        DELETE RUN-HISTORY
003400        IF WS-RNH-STATUS = '00'
003410           ADD 1 TO WS-HIST-TRIMMED
003420        END-IF
003430     END-IF
003440     .
003450 3100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480 8000-DISPLAY-TOTALS.
003490*----------------------------------------------------------------*
003500     MOVE WS-RUNC-READ           TO WS-CNT-DIS
003510     DISPLAY 'PAURUNCT ROWS READ     :' WS-CNT-DIS
003520     MOVE WS-RUNS-CAPTURED       TO WS-CNT-DIS
003530     DISPLAY 'RUNS CAPTURED          :' WS-CNT-DIS
003540     MOVE WS-RUNS-ALREADY-HELD   TO WS-CNT-DIS
003550     DISPLAY 'RUNS ALREADY HELD      :' WS-CNT-DIS
003560     MOVE WS-RUNS-NOT-FINISHED   TO WS-CNT-DIS
003570     DISPLAY 'RUNS NOT FINISHED      :' WS-CNT-DIS
003580     MOVE WS-RUNS-BAD-STAMP      TO WS-CNT-DIS
003590     DISPLAY 'RUNS WITHOUT TIME STAMP:' WS-CNT-DIS
003600     MOVE WS-HIST-TRIMMED        TO WS-CNT-DIS
003610     DISPLAY 'HISTORY ROWS TRIMMED   :' WS-CNT-DIS
003620     .
003630 8000-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------*
003660 9999-ABEND.
003670*----------------------------------------------------------------*
003680     DISPLAY 'CBRUNCAP ABENDING'
003690     MOVE 16 TO RETURN-CODE
003700     GOBACK
003710     .
003720 9999-EXIT.
003730     EXIT.
