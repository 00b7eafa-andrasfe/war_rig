000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBSHDRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-02-06.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBSHDRPT - NIGHTLY CHALLENGER RULE SET SHADOW REPORT        *
000090*    READS THE SHADOWDF FILE (THE HARDENED CSHD TD QUEUE OF      *
000100*    CVSHDDFY RECORDS COPAUA0C WRITES WHENEVER THE CHALLENGER    *
000110*    RULE SET ON PAURULEC WOULD HAVE ANSWERED A CREDIT REQUEST   *
000120*    DIFFERENTLY FROM THE LIVE SET ON PAURULES) AND SHOWS HOW    *
000130*    APPROVALS, PARTIAL APPROVALS AND DECLINES WOULD SHIFT IF    *
000140*    THE CHALLENGER WERE PROMOTED: AN OUTCOME MATRIX, THEN THE   *
000150*    SHIFTS BY CHALLENGER RULE ID, BY MERCHANT CATEGORY AND BY   *
000160*    CHANNEL, SO A RULE CHANGE IS PROMOTED (CBPROMOT) ON THE     *
000165*    EVIDENCE OF LIVE TRAFFIC.                                   *
000170*    A DIFFERENCE WITH THE SAME OUTCOME ON BOTH SIDES (ANOTHER   *
000180*    REASON OR PARTIAL AMOUNT) IS COUNTED AS A DIFFERENCE BUT    *
000190*    SHIFTS NOTHING BETWEEN OUTCOMES.                            *
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2028-02-06  RKA INITIAL VERSION                                *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-ZOS.
000280 OBJECT-COMPUTER. IBM-ZOS.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SHADOW-FILE    ASSIGN TO SHADOWDF
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE  IS SEQUENTIAL
000340         FILE STATUS  IS WS-SHADOW-STATUS.
000350*
000360     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS RANDOM
000390         RECORD KEY   IS RUNC-JOB-NAME
000400         FILE STATUS  IS WS-RUNC-STATUS.
000410*
000420     SELECT SHADOW-REPORT  ASSIGN TO SHDRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-RPT-STATUS.
000460*----------------------------------------------------------------*
000470 DATA DIVISION.
000480*----------------------------------------------------------------*
000490 FILE SECTION.
000500 FD  SHADOW-FILE
000510     RECORDING MODE IS F.
000520 COPY CVSHDDFY.
000530*
000540 FD  RUN-CONTROL
000550     RECORDING MODE IS F.
000560 COPY CVRUNCTY.
000570*
000580 FD  SHADOW-REPORT
000590     RECORDING MODE IS F.
000600 01  SHADOW-REPORT-LINE          PIC X(132).
000610*----------------------------------------------------------------*
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------*
000640 01  WS-VARIABLES.
000650     05  WS-PGMNAME                 PIC X(08) VALUE 'CBSHDRPT'.
000660     05  CURRENT-DATE               PIC 9(06).
000670     05  WS-RUN-TIME                PIC 9(08).
000680*
000690 01  WS-FILE-STATUSES.
000700     05  WS-SHADOW-STATUS           PIC X(02).
000710         88  SHADOW-EOF                     VALUE '10'.
000720     05  WS-RUNC-STATUS             PIC X(02).
000730     05  WS-RPT-STATUS              PIC X(02).
000740 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000750     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000760*----------------------------------------------------------------*
000770*    OUTCOME MATRIX - LIVE OUTCOME DOWN, CHALLENGER ACROSS.      *
000780*    SUBSCRIPT 1 = APPROVED, 2 = PARTIAL, 3 = DECLINED.          *
000790*----------------------------------------------------------------*
000800 01  WS-OUTCOME-MATRIX.
000810     05  WS-MTX-LIVE OCCURS 3 TIMES.
000820         10  WS-MTX-CHLG OCCURS 3 TIMES.
000830             15  WS-MTX-COUNT       PIC S9(9) COMP-3.
000840             15  WS-MTX-AMT         PIC S9(11)V99 COMP-3.
000850 01  WS-MTX-SUBS.
000860     05  WS-LIVE-SUB                PIC S9(4) COMP.
000870     05  WS-CHLG-SUB                PIC S9(4) COMP.
000880 01  WS-OUTCOME-NAMES.
000890     05  FILLER                     PIC X(08) VALUE 'APPROVED'.
000900     05  FILLER                     PIC X(08) VALUE 'PARTIAL '.
000910     05  FILLER                     PIC X(08) VALUE 'DECLINED'.
000920 01  WS-OUTCOME-NAME-TBL REDEFINES WS-OUTCOME-NAMES.
000930     05  WS-OUTCOME-NAME            PIC X(08) OCCURS 3 TIMES.
000940*----------------------------------------------------------------*
000950*    SHIFT ACCUMULATORS - ONE ROW PER DIMENSION AND KEY.         *
000960*    DIMENSION R = CHALLENGER RULE ID (00000 = BUILT-IN FICO     *
000970*    RULE), M = MERCHANT CATEGORY CODE, C = CHANNEL SOURCE.      *
000980*    'GAINED' COUNTS DIFFERENCES THE CHALLENGER WOULD HAVE PUT   *
000990*    INTO THAT OUTCOME, 'LOST' THOSE IT WOULD HAVE TAKEN OUT.    *
001000*----------------------------------------------------------------*
001010 01  WS-SHIFT-TOTALS.
001020     05  WS-SHF-COUNT               PIC S9(4) COMP VALUE 0.
001030     05  WS-SHF-TABLE-MAX           PIC S9(4) COMP VALUE 400.
001040     05  WS-SHF-ENTRY OCCURS 400 TIMES
001050                      INDEXED BY WS-SHF-IDX.
001060         10  WS-SHF-DIM             PIC X(01).
001070         10  WS-SHF-KEY             PIC X(05).
001080         10  WS-SHF-DIFFS           PIC S9(9) COMP-3.
001090         10  WS-SHF-APPR-GAINED     PIC S9(9) COMP-3.
001100         10  WS-SHF-APPR-LOST       PIC S9(9) COMP-3.
001110         10  WS-SHF-PART-GAINED     PIC S9(9) COMP-3.
001120         10  WS-SHF-PART-LOST       PIC S9(9) COMP-3.
001130         10  WS-SHF-DECL-GAINED     PIC S9(9) COMP-3.
001140         10  WS-SHF-DECL-LOST       PIC S9(9) COMP-3.
001150         10  WS-SHF-AMT-MOVED       PIC S9(11)V99 COMP-3.
001160 01  WS-SHIFT-WORK.
001170     05  WS-TALLY-DIM               PIC X(01).
001180     05  WS-TALLY-KEY               PIC X(05).
001190     05  WS-PRINT-DIM               PIC X(01).
001200     05  WS-AMT-MOVED               PIC S9(11)V99 COMP-3.
001210     05  WS-SHF-FULL-SW             PIC X(01) VALUE 'N'.
001220         88  SHIFT-TABLE-FULL               VALUE 'Y'.
001230*----------------------------------------------------------------*
001240 01  WS-REPORT-COUNTERS.
001250     05  WS-RPT-DIFFS-READ          PIC S9(9) COMP-3 VALUE 0.
001260     05  WS-RPT-OUTCOME-SHIFTS      PIC S9(9) COMP-3 VALUE 0.
001270     05  WS-RPT-SAME-OUTCOME        PIC S9(9) COMP-3 VALUE 0.
001280     05  WS-RPT-LIVE-APPR-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
001290     05  WS-RPT-CHLG-APPR-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
001300*----------------------------------------------------------------*
001310 01  WS-PRINT-LINE                 PIC X(132).
001320 01  WS-DISPLAY-FIELDS.
001330     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001340     05  WS-CNT-DIS2                PIC ZZZ,ZZ9.
001350     05  WS-CNT-DIS3                PIC ZZZ,ZZ9.
001360     05  WS-CNT-DIS4                PIC ZZZ,ZZ9.
001370     05  WS-CNT-DIS5                PIC ZZZ,ZZ9.
001380     05  WS-CNT-DIS6                PIC ZZZ,ZZ9.
001390     05  WS-CNT-DIS7                PIC ZZZ,ZZ9.
001400     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
001410     05  WS-DIM-LABEL               PIC X(08).
001420*----------------------------------------------------------------*
001430 PROCEDURE DIVISION.
001440*----------------------------------------------------------------*
001450 MAIN-PARA.
001460*----------------------------------------------------------------*
001470     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001480*
001490     PERFORM 2000-PROCESS-NEXT-DIFF  THRU 2000-EXIT
001500         UNTIL SHADOW-EOF
001510*
001520     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT
001530*
001540     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001550*
001560     GOBACK.
001570*----------------------------------------------------------------*
001580 1000-INITIALIZE.
001590*----------------------------------------------------------------*
001600     ACCEPT CURRENT-DATE     FROM DATE
001610     INITIALIZE WS-OUTCOME-MATRIX
001620*
001630     OPEN INPUT  SHADOW-FILE
001640     IF WS-SHADOW-STATUS = SPACES OR '00'
001650        CONTINUE
001660     ELSE
001670        DISPLAY 'ERROR IN OPENING SHADOWDF:' WS-SHADOW-STATUS
001680        PERFORM 9999-ABEND THRU 9999-EXIT
001690     END-IF
001700     OPEN OUTPUT SHADOW-REPORT
001710*
001720     OPEN I-O RUN-CONTROL
001730     IF WS-RUNC-STATUS = SPACES OR '00'
001740        SET RUN-CONTROL-AVAILABLE TO TRUE
001750        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001760     ELSE
001770        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001780     END-IF
001790*
001800     MOVE SPACES TO WS-PRINT-LINE
001810     STRING 'CBSHDRPT CHALLENGER RULE SET SHADOW DIFFERENCES - '
001820            'RUN DATE ' CURRENT-DATE
001830            DELIMITED BY SIZE INTO WS-PRINT-LINE
001840     END-STRING
001850     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
001860*
001870     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001880     DISPLAY '*-------------------------------------*'
001890     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001900     .
001910 1000-EXIT.
001920     EXIT.
001930*----------------------------------------------------------------*
001940*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START AND COMPLETE   *
001950*    AT END.                                                     *
001960*----------------------------------------------------------------*
001970 1300-MARK-RUN-START.
001980*----------------------------------------------------------------*
001990     ACCEPT WS-RUN-TIME      FROM TIME
002000     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002010     READ RUN-CONTROL
002020     IF WS-RUNC-STATUS NOT = '00'
002030        MOVE SPACES          TO RUN-CONTROL-RECORD
002040        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002050     END-IF
002060     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002070     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002080     MOVE SPACES             TO RUNC-END-TIME
002090     SET  RUNC-RUNNING       TO TRUE
002100     MOVE ZEROES             TO RUNC-RECORD-COUNT
002110     IF WS-RUNC-STATUS = '00'
002120        REWRITE RUN-CONTROL-RECORD
002130     ELSE
002140        WRITE RUN-CONTROL-RECORD
002150     END-IF
002160     .
002170 1300-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------*
002200 1400-MARK-RUN-END.
002210*----------------------------------------------------------------*
002220     IF RUN-CONTROL-AVAILABLE
002230        ACCEPT WS-RUN-TIME   FROM TIME
002240        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002250        READ RUN-CONTROL
002260        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002270        SET  RUNC-COMPLETE   TO TRUE
002280        MOVE WS-RPT-DIFFS-READ TO RUNC-RECORD-COUNT
002290        REWRITE RUN-CONTROL-RECORD
002300        IF WS-RUNC-STATUS NOT = '00'
002310           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002320        END-IF
002330     END-IF
002340     .
002350 1400-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------*
002380 2000-PROCESS-NEXT-DIFF.
002390*----------------------------------------------------------------*
002400     READ SHADOW-FILE
002410         AT END CONTINUE
002420     END-READ
002430     IF SHADOW-EOF
002440        GO TO 2000-EXIT
002450     END-IF
002460     ADD 1 TO WS-RPT-DIFFS-READ
002470     ADD SHDD-LIVE-APPROVED-AMT TO WS-RPT-LIVE-APPR-AMT
002480     ADD SHDD-CHLG-APPROVED-AMT TO WS-RPT-CHLG-APPR-AMT
002490     COMPUTE WS-AMT-MOVED = SHDD-CHLG-APPROVED-AMT
002500                          - SHDD-LIVE-APPROVED-AMT
002510*
002520     EVALUATE TRUE
002530         WHEN SHDD-LIVE-PARTIAL   MOVE 2 TO WS-LIVE-SUB
002540         WHEN SHDD-LIVE-DECLINED  MOVE 3 TO WS-LIVE-SUB
002550         WHEN OTHER               MOVE 1 TO WS-LIVE-SUB
002560     END-EVALUATE
002570     EVALUATE TRUE
002580         WHEN SHDD-CHLG-PARTIAL   MOVE 2 TO WS-CHLG-SUB
002590         WHEN SHDD-CHLG-DECLINED  MOVE 3 TO WS-CHLG-SUB
002600         WHEN OTHER               MOVE 1 TO WS-CHLG-SUB
002610     END-EVALUATE
002620     ADD 1 TO WS-MTX-COUNT(WS-LIVE-SUB, WS-CHLG-SUB)
002630     ADD WS-AMT-MOVED TO WS-MTX-AMT(WS-LIVE-SUB, WS-CHLG-SUB)
002640     IF WS-LIVE-SUB = WS-CHLG-SUB
002650        ADD 1 TO WS-RPT-SAME-OUTCOME
002660     ELSE
002670        ADD 1 TO WS-RPT-OUTCOME-SHIFTS
002680     END-IF
002690*
002700     MOVE 'R'                    TO WS-TALLY-DIM
002710     MOVE SHDD-CHLG-RULE-ID      TO WS-TALLY-KEY
002720     PERFORM 3000-TALLY-SHIFT    THRU 3000-EXIT
002730     MOVE 'M'                    TO WS-TALLY-DIM
002740     MOVE SHDD-MCC               TO WS-TALLY-KEY
002750     PERFORM 3000-TALLY-SHIFT    THRU 3000-EXIT
002760     MOVE 'C'                    TO WS-TALLY-DIM
002770     MOVE SHDD-CHANNEL           TO WS-TALLY-KEY
002780     PERFORM 3000-TALLY-SHIFT    THRU 3000-EXIT
002790     .
002800 2000-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------*
002830 3000-TALLY-SHIFT.
002840*----------------------------------------------------------------*
002850*    FINDS OR ADDS THE ROW FOR THIS DIMENSION AND KEY, THEN      *
002860*    RECORDS WHICH OUTCOME THE CHALLENGER MOVED THE REQUEST      *
002870*    FROM AND TO.                                                *
002880*----------------------------------------------------------------*
002890     SET WS-SHF-IDX TO 1
002900     SEARCH WS-SHF-ENTRY
002910         AT END
002920             GO TO 3000-EXIT
002930         WHEN WS-SHF-IDX > WS-SHF-COUNT
002940             IF WS-SHF-COUNT < WS-SHF-TABLE-MAX
002950                ADD 1 TO WS-SHF-COUNT
002960                INITIALIZE WS-SHF-ENTRY(WS-SHF-IDX)
002970                MOVE WS-TALLY-DIM TO WS-SHF-DIM(WS-SHF-IDX)
002980                MOVE WS-TALLY-KEY TO WS-SHF-KEY(WS-SHF-IDX)
002990             ELSE
003000                SET SHIFT-TABLE-FULL TO TRUE
003010                GO TO 3000-EXIT
003020             END-IF
003030         WHEN WS-SHF-DIM(WS-SHF-IDX) = WS-TALLY-DIM
003040          AND WS-SHF-KEY(WS-SHF-IDX) = WS-TALLY-KEY
003050             CONTINUE
003060     END-SEARCH
003070     ADD 1            TO WS-SHF-DIFFS(WS-SHF-IDX)
003080     ADD WS-AMT-MOVED TO WS-SHF-AMT-MOVED(WS-SHF-IDX)
003090     IF WS-LIVE-SUB = WS-CHLG-SUB
003100        GO TO 3000-EXIT
003110     END-IF
003120     EVALUATE WS-CHLG-SUB
003130         WHEN 1  ADD 1 TO WS-SHF-APPR-GAINED(WS-SHF-IDX)
003140         WHEN 2  ADD 1 TO WS-SHF-PART-GAINED(WS-SHF-IDX)
003150         WHEN 3  ADD 1 TO WS-SHF-DECL-GAINED(WS-SHF-IDX)
003160     END-EVALUATE
003170     EVALUATE WS-LIVE-SUB
003180         WHEN 1  ADD 1 TO WS-SHF-APPR-LOST(WS-SHF-IDX)
003190         WHEN 2  ADD 1 TO WS-SHF-PART-LOST(WS-SHF-IDX)
003200         WHEN 3  ADD 1 TO WS-SHF-DECL-LOST(WS-SHF-IDX)
003210     END-EVALUATE
003220     .
003230 3000-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------*
003260 8000-PRINT-SUMMARY.
003270*----------------------------------------------------------------*
003280     MOVE WS-RPT-DIFFS-READ TO WS-CNT-DIS
003290     MOVE SPACES TO WS-PRINT-LINE
003300     STRING 'SHADOW DIFFERENCES RECORDED ........: ' WS-CNT-DIS
003310            DELIMITED BY SIZE INTO WS-PRINT-LINE
003320     END-STRING
003330     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003340*
003350     MOVE WS-RPT-OUTCOME-SHIFTS TO WS-CNT-DIS
003360     MOVE SPACES TO WS-PRINT-LINE
003370     STRING '  OUTCOME WOULD HAVE CHANGED .......: ' WS-CNT-DIS
003380            DELIMITED BY SIZE INTO WS-PRINT-LINE
003390     END-STRING
003400     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003410*
003420     MOVE WS-RPT-SAME-OUTCOME TO WS-CNT-DIS
003430     MOVE SPACES TO WS-PRINT-LINE
003440     STRING '  SAME OUTCOME, OTHER REASON/AMOUNT : ' WS-CNT-DIS
003450            DELIMITED BY SIZE INTO WS-PRINT-LINE
003460     END-STRING
003470     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003480*
003490     MOVE WS-RPT-LIVE-APPR-AMT TO WS-AMT-DIS
003500     MOVE SPACES TO WS-PRINT-LINE
003510     STRING '  APPROVED BY LIVE SET .............: ' WS-AMT-DIS
003520            DELIMITED BY SIZE INTO WS-PRINT-LINE
003530     END-STRING
003540     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003550*
003560     MOVE WS-RPT-CHLG-APPR-AMT TO WS-AMT-DIS
003570     MOVE SPACES TO WS-PRINT-LINE
003580     STRING '  APPROVED BY CHALLENGER SET .......: ' WS-AMT-DIS
003590            DELIMITED BY SIZE INTO WS-PRINT-LINE
003600     END-STRING
003610     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003620*
003630     IF SHIFT-TABLE-FULL
003640        MOVE SPACES TO WS-PRINT-LINE
003650        STRING '  ** SHIFT TABLE FULL - SOME KEYS NOT BROKEN OUT'
003660               DELIMITED BY SIZE INTO WS-PRINT-LINE
003670        END-STRING
003680        WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003690     END-IF
003700*
003710     MOVE SPACES TO WS-PRINT-LINE
003720     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003730     MOVE 'OUTCOME MATRIX - LIVE -> CHALLENGER    COUNT   AMOUNT'
003740                            TO WS-PRINT-LINE
003750     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
003760     PERFORM 8100-PRINT-MATRIX-ROW THRU 8100-EXIT
003770         VARYING WS-LIVE-SUB FROM 1 BY 1
003780         UNTIL WS-LIVE-SUB > 3
003790*
003800     MOVE 'R'        TO WS-PRINT-DIM
003810     MOVE 'RULE ID ' TO WS-DIM-LABEL
003820     PERFORM 8200-PRINT-DIMENSION THRU 8200-EXIT
003830     MOVE 'M'        TO WS-PRINT-DIM
003840     MOVE 'MCC     ' TO WS-DIM-LABEL
003850     PERFORM 8200-PRINT-DIMENSION THRU 8200-EXIT
003860     MOVE 'C'        TO WS-PRINT-DIM
003870     MOVE 'CHANNEL ' TO WS-DIM-LABEL
003880     PERFORM 8200-PRINT-DIMENSION THRU 8200-EXIT
003890     .
003900 8000-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------*
003930 8100-PRINT-MATRIX-ROW.
003940*----------------------------------------------------------------*
003950     PERFORM 8110-PRINT-MATRIX-CELL THRU 8110-EXIT
003960         VARYING WS-CHLG-SUB FROM 1 BY 1
003970         UNTIL WS-CHLG-SUB > 3
003980     .
003990 8100-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------*
004020 8110-PRINT-MATRIX-CELL.
004030*----------------------------------------------------------------*
004040     IF WS-MTX-COUNT(WS-LIVE-SUB, WS-CHLG-SUB) = 0
004050        GO TO 8110-EXIT
004060     END-IF
004070     MOVE WS-MTX-COUNT(WS-LIVE-SUB, WS-CHLG-SUB) TO WS-CNT-DIS
004080     MOVE WS-MTX-AMT(WS-LIVE-SUB, WS-CHLG-SUB)   TO WS-AMT-DIS
004090     MOVE SPACES TO WS-PRINT-LINE
004100     STRING '  ' WS-OUTCOME-NAME(WS-LIVE-SUB)
004110            ' -> ' WS-OUTCOME-NAME(WS-CHLG-SUB)
004120            ' : ' WS-CNT-DIS
004130            ' APPROVED AMT CHANGE: ' WS-AMT-DIS
004140            DELIMITED BY SIZE INTO WS-PRINT-LINE
004150     END-STRING
004160     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
004170     .
004180 8110-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------*
004210 8200-PRINT-DIMENSION.
004220*----------------------------------------------------------------*
004230     MOVE SPACES TO WS-PRINT-LINE
004240     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
004250     MOVE SPACES TO WS-PRINT-LINE
004260     STRING 'SHIFTS BY ' WS-DIM-LABEL
004270            '   DIFFS  +APPR  -APPR  +PART  -PART'
004280            '  +DECL  -DECL  APPROVED AMT CHANGE'
004290            DELIMITED BY SIZE INTO WS-PRINT-LINE
004300     END-STRING
004310     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
004320     PERFORM 8210-PRINT-SHIFT-ROW THRU 8210-EXIT
004330         VARYING WS-SHF-IDX FROM 1 BY 1
004340         UNTIL WS-SHF-IDX > WS-SHF-COUNT
004350     .
004360 8200-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390 8210-PRINT-SHIFT-ROW.
004400*----------------------------------------------------------------*
004410     IF WS-SHF-DIM(WS-SHF-IDX) NOT = WS-PRINT-DIM
004420        GO TO 8210-EXIT
004430     END-IF
004440     MOVE WS-SHF-DIFFS(WS-SHF-IDX)       TO WS-CNT-DIS
004450     MOVE WS-SHF-APPR-GAINED(WS-SHF-IDX) TO WS-CNT-DIS2
004460     MOVE WS-SHF-APPR-LOST(WS-SHF-IDX)   TO WS-CNT-DIS3
004470     MOVE WS-SHF-PART-GAINED(WS-SHF-IDX) TO WS-CNT-DIS4
004480     MOVE WS-SHF-PART-LOST(WS-SHF-IDX)   TO WS-CNT-DIS5
004490     MOVE WS-SHF-DECL-GAINED(WS-SHF-IDX) TO WS-CNT-DIS6
004500     MOVE WS-SHF-DECL-LOST(WS-SHF-IDX)   TO WS-CNT-DIS7
004510     MOVE WS-SHF-AMT-MOVED(WS-SHF-IDX)   TO WS-AMT-DIS
004520     MOVE SPACES TO WS-PRINT-LINE
004530     STRING '  ' WS-SHF-KEY(WS-SHF-IDX)
004540            ' ' WS-CNT-DIS
004550            WS-CNT-DIS2 WS-CNT-DIS3 WS-CNT-DIS4
004560            WS-CNT-DIS5 WS-CNT-DIS6 WS-CNT-DIS7
004570            ' ' WS-AMT-DIS
004580            DELIMITED BY SIZE INTO WS-PRINT-LINE
004590     END-STRING
004600     IF WS-SHF-DIM(WS-SHF-IDX) = 'R'
004610        AND WS-SHF-KEY(WS-SHF-IDX) = '00000'
004620        MOVE 'FICO '          TO WS-PRINT-LINE(3:5)
004630     END-IF
004640     WRITE SHADOW-REPORT-LINE FROM WS-PRINT-LINE
004650     .
004660 8210-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------*
004690 9000-FILE-CLOSE.
004700*----------------------------------------------------------------*
004710     PERFORM 1400-MARK-RUN-END THRU 1400-EXIT
004720     IF RUN-CONTROL-AVAILABLE
004730        CLOSE RUN-CONTROL
004740     END-IF
004750     CLOSE SHADOW-FILE
004760     CLOSE SHADOW-REPORT
004770     .
004780 9000-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------*
004810 9999-ABEND.
004820*----------------------------------------------------------------*
004830     DISPLAY 'CBSHDRPT ABENDING DUE TO FILE OPEN ERROR'
004840     MOVE 16 TO RETURN-CODE
004850     GOBACK
004860     .
004870 9999-EXIT.
004880     EXIT.
