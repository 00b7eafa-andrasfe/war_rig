000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDDALOD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-05-30.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBDDALOD - NIGHTLY CHECKING-ACCOUNT BALANCE LOAD (DDABAL)   *
000090*    DB AUTHS ARE DECIDED AGAINST THE ACCOUNT'S AVAILABLE        *
000100*    BALANCE ON DDABAL, NOT A CREDIT LINE. THIS JOB APPLIES THE  *
000110*    CORE DEPOSIT SYSTEM'S AVAILABLE-BALANCE FILE (DDAFEED)      *
000120*    UNDER CONTROL TOTALS: PASS 1 PROVES THE FILE'S TRAILER      *
000130*    COUNT AND HASH TOTAL AND NOTHING IS TOUCHED UNLESS IT       *
000140*    BALANCES; PASS 2 REPLACES EACH ACCOUNT'S CORE BALANCE AND   *
000150*    RECOMPUTES ITS AVAILABLE BALANCE AS CORE LESS THE HOLDS THE *
000160*    INTAKE HAS APPROVED AND NOT YET RELEASED. AN ACCOUNT NEW TO *
000170*    THE FILE GETS A ROW WITH NO HOLDS. THE PAURUNCT ROW IS      *
000180*    STAMPED SO THE OPERATIONS CONSOLE SHOWS THE LOAD RAN, AND   *
000190*    CBDDATIE TIES THE RESULT BACK TO THE SAME FILE IN THE       *
000200*    MORNING.                                                    *
000210*----------------------------------------------------------------*
000220*                MODIFICATION HISTORY                            *
000230* DATE       INIT DESCRIPTION                                    *
000240* 2027-05-30  RKA INITIAL VERSION                                *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-ZOS.
000290 OBJECT-COMPUTER. IBM-ZOS.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FEED-FILE      ASSIGN TO DDAFEED
000330         ORGANIZATION IS SEQUENTIAL
000340         ACCESS MODE  IS SEQUENTIAL
000350         FILE STATUS  IS WS-FEED-STATUS.
000360*
000370     SELECT DDA-BAL        ASSIGN TO DDABAL
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE  IS RANDOM
000400         RECORD KEY   IS DDA-ACCT-ID
000410         FILE STATUS  IS WS-DDABAL-STATUS.
000420*
000430     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS RANDOM
000460         RECORD KEY   IS RUNC-JOB-NAME
000470         FILE STATUS  IS WS-RUNC-STATUS.
000480*
000490     SELECT LOAD-REPORT    ASSIGN TO DDALODRP
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-RPT-STATUS.
000530*----------------------------------------------------------------*
000540 DATA DIVISION.
000550*----------------------------------------------------------------*
000560 FILE SECTION.
000570 FD  FEED-FILE
000580     RECORDING MODE IS F.
000590 COPY CVDDAFDY.
000600*
000610 FD  DDA-BAL
000620     RECORDING MODE IS F.
000630 COPY CVDDABLY.
000640*
000650 FD  RUN-CONTROL
000660     RECORDING MODE IS F.
000670 COPY CVRUNCTY.
000680*
000690 FD  LOAD-REPORT
000700     RECORDING MODE IS F.
000710 01  LOAD-REPORT-LINE            PIC X(132).
000720*----------------------------------------------------------------*
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------*
000750 01  WS-VARIABLES.
000760     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDDALOD'.
000770     05  CURRENT-DATE               PIC 9(06).
000780     05  WS-TODAY-CCYYMMDD          PIC X(08).
000790     05  WS-RUN-TIME                PIC 9(08).
000800     05  WS-NEW-BAL                 PIC S9(09)V99 COMP-3.
000810*
000820 01  WS-FILE-STATUSES.
000830     05  WS-FEED-STATUS             PIC X(02).
000840         88  FEED-EOF                       VALUE '10'.
000850     05  WS-DDABAL-STATUS           PIC X(02).
000860         88  DDABAL-FOUND                   VALUE '00'.
000870         88  DDABAL-NOT-FOUND               VALUE '23'.
000880     05  WS-RUNC-STATUS             PIC X(02).
000890     05  WS-RPT-STATUS              PIC X(02).
000900 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000910     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000920*----------------------------------------------------------------*
000930*    CONTROL-TOTAL VERIFICATION STATE                            *
000940*----------------------------------------------------------------*
000950 01  WS-CONTROL-TOTALS.
000960     05  WS-DETAIL-COUNT            PIC 9(08) VALUE 0.
000970     05  WS-HASH-TOTAL              PIC 9(13)V99 COMP-3 VALUE 0.
000980     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
000990         88  TRAILER-SEEN                   VALUE 'Y'.
001000     05  WS-FILE-CLEAN-SW           PIC X(01) VALUE 'N'.
001010         88  FILE-BALANCES                  VALUE 'Y'.
001020*----------------------------------------------------------------*
001030 01  WS-REPORT-COUNTERS.
001040     05  WS-RPT-APPLIED             PIC S9(9) COMP-3 VALUE 0.
001050     05  WS-RPT-NEW-ROWS            PIC S9(9) COMP-3 VALUE 0.
001060     05  WS-RPT-OVERDRAWN           PIC S9(9) COMP-3 VALUE 0.
001070     05  WS-RPT-WRITE-ERRORS        PIC S9(9) COMP-3 VALUE 0.
001080*----------------------------------------------------------------*
001090 01  WS-PRINT-LINE                 PIC X(132).
001100 01  WS-DISPLAY-FIELDS.
001110     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001120     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
001130     05  WS-AMT2-DIS                PIC Z,ZZZ,ZZ9.99-.
001140*----------------------------------------------------------------*
001150 PROCEDURE DIVISION.
001160*----------------------------------------------------------------*
001170 MAIN-PARA.
001180     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001190*
001200     PERFORM 2000-VERIFY-NEXT-RECORD THRU 2000-EXIT
001210         UNTIL FEED-EOF
001220*
001230     IF FILE-BALANCES
001240        PERFORM 3000-APPLY-PASS      THRU 3000-EXIT
001250     ELSE
001260        DISPLAY 'DDAFEED CONTROL TOTALS DO NOT BALANCE - '
001270                'NOTHING APPLIED'
001280        MOVE 12 TO RETURN-CODE
001290     END-IF
001300*
001310     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001320     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001330*
001340     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001350*
001360     GOBACK.
001370*----------------------------------------------------------------*
001380 1000-INITIALIZE.
001390*----------------------------------------------------------------*
001400     ACCEPT CURRENT-DATE     FROM DATE
001410     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001420     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001430*
001440     OPEN INPUT  FEED-FILE
001450     IF WS-FEED-STATUS = SPACES OR '00'
001460        CONTINUE
001470     ELSE
001480        DISPLAY 'ERROR IN OPENING DDAFEED:' WS-FEED-STATUS
001490        PERFORM 9999-ABEND THRU 9999-EXIT
001500     END-IF
001510     OPEN I-O    DDA-BAL
001520     IF WS-DDABAL-STATUS = SPACES OR '00'
001530        CONTINUE
001540     ELSE
001550        DISPLAY 'ERROR IN OPENING DDABAL:' WS-DDABAL-STATUS
001560        PERFORM 9999-ABEND THRU 9999-EXIT
001570     END-IF
001580     OPEN OUTPUT LOAD-REPORT
001590*
001600     OPEN I-O RUN-CONTROL
001610     IF WS-RUNC-STATUS = SPACES OR '00'
001620        SET RUN-CONTROL-AVAILABLE TO TRUE
001630        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001640     ELSE
001650        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001660     END-IF
001670*
001680     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001690     DISPLAY '*-------------------------------------*'
001700     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001710     .
001720 1000-EXIT.
001730     EXIT.
001740*----------------------------------------------------------------*
001750 1300-MARK-RUN-START.
001760*----------------------------------------------------------------*
001770     ACCEPT WS-RUN-TIME      FROM TIME
001780     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
001790     READ RUN-CONTROL
001800     IF WS-RUNC-STATUS NOT = '00'
001810        MOVE SPACES          TO RUN-CONTROL-RECORD
001820        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001830     END-IF
001840     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
001850     MOVE WS-RUN-TIME        TO RUNC-START-TIME
001860     MOVE SPACES             TO RUNC-END-TIME
001870     SET  RUNC-RUNNING       TO TRUE
001880     MOVE ZEROES             TO RUNC-RECORD-COUNT
001890     IF WS-RUNC-STATUS = '00'
001900        REWRITE RUN-CONTROL-RECORD
001910     ELSE
001920        WRITE RUN-CONTROL-RECORD
001930     END-IF
001940     .
001950 1300-EXIT.
001960     EXIT.
001970*----------------------------------------------------------------*
001980 1400-MARK-RUN-END.
001990*----------------------------------------------------------------*
002000     IF RUN-CONTROL-AVAILABLE
002010        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002020        READ RUN-CONTROL
002030        ACCEPT WS-RUN-TIME   FROM TIME
002040        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002050        IF FILE-BALANCES
002060           SET  RUNC-COMPLETE TO TRUE
002070        ELSE
002080           SET  RUNC-FAILED   TO TRUE
002090        END-IF
002100        MOVE WS-RPT-APPLIED  TO RUNC-RECORD-COUNT
002110        REWRITE RUN-CONTROL-RECORD
002120        IF WS-RUNC-STATUS NOT = '00'
002130           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002140        END-IF
002150     END-IF
002160     .
002170 1400-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------*
002200*    PASS 1 - NOTHING IS APPLIED UNTIL THE FILE PROVES ITSELF:   *
002210*    THE DETAIL COUNT AND BALANCE HASH MUST MATCH THE TRAILER.   *
002220*----------------------------------------------------------------*
002230 2000-VERIFY-NEXT-RECORD.
002240*----------------------------------------------------------------*
002250     READ FEED-FILE
002260         AT END
002270             PERFORM 2100-JUDGE-CONTROL-TOTALS THRU 2100-EXIT
002280             GO TO 2000-EXIT
002290     END-READ
002300     IF DDF-IS-DETAIL
002310        ADD 1                   TO WS-DETAIL-COUNT
002320        ADD DDF-AVAIL-BALANCE   TO WS-HASH-TOTAL
002330     END-IF
002340     IF DDF-IS-TRAILER
002350        SET TRAILER-SEEN        TO TRUE
002360     END-IF
002370     .
002380 2000-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------*
002410 2100-JUDGE-CONTROL-TOTALS.
002420*----------------------------------------------------------------*
002430     IF TRAILER-SEEN
002440        AND WS-DETAIL-COUNT = DDT-RECORD-COUNT
002450        AND WS-HASH-TOTAL = DDT-HASH-TOTAL
002460        SET FILE-BALANCES       TO TRUE
002470     END-IF
002480     .
002490 2100-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------*
002520*    PASS 2 - THE FILE BALANCED, SO THE BALANCES GO ON. THE      *
002530*    FILE IS RE-OPENED AND EVERY DETAIL APPLIED. THE HOLD TOTAL  *
002540*    ON AN EXISTING ROW IS NEVER TOUCHED HERE - IT BELONGS TO    *
002550*    THE INTAKE AND THE RELEASE PATHS - SO THE AVAILABLE         *
002560*    BALANCE IS SIMPLY THE NEW CORE BALANCE LESS THOSE HOLDS.    *
002570*----------------------------------------------------------------*
002580 3000-APPLY-PASS.
002590*----------------------------------------------------------------*
002600     CLOSE FEED-FILE
002610     OPEN INPUT FEED-FILE
002620     IF WS-FEED-STATUS = SPACES OR '00'
002630        CONTINUE
002640     ELSE
002650        DISPLAY 'ERROR RE-OPENING DDAFEED:' WS-FEED-STATUS
002660        GO TO 3000-EXIT
002670     END-IF
002680     PERFORM 3100-APPLY-NEXT-RECORD THRU 3100-EXIT
002690         UNTIL FEED-EOF
002700     .
002710 3000-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------*
002740 3100-APPLY-NEXT-RECORD.
002750*----------------------------------------------------------------*
002760     READ FEED-FILE
002770         AT END GO TO 3100-EXIT
002780     END-READ
002790     IF NOT DDF-IS-DETAIL
002800        GO TO 3100-EXIT
002810     END-IF
002820     MOVE DDF-AVAIL-BALANCE      TO WS-NEW-BAL
002830     IF DDF-BAL-SIGN = '-'
002840        COMPUTE WS-NEW-BAL = 0 - WS-NEW-BAL
002850     END-IF
002860     MOVE DDF-ACCT-ID            TO DDA-ACCT-ID
002870     READ DDA-BAL
002880     IF DDABAL-FOUND
002890        MOVE WS-NEW-BAL          TO DDA-CORE-AVAIL-BAL
002900     ELSE
002910        MOVE SPACES              TO DDA-BALANCE-RECORD
002920        MOVE DDF-ACCT-ID         TO DDA-ACCT-ID
002930        MOVE WS-NEW-BAL          TO DDA-CORE-AVAIL-BAL
002940        MOVE ZERO                TO DDA-HOLD-AMT
002950     END-IF
002960     COMPUTE DDA-AVAIL-BAL = DDA-CORE-AVAIL-BAL - DDA-HOLD-AMT
002970     MOVE DDF-AS-OF-DATE         TO DDA-CORE-AS-OF-DATE
002980     MOVE WS-TODAY-CCYYMMDD      TO DDA-LAST-LOAD-DATE
002990     MOVE WS-TODAY-CCYYMMDD      TO DDA-UPDATED-DATE
003000     IF DDABAL-FOUND
003010        REWRITE DDA-BALANCE-RECORD
003020     ELSE
003030        WRITE DDA-BALANCE-RECORD
003040        IF WS-DDABAL-STATUS = '00'
003050           ADD 1 TO WS-RPT-NEW-ROWS
003060        END-IF
003070     END-IF
003080     IF WS-DDABAL-STATUS NOT = '00'
003090        ADD 1 TO WS-RPT-WRITE-ERRORS
003100        DISPLAY 'ERROR WRITING DDABAL ROW:' WS-DDABAL-STATUS
003110                ' ACCT:' DDF-ACCT-ID
003120        GO TO 3100-EXIT
003130     END-IF
003140     ADD 1 TO WS-RPT-APPLIED
003150*    HOLDS STANDING AGAINST MORE THAN THE CORE SYSTEM SAYS IS
003160*    THERE - EVERY DB AUTH ON THE ACCOUNT WILL DECLINE UNTIL
003170*    HOLDS RELEASE OR MONEY ARRIVES. CALLED OUT FOR THE DESK.
003180     IF DDA-AVAIL-BAL < 0
003190        ADD 1 TO WS-RPT-OVERDRAWN
003200        MOVE DDA-CORE-AVAIL-BAL  TO WS-AMT-DIS
003210        MOVE DDA-HOLD-AMT        TO WS-AMT2-DIS
003220        MOVE SPACES              TO WS-PRINT-LINE
003230        STRING 'HOLDS EXCEED CORE ACCT:' DDA-ACCT-ID
003240               ' CORE:' WS-AMT-DIS
003250               ' HOLDS:' WS-AMT2-DIS
003260               DELIMITED BY SIZE
003270               INTO WS-PRINT-LINE
003280        END-STRING
003290        WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003300     END-IF
003310     .
003320 3100-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------*
003350 8000-PRINT-RUN-SUMMARY.
003360*----------------------------------------------------------------*
003370     MOVE SPACES TO WS-PRINT-LINE
003380     STRING 'CBDDALOD DDA BALANCE LOAD - RUN DATE ' CURRENT-DATE
003390            DELIMITED BY SIZE INTO WS-PRINT-LINE
003400     END-STRING
003410     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003420*
003430     MOVE WS-DETAIL-COUNT TO WS-CNT-DIS
003440     MOVE SPACES TO WS-PRINT-LINE
003450     STRING 'BALANCE DETAILS ON FILE ............: ' WS-CNT-DIS
003460            DELIMITED BY SIZE INTO WS-PRINT-LINE
003470     END-STRING
003480     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003490*
003500     IF FILE-BALANCES
003510        MOVE SPACES TO WS-PRINT-LINE
003520        STRING 'CONTROL TOTALS .....................: BALANCED'
003530               DELIMITED BY SIZE INTO WS-PRINT-LINE
003540        END-STRING
003550     ELSE
003560        MOVE SPACES TO WS-PRINT-LINE
003570        STRING 'CONTROL TOTALS ............: OUT OF BALANCE - '
003580               'NOTHING APPLIED'
003590               DELIMITED BY SIZE INTO WS-PRINT-LINE
003600        END-STRING
003610     END-IF
003620     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003630*
003640     MOVE WS-RPT-APPLIED TO WS-CNT-DIS
003650     MOVE SPACES TO WS-PRINT-LINE
003660     STRING '  BALANCES APPLIED .................: ' WS-CNT-DIS
003670            DELIMITED BY SIZE INTO WS-PRINT-LINE
003680     END-STRING
003690     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003700*
003710     MOVE WS-RPT-NEW-ROWS TO WS-CNT-DIS
003720     MOVE SPACES TO WS-PRINT-LINE
003730     STRING '  NEW ACCOUNTS ADDED TO DDABAL .....: ' WS-CNT-DIS
003740            DELIMITED BY SIZE INTO WS-PRINT-LINE
003750     END-STRING
003760     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003770*
003780     MOVE WS-RPT-OVERDRAWN TO WS-CNT-DIS
003790     MOVE SPACES TO WS-PRINT-LINE
003800     STRING '  HOLDS EXCEED CORE BALANCE ........: ' WS-CNT-DIS
003810            DELIMITED BY SIZE INTO WS-PRINT-LINE
003820     END-STRING
003830     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003840*
003850     MOVE WS-RPT-WRITE-ERRORS TO WS-CNT-DIS
003860     MOVE SPACES TO WS-PRINT-LINE
003870     STRING '  DDABAL WRITE ERRORS ..............: ' WS-CNT-DIS
003880            DELIMITED BY SIZE INTO WS-PRINT-LINE
003890     END-STRING
003900     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003910     .
003920 8000-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------*
003950 9000-FILE-CLOSE.
003960*----------------------------------------------------------------*
003970     CLOSE FEED-FILE
003980     CLOSE DDA-BAL
003990     IF RUN-CONTROL-AVAILABLE
004000        CLOSE RUN-CONTROL
004010     END-IF
004020     CLOSE LOAD-REPORT
004030     .
004040 9000-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------*
004070 9999-ABEND.
004080*----------------------------------------------------------------*
004090     DISPLAY 'CBDDALOD ABENDING DUE TO FILE OPEN ERROR'
004100     MOVE 16 TO RETURN-CODE
004110     GOBACK
004120     .
004130 9999-EXIT.
004140     EXIT.
