000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDDATIE.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-05-30.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBDDATIE - MORNING DDABAL TIE-OUT TO THE CORE DEPOSIT FILE  *
000090*    PROVES THE CHECKING-ACCOUNT BALANCES THE INTAKE DECIDED DB  *
000100*    AUTHS AGAINST OVERNIGHT CAME FROM THE CORE SYSTEM'S FILE.   *
000110*    PASS 1 WALKS DDAFEED: EVERY ACCOUNT ON THE FILE MUST HAVE A *
000120*    DDABAL ROW CARRYING THE SAME CORE BALANCE AND AS-OF DATE,   *
000130*    AND EVERY ROW MUST STILL SATISFY AVAILABLE = CORE - HOLDS.  *
000140*    PASS 2 WALKS DDABAL AND CALLS OUT ROWS THE FILE NO LONGER   *
000150*    CARRIES (CLOSED OR MOVED ACCOUNTS STILL BEING DECIDED ON A  *
000160*    STALE BALANCE). THE FILE'S OWN TRAILER IS RE-PROVED TOO.    *
000170*    ANY EXCEPTION FAILS THE PAURUNCT ROW AND ENDS THE JOB RC=4  *
000180*    SO THE MORNING ATTESTATION SEES IT.                         *
000190*----------------------------------------------------------------*
000200*                MODIFICATION HISTORY                            *
000210* DATE       INIT DESCRIPTION                                    *
000220* 2027-05-30  RKA INITIAL VERSION                                *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-ZOS.
000270 OBJECT-COMPUTER. IBM-ZOS.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FEED-FILE      ASSIGN TO DDAFEED
000310         ORGANIZATION IS SEQUENTIAL
000320         ACCESS MODE  IS SEQUENTIAL
000330         FILE STATUS  IS WS-FEED-STATUS.
000340*
000350     SELECT DDA-BAL        ASSIGN TO DDABAL
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS DYNAMIC
000380         RECORD KEY   IS DDA-ACCT-ID
000390         FILE STATUS  IS WS-DDABAL-STATUS.
000400*
000410     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE  IS RANDOM
000440         RECORD KEY   IS RUNC-JOB-NAME
000450         FILE STATUS  IS WS-RUNC-STATUS.
000460*
000470     SELECT TIEOUT-REPORT  ASSIGN TO DDATIERP
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-RPT-STATUS.
000510*----------------------------------------------------------------*
000520 DATA DIVISION.
000530*----------------------------------------------------------------*
000540 FILE SECTION.
000550 FD  FEED-FILE
000560     RECORDING MODE IS F.
000570 COPY CVDDAFDY.
000580*
000590 FD  DDA-BAL
000600     RECORDING MODE IS F.
000610 COPY CVDDABLY.
000620*
000630 FD  RUN-CONTROL
000640     RECORDING MODE IS F.
000650 COPY CVRUNCTY.
000660*
000670 FD  TIEOUT-REPORT
000680     RECORDING MODE IS F.
000690 01  TIEOUT-REPORT-LINE          PIC X(132).
000700*----------------------------------------------------------------*
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730 01  WS-VARIABLES.
000740     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDDATIE'.
000750     05  CURRENT-DATE               PIC 9(06).
000760     05  WS-RUN-TIME                PIC 9(08).
000770     05  WS-FILE-BAL                PIC S9(09)V99 COMP-3.
000780     05  WS-EXPECT-AVAIL            PIC S9(09)V99 COMP-3.
000790     05  WS-FILE-AS-OF-DATE         PIC X(08) VALUE SPACES.
000800*
000810 01  WS-FILE-STATUSES.
000820     05  WS-FEED-STATUS             PIC X(02).
000830         88  FEED-EOF                       VALUE '10'.
000840     05  WS-DDABAL-STATUS           PIC X(02).
000850         88  DDABAL-FOUND                   VALUE '00'.
000860         88  DDABAL-EOF                     VALUE '10'.
000870     05  WS-RUNC-STATUS             PIC X(02).
000880     05  WS-RPT-STATUS              PIC X(02).
000890 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000900     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000910*----------------------------------------------------------------*
000920*    CONTROL-TOTAL STATE FOR THE FILE'S OWN TRAILER              *
000930*----------------------------------------------------------------*
000940 01  WS-CONTROL-TOTALS.
000950     05  WS-DETAIL-COUNT            PIC 9(08) VALUE 0.
000960     05  WS-HASH-TOTAL              PIC 9(13)V99 COMP-3 VALUE 0.
000970     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
000980         88  TRAILER-SEEN                   VALUE 'Y'.
000990     05  WS-FILE-CLEAN-SW           PIC X(01) VALUE 'N'.
001000         88  FILE-BALANCES                  VALUE 'Y'.
001010*----------------------------------------------------------------*
001020*    TIE-OUT ACCUMULATORS - MONEY TOTALS ARE SIGNED              *
001030*----------------------------------------------------------------*
001040 01  WS-REPORT-COUNTERS.
001050     05  WS-RPT-TIED                PIC S9(9) COMP-3 VALUE 0.
001060     05  WS-RPT-BAL-DIFFERS         PIC S9(9) COMP-3 VALUE 0.
001070     05  WS-RPT-NOT-IN-STORE        PIC S9(9) COMP-3 VALUE 0.
001080     05  WS-RPT-ARITH-BROKEN        PIC S9(9) COMP-3 VALUE 0.
001090     05  WS-RPT-STORE-ROWS          PIC S9(9) COMP-3 VALUE 0.
001100     05  WS-RPT-NOT-ON-FILE         PIC S9(9) COMP-3 VALUE 0.
001110     05  WS-RPT-EXCEPTIONS          PIC S9(9) COMP-3 VALUE 0.
001120     05  WS-TOT-FILE-BAL            PIC S9(13)V99 COMP-3 VALUE 0.
001130     05  WS-TOT-STORE-CORE          PIC S9(13)V99 COMP-3 VALUE 0.
001140     05  WS-TOT-STORE-HOLDS         PIC S9(13)V99 COMP-3 VALUE 0.
001150     05  WS-TOT-STORE-AVAIL         PIC S9(13)V99 COMP-3 VALUE 0.
001160*----------------------------------------------------------------*
001170 01  WS-PRINT-LINE                 PIC X(132).
001180 01  WS-DISPLAY-FIELDS.
001190     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001200     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
001210     05  WS-AMT2-DIS                PIC Z,ZZZ,ZZ9.99-.
001220     05  WS-AMT3-DIS                PIC Z,ZZZ,ZZ9.99-.
001230     05  WS-TOT-DIS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001240*----------------------------------------------------------------*
001250 PROCEDURE DIVISION.
001260*----------------------------------------------------------------*
001270 MAIN-PARA.
001280     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001290*
001300     PERFORM 2000-TIE-NEXT-FEED-REC  THRU 2000-EXIT
001310         UNTIL FEED-EOF
001320*
001330     PERFORM 3000-SCAN-STORE         THRU 3000-EXIT
001340*
001350     IF NOT FILE-BALANCES
001360        ADD 1 TO WS-RPT-EXCEPTIONS
001370     END-IF
001380     PERFORM 8000-PRINT-TIEOUT-SUMMARY THRU 8000-EXIT
001390     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001400*
001410     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001420*
001430     IF WS-RPT-EXCEPTIONS > 0
001440        MOVE 4 TO RETURN-CODE
001450     END-IF
001460     GOBACK.
001470*----------------------------------------------------------------*
001480 1000-INITIALIZE.
001490*----------------------------------------------------------------*
001500     ACCEPT CURRENT-DATE     FROM DATE
001510*
001520     OPEN INPUT  FEED-FILE
001530     IF WS-FEED-STATUS = SPACES OR '00'
001540        CONTINUE
001550     ELSE
001560        DISPLAY 'ERROR IN OPENING DDAFEED:' WS-FEED-STATUS
001570        PERFORM 9999-ABEND THRU 9999-EXIT
001580     END-IF
001590     OPEN INPUT  DDA-BAL
001600     IF WS-DDABAL-STATUS = SPACES OR '00'
001610        CONTINUE
001620     ELSE
001630        DISPLAY 'ERROR IN OPENING DDABAL:' WS-DDABAL-STATUS
001640        PERFORM 9999-ABEND THRU 9999-EXIT
001650     END-IF
001660     OPEN OUTPUT TIEOUT-REPORT
001670*
001680     OPEN I-O RUN-CONTROL
001690     IF WS-RUNC-STATUS = SPACES OR '00'
001700        SET RUN-CONTROL-AVAILABLE TO TRUE
001710        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001720     ELSE
001730        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001740     END-IF
001750*
001760     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001770     DISPLAY '*-------------------------------------*'
001780     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001790     .
001800 1000-EXIT.
001810     EXIT.
001820*----------------------------------------------------------------*
001830 1300-MARK-RUN-START.
001840*----------------------------------------------------------------*
001850     ACCEPT WS-RUN-TIME      FROM TIME
001860     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
001870     READ RUN-CONTROL
001880     IF WS-RUNC-STATUS NOT = '00'
001890        MOVE SPACES          TO RUN-CONTROL-RECORD
001900        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001910     END-IF
001920     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
001930     MOVE WS-RUN-TIME        TO RUNC-START-TIME
001940     MOVE SPACES             TO RUNC-END-TIME
001950     SET  RUNC-RUNNING       TO TRUE
001960     MOVE ZEROES             TO RUNC-RECORD-COUNT
001970     IF WS-RUNC-STATUS = '00'
001980        REWRITE RUN-CONTROL-RECORD
001990     ELSE
002000        WRITE RUN-CONTROL-RECORD
002010     END-IF
002020     .
002030 1300-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------*
002060 1400-MARK-RUN-END.
002070*----------------------------------------------------------------*
002080     IF RUN-CONTROL-AVAILABLE
002090        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002100        READ RUN-CONTROL
002110        ACCEPT WS-RUN-TIME   FROM TIME
002120        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002130        IF WS-RPT-EXCEPTIONS = 0
002140           SET  RUNC-COMPLETE TO TRUE
002150        ELSE
002160           SET  RUNC-FAILED   TO TRUE
002170        END-IF
002180        MOVE WS-RPT-TIED     TO RUNC-RECORD-COUNT
002190        REWRITE RUN-CONTROL-RECORD
002200        IF WS-RUNC-STATUS NOT = '00'
002210           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002220        END-IF
002230     END-IF
002240     .
002250 1400-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------*
002280*    PASS 1 - EVERY ACCOUNT ON THE CORE FILE AGAINST ITS DDABAL  *
002290*    ROW. THE TRAILER'S COUNT AND HASH ARE RE-PROVED AS WE GO.   *
002300*----------------------------------------------------------------*
002310 2000-TIE-NEXT-FEED-REC.
002320*----------------------------------------------------------------*
002330     READ FEED-FILE
002340         AT END
002350             PERFORM 2900-JUDGE-CONTROL-TOTALS THRU 2900-EXIT
002360             GO TO 2000-EXIT
002370     END-READ
002380     IF DDF-IS-TRAILER
002390        SET TRAILER-SEEN        TO TRUE
002400        MOVE DDT-AS-OF-DATE     TO WS-FILE-AS-OF-DATE
002410        GO TO 2000-EXIT
002420     END-IF
002430     IF NOT DDF-IS-DETAIL
002440        GO TO 2000-EXIT
002450     END-IF
002460     ADD 1                      TO WS-DETAIL-COUNT
002470     ADD DDF-AVAIL-BALANCE      TO WS-HASH-TOTAL
002480     MOVE DDF-AVAIL-BALANCE     TO WS-FILE-BAL
002490     IF DDF-BAL-SIGN = '-'
002500        COMPUTE WS-FILE-BAL = 0 - WS-FILE-BAL
002510     END-IF
002520     ADD WS-FILE-BAL            TO WS-TOT-FILE-BAL
002530*
002540     MOVE DDF-ACCT-ID           TO DDA-ACCT-ID
002550     READ DDA-BAL KEY IS DDA-ACCT-ID
002560     IF NOT DDABAL-FOUND
002570        ADD 1 TO WS-RPT-NOT-IN-STORE
002580        ADD 1 TO WS-RPT-EXCEPTIONS
002590        MOVE WS-FILE-BAL        TO WS-AMT-DIS
002600        MOVE SPACES             TO WS-PRINT-LINE
002610        STRING 'NOT IN DDABAL  ACCT:' DDF-ACCT-ID
002620               ' CORE:' WS-AMT-DIS
002630               DELIMITED BY SIZE
002640               INTO WS-PRINT-LINE
002650        END-STRING
002660        WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
002670        GO TO 2000-EXIT
002680     END-IF
002690*
002700     IF DDA-CORE-AVAIL-BAL NOT = WS-FILE-BAL
002710        OR DDA-CORE-AS-OF-DATE NOT = DDF-AS-OF-DATE
002720        ADD 1 TO WS-RPT-BAL-DIFFERS
002730        ADD 1 TO WS-RPT-EXCEPTIONS
002740        MOVE WS-FILE-BAL        TO WS-AMT-DIS
002750        MOVE DDA-CORE-AVAIL-BAL TO WS-AMT2-DIS
002760        MOVE SPACES             TO WS-PRINT-LINE
002770        STRING 'CORE DIFFERS   ACCT:' DDF-ACCT-ID
002780               ' FILE:' WS-AMT-DIS
002790               ' AS OF ' DDF-AS-OF-DATE
002800               ' DDABAL:' WS-AMT2-DIS
002810               ' AS OF ' DDA-CORE-AS-OF-DATE
002820               DELIMITED BY SIZE
002830               INTO WS-PRINT-LINE
002840        END-STRING
002850        WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
002860     ELSE
002870        ADD 1 TO WS-RPT-TIED
002880     END-IF
002890     .
002900 2000-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930 2900-JUDGE-CONTROL-TOTALS.
002940*----------------------------------------------------------------*
002950     IF TRAILER-SEEN
002960        AND WS-DETAIL-COUNT = DDT-RECORD-COUNT
002970        AND WS-HASH-TOTAL = DDT-HASH-TOTAL
002980        SET FILE-BALANCES       TO TRUE
002990     END-IF
003000     .
003010 2900-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------*
003040*    PASS 2 - EVERY DDABAL ROW, IN KEY ORDER. THE STORE'S OWN    *
003050*    ARITHMETIC IS PROVED ROW BY ROW (A HOLD MOVED ON ONE SIDE   *
003060*    AND NOT THE OTHER SHOWS UP HERE), AND A ROW NOT REFRESHED   *
003070*    FROM THIS MORNING'S FILE IS AN ACCOUNT THE CORE SYSTEM NO   *
003080*    LONGER SENDS - STILL BEING DECIDED ON AN OLD BALANCE.       *
003090*----------------------------------------------------------------*
003100 3000-SCAN-STORE.
003110*----------------------------------------------------------------*
003120     MOVE LOW-VALUES            TO DDA-BALANCE-RECORD
003130     MOVE ZERO                  TO DDA-ACCT-ID
003140     START DDA-BAL KEY IS NOT LESS THAN DDA-ACCT-ID
003150     IF WS-DDABAL-STATUS NOT = '00'
003160        GO TO 3000-EXIT
003170     END-IF
003180     PERFORM 3100-CHECK-NEXT-ROW THRU 3100-EXIT
003190         UNTIL DDABAL-EOF
003200     .
003210 3000-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------*
003240 3100-CHECK-NEXT-ROW.
003250*----------------------------------------------------------------*
003260     READ DDA-BAL NEXT RECORD
003270         AT END GO TO 3100-EXIT
003280     END-READ
003290     IF WS-DDABAL-STATUS NOT = '00'
003300        DISPLAY 'ERROR READING DDABAL:' WS-DDABAL-STATUS
003310        MOVE '10'               TO WS-DDABAL-STATUS
003320        GO TO 3100-EXIT
003330     END-IF
003340     ADD 1                      TO WS-RPT-STORE-ROWS
003350     ADD DDA-CORE-AVAIL-BAL     TO WS-TOT-STORE-CORE
003360     ADD DDA-HOLD-AMT           TO WS-TOT-STORE-HOLDS
003370     ADD DDA-AVAIL-BAL          TO WS-TOT-STORE-AVAIL
003380*
003390     COMPUTE WS-EXPECT-AVAIL = DDA-CORE-AVAIL-BAL - DDA-HOLD-AMT
003400     IF DDA-AVAIL-BAL NOT = WS-EXPECT-AVAIL
003410        ADD 1 TO WS-RPT-ARITH-BROKEN
003420        ADD 1 TO WS-RPT-EXCEPTIONS
003430        MOVE DDA-CORE-AVAIL-BAL TO WS-AMT-DIS
003440        MOVE DDA-HOLD-AMT       TO WS-AMT2-DIS
003450        MOVE DDA-AVAIL-BAL      TO WS-AMT3-DIS
003460        MOVE SPACES             TO WS-PRINT-LINE
003470        STRING 'AVAIL NOT CORE-HOLDS ACCT:' DDA-ACCT-ID
003480               ' CORE:' WS-AMT-DIS
003490               ' HOLDS:' WS-AMT2-DIS
003500               ' AVAIL:' WS-AMT3-DIS
003510               DELIMITED BY SIZE
003520               INTO WS-PRINT-LINE
003530        END-STRING
003540        WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
003550     END-IF
003560*
003570     IF WS-FILE-AS-OF-DATE NOT = SPACES
003580        AND DDA-CORE-AS-OF-DATE NOT = WS-FILE-AS-OF-DATE
003590        ADD 1 TO WS-RPT-NOT-ON-FILE
003600        ADD 1 TO WS-RPT-EXCEPTIONS
003610        MOVE DDA-AVAIL-BAL      TO WS-AMT-DIS
003620        MOVE SPACES             TO WS-PRINT-LINE
003630        STRING 'NOT ON CORE FILE ACCT:' DDA-ACCT-ID
003640               ' LAST CORE AS OF ' DDA-CORE-AS-OF-DATE
003650               ' AVAIL:' WS-AMT-DIS
003660               DELIMITED BY SIZE
003670               INTO WS-PRINT-LINE
003680        END-STRING
003690        WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
003700     END-IF
003710     .
003720 3100-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------*
003750 8000-PRINT-TIEOUT-SUMMARY.
003760*----------------------------------------------------------------*
003770     MOVE SPACES TO WS-PRINT-LINE
003780     STRING 'CBDDATIE DDABAL TIE-OUT - RUN DATE ' CURRENT-DATE
003790            ' - CORE FILE AS OF ' WS-FILE-AS-OF-DATE
003800            DELIMITED BY SIZE INTO WS-PRINT-LINE
003810     END-STRING
003820     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
003830*
003840     MOVE WS-DETAIL-COUNT TO WS-CNT-DIS
003850     MOVE SPACES TO WS-PRINT-LINE
003860     STRING 'ACCOUNTS ON CORE FILE ..............: ' WS-CNT-DIS
003870            DELIMITED BY SIZE INTO WS-PRINT-LINE
003880     END-STRING
003890     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
003900*
003910     IF FILE-BALANCES
003920        MOVE SPACES TO WS-PRINT-LINE
003930        STRING 'FILE CONTROL TOTALS ................: BALANCED'
003940               DELIMITED BY SIZE INTO WS-PRINT-LINE
003950        END-STRING
003960     ELSE
003970        MOVE SPACES TO WS-PRINT-LINE
003980        STRING 'FILE CONTROL TOTALS ................: '
003990               'OUT OF BALANCE'
004000               DELIMITED BY SIZE INTO WS-PRINT-LINE
004010        END-STRING
004020     END-IF
004030     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004040*
004050     MOVE WS-RPT-TIED TO WS-CNT-DIS
004060     MOVE SPACES TO WS-PRINT-LINE
004070     STRING '  TIED TO DDABAL ...................: ' WS-CNT-DIS
004080            DELIMITED BY SIZE INTO WS-PRINT-LINE
004090     END-STRING
004100     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004110*
004120     MOVE WS-RPT-BAL-DIFFERS TO WS-CNT-DIS
004130     MOVE SPACES TO WS-PRINT-LINE
004140     STRING '  CORE BALANCE DIFFERS .............: ' WS-CNT-DIS
004150            DELIMITED BY SIZE INTO WS-PRINT-LINE
004160     END-STRING
004170     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004180*
004190     MOVE WS-RPT-NOT-IN-STORE TO WS-CNT-DIS
004200     MOVE SPACES TO WS-PRINT-LINE
004210     STRING '  NOT LOADED TO DDABAL .............: ' WS-CNT-DIS
004220            DELIMITED BY SIZE INTO WS-PRINT-LINE
004230     END-STRING
004240     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004250*
004260     MOVE WS-RPT-STORE-ROWS TO WS-CNT-DIS
004270     MOVE SPACES TO WS-PRINT-LINE
004280     STRING 'DDABAL ROWS ........................: ' WS-CNT-DIS
004290            DELIMITED BY SIZE INTO WS-PRINT-LINE
004300     END-STRING
004310     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004320*
004330     MOVE WS-RPT-ARITH-BROKEN TO WS-CNT-DIS
004340     MOVE SPACES TO WS-PRINT-LINE
004350     STRING '  AVAILABLE NOT CORE LESS HOLDS ....: ' WS-CNT-DIS
004360            DELIMITED BY SIZE INTO WS-PRINT-LINE
004370     END-STRING
004380     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004390*
004400     MOVE WS-RPT-NOT-ON-FILE TO WS-CNT-DIS
004410     MOVE SPACES TO WS-PRINT-LINE
004420     STRING '  NOT ON THIS CORE FILE ............: ' WS-CNT-DIS
004430            DELIMITED BY SIZE INTO WS-PRINT-LINE
004440     END-STRING
004450     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004460*
004470     MOVE WS-TOT-FILE-BAL TO WS-TOT-DIS
004480     MOVE SPACES TO WS-PRINT-LINE
004490     STRING 'CORE FILE AVAILABLE TOTAL ..........: ' WS-TOT-DIS
004500            DELIMITED BY SIZE INTO WS-PRINT-LINE
004510     END-STRING
004520     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004530*
004540     MOVE WS-TOT-STORE-CORE TO WS-TOT-DIS
004550     MOVE SPACES TO WS-PRINT-LINE
004560     STRING 'DDABAL CORE BALANCE TOTAL ..........: ' WS-TOT-DIS
004570            DELIMITED BY SIZE INTO WS-PRINT-LINE
004580     END-STRING
004590     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004600*
004610     MOVE WS-TOT-STORE-HOLDS TO WS-TOT-DIS
004620     MOVE SPACES TO WS-PRINT-LINE
004630     STRING 'DDABAL OPEN DEBIT HOLDS TOTAL ......: ' WS-TOT-DIS
004640            DELIMITED BY SIZE INTO WS-PRINT-LINE
004650     END-STRING
004660     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004670*
004680     MOVE WS-TOT-STORE-AVAIL TO WS-TOT-DIS
004690     MOVE SPACES TO WS-PRINT-LINE
004700     STRING 'DDABAL AVAILABLE BALANCE TOTAL .....: ' WS-TOT-DIS
004710            DELIMITED BY SIZE INTO WS-PRINT-LINE
004720     END-STRING
004730     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004740*
004750     MOVE WS-RPT-EXCEPTIONS TO WS-CNT-DIS
004760     MOVE SPACES TO WS-PRINT-LINE
004770     IF WS-RPT-EXCEPTIONS = 0
004780        STRING 'TIE-OUT ............................: CLEAN'
004790               DELIMITED BY SIZE INTO WS-PRINT-LINE
004800        END-STRING
004810     ELSE
004820        STRING 'TIE-OUT EXCEPTIONS - INVESTIGATE ...: ' WS-CNT-DIS
004830               DELIMITED BY SIZE INTO WS-PRINT-LINE
004840        END-STRING
004850     END-IF
004860     WRITE TIEOUT-REPORT-LINE FROM WS-PRINT-LINE
004870     .
004880 8000-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------*
004910 9000-FILE-CLOSE.
004920*----------------------------------------------------------------*
004930     CLOSE FEED-FILE
004940     CLOSE DDA-BAL
004950     IF RUN-CONTROL-AVAILABLE
004960        CLOSE RUN-CONTROL
004970     END-IF
004980     CLOSE TIEOUT-REPORT
004990     .
005000 9000-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------*
005030 9999-ABEND.
005040*----------------------------------------------------------------*
005050     DISPLAY 'CBDDATIE ABENDING DUE TO FILE OPEN ERROR'
005060     MOVE 16 TO RETURN-CODE
005070     GOBACK
005080     .
005090 9999-EXIT.
005100     EXIT.
