000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDLNLOD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-08-29.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBDLNLOD - NIGHTLY DELINQUENCY STATUS LOAD (DELINQST)       *
000090*    THE INTAKE RESTRICTS AUTHS ON ACCOUNTS IN ARREARS BY THEIR  *
000100*    DAYS-PAST-DUE BUCKET. THIS JOB APPLIES THE COLLECTIONS      *
000110*    SYSTEM'S DAYS-PAST-DUE FILE (DLNQFEED) UNDER CONTROL        *
000120*    TOTALS: PASS 1 PROVES THE FILE'S TRAILER COUNT AND HASH     *
000130*    TOTAL AND NOTHING IS TOUCHED UNLESS IT BALANCES; PASS 2     *
000140*    REPLACES EACH ACCOUNT'S DAYS PAST DUE AND DERIVES ITS       *
000150*    BUCKET (30, 60, 90); PASS 3 SETS BACK TO CURRENT EVERY ROW  *
000160*    WHOSE ACCOUNT WAS NOT ON TONIGHT'S FILE - THE FILE IS THE   *
000170*    WHOLE BOOK, SO A MISSING ACCOUNT HAS CURED. BUCKET CHANGES  *
000180*    ARE LISTED FOR THE COLLECTIONS DESK AND THE PAURUNCT ROW IS *
000190*    STAMPED SO THE OPERATIONS CONSOLE SHOWS THE LOAD RAN.       *
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2027-08-29  ABF INITIAL VERSION                                *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-ZOS.
000280 OBJECT-COMPUTER. IBM-ZOS.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FEED-FILE      ASSIGN TO DLNQFEED
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE  IS SEQUENTIAL
000340         FILE STATUS  IS WS-FEED-STATUS.
000350*
000360     SELECT DELINQ-FILE    ASSIGN TO DELINQST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS DYNAMIC
000390         RECORD KEY   IS DLQS-ACCT-ID
000400         FILE STATUS  IS WS-DLQS-STATUS.
000410*
000420     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS RANDOM
000450         RECORD KEY   IS RUNC-JOB-NAME
000460         FILE STATUS  IS WS-RUNC-STATUS.
000470*
000480     SELECT LOAD-REPORT    ASSIGN TO DLNLODRP
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE  IS SEQUENTIAL
000510         FILE STATUS  IS WS-RPT-STATUS.
000520*----------------------------------------------------------------*
000530 DATA DIVISION.
000540*----------------------------------------------------------------*
000550 FILE SECTION.
000560 FD  FEED-FILE
000570     RECORDING MODE IS F.
000580 COPY CVDLNFDY.
000590*
000600 FD  DELINQ-FILE
000610     RECORDING MODE IS F.
000620 COPY CVDLNQSY.
000630*
000640 FD  RUN-CONTROL
000650     RECORDING MODE IS F.
000660 COPY CVRUNCTY.
000670*
000680 FD  LOAD-REPORT
000690     RECORDING MODE IS F.
000700 01  LOAD-REPORT-LINE            PIC X(132).
000710*----------------------------------------------------------------*
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000740 01  WS-VARIABLES.
000750     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDLNLOD'.
000760     05  CURRENT-DATE               PIC 9(06).
000770     05  WS-TODAY-CCYYMMDD          PIC X(08).
000780     05  WS-RUN-TIME                PIC 9(08).
000790     05  WS-NEW-BUCKET              PIC X(02).
000800     05  WS-OLD-BUCKET              PIC X(02).
000810     05  WS-BKT-IDX                 PIC S9(4) COMP.
000820*
000830 01  WS-FILE-STATUSES.
000840     05  WS-FEED-STATUS             PIC X(02).
000850         88  FEED-EOF                       VALUE '10'.
000860     05  WS-DLQS-STATUS             PIC X(02).
000870         88  DLQS-FOUND                     VALUE '00'.
000880         88  DLQS-NOT-FOUND                 VALUE '23'.
000890         88  DLQS-EOF                       VALUE '10'.
000900     05  WS-RUNC-STATUS             PIC X(02).
000910     05  WS-RPT-STATUS              PIC X(02).
000920 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000930     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000940*----------------------------------------------------------------*
000950*    CONTROL-TOTAL VERIFICATION STATE                            *
000960*----------------------------------------------------------------*
000970 01  WS-CONTROL-TOTALS.
000980     05  WS-DETAIL-COUNT            PIC 9(08) VALUE 0.
000990     05  WS-HASH-TOTAL              PIC 9(13)V99 COMP-3 VALUE 0.
001000     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
001010         88  TRAILER-SEEN                   VALUE 'Y'.
001020     05  WS-FILE-CLEAN-SW           PIC X(01) VALUE 'N'.
001030         88  FILE-BALANCES                  VALUE 'Y'.
001040*----------------------------------------------------------------*
001050*    ACCOUNTS IN EACH BUCKET AFTER THE LOAD: 1 CURRENT, 2 30-59, *
001060*    3 60-89, 4 90 AND UP.                                       *
001070*----------------------------------------------------------------*
001080 01  WS-BUCKET-NAMES.
001090     05  FILLER PIC X(20) VALUE 'CURRENT (UNDER 30)  '.
001100     05  FILLER PIC X(20) VALUE '30-59 DAYS PAST DUE '.
001110     05  FILLER PIC X(20) VALUE '60-89 DAYS PAST DUE '.
001120     05  FILLER PIC X(20) VALUE '90+ DAYS PAST DUE   '.
001130 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
001140     05  WS-BKT-NAME OCCURS 4 TIMES PIC X(20).
001150 01  WS-BUCKET-COUNTS.
001160     05  WS-BKT-COUNT OCCURS 4 TIMES PIC S9(9) COMP-3.
001170*----------------------------------------------------------------*
001180 01  WS-REPORT-COUNTERS.
001190     05  WS-RPT-APPLIED             PIC S9(9) COMP-3 VALUE 0.
001200     05  WS-RPT-NEW-ROWS            PIC S9(9) COMP-3 VALUE 0.
001210     05  WS-RPT-WORSENED            PIC S9(9) COMP-3 VALUE 0.
001220     05  WS-RPT-IMPROVED            PIC S9(9) COMP-3 VALUE 0.
001230     05  WS-RPT-CURED               PIC S9(9) COMP-3 VALUE 0.
001240     05  WS-RPT-WRITE-ERRORS        PIC S9(9) COMP-3 VALUE 0.
001250*----------------------------------------------------------------*
001260 01  WS-PRINT-LINE                 PIC X(132).
001270 01  WS-DISPLAY-FIELDS.
001280     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001290     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
001300     05  WS-DPD-DIS                 PIC ZZ9.
001310*----------------------------------------------------------------*
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------------*
001340 MAIN-PARA.
001350     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001360*
001370     PERFORM 2000-VERIFY-NEXT-RECORD THRU 2000-EXIT
001380         UNTIL FEED-EOF
001390*
001400     IF FILE-BALANCES
001410        PERFORM 3000-APPLY-PASS      THRU 3000-EXIT
001420        PERFORM 4000-CURE-PASS       THRU 4000-EXIT
001430     ELSE
001440        DISPLAY 'DLNQFEED CONTROL TOTALS DO NOT BALANCE - '
001450                'NOTHING APPLIED'
001460        MOVE 12 TO RETURN-CODE
001470     END-IF
001480*
001490     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001500     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001510*
001520     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001530*
001540     GOBACK.
001550*----------------------------------------------------------------*
001560 1000-INITIALIZE.
001570*----------------------------------------------------------------*
001580     ACCEPT CURRENT-DATE     FROM DATE
001590     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001600     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001610     INITIALIZE WS-BUCKET-COUNTS
001620*
001630     OPEN INPUT  FEED-FILE
001640     IF WS-FEED-STATUS = SPACES OR '00'
001650        CONTINUE
001660     ELSE
001670        DISPLAY 'ERROR IN OPENING DLNQFEED:' WS-FEED-STATUS
001680        PERFORM 9999-ABEND THRU 9999-EXIT
001690     END-IF
001700     OPEN I-O    DELINQ-FILE
001710     IF WS-DLQS-STATUS = SPACES OR '00'
001720        CONTINUE
001730     ELSE
001740        DISPLAY 'ERROR IN OPENING DELINQST:' WS-DLQS-STATUS
001750        PERFORM 9999-ABEND THRU 9999-EXIT
001760     END-IF
001770     OPEN OUTPUT LOAD-REPORT
001780*
001790     OPEN I-O RUN-CONTROL
001800     IF WS-RUNC-STATUS = SPACES OR '00'
001810        SET RUN-CONTROL-AVAILABLE TO TRUE
001820        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001830     ELSE
001840        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001850     END-IF
001860*
001870     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001880     DISPLAY '*-------------------------------------*'
001890     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001900*
001910     MOVE SPACES TO WS-PRINT-LINE
001920     STRING 'CBDLNLOD DELINQUENCY STATUS LOAD - RUN DATE '
001930            CURRENT-DATE
001940            DELIMITED BY SIZE INTO WS-PRINT-LINE
001950     END-STRING
001960     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
001970     MOVE SPACES TO WS-PRINT-LINE
001980     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
001990     .
002000 1000-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------*
002030 1300-MARK-RUN-START.
002040*----------------------------------------------------------------*
002050     ACCEPT WS-RUN-TIME      FROM TIME
002060     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002070     READ RUN-CONTROL
002080     IF WS-RUNC-STATUS NOT = '00'
002090        MOVE SPACES          TO RUN-CONTROL-RECORD
002100        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002110     END-IF
002120     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002130     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002140     MOVE SPACES             TO RUNC-END-TIME
002150     SET  RUNC-RUNNING       TO TRUE
002160     MOVE ZEROES             TO RUNC-RECORD-COUNT
002170     IF WS-RUNC-STATUS = '00'
002180        REWRITE RUN-CONTROL-RECORD
002190     ELSE
002200        WRITE RUN-CONTROL-RECORD
002210     END-IF
002220     .
002230 1300-EXIT.
002240     EXIT.
002250*----------------------------------------------------------------*
002260 1400-MARK-RUN-END.
002270*----------------------------------------------------------------*
002280     IF RUN-CONTROL-AVAILABLE
002290        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002300        READ RUN-CONTROL
002310        ACCEPT WS-RUN-TIME   FROM TIME
002320        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002330        IF FILE-BALANCES
002340           SET  RUNC-COMPLETE TO TRUE
002350        ELSE
002360           SET  RUNC-FAILED   TO TRUE
002370        END-IF
002380        MOVE WS-RPT-APPLIED  TO RUNC-RECORD-COUNT
002390        REWRITE RUN-CONTROL-RECORD
002400        IF WS-RUNC-STATUS NOT = '00'
002410           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002420        END-IF
002430     END-IF
002440     .
002450 1400-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------*
002480*    PASS 1 - NOTHING IS APPLIED UNTIL THE FILE PROVES ITSELF:   *
002490*    THE DETAIL COUNT AND PAST-DUE HASH MUST MATCH THE TRAILER.  *
002500*    A SHORT FILE MUST NOT CURE HALF THE BOOK IN PASS 3.         *
002510*----------------------------------------------------------------*
002520 2000-VERIFY-NEXT-RECORD.
002530*----------------------------------------------------------------*
002540     READ FEED-FILE
002550         AT END
002560             PERFORM 2100-JUDGE-CONTROL-TOTALS THRU 2100-EXIT
002570             GO TO 2000-EXIT
002580     END-READ
002590     IF DLF-IS-DETAIL
002600        ADD 1                   TO WS-DETAIL-COUNT
002610        ADD DLF-PAST-DUE-AMT    TO WS-HASH-TOTAL
002620     END-IF
002630     IF DLF-IS-TRAILER
002640        SET TRAILER-SEEN        TO TRUE
002650     END-IF
002660     .
002670 2000-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------*
002700 2100-JUDGE-CONTROL-TOTALS.
002710*----------------------------------------------------------------*
002720     IF TRAILER-SEEN
002730        AND WS-DETAIL-COUNT = DLT-RECORD-COUNT
002740        AND WS-HASH-TOTAL = DLT-HASH-TOTAL
002750        SET FILE-BALANCES       TO TRUE
002760     END-IF
002770     .
002780 2100-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------*
002810*    PASS 2 - THE FILE BALANCED, SO THE STATUSES GO ON. THE FILE *
002820*    IS RE-OPENED AND EVERY DETAIL APPLIED; AN ACCOUNT NEW TO    *
002830*    THE FILE GETS A ROW.                                        *
002840*----------------------------------------------------------------*
002850 3000-APPLY-PASS.
002860*----------------------------------------------------------------*
002870     CLOSE FEED-FILE
002880     OPEN INPUT FEED-FILE
002890     IF WS-FEED-STATUS = SPACES OR '00'
002900        CONTINUE
002910     ELSE
002920        DISPLAY 'ERROR RE-OPENING DLNQFEED:' WS-FEED-STATUS
002930        GO TO 3000-EXIT
002940     END-IF
002950     PERFORM 3100-APPLY-NEXT-RECORD THRU 3100-EXIT
002960         UNTIL FEED-EOF
002970     .
002980 3000-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------*
003010 3100-APPLY-NEXT-RECORD.
003020*----------------------------------------------------------------*
003030     READ FEED-FILE
003040         AT END GO TO 3100-EXIT
003050     END-READ
003060     IF NOT DLF-IS-DETAIL
003070        GO TO 3100-EXIT
003080     END-IF
003090     EVALUATE TRUE
003100         WHEN DLF-DAYS-PAST-DUE >= 90
003110             MOVE '90'            TO WS-NEW-BUCKET
003120         WHEN DLF-DAYS-PAST-DUE >= 60
003130             MOVE '60'            TO WS-NEW-BUCKET
003140         WHEN DLF-DAYS-PAST-DUE >= 30
003150             MOVE '30'            TO WS-NEW-BUCKET
003160         WHEN OTHER
003170             MOVE '00'            TO WS-NEW-BUCKET
003180     END-EVALUATE
003190     MOVE DLF-ACCT-ID            TO DLQS-ACCT-ID
003200     READ DELINQ-FILE
003210     IF DLQS-FOUND
003220        MOVE DLQS-BUCKET         TO WS-OLD-BUCKET
003230     ELSE
003240        MOVE SPACES              TO DELINQ-STATUS-RECORD
003250        MOVE DLF-ACCT-ID         TO DLQS-ACCT-ID
003260        MOVE '00'                TO WS-OLD-BUCKET
003270        MOVE WS-TODAY-CCYYMMDD   TO DLQS-BUCKET-DATE
003280     END-IF
003290     MOVE DLF-DAYS-PAST-DUE      TO DLQS-DAYS-PAST-DUE
003300     MOVE WS-NEW-BUCKET          TO DLQS-BUCKET
003310     MOVE DLF-PAST-DUE-AMT       TO DLQS-PAST-DUE-AMT
003320     MOVE DLF-AS-OF-DATE         TO DLQS-AS-OF-DATE
003330     MOVE WS-TODAY-CCYYMMDD      TO DLQS-LAST-LOAD-DATE
003340     IF WS-NEW-BUCKET NOT = WS-OLD-BUCKET
003350        MOVE WS-TODAY-CCYYMMDD   TO DLQS-BUCKET-DATE
003360     END-IF
003370     IF DLQS-FOUND
003380        REWRITE DELINQ-STATUS-RECORD
003390     ELSE
003400        WRITE DELINQ-STATUS-RECORD
003410        IF WS-DLQS-STATUS = '00'
003420           ADD 1 TO WS-RPT-NEW-ROWS
003430        END-IF
003440     END-IF
003450     IF WS-DLQS-STATUS NOT = '00'
003460        ADD 1 TO WS-RPT-WRITE-ERRORS
003470        DISPLAY 'ERROR WRITING DELINQST ROW:' WS-DLQS-STATUS
003480                ' ACCT:' DLF-ACCT-ID
003490        GO TO 3100-EXIT
003500     END-IF
003510     ADD 1 TO WS-RPT-APPLIED
003520     IF WS-NEW-BUCKET NOT = WS-OLD-BUCKET
003530        IF WS-NEW-BUCKET > WS-OLD-BUCKET
003540           ADD 1 TO WS-RPT-WORSENED
003550        ELSE
003560           ADD 1 TO WS-RPT-IMPROVED
003570        END-IF
003580        PERFORM 3200-LIST-BUCKET-CHANGE THRU 3200-EXIT
003590     END-IF
003600     .
003610 3100-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------*
003640*    A BUCKET CHANGE CHANGES WHAT THE INTAKE WILL LET THROUGH ON *
003650*    THE ACCOUNT TOMORROW - EACH ONE IS LISTED FOR THE DESK.     *
003660*----------------------------------------------------------------*
003670 3200-LIST-BUCKET-CHANGE.
003680*----------------------------------------------------------------*
003690     MOVE DLQS-DAYS-PAST-DUE     TO WS-DPD-DIS
003700     MOVE DLQS-PAST-DUE-AMT      TO WS-AMT-DIS
003710     MOVE SPACES                 TO WS-PRINT-LINE
003720     STRING 'BUCKET CHANGE ACCT:' DLQS-ACCT-ID
003730            ' FROM:' WS-OLD-BUCKET
003740            ' TO:' DLQS-BUCKET
003750            ' DPD:' WS-DPD-DIS
003760            ' PAST DUE:' WS-AMT-DIS
003770            DELIMITED BY SIZE
003780            INTO WS-PRINT-LINE
003790     END-STRING
003800     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003810     .
003820 3200-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------*
003850*    PASS 3 - EVERY ROW NOT REFRESHED TONIGHT BELONGS TO AN      *
003860*    ACCOUNT THE COLLECTIONS SYSTEM NO LONGER CARRIES: IT IS SET *
003870*    BACK TO CURRENT SO THE INTAKE LIFTS ITS TREATMENT. THE ROW  *
003880*    IS KEPT. THE SAME BROWSE COUNTS THE BOOK BY BUCKET.         *
003890*----------------------------------------------------------------*
003900 4000-CURE-PASS.
003910*----------------------------------------------------------------*
003920     MOVE ZERO                   TO DLQS-ACCT-ID
003930     START DELINQ-FILE KEY >= DLQS-ACCT-ID
003940     IF WS-DLQS-STATUS NOT = '00'
003950        GO TO 4000-EXIT
003960     END-IF
003970     PERFORM 4100-CURE-NEXT-ROW  THRU 4100-EXIT
003980         UNTIL DLQS-EOF
003990     .
004000 4000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------*
004030 4100-CURE-NEXT-ROW.
004040*----------------------------------------------------------------*
004050     READ DELINQ-FILE NEXT RECORD
004060         AT END GO TO 4100-EXIT
004070     END-READ
004080     IF DLQS-LAST-LOAD-DATE NOT = WS-TODAY-CCYYMMDD
004090        AND NOT DLQS-CURRENT
004100        MOVE DLQS-BUCKET         TO WS-OLD-BUCKET
004110        MOVE ZERO                TO DLQS-DAYS-PAST-DUE
004120                                    DLQS-PAST-DUE-AMT
004130        SET DLQS-CURRENT         TO TRUE
004140        MOVE WS-TODAY-CCYYMMDD   TO DLQS-BUCKET-DATE
004150        REWRITE DELINQ-STATUS-RECORD
004160        IF WS-DLQS-STATUS NOT = '00'
004170           ADD 1 TO WS-RPT-WRITE-ERRORS
004180           DISPLAY 'ERROR CURING DELINQST ROW:' WS-DLQS-STATUS
004190                   ' ACCT:' DLQS-ACCT-ID
004200        ELSE
004210           ADD 1 TO WS-RPT-CURED
004220           PERFORM 3200-LIST-BUCKET-CHANGE THRU 3200-EXIT
004230        END-IF
004240     END-IF
004250     EVALUATE TRUE
004260         WHEN DLQS-BUCKET-30  MOVE 2 TO WS-BKT-IDX
004270         WHEN DLQS-BUCKET-60  MOVE 3 TO WS-BKT-IDX
004280         WHEN DLQS-BUCKET-90  MOVE 4 TO WS-BKT-IDX
004290         WHEN OTHER           MOVE 1 TO WS-BKT-IDX
004300     END-EVALUATE
004310     ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX)
004320     .
004330 4100-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360 8000-PRINT-RUN-SUMMARY.
004370*----------------------------------------------------------------*
004380     MOVE SPACES TO WS-PRINT-LINE
004390     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004400     MOVE WS-DETAIL-COUNT TO WS-CNT-DIS
004410     MOVE SPACES TO WS-PRINT-LINE
004420     STRING 'DAYS-PAST-DUE DETAILS ON FILE ......: ' WS-CNT-DIS
004430            DELIMITED BY SIZE INTO WS-PRINT-LINE
004440     END-STRING
004450     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004460*
004470     IF FILE-BALANCES
004480        MOVE SPACES TO WS-PRINT-LINE
004490        STRING 'CONTROL TOTALS .....................: BALANCED'
004500               DELIMITED BY SIZE INTO WS-PRINT-LINE
004510        END-STRING
004520     ELSE
004530        MOVE SPACES TO WS-PRINT-LINE
004540        STRING 'CONTROL TOTALS ............: OUT OF BALANCE - '
004550               'NOTHING APPLIED'
004560               DELIMITED BY SIZE INTO WS-PRINT-LINE
004570        END-STRING
004580     END-IF
004590     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004600*
004610     MOVE WS-RPT-APPLIED TO WS-CNT-DIS
004620     MOVE SPACES TO WS-PRINT-LINE
004630     STRING '  STATUSES APPLIED .................: ' WS-CNT-DIS
004640            DELIMITED BY SIZE INTO WS-PRINT-LINE
004650     END-STRING
004660     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004670*
004680     MOVE WS-RPT-NEW-ROWS TO WS-CNT-DIS
004690     MOVE SPACES TO WS-PRINT-LINE
004700     STRING '  NEW ACCOUNTS ADDED TO DELINQST ...: ' WS-CNT-DIS
004710            DELIMITED BY SIZE INTO WS-PRINT-LINE
004720     END-STRING
004730     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004740*
004750     MOVE WS-RPT-WORSENED TO WS-CNT-DIS
004760     MOVE SPACES TO WS-PRINT-LINE
004770     STRING '  MOVED TO A WORSE BUCKET ..........: ' WS-CNT-DIS
004780            DELIMITED BY SIZE INTO WS-PRINT-LINE
004790     END-STRING
004800     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004810*
004820     MOVE WS-RPT-IMPROVED TO WS-CNT-DIS
004830     MOVE SPACES TO WS-PRINT-LINE
004840     STRING '  MOVED TO A BETTER BUCKET .........: ' WS-CNT-DIS
004850            DELIMITED BY SIZE INTO WS-PRINT-LINE
004860     END-STRING
004870     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004880*
004890     MOVE WS-RPT-CURED TO WS-CNT-DIS
004900     MOVE SPACES TO WS-PRINT-LINE
004910     STRING '  CURED (OFF THE FILE) .............: ' WS-CNT-DIS
004920            DELIMITED BY SIZE INTO WS-PRINT-LINE
004930     END-STRING
004940     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004950*
004960     MOVE WS-RPT-WRITE-ERRORS TO WS-CNT-DIS
004970     MOVE SPACES TO WS-PRINT-LINE
004980     STRING '  DELINQST WRITE ERRORS ............: ' WS-CNT-DIS
004990            DELIMITED BY SIZE INTO WS-PRINT-LINE
005000     END-STRING
005010     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005020*
005030     IF FILE-BALANCES
005040        MOVE SPACES TO WS-PRINT-LINE
005050        WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005060        MOVE SPACES TO WS-PRINT-LINE
005070        STRING 'ACCOUNTS BY BUCKET AFTER THE LOAD'
005080               DELIMITED BY SIZE INTO WS-PRINT-LINE
005090        END-STRING
005100        WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005110        PERFORM 8100-PRINT-BUCKET THRU 8100-EXIT
005120            VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 4
005130     END-IF
005140     .
005150 8000-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------*
005180 8100-PRINT-BUCKET.
005190*----------------------------------------------------------------*
005200     MOVE WS-BKT-COUNT(WS-BKT-IDX) TO WS-CNT-DIS
005210     MOVE SPACES TO WS-PRINT-LINE
005220     STRING '  ' WS-BKT-NAME(WS-BKT-IDX) ' ...........: '
005230            WS-CNT-DIS
005240            DELIMITED BY SIZE INTO WS-PRINT-LINE
005250     END-STRING
005260     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005270     .
005280 8100-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------*
005310 9000-FILE-CLOSE.
005320*----------------------------------------------------------------*
005330     CLOSE FEED-FILE
005340     CLOSE DELINQ-FILE
005350     IF RUN-CONTROL-AVAILABLE
005360        CLOSE RUN-CONTROL
005370     END-IF
005380     CLOSE LOAD-REPORT
005390     .
005400 9000-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------*
005430 9999-ABEND.
005440*----------------------------------------------------------------*
005450     DISPLAY 'CBDLNLOD ABENDING DUE TO FILE OPEN ERROR'
005460     MOVE 16 TO RETURN-CODE
005470     GOBACK
005480     .
005490 9999-EXIT.
005500     EXIT.
