000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBACTAPL.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-12-26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBACTAPL - NIGHTLY MASS ACCOUNT ACTION APPLY                *
000090*    APPLIES THE ACCOUNT-ACTION BATCHES A SECOND USER APPROVED   *
000100*    ON PAUMAB (COPAUT0C). ONE BROWSE OF ACCTPEND TAKES EVERY    *
000110*    ROW STAGED BY CBACTSTG: A ROW OF AN APPROVED BATCH IS       *
000120*    APPLIED TO ACCTDAT (STATUS TO S/C, OR THE NEW CREDIT        *
000130*    LIMIT), CAPTURED FOR THE WAREHOUSE AS A CDC TYPE 'M'        *
000140*    RECORD WITH THE BEFORE AND AFTER ACCOUNT IMAGES, JOURNALED  *
000150*    TO ACTAUDIT WITH REQUESTER AND APPROVER THE WAY PAUACM      *
000160*    JOURNALS, AND - FOR A STATUS CHANGE - ADDED TO THE DAY'S    *
000170*    ACCTCHG FILE SO THE CLOSURE SWEEP (CBACLOSW) RELEASES THE   *
000180*    ACCOUNT'S HOLDS. A ROW OF A REJECTED BATCH IS PURGED. ROWS  *
000190*    OF A PENDING BATCH AND SINGLE PAUACM CHANGES ARE LEFT       *
000200*    ALONE. EACH APPLIED OR REJECTED BATCH IS THEN CLOSED ON     *
000210*    ACCTBCTL WITH ITS COUNTS. EVERY ACCOUNT'S RESULT IS PRINTED *
000220*    AND THE PAURUNCT ROW IS STAMPED.                            *
000230*----------------------------------------------------------------*
000240*                MODIFICATION HISTORY                            *
000250* DATE       INIT DESCRIPTION                                    *
000260* 2027-12-26  RKA INITIAL VERSION                                *
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-ZOS.
000310 OBJECT-COMPUTER. IBM-ZOS.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PEND-FILE      ASSIGN TO ACCTPEND
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE  IS DYNAMIC
000370         RECORD KEY   IS APC-ACCT-ID
000380         FILE STATUS  IS WS-PEND-STATUS.
000390*
000400     SELECT BATCH-CONTROL  ASSIGN TO ACCTBCTL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS DYNAMIC
000430         RECORD KEY   IS ABH-BATCH-ID
000440         FILE STATUS  IS WS-ABH-STATUS.
000450*
000460     SELECT ACCT-FILE      ASSIGN TO ACCTDAT
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE  IS RANDOM
000490         RECORD KEY   IS ACCT-ID
000500         FILE STATUS  IS WS-ACCT-STATUS.
000510*
000520     SELECT CDC-FILE       ASSIGN TO CDCOUT
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE  IS SEQUENTIAL
000550         FILE STATUS  IS WS-CDC-STATUS.
000560*
000570     SELECT ACCT-JOURNAL   ASSIGN TO ACTAUDIT
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE  IS SEQUENTIAL
000600         FILE STATUS  IS WS-ACTA-STATUS.
000610*
000620     SELECT CHANGE-FILE    ASSIGN TO ACCTCHG
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE  IS SEQUENTIAL
000650         FILE STATUS  IS WS-CHG-STATUS.
000660*
000670     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE  IS RANDOM
000700         RECORD KEY   IS RUNC-JOB-NAME
000710         FILE STATUS  IS WS-RUNC-STATUS.
000720*
000730     SELECT APPLY-REPORT   ASSIGN TO ACTAPLRP
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE  IS SEQUENTIAL
000760         FILE STATUS  IS WS-RPT-STATUS.
000770*----------------------------------------------------------------*
000780 DATA DIVISION.
000790*----------------------------------------------------------------*
000800 FILE SECTION.
000810 FD  PEND-FILE
000820     RECORDING MODE IS F.
000830 COPY CVACTPCY.
000840*
000850 FD  BATCH-CONTROL
000860     RECORDING MODE IS F.
000870 COPY CVACTBHY.
000880*
000890 FD  ACCT-FILE
000900     RECORDING MODE IS F.
000910 COPY CVACT01Y.
000920*
000930 FD  CDC-FILE
000940     RECORDING MODE IS F.
000950 COPY CVCDCFDY.
000960*
000970 FD  ACCT-JOURNAL
000980     RECORDING MODE IS V.
000990 COPY CVACTAUY.
001000*
001010 FD  CHANGE-FILE
001020     RECORDING MODE IS F.
001030 01  STATUS-CHANGE-RECORD.
001040     05  CHG-ACCT-ID             PIC 9(11).
001050     05  CHG-NEW-STATUS          PIC X(01).
001060     05  CHG-CHANGE-DATE         PIC X(08).
001070     05  FILLER                  PIC X(60).
001080*
001090 FD  RUN-CONTROL
001100     RECORDING MODE IS F.
001110 COPY CVRUNCTY.
001120*
001130 FD  APPLY-REPORT
001140     RECORDING MODE IS F.
001150 01  APPLY-REPORT-LINE           PIC X(132).
001160*----------------------------------------------------------------*
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------*
001190 01  WS-VARIABLES.
001200     05  WS-PGMNAME                 PIC X(08) VALUE 'CBACTAPL'.
001210     05  CURRENT-DATE               PIC 9(06).
001220     05  CURRENT-DATE-R REDEFINES CURRENT-DATE.
001230         10  CURRENT-YY             PIC X(02).
001240         10  CURRENT-MM             PIC X(02).
001250         10  CURRENT-DD             PIC X(02).
001260     05  WS-TODAY-CCYYMMDD          PIC X(08).
001270     05  WS-RUN-TIME                PIC 9(08).
001280     05  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
001290         10  WS-RUN-HH              PIC X(02).
001300         10  WS-RUN-MI              PIC X(02).
001310         10  WS-RUN-SS              PIC X(02).
001320         10  FILLER                 PIC X(02).
001330     05  WS-ACTION-RESULT           PIC X(40).
001340     05  WS-APPLY-OK-SW             PIC X(01).
001350         88  ACTION-APPLIED                 VALUE 'Y'.
001360         88  ACTION-FAILED                  VALUE 'N'.
001370     05  WS-CHG-AVAIL-SW            PIC X(01) VALUE 'N'.
001380         88  CHANGE-FILE-AVAILABLE          VALUE 'Y'.
001390*
001400 01  WS-FILE-STATUSES.
001410     05  WS-PEND-STATUS             PIC X(02).
001420         88  PEND-EOF                       VALUE '10'.
001430     05  WS-ABH-STATUS              PIC X(02).
001440         88  ABH-FOUND                      VALUE '00'.
001450         88  ABH-EOF                        VALUE '10'.
001460     05  WS-ACCT-STATUS             PIC X(02).
001470         88  ACCT-FOUND                     VALUE '00'.
001480     05  WS-CDC-STATUS              PIC X(02).
001490     05  WS-ACTA-STATUS             PIC X(02).
001500     05  WS-CHG-STATUS              PIC X(02).
001510     05  WS-RUNC-STATUS             PIC X(02).
001520     05  WS-RPT-STATUS              PIC X(02).
001530 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001540     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001550*----------------------------------------------------------------*
001560*    ACCOUNT BEFORE-IMAGE FOR THE CAPTURE AND THE JOURNAL        *
001570*----------------------------------------------------------------*
001580 01  WS-OLD-ACCT-IMAGE              PIC X(62).
001590 01  WS-OLD-ACCOUNT REDEFINES WS-OLD-ACCT-IMAGE.
001600     05  WS-OLD-ACCT-ID             PIC 9(11).
001610     05  WS-OLD-ACTIVE-STATUS       PIC X(01).
001620     05  WS-OLD-CREDIT-LIMIT        PIC S9(09)V99.
001630     05  FILLER                     PIC X(39).
001640*----------------------------------------------------------------*
001650 01  WS-REPORT-COUNTERS.
001660     05  WS-RPT-ROWS-READ           PIC S9(9) COMP-3 VALUE 0.
001670     05  WS-RPT-APPLIED             PIC S9(9) COMP-3 VALUE 0.
001680     05  WS-RPT-FAILED              PIC S9(9) COMP-3 VALUE 0.
001690     05  WS-RPT-PURGED              PIC S9(9) COMP-3 VALUE 0.
001700     05  WS-RPT-LEFT-PENDING        PIC S9(9) COMP-3 VALUE 0.
001710     05  WS-RPT-NO-BATCH            PIC S9(9) COMP-3 VALUE 0.
001720     05  WS-RPT-BATCHES-APPLIED     PIC S9(9) COMP-3 VALUE 0.
001730     05  WS-RPT-BATCHES-PURGED      PIC S9(9) COMP-3 VALUE 0.
001740     05  WS-RPT-CDC-WRITTEN         PIC S9(9) COMP-3 VALUE 0.
001750     05  WS-RPT-CHG-WRITTEN         PIC S9(9) COMP-3 VALUE 0.
001760*----------------------------------------------------------------*
001770 01  WS-PRINT-LINE                 PIC X(132).
001780 01  WS-DISPLAY-FIELDS.
001790     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001800     05  WS-OLD-AMT-DIS             PIC Z,ZZZ,ZZ9.99-.
001810     05  WS-NEW-AMT-DIS             PIC Z,ZZZ,ZZ9.99-.
001820     05  WS-BCNT-DIS                PIC Z(06)9.
001830     05  WS-BFAIL-DIS               PIC Z(06)9.
001840*----------------------------------------------------------------*
001850 PROCEDURE DIVISION.
001860*----------------------------------------------------------------*
001870 MAIN-PARA.
001880     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001890*
001900     PERFORM 2000-PROCESS-STAGED-ROWS THRU 2000-EXIT
001910     PERFORM 3000-CLOSE-BATCHES      THRU 3000-EXIT
001920*
001930     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001940     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001950*
001960     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001970*
001980     GOBACK.
001990*----------------------------------------------------------------*
002000 1000-INITIALIZE.
002010*----------------------------------------------------------------*
002020     ACCEPT CURRENT-DATE     FROM DATE
002030     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002040     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002050*
002060     OPEN I-O    PEND-FILE
002070     IF WS-PEND-STATUS = SPACES OR '00'
002080        CONTINUE
002090     ELSE
002100        DISPLAY 'ERROR IN OPENING ACCTPEND:' WS-PEND-STATUS
002110        PERFORM 9999-ABEND THRU 9999-EXIT
002120     END-IF
002130     OPEN I-O    BATCH-CONTROL
002140     IF WS-ABH-STATUS = SPACES OR '00'
002150        CONTINUE
002160     ELSE
002170        DISPLAY 'ERROR IN OPENING ACCTBCTL:' WS-ABH-STATUS
002180        PERFORM 9999-ABEND THRU 9999-EXIT
002190     END-IF
002200     OPEN I-O    ACCT-FILE
002210     IF WS-ACCT-STATUS = SPACES OR '00'
002220        CONTINUE
002230     ELSE
002240        DISPLAY 'ERROR IN OPENING ACCTDAT:' WS-ACCT-STATUS
002250        PERFORM 9999-ABEND THRU 9999-EXIT
002260     END-IF
002270     OPEN OUTPUT CDC-FILE
002280     IF WS-CDC-STATUS = SPACES OR '00'
002290        CONTINUE
002300     ELSE
002310        DISPLAY 'ERROR IN OPENING CDCOUT:' WS-CDC-STATUS
002320        PERFORM 9999-ABEND THRU 9999-EXIT
002330     END-IF
002340     OPEN EXTEND ACCT-JOURNAL
002350     IF WS-ACTA-STATUS = SPACES OR '00'
002360        CONTINUE
002370     ELSE
002380        DISPLAY 'ERROR IN OPENING ACTAUDIT:' WS-ACTA-STATUS
002390        PERFORM 9999-ABEND THRU 9999-EXIT
002400     END-IF
002410     OPEN EXTEND CHANGE-FILE
002420     IF WS-CHG-STATUS = SPACES OR '00'
002430        SET CHANGE-FILE-AVAILABLE TO TRUE
002440     ELSE
002450        DISPLAY 'ACCTCHG NOT AVAILABLE - STATUS CHANGES NOT '
002460                'PASSED TO THE CLOSURE SWEEP'
002470     END-IF
002480     OPEN OUTPUT APPLY-REPORT
002490*
002500     OPEN I-O RUN-CONTROL
002510     IF WS-RUNC-STATUS = SPACES OR '00'
002520        SET RUN-CONTROL-AVAILABLE TO TRUE
002530        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002540     ELSE
002550        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002560     END-IF
002570*
002580     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002590     DISPLAY '*-------------------------------------*'
002600     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002610*
002620     MOVE SPACES TO WS-PRINT-LINE
002630     STRING 'CBACTAPL MASS ACCOUNT ACTION APPLY - RUN DATE '
002640            CURRENT-DATE
002650            DELIMITED BY SIZE INTO WS-PRINT-LINE
002660     END-STRING
002670     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
002680     MOVE SPACES TO WS-PRINT-LINE
002690     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
002700     .
002710 1000-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------*
002740 1300-MARK-RUN-START.
002750*----------------------------------------------------------------*
002760     ACCEPT WS-RUN-TIME      FROM TIME
002770     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002780     READ RUN-CONTROL
002790     IF WS-RUNC-STATUS NOT = '00'
002800        MOVE SPACES          TO RUN-CONTROL-RECORD
002810        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002820     END-IF
002830     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002840     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002850     MOVE SPACES             TO RUNC-END-TIME
002860     SET  RUNC-RUNNING       TO TRUE
002870     MOVE ZEROES             TO RUNC-RECORD-COUNT
002880     IF WS-RUNC-STATUS = '00'
002890        REWRITE RUN-CONTROL-RECORD
002900     ELSE
002910        WRITE RUN-CONTROL-RECORD
002920     END-IF
002930     .
002940 1300-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------*
002970 1400-MARK-RUN-END.
002980*----------------------------------------------------------------*
002990     IF RUN-CONTROL-AVAILABLE
003000        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003010        READ RUN-CONTROL
003020        ACCEPT WS-RUN-TIME   FROM TIME
003030        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003040        SET  RUNC-COMPLETE   TO TRUE
003050        MOVE WS-RPT-APPLIED  TO RUNC-RECORD-COUNT
003060        REWRITE RUN-CONTROL-RECORD
003070        IF WS-RUNC-STATUS NOT = '00'
003080           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003090        END-IF
003100     END-IF
003110     .
003120 1400-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------*
003150*    ONE PASS OVER ACCTPEND. ONLY ROWS CARRYING A BATCH ID ARE   *
003160*    THIS JOB'S; EACH IS DISPOSED OF BY ITS BATCH'S DECISION.    *
003170*----------------------------------------------------------------*
003180 2000-PROCESS-STAGED-ROWS.
003190*----------------------------------------------------------------*
003200     MOVE ZERO                   TO APC-ACCT-ID
003210     START PEND-FILE KEY >= APC-ACCT-ID
003220     IF WS-PEND-STATUS NOT = '00'
003230        GO TO 2000-EXIT
003240     END-IF
003250     PERFORM 2100-PROCESS-NEXT-ROW THRU 2100-EXIT
003260         UNTIL PEND-EOF
003270     .
003280 2000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------*
003310 2100-PROCESS-NEXT-ROW.
003320*----------------------------------------------------------------*
003330     READ PEND-FILE NEXT RECORD
003340         AT END GO TO 2100-EXIT
003350     END-READ
003360     IF APC-BATCH-ID = SPACES
003370        GO TO 2100-EXIT
003380     END-IF
003390     ADD 1                       TO WS-RPT-ROWS-READ
003400     MOVE APC-BATCH-ID           TO ABH-BATCH-ID
003410     READ BATCH-CONTROL
003420     IF NOT ABH-FOUND
003430        ADD 1                    TO WS-RPT-NO-BATCH
003440        DISPLAY 'ACCTPEND ROW WITH NO BATCH CONTROL ROW - ACCT:'
003450                APC-ACCT-ID ' BATCH:' APC-BATCH-ID
003460        GO TO 2100-EXIT
003470     END-IF
003480     EVALUATE TRUE
003490         WHEN ABH-APPROVED
003500            PERFORM 2200-APPLY-ACTION    THRU 2200-EXIT
003510            PERFORM 2600-REMOVE-ROW      THRU 2600-EXIT
003520            IF ACTION-APPLIED
003530               ADD 1             TO ABH-APPLIED-COUNT
003540            ELSE
003550               ADD 1             TO ABH-FAILED-COUNT
003560            END-IF
003570            REWRITE ACCT-BATCH-CONTROL-RECORD
003580            IF WS-ABH-STATUS NOT = '00'
003590               DISPLAY 'ERROR REWRITING ACCTBCTL:' WS-ABH-STATUS
003600                       ' BATCH:' ABH-BATCH-ID
003610            END-IF
003620         WHEN ABH-REJECTED
003630            PERFORM 2600-REMOVE-ROW      THRU 2600-EXIT
003640            ADD 1                TO WS-RPT-PURGED
003650         WHEN OTHER
003660            ADD 1                TO WS-RPT-LEFT-PENDING
003670     END-EVALUATE
003680     .
003690 2100-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720*    THE ACCOUNT IS RE-READ TONIGHT - IT MAY HAVE MOVED SINCE    *
003730*    THE BATCH WAS STAGED. A STATUS IT ALREADY HAS, OR ANY       *
003740*    ACTION ON AN ACCOUNT CLOSED SINCE, IS REPORTED NOT APPLIED. *
003750*----------------------------------------------------------------*
003760 2200-APPLY-ACTION.
003770*----------------------------------------------------------------*
003780     SET ACTION-FAILED           TO TRUE
003790     MOVE SPACES                 TO WS-OLD-ACCT-IMAGE
003800     MOVE APC-ACCT-ID            TO ACCT-ID
003810     READ ACCT-FILE
003820     IF NOT ACCT-FOUND
003830        MOVE 'ACCOUNT NO LONGER ON ACCTDAT' TO WS-ACTION-RESULT
003840        GO TO 2200-LIST
003850     END-IF
003860     MOVE ACCOUNT-RECORD         TO WS-OLD-ACCT-IMAGE
003870     IF ACCT-ACTIVE-STATUS = 'C'
003880        MOVE 'ACCOUNT CLOSED SINCE STAGING' TO WS-ACTION-RESULT
003890        GO TO 2200-LIST
003900     END-IF
003910     EVALUATE TRUE
003920         WHEN APC-STATUS-CHANGE
003930            IF ACCT-ACTIVE-STATUS = APC-NEW-STATUS
003940               MOVE 'ACCOUNT ALREADY HAS THAT STATUS'
003950                                 TO WS-ACTION-RESULT
003960               GO TO 2200-LIST
003970            END-IF
003980            MOVE APC-NEW-STATUS  TO ACCT-ACTIVE-STATUS
003990         WHEN APC-LIMIT-INCREASE
004000         WHEN APC-LIMIT-DECREASE
004010            MOVE APC-NEW-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
004020         WHEN OTHER
004030            MOVE 'UNKNOWN ACTION ON ACCTPEND ROW'
004040                                 TO WS-ACTION-RESULT
004050            GO TO 2200-LIST
004060     END-EVALUATE
004070     REWRITE ACCOUNT-RECORD
004080     IF WS-ACCT-STATUS NOT = '00'
004090        MOVE SPACES              TO WS-ACTION-RESULT
004100        STRING 'ACCTDAT REWRITE FAILED, STATUS ' WS-ACCT-STATUS
004110               DELIMITED BY SIZE INTO WS-ACTION-RESULT
004120        END-STRING
004130        GO TO 2200-LIST
004140     END-IF
004150     SET ACTION-APPLIED          TO TRUE
004160     MOVE 'APPLIED'              TO WS-ACTION-RESULT
004170     PERFORM 2300-WRITE-CAPTURE  THRU 2300-EXIT
004180     PERFORM 2400-WRITE-JOURNAL  THRU 2400-EXIT
004190     IF APC-STATUS-CHANGE
004200        PERFORM 2500-WRITE-STATUS-CHANGE THRU 2500-EXIT
004210     END-IF
004220     .
004230 2200-LIST.
004240     IF ACTION-APPLIED
004250        ADD 1                    TO WS-RPT-APPLIED
004260     ELSE
004270        ADD 1                    TO WS-RPT-FAILED
004280     END-IF
004290     IF WS-OLD-ACCT-IMAGE = SPACES
004300        MOVE ZERO                TO WS-OLD-AMT-DIS
004310     ELSE
004320        MOVE WS-OLD-CREDIT-LIMIT TO WS-OLD-AMT-DIS
004330     END-IF
004340     IF APC-STATUS-CHANGE
004350        MOVE WS-OLD-AMT-DIS      TO WS-NEW-AMT-DIS
004360     ELSE
004370        MOVE APC-NEW-CREDIT-LIMIT TO WS-NEW-AMT-DIS
004380     END-IF
004390     MOVE SPACES                 TO WS-PRINT-LINE
004400     STRING 'BATCH:' APC-BATCH-ID
004410            ' ACCT:' APC-ACCT-ID
004420            ' ACTION:' APC-ACTION
004430            ' STATUS:' WS-OLD-ACTIVE-STATUS
004440            '>' APC-NEW-STATUS
004450            ' LIMIT:' WS-OLD-AMT-DIS
004460            '>' WS-NEW-AMT-DIS
004470            ' ' WS-ACTION-RESULT
004480            DELIMITED BY SIZE
004490            INTO WS-PRINT-LINE
004500     END-STRING
004510     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
004520     .
004530 2200-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560*    ACCOUNT-MASTER CHANGE FOR THE WAREHOUSE - CDC TYPE 'M'.     *
004570*----------------------------------------------------------------*
004580 2300-WRITE-CAPTURE.
004590*----------------------------------------------------------------*
004600     MOVE SPACES                 TO CHANGE-CAPTURE-RECORD
004610     SET  CDC-IS-ACCT-CHANGE     TO TRUE
004620     MOVE WS-PGMNAME             TO CDC-SOURCE-PGM
004630     STRING 'ACTBATCH-' APC-BATCH-ID '-' APC-ACCT-ID
004640            DELIMITED BY SIZE INTO CDC-CORRELATION-ID
004650     END-STRING
004660     MOVE APC-ACCT-ID            TO CDC-ACCT-ID
004670     MOVE WS-OLD-ACCT-IMAGE      TO CDC-BEFORE-IMAGE
004680     MOVE ACCOUNT-RECORD         TO CDC-AFTER-IMAGE
004690     MOVE CURRENT-DATE           TO CDC-CAPTURE-DATE
004700     WRITE CHANGE-CAPTURE-RECORD
004710     IF WS-CDC-STATUS = '00'
004720        ADD 1                    TO WS-RPT-CDC-WRITTEN
004730     ELSE
004740        DISPLAY 'ERROR WRITING CDCOUT:' WS-CDC-STATUS
004750                ' ACCT:' APC-ACCT-ID
004760     END-IF
004770     .
004780 2300-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------*
004810*    SAME JOURNAL RECORD PAUACM WRITES TO CACT: THE REQUESTER,   *
004820*    THE BATCH APPROVER AND BOTH IMAGES. THE TIMESTAMP IS BUILT  *
004830*    IN THE SAME MM/DD/YY HH:MM:SS FORM.                         *
004840*----------------------------------------------------------------*
004850 2400-WRITE-JOURNAL.
004860*----------------------------------------------------------------*
004870     ACCEPT WS-RUN-TIME          FROM TIME
004880     MOVE SPACES                 TO ACCT-AUDIT-RECORD
004890     MOVE APC-REQUESTED-BY       TO ACTA-USER-ID
004900     MOVE ABH-DECIDED-BY         TO ACTA-APPROVED-BY
004910     STRING CURRENT-MM '/' CURRENT-DD '/' CURRENT-YY ' '
004920            WS-RUN-HH ':' WS-RUN-MI ':' WS-RUN-SS
004930            DELIMITED BY SIZE INTO ACTA-TIMESTAMP
004940     END-STRING
004950     MOVE APC-ACCT-ID            TO ACTA-ACCT-ID
004960     MOVE WS-OLD-ACCT-IMAGE      TO ACTA-OLD-IMAGE
004970     MOVE ACCOUNT-RECORD         TO ACTA-NEW-IMAGE
004980     WRITE ACCT-AUDIT-RECORD
004990     IF WS-ACTA-STATUS NOT = '00'
005000        DISPLAY 'ERROR WRITING ACTAUDIT:' WS-ACTA-STATUS
005010                ' ACCT:' APC-ACCT-ID
005020     END-IF
005030     .
005040 2400-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------*
005070*    A SUSPENSION OR CLOSURE GOES ON THE DAY'S ACCTCHG FILE SO   *
005080*    THE CLOSURE SWEEP RELEASES THE ACCOUNT'S OPEN HOLDS.        *
005090*----------------------------------------------------------------*
005100 2500-WRITE-STATUS-CHANGE.
005110*----------------------------------------------------------------*
005120     IF NOT CHANGE-FILE-AVAILABLE
005130        GO TO 2500-EXIT
005140     END-IF
005150     MOVE SPACES                 TO STATUS-CHANGE-RECORD
005160     MOVE APC-ACCT-ID            TO CHG-ACCT-ID
005170     MOVE APC-NEW-STATUS         TO CHG-NEW-STATUS
005180     MOVE WS-TODAY-CCYYMMDD      TO CHG-CHANGE-DATE
005190     WRITE STATUS-CHANGE-RECORD
005200     IF WS-CHG-STATUS = '00'
005210        ADD 1                    TO WS-RPT-CHG-WRITTEN
005220     ELSE
005230        DISPLAY 'ERROR WRITING ACCTCHG:' WS-CHG-STATUS
005240                ' ACCT:' APC-ACCT-ID
005250     END-IF
005260     .
005270 2500-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------*
005300 2600-REMOVE-ROW.
005310*----------------------------------------------------------------*
005320     DELETE PEND-FILE
005330     IF WS-PEND-STATUS NOT = '00'
005340        DISPLAY 'ERROR DELETING ACCTPEND ROW:' WS-PEND-STATUS
005350                ' ACCT:' APC-ACCT-ID
005360     END-IF
005370     .
005380 2600-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------*
005410*    EVERY APPROVED BATCH HAS NOW BEEN APPLIED AND EVERY         *
005420*    REJECTED ONE PURGED - EACH IS CLOSED ON ACCTBCTL SO IT      *
005430*    CANNOT BE DECIDED OR PROCESSED AGAIN.                       *
005440*----------------------------------------------------------------*
005450 3000-CLOSE-BATCHES.
005460*----------------------------------------------------------------*
005470     MOVE LOW-VALUES             TO ABH-BATCH-ID
005480     START BATCH-CONTROL KEY >= ABH-BATCH-ID
005490     IF WS-ABH-STATUS NOT = '00'
005500        GO TO 3000-EXIT
005510     END-IF
005520     MOVE SPACES                 TO WS-PRINT-LINE
005530     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
005540     PERFORM 3100-CLOSE-NEXT-BATCH THRU 3100-EXIT
005550         UNTIL ABH-EOF
005560     .
005570 3000-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------*
005600 3100-CLOSE-NEXT-BATCH.
005610*----------------------------------------------------------------*
005620     READ BATCH-CONTROL NEXT RECORD
005630         AT END GO TO 3100-EXIT
005640     END-READ
005650     IF NOT ABH-APPROVED AND NOT ABH-REJECTED
005660        GO TO 3100-EXIT
005670     END-IF
005680     MOVE WS-TODAY-CCYYMMDD      TO ABH-APPLIED-DATE
005690     MOVE ABH-APPLIED-COUNT      TO WS-BCNT-DIS
005700     MOVE ABH-FAILED-COUNT       TO WS-BFAIL-DIS
005710     MOVE SPACES                 TO WS-PRINT-LINE
005720     IF ABH-APPROVED
005730        SET ABH-APPLIED          TO TRUE
005740        ADD 1                    TO WS-RPT-BATCHES-APPLIED
005750        STRING 'BATCH ' ABH-BATCH-ID ' APPLIED   APPLIED:'
005760               WS-BCNT-DIS ' NOT APPLIED:' WS-BFAIL-DIS
005770               ' REQUESTED BY ' ABH-REQUESTED-BY
005780               ' APPROVED BY ' ABH-DECIDED-BY
005790               DELIMITED BY SIZE INTO WS-PRINT-LINE
005800        END-STRING
005810     ELSE
005820        SET ABH-PURGED           TO TRUE
005830        ADD 1                    TO WS-RPT-BATCHES-PURGED
005840        STRING 'BATCH ' ABH-BATCH-ID ' REJECTED  STAGED ACTIONS '
005850               'PURGED - REQUESTED BY ' ABH-REQUESTED-BY
005860               ' REJECTED BY ' ABH-DECIDED-BY
005870               DELIMITED BY SIZE INTO WS-PRINT-LINE
005880        END-STRING
005890     END-IF
005900     REWRITE ACCT-BATCH-CONTROL-RECORD
005910     IF WS-ABH-STATUS NOT = '00'
005920        DISPLAY 'ERROR CLOSING ACCTBCTL BATCH:' WS-ABH-STATUS
005930                ' BATCH:' ABH-BATCH-ID
005940     END-IF
005950     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
005960     .
005970 3100-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------*
006000 8000-PRINT-RUN-SUMMARY.
006010*----------------------------------------------------------------*
006020     MOVE SPACES TO WS-PRINT-LINE
006030     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006040     MOVE WS-RPT-ROWS-READ TO WS-CNT-DIS
006050     MOVE SPACES TO WS-PRINT-LINE
006060     STRING 'BATCH ROWS ON ACCTPEND .............: ' WS-CNT-DIS
006070            DELIMITED BY SIZE INTO WS-PRINT-LINE
006080     END-STRING
006090     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006100*
006110     MOVE WS-RPT-APPLIED TO WS-CNT-DIS
006120     MOVE SPACES TO WS-PRINT-LINE
006130     STRING '  ACTIONS APPLIED ..................: ' WS-CNT-DIS
006140            DELIMITED BY SIZE INTO WS-PRINT-LINE
006150     END-STRING
006160     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006170*
006180     MOVE WS-RPT-FAILED TO WS-CNT-DIS
006190     MOVE SPACES TO WS-PRINT-LINE
006200     STRING '  ACTIONS NOT APPLIED ..............: ' WS-CNT-DIS
006210            DELIMITED BY SIZE INTO WS-PRINT-LINE
006220     END-STRING
006230     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006240*
006250     MOVE WS-RPT-PURGED TO WS-CNT-DIS
006260     MOVE SPACES TO WS-PRINT-LINE
006270     STRING '  PURGED (REJECTED BATCHES) ........: ' WS-CNT-DIS
006280            DELIMITED BY SIZE INTO WS-PRINT-LINE
006290     END-STRING
006300     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006310*
006320     MOVE WS-RPT-LEFT-PENDING TO WS-CNT-DIS
006330     MOVE SPACES TO WS-PRINT-LINE
006340     STRING '  LEFT WAITING FOR A DECISION ......: ' WS-CNT-DIS
006350            DELIMITED BY SIZE INTO WS-PRINT-LINE
006360     END-STRING
006370     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006380*
006390     MOVE WS-RPT-NO-BATCH TO WS-CNT-DIS
006400     MOVE SPACES TO WS-PRINT-LINE
006410     STRING '  NO BATCH CONTROL ROW .............: ' WS-CNT-DIS
006420            DELIMITED BY SIZE INTO WS-PRINT-LINE
006430     END-STRING
006440     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006450*
006460     MOVE WS-RPT-BATCHES-APPLIED TO WS-CNT-DIS
006470     MOVE SPACES TO WS-PRINT-LINE
006480     STRING 'BATCHES APPLIED ....................: ' WS-CNT-DIS
006490            DELIMITED BY SIZE INTO WS-PRINT-LINE
006500     END-STRING
006510     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006520*
006530     MOVE WS-RPT-BATCHES-PURGED TO WS-CNT-DIS
006540     MOVE SPACES TO WS-PRINT-LINE
006550     STRING 'BATCHES REJECTED AND PURGED ........: ' WS-CNT-DIS
006560            DELIMITED BY SIZE INTO WS-PRINT-LINE
006570     END-STRING
006580     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006590*
006600     MOVE WS-RPT-CDC-WRITTEN TO WS-CNT-DIS
006610     MOVE SPACES TO WS-PRINT-LINE
006620     STRING 'CHANGE-CAPTURE RECORDS WRITTEN .....: ' WS-CNT-DIS
006630            DELIMITED BY SIZE INTO WS-PRINT-LINE
006640     END-STRING
006650     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006660*
006670     MOVE WS-RPT-CHG-WRITTEN TO WS-CNT-DIS
006680     MOVE SPACES TO WS-PRINT-LINE
006690     STRING 'STATUS CHANGES PASSED TO CBACLOSW ..: ' WS-CNT-DIS
006700            DELIMITED BY SIZE INTO WS-PRINT-LINE
006710     END-STRING
006720     WRITE APPLY-REPORT-LINE FROM WS-PRINT-LINE
006730     .
006740 8000-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------*
006770 9000-FILE-CLOSE.
006780*----------------------------------------------------------------*
006790     CLOSE PEND-FILE
006800     CLOSE BATCH-CONTROL
006810     CLOSE ACCT-FILE
006820     CLOSE CDC-FILE
006830     CLOSE ACCT-JOURNAL
006840     IF CHANGE-FILE-AVAILABLE
006850        CLOSE CHANGE-FILE
006860     END-IF
006870     IF RUN-CONTROL-AVAILABLE
006880        CLOSE RUN-CONTROL
006890     END-IF
006900     CLOSE APPLY-REPORT
006910     .
006920 9000-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------*
006950 9999-ABEND.
006960*----------------------------------------------------------------*
006970     DISPLAY 'CBACTAPL ABENDING DUE TO FILE OPEN ERROR'
006980     MOVE 16 TO RETURN-CODE
006990     GOBACK
007000     .
007010 9999-EXIT.
007020     EXIT.
