000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBSNELOD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-11-28.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBSNELOD - SANCTIONED-ENTITY LIST LOAD                      *
000090*    APPLIES THE REGULATOR'S DAILY CONSOLIDATED LIST (SNCPUBL,   *
000100*    CVSNEPBY) TO THE SNCENTY SCREENING FILE THE AUTHORIZATION   *
000110*    PROGRAM BROWSES. EACH NAME AND CITY IS NORMALIZED THROUGH   *
000120*    PAUSNMCH SO THE FILE CARRIES THE SAME FORMS THE ONLINE      *
000130*    SCREEN BUILDS FROM THE MERCHANT. A ROW NEW TO THE FILE IS   *
000140*    ADDED, A ROW WHOSE DETAILS MOVED IS CHANGED, AND A ROW NO   *
000150*    LONGER PUBLISHED IS REMOVED IN A SECOND PASS. EVERY ADD,    *
000160*    CHANGE AND REMOVAL IS WRITTEN TO SNCDELTA (CVSNEDLY) FOR    *
000170*    THE CBSNERSC LOOKBACK AND PRINTED ON SNCDLRPT FOR THE       *
000180*    COMPLIANCE TEAM. A RE-SPELT NAME MOVES TO A NEW KEY AND     *
000190*    SHOWS AS ONE REMOVAL AND ONE ADDITION.                      *
000200*    A SHORT OR EMPTY FILE MUST NOT EMPTY THE SCREEN: AN EMPTY   *
000210*    FILE ABENDS, AND WHEN THE REMOVALS WOULD TAKE MORE THAN     *
000220*    MAXDROP PERCENT OF THE FILE THEY ARE NOT APPLIED AND THE    *
000230*    STEP ENDS RC 8 FOR COMPLIANCE TO CONFIRM THE LIST.          *
000240*    SNEPARM (OPTIONAL, ONE KEYWORD PER CARD):                   *
000250*      MAXDROP=NNN   MOST ROWS ONE RUN MAY REMOVE, WHOLE PERCENT *
000260*                    OF THE FILE (DEFAULT 20)                    *
000270*----------------------------------------------------------------*
000280*                MODIFICATION HISTORY                            *
000290* DATE       INIT DESCRIPTION                                    *
000300* 2027-11-28  JGM INITIAL VERSION                                *
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-ZOS.
000350 OBJECT-COMPUTER. IBM-ZOS.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PARM-FILE      ASSIGN TO SNEPARM
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-PARM-STATUS.
000420*
000430     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS RANDOM
000460         RECORD KEY   IS PCAL-KEY
000470         FILE STATUS  IS WS-PCAL-STATUS.
000480*
000490     SELECT PUBLISHED-LIST ASSIGN TO SNCPUBL
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-PUBL-STATUS.
000530*
000540     SELECT ENTITY-FILE    ASSIGN TO SNCENTY
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS DYNAMIC
000570         RECORD KEY   IS SNE-KEY
000580         FILE STATUS  IS WS-SNE-STATUS.
000590*
000600     SELECT DELTA-FILE     ASSIGN TO SNCDELTA
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE  IS SEQUENTIAL
000630         FILE STATUS  IS WS-DELTA-STATUS.
000640*
000650     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE  IS RANDOM
000680         RECORD KEY   IS RUNC-JOB-NAME
000690         FILE STATUS  IS WS-RUNC-STATUS.
000700*
000710     SELECT LOAD-REPORT    ASSIGN TO SNCDLRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE  IS SEQUENTIAL
000740         FILE STATUS  IS WS-RPT-STATUS.
000750*----------------------------------------------------------------*
000760 DATA DIVISION.
000770*----------------------------------------------------------------*
000780 FILE SECTION.
000790 FD  PARM-FILE
000800     RECORDING MODE IS F.
000810 01  PARM-RECORD                 PIC X(80).
000820*
000830 FD  PROC-CALENDAR
000840     RECORDING MODE IS F.
000850 COPY CVPRCALY.
000860*
000870 FD  PUBLISHED-LIST
000880     RECORDING MODE IS F.
000890 COPY CVSNEPBY.
000900*
000910 FD  ENTITY-FILE
000920     RECORDING MODE IS F.
000930 COPY CVSNENTY.
000940*
000950 FD  DELTA-FILE
000960     RECORDING MODE IS F.
000970 COPY CVSNEDLY.
000980*
000990 FD  RUN-CONTROL
001000     RECORDING MODE IS F.
001010 COPY CVRUNCTY.
001020*
001030 FD  LOAD-REPORT
001040     RECORDING MODE IS F.
001050 01  LOAD-REPORT-LINE            PIC X(132).
001060*----------------------------------------------------------------*
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------*
001090 01  WS-VARIABLES.
001100     05  WS-PGMNAME                 PIC X(08) VALUE 'CBSNELOD'.
001110     05  WS-MATCH-PGM               PIC X(08) VALUE 'PAUSNMCH'.
001120     05  CURRENT-DATE               PIC 9(06).
001130     05  WS-TODAY-CCYYMMDD          PIC X(08).
001140     05  WS-RUN-TIME                PIC 9(08).
001150     05  WS-DELTA-ACTION            PIC X(01).
001160     05  WS-DELTA-WORD              PIC X(08).
001170*
001180 01  WS-FILE-STATUSES.
001190     05  WS-PARM-STATUS             PIC X(02).
001200         88  PARM-EOF                       VALUE '10'.
001210     05  WS-PCAL-STATUS             PIC X(02).
001220     05  WS-PUBL-STATUS             PIC X(02).
001230         88  PUBL-EOF                       VALUE '10'.
001240     05  WS-SNE-STATUS              PIC X(02).
001250         88  SNE-FOUND                      VALUE '00'.
001260     05  WS-DELTA-STATUS            PIC X(02).
001270     05  WS-RUNC-STATUS             PIC X(02).
001280     05  WS-RPT-STATUS              PIC X(02).
001290 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001300     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001310 01  WS-SCAN-EOF-SW                 PIC X(01) VALUE 'N'.
001320     88  SCAN-DONE                          VALUE 'Y'.
001330*----------------------------------------------------------------*
001340*    RUN PARAMETERS (PARM-DRIVEN - OPS MAINTAINABLE)             *
001350*----------------------------------------------------------------*
001360 01  WS-RUN-PARMS.
001370     05  WS-MAX-DROP-PCT            PIC 9(03) VALUE 20.
001380*----------------------------------------------------------------*
001390*    THE INCOMING ROW, NORMALIZED                                *
001400*----------------------------------------------------------------*
001410 01  WS-NEW-ENTITY.
001420     05  WS-NEW-SCREEN-TYPE         PIC X(01).
001430     05  WS-NEW-SKEL-KEY            PIC X(12).
001440     05  WS-NEW-NAME-NORM           PIC X(40).
001450     05  WS-NEW-CITY-NORM           PIC X(40).
001460*
001470 01  WS-REPORT-COUNTERS.
001480     05  WS-RPT-PUBL-READ           PIC S9(9) COMP-3 VALUE 0.
001490     05  WS-RPT-ADDED               PIC S9(9) COMP-3 VALUE 0.
001500     05  WS-RPT-CHANGED             PIC S9(9) COMP-3 VALUE 0.
001510     05  WS-RPT-UNCHANGED           PIC S9(9) COMP-3 VALUE 0.
001520     05  WS-RPT-REMOVED             PIC S9(9) COMP-3 VALUE 0.
001530     05  WS-RPT-BAD-RECORDS         PIC S9(9) COMP-3 VALUE 0.
001540     05  WS-RPT-FILE-ROWS           PIC S9(9) COMP-3 VALUE 0.
001550     05  WS-RPT-STALE-ROWS          PIC S9(9) COMP-3 VALUE 0.
001560     05  WS-DROP-LIMIT              PIC S9(9) COMP-3 VALUE 0.
001570 01  WS-DROP-HELD-SW                PIC X(01) VALUE 'N'.
001580     88  DROP-HELD                          VALUE 'Y'.
001590*
001600 01  WS-PRINT-LINE                 PIC X(132).
001610 01  WS-DISPLAY-FIELDS.
001620     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001630     05  WS-PCT-DIS                 PIC ZZ9.
001640*
001650 COPY CVSNMCHY.
001660*----------------------------------------------------------------*
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------------*
001690 MAIN-PARA.
001700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001710*
001720     PERFORM 2000-LOAD-NEXT-ENTITY   THRU 2000-EXIT
001730         UNTIL PUBL-EOF
001740*
001750     PERFORM 5000-REMOVE-DELISTED    THRU 5000-EXIT
001760*
001770     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001780     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001790*
001800     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001810     IF DROP-HELD
001820        MOVE 8 TO RETURN-CODE
001830     END-IF
001840*
001850     GOBACK.
001860*----------------------------------------------------------------*
001870 1000-INITIALIZE.
001880*----------------------------------------------------------------*
001890     ACCEPT CURRENT-DATE     FROM DATE
001900     ACCEPT WS-RUN-TIME      FROM TIME
001910     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001920     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001930     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
001940*
001950     OPEN INPUT  PARM-FILE
001960     IF WS-PARM-STATUS = '00'
001970        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
001980            UNTIL PARM-EOF
001990        CLOSE PARM-FILE
002000     ELSE
002010        DISPLAY 'SNEPARM NOT AVAILABLE - DEFAULTS USED'
002020     END-IF
002030*
002040     OPEN INPUT  PUBLISHED-LIST
002050     IF WS-PUBL-STATUS = SPACES OR '00'
002060        CONTINUE
002070     ELSE
002080        DISPLAY 'ERROR IN OPENING SNCPUBL:' WS-PUBL-STATUS
002090        PERFORM 9999-ABEND THRU 9999-EXIT
002100     END-IF
002110     OPEN I-O    ENTITY-FILE
002120     IF WS-SNE-STATUS = SPACES OR '00' OR '05'
002130        CONTINUE
002140     ELSE
002150        DISPLAY 'ERROR IN OPENING SNCENTY:' WS-SNE-STATUS
002160        PERFORM 9999-ABEND THRU 9999-EXIT
002170     END-IF
002180     OPEN OUTPUT DELTA-FILE
002190     IF WS-DELTA-STATUS = SPACES OR '00'
002200        CONTINUE
002210     ELSE
002220        DISPLAY 'ERROR IN OPENING SNCDELTA:' WS-DELTA-STATUS
002230        PERFORM 9999-ABEND THRU 9999-EXIT
002240     END-IF
002250     OPEN OUTPUT LOAD-REPORT
002260     IF WS-RPT-STATUS NOT = '00'
002270        DISPLAY 'ERROR IN OPENING SNCDLRPT:' WS-RPT-STATUS
002280        PERFORM 9999-ABEND THRU 9999-EXIT
002290     END-IF
002300     OPEN I-O    RUN-CONTROL
002310     IF WS-RUNC-STATUS = SPACES OR '00'
002320        SET RUN-CONTROL-AVAILABLE TO TRUE
002330        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002340     ELSE
002350        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002360     END-IF
002370*
002380     MOVE SPACES TO WS-PRINT-LINE
002390     STRING 'CBSNELOD SANCTIONED-ENTITY LIST LOAD - DATE '
002400            WS-TODAY-CCYYMMDD
002410            DELIMITED BY SIZE INTO WS-PRINT-LINE
002420     END-STRING
002430     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
002440     MOVE SPACES TO WS-PRINT-LINE
002450     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
002460*
002470     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002480     DISPLAY '*-------------------------------------*'
002490     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002500     DISPLAY 'MAXIMUM DROP (PCT)     :' WS-MAX-DROP-PCT
002510     .
002520 1000-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------*
002550 1100-READ-NEXT-PARM.
002560*----------------------------------------------------------------*
002570     READ PARM-FILE
002580         AT END GO TO 1100-EXIT
002590     END-READ
002600     EVALUATE PARM-RECORD(1:8)
002610         WHEN 'MAXDROP='
002620             IF PARM-RECORD(9:3) IS NUMERIC
002630                AND PARM-RECORD(9:3) NOT > '100'
002640                MOVE PARM-RECORD(9:3) TO WS-MAX-DROP-PCT
002650             END-IF
002660         WHEN OTHER
002670             CONTINUE
002680     END-EVALUATE
002690     .
002700 1100-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------*
002730*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
002740*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE - THE       *
002750*    LAST-SEEN DATES THE REMOVAL PASS COMPARES ARE BUSINESS      *
002760*    DATES.                                                      *
002770*----------------------------------------------------------------*
002780 1250-READ-BUSINESS-DATE.
002790*----------------------------------------------------------------*
002800     OPEN INPUT PROC-CALENDAR
002810     IF WS-PCAL-STATUS = SPACES OR '00'
002820        MOVE 'C'             TO PCAL-REC-TYPE
002830        MOVE '00000000'      TO PCAL-KEY-DATE
002840        READ PROC-CALENDAR
002850        IF WS-PCAL-STATUS = '00'
002860           MOVE PCAL-BUSINESS-DATE(3:6) TO CURRENT-DATE
002870           MOVE PCAL-BUSINESS-DATE      TO WS-TODAY-CCYYMMDD
002880           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
002890                   PCAL-BUSINESS-DATE
002900        END-IF
002910        CLOSE PROC-CALENDAR
002920     ELSE
002930        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
002940     END-IF
002950     .
002960 1250-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------*
002990 1300-MARK-RUN-START.
003000*----------------------------------------------------------------*
003010     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003020     READ RUN-CONTROL
003030     IF WS-RUNC-STATUS NOT = '00'
003040        MOVE SPACES          TO RUN-CONTROL-RECORD
003050        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003060     END-IF
003070     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003080     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003090     MOVE SPACES             TO RUNC-END-TIME
003100     SET  RUNC-RUNNING       TO TRUE
003110     MOVE ZEROES             TO RUNC-RECORD-COUNT
003120     IF WS-RUNC-STATUS = '00'
003130        REWRITE RUN-CONTROL-RECORD
003140     ELSE
003150        WRITE RUN-CONTROL-RECORD
003160     END-IF
003170     .
003180 1300-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------*
003210 1400-MARK-RUN-END.
003220*----------------------------------------------------------------*
003230     IF RUN-CONTROL-AVAILABLE
003240        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003250        READ RUN-CONTROL
003260        ACCEPT WS-RUN-TIME   FROM TIME
003270        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003280        SET  RUNC-COMPLETE   TO TRUE
003290        MOVE WS-RPT-PUBL-READ TO RUNC-RECORD-COUNT
003300        REWRITE RUN-CONTROL-RECORD
003310        IF WS-RUNC-STATUS NOT = '00'
003320           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003330        END-IF
003340     END-IF
003350     .
003360 1400-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------*
003390 2000-LOAD-NEXT-ENTITY.
003400*----------------------------------------------------------------*
003410     READ PUBLISHED-LIST
003420         AT END GO TO 2000-EXIT
003430     END-READ
003440     ADD 1 TO WS-RPT-PUBL-READ
003450     IF NOT SNP-VALID-TYPE
003460        OR SNP-ENTITY-ID = SPACES
003470        OR SNP-NAME = SPACES
003480        ADD 1 TO WS-RPT-BAD-RECORDS
003490        GO TO 2000-EXIT
003500     END-IF
003510     PERFORM 2100-NORMALIZE-ENTITY   THRU 2100-EXIT
003520     IF WS-NEW-NAME-NORM = SPACES
003530        ADD 1 TO WS-RPT-BAD-RECORDS
003540        GO TO 2000-EXIT
003550     END-IF
003560     PERFORM 3000-APPLY-ONE-ENTITY   THRU 3000-EXIT
003570     .
003580 2000-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*    A LISTED PLACE IS SCREENED AGAINST THE MERCHANT CITY, ANY   *
003620*    OTHER PARTY AGAINST THE MERCHANT NAME.                      *
003630*----------------------------------------------------------------*
003640 2100-NORMALIZE-ENTITY.
003650*----------------------------------------------------------------*
003660     IF SNP-LOCATION
003670        MOVE 'L'                     TO WS-NEW-SCREEN-TYPE
003680     ELSE
003690        MOVE 'N'                     TO WS-NEW-SCREEN-TYPE
003700     END-IF
003710     SET SNM-NORMALIZE               TO TRUE
003720     MOVE SNP-NAME                   TO SNM-TEXT-IN
003730     CALL WS-MATCH-PGM USING SANCTION-MATCH-PARMS
003740     END-CALL
003750     MOVE SNM-NORM-OUT               TO WS-NEW-NAME-NORM
003760     MOVE SNM-SKEL-OUT               TO WS-NEW-SKEL-KEY
003770     MOVE SPACES                     TO WS-NEW-CITY-NORM
003780     IF SNP-CITY NOT = SPACES
003790        MOVE SNP-CITY                TO SNM-TEXT-IN
003800        CALL WS-MATCH-PGM USING SANCTION-MATCH-PARMS
003810        END-CALL
003820        MOVE SNM-NORM-OUT            TO WS-NEW-CITY-NORM
003830     END-IF
003840     .
003850 2100-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880 3000-APPLY-ONE-ENTITY.
003890*----------------------------------------------------------------*
003900     MOVE WS-NEW-SCREEN-TYPE         TO SNE-SCREEN-TYPE
003910     MOVE WS-NEW-SKEL-KEY            TO SNE-SKEL-KEY
003920     MOVE SNP-ENTITY-ID              TO SNE-ENTITY-ID
003930     READ ENTITY-FILE
003940     IF NOT SNE-FOUND
003950        MOVE SPACES                  TO SANCTIONED-ENTITY-RECORD
003960        MOVE WS-NEW-SCREEN-TYPE      TO SNE-SCREEN-TYPE
003970        MOVE WS-NEW-SKEL-KEY         TO SNE-SKEL-KEY
003980        MOVE SNP-ENTITY-ID           TO SNE-ENTITY-ID
003990        PERFORM 3100-MOVE-ENTITY-DATA THRU 3100-EXIT
004000        MOVE WS-TODAY-CCYYMMDD       TO SNE-ADDED-DATE
004010                                        SNE-LAST-SEEN-DATE
004020        WRITE SANCTIONED-ENTITY-RECORD
004030        IF WS-SNE-STATUS NOT = '00'
004040           DISPLAY 'ERROR WRITING SNCENTY:' WS-SNE-STATUS
004050                   ' ID:' SNP-ENTITY-ID
004060           PERFORM 9999-ABEND THRU 9999-EXIT
004070        END-IF
004080        ADD 1 TO WS-RPT-ADDED
004090        MOVE 'A'                     TO WS-DELTA-ACTION
004100        PERFORM 3200-WRITE-DELTA     THRU 3200-EXIT
004110        GO TO 3000-EXIT
004120     END-IF
004130*
004140     MOVE WS-TODAY-CCYYMMDD          TO SNE-LAST-SEEN-DATE
004150     IF SNE-ENTITY-TYPE = SNP-ENTITY-TYPE
004160        AND SNE-NAME    = SNP-NAME
004170        AND SNE-CITY    = SNP-CITY
004180        AND SNE-COUNTRY = SNP-COUNTRY
004190        AND SNE-PROGRAM = SNP-PROGRAM
004200        ADD 1 TO WS-RPT-UNCHANGED
004210        MOVE SPACE                   TO WS-DELTA-ACTION
004220     ELSE
004230        PERFORM 3100-MOVE-ENTITY-DATA THRU 3100-EXIT
004240        ADD 1 TO WS-RPT-CHANGED
004250        MOVE 'C'                     TO WS-DELTA-ACTION
004260     END-IF
004270     REWRITE SANCTIONED-ENTITY-RECORD
004280     IF WS-SNE-STATUS NOT = '00'
004290        DISPLAY 'ERROR REWRITING SNCENTY:' WS-SNE-STATUS
004300                ' ID:' SNP-ENTITY-ID
004310        PERFORM 9999-ABEND THRU 9999-EXIT
004320     END-IF
004330     IF WS-DELTA-ACTION = 'C'
004340        PERFORM 3200-WRITE-DELTA     THRU 3200-EXIT
004350     END-IF
004360     .
004370 3000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------*
004400 3100-MOVE-ENTITY-DATA.
004410*----------------------------------------------------------------*
004420     MOVE SNP-ENTITY-TYPE            TO SNE-ENTITY-TYPE
004430     MOVE SNP-NAME                   TO SNE-NAME
004440     MOVE WS-NEW-NAME-NORM           TO SNE-NAME-NORM
004450     MOVE SNP-CITY                   TO SNE-CITY
004460     MOVE WS-NEW-CITY-NORM           TO SNE-CITY-NORM
004470     MOVE SNP-COUNTRY                TO SNE-COUNTRY
004480     MOVE SNP-PROGRAM                TO SNE-PROGRAM
004490     MOVE SNP-LIST-DATE              TO SNE-LIST-DATE
004500     .
004510 3100-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------*
004540*    THE DELTA ROW CARRIES THE ENTITY AS IT NOW STANDS (AS IT    *
004550*    STOOD, FOR A REMOVAL); THE SAME ROW GOES ON THE REPORT.     *
004560*----------------------------------------------------------------*
004570 3200-WRITE-DELTA.
004580*----------------------------------------------------------------*
004590     MOVE WS-DELTA-ACTION            TO SND-ACTION
004600     MOVE WS-TODAY-CCYYMMDD          TO SND-RUN-DATE
004610     MOVE SANCTIONED-ENTITY-RECORD   TO SND-ENTITY-DATA
004620     WRITE SANCTION-DELTA-RECORD
004630     IF WS-DELTA-STATUS NOT = '00'
004640        DISPLAY 'ERROR WRITING SNCDELTA:' WS-DELTA-STATUS
004650        PERFORM 9999-ABEND THRU 9999-EXIT
004660     END-IF
004670*
004680     EVALUATE TRUE
004690         WHEN SND-ADDED
004700             MOVE 'ADDED   '         TO WS-DELTA-WORD
004710         WHEN SND-CHANGED
004720             MOVE 'CHANGED '         TO WS-DELTA-WORD
004730         WHEN OTHER
004740             MOVE 'REMOVED '         TO WS-DELTA-WORD
004750     END-EVALUATE
004760     MOVE SPACES                     TO WS-PRINT-LINE
004770     STRING WS-DELTA-WORD
004780            ' ID:'    SNE-ENTITY-ID
004790            ' TYPE:'  SNE-ENTITY-TYPE
004800            ' PROG:'  SNE-PROGRAM
004810            ' CTRY:'  SNE-COUNTRY
004820            ' NAME:'  SNE-NAME(1:40)
004830            ' CITY:'  SNE-CITY(1:20)
004840            DELIMITED BY SIZE
004850            INTO WS-PRINT-LINE
004860     END-STRING
004870     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004880     .
004890 3200-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------*
004920*    SECOND PASS - A ROW TODAY'S FILE DID NOT CARRY HAS BEEN     *
004930*    DE-LISTED. THE ROWS ARE COUNTED FIRST: AN EMPTY FILE, OR    *
004940*    ONE THAT WOULD DROP MORE THAN MAXDROP PERCENT OF THE SCREEN *
004950*    IN ONE RUN, IS TAKEN AS A BAD FEED AND NOTHING IS REMOVED.  *
004960*----------------------------------------------------------------*
004970 5000-REMOVE-DELISTED.
004980*----------------------------------------------------------------*
004990     IF WS-RPT-PUBL-READ = 0
005000        DISPLAY 'SNCPUBL IS EMPTY - SCREENING FILE LEFT AS IS'
005010        PERFORM 9999-ABEND THRU 9999-EXIT
005020     END-IF
005030*
005040     MOVE LOW-VALUES                 TO SNE-KEY
005050     START ENTITY-FILE KEY >= SNE-KEY
005060     IF WS-SNE-STATUS NOT = '00'
005070        GO TO 5000-EXIT
005080     END-IF
005090     MOVE 'N'                        TO WS-SCAN-EOF-SW
005100     PERFORM 5100-COUNT-NEXT-ROW     THRU 5100-EXIT
005110         UNTIL SCAN-DONE
005120     IF WS-RPT-STALE-ROWS = 0
005130        GO TO 5000-EXIT
005140     END-IF
005150*
005160     COMPUTE WS-DROP-LIMIT =
005170             (WS-RPT-FILE-ROWS * WS-MAX-DROP-PCT) / 100
005180     IF WS-RPT-STALE-ROWS > WS-DROP-LIMIT
005190        SET DROP-HELD                TO TRUE
005200        MOVE WS-RPT-STALE-ROWS       TO WS-CNT-DIS
005210        MOVE WS-MAX-DROP-PCT         TO WS-PCT-DIS
005220        MOVE SPACES                  TO WS-PRINT-LINE
005230        STRING '*** REMOVALS HELD - ' WS-CNT-DIS
005240               ' ROWS NOT IN TODAY''S FILE EXCEEDS MAXDROP '
005250               WS-PCT-DIS '% - CONFIRM THE LIST WITH COMPLIANCE'
005260               DELIMITED BY SIZE INTO WS-PRINT-LINE
005270        END-STRING
005280        WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005290        DISPLAY 'REMOVALS HELD - STALE ROWS:' WS-CNT-DIS
005300        GO TO 5000-EXIT
005310     END-IF
005320*
005330     MOVE LOW-VALUES                 TO SNE-KEY
005340     START ENTITY-FILE KEY >= SNE-KEY
005350     IF WS-SNE-STATUS NOT = '00'
005360        GO TO 5000-EXIT
005370     END-IF
005380     MOVE 'N'                        TO WS-SCAN-EOF-SW
005390     PERFORM 5200-REMOVE-NEXT-ROW    THRU 5200-EXIT
005400         UNTIL SCAN-DONE
005410     .
005420 5000-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------*
005450 5100-COUNT-NEXT-ROW.
005460*----------------------------------------------------------------*
005470     READ ENTITY-FILE NEXT
005480         AT END
005490             SET SCAN-DONE TO TRUE
005500             GO TO 5100-EXIT
005510     END-READ
005520     IF WS-SNE-STATUS NOT = '00'
005530        SET SCAN-DONE TO TRUE
005540        GO TO 5100-EXIT
005550     END-IF
005560     ADD 1 TO WS-RPT-FILE-ROWS
005570     IF SNE-LAST-SEEN-DATE < WS-TODAY-CCYYMMDD
005580        ADD 1 TO WS-RPT-STALE-ROWS
005590     END-IF
005600     .
005610 5100-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------*
005640 5200-REMOVE-NEXT-ROW.
005650*----------------------------------------------------------------*
005660     READ ENTITY-FILE NEXT
005670         AT END
005680             SET SCAN-DONE TO TRUE
005690             GO TO 5200-EXIT
005700     END-READ
005710     IF WS-SNE-STATUS NOT = '00'
005720        SET SCAN-DONE TO TRUE
005730        GO TO 5200-EXIT
005740     END-IF
005750     IF SNE-LAST-SEEN-DATE NOT < WS-TODAY-CCYYMMDD
005760        GO TO 5200-EXIT
005770     END-IF
005780     DELETE ENTITY-FILE
005790     IF WS-SNE-STATUS = '00'
005800        ADD 1 TO WS-RPT-REMOVED
005810        MOVE 'R'                     TO WS-DELTA-ACTION
005820        PERFORM 3200-WRITE-DELTA     THRU 3200-EXIT
005830     ELSE
005840        DISPLAY 'ERROR DELETING SNCENTY:' WS-SNE-STATUS
005850                ' ID:' SNE-ENTITY-ID
005860     END-IF
005870     .
005880 5200-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------*
005910 8000-PRINT-RUN-SUMMARY.
005920*----------------------------------------------------------------*
005930     MOVE SPACES TO WS-PRINT-LINE
005940     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005950*
005960     MOVE WS-RPT-PUBL-READ TO WS-CNT-DIS
005970     MOVE SPACES TO WS-PRINT-LINE
005980     STRING 'PUBLISHED RECORDS READ .............: ' WS-CNT-DIS
005990            DELIMITED BY SIZE INTO WS-PRINT-LINE
006000     END-STRING
006010     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
006020*
006030     MOVE WS-RPT-ADDED TO WS-CNT-DIS
006040     MOVE SPACES TO WS-PRINT-LINE
006050     STRING '  ENTITIES ADDED ...................: ' WS-CNT-DIS
006060            DELIMITED BY SIZE INTO WS-PRINT-LINE
006070     END-STRING
006080     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
006090*
006100     MOVE WS-RPT-CHANGED TO WS-CNT-DIS
006110     MOVE SPACES TO WS-PRINT-LINE
006120     STRING '  ENTITIES CHANGED .................: ' WS-CNT-DIS
006130            DELIMITED BY SIZE INTO WS-PRINT-LINE
006140     END-STRING
006150     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
006160*
006170     MOVE WS-RPT-UNCHANGED TO WS-CNT-DIS
006180     MOVE SPACES TO WS-PRINT-LINE
006190     STRING '  ENTITIES UNCHANGED ...............: ' WS-CNT-DIS
006200            DELIMITED BY SIZE INTO WS-PRINT-LINE
006210     END-STRING
006220     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
006230*
006240     MOVE WS-RPT-REMOVED TO WS-CNT-DIS
006250     MOVE SPACES TO WS-PRINT-LINE
006260     STRING '  ENTITIES REMOVED .................: ' WS-CNT-DIS
006270            DELIMITED BY SIZE INTO WS-PRINT-LINE
006280     END-STRING
006290     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
006300*
006310     IF DROP-HELD
006320        MOVE WS-RPT-STALE-ROWS TO WS-CNT-DIS
006330        MOVE SPACES TO WS-PRINT-LINE
006340        STRING '  REMOVALS HELD (MAXDROP) ..........: ' WS-CNT-DIS
006350               DELIMITED BY SIZE INTO WS-PRINT-LINE
006360        END-STRING
006370        WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
006380     END-IF
006390*
006400     MOVE WS-RPT-BAD-RECORDS TO WS-CNT-DIS
006410     MOVE SPACES TO WS-PRINT-LINE
006420     STRING '  BAD PUBLISHED RECORDS ............: ' WS-CNT-DIS
006430            DELIMITED BY SIZE INTO WS-PRINT-LINE
006440     END-STRING
006450     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
006460     .
006470 8000-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------*
006500 9000-FILE-CLOSE.
006510*----------------------------------------------------------------*
006520     CLOSE PUBLISHED-LIST
006530     CLOSE ENTITY-FILE
006540     CLOSE DELTA-FILE
006550     CLOSE LOAD-REPORT
006560     IF RUN-CONTROL-AVAILABLE
006570        CLOSE RUN-CONTROL
006580     END-IF
006590     .
006600 9000-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------*
006630 9999-ABEND.
006640*----------------------------------------------------------------*
006650     DISPLAY 'CBSNELOD ABENDING'
006660     MOVE 16 TO RETURN-CODE
006670     GOBACK
006680     .
006690 9999-EXIT.
006700     EXIT.
