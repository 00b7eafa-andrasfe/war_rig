000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBRTYRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-06-20.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBRTYRPT - DAILY MERCHANT DECLINE-RETRY BREACH REPORT.      *
000090*    THE INTAKE (COPAUA0C) COUNTS EACH CARD'S DECLINES AT EACH   *
000100*    MERCHANT ON DECLRTRY AND, ONCE THE PAUOPCFG LIMIT IS        *
000110*    REACHED INSIDE THE ROLLING WINDOW, REFUSES FURTHER ATTEMPTS *
000120*    'DO NOT RETRY' (4170) AND STAMPS THE ROW. THIS JOB PICKS    *
000130*    UP EVERY CARD/MERCHANT ROW STAMPED TODAY, THEN WALKS THE    *
000140*    DAY'S PENDING-AUTH DETAIL SEGMENTS TO COUNT WHAT EACH OF    *
000150*    THOSE MERCHANTS ACTUALLY SENT US FOR THE CARD - DECLINES    *
000160*    AND REFUSED RETRIES - AND LISTS THE BREACHES BY MERCHANT SO *
000170*    THE MERCHANT-SERVICES DESK CAN CHASE THE NETWORK FINE.      *
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2027-06-20  RKA INITIAL VERSION                                *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-ZOS.
000260 OBJECT-COMPUTER. IBM-ZOS.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DECL-RETRY     ASSIGN TO DECLRTRY
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE  IS SEQUENTIAL
000320         RECORD KEY   IS DRTY-KEY
000330         FILE STATUS  IS WS-DRTY-STATUS.
000340*
000350     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS RANDOM
000380         RECORD KEY   IS RUNC-JOB-NAME
000390         FILE STATUS  IS WS-RUNC-STATUS.
000400*
000410     SELECT RETRY-REPORT   ASSIGN TO RTYRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE  IS SEQUENTIAL
000440         FILE STATUS  IS WS-RPT-STATUS.
000450*----------------------------------------------------------------*
000460 DATA DIVISION.
000470*----------------------------------------------------------------*
000480 FILE SECTION.
000490 FD  DECL-RETRY
000500     RECORDING MODE IS F.
000510 COPY CVDRTRYY.
000520*
000530 FD  RUN-CONTROL
000540     RECORDING MODE IS F.
000550 COPY CVRUNCTY.
000560*
000570 FD  RETRY-REPORT
000580     RECORDING MODE IS F.
000590 01  RETRY-REPORT-LINE           PIC X(132).
000600*----------------------------------------------------------------*
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------*
000630 01  WS-VARIABLES.
000640     05  WS-PGMNAME                 PIC X(08) VALUE 'CBRTYRPT'.
000650     05  CURRENT-DATE               PIC 9(06).
000660     05  WS-TODAY-CCYYMMDD          PIC X(08).
000670     05  WS-RUN-TIME                PIC 9(08).
000680*
000690 01  WS-FILE-STATUSES.
000700     05  WS-DRTY-STATUS             PIC X(02).
000710         88  DRTY-READ-OK                   VALUE '00'.
000720         88  DRTY-EOF                       VALUE '10'.
000730     05  WS-RUNC-STATUS             PIC X(02).
000740     05  WS-RPT-STATUS              PIC X(02).
000750 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000760     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000770 01  WS-DRTY-EOF-SW                 PIC X(01) VALUE 'N'.
000780     88  DECL-RETRY-EOF                     VALUE 'Y'.
000790*----------------------------------------------------------------*
000800*    TODAY'S BREACHING CARD/MERCHANT PAIRS, LOADED FROM DECLRTRY *
000810*    IN KEY (MERCHANT, CARD) ORDER SO THE DETAIL WALK CAN SEARCH *
000820*    ALL AND THE PRINT COMES OUT GROUPED BY MERCHANT. UNUSED     *
000830*    SLOTS HOLD HIGH-VALUES SO THE BINARY SEARCH STAYS ORDERED.  *
000840*----------------------------------------------------------------*
000850 01  WS-RTY-MAX                     PIC S9(4) COMP VALUE 2000.
000860 01  WS-RTY-COUNT                   PIC S9(4) COMP VALUE 0.
000870 01  WS-RTY-SUB                     PIC S9(4) COMP.
000880 01  WS-RTY-TABLE.
000890     05  WS-RTY-ENTRY               OCCURS 2000 TIMES
000900                                    ASCENDING KEY IS WS-RTY-KEY
000910                                    INDEXED BY WS-RTY-IDX.
000920         10  WS-RTY-KEY.
000930             15  WS-RTY-MERCHANT-ID PIC X(15).
000940             15  WS-RTY-CARD-NUM    PIC X(16).
000950         10  WS-RTY-MERCHANT-NAME   PIC X(25).
000960         10  WS-RTY-WINDOW-DATE     PIC X(08).
000970         10  WS-RTY-WINDOW-TIME     PIC X(06).
000980         10  WS-RTY-WINDOW-DECLINES PIC S9(4) COMP.
000990         10  WS-RTY-WINDOW-BLOCKED  PIC S9(4) COMP.
001000         10  WS-RTY-TODAY-DECLINES  PIC S9(7) COMP-3.
001010         10  WS-RTY-TODAY-BLOCKED   PIC S9(7) COMP-3.
001020 01  WS-SEARCH-KEY.
001030     05  WS-SRCH-MERCHANT-ID        PIC X(15).
001040     05  WS-SRCH-CARD-NUM           PIC X(16).
001050*----------------------------------------------------------------*
001060*    MERCHANT CONTROL BREAK                                      *
001070*----------------------------------------------------------------*
001080 01  WS-BREAK-FIELDS.
001090     05  WS-PREV-MERCHANT-ID        PIC X(15) VALUE SPACES.
001100     05  WS-PREV-MERCHANT-NAME      PIC X(25) VALUE SPACES.
001110     05  WS-MRCH-CARDS              PIC S9(7) COMP-3 VALUE 0.
001120     05  WS-MRCH-DECLINES           PIC S9(7) COMP-3 VALUE 0.
001130     05  WS-MRCH-BLOCKED            PIC S9(7) COMP-3 VALUE 0.
001140*----------------------------------------------------------------*
001150*    RUN ACCUMULATORS                                            *
001160*----------------------------------------------------------------*
001170 01  WS-REPORT-COUNTERS.
001180     05  WS-RPT-ROWS-READ           PIC S9(9) COMP-3 VALUE 0.
001190     05  WS-RPT-PAIRS               PIC S9(9) COMP-3 VALUE 0.
001200     05  WS-RPT-PAIRS-DROPPED       PIC S9(9) COMP-3 VALUE 0.
001210     05  WS-RPT-MERCHANTS           PIC S9(9) COMP-3 VALUE 0.
001220     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
001230     05  WS-RPT-DECLINES            PIC S9(9) COMP-3 VALUE 0.
001240     05  WS-RPT-BLOCKED             PIC S9(9) COMP-3 VALUE 0.
001250*----------------------------------------------------------------*
001260 01  WS-PRINT-LINE                 PIC X(132).
001270 01  WS-DISPLAY-FIELDS.
001280     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001290     05  WS-CNT2-DIS                PIC ZZZ,ZZ9.
001300     05  WS-CNT3-DIS                PIC ZZZ,ZZ9.
001310     05  WS-CNT4-DIS                PIC ZZZ,ZZ9.
001320*----------------------------------------------------------------*
001330*    DLI / PCB CONTROL INFORMATION                               *
001340*----------------------------------------------------------------*
001350 01  WS-IMS-CONTROL.
001360     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
001370     05  PCB-OFFSET.
001380         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
001390     05  IMS-RETURN-CODE                 PIC X(02).
001400         88  STATUS-OK                    VALUE '  ', 'FW'.
001410         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
001420         88  END-OF-DB                    VALUE 'GB'.
001430     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
001440         88  ROOT-SEG-EOF                 VALUE 'Y'.
001450     05  WS-DETAIL-EOF-SW                PIC X(01).
001460         88  DETAIL-SEG-EOF               VALUE 'Y'.
001470     05  DIBSTAT                         PIC X(02).
001480*----------------------------------------------------------------*
001490*    IMS SEGMENT LAYOUT                                          *
001500*----------------------------------------------------------------*
001510*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
001520 01 PENDING-AUTH-SUMMARY.
001530 COPY CIPAUSMY.
001540*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
001550 01 PENDING-AUTH-DETAILS.
001560 COPY CIPAUDTY.
001570*----------------------------------------------------------------*
001580 LINKAGE SECTION.
001590 01  PAUTBPCB                       PIC X(100).
001600*----------------------------------------------------------------*
001610 PROCEDURE DIVISION                  USING PAUTBPCB.
001620*----------------------------------------------------------------*
001630 MAIN-PARA.
001640     ENTRY 'DLITCBL'                 USING PAUTBPCB.
001650*
001660     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001670*
001680     PERFORM 2000-LOAD-NEXT-RETRY-ROW THRU 2000-EXIT
001690         UNTIL DECL-RETRY-EOF
001700*
001710*    NOTHING BREACHED TODAY - NO NEED TO WALK THE DATABASE.
001720     IF WS-RTY-COUNT > 0
001730        PERFORM 3000-CHECK-NEXT-ROOT THRU 3000-EXIT
001740            UNTIL ROOT-SEG-EOF
001750     END-IF
001760*
001770     PERFORM 4000-PRINT-BREACH       THRU 4000-EXIT
001780         VARYING WS-RTY-SUB FROM 1 BY 1
001790         UNTIL WS-RTY-SUB > WS-RTY-COUNT
001800     IF WS-RTY-COUNT > 0
001810        PERFORM 4100-PRINT-MERCHANT-TOTAL THRU 4100-EXIT
001820     END-IF
001830*
001840     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001850*
001860     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001870*
001880     GOBACK.
001890*----------------------------------------------------------------*
001900 1000-INITIALIZE.
001910*----------------------------------------------------------------*
001920     ACCEPT CURRENT-DATE     FROM DATE
001930     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001940     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001950     MOVE HIGH-VALUES        TO WS-RTY-TABLE
001960*
001970     OPEN INPUT  DECL-RETRY
001980     IF WS-DRTY-STATUS = '00'
001990        CONTINUE
002000     ELSE
002010        DISPLAY 'ERROR IN OPENING DECLRTRY:' WS-DRTY-STATUS
002020        PERFORM 9999-ABEND THRU 9999-EXIT
002030     END-IF
002040     OPEN OUTPUT RETRY-REPORT
002050*
002060     OPEN I-O RUN-CONTROL
002070     IF WS-RUNC-STATUS = SPACES OR '00'
002080        SET RUN-CONTROL-AVAILABLE TO TRUE
002090        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002100     ELSE
002110        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002120     END-IF
002130*
002140     MOVE SPACES TO WS-PRINT-LINE
002150     STRING 'CBRTYRPT MERCHANTS BREACHING THE DECLINE-RETRY '
002160            'LIMIT - '
002170            'RUN DATE ' CURRENT-DATE
002180            DELIMITED BY SIZE INTO WS-PRINT-LINE
002190     END-STRING
002200     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
002210*
002220     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002230     DISPLAY '*-------------------------------------*'
002240     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002250     .
002260 1000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------*
002290*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START AND COMPLETE   *
002300*    AT END.                                                     *
002310*----------------------------------------------------------------*
002320 1300-MARK-RUN-START.
002330*----------------------------------------------------------------*
002340     ACCEPT WS-RUN-TIME      FROM TIME
002350     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002360     READ RUN-CONTROL
002370     IF WS-RUNC-STATUS NOT = '00'
002380        MOVE SPACES          TO RUN-CONTROL-RECORD
002390        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002400     END-IF
002410     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002420     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002430     MOVE SPACES             TO RUNC-END-TIME
002440     SET  RUNC-RUNNING       TO TRUE
002450     MOVE ZEROES             TO RUNC-RECORD-COUNT
002460     IF WS-RUNC-STATUS = '00'
002470        REWRITE RUN-CONTROL-RECORD
002480     ELSE
002490        WRITE RUN-CONTROL-RECORD
002500     END-IF
002510     .
002520 1300-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------*
002550 1400-MARK-RUN-END.
002560*----------------------------------------------------------------*
002570     IF RUN-CONTROL-AVAILABLE
002580        ACCEPT WS-RUN-TIME   FROM TIME
002590        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002600        READ RUN-CONTROL
002610        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002620        SET  RUNC-COMPLETE   TO TRUE
002630        MOVE WS-RPT-MERCHANTS TO RUNC-RECORD-COUNT
002640        REWRITE RUN-CONTROL-RECORD
002650        IF WS-RUNC-STATUS NOT = '00'
002660           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002670        END-IF
002680     END-IF
002690     .
002700 1400-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------*
002730*    A ROW BREACHED TODAY WHEN THE INTAKE REFUSED A RETRY ON IT  *
002740*    TODAY. THE ROW'S COUNTS ARE FOR ITS CURRENT WINDOW.         *
002750*----------------------------------------------------------------*
002760 2000-LOAD-NEXT-RETRY-ROW.
002770*----------------------------------------------------------------*
002780     READ DECL-RETRY NEXT RECORD
002790     IF DRTY-EOF
002800        SET DECL-RETRY-EOF       TO TRUE
002810        GO TO 2000-EXIT
002820     END-IF
002830     IF NOT DRTY-READ-OK
002840        DISPLAY 'ERROR READING DECLRTRY:' WS-DRTY-STATUS
002850        SET DECL-RETRY-EOF       TO TRUE
002860        GO TO 2000-EXIT
002870     END-IF
002880     ADD 1 TO WS-RPT-ROWS-READ
002890     IF DRTY-LAST-BLOCK-DATE NOT = WS-TODAY-CCYYMMDD
002900        GO TO 2000-EXIT
002910     END-IF
002920     IF WS-RTY-COUNT >= WS-RTY-MAX
002930        ADD 1 TO WS-RPT-PAIRS-DROPPED
002940        GO TO 2000-EXIT
002950     END-IF
002960     ADD 1 TO WS-RTY-COUNT
002970     ADD 1 TO WS-RPT-PAIRS
002980     MOVE DRTY-MERCHANT-ID   TO WS-RTY-MERCHANT-ID(WS-RTY-COUNT)
002990     MOVE DRTY-CARD-NUM      TO WS-RTY-CARD-NUM(WS-RTY-COUNT)
003000     MOVE DRTY-MERCHANT-NAME TO WS-RTY-MERCHANT-NAME(WS-RTY-COUNT)
003010     MOVE DRTY-WINDOW-START-DATE
003020                             TO WS-RTY-WINDOW-DATE(WS-RTY-COUNT)
003030     MOVE DRTY-WINDOW-START-TIME
003040                             TO WS-RTY-WINDOW-TIME(WS-RTY-COUNT)
003050     MOVE DRTY-DECLINE-COUNT
003060                          TO WS-RTY-WINDOW-DECLINES(WS-RTY-COUNT)
003070     MOVE DRTY-BLOCKED-COUNT
003080                          TO WS-RTY-WINDOW-BLOCKED(WS-RTY-COUNT)
003090     MOVE ZERO            TO WS-RTY-TODAY-DECLINES(WS-RTY-COUNT)
003100                             WS-RTY-TODAY-BLOCKED(WS-RTY-COUNT)
003110     .
003120 2000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------*
003150 3000-CHECK-NEXT-ROOT.
003160*----------------------------------------------------------------*
003170     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
003180          SEGMENT (PAUTSMRY)
003190          INTO   (PENDING-AUTH-SUMMARY)
003200     END-EXEC
003210     MOVE DIBSTAT                TO IMS-RETURN-CODE
003220     IF END-OF-DB OR SEGMENT-NOT-FOUND
003230        SET ROOT-SEG-EOF         TO TRUE
003240        GO TO 3000-EXIT
003250     END-IF
003260     IF NOT STATUS-OK
003270        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
003280        SET ROOT-SEG-EOF         TO TRUE
003290        GO TO 3000-EXIT
003300     END-IF
003310     MOVE 'N'                    TO WS-DETAIL-EOF-SW
003320     PERFORM 3100-CHECK-NEXT-DETAIL THRU 3100-EXIT
003330         UNTIL DETAIL-SEG-EOF
003340     .
003350 3000-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------*
003380*    ONLY TODAY'S HARD DECLINES COUNT. A 4170 IS A RETRY THE     *
003390*    INTAKE REFUSED UNSCORED; ANY OTHER 05 IS AN ORDINARY        *
003400*    DECLINE THE MERCHANT WENT ON TO RETRY.                      *
003410*----------------------------------------------------------------*
003420 3100-CHECK-NEXT-DETAIL.
003430*----------------------------------------------------------------*
003440     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
003450         SEGMENT (PAUTDTL1)
003460         INTO (PENDING-AUTH-DETAILS)
003470     END-EXEC
003480     MOVE DIBSTAT                TO IMS-RETURN-CODE
003490     IF NOT STATUS-OK
003500        SET DETAIL-SEG-EOF       TO TRUE
003510        GO TO 3100-EXIT
003520     END-IF
003530     IF PA-AUTH-ORIG-DATE NOT = WS-TODAY-CCYYMMDD
003540        GO TO 3100-EXIT
003550     END-IF
003560     ADD 1 TO WS-RPT-DETAILS-READ
003570     IF PA-AUTH-RESP-CODE NOT = '05'
003580        GO TO 3100-EXIT
003590     END-IF
003600     MOVE PA-MERCHANT-ID         TO WS-SRCH-MERCHANT-ID
003610     MOVE PA-CARD-NUM            TO WS-SRCH-CARD-NUM
003620     SEARCH ALL WS-RTY-ENTRY
003630         AT END
003640             CONTINUE
003650         WHEN WS-RTY-KEY(WS-RTY-IDX) = WS-SEARCH-KEY
003660             IF PA-AUTH-RESP-REASON = '4170'
003670                ADD 1 TO WS-RTY-TODAY-BLOCKED(WS-RTY-IDX)
003680                ADD 1 TO WS-RPT-BLOCKED
003690             ELSE
003700                ADD 1 TO WS-RTY-TODAY-DECLINES(WS-RTY-IDX)
003710                ADD 1 TO WS-RPT-DECLINES
003720             END-IF
003730     END-SEARCH
003740     .
003750 3100-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------*
003780 4000-PRINT-BREACH.
003790*----------------------------------------------------------------*
003800     IF WS-RTY-MERCHANT-ID(WS-RTY-SUB) NOT = WS-PREV-MERCHANT-ID
003810        IF WS-RTY-SUB > 1
003820           PERFORM 4100-PRINT-MERCHANT-TOTAL THRU 4100-EXIT
003830        END-IF
003840        ADD 1 TO WS-RPT-MERCHANTS
003850        MOVE WS-RTY-MERCHANT-ID(WS-RTY-SUB)
003860                                 TO WS-PREV-MERCHANT-ID
003870        MOVE WS-RTY-MERCHANT-NAME(WS-RTY-SUB)
003880                                 TO WS-PREV-MERCHANT-NAME
003890        MOVE ZERO                TO WS-MRCH-CARDS
003900                                    WS-MRCH-DECLINES
003910                                    WS-MRCH-BLOCKED
003920        MOVE SPACES TO WS-PRINT-LINE
003930        STRING 'MERCHANT:' WS-PREV-MERCHANT-ID
003940               ' ' WS-PREV-MERCHANT-NAME
003950               DELIMITED BY SIZE INTO WS-PRINT-LINE
003960        END-STRING
003970        WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
003980     END-IF
003990     ADD 1 TO WS-MRCH-CARDS
004000     ADD WS-RTY-TODAY-DECLINES(WS-RTY-SUB) TO WS-MRCH-DECLINES
004010     ADD WS-RTY-TODAY-BLOCKED(WS-RTY-SUB)  TO WS-MRCH-BLOCKED
004020     MOVE WS-RTY-WINDOW-DECLINES(WS-RTY-SUB) TO WS-CNT2-DIS
004030     MOVE WS-RTY-TODAY-DECLINES(WS-RTY-SUB)  TO WS-CNT3-DIS
004040     MOVE WS-RTY-TODAY-BLOCKED(WS-RTY-SUB)   TO WS-CNT4-DIS
004050     MOVE SPACES TO WS-PRINT-LINE
004060     STRING '  CARD:' WS-RTY-CARD-NUM(WS-RTY-SUB)
004070            ' WINDOW FROM:' WS-RTY-WINDOW-DATE(WS-RTY-SUB)
004080            ' ' WS-RTY-WINDOW-TIME(WS-RTY-SUB)
004090            ' DECLINES IN WINDOW:' WS-CNT2-DIS
004100            ' DECLINED TODAY:' WS-CNT3-DIS
004110            ' REFUSED TODAY:' WS-CNT4-DIS
004120            DELIMITED BY SIZE INTO WS-PRINT-LINE
004130     END-STRING
004140     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004150     .
004160 4000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------*
004190 4100-PRINT-MERCHANT-TOTAL.
004200*----------------------------------------------------------------*
004210     MOVE WS-MRCH-CARDS          TO WS-CNT2-DIS
004220     MOVE WS-MRCH-DECLINES       TO WS-CNT3-DIS
004230     MOVE WS-MRCH-BLOCKED        TO WS-CNT4-DIS
004240     MOVE SPACES TO WS-PRINT-LINE
004250     STRING '  TOTAL ' WS-PREV-MERCHANT-ID
004260            ' CARDS BREACHED:' WS-CNT2-DIS
004270            ' DECLINED TODAY:' WS-CNT3-DIS
004280            ' REFUSED TODAY:' WS-CNT4-DIS
004290            DELIMITED BY SIZE INTO WS-PRINT-LINE
004300     END-STRING
004310     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004320     .
004330 4100-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360 8000-PRINT-RUN-SUMMARY.
004370*----------------------------------------------------------------*
004380     MOVE WS-RPT-ROWS-READ TO WS-CNT-DIS
004390     MOVE SPACES TO WS-PRINT-LINE
004400     STRING 'DECLRTRY ROWS READ .................: ' WS-CNT-DIS
004410            DELIMITED BY SIZE INTO WS-PRINT-LINE
004420     END-STRING
004430     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004440*
004450     MOVE WS-RPT-PAIRS TO WS-CNT-DIS
004460     MOVE SPACES TO WS-PRINT-LINE
004470     STRING '  CARD/MERCHANT PAIRS BREACHED TODAY: ' WS-CNT-DIS
004480            DELIMITED BY SIZE INTO WS-PRINT-LINE
004490     END-STRING
004500     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004510*
004520     IF WS-RPT-PAIRS-DROPPED > 0
004530        MOVE WS-RPT-PAIRS-DROPPED TO WS-CNT-DIS
004540        MOVE SPACES TO WS-PRINT-LINE
004550        STRING '  PAIRS NOT LISTED - TABLE FULL ....: ' WS-CNT-DIS
004560               DELIMITED BY SIZE INTO WS-PRINT-LINE
004570        END-STRING
004580        WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004590     END-IF
004600*
004610     MOVE WS-RPT-MERCHANTS TO WS-CNT-DIS
004620     MOVE SPACES TO WS-PRINT-LINE
004630     STRING '  MERCHANTS BREACHING ..............: ' WS-CNT-DIS
004640            DELIMITED BY SIZE INTO WS-PRINT-LINE
004650     END-STRING
004660     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004670*
004680     MOVE WS-RPT-DETAILS-READ TO WS-CNT-DIS
004690     MOVE SPACES TO WS-PRINT-LINE
004700     STRING 'TODAYS DETAILS EXAMINED ............: ' WS-CNT-DIS
004710            DELIMITED BY SIZE INTO WS-PRINT-LINE
004720     END-STRING
004730     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004740*
004750     MOVE WS-RPT-DECLINES TO WS-CNT-DIS
004760     MOVE SPACES TO WS-PRINT-LINE
004770     STRING '  DECLINES ON BREACHED PAIRS .......: ' WS-CNT-DIS
004780            DELIMITED BY SIZE INTO WS-PRINT-LINE
004790     END-STRING
004800     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004810*
004820     MOVE WS-RPT-BLOCKED TO WS-CNT-DIS
004830     MOVE SPACES TO WS-PRINT-LINE
004840     STRING '  RETRIES REFUSED DO NOT RETRY .....: ' WS-CNT-DIS
004850            DELIMITED BY SIZE INTO WS-PRINT-LINE
004860     END-STRING
004870     WRITE RETRY-REPORT-LINE FROM WS-PRINT-LINE
004880     .
004890 8000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------*
004920 9000-FILE-CLOSE.
004930*----------------------------------------------------------------*
004940     PERFORM 1400-MARK-RUN-END THRU 1400-EXIT
004950     IF RUN-CONTROL-AVAILABLE
004960        CLOSE RUN-CONTROL
004970     END-IF
004980     CLOSE DECL-RETRY
004990     CLOSE RETRY-REPORT
005000     .
005010 9000-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------*
005040 9999-ABEND.
005050*----------------------------------------------------------------*
005060     DISPLAY 'CBRTYRPT ABENDING DUE TO FILE OPEN ERROR'
005070     MOVE 16 TO RETURN-CODE
005080     GOBACK
005090     .
005100 9999-EXIT.
005110     EXIT.
