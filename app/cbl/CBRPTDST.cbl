000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBRPTDST.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-11-07.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBRPTDST - POST-CYCLE REPORT BURSTING AND DISTRIBUTION      *
000090*    READS THE NIGHT'S REPORTS (RPTIN - THE REPORT DATASETS      *
000100*    CONCATENATED) AND SPLITS THEM BY RECIPIENT ONTO DISTOUT     *
000110*    (CVDSTOUY) AS THE DISTRIBUTION CATALOG DISTCAT (CVDSTCTY)   *
000120*    SAYS:                                                       *
000130*      - A REPORT STARTS AT A LINE BEGINNING WITH ITS PROGRAM    *
000140*        NAME; THE WHOLE REPORT GOES TO THE CATALOG'S REPORT     *
000150*        RECIPIENT,                                              *
000160*      - WHERE THE CATALOG DEFINES SECTIONS (CHANNEL SOURCE OR   *
000170*        INSTITUTION), EACH SECTION GOES TO THE OWNER OF ITS KEY *
000180*        UNDER THE REPORT'S HEADING LINE; A CHANNEL OWNER WITH   *
000190*        NO CONTACT ON THE CATALOG TAKES CHN-OWNER-CONTACT FROM  *
000200*        THE CHANNEL MASTER,                                     *
000210*      - LINES OF A REPORT THE CATALOG DOES NOT KNOW GO TO THE   *
000220*        UNROUTED RECIPIENT SO NOTHING IS LOST.                  *
000230*    EVERY DELIVERY IS APPENDED TO DISTLOG (CVDSTLGY) AND LISTED *
000240*    ON DISTRPT, WITH EACH EXPECTED REPORT THE CYCLE DID NOT     *
000250*    PRODUCE AND EACH SECTION KEY NOBODY OWNS. RETURN CODE 4     *
000260*    WHEN AN EXPECTED REPORT IS MISSING.                         *
000270*----------------------------------------------------------------*
000280*                MODIFICATION HISTORY                            *
000290* DATE       INIT DESCRIPTION                                    *
000300* 2027-11-07  JGM INITIAL VERSION                                *
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-ZOS.
000350 OBJECT-COMPUTER. IBM-ZOS.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REPORT-IN      ASSIGN TO RPTIN
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-RIN-STATUS.
000420*
000430     SELECT DIST-CATALOG   ASSIGN TO DISTCAT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS SEQUENTIAL
000460         RECORD KEY   IS DSC-KEY
000470         FILE STATUS  IS WS-DSC-STATUS.
000480*
000490     SELECT CHANNEL-MASTER ASSIGN TO CHANLMST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE  IS RANDOM
000520         RECORD KEY   IS CHN-SOURCE-CODE
000530         FILE STATUS  IS WS-CHNM-STATUS.
000540*
000550     SELECT DIST-OUTPUT    ASSIGN TO DISTOUT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS RANDOM
000580         RECORD KEY   IS DSO-KEY
000590         FILE STATUS  IS WS-DSO-STATUS.
000600*
000610     SELECT DIST-LOG       ASSIGN TO DISTLOG
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE  IS SEQUENTIAL
000640         FILE STATUS  IS WS-DSL-STATUS.
000650*
000660     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE  IS RANDOM
000690         RECORD KEY   IS RUNC-JOB-NAME
000700         FILE STATUS  IS WS-RUNC-STATUS.
000710*
000720     SELECT DIST-REPORT    ASSIGN TO DISTRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE  IS SEQUENTIAL
000750         FILE STATUS  IS WS-RPT-STATUS.
000760*----------------------------------------------------------------*
000770 DATA DIVISION.
000780*----------------------------------------------------------------*
000790 FILE SECTION.
000800 FD  REPORT-IN
000810     RECORDING MODE IS F.
000820 01  REPORT-IN-LINE              PIC X(132).
000830*
000840 FD  DIST-CATALOG
000850     RECORDING MODE IS F.
000860 COPY CVDSTCTY.
000870*
000880 FD  CHANNEL-MASTER
000890     RECORDING MODE IS F.
000900 COPY CVCHNMSY.
000910*
000920 FD  DIST-OUTPUT
000930     RECORDING MODE IS F.
000940 COPY CVDSTOUY.
000950*
000960 FD  DIST-LOG
000970     RECORDING MODE IS F.
000980 COPY CVDSTLGY.
000990*
001000 FD  RUN-CONTROL
001010     RECORDING MODE IS F.
001020 COPY CVRUNCTY.
001030*
001040 FD  DIST-REPORT
001050     RECORDING MODE IS F.
001060 01  DIST-REPORT-LINE            PIC X(132).
001070*----------------------------------------------------------------*
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------*
001100 01  WS-VARIABLES.
001110     05  WS-PGMNAME                 PIC X(08) VALUE 'CBRPTDST'.
001120     05  CURRENT-DATE               PIC 9(06).
001130     05  WS-TODAY-CCYYMMDD          PIC X(08).
001140     05  WS-RUN-TIME                PIC 9(08).
001150     05  WS-UNROUTED-ID             PIC X(08) VALUE 'UNROUTED'.
001160*
001170 01  WS-FILE-STATUSES.
001180     05  WS-RIN-STATUS              PIC X(02).
001190         88  RIN-EOF                        VALUE '10'.
001200     05  WS-DSC-STATUS              PIC X(02).
001210         88  DSC-EOF                        VALUE '10'.
001220     05  WS-CHNM-STATUS             PIC X(02).
001230         88  CHNM-FOUND                     VALUE '00'.
001240     05  WS-DSO-STATUS              PIC X(02).
001250     05  WS-DSL-STATUS              PIC X(02).
001260     05  WS-RUNC-STATUS             PIC X(02).
001270     05  WS-RPT-STATUS              PIC X(02).
001280 01  WS-CHNM-AVAIL-SW               PIC X(01) VALUE 'N'.
001290     88  CHANNEL-MASTER-AVAILABLE           VALUE 'Y'.
001300 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001310     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001320*----------------------------------------------------------------*
001330*    CATALOG: REPORTS AND THEIR ROUTED SECTION KEYS              *
001340*----------------------------------------------------------------*
001350 01  WS-REPORT-CONTROL.
001360     05  WS-RP-COUNT                PIC S9(4) COMP VALUE 0.
001370     05  WS-RP-MAX                  PIC S9(4) COMP VALUE 30.
001380     05  WS-RP-SUB                  PIC S9(4) COMP.
001390     05  WS-CUR-RP                  PIC S9(4) COMP VALUE 0.
001400 01  WS-REPORT-TABLE.
001410     05  WS-RP-ENTRY OCCURS 30 TIMES
001420                     INDEXED BY WS-RP-IDX.
001430         10  WS-RP-ID               PIC X(08).
001440         10  WS-RP-RECIPIENT        PIC X(08).
001450         10  WS-RP-CONTACT          PIC X(30).
001460         10  WS-RP-EXPECTED-SW      PIC X(01).
001470             88  RP-EXPECTED                VALUE 'Y'.
001480         10  WS-RP-TYPE             PIC X(01).
001490             88  RP-WHOLE-ONLY              VALUE ' '.
001500             88  RP-BY-CHANNEL              VALUE 'C'.
001510         10  WS-RP-MARK-TEXT        PIC X(12).
001520         10  WS-RP-MARK-LEN         PIC 9(02).
001530         10  WS-RP-MARK-POS         PIC 9(03).
001540         10  WS-RP-KEY-POS          PIC 9(03).
001550         10  WS-RP-KEY-LEN          PIC 9(02).
001560         10  WS-RP-SEEN-SW          PIC X(01).
001570             88  RP-SEEN                    VALUE 'Y'.
001580         10  WS-RP-LINES            PIC S9(7) COMP-3.
001590*
001600 01  WS-SECTION-CONTROL.
001610     05  WS-SC-COUNT                PIC S9(4) COMP VALUE 0.
001620     05  WS-SC-MAX                  PIC S9(4) COMP VALUE 300.
001630     05  WS-SC-SUB                  PIC S9(4) COMP.
001640     05  WS-CUR-SC                  PIC S9(4) COMP VALUE 0.
001650     05  WS-SECTION-KEY             PIC X(10).
001660 01  WS-SECTION-TABLE.
001670     05  WS-SC-ENTRY OCCURS 300 TIMES
001680                     INDEXED BY WS-SC-IDX.
001690         10  WS-SC-RP-SUB           PIC S9(4) COMP.
001700         10  WS-SC-KEY              PIC X(10).
001710         10  WS-SC-RECIPIENT        PIC X(08).
001720         10  WS-SC-CONTACT          PIC X(30).
001730         10  WS-SC-HEAD-SENT-SW     PIC X(01).
001740             88  SC-HEAD-SENT               VALUE 'Y'.
001750         10  WS-SC-LINES            PIC S9(7) COMP-3.
001760*
001770 01  WS-UNROUTED-CONTROL.
001780     05  WS-UR-COUNT                PIC S9(4) COMP VALUE 0.
001790     05  WS-UR-MAX                  PIC S9(4) COMP VALUE 50.
001800     05  WS-UR-SUB                  PIC S9(4) COMP.
001810 01  WS-UNROUTED-TABLE.
001820     05  WS-UR-ENTRY OCCURS 50 TIMES
001830                     INDEXED BY WS-UR-IDX.
001840         10  WS-UR-RP-SUB           PIC S9(4) COMP.
001850         10  WS-UR-KEY              PIC X(10).
001860         10  WS-UR-REPORT-ID        PIC X(08).
001870*
001880 01  WS-LINE-WORK.
001890     05  WS-HEADING-LINE            PIC X(132).
001900     05  WS-OUT-RECIPIENT           PIC X(08).
001910     05  WS-OUT-SECTION             PIC X(10).
001920     05  WS-OUT-REPORT-ID           PIC X(08).
001930     05  WS-LINE-SEQ                PIC 9(09) VALUE 0.
001940     05  WS-MARK-SW                 PIC X(01).
001950         88  LINE-IS-MARK                   VALUE 'Y'.
001960*
001970 01  WS-COUNTERS.
001980     05  WS-LINES-READ              PIC S9(9) COMP-3 VALUE 0.
001990     05  WS-LINES-WRITTEN           PIC S9(9) COMP-3 VALUE 0.
002000     05  WS-LINES-UNROUTED          PIC S9(9) COMP-3 VALUE 0.
002010     05  WS-REPORTS-MISSING         PIC S9(5) COMP-3 VALUE 0.
002020     05  WS-REPORTS-UNCATALOGUED    PIC S9(5) COMP-3 VALUE 0.
002030     05  WS-CATALOG-REJECTED        PIC S9(5) COMP-3 VALUE 0.
002040*
002050 01  WS-PRINT-LINE                 PIC X(132).
002060 01  WS-DISPLAY-FIELDS.
002070     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002080*----------------------------------------------------------------*
002090 PROCEDURE DIVISION.
002100*----------------------------------------------------------------*
002110 MAIN-PARA.
002120*
002130     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002140     PERFORM 2000-LOAD-CATALOG-ROW   THRU 2000-EXIT
002150         UNTIL DSC-EOF
002160     CLOSE DIST-CATALOG
002170*
002180     PERFORM 3000-ROUTE-NEXT-LINE    THRU 3000-EXIT
002190         UNTIL RIN-EOF
002200*
002210     PERFORM 8000-PRINT-HEADINGS     THRU 8000-EXIT
002220     PERFORM 8100-LOG-REPORT         THRU 8100-EXIT
002230         VARYING WS-RP-SUB FROM 1 BY 1
002240         UNTIL WS-RP-SUB > WS-RP-COUNT
002250     PERFORM 8300-LOG-UNROUTED       THRU 8300-EXIT
002260         VARYING WS-UR-SUB FROM 1 BY 1
002270         UNTIL WS-UR-SUB > WS-UR-COUNT
002280     PERFORM 8900-PRINT-TOTALS       THRU 8900-EXIT
002290     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002300*
002310     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002320     IF WS-REPORTS-MISSING > 0
002330        MOVE 4 TO RETURN-CODE
002340     END-IF
002350*
002360     GOBACK.
002370*----------------------------------------------------------------*
002380 1000-INITIALIZE.
002390*----------------------------------------------------------------*
002400     ACCEPT CURRENT-DATE     FROM DATE
002410     ACCEPT WS-RUN-TIME      FROM TIME
002420     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002430     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002440     INITIALIZE WS-REPORT-TABLE
002450                WS-SECTION-TABLE
002460                WS-LINE-WORK
002470*
002480     OPEN INPUT  DIST-CATALOG
002490     IF WS-DSC-STATUS NOT = '00'
002500        DISPLAY 'ERROR OPENING DISTCAT:' WS-DSC-STATUS
002510        PERFORM 9999-ABEND
002520     END-IF
002530     OPEN INPUT  REPORT-IN
002540     IF WS-RIN-STATUS NOT = '00'
002550        DISPLAY 'ERROR OPENING RPTIN:' WS-RIN-STATUS
002560        PERFORM 9999-ABEND
002570     END-IF
002580     OPEN OUTPUT DIST-OUTPUT
002590     IF WS-DSO-STATUS NOT = '00'
002600        DISPLAY 'ERROR OPENING DISTOUT:' WS-DSO-STATUS
002610        PERFORM 9999-ABEND
002620     END-IF
002630     OPEN EXTEND DIST-LOG
002640     IF WS-DSL-STATUS NOT = '00' AND '05'
002650        DISPLAY 'ERROR OPENING DISTLOG:' WS-DSL-STATUS
002660        PERFORM 9999-ABEND
002670     END-IF
002680     OPEN OUTPUT DIST-REPORT
002690*
002700     OPEN INPUT  CHANNEL-MASTER
002710     IF WS-CHNM-STATUS = SPACES OR '00'
002720        SET CHANNEL-MASTER-AVAILABLE TO TRUE
002730     ELSE
002740        DISPLAY 'CHANLMST NOT AVAILABLE - CATALOG CONTACTS ONLY'
002750     END-IF
002760*
002770     OPEN I-O RUN-CONTROL
002780     IF WS-RUNC-STATUS = SPACES OR '00'
002790        SET RUN-CONTROL-AVAILABLE TO TRUE
002800        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002810     ELSE
002820        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002830     END-IF
002840*
002850     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002860     DISPLAY '*-------------------------------------*'
002870     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002880     .
002890 1000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------*
002920 1300-MARK-RUN-START.
002930*----------------------------------------------------------------*
002940     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002950     READ RUN-CONTROL
002960     IF WS-RUNC-STATUS NOT = '00'
002970        MOVE SPACES          TO RUN-CONTROL-RECORD
002980        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002990     END-IF
003000     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003010     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003020     MOVE SPACES             TO RUNC-END-TIME
003030     SET  RUNC-RUNNING       TO TRUE
003040     MOVE ZEROES             TO RUNC-RECORD-COUNT
003050     IF WS-RUNC-STATUS = '00'
003060        REWRITE RUN-CONTROL-RECORD
003070     ELSE
003080        WRITE RUN-CONTROL-RECORD
003090     END-IF
003100     .
003110 1300-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------*
003140 1400-MARK-RUN-END.
003150*----------------------------------------------------------------*
003160     IF RUN-CONTROL-AVAILABLE
003170        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003180        READ RUN-CONTROL
003190        ACCEPT WS-RUN-TIME   FROM TIME
003200        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003210        SET  RUNC-COMPLETE   TO TRUE
003220        MOVE WS-LINES-READ   TO RUNC-RECORD-COUNT
003230        REWRITE RUN-CONTROL-RECORD
003240        IF WS-RUNC-STATUS NOT = '00'
003250           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003260        END-IF
003270     END-IF
003280     .
003290 1400-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------*
003320*    THE CATALOG IS READ IN KEY ORDER, SO EACH REPORT ROW COMES  *
003330*    AHEAD OF ITS SECTION ROWS. A SECTION ROW WITHOUT ITS REPORT *
003340*    ROW, OR ONE PAST THE TABLE SIZE, IS REJECTED.               *
003350*----------------------------------------------------------------*
003360 2000-LOAD-CATALOG-ROW.
003370*----------------------------------------------------------------*
003380     READ DIST-CATALOG
003390         AT END GO TO 2000-EXIT
003400     END-READ
003410     IF DSC-IS-REPORT-ROW
003420        PERFORM 2100-LOAD-REPORT-ROW THRU 2100-EXIT
003430     ELSE
003440        PERFORM 2200-LOAD-SECTION-ROW THRU 2200-EXIT
003450     END-IF
003460     .
003470 2000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------*
003500 2100-LOAD-REPORT-ROW.
003510*----------------------------------------------------------------*
003520     IF WS-RP-COUNT >= WS-RP-MAX
003530        ADD 1 TO WS-CATALOG-REJECTED
003540        DISPLAY 'DISTCAT REPORT TABLE FULL - ' DSC-REPORT-ID
003550        GO TO 2100-EXIT
003560     END-IF
003570     ADD 1                          TO WS-RP-COUNT
003580     MOVE WS-RP-COUNT               TO WS-RP-SUB
003590     MOVE DSC-REPORT-ID             TO WS-RP-ID(WS-RP-SUB)
003600     MOVE DSC-RECIPIENT-ID          TO WS-RP-RECIPIENT(WS-RP-SUB)
003610     MOVE DSC-CONTACT               TO WS-RP-CONTACT(WS-RP-SUB)
003620     MOVE DSC-EXPECTED-SW      TO WS-RP-EXPECTED-SW(WS-RP-SUB)
003630     MOVE DSC-SECTION-TYPE          TO WS-RP-TYPE(WS-RP-SUB)
003640     MOVE DSC-MARK-TEXT             TO WS-RP-MARK-TEXT(WS-RP-SUB)
003650     MOVE DSC-MARK-LEN              TO WS-RP-MARK-LEN(WS-RP-SUB)
003660     MOVE DSC-MARK-POS              TO WS-RP-MARK-POS(WS-RP-SUB)
003670     MOVE DSC-KEY-POS               TO WS-RP-KEY-POS(WS-RP-SUB)
003680     MOVE DSC-KEY-LEN               TO WS-RP-KEY-LEN(WS-RP-SUB)
003690*    A SECTION LAYOUT THAT DOES NOT FIT THE LINE IS TREATED AS
003700*    WHOLE-REPORT ONLY.
003710     IF NOT RP-WHOLE-ONLY(WS-RP-SUB)
003720        IF DSC-MARK-LEN = 0 OR DSC-MARK-LEN > 12
003730           OR DSC-MARK-POS = 0
003740           OR DSC-MARK-POS + DSC-MARK-LEN > 133
003750           OR DSC-KEY-LEN = 0 OR DSC-KEY-LEN > 10
003760           OR DSC-KEY-POS = 0
003770           OR DSC-KEY-POS + DSC-KEY-LEN > 133
003780           DISPLAY 'DISTCAT SECTION LAYOUT BAD - ' DSC-REPORT-ID
003790           MOVE SPACE               TO WS-RP-TYPE(WS-RP-SUB)
003800        END-IF
003810     END-IF
003820     .
003830 2100-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860 2200-LOAD-SECTION-ROW.
003870*----------------------------------------------------------------*
003880     IF WS-RP-COUNT = 0
003890        OR WS-RP-ID(WS-RP-COUNT) NOT = DSC-REPORT-ID
003900        OR WS-SC-COUNT >= WS-SC-MAX
003910        ADD 1 TO WS-CATALOG-REJECTED
003920        DISPLAY 'DISTCAT SECTION ROW REJECTED - ' DSC-KEY
003930        GO TO 2200-EXIT
003940     END-IF
003950     ADD 1                          TO WS-SC-COUNT
003960     MOVE WS-SC-COUNT               TO WS-SC-SUB
003970     MOVE WS-RP-COUNT               TO WS-SC-RP-SUB(WS-SC-SUB)
003980     MOVE DSC-SECTION-KEY           TO WS-SC-KEY(WS-SC-SUB)
003990     MOVE DSC-RECIPIENT-ID          TO WS-SC-RECIPIENT(WS-SC-SUB)
004000     MOVE DSC-CONTACT               TO WS-SC-CONTACT(WS-SC-SUB)
004010     IF DSC-CONTACT = SPACES
004020        AND RP-BY-CHANNEL(WS-RP-COUNT)
004030        AND CHANNEL-MASTER-AVAILABLE
004040        MOVE DSC-SECTION-KEY(1:2)   TO CHN-SOURCE-CODE
004050        READ CHANNEL-MASTER
004060        IF CHNM-FOUND
004070           MOVE CHN-OWNER-CONTACT   TO WS-SC-CONTACT(WS-SC-SUB)
004080        END-IF
004090     END-IF
004100     .
004110 2200-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------*
004140*    ONE REPORT LINE. A LINE BEGINNING WITH A PROGRAM NAME      *
004150*    STARTS A REPORT; OTHER LINES BELONG TO THE CURRENT ONE AND, *
004160*    WHEN IN A ROUTED SECTION, ARE COPIED TO ITS OWNER TOO.      *
004170*----------------------------------------------------------------*
004180 3000-ROUTE-NEXT-LINE.
004190*----------------------------------------------------------------*
004200     READ REPORT-IN
004210         AT END GO TO 3000-EXIT
004220     END-READ
004230     ADD 1 TO WS-LINES-READ
004240     IF REPORT-IN-LINE(1:2) = 'CB'
004250        AND REPORT-IN-LINE(9:1) = SPACE
004260        AND REPORT-IN-LINE(10:1) NOT = SPACE
004270        PERFORM 3100-START-REPORT   THRU 3100-EXIT
004280        GO TO 3000-EXIT
004290     END-IF
004300*
004310     IF WS-CUR-RP = 0
004320        MOVE WS-UNROUTED-ID         TO WS-OUT-RECIPIENT
004330        MOVE SPACES                 TO WS-OUT-SECTION
004340        PERFORM 3500-WRITE-OUTPUT   THRU 3500-EXIT
004350        ADD 1 TO WS-LINES-UNROUTED
004360        GO TO 3000-EXIT
004370     END-IF
004380     IF WS-RP-RECIPIENT(WS-CUR-RP) NOT = SPACES
004390        MOVE WS-RP-RECIPIENT(WS-CUR-RP) TO WS-OUT-RECIPIENT
004400        MOVE SPACES                 TO WS-OUT-SECTION
004410        PERFORM 3500-WRITE-OUTPUT   THRU 3500-EXIT
004420     END-IF
004430     ADD 1 TO WS-RP-LINES(WS-CUR-RP)
004440     IF RP-WHOLE-ONLY(WS-CUR-RP)
004450        GO TO 3000-EXIT
004460     END-IF
004470*
004480     PERFORM 3200-CHECK-SECTION-MARK THRU 3200-EXIT
004490     IF NOT LINE-IS-MARK
004500        IF WS-CUR-SC > 0
004510           AND REPORT-IN-LINE(1:1) NOT = SPACE
004520           MOVE 0                   TO WS-CUR-SC
004530        END-IF
004540     END-IF
004550     IF WS-CUR-SC = 0
004560        GO TO 3000-EXIT
004570     END-IF
004580     IF WS-SC-RECIPIENT(WS-CUR-SC) = WS-RP-RECIPIENT(WS-CUR-RP)
004590        GO TO 3000-EXIT
004600     END-IF
004610     MOVE WS-SC-RECIPIENT(WS-CUR-SC) TO WS-OUT-RECIPIENT
004620     MOVE WS-SC-KEY(WS-CUR-SC)       TO WS-OUT-SECTION
004630     IF NOT SC-HEAD-SENT(WS-CUR-SC)
004640        MOVE REPORT-IN-LINE          TO WS-PRINT-LINE
004650        MOVE WS-HEADING-LINE         TO REPORT-IN-LINE
004660        PERFORM 3500-WRITE-OUTPUT    THRU 3500-EXIT
004670        MOVE WS-PRINT-LINE           TO REPORT-IN-LINE
004680        SET SC-HEAD-SENT(WS-CUR-SC)  TO TRUE
004690     END-IF
004700     PERFORM 3500-WRITE-OUTPUT       THRU 3500-EXIT
004710     ADD 1 TO WS-SC-LINES(WS-CUR-SC)
004720     .
004730 3000-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------*
004760 3100-START-REPORT.
004770*----------------------------------------------------------------*
004780     MOVE REPORT-IN-LINE             TO WS-HEADING-LINE
004790     MOVE REPORT-IN-LINE(1:8)        TO WS-OUT-REPORT-ID
004800     MOVE 0                          TO WS-CUR-SC
004810                                        WS-CUR-RP
004820     SET WS-RP-IDX                   TO 1
004830     SEARCH WS-RP-ENTRY
004840         AT END
004850             CONTINUE
004860         WHEN WS-RP-IDX > WS-RP-COUNT
004870             CONTINUE
004880         WHEN WS-RP-ID(WS-RP-IDX) = WS-OUT-REPORT-ID
004890             SET WS-CUR-RP           TO WS-RP-IDX
004900     END-SEARCH
004910     MOVE SPACES                     TO WS-OUT-SECTION
004920     IF WS-CUR-RP = 0
004930        ADD 1 TO WS-REPORTS-UNCATALOGUED
004940        ADD 1 TO WS-LINES-UNROUTED
004950        MOVE WS-UNROUTED-ID          TO WS-OUT-RECIPIENT
004960        PERFORM 3500-WRITE-OUTPUT    THRU 3500-EXIT
004970        MOVE SPACES                  TO DIST-LOG-RECORD
004980        MOVE WS-OUT-REPORT-ID        TO DSL-REPORT-ID
004990        SET DSL-REPORT-UNCATALOGUED  TO TRUE
005000        MOVE WS-UNROUTED-ID          TO DSL-RECIPIENT-ID
005010        MOVE 0                       TO DSL-LINE-COUNT
005020        PERFORM 3900-WRITE-LOG       THRU 3900-EXIT
005030        GO TO 3100-EXIT
005040     END-IF
005050     SET RP-SEEN(WS-CUR-RP)          TO TRUE
005060     ADD 1 TO WS-RP-LINES(WS-CUR-RP)
005070     IF WS-RP-RECIPIENT(WS-CUR-RP) NOT = SPACES
005080        MOVE WS-RP-RECIPIENT(WS-CUR-RP) TO WS-OUT-RECIPIENT
005090        PERFORM 3500-WRITE-OUTPUT    THRU 3500-EXIT
005100     END-IF
005110     .
005120 3100-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------*
005150*    A MARK LINE STARTS A SECTION: ITS KEY IS LOOKED UP AMONG    *
005160*    THE REPORT'S SECTION ROWS; AN UNOWNED KEY IS NOTED ONCE AND *
005170*    ITS LINES STAY WITH THE REPORT RECIPIENT ONLY.              *
005180*----------------------------------------------------------------*
005190 3200-CHECK-SECTION-MARK.
005200*----------------------------------------------------------------*
005210     MOVE 'N'                        TO WS-MARK-SW
005220     IF REPORT-IN-LINE(WS-RP-MARK-POS(WS-CUR-RP):
005230                       WS-RP-MARK-LEN(WS-CUR-RP))
005240        NOT = WS-RP-MARK-TEXT(WS-CUR-RP)
005250                             (1:WS-RP-MARK-LEN(WS-CUR-RP))
005260        GO TO 3200-EXIT
005270     END-IF
005280     SET LINE-IS-MARK                TO TRUE
005290     MOVE SPACES                     TO WS-SECTION-KEY
005300     MOVE REPORT-IN-LINE(WS-RP-KEY-POS(WS-CUR-RP):
005310                         WS-RP-KEY-LEN(WS-CUR-RP))
005320                                     TO WS-SECTION-KEY
005330     MOVE 0                          TO WS-CUR-SC
005340     SET WS-SC-IDX                   TO 1
005350     SEARCH WS-SC-ENTRY
005360         AT END
005370             CONTINUE
005380         WHEN WS-SC-IDX > WS-SC-COUNT
005390             CONTINUE
005400         WHEN WS-SC-RP-SUB(WS-SC-IDX) = WS-CUR-RP
005410          AND WS-SC-KEY(WS-SC-IDX) = WS-SECTION-KEY
005420             SET WS-CUR-SC           TO WS-SC-IDX
005430     END-SEARCH
005440     IF WS-CUR-SC > 0
005450        GO TO 3200-EXIT
005460     END-IF
005470     SET WS-UR-IDX                   TO 1
005480     SEARCH WS-UR-ENTRY
005490         AT END
005500             CONTINUE
005510         WHEN WS-UR-IDX > WS-UR-COUNT
005520             IF WS-UR-COUNT < WS-UR-MAX
005530                ADD 1 TO WS-UR-COUNT
005540                MOVE WS-CUR-RP      TO WS-UR-RP-SUB(WS-UR-IDX)
005550                MOVE WS-SECTION-KEY TO WS-UR-KEY(WS-UR-IDX)
005560                MOVE WS-RP-ID(WS-CUR-RP)
005570                                    TO WS-UR-REPORT-ID(WS-UR-IDX)
005580             END-IF
005590         WHEN WS-UR-RP-SUB(WS-UR-IDX) = WS-CUR-RP
005600          AND WS-UR-KEY(WS-UR-IDX) = WS-SECTION-KEY
005610             CONTINUE
005620     END-SEARCH
005630     .
005640 3200-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------*
005670 3500-WRITE-OUTPUT.
005680*----------------------------------------------------------------*
005690     ADD 1                           TO WS-LINE-SEQ
005700     MOVE WS-OUT-RECIPIENT           TO DSO-RECIPIENT-ID
005710     MOVE WS-LINE-SEQ                TO DSO-LINE-SEQ
005720     MOVE WS-OUT-REPORT-ID           TO DSO-REPORT-ID
005730     MOVE WS-OUT-SECTION             TO DSO-SECTION-KEY
005740     MOVE REPORT-IN-LINE             TO DSO-REPORT-LINE
005750     WRITE DIST-OUTPUT-RECORD
005760     IF WS-DSO-STATUS NOT = '00'
005770        DISPLAY 'ERROR WRITING DISTOUT:' WS-DSO-STATUS
005780        PERFORM 9999-ABEND
005790     END-IF
005800     ADD 1 TO WS-LINES-WRITTEN
005810     .
005820 3500-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------*
005850 3900-WRITE-LOG.
005860*----------------------------------------------------------------*
005870     MOVE WS-TODAY-CCYYMMDD          TO DSL-RUN-DATE
005880     MOVE WS-RUN-TIME(1:6)           TO DSL-RUN-TIME
005890     WRITE DIST-LOG-RECORD
005900     IF WS-DSL-STATUS NOT = '00'
005910        DISPLAY 'ERROR WRITING DISTLOG:' WS-DSL-STATUS
005920     END-IF
005930     .
005940 3900-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------*
005970 8000-PRINT-HEADINGS.
005980*----------------------------------------------------------------*
005990     MOVE SPACES TO WS-PRINT-LINE
006000     STRING 'CBRPTDST REPORT DISTRIBUTION - RUN DATE '
006010            WS-TODAY-CCYYMMDD
006020            DELIMITED BY SIZE INTO WS-PRINT-LINE
006030     END-STRING
006040     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
006050     MOVE SPACES TO WS-PRINT-LINE
006060     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
006070     MOVE 'REPORT   SECTION    RECIPIENT CONTACT' TO WS-PRINT-LINE
006080     MOVE '       LINES'                  TO WS-PRINT-LINE(70:12)
006090     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
006100     .
006110 8000-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------*
006140*    A REPORT THE CYCLE PRODUCED: ITS WHOLE-REPORT DELIVERY AND  *
006150*    EACH SECTION DELIVERY. AN EXPECTED REPORT NOT SEEN IS       *
006160*    FLAGGED MISSING.                                            *
006170*----------------------------------------------------------------*
006180 8100-LOG-REPORT.
006190*----------------------------------------------------------------*
006200     MOVE SPACES                     TO DIST-LOG-RECORD
006210     MOVE WS-RP-ID(WS-RP-SUB)        TO DSL-REPORT-ID
006220     IF NOT RP-SEEN(WS-RP-SUB)
006230        IF RP-EXPECTED(WS-RP-SUB)
006240           ADD 1 TO WS-REPORTS-MISSING
006250           SET DSL-REPORT-MISSING    TO TRUE
006260           MOVE 0                    TO DSL-LINE-COUNT
006270           PERFORM 3900-WRITE-LOG    THRU 3900-EXIT
006280           MOVE SPACES TO WS-PRINT-LINE
006290           STRING WS-RP-ID(WS-RP-SUB)
006300                  '  ** MISSING FROM THE CYCLE - NOTHING SENT **'
006310                  DELIMITED BY SIZE INTO WS-PRINT-LINE
006320           END-STRING
006330           WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
006340        END-IF
006350        GO TO 8100-EXIT
006360     END-IF
006370     IF WS-RP-RECIPIENT(WS-RP-SUB) NOT = SPACES
006380        SET DSL-SENT                 TO TRUE
006390        MOVE WS-RP-RECIPIENT(WS-RP-SUB) TO DSL-RECIPIENT-ID
006400        MOVE WS-RP-CONTACT(WS-RP-SUB)   TO DSL-CONTACT
006410        MOVE WS-RP-LINES(WS-RP-SUB)     TO DSL-LINE-COUNT
006420        PERFORM 3900-WRITE-LOG       THRU 3900-EXIT
006430        PERFORM 8500-PRINT-LOG-LINE  THRU 8500-EXIT
006440     END-IF
006450     PERFORM 8200-LOG-SECTION        THRU 8200-EXIT
006460         VARYING WS-SC-SUB FROM 1 BY 1
006470         UNTIL WS-SC-SUB > WS-SC-COUNT
006480     .
006490 8100-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------*
006520 8200-LOG-SECTION.
006530*----------------------------------------------------------------*
006540     IF WS-SC-RP-SUB(WS-SC-SUB) NOT = WS-RP-SUB
006550        OR WS-SC-LINES(WS-SC-SUB) = 0
006560        GO TO 8200-EXIT
006570     END-IF
006580     MOVE SPACES                     TO DIST-LOG-RECORD
006590     MOVE WS-RP-ID(WS-RP-SUB)        TO DSL-REPORT-ID
006600     MOVE WS-SC-KEY(WS-SC-SUB)       TO DSL-SECTION-KEY
006610     SET DSL-SENT                    TO TRUE
006620     MOVE WS-SC-RECIPIENT(WS-SC-SUB) TO DSL-RECIPIENT-ID
006630     MOVE WS-SC-CONTACT(WS-SC-SUB)   TO DSL-CONTACT
006640     COMPUTE DSL-LINE-COUNT = WS-SC-LINES(WS-SC-SUB) + 1
006650     PERFORM 3900-WRITE-LOG          THRU 3900-EXIT
006660     PERFORM 8500-PRINT-LOG-LINE     THRU 8500-EXIT
006670     .
006680 8200-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------*
006710 8300-LOG-UNROUTED.
006720*----------------------------------------------------------------*
006730     MOVE SPACES                     TO DIST-LOG-RECORD
006740     MOVE WS-UR-REPORT-ID(WS-UR-SUB) TO DSL-REPORT-ID
006750     MOVE WS-UR-KEY(WS-UR-SUB)       TO DSL-SECTION-KEY
006760     SET DSL-SECTION-UNROUTED        TO TRUE
006770     MOVE 0                          TO DSL-LINE-COUNT
006780     PERFORM 3900-WRITE-LOG          THRU 3900-EXIT
006790     MOVE SPACES TO WS-PRINT-LINE
006800     STRING WS-UR-REPORT-ID(WS-UR-SUB) ' ' WS-UR-KEY(WS-UR-SUB)
006810            ' ** NO OWNER ON CATALOG - REPORT RECIPIENT ONLY **'
006820            DELIMITED BY SIZE INTO WS-PRINT-LINE
006830     END-STRING
006840     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
006850     .
006860 8300-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------*
006890 8500-PRINT-LOG-LINE.
006900*----------------------------------------------------------------*
006910     MOVE DSL-LINE-COUNT             TO WS-CNT-DIS
006920     MOVE SPACES TO WS-PRINT-LINE
006930     STRING DSL-REPORT-ID ' ' DSL-SECTION-KEY ' '
006940            DSL-RECIPIENT-ID '  ' DSL-CONTACT ' ' WS-CNT-DIS
006950            DELIMITED BY SIZE INTO WS-PRINT-LINE
006960     END-STRING
006970     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
006980     .
006990 8500-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------*
007020 8900-PRINT-TOTALS.
007030*----------------------------------------------------------------*
007040     MOVE SPACES TO WS-PRINT-LINE
007050     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
007060     MOVE WS-LINES-READ TO WS-CNT-DIS
007070     MOVE SPACES TO WS-PRINT-LINE
007080     STRING 'REPORT LINES READ ..................: ' WS-CNT-DIS
007090            DELIMITED BY SIZE INTO WS-PRINT-LINE
007100     END-STRING
007110     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
007120     MOVE WS-LINES-WRITTEN TO WS-CNT-DIS
007130     MOVE SPACES TO WS-PRINT-LINE
007140     STRING 'LINES DISTRIBUTED ..................: ' WS-CNT-DIS
007150            DELIMITED BY SIZE INTO WS-PRINT-LINE
007160     END-STRING
007170     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
007180     MOVE WS-LINES-UNROUTED TO WS-CNT-DIS
007190     MOVE SPACES TO WS-PRINT-LINE
007200     STRING 'LINES TO THE UNROUTED RECIPIENT ....: ' WS-CNT-DIS
007210            DELIMITED BY SIZE INTO WS-PRINT-LINE
007220     END-STRING
007230     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
007240     MOVE WS-REPORTS-UNCATALOGUED TO WS-CNT-DIS
007250     MOVE SPACES TO WS-PRINT-LINE
007260     STRING 'REPORTS NOT ON THE CATALOG .........: ' WS-CNT-DIS
007270            DELIMITED BY SIZE INTO WS-PRINT-LINE
007280     END-STRING
007290     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
007300     MOVE WS-REPORTS-MISSING TO WS-CNT-DIS
007310     MOVE SPACES TO WS-PRINT-LINE
007320     STRING 'EXPECTED REPORTS MISSING ...........: ' WS-CNT-DIS
007330            DELIMITED BY SIZE INTO WS-PRINT-LINE
007340     END-STRING
007350     WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
007360     IF WS-CATALOG-REJECTED > 0
007370        MOVE WS-CATALOG-REJECTED TO WS-CNT-DIS
007380        MOVE SPACES TO WS-PRINT-LINE
007390        STRING 'DISTCAT ROWS REJECTED ..............: ' WS-CNT-DIS
007400               DELIMITED BY SIZE INTO WS-PRINT-LINE
007410        END-STRING
007420        WRITE DIST-REPORT-LINE FROM WS-PRINT-LINE
007430     END-IF
007440     .
007450 8900-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------*
007480 9000-FILE-CLOSE.
007490*----------------------------------------------------------------*
007500     CLOSE REPORT-IN
007510     CLOSE DIST-OUTPUT
007520     CLOSE DIST-LOG
007530     CLOSE DIST-REPORT
007540     IF CHANNEL-MASTER-AVAILABLE
007550        CLOSE CHANNEL-MASTER
007560     END-IF
007570     IF RUN-CONTROL-AVAILABLE
007580        CLOSE RUN-CONTROL
007590     END-IF
007600     .
007610 9000-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------*
007640 9999-ABEND.
007650*----------------------------------------------------------------*
007660     DISPLAY 'CBRPTDST ABENDING'
007670     MOVE 16 TO RETURN-CODE
007680     GOBACK
007690     .
007700 9999-EXIT.
007710     EXIT.
