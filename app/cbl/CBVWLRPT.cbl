000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBVWLRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-09-26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBVWLRPT - DAILY SENSITIVE-CUSTOMER VIEW REPORT             *
000090*    READS THE VIEWLOG FILE (THE HARDENED CVWL TD QUEUE OF       *
000100*    CVVWLOGY RECORDS THE SERVICE SCREENS WRITE EACH TIME THEY   *
000110*    DISPLAY A STAFF, VIP OR PROTECTED CUSTOMER, OR REFUSE A     *
000120*    USER THEIR OWN ACCOUNT) AND PRINTS THE PRIVACY OFFICE'S     *
000130*    DAILY REPORT: WHO VIEWED WHICH FLAGGED CUSTOMER, ON WHICH   *
000140*    SCREEN AND WHEN, THEN VIEWS AND REFUSALS BY USER AND VIEWS  *
000150*    BY FLAG. THE PAURUNCT ROW IS STAMPED.                       *
000160*----------------------------------------------------------------*
000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000190* 2027-09-26  JGM INITIAL VERSION                                *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-ZOS.
000240 OBJECT-COMPUTER. IBM-ZOS.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT VIEWLOG-FILE   ASSIGN TO VIEWLOG
000280         ORGANIZATION IS SEQUENTIAL
000290         ACCESS MODE  IS SEQUENTIAL
000300         FILE STATUS  IS WS-VWL-STATUS.
000310*
000320     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE  IS RANDOM
000350         RECORD KEY   IS RUNC-JOB-NAME
000360         FILE STATUS  IS WS-RUNC-STATUS.
000370*
000380     SELECT VIEW-REPORT    ASSIGN TO VWLRPT
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-RPT-STATUS.
000420*----------------------------------------------------------------*
000430 DATA DIVISION.
000440*----------------------------------------------------------------*
000450 FILE SECTION.
000460 FD  VIEWLOG-FILE
000470     RECORDING MODE IS F.
000480 COPY CVVWLOGY.
000490*
000500 FD  RUN-CONTROL
000510     RECORDING MODE IS F.
000520 COPY CVRUNCTY.
000530*
000540 FD  VIEW-REPORT
000550     RECORDING MODE IS F.
000560 01  VIEW-REPORT-LINE            PIC X(132).
000570*----------------------------------------------------------------*
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------*
000600 01  WS-VARIABLES.
000610     05  WS-PGMNAME                 PIC X(08) VALUE 'CBVWLRPT'.
000620     05  CURRENT-DATE               PIC 9(06).
000630     05  WS-RUN-TIME                PIC 9(08).
000640     05  WS-SCREEN-NAME             PIC X(08).
000650     05  WS-OUTCOME-TEXT            PIC X(07).
000660     05  WS-FLAG-TEXT               PIC X(09).
000670     05  WS-FLG-IDX                 PIC S9(4) COMP.
000680*
000690 01  WS-FILE-STATUSES.
000700     05  WS-VWL-STATUS              PIC X(02).
000710         88  VWL-EOF                        VALUE '10'.
000720     05  WS-RUNC-STATUS             PIC X(02).
000730     05  WS-RPT-STATUS              PIC X(02).
000740 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000750     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000760*----------------------------------------------------------------*
000770*    PER-USER VIEW ACCUMULATORS                                  *
000780*----------------------------------------------------------------*
000790 01  WS-USER-TOTALS.
000800     05  WS-USR-COUNT               PIC S9(4) COMP VALUE 0.
000810     05  WS-USR-TABLE-MAX           PIC S9(4) COMP VALUE 500.
000820     05  WS-USR-ENTRY OCCURS 500 TIMES
000830                      INDEXED BY WS-USR-IDX.
000840         10  WS-USR-ID              PIC X(08).
000850         10  WS-USR-VIEWS           PIC S9(9) COMP-3.
000860         10  WS-USR-BLOCKED         PIC S9(9) COMP-3.
000870*----------------------------------------------------------------*
000880*    VIEWS BY CUSTOMER FLAG: 1 STAFF, 2 VIP, 3 PROTECTED, 4 NONE *
000890*    (A REFUSED OWN-ACCOUNT VIEW OF AN UNFLAGGED CUSTOMER).      *
000900*----------------------------------------------------------------*
000910 01  WS-FLAG-NAMES.
000920     05  FILLER PIC X(09) VALUE 'STAFF    '.
000930     05  FILLER PIC X(09) VALUE 'VIP      '.
000940     05  FILLER PIC X(09) VALUE 'PROTECTED'.
000950     05  FILLER PIC X(09) VALUE 'NONE     '.
000960 01  WS-FLAG-TABLE REDEFINES WS-FLAG-NAMES.
000970     05  WS-FLG-NAME OCCURS 4 TIMES PIC X(09).
000980 01  WS-FLAG-COUNTS.
000990     05  WS-FLG-COUNT OCCURS 4 TIMES PIC S9(9) COMP-3.
001000*----------------------------------------------------------------*
001010 01  WS-REPORT-COUNTERS.
001020     05  WS-RPT-READ                PIC S9(9) COMP-3 VALUE 0.
001030     05  WS-RPT-DISPLAYED           PIC S9(9) COMP-3 VALUE 0.
001040     05  WS-RPT-BLOCKED             PIC S9(9) COMP-3 VALUE 0.
001050     05  WS-RPT-USR-OVERFLOW        PIC S9(9) COMP-3 VALUE 0.
001060*----------------------------------------------------------------*
001070 01  WS-PRINT-LINE                 PIC X(132).
001080 01  WS-DISPLAY-FIELDS.
001090     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001100     05  WS-BLK-DIS                 PIC ZZZ,ZZZ,ZZ9.
001110*----------------------------------------------------------------*
001120 PROCEDURE DIVISION.
001130*----------------------------------------------------------------*
001140 MAIN-PARA.
001150*----------------------------------------------------------------*
001160     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001170*
001180     PERFORM 2000-PROCESS-NEXT-VIEW  THRU 2000-EXIT
001190         UNTIL VWL-EOF
001200*
001210     PERFORM 8000-PRINT-VIEW-SUMMARY THRU 8000-EXIT
001220     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001230*
001240     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001250*
001260     GOBACK.
001270*----------------------------------------------------------------*
001280 1000-INITIALIZE.
001290*----------------------------------------------------------------*
001300     ACCEPT CURRENT-DATE     FROM DATE
001310     INITIALIZE WS-FLAG-COUNTS
001320*
001330     OPEN INPUT  VIEWLOG-FILE
001340     IF WS-VWL-STATUS = SPACES OR '00'
001350        CONTINUE
001360     ELSE
001370        DISPLAY 'ERROR IN OPENING VIEWLOG:' WS-VWL-STATUS
001380        PERFORM 9999-ABEND THRU 9999-EXIT
001390     END-IF
001400     OPEN OUTPUT VIEW-REPORT
001410*
001420     OPEN I-O RUN-CONTROL
001430     IF WS-RUNC-STATUS = SPACES OR '00'
001440        SET RUN-CONTROL-AVAILABLE TO TRUE
001450        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001460     ELSE
001470        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001480     END-IF
001490*
001500     MOVE SPACES TO WS-PRINT-LINE
001510     STRING 'CBVWLRPT SENSITIVE-CUSTOMER VIEWS - RUN DATE '
001520            CURRENT-DATE
001530            DELIMITED BY SIZE INTO WS-PRINT-LINE
001540     END-STRING
001550     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
001560     MOVE SPACES TO WS-PRINT-LINE
001570     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
001580*
001590     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001600     DISPLAY '*-------------------------------------*'
001610     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001620     .
001630 1000-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------*
001660 1300-MARK-RUN-START.
001670*----------------------------------------------------------------*
001680     ACCEPT WS-RUN-TIME      FROM TIME
001690     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
001700     READ RUN-CONTROL
001710     IF WS-RUNC-STATUS NOT = '00'
001720        MOVE SPACES          TO RUN-CONTROL-RECORD
001730        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001740     END-IF
001750     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
001760     MOVE WS-RUN-TIME        TO RUNC-START-TIME
001770     MOVE SPACES             TO RUNC-END-TIME
001780     SET  RUNC-RUNNING       TO TRUE
001790     MOVE ZEROES             TO RUNC-RECORD-COUNT
001800     IF WS-RUNC-STATUS = '00'
001810        REWRITE RUN-CONTROL-RECORD
001820     ELSE
001830        WRITE RUN-CONTROL-RECORD
001840     END-IF
001850     .
001860 1300-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------*
001890 1400-MARK-RUN-END.
001900*----------------------------------------------------------------*
001910     IF RUN-CONTROL-AVAILABLE
001920        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001930        READ RUN-CONTROL
001940        ACCEPT WS-RUN-TIME   FROM TIME
001950        MOVE WS-RUN-TIME     TO RUNC-END-TIME
001960        SET  RUNC-COMPLETE   TO TRUE
001970        MOVE WS-RPT-READ     TO RUNC-RECORD-COUNT
001980        REWRITE RUN-CONTROL-RECORD
001990        IF WS-RUNC-STATUS NOT = '00'
002000           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002010        END-IF
002020     END-IF
002030     .
002040 1400-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------*
002070 2000-PROCESS-NEXT-VIEW.
002080*----------------------------------------------------------------*
002090     READ VIEWLOG-FILE
002100         AT END GO TO 2000-EXIT
002110     END-READ
002120     ADD 1 TO WS-RPT-READ
002130     PERFORM 3000-PRINT-VIEW-DETAIL THRU 3000-EXIT
002140     PERFORM 4000-TALLY-VIEW        THRU 4000-EXIT
002150     .
002160 2000-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------*
002190*    THE SCREEN IS SHOWN BY ITS TRANSACTION NAME, AS THE CSRS    *
002200*    AND THE PRIVACY OFFICE KNOW IT.                             *
002210*----------------------------------------------------------------*
002220 3000-PRINT-VIEW-DETAIL.
002230*----------------------------------------------------------------*
002240     EVALUATE VWL-PROGRAM
002250         WHEN 'COPAUS0C'  MOVE 'PAULST'     TO WS-SCREEN-NAME
002260         WHEN 'COPAUS1C'  MOVE 'PAUDTL'     TO WS-SCREEN-NAME
002270         WHEN 'COPAUSKC'  MOVE 'PAUCWL'     TO WS-SCREEN-NAME
002280         WHEN 'COPAUSOC'  MOVE 'PAUC60'     TO WS-SCREEN-NAME
002290         WHEN 'COPAUS9C'  MOVE 'PAUCFR'     TO WS-SCREEN-NAME
002300         WHEN OTHER       MOVE VWL-PROGRAM  TO WS-SCREEN-NAME
002310     END-EVALUATE
002320     IF VWL-BLOCKED-OWN
002330        MOVE 'REFUSED'           TO WS-OUTCOME-TEXT
002340     ELSE
002350        MOVE 'VIEWED '           TO WS-OUTCOME-TEXT
002360     END-IF
002370     EVALUATE VWL-SENSITIVE-FLAG
002380         WHEN 'S'  MOVE 1 TO WS-FLG-IDX
002390         WHEN 'V'  MOVE 2 TO WS-FLG-IDX
002400         WHEN 'P'  MOVE 3 TO WS-FLG-IDX
002410         WHEN OTHER MOVE 4 TO WS-FLG-IDX
002420     END-EVALUATE
002430     MOVE WS-FLG-NAME(WS-FLG-IDX) TO WS-FLAG-TEXT
002440     MOVE SPACES                 TO WS-PRINT-LINE
002450     STRING WS-OUTCOME-TEXT
002460            ' USER:' VWL-USER-ID
002470            ' ON:' WS-SCREEN-NAME
002480            ' CUST:' VWL-CUST-ID
002490            ' ACCT:' VWL-ACCT-ID
002500            ' FLAG:' WS-FLAG-TEXT
002510            ' AT:' VWL-VIEW-DATE ' ' VWL-VIEW-TIME
002520            DELIMITED BY SIZE
002530            INTO WS-PRINT-LINE
002540     END-STRING
002550     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
002560     .
002570 3000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------*
002600 4000-TALLY-VIEW.
002610*----------------------------------------------------------------*
002620     IF VWL-BLOCKED-OWN
002630        ADD 1 TO WS-RPT-BLOCKED
002640     ELSE
002650        ADD 1 TO WS-RPT-DISPLAYED
002660     END-IF
002670     ADD 1 TO WS-FLG-COUNT(WS-FLG-IDX)
002680*
002690     SET WS-USR-IDX TO 1
002700     SEARCH WS-USR-ENTRY
002710         AT END
002720             ADD 1 TO WS-RPT-USR-OVERFLOW
002730         WHEN WS-USR-IDX > WS-USR-COUNT
002740             IF WS-USR-COUNT < WS-USR-TABLE-MAX
002750                ADD 1 TO WS-USR-COUNT
002760                MOVE VWL-USER-ID TO WS-USR-ID(WS-USR-IDX)
002770                MOVE 0           TO WS-USR-VIEWS(WS-USR-IDX)
002780                                    WS-USR-BLOCKED(WS-USR-IDX)
002790                PERFORM 4100-ADD-TO-USER THRU 4100-EXIT
002800             ELSE
002810                ADD 1 TO WS-RPT-USR-OVERFLOW
002820             END-IF
002830         WHEN WS-USR-ID(WS-USR-IDX) = VWL-USER-ID
002840             PERFORM 4100-ADD-TO-USER THRU 4100-EXIT
002850     END-SEARCH
002860     .
002870 4000-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------*
002900 4100-ADD-TO-USER.
002910*----------------------------------------------------------------*
002920     IF VWL-BLOCKED-OWN
002930        ADD 1 TO WS-USR-BLOCKED(WS-USR-IDX)
002940     ELSE
002950        ADD 1 TO WS-USR-VIEWS(WS-USR-IDX)
002960     END-IF
002970     .
002980 4100-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------*
003010 8000-PRINT-VIEW-SUMMARY.
003020*----------------------------------------------------------------*
003030     MOVE SPACES TO WS-PRINT-LINE
003040     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003050     MOVE WS-RPT-READ TO WS-CNT-DIS
003060     MOVE SPACES TO WS-PRINT-LINE
003070     STRING 'JOURNALED VIEWS READ ...............: ' WS-CNT-DIS
003080            DELIMITED BY SIZE INTO WS-PRINT-LINE
003090     END-STRING
003100     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003110*
003120     MOVE WS-RPT-DISPLAYED TO WS-CNT-DIS
003130     MOVE SPACES TO WS-PRINT-LINE
003140     STRING '  FLAGGED CUSTOMERS VIEWED .........: ' WS-CNT-DIS
003150            DELIMITED BY SIZE INTO WS-PRINT-LINE
003160     END-STRING
003170     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003180*
003190     MOVE WS-RPT-BLOCKED TO WS-CNT-DIS
003200     MOVE SPACES TO WS-PRINT-LINE
003210     STRING '  OWN-ACCOUNT VIEWS REFUSED ........: ' WS-CNT-DIS
003220            DELIMITED BY SIZE INTO WS-PRINT-LINE
003230     END-STRING
003240     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003250*
003260     MOVE SPACES TO WS-PRINT-LINE
003270     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003280     MOVE SPACES TO WS-PRINT-LINE
003290     STRING 'JOURNALED VIEWS BY CUSTOMER FLAG'
003300            DELIMITED BY SIZE INTO WS-PRINT-LINE
003310     END-STRING
003320     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003330     PERFORM 8100-PRINT-FLAG-LINE THRU 8100-EXIT
003340         VARYING WS-FLG-IDX FROM 1 BY 1 UNTIL WS-FLG-IDX > 4
003350*
003360     MOVE SPACES TO WS-PRINT-LINE
003370     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003380     MOVE SPACES TO WS-PRINT-LINE
003390     STRING 'JOURNALED VIEWS BY USER'
003400            DELIMITED BY SIZE INTO WS-PRINT-LINE
003410     END-STRING
003420     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003430     PERFORM 8200-PRINT-USER-LINE THRU 8200-EXIT
003440         VARYING WS-USR-IDX FROM 1 BY 1
003450         UNTIL WS-USR-IDX > WS-USR-COUNT
003460     IF WS-RPT-USR-OVERFLOW > 0
003470        MOVE WS-RPT-USR-OVERFLOW TO WS-CNT-DIS
003480        MOVE SPACES TO WS-PRINT-LINE
003490        STRING '  VIEWS BY USERS BEYOND THE TABLE ..: ' WS-CNT-DIS
003500               DELIMITED BY SIZE INTO WS-PRINT-LINE
003510        END-STRING
003520        WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003530     END-IF
003540     .
003550 8000-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------*
003580 8100-PRINT-FLAG-LINE.
003590*----------------------------------------------------------------*
003600     MOVE WS-FLG-COUNT(WS-FLG-IDX) TO WS-CNT-DIS
003610     MOVE SPACES TO WS-PRINT-LINE
003620     STRING '  ' WS-FLG-NAME(WS-FLG-IDX)
003630            ' .......................: ' WS-CNT-DIS
003640            DELIMITED BY SIZE INTO WS-PRINT-LINE
003650     END-STRING
003660     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003670     .
003680 8100-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------*
003710 8200-PRINT-USER-LINE.
003720*----------------------------------------------------------------*
003730     MOVE WS-USR-VIEWS(WS-USR-IDX)   TO WS-CNT-DIS
003740     MOVE WS-USR-BLOCKED(WS-USR-IDX) TO WS-BLK-DIS
003750     MOVE SPACES TO WS-PRINT-LINE
003760     STRING '  USER ' WS-USR-ID(WS-USR-IDX)
003770            ' - VIEWED: '  WS-CNT-DIS
003780            ' - REFUSED: ' WS-BLK-DIS
003790            DELIMITED BY SIZE INTO WS-PRINT-LINE
003800     END-STRING
003810     WRITE VIEW-REPORT-LINE FROM WS-PRINT-LINE
003820     .
003830 8200-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860 9000-FILE-CLOSE.
003870*----------------------------------------------------------------*
003880     CLOSE VIEWLOG-FILE
003890     IF RUN-CONTROL-AVAILABLE
003900        CLOSE RUN-CONTROL
003910     END-IF
003920     CLOSE VIEW-REPORT
003930     .
003940 9000-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970 9999-ABEND.
003980*----------------------------------------------------------------*
003990     DISPLAY 'CBVWLRPT ABENDING DUE TO FILE OPEN ERROR'
004000     MOVE 16 TO RETURN-CODE
004010     GOBACK
004020     .
004030 9999-EXIT.
004040     EXIT.
