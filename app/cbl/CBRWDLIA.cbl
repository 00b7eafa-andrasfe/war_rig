000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBRWDLIA.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-02-27.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBRWDLIA - MONTHLY REWARDS POINTS LIABILITY FOR FINANCE     *
000090*    READS THE REWDLEDG POINTS LEDGER (CVRWDLGY) THAT CBRWDACR   *
000100*    POSTS NIGHTLY AND REPORTS, FOR THE REPORT MONTH, THE POINTS *
000110*    EARNED AND THE POINTS TAKEN BACK BY REFUNDS AND CHARGEBACKS *
000120*    BY CARD PRODUCT TYPE, AND THE OUTSTANDING POINTS LIABILITY  *
000130*    AT THE START AND END OF THE MONTH, VALUED AT THE POINT      *
000140*    VALUE. THE BALANCE ROWS HOLD TODAY'S POSITION, SO THE       *
000150*    MONTH-END LIABILITY IS THAT LESS EVERY MOVEMENT DATED AFTER *
000160*    THE MONTH, AND THE OPENING LIABILITY IS THE CLOSING LESS    *
000170*    THE MONTH'S NET MOVEMENT.                                   *
000180*    THE REPORT MONTH DEFAULTS TO THE MONTH BEFORE THE RUN DATE; *
000190*    'RPTMON=CCYYMM' ON RWDPARMS OVERRIDES IT FOR A RERUN, AND   *
000200*    'PTVALUE=9.9999' SETS THE VALUE OF ONE POINT (0.0100).      *
000210*----------------------------------------------------------------*
000220*                MODIFICATION HISTORY                            *
000230* DATE       INIT DESCRIPTION                                    *
000240* 2028-02-27  ABF INITIAL VERSION                                *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-ZOS.
000290 OBJECT-COMPUTER. IBM-ZOS.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT REWARD-LEDGER  ASSIGN TO REWDLEDG
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE  IS SEQUENTIAL
000350         RECORD KEY   IS RWL-KEY
000360         FILE STATUS  IS WS-RWL-STATUS.
000370*
000380     SELECT PARM-FILE      ASSIGN TO RWDPARMS
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-PARM-STATUS.
000420*
000430     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS RANDOM
000460         RECORD KEY   IS RUNC-JOB-NAME
000470         FILE STATUS  IS WS-RUNC-STATUS.
000480*
000490     SELECT LIABILITY-REPORT ASSIGN TO RWDLIARP
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-RPT-STATUS.
000530*----------------------------------------------------------------*
000540 DATA DIVISION.
000550*----------------------------------------------------------------*
000560 FILE SECTION.
000570 FD  REWARD-LEDGER
000580     RECORDING MODE IS F.
000590 COPY CVRWDLGY.
000600*
000610 FD  PARM-FILE
000620     RECORDING MODE IS F.
000630 01  PARM-RECORD                 PIC X(80).
000640*
000650 FD  RUN-CONTROL
000660     RECORDING MODE IS F.
000670 COPY CVRUNCTY.
000680*
000690 FD  LIABILITY-REPORT
000700     RECORDING MODE IS F.
000710 01  LIABILITY-REPORT-LINE       PIC X(132).
000720*----------------------------------------------------------------*
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------*
000750 01  WS-VARIABLES.
000760     05  WS-PGMNAME                 PIC X(08) VALUE 'CBRWDLIA'.
000770     05  CURRENT-DATE               PIC 9(06).
000780     05  WS-RUN-TIME                PIC 9(08).
000790     05  WS-TODAY-CCYYMMDD          PIC X(08).
000800*    THE MONTH BEING REPORTED, CCYYMM.
000810     05  WS-RPT-MONTH               PIC X(06).
000820     05  WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH.
000830         10  WS-RPT-YEAR            PIC 9(04).
000840         10  WS-RPT-MM              PIC 9(02).
000850*    VALUE OF ONE POINT IN THE BILLING CURRENCY.
000860     05  WS-POINT-VALUE             PIC 9(01)V9(04) VALUE 0.0100.
000870     05  WS-PARM-VALUE              PIC X(06).
000880     05  WS-PARM-VALUE-N REDEFINES WS-PARM-VALUE.
000890         10  WS-PARM-VALUE-INT      PIC 9(01).
000900         10  WS-PARM-VALUE-DOT      PIC X(01).
000910         10  WS-PARM-VALUE-DEC      PIC 9(04).
000920*
000930 01  WS-FILE-STATUSES.
000940     05  WS-RWL-STATUS              PIC X(02).
000950         88  RWL-EOF                        VALUE '10'.
000960     05  WS-PARM-STATUS             PIC X(02).
000970         88  PARM-EOF                       VALUE '10'.
000980     05  WS-RUNC-STATUS             PIC X(02).
000990     05  WS-RPT-STATUS              PIC X(02).
001000 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001010     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001020*----------------------------------------------------------------*
001030*    THE REPORT MONTH'S MOVEMENTS BY CARD PRODUCT TYPE, IN THE   *
001040*    ORDER TYPES ARE FIRST SEEN.                                 *
001050*----------------------------------------------------------------*
001060 01  WS-TYPE-TOTALS.
001070     05  WS-TYP-COUNT               PIC S9(4) COMP VALUE 0.
001080     05  WS-TYP-TABLE-MAX           PIC S9(4) COMP VALUE 50.
001090     05  WS-TYP-SUB                 PIC S9(4) COMP.
001100     05  WS-TYP-ENTRY OCCURS 50 TIMES.
001110         10  WS-TYP-CARD-TYPE       PIC X(02).
001120         10  WS-TYP-EARNED-CNT      PIC S9(9) COMP-3.
001130         10  WS-TYP-EARNED-PTS      PIC S9(11) COMP-3.
001140         10  WS-TYP-REFUND-PTS      PIC S9(11) COMP-3.
001150         10  WS-TYP-CHBK-PTS        PIC S9(11) COMP-3.
001160 01  WS-TYPE-FULL-SW                PIC X(01) VALUE 'N'.
001170     88  TYPE-TABLE-FULL                    VALUE 'Y'.
001180*----------------------------------------------------------------*
001190 01  WS-LIABILITY-TOTALS.
001200     05  WS-LIA-CURRENT-PTS         PIC S9(13) COMP-3 VALUE 0.
001210     05  WS-LIA-LATER-PTS           PIC S9(13) COMP-3 VALUE 0.
001220     05  WS-LIA-MONTH-NET-PTS       PIC S9(13) COMP-3 VALUE 0.
001230     05  WS-LIA-CLOSING-PTS         PIC S9(13) COMP-3 VALUE 0.
001240     05  WS-LIA-OPENING-PTS         PIC S9(13) COMP-3 VALUE 0.
001250     05  WS-LIA-EARNED-PTS          PIC S9(13) COMP-3 VALUE 0.
001260     05  WS-LIA-REFUND-PTS          PIC S9(13) COMP-3 VALUE 0.
001270     05  WS-LIA-CHBK-PTS            PIC S9(13) COMP-3 VALUE 0.
001280     05  WS-LIA-VALUE-PTS           PIC S9(13) COMP-3.
001290     05  WS-LIA-VALUE-AMT           PIC S9(13)V99 COMP-3.
001300 01  WS-REPORT-COUNTERS.
001310     05  WS-RPT-ROWS-READ           PIC S9(9) COMP-3 VALUE 0.
001320     05  WS-RPT-ACCOUNTS            PIC S9(9) COMP-3 VALUE 0.
001330     05  WS-RPT-ACCTS-WITH-PTS      PIC S9(9) COMP-3 VALUE 0.
001340     05  WS-RPT-MONTH-ENTRIES       PIC S9(9) COMP-3 VALUE 0.
001350*----------------------------------------------------------------*
001360 01  WS-PRINT-LINE                 PIC X(132).
001370 01  WS-DISPLAY-FIELDS.
001380     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001390     05  WS-PTS-DIS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
001400     05  WS-PTS-DIS2                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
001410     05  WS-PTS-DIS3                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
001420     05  WS-PTS-DIS4                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
001430     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001440     05  WS-VAL-DIS                 PIC 9.9999.
001450*----------------------------------------------------------------*
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------*
001480 MAIN-PARA.
001490     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001500*
001510     PERFORM 2000-PROCESS-NEXT-ROW   THRU 2000-EXIT
001520         UNTIL RWL-EOF
001530*
001540     PERFORM 8000-PRINT-REPORT       THRU 8000-EXIT
001550     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001560*
001570     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001580*
001590     GOBACK.
001600*----------------------------------------------------------------*
001610 1000-INITIALIZE.
001620*----------------------------------------------------------------*
001630     ACCEPT CURRENT-DATE     FROM DATE
001640     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001650     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001660*    DEFAULT: THE CALENDAR MONTH BEFORE THE RUN DATE.
001670     MOVE WS-TODAY-CCYYMMDD(1:6) TO WS-RPT-MONTH
001680     IF WS-RPT-MM = 1
001690        MOVE 12              TO WS-RPT-MM
001700        SUBTRACT 1           FROM WS-RPT-YEAR
001710     ELSE
001720        SUBTRACT 1           FROM WS-RPT-MM
001730     END-IF
001740*
001750     OPEN INPUT  PARM-FILE
001760     IF WS-PARM-STATUS = '00'
001770        PERFORM 1100-READ-PARMS THRU 1100-EXIT
001780            UNTIL PARM-EOF
001790        CLOSE PARM-FILE
001800     ELSE
001810        DISPLAY 'RWDPARMS NOT AVAILABLE - USING DEFAULTS'
001820     END-IF
001830*
001840     OPEN INPUT  REWARD-LEDGER
001850     IF WS-RWL-STATUS = SPACES OR '00'
001860        CONTINUE
001870     ELSE
001880        DISPLAY 'ERROR IN OPENING REWDLEDG:' WS-RWL-STATUS
001890        PERFORM 9999-ABEND THRU 9999-EXIT
001900     END-IF
001910     OPEN OUTPUT LIABILITY-REPORT
001920*
001930     OPEN I-O RUN-CONTROL
001940     IF WS-RUNC-STATUS = SPACES OR '00'
001950        SET RUN-CONTROL-AVAILABLE TO TRUE
001960        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001970     ELSE
001980        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001990     END-IF
002000*
002010     MOVE WS-POINT-VALUE     TO WS-VAL-DIS
002020     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002030     DISPLAY '*-------------------------------------*'
002040     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002050     DISPLAY 'REPORT MONTH           :' WS-RPT-MONTH
002060     DISPLAY 'POINT VALUE            :' WS-VAL-DIS
002070     .
002080 1000-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------*
002110 1100-READ-PARMS.
002120*----------------------------------------------------------------*
002130     READ PARM-FILE
002140         AT END GO TO 1100-EXIT
002150     END-READ
002160     IF PARM-RECORD(1:7) = 'RPTMON='
002170        AND PARM-RECORD(8:6) IS NUMERIC
002180        AND PARM-RECORD(12:2) >= '01'
002190        AND PARM-RECORD(12:2) <= '12'
002200        MOVE PARM-RECORD(8:6)   TO WS-RPT-MONTH
002210     END-IF
002220     IF PARM-RECORD(1:8) = 'PTVALUE='
002230        MOVE PARM-RECORD(9:6)   TO WS-PARM-VALUE
002240        IF WS-PARM-VALUE-INT IS NUMERIC
002250           AND WS-PARM-VALUE-DOT = '.'
002260           AND WS-PARM-VALUE-DEC IS NUMERIC
002270           COMPUTE WS-POINT-VALUE = WS-PARM-VALUE-INT
002280                                  + WS-PARM-VALUE-DEC / 10000
002290        ELSE
002300           DISPLAY 'PTVALUE IGNORED - NOT 9.9999: ' WS-PARM-VALUE
002310        END-IF
002320     END-IF
002330     .
002340 1100-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------*
002370*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START AND COMPLETE   *
002380*    AT END.                                                     *
002390*----------------------------------------------------------------*
002400 1300-MARK-RUN-START.
002410*----------------------------------------------------------------*
002420     ACCEPT WS-RUN-TIME      FROM TIME
002430     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002440     READ RUN-CONTROL
002450     IF WS-RUNC-STATUS NOT = '00'
002460        MOVE SPACES          TO RUN-CONTROL-RECORD
002470        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002480     END-IF
002490     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002500     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002510     MOVE SPACES             TO RUNC-END-TIME
002520     SET  RUNC-RUNNING       TO TRUE
002530     MOVE ZEROES             TO RUNC-RECORD-COUNT
002540     IF WS-RUNC-STATUS = '00'
002550        REWRITE RUN-CONTROL-RECORD
002560     ELSE
002570        WRITE RUN-CONTROL-RECORD
002580     END-IF
002590     .
002600 1300-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------*
002630 1400-MARK-RUN-END.
002640*----------------------------------------------------------------*
002650     IF RUN-CONTROL-AVAILABLE
002660        ACCEPT WS-RUN-TIME   FROM TIME
002670        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002680        READ RUN-CONTROL
002690        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002700        SET  RUNC-COMPLETE   TO TRUE
002710        MOVE WS-RPT-ROWS-READ TO RUNC-RECORD-COUNT
002720        REWRITE RUN-CONTROL-RECORD
002730        IF WS-RUNC-STATUS NOT = '00'
002740           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002750        END-IF
002760     END-IF
002770     .
002780 1400-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------*
002810*    A BALANCE ROW ADDS TO TODAY'S POSITION. A MOVEMENT DATED    *
002820*    AFTER THE REPORT MONTH IS TAKEN BACK OUT OF IT; ONE DATED   *
002830*    IN THE MONTH IS TOTALLED BY CARD TYPE AND KIND.             *
002840*----------------------------------------------------------------*
002850 2000-PROCESS-NEXT-ROW.
002860*----------------------------------------------------------------*
002870     READ REWARD-LEDGER NEXT RECORD
002880         AT END GO TO 2000-EXIT
002890     END-READ
002900     IF WS-RWL-STATUS NOT = '00'
002910        DISPLAY 'ERROR READING REWDLEDG:' WS-RWL-STATUS
002920        SET RWL-EOF          TO TRUE
002930        GO TO 2000-EXIT
002940     END-IF
002950     ADD 1 TO WS-RPT-ROWS-READ
002960     IF RWL-BALANCE-ROW
002970        ADD 1 TO WS-RPT-ACCOUNTS
002980        ADD RWB-BALANCE-POINTS   TO WS-LIA-CURRENT-PTS
002990        IF RWB-BALANCE-POINTS > 0
003000           ADD 1 TO WS-RPT-ACCTS-WITH-PTS
003010        END-IF
003020        GO TO 2000-EXIT
003030     END-IF
003040     IF RWL-ENTRY-DATE(1:6) > WS-RPT-MONTH
003050        ADD RWL-POINTS           TO WS-LIA-LATER-PTS
003060        GO TO 2000-EXIT
003070     END-IF
003080     IF RWL-ENTRY-DATE(1:6) < WS-RPT-MONTH
003090        GO TO 2000-EXIT
003100     END-IF
003110*
003120     ADD 1 TO WS-RPT-MONTH-ENTRIES
003130     ADD RWL-POINTS              TO WS-LIA-MONTH-NET-PTS
003140     PERFORM 2100-FIND-TYPE-ROW  THRU 2100-EXIT
003150     EVALUATE TRUE
003160         WHEN RWL-EARNED
003170             ADD RWL-POINTS      TO WS-LIA-EARNED-PTS
003180             IF WS-TYP-SUB > 0
003190                ADD 1          TO WS-TYP-EARNED-CNT(WS-TYP-SUB)
003200                ADD RWL-POINTS TO WS-TYP-EARNED-PTS(WS-TYP-SUB)
003210             END-IF
003220         WHEN RWL-REFUND-REVERSAL
003230             ADD RWL-POINTS      TO WS-LIA-REFUND-PTS
003240             IF WS-TYP-SUB > 0
003250                ADD RWL-POINTS TO WS-TYP-REFUND-PTS(WS-TYP-SUB)
003260             END-IF
003270         WHEN RWL-CHARGEBACK-REVERSAL
003280             ADD RWL-POINTS      TO WS-LIA-CHBK-PTS
003290             IF WS-TYP-SUB > 0
003300                ADD RWL-POINTS TO WS-TYP-CHBK-PTS(WS-TYP-SUB)
003310             END-IF
003320     END-EVALUATE
003330     .
003340 2000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------*
003370*    THE TOTALS ROW FOR THE ENTRY'S CARD TYPE, ADDED ON FIRST    *
003380*    SIGHT. WS-TYP-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS    *
003390*    FULL; THE GRAND TOTALS STILL TAKE THE ENTRY.                *
003400*----------------------------------------------------------------*
003410 2100-FIND-TYPE-ROW.
003420*----------------------------------------------------------------*
003430     PERFORM 2110-TRY-TYPE-ROW   THRU 2110-EXIT
003440         VARYING WS-TYP-SUB FROM 1 BY 1
003450           UNTIL WS-TYP-SUB > WS-TYP-COUNT
003460              OR WS-TYP-CARD-TYPE(WS-TYP-SUB) = RWL-CARD-TYPE
003470     IF WS-TYP-SUB <= WS-TYP-COUNT
003480        GO TO 2100-EXIT
003490     END-IF
003500     IF WS-TYP-COUNT >= WS-TYP-TABLE-MAX
003510        SET TYPE-TABLE-FULL      TO TRUE
003520        MOVE 0                   TO WS-TYP-SUB
003530        GO TO 2100-EXIT
003540     END-IF
003550     ADD 1                       TO WS-TYP-COUNT
003560     MOVE WS-TYP-COUNT           TO WS-TYP-SUB
003570     MOVE RWL-CARD-TYPE          TO WS-TYP-CARD-TYPE(WS-TYP-SUB)
003580     MOVE 0               TO WS-TYP-EARNED-CNT(WS-TYP-SUB)
003590                             WS-TYP-EARNED-PTS(WS-TYP-SUB)
003600                             WS-TYP-REFUND-PTS(WS-TYP-SUB)
003610                             WS-TYP-CHBK-PTS(WS-TYP-SUB)
003620     .
003630 2100-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------*
003660 2110-TRY-TYPE-ROW.
003670*----------------------------------------------------------------*
003680     CONTINUE
003690     .
003700 2110-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------*
003730 8000-PRINT-REPORT.
003740*----------------------------------------------------------------*
003750     COMPUTE WS-LIA-CLOSING-PTS =
003760             WS-LIA-CURRENT-PTS - WS-LIA-LATER-PTS
003770     COMPUTE WS-LIA-OPENING-PTS =
003780             WS-LIA-CLOSING-PTS - WS-LIA-MONTH-NET-PTS
003790     MOVE WS-POINT-VALUE     TO WS-VAL-DIS
003800*
003810     MOVE SPACES TO WS-PRINT-LINE
003820     STRING 'CBRWDLIA REWARDS POINTS LIABILITY - MONTH '
003830            WS-RPT-MONTH ' - RUN DATE ' CURRENT-DATE
003840            ' - POINT VALUE ' WS-VAL-DIS
003850            DELIMITED BY SIZE INTO WS-PRINT-LINE
003860     END-STRING
003870     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
003880     MOVE SPACES TO WS-PRINT-LINE
003890     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
003900     MOVE SPACES TO WS-PRINT-LINE
003910     STRING 'TYPE   PURCHASES        POINTS EARNED'
003920            '   REFUND REVERSALS CHARGEBACK REVERSALS'
003930            '           NET POINTS'
003940            DELIMITED BY SIZE INTO WS-PRINT-LINE
003950     END-STRING
003960     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
003970     PERFORM 8100-PRINT-TYPE     THRU 8100-EXIT
003980         VARYING WS-TYP-SUB FROM 1 BY 1
003990           UNTIL WS-TYP-SUB > WS-TYP-COUNT
004000     IF TYPE-TABLE-FULL
004010        MOVE SPACES TO WS-PRINT-LINE
004020        STRING '*** CARD TYPE TABLE FULL - TYPES MISSING ABOVE'
004030               ' ARE IN THE TOTALS BELOW'
004040               DELIMITED BY SIZE INTO WS-PRINT-LINE
004050        END-STRING
004060        WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004070     END-IF
004080*
004090     MOVE SPACES TO WS-PRINT-LINE
004100     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004110     MOVE WS-LIA-OPENING-PTS TO WS-LIA-VALUE-PTS
004120     PERFORM 8200-VALUE-POINTS   THRU 8200-EXIT
004130     MOVE SPACES TO WS-PRINT-LINE
004140     STRING 'OPENING LIABILITY ..............: ' WS-PTS-DIS
004150            ' POINTS  VALUE ' WS-AMT-DIS
004160            DELIMITED BY SIZE INTO WS-PRINT-LINE
004170     END-STRING
004180     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004190     MOVE WS-LIA-EARNED-PTS TO WS-LIA-VALUE-PTS
004200     PERFORM 8200-VALUE-POINTS   THRU 8200-EXIT
004210     MOVE SPACES TO WS-PRINT-LINE
004220     STRING '  + EARNED .....................: ' WS-PTS-DIS
004230            ' POINTS  VALUE ' WS-AMT-DIS
004240            DELIMITED BY SIZE INTO WS-PRINT-LINE
004250     END-STRING
004260     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004270     MOVE WS-LIA-REFUND-PTS TO WS-LIA-VALUE-PTS
004280     PERFORM 8200-VALUE-POINTS   THRU 8200-EXIT
004290     MOVE SPACES TO WS-PRINT-LINE
004300     STRING '  - REFUND REVERSALS ...........: ' WS-PTS-DIS
004310            ' POINTS  VALUE ' WS-AMT-DIS
004320            DELIMITED BY SIZE INTO WS-PRINT-LINE
004330     END-STRING
004340     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004350     MOVE WS-LIA-CHBK-PTS TO WS-LIA-VALUE-PTS
004360     PERFORM 8200-VALUE-POINTS   THRU 8200-EXIT
004370     MOVE SPACES TO WS-PRINT-LINE
004380     STRING '  - CHARGEBACK REVERSALS .......: ' WS-PTS-DIS
004390            ' POINTS  VALUE ' WS-AMT-DIS
004400            DELIMITED BY SIZE INTO WS-PRINT-LINE
004410     END-STRING
004420     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004430     MOVE WS-LIA-CLOSING-PTS TO WS-LIA-VALUE-PTS
004440     PERFORM 8200-VALUE-POINTS   THRU 8200-EXIT
004450     MOVE SPACES TO WS-PRINT-LINE
004460     STRING 'CLOSING LIABILITY ..............: ' WS-PTS-DIS
004470            ' POINTS  VALUE ' WS-AMT-DIS
004480            DELIMITED BY SIZE INTO WS-PRINT-LINE
004490     END-STRING
004500     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004510*
004520     MOVE SPACES TO WS-PRINT-LINE
004530     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004540     MOVE WS-LIA-CURRENT-PTS TO WS-PTS-DIS
004550     MOVE SPACES TO WS-PRINT-LINE
004560     STRING 'POINTS OUTSTANDING AT RUN DATE .: ' WS-PTS-DIS
004570            DELIMITED BY SIZE INTO WS-PRINT-LINE
004580     END-STRING
004590     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004600     MOVE WS-RPT-ACCOUNTS TO WS-CNT-DIS
004610     MOVE SPACES TO WS-PRINT-LINE
004620     STRING 'ACCOUNTS ON THE LEDGER .........: ' WS-CNT-DIS
004630            DELIMITED BY SIZE INTO WS-PRINT-LINE
004640     END-STRING
004650     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004660     MOVE WS-RPT-ACCTS-WITH-PTS TO WS-CNT-DIS
004670     MOVE SPACES TO WS-PRINT-LINE
004680     STRING 'ACCOUNTS HOLDING POINTS ........: ' WS-CNT-DIS
004690            DELIMITED BY SIZE INTO WS-PRINT-LINE
004700     END-STRING
004710     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004720     MOVE WS-RPT-MONTH-ENTRIES TO WS-CNT-DIS
004730     MOVE SPACES TO WS-PRINT-LINE
004740     STRING 'LEDGER ENTRIES IN THE MONTH ....: ' WS-CNT-DIS
004750            DELIMITED BY SIZE INTO WS-PRINT-LINE
004760     END-STRING
004770     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
004780     .
004790 8000-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------*
004820 8100-PRINT-TYPE.
004830*----------------------------------------------------------------*
004840     MOVE WS-TYP-EARNED-CNT(WS-TYP-SUB) TO WS-CNT-DIS
004850     MOVE WS-TYP-EARNED-PTS(WS-TYP-SUB) TO WS-PTS-DIS
004860     MOVE WS-TYP-REFUND-PTS(WS-TYP-SUB) TO WS-PTS-DIS2
004870     MOVE WS-TYP-CHBK-PTS(WS-TYP-SUB)   TO WS-PTS-DIS3
004880     COMPUTE WS-PTS-DIS4 = WS-TYP-EARNED-PTS(WS-TYP-SUB)
004890                         + WS-TYP-REFUND-PTS(WS-TYP-SUB)
004900                         + WS-TYP-CHBK-PTS(WS-TYP-SUB)
004910     MOVE SPACES TO WS-PRINT-LINE
004920     IF WS-TYP-CARD-TYPE(WS-TYP-SUB) = SPACES
004930        MOVE 'NONE'              TO WS-PRINT-LINE(1:4)
004940     ELSE
004950        MOVE WS-TYP-CARD-TYPE(WS-TYP-SUB) TO WS-PRINT-LINE(1:2)
004960     END-IF
004970     STRING WS-CNT-DIS ' ' WS-PTS-DIS ' ' WS-PTS-DIS2
004980            ' ' WS-PTS-DIS3 ' ' WS-PTS-DIS4
004990            DELIMITED BY SIZE INTO WS-PRINT-LINE(6:127)
005000     END-STRING
005010     WRITE LIABILITY-REPORT-LINE FROM WS-PRINT-LINE
005020     .
005030 8100-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------*
005060*    WS-LIA-VALUE-PTS EDITED INTO WS-PTS-DIS AND VALUED INTO     *
005070*    WS-AMT-DIS.                                                 *
005080*----------------------------------------------------------------*
005090 8200-VALUE-POINTS.
005100*----------------------------------------------------------------*
005110     MOVE WS-LIA-VALUE-PTS   TO WS-PTS-DIS
005120     COMPUTE WS-LIA-VALUE-AMT ROUNDED =
005130             WS-LIA-VALUE-PTS * WS-POINT-VALUE
005140     MOVE WS-LIA-VALUE-AMT   TO WS-AMT-DIS
005150     .
005160 8200-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------*
005190 9000-FILE-CLOSE.
005200*----------------------------------------------------------------*
005210     CLOSE REWARD-LEDGER
005220     IF RUN-CONTROL-AVAILABLE
005230        CLOSE RUN-CONTROL
005240     END-IF
005250     CLOSE LIABILITY-REPORT
005260     .
005270 9000-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------*
005300 9999-ABEND.
005310*----------------------------------------------------------------*
005320     DISPLAY 'CBRWDLIA ABENDING DUE TO FILE OPEN ERROR'
005330     MOVE 16 TO RETURN-CODE
005340     GOBACK
005350     .
005360 9999-EXIT.
005370     EXIT.
