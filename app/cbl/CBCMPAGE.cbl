000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBCMPAGE.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-17.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBCMPAGE - NIGHTLY COMPLAINT AGEING                         *
000090*    REGULATION SETS A DEADLINE FOR ACKNOWLEDGING A COMPLAINT    *
000100*    AND ANOTHER FOR THE FINAL RESPONSE, BOTH IN BUSINESS DAYS   *
000110*    FROM RECEIPT. EVERY NIGHT THIS JOB:                         *
000120*      - LISTS THE LAST 250 BUSINESS DAYS BACK FROM THE PROCCAL  *
000130*        BUSINESS DATE, SKIPPING WEEKENDS AND HOLIDAY ROWS THE   *
000140*        SAME WAY CBDATCUT DOES,                                 *
000150*      - AGES EVERY COMPLAINT STILL OPEN ON THE CMPLREG          *
000160*        REGISTER (CVCMPLRY): BUSINESS DAYS OPEN, ACK OVERDUE,   *
000170*        RESPONSE DUE WITHIN THE WARNING WINDOW OR PAST ITS      *
000180*        DEADLINE - AND STAMPS THE RESULT ON THE ROW FOR THE     *
000190*        PAUCMP SCREEN,                                          *
000200*      - GIVES EACH COMPLAINT RESOLVED SINCE THE LAST RUN ITS    *
000210*        FINAL AGEING (BUSINESS DAYS TAKEN, ACK AND RESPONSE IN  *
000220*        TIME OR LATE) FOR THE QUARTERLY REPORT (CBCMPRPT),      *
000230*      - LISTS EVERY OPEN COMPLAINT DUE SOON OR OVERDUE, AND     *
000240*        EVERY ONE CLOSED LATE, FOR THE COMPLAINTS DESK.         *
000250*    DEADLINES ARE CMPPARMS ACKDAYS= (DEFAULT 5), RESPDAYS=      *
000260*    (DEFAULT 15) AND WARNDAYS= (DEFAULT 3). A COMPLAINT OLDER   *
000270*    THAN THE LIST COUNTS AS 250 DAYS. ANY OPEN COMPLAINT PAST   *
000280*    ITS RESPONSE DEADLINE SETS RC=4.                            *
000290*----------------------------------------------------------------*
000300*                MODIFICATION HISTORY                            *
000310* DATE       INIT DESCRIPTION                                    *
000320* 2027-10-17  JGM INITIAL VERSION                                *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-ZOS.
000370 OBJECT-COMPUTER. IBM-ZOS.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PARM-FILE      ASSIGN TO CMPPARMS
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE  IS SEQUENTIAL
000430         FILE STATUS  IS WS-PARM-STATUS.
000440*
000450     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE  IS RANDOM
000480         RECORD KEY   IS PCAL-KEY
000490         FILE STATUS  IS WS-PCAL-STATUS.
000500*
000510     SELECT COMPLAINT-FILE ASSIGN TO CMPLREG
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE  IS SEQUENTIAL
000540         RECORD KEY   IS CMP-KEY
000550         FILE STATUS  IS WS-CMP-STATUS.
000560*
000570     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE  IS RANDOM
000600         RECORD KEY   IS RUNC-JOB-NAME
000610         FILE STATUS  IS WS-RUNC-STATUS.
000620*
000630     SELECT AGEING-REPORT  ASSIGN TO CMPAGERP
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE  IS SEQUENTIAL
000660         FILE STATUS  IS WS-RPT-STATUS.
000670*----------------------------------------------------------------*
000680 DATA DIVISION.
000690*----------------------------------------------------------------*
000700 FILE SECTION.
000710 FD  PARM-FILE
000720     RECORDING MODE IS F.
000730 01  PARM-RECORD                 PIC X(80).
000740*
000750 FD  PROC-CALENDAR
000760     RECORDING MODE IS F.
000770 COPY CVPRCALY.
000780*
000790 FD  COMPLAINT-FILE
000800     RECORDING MODE IS F.
000810 COPY CVCMPLRY.
000820*
000830 FD  RUN-CONTROL
000840     RECORDING MODE IS F.
000850 COPY CVRUNCTY.
000860*
000870 FD  AGEING-REPORT
000880     RECORDING MODE IS F.
000890 01  AGEING-REPORT-LINE          PIC X(132).
000900*----------------------------------------------------------------*
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------*
000930 01  WS-VARIABLES.
000940     05  WS-PGMNAME                 PIC X(08) VALUE 'CBCMPAGE'.
000950     05  CURRENT-DATE               PIC 9(06).
000960     05  WS-RUN-TIME                PIC 9(08).
000970     05  WS-BUS-CCYYMMDD            PIC X(08).
000980     05  WS-PARM-NUM                PIC 9(03).
000990*
001000 01  WS-FILE-STATUSES.
001010     05  WS-PARM-STATUS             PIC X(02).
001020         88  PARM-EOF                       VALUE '10'.
001030     05  WS-PCAL-STATUS             PIC X(02).
001040     05  WS-CMP-STATUS              PIC X(02).
001050         88  CMP-EOF                        VALUE '10'.
001060     05  WS-RUNC-STATUS             PIC X(02).
001070     05  WS-RPT-STATUS              PIC X(02).
001080 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001090     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001100 01  WS-PCAL-AVAIL-SW               PIC X(01) VALUE 'N'.
001110     88  PROC-CALENDAR-AVAILABLE            VALUE 'Y'.
001120*----------------------------------------------------------------*
001130*    DEADLINES IN BUSINESS DAYS (PARM-DRIVEN - OPS MAINTAINABLE) *
001140*----------------------------------------------------------------*
001150 01  WS-RUN-PARMS.
001160     05  WS-ACK-DAYS                PIC S9(4) COMP VALUE +5.
001170     05  WS-RESP-DAYS               PIC S9(4) COMP VALUE +15.
001180     05  WS-WARN-DAYS               PIC S9(4) COMP VALUE +3.
001190     05  WS-WARN-FROM               PIC S9(4) COMP VALUE 0.
001200*----------------------------------------------------------------*
001210*    THE LAST 250 BUSINESS DAYS, NEWEST FIRST. ENTRY 1 IS THE    *
001220*    BUSINESS DATE. BUSINESS DAYS SINCE A DATE = THE NUMBER OF   *
001230*    ENTRIES AFTER IT.                                           *
001240*----------------------------------------------------------------*
001250 01  WS-BDAY-CONTROL.
001260     05  WS-BDAY-MAX                PIC S9(4) COMP VALUE 250.
001270     05  WS-BDAY-COUNT              PIC S9(4) COMP VALUE 0.
001280     05  WS-BD-IDX                  PIC S9(4) COMP.
001290     05  WS-SINCE-DATE              PIC X(08).
001300     05  WS-DAYS-SINCE              PIC S9(4) COMP.
001310     05  WS-DAYS-OPEN               PIC S9(4) COMP.
001320     05  WS-DAYS-TAKEN              PIC S9(4) COMP.
001330 01  WS-BDAY-TABLE.
001340     05  WS-BDAY-DATE               PIC X(08)
001350             OCCURS 250 TIMES.
001360*----------------------------------------------------------------*
001370*    DAY-OF-WEEK WORK (ZELLER) - 0 = SATURDAY, 1 = SUNDAY.       *
001380*----------------------------------------------------------------*
001390 01  WS-DOW-FIELDS.
001400     05  WS-DOW-Q                   PIC S9(4) COMP.
001410     05  WS-DOW-M                   PIC S9(4) COMP.
001420     05  WS-DOW-K                   PIC S9(4) COMP.
001430     05  WS-DOW-J                   PIC S9(4) COMP.
001440     05  WS-DOW-T1                  PIC S9(9) COMP.
001450     05  WS-DOW-T2                  PIC S9(9) COMP.
001460     05  WS-DOW-SUM                 PIC S9(9) COMP.
001470     05  WS-DOW-QUOT                PIC S9(9) COMP.
001480     05  WS-DOW                     PIC S9(4) COMP.
001490         88  WS-DOW-WEEKEND                 VALUE 0, 1.
001500     05  WS-HOLIDAY-SW              PIC X(01).
001510         88  DAY-IS-HOLIDAY                 VALUE 'Y'.
001520         88  DAY-IS-OPEN                    VALUE 'N'.
001530 COPY CSDAT03Y.
001540*----------------------------------------------------------------*
001550 01  WS-REPORT-COUNTERS.
001560     05  WS-RPT-READ                PIC S9(9) COMP-3 VALUE 0.
001570     05  WS-RPT-OPEN                PIC S9(9) COMP-3 VALUE 0.
001580     05  WS-RPT-IN-TIME             PIC S9(9) COMP-3 VALUE 0.
001590     05  WS-RPT-DUE-SOON            PIC S9(9) COMP-3 VALUE 0.
001600     05  WS-RPT-ACK-OVERDUE         PIC S9(9) COMP-3 VALUE 0.
001610     05  WS-RPT-BREACHED            PIC S9(9) COMP-3 VALUE 0.
001620     05  WS-RPT-CLOSED-AGED         PIC S9(9) COMP-3 VALUE 0.
001630     05  WS-RPT-CLOSED-LATE         PIC S9(9) COMP-3 VALUE 0.
001640     05  WS-RPT-ALREADY-FINAL       PIC S9(9) COMP-3 VALUE 0.
001650     05  WS-RPT-AGED                PIC S9(9) COMP-3 VALUE 0.
001660*----------------------------------------------------------------*
001670 01  WS-PRINT-LINE                 PIC X(132).
001680 01  WS-DISPLAY-FIELDS.
001690     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001700     05  WS-CMPID-DIS               PIC Z(08)9.
001710     05  WS-DAYS-DIS                PIC ZZ9.
001720     05  WS-STANDING                PIC X(17).
001730*----------------------------------------------------------------*
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------*
001760 MAIN-PARA.
001770     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001780*
001790     PERFORM 2000-BUILD-BUSINESS-DAYS THRU 2000-EXIT
001800*
001810     PERFORM 3000-AGE-NEXT-COMPLAINT THRU 3000-EXIT
001820         UNTIL CMP-EOF
001830*
001840     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT
001850     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001860*
001870     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001880*
001890     IF WS-RPT-BREACHED > 0
001900        MOVE 4 TO RETURN-CODE
001910     END-IF
001920     GOBACK.
001930*----------------------------------------------------------------*
001940 1000-INITIALIZE.
001950*----------------------------------------------------------------*
001960     ACCEPT CURRENT-DATE     FROM DATE
001970     MOVE '20'               TO WS-BUS-CCYYMMDD(1:2)
001980     MOVE CURRENT-DATE       TO WS-BUS-CCYYMMDD(3:6)
001990     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002000*
002010     OPEN INPUT  PARM-FILE
002020     IF WS-PARM-STATUS = '00'
002030        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002040            UNTIL PARM-EOF
002050        CLOSE PARM-FILE
002060     ELSE
002070        DISPLAY 'CMPPARMS NOT AVAILABLE - USING DEFAULTS'
002080     END-IF
002090     COMPUTE WS-WARN-FROM = WS-RESP-DAYS - WS-WARN-DAYS
002100*
002110     OPEN I-O    COMPLAINT-FILE
002120     IF WS-CMP-STATUS = SPACES OR '00'
002130        CONTINUE
002140     ELSE
002150        DISPLAY 'ERROR IN OPENING CMPLREG:' WS-CMP-STATUS
002160        PERFORM 9999-ABEND THRU 9999-EXIT
002170     END-IF
002180     OPEN OUTPUT AGEING-REPORT
002190*
002200     OPEN I-O RUN-CONTROL
002210     IF WS-RUNC-STATUS = SPACES OR '00'
002220        SET RUN-CONTROL-AVAILABLE TO TRUE
002230        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002240     ELSE
002250        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002260     END-IF
002270*
002280     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002290     DISPLAY '*-------------------------------------*'
002300     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002310     DISPLAY 'ACK DEADLINE (BUS DAYS):' WS-ACK-DAYS
002320     DISPLAY 'RESPONSE DEADLINE      :' WS-RESP-DAYS
002330     DISPLAY 'WARNING WINDOW         :' WS-WARN-DAYS
002340     .
002350 1000-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------*
002380 1100-READ-NEXT-PARM.
002390*----------------------------------------------------------------*
002400     READ PARM-FILE
002410         AT END GO TO 1100-EXIT
002420     END-READ
002430     IF PARM-RECORD(1:8) = 'ACKDAYS='
002440        AND PARM-RECORD(9:3) IS NUMERIC
002450        MOVE PARM-RECORD(9:3)       TO WS-PARM-NUM
002460        IF WS-PARM-NUM > 0 AND WS-PARM-NUM < 250
002470           MOVE WS-PARM-NUM         TO WS-ACK-DAYS
002480        END-IF
002490     END-IF
002500     IF PARM-RECORD(1:9) = 'RESPDAYS='
002510        AND PARM-RECORD(10:3) IS NUMERIC
002520        MOVE PARM-RECORD(10:3)      TO WS-PARM-NUM
002530        IF WS-PARM-NUM > 0 AND WS-PARM-NUM < 250
002540           MOVE WS-PARM-NUM         TO WS-RESP-DAYS
002550        END-IF
002560     END-IF
002570     IF PARM-RECORD(1:9) = 'WARNDAYS='
002580        AND PARM-RECORD(10:3) IS NUMERIC
002590        MOVE PARM-RECORD(10:3)      TO WS-PARM-NUM
002600        IF WS-PARM-NUM < 250
002610           MOVE WS-PARM-NUM         TO WS-WARN-DAYS
002620        END-IF
002630     END-IF
002640     .
002650 1100-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------*
002680*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
002690*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE. THE FILE   *
002700*    STAYS OPEN FOR THE HOLIDAY PROBES WHILE THE BUSINESS DAYS   *
002710*    ARE LISTED.                                                 *
002720*----------------------------------------------------------------*
002730 1250-READ-BUSINESS-DATE.
002740*----------------------------------------------------------------*
002750     OPEN INPUT PROC-CALENDAR
002760     IF WS-PCAL-STATUS = SPACES OR '00'
002770        SET PROC-CALENDAR-AVAILABLE TO TRUE
002780        MOVE 'C'             TO PCAL-REC-TYPE
002790        MOVE '00000000'      TO PCAL-KEY-DATE
002800        READ PROC-CALENDAR
002810        IF WS-PCAL-STATUS = '00'
002820           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
002830           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
002840                   PCAL-BUSINESS-DATE
002850        END-IF
002860     ELSE
002870        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE,'
002880                ' WEEKENDS ONLY'
002890     END-IF
002900     .
002910 1250-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------*
002940*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
002950*    IS STAMPED AT END.                                          *
002960*----------------------------------------------------------------*
002970 1300-MARK-RUN-START.
002980*----------------------------------------------------------------*
002990     ACCEPT WS-RUN-TIME      FROM TIME
003000     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003010     READ RUN-CONTROL
003020     IF WS-RUNC-STATUS NOT = '00'
003030        MOVE SPACES          TO RUN-CONTROL-RECORD
003040        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003050     END-IF
003060     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003070     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003080     MOVE SPACES             TO RUNC-END-TIME
003090     SET  RUNC-RUNNING       TO TRUE
003100     MOVE ZEROES             TO RUNC-RECORD-COUNT
003110     IF WS-RUNC-STATUS = '00'
003120        REWRITE RUN-CONTROL-RECORD
003130     ELSE
003140        WRITE RUN-CONTROL-RECORD
003150     END-IF
003160     .
003170 1300-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------*
003200*    A BREACHED COMPLAINT IS THE DESK'S TO ANSWER, NOT A FAILED  *
003210*    RUN: THE JOB IS STAMPED COMPLETE WITH THE COMPLAINTS AGED.  *
003220*----------------------------------------------------------------*
003230 1400-MARK-RUN-END.
003240*----------------------------------------------------------------*
003250     IF RUN-CONTROL-AVAILABLE
003260        ACCEPT WS-RUN-TIME   FROM TIME
003270        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003280        READ RUN-CONTROL
003290        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003300        SET  RUNC-COMPLETE   TO TRUE
003310        MOVE WS-RPT-AGED     TO RUNC-RECORD-COUNT
003320        REWRITE RUN-CONTROL-RECORD
003330        IF WS-RUNC-STATUS NOT = '00'
003340           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003350        END-IF
003360     END-IF
003370     .
003380 1400-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------*
003410*    FROM THE BUSINESS DATE, STEP BACK ONE CALENDAR DAY AT A     *
003420*    TIME, KEEPING EACH BUSINESS DAY, UNTIL THE LIST IS FULL.    *
003430*----------------------------------------------------------------*
003440 2000-BUILD-BUSINESS-DAYS.
003450*----------------------------------------------------------------*
003460     MOVE WS-BUS-CCYYMMDD       TO WS-BUS-DATE
003470     MOVE 1                     TO WS-BDAY-COUNT
003480     MOVE WS-BUS-CCYYMMDD       TO WS-BDAY-DATE(1)
003490     PERFORM 2100-STEP-BACK-ONE-DAY THRU 2100-EXIT
003500         UNTIL WS-BDAY-COUNT >= WS-BDAY-MAX
003510     IF PROC-CALENDAR-AVAILABLE
003520        CLOSE PROC-CALENDAR
003530     END-IF
003540*
003550     MOVE SPACES TO WS-PRINT-LINE
003560     STRING 'CBCMPAGE COMPLAINT AGEING - BUSINESS DATE '
003570            WS-BUS-CCYYMMDD ' - COMPLAINTS DUE SOON, OVERDUE'
003580            ' OR CLOSED LATE'
003590            DELIMITED BY SIZE INTO WS-PRINT-LINE
003600     END-STRING
003610     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
003620     MOVE SPACES TO WS-PRINT-LINE
003630     STRING '  COMPLAINT  CUSTOMER  ACCOUNT     CT RECEIVED'
003640            ' ACK DATE RESOLVED BUS-DAYS STANDING'
003650            DELIMITED BY SIZE INTO WS-PRINT-LINE
003660     END-STRING
003670     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
003680     DISPLAY 'OLDEST BUSINESS DAY    :' WS-BDAY-DATE(WS-BDAY-MAX)
003690     .
003700 2000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------*
003730 2100-STEP-BACK-ONE-DAY.
003740*----------------------------------------------------------------*
003750     SUBTRACT 1                 FROM WS-BUS-DD
003760     IF WS-BUS-DD = 0
003770        SUBTRACT 1              FROM WS-BUS-MM
003780        IF WS-BUS-MM = 0
003790           MOVE 12              TO WS-BUS-MM
003800           IF WS-BUS-YY = 0
003810              MOVE 99           TO WS-BUS-YY
003820              SUBTRACT 1        FROM WS-BUS-CC
003830           ELSE
003840              SUBTRACT 1        FROM WS-BUS-YY
003850           END-IF
003860        END-IF
003870        MOVE WS-BUS-MONTH-DAYS(WS-BUS-MM) TO WS-BUS-DD
003880        IF WS-BUS-MM = 2
003890           DIVIDE WS-BUS-YY BY 4
003900               GIVING WS-BUS-LEAP-QUOT
003910               REMAINDER WS-BUS-LEAP-REM
003920           IF WS-BUS-LEAP-REM = 0
003930              MOVE 29           TO WS-BUS-DD
003940           END-IF
003950        END-IF
003960     END-IF
003970     PERFORM 2200-CLASSIFY-DAY THRU 2200-EXIT
003980     IF DAY-IS-OPEN AND NOT WS-DOW-WEEKEND
003990        ADD 1                   TO WS-BDAY-COUNT
004000        MOVE WS-BUS-DATE        TO WS-BDAY-DATE(WS-BDAY-COUNT)
004010     END-IF
004020     .
004030 2100-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004060*    WEEKENDS BY ZELLER'S CONGRUENCE, HOLIDAYS BY A KEYED READ   *
004070*    FOR AN 'H' ROW ON THE DATE - AS CBDATCUT CLASSIFIES THEM.   *
004080*----------------------------------------------------------------*
004090 2200-CLASSIFY-DAY.
004100*----------------------------------------------------------------*
004110     SET DAY-IS-OPEN            TO TRUE
004120*    ZELLER - JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
004130*    OF THE PRIOR YEAR.
004140     MOVE WS-BUS-DD             TO WS-DOW-Q
004150     MOVE WS-BUS-MM             TO WS-DOW-M
004160     MOVE WS-BUS-YY             TO WS-DOW-K
004170     MOVE WS-BUS-CC             TO WS-DOW-J
004180     IF WS-DOW-M < 3
004190        ADD 12                  TO WS-DOW-M
004200        IF WS-DOW-K = 0
004210           MOVE 99              TO WS-DOW-K
004220           SUBTRACT 1           FROM WS-DOW-J
004230        ELSE
004240           SUBTRACT 1           FROM WS-DOW-K
004250        END-IF
004260     END-IF
004270     COMPUTE WS-DOW-T1 = (13 * (WS-DOW-M + 1)) / 5
004280     COMPUTE WS-DOW-T2 = WS-DOW-K / 4 + WS-DOW-J / 4
004290     COMPUTE WS-DOW-SUM = WS-DOW-Q + WS-DOW-T1 + WS-DOW-K
004300                        + WS-DOW-T2 + (5 * WS-DOW-J)
004310     DIVIDE WS-DOW-SUM BY 7
004320         GIVING WS-DOW-QUOT
004330         REMAINDER WS-DOW
004340*
004350     IF NOT WS-DOW-WEEKEND
004360        AND PROC-CALENDAR-AVAILABLE
004370        MOVE 'H'                TO PCAL-REC-TYPE
004380        MOVE WS-BUS-DATE        TO PCAL-KEY-DATE
004390        READ PROC-CALENDAR
004400        IF WS-PCAL-STATUS = '00'
004410           SET DAY-IS-HOLIDAY   TO TRUE
004420        END-IF
004430     END-IF
004440     .
004450 2200-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------*
004480*    OPEN COMPLAINTS ARE RE-AGED EVERY NIGHT; A CLOSED ONE IS    *
004490*    AGED ONCE MORE FOR ITS FINAL FIGURES AND THEN LEFT ALONE    *
004500*    UNTIL PAUCMP CHANGES IT AGAIN.                              *
004510*----------------------------------------------------------------*
004520 3000-AGE-NEXT-COMPLAINT.
004530*----------------------------------------------------------------*
004540     READ COMPLAINT-FILE
004550         AT END GO TO 3000-EXIT
004560     END-READ
004570     IF WS-CMP-STATUS NOT = '00'
004580        DISPLAY 'ERROR READING CMPLREG:' WS-CMP-STATUS
004590        PERFORM 9999-ABEND THRU 9999-EXIT
004600     END-IF
004610     IF CMP-IS-CONTROL
004620        GO TO 3000-EXIT
004630     END-IF
004640     ADD 1                      TO WS-RPT-READ
004650     IF CMP-CLOSED AND CMP-FINAL-AGED
004660        ADD 1                   TO WS-RPT-ALREADY-FINAL
004670        GO TO 3000-EXIT
004680     END-IF
004690*
004700     MOVE CMP-RECEIVED-DATE     TO WS-SINCE-DATE
004710     PERFORM 3500-BUS-DAYS-SINCE THRU 3500-EXIT
004720     MOVE WS-DAYS-SINCE         TO WS-DAYS-OPEN
004730     MOVE 'N'                   TO CMP-ACK-LATE-SW
004740     IF CMP-ACK-DATE NOT = SPACES
004750        MOVE CMP-ACK-DATE       TO WS-SINCE-DATE
004760        PERFORM 3500-BUS-DAYS-SINCE THRU 3500-EXIT
004770        IF WS-DAYS-OPEN - WS-DAYS-SINCE > WS-ACK-DAYS
004780           MOVE 'Y'             TO CMP-ACK-LATE-SW
004790        END-IF
004800     ELSE
004810        IF WS-DAYS-OPEN >= WS-ACK-DAYS
004820           MOVE 'Y'             TO CMP-ACK-LATE-SW
004830        END-IF
004840     END-IF
004850     IF CMP-CLOSED
004860        PERFORM 3200-AGE-CLOSED THRU 3200-EXIT
004870     ELSE
004880        PERFORM 3100-AGE-OPEN   THRU 3100-EXIT
004890     END-IF
004900     MOVE WS-BUS-CCYYMMDD       TO CMP-AGED-DATE
004910     REWRITE COMPLAINT-RECORD
004920     IF WS-CMP-STATUS NOT = '00'
004930        DISPLAY 'ERROR REWRITING CMPLREG:' WS-CMP-STATUS
004940        PERFORM 9999-ABEND THRU 9999-EXIT
004950     END-IF
004960     ADD 1                      TO WS-RPT-AGED
004970     .
004980 3000-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------*
005010*    STILL OPEN AT THE END OF THE DEADLINE DAY IS A BREACH; THE  *
005020*    WARNING WINDOW IS THE LAST WARNDAYS BEFORE IT.              *
005030*----------------------------------------------------------------*
005040 3100-AGE-OPEN.
005050*----------------------------------------------------------------*
005060     ADD 1                      TO WS-RPT-OPEN
005070     MOVE WS-DAYS-OPEN          TO CMP-BUS-DAYS
005080     MOVE 'N'                   TO CMP-RESP-LATE-SW
005090     MOVE 'N'                   TO CMP-FINAL-AGED-SW
005100     EVALUATE TRUE
005110         WHEN WS-DAYS-OPEN >= WS-RESP-DAYS
005120            SET CMP-RESPONSE-BREACHED TO TRUE
005130            MOVE 'Y'            TO CMP-RESP-LATE-SW
005140            ADD 1               TO WS-RPT-BREACHED
005150            MOVE 'RESPONSE OVERDUE' TO WS-STANDING
005160         WHEN CMP-ACK-WAS-LATE
005170            AND CMP-ACK-DATE = SPACES
005180            SET CMP-ACK-OVERDUE TO TRUE
005190            ADD 1               TO WS-RPT-ACK-OVERDUE
005200            MOVE 'ACK OVERDUE'  TO WS-STANDING
005210         WHEN WS-DAYS-OPEN >= WS-WARN-FROM
005220            SET CMP-DUE-SOON    TO TRUE
005230            ADD 1               TO WS-RPT-DUE-SOON
005240            MOVE 'RESPONSE DUE SOON' TO WS-STANDING
005250         WHEN OTHER
005260            SET CMP-IN-TIME     TO TRUE
005270            ADD 1               TO WS-RPT-IN-TIME
005280     END-EVALUATE
005290     IF NOT CMP-IN-TIME
005300        PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT
005310     END-IF
005320     .
005330 3100-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------*
005360*    BUSINESS DAYS TAKEN = DAYS SINCE RECEIPT LESS DAYS SINCE    *
005370*    RESOLUTION. RESOLVED ON THE DEADLINE DAY IS IN TIME.        *
005380*----------------------------------------------------------------*
005390 3200-AGE-CLOSED.
005400*----------------------------------------------------------------*
005410     ADD 1                      TO WS-RPT-CLOSED-AGED
005420     MOVE CMP-RESOLVED-DATE     TO WS-SINCE-DATE
005430     PERFORM 3500-BUS-DAYS-SINCE THRU 3500-EXIT
005440     COMPUTE WS-DAYS-TAKEN = WS-DAYS-OPEN - WS-DAYS-SINCE
005450     MOVE WS-DAYS-TAKEN         TO CMP-BUS-DAYS
005460     MOVE 'Y'                   TO CMP-FINAL-AGED-SW
005470     IF WS-DAYS-TAKEN > WS-RESP-DAYS
005480        MOVE 'Y'                TO CMP-RESP-LATE-SW
005490        SET CMP-RESPONSE-BREACHED TO TRUE
005500        ADD 1                   TO WS-RPT-CLOSED-LATE
005510        MOVE 'CLOSED LATE'      TO WS-STANDING
005520        PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT
005530     ELSE
005540        MOVE 'N'                TO CMP-RESP-LATE-SW
005550        SET CMP-IN-TIME         TO TRUE
005560     END-IF
005570     .
005580 3200-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610*    ENTRIES NEWER THAN THE DATE. A DATE BEFORE THE OLDEST       *
005620*    ENTRY COUNTS THE WHOLE LIST.                                *
005630*----------------------------------------------------------------*
005640 3500-BUS-DAYS-SINCE.
005650*----------------------------------------------------------------*
005660     PERFORM 3510-PASS-NEWER-DAY THRU 3510-EXIT
005670         VARYING WS-BD-IDX FROM 1 BY 1
005680         UNTIL WS-BD-IDX > WS-BDAY-COUNT
005690            OR WS-BDAY-DATE(WS-BD-IDX) <= WS-SINCE-DATE
005700     COMPUTE WS-DAYS-SINCE = WS-BD-IDX - 1
005710     .
005720 3500-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------*
005750 3510-PASS-NEWER-DAY.
005760*----------------------------------------------------------------*
005770     CONTINUE
005780     .
005790 3510-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------*
005820 3800-WRITE-DETAIL.
005830*----------------------------------------------------------------*
005840     MOVE CMP-ID                TO WS-CMPID-DIS
005850     MOVE CMP-BUS-DAYS          TO WS-DAYS-DIS
005860     MOVE SPACES TO WS-PRINT-LINE
005870     STRING '  ' WS-CMPID-DIS ' ' CMP-CUST-ID ' ' CMP-ACCT-ID
005880            ' ' CMP-CATEGORY ' ' CMP-RECEIVED-DATE
005890            ' ' CMP-ACK-DATE ' ' CMP-RESOLVED-DATE
005900            '      ' WS-DAYS-DIS ' ' WS-STANDING
005910            DELIMITED BY SIZE INTO WS-PRINT-LINE
005920     END-STRING
005930     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
005940     .
005950 3800-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------*
005980 8000-PRINT-SUMMARY.
005990*----------------------------------------------------------------*
006000     MOVE SPACES TO WS-PRINT-LINE
006010     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006020     MOVE WS-RPT-READ TO WS-CNT-DIS
006030     MOVE SPACES TO WS-PRINT-LINE
006040     STRING '  COMPLAINTS ON THE REGISTER .......: ' WS-CNT-DIS
006050            DELIMITED BY SIZE INTO WS-PRINT-LINE
006060     END-STRING
006070     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006080     MOVE WS-RPT-OPEN TO WS-CNT-DIS
006090     MOVE SPACES TO WS-PRINT-LINE
006100     STRING '  OPEN COMPLAINTS AGED .............: ' WS-CNT-DIS
006110            DELIMITED BY SIZE INTO WS-PRINT-LINE
006120     END-STRING
006130     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006140     MOVE WS-RPT-IN-TIME TO WS-CNT-DIS
006150     MOVE SPACES TO WS-PRINT-LINE
006160     STRING '    WITHIN DEADLINE ................: ' WS-CNT-DIS
006170            DELIMITED BY SIZE INTO WS-PRINT-LINE
006180     END-STRING
006190     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006200     MOVE WS-RPT-DUE-SOON TO WS-CNT-DIS
006210     MOVE SPACES TO WS-PRINT-LINE
006220     STRING '    RESPONSE DUE SOON ..............: ' WS-CNT-DIS
006230            DELIMITED BY SIZE INTO WS-PRINT-LINE
006240     END-STRING
006250     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006260     MOVE WS-RPT-ACK-OVERDUE TO WS-CNT-DIS
006270     MOVE SPACES TO WS-PRINT-LINE
006280     STRING '    ACKNOWLEDGEMENT OVERDUE ........: ' WS-CNT-DIS
006290            DELIMITED BY SIZE INTO WS-PRINT-LINE
006300     END-STRING
006310     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006320     MOVE WS-RPT-BREACHED TO WS-CNT-DIS
006330     MOVE SPACES TO WS-PRINT-LINE
006340     STRING '    RESPONSE OVERDUE ...............: ' WS-CNT-DIS
006350            DELIMITED BY SIZE INTO WS-PRINT-LINE
006360     END-STRING
006370     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006380     MOVE WS-RPT-CLOSED-AGED TO WS-CNT-DIS
006390     MOVE SPACES TO WS-PRINT-LINE
006400     STRING '  RESOLVED SINCE LAST RUN (FINAL) ..: ' WS-CNT-DIS
006410            DELIMITED BY SIZE INTO WS-PRINT-LINE
006420     END-STRING
006430     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006440     MOVE WS-RPT-CLOSED-LATE TO WS-CNT-DIS
006450     MOVE SPACES TO WS-PRINT-LINE
006460     STRING '    OF WHICH CLOSED LATE ...........: ' WS-CNT-DIS
006470            DELIMITED BY SIZE INTO WS-PRINT-LINE
006480     END-STRING
006490     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006500     MOVE WS-RPT-ALREADY-FINAL TO WS-CNT-DIS
006510     MOVE SPACES TO WS-PRINT-LINE
006520     STRING '  CLOSED, ALREADY FINAL ............: ' WS-CNT-DIS
006530            DELIMITED BY SIZE INTO WS-PRINT-LINE
006540     END-STRING
006550     WRITE AGEING-REPORT-LINE FROM WS-PRINT-LINE
006560*
006570     DISPLAY 'COMPLAINTS AGED        :' WS-RPT-AGED
006580     DISPLAY 'OPEN, RESPONSE OVERDUE :' WS-RPT-BREACHED
006590     DISPLAY 'OPEN, ACK OVERDUE      :' WS-RPT-ACK-OVERDUE
006600     DISPLAY 'CLOSED LATE THIS RUN   :' WS-RPT-CLOSED-LATE
006610     .
006620 8000-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------*
006650 9000-FILE-CLOSE.
006660*----------------------------------------------------------------*
006670     CLOSE COMPLAINT-FILE
006680     CLOSE AGEING-REPORT
006690     IF RUN-CONTROL-AVAILABLE
006700        CLOSE RUN-CONTROL
006710     END-IF
006720     .
006730 9000-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760 9999-ABEND.
006770*----------------------------------------------------------------*
006780     DISPLAY 'CBCMPAGE ABENDING DUE TO CMPLREG FILE ERROR'
006790     MOVE 16 TO RETURN-CODE
006800     GOBACK
006810     .
006820 9999-EXIT.
006830     EXIT.
