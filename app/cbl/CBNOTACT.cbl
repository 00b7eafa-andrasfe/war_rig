000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBNOTACT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-05-16.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBNOTACT - DAILY UNACTIVATED-CARD REPORT                    *
000090*    READS THE CARDSTAT FILE FRONT TO BACK AND LISTS EVERY CARD  *
000100*    STILL ISSUED BUT NOT ACTIVATED (STATUS N) MORE THAN THE     *
000110*    PARM-DRIVEN NUMBER OF DAYS (NOTACTDY=, DEFAULT 30) AFTER    *
000120*    ITS ISSUE DATE - THE EFFECTIVE DATE ON AN N ROW. THE LIST   *
000130*    IS IN TOKEN ORDER. A PLASTIC THAT NEVER GETS ACTIVATED      *
000140*    IS THE USUAL SIGN OF MAIL THEFT OR A BAD ADDRESS, SO CARD   *
000150*    SERVICES WORKS THIS LIST BEFORE THE CARD IS EVER TRIED.     *
000160*----------------------------------------------------------------*
000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000190* 2027-05-16  ABF INITIAL VERSION                                *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-ZOS.
000240 OBJECT-COMPUTER. IBM-ZOS.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CARD-STATUS    ASSIGN TO CARDSTAT
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE  IS SEQUENTIAL
000300         RECORD KEY   IS CRDST-CARD-NUM
000310         FILE STATUS  IS WS-CRDST-STATUS.
000320*
000330     SELECT PARM-FILE      ASSIGN TO NOTPARMS
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS MODE  IS SEQUENTIAL
000360         FILE STATUS  IS WS-PARM-STATUS.
000370*
000380     SELECT NOTACT-REPORT  ASSIGN TO NOTACTRP
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-RPT-STATUS.
000420*----------------------------------------------------------------*
000430 DATA DIVISION.
000440*----------------------------------------------------------------*
000450 FILE SECTION.
000460 FD  CARD-STATUS
000470     RECORDING MODE IS F.
000480 COPY CVCRDSTY.
000490*
000500 FD  PARM-FILE
000510     RECORDING MODE IS F.
000520 01  PARM-RECORD                 PIC X(80).
000530*
000540 FD  NOTACT-REPORT
000550     RECORDING MODE IS F.
000560 01  NOTACT-REPORT-LINE          PIC X(132).
000570*----------------------------------------------------------------*
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------*
000600 01  WS-VARIABLES.
000610     05  WS-PGMNAME                 PIC X(08) VALUE 'CBNOTACT'.
000620     05  CURRENT-DATE               PIC 9(06).
000630     05  WS-TODAY-CCYYMMDD          PIC X(08).
000640*
000650 01  WS-FILE-STATUSES.
000660     05  WS-CRDST-STATUS            PIC X(02).
000670         88  CRDST-OK                       VALUE '00'.
000680         88  CRDST-EOF                      VALUE '10'.
000690     05  WS-PARM-STATUS             PIC X(02).
000700     05  WS-RPT-STATUS              PIC X(02).
000710*----------------------------------------------------------------*
000720*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)           *
000730*----------------------------------------------------------------*
000740 01  WS-RUN-PARMS.
000750     05  WS-NOTACT-DAYS             PIC S9(4) COMP VALUE +30.
000760     05  WS-NOTACT-DAYS-NUM         PIC 9(03).
000770     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
000780         88  PARM-EOF                       VALUE 'Y'.
000790*----------------------------------------------------------------*
000800*    CARD AGE - BOTH DATES TAKEN TO JULIAN YYDDD THROUGH         *
000810*    CSDAT03P; WHOLE YEARS BETWEEN THEM COUNT 365 DAYS EACH.     *
000820*----------------------------------------------------------------*
000830 01  WS-AGE-FIELDS.
000840     05  WS-TODAY-YYDDD             PIC 9(05).
000850     05  WS-TODAY-YYDDD-R REDEFINES WS-TODAY-YYDDD.
000860         10  WS-TODAY-YY            PIC 9(02).
000870         10  WS-TODAY-DDD           PIC 9(03).
000880     05  WS-ISSUE-YYDDD             PIC 9(05).
000890     05  WS-ISSUE-YYDDD-R REDEFINES WS-ISSUE-YYDDD.
000900         10  WS-ISSUE-YY            PIC 9(02).
000910         10  WS-ISSUE-DDD           PIC 9(03).
000920     05  WS-CARD-AGE-DAYS           PIC S9(5) COMP-3.
000930 COPY CSDAT03Y.
000940*----------------------------------------------------------------*
000950 01  WS-REPORT-COUNTERS.
000960     05  WS-RPT-ROWS-READ           PIC S9(9) COMP-3 VALUE 0.
000970     05  WS-RPT-PENDING             PIC S9(9) COMP-3 VALUE 0.
000980     05  WS-RPT-OVERDUE             PIC S9(9) COMP-3 VALUE 0.
000990     05  WS-RPT-BAD-DATE            PIC S9(9) COMP-3 VALUE 0.
001000*----------------------------------------------------------------*
001010 01  WS-PRINT-LINE                 PIC X(132).
001020 01  WS-DISPLAY-FIELDS.
001030     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001040     05  WS-DAYS-DIS                PIC ZZZZ9.
001050*----------------------------------------------------------------*
001060 PROCEDURE DIVISION.
001070*----------------------------------------------------------------*
001080 MAIN-PARA.
001090*----------------------------------------------------------------*
001100     PERFORM 1000-INITIALIZE              THRU 1000-EXIT
001110*
001120     PERFORM 2000-PROCESS-NEXT-CARD       THRU 2000-EXIT
001130         UNTIL CRDST-EOF
001140*
001150     PERFORM 8000-PRINT-RUN-SUMMARY       THRU 8000-EXIT
001160*
001170     PERFORM 9000-FILE-CLOSE              THRU 9000-EXIT
001180*
001190     GOBACK.
001200*----------------------------------------------------------------*
001210 1000-INITIALIZE.
001220*----------------------------------------------------------------*
001230     ACCEPT CURRENT-DATE     FROM DATE
001240     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001250     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001260     MOVE WS-TODAY-CCYYMMDD  TO WS-BUS-DATE
001270     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
001280     MOVE WS-BUS-YYDDD       TO WS-TODAY-YYDDD
001290*
001300     OPEN INPUT  PARM-FILE
001310     IF WS-PARM-STATUS = '00'
001320        PERFORM 1100-READ-PARMS THRU 1100-EXIT
001330            UNTIL PARM-EOF
001340        CLOSE PARM-FILE
001350     ELSE
001360        DISPLAY 'NOTPARMS NOT AVAILABLE - USING DEFAULTS'
001370     END-IF
001380*
001390     OPEN INPUT  CARD-STATUS
001400     IF WS-CRDST-STATUS = SPACES OR '00'
001410        CONTINUE
001420     ELSE
001430        DISPLAY 'ERROR IN OPENING CARDSTAT:' WS-CRDST-STATUS
001440        PERFORM 9999-ABEND THRU 9999-EXIT
001450     END-IF
001460     OPEN OUTPUT NOTACT-REPORT
001470*
001480     MOVE SPACES TO WS-PRINT-LINE
001490     MOVE WS-NOTACT-DAYS     TO WS-DAYS-DIS
001500     STRING 'CBNOTACT CARDS NOT ACTIVATED AFTER ' WS-DAYS-DIS
001510            ' DAYS - RUN DATE ' WS-TODAY-CCYYMMDD
001520            DELIMITED BY SIZE INTO WS-PRINT-LINE
001530     END-STRING
001540     WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
001550*
001560     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001570     DISPLAY '*-------------------------------------*'
001580     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001590     DISPLAY 'NOT-ACTIVATED DAYS     :' WS-NOTACT-DAYS
001600     .
001610 1000-EXIT.
001620     EXIT.
001630*----------------------------------------------------------------*
001640 1100-READ-PARMS.
001650*----------------------------------------------------------------*
001660     READ PARM-FILE
001670         AT END
001680            SET PARM-EOF TO TRUE
001690            GO TO 1100-EXIT
001700     END-READ
001710     EVALUATE PARM-RECORD(1:8)
001720         WHEN 'NOTACTDY'
001730             MOVE PARM-RECORD(10:3) TO WS-NOTACT-DAYS-NUM
001740             MOVE WS-NOTACT-DAYS-NUM TO WS-NOTACT-DAYS
001750         WHEN OTHER
001760             CONTINUE
001770     END-EVALUATE
001780     .
001790 1100-EXIT.
001800     EXIT.
001810*----------------------------------------------------------------*
001820 2000-PROCESS-NEXT-CARD.
001830*----------------------------------------------------------------*
001840     READ CARD-STATUS
001850     EVALUATE TRUE
001860         WHEN CRDST-OK
001870             ADD 1 TO WS-RPT-ROWS-READ
001880             IF CRDST-NOT-ACTIVATED
001890                PERFORM 3000-AGE-PENDING-CARD THRU 3000-EXIT
001900             END-IF
001910         WHEN CRDST-EOF
001920             CONTINUE
001930         WHEN OTHER
001940             DISPLAY 'ERROR READING CARDSTAT:' WS-CRDST-STATUS
001950             PERFORM 9999-ABEND THRU 9999-EXIT
001960     END-EVALUATE
001970     .
001980 2000-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------*
002010*    AN N ROW'S EFFECTIVE DATE IS ITS ISSUE DATE. A ROW WITH NO  *
002020*    USABLE DATE IS LISTED ANYWAY - NOBODY CAN SAY HOW LONG IT   *
002030*    HAS BEEN SITTING THERE.                                     *
002040*----------------------------------------------------------------*
002050 3000-AGE-PENDING-CARD.
002060*----------------------------------------------------------------*
002070     ADD 1 TO WS-RPT-PENDING
002080     IF CRDST-EFF-DATE NOT NUMERIC
002090        ADD 1 TO WS-RPT-BAD-DATE
002100        ADD 1 TO WS-RPT-OVERDUE
002110        MOVE SPACES TO WS-PRINT-LINE
002120        STRING 'NOT ACTIVATED  CARD:' CRDST-CARD-NUM
002130               ' ISSUED:' CRDST-EFF-DATE
002140               ' DAYS: ????? BY:' CRDST-UPDATED-BY
002150               ' - ISSUE DATE MISSING OR INVALID'
002160               DELIMITED BY SIZE INTO WS-PRINT-LINE
002170        END-STRING
002180        WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
002190        GO TO 3000-EXIT
002200     END-IF
002210     MOVE CRDST-EFF-DATE          TO WS-BUS-DATE
002220     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
002230     MOVE WS-BUS-YYDDD            TO WS-ISSUE-YYDDD
002240     COMPUTE WS-CARD-AGE-DAYS =
002250             (WS-TODAY-YY - WS-ISSUE-YY) * 365
002260           + WS-TODAY-DDD - WS-ISSUE-DDD
002270     IF WS-CARD-AGE-DAYS NOT > WS-NOTACT-DAYS
002280        GO TO 3000-EXIT
002290     END-IF
002300     ADD 1 TO WS-RPT-OVERDUE
002310     MOVE WS-CARD-AGE-DAYS        TO WS-DAYS-DIS
002320     MOVE SPACES TO WS-PRINT-LINE
002330     STRING 'NOT ACTIVATED  CARD:' CRDST-CARD-NUM
002340            ' ISSUED:' CRDST-EFF-DATE
002350            ' DAYS:' WS-DAYS-DIS
002360            ' BY:' CRDST-UPDATED-BY
002370            DELIMITED BY SIZE INTO WS-PRINT-LINE
002380     END-STRING
002390     WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
002400     .
002410 3000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------*
002440 8000-PRINT-RUN-SUMMARY.
002450*----------------------------------------------------------------*
002460     MOVE SPACES TO WS-PRINT-LINE
002470     STRING 'CBNOTACT SUMMARY - RUN DATE ' CURRENT-DATE
002480            DELIMITED BY SIZE INTO WS-PRINT-LINE
002490     END-STRING
002500     WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
002510*
002520     MOVE WS-RPT-ROWS-READ TO WS-CNT-DIS
002530     MOVE SPACES TO WS-PRINT-LINE
002540     STRING 'CARDSTAT ROWS READ .................: ' WS-CNT-DIS
002550            DELIMITED BY SIZE INTO WS-PRINT-LINE
002560     END-STRING
002570     WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
002580*
002590     MOVE WS-RPT-PENDING TO WS-CNT-DIS
002600     MOVE SPACES TO WS-PRINT-LINE
002610     STRING '  CARDS PENDING ACTIVATION .........: ' WS-CNT-DIS
002620            DELIMITED BY SIZE INTO WS-PRINT-LINE
002630     END-STRING
002640     WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
002650*
002660     MOVE WS-RPT-OVERDUE TO WS-CNT-DIS
002670     MOVE SPACES TO WS-PRINT-LINE
002680     STRING '  PENDING PAST THE WINDOW (LISTED) .: ' WS-CNT-DIS
002690            DELIMITED BY SIZE INTO WS-PRINT-LINE
002700     END-STRING
002710     WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
002720*
002730     MOVE WS-RPT-BAD-DATE TO WS-CNT-DIS
002740     MOVE SPACES TO WS-PRINT-LINE
002750     STRING '  PENDING WITH NO VALID ISSUE DATE .: ' WS-CNT-DIS
002760            DELIMITED BY SIZE INTO WS-PRINT-LINE
002770     END-STRING
002780     WRITE NOTACT-REPORT-LINE FROM WS-PRINT-LINE
002790     .
002800 8000-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------*
002830 9000-FILE-CLOSE.
002840*----------------------------------------------------------------*
002850     CLOSE CARD-STATUS
002860     CLOSE NOTACT-REPORT
002870     .
002880 9000-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------*
002910 9999-ABEND.
002920*----------------------------------------------------------------*
002930     DISPLAY 'CBNOTACT ABENDING DUE TO CARDSTAT ERROR'
002940     MOVE 16 TO RETURN-CODE
002950     GOBACK
002960     .
002970 9999-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000*    BUSINESS-DATE-TO-JULIAN ROUTINE                             *
003010*----------------------------------------------------------------*
003020 COPY CSDAT03P.
