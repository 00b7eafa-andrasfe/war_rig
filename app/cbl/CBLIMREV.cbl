000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBLIMREV.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-01-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBLIMREV - MONTHLY CREDIT-LIMIT REVIEW CANDIDATES.          *
000090*    SCORES EVERY ACTIVE ACCOUNT ON ACCTDAT AGAINST THE CREDIT   *
000100*    POLICY PARAMETERS (LIMPARMS) USING WHAT THE SYSTEM ALREADY  *
000110*    KNOWS: THE CUSTOMER'S FICO SCORE (CUSTDAT), UTILISATION -   *
000120*    CURRENT BALANCE PLUS THE PENDING HOLDS ON THE PAUTSMRY ROOT *
000130*    AGAINST THE LIMIT - THE SEASONING OF THE BEHAVIOUR PROFILE  *
000140*    (ACCTPROF), THE DELINQUENCY BUCKET (DELINQST) AND HOW MANY  *
000150*    OF THE ACCOUNT'S AUTHS ON PAUTB WERE DECLINED FOR OPEN-TO-  *
000160*    BUY (4100 / 4300, FROM THE PAUTRACE DECISION TRACE WHEN ONE *
000170*    IS ON FILE). A DECREASE IS TESTED FIRST:                    *
000180*      - FICO BELOW THE FLOOR, 60+ DAYS DELINQUENT, OR A LINE    *
000190*        LARGELY UNUSED BY AN UNSEASONED ACCOUNT - CUT BY THE    *
000200*        POLICY PERCENTAGE, NEVER BELOW WHAT IS IN USE OR THE    *
000210*        MINIMUM LIMIT;                                          *
000220*      - OTHERWISE A GOOD SCORE, A SEASONED PROFILE, NOT         *
000230*        DELINQUENT AND EITHER HIGH UTILISATION OR REPEATED      *
000240*        OPEN-TO-BUY DECLINES - RAISED BY THE POLICY PERCENTAGE  *
000250*        UP TO THE MAXIMUM LIMIT.                                *
000260*    EACH CANDIDATE IS LISTED WITH ITS FIGURES AND REASONS ON    *
000270*    THE INCREASE (LIMINCRP) OR DECREASE (LIMDECRP) LIST AND     *
000280*    WRITTEN TO A MASS ACCOUNT ACTION FILE (CVACTBIY) - LIMINCX  *
000290*    AND LIMDECX, ONE BATCH EACH - FOR CBACTSTG TO STAGE.        *
000300*    NOTHING CHANGES ON ACCTDAT UNTIL A SECOND USER APPROVES THE *
000310*    BATCH ON PAUMAB AND CBACTAPL APPLIES IT. AN ACCOUNT WITH A  *
000320*    CHANGE ALREADY WAITING ON ACCTPEND IS LISTED BUT NOT FILED, *
000330*    SO ONE SUCH ACCOUNT CANNOT SINK THE WHOLE BATCH.            *
000340*    LIMPARMS: INCFICO =NNN  (MINIMUM FICO TO RAISE, 700)        *
000350*              INCUTIL =NNN  (UTILISATION % TO RAISE, 75)        *
000360*              INCDECL =NNN  (OTB DECLINES TO RAISE, 2)          *
000370*              MINAUTHS=NNN  (PROFILE AUTHS = SEASONED, 10)      *
000380*              INCPCT  =NNN  (RAISE, % OF LIMIT, 20)             *
000390*              INCMAX  =NNNNNNNNN (HIGHEST NEW LIMIT, 25000)     *
000400*              DECFICO =NNN  (FICO FLOOR, 600)                   *
000410*              DECUTIL =NNN  (UTILISATION % = UNUSED, 5)         *
000420*              DECPCT  =NNN  (CUT, % OF LIMIT, 25)               *
000430*              DECMIN  =NNNNNNNNN (LOWEST NEW LIMIT, 500)        *
000440*              INCBATCH=XXXXXXXX (DEFAULT LI + CCYYMM)           *
000450*              DECBATCH=XXXXXXXX (DEFAULT LD + CCYYMM)           *
000460*----------------------------------------------------------------*
000470*                MODIFICATION HISTORY                            *
000480* DATE       INIT DESCRIPTION                                    *
000490* 2028-01-02  ABF INITIAL VERSION                                *
000500*----------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-ZOS.
000540 OBJECT-COMPUTER. IBM-ZOS.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PARM-FILE      ASSIGN TO LIMPARMS
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE  IS SEQUENTIAL
000600         FILE STATUS  IS WS-PARM-STATUS.
000610*
000620     SELECT ACCT-FILE      ASSIGN TO ACCTDAT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE  IS SEQUENTIAL
000650         RECORD KEY   IS ACCT-ID
000660         FILE STATUS  IS WS-ACCT-STATUS.
000670*
000680     SELECT CUST-FILE      ASSIGN TO CUSTDAT
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE  IS RANDOM
000710         RECORD KEY   IS CUST-ID
000720         FILE STATUS  IS WS-CUST-STATUS.
000730*
000740     SELECT PROFILE-FILE   ASSIGN TO ACCTPROF
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE  IS RANDOM
000770         RECORD KEY   IS PRF-ACCT-ID
000780         FILE STATUS  IS WS-PRF-STATUS.
000790*
000800     SELECT DELINQ-FILE    ASSIGN TO DELINQST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE  IS RANDOM
000830         RECORD KEY   IS DLQS-ACCT-ID
000840         FILE STATUS  IS WS-DLQS-STATUS.
000850*
000860     SELECT TRACE-FILE     ASSIGN TO PAUTRACE
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE  IS RANDOM
000890         RECORD KEY   IS TRC-TRANSACTION-ID
000900         FILE STATUS  IS WS-TRC-STATUS.
000910*
000920     SELECT PEND-FILE      ASSIGN TO ACCTPEND
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE  IS RANDOM
000950         RECORD KEY   IS APC-ACCT-ID
000960         FILE STATUS  IS WS-PEND-STATUS.
000970*
000980     SELECT INCR-ACTIONS   ASSIGN TO LIMINCX
000990         ORGANIZATION IS SEQUENTIAL
001000         ACCESS MODE  IS SEQUENTIAL
001010         FILE STATUS  IS WS-INCX-STATUS.
001020*
001030     SELECT DECR-ACTIONS   ASSIGN TO LIMDECX
001040         ORGANIZATION IS SEQUENTIAL
001050         ACCESS MODE  IS SEQUENTIAL
001060         FILE STATUS  IS WS-DECX-STATUS.
001070*
001080     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE  IS RANDOM
001110         RECORD KEY   IS RUNC-JOB-NAME
001120         FILE STATUS  IS WS-RUNC-STATUS.
001130*
001140     SELECT INCR-REPORT    ASSIGN TO LIMINCRP
001150         ORGANIZATION IS SEQUENTIAL
001160         ACCESS MODE  IS SEQUENTIAL
001170         FILE STATUS  IS WS-INCR-STATUS.
001180*
001190     SELECT DECR-REPORT    ASSIGN TO LIMDECRP
001200         ORGANIZATION IS SEQUENTIAL
001210         ACCESS MODE  IS SEQUENTIAL
001220         FILE STATUS  IS WS-DECR-STATUS.
001230*----------------------------------------------------------------*
001240 DATA DIVISION.
001250*----------------------------------------------------------------*
001260 FILE SECTION.
001270 FD  PARM-FILE
001280     RECORDING MODE IS F.
001290 01  PARM-RECORD                 PIC X(80).
001300*
001310 FD  ACCT-FILE
001320     RECORDING MODE IS F.
001330 COPY CVACT01Y.
001340*
001350 FD  CUST-FILE
001360     RECORDING MODE IS F.
001370 COPY CVCUS01Y.
001380*
001390 FD  PROFILE-FILE
001400     RECORDING MODE IS F.
001410 COPY CVBHVPRY.
001420*
001430 FD  DELINQ-FILE
001440     RECORDING MODE IS F.
001450 COPY CVDLNQSY.
001460*
001470 FD  TRACE-FILE
001480     RECORDING MODE IS F.
001490 COPY CVDCTRCY.
001500*
001510 FD  PEND-FILE
001520     RECORDING MODE IS F.
001530 COPY CVACTPCY.
001540*
001550 FD  INCR-ACTIONS
001560     RECORDING MODE IS F.
001570 01  INCR-ACTION-LINE            PIC X(80).
001580*
001590 FD  DECR-ACTIONS
001600     RECORDING MODE IS F.
001610 01  DECR-ACTION-LINE            PIC X(80).
001620*
001630 FD  RUN-CONTROL
001640     RECORDING MODE IS F.
001650 COPY CVRUNCTY.
001660*
001670 FD  INCR-REPORT
001680     RECORDING MODE IS F.
001690 01  INCR-REPORT-LINE            PIC X(132).
001700*
001710 FD  DECR-REPORT
001720     RECORDING MODE IS F.
001730 01  DECR-REPORT-LINE            PIC X(132).
001740*----------------------------------------------------------------*
001750 WORKING-STORAGE SECTION.
001760*----------------------------------------------------------------*
001770 01  WS-VARIABLES.
001780     05  WS-PGMNAME                 PIC X(08) VALUE 'CBLIMREV'.
001790     05  CURRENT-DATE               PIC 9(06).
001800     05  WS-TODAY-CCYYMMDD          PIC X(08).
001810     05  WS-RUN-TIME                PIC 9(08).
001820     05  WS-PARM-NUM3               PIC 9(03).
001830     05  WS-PARM-NUM9               PIC 9(09).
001840     05  WS-MAX-ACTIONS             PIC S9(4) COMP VALUE 2000.
001850     05  WS-REASON                  PIC X(30).
001860     05  WS-REASON-PTR              PIC S9(4) COMP.
001870     05  WS-NOT-FILED-MSG           PIC X(50).
001880*
001890 01  WS-FILE-STATUSES.
001900     05  WS-PARM-STATUS             PIC X(02).
001910     05  WS-ACCT-STATUS             PIC X(02).
001920         88  ACCT-EOF                       VALUE '10'.
001930     05  WS-CUST-STATUS             PIC X(02).
001940         88  CUST-FOUND                     VALUE '00'.
001950     05  WS-PRF-STATUS              PIC X(02).
001960         88  PROFILE-FOUND                  VALUE '00'.
001970     05  WS-DLQS-STATUS             PIC X(02).
001980         88  DELINQ-FOUND                   VALUE '00'.
001990     05  WS-TRC-STATUS              PIC X(02).
002000         88  TRACE-FOUND                    VALUE '00'.
002010     05  WS-PEND-STATUS             PIC X(02).
002020         88  PEND-FOUND                     VALUE '00'.
002030     05  WS-INCX-STATUS             PIC X(02).
002040     05  WS-DECX-STATUS             PIC X(02).
002050     05  WS-RUNC-STATUS             PIC X(02).
002060     05  WS-INCR-STATUS             PIC X(02).
002070     05  WS-DECR-STATUS             PIC X(02).
002080 01  WS-SWITCHES.
002090     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
002100         88  PARM-EOF                       VALUE 'Y'.
002110     05  WS-ACCT-EOF-SW             PIC X(01) VALUE 'N'.
002120         88  ACCOUNTS-DONE                  VALUE 'Y'.
002130     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
002140         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
002150     05  WS-CUST-AVAIL-SW           PIC X(01) VALUE 'N'.
002160         88  CUST-FILE-AVAILABLE            VALUE 'Y'.
002170     05  WS-PRF-AVAIL-SW            PIC X(01) VALUE 'N'.
002180         88  PROFILE-FILE-AVAILABLE         VALUE 'Y'.
002190     05  WS-DLQS-AVAIL-SW           PIC X(01) VALUE 'N'.
002200         88  DELINQ-FILE-AVAILABLE          VALUE 'Y'.
002210     05  WS-TRC-AVAIL-SW            PIC X(01) VALUE 'N'.
002220         88  TRACE-FILE-AVAILABLE           VALUE 'Y'.
002230     05  WS-PEND-AVAIL-SW           PIC X(01) VALUE 'N'.
002240         88  PEND-FILE-AVAILABLE            VALUE 'Y'.
002250*----------------------------------------------------------------*
002260*    REVIEW POLICY (LIMPARMS). AMOUNTS ARE WHOLE UNITS.          *
002270*----------------------------------------------------------------*
002280 01  WS-REVIEW-PARMS.
002290     05  WS-INC-FICO                PIC S9(4) COMP VALUE 700.
002300     05  WS-INC-UTIL-PCT            PIC S9(4) COMP VALUE 75.
002310     05  WS-INC-DECLINES            PIC S9(4) COMP VALUE 2.
002320     05  WS-MIN-AUTHS               PIC S9(4) COMP VALUE 10.
002330     05  WS-INC-PCT                 PIC S9(4) COMP VALUE 20.
002340     05  WS-INC-MAX-AMT             PIC S9(9)V99 COMP-3
002350                                            VALUE 25000.00.
002360     05  WS-DEC-FICO                PIC S9(4) COMP VALUE 600.
002370     05  WS-DEC-UTIL-PCT            PIC S9(4) COMP VALUE 5.
002380     05  WS-DEC-PCT                 PIC S9(4) COMP VALUE 25.
002390     05  WS-DEC-MIN-AMT             PIC S9(9)V99 COMP-3
002400                                            VALUE 500.00.
002410     05  WS-INC-BATCH-ID            PIC X(08) VALUE SPACES.
002420     05  WS-DEC-BATCH-ID            PIC X(08) VALUE SPACES.
002430*----------------------------------------------------------------*
002440*    THE ACCOUNT BEING SCORED                                    *
002450*----------------------------------------------------------------*
002460 01  WS-ACCOUNT-SCORE.
002470     05  WS-CUST-ID                 PIC 9(09).
002480     05  WS-FICO                    PIC 9(03).
002490     05  WS-AUTH-CNT                PIC S9(9) COMP-3.
002500     05  WS-OTB-DECLINES            PIC S9(4) COMP.
002510     05  WS-PENDING-AMT             PIC S9(11)V99 COMP-3.
002520     05  WS-USED-AMT                PIC S9(11)V99 COMP-3.
002530     05  WS-UTIL-PCT                PIC S9(5) COMP-3.
002540     05  WS-NEW-LIMIT               PIC S9(11)V99 COMP-3.
002550     05  WS-USED-FLOOR              PIC S9(11)V99 COMP-3.
002560     05  WS-HUNDREDS                PIC S9(11) COMP-3.
002570     05  WS-DLQ-BUCKET              PIC X(02).
002580     05  WS-DECL-REASON             PIC X(04).
002590     05  WS-ACTION                  PIC X(01).
002600     05  WS-DEC-REASON-SW           PIC X(01).
002610         88  DECREASE-INDICATED             VALUE 'Y'.
002620     05  WS-INC-REASON-SW           PIC X(01).
002630         88  INCREASE-INDICATED             VALUE 'Y'.
002640*----------------------------------------------------------------*
002650*    ONE MASS ACCOUNT ACTION BATCH PER DIRECTION: 1 = INCREASES  *
002660*    (LIMINCX), 2 = DECREASES (LIMDECX).                         *
002670*----------------------------------------------------------------*
002680 COPY CVACTBIY.
002690 01  WS-BATCH-TOTALS.
002700     05  WS-BAT-ENTRY OCCURS 2 TIMES.
002710         10  WS-BAT-ID              PIC X(08).
002720         10  WS-BAT-CANDIDATES      PIC S9(9) COMP-3.
002730         10  WS-BAT-FILED           PIC 9(08).
002740         10  WS-BAT-HASH            PIC 9(17).
002750         10  WS-BAT-NOT-PENDING     PIC S9(9) COMP-3.
002760         10  WS-BAT-NOT-FULL        PIC S9(9) COMP-3.
002770         10  WS-BAT-NET-CHANGE      PIC S9(11)V99 COMP-3.
002780 01  WS-DIR                         PIC S9(4) COMP.
002790*----------------------------------------------------------------*
002800 01  WS-REPORT-COUNTERS.
002810     05  WS-RPT-ACCTS-READ          PIC S9(9) COMP-3 VALUE 0.
002820     05  WS-RPT-NOT-ACTIVE          PIC S9(9) COMP-3 VALUE 0.
002830     05  WS-RPT-SCORED              PIC S9(9) COMP-3 VALUE 0.
002840     05  WS-RPT-NO-CUST             PIC S9(9) COMP-3 VALUE 0.
002850     05  WS-RPT-NO-PROFILE          PIC S9(9) COMP-3 VALUE 0.
002860     05  WS-RPT-NO-ROOM             PIC S9(9) COMP-3 VALUE 0.
002870     05  WS-RPT-AT-MAXIMUM          PIC S9(9) COMP-3 VALUE 0.
002880     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
002890     05  WS-RPT-OTB-DECLINES        PIC S9(9) COMP-3 VALUE 0.
002900     05  WS-RPT-NO-TRACE            PIC S9(9) COMP-3 VALUE 0.
002910*----------------------------------------------------------------*
002920 01  WS-PRINT-LINE                 PIC X(132).
002930 01  WS-DISPLAY-FIELDS.
002940     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002950     05  WS-AUTHS-DIS               PIC ZZZ,ZZ9.
002960     05  WS-FICO-DIS                PIC ZZ9.
002970     05  WS-UTIL-DIS                PIC ZZ9.
002980     05  WS-DECL-DIS                PIC ZZ9.
002990     05  WS-LIMIT-DIS               PIC Z,ZZZ,ZZ9.99-.
003000     05  WS-NEW-DIS                 PIC Z,ZZZ,ZZ9.99-.
003010     05  WS-TOT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003020*----------------------------------------------------------------*
003030*    DLI / PCB CONTROL INFORMATION                               *
003040*----------------------------------------------------------------*
003050 01  WS-IMS-CONTROL.
003060     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
003070     05  PCB-OFFSET.
003080         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
003090     05  IMS-RETURN-CODE                 PIC X(02).
003100         88  STATUS-OK                    VALUE '  ', 'FW'.
003110         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
003120         88  END-OF-DB                    VALUE 'GB'.
003130     05  WS-DETAIL-EOF-SW                PIC X(01).
003140         88  DETAIL-SEG-EOF               VALUE 'Y'.
003150     05  DIBSTAT                         PIC X(02).
003160*----------------------------------------------------------------*
003170*    IMS SEGMENT LAYOUT                                          *
003180*----------------------------------------------------------------*
003190*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
003200 01 PENDING-AUTH-SUMMARY.
003210 COPY CIPAUSMY.
003220*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
003230 01 PENDING-AUTH-DETAILS.
003240 COPY CIPAUDTY.
003250*----------------------------------------------------------------*
003260 LINKAGE SECTION.
003270 01  PAUTBPCB                       PIC X(100).
003280*----------------------------------------------------------------*
003290 PROCEDURE DIVISION                  USING PAUTBPCB.
003300*----------------------------------------------------------------*
003310 MAIN-PARA.
003320     ENTRY 'DLITCBL'                 USING PAUTBPCB.
003330*
003340     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
003350*
003360     PERFORM 2000-SCORE-NEXT-ACCOUNT THRU 2000-EXIT
003370         UNTIL ACCOUNTS-DONE
003380*
003390     PERFORM 7000-CLOSE-BATCHES      THRU 7000-EXIT
003400     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
003410     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
003420*
003430     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
003440*
003450     GOBACK.
003460*----------------------------------------------------------------*
003470 1000-INITIALIZE.
003480*----------------------------------------------------------------*
003490     ACCEPT CURRENT-DATE     FROM DATE
003500     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003510     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003520     INITIALIZE WS-BATCH-TOTALS
003530*
003540     OPEN INPUT  PARM-FILE
003550     IF WS-PARM-STATUS = '00'
003560        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003570            UNTIL PARM-EOF
003580        CLOSE PARM-FILE
003590     ELSE
003600        DISPLAY 'LIMPARMS NOT AVAILABLE - USING DEFAULTS'
003610     END-IF
003620     IF WS-INC-BATCH-ID = SPACES
003630        MOVE 'LI'                      TO WS-INC-BATCH-ID(1:2)
003640        MOVE WS-TODAY-CCYYMMDD(1:6)    TO WS-INC-BATCH-ID(3:6)
003650     END-IF
003660     IF WS-DEC-BATCH-ID = SPACES
003670        MOVE 'LD'                      TO WS-DEC-BATCH-ID(1:2)
003680        MOVE WS-TODAY-CCYYMMDD(1:6)    TO WS-DEC-BATCH-ID(3:6)
003690     END-IF
003700     MOVE WS-INC-BATCH-ID    TO WS-BAT-ID(1)
003710     MOVE WS-DEC-BATCH-ID    TO WS-BAT-ID(2)
003720*
003730     OPEN INPUT  ACCT-FILE
003740     IF WS-ACCT-STATUS = SPACES OR '00'
003750        CONTINUE
003760     ELSE
003770        DISPLAY 'ERROR IN OPENING ACCTDAT:' WS-ACCT-STATUS
003780        PERFORM 9999-ABEND THRU 9999-EXIT
003790     END-IF
003800     OPEN INPUT  CUST-FILE
003810     IF WS-CUST-STATUS = SPACES OR '00'
003820        SET CUST-FILE-AVAILABLE   TO TRUE
003830     ELSE
003840        DISPLAY 'CUSTDAT NOT AVAILABLE - NO FICO, NO INCREASES'
003850     END-IF
003860     OPEN INPUT  PROFILE-FILE
003870     IF WS-PRF-STATUS = SPACES OR '00'
003880        SET PROFILE-FILE-AVAILABLE TO TRUE
003890     ELSE
003900        DISPLAY 'ACCTPROF NOT AVAILABLE - NO ACCOUNT IS SEASONED'
003910     END-IF
003920     OPEN INPUT  DELINQ-FILE
003930     IF WS-DLQS-STATUS = SPACES OR '00'
003940        SET DELINQ-FILE-AVAILABLE TO TRUE
003950     ELSE
003960        DISPLAY 'DELINQST NOT AVAILABLE - ALL ACCOUNTS CURRENT'
003970     END-IF
003980     OPEN INPUT  TRACE-FILE
003990     IF WS-TRC-STATUS = SPACES OR '00'
004000        SET TRACE-FILE-AVAILABLE  TO TRUE
004010     ELSE
004020        DISPLAY 'PAUTRACE NOT AVAILABLE - REASONS FROM PAUTB'
004030     END-IF
004040     OPEN INPUT  PEND-FILE
004050     IF WS-PEND-STATUS = SPACES OR '00'
004060        SET PEND-FILE-AVAILABLE   TO TRUE
004070     ELSE
004080        DISPLAY 'ACCTPEND NOT AVAILABLE - NO PENDING CHANGES SEEN'
004090     END-IF
004100*
004110     OPEN OUTPUT INCR-ACTIONS
004120     IF WS-INCX-STATUS NOT = '00'
004130        DISPLAY 'ERROR IN OPENING LIMINCX:' WS-INCX-STATUS
004140        PERFORM 9999-ABEND THRU 9999-EXIT
004150     END-IF
004160     OPEN OUTPUT DECR-ACTIONS
004170     IF WS-DECX-STATUS NOT = '00'
004180        DISPLAY 'ERROR IN OPENING LIMDECX:' WS-DECX-STATUS
004190        PERFORM 9999-ABEND THRU 9999-EXIT
004200     END-IF
004210     OPEN OUTPUT INCR-REPORT
004220     OPEN OUTPUT DECR-REPORT
004230*
004240     OPEN I-O RUN-CONTROL
004250     IF WS-RUNC-STATUS = SPACES OR '00'
004260        SET RUN-CONTROL-AVAILABLE TO TRUE
004270        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
004280     ELSE
004290        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
004300     END-IF
004310*
004320     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
004330     DISPLAY '*-------------------------------------*'
004340     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
004350     DISPLAY 'INCREASE BATCH         :' WS-INC-BATCH-ID
004360     DISPLAY 'DECREASE BATCH         :' WS-DEC-BATCH-ID
004370*
004380     PERFORM 1200-WRITE-BATCH-HEADERS THRU 1200-EXIT
004390*
004400     MOVE SPACES TO WS-PRINT-LINE
004410     STRING 'CBLIMREV CREDIT-LIMIT INCREASE CANDIDATES - BATCH '
004420            WS-INC-BATCH-ID ' - RUN DATE ' CURRENT-DATE
004430            DELIMITED BY SIZE INTO WS-PRINT-LINE
004440     END-STRING
004450     WRITE INCR-REPORT-LINE FROM WS-PRINT-LINE
004460     MOVE SPACES TO WS-PRINT-LINE
004470     STRING 'CBLIMREV CREDIT-LIMIT DECREASE CANDIDATES - BATCH '
004480            WS-DEC-BATCH-ID ' - RUN DATE ' CURRENT-DATE
004490            DELIMITED BY SIZE INTO WS-PRINT-LINE
004500     END-STRING
004510     WRITE DECR-REPORT-LINE FROM WS-PRINT-LINE
004520     MOVE SPACES TO WS-PRINT-LINE
004530     WRITE INCR-REPORT-LINE FROM WS-PRINT-LINE
004540     WRITE DECR-REPORT-LINE FROM WS-PRINT-LINE
004550     .
004560 1000-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------*
004590 1100-READ-NEXT-PARM.
004600*----------------------------------------------------------------*
004610     READ PARM-FILE
004620         AT END
004630             SET PARM-EOF TO TRUE
004640             GO TO 1100-EXIT
004650     END-READ
004660     EVALUATE PARM-RECORD(1:9)
004670         WHEN 'INCFICO ='
004680             IF PARM-RECORD(10:3) IS NUMERIC
004690                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004700                IF WS-PARM-NUM3 > 299 AND WS-PARM-NUM3 < 851
004710                   MOVE WS-PARM-NUM3   TO WS-INC-FICO
004720                END-IF
004730             END-IF
004740         WHEN 'INCUTIL ='
004750             IF PARM-RECORD(10:3) IS NUMERIC
004760                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004770                IF WS-PARM-NUM3 > 0 AND WS-PARM-NUM3 NOT > 100
004780                   MOVE WS-PARM-NUM3   TO WS-INC-UTIL-PCT
004790                END-IF
004800             END-IF
004810         WHEN 'INCDECL ='
004820             IF PARM-RECORD(10:3) IS NUMERIC
004830                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004840                IF WS-PARM-NUM3 > 0
004850                   MOVE WS-PARM-NUM3   TO WS-INC-DECLINES
004860                END-IF
004870             END-IF
004880         WHEN 'MINAUTHS='
004890             IF PARM-RECORD(10:3) IS NUMERIC
004900                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004910                MOVE WS-PARM-NUM3      TO WS-MIN-AUTHS
004920             END-IF
004930         WHEN 'INCPCT  ='
004940             IF PARM-RECORD(10:3) IS NUMERIC
004950                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004960                IF WS-PARM-NUM3 > 0 AND WS-PARM-NUM3 NOT > 100
004970                   MOVE WS-PARM-NUM3   TO WS-INC-PCT
004980                END-IF
004990             END-IF
005000         WHEN 'INCMAX  ='
005010             IF PARM-RECORD(10:9) IS NUMERIC
005020                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
005030                IF WS-PARM-NUM9 > 0
005040                   MOVE WS-PARM-NUM9   TO WS-INC-MAX-AMT
005050                END-IF
005060             END-IF
005070         WHEN 'DECFICO ='
005080             IF PARM-RECORD(10:3) IS NUMERIC
005090                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
005100                IF WS-PARM-NUM3 < 851
005110                   MOVE WS-PARM-NUM3   TO WS-DEC-FICO
005120                END-IF
005130             END-IF
005140         WHEN 'DECUTIL ='
005150             IF PARM-RECORD(10:3) IS NUMERIC
005160                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
005170                IF WS-PARM-NUM3 < 100
005180                   MOVE WS-PARM-NUM3   TO WS-DEC-UTIL-PCT
005190                END-IF
005200             END-IF
005210         WHEN 'DECPCT  ='
005220             IF PARM-RECORD(10:3) IS NUMERIC
005230                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
005240                IF WS-PARM-NUM3 > 0 AND WS-PARM-NUM3 < 100
005250                   MOVE WS-PARM-NUM3   TO WS-DEC-PCT
005260                END-IF
005270             END-IF
005280         WHEN 'DECMIN  ='
005290             IF PARM-RECORD(10:9) IS NUMERIC
005300                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
005310                MOVE WS-PARM-NUM9      TO WS-DEC-MIN-AMT
005320             END-IF
005330         WHEN 'INCBATCH='
005340             MOVE PARM-RECORD(10:8)    TO WS-INC-BATCH-ID
005350         WHEN 'DECBATCH='
005360             MOVE PARM-RECORD(10:8)    TO WS-DEC-BATCH-ID
005370         WHEN OTHER
005380             DISPLAY 'LIMPARMS CARD IGNORED: ' PARM-RECORD(1:40)
005390     END-EVALUATE
005400     .
005410 1100-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------*
005440*    EACH ACTION FILE OPENS WITH THE HEADER CBACTSTG EXPECTS.    *
005450*    THE REQUESTER IS THIS JOB, SO ANY PERSON WITH THE APPROVAL  *
005460*    ENTITLEMENT MAY DECIDE THE BATCH ON PAUMAB.                 *
005470*----------------------------------------------------------------*
005480 1200-WRITE-BATCH-HEADERS.
005490*----------------------------------------------------------------*
005500     MOVE SPACES                 TO ACCT-ACTION-RECORD
005510     MOVE 'H'                    TO AAR-RECORD-TYPE
005520     MOVE WS-INC-BATCH-ID        TO AAH-BATCH-ID
005530     MOVE WS-PGMNAME             TO AAH-REQUESTED-BY
005540     STRING 'CREDIT-LIMIT REVIEW INCREASES '
005550            WS-TODAY-CCYYMMDD(1:6)
005560            DELIMITED BY SIZE INTO AAH-DESCRIPTION
005570     END-STRING
005580     WRITE INCR-ACTION-LINE      FROM ACCT-ACTION-RECORD
005590*
005600     MOVE SPACES                 TO ACCT-ACTION-RECORD
005610     MOVE 'H'                    TO AAR-RECORD-TYPE
005620     MOVE WS-DEC-BATCH-ID        TO AAH-BATCH-ID
005630     MOVE WS-PGMNAME             TO AAH-REQUESTED-BY
005640     STRING 'CREDIT-LIMIT REVIEW DECREASES '
005650            WS-TODAY-CCYYMMDD(1:6)
005660            DELIMITED BY SIZE INTO AAH-DESCRIPTION
005670     END-STRING
005680     WRITE DECR-ACTION-LINE      FROM ACCT-ACTION-RECORD
005690     .
005700 1200-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------*
005730 1300-MARK-RUN-START.
005740*----------------------------------------------------------------*
005750     ACCEPT WS-RUN-TIME      FROM TIME
005760     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
005770     READ RUN-CONTROL
005780     IF WS-RUNC-STATUS NOT = '00'
005790        MOVE SPACES          TO RUN-CONTROL-RECORD
005800        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005810     END-IF
005820     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
005830     MOVE WS-RUN-TIME        TO RUNC-START-TIME
005840     MOVE SPACES             TO RUNC-END-TIME
005850     SET  RUNC-RUNNING       TO TRUE
005860     MOVE ZEROES             TO RUNC-RECORD-COUNT
005870     IF WS-RUNC-STATUS = '00'
005880        REWRITE RUN-CONTROL-RECORD
005890     ELSE
005900        WRITE RUN-CONTROL-RECORD
005910     END-IF
005920     .
005930 1300-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960 1400-MARK-RUN-END.
005970*----------------------------------------------------------------*
005980     IF RUN-CONTROL-AVAILABLE
005990        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
006000        READ RUN-CONTROL
006010        ACCEPT WS-RUN-TIME   FROM TIME
006020        MOVE WS-RUN-TIME     TO RUNC-END-TIME
006030        SET  RUNC-COMPLETE   TO TRUE
006040        MOVE WS-RPT-SCORED   TO RUNC-RECORD-COUNT
006050        REWRITE RUN-CONTROL-RECORD
006060        IF WS-RUNC-STATUS NOT = '00'
006070           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
006080        END-IF
006090     END-IF
006100     .
006110 1400-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------*
006140 2000-SCORE-NEXT-ACCOUNT.
006150*----------------------------------------------------------------*
006160     READ ACCT-FILE NEXT
006170         AT END
006180             SET ACCOUNTS-DONE TO TRUE
006190             GO TO 2000-EXIT
006200     END-READ
006210     IF WS-ACCT-STATUS NOT = '00'
006220        DISPLAY 'ERROR READING ACCTDAT:' WS-ACCT-STATUS
006230        SET ACCOUNTS-DONE TO TRUE
006240        GO TO 2000-EXIT
006250     END-IF
006260     ADD 1 TO WS-RPT-ACCTS-READ
006270     IF NOT ACCT-STATUS-ACTIVE
006280        ADD 1 TO WS-RPT-NOT-ACTIVE
006290        GO TO 2000-EXIT
006300     END-IF
006310     ADD 1 TO WS-RPT-SCORED
006320*
006330     PERFORM 2100-GATHER-PAUTB       THRU 2100-EXIT
006340     PERFORM 2300-GATHER-ACCOUNT     THRU 2300-EXIT
006350*
006360     MOVE 'N'                    TO WS-DEC-REASON-SW
006370                                    WS-INC-REASON-SW
006380     PERFORM 3000-TEST-DECREASE      THRU 3000-EXIT
006390     IF NOT DECREASE-INDICATED
006400        PERFORM 3500-TEST-INCREASE   THRU 3500-EXIT
006410     END-IF
006420     .
006430 2000-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------*
006460*    THE PENDING HOLDS ON THE ROOT, AND A WALK OF THE DETAILS    *
006470*    FOR THE OPEN-TO-BUY DECLINES AND THE ACCOUNT'S CUSTOMER. AN *
006480*    ACCOUNT WITH NO ROOT HAS NO HOLDS AND NO DECLINES.          *
006490*----------------------------------------------------------------*
006500 2100-GATHER-PAUTB.
006510*----------------------------------------------------------------*
006520     MOVE ZERO                   TO WS-PENDING-AMT
006530                                    WS-OTB-DECLINES
006540                                    WS-CUST-ID
006550     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
006560          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = ACCT-ID))
006570          INTO   (PENDING-AUTH-SUMMARY)
006580     END-EXEC
006590     MOVE DIBSTAT                TO IMS-RETURN-CODE
006600     IF END-OF-DB OR SEGMENT-NOT-FOUND
006610        GO TO 2100-EXIT
006620     END-IF
006630     IF NOT STATUS-OK
006640        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
006650                ' ACCT ' ACCT-ID
006660        GO TO 2100-EXIT
006670     END-IF
006680     MOVE PA-APPROVED-AUTH-AMT   TO WS-PENDING-AMT
006690     IF PA-PLAN-HOLD-AMT IS NUMERIC
006700        ADD PA-PLAN-HOLD-AMT     TO WS-PENDING-AMT
006710     END-IF
006720     MOVE 'N'                    TO WS-DETAIL-EOF-SW
006730     PERFORM 2200-CHECK-NEXT-DETAIL THRU 2200-EXIT
006740         UNTIL DETAIL-SEG-EOF
006750     .
006760 2100-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------*
006790*    THE DECLINE REASON THAT COUNTS IS THE ONE THE DECISION      *
006800*    TRACE RECORDED; THE DETAIL'S OWN REASON ONLY WITHOUT ONE.   *
006810*----------------------------------------------------------------*
006820 2200-CHECK-NEXT-DETAIL.
006830*----------------------------------------------------------------*
006840     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
006850         SEGMENT (PAUTDTL1)
006860         INTO (PENDING-AUTH-DETAILS)
006870     END-EXEC
006880     MOVE DIBSTAT                TO IMS-RETURN-CODE
006890     IF NOT STATUS-OK
006900        SET DETAIL-SEG-EOF       TO TRUE
006910        GO TO 2200-EXIT
006920     END-IF
006930     ADD 1 TO WS-RPT-DETAILS-READ
006940     IF WS-CUST-ID = ZERO AND PA-CUST-ID IS NUMERIC
006950        MOVE PA-CUST-ID          TO WS-CUST-ID
006960     END-IF
006970     IF PA-AUTH-APPROVED
006980        GO TO 2200-EXIT
006990     END-IF
007000     MOVE PA-AUTH-RESP-REASON    TO WS-DECL-REASON
007010     MOVE LOW-VALUES             TO WS-TRC-STATUS
007020     IF TRACE-FILE-AVAILABLE
007030        MOVE PA-TRANSACTION-ID   TO TRC-TRANSACTION-ID
007040        READ TRACE-FILE
007050     END-IF
007060     IF TRACE-FOUND
007070        MOVE TRC-RESP-REASON     TO WS-DECL-REASON
007080     ELSE
007090        ADD 1 TO WS-RPT-NO-TRACE
007100     END-IF
007110     IF WS-DECL-REASON = '4100' OR '4300'
007120        ADD 1 TO WS-OTB-DECLINES
007130        ADD 1 TO WS-RPT-OTB-DECLINES
007140     END-IF
007150     .
007160 2200-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------*
007190*    FICO, PROFILE SEASONING, DELINQUENCY AND UTILISATION.       *
007200*    UTILISATION IS WHAT IS IN USE - BALANCE PLUS PENDING HOLDS  *
007210*    - AS A PERCENTAGE OF THE LIMIT, SHOWN NO HIGHER THAN 999.   *
007220*----------------------------------------------------------------*
007230 2300-GATHER-ACCOUNT.
007240*----------------------------------------------------------------*
007250     MOVE ZERO                   TO WS-FICO
007260                                    WS-AUTH-CNT
007270     MOVE SPACES                 TO WS-DLQ-BUCKET
007280     IF WS-CUST-ID NOT = ZERO AND CUST-FILE-AVAILABLE
007290        MOVE WS-CUST-ID          TO CUST-ID
007300        READ CUST-FILE
007310        IF CUST-FOUND AND CUST-FICO-CREDIT-SCORE IS NUMERIC
007320           MOVE CUST-FICO-CREDIT-SCORE TO WS-FICO
007330        END-IF
007340     END-IF
007350     IF WS-FICO = ZERO
007360        ADD 1 TO WS-RPT-NO-CUST
007370     END-IF
007380     MOVE LOW-VALUES             TO WS-PRF-STATUS
007390     IF PROFILE-FILE-AVAILABLE
007400        MOVE ACCT-ID             TO PRF-ACCT-ID
007410        READ PROFILE-FILE
007420     END-IF
007430     IF PROFILE-FOUND
007440        MOVE PRF-AUTH-CNT        TO WS-AUTH-CNT
007450     ELSE
007460        ADD 1 TO WS-RPT-NO-PROFILE
007470     END-IF
007480     MOVE LOW-VALUES             TO WS-DLQS-STATUS
007490     IF DELINQ-FILE-AVAILABLE
007500        MOVE ACCT-ID             TO DLQS-ACCT-ID
007510        READ DELINQ-FILE
007520     END-IF
007530     IF DELINQ-FOUND AND NOT DLQS-CURRENT
007540        MOVE DLQS-BUCKET         TO WS-DLQ-BUCKET
007550     END-IF
007560*
007570     COMPUTE WS-USED-AMT = ACCT-CURR-BAL + WS-PENDING-AMT
007580     IF WS-USED-AMT < ZERO
007590        MOVE ZERO                TO WS-USED-AMT
007600     END-IF
007610     IF ACCT-CREDIT-LIMIT > ZERO
007620        COMPUTE WS-UTIL-PCT =
007630                WS-USED-AMT * 100 / ACCT-CREDIT-LIMIT
007640     ELSE
007650        IF WS-USED-AMT > ZERO
007660           MOVE 999              TO WS-UTIL-PCT
007670        ELSE
007680           MOVE ZERO             TO WS-UTIL-PCT
007690        END-IF
007700     END-IF
007710     IF WS-UTIL-PCT > 999
007720        MOVE 999                 TO WS-UTIL-PCT
007730     END-IF
007740     .
007750 2300-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------*
007780*    DECREASE: RISK FIRST. THE CUT NEVER TAKES THE LIMIT BELOW   *
007790*    WHAT IS ALREADY IN USE (ROUNDED UP TO THE HUNDRED) OR THE   *
007800*    POLICY MINIMUM; AN ACCOUNT WITH NO ROOM TO CUT IS COUNTED,  *
007810*    NOT LISTED.                                                 *
007820*----------------------------------------------------------------*
007830 3000-TEST-DECREASE.
007840*----------------------------------------------------------------*
007850     MOVE SPACES                 TO WS-REASON
007860     MOVE 1                      TO WS-REASON-PTR
007870     IF WS-FICO > ZERO AND WS-FICO < WS-DEC-FICO
007880        STRING 'LOW-FICO '       DELIMITED BY SIZE
007890               INTO WS-REASON WITH POINTER WS-REASON-PTR
007900        END-STRING
007910        SET DECREASE-INDICATED   TO TRUE
007920     END-IF
007930     IF WS-DLQ-BUCKET = '60' OR '90'
007940        STRING 'DLQ-' WS-DLQ-BUCKET '+ ' DELIMITED BY SIZE
007950               INTO WS-REASON WITH POINTER WS-REASON-PTR
007960        END-STRING
007970        SET DECREASE-INDICATED   TO TRUE
007980     END-IF
007990     IF WS-UTIL-PCT NOT > WS-DEC-UTIL-PCT
008000        AND WS-AUTH-CNT < WS-MIN-AUTHS
008010        STRING 'UNUSED-LINE'     DELIMITED BY SIZE
008020               INTO WS-REASON WITH POINTER WS-REASON-PTR
008030        END-STRING
008040        SET DECREASE-INDICATED   TO TRUE
008050     END-IF
008060     IF NOT DECREASE-INDICATED
008070        GO TO 3000-EXIT
008080     END-IF
008090*
008100     COMPUTE WS-HUNDREDS =
008110             ACCT-CREDIT-LIMIT * (100 - WS-DEC-PCT) / 10000
008120     COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
008130     COMPUTE WS-HUNDREDS = (WS-USED-AMT + 99.99) / 100
008140     COMPUTE WS-USED-FLOOR = WS-HUNDREDS * 100
008150     IF WS-NEW-LIMIT < WS-USED-FLOOR
008160        MOVE WS-USED-FLOOR       TO WS-NEW-LIMIT
008170     END-IF
008180     IF WS-NEW-LIMIT < WS-DEC-MIN-AMT
008190        MOVE WS-DEC-MIN-AMT      TO WS-NEW-LIMIT
008200     END-IF
008210     IF WS-NEW-LIMIT NOT < ACCT-CREDIT-LIMIT
008220        ADD 1 TO WS-RPT-NO-ROOM
008230        GO TO 3000-EXIT
008240     END-IF
008250     MOVE 2                      TO WS-DIR
008260     MOVE 'D'                    TO WS-ACTION
008270     PERFORM 4000-FILE-CANDIDATE THRU 4000-EXIT
008280     .
008290 3000-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------*
008320*    INCREASE: A KNOWN, GOOD SCORE, A SEASONED PROFILE, NOT      *
008330*    DELINQUENT AT ALL, AND REAL DEMAND - HIGH UTILISATION OR    *
008340*    REPEATED OPEN-TO-BUY DECLINES. RAISED TO THE HUNDRED BELOW  *
008350*    THE POLICY PERCENTAGE, NO HIGHER THAN THE MAXIMUM.          *
008360*----------------------------------------------------------------*
008370 3500-TEST-INCREASE.
008380*----------------------------------------------------------------*
008390     IF WS-FICO < WS-INC-FICO
008400        OR WS-AUTH-CNT < WS-MIN-AUTHS
008410        OR WS-DLQ-BUCKET NOT = SPACES
008420        GO TO 3500-EXIT
008430     END-IF
008440     MOVE SPACES                 TO WS-REASON
008450     MOVE 1                      TO WS-REASON-PTR
008460     IF WS-UTIL-PCT NOT < WS-INC-UTIL-PCT
008470        STRING 'HIGH-UTIL '      DELIMITED BY SIZE
008480               INTO WS-REASON WITH POINTER WS-REASON-PTR
008490        END-STRING
008500        SET INCREASE-INDICATED   TO TRUE
008510     END-IF
008520     IF WS-OTB-DECLINES NOT < WS-INC-DECLINES
008530        STRING 'OTB-DECLINES'    DELIMITED BY SIZE
008540               INTO WS-REASON WITH POINTER WS-REASON-PTR
008550        END-STRING
008560        SET INCREASE-INDICATED   TO TRUE
008570     END-IF
008580     IF NOT INCREASE-INDICATED
008590        GO TO 3500-EXIT
008600     END-IF
008610*
008620     COMPUTE WS-HUNDREDS =
008630             ACCT-CREDIT-LIMIT * (100 + WS-INC-PCT) / 10000
008640     COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
008650     IF WS-NEW-LIMIT > WS-INC-MAX-AMT
008660        MOVE WS-INC-MAX-AMT      TO WS-NEW-LIMIT
008670     END-IF
008680     IF WS-NEW-LIMIT NOT > ACCT-CREDIT-LIMIT
008690        ADD 1 TO WS-RPT-AT-MAXIMUM
008700        GO TO 3500-EXIT
008710     END-IF
008720     MOVE 1                      TO WS-DIR
008730     MOVE 'I'                    TO WS-ACTION
008740     PERFORM 4000-FILE-CANDIDATE THRU 4000-EXIT
008750     .
008760 3500-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------*
008790*    LIST THE CANDIDATE AND, UNLESS A CHANGE IS ALREADY WAITING  *
008800*    ON ACCTPEND OR THE BATCH IS FULL, WRITE ITS ACTION DETAIL.  *
008810*----------------------------------------------------------------*
008820 4000-FILE-CANDIDATE.
008830*----------------------------------------------------------------*
008840     ADD 1 TO WS-BAT-CANDIDATES(WS-DIR)
008850     MOVE SPACES                 TO WS-NOT-FILED-MSG
008860     MOVE LOW-VALUES             TO WS-PEND-STATUS
008870     IF PEND-FILE-AVAILABLE
008880        MOVE ACCT-ID             TO APC-ACCT-ID
008890        READ PEND-FILE
008900     END-IF
008910     EVALUATE TRUE
008920         WHEN PEND-FOUND
008930             ADD 1 TO WS-BAT-NOT-PENDING(WS-DIR)
008940             MOVE 'NOT FILED - CHANGE ALREADY WAITING ON ACCTPEND'
008950                                 TO WS-NOT-FILED-MSG
008960         WHEN WS-BAT-FILED(WS-DIR) NOT < WS-MAX-ACTIONS
008970             ADD 1 TO WS-BAT-NOT-FULL(WS-DIR)
008980             MOVE 'NOT FILED - BATCH FULL, COMES UP NEXT RUN'
008990                                 TO WS-NOT-FILED-MSG
009000         WHEN OTHER
009010             PERFORM 4100-WRITE-ACTION THRU 4100-EXIT
009020     END-EVALUATE
009030*
009040     MOVE WS-FICO                TO WS-FICO-DIS
009050     MOVE WS-UTIL-PCT            TO WS-UTIL-DIS
009060     MOVE WS-OTB-DECLINES        TO WS-DECL-DIS
009070     MOVE WS-AUTH-CNT            TO WS-AUTHS-DIS
009080     MOVE ACCT-CREDIT-LIMIT      TO WS-LIMIT-DIS
009090     MOVE WS-NEW-LIMIT           TO WS-NEW-DIS
009100     MOVE SPACES TO WS-PRINT-LINE
009110     STRING 'ACCT:' ACCT-ID
009120            ' FICO:' WS-FICO-DIS
009130            ' UTIL:' WS-UTIL-DIS '%'
009140            ' OTBDCL:' WS-DECL-DIS
009150            ' AUTHS:' WS-AUTHS-DIS
009160            ' LIMIT:' WS-LIMIT-DIS
009170            ' NEW:' WS-NEW-DIS
009180            ' ' WS-REASON
009190            DELIMITED BY SIZE INTO WS-PRINT-LINE
009200     END-STRING
009210     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
009220     IF WS-NOT-FILED-MSG NOT = SPACES
009230        MOVE SPACES TO WS-PRINT-LINE
009240        STRING '      ' WS-NOT-FILED-MSG
009250               DELIMITED BY SIZE INTO WS-PRINT-LINE
009260        END-STRING
009270        PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
009280     END-IF
009290     .
009300 4000-EXIT.
009310     EXIT.
009320*----------------------------------------------------------------*
009330 4100-WRITE-ACTION.
009340*----------------------------------------------------------------*
009350     MOVE SPACES                 TO ACCT-ACTION-RECORD
009360     MOVE 'D'                    TO AAR-RECORD-TYPE
009370     MOVE ACCT-ID                TO AAR-ACCT-ID
009380     MOVE WS-ACTION              TO AAR-ACTION
009390     MOVE WS-NEW-LIMIT           TO AAR-NEW-CREDIT-LIMIT
009400     MOVE WS-REASON              TO AAR-REASON
009410     IF WS-DIR = 1
009420        WRITE INCR-ACTION-LINE   FROM ACCT-ACTION-RECORD
009430     ELSE
009440        WRITE DECR-ACTION-LINE   FROM ACCT-ACTION-RECORD
009450     END-IF
009460     ADD 1                       TO WS-BAT-FILED(WS-DIR)
009470     ADD ACCT-ID                 TO WS-BAT-HASH(WS-DIR)
009480     COMPUTE WS-BAT-NET-CHANGE(WS-DIR) =
009490             WS-BAT-NET-CHANGE(WS-DIR)
009500             + WS-NEW-LIMIT - ACCT-CREDIT-LIMIT
009510     .
009520 4100-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------*
009550 4900-WRITE-LIST-LINE.
009560*----------------------------------------------------------------*
009570     IF WS-DIR = 1
009580        WRITE INCR-REPORT-LINE   FROM WS-PRINT-LINE
009590     ELSE
009600        WRITE DECR-REPORT-LINE   FROM WS-PRINT-LINE
009610     END-IF
009620     .
009630 4900-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------*
009660*    THE TRAILERS CARRY THE COUNT AND ACCOUNT-ID HASH CBACTSTG   *
009670*    PROVES BEFORE IT STAGES EITHER BATCH.                       *
009680*----------------------------------------------------------------*
009690 7000-CLOSE-BATCHES.
009700*----------------------------------------------------------------*
009710     MOVE SPACES                 TO ACCT-ACTION-RECORD
009720     MOVE 'T'                    TO AAR-RECORD-TYPE
009730     MOVE WS-BAT-FILED(1)        TO AAT-RECORD-COUNT
009740     MOVE WS-BAT-HASH(1)         TO AAT-HASH-TOTAL
009750     WRITE INCR-ACTION-LINE      FROM ACCT-ACTION-RECORD
009760     MOVE SPACES                 TO ACCT-ACTION-RECORD
009770     MOVE 'T'                    TO AAR-RECORD-TYPE
009780     MOVE WS-BAT-FILED(2)        TO AAT-RECORD-COUNT
009790     MOVE WS-BAT-HASH(2)         TO AAT-HASH-TOTAL
009800     WRITE DECR-ACTION-LINE      FROM ACCT-ACTION-RECORD
009810     .
009820 7000-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------*
009850*    EACH LIST CLOSES WITH ITS OWN BATCH TOTALS AND THE RUN'S    *
009860*    ACCOUNT COUNTS, SO EITHER REVIEWER SEES THE WHOLE PICTURE.  *
009870*----------------------------------------------------------------*
009880 8000-PRINT-RUN-SUMMARY.
009890*----------------------------------------------------------------*
009900     PERFORM 8100-PRINT-LIST-TOTALS  THRU 8100-EXIT
009910         VARYING WS-DIR FROM 1 BY 1 UNTIL WS-DIR > 2
009920*
009930     DISPLAY 'ACCOUNTS READ          :' WS-RPT-ACCTS-READ
009940     DISPLAY 'ACCOUNTS SCORED        :' WS-RPT-SCORED
009950     DISPLAY 'INCREASES FILED        :' WS-BAT-FILED(1)
009960     DISPLAY 'DECREASES FILED        :' WS-BAT-FILED(2)
009970     .
009980 8000-EXIT.
009990     EXIT.
010000*----------------------------------------------------------------*
010010 8100-PRINT-LIST-TOTALS.
010020*----------------------------------------------------------------*
010030     MOVE SPACES TO WS-PRINT-LINE
010040     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010050     MOVE WS-BAT-CANDIDATES(WS-DIR) TO WS-CNT-DIS
010060     MOVE SPACES TO WS-PRINT-LINE
010070     STRING 'CANDIDATES LISTED ..................: ' WS-CNT-DIS
010080            DELIMITED BY SIZE INTO WS-PRINT-LINE
010090     END-STRING
010100     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010110     MOVE WS-BAT-FILED(WS-DIR) TO WS-CNT-DIS
010120     MOVE SPACES TO WS-PRINT-LINE
010130     STRING 'FILED IN BATCH ' WS-BAT-ID(WS-DIR)
010140            ' ..............: ' WS-CNT-DIS
010150            DELIMITED BY SIZE INTO WS-PRINT-LINE
010160     END-STRING
010170     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010180     MOVE WS-BAT-NOT-PENDING(WS-DIR) TO WS-CNT-DIS
010190     MOVE SPACES TO WS-PRINT-LINE
010200     STRING 'NOT FILED - CHANGE ALREADY PENDING .: ' WS-CNT-DIS
010210            DELIMITED BY SIZE INTO WS-PRINT-LINE
010220     END-STRING
010230     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010240     MOVE WS-BAT-NOT-FULL(WS-DIR) TO WS-CNT-DIS
010250     MOVE SPACES TO WS-PRINT-LINE
010260     STRING 'NOT FILED - BATCH FULL .............: ' WS-CNT-DIS
010270            DELIMITED BY SIZE INTO WS-PRINT-LINE
010280     END-STRING
010290     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010300     MOVE WS-BAT-NET-CHANGE(WS-DIR) TO WS-TOT-DIS
010310     MOVE SPACES TO WS-PRINT-LINE
010320     STRING 'NET CREDIT-LIMIT CHANGE FILED ......: ' WS-TOT-DIS
010330            DELIMITED BY SIZE INTO WS-PRINT-LINE
010340     END-STRING
010350     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010360     IF WS-BAT-FILED(WS-DIR) = ZERO
010370        MOVE SPACES TO WS-PRINT-LINE
010380        STRING 'NOTHING FILED - DO NOT STAGE BATCH '
010390               WS-BAT-ID(WS-DIR)
010400               DELIMITED BY SIZE INTO WS-PRINT-LINE
010410        END-STRING
010420        PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010430     END-IF
010440*
010450     MOVE SPACES TO WS-PRINT-LINE
010460     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010470     MOVE WS-RPT-ACCTS-READ TO WS-CNT-DIS
010480     MOVE SPACES TO WS-PRINT-LINE
010490     STRING 'ACCOUNTS READ ......................: ' WS-CNT-DIS
010500            DELIMITED BY SIZE INTO WS-PRINT-LINE
010510     END-STRING
010520     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010530     MOVE WS-RPT-NOT-ACTIVE TO WS-CNT-DIS
010540     MOVE SPACES TO WS-PRINT-LINE
010550     STRING 'NOT ACTIVE - NOT SCORED ............: ' WS-CNT-DIS
010560            DELIMITED BY SIZE INTO WS-PRINT-LINE
010570     END-STRING
010580     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010590     MOVE WS-RPT-SCORED TO WS-CNT-DIS
010600     MOVE SPACES TO WS-PRINT-LINE
010610     STRING 'ACTIVE ACCOUNTS SCORED .............: ' WS-CNT-DIS
010620            DELIMITED BY SIZE INTO WS-PRINT-LINE
010630     END-STRING
010640     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010650     MOVE WS-RPT-NO-CUST TO WS-CNT-DIS
010660     MOVE SPACES TO WS-PRINT-LINE
010670     STRING 'NO FICO SCORE FOUND ................: ' WS-CNT-DIS
010680            DELIMITED BY SIZE INTO WS-PRINT-LINE
010690     END-STRING
010700     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010710     MOVE WS-RPT-NO-PROFILE TO WS-CNT-DIS
010720     MOVE SPACES TO WS-PRINT-LINE
010730     STRING 'NO BEHAVIOUR PROFILE ...............: ' WS-CNT-DIS
010740            DELIMITED BY SIZE INTO WS-PRINT-LINE
010750     END-STRING
010760     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010770     MOVE WS-RPT-NO-ROOM TO WS-CNT-DIS
010780     MOVE SPACES TO WS-PRINT-LINE
010790     STRING 'DECREASE INDICATED, NO ROOM TO CUT .: ' WS-CNT-DIS
010800            DELIMITED BY SIZE INTO WS-PRINT-LINE
010810     END-STRING
010820     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010830     MOVE WS-RPT-AT-MAXIMUM TO WS-CNT-DIS
010840     MOVE SPACES TO WS-PRINT-LINE
010850     STRING 'INCREASE INDICATED, AT MAXIMUM .....: ' WS-CNT-DIS
010860            DELIMITED BY SIZE INTO WS-PRINT-LINE
010870     END-STRING
010880     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010890     MOVE WS-RPT-DETAILS-READ TO WS-CNT-DIS
010900     MOVE SPACES TO WS-PRINT-LINE
010910     STRING 'PAUTB DETAILS READ .................: ' WS-CNT-DIS
010920            DELIMITED BY SIZE INTO WS-PRINT-LINE
010930     END-STRING
010940     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
010950     MOVE WS-RPT-OTB-DECLINES TO WS-CNT-DIS
010960     MOVE SPACES TO WS-PRINT-LINE
010970     STRING 'OPEN-TO-BUY DECLINES COUNTED .......: ' WS-CNT-DIS
010980            DELIMITED BY SIZE INTO WS-PRINT-LINE
010990     END-STRING
011000     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
011010     MOVE WS-RPT-NO-TRACE TO WS-CNT-DIS
011020     MOVE SPACES TO WS-PRINT-LINE
011030     STRING 'DECLINES WITHOUT A DECISION TRACE ..: ' WS-CNT-DIS
011040            DELIMITED BY SIZE INTO WS-PRINT-LINE
011050     END-STRING
011060     PERFORM 4900-WRITE-LIST-LINE THRU 4900-EXIT
011070     .
011080 8100-EXIT.
011090     EXIT.
011100*----------------------------------------------------------------*
011110 9000-FILE-CLOSE.
011120*----------------------------------------------------------------*
011130     CLOSE ACCT-FILE
011140     IF CUST-FILE-AVAILABLE
011150        CLOSE CUST-FILE
011160     END-IF
011170     IF PROFILE-FILE-AVAILABLE
011180        CLOSE PROFILE-FILE
011190     END-IF
011200     IF DELINQ-FILE-AVAILABLE
011210        CLOSE DELINQ-FILE
011220     END-IF
011230     IF TRACE-FILE-AVAILABLE
011240        CLOSE TRACE-FILE
011250     END-IF
011260     IF PEND-FILE-AVAILABLE
011270        CLOSE PEND-FILE
011280     END-IF
011290     CLOSE INCR-ACTIONS
011300           DECR-ACTIONS
011310           INCR-REPORT
011320           DECR-REPORT
011330     IF RUN-CONTROL-AVAILABLE
011340        CLOSE RUN-CONTROL
011350     END-IF
011360     .
011370 9000-EXIT.
011380     EXIT.
011390*----------------------------------------------------------------*
011400 9999-ABEND.
011410*----------------------------------------------------------------*
011420     DISPLAY 'CBLIMREV ABENDING'
011430     MOVE 16 TO RETURN-CODE
011440     GOBACK.
011450 9999-EXIT.
011460     EXIT.
