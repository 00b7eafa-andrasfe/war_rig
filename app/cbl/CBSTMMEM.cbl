000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBSTMMEM.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-08-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBSTMMEM - STATEMENT PENDING-HOLD MEMO EXTRACT              *
000090*    A STATEMENT SHOWS LESS AVAILABLE CREDIT THAN THE CUSTOMER   *
000100*    EXPECTS WHILE HOLDS ARE STILL OPEN IN PAUTB. RUN AT EACH    *
000110*    CYCLE CUT, THIS JOB PICKS THE ACCOUNTS WHOSE STATEMENT      *
000120*    CUTS ON THE BUSINESS DATE (STMTCYCL CYCLE DAY; A DAY PAST   *
000130*    THE END OF A SHORT MONTH CUTS ON ITS LAST DAY), WALKS EACH  *
000140*    ONE'S DETAILS AND LISTS EVERY OPEN APPROVED HOLD - AUTH     *
000150*    DATE, MERCHANT, APPROVED AND STILL-HELD AMOUNT AND THE DATE *
000160*    THE PURGE WILL RELEASE IT UNDER THE EXPIRY RULES - IN THE   *
000170*    PRINT VENDOR'S MEMO-SECTION LAYOUT (STMMEMO, CVSTMMOY). THE *
000180*    CONTROL REPORT (STMCTLRP) CARRIES THE COUNTS PER CYCLE DAY. *
000190*    STMPARMS: CUTDATE=CCYYMMDD RERUNS A MISSED CUT.             *
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2027-08-15  JGM INITIAL VERSION                                *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-ZOS.
000280 OBJECT-COMPUTER. IBM-ZOS.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PARM-FILE      ASSIGN TO STMPARMS
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE  IS SEQUENTIAL
000340         FILE STATUS  IS WS-PARM-STATUS.
000350*
000360     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS RANDOM
000390         RECORD KEY   IS PCAL-KEY
000400         FILE STATUS  IS WS-PCAL-STATUS.
000410*
000420     SELECT CYCLE-FILE     ASSIGN TO STMTCYCL
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-CYCL-STATUS.
000460*
000470     SELECT MEMO-FILE      ASSIGN TO STMMEMO
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-MEMO-STATUS.
000510*
000520     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS RANDOM
000550         RECORD KEY   IS RUNC-JOB-NAME
000560         FILE STATUS  IS WS-RUNC-STATUS.
000570*
000580     SELECT CONTROL-REPORT ASSIGN TO STMCTLRP
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-RPT-STATUS.
000620*----------------------------------------------------------------*
000630 DATA DIVISION.
000640*----------------------------------------------------------------*
000650 FILE SECTION.
000660 FD  PARM-FILE
000670     RECORDING MODE IS F.
000680 01  PARM-RECORD                 PIC X(80).
000690*
000700 FD  PROC-CALENDAR
000710     RECORDING MODE IS F.
000720 COPY CVPRCALY.
000730*
000740 FD  CYCLE-FILE
000750     RECORDING MODE IS F.
000760 COPY CVSTCYCY.
000770*
000780 FD  MEMO-FILE
000790     RECORDING MODE IS F.
000800 COPY CVSTMMOY.
000810*
000820 FD  RUN-CONTROL
000830     RECORDING MODE IS F.
000840 COPY CVRUNCTY.
000850*
000860 FD  CONTROL-REPORT
000870     RECORDING MODE IS F.
000880 01  CONTROL-REPORT-LINE         PIC X(132).
000890*----------------------------------------------------------------*
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------*
000920 01  WS-VARIABLES.
000930     05  WS-PGMNAME                 PIC X(08) VALUE 'CBSTMMEM'.
000940     05  WS-ISSUER-ID               PIC X(08) VALUE 'CARDDEMO'.
000950     05  CURRENT-DATE               PIC 9(06).
000960     05  WS-RUN-TIME                PIC 9(08).
000970     05  WS-BUS-CCYYMMDD            PIC X(08).
000980     05  WS-CUT-DD                  PIC 9(02).
000990     05  WS-LAST-DD                 PIC 9(02).
001000     05  WS-AUTH-YYDDD              PIC 9(05).
001010     05  WS-EXPIRY-DAYS             PIC S9(4) COMP.
001020     05  WS-HELD-AMT                PIC S9(09)V99 COMP-3.
001030*
001040 01  WS-FILE-STATUSES.
001050     05  WS-PARM-STATUS             PIC X(02).
001060         88  PARM-EOF                       VALUE '10'.
001070     05  WS-PCAL-STATUS             PIC X(02).
001080     05  WS-CYCL-STATUS             PIC X(02).
001090         88  CYCL-EOF                       VALUE '10'.
001100     05  WS-MEMO-STATUS             PIC X(02).
001110     05  WS-RUNC-STATUS             PIC X(02).
001120     05  WS-RPT-STATUS              PIC X(02).
001130 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001140     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001150*----------------------------------------------------------------*
001160*    EXPIRY-DAYS TABLE DRIVEN BY PA-AUTH-TYPE (AS CBPAUP0C) -    *
001170*    THE RELEASE DATE PRINTED IS THE DAY THE PURGE AGES THE HOLD *
001180*    OUT IF SETTLEMENT HAS NOT RELEASED IT FIRST.                *
001190*----------------------------------------------------------------*
001200 01  WS-EXPIRY-TABLE-DEFAULT-VALUES.
001210     05  FILLER  PIC X(10) VALUE 'DB  000007'.
001220     05  FILLER  PIC X(10) VALUE 'CR  000030'.
001230     05  FILLER  PIC X(10) VALUE 'PP  000014'.
001240     05  FILLER  PIC X(10) VALUE '**  000015'.
001250 01  WS-EXPIRY-TABLE REDEFINES WS-EXPIRY-TABLE-DEFAULT-VALUES.
001260     05  WS-EXPIRY-ENTRY  OCCURS 4 TIMES
001270                          INDEXED BY WS-EXP-IDX.
001280         10  WS-EXP-AUTH-TYPE     PIC X(04).
001290         10  WS-EXP-DAYS          PIC 9(06).
001300 01  WS-EXPIRY-TABLE-MAX        PIC S9(4) COMP VALUE 4.
001310*----------------------------------------------------------------*
001320*    JULIAN (YYDDD) TO CALENDAR WORK FOR THE RELEASE DATE        *
001330*----------------------------------------------------------------*
001340 01  WS-RELEASE-FIELDS.
001350     05  WS-REL-YY                  PIC 9(02).
001360     05  WS-REL-DDD                 PIC S9(4) COMP.
001370     05  WS-REL-YEAR-DAYS           PIC S9(4) COMP.
001380     05  WS-REL-MM                  PIC S9(4) COMP.
001390     05  WS-REL-MONTH-DAYS          PIC S9(4) COMP.
001400     05  WS-REL-LEAP-QUOT           PIC 9(04).
001410     05  WS-REL-LEAP-REM            PIC 9(02).
001420     05  WS-REL-DATE.
001430         10  WS-REL-CC-OUT          PIC X(02) VALUE '20'.
001440         10  WS-REL-YY-OUT          PIC 9(02).
001450         10  WS-REL-MM-OUT          PIC 9(02).
001460         10  WS-REL-DD-OUT          PIC 9(02).
001470 COPY CSDAT03Y.
001480*----------------------------------------------------------------*
001490*    CONTROL COUNTS PER CYCLE DAY                                *
001500*----------------------------------------------------------------*
001510 01  WS-CYCLE-TOTALS.
001520     05  WS-CYC-ENTRY OCCURS 31 TIMES.
001530         10  WS-CYC-ACCOUNTS        PIC S9(9) COMP-3.
001540         10  WS-CYC-ACCTS-HELD      PIC S9(9) COMP-3.
001550         10  WS-CYC-HOLDS           PIC S9(9) COMP-3.
001560         10  WS-CYC-HELD-AMT        PIC S9(11)V99 COMP-3.
001570 01  WS-CYC-IDX                     PIC S9(4) COMP.
001580*----------------------------------------------------------------*
001590 01  WS-ACCOUNT-TOTALS.
001600     05  WS-ACCT-HOLDS              PIC S9(5) COMP-3.
001610     05  WS-ACCT-HELD-AMT           PIC S9(11)V99 COMP-3.
001620 01  WS-REPORT-COUNTERS.
001630     05  WS-RPT-CYCLE-READ          PIC S9(9) COMP-3 VALUE 0.
001640     05  WS-RPT-ACCTS-CUT           PIC S9(9) COMP-3 VALUE 0.
001650     05  WS-RPT-ACCTS-HELD          PIC S9(9) COMP-3 VALUE 0.
001660     05  WS-RPT-NO-ROOT             PIC S9(9) COMP-3 VALUE 0.
001670     05  WS-RPT-HOLDS               PIC S9(9) COMP-3 VALUE 0.
001680     05  WS-RPT-RECORDS             PIC S9(9) COMP-3 VALUE 0.
001690 01  WS-AMOUNT-TOTALS.
001700     05  WS-TOT-HELD-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
001710*----------------------------------------------------------------*
001720 01  WS-PRINT-LINE                 PIC X(132).
001730 01  WS-DISPLAY-FIELDS.
001740     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001750     05  WS-CNT2-DIS                PIC ZZZ,ZZZ,ZZ9.
001760     05  WS-CNT3-DIS                PIC ZZZ,ZZZ,ZZ9.
001770     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001780     05  WS-DAY-DIS                 PIC Z9.
001790*----------------------------------------------------------------*
001800 01  WS-DETAIL-CONTROL.
001810     05  WS-DETAIL-EOF-SW           PIC X(01).
001820         88  DETAIL-SEG-EOF                 VALUE 'Y'.
001830*----------------------------------------------------------------*
001840*    DLI / PCB CONTROL INFORMATION                               *
001850*----------------------------------------------------------------*
001860 01  WS-IMS-CONTROL.
001870     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTM'.
001880     05  PCB-OFFSET.
001890         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
001900     05  IMS-RETURN-CODE                 PIC X(02).
001910         88  STATUS-OK                    VALUE '  ', 'FW'.
001920         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
001930         88  END-OF-DB                    VALUE 'GB'.
001940     05  DIBSTAT                         PIC X(02).
001950*----------------------------------------------------------------*
001960*    IMS SEGMENT LAYOUT                                          *
001970*----------------------------------------------------------------*
001980*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
001990 01 PENDING-AUTH-SUMMARY.
002000 COPY CIPAUSMY.
002010*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002020 01 PENDING-AUTH-DETAILS.
002030 COPY CIPAUDTY.
002040*----------------------------------------------------------------*
002050 LINKAGE SECTION.
002060 01  PAUTBPCB                       PIC X(100).
002070*----------------------------------------------------------------*
002080 PROCEDURE DIVISION                  USING PAUTBPCB.
002090*----------------------------------------------------------------*
002100 MAIN-PARA.
002110     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002120*
002130     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002140*
002150     PERFORM 2000-PROCESS-NEXT-ACCOUNT THRU 2000-EXIT
002160         UNTIL CYCL-EOF
002170*
002180     PERFORM 7000-WRITE-TRAILER      THRU 7000-EXIT
002190     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT
002200     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002210*
002220     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002230*
002240     GOBACK.
002250*----------------------------------------------------------------*
002260 1000-INITIALIZE.
002270*----------------------------------------------------------------*
002280     ACCEPT CURRENT-DATE     FROM DATE
002290     MOVE '20'               TO WS-BUS-CCYYMMDD(1:2)
002300     MOVE CURRENT-DATE       TO WS-BUS-CCYYMMDD(3:6)
002310     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002320     INITIALIZE WS-CYCLE-TOTALS
002330*
002340     OPEN INPUT  PARM-FILE
002350     IF WS-PARM-STATUS = '00'
002360        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002370            UNTIL PARM-EOF
002380        CLOSE PARM-FILE
002390     END-IF
002400     PERFORM 1500-FIND-CUT-DAY   THRU 1500-EXIT
002410*
002420     OPEN INPUT  CYCLE-FILE
002430     IF WS-CYCL-STATUS = SPACES OR '00'
002440        CONTINUE
002450     ELSE
002460        DISPLAY 'ERROR IN OPENING STMTCYCL:' WS-CYCL-STATUS
002470        PERFORM 9999-ABEND THRU 9999-EXIT
002480     END-IF
002490     OPEN OUTPUT MEMO-FILE
002500     IF WS-MEMO-STATUS = SPACES OR '00'
002510        CONTINUE
002520     ELSE
002530        DISPLAY 'ERROR IN OPENING STMMEMO:' WS-MEMO-STATUS
002540        PERFORM 9999-ABEND THRU 9999-EXIT
002550     END-IF
002560     OPEN OUTPUT CONTROL-REPORT
002570*
002580     OPEN I-O RUN-CONTROL
002590     IF WS-RUNC-STATUS = SPACES OR '00'
002600        SET RUN-CONTROL-AVAILABLE TO TRUE
002610        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002620     ELSE
002630        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002640     END-IF
002650*
002660     MOVE SPACES                 TO STMT-MEMO-RECORD
002670     SET SMM-HEADER              TO TRUE
002680     MOVE ZEROES                 TO SMM-ACCT-ID
002690     MOVE WS-BUS-CCYYMMDD        TO SMM-CUT-DATE
002700     MOVE WS-ISSUER-ID           TO SMM-ISSUER-ID
002710     MOVE ZEROES                 TO SMM-TOT-ACCOUNTS
002720                                    SMM-TOT-HOLDS
002730                                    SMM-TOT-HELD-AMT
002740                                    SMM-TOT-RECORDS
002750     PERFORM 6000-WRITE-MEMO     THRU 6000-EXIT
002760*
002770     MOVE SPACES TO WS-PRINT-LINE
002780     STRING 'CBSTMMEM STATEMENT PENDING-HOLD MEMO - CYCLE CUT '
002790            WS-BUS-CCYYMMDD
002800            DELIMITED BY SIZE INTO WS-PRINT-LINE
002810     END-STRING
002820     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002830*
002840     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002850     DISPLAY '*-------------------------------------*'
002860     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002870     DISPLAY 'CYCLE CUT DATE         :' WS-BUS-CCYYMMDD
002880     .
002890 1000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------*
002920 1100-READ-NEXT-PARM.
002930*----------------------------------------------------------------*
002940     READ PARM-FILE
002950         AT END GO TO 1100-EXIT
002960     END-READ
002970     EVALUATE PARM-RECORD(1:8)
002980         WHEN 'CUTDATE='
002990             IF PARM-RECORD(9:8) IS NUMERIC
003000                MOVE PARM-RECORD(9:8)  TO WS-BUS-CCYYMMDD
003010                DISPLAY 'CYCLE CUT DATE FROM STMPARMS: '
003020                        WS-BUS-CCYYMMDD
003030             END-IF
003040         WHEN OTHER
003050             CONTINUE
003060     END-EVALUATE
003070     .
003080 1100-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------*
003110*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
003120*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE.            *
003130*----------------------------------------------------------------*
003140 1250-READ-BUSINESS-DATE.
003150*----------------------------------------------------------------*
003160     OPEN INPUT PROC-CALENDAR
003170     IF WS-PCAL-STATUS = SPACES OR '00'
003180        MOVE 'C'             TO PCAL-REC-TYPE
003190        MOVE '00000000'      TO PCAL-KEY-DATE
003200        READ PROC-CALENDAR
003210        IF WS-PCAL-STATUS = '00'
003220           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
003230           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
003240                   PCAL-BUSINESS-DATE
003250        END-IF
003260        CLOSE PROC-CALENDAR
003270     ELSE
003280        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
003290     END-IF
003300     .
003310 1250-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------*
003340*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
003350*    IS STAMPED AT END.                                          *
003360*----------------------------------------------------------------*
003370 1300-MARK-RUN-START.
003380*----------------------------------------------------------------*
003390     ACCEPT WS-RUN-TIME      FROM TIME
003400     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003410     READ RUN-CONTROL
003420     IF WS-RUNC-STATUS NOT = '00'
003430        MOVE SPACES          TO RUN-CONTROL-RECORD
003440        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003450     END-IF
003460     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003470     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003480     MOVE SPACES             TO RUNC-END-TIME
003490     SET  RUNC-RUNNING       TO TRUE
003500     MOVE ZEROES             TO RUNC-RECORD-COUNT
003510     IF WS-RUNC-STATUS = '00'
003520        REWRITE RUN-CONTROL-RECORD
003530     ELSE
003540        WRITE RUN-CONTROL-RECORD
003550     END-IF
003560     .
003570 1300-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600*    THE RECORD COUNT IS THE HOLDS LISTED FOR THE PRINT VENDOR.  *
003610*----------------------------------------------------------------*
003620 1400-MARK-RUN-END.
003630*----------------------------------------------------------------*
003640     IF RUN-CONTROL-AVAILABLE
003650        ACCEPT WS-RUN-TIME   FROM TIME
003660        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003670        READ RUN-CONTROL
003680        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003690        SET  RUNC-COMPLETE   TO TRUE
003700        MOVE WS-RPT-HOLDS    TO RUNC-RECORD-COUNT
003710        REWRITE RUN-CONTROL-RECORD
003720        IF WS-RUNC-STATUS NOT = '00'
003730           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003740        END-IF
003750     END-IF
003760     .
003770 1400-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------*
003800*    THE DAY OF THE MONTH BEING CUT AND THE MONTH'S LAST DAY -   *
003810*    ON THE LAST DAY EVERY CYCLE DAY BEYOND IT CUTS AS WELL.     *
003820*----------------------------------------------------------------*
003830 1500-FIND-CUT-DAY.
003840*----------------------------------------------------------------*
003850     MOVE WS-BUS-CCYYMMDD        TO WS-BUS-DATE
003860     MOVE WS-BUS-DD              TO WS-CUT-DD
003870     MOVE WS-BUS-MONTH-DAYS(WS-BUS-MM) TO WS-LAST-DD
003880     IF WS-BUS-MM = 2
003890        DIVIDE WS-BUS-YY BY 4
003900            GIVING WS-BUS-LEAP-QUOT
003910            REMAINDER WS-BUS-LEAP-REM
003920        IF WS-BUS-LEAP-REM = 0
003930           MOVE 29               TO WS-LAST-DD
003940        END-IF
003950     END-IF
003960     .
003970 1500-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000 2000-PROCESS-NEXT-ACCOUNT.
004010*----------------------------------------------------------------*
004020     READ CYCLE-FILE
004030         AT END GO TO 2000-EXIT
004040     END-READ
004050     ADD 1 TO WS-RPT-CYCLE-READ
004060     IF STCY-ACCT-CLOSED
004070        OR STCY-CYCLE-DAY NOT NUMERIC
004080        OR STCY-CYCLE-DAY = 0
004090        OR STCY-CYCLE-DAY > 31
004100        GO TO 2000-EXIT
004110     END-IF
004120     IF STCY-CYCLE-DAY = WS-CUT-DD
004130        CONTINUE
004140     ELSE
004150        IF WS-CUT-DD = WS-LAST-DD
004160           AND STCY-CYCLE-DAY > WS-LAST-DD
004170           CONTINUE
004180        ELSE
004190           GO TO 2000-EXIT
004200        END-IF
004210     END-IF
004220*
004230     MOVE STCY-CYCLE-DAY         TO WS-CYC-IDX
004240     ADD 1                       TO WS-RPT-ACCTS-CUT
004250     ADD 1                       TO WS-CYC-ACCOUNTS(WS-CYC-IDX)
004260     MOVE 0                      TO WS-ACCT-HOLDS
004270                                    WS-ACCT-HELD-AMT
004280     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
004290          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = STCY-ACCT-ID))
004300          INTO   (PENDING-AUTH-SUMMARY)
004310     END-EXEC
004320     MOVE DIBSTAT                TO IMS-RETURN-CODE
004330     IF NOT STATUS-OK
004340        ADD 1 TO WS-RPT-NO-ROOT
004350        GO TO 2000-EXIT
004360     END-IF
004370     MOVE 'N'                    TO WS-DETAIL-EOF-SW
004380     PERFORM 3000-LIST-NEXT-HOLD THRU 3000-EXIT
004390         UNTIL DETAIL-SEG-EOF
004400     IF WS-ACCT-HOLDS = 0
004410        GO TO 2000-EXIT
004420     END-IF
004430*
004440     MOVE SPACES                 TO STMT-MEMO-RECORD
004450     SET SMM-ACCOUNT-TOTAL       TO TRUE
004460     MOVE STCY-ACCT-ID           TO SMM-ACCT-ID
004470     MOVE WS-ACCT-HOLDS          TO SMM-ACCT-HOLD-CNT
004480     MOVE WS-ACCT-HELD-AMT       TO SMM-ACCT-HELD-AMT
004490     MOVE STCY-CYCLE-DAY         TO SMM-CYCLE-DAY
004500     PERFORM 6000-WRITE-MEMO     THRU 6000-EXIT
004510     ADD 1                       TO WS-RPT-ACCTS-HELD
004520     ADD 1                       TO WS-CYC-ACCTS-HELD(WS-CYC-IDX)
004530     .
004540 2000-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------*
004570*    AN OPEN HOLD IS AN APPROVED DETAIL THAT IS NOT A REFUND. A  *
004580*    PARTLY SETTLED HOLD STILL HOLDS ONLY ITS UNSETTLED PART.    *
004590*----------------------------------------------------------------*
004600 3000-LIST-NEXT-HOLD.
004610*----------------------------------------------------------------*
004620     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
004630         SEGMENT (PAUTDTL1)
004640         INTO (PENDING-AUTH-DETAILS)
004650     END-EXEC
004660     MOVE DIBSTAT                TO IMS-RETURN-CODE
004670     IF NOT STATUS-OK
004680        SET DETAIL-SEG-EOF       TO TRUE
004690        GO TO 3000-EXIT
004700     END-IF
004710     IF NOT PA-AUTH-APPROVED
004720        OR PA-PROCESSING-CODE(1:2) = '20'
004730        GO TO 3000-EXIT
004740     END-IF
004750     MOVE PA-APPROVED-AMT        TO WS-HELD-AMT
004760     IF PA-MATCH-STATUS = 'P'
004770        AND PA-SETTLED-TO-DATE-AMT IS NUMERIC
004780        SUBTRACT PA-SETTLED-TO-DATE-AMT FROM WS-HELD-AMT
004790     END-IF
004800     IF WS-HELD-AMT NOT > 0
004810        GO TO 3000-EXIT
004820     END-IF
004830     PERFORM 3100-FIND-RELEASE-DATE THRU 3100-EXIT
004840*
004850     MOVE SPACES                 TO STMT-MEMO-RECORD
004860     SET SMM-DETAIL              TO TRUE
004870     MOVE STCY-ACCT-ID           TO SMM-ACCT-ID
004880     MOVE PA-AUTH-ORIG-DATE      TO SMM-AUTH-DATE
004890     MOVE PA-MERCHANT-NAME       TO SMM-MERCHANT-NAME
004900     MOVE PA-MERCHANT-CITY       TO SMM-MERCHANT-CITY
004910     MOVE PA-APPROVED-AMT        TO SMM-APPROVED-AMT
004920     MOVE WS-HELD-AMT            TO SMM-HELD-AMT
004930     MOVE WS-REL-DATE            TO SMM-RELEASE-DATE
004940     PERFORM 6000-WRITE-MEMO     THRU 6000-EXIT
004950*
004960     ADD 1                       TO WS-ACCT-HOLDS
004970     ADD WS-HELD-AMT             TO WS-ACCT-HELD-AMT
004980     ADD 1                       TO WS-RPT-HOLDS
004990     ADD WS-HELD-AMT             TO WS-TOT-HELD-AMT
005000     ADD 1                       TO WS-CYC-HOLDS(WS-CYC-IDX)
005010     ADD WS-HELD-AMT             TO WS-CYC-HELD-AMT(WS-CYC-IDX)
005020     .
005030 3000-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------*
005060*    THE PURGE AGES A HOLD OUT ONCE IT IS THE AUTH TYPE'S EXPIRY *
005070*    DAYS OLD - AUTH DATE (YYDDD) PLUS THOSE DAYS, TURNED BACK   *
005080*    INTO A CALENDAR DATE.                                       *
005090*----------------------------------------------------------------*
005100 3100-FIND-RELEASE-DATE.
005110*----------------------------------------------------------------*
005120     SET WS-EXP-IDX TO 1
005130     SEARCH WS-EXPIRY-ENTRY
005140         AT END
005150             SET WS-EXP-IDX TO WS-EXPIRY-TABLE-MAX
005160         WHEN WS-EXP-AUTH-TYPE(WS-EXP-IDX) = PA-AUTH-TYPE
005170             CONTINUE
005180     END-SEARCH
005190     MOVE WS-EXP-DAYS(WS-EXP-IDX) TO WS-EXPIRY-DAYS
005200*
005210     COMPUTE WS-AUTH-YYDDD = 99999 - PA-AUTH-DATE-9C
005220     DIVIDE WS-AUTH-YYDDD BY 1000
005230         GIVING WS-REL-YY
005240         REMAINDER WS-REL-DDD
005250     ADD WS-EXPIRY-DAYS          TO WS-REL-DDD
005260     PERFORM 3110-SET-YEAR-DAYS  THRU 3110-EXIT
005270     PERFORM 3120-ROLL-YEAR      THRU 3120-EXIT
005280         UNTIL WS-REL-DDD NOT > WS-REL-YEAR-DAYS
005290     MOVE 1                      TO WS-REL-MM
005300     PERFORM 3130-SET-MONTH-DAYS THRU 3130-EXIT
005310     PERFORM 3140-ROLL-MONTH     THRU 3140-EXIT
005320         UNTIL WS-REL-DDD NOT > WS-REL-MONTH-DAYS
005330     MOVE WS-REL-YY              TO WS-REL-YY-OUT
005340     MOVE WS-REL-MM              TO WS-REL-MM-OUT
005350     MOVE WS-REL-DDD             TO WS-REL-DD-OUT
005360     .
005370 3100-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------*
005400 3110-SET-YEAR-DAYS.
005410*----------------------------------------------------------------*
005420     DIVIDE WS-REL-YY BY 4
005430         GIVING WS-REL-LEAP-QUOT
005440         REMAINDER WS-REL-LEAP-REM
005450     IF WS-REL-LEAP-REM = 0
005460        MOVE 366                 TO WS-REL-YEAR-DAYS
005470     ELSE
005480        MOVE 365                 TO WS-REL-YEAR-DAYS
005490     END-IF
005500     .
005510 3110-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------*
005540 3120-ROLL-YEAR.
005550*----------------------------------------------------------------*
005560     SUBTRACT WS-REL-YEAR-DAYS   FROM WS-REL-DDD
005570     IF WS-REL-YY = 99
005580        MOVE 0                   TO WS-REL-YY
005590     ELSE
005600        ADD 1                    TO WS-REL-YY
005610     END-IF
005620     PERFORM 3110-SET-YEAR-DAYS  THRU 3110-EXIT
005630     .
005640 3120-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------*
005670 3130-SET-MONTH-DAYS.
005680*----------------------------------------------------------------*
005690     MOVE WS-BUS-MONTH-DAYS(WS-REL-MM) TO WS-REL-MONTH-DAYS
005700     IF WS-REL-MM = 2
005710        AND WS-REL-YEAR-DAYS = 366
005720        MOVE 29                  TO WS-REL-MONTH-DAYS
005730     END-IF
005740     .
005750 3130-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------*
005780 3140-ROLL-MONTH.
005790*----------------------------------------------------------------*
005800     SUBTRACT WS-REL-MONTH-DAYS  FROM WS-REL-DDD
005810     ADD 1                       TO WS-REL-MM
005820     PERFORM 3130-SET-MONTH-DAYS THRU 3130-EXIT
005830     .
005840 3140-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------*
005870 6000-WRITE-MEMO.
005880*----------------------------------------------------------------*
005890     WRITE STMT-MEMO-RECORD
005900     IF WS-MEMO-STATUS NOT = '00'
005910        DISPLAY 'ERROR WRITING STMMEMO:' WS-MEMO-STATUS
005920        PERFORM 9999-ABEND THRU 9999-EXIT
005930     END-IF
005940     ADD 1                       TO WS-RPT-RECORDS
005950     .
005960 6000-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------*
005990*    THE TRAILER'S RECORD COUNT INCLUDES THE HEADER AND ITSELF.  *
006000*----------------------------------------------------------------*
006010 7000-WRITE-TRAILER.
006020*----------------------------------------------------------------*
006030     MOVE SPACES                 TO STMT-MEMO-RECORD
006040     SET SMM-TRAILER             TO TRUE
006050     MOVE ZEROES                 TO SMM-ACCT-ID
006060     MOVE WS-BUS-CCYYMMDD        TO SMM-CUT-DATE
006070     MOVE WS-ISSUER-ID           TO SMM-ISSUER-ID
006080     MOVE WS-RPT-ACCTS-HELD      TO SMM-TOT-ACCOUNTS
006090     MOVE WS-RPT-HOLDS           TO SMM-TOT-HOLDS
006100     MOVE WS-TOT-HELD-AMT        TO SMM-TOT-HELD-AMT
006110     COMPUTE SMM-TOT-RECORDS = WS-RPT-RECORDS + 1
006120     PERFORM 6000-WRITE-MEMO     THRU 6000-EXIT
006130     .
006140 7000-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------*
006170 8000-PRINT-SUMMARY.
006180*----------------------------------------------------------------*
006190     MOVE SPACES TO WS-PRINT-LINE
006200     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006210     MOVE SPACES TO WS-PRINT-LINE
006220     STRING 'CYCLE DAY    ACCOUNTS CUT  WITH HOLDS'
006230            '   OPEN HOLDS         HELD AMOUNT'
006240            DELIMITED BY SIZE INTO WS-PRINT-LINE
006250     END-STRING
006260     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006270     PERFORM 8100-PRINT-CYCLE-DAY THRU 8100-EXIT
006280         VARYING WS-CYC-IDX FROM 1 BY 1 UNTIL WS-CYC-IDX > 31
006290*
006300     MOVE SPACES TO WS-PRINT-LINE
006310     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006320     MOVE WS-RPT-CYCLE-READ TO WS-CNT-DIS
006330     MOVE SPACES TO WS-PRINT-LINE
006340     STRING 'STATEMENT-CYCLE ROWS READ ..........: ' WS-CNT-DIS
006350            DELIMITED BY SIZE INTO WS-PRINT-LINE
006360     END-STRING
006370     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006380     MOVE WS-RPT-ACCTS-CUT TO WS-CNT-DIS
006390     MOVE SPACES TO WS-PRINT-LINE
006400     STRING 'ACCOUNTS CUTTING TODAY .............: ' WS-CNT-DIS
006410            DELIMITED BY SIZE INTO WS-PRINT-LINE
006420     END-STRING
006430     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006440     MOVE WS-RPT-NO-ROOT TO WS-CNT-DIS
006450     MOVE SPACES TO WS-PRINT-LINE
006460     STRING '  NOTHING PENDING IN PAUTB .........: ' WS-CNT-DIS
006470            DELIMITED BY SIZE INTO WS-PRINT-LINE
006480     END-STRING
006490     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006500     MOVE WS-RPT-ACCTS-HELD TO WS-CNT-DIS
006510     MOVE SPACES TO WS-PRINT-LINE
006520     STRING '  WITH OPEN HOLDS (MEMO SECTION) ...: ' WS-CNT-DIS
006530            DELIMITED BY SIZE INTO WS-PRINT-LINE
006540     END-STRING
006550     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006560     MOVE WS-RPT-HOLDS TO WS-CNT-DIS
006570     MOVE WS-TOT-HELD-AMT TO WS-AMT-DIS
006580     MOVE SPACES TO WS-PRINT-LINE
006590     STRING 'OPEN HOLDS LISTED ..................: ' WS-CNT-DIS
006600            ' ' WS-AMT-DIS
006610            DELIMITED BY SIZE INTO WS-PRINT-LINE
006620     END-STRING
006630     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006640     MOVE WS-RPT-RECORDS TO WS-CNT-DIS
006650     MOVE SPACES TO WS-PRINT-LINE
006660     STRING 'STMMEMO RECORDS WRITTEN ............: ' WS-CNT-DIS
006670            DELIMITED BY SIZE INTO WS-PRINT-LINE
006680     END-STRING
006690     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006700     .
006710 8000-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------*
006740 8100-PRINT-CYCLE-DAY.
006750*----------------------------------------------------------------*
006760     IF WS-CYC-ACCOUNTS(WS-CYC-IDX) = 0
006770        GO TO 8100-EXIT
006780     END-IF
006790     MOVE WS-CYC-IDX                     TO WS-DAY-DIS
006800     MOVE WS-CYC-ACCOUNTS(WS-CYC-IDX)    TO WS-CNT-DIS
006810     MOVE WS-CYC-ACCTS-HELD(WS-CYC-IDX)  TO WS-CNT2-DIS
006820     MOVE WS-CYC-HOLDS(WS-CYC-IDX)       TO WS-CNT3-DIS
006830     MOVE WS-CYC-HELD-AMT(WS-CYC-IDX)    TO WS-AMT-DIS
006840     MOVE SPACES TO WS-PRINT-LINE
006850     STRING '       ' WS-DAY-DIS '  ' WS-CNT-DIS ' ' WS-CNT2-DIS
006860            '  ' WS-CNT3-DIS ' ' WS-AMT-DIS
006870            DELIMITED BY SIZE INTO WS-PRINT-LINE
006880     END-STRING
006890     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006900     .
006910 8100-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------*
006940 9000-FILE-CLOSE.
006950*----------------------------------------------------------------*
006960     CLOSE CYCLE-FILE
006970     CLOSE MEMO-FILE
006980     IF RUN-CONTROL-AVAILABLE
006990        CLOSE RUN-CONTROL
007000     END-IF
007010     CLOSE CONTROL-REPORT
007020     .
007030 9000-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------*
007060 9999-ABEND.
007070*----------------------------------------------------------------*
007080     DISPLAY 'CBSTMMEM ABENDING DUE TO FILE ERROR'
007090     MOVE 16 TO RETURN-CODE
007100     GOBACK
007110     .
007120 9999-EXIT.
007130     EXIT.
