000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBHLDREL.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-03-12.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBHLDREL - NIGHTLY ACQUIRER HOLD-RELEASE ADVICE PROCESSING  *
000090*    READS THE RELEASE-ADVICE FILE THE HOTEL AND CAR-RENTAL      *
000100*    ACQUIRERS SEND (RELADVIC - AUTHORIZATIONS THEY WILL NEVER   *
000110*    SETTLE) AND MATCHES EACH ADVICE TO ITS PENDING-AUTH DETAIL  *
000120*    IN PAUTB BY TRANSACTION ID, CARD AND MERCHANT. A MATCHED    *
000130*    HOLD IS RELEASED THE WAY THE PURGE (CBPAUP0C) RELEASES AN   *
000140*    EXPIRED ONE: THE PAUTSMRY RUNNING COUNTS ARE REVERSED, A    *
000150*    PENDING INSTALMENT PLAN LAPSES, THE MCC HOLD ESTIMATE IS    *
000160*    VOIDED, PREPAID VALUE AND DEBIT HOLDS GO BACK TO PREPBAL    *
000170*    AND DDABAL, THE DETAIL IS DELETED AND A CHANGE-CAPTURE      *
000180*    'DELETE' IS WRITTEN - SO THE CUSTOMER'S OPEN-TO-BUY COMES   *
000190*    BACK THE NIGHT THE ACQUIRER LETS GO, NOT WHEN THE PURGE     *
000200*    AGES IT OUT. EVERY RELEASE IS LISTED ON RELRPT; ADVICES     *
000210*    THAT CANNOT BE MATCHED OR RELEASED GO TO THE RELEXCP        *
000220*    EXCEPTION REPORT. 'RELEASE=N' ON RELPARMS MATCHES AND       *
000230*    REPORTS WITHOUT RELEASING.                                  *
000240*----------------------------------------------------------------*
000250*                MODIFICATION HISTORY                            *
000260* DATE       INIT DESCRIPTION                                    *
000270* 2028-03-12  RKA INITIAL VERSION                                *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-ZOS.
000320 OBJECT-COMPUTER. IBM-ZOS.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ADVICE-FILE    ASSIGN TO RELADVIC
000360         ORGANIZATION IS SEQUENTIAL
000370         ACCESS MODE  IS SEQUENTIAL
000380         FILE STATUS  IS WS-ADV-STATUS.
000390*
000400     SELECT XREF-FILE      ASSIGN TO CARDXREF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS RANDOM
000430         RECORD KEY   IS XREF-CARD-NUM
000440         FILE STATUS  IS WS-XREF-STATUS.
000450*
000460     SELECT PAN-VAULT      ASSIGN TO PANVAULT
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE  IS RANDOM
000490         RECORD KEY   IS TOKP-CARD-NUM
000500         FILE STATUS  IS WS-PANV-STATUS.
000510*
000520     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS RANDOM
000550         RECORD KEY   IS PCAL-KEY
000560         FILE STATUS  IS WS-PCAL-STATUS.
000570*
000580     SELECT PREPAID-BAL    ASSIGN TO PREPBAL
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE  IS RANDOM
000610         RECORD KEY   IS PPB-CARD-NUM
000620         FILE STATUS  IS WS-PPBAL-STATUS.
000630*
000640     SELECT DDA-BAL        ASSIGN TO DDABAL
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE  IS RANDOM
000670         RECORD KEY   IS DDA-ACCT-ID
000680         FILE STATUS  IS WS-DDABAL-STATUS.
000690*
000700     SELECT INSTALMENT-PLAN-FILE ASSIGN TO INSTPLAN
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE  IS RANDOM
000730         RECORD KEY   IS IPLN-KEY
000740         FILE STATUS  IS WS-INSPL-STATUS.
000750*
000760     SELECT HOLD-ESTIMATE-FILE ASSIGN TO HOLDEST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE  IS RANDOM
000790         RECORD KEY   IS HLE-KEY
000800         FILE STATUS  IS WS-HLEST-STATUS.
000810*
000820     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE  IS RANDOM
000850         RECORD KEY   IS RUNC-JOB-NAME
000860         FILE STATUS  IS WS-RUNC-STATUS.
000870*
000880     SELECT CDC-FILE       ASSIGN TO CDCOUT
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE  IS SEQUENTIAL
000910         FILE STATUS  IS WS-CDC-STATUS.
000920*
000930     SELECT RELEASE-REPORT ASSIGN TO RELRPT
000940         ORGANIZATION IS SEQUENTIAL
000950         ACCESS MODE  IS SEQUENTIAL
000960         FILE STATUS  IS WS-RPT-STATUS.
000970*
000980     SELECT EXCEPTION-REPORT ASSIGN TO RELEXCP
000990         ORGANIZATION IS SEQUENTIAL
001000         ACCESS MODE  IS SEQUENTIAL
001010         FILE STATUS  IS WS-EXC-STATUS.
001020*
001030     SELECT PARM-FILE      ASSIGN TO RELPARMS
001040         ORGANIZATION IS SEQUENTIAL
001050         ACCESS MODE  IS SEQUENTIAL
001060         FILE STATUS  IS WS-PARM-STATUS.
001070*----------------------------------------------------------------*
001080 DATA DIVISION.
001090*----------------------------------------------------------------*
001100 FILE SECTION.
001110 FD  ADVICE-FILE
001120     RECORDING MODE IS F.
001130 COPY CVRELADY.
001140*
001150 FD  XREF-FILE
001160     RECORDING MODE IS F.
001170 01  CARD-XREF-RECORD.
001180 COPY CVACT03Y.
001190*
001200 FD  PAN-VAULT
001210     RECORDING MODE IS F.
001220 COPY CVTOKPVY.
001230*
001240 FD  PROC-CALENDAR
001250     RECORDING MODE IS F.
001260 COPY CVPRCALY.
001270*
001280 FD  PREPAID-BAL
001290     RECORDING MODE IS F.
001300 COPY CVPPBALY.
001310*
001320 FD  DDA-BAL
001330     RECORDING MODE IS F.
001340 COPY CVDDABLY.
001350*
001360 FD  INSTALMENT-PLAN-FILE
001370     RECORDING MODE IS F.
001380 COPY CVINSPLY.
001390*
001400 FD  HOLD-ESTIMATE-FILE
001410     RECORDING MODE IS F.
001420 COPY CVHLDESY.
001430*
001440 FD  RUN-CONTROL
001450     RECORDING MODE IS F.
001460 COPY CVRUNCTY.
001470*
001480 FD  CDC-FILE
001490     RECORDING MODE IS F.
001500 COPY CVCDCFDY.
001510*
001520 FD  RELEASE-REPORT
001530     RECORDING MODE IS F.
001540 01  RELEASE-REPORT-LINE         PIC X(132).
001550*
001560 FD  EXCEPTION-REPORT
001570     RECORDING MODE IS F.
001580 01  EXCEPTION-REPORT-LINE       PIC X(132).
001590*
001600 FD  PARM-FILE
001610     RECORDING MODE IS F.
001620 01  PARM-RECORD                 PIC X(80).
001630*----------------------------------------------------------------*
001640 WORKING-STORAGE SECTION.
001650*----------------------------------------------------------------*
001660 01  WS-VARIABLES.
001670     05  WS-PGMNAME                 PIC X(08) VALUE 'CBHLDREL'.
001680     05  CURRENT-DATE               PIC 9(06).
001690     05  WS-TODAY-CCYYMMDD          PIC X(08).
001700     05  WS-RUN-TIME                PIC 9(08).
001710     05  WS-ACCT-ID                 PIC 9(11).
001720     05  WS-CARD-TOKEN              PIC X(16).
001730     05  WS-RESTORE-AMT             PIC S9(09)V99 COMP-3.
001740*
001750 01  WS-FILE-STATUSES.
001760     05  WS-ADV-STATUS              PIC X(02).
001770         88  ADV-EOF                        VALUE '10'.
001780     05  WS-XREF-STATUS             PIC X(02).
001790         88  XREF-FOUND                     VALUE '00'.
001800     05  WS-PANV-STATUS             PIC X(02).
001810         88  PANV-FOUND                     VALUE '00'.
001820     05  WS-PCAL-STATUS             PIC X(02).
001830     05  WS-PPBAL-STATUS            PIC X(02).
001840         88  PPBAL-FOUND                    VALUE '00'.
001850     05  WS-DDABAL-STATUS           PIC X(02).
001860         88  DDABAL-FOUND                   VALUE '00'.
001870     05  WS-INSPL-STATUS            PIC X(02).
001880         88  INSPL-FOUND                    VALUE '00'.
001890     05  WS-INSPL-AVAIL-SW          PIC X(01) VALUE 'Y'.
001900         88  INSPL-AVAILABLE                VALUE 'Y'.
001910         88  INSPL-NOT-AVAILABLE            VALUE 'N'.
001920     05  WS-HLEST-STATUS            PIC X(02).
001930         88  HLEST-FOUND                    VALUE '00'.
001940     05  WS-HLEST-AVAIL-SW          PIC X(01) VALUE 'Y'.
001950         88  HLEST-AVAILABLE                VALUE 'Y'.
001960         88  HLEST-NOT-AVAILABLE            VALUE 'N'.
001970     05  WS-RUNC-STATUS             PIC X(02).
001980     05  WS-CDC-STATUS              PIC X(02).
001990     05  WS-RPT-STATUS              PIC X(02).
002000     05  WS-EXC-STATUS              PIC X(02).
002010     05  WS-PARM-STATUS             PIC X(02).
002020 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
002030     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
002040*----------------------------------------------------------------*
002050*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)           *
002060*----------------------------------------------------------------*
002070 01  WS-RUN-PARMS.
002080     05  WS-RELEASE-SW              PIC X(01) VALUE 'Y'.
002090         88  RELEASE-MATCHED-HOLDS          VALUE 'Y'.
002100         88  MATCH-ONLY-MODE                VALUE 'N'.
002110*----------------------------------------------------------------*
002120*    PER-ADVICE MATCH STATE. WHEN THE ADVICE CANNOT BE RELEASED  *
002130*    WS-EXCEPTION-TEXT SAYS WHY.                                 *
002140*----------------------------------------------------------------*
002150 01  WS-MATCH-CONTROL.
002160     05  WS-MATCH-SW                PIC X(01).
002170         88  ADVICE-MATCHED                 VALUE 'M'.
002180         88  ADVICE-UNMATCHED               VALUE 'N'.
002190     05  WS-DETAIL-EOF-SW           PIC X(01).
002200         88  DETAIL-SEG-EOF                 VALUE 'Y'.
002210     05  WS-EXCEPTION-TEXT          PIC X(30).
002220*----------------------------------------------------------------*
002230*    RUN ACCUMULATORS                                            *
002240*----------------------------------------------------------------*
002250 01  WS-REPORT-COUNTERS.
002260     05  WS-RPT-ADVICES-READ        PIC S9(9) COMP-3 VALUE 0.
002270     05  WS-RPT-MATCHED             PIC S9(9) COMP-3 VALUE 0.
002280     05  WS-RPT-RELEASED            PIC S9(9) COMP-3 VALUE 0.
002290     05  WS-RPT-RELEASED-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
002300     05  WS-RPT-EXCEPTIONS          PIC S9(9) COMP-3 VALUE 0.
002310     05  WS-RPT-NO-VAULT            PIC S9(9) COMP-3 VALUE 0.
002320     05  WS-RPT-NO-CARD-XREF        PIC S9(9) COMP-3 VALUE 0.
002330     05  WS-RPT-NO-HOLD             PIC S9(9) COMP-3 VALUE 0.
002340     05  WS-RPT-NOT-RELEASABLE      PIC S9(9) COMP-3 VALUE 0.
002350     05  WS-RPT-PREPAID-RESTORED    PIC S9(9) COMP-3 VALUE 0.
002360     05  WS-RPT-DDA-RESTORED        PIC S9(9) COMP-3 VALUE 0.
002370     05  WS-RPT-PLANS-LAPSED        PIC S9(9) COMP-3 VALUE 0.
002380     05  WS-RPT-ESTS-VOIDED         PIC S9(9) COMP-3 VALUE 0.
002390*----------------------------------------------------------------*
002400 01  WS-PRINT-LINE                 PIC X(132).
002410 01  WS-DISPLAY-FIELDS.
002420     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002430     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
002440     05  WS-TOT-DIS                 PIC ZZZ,ZZZ,ZZ9.99-.
002450*----------------------------------------------------------------*
002460*    DLI / PCB CONTROL INFORMATION                               *
002470*----------------------------------------------------------------*
002480 01  WS-IMS-CONTROL.
002490     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTM'.
002500     05  PCB-OFFSET.
002510         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002520     05  IMS-RETURN-CODE                 PIC X(02).
002530         88  STATUS-OK                    VALUE '  ', 'FW'.
002540         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002550         88  END-OF-DB                    VALUE 'GB'.
002560     05  DIBSTAT                         PIC X(02).
002570*----------------------------------------------------------------*
002580*    IMS SEGMENT LAYOUT                                          *
002590*----------------------------------------------------------------*
002600*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
002610 01 PENDING-AUTH-SUMMARY.
002620 COPY CIPAUSMY.
002630*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002640 01 PENDING-AUTH-DETAILS.
002650 COPY CIPAUDTY.
002660*----------------------------------------------------------------*
002670 LINKAGE SECTION.
002680 01  PAUTBPCB                       PIC X(100).
002690*----------------------------------------------------------------*
002700 PROCEDURE DIVISION                  USING PAUTBPCB.
002710*----------------------------------------------------------------*
002720 MAIN-PARA.
002730     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002740*
002750     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002760*
002770     PERFORM 2000-PROCESS-NEXT-ADVICE THRU 2000-EXIT
002780         UNTIL ADV-EOF
002790*
002800     PERFORM 8000-PRINT-RELEASE-SUMMARY THRU 8000-EXIT
002810     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002820*
002830     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002840*
002850     GOBACK.
002860*----------------------------------------------------------------*
002870 1000-INITIALIZE.
002880*----------------------------------------------------------------*
002890     ACCEPT CURRENT-DATE     FROM DATE
002900     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002910     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002920     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002930*
002940     OPEN INPUT  PARM-FILE
002950     IF WS-PARM-STATUS = '00'
002960        PERFORM 1100-READ-PARMS THRU 1100-EXIT
002970        CLOSE PARM-FILE
002980     ELSE
002990        DISPLAY 'RELPARMS NOT AVAILABLE - USING DEFAULTS'
003000     END-IF
003010*
003020     OPEN INPUT  ADVICE-FILE
003030     IF WS-ADV-STATUS = SPACES OR '00'
003040        CONTINUE
003050     ELSE
003060        DISPLAY 'ERROR IN OPENING RELADVIC:' WS-ADV-STATUS
003070        PERFORM 9999-ABEND THRU 9999-EXIT
003080     END-IF
003090*
003100     OPEN INPUT  XREF-FILE
003110     OPEN INPUT  PAN-VAULT
003120     OPEN OUTPUT CDC-FILE
003130     OPEN OUTPUT RELEASE-REPORT
003140     OPEN OUTPUT EXCEPTION-REPORT
003150     OPEN I-O    PREPAID-BAL
003160     IF WS-PPBAL-STATUS = SPACES OR '00'
003170        CONTINUE
003180     ELSE
003190        DISPLAY 'PREPBAL NOT AVAILABLE - NO PREPAID RESTORES'
003200     END-IF
003210     OPEN I-O    DDA-BAL
003220     IF WS-DDABAL-STATUS = SPACES OR '00'
003230        CONTINUE
003240     ELSE
003250        DISPLAY 'DDABAL NOT AVAILABLE - NO DEBIT RESTORES'
003260     END-IF
003270     OPEN I-O    INSTALMENT-PLAN-FILE
003280     IF WS-INSPL-STATUS = SPACES OR '00'
003290        CONTINUE
003300     ELSE
003310        SET INSPL-NOT-AVAILABLE TO TRUE
003320        DISPLAY 'INSTPLAN NOT AVAILABLE - NO PLANS LAPSED'
003330     END-IF
003340     OPEN I-O    HOLD-ESTIMATE-FILE
003350     IF WS-HLEST-STATUS = SPACES OR '00'
003360        CONTINUE
003370     ELSE
003380        SET HLEST-NOT-AVAILABLE TO TRUE
003390        DISPLAY 'HOLDEST NOT AVAILABLE - NO ESTIMATES VOIDED'
003400     END-IF
003410     OPEN I-O    RUN-CONTROL
003420     IF WS-RUNC-STATUS = SPACES OR '00'
003430        SET RUN-CONTROL-AVAILABLE TO TRUE
003440        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003450     ELSE
003460        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003470     END-IF
003480*
003490     MOVE SPACES TO WS-PRINT-LINE
003500     STRING 'CBHLDREL ACQUIRER HOLD RELEASES - RUN DATE '
003510            CURRENT-DATE
003520            DELIMITED BY SIZE INTO WS-PRINT-LINE
003530     END-STRING
003540     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
003550     MOVE SPACES TO WS-PRINT-LINE
003560     STRING 'CBHLDREL UNRELEASED ACQUIRER ADVICES - RUN DATE '
003570            CURRENT-DATE
003580            DELIMITED BY SIZE INTO WS-PRINT-LINE
003590     END-STRING
003600     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
003610*
003620     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003630     DISPLAY '*-------------------------------------*'
003640     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003650     IF MATCH-ONLY-MODE
003660        DISPLAY 'RUN MODE               : MATCH ONLY'
003670     END-IF
003680     .
003690 1000-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720 1100-READ-PARMS.
003730*----------------------------------------------------------------*
003740     READ PARM-FILE
003750         AT END MOVE HIGH-VALUES TO PARM-RECORD
003760     END-READ
003770     PERFORM 1110-APPLY-PARM THRU 1110-EXIT
003780         UNTIL PARM-RECORD = HIGH-VALUES
003790     .
003800 1100-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------*
003830 1110-APPLY-PARM.
003840*----------------------------------------------------------------*
003850     IF PARM-RECORD(1:8) = 'RELEASE='
003860        AND PARM-RECORD(9:1) = 'Y' OR 'N'
003870        MOVE PARM-RECORD(9:1)  TO WS-RELEASE-SW
003880     END-IF
003890     READ PARM-FILE
003900         AT END MOVE HIGH-VALUES TO PARM-RECORD
003910     END-READ
003920     .
003930 1110-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
003960*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
003970*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE, SO THE     *
003980*    RELEASES BOOK TO THE RIGHT DAY EVEN WHEN THE CYCLE RUNS     *
003990*    PAST MIDNIGHT.                                              *
004000*----------------------------------------------------------------*
004010 1250-READ-BUSINESS-DATE.
004020*----------------------------------------------------------------*
004030     OPEN INPUT PROC-CALENDAR
004040     IF WS-PCAL-STATUS = SPACES OR '00'
004050        MOVE 'C'             TO PCAL-REC-TYPE
004060        MOVE '00000000'      TO PCAL-KEY-DATE
004070        READ PROC-CALENDAR
004080        IF WS-PCAL-STATUS = '00'
004090           MOVE PCAL-BUSINESS-DATE(3:6) TO CURRENT-DATE
004100           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
004110                   PCAL-BUSINESS-DATE
004120        END-IF
004130        CLOSE PROC-CALENDAR
004140     ELSE
004150        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
004160     END-IF
004170     .
004180 1250-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------*
004210 1300-MARK-RUN-START.
004220*----------------------------------------------------------------*
004230     ACCEPT WS-RUN-TIME      FROM TIME
004240     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004250     READ RUN-CONTROL
004260     IF WS-RUNC-STATUS NOT = '00'
004270        MOVE SPACES          TO RUN-CONTROL-RECORD
004280        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004290     END-IF
004300     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004310     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004320     MOVE SPACES             TO RUNC-END-TIME
004330     SET  RUNC-RUNNING       TO TRUE
004340     MOVE ZEROES             TO RUNC-RECORD-COUNT
004350     IF WS-RUNC-STATUS = '00'
004360        REWRITE RUN-CONTROL-RECORD
004370     ELSE
004380        WRITE RUN-CONTROL-RECORD
004390     END-IF
004400     .
004410 1300-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440 1400-MARK-RUN-END.
004450*----------------------------------------------------------------*
004460     IF RUN-CONTROL-AVAILABLE
004470        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004480        READ RUN-CONTROL
004490        ACCEPT WS-RUN-TIME   FROM TIME
004500        MOVE WS-RUN-TIME     TO RUNC-END-TIME
004510        SET  RUNC-COMPLETE   TO TRUE
004520        MOVE WS-RPT-RELEASED TO RUNC-RECORD-COUNT
004530        REWRITE RUN-CONTROL-RECORD
004540        IF WS-RUNC-STATUS NOT = '00'
004550           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
004560        END-IF
004570     END-IF
004580     .
004590 1400-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------*
004620 2000-PROCESS-NEXT-ADVICE.
004630*----------------------------------------------------------------*
004640     READ ADVICE-FILE
004650         AT END GO TO 2000-EXIT
004660     END-READ
004670     ADD 1 TO WS-RPT-ADVICES-READ
004680     PERFORM 3000-MATCH-ONE-ADVICE   THRU 3000-EXIT
004690     .
004700 2000-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------*
004730*    RESOLVE THE ADVICE'S CARD TO ITS VAULT TOKEN AND ACCOUNT,   *
004740*    THEN WALK THAT ACCOUNT'S DETAIL SEGMENTS FOR THE HOLD.      *
004750*----------------------------------------------------------------*
004760 3000-MATCH-ONE-ADVICE.
004770*----------------------------------------------------------------*
004780     SET ADVICE-UNMATCHED            TO TRUE
004790     MOVE SPACES                     TO WS-EXCEPTION-TEXT
004800*    ACQUIRERS SEND CLEAR CARD NUMBERS, BUT THE CROSS-REFERENCE
004810*    AND THE SEGMENTS CARRY VAULT TOKENS.
004820     IF RLA-CARD-NUM(1:2) = '99'
004830        MOVE RLA-CARD-NUM            TO WS-CARD-TOKEN
004840     ELSE
004850        MOVE RLA-CARD-NUM            TO TOKP-CARD-NUM
004860        READ PAN-VAULT
004870        IF PANV-FOUND
004880           MOVE TOKP-TOKEN           TO WS-CARD-TOKEN
004890        ELSE
004900           ADD 1 TO WS-RPT-NO-VAULT
004910           MOVE 'CARD NOT IN THE PAN VAULT'
004920                                     TO WS-EXCEPTION-TEXT
004930           PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
004940           GO TO 3000-EXIT
004950        END-IF
004960     END-IF
004970     MOVE WS-CARD-TOKEN              TO XREF-CARD-NUM
004980     READ XREF-FILE
004990     IF NOT XREF-FOUND
005000        ADD 1 TO WS-RPT-NO-CARD-XREF
005010        MOVE 'CARD NOT IN CARDXREF'  TO WS-EXCEPTION-TEXT
005020        PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
005030        GO TO 3000-EXIT
005040     END-IF
005050     MOVE XREF-ACCT-ID               TO WS-ACCT-ID
005060     PERFORM 3100-SEARCH-ACCOUNT-DETAILS THRU 3100-EXIT
005070     IF ADVICE-UNMATCHED
005080        ADD 1 TO WS-RPT-NO-HOLD
005090        MOVE 'NO PENDING HOLD MATCHES'
005100                                     TO WS-EXCEPTION-TEXT
005110        PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
005120        GO TO 3000-EXIT
005130     END-IF
005140     ADD 1 TO WS-RPT-MATCHED
005150     PERFORM 3300-CHECK-RELEASABLE   THRU 3300-EXIT
005160     IF WS-EXCEPTION-TEXT NOT = SPACES
005170        ADD 1 TO WS-RPT-NOT-RELEASABLE
005180        PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
005190        GO TO 3000-EXIT
005200     END-IF
005210     PERFORM 4000-RELEASE-HOLD       THRU 4000-EXIT
005220     .
005230 3000-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------*
005260*    POSITION ON THE ACCOUNT'S ROOT AND GNP THROUGH ITS DETAILS  *
005270*    UNTIL ONE CARRIES THE ADVICE'S TRANSACTION ID, CARD AND     *
005280*    MERCHANT. THE SEGMENTS ARE LEFT POSITIONED ON THAT DETAIL.  *
005290*----------------------------------------------------------------*
005300 3100-SEARCH-ACCOUNT-DETAILS.
005310*----------------------------------------------------------------*
005320     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
005330          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
005340          INTO   (PENDING-AUTH-SUMMARY)
005350     END-EXEC
005360     MOVE DIBSTAT                TO IMS-RETURN-CODE
005370     IF NOT STATUS-OK
005380        GO TO 3100-EXIT
005390     END-IF
005400*
005410     MOVE 'N'                    TO WS-DETAIL-EOF-SW
005420     PERFORM 3200-EXAMINE-NEXT-DETAIL THRU 3200-EXIT
005430         UNTIL DETAIL-SEG-EOF
005440            OR ADVICE-MATCHED
005450     .
005460 3100-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------*
005490 3200-EXAMINE-NEXT-DETAIL.
005500*----------------------------------------------------------------*
005510     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
005520         SEGMENT (PAUTDTL1)
005530         INTO (PENDING-AUTH-DETAILS)
005540     END-EXEC
005550     MOVE DIBSTAT                TO IMS-RETURN-CODE
005560     IF NOT STATUS-OK
005570        SET DETAIL-SEG-EOF       TO TRUE
005580        GO TO 3200-EXIT
005590     END-IF
005600     IF PA-TRANSACTION-ID = RLA-TRANSACTION-ID
005610        AND PA-CARD-NUM = WS-CARD-TOKEN
005620        AND PA-MERCHANT-ID = RLA-MERCHANT-ID
005630        SET ADVICE-MATCHED       TO TRUE
005640     END-IF
005650     .
005660 3200-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------*
005690*    A MATCHED DETAIL IS ONLY RELEASED WHEN IT IS STILL A HOLD:  *
005700*    APPROVED, NOT ALREADY SETTLED, AND NOT UNDER A CONFIRMED    *
005710*    FRAUD CASE (THE PURGE KEEPS THOSE FOR THE INVESTIGATION     *
005720*    TOO). ANYTHING ELSE GOES TO THE EXCEPTIONS WITH THE REASON. *
005730*----------------------------------------------------------------*
005740 3300-CHECK-RELEASABLE.
005750*----------------------------------------------------------------*
005760     EVALUATE TRUE
005770         WHEN NOT PA-AUTH-APPROVED
005780            MOVE 'AUTH WAS DECLINED - NO HOLD'
005790                                     TO WS-EXCEPTION-TEXT
005800         WHEN PA-MATCH-STATUS = 'M'
005810            MOVE 'HOLD ALREADY SETTLED'
005820                                     TO WS-EXCEPTION-TEXT
005830         WHEN PA-FRAUD-CONFIRMED
005840            MOVE 'CONFIRMED FRAUD - KEPT'
005850                                     TO WS-EXCEPTION-TEXT
005860         WHEN OTHER
005870            CONTINUE
005880     END-EVALUATE
005890     .
005900 3300-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------*
005930*    RELEASES THE MATCHED HOLD THE WAY CBPAUP0C RELEASES AN      *
005940*    EXPIRED ONE. IN MATCH-ONLY MODE THE HOLD IS ONLY LISTED.    *
005950*----------------------------------------------------------------*
005960 4000-RELEASE-HOLD.
005970*----------------------------------------------------------------*
005980     IF MATCH-ONLY-MODE
005990        PERFORM 5000-WRITE-RELEASE-LINE THRU 5000-EXIT
006000        GO TO 4000-EXIT
006010     END-IF
006020*    A RELEASED REFUND COMES OFF THE REFUND COUNTERS.
006030     IF PA-PROCESSING-CODE(1:2) = '20'
006040        SUBTRACT 1                   FROM PA-REFUND-AUTH-CNT
006050        SUBTRACT PA-APPROVED-AMT     FROM PA-REFUND-AUTH-AMT
006060     ELSE
006070        SUBTRACT 1                   FROM PA-APPROVED-AUTH-CNT
006080        SUBTRACT PA-APPROVED-AMT     FROM PA-APPROVED-AUTH-AMT
006090*    A PURCHASE THAT WILL NEVER POST CANNOT STAY ON AN INSTALMENT
006100*    PLAN, NOR CAN ITS MCC HOLD ESTIMATE KEEP HOLDING OPEN-TO-BUY.
006110        IF INSPL-AVAILABLE
006120           PERFORM 4080-LAPSE-INSTALMENT-PLAN THRU 4080-EXIT
006130        END-IF
006140        IF HLEST-AVAILABLE
006150           PERFORM 4085-VOID-HOLD-ESTIMATE THRU 4085-EXIT
006160        END-IF
006170     END-IF
006180     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
006190         SEGMENT (PAUTSMRY)
006200         FROM (PENDING-AUTH-SUMMARY)
006210     END-EXEC
006220     MOVE DIBSTAT                    TO IMS-RETURN-CODE
006230     IF NOT STATUS-OK
006240        DISPLAY 'ERROR UPDATING SUMMARY SEGMENT: ' IMS-RETURN-CODE
006250     END-IF
006260*
006270     EXEC DLI DLET USING PCB(PAUT-PCB-NUM)
006280         SEGMENT (PAUTDTL1)
006290     END-EXEC
006300     MOVE DIBSTAT                    TO IMS-RETURN-CODE
006310     IF NOT STATUS-OK
006320        DISPLAY 'ERROR DELETING DETAIL SEGMENT: ' IMS-RETURN-CODE
006330        MOVE 'DETAIL DELETE FAILED'  TO WS-EXCEPTION-TEXT
006340        ADD 1 TO WS-RPT-NOT-RELEASABLE
006350        PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
006360        GO TO 4000-EXIT
006370     END-IF
006380     ADD 1                           TO WS-RPT-RELEASED
006390     ADD PA-APPROVED-AMT             TO WS-RPT-RELEASED-AMT
006400*    CHANGE-CAPTURE 'DELETE' FOR THE WAREHOUSE - THE RELEASED
006410*    SEGMENT AS THE BEFORE IMAGE, SAME LAYOUT AS THE PURGE'S.
006420     MOVE SPACES                     TO CHANGE-CAPTURE-RECORD
006430     SET  CDC-IS-DELETE              TO TRUE
006440     MOVE WS-PGMNAME                 TO CDC-SOURCE-PGM
006450     MOVE PA-CORRELATION-ID          TO CDC-CORRELATION-ID
006460     MOVE WS-ACCT-ID                 TO CDC-ACCT-ID
006470     MOVE PENDING-AUTH-DETAILS       TO CDC-BEFORE-IMAGE
006480     MOVE CURRENT-DATE               TO CDC-CAPTURE-DATE
006490     WRITE CHANGE-CAPTURE-RECORD
006500*    THE HOLD'S VALUE GOES BACK TO THE STORED-VALUE OR CHECKING
006510*    BALANCE THE INTAKE TOOK IT FROM. A REFUND NEVER TOOK ANY.
006520     IF PA-AUTH-TYPE-PREPAID
006530        PERFORM 4060-RESTORE-PREPAID-BAL THRU 4060-EXIT
006540     END-IF
006550     IF PA-AUTH-TYPE-DEBIT
006560        AND PA-PROCESSING-CODE(1:2) NOT = '20'
006570        PERFORM 4070-RESTORE-DDA-BAL THRU 4070-EXIT
006580     END-IF
006590     PERFORM 5000-WRITE-RELEASE-LINE THRU 5000-EXIT
006600     .
006610 4000-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------*
006640*    CREDITS THE RELEASED HOLD'S UNSETTLED VALUE BACK TO THE     *
006650*    PREPBAL ROW THE INTAKE DEBITED - A PARTIALLY SETTLED HOLD   *
006660*    ONLY GETS THE UNSETTLED PORTION BACK.                       *
006670*----------------------------------------------------------------*
006680 4060-RESTORE-PREPAID-BAL.
006690*----------------------------------------------------------------*
006700     MOVE PA-CARD-NUM            TO PPB-CARD-NUM
006710     READ PREPAID-BAL
006720     IF PPBAL-FOUND
006730        IF PA-SETTLED-TO-DATE-AMT NUMERIC
006740           AND PA-SETTLED-TO-DATE-AMT > 0
006750           COMPUTE PPB-LOADED-BALANCE = PPB-LOADED-BALANCE
006760                   + PA-APPROVED-AMT - PA-SETTLED-TO-DATE-AMT
006770        ELSE
006780           ADD PA-APPROVED-AMT   TO PPB-LOADED-BALANCE
006790        END-IF
006800        MOVE WS-TODAY-CCYYMMDD   TO PPB-UPDATED-DATE
006810        REWRITE PREPAID-BALANCE-RECORD
006820        ADD 1                    TO WS-RPT-PREPAID-RESTORED
006830     ELSE
006840        DISPLAY 'PREPBAL ROW MISSING FOR RELEASED PP HOLD: '
006850                PA-CARD-NUM
006860     END-IF
006870     .
006880 4060-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------*
006910*    MOVES THE RELEASED DEBIT HOLD OFF THE ACCOUNT'S DDABAL HOLD *
006920*    TOTAL AND BACK ONTO ITS AVAILABLE BALANCE.                  *
006930*----------------------------------------------------------------*
006940 4070-RESTORE-DDA-BAL.
006950*----------------------------------------------------------------*
006960     MOVE WS-ACCT-ID             TO DDA-ACCT-ID
006970     READ DDA-BAL
006980     IF DDABAL-FOUND
006990        ADD      PA-APPROVED-AMT TO   DDA-AVAIL-BAL
007000        SUBTRACT PA-APPROVED-AMT FROM DDA-HOLD-AMT
007010        MOVE WS-TODAY-CCYYMMDD   TO DDA-UPDATED-DATE
007020        REWRITE DDA-BALANCE-RECORD
007030        ADD 1                    TO WS-RPT-DDA-RESTORED
007040     ELSE
007050        DISPLAY 'DDABAL ROW MISSING FOR RELEASED DB HOLD: '
007060                WS-ACCT-ID
007070     END-IF
007080     .
007090 4070-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------*
007120*    A PENDING PLAN ON THE RELEASED HOLD IS MARKED LAPSED AND    *
007130*    ITS OPEN-TO-BUY ADJUSTMENT IS BACKED OFF THE ROOT, WHICH    *
007140*    4000 THEN REPLACES ALONG WITH THE COUNTS.                   *
007150*----------------------------------------------------------------*
007160 4080-LAPSE-INSTALMENT-PLAN.
007170*----------------------------------------------------------------*
007180     MOVE WS-ACCT-ID             TO IPLN-ACCT-ID
007190     MOVE PA-AUTH-KEY            TO IPLN-AUTH-KEY
007200     READ INSTALMENT-PLAN-FILE
007210     IF NOT INSPL-FOUND
007220        GO TO 4080-EXIT
007230     END-IF
007240     IF NOT IPLN-PENDING-POSTING
007250        GO TO 4080-EXIT
007260     END-IF
007270     IF PA-PLAN-HOLD-AMT NOT NUMERIC
007280        MOVE ZERO                TO PA-PLAN-HOLD-AMT
007290     END-IF
007300     SUBTRACT IPLN-OTB-ADJ-AMT   FROM PA-PLAN-HOLD-AMT
007310     SET IPLN-LAPSED             TO TRUE
007320     MOVE WS-TODAY-CCYYMMDD      TO IPLN-CLOSED-DATE
007330     REWRITE INSTALMENT-PLAN-RECORD
007340     ADD 1                       TO WS-RPT-PLANS-LAPSED
007350     .
007360 4080-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------*
007390*    THE ACQUIRER CANCELLED THE SALE, SO AN OPEN ESTIMATE IS     *
007400*    VOIDED AS A REVERSAL VOIDS IT - IT NEVER SETTLED.           *
007410*----------------------------------------------------------------*
007420 4085-VOID-HOLD-ESTIMATE.
007430*----------------------------------------------------------------*
007440     MOVE WS-ACCT-ID             TO HLE-ACCT-ID
007450     MOVE PA-AUTH-KEY            TO HLE-AUTH-KEY
007460     READ HOLD-ESTIMATE-FILE
007470     IF NOT HLEST-FOUND
007480        GO TO 4085-EXIT
007490     END-IF
007500     IF NOT HLE-OPEN
007510        GO TO 4085-EXIT
007520     END-IF
007530     SET HLE-VOIDED              TO TRUE
007540     MOVE WS-TODAY-CCYYMMDD      TO HLE-CLOSED-DATE
007550     REWRITE HOLD-ESTIMATE-RECORD
007560     ADD 1                       TO WS-RPT-ESTS-VOIDED
007570     .
007580 4085-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------*
007610 5000-WRITE-RELEASE-LINE.
007620*----------------------------------------------------------------*
007630     MOVE PA-APPROVED-AMT        TO WS-AMT-DIS
007640     MOVE SPACES                 TO WS-PRINT-LINE
007650     IF MATCH-ONLY-MODE
007660        STRING 'MATCHED   '
007670               DELIMITED BY SIZE INTO WS-PRINT-LINE
007680        END-STRING
007690     ELSE
007700        STRING 'RELEASED  '
007710               DELIMITED BY SIZE INTO WS-PRINT-LINE
007720        END-STRING
007730     END-IF
007740     STRING WS-PRINT-LINE(1:10)
007750            'ACCT:' WS-ACCT-ID
007760            ' TRAN:' RLA-TRANSACTION-ID
007770            ' MERCH:' RLA-MERCHANT-ID
007780            ' HOLD:' WS-AMT-DIS ' ' PA-CURRENCY-CODE
007790            ' ACQ:' RLA-ACQUIRER-ID
007800            ' RSN:' RLA-REASON
007810            DELIMITED BY SIZE INTO WS-PRINT-LINE
007820     END-STRING
007830     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
007840     .
007850 5000-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------*
007880 5100-WRITE-EXCEPTION.
007890*----------------------------------------------------------------*
007900     ADD 1                       TO WS-RPT-EXCEPTIONS
007910     MOVE RLA-AUTH-AMT           TO WS-AMT-DIS
007920     MOVE SPACES                 TO WS-PRINT-LINE
007930     STRING WS-EXCEPTION-TEXT
007940            ' TRAN:' RLA-TRANSACTION-ID
007950            ' MERCH:' RLA-MERCHANT-ID
007960            ' ACQ:' RLA-ACQUIRER-ID
007970            ' AMT:' WS-AMT-DIS
007980            ' DATE:' RLA-ADVICE-DATE
007990            DELIMITED BY SIZE INTO WS-PRINT-LINE
008000     END-STRING
008010     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
008020     .
008030 5100-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------*
008060 8000-PRINT-RELEASE-SUMMARY.
008070*----------------------------------------------------------------*
008080     MOVE SPACES TO WS-PRINT-LINE
008090     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008100     MOVE WS-RPT-ADVICES-READ TO WS-CNT-DIS
008110     MOVE SPACES TO WS-PRINT-LINE
008120     STRING 'RELEASE ADVICES READ ...............: ' WS-CNT-DIS
008130            DELIMITED BY SIZE INTO WS-PRINT-LINE
008140     END-STRING
008150     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008160*
008170     MOVE WS-RPT-MATCHED TO WS-CNT-DIS
008180     MOVE SPACES TO WS-PRINT-LINE
008190     STRING '  MATCHED TO A PAUTB DETAIL ........: ' WS-CNT-DIS
008200            DELIMITED BY SIZE INTO WS-PRINT-LINE
008210     END-STRING
008220     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008230*
008240     MOVE WS-RPT-RELEASED TO WS-CNT-DIS
008250     MOVE SPACES TO WS-PRINT-LINE
008260     STRING '  HOLDS RELEASED ...................: ' WS-CNT-DIS
008270            DELIMITED BY SIZE INTO WS-PRINT-LINE
008280     END-STRING
008290     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008300*
008310     MOVE WS-RPT-RELEASED-AMT TO WS-TOT-DIS
008320     MOVE SPACES TO WS-PRINT-LINE
008330     STRING '  AMOUNT RELEASED ..................: ' WS-TOT-DIS
008340            DELIMITED BY SIZE INTO WS-PRINT-LINE
008350     END-STRING
008360     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008370*
008380     MOVE WS-RPT-EXCEPTIONS TO WS-CNT-DIS
008390     MOVE SPACES TO WS-PRINT-LINE
008400     STRING '  ADVICES ON THE EXCEPTION REPORT ..: ' WS-CNT-DIS
008410            DELIMITED BY SIZE INTO WS-PRINT-LINE
008420     END-STRING
008430     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008440*
008450     MOVE WS-RPT-NO-VAULT TO WS-CNT-DIS
008460     MOVE SPACES TO WS-PRINT-LINE
008470     STRING '    CARD NOT IN THE PAN VAULT ......: ' WS-CNT-DIS
008480            DELIMITED BY SIZE INTO WS-PRINT-LINE
008490     END-STRING
008500     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008510*
008520     MOVE WS-RPT-NO-CARD-XREF TO WS-CNT-DIS
008530     MOVE SPACES TO WS-PRINT-LINE
008540     STRING '    CARD NOT IN CARDXREF ...........: ' WS-CNT-DIS
008550            DELIMITED BY SIZE INTO WS-PRINT-LINE
008560     END-STRING
008570     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008580*
008590     MOVE WS-RPT-NO-HOLD TO WS-CNT-DIS
008600     MOVE SPACES TO WS-PRINT-LINE
008610     STRING '    NO MATCHING HOLD ...............: ' WS-CNT-DIS
008620            DELIMITED BY SIZE INTO WS-PRINT-LINE
008630     END-STRING
008640     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008650*
008660     MOVE WS-RPT-NOT-RELEASABLE TO WS-CNT-DIS
008670     MOVE SPACES TO WS-PRINT-LINE
008680     STRING '    MATCHED BUT NOT RELEASED .......: ' WS-CNT-DIS
008690            DELIMITED BY SIZE INTO WS-PRINT-LINE
008700     END-STRING
008710     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008720*
008730     MOVE WS-RPT-PREPAID-RESTORED TO WS-CNT-DIS
008740     MOVE SPACES TO WS-PRINT-LINE
008750     STRING '  PREPAID BALANCES RESTORED ........: ' WS-CNT-DIS
008760            DELIMITED BY SIZE INTO WS-PRINT-LINE
008770     END-STRING
008780     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008790*
008800     MOVE WS-RPT-DDA-RESTORED TO WS-CNT-DIS
008810     MOVE SPACES TO WS-PRINT-LINE
008820     STRING '  DEBIT HOLDS RESTORED TO DDABAL ...: ' WS-CNT-DIS
008830            DELIMITED BY SIZE INTO WS-PRINT-LINE
008840     END-STRING
008850     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008860*
008870     MOVE WS-RPT-PLANS-LAPSED TO WS-CNT-DIS
008880     MOVE SPACES TO WS-PRINT-LINE
008890     STRING '  INSTALMENT PLANS LAPSED ..........: ' WS-CNT-DIS
008900            DELIMITED BY SIZE INTO WS-PRINT-LINE
008910     END-STRING
008920     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
008930*
008940     MOVE WS-RPT-ESTS-VOIDED TO WS-CNT-DIS
008950     MOVE SPACES TO WS-PRINT-LINE
008960     STRING '  MCC HOLD ESTIMATES VOIDED ........: ' WS-CNT-DIS
008970            DELIMITED BY SIZE INTO WS-PRINT-LINE
008980     END-STRING
008990     WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
009000     IF MATCH-ONLY-MODE
009010        MOVE SPACES TO WS-PRINT-LINE
009020        STRING 'MATCH-ONLY MODE - NO HOLDS WERE ACTUALLY RELEASED'
009030               DELIMITED BY SIZE INTO WS-PRINT-LINE
009040        END-STRING
009050        WRITE RELEASE-REPORT-LINE FROM WS-PRINT-LINE
009060     END-IF
009070     .
009080 8000-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------*
009110 9000-FILE-CLOSE.
009120*----------------------------------------------------------------*
009130     CLOSE ADVICE-FILE
009140     CLOSE XREF-FILE
009150     CLOSE PAN-VAULT
009160     CLOSE CDC-FILE
009170     CLOSE PREPAID-BAL
009180     CLOSE DDA-BAL
009190     IF INSPL-AVAILABLE
009200        CLOSE INSTALMENT-PLAN-FILE
009210     END-IF
009220     IF HLEST-AVAILABLE
009230        CLOSE HOLD-ESTIMATE-FILE
009240     END-IF
009250     IF RUN-CONTROL-AVAILABLE
009260        CLOSE RUN-CONTROL
009270     END-IF
009280     CLOSE RELEASE-REPORT
009290     CLOSE EXCEPTION-REPORT
009300     .
009310 9000-EXIT.
009320     EXIT.
009330*----------------------------------------------------------------*
009340 9999-ABEND.
009350*----------------------------------------------------------------*
009360     DISPLAY 'CBHLDREL ABENDING DUE TO FILE OPEN ERROR'
009370     MOVE 16 TO RETURN-CODE
009380     GOBACK
009390     .
009400 9999-EXIT.
009410     EXIT.
