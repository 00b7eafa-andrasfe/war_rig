000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBCPPRSS.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-01-16.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBCPPRSS - COMPROMISED CARD ACTION AND REISSUE ORDER.       *
000090*    FOLLOWS CBCPPANL. TAKES THE AT-RISK CARD LIST (CPPCARDS)    *
000100*    FOR A BREACHED MERCHANT AND PUTS EACH CARD THROUGH THE      *
000110*    RISK POLICY IN CMPPARMS:                                    *
000120*      - REISSUE NOW - EXPOSURE OR HITS AT OR ABOVE THE REISSUE  *
000130*        LEVEL. THE CARD IS ORDERED FROM CARD PRODUCTION ON THE  *
000140*        REISSUE ORDER FILE (RSSORDER, THEIR LAYOUT, CLEAR PAN   *
000150*        FROM THE TOKEN VAULT) AND HOT-LISTED STOLEN (S) ON      *
000160*        CARDSTAT SO THE COMPROMISED NUMBER DECLINES AT ONCE;    *
000170*      - RESTRICT CARD-NOT-PRESENT - AT OR ABOVE THE CNP LEVEL.  *
000180*        THE CARDCTRL CNP BLOCK IS SET, SO THE STOLEN DETAILS    *
000190*        CANNOT BE USED ONLINE OR BY PHONE WHILE THE PLASTIC     *
000200*        STILL WORKS IN A SHOP;                                  *
000210*      - MONITOR - BELOW BOTH. NOTHING IS PLACED.                *
000220*    THE HOLDER OF A REISSUED OR RESTRICTED CARD IS TOLD ON THE  *
000230*    CUSTOMER NOTIFY QUEUE (RESP CODE CP). EVERY CARD ACTED ON   *
000240*    IS KEPT ON THE COMPROMISED CARD REGISTER (COMPREG); A CARD  *
000250*    ALREADY THERE IS ONLY TAKEN FURTHER, NEVER BACK. A TOKEN    *
000260*    THE VAULT CANNOT RESOLVE CANNOT BE ORDERED, SO THE CARD IS  *
000270*    RESTRICTED CNP INSTEAD. CBCRDRSS MARKS THE REGISTER ROW     *
000280*    REPLACED WHEN THE NEW CARD COMES BACK ON THE REISSUE FEED,  *
000290*    AND EVERY RUN ENDS BY LISTING EACH REGISTERED CARD STILL    *
000300*    NOT REPLACED - RUN WITH AN EMPTY CPPCARDS FOR THE LIST.     *
000310*    CMPPARMS: CASEID  =XXXXXXXX  (CASE, DEFAULT CP + YYMMDD)    *
000320*              REISSAMT=NNNNNNNNN (REISSUE AT EXPOSURE, 500)     *
000330*              REISSHIT=NNN       (REISSUE AT HITS, 3)           *
000340*              CNPAMT  =NNNNNNNNN (CNP BLOCK AT EXPOSURE, 100)   *
000350*              CNPHIT  =NNN       (CNP BLOCK AT HITS, 2)         *
000360*              EXPEDAMT=NNNNNNNNN (COURIER THE CARD AT, 2500)    *
000370*----------------------------------------------------------------*
000380*                MODIFICATION HISTORY                            *
000390* DATE       INIT DESCRIPTION                                    *
000400* 2028-01-16  RKA INITIAL VERSION                                *
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-ZOS.
000450 OBJECT-COMPUTER. IBM-ZOS.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARM-FILE      ASSIGN TO CMPPARMS
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE  IS SEQUENTIAL
000510         FILE STATUS  IS WS-PARM-STATUS.
000520*
000530     SELECT CARD-LIST      ASSIGN TO CPPCARDS
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE  IS SEQUENTIAL
000560         FILE STATUS  IS WS-CPL-STATUS.
000570*
000580     SELECT XREF-FILE      ASSIGN TO CARDXREF
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE  IS RANDOM
000610         RECORD KEY   IS XREF-CARD-NUM
000620         FILE STATUS  IS WS-XREF-STATUS.
000630*
000640     SELECT CARD-STATUS-FILE ASSIGN TO CARDSTAT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE  IS RANDOM
000670         RECORD KEY   IS CRDST-CARD-NUM
000680         FILE STATUS  IS WS-CRDST-STATUS.
000690*
000700     SELECT CARD-CONTROLS  ASSIGN TO CARDCTRL
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE  IS RANDOM
000730         RECORD KEY   IS CCTL-CARD-NUM
000740         FILE STATUS  IS WS-CCTL-STATUS.
000750*
000760     SELECT COMPROMISE-REGISTER ASSIGN TO COMPREG
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE  IS DYNAMIC
000790         RECORD KEY   IS CMPR-CARD-NUM
000800         FILE STATUS  IS WS-CMPR-STATUS.
000810*
000820     SELECT TOKEN-VAULT    ASSIGN TO TOKNVALT
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE  IS RANDOM
000850         RECORD KEY   IS TOKV-TOKEN
000860         FILE STATUS  IS WS-TOKV-STATUS.
000870*
000880     SELECT TOKEN-LOG      ASSIGN TO TOKNLOG
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE  IS SEQUENTIAL
000910         FILE STATUS  IS WS-TKLG-STATUS.
000920*
000930     SELECT ORDER-FILE     ASSIGN TO RSSORDER
000940         ORGANIZATION IS SEQUENTIAL
000950         ACCESS MODE  IS SEQUENTIAL
000960         FILE STATUS  IS WS-ORD-STATUS.
000970*
000980     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE  IS RANDOM
001010         RECORD KEY   IS RUNC-JOB-NAME
001020         FILE STATUS  IS WS-RUNC-STATUS.
001030*
001040     SELECT ACTION-REPORT  ASSIGN TO CPPRSSRP
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE  IS SEQUENTIAL
001070         FILE STATUS  IS WS-RPT-STATUS.
001080*----------------------------------------------------------------*
001090 DATA DIVISION.
001100*----------------------------------------------------------------*
001110 FILE SECTION.
001120 FD  PARM-FILE
001130     RECORDING MODE IS F.
001140 01  PARM-RECORD                 PIC X(80).
001150*
001160*    SAME LAYOUT CBCPPANL WRITES.
001170 FD  CARD-LIST
001180     RECORDING MODE IS F.
001190 01  CARD-LIST-RECORD.
001200     05  CPL-CARD-NUM            PIC X(16).
001210     05  CPL-EXPOSURE-AMT        PIC 9(11)V99.
001220     05  CPL-HIT-COUNT           PIC 9(05).
001230     05  FILLER                  PIC X(46).
001240*
001250 FD  XREF-FILE
001260     RECORDING MODE IS F.
001270 01  CARD-XREF-RECORD.
001280 COPY CVACT03Y.
001290*
001300 FD  CARD-STATUS-FILE
001310     RECORDING MODE IS F.
001320 COPY CVCRDSTY.
001330*
001340 FD  CARD-CONTROLS
001350     RECORDING MODE IS F.
001360 COPY CVCRDCTY.
001370*
001380 FD  COMPROMISE-REGISTER
001390     RECORDING MODE IS F.
001400 COPY CVCMPRGY.
001410*
001420 FD  TOKEN-VAULT
001430     RECORDING MODE IS F.
001440 COPY CVTOKNVY.
001450*
001460 FD  TOKEN-LOG
001470     RECORDING MODE IS F.
001480 COPY CVTOKLGY.
001490*
001500 FD  ORDER-FILE
001510     RECORDING MODE IS F.
001520 COPY CVRSORDY.
001530*
001540 FD  RUN-CONTROL
001550     RECORDING MODE IS F.
001560 COPY CVRUNCTY.
001570*
001580 FD  ACTION-REPORT
001590     RECORDING MODE IS F.
001600 01  ACTION-REPORT-LINE          PIC X(132).
001610*----------------------------------------------------------------*
001620 WORKING-STORAGE SECTION.
001630*----------------------------------------------------------------*
001640 01  WS-VARIABLES.
001650     05  WS-PGMNAME                 PIC X(08) VALUE 'CBCPPRSS'.
001660     05  CURRENT-DATE               PIC 9(06).
001670     05  WS-TODAY-CCYYMMDD          PIC X(08).
001680     05  WS-RUN-TIME                PIC 9(08).
001690     05  WS-PARM-NUM3               PIC 9(03).
001700     05  WS-PARM-NUM9               PIC 9(09).
001710     05  WS-CASE-ID                 PIC X(08).
001720     05  WS-CLEAR-PAN               PIC X(16).
001730     05  WS-ACTION                  PIC X(44).
001740     05  WS-NOTIFY-REASON           PIC X(04).
001750*
001760 01  WS-FILE-STATUSES.
001770     05  WS-PARM-STATUS             PIC X(02).
001780     05  WS-CPL-STATUS              PIC X(02).
001790     05  WS-XREF-STATUS             PIC X(02).
001800         88  XREF-FOUND                     VALUE '00'.
001810     05  WS-CRDST-STATUS            PIC X(02).
001820         88  CRDST-FOUND                    VALUE '00'.
001830     05  WS-CCTL-STATUS             PIC X(02).
001840         88  CCTL-FOUND                     VALUE '00'.
001850     05  WS-CMPR-STATUS             PIC X(02).
001860         88  CMPR-FOUND                     VALUE '00'.
001870     05  WS-TOKV-STATUS             PIC X(02).
001880         88  TOKV-FOUND                     VALUE '00'.
001890     05  WS-TKLG-STATUS             PIC X(02).
001900     05  WS-ORD-STATUS              PIC X(02).
001910     05  WS-RUNC-STATUS             PIC X(02).
001920     05  WS-RPT-STATUS              PIC X(02).
001930 01  WS-SWITCHES.
001940     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
001950         88  PARM-EOF                       VALUE 'Y'.
001960     05  WS-CPL-EOF-SW              PIC X(01) VALUE 'N'.
001970         88  CARDS-DONE                     VALUE 'Y'.
001980     05  WS-CMPR-EOF-SW             PIC X(01) VALUE 'N'.
001990         88  REGISTER-DONE                  VALUE 'Y'.
002000     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
002010         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
002020     05  WS-TOKV-AVAIL-SW           PIC X(01) VALUE 'N'.
002030         88  TOKEN-VAULT-AVAILABLE          VALUE 'Y'.
002040     05  WS-NOTIFY-SENT-SW          PIC X(01).
002050         88  NOTIFY-SENT                    VALUE 'Y'.
002060     05  WS-PLACED-SW               PIC X(01).
002070         88  ACTION-PLACED                  VALUE 'Y'.
002080     05  WS-ON-REGISTER-SW          PIC X(01).
002090         88  ALREADY-REGISTERED             VALUE 'Y'.
002100*----------------------------------------------------------------*
002110*    RISK POLICY (CMPPARMS). THE NEW ACTION IS RANKED AGAINST    *
002120*    ANY ACTION ALREADY ON THE REGISTER - MONITOR 1, CNP BLOCK   *
002130*    2, REISSUE 3 - AND ONLY A HIGHER RANK IS TAKEN.             *
002140*----------------------------------------------------------------*
002150 01  WS-RISK-POLICY.
002160     05  WS-REISSUE-AMT             PIC 9(11)V99 VALUE 500.
002170     05  WS-REISSUE-HITS            PIC 9(05)    VALUE 3.
002180     05  WS-CNP-AMT                 PIC 9(11)V99 VALUE 100.
002190     05  WS-CNP-HITS                PIC 9(05)    VALUE 2.
002200     05  WS-EXPEDITE-AMT            PIC 9(11)V99 VALUE 2500.
002210     05  WS-NEW-ACTION              PIC X(01).
002220         88  NEW-REISSUE                    VALUE 'R'.
002230         88  NEW-CNP-RESTRICT               VALUE 'C'.
002240         88  NEW-MONITOR                    VALUE 'M'.
002250     05  WS-NEW-RANK                PIC S9(4) COMP.
002260     05  WS-OLD-RANK                PIC S9(4) COMP.
002270     05  WS-CNP-PLACED-SW           PIC X(01).
002280*----------------------------------------------------------------*
002290 01  WS-ORDER-TOTALS.
002300     05  WS-ORDER-COUNT             PIC S9(9) COMP-3 VALUE 0.
002310     05  WS-ORDER-HASH              PIC S9(17) COMP-3 VALUE 0.
002320*----------------------------------------------------------------*
002330 01  WS-REPORT-COUNTERS.
002340     05  WS-RPT-CARDS-READ          PIC S9(9) COMP-3 VALUE 0.
002350     05  WS-RPT-NOT-ON-XREF         PIC S9(9) COMP-3 VALUE 0.
002360     05  WS-RPT-ALREADY-BLOCKED     PIC S9(9) COMP-3 VALUE 0.
002370     05  WS-RPT-ALREADY-HANDLED     PIC S9(9) COMP-3 VALUE 0.
002380     05  WS-RPT-REISSUED            PIC S9(9) COMP-3 VALUE 0.
002390     05  WS-RPT-EXPEDITED           PIC S9(9) COMP-3 VALUE 0.
002400     05  WS-RPT-CNP-BLOCKED         PIC S9(9) COMP-3 VALUE 0.
002410     05  WS-RPT-MONITORED           PIC S9(9) COMP-3 VALUE 0.
002420     05  WS-RPT-UPDATE-FAILED       PIC S9(9) COMP-3 VALUE 0.
002430     05  WS-RPT-NOTIFIED            PIC S9(9) COMP-3 VALUE 0.
002440     05  WS-RPT-NOT-NOTIFIED        PIC S9(9) COMP-3 VALUE 0.
002450     05  WS-RPT-DETOKENIZED         PIC S9(9) COMP-3 VALUE 0.
002460     05  WS-RPT-VAULT-MISSES        PIC S9(9) COMP-3 VALUE 0.
002470     05  WS-RPT-OPEN-REISSUE        PIC S9(9) COMP-3 VALUE 0.
002480     05  WS-RPT-OPEN-CNP            PIC S9(9) COMP-3 VALUE 0.
002490     05  WS-RPT-OPEN-MONITOR        PIC S9(9) COMP-3 VALUE 0.
002500     05  WS-RPT-REPLACED            PIC S9(9) COMP-3 VALUE 0.
002510*----------------------------------------------------------------*
002520 01  WS-PRINT-LINE                 PIC X(132).
002530 01  WS-DISPLAY-FIELDS.
002540     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002550     05  WS-HITS-DIS                PIC ZZZZ9.
002560     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002570*----------------------------------------------------------------*
002580*    MQ FIELDS FOR THE CUSTOMER-NOTIFICATION PUTS                *
002590*----------------------------------------------------------------*
002600 01  WS-MQ-FIELDS.
002610     05  WS-QMGR-NAME               PIC X(48) VALUE 'MQPA'.
002620     05  W02-HCONN                  PIC S9(09) COMP.
002630     05  W02-HOBJ-NOTIFY            PIC S9(09) COMP.
002640     05  W02-BUFFLEN                PIC S9(09) COMP.
002650     05  WS-COMPCODE                PIC S9(09) COMP.
002660     05  WS-REASON                  PIC S9(09) COMP.
002670     05  WS-NOTIFY-QNAME            PIC X(48)
002680             VALUE 'PAUTH.CUSTNOTIFY.QUEUE'.
002690     05  W02-NFY-BUFFER             PIC X(250).
002700     05  WS-MQ-AVAIL-SW             PIC X(01) VALUE 'N'.
002710         88  NOTIFY-QUEUE-AVAILABLE         VALUE 'Y'.
002720     COPY CMQTML.
002730 01  MQM-OD-NOTIFY.
002740     COPY CMQODV.
002750 01  MQM-MD-NOTIFY.
002760     COPY CMQMDV.
002770 01  MQM-PUT-MESSAGE-OPTIONS.
002780     COPY CMQPMOV.
002790*----------------------------------------------------------------*
002800 PROCEDURE DIVISION.
002810*----------------------------------------------------------------*
002820 MAIN-PARA.
002830*
002840     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002850*
002860     PERFORM 2000-PROCESS-NEXT-CARD  THRU 2000-EXIT
002870         UNTIL CARDS-DONE
002880*
002890     PERFORM 6000-WRITE-ORDER-TRAILER THRU 6000-EXIT
002900     PERFORM 7000-LIST-NOT-REPLACED  THRU 7000-EXIT
002910     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
002920     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002930*
002940     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002950*
002960     GOBACK.
002970*----------------------------------------------------------------*
002980 1000-INITIALIZE.
002990*----------------------------------------------------------------*
003000     ACCEPT CURRENT-DATE     FROM DATE
003010     ACCEPT WS-RUN-TIME      FROM TIME
003020     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003030     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003040     MOVE SPACES             TO WS-CASE-ID
003050     STRING 'CP' CURRENT-DATE
003060            DELIMITED BY SIZE INTO WS-CASE-ID
003070     END-STRING
003080*
003090     OPEN INPUT  PARM-FILE
003100     IF WS-PARM-STATUS = '00'
003110        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003120            UNTIL PARM-EOF
003130        CLOSE PARM-FILE
003140     ELSE
003150        DISPLAY 'CMPPARMS NOT AVAILABLE - USING DEFAULTS'
003160     END-IF
003170     IF WS-CNP-AMT > WS-REISSUE-AMT
003180        DISPLAY 'CNPAMT ABOVE REISSAMT - CNP LEVEL SET TO REISSUE'
003190        MOVE WS-REISSUE-AMT  TO WS-CNP-AMT
003200     END-IF
003210*
003220     OPEN INPUT  CARD-LIST
003230     IF WS-CPL-STATUS = SPACES OR '00'
003240        CONTINUE
003250     ELSE
003260        DISPLAY 'ERROR IN OPENING CPPCARDS:' WS-CPL-STATUS
003270        PERFORM 9999-ABEND THRU 9999-EXIT
003280     END-IF
003290     OPEN INPUT  XREF-FILE
003300     IF WS-XREF-STATUS = SPACES OR '00'
003310        CONTINUE
003320     ELSE
003330        DISPLAY 'ERROR IN OPENING CARDXREF:' WS-XREF-STATUS
003340        PERFORM 9999-ABEND THRU 9999-EXIT
003350     END-IF
003360     OPEN I-O    CARD-STATUS-FILE
003370     IF WS-CRDST-STATUS = SPACES OR '00'
003380        CONTINUE
003390     ELSE
003400        DISPLAY 'ERROR IN OPENING CARDSTAT:' WS-CRDST-STATUS
003410        PERFORM 9999-ABEND THRU 9999-EXIT
003420     END-IF
003430     OPEN I-O    CARD-CONTROLS
003440     IF WS-CCTL-STATUS = SPACES OR '00'
003450        CONTINUE
003460     ELSE
003470        DISPLAY 'ERROR IN OPENING CARDCTRL:' WS-CCTL-STATUS
003480        PERFORM 9999-ABEND THRU 9999-EXIT
003490     END-IF
003500     OPEN I-O    COMPROMISE-REGISTER
003510     IF WS-CMPR-STATUS = SPACES OR '00'
003520        CONTINUE
003530     ELSE
003540        DISPLAY 'ERROR IN OPENING COMPREG:' WS-CMPR-STATUS
003550        PERFORM 9999-ABEND THRU 9999-EXIT
003560     END-IF
003570     OPEN OUTPUT ORDER-FILE
003580     IF WS-ORD-STATUS = SPACES OR '00'
003590        CONTINUE
003600     ELSE
003610        DISPLAY 'ERROR IN OPENING RSSORDER:' WS-ORD-STATUS
003620        PERFORM 9999-ABEND THRU 9999-EXIT
003630     END-IF
003640     OPEN INPUT  TOKEN-VAULT
003650     IF WS-TOKV-STATUS = SPACES OR '00'
003660        SET TOKEN-VAULT-AVAILABLE TO TRUE
003670     ELSE
003680        DISPLAY 'TOKNVALT NOT AVAILABLE - NO TOKEN CAN BE ORDERED'
003690     END-IF
003700     OPEN OUTPUT TOKEN-LOG
003710     OPEN OUTPUT ACTION-REPORT
003720*
003730     OPEN I-O RUN-CONTROL
003740     IF WS-RUNC-STATUS = SPACES OR '00'
003750        SET RUN-CONTROL-AVAILABLE TO TRUE
003760        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003770     ELSE
003780        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003790     END-IF
003800*
003810     CALL 'MQCONN' USING WS-QMGR-NAME
003820                         W02-HCONN
003830                         WS-COMPCODE
003840                         WS-REASON
003850     END-CALL
003860     IF WS-COMPCODE = MQCC-OK
003870        MOVE MQOT-Q          TO MQOD-OBJECTTYPE OF MQM-OD-NOTIFY
003880        MOVE WS-NOTIFY-QNAME TO MQOD-OBJECTNAME OF MQM-OD-NOTIFY
003890        CALL 'MQOPEN' USING W02-HCONN
003900                            MQM-OD-NOTIFY
003910                            W02-HOBJ-NOTIFY
003920                            WS-COMPCODE
003930                            WS-REASON
003940        END-CALL
003950        IF WS-COMPCODE = MQCC-OK
003960           SET NOTIFY-QUEUE-AVAILABLE TO TRUE
003970        END-IF
003980     END-IF
003990     IF NOT NOTIFY-QUEUE-AVAILABLE
004000        DISPLAY 'NOTIFY QUEUE UNAVAILABLE - HOLDERS NOT TOLD'
004010     END-IF
004020*
004030     MOVE SPACES             TO REISSUE-ORDER-RECORD
004040     SET RSO-IS-HEADER       TO TRUE
004050     MOVE 'CARDDEMO'         TO RSOH-ORIGIN
004060     MOVE WS-TODAY-CCYYMMDD  TO RSOH-FILE-DATE
004070     MOVE WS-CASE-ID         TO RSOH-CASE-ID
004080     MOVE 'COMPROMISED CARD REPLACEMENT' TO RSOH-DESCRIPTION
004090     WRITE REISSUE-ORDER-RECORD
004100*
004110     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
004120     DISPLAY '*-------------------------------------*'
004130     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
004140     DISPLAY 'COMPROMISE CASE        :' WS-CASE-ID
004150     DISPLAY 'REISSUE AT EXPOSURE    :' WS-REISSUE-AMT
004160     DISPLAY 'REISSUE AT HITS        :' WS-REISSUE-HITS
004170     DISPLAY 'CNP BLOCK AT EXPOSURE  :' WS-CNP-AMT
004180     DISPLAY 'CNP BLOCK AT HITS      :' WS-CNP-HITS
004190*
004200     MOVE SPACES TO WS-PRINT-LINE
004210     STRING 'CBCPPRSS COMPROMISED CARD ACTIONS - CASE ' WS-CASE-ID
004220            ' - RUN DATE ' CURRENT-DATE
004230            DELIMITED BY SIZE INTO WS-PRINT-LINE
004240     END-STRING
004250     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
004260     MOVE SPACES TO WS-PRINT-LINE
004270     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
004280     MOVE SPACES TO WS-PRINT-LINE
004290     STRING 'CARD             ACCOUNT              EXPOSURE  HITS'
004300            '  ACTION'
004310            DELIMITED BY SIZE INTO WS-PRINT-LINE
004320     END-STRING
004330     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
004340     .
004350 1000-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------*
004380 1100-READ-NEXT-PARM.
004390*----------------------------------------------------------------*
004400     READ PARM-FILE
004410         AT END
004420             SET PARM-EOF TO TRUE
004430             GO TO 1100-EXIT
004440     END-READ
004450     EVALUATE PARM-RECORD(1:9)
004460         WHEN 'CASEID  ='
004470             IF PARM-RECORD(10:8) NOT = SPACES
004480                MOVE PARM-RECORD(10:8) TO WS-CASE-ID
004490             END-IF
004500         WHEN 'REISSAMT='
004510             IF PARM-RECORD(10:9) IS NUMERIC
004520                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
004530                MOVE WS-PARM-NUM9      TO WS-REISSUE-AMT
004540             END-IF
004550         WHEN 'REISSHIT='
004560             IF PARM-RECORD(10:3) IS NUMERIC
004570                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004580                IF WS-PARM-NUM3 > 0
004590                   MOVE WS-PARM-NUM3   TO WS-REISSUE-HITS
004600                END-IF
004610             END-IF
004620         WHEN 'CNPAMT  ='
004630             IF PARM-RECORD(10:9) IS NUMERIC
004640                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
004650                MOVE WS-PARM-NUM9      TO WS-CNP-AMT
004660             END-IF
004670         WHEN 'CNPHIT  ='
004680             IF PARM-RECORD(10:3) IS NUMERIC
004690                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004700                IF WS-PARM-NUM3 > 0
004710                   MOVE WS-PARM-NUM3   TO WS-CNP-HITS
004720                END-IF
004730             END-IF
004740         WHEN 'EXPEDAMT='
004750             IF PARM-RECORD(10:9) IS NUMERIC
004760                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
004770                MOVE WS-PARM-NUM9      TO WS-EXPEDITE-AMT
004780             END-IF
004790         WHEN OTHER
004800             DISPLAY 'CMPPARMS CARD IGNORED: ' PARM-RECORD(1:40)
004810     END-EVALUATE
004820     .
004830 1100-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------*
004860 1300-MARK-RUN-START.
004870*----------------------------------------------------------------*
004880     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004890     READ RUN-CONTROL
004900     IF WS-RUNC-STATUS NOT = '00'
004910        MOVE SPACES          TO RUN-CONTROL-RECORD
004920        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004930     END-IF
004940     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004950     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004960     MOVE SPACES             TO RUNC-END-TIME
004970     SET  RUNC-RUNNING       TO TRUE
004980     MOVE ZEROES             TO RUNC-RECORD-COUNT
004990     IF WS-RUNC-STATUS = '00'
005000        REWRITE RUN-CONTROL-RECORD
005010     ELSE
005020        WRITE RUN-CONTROL-RECORD
005030     END-IF
005040     .
005050 1300-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------*
005080 1400-MARK-RUN-END.
005090*----------------------------------------------------------------*
005100     IF RUN-CONTROL-AVAILABLE
005110        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005120        READ RUN-CONTROL
005130        ACCEPT WS-RUN-TIME   FROM TIME
005140        MOVE WS-RUN-TIME     TO RUNC-END-TIME
005150        SET  RUNC-COMPLETE   TO TRUE
005160        MOVE WS-RPT-CARDS-READ TO RUNC-RECORD-COUNT
005170        REWRITE RUN-CONTROL-RECORD
005180        IF WS-RUNC-STATUS NOT = '00'
005190           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
005200        END-IF
005210     END-IF
005220     .
005230 1400-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------*
005260*    ONE AT-RISK CARD. A CARD NOT LINKED TO AN ACCOUNT, OR ONE   *
005270*    ALREADY HOT-LISTED OR CLOSED ON CARDSTAT, HAS NOTHING LEFT  *
005280*    TO PROTECT AND IS ONLY LISTED.                              *
005290*----------------------------------------------------------------*
005300 2000-PROCESS-NEXT-CARD.
005310*----------------------------------------------------------------*
005320     READ CARD-LIST
005330         AT END
005340             SET CARDS-DONE TO TRUE
005350             GO TO 2000-EXIT
005360     END-READ
005370     IF WS-CPL-STATUS NOT = '00'
005380        DISPLAY 'ERROR READING CPPCARDS:' WS-CPL-STATUS
005390        SET CARDS-DONE TO TRUE
005400        GO TO 2000-EXIT
005410     END-IF
005420     ADD 1 TO WS-RPT-CARDS-READ
005430*
005440     MOVE CPL-CARD-NUM           TO XREF-CARD-NUM
005450     READ XREF-FILE
005460     IF NOT XREF-FOUND
005470        OR (XREF-END-DATE NOT = SPACES
005480            AND XREF-END-DATE NOT > WS-TODAY-CCYYMMDD)
005490        ADD 1 TO WS-RPT-NOT-ON-XREF
005500        MOVE ZERO                TO XREF-ACCT-ID
005510        MOVE 'NO LIVE CARDXREF LINK - NO ACTION' TO WS-ACTION
005520        PERFORM 5100-LIST-CARD   THRU 5100-EXIT
005530        GO TO 2000-EXIT
005540     END-IF
005550*
005560     MOVE CPL-CARD-NUM           TO CRDST-CARD-NUM
005570     READ CARD-STATUS-FILE
005580     IF CRDST-FOUND
005590        AND (CRDST-HOT-LISTED OR CRDST-INACTIVE OR CRDST-EXPIRED)
005600        ADD 1 TO WS-RPT-ALREADY-BLOCKED
005610        MOVE SPACES              TO WS-ACTION
005620        STRING 'ALREADY BLOCKED ON CARDSTAT (' CRDST-STATUS
005630               ') - NO ACTION'
005640               DELIMITED BY SIZE INTO WS-ACTION
005650        END-STRING
005660        PERFORM 5100-LIST-CARD   THRU 5100-EXIT
005670        GO TO 2000-EXIT
005680     END-IF
005690*
005700     PERFORM 3000-APPLY-POLICY   THRU 3000-EXIT
005710     .
005720 2000-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------*
005750*    THE POLICY ACTION FOR THE CARD, WEIGHED AGAINST WHAT THE    *
005760*    REGISTER SAYS WAS DONE FOR AN EARLIER BREACH. A CARD ALREADY*
005770*    HANDLED AS FIRMLY OR MORE IS LEFT AS IT IS.                 *
005780*----------------------------------------------------------------*
005790 3000-APPLY-POLICY.
005800*----------------------------------------------------------------*
005810     EVALUATE TRUE
005820         WHEN CPL-EXPOSURE-AMT NOT < WS-REISSUE-AMT
005830         WHEN CPL-HIT-COUNT    NOT < WS-REISSUE-HITS
005840             SET NEW-REISSUE     TO TRUE
005850             MOVE 3              TO WS-NEW-RANK
005860         WHEN CPL-EXPOSURE-AMT NOT < WS-CNP-AMT
005870         WHEN CPL-HIT-COUNT    NOT < WS-CNP-HITS
005880             SET NEW-CNP-RESTRICT TO TRUE
005890             MOVE 2              TO WS-NEW-RANK
005900         WHEN OTHER
005910             SET NEW-MONITOR     TO TRUE
005920             MOVE 1              TO WS-NEW-RANK
005930     END-EVALUATE
005940*
005950     MOVE 'N'                    TO WS-ON-REGISTER-SW
005960     MOVE 'N'                    TO WS-CNP-PLACED-SW
005970     MOVE 0                      TO WS-OLD-RANK
005980     MOVE CPL-CARD-NUM           TO CMPR-CARD-NUM
005990     READ COMPROMISE-REGISTER
006000     IF CMPR-FOUND
006010        SET ALREADY-REGISTERED   TO TRUE
006020        MOVE CMPR-CNP-PLACED-SW  TO WS-CNP-PLACED-SW
006030        EVALUATE TRUE
006040            WHEN CMPR-REISSUE      MOVE 3 TO WS-OLD-RANK
006050            WHEN CMPR-CNP-RESTRICT MOVE 2 TO WS-OLD-RANK
006060            WHEN OTHER             MOVE 1 TO WS-OLD-RANK
006070        END-EVALUATE
006080     END-IF
006090     IF WS-NEW-RANK NOT > WS-OLD-RANK
006100        ADD 1 TO WS-RPT-ALREADY-HANDLED
006110        MOVE SPACES              TO WS-ACTION
006120        STRING 'ALREADY ACTIONED (' CMPR-ACTION ') UNDER CASE '
006130               CMPR-CASE-ID
006140               DELIMITED BY SIZE INTO WS-ACTION
006150        END-STRING
006160        PERFORM 5100-LIST-CARD   THRU 5100-EXIT
006170        GO TO 3000-EXIT
006180     END-IF
006190*
006200     MOVE 'N'                    TO WS-PLACED-SW
006210     IF NEW-REISSUE
006220        PERFORM 4000-ORDER-REISSUE THRU 4000-EXIT
006230     END-IF
006240     IF NEW-CNP-RESTRICT
006250        PERFORM 4200-BLOCK-CARD-NOT-PRESENT THRU 4200-EXIT
006260     END-IF
006270     IF NEW-MONITOR
006280        ADD 1 TO WS-RPT-MONITORED
006290        SET ACTION-PLACED        TO TRUE
006300        MOVE 'MONITOR - NO RESTRICTION PLACED' TO WS-ACTION
006310     END-IF
006320*
006330     MOVE 'N'                    TO WS-NOTIFY-SENT-SW
006340     IF ACTION-PLACED AND NOT NEW-MONITOR
006350        PERFORM 4500-NOTIFY-CARDHOLDER THRU 4500-EXIT
006360        IF NOTIFY-SENT
006370           ADD 1 TO WS-RPT-NOTIFIED
006380        ELSE
006390           ADD 1 TO WS-RPT-NOT-NOTIFIED
006400        END-IF
006410     END-IF
006420     IF ACTION-PLACED
006430        PERFORM 5000-RECORD-ON-REGISTER THRU 5000-EXIT
006440     END-IF
006450     PERFORM 5100-LIST-CARD      THRU 5100-EXIT
006460     .
006470 3000-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------*
006500*    REISSUE NOW. CARD PRODUCTION NEEDS THE REAL CARD NUMBER, SO *
006510*    A TOKEN IS RESOLVED THROUGH THE VAULT AND THE READ LOGGED.  *
006520*    NO CLEAR NUMBER, NO ORDER - THE CARD IS BLOCKED CNP INSTEAD *
006530*    SO IT IS STILL PROTECTED UNTIL THE VAULT IS PUT RIGHT.      *
006540*----------------------------------------------------------------*
006550 4000-ORDER-REISSUE.
006560*----------------------------------------------------------------*
006570     MOVE CPL-CARD-NUM           TO WS-CLEAR-PAN
006580     IF CPL-CARD-NUM(1:2) = '99'
006590        MOVE SPACES              TO WS-CLEAR-PAN
006600        IF TOKEN-VAULT-AVAILABLE
006610           MOVE CPL-CARD-NUM     TO TOKV-TOKEN
006620           READ TOKEN-VAULT
006630           IF TOKV-FOUND
006640              MOVE TOKV-CARD-NUM TO WS-CLEAR-PAN
006650              ADD 1 TO WS-RPT-DETOKENIZED
006660              PERFORM 4010-LOG-TOKEN-ACCESS THRU 4010-EXIT
006670           END-IF
006680        END-IF
006690     END-IF
006700     IF WS-CLEAR-PAN = SPACES
006710        ADD 1 TO WS-RPT-VAULT-MISSES
006720        SET NEW-CNP-RESTRICT     TO TRUE
006730        GO TO 4000-EXIT
006740     END-IF
006750*
006760     MOVE SPACES                 TO REISSUE-ORDER-RECORD
006770     SET RSO-IS-DETAIL           TO TRUE
006780     MOVE WS-CLEAR-PAN           TO RSO-CARD-NUM
006790     MOVE XREF-ACCT-ID           TO RSO-ACCT-ID
006800     MOVE XREF-CUST-ID           TO RSO-CUST-ID
006810     SET RSO-REASON-COMPROMISE   TO TRUE
006820     SET RSO-STANDARD            TO TRUE
006830     IF CPL-EXPOSURE-AMT NOT < WS-EXPEDITE-AMT
006840        SET RSO-EXPEDITED        TO TRUE
006850        ADD 1 TO WS-RPT-EXPEDITED
006860     END-IF
006870     MOVE WS-CASE-ID             TO RSO-CASE-ID
006880     MOVE WS-TODAY-CCYYMMDD      TO RSO-ORDER-DATE
006890     WRITE REISSUE-ORDER-RECORD
006900     IF WS-ORD-STATUS NOT = '00'
006910        DISPLAY 'ERROR WRITING RSSORDER:' WS-ORD-STATUS
006920        PERFORM 9999-ABEND THRU 9999-EXIT
006930     END-IF
006940     ADD 1                       TO WS-ORDER-COUNT
006950     ADD XREF-ACCT-ID            TO WS-ORDER-HASH
006960     ADD 1 TO WS-RPT-REISSUED
006970     SET ACTION-PLACED           TO TRUE
006980     MOVE 'CRIS'                 TO WS-NOTIFY-REASON
006990*
007000     PERFORM 4100-HOTLIST-CARD   THRU 4100-EXIT
007010     .
007020 4000-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------*
007050 4010-LOG-TOKEN-ACCESS.
007060*----------------------------------------------------------------*
007070     MOVE SPACES                 TO TOKEN-ACCESS-RECORD
007080     MOVE WS-PGMNAME             TO TKL-PROGRAM
007090     MOVE 'BATCH   '             TO TKL-USER-ID
007100     MOVE TOKV-TOKEN             TO TKL-TOKEN
007110     MOVE 'COMPROMISE REISSUE'   TO TKL-PURPOSE
007120     STRING CURRENT-DATE '-' WS-RUN-TIME
007130            DELIMITED BY SIZE INTO TKL-TIMESTAMP
007140     END-STRING
007150     WRITE TOKEN-ACCESS-RECORD
007160     .
007170 4010-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------*
007200*    THE ORDERED CARD'S NUMBER IS IN THE WRONG HANDS - IT GOES   *
007210*    ON THE NEGATIVE FILE AS STOLEN NOW, KEEPING THE STATUS IT   *
007220*    HAD. A CARD WITH NO ROW GETS ONE.                           *
007230*----------------------------------------------------------------*
007240 4100-HOTLIST-CARD.
007250*----------------------------------------------------------------*
007260     IF CRDST-FOUND
007270        MOVE CRDST-STATUS        TO CRDST-PRIOR-STATUS
007280     ELSE
007290        MOVE SPACES              TO CARD-STATUS-RECORD
007300        MOVE CPL-CARD-NUM        TO CRDST-CARD-NUM
007310     END-IF
007320     SET CRDST-STOLEN            TO TRUE
007330     MOVE WS-TODAY-CCYYMMDD      TO CRDST-EFF-DATE
007340                                    CRDST-UPDATED-DATE
007350     MOVE WS-PGMNAME             TO CRDST-UPDATED-BY
007360     IF CRDST-FOUND
007370        REWRITE CARD-STATUS-RECORD
007380     ELSE
007390        WRITE CARD-STATUS-RECORD
007400     END-IF
007410     IF WS-CRDST-STATUS NOT = '00'
007420        DISPLAY 'ERROR UPDATING CARDSTAT:' WS-CRDST-STATUS
007430                ' CARD ' CPL-CARD-NUM
007440        ADD 1 TO WS-RPT-UPDATE-FAILED
007450        MOVE 'REISSUE ORDERED - CARDSTAT HOT-LIST FAILED'
007460                                 TO WS-ACTION
007470        GO TO 4100-EXIT
007480     END-IF
007490     MOVE 'REISSUE ORDERED - HOT-LISTED STOLEN (S)'
007500                                 TO WS-ACTION
007510     IF RSO-EXPEDITED
007520        MOVE 'REISSUE ORDERED BY COURIER - HOT-LISTED (S)'
007530                                 TO WS-ACTION
007540     END-IF
007550     .
007560 4100-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------*
007590*    CARD-NOT-PRESENT BLOCK ON THE CARDHOLDER'S CONTROLS. A CARD *
007600*    WITH NO CARDCTRL ROW GETS ONE CARRYING ONLY THE BLOCK; A    *
007610*    BLOCK THE CARDHOLDER ALREADY ASKED FOR IS NOT MARKED AS     *
007620*    OURS, SO THE REPLACEMENT CARD KEEPS IT.                     *
007630*----------------------------------------------------------------*
007640 4200-BLOCK-CARD-NOT-PRESENT.
007650*----------------------------------------------------------------*
007660     MOVE CPL-CARD-NUM           TO CCTL-CARD-NUM
007670     READ CARD-CONTROLS
007680     IF CCTL-FOUND AND CCTL-CNP-BLOCKED
007690        ADD 1 TO WS-RPT-CNP-BLOCKED
007700        SET ACTION-PLACED        TO TRUE
007710        MOVE 'CCNP'              TO WS-NOTIFY-REASON
007720        MOVE 'CNP ALREADY BLOCKED ON CARDCTRL'
007730                                 TO WS-ACTION
007740        GO TO 4200-EXIT
007750     END-IF
007760     IF NOT CCTL-FOUND
007770        MOVE SPACES              TO CARD-CONTROLS-RECORD
007780        MOVE CPL-CARD-NUM        TO CCTL-CARD-NUM
007790        MOVE ZERO                TO CCTL-MAX-SINGLE-TRAN-AMT
007800        MOVE 'N'                 TO CCTL-BLOCK-QUASI-CASH-SW
007810                                    CCTL-BLOCK-GAMBLING-SW
007820                                    CCTL-BLOCK-HIGH-RISK-SW
007830                                    CCTL-BLOCK-TRAVEL-SW
007840     END-IF
007850     MOVE 'Y'                    TO CCTL-CNP-BLOCK-SW
007860     MOVE WS-PGMNAME             TO CCTL-UPDATED-BY
007870     MOVE WS-TODAY-CCYYMMDD      TO CCTL-UPDATED-DATE
007880     IF CCTL-FOUND
007890        REWRITE CARD-CONTROLS-RECORD
007900     ELSE
007910        WRITE CARD-CONTROLS-RECORD
007920     END-IF
007930     IF WS-CCTL-STATUS NOT = '00'
007940        DISPLAY 'ERROR UPDATING CARDCTRL:' WS-CCTL-STATUS
007950                ' CARD ' CPL-CARD-NUM
007960        ADD 1 TO WS-RPT-UPDATE-FAILED
007970        MOVE 'NOT RESTRICTED - CARDCTRL UPDATE FAILED'
007980                                 TO WS-ACTION
007990        GO TO 4200-EXIT
008000     END-IF
008010     ADD 1 TO WS-RPT-CNP-BLOCKED
008020     SET ACTION-PLACED           TO TRUE
008030     MOVE 'Y'                    TO WS-CNP-PLACED-SW
008040     MOVE 'CCNP'                 TO WS-NOTIFY-REASON
008050     MOVE 'CARD-NOT-PRESENT BLOCKED ON CARDCTRL'
008060                                 TO WS-ACTION
008070     IF WS-NEW-RANK = 3
008080        MOVE 'NOT IN TOKEN VAULT - CNP BLOCKED, NOT ORDERED'
008090                                 TO WS-ACTION
008100     END-IF
008110     .
008120 4200-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------*
008150*    SAME DELIMITED SHAPE THE OTHER NOTIFY PUTS USE - RESP CODE  *
008160*    CP SELECTS CBNOTDLV'S COMPROMISE TEMPLATES, THE REASON      *
008170*    WHICH ONE (CRIS REPLACED, CCNP CNP BLOCKED). THE CARD KEY   *
008180*    GOES AS HELD, TOKEN OR NOT, WITH THE CASE AFTER IT.         *
008190*----------------------------------------------------------------*
008200 4500-NOTIFY-CARDHOLDER.
008210*----------------------------------------------------------------*
008220     MOVE 'N'                    TO WS-NOTIFY-SENT-SW
008230     IF NOT NOTIFY-QUEUE-AVAILABLE
008240        GO TO 4500-EXIT
008250     END-IF
008260     MOVE SPACES                 TO W02-NFY-BUFFER
008270     STRING CPL-CARD-NUM         ','
008280            '               '    ','
008290            '      '             ','
008300            'CP'                 ','
008310            WS-NOTIFY-REASON     ','
008320            WS-CASE-ID
008330            DELIMITED BY SIZE
008340            INTO W02-NFY-BUFFER
008350     END-STRING
008360     MOVE MQMT-REQUEST    TO MQMD-MSGTYPE OF MQM-MD-NOTIFY
008370     MOVE MQMI-NONE       TO MQMD-MSGID   OF MQM-MD-NOTIFY
008380     MOVE MQFMT-STRING    TO MQMD-FORMAT  OF MQM-MD-NOTIFY
008390     COMPUTE MQPMO-OPTIONS     =  MQPMO-NO-SYNCPOINT +
008400                                  MQPMO-DEFAULT-CONTEXT
008410     MOVE LENGTH OF W02-NFY-BUFFER TO W02-BUFFLEN
008420     CALL 'MQPUT1' USING W02-HCONN
008430                         MQM-OD-NOTIFY
008440                         MQM-MD-NOTIFY
008450                         MQM-PUT-MESSAGE-OPTIONS
008460                         W02-BUFFLEN
008470                         W02-NFY-BUFFER
008480                         WS-COMPCODE
008490                         WS-REASON
008500     END-CALL
008510     IF WS-COMPCODE = MQCC-OK
008520        SET NOTIFY-SENT TO TRUE
008530     END-IF
008540     .
008550 4500-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------*
008580*    THE REGISTER ROW, NEW OR TAKEN UP TO THE FIRMER ACTION. THE *
008590*    REPLACEMENT FIELDS ARE CBCRDRSS'S TO FILL.                  *
008600*----------------------------------------------------------------*
008610 5000-RECORD-ON-REGISTER.
008620*----------------------------------------------------------------*
008630     IF NOT ALREADY-REGISTERED
008640        MOVE SPACES              TO COMPROMISED-CARD-RECORD
008650        MOVE CPL-CARD-NUM        TO CMPR-CARD-NUM
008660     END-IF
008670     MOVE XREF-ACCT-ID           TO CMPR-ACCT-ID
008680     MOVE WS-CASE-ID             TO CMPR-CASE-ID
008690     MOVE WS-NEW-ACTION          TO CMPR-ACTION
008700     MOVE CPL-EXPOSURE-AMT       TO CMPR-EXPOSURE-AMT
008710     MOVE CPL-HIT-COUNT          TO CMPR-HIT-COUNT
008720     MOVE WS-TODAY-CCYYMMDD      TO CMPR-ACTION-DATE
008730     MOVE WS-CNP-PLACED-SW       TO CMPR-CNP-PLACED-SW
008740     MOVE WS-NOTIFY-SENT-SW      TO CMPR-NOTIFIED-SW
008750     IF ALREADY-REGISTERED
008760        REWRITE COMPROMISED-CARD-RECORD
008770     ELSE
008780        WRITE COMPROMISED-CARD-RECORD
008790     END-IF
008800     IF WS-CMPR-STATUS NOT = '00'
008810        DISPLAY 'ERROR UPDATING COMPREG:' WS-CMPR-STATUS
008820                ' CARD ' CPL-CARD-NUM
008830     END-IF
008840     .
008850 5000-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------*
008880 5100-LIST-CARD.
008890*----------------------------------------------------------------*
008900     MOVE CPL-EXPOSURE-AMT       TO WS-AMT-DIS
008910     MOVE CPL-HIT-COUNT          TO WS-HITS-DIS
008920     MOVE SPACES TO WS-PRINT-LINE
008930     STRING CPL-CARD-NUM ' ' XREF-ACCT-ID ' ' WS-AMT-DIS ' '
008940            WS-HITS-DIS '  ' WS-ACTION
008950            DELIMITED BY SIZE INTO WS-PRINT-LINE
008960     END-STRING
008970     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
008980     .
008990 5100-EXIT.
009000     EXIT.
009010*----------------------------------------------------------------*
009020 6000-WRITE-ORDER-TRAILER.
009030*----------------------------------------------------------------*
009040     MOVE SPACES                 TO REISSUE-ORDER-RECORD
009050     SET RSO-IS-TRAILER          TO TRUE
009060     MOVE WS-ORDER-COUNT         TO RSOT-RECORD-COUNT
009070     MOVE WS-ORDER-HASH          TO RSOT-HASH-TOTAL
009080     WRITE REISSUE-ORDER-RECORD
009090     .
009100 6000-EXIT.
009110     EXIT.
009120*----------------------------------------------------------------*
009130*    EVERY REGISTERED CARD CBCRDRSS HAS NOT YET SEEN REPLACED -  *
009140*    ORDERED CARDS STILL WAITING ON CARD PRODUCTION, AND CARDS   *
009150*    ONLY RESTRICTED OR MONITORED, WHOSE DETAILS ARE STILL OUT.  *
009160*----------------------------------------------------------------*
009170 7000-LIST-NOT-REPLACED.
009180*----------------------------------------------------------------*
009190     MOVE SPACES TO WS-PRINT-LINE
009200     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
009210     MOVE SPACES TO WS-PRINT-LINE
009220     STRING 'COMPROMISED CARDS NOT YET REPLACED'
009230            DELIMITED BY SIZE INTO WS-PRINT-LINE
009240     END-STRING
009250     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
009260     MOVE SPACES TO WS-PRINT-LINE
009270     STRING 'CARD             ACCOUNT     CASE     ACTIONED'
009280            '              EXPOSURE  STANDING'
009290            DELIMITED BY SIZE INTO WS-PRINT-LINE
009300     END-STRING
009310     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
009320*
009330     MOVE LOW-VALUES             TO CMPR-CARD-NUM
009340     START COMPROMISE-REGISTER KEY >= CMPR-CARD-NUM
009350     IF WS-CMPR-STATUS NOT = '00'
009360        GO TO 7000-EXIT
009370     END-IF
009380     MOVE 'N'                    TO WS-CMPR-EOF-SW
009390     PERFORM 7100-CHECK-NEXT-REGISTERED THRU 7100-EXIT
009400         UNTIL REGISTER-DONE
009410     .
009420 7000-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------*
009450 7100-CHECK-NEXT-REGISTERED.
009460*----------------------------------------------------------------*
009470     READ COMPROMISE-REGISTER NEXT
009480         AT END
009490             SET REGISTER-DONE TO TRUE
009500             GO TO 7100-EXIT
009510     END-READ
009520     IF WS-CMPR-STATUS NOT = '00'
009530        SET REGISTER-DONE TO TRUE
009540        GO TO 7100-EXIT
009550     END-IF
009560     IF CMPR-REPLACED-DATE NOT = SPACES
009570        ADD 1 TO WS-RPT-REPLACED
009580        GO TO 7100-EXIT
009590     END-IF
009600     EVALUATE TRUE
009610         WHEN CMPR-REISSUE
009620             ADD 1 TO WS-RPT-OPEN-REISSUE
009630             MOVE 'ORDERED - AWAITING CARD PRODUCTION'
009640                                 TO WS-ACTION
009650         WHEN CMPR-CNP-RESTRICT
009660             ADD 1 TO WS-RPT-OPEN-CNP
009670             MOVE 'CNP BLOCKED - NOT ORDERED' TO WS-ACTION
009680         WHEN OTHER
009690             ADD 1 TO WS-RPT-OPEN-MONITOR
009700             MOVE 'MONITORED - NOT ORDERED'   TO WS-ACTION
009710     END-EVALUATE
009720     MOVE CMPR-EXPOSURE-AMT      TO WS-AMT-DIS
009730     MOVE SPACES TO WS-PRINT-LINE
009740     STRING CMPR-CARD-NUM ' ' CMPR-ACCT-ID ' ' CMPR-CASE-ID ' '
009750            CMPR-ACTION-DATE ' ' WS-AMT-DIS '  ' WS-ACTION
009760            DELIMITED BY SIZE INTO WS-PRINT-LINE
009770     END-STRING
009780     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
009790     .
009800 7100-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------*
009830 8000-PRINT-RUN-SUMMARY.
009840*----------------------------------------------------------------*
009850     MOVE SPACES TO WS-PRINT-LINE
009860     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
009870     MOVE WS-RPT-CARDS-READ TO WS-CNT-DIS
009880     MOVE SPACES TO WS-PRINT-LINE
009890     STRING 'AT-RISK CARDS READ .................: ' WS-CNT-DIS
009900            DELIMITED BY SIZE INTO WS-PRINT-LINE
009910     END-STRING
009920     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
009930     MOVE WS-RPT-NOT-ON-XREF TO WS-CNT-DIS
009940     MOVE SPACES TO WS-PRINT-LINE
009950     STRING '  NO LIVE CARDXREF LINK ............: ' WS-CNT-DIS
009960            DELIMITED BY SIZE INTO WS-PRINT-LINE
009970     END-STRING
009980     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
009990     MOVE WS-RPT-ALREADY-BLOCKED TO WS-CNT-DIS
010000     MOVE SPACES TO WS-PRINT-LINE
010010     STRING '  ALREADY BLOCKED ON CARDSTAT ......: ' WS-CNT-DIS
010020            DELIMITED BY SIZE INTO WS-PRINT-LINE
010030     END-STRING
010040     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010050     MOVE WS-RPT-ALREADY-HANDLED TO WS-CNT-DIS
010060     MOVE SPACES TO WS-PRINT-LINE
010070     STRING '  ALREADY ACTIONED, EARLIER CASE ...: ' WS-CNT-DIS
010080            DELIMITED BY SIZE INTO WS-PRINT-LINE
010090     END-STRING
010100     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010110     MOVE WS-RPT-REISSUED TO WS-CNT-DIS
010120     MOVE SPACES TO WS-PRINT-LINE
010130     STRING '  REISSUE ORDERED AND HOT-LISTED ...: ' WS-CNT-DIS
010140            DELIMITED BY SIZE INTO WS-PRINT-LINE
010150     END-STRING
010160     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010170     MOVE WS-RPT-EXPEDITED TO WS-CNT-DIS
010180     MOVE SPACES TO WS-PRINT-LINE
010190     STRING '    OF WHICH BY COURIER ............: ' WS-CNT-DIS
010200            DELIMITED BY SIZE INTO WS-PRINT-LINE
010210     END-STRING
010220     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010230     MOVE WS-RPT-CNP-BLOCKED TO WS-CNT-DIS
010240     MOVE SPACES TO WS-PRINT-LINE
010250     STRING '  CARD-NOT-PRESENT BLOCKED .........: ' WS-CNT-DIS
010260            DELIMITED BY SIZE INTO WS-PRINT-LINE
010270     END-STRING
010280     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010290     MOVE WS-RPT-MONITORED TO WS-CNT-DIS
010300     MOVE SPACES TO WS-PRINT-LINE
010310     STRING '  MONITOR ONLY .....................: ' WS-CNT-DIS
010320            DELIMITED BY SIZE INTO WS-PRINT-LINE
010330     END-STRING
010340     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010350     MOVE WS-RPT-UPDATE-FAILED TO WS-CNT-DIS
010360     MOVE SPACES TO WS-PRINT-LINE
010370     STRING 'CARDSTAT/CARDCTRL UPDATES FAILED ...: ' WS-CNT-DIS
010380            DELIMITED BY SIZE INTO WS-PRINT-LINE
010390     END-STRING
010400     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010410     MOVE WS-RPT-NOTIFIED TO WS-CNT-DIS
010420     MOVE SPACES TO WS-PRINT-LINE
010430     STRING 'CARDHOLDERS NOTIFIED ...............: ' WS-CNT-DIS
010440            DELIMITED BY SIZE INTO WS-PRINT-LINE
010450     END-STRING
010460     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010470     MOVE WS-RPT-NOT-NOTIFIED TO WS-CNT-DIS
010480     MOVE SPACES TO WS-PRINT-LINE
010490     STRING 'NOTICES NOT SENT (QUEUE) ...........: ' WS-CNT-DIS
010500            DELIMITED BY SIZE INTO WS-PRINT-LINE
010510     END-STRING
010520     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010530     MOVE WS-RPT-DETOKENIZED TO WS-CNT-DIS
010540     MOVE SPACES TO WS-PRINT-LINE
010550     STRING 'DETOKENIZED FOR THE ORDER ..........: ' WS-CNT-DIS
010560            DELIMITED BY SIZE INTO WS-PRINT-LINE
010570     END-STRING
010580     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010590     MOVE WS-RPT-VAULT-MISSES TO WS-CNT-DIS
010600     MOVE SPACES TO WS-PRINT-LINE
010610     STRING 'TOKENS NOT IN VAULT (FOLLOW UP) ....: ' WS-CNT-DIS
010620            DELIMITED BY SIZE INTO WS-PRINT-LINE
010630     END-STRING
010640     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010650     MOVE WS-ORDER-COUNT TO WS-CNT-DIS
010660     MOVE SPACES TO WS-PRINT-LINE
010670     STRING 'RSSORDER DETAIL RECORDS ............: ' WS-CNT-DIS
010680            DELIMITED BY SIZE INTO WS-PRINT-LINE
010690     END-STRING
010700     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010710     MOVE WS-RPT-REPLACED TO WS-CNT-DIS
010720     MOVE SPACES TO WS-PRINT-LINE
010730     STRING 'REGISTERED CARDS REPLACED ..........: ' WS-CNT-DIS
010740            DELIMITED BY SIZE INTO WS-PRINT-LINE
010750     END-STRING
010760     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010770     MOVE WS-RPT-OPEN-REISSUE TO WS-CNT-DIS
010780     MOVE SPACES TO WS-PRINT-LINE
010790     STRING 'NOT REPLACED - ORDERED, AWAITED ....: ' WS-CNT-DIS
010800            DELIMITED BY SIZE INTO WS-PRINT-LINE
010810     END-STRING
010820     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010830     MOVE WS-RPT-OPEN-CNP TO WS-CNT-DIS
010840     MOVE SPACES TO WS-PRINT-LINE
010850     STRING 'NOT REPLACED - CNP BLOCKED .........: ' WS-CNT-DIS
010860            DELIMITED BY SIZE INTO WS-PRINT-LINE
010870     END-STRING
010880     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010890     MOVE WS-RPT-OPEN-MONITOR TO WS-CNT-DIS
010900     MOVE SPACES TO WS-PRINT-LINE
010910     STRING 'NOT REPLACED - MONITORED ...........: ' WS-CNT-DIS
010920            DELIMITED BY SIZE INTO WS-PRINT-LINE
010930     END-STRING
010940     WRITE ACTION-REPORT-LINE FROM WS-PRINT-LINE
010950     .
010960 8000-EXIT.
010970     EXIT.
010980*----------------------------------------------------------------*
010990 9000-FILE-CLOSE.
011000*----------------------------------------------------------------*
011010     CLOSE CARD-LIST
011020           XREF-FILE
011030           CARD-STATUS-FILE
011040           CARD-CONTROLS
011050           COMPROMISE-REGISTER
011060           ORDER-FILE
011070           TOKEN-LOG
011080           ACTION-REPORT
011090     IF TOKEN-VAULT-AVAILABLE
011100        CLOSE TOKEN-VAULT
011110     END-IF
011120     IF RUN-CONTROL-AVAILABLE
011130        CLOSE RUN-CONTROL
011140     END-IF
011150     IF NOTIFY-QUEUE-AVAILABLE
011160        CALL 'MQCLOSE' USING W02-HCONN
011170                             W02-HOBJ-NOTIFY
011180                             WS-COMPCODE
011190                             WS-REASON
011200        END-CALL
011210        CALL 'MQDISC'  USING W02-HCONN
011220                             WS-COMPCODE
011230                             WS-REASON
011240        END-CALL
011250     END-IF
011260     .
011270 9000-EXIT.
011280     EXIT.
011290*----------------------------------------------------------------*
011300 9999-ABEND.
011310*----------------------------------------------------------------*
011320     DISPLAY 'CBCPPRSS ABENDING'
011330     MOVE 16 TO RETURN-CODE
011340     GOBACK.
011350 9999-EXIT.
011360     EXIT.
