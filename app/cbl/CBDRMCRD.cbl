000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDRMCRD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-01-09.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBDRMCRD - MONTHLY DORMANT CARD DETECTION AND RESTRICTION.  *
000090*    WALKS EVERY LIVE CARD ON CARDXREF AND FINDS THE LAST DAY IT *
000100*    WAS USED - THE NEWEST AUTH FOR THE CARD ON THE LIVE PAUTB   *
000110*    DETAILS OR ON THE PURGE ARCHIVE INDEX (PAUARCIX). A CARD    *
000120*    NEVER USED COUNTS FROM ITS ACTIVATION (CARDSTAT EFFECTIVE   *
000130*    DATE) OR THE ACCOUNT OPENING, SO A NEW CARD IS NOT DORMANT. *
000140*    ONLY USABLE CARDS (ACTIVE, OR NO CARDSTAT ROW) ON ACTIVE    *
000150*    ACCOUNTS ARE CONSIDERED.                                    *
000160*      - NOT USED FOR DORMMON LESS NOTICEMO MONTHS - THE HOLDER  *
000170*        IS WARNED ON THE CUSTOMER NOTIFY QUEUE (RESP CODE DM,   *
000180*        REASON DWRN) AND THE NOTICE IS KEPT ON DORMWARN;        *
000190*      - NOT USED FOR DORMMON MONTHS - THE CARD IS LISTED AS     *
000200*        DORMANT BY ACCOUNT AND PRODUCT. WITH RESTRICT=Y, A CARD *
000210*        WARNED AT LEAST NOTICEMO MONTHS AGO IS SET DORMANT (D)  *
000220*        ON CARDSTAT AND THE HOLDER TOLD (REASON DRST). COPAUA0C *
000230*        THEN DECLINES IT 4520 (REFER TO ISSUER) UNTIL IT IS     *
000240*        REACTIVATED THROUGH COPAUSQC.                           *
000250*    A CARD USED AGAIN HAS ITS WARNING WITHDRAWN, AND A          *
000260*    REACTIVATED CARD HAS ITS NOTICE ROW REMOVED, SO THE CYCLE   *
000270*    STARTS AGAIN FROM SCRATCH. A WARNING THAT COULD NOT BE PUT  *
000280*    ON THE QUEUE IS NOT RECORDED - NO CARD IS RESTRICTED        *
000290*    WITHOUT A NOTICE HAVING GONE OUT. THE PRODUCT OF A TOKEN IS *
000300*    TAKEN FROM THE CARD'S BIN THROUGH THE TOKEN VAULT, AND EACH *
000310*    VAULT READ IS ACCESS-LOGGED TO TOKNLOG.                     *
000320*    DRMPARMS: DORMMON =NNN  (MONTHS UNUSED = DORMANT, 12)       *
000330*              NOTICEMO=NNN  (MONTHS OF NOTICE, 1)               *
000340*              RESTRICT=X    (Y = SET CARDSTAT D, DEFAULT N)     *
000350*----------------------------------------------------------------*
000360*                MODIFICATION HISTORY                            *
000370* DATE       INIT DESCRIPTION                                    *
000380* 2028-01-09  JGM INITIAL VERSION                                *
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-ZOS.
000430 OBJECT-COMPUTER. IBM-ZOS.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARM-FILE      ASSIGN TO DRMPARMS
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000490         FILE STATUS  IS WS-PARM-STATUS.
000500*
000510     SELECT XREF-FILE      ASSIGN TO CARDXREF
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE  IS SEQUENTIAL
000540         RECORD KEY   IS XREF-CARD-NUM
000550         FILE STATUS  IS WS-XREF-STATUS.
000560*
000570     SELECT CARD-STATUS-FILE ASSIGN TO CARDSTAT
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE  IS RANDOM
000600         RECORD KEY   IS CRDST-CARD-NUM
000610         FILE STATUS  IS WS-CRDST-STATUS.
000620*
000630     SELECT ACCT-FILE      ASSIGN TO ACCTDAT
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE  IS RANDOM
000660         RECORD KEY   IS ACCT-ID
000670         FILE STATUS  IS WS-ACCT-STATUS.
000680*
000690     SELECT ARCHIVE-INDEX  ASSIGN TO PAUARCIX
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE  IS DYNAMIC
000720         RECORD KEY   IS ARCX-KEY
000730         FILE STATUS  IS WS-ARCIX-STATUS.
000740*
000750     SELECT NOTICE-FILE    ASSIGN TO DORMWARN
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE  IS RANDOM
000780         RECORD KEY   IS DRMN-CARD-NUM
000790         FILE STATUS  IS WS-DRMN-STATUS.
000800*
000810     SELECT CARD-PRODUCT-FILE ASSIGN TO BINPROD
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE  IS SEQUENTIAL
000840         RECORD KEY   IS BINP-BIN-HIGH
000850         FILE STATUS  IS WS-CP-STATUS.
000860*
000870     SELECT TOKEN-VAULT    ASSIGN TO TOKNVALT
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE  IS RANDOM
000900         RECORD KEY   IS TOKV-TOKEN
000910         FILE STATUS  IS WS-TOKV-STATUS.
000920*
000930     SELECT TOKEN-LOG      ASSIGN TO TOKNLOG
000940         ORGANIZATION IS SEQUENTIAL
000950         ACCESS MODE  IS SEQUENTIAL
000960         FILE STATUS  IS WS-TKLG-STATUS.
000970*
000980     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE  IS RANDOM
001010         RECORD KEY   IS RUNC-JOB-NAME
001020         FILE STATUS  IS WS-RUNC-STATUS.
001030*
001040     SELECT DORMANT-REPORT ASSIGN TO DRMCRDRP
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
001160 FD  XREF-FILE
001170     RECORDING MODE IS F.
001180 01  CARD-XREF-RECORD.
001190 COPY CVACT03Y.
001200*
001210 FD  CARD-STATUS-FILE
001220     RECORDING MODE IS F.
001230 COPY CVCRDSTY.
001240*
001250 FD  ACCT-FILE
001260     RECORDING MODE IS F.
001270 COPY CVACT01Y.
001280*
001290 FD  ARCHIVE-INDEX
001300     RECORDING MODE IS F.
001310 COPY CVARCIXY.
001320*
001330 FD  NOTICE-FILE
001340     RECORDING MODE IS F.
001350 COPY CVDRMWRY.
001360*
001370 FD  CARD-PRODUCT-FILE
001380     RECORDING MODE IS F.
001390 COPY CVBINPRY.
001400*
001410 FD  TOKEN-VAULT
001420     RECORDING MODE IS F.
001430 COPY CVTOKNVY.
001440*
001450 FD  TOKEN-LOG
001460     RECORDING MODE IS F.
001470 COPY CVTOKLGY.
001480*
001490 FD  RUN-CONTROL
001500     RECORDING MODE IS F.
001510 COPY CVRUNCTY.
001520*
001530 FD  DORMANT-REPORT
001540     RECORDING MODE IS F.
001550 01  DORMANT-REPORT-LINE         PIC X(132).
001560*----------------------------------------------------------------*
001570 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------------*
001590 01  WS-VARIABLES.
001600     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDRMCRD'.
001610     05  CURRENT-DATE               PIC 9(06).
001620     05  WS-TODAY-CCYYMMDD          PIC X(08).
001630     05  WS-TODAY-PARTS REDEFINES WS-TODAY-CCYYMMDD.
001640         10  WS-TODAY-CCYY          PIC 9(04).
001650         10  WS-TODAY-MM            PIC 9(02).
001660         10  WS-TODAY-DD            PIC 9(02).
001670     05  WS-RUN-TIME                PIC 9(08).
001680     05  WS-PARM-NUM3               PIC 9(03).
001690     05  WS-ACTION                  PIC X(40).
001700     05  WS-LAST-USE-DATE           PIC X(08).
001710     05  WS-ACTIVITY-DATE           PIC X(08).
001720     05  WS-LAST-USE-DIS            PIC X(08).
001730*
001740 01  WS-FILE-STATUSES.
001750     05  WS-PARM-STATUS             PIC X(02).
001760     05  WS-XREF-STATUS             PIC X(02).
001770     05  WS-CRDST-STATUS            PIC X(02).
001780         88  CRDST-FOUND                    VALUE '00'.
001790     05  WS-ACCT-STATUS             PIC X(02).
001800         88  ACCT-FOUND                     VALUE '00'.
001810     05  WS-ARCIX-STATUS            PIC X(02).
001820     05  WS-DRMN-STATUS             PIC X(02).
001830         88  NOTICE-FOUND                   VALUE '00'.
001840     05  WS-TOKV-STATUS             PIC X(02).
001850         88  TOKV-FOUND                     VALUE '00'.
001860     05  WS-TKLG-STATUS             PIC X(02).
001870     05  WS-RUNC-STATUS             PIC X(02).
001880     05  WS-RPT-STATUS              PIC X(02).
001890 01  WS-SWITCHES.
001900     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
001910         88  PARM-EOF                       VALUE 'Y'.
001920     05  WS-XREF-EOF-SW             PIC X(01) VALUE 'N'.
001930         88  CARDS-DONE                     VALUE 'Y'.
001940     05  WS-ARCX-EOF-SW             PIC X(01) VALUE 'N'.
001950         88  ARCX-CARD-DONE                 VALUE 'Y'.
001960     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
001970         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
001980     05  WS-ARCX-AVAIL-SW           PIC X(01) VALUE 'N'.
001990         88  ARCHIVE-INDEX-AVAILABLE        VALUE 'Y'.
002000     05  WS-TOKV-AVAIL-SW           PIC X(01) VALUE 'N'.
002010         88  TOKEN-VAULT-AVAILABLE          VALUE 'Y'.
002020     05  WS-RESTRICT-SW             PIC X(01) VALUE 'N'.
002030         88  RESTRICTION-ENABLED            VALUE 'Y'.
002040     05  WS-NOTIFY-SENT-SW          PIC X(01).
002050         88  NOTIFY-SENT                    VALUE 'Y'.
002060     05  WS-PRD-FOUND-SW            PIC X(01).
002070         88  PRODUCT-SLOT-FOUND             VALUE 'Y'.
002080*----------------------------------------------------------------*
002090*    DORMANCY POLICY (DRMPARMS) AND THE CUTOFF DATES IT GIVES.   *
002100*    A CUTOFF IS TODAY LESS N CALENDAR MONTHS, THE DAY HELD TO   *
002110*    THE 28TH SO EVERY MONTH HAS IT.                             *
002120*      WARN    - LAST USED BEFORE THIS: WARN THE HOLDER;         *
002130*      DORMANT - LAST USED BEFORE THIS: THE CARD IS DORMANT;     *
002140*      NOTICE  - WARNED ON OR BEFORE THIS: NOTICE HAS RUN OUT.   *
002150*----------------------------------------------------------------*
002160 01  WS-DORMANCY-PARMS.
002170     05  WS-DORMANT-MONTHS          PIC S9(4) COMP VALUE 12.
002180     05  WS-NOTICE-MONTHS           PIC S9(4) COMP VALUE 1.
002190     05  WS-MONTHS-BACK             PIC S9(4) COMP.
002200     05  WS-MONTH-INDEX             PIC S9(8) COMP.
002210     05  WS-CUTOFF-MM0              PIC S9(4) COMP.
002220     05  WS-CUTOFF-WORK.
002230         10  WS-CUTOFF-CCYY         PIC 9(04).
002240         10  WS-CUTOFF-MM           PIC 9(02).
002250         10  WS-CUTOFF-DD           PIC 9(02).
002260     05  WS-CUTOFF-DATE             PIC X(08).
002270     05  WS-WARN-CUTOFF             PIC X(08).
002280     05  WS-DORMANT-CUTOFF          PIC X(08).
002290     05  WS-NOTICE-CUTOFF           PIC X(08).
002300*----------------------------------------------------------------*
002310*    DORMANT CARDS BY PRODUCT FOR THE CLOSING SUMMARY            *
002320*----------------------------------------------------------------*
002330 01  WS-PRODUCT-TOTALS.
002340     05  WS-PRD-COUNT               PIC S9(4) COMP VALUE 0.
002350     05  WS-PRD-MAX                 PIC S9(4) COMP VALUE 50.
002360     05  WS-PRD-SUB                 PIC S9(4) COMP.
002370     05  WS-PRD-ENTRY OCCURS 50 TIMES.
002380         10  WS-PRD-NAME            PIC X(30).
002390         10  WS-PRD-DORMANT         PIC S9(9) COMP-3.
002400         10  WS-PRD-WARNED          PIC S9(9) COMP-3.
002410         10  WS-PRD-RESTRICTED      PIC S9(9) COMP-3.
002420*
002430 COPY CSBINPRY.
002440*----------------------------------------------------------------*
002450 01  WS-REPORT-COUNTERS.
002460     05  WS-RPT-CARDS-READ          PIC S9(9) COMP-3 VALUE 0.
002470     05  WS-RPT-END-DATED           PIC S9(9) COMP-3 VALUE 0.
002480     05  WS-RPT-BLOCKED             PIC S9(9) COMP-3 VALUE 0.
002490     05  WS-RPT-ALREADY-DORMANT     PIC S9(9) COMP-3 VALUE 0.
002500     05  WS-RPT-ACCT-INACTIVE       PIC S9(9) COMP-3 VALUE 0.
002510     05  WS-RPT-CHECKED             PIC S9(9) COMP-3 VALUE 0.
002520     05  WS-RPT-APPROACHING         PIC S9(9) COMP-3 VALUE 0.
002530     05  WS-RPT-DORMANT             PIC S9(9) COMP-3 VALUE 0.
002540     05  WS-RPT-WARNED              PIC S9(9) COMP-3 VALUE 0.
002550     05  WS-RPT-WARN-NOT-SENT       PIC S9(9) COMP-3 VALUE 0.
002560     05  WS-RPT-RESTRICTED          PIC S9(9) COMP-3 VALUE 0.
002570     05  WS-RPT-RESTRICT-FAILED     PIC S9(9) COMP-3 VALUE 0.
002580     05  WS-RPT-WITHDRAWN           PIC S9(9) COMP-3 VALUE 0.
002590     05  WS-RPT-REACTIVATED         PIC S9(9) COMP-3 VALUE 0.
002600     05  WS-RPT-DETOKENIZED         PIC S9(9) COMP-3 VALUE 0.
002610     05  WS-RPT-VAULT-MISSES        PIC S9(9) COMP-3 VALUE 0.
002620*----------------------------------------------------------------*
002630 01  WS-PRINT-LINE                 PIC X(132).
002640 01  WS-DISPLAY-FIELDS.
002650     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002660     05  WS-CNT2-DIS                PIC ZZZ,ZZZ,ZZ9.
002670     05  WS-CNT3-DIS                PIC ZZZ,ZZZ,ZZ9.
002680     05  WS-MONTHS-DIS              PIC ZZ9.
002690*----------------------------------------------------------------*
002700*    MQ FIELDS FOR THE CUSTOMER-NOTIFICATION PUTS                *
002710*----------------------------------------------------------------*
002720 01  WS-MQ-FIELDS.
002730     05  WS-QMGR-NAME               PIC X(48) VALUE 'MQPA'.
002740     05  W02-HCONN                  PIC S9(09) COMP.
002750     05  W02-HOBJ-NOTIFY            PIC S9(09) COMP.
002760     05  W02-BUFFLEN                PIC S9(09) COMP.
002770     05  WS-COMPCODE                PIC S9(09) COMP.
002780     05  WS-REASON                  PIC S9(09) COMP.
002790     05  WS-NOTIFY-QNAME            PIC X(48)
002800             VALUE 'PAUTH.CUSTNOTIFY.QUEUE'.
002810     05  W02-NFY-BUFFER             PIC X(250).
002820     05  WS-NOTIFY-REASON           PIC X(04).
002830     05  WS-MQ-AVAIL-SW             PIC X(01) VALUE 'N'.
002840         88  NOTIFY-QUEUE-AVAILABLE         VALUE 'Y'.
002850     COPY CMQTML.
002860 01  MQM-OD-NOTIFY.
002870     COPY CMQODV.
002880 01  MQM-MD-NOTIFY.
002890     COPY CMQMDV.
002900 01  MQM-PUT-MESSAGE-OPTIONS.
002910     COPY CMQPMOV.
002920*----------------------------------------------------------------*
002930*    DLI / PCB CONTROL INFORMATION                               *
002940*----------------------------------------------------------------*
002950 01  WS-IMS-CONTROL.
002960     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
002970     05  PCB-OFFSET.
002980         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002990     05  IMS-RETURN-CODE                 PIC X(02).
003000         88  STATUS-OK                    VALUE '  ', 'FW'.
003010         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
003020         88  END-OF-DB                    VALUE 'GB'.
003030     05  WS-DETAIL-EOF-SW                PIC X(01).
003040         88  DETAIL-SEG-EOF               VALUE 'Y'.
003050     05  DIBSTAT                         PIC X(02).
003060*----------------------------------------------------------------*
003070*    IMS SEGMENT LAYOUT                                          *
003080*----------------------------------------------------------------*
003090*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
003100 01 PENDING-AUTH-SUMMARY.
003110 COPY CIPAUSMY.
003120*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
003130 01 PENDING-AUTH-DETAILS.
003140 COPY CIPAUDTY.
003150*----------------------------------------------------------------*
003160 LINKAGE SECTION.
003170 01  PAUTBPCB                       PIC X(100).
003180*----------------------------------------------------------------*
003190 PROCEDURE DIVISION                  USING PAUTBPCB.
003200*----------------------------------------------------------------*
003210 MAIN-PARA.
003220     ENTRY 'DLITCBL'                 USING PAUTBPCB.
003230*
003240     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
003250*
003260     PERFORM 2000-CHECK-NEXT-CARD    THRU 2000-EXIT
003270         UNTIL CARDS-DONE
003280*
003290     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
003300     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
003310*
003320     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
003330*
003340     GOBACK.
003350*----------------------------------------------------------------*
003360 1000-INITIALIZE.
003370*----------------------------------------------------------------*
003380     ACCEPT CURRENT-DATE     FROM DATE
003390     ACCEPT WS-RUN-TIME      FROM TIME
003400     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003410     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003420*
003430     OPEN INPUT  PARM-FILE
003440     IF WS-PARM-STATUS = '00'
003450        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003460            UNTIL PARM-EOF
003470        CLOSE PARM-FILE
003480     ELSE
003490        DISPLAY 'DRMPARMS NOT AVAILABLE - USING DEFAULTS'
003500     END-IF
003510     IF WS-NOTICE-MONTHS NOT < WS-DORMANT-MONTHS
003520        DISPLAY 'NOTICEMO NOT BELOW DORMMON - NOTICE SET TO 1'
003530        MOVE 1               TO WS-NOTICE-MONTHS
003540     END-IF
003550     COMPUTE WS-MONTHS-BACK = WS-DORMANT-MONTHS - WS-NOTICE-MONTHS
003560     PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT
003570     MOVE WS-CUTOFF-DATE     TO WS-WARN-CUTOFF
003580     MOVE WS-DORMANT-MONTHS  TO WS-MONTHS-BACK
003590     PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT
003600     MOVE WS-CUTOFF-DATE     TO WS-DORMANT-CUTOFF
003610     MOVE WS-NOTICE-MONTHS   TO WS-MONTHS-BACK
003620     PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT
003630     MOVE WS-CUTOFF-DATE     TO WS-NOTICE-CUTOFF
003640*
003650     OPEN INPUT  XREF-FILE
003660     IF WS-XREF-STATUS = SPACES OR '00'
003670        CONTINUE
003680     ELSE
003690        DISPLAY 'ERROR IN OPENING CARDXREF:' WS-XREF-STATUS
003700        PERFORM 9999-ABEND THRU 9999-EXIT
003710     END-IF
003720     OPEN I-O    CARD-STATUS-FILE
003730     IF WS-CRDST-STATUS = SPACES OR '00'
003740        CONTINUE
003750     ELSE
003760        DISPLAY 'ERROR IN OPENING CARDSTAT:' WS-CRDST-STATUS
003770        PERFORM 9999-ABEND THRU 9999-EXIT
003780     END-IF
003790     OPEN INPUT  ACCT-FILE
003800     IF WS-ACCT-STATUS = SPACES OR '00'
003810        CONTINUE
003820     ELSE
003830        DISPLAY 'ERROR IN OPENING ACCTDAT:' WS-ACCT-STATUS
003840        PERFORM 9999-ABEND THRU 9999-EXIT
003850     END-IF
003860     OPEN I-O    NOTICE-FILE
003870     IF WS-DRMN-STATUS = SPACES OR '00'
003880        CONTINUE
003890     ELSE
003900        DISPLAY 'ERROR IN OPENING DORMWARN:' WS-DRMN-STATUS
003910        PERFORM 9999-ABEND THRU 9999-EXIT
003920     END-IF
003930     OPEN INPUT  ARCHIVE-INDEX
003940     IF WS-ARCIX-STATUS = SPACES OR '00'
003950        SET ARCHIVE-INDEX-AVAILABLE TO TRUE
003960     ELSE
003970        DISPLAY 'PAUARCIX NOT AVAILABLE - LIVE PAUTB USE ONLY'
003980     END-IF
003990     OPEN INPUT  TOKEN-VAULT
004000     IF WS-TOKV-STATUS = SPACES OR '00'
004010        SET TOKEN-VAULT-AVAILABLE TO TRUE
004020     ELSE
004030        DISPLAY 'TOKNVALT NOT AVAILABLE - TOKENS UNRESOLVED'
004040     END-IF
004050     OPEN OUTPUT TOKEN-LOG
004060     OPEN OUTPUT DORMANT-REPORT
004070     PERFORM 1600-LOAD-CARD-PRODUCTS THRU 1600-EXIT
004080*
004090     OPEN I-O RUN-CONTROL
004100     IF WS-RUNC-STATUS = SPACES OR '00'
004110        SET RUN-CONTROL-AVAILABLE TO TRUE
004120        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
004130     ELSE
004140        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
004150     END-IF
004160*
004170     CALL 'MQCONN' USING WS-QMGR-NAME
004180                         W02-HCONN
004190                         WS-COMPCODE
004200                         WS-REASON
004210     END-CALL
004220     IF WS-COMPCODE = MQCC-OK
004230        MOVE MQOT-Q          TO MQOD-OBJECTTYPE OF MQM-OD-NOTIFY
004240        MOVE WS-NOTIFY-QNAME TO MQOD-OBJECTNAME OF MQM-OD-NOTIFY
004250        CALL 'MQOPEN' USING W02-HCONN
004260                            MQM-OD-NOTIFY
004270                            W02-HOBJ-NOTIFY
004280                            WS-COMPCODE
004290                            WS-REASON
004300        END-CALL
004310        IF WS-COMPCODE = MQCC-OK
004320           SET NOTIFY-QUEUE-AVAILABLE TO TRUE
004330        END-IF
004340     END-IF
004350     IF NOT NOTIFY-QUEUE-AVAILABLE
004360        DISPLAY 'NOTIFY QUEUE UNAVAILABLE - NO WARNINGS THIS RUN'
004370     END-IF
004380*
004390     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
004400     DISPLAY '*-------------------------------------*'
004410     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
004420     DISPLAY 'DORMANT IF UNUSED SINCE:' WS-DORMANT-CUTOFF
004430     DISPLAY 'WARNED IF UNUSED SINCE :' WS-WARN-CUTOFF
004440     DISPLAY 'NOTICE RUN OUT IF BY   :' WS-NOTICE-CUTOFF
004450     DISPLAY 'RESTRICTION            :' WS-RESTRICT-SW
004460*
004470     MOVE SPACES TO WS-PRINT-LINE
004480     MOVE WS-DORMANT-MONTHS TO WS-MONTHS-DIS
004490     STRING 'CBDRMCRD DORMANT CARDS - NOT USED IN ' WS-MONTHS-DIS
004500            ' MONTHS (SINCE ' WS-DORMANT-CUTOFF ') - RUN DATE '
004510            CURRENT-DATE
004520            DELIMITED BY SIZE INTO WS-PRINT-LINE
004530     END-STRING
004540     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
004550     MOVE SPACES TO WS-PRINT-LINE
004560     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
004570     MOVE SPACES TO WS-PRINT-LINE
004580     STRING 'CARD             ACCOUNT     PRODUCT'
004590            '                        LAST USE  ACTION'
004600            DELIMITED BY SIZE INTO WS-PRINT-LINE
004610     END-STRING
004620     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
004630     .
004640 1000-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670 1100-READ-NEXT-PARM.
004680*----------------------------------------------------------------*
004690     READ PARM-FILE
004700         AT END
004710             SET PARM-EOF TO TRUE
004720             GO TO 1100-EXIT
004730     END-READ
004740     EVALUATE PARM-RECORD(1:9)
004750         WHEN 'DORMMON ='
004760             IF PARM-RECORD(10:3) IS NUMERIC
004770                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004780                IF WS-PARM-NUM3 > 1
004790                   MOVE WS-PARM-NUM3   TO WS-DORMANT-MONTHS
004800                END-IF
004810             END-IF
004820         WHEN 'NOTICEMO='
004830             IF PARM-RECORD(10:3) IS NUMERIC
004840                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004850                IF WS-PARM-NUM3 > 0
004860                   MOVE WS-PARM-NUM3   TO WS-NOTICE-MONTHS
004870                END-IF
004880             END-IF
004890         WHEN 'RESTRICT='
004900             IF PARM-RECORD(10:1) = 'Y' OR 'N'
004910                MOVE PARM-RECORD(10:1) TO WS-RESTRICT-SW
004920             END-IF
004930         WHEN OTHER
004940             DISPLAY 'DRMPARMS CARD IGNORED: ' PARM-RECORD(1:40)
004950     END-EVALUATE
004960     .
004970 1100-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------*
005000 1300-MARK-RUN-START.
005010*----------------------------------------------------------------*
005020     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
005030     READ RUN-CONTROL
005040     IF WS-RUNC-STATUS NOT = '00'
005050        MOVE SPACES          TO RUN-CONTROL-RECORD
005060        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005070     END-IF
005080     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
005090     MOVE WS-RUN-TIME        TO RUNC-START-TIME
005100     MOVE SPACES             TO RUNC-END-TIME
005110     SET  RUNC-RUNNING       TO TRUE
005120     MOVE ZEROES             TO RUNC-RECORD-COUNT
005130     IF WS-RUNC-STATUS = '00'
005140        REWRITE RUN-CONTROL-RECORD
005150     ELSE
005160        WRITE RUN-CONTROL-RECORD
005170     END-IF
005180     .
005190 1300-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------*
005220 1400-MARK-RUN-END.
005230*----------------------------------------------------------------*
005240     IF RUN-CONTROL-AVAILABLE
005250        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005260        READ RUN-CONTROL
005270        ACCEPT WS-RUN-TIME   FROM TIME
005280        MOVE WS-RUN-TIME     TO RUNC-END-TIME
005290        SET  RUNC-COMPLETE   TO TRUE
005300        MOVE WS-RPT-CHECKED  TO RUNC-RECORD-COUNT
005310        REWRITE RUN-CONTROL-RECORD
005320        IF WS-RUNC-STATUS NOT = '00'
005330           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
005340        END-IF
005350     END-IF
005360     .
005370 1400-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------*
005400*    TODAY LESS WS-MONTHS-BACK MONTHS INTO WS-CUTOFF-DATE, ON A  *
005410*    RUNNING MONTH COUNT SO THE YEAR WRAPS ON ITS OWN.           *
005420*----------------------------------------------------------------*
005430 1500-COMPUTE-CUTOFF.
005440*----------------------------------------------------------------*
005450     COMPUTE WS-MONTH-INDEX = WS-TODAY-CCYY * 12
005460                            + WS-TODAY-MM - 1
005470                            - WS-MONTHS-BACK
005480     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-CCYY
005490                                 REMAINDER WS-CUTOFF-MM0
005500     COMPUTE WS-CUTOFF-MM = WS-CUTOFF-MM0 + 1
005510     MOVE WS-TODAY-DD        TO WS-CUTOFF-DD
005520     IF WS-CUTOFF-DD > 28
005530        MOVE 28              TO WS-CUTOFF-DD
005540     END-IF
005550     MOVE WS-CUTOFF-WORK     TO WS-CUTOFF-DATE
005560     .
005570 1500-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------*
005600 COPY CSBINPRP.
005610*----------------------------------------------------------------*
005620*    ONE CARDXREF LINK. AN END-DATED LINK, A CARD BLOCKED FOR    *
005630*    ANY OTHER REASON AND A CARD ON AN ACCOUNT THAT IS NOT       *
005640*    ACTIVE ARE LEFT ALONE - ONLY A CARD THAT COULD BE USED AND  *
005650*    IS NOT BEING USED IS DORMANT.                               *
005660*----------------------------------------------------------------*
005670 2000-CHECK-NEXT-CARD.
005680*----------------------------------------------------------------*
005690     READ XREF-FILE NEXT
005700         AT END
005710             SET CARDS-DONE TO TRUE
005720             GO TO 2000-EXIT
005730     END-READ
005740     IF WS-XREF-STATUS NOT = '00'
005750        DISPLAY 'ERROR READING CARDXREF:' WS-XREF-STATUS
005760        SET CARDS-DONE TO TRUE
005770        GO TO 2000-EXIT
005780     END-IF
005790     ADD 1 TO WS-RPT-CARDS-READ
005800     IF XREF-END-DATE NOT = SPACES
005810        AND XREF-END-DATE NOT > WS-TODAY-CCYYMMDD
005820        ADD 1 TO WS-RPT-END-DATED
005830        GO TO 2000-EXIT
005840     END-IF
005850*
005860     MOVE XREF-CARD-NUM          TO CRDST-CARD-NUM
005870     READ CARD-STATUS-FILE
005880     MOVE XREF-CARD-NUM          TO DRMN-CARD-NUM
005890     READ NOTICE-FILE
005900     IF CRDST-FOUND AND CRDST-DORMANT
005910        ADD 1 TO WS-RPT-ALREADY-DORMANT
005920        GO TO 2000-EXIT
005930     END-IF
005940*    NO LONGER DORMANT, SO REACTIVATED SINCE IT WAS RESTRICTED -
005950*    THE NOTICE ROW GOES AND THE CARD IS JUDGED AFRESH.
005960     IF NOTICE-FOUND AND DRMN-RESTRICTED
005970        DELETE NOTICE-FILE
005980        ADD 1 TO WS-RPT-REACTIVATED
005990        MOVE '23'                TO WS-DRMN-STATUS
006000     END-IF
006010     IF CRDST-FOUND AND NOT CRDST-ACTIVE
006020        ADD 1 TO WS-RPT-BLOCKED
006030        IF NOTICE-FOUND
006040           DELETE NOTICE-FILE
006050           ADD 1 TO WS-RPT-WITHDRAWN
006060        END-IF
006070        GO TO 2000-EXIT
006080     END-IF
006090*
006100     MOVE XREF-ACCT-ID           TO ACCT-ID
006110     READ ACCT-FILE
006120     IF NOT ACCT-FOUND OR NOT ACCT-STATUS-ACTIVE
006130        ADD 1 TO WS-RPT-ACCT-INACTIVE
006140        GO TO 2000-EXIT
006150     END-IF
006160     ADD 1 TO WS-RPT-CHECKED
006170*
006180     MOVE SPACES                 TO WS-LAST-USE-DATE
006190     IF ARCHIVE-INDEX-AVAILABLE
006200        PERFORM 2100-SCAN-ARCHIVE-INDEX THRU 2100-EXIT
006210     END-IF
006220     PERFORM 2200-SCAN-PAUTB         THRU 2200-EXIT
006230*
006240     MOVE WS-LAST-USE-DATE       TO WS-ACTIVITY-DATE
006250     IF ACCT-OPEN-DATE > WS-ACTIVITY-DATE
006260        MOVE ACCT-OPEN-DATE      TO WS-ACTIVITY-DATE
006270     END-IF
006280     IF CRDST-FOUND
006290        AND CRDST-EFF-DATE > WS-ACTIVITY-DATE
006300        MOVE CRDST-EFF-DATE      TO WS-ACTIVITY-DATE
006310     END-IF
006320*
006330     PERFORM 3000-CLASSIFY-CARD      THRU 3000-EXIT
006340     .
006350 2000-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------*
006380*    THE ARCHIVE INDEX IS KEYED CARD + AUTH DATE, SO THE CARD'S  *
006390*    ROWS COME BACK OLDEST FIRST AND THE LAST ONE READ IS ITS    *
006400*    NEWEST AGED-OUT AUTH.                                       *
006410*----------------------------------------------------------------*
006420 2100-SCAN-ARCHIVE-INDEX.
006430*----------------------------------------------------------------*
006440     MOVE 'N'                    TO WS-ARCX-EOF-SW
006450     MOVE LOW-VALUES             TO ARCX-KEY
006460     MOVE XREF-CARD-NUM          TO ARCX-CARD-NUM
006470     START ARCHIVE-INDEX KEY >= ARCX-KEY
006480     IF WS-ARCIX-STATUS NOT = '00'
006490        GO TO 2100-EXIT
006500     END-IF
006510     PERFORM 2110-READ-NEXT-ARCX THRU 2110-EXIT
006520         UNTIL ARCX-CARD-DONE
006530     .
006540 2100-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------*
006570 2110-READ-NEXT-ARCX.
006580*----------------------------------------------------------------*
006590     READ ARCHIVE-INDEX NEXT
006600         AT END
006610             SET ARCX-CARD-DONE TO TRUE
006620             GO TO 2110-EXIT
006630     END-READ
006640     IF WS-ARCIX-STATUS NOT = '00'
006650        OR ARCX-CARD-NUM NOT = XREF-CARD-NUM
006660        SET ARCX-CARD-DONE TO TRUE
006670        GO TO 2110-EXIT
006680     END-IF
006690     IF ARCX-AUTH-DATE > WS-LAST-USE-DATE
006700        MOVE ARCX-AUTH-DATE      TO WS-LAST-USE-DATE
006710     END-IF
006720     .
006730 2110-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760*    THE LIVE AUTHS SIT UNDER THE ACCOUNT'S ROOT, WHICH MAY HOLD *
006770*    OTHER CARDS ON THE SAME ACCOUNT - ONLY THIS CARD'S COUNT.   *
006780*----------------------------------------------------------------*
006790 2200-SCAN-PAUTB.
006800*----------------------------------------------------------------*
006810     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
006820          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = XREF-ACCT-ID))
006830          INTO   (PENDING-AUTH-SUMMARY)
006840     END-EXEC
006850     MOVE DIBSTAT                TO IMS-RETURN-CODE
006860     IF END-OF-DB OR SEGMENT-NOT-FOUND
006870        GO TO 2200-EXIT
006880     END-IF
006890     IF NOT STATUS-OK
006900        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
006910                ' ACCT ' XREF-ACCT-ID
006920        GO TO 2200-EXIT
006930     END-IF
006940     MOVE 'N'                    TO WS-DETAIL-EOF-SW
006950     PERFORM 2210-CHECK-NEXT-DETAIL THRU 2210-EXIT
006960         UNTIL DETAIL-SEG-EOF
006970     .
006980 2200-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------*
007010 2210-CHECK-NEXT-DETAIL.
007020*----------------------------------------------------------------*
007030     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
007040         SEGMENT (PAUTDTL1)
007050         INTO (PENDING-AUTH-DETAILS)
007060     END-EXEC
007070     MOVE DIBSTAT                TO IMS-RETURN-CODE
007080     IF NOT STATUS-OK
007090        SET DETAIL-SEG-EOF       TO TRUE
007100        GO TO 2210-EXIT
007110     END-IF
007120     IF PA-CARD-NUM = XREF-CARD-NUM
007130        AND PA-AUTH-ORIG-DATE > WS-LAST-USE-DATE
007140        MOVE PA-AUTH-ORIG-DATE   TO WS-LAST-USE-DATE
007150     END-IF
007160     .
007170 2210-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------*
007200*    USED SINCE THE WARNING CUTOFF - NOTHING TO DO, BUT A        *
007210*    WARNING ALREADY GIVEN IS WITHDRAWN. UNUSED SINCE THEN BUT   *
007220*    NOT YET DORMANT - WARNED ONCE. DORMANT - LISTED, WARNED IF  *
007230*    IT NEVER WAS, RESTRICTED ONCE THE NOTICE HAS RUN OUT.       *
007240*----------------------------------------------------------------*
007250 3000-CLASSIFY-CARD.
007260*----------------------------------------------------------------*
007270     IF WS-ACTIVITY-DATE NOT < WS-WARN-CUTOFF
007280        IF NOTICE-FOUND
007290           DELETE NOTICE-FILE
007300           ADD 1 TO WS-RPT-WITHDRAWN
007310        END-IF
007320        GO TO 3000-EXIT
007330     END-IF
007340     IF WS-ACTIVITY-DATE NOT < WS-DORMANT-CUTOFF
007350        ADD 1 TO WS-RPT-APPROACHING
007360        IF NOT NOTICE-FOUND
007370           PERFORM 4000-WARN-CARDHOLDER THRU 4000-EXIT
007380        END-IF
007390        GO TO 3000-EXIT
007400     END-IF
007410*
007420     ADD 1 TO WS-RPT-DORMANT
007430     PERFORM 5100-RESOLVE-PRODUCT    THRU 5100-EXIT
007440     ADD 1 TO WS-PRD-DORMANT(WS-PRD-SUB)
007450     EVALUATE TRUE
007460         WHEN NOT NOTICE-FOUND
007470             PERFORM 4000-WARN-CARDHOLDER THRU 4000-EXIT
007480             IF NOTIFY-SENT
007490                ADD 1 TO WS-PRD-WARNED(WS-PRD-SUB)
007500                MOVE 'WARNED - NOTICE PERIOD STARTS'
007510                                     TO WS-ACTION
007520             ELSE
007530                MOVE 'WARNING NOT SENT - RETRIED NEXT RUN'
007540                                     TO WS-ACTION
007550             END-IF
007560         WHEN NOT RESTRICTION-ENABLED
007570             MOVE SPACES             TO WS-ACTION
007580             STRING 'WARNED ' DRMN-WARNED-DATE
007590                    ' - RESTRICTION OFF'
007600                    DELIMITED BY SIZE INTO WS-ACTION
007610             END-STRING
007620         WHEN DRMN-WARNED-DATE > WS-NOTICE-CUTOFF
007630             MOVE SPACES             TO WS-ACTION
007640             STRING 'WARNED ' DRMN-WARNED-DATE
007650                    ' - NOTICE PERIOD RUNNING'
007660                    DELIMITED BY SIZE INTO WS-ACTION
007670             END-STRING
007680         WHEN OTHER
007690             PERFORM 4100-RESTRICT-CARD THRU 4100-EXIT
007700     END-EVALUATE
007710     PERFORM 5000-LIST-DORMANT-CARD  THRU 5000-EXIT
007720     .
007730 3000-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------*
007760*    THE ADVANCE WARNING. THE NOTICE ROW IS ONLY WRITTEN ONCE    *
007770*    THE MESSAGE IS ON THE QUEUE - ITS DATE IS WHAT THE NOTICE   *
007780*    PERIOD RUNS FROM.                                           *
007790*----------------------------------------------------------------*
007800 4000-WARN-CARDHOLDER.
007810*----------------------------------------------------------------*
007820     MOVE 'DWRN'                 TO WS-NOTIFY-REASON
007830     PERFORM 4500-NOTIFY-CARDHOLDER THRU 4500-EXIT
007840     IF NOT NOTIFY-SENT
007850        ADD 1 TO WS-RPT-WARN-NOT-SENT
007860        GO TO 4000-EXIT
007870     END-IF
007880     MOVE SPACES                 TO DORMANT-NOTICE-RECORD
007890     MOVE XREF-CARD-NUM          TO DRMN-CARD-NUM
007900     MOVE XREF-ACCT-ID           TO DRMN-ACCT-ID
007910     SET DRMN-WARNED             TO TRUE
007920     MOVE WS-LAST-USE-DATE       TO DRMN-LAST-USE-DATE
007930     MOVE WS-TODAY-CCYYMMDD      TO DRMN-WARNED-DATE
007940     WRITE DORMANT-NOTICE-RECORD
007950     IF WS-DRMN-STATUS NOT = '00'
007960        DISPLAY 'ERROR WRITING DORMWARN:' WS-DRMN-STATUS
007970                ' CARD ' XREF-CARD-NUM
007980     END-IF
007990     ADD 1 TO WS-RPT-WARNED
008000     .
008010 4000-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------*
008040*    NOTICE HAS RUN OUT - CARDSTAT GOES TO DORMANT (D), KEEPING  *
008050*    THE STATUS IT HAD SO THE HISTORY SHOWS WHAT WAS REPLACED.   *
008060*    A CARD WITH NO ROW GETS ONE.                                *
008070*----------------------------------------------------------------*
008080 4100-RESTRICT-CARD.
008090*----------------------------------------------------------------*
008100     IF CRDST-FOUND
008110        MOVE CRDST-STATUS        TO CRDST-PRIOR-STATUS
008120     ELSE
008130        MOVE SPACES              TO CARD-STATUS-RECORD
008140        MOVE XREF-CARD-NUM       TO CRDST-CARD-NUM
008150     END-IF
008160     SET CRDST-DORMANT           TO TRUE
008170     MOVE WS-TODAY-CCYYMMDD      TO CRDST-EFF-DATE
008180                                    CRDST-UPDATED-DATE
008190     MOVE WS-PGMNAME             TO CRDST-UPDATED-BY
008200     IF CRDST-FOUND
008210        REWRITE CARD-STATUS-RECORD
008220     ELSE
008230        WRITE CARD-STATUS-RECORD
008240     END-IF
008250     IF WS-CRDST-STATUS NOT = '00'
008260        DISPLAY 'ERROR UPDATING CARDSTAT:' WS-CRDST-STATUS
008270                ' CARD ' XREF-CARD-NUM
008280        ADD 1 TO WS-RPT-RESTRICT-FAILED
008290        MOVE 'NOT RESTRICTED - CARDSTAT UPDATE FAILED'
008300                                 TO WS-ACTION
008310        GO TO 4100-EXIT
008320     END-IF
008330     ADD 1 TO WS-RPT-RESTRICTED
008340     ADD 1 TO WS-PRD-RESTRICTED(WS-PRD-SUB)
008350     MOVE 'RESTRICTED - CARDSTAT DORMANT'
008360                                 TO WS-ACTION
008370*
008380     SET DRMN-RESTRICTED         TO TRUE
008390     MOVE WS-LAST-USE-DATE       TO DRMN-LAST-USE-DATE
008400     MOVE WS-TODAY-CCYYMMDD      TO DRMN-RESTRICTED-DATE
008410     REWRITE DORMANT-NOTICE-RECORD
008420     IF WS-DRMN-STATUS NOT = '00'
008430        DISPLAY 'ERROR REWRITING DORMWARN:' WS-DRMN-STATUS
008440                ' CARD ' XREF-CARD-NUM
008450     END-IF
008460     MOVE 'DRST'                 TO WS-NOTIFY-REASON
008470     PERFORM 4500-NOTIFY-CARDHOLDER THRU 4500-EXIT
008480     .
008490 4100-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------*
008520*    SAME DELIMITED SHAPE THE OTHER NOTIFY PUTS USE - RESP CODE  *
008530*    DM SELECTS CBNOTDLV'S DORMANCY TEMPLATES, THE REASON WHICH  *
008540*    ONE. THE CARD KEY GOES AS HELD, TOKEN OR NOT.               *
008550*----------------------------------------------------------------*
008560 4500-NOTIFY-CARDHOLDER.
008570*----------------------------------------------------------------*
008580     MOVE 'N'                    TO WS-NOTIFY-SENT-SW
008590     IF NOT NOTIFY-QUEUE-AVAILABLE
008600        GO TO 4500-EXIT
008610     END-IF
008620     MOVE SPACES                 TO W02-NFY-BUFFER
008630     STRING XREF-CARD-NUM        ','
008640            '               '    ','
008650            '      '             ','
008660            'DM'                 ','
008670            WS-NOTIFY-REASON     ','
008680            WS-LAST-USE-DATE
008690            DELIMITED BY SIZE
008700            INTO W02-NFY-BUFFER
008710     END-STRING
008720     MOVE MQMT-REQUEST    TO MQMD-MSGTYPE OF MQM-MD-NOTIFY
008730     MOVE MQMI-NONE       TO MQMD-MSGID   OF MQM-MD-NOTIFY
008740     MOVE MQFMT-STRING    TO MQMD-FORMAT  OF MQM-MD-NOTIFY
008750     COMPUTE MQPMO-OPTIONS     =  MQPMO-NO-SYNCPOINT +
008760                                  MQPMO-DEFAULT-CONTEXT
008770     MOVE LENGTH OF W02-NFY-BUFFER TO W02-BUFFLEN
008780     CALL 'MQPUT1' USING W02-HCONN
008790                         MQM-OD-NOTIFY
008800                         MQM-MD-NOTIFY
008810                         MQM-PUT-MESSAGE-OPTIONS
008820                         W02-BUFFLEN
008830                         W02-NFY-BUFFER
008840                         WS-COMPCODE
008850                         WS-REASON
008860     END-CALL
008870     IF WS-COMPCODE = MQCC-OK
008880        SET NOTIFY-SENT TO TRUE
008890     END-IF
008900     .
008910 4500-EXIT.
008920     EXIT.
008930*----------------------------------------------------------------*
008940 5000-LIST-DORMANT-CARD.
008950*----------------------------------------------------------------*
008960     MOVE WS-LAST-USE-DATE       TO WS-LAST-USE-DIS
008970     IF WS-LAST-USE-DATE = SPACES
008980        MOVE 'NEVER'             TO WS-LAST-USE-DIS
008990     END-IF
009000     MOVE SPACES TO WS-PRINT-LINE
009010     STRING XREF-CARD-NUM ' ' XREF-ACCT-ID ' '
009020            WS-CP-PRODUCT-NAME ' ' WS-LAST-USE-DIS '  '
009030            WS-ACTION
009040            DELIMITED BY SIZE INTO WS-PRINT-LINE
009050     END-STRING
009060     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
009070     .
009080 5000-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------*
009110*    PRODUCT OF A LISTED CARD, AND ITS SLOT IN THE PRODUCT       *
009120*    TOTALS (WS-PRD-SUB). A TOKEN HAS NO BIN OF ITS OWN - THE    *
009130*    CARD IT STANDS FOR IS READ FROM THE VAULT, AND THE READ     *
009140*    LOGGED. A FULL TABLE PUTS THE REST IN THE LAST SLOT.        *
009150*----------------------------------------------------------------*
009160 5100-RESOLVE-PRODUCT.
009170*----------------------------------------------------------------*
009180     MOVE XREF-CARD-NUM(1:8)     TO WS-CP-LOOKUP-BIN
009190     IF XREF-CARD-NUM(1:2) = '99'
009200        MOVE SPACES              TO WS-CP-LOOKUP-BIN
009210        IF TOKEN-VAULT-AVAILABLE
009220           MOVE XREF-CARD-NUM    TO TOKV-TOKEN
009230           READ TOKEN-VAULT
009240           IF TOKV-FOUND
009250              MOVE TOKV-CARD-NUM(1:8) TO WS-CP-LOOKUP-BIN
009260              ADD 1 TO WS-RPT-DETOKENIZED
009270              PERFORM 5110-LOG-TOKEN-ACCESS THRU 5110-EXIT
009280           ELSE
009290              ADD 1 TO WS-RPT-VAULT-MISSES
009300           END-IF
009310        END-IF
009320     END-IF
009330     PERFORM 1620-FIND-CARD-PRODUCT  THRU 1620-EXIT
009340*
009350     MOVE 'N'                    TO WS-PRD-FOUND-SW
009360     PERFORM 5120-MATCH-PRODUCT-SLOT THRU 5120-EXIT
009370         VARYING WS-PRD-SUB FROM 1 BY 1
009380         UNTIL WS-PRD-SUB > WS-PRD-COUNT
009390            OR PRODUCT-SLOT-FOUND
009400     IF PRODUCT-SLOT-FOUND
009410        SUBTRACT 1 FROM WS-PRD-SUB
009420        GO TO 5100-EXIT
009430     END-IF
009440     IF WS-PRD-COUNT < WS-PRD-MAX
009450        ADD 1 TO WS-PRD-COUNT
009460        MOVE WS-PRD-COUNT        TO WS-PRD-SUB
009470        MOVE WS-CP-PRODUCT-NAME  TO WS-PRD-NAME(WS-PRD-SUB)
009480        MOVE ZERO                TO WS-PRD-DORMANT(WS-PRD-SUB)
009490                                    WS-PRD-WARNED(WS-PRD-SUB)
009500                                    WS-PRD-RESTRICTED(WS-PRD-SUB)
009510     ELSE
009520        MOVE WS-PRD-MAX          TO WS-PRD-SUB
009530        MOVE 'OTHER PRODUCTS'    TO WS-PRD-NAME(WS-PRD-SUB)
009540     END-IF
009550     .
009560 5100-EXIT.
009570     EXIT.
009580*----------------------------------------------------------------*
009590 5110-LOG-TOKEN-ACCESS.
009600*----------------------------------------------------------------*
009610     MOVE SPACES                 TO TOKEN-ACCESS-RECORD
009620     MOVE WS-PGMNAME             TO TKL-PROGRAM
009630     MOVE 'BATCH   '             TO TKL-USER-ID
009640     MOVE TOKV-TOKEN             TO TKL-TOKEN
009650     MOVE 'DORMANCY REPORTING'   TO TKL-PURPOSE
009660     STRING CURRENT-DATE '-' WS-RUN-TIME
009670            DELIMITED BY SIZE INTO TKL-TIMESTAMP
009680     END-STRING
009690     WRITE TOKEN-ACCESS-RECORD
009700     .
009710 5110-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------*
009740 5120-MATCH-PRODUCT-SLOT.
009750*----------------------------------------------------------------*
009760     IF WS-PRD-NAME(WS-PRD-SUB) = WS-CP-PRODUCT-NAME
009770        SET PRODUCT-SLOT-FOUND   TO TRUE
009780     END-IF
009790     .
009800 5120-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------*
009830 8000-PRINT-RUN-SUMMARY.
009840*----------------------------------------------------------------*
009850     MOVE SPACES TO WS-PRINT-LINE
009860     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
009870     MOVE SPACES TO WS-PRINT-LINE
009880     STRING 'DORMANT CARDS BY PRODUCT                '
009890            '    DORMANT      WARNED  RESTRICTED'
009900            DELIMITED BY SIZE INTO WS-PRINT-LINE
009910     END-STRING
009920     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
009930     PERFORM 8100-PRINT-PRODUCT-LINE THRU 8100-EXIT
009940         VARYING WS-PRD-SUB FROM 1 BY 1
009950         UNTIL WS-PRD-SUB > WS-PRD-COUNT
009960*
009970     MOVE SPACES TO WS-PRINT-LINE
009980     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
009990     MOVE WS-RPT-CARDS-READ TO WS-CNT-DIS
010000     MOVE SPACES TO WS-PRINT-LINE
010010     STRING 'CARDXREF CARDS READ ................: ' WS-CNT-DIS
010020            DELIMITED BY SIZE INTO WS-PRINT-LINE
010030     END-STRING
010040     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010050     MOVE WS-RPT-END-DATED TO WS-CNT-DIS
010060     MOVE SPACES TO WS-PRINT-LINE
010070     STRING '  LINK END-DATED - SKIPPED .........: ' WS-CNT-DIS
010080            DELIMITED BY SIZE INTO WS-PRINT-LINE
010090     END-STRING
010100     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010110     MOVE WS-RPT-ALREADY-DORMANT TO WS-CNT-DIS
010120     MOVE SPACES TO WS-PRINT-LINE
010130     STRING '  ALREADY DORMANT, NOT REACTIVATED .: ' WS-CNT-DIS
010140            DELIMITED BY SIZE INTO WS-PRINT-LINE
010150     END-STRING
010160     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010170     MOVE WS-RPT-BLOCKED TO WS-CNT-DIS
010180     MOVE SPACES TO WS-PRINT-LINE
010190     STRING '  BLOCKED FOR OTHER REASONS ........: ' WS-CNT-DIS
010200            DELIMITED BY SIZE INTO WS-PRINT-LINE
010210     END-STRING
010220     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010230     MOVE WS-RPT-ACCT-INACTIVE TO WS-CNT-DIS
010240     MOVE SPACES TO WS-PRINT-LINE
010250     STRING '  ACCOUNT MISSING OR NOT ACTIVE ....: ' WS-CNT-DIS
010260            DELIMITED BY SIZE INTO WS-PRINT-LINE
010270     END-STRING
010280     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010290     MOVE WS-RPT-CHECKED TO WS-CNT-DIS
010300     MOVE SPACES TO WS-PRINT-LINE
010310     STRING '  USABLE CARDS CHECKED FOR USE .....: ' WS-CNT-DIS
010320            DELIMITED BY SIZE INTO WS-PRINT-LINE
010330     END-STRING
010340     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010350     MOVE WS-RPT-APPROACHING TO WS-CNT-DIS
010360     MOVE SPACES TO WS-PRINT-LINE
010370     STRING '    IN THE NOTICE WINDOW ...........: ' WS-CNT-DIS
010380            DELIMITED BY SIZE INTO WS-PRINT-LINE
010390     END-STRING
010400     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010410     MOVE WS-RPT-DORMANT TO WS-CNT-DIS
010420     MOVE SPACES TO WS-PRINT-LINE
010430     STRING '    DORMANT - LISTED ABOVE .........: ' WS-CNT-DIS
010440            DELIMITED BY SIZE INTO WS-PRINT-LINE
010450     END-STRING
010460     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010470     MOVE WS-RPT-WARNED TO WS-CNT-DIS
010480     MOVE SPACES TO WS-PRINT-LINE
010490     STRING 'WARNINGS SENT ......................: ' WS-CNT-DIS
010500            DELIMITED BY SIZE INTO WS-PRINT-LINE
010510     END-STRING
010520     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010530     MOVE WS-RPT-WARN-NOT-SENT TO WS-CNT-DIS
010540     MOVE SPACES TO WS-PRINT-LINE
010550     STRING 'WARNINGS NOT SENT (QUEUE) ..........: ' WS-CNT-DIS
010560            DELIMITED BY SIZE INTO WS-PRINT-LINE
010570     END-STRING
010580     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010590     MOVE WS-RPT-RESTRICTED TO WS-CNT-DIS
010600     MOVE SPACES TO WS-PRINT-LINE
010610     STRING 'CARDS RESTRICTED (CARDSTAT D) ......: ' WS-CNT-DIS
010620            DELIMITED BY SIZE INTO WS-PRINT-LINE
010630     END-STRING
010640     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010650     MOVE WS-RPT-RESTRICT-FAILED TO WS-CNT-DIS
010660     MOVE SPACES TO WS-PRINT-LINE
010670     STRING 'RESTRICTIONS FAILED ON CARDSTAT ....: ' WS-CNT-DIS
010680            DELIMITED BY SIZE INTO WS-PRINT-LINE
010690     END-STRING
010700     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010710     MOVE WS-RPT-WITHDRAWN TO WS-CNT-DIS
010720     MOVE SPACES TO WS-PRINT-LINE
010730     STRING 'WARNINGS WITHDRAWN (USED/BLOCKED) ..: ' WS-CNT-DIS
010740            DELIMITED BY SIZE INTO WS-PRINT-LINE
010750     END-STRING
010760     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010770     MOVE WS-RPT-REACTIVATED TO WS-CNT-DIS
010780     MOVE SPACES TO WS-PRINT-LINE
010790     STRING 'REACTIVATED SINCE RESTRICTED .......: ' WS-CNT-DIS
010800            DELIMITED BY SIZE INTO WS-PRINT-LINE
010810     END-STRING
010820     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010830     MOVE WS-RPT-DETOKENIZED TO WS-CNT-DIS
010840     MOVE SPACES TO WS-PRINT-LINE
010850     STRING 'DETOKENIZED FOR THE PRODUCT ........: ' WS-CNT-DIS
010860            DELIMITED BY SIZE INTO WS-PRINT-LINE
010870     END-STRING
010880     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010890     MOVE WS-RPT-VAULT-MISSES TO WS-CNT-DIS
010900     MOVE SPACES TO WS-PRINT-LINE
010910     STRING 'TOKENS NOT IN VAULT (FOLLOW UP) ....: ' WS-CNT-DIS
010920            DELIMITED BY SIZE INTO WS-PRINT-LINE
010930     END-STRING
010940     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
010950     .
010960 8000-EXIT.
010970     EXIT.
010980*----------------------------------------------------------------*
010990 8100-PRINT-PRODUCT-LINE.
011000*----------------------------------------------------------------*
011010     MOVE WS-PRD-DORMANT(WS-PRD-SUB)    TO WS-CNT-DIS
011020     MOVE WS-PRD-WARNED(WS-PRD-SUB)     TO WS-CNT2-DIS
011030     MOVE WS-PRD-RESTRICTED(WS-PRD-SUB) TO WS-CNT3-DIS
011040     MOVE SPACES TO WS-PRINT-LINE
011050     STRING WS-PRD-NAME(WS-PRD-SUB) '          '
011060            WS-CNT-DIS ' ' WS-CNT2-DIS ' ' WS-CNT3-DIS
011070            DELIMITED BY SIZE INTO WS-PRINT-LINE
011080     END-STRING
011090     WRITE DORMANT-REPORT-LINE FROM WS-PRINT-LINE
011100     .
011110 8100-EXIT.
011120     EXIT.
011130*----------------------------------------------------------------*
011140 9000-FILE-CLOSE.
011150*----------------------------------------------------------------*
011160     CLOSE XREF-FILE
011170           CARD-STATUS-FILE
011180           ACCT-FILE
011190           NOTICE-FILE
011200           TOKEN-LOG
011210           DORMANT-REPORT
011220     IF ARCHIVE-INDEX-AVAILABLE
011230        CLOSE ARCHIVE-INDEX
011240     END-IF
011250     IF TOKEN-VAULT-AVAILABLE
011260        CLOSE TOKEN-VAULT
011270     END-IF
011280     IF RUN-CONTROL-AVAILABLE
011290        CLOSE RUN-CONTROL
011300     END-IF
011310     IF NOTIFY-QUEUE-AVAILABLE
011320        CALL 'MQCLOSE' USING W02-HCONN
011330                             W02-HOBJ-NOTIFY
011340                             WS-COMPCODE
011350                             WS-REASON
011360        END-CALL
011370        CALL 'MQDISC'  USING W02-HCONN
011380                             WS-COMPCODE
011390                             WS-REASON
011400        END-CALL
011410     END-IF
011420     .
011430 9000-EXIT.
011440     EXIT.
011450*----------------------------------------------------------------*
011460 9999-ABEND.
011470*----------------------------------------------------------------*
011480     DISPLAY 'CBDRMCRD ABENDING'
011490     MOVE 16 TO RETURN-CODE
011500     GOBACK.
011510 9999-EXIT.
011520     EXIT.
