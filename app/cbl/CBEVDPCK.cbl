000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBEVDPCK.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-02-13.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBEVDPCK - CHARGEBACK EVIDENCE PACK BUILDER                 *
000090*    TO FILE OR DEFEND A CHARGEBACK THE DISPUTE DESK USED TO     *
000100*    COPY THE AUTH, ITS VERIFICATION RESULTS, THE DECISION       *
000110*    TRACE, THE MERCHANT AND WHAT THE CARDHOLDER WAS TOLD OFF    *
000120*    FOUR SCREENS. THIS JOB PICKS UP EVERY CARDDEMO.PAUDISPT     *
000130*    CASE THAT HAS MOVED TO CHARGED BACK (C) OR REPRESENTED (R)  *
000140*    AND HAS NO EVIDENCE PACK FOR THAT STATUS YET, AND BUILDS    *
000150*    ONE FORMATTED DOCUMENT ON EVIDPACK (CVEVDPKY), KEYED BY     *
000160*    CASE ID, FROM:                                              *
000170*      - THE CASE ROW ITSELF,                                    *
000180*      - THE PAUTB DETAIL SEGMENT (OR ITS PURGE-ARCHIVE IMAGE    *
000190*        ON PAUARCIX ONCE THE AUTH HAS AGED OUT),                *
000200*      - THE AVS, CVV, 3-D SECURE ECI, ENTRY MODE AND WALLET     *
000210*        RESULTS ON THAT SEGMENT, DECODED,                       *
000220*      - THE PAUTRACE DECISION TRACE,                            *
000230*      - THE MERCHANT MASTER ROW (AND ITS SURVIVOR IF MERGED),   *
000240*      - THE NOTIFHST MESSAGES SENT TO THE CARDHOLDER ABOUT THE  *
000250*        CARD SINCE THE AUTH.                                    *
000260*    A CASE THAT MOVES ON (CHARGED BACK TO REPRESENTED) HAS ITS  *
000270*    PACK REBUILT. EVERY NEW PACK IS PRINTED TO EVIDPRT, AS IS   *
000280*    ANY PACK THE DESK ASKED TO REPRINT FROM THE PAUEVD SCREEN   *
000290*    (COPAUT2C). RUNS AHEAD OF CBCHBOUT, WHICH QUOTES THE PACK   *
000300*    ON THE NETWORK SUBMISSION.                                  *
000310*----------------------------------------------------------------*
000320*                MODIFICATION HISTORY                            *
000330* DATE       INIT DESCRIPTION                                    *
000340* 2028-02-13  RKA INITIAL VERSION                                *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-ZOS.
000390 OBJECT-COMPUTER. IBM-ZOS.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EVID-FILE      ASSIGN TO EVIDPACK
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS DYNAMIC
000450         RECORD KEY   IS EVD-KEY
000460         FILE STATUS  IS WS-EVD-STATUS.
000470*
000480     SELECT TRACE-FILE     ASSIGN TO PAUTRACE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS RANDOM
000510         RECORD KEY   IS TRC-TRANSACTION-ID
000520         FILE STATUS  IS WS-TRC-STATUS.
000530*
000540     SELECT MERCH-FILE     ASSIGN TO MERCHMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS RANDOM
000570         RECORD KEY   IS MRC-MERCHANT-ID
000580         FILE STATUS  IS WS-MRC-STATUS.
000590*
000600     SELECT HIST-FILE      ASSIGN TO NOTIFHST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE  IS DYNAMIC
000630         RECORD KEY   IS NTH-KEY
000640         FILE STATUS  IS WS-NTH-STATUS.
000650*
000660     SELECT ARCHIVE-INDEX  ASSIGN TO PAUARCIX
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE  IS DYNAMIC
000690         RECORD KEY   IS ARCX-KEY
000700         FILE STATUS  IS WS-ARCIX-STATUS.
000710*
000720     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE  IS RANDOM
000750         RECORD KEY   IS RUNC-JOB-NAME
000760         FILE STATUS  IS WS-RUNC-STATUS.
000770*
000780     SELECT EVID-REPORT    ASSIGN TO EVIDPRT
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE  IS SEQUENTIAL
000810         FILE STATUS  IS WS-RPT-STATUS.
000820*----------------------------------------------------------------*
000830 DATA DIVISION.
000840*----------------------------------------------------------------*
000850 FILE SECTION.
000860 FD  EVID-FILE
000870     RECORDING MODE IS F.
000880 COPY CVEVDPKY.
000890*
000900 FD  TRACE-FILE
000910     RECORDING MODE IS F.
000920 COPY CVDCTRCY.
000930*
000940 FD  MERCH-FILE
000950     RECORDING MODE IS F.
000960 COPY CVMRCMSY.
000970*
000980 FD  HIST-FILE
000990     RECORDING MODE IS F.
001000 COPY CVNTFHSY.
001010*
001020 FD  ARCHIVE-INDEX
001030     RECORDING MODE IS F.
001040 COPY CVARCIXY.
001050*
001060 FD  RUN-CONTROL
001070     RECORDING MODE IS F.
001080 COPY CVRUNCTY.
001090*
001100 FD  EVID-REPORT
001110     RECORDING MODE IS F.
001120 01  EVID-REPORT-LINE            PIC X(132).
001130*----------------------------------------------------------------*
001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------*
001160 01  WS-VARIABLES.
001170     05  WS-PGMNAME                 PIC X(08) VALUE 'CBEVDPCK'.
001180     05  CURRENT-DATE               PIC 9(06).
001190     05  WS-RUN-TIME                PIC 9(08).
001200     05  WS-TODAY-CCYYMMDD          PIC X(08).
001210     05  WS-TODAY-DIS               PIC X(10).
001220     05  WS-CASE-ID-DIS             PIC 9(09).
001230     05  WS-LINE-NO                 PIC 9(04).
001240     05  WS-AUTH-SOURCE             PIC X(01).
001250         88  AUTH-FROM-PAUTB                VALUE 'P'.
001260         88  AUTH-FROM-ARCHIVE              VALUE 'A'.
001270         88  AUTH-NOT-FOUND                 VALUE 'N'.
001280     05  WS-MASKED-CARD             PIC X(16).
001290     05  WS-STATUS-TEXT             PIC X(14).
001300     05  WS-DECODE-TEXT             PIC X(44).
001310     05  WS-FROM-DATE               PIC X(08).
001320     05  WS-NOTIFY-COUNT            PIC S9(04) COMP.
001330     05  WS-NOTIFY-MAX              PIC S9(04) COMP VALUE +20.
001340     05  WS-CHANNEL-TEXT            PIC X(05).
001350     05  WS-NOTIFY-MARK             PIC X(01).
001360     05  WS-SURVIVOR-ID             PIC X(15).
001370*
001380 01  WS-FILE-STATUSES.
001390     05  WS-EVD-STATUS              PIC X(02).
001400         88  EVD-FOUND                      VALUE '00'.
001410     05  WS-TRC-STATUS              PIC X(02).
001420         88  TRC-FOUND                      VALUE '00'.
001430     05  WS-MRC-STATUS              PIC X(02).
001440         88  MRC-FOUND                      VALUE '00'.
001450     05  WS-NTH-STATUS              PIC X(02).
001460     05  WS-ARCIX-STATUS            PIC X(02).
001470     05  WS-RUNC-STATUS             PIC X(02).
001480     05  WS-RPT-STATUS              PIC X(02).
001490 01  WS-CURSOR-EOF-SW               PIC X(01) VALUE 'N'.
001500     88  CASE-CURSOR-EOF                    VALUE 'Y'.
001510 01  WS-PACK-STATE-SW               PIC X(01).
001520     88  PACK-CURRENT                       VALUE 'C'.
001530     88  PACK-STALE                         VALUE 'S'.
001540     88  PACK-MISSING                       VALUE 'M'.
001550 01  WS-BROWSE-SW                   PIC X(01).
001560     88  BROWSE-MORE                        VALUE 'Y'.
001570     88  BROWSE-DONE                        VALUE 'N'.
001580 01  WS-REPRINT-SW                  PIC X(01) VALUE 'N'.
001590     88  REPRINTING-CASE                    VALUE 'Y'.
001600 01  WS-NOTIFY-MORE-SW              PIC X(01).
001610     88  NOTIFY-MORE-NOT-SHOWN              VALUE 'Y'.
001620 01  WS-NOTIFY-MARKED-SW            PIC X(01).
001630     88  NOTIFY-ROW-MARKED                  VALUE 'Y'.
001640 01  WS-AVAILABILITY-SWITCHES.
001650     05  WS-TRC-AVAIL-SW            PIC X(01) VALUE 'N'.
001660         88  TRACE-FILE-AVAILABLE           VALUE 'Y'.
001670     05  WS-MRC-AVAIL-SW            PIC X(01) VALUE 'N'.
001680         88  MERCH-FILE-AVAILABLE           VALUE 'Y'.
001690     05  WS-NTH-AVAIL-SW            PIC X(01) VALUE 'N'.
001700         88  HIST-FILE-AVAILABLE            VALUE 'Y'.
001710     05  WS-ARCIX-AVAIL-SW          PIC X(01) VALUE 'N'.
001720         88  ARCHIVE-INDEX-AVAILABLE        VALUE 'Y'.
001730     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
001740         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
001750*----------------------------------------------------------------*
001760*    ONE LINE OF THE EVIDENCE DOCUMENT, AS STORED AND PRINTED    *
001770*----------------------------------------------------------------*
001780 01  WS-DOC-LINE                    PIC X(78).
001790 01  WS-DASH-LINE                   PIC X(78) VALUE ALL '-'.
001800*----------------------------------------------------------------*
001810*    DB2 HOST VARIABLES AND SQL PLUMBING                         *
001820*----------------------------------------------------------------*
001830 01  PAUDISPT-HOST-VARS.
001840 COPY CVDISPTY.
001850*----------------------------------------------------------------*
001860 01  WS-REPORT-COUNTERS.
001870     05  WS-RPT-CASES-SEEN          PIC S9(9) COMP-3 VALUE 0.
001880     05  WS-RPT-BUILT               PIC S9(9) COMP-3 VALUE 0.
001890     05  WS-RPT-REBUILT             PIC S9(9) COMP-3 VALUE 0.
001900     05  WS-RPT-CURRENT             PIC S9(9) COMP-3 VALUE 0.
001910     05  WS-RPT-NO-AUTH             PIC S9(9) COMP-3 VALUE 0.
001920     05  WS-RPT-FROM-ARCHIVE        PIC S9(9) COMP-3 VALUE 0.
001930     05  WS-RPT-REPRINTED           PIC S9(9) COMP-3 VALUE 0.
001940     05  WS-RPT-WRITE-ERRORS        PIC S9(9) COMP-3 VALUE 0.
001950*----------------------------------------------------------------*
001960 01  WS-PRINT-LINE                 PIC X(132).
001970 01  WS-DISPLAY-FIELDS.
001980     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001990     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
002000     05  WS-AMT2-DIS                PIC Z,ZZZ,ZZZ,ZZ9.99-.
002010     05  WS-FICO-DIS                PIC ZZ9.
002020     05  WS-SQLCODE                 PIC -9(8).
002030     EXEC SQL
002040         INCLUDE SQLCA
002050     END-EXEC.
002060*----------------------------------------------------------------*
002070*    DLI / PCB CONTROL INFORMATION                               *
002080*----------------------------------------------------------------*
002090 01  WS-IMS-CONTROL.
002100     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
002110     05  PCB-OFFSET.
002120         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002130     05  IMS-RETURN-CODE                 PIC X(02).
002140         88  STATUS-OK                    VALUE '  ', 'FW'.
002150         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002160         88  END-OF-DB                    VALUE 'GB'.
002170     05  DIBSTAT                         PIC X(02).
002180*----------------------------------------------------------------*
002190*    IMS SEGMENT LAYOUT                                          *
002200*----------------------------------------------------------------*
002210*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
002220 01 PENDING-AUTH-SUMMARY.
002230 COPY CIPAUSMY.
002240*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002250 01 PENDING-AUTH-DETAILS.
002260 COPY CIPAUDTY.
002270*----------------------------------------------------------------*
002280 LINKAGE SECTION.
002290 01  PAUTBPCB                       PIC X(100).
002300*----------------------------------------------------------------*
002310 PROCEDURE DIVISION                  USING PAUTBPCB.
002320*----------------------------------------------------------------*
002330 MAIN-PARA.
002340     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002350*
002360     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002370*
002380     PERFORM 2000-OPEN-CASE-CURSOR   THRU 2000-EXIT
002390     IF NOT CASE-CURSOR-EOF
002400        PERFORM 3000-PACK-NEXT-CASE  THRU 3000-EXIT
002410            UNTIL CASE-CURSOR-EOF
002420        EXEC SQL
002430            CLOSE EVDPCK-CURSOR
002440        END-EXEC
002450     END-IF
002460*
002470     PERFORM 6000-REPRINT-REQUESTED  THRU 6000-EXIT
002480*
002490     PERFORM 8000-PRINT-CONTROL-REPORT THRU 8000-EXIT
002500     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002510*
002520     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002530*
002540     IF WS-RPT-WRITE-ERRORS > 0
002550        MOVE 4 TO RETURN-CODE
002560     END-IF
002570     GOBACK.
002580*----------------------------------------------------------------*
002590 1000-INITIALIZE.
002600*----------------------------------------------------------------*
002610     ACCEPT CURRENT-DATE     FROM DATE
002620     ACCEPT WS-RUN-TIME      FROM TIME
002630     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002640     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002650     STRING WS-TODAY-CCYYMMDD(1:4) '-' WS-TODAY-CCYYMMDD(5:2)
002660            '-' WS-TODAY-CCYYMMDD(7:2)
002670            DELIMITED BY SIZE INTO WS-TODAY-DIS
002680     END-STRING
002690*
002700     OPEN I-O    EVID-FILE
002710     IF WS-EVD-STATUS = SPACES OR '00' OR '05'
002720        CONTINUE
002730     ELSE
002740        DISPLAY 'ERROR IN OPENING EVIDPACK:' WS-EVD-STATUS
002750        PERFORM 9999-ABEND THRU 9999-EXIT
002760     END-IF
002770     OPEN OUTPUT EVID-REPORT
002780*
002790*    THE SOURCES BEYOND THE CASE AND THE AUTH ARE OPTIONAL - A
002800*    PACK BUILT WITHOUT ONE SAYS SO IN THE SECTION CONCERNED.
002810     OPEN INPUT  TRACE-FILE
002820     IF WS-TRC-STATUS = SPACES OR '00'
002830        SET TRACE-FILE-AVAILABLE TO TRUE
002840     ELSE
002850        DISPLAY 'PAUTRACE NOT AVAILABLE - NO DECISION TRACE'
002860     END-IF
002870     OPEN INPUT  MERCH-FILE
002880     IF WS-MRC-STATUS = SPACES OR '00'
002890        SET MERCH-FILE-AVAILABLE TO TRUE
002900     ELSE
002910        DISPLAY 'MERCHMST NOT AVAILABLE - NO MERCHANT DATA'
002920     END-IF
002930     OPEN INPUT  HIST-FILE
002940     IF WS-NTH-STATUS = SPACES OR '00'
002950        SET HIST-FILE-AVAILABLE TO TRUE
002960     ELSE
002970        DISPLAY 'NOTIFHST NOT AVAILABLE - NO NOTIFICATIONS'
002980     END-IF
002990     OPEN INPUT  ARCHIVE-INDEX
003000     IF WS-ARCIX-STATUS = SPACES OR '00'
003010        SET ARCHIVE-INDEX-AVAILABLE TO TRUE
003020     ELSE
003030        DISPLAY 'PAUARCIX NOT AVAILABLE - PAUTB ONLY'
003040     END-IF
003050*
003060     OPEN I-O RUN-CONTROL
003070     IF WS-RUNC-STATUS = SPACES OR '00'
003080        SET RUN-CONTROL-AVAILABLE TO TRUE
003090        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003100     ELSE
003110        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003120     END-IF
003130*
003140     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003150     DISPLAY '*-------------------------------------*'
003160     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003170     .
003180 1000-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------*
003210 1300-MARK-RUN-START.
003220*----------------------------------------------------------------*
003230     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003240     READ RUN-CONTROL
003250     IF WS-RUNC-STATUS NOT = '00'
003260        MOVE SPACES          TO RUN-CONTROL-RECORD
003270        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003280     END-IF
003290     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003300     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003310     MOVE SPACES             TO RUNC-END-TIME
003320     SET  RUNC-RUNNING       TO TRUE
003330     MOVE ZEROES             TO RUNC-RECORD-COUNT
003340     IF WS-RUNC-STATUS = '00'
003350        REWRITE RUN-CONTROL-RECORD
003360     ELSE
003370        WRITE RUN-CONTROL-RECORD
003380     END-IF
003390     .
003400 1300-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------*
003430 1400-MARK-RUN-END.
003440*----------------------------------------------------------------*
003450     IF RUN-CONTROL-AVAILABLE
003460        ACCEPT WS-RUN-TIME   FROM TIME
003470        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003480        READ RUN-CONTROL
003490        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003500        IF WS-RPT-WRITE-ERRORS = 0
003510           SET  RUNC-COMPLETE TO TRUE
003520        ELSE
003530           SET  RUNC-FAILED   TO TRUE
003540        END-IF
003550        COMPUTE RUNC-RECORD-COUNT = WS-RPT-BUILT + WS-RPT-REBUILT
003560        REWRITE RUN-CONTROL-RECORD
003570        IF WS-RUNC-STATUS NOT = '00'
003580           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003590        END-IF
003600     END-IF
003610     .
003620 1400-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650 2000-OPEN-CASE-CURSOR.
003660*----------------------------------------------------------------*
003670     EXEC SQL
003680         DECLARE EVDPCK-CURSOR CURSOR FOR
003690             SELECT CASE_ID, CARD_NUM, TRANSACTION_ID,
003700                    ACCT_ID, CUST_ID, DISPUTE_AMT,
003710                    CASE_STATUS, CASE_REASON,
003720                    CHAR(OPENED_DATE), CHAR(DEADLINE_DATE),
003730                    CHAR(LAST_STATUS_DATE), RAISED_BY
003740               FROM CARDDEMO.PAUDISPT
003750              WHERE CASE_STATUS IN ('C', 'R')
003760              ORDER BY CASE_ID
003770     END-EXEC
003780     EXEC SQL
003790         OPEN EVDPCK-CURSOR
003800     END-EXEC
003810     IF SQLCODE NOT = ZERO
003820        MOVE SQLCODE TO WS-SQLCODE
003830        DISPLAY 'CASE CURSOR OPEN FAILED, SQLCODE=' WS-SQLCODE
003840        SET CASE-CURSOR-EOF TO TRUE
003850     END-IF
003860     .
003870 2000-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------*
003900 3000-PACK-NEXT-CASE.
003910*----------------------------------------------------------------*
003920     EXEC SQL
003930         FETCH EVDPCK-CURSOR
003940             INTO :DSP-CASE-ID, :DSP-CARD-NUM,
003950                  :DSP-TRANSACTION-ID, :DSP-ACCT-ID,
003960                  :DSP-CUST-ID, :DSP-DISPUTE-AMT,
003970                  :DSP-CASE-STATUS, :DSP-CASE-REASON,
003980                  :DSP-OPENED-DATE, :DSP-DEADLINE-DATE,
003990                  :DSP-LAST-STATUS-DATE, :DSP-RAISED-BY
004000     END-EXEC
004010     IF SQLCODE NOT = ZERO
004020        IF SQLCODE NOT = +100
004030           MOVE SQLCODE TO WS-SQLCODE
004040           DISPLAY 'CASE CURSOR FETCH FAILED, SQLCODE=' WS-SQLCODE
004050        END-IF
004060        SET CASE-CURSOR-EOF TO TRUE
004070        GO TO 3000-EXIT
004080     END-IF
004090     ADD 1 TO WS-RPT-CASES-SEEN
004100     MOVE DSP-CASE-ID            TO WS-CASE-ID-DIS
004110     PERFORM 3100-CHECK-EXISTING-PACK THRU 3100-EXIT
004120     EVALUATE TRUE
004130         WHEN PACK-CURRENT
004140            ADD 1 TO WS-RPT-CURRENT
004150            GO TO 3000-EXIT
004160         WHEN PACK-STALE
004170            PERFORM 3200-DELETE-OLD-PACK THRU 3200-EXIT
004180            ADD 1 TO WS-RPT-REBUILT
004190         WHEN OTHER
004200            ADD 1 TO WS-RPT-BUILT
004210     END-EVALUATE
004220     PERFORM 4000-BUILD-PACK     THRU 4000-EXIT
004230     .
004240 3000-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------*
004270*    A PACK ALREADY BUILT FOR THE CASE'S CURRENT STATUS STANDS;  *
004280*    ONE BUILT FOR AN EARLIER STATUS IS REPLACED.                *
004290*----------------------------------------------------------------*
004300 3100-CHECK-EXISTING-PACK.
004310*----------------------------------------------------------------*
004320     SET PACK-MISSING            TO TRUE
004330     MOVE DSP-CASE-ID            TO EVD-CASE-ID
004340     MOVE ZERO                   TO EVD-LINE-NO
004350     READ EVID-FILE
004360     IF EVD-FOUND
004370        IF EVD-CASE-STATUS = DSP-CASE-STATUS
004380           SET PACK-CURRENT      TO TRUE
004390        ELSE
004400           SET PACK-STALE        TO TRUE
004410        END-IF
004420     END-IF
004430     .
004440 3100-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470 3200-DELETE-OLD-PACK.
004480*----------------------------------------------------------------*
004490     MOVE DSP-CASE-ID            TO EVD-CASE-ID
004500     MOVE ZERO                   TO EVD-LINE-NO
004510     START EVID-FILE KEY >= EVD-KEY
004520     IF WS-EVD-STATUS NOT = '00'
004530        GO TO 3200-EXIT
004540     END-IF
004550     SET BROWSE-MORE             TO TRUE
004560     PERFORM 3210-DELETE-NEXT-LINE THRU 3210-EXIT
004570         UNTIL BROWSE-DONE
004580     .
004590 3200-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------*
004620 3210-DELETE-NEXT-LINE.
004630*----------------------------------------------------------------*
004640     READ EVID-FILE NEXT
004650     IF WS-EVD-STATUS NOT = '00'
004660        OR EVD-CASE-ID NOT = DSP-CASE-ID
004670        SET BROWSE-DONE          TO TRUE
004680        GO TO 3210-EXIT
004690     END-IF
004700     DELETE EVID-FILE
004710     IF WS-EVD-STATUS NOT = '00'
004720        DISPLAY 'ERROR DELETING EVIDPACK CASE ' WS-CASE-ID-DIS
004730                ' STATUS ' WS-EVD-STATUS
004740        ADD 1 TO WS-RPT-WRITE-ERRORS
004750        SET BROWSE-DONE          TO TRUE
004760     END-IF
004770     .
004780 3210-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------*
004810*    THE DOCUMENT IS WRITTEN LINE BY LINE AS IT IS FORMATTED;    *
004820*    THE HEADER GOES ON LAST, SO A PACK CUT SHORT BY AN ABEND    *
004830*    HAS NO HEADER AND IS BUILT AGAIN ON THE RERUN.              *
004840*----------------------------------------------------------------*
004850 4000-BUILD-PACK.
004860*----------------------------------------------------------------*
004870     MOVE ZERO                   TO WS-LINE-NO
004880     MOVE SPACES                 TO WS-DOC-LINE
004890     MOVE ALL '='                TO WS-PRINT-LINE(1:80)
004900     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
004910     MOVE '************'         TO WS-MASKED-CARD(1:12)
004920     MOVE DSP-CARD-NUM(13:4)     TO WS-MASKED-CARD(13:4)
004930     EVALUATE DSP-CASE-STATUS
004940         WHEN 'C'
004950            MOVE 'CHARGED BACK'  TO WS-STATUS-TEXT
004960         WHEN 'R'
004970            MOVE 'REPRESENTED'   TO WS-STATUS-TEXT
004980         WHEN OTHER
004990            MOVE 'OTHER'         TO WS-STATUS-TEXT
005000     END-EVALUATE
005010*
005020     PERFORM 4200-FIND-AUTH      THRU 4200-EXIT
005030     PERFORM 4100-CASE-SECTION   THRU 4100-EXIT
005040     PERFORM 4300-AUTH-SECTION   THRU 4300-EXIT
005050     PERFORM 4400-VERIFY-SECTION THRU 4400-EXIT
005060     PERFORM 4500-TRACE-SECTION  THRU 4500-EXIT
005070     PERFORM 4600-MERCHANT-SECTION THRU 4600-EXIT
005080     PERFORM 4700-NOTIFY-SECTION THRU 4700-EXIT
005090*
005100     STRING '*** END OF EVIDENCE PACK - CASE ' WS-CASE-ID-DIS
005110            ' ***'
005120            DELIMITED BY SIZE INTO WS-DOC-LINE
005130     END-STRING
005140     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005150     PERFORM 4900-WRITE-HEADER   THRU 4900-EXIT
005160     .
005170 4000-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------*
005200 4100-CASE-SECTION.
005210*----------------------------------------------------------------*
005220     STRING 'CHARGEBACK EVIDENCE PACK - DISPUTE CASE '
005230            WS-CASE-ID-DIS
005240            DELIMITED BY SIZE INTO WS-DOC-LINE
005250     END-STRING
005260     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005270     STRING 'BUILT ' WS-TODAY-DIS ' FOR CASE STATUS '
005280            DSP-CASE-STATUS ' ' WS-STATUS-TEXT
005290            DELIMITED BY SIZE INTO WS-DOC-LINE
005300     END-STRING
005310     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005320     MOVE WS-DASH-LINE           TO WS-DOC-LINE
005330     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005340*
005350     MOVE '1. DISPUTE CASE (PAUDISPT)' TO WS-DOC-LINE
005360     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005370     STRING '   STATUS ........: ' DSP-CASE-STATUS ' '
005380            WS-STATUS-TEXT
005390            '   RAISED BY: ' DSP-RAISED-BY
005400            DELIMITED BY SIZE INTO WS-DOC-LINE
005410     END-STRING
005420     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005430     STRING '   CARD ..........: ' WS-MASKED-CARD
005440            DELIMITED BY SIZE INTO WS-DOC-LINE
005450     END-STRING
005460     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005470     STRING '   ACCOUNT .......: ' DSP-ACCT-ID
005480            '   CUSTOMER: ' DSP-CUST-ID
005490            DELIMITED BY SIZE INTO WS-DOC-LINE
005500     END-STRING
005510     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005520     STRING '   TRANSACTION ID : ' DSP-TRANSACTION-ID
005530            DELIMITED BY SIZE INTO WS-DOC-LINE
005540     END-STRING
005550     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005560     MOVE DSP-DISPUTE-AMT        TO WS-AMT-DIS
005570     STRING '   DISPUTED AMOUNT: ' WS-AMT-DIS
005580            DELIMITED BY SIZE INTO WS-DOC-LINE
005590     END-STRING
005600     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005610     STRING '   OPENED ........: ' DSP-OPENED-DATE
005620            '   DEADLINE: ' DSP-DEADLINE-DATE
005630            '   LAST CHANGE: ' DSP-LAST-STATUS-DATE
005640            DELIMITED BY SIZE INTO WS-DOC-LINE
005650     END-STRING
005660     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005670     STRING '   REASON ........: ' DSP-CASE-REASON(1:58)
005680            DELIMITED BY SIZE INTO WS-DOC-LINE
005690     END-STRING
005700     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005710     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005720     .
005730 4100-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760*    THE AUTH IS READ UNDER THE CASE'S ACCOUNT BY TRANSACTION    *
005770*    ID AND MUST BE ON THE CASE'S CARD. ONE PURGED SINCE THE     *
005780*    CASE WAS OPENED IS FOUND ON THE ARCHIVE INDEX BY CARD.      *
005790*----------------------------------------------------------------*
005800 4200-FIND-AUTH.
005810*----------------------------------------------------------------*
005820     SET AUTH-NOT-FOUND          TO TRUE
005830     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
005840          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = DSP-ACCT-ID))
005850          SEGMENT (PAUTDTL1
005860              (PA-TRANSACTION-ID = DSP-TRANSACTION-ID))
005870          INTO   (PENDING-AUTH-SUMMARY)
005880                 (PENDING-AUTH-DETAILS)
005890     END-EXEC
005900     MOVE DIBSTAT                TO IMS-RETURN-CODE
005910     IF STATUS-OK
005920        AND PA-CARD-NUM = DSP-CARD-NUM
005930        SET AUTH-FROM-PAUTB      TO TRUE
005940        GO TO 4200-EXIT
005950     END-IF
005960     IF NOT STATUS-OK
005970        AND NOT SEGMENT-NOT-FOUND
005980        AND NOT END-OF-DB
005990        DISPLAY 'PAUTB READ FAILED FOR CASE ' WS-CASE-ID-DIS
006000                ' STATUS ' IMS-RETURN-CODE
006010     END-IF
006020     IF ARCHIVE-INDEX-AVAILABLE
006030        PERFORM 4250-SEARCH-ARCHIVE THRU 4250-EXIT
006040     END-IF
006050     IF AUTH-FROM-ARCHIVE
006060        ADD 1 TO WS-RPT-FROM-ARCHIVE
006070     ELSE
006080        ADD 1 TO WS-RPT-NO-AUTH
006090     END-IF
006100     .
006110 4200-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------*
006140 4250-SEARCH-ARCHIVE.
006150*----------------------------------------------------------------*
006160     MOVE LOW-VALUES             TO ARCX-KEY
006170     MOVE DSP-CARD-NUM           TO ARCX-CARD-NUM
006180     START ARCHIVE-INDEX KEY >= ARCX-KEY
006190     IF WS-ARCIX-STATUS NOT = '00'
006200        GO TO 4250-EXIT
006210     END-IF
006220     SET BROWSE-MORE             TO TRUE
006230     PERFORM 4260-READ-NEXT-ARCHIVE THRU 4260-EXIT
006240         UNTIL BROWSE-DONE
006250     .
006260 4250-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------*
006290 4260-READ-NEXT-ARCHIVE.
006300*----------------------------------------------------------------*
006310     READ ARCHIVE-INDEX NEXT
006320     IF WS-ARCIX-STATUS NOT = '00'
006330        OR ARCX-CARD-NUM NOT = DSP-CARD-NUM
006340        SET BROWSE-DONE          TO TRUE
006350        GO TO 4260-EXIT
006360     END-IF
006370     MOVE ARCX-DETAIL-SEGMENT    TO PENDING-AUTH-DETAILS
006380     IF PA-TRANSACTION-ID = DSP-TRANSACTION-ID
006390        SET AUTH-FROM-ARCHIVE    TO TRUE
006400        SET BROWSE-DONE          TO TRUE
006410     END-IF
006420     .
006430 4260-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------*
006460 4300-AUTH-SECTION.
006470*----------------------------------------------------------------*
006480     EVALUATE TRUE
006490         WHEN AUTH-FROM-PAUTB
006500            MOVE '2. AUTHORIZATION (PAUTB)' TO WS-DOC-LINE
006510         WHEN AUTH-FROM-ARCHIVE
006520            MOVE '2. AUTHORIZATION (PURGE ARCHIVE - PAUARCIX)'
006530                                 TO WS-DOC-LINE
006540         WHEN OTHER
006550            MOVE '2. AUTHORIZATION' TO WS-DOC-LINE
006560     END-EVALUATE
006570     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006580     IF AUTH-NOT-FOUND
006590        MOVE '   NOT FOUND IN PAUTB OR THE PURGE ARCHIVE.'
006600                                 TO WS-DOC-LINE
006610        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
006620        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
006630        GO TO 4300-EXIT
006640     END-IF
006650     STRING '   AUTH DATE .....: ' PA-AUTH-ORIG-DATE
006660            '   AUTH ID CODE: ' PA-AUTH-ID-CODE
006670            '   INSTITUTION: ' PA-INST-ID
006680            DELIMITED BY SIZE INTO WS-DOC-LINE
006690     END-STRING
006700     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006710     STRING '   AUTH TYPE .....: ' PA-AUTH-TYPE
006720            '   MESSAGE TYPE: ' PA-MESSAGE-TYPE
006730            '   SOURCE: ' PA-MESSAGE-SOURCE
006740            '   RESPONSE: ' PA-AUTH-RESP-CODE ' '
006750            PA-AUTH-RESP-REASON
006760            DELIMITED BY SIZE INTO WS-DOC-LINE
006770     END-STRING
006780     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006790     MOVE PA-TRANSACTION-AMT     TO WS-AMT-DIS
006800     MOVE PA-APPROVED-AMT        TO WS-AMT2-DIS
006810     STRING '   AMOUNT ........: ' WS-AMT-DIS ' ' PA-CURRENCY-CODE
006820            '   APPROVED: ' WS-AMT2-DIS
006830            DELIMITED BY SIZE INTO WS-DOC-LINE
006840     END-STRING
006850     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006860     STRING '   MCC ...........: ' PA-MERCHANT-CATAGORY-CODE
006870            '   ACQUIRER COUNTRY: ' PA-ACQR-COUNTRY-CODE
006880            DELIMITED BY SIZE INTO WS-DOC-LINE
006890     END-STRING
006900     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006910     STRING '   MERCHANT SENT .: ' PA-MERCHANT-ID ' '
006920            PA-MERCHANT-NAME
006930            DELIMITED BY SIZE INTO WS-DOC-LINE
006940     END-STRING
006950     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006960     STRING '                    ' PA-MERCHANT-CITY ' '
006970            PA-MERCHANT-STATE ' ' PA-MERCHANT-ZIP
006980            DELIMITED BY SIZE INTO WS-DOC-LINE
006990     END-STRING
007000     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007010     STRING '   CORRELATION ID : ' PA-CORRELATION-ID
007020            DELIMITED BY SIZE INTO WS-DOC-LINE
007030     END-STRING
007040     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007050     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007060     .
007070 4300-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------*
007100*    THE VERIFICATION RESULTS AS THE ISSUER SAW THEM, DECODED -  *
007110*    THESE DECIDE WHO CARRIES THE LIABILITY.                     *
007120*----------------------------------------------------------------*
007130 4400-VERIFY-SECTION.
007140*----------------------------------------------------------------*
007150     MOVE '3. CARDHOLDER VERIFICATION' TO WS-DOC-LINE
007160     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007170     IF AUTH-NOT-FOUND
007180        MOVE '   NO AUTHORIZATION RECORD - RESULTS UNKNOWN.'
007190                                 TO WS-DOC-LINE
007200        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
007210        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
007220        GO TO 4400-EXIT
007230     END-IF
007240     EVALUATE PA-AVS-RESULT
007250         WHEN 'Y'
007260            MOVE 'ADDRESS AND ZIP MATCH'     TO WS-DECODE-TEXT
007270         WHEN 'Z'
007280            MOVE 'ZIP MATCHES, ADDRESS DOES NOT'
007290                                             TO WS-DECODE-TEXT
007300         WHEN 'A'
007310            MOVE 'ADDRESS MATCHES, ZIP DOES NOT'
007320                                             TO WS-DECODE-TEXT
007330         WHEN 'N'
007340            MOVE 'NO MATCH'                  TO WS-DECODE-TEXT
007350         WHEN 'U'
007360            MOVE 'UNAVAILABLE'               TO WS-DECODE-TEXT
007370         WHEN SPACE
007380            MOVE 'NOT ATTEMPTED'             TO WS-DECODE-TEXT
007390         WHEN OTHER
007400            MOVE 'UNRECOGNISED RESULT'       TO WS-DECODE-TEXT
007410     END-EVALUATE
007420     STRING '   AVS RESULT ....: ' PA-AVS-RESULT ' - '
007430            WS-DECODE-TEXT
007440            DELIMITED BY SIZE INTO WS-DOC-LINE
007450     END-STRING
007460     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007470     EVALUATE PA-CVV-RESULT
007480         WHEN 'M'
007490            MOVE 'MATCH'                     TO WS-DECODE-TEXT
007500         WHEN 'N'
007510            MOVE 'NO MATCH'                  TO WS-DECODE-TEXT
007520         WHEN 'U'
007530            MOVE 'UNAVAILABLE'               TO WS-DECODE-TEXT
007540         WHEN SPACE
007550            MOVE 'NOT ATTEMPTED'             TO WS-DECODE-TEXT
007560         WHEN OTHER
007570            MOVE 'UNRECOGNISED RESULT'       TO WS-DECODE-TEXT
007580     END-EVALUATE
007590     STRING '   CVV RESULT ....: ' PA-CVV-RESULT ' - '
007600            WS-DECODE-TEXT
007610            DELIMITED BY SIZE INTO WS-DOC-LINE
007620     END-STRING
007630     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007640     EVALUATE PA-ECI-RESULT
007650         WHEN '05'
007660            MOVE 'CARDHOLDER AUTHENTICATED (3-D SECURE)'
007670                                             TO WS-DECODE-TEXT
007680         WHEN '06'
007690            MOVE 'AUTHENTICATION ATTEMPTED (3-D SECURE)'
007700                                             TO WS-DECODE-TEXT
007710         WHEN '07'
007720            MOVE 'NOT AUTHENTICATED'         TO WS-DECODE-TEXT
007730         WHEN SPACES
007740            MOVE 'NOT SUPPLIED'              TO WS-DECODE-TEXT
007750         WHEN OTHER
007760            MOVE 'UNRECOGNISED ECI'          TO WS-DECODE-TEXT
007770     END-EVALUATE
007780     STRING '   3-D SECURE ECI : ' PA-ECI-RESULT ' - '
007790            WS-DECODE-TEXT
007800            DELIMITED BY SIZE INTO WS-DOC-LINE
007810     END-STRING
007820     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007830     EVALUATE PA-POS-ENTRY-MODE
007840         WHEN '01'
007850            MOVE 'KEY-ENTERED (CARD NOT PRESENT)'
007860                                             TO WS-DECODE-TEXT
007870         WHEN '81'
007880            MOVE 'E-COMMERCE (CARD NOT PRESENT)'
007890                                             TO WS-DECODE-TEXT
007900         WHEN '02'
007910         WHEN '90'
007920            MOVE 'MAGNETIC STRIPE READ'      TO WS-DECODE-TEXT
007930         WHEN '05'
007940            MOVE 'CHIP READ'                 TO WS-DECODE-TEXT
007950         WHEN '07'
007960            MOVE 'CONTACTLESS CHIP'          TO WS-DECODE-TEXT
007970         WHEN OTHER
007980            MOVE 'OTHER ENTRY MODE'          TO WS-DECODE-TEXT
007990     END-EVALUATE
008000     STRING '   POS ENTRY MODE : ' PA-POS-ENTRY-MODE ' - '
008010            WS-DECODE-TEXT
008020            DELIMITED BY SIZE INTO WS-DOC-LINE
008030     END-STRING
008040     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008050     IF PA-WALLET-AUTH
008060        MOVE 'DEVICE WALLET - RESOLVED TO THE FUNDING CARD'
008070                                             TO WS-DECODE-TEXT
008080     ELSE
008090        MOVE 'PLASTIC CARD'                  TO WS-DECODE-TEXT
008100     END-IF
008110     STRING '   WALLET ........: ' PA-WALLET-IND ' - '
008120            WS-DECODE-TEXT
008130            DELIMITED BY SIZE INTO WS-DOC-LINE
008140     END-STRING
008150     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008160     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008170     .
008180 4400-EXIT.
008190     EXIT.
008200*----------------------------------------------------------------*
008210*    EVERY CHECK THE INTAKE RAN ON THE AUTH, FROM PAUTRACE.      *
008220*----------------------------------------------------------------*
008230 4500-TRACE-SECTION.
008240*----------------------------------------------------------------*
008250     MOVE '4. AUTHORIZATION DECISION TRACE (PAUTRACE)'
008260                                 TO WS-DOC-LINE
008270     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008280     IF NOT TRACE-FILE-AVAILABLE
008290        MOVE '   DECISION TRACE FILE NOT AVAILABLE.'
008300                                 TO WS-DOC-LINE
008310        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
008320        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
008330        GO TO 4500-EXIT
008340     END-IF
008350     MOVE DSP-TRANSACTION-ID     TO TRC-TRANSACTION-ID
008360     READ TRACE-FILE
008370     IF NOT TRC-FOUND
008380        MOVE '   NO DECISION TRACE ON FILE FOR THIS TRANSACTION.'
008390                                 TO WS-DOC-LINE
008400        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
008410        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
008420        GO TO 4500-EXIT
008430     END-IF
008440     STRING '   TRACE DATE ....: ' TRC-TRACE-DATE
008450            '   FINAL RESPONSE: ' TRC-RESP-CODE ' '
008460            TRC-RESP-REASON
008470            DELIMITED BY SIZE INTO WS-DOC-LINE
008480     END-STRING
008490     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008500     IF TRC-CARD-STATUS-RESULT = SPACE
008510        MOVE '   CARD STATUS ...: NO NEGATIVE-FILE ROW'
008520                                 TO WS-DOC-LINE
008530     ELSE
008540        STRING '   CARD STATUS ...: ' TRC-CARD-STATUS-RESULT
008550               DELIMITED BY SIZE INTO WS-DOC-LINE
008560        END-STRING
008570     END-IF
008580     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008590     STRING '   CARD CONTROL ..: ' TRC-CARD-CONTROL-RESULT
008600            '   SANCTION: ' TRC-SANCTION-RESULT
008610            '   RECURRING: ' TRC-RECURRING-RESULT
008620            '   VELOCITY: ' TRC-VELOCITY-RESULT
008630            DELIMITED BY SIZE INTO WS-DOC-LINE
008640     END-STRING
008650     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008660     MOVE TRC-FICO-SCORE         TO WS-FICO-DIS
008670     STRING '   CUSTOMER FOUND : ' TRC-CUST-FOUND
008680            '   FICO: ' WS-FICO-DIS
008690            '   ACCOUNT FOUND: ' TRC-ACCT-FOUND
008700            DELIMITED BY SIZE INTO WS-DOC-LINE
008710     END-STRING
008720     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008730     MOVE TRC-OPEN-TO-BUY        TO WS-AMT-DIS
008740     STRING '   OPEN-TO-BUY ...: ' WS-AMT-DIS
008750            '   RULE MATCHED: ' TRC-RULE-MATCHED
008760            DELIMITED BY SIZE INTO WS-DOC-LINE
008770     END-STRING
008780     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008790     STRING '   BEHAVIOR ......: ' TRC-BEHAVIOR-RESULT
008800            '   DELINQUENCY: ' TRC-DELINQ-BUCKET ' '
008810            TRC-DELINQ-RESULT
008820            '   ENTITY SCREEN: ' TRC-ENTITY-RESULT
008830            DELIMITED BY SIZE INTO WS-DOC-LINE
008840     END-STRING
008850     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008860     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008870     .
008880 4500-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------*
008910*    THE MERCHANT AS HELD ON THE MASTER - AND, FOR A MERCHANT    *
008920*    SINCE MERGED AWAY, THE ROW IT WAS MERGED INTO.              *
008930*----------------------------------------------------------------*
008940 4600-MERCHANT-SECTION.
008950*----------------------------------------------------------------*
008960     MOVE '5. MERCHANT (MERCHMST)' TO WS-DOC-LINE
008970     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008980     IF AUTH-NOT-FOUND
008990        MOVE '   NO AUTHORIZATION RECORD - MERCHANT UNKNOWN.'
009000                                 TO WS-DOC-LINE
009010        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009020        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009030        GO TO 4600-EXIT
009040     END-IF
009050     IF NOT MERCH-FILE-AVAILABLE
009060        MOVE '   MERCHANT MASTER NOT AVAILABLE.' TO WS-DOC-LINE
009070        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009080        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009090        GO TO 4600-EXIT
009100     END-IF
009110     MOVE PA-MERCHANT-ID         TO MRC-MERCHANT-ID
009120     READ MERCH-FILE
009130     IF NOT MRC-FOUND
009140        STRING '   MERCHANT ' PA-MERCHANT-ID
009150               ' IS NOT ON THE MERCHANT MASTER.'
009160               DELIMITED BY SIZE INTO WS-DOC-LINE
009170        END-STRING
009180        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009190        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009200        GO TO 4600-EXIT
009210     END-IF
009220     PERFORM 4610-SHOW-MERCHANT  THRU 4610-EXIT
009230     IF MRC-STATUS-MERGED
009240        AND MRC-SURVIVOR-ID NOT = SPACES
009250        MOVE MRC-SURVIVOR-ID     TO WS-SURVIVOR-ID
009260        STRING '   MERGED INTO MERCHANT ' WS-SURVIVOR-ID ':'
009270               DELIMITED BY SIZE INTO WS-DOC-LINE
009280        END-STRING
009290        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009300        MOVE WS-SURVIVOR-ID      TO MRC-MERCHANT-ID
009310        READ MERCH-FILE
009320        IF MRC-FOUND
009330           PERFORM 4610-SHOW-MERCHANT THRU 4610-EXIT
009340        ELSE
009350           MOVE '   SURVIVING ROW IS NOT ON THE MERCHANT MASTER.'
009360                                 TO WS-DOC-LINE
009370           PERFORM 5000-ADD-LINE THRU 5000-EXIT
009380        END-IF
009390     END-IF
009400     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
009410     .
009420 4600-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------*
009450 4610-SHOW-MERCHANT.
009460*----------------------------------------------------------------*
009470     STRING '   MERCHANT ID ...: ' MRC-MERCHANT-ID
009480            '   STATUS: ' MRC-STATUS
009490            '   ON FILE SINCE: ' MRC-ADDED-DATE
009500            DELIMITED BY SIZE INTO WS-DOC-LINE
009510     END-STRING
009520     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
009530     STRING '   NAME ..........: ' MRC-MERCHANT-NAME
009540            '   MCC: ' MRC-MCC
009550            DELIMITED BY SIZE INTO WS-DOC-LINE
009560     END-STRING
009570     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
009580     STRING '   LOCATION ......: ' MRC-MERCHANT-CITY ' '
009590            MRC-MERCHANT-STATE ' ' MRC-MERCHANT-ZIP
009600            DELIMITED BY SIZE INTO WS-DOC-LINE
009610     END-STRING
009620     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
009630     .
009640 4610-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------*
009670*    WHAT THE CARDHOLDER WAS SENT ABOUT THE CARD FROM THE AUTH   *
009680*    DATE ON (THE CASE OPEN DATE WHEN THE AUTH IS UNKNOWN), THE  *
009690*    FIRST TWENTY MESSAGES. ONES ABOUT THE DISPUTED TRANSACTION  *
009700*    ARE MARKED.                                                 *
009710*----------------------------------------------------------------*
009720 4700-NOTIFY-SECTION.
009730*----------------------------------------------------------------*
009740     MOVE '6. CARDHOLDER NOTIFICATIONS (NOTIFHST)' TO WS-DOC-LINE
009750     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
009760     IF NOT HIST-FILE-AVAILABLE
009770        MOVE '   NOTIFICATION HISTORY NOT AVAILABLE.'
009780                                 TO WS-DOC-LINE
009790        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009800        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009810        GO TO 4700-EXIT
009820     END-IF
009830     IF AUTH-NOT-FOUND
009840        MOVE DSP-OPENED-DATE(1:4) TO WS-FROM-DATE(1:4)
009850        MOVE DSP-OPENED-DATE(6:2) TO WS-FROM-DATE(5:2)
009860        MOVE DSP-OPENED-DATE(9:2) TO WS-FROM-DATE(7:2)
009870     ELSE
009880        MOVE PA-AUTH-ORIG-DATE   TO WS-FROM-DATE
009890     END-IF
009900     MOVE ZERO                   TO WS-NOTIFY-COUNT
009910     MOVE 'N'                    TO WS-NOTIFY-MORE-SW
009920                                    WS-NOTIFY-MARKED-SW
009930     MOVE DSP-CUST-ID            TO NTH-CUST-ID
009940     MOVE WS-FROM-DATE           TO NTH-SENT-DATE
009950     MOVE '000000'               TO NTH-SENT-TIME
009960     MOVE ZERO                   TO NTH-SEQ
009970     START HIST-FILE KEY >= NTH-KEY
009980     IF WS-NTH-STATUS = '00'
009990        SET BROWSE-MORE          TO TRUE
010000        PERFORM 4710-READ-NEXT-NOTIFY THRU 4710-EXIT
010010            UNTIL BROWSE-DONE
010020     END-IF
010030     IF WS-NOTIFY-COUNT = 0
010040        STRING '   NO MESSAGES ABOUT THIS CARD SENT SINCE '
010050               WS-FROM-DATE '.'
010060               DELIMITED BY SIZE INTO WS-DOC-LINE
010070        END-STRING
010080        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
010090     END-IF
010100     IF NOTIFY-MORE-NOT-SHOWN
010110        MOVE '   FURTHER MESSAGES NOT LISTED - FIRST 20 SHOWN.'
010120                                 TO WS-DOC-LINE
010130        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
010140     END-IF
010150     IF NOTIFY-ROW-MARKED
010160        MOVE '   * = MESSAGE ABOUT THE DISPUTED TRANSACTION'
010170                                 TO WS-DOC-LINE
010180        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
010190     END-IF
010200     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
010210     .
010220 4700-EXIT.
010230     EXIT.
010240*----------------------------------------------------------------*
010250 4710-READ-NEXT-NOTIFY.
010260*----------------------------------------------------------------*
010270     READ HIST-FILE NEXT
010280     IF WS-NTH-STATUS NOT = '00'
010290        OR NTH-CUST-ID NOT = DSP-CUST-ID
010300        SET BROWSE-DONE          TO TRUE
010310        GO TO 4710-EXIT
010320     END-IF
010330     IF NTH-CARD-NUM NOT = DSP-CARD-NUM
010340        GO TO 4710-EXIT
010350     END-IF
010360     IF WS-NOTIFY-COUNT = WS-NOTIFY-MAX
010370        SET NOTIFY-MORE-NOT-SHOWN TO TRUE
010380        SET BROWSE-DONE          TO TRUE
010390        GO TO 4710-EXIT
010400     END-IF
010410     ADD 1                       TO WS-NOTIFY-COUNT
010420     IF NTH-CHANNEL-SMS
010430        MOVE 'SMS'               TO WS-CHANNEL-TEXT
010440     ELSE
010450        MOVE 'EMAIL'             TO WS-CHANNEL-TEXT
010460     END-IF
010470     MOVE SPACE                  TO WS-NOTIFY-MARK
010480     IF NTH-TRANSACTION-ID = DSP-TRANSACTION-ID
010490        MOVE '*'                 TO WS-NOTIFY-MARK
010500        SET NOTIFY-ROW-MARKED    TO TRUE
010510     END-IF
010520     STRING '  ' WS-NOTIFY-MARK
010530            NTH-SENT-DATE(1:4) '-' NTH-SENT-DATE(5:2) '-'
010540            NTH-SENT-DATE(7:2) ' ' NTH-SENT-TIME(1:2) ':'
010550            NTH-SENT-TIME(3:2) ' ' WS-CHANNEL-TEXT ' '
010560            NTH-RESP-CODE ' ' NTH-MESSAGE-TEXT(1:42)
010570            DELIMITED BY SIZE INTO WS-DOC-LINE
010580     END-STRING
010590     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
010600     IF NTH-MESSAGE-TEXT(43:78) NOT = SPACES
010610        MOVE NTH-MESSAGE-TEXT(43:42) TO WS-DOC-LINE(36:42)
010620        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
010630     END-IF
010640     IF NTH-MESSAGE-TEXT(85:36) NOT = SPACES
010650        MOVE NTH-MESSAGE-TEXT(85:36) TO WS-DOC-LINE(36:36)
010660        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
010670     END-IF
010680     .
010690 4710-EXIT.
010700     EXIT.
010710*----------------------------------------------------------------*
010720*    THE HEADER ROW CARRIES THE STATUS THE PACK WAS BUILT FOR,   *
010730*    THE LINE COUNT AND THE PRINT STATE - PRINTED ONCE ALREADY   *
010740*    BY THIS RUN.                                                *
010750*----------------------------------------------------------------*
010760 4900-WRITE-HEADER.
010770*----------------------------------------------------------------*
010780     MOVE SPACES                 TO EVIDENCE-PACK-RECORD
010790     MOVE DSP-CASE-ID            TO EVD-CASE-ID
010800     MOVE ZERO                   TO EVD-LINE-NO
010810     MOVE WS-TODAY-CCYYMMDD      TO EVD-GEN-DATE
010820     MOVE WS-RUN-TIME(1:6)       TO EVD-GEN-TIME
010830     MOVE DSP-CASE-STATUS        TO EVD-CASE-STATUS
010840     MOVE WS-LINE-NO             TO EVD-LINE-COUNT
010850     MOVE DSP-ACCT-ID            TO EVD-ACCT-ID
010860     MOVE DSP-CUST-ID            TO EVD-CUST-ID
010870     MOVE WS-AUTH-SOURCE         TO EVD-AUTH-SOURCE
010880     SET EVD-PRINT-DONE          TO TRUE
010890     MOVE WS-TODAY-CCYYMMDD      TO EVD-PRINTED-DATE
010900     MOVE 1                      TO EVD-PRINT-COUNT
010910     WRITE EVIDENCE-PACK-RECORD
010920     IF WS-EVD-STATUS NOT = '00'
010930        DISPLAY 'ERROR WRITING EVIDPACK HEADER CASE '
010940                WS-CASE-ID-DIS ' STATUS ' WS-EVD-STATUS
010950        ADD 1 TO WS-RPT-WRITE-ERRORS
010960     END-IF
010970     .
010980 4900-EXIT.
010990     EXIT.
011000*----------------------------------------------------------------*
011010*    STORES WS-DOC-LINE AS THE NEXT LINE OF THE CASE'S PACK,     *
011020*    PRINTS IT, AND CLEARS IT FOR THE NEXT.                      *
011030*----------------------------------------------------------------*
011040 5000-ADD-LINE.
011050*----------------------------------------------------------------*
011060     ADD 1                       TO WS-LINE-NO
011070     MOVE SPACES                 TO EVIDENCE-PACK-RECORD
011080     MOVE DSP-CASE-ID            TO EVD-CASE-ID
011090     MOVE WS-LINE-NO             TO EVD-LINE-NO
011100     MOVE WS-DOC-LINE            TO EVD-TEXT
011110     WRITE EVIDENCE-PACK-RECORD
011120     IF WS-EVD-STATUS NOT = '00'
011130        ADD 1 TO WS-RPT-WRITE-ERRORS
011140     END-IF
011150     MOVE SPACES                 TO WS-PRINT-LINE
011160     MOVE WS-DOC-LINE            TO WS-PRINT-LINE(2:78)
011170     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
011180     MOVE SPACES                 TO WS-DOC-LINE
011190     .
011200 5000-EXIT.
011210     EXIT.
011220*----------------------------------------------------------------*
011230*    ONE PASS OVER EVIDPACK PRINTS EVERY PACK THE DESK ASKED TO  *
011240*    REPRINT AND CLEARS THE REQUEST.                             *
011250*----------------------------------------------------------------*
011260 6000-REPRINT-REQUESTED.
011270*----------------------------------------------------------------*
011280     MOVE LOW-VALUES             TO EVD-KEY
011290     START EVID-FILE KEY >= EVD-KEY
011300     IF WS-EVD-STATUS NOT = '00'
011310        GO TO 6000-EXIT
011320     END-IF
011330     MOVE 'N'                    TO WS-REPRINT-SW
011340     SET BROWSE-MORE             TO TRUE
011350     PERFORM 6100-REPRINT-NEXT-LINE THRU 6100-EXIT
011360         UNTIL BROWSE-DONE
011370     .
011380 6000-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------*
011410 6100-REPRINT-NEXT-LINE.
011420*----------------------------------------------------------------*
011430     READ EVID-FILE NEXT
011440     IF WS-EVD-STATUS NOT = '00'
011450        SET BROWSE-DONE          TO TRUE
011460        GO TO 6100-EXIT
011470     END-IF
011480     IF NOT EVD-HEADER-LINE
011490        IF REPRINTING-CASE
011500           MOVE SPACES           TO WS-PRINT-LINE
011510           MOVE EVD-TEXT         TO WS-PRINT-LINE(2:78)
011520           WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
011530        END-IF
011540        GO TO 6100-EXIT
011550     END-IF
011560     MOVE 'N'                    TO WS-REPRINT-SW
011570     IF NOT EVD-REPRINT-REQUESTED
011580        GO TO 6100-EXIT
011590     END-IF
011600     MOVE 'Y'                    TO WS-REPRINT-SW
011610     MOVE EVD-CASE-ID            TO WS-CASE-ID-DIS
011620     MOVE ALL '='                TO WS-PRINT-LINE(1:80)
011630     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
011640     MOVE SPACES                 TO WS-PRINT-LINE
011650     STRING ' REPRINT OF CASE ' WS-CASE-ID-DIS
011660            ' REQUESTED BY ' EVD-REPRINT-BY
011670            ' ON ' EVD-REPRINT-REQ-DATE
011680            DELIMITED BY SIZE INTO WS-PRINT-LINE
011690     END-STRING
011700     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
011710     SET EVD-PRINT-DONE          TO TRUE
011720     MOVE WS-TODAY-CCYYMMDD      TO EVD-PRINTED-DATE
011730     IF EVD-PRINT-COUNT IS NUMERIC
011740        AND EVD-PRINT-COUNT < 999
011750        ADD 1                    TO EVD-PRINT-COUNT
011760     END-IF
011770     REWRITE EVIDENCE-PACK-RECORD
011780     IF WS-EVD-STATUS NOT = '00'
011790        DISPLAY 'ERROR REWRITING EVIDPACK HEADER CASE '
011800                WS-CASE-ID-DIS ' STATUS ' WS-EVD-STATUS
011810        ADD 1 TO WS-RPT-WRITE-ERRORS
011820     END-IF
011830     ADD 1 TO WS-RPT-REPRINTED
011840     .
011850 6100-EXIT.
011860     EXIT.
011870*----------------------------------------------------------------*
011880 8000-PRINT-CONTROL-REPORT.
011890*----------------------------------------------------------------*
011900     MOVE ALL '='                TO WS-PRINT-LINE(1:80)
011910     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
011920     MOVE SPACES TO WS-PRINT-LINE
011930     STRING 'CBEVDPCK EVIDENCE PACK CONTROL - RUN DATE '
011940            CURRENT-DATE
011950            DELIMITED BY SIZE INTO WS-PRINT-LINE
011960     END-STRING
011970     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
011980*
011990     MOVE WS-RPT-CASES-SEEN TO WS-CNT-DIS
012000     MOVE SPACES TO WS-PRINT-LINE
012010     STRING 'CHARGED-BACK / REPRESENTED CASES ...: ' WS-CNT-DIS
012020            DELIMITED BY SIZE INTO WS-PRINT-LINE
012030     END-STRING
012040     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012050*
012060     MOVE WS-RPT-BUILT TO WS-CNT-DIS
012070     MOVE SPACES TO WS-PRINT-LINE
012080     STRING '  PACKS BUILT (NEW CASE) ...........: ' WS-CNT-DIS
012090            DELIMITED BY SIZE INTO WS-PRINT-LINE
012100     END-STRING
012110     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012120*
012130     MOVE WS-RPT-REBUILT TO WS-CNT-DIS
012140     MOVE SPACES TO WS-PRINT-LINE
012150     STRING '  PACKS REBUILT (STATUS CHANGED) ...: ' WS-CNT-DIS
012160            DELIMITED BY SIZE INTO WS-PRINT-LINE
012170     END-STRING
012180     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012190*
012200     MOVE WS-RPT-CURRENT TO WS-CNT-DIS
012210     MOVE SPACES TO WS-PRINT-LINE
012220     STRING '  PACK ALREADY CURRENT .............: ' WS-CNT-DIS
012230            DELIMITED BY SIZE INTO WS-PRINT-LINE
012240     END-STRING
012250     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012260*
012270     MOVE WS-RPT-FROM-ARCHIVE TO WS-CNT-DIS
012280     MOVE SPACES TO WS-PRINT-LINE
012290     STRING '  AUTH TAKEN FROM PURGE ARCHIVE ....: ' WS-CNT-DIS
012300            DELIMITED BY SIZE INTO WS-PRINT-LINE
012310     END-STRING
012320     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012330*
012340     MOVE WS-RPT-NO-AUTH TO WS-CNT-DIS
012350     MOVE SPACES TO WS-PRINT-LINE
012360     STRING '  AUTH NOT FOUND (CASE DATA ONLY) ..: ' WS-CNT-DIS
012370            DELIMITED BY SIZE INTO WS-PRINT-LINE
012380     END-STRING
012390     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012400*
012410     MOVE WS-RPT-REPRINTED TO WS-CNT-DIS
012420     MOVE SPACES TO WS-PRINT-LINE
012430     STRING 'REPRINTS REQUESTED FROM PAUEVD .....: ' WS-CNT-DIS
012440            DELIMITED BY SIZE INTO WS-PRINT-LINE
012450     END-STRING
012460     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012470*
012480     MOVE WS-RPT-WRITE-ERRORS TO WS-CNT-DIS
012490     MOVE SPACES TO WS-PRINT-LINE
012500     STRING 'EVIDPACK WRITE / DELETE ERRORS .....: ' WS-CNT-DIS
012510            DELIMITED BY SIZE INTO WS-PRINT-LINE
012520     END-STRING
012530     WRITE EVID-REPORT-LINE FROM WS-PRINT-LINE
012540     .
012550 8000-EXIT.
012560     EXIT.
012570*----------------------------------------------------------------*
012580 9000-FILE-CLOSE.
012590*----------------------------------------------------------------*
012600     CLOSE EVID-FILE
012610     CLOSE EVID-REPORT
012620     IF TRACE-FILE-AVAILABLE
012630        CLOSE TRACE-FILE
012640     END-IF
012650     IF MERCH-FILE-AVAILABLE
012660        CLOSE MERCH-FILE
012670     END-IF
012680     IF HIST-FILE-AVAILABLE
012690        CLOSE HIST-FILE
012700     END-IF
012710     IF ARCHIVE-INDEX-AVAILABLE
012720        CLOSE ARCHIVE-INDEX
012730     END-IF
012740     IF RUN-CONTROL-AVAILABLE
012750        CLOSE RUN-CONTROL
012760     END-IF
012770     .
012780 9000-EXIT.
012790     EXIT.
012800*----------------------------------------------------------------*
012810 9999-ABEND.
012820*----------------------------------------------------------------*
012830     DISPLAY 'CBEVDPCK ABENDING DUE TO FILE OPEN ERROR'
012840     MOVE 16 TO RETURN-CODE
012850     GOBACK
012860     .
012870 9999-EXIT.
012880     EXIT.
