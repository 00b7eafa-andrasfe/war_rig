000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDLNRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-08-29.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBDLNRPT - DAILY AUTHS ON DELINQUENT ACCOUNTS REPORT.       *
000090*    THE INTAKE (COPAUA0C) APPLIES THE PAUOPCFG TREATMENT FOR AN *
000100*    ACCOUNT'S DAYS-PAST-DUE BUCKET (DELINQST) AND RECORDS THE   *
000110*    BUCKET AND OUTCOME ON THE PAUTRACE DECISION TRACE. THIS JOB *
000120*    WALKS THE DAY'S PENDING-AUTH DETAIL SEGMENTS AND LISTS      *
000130*    EVERY AUTH ATTEMPTED ON AN ACCOUNT THAT WAS DELINQUENT WHEN *
000140*    IT WAS DECIDED - APPROVED, DECLINED BY THE TREATMENT, OR    *
000150*    DECLINED OR REFERRED FOR ANOTHER REASON - WITH TOTALS BY    *
000160*    BUCKET FOR THE COLLECTIONS DESK. AN AUTH WITH NO TRACE ON   *
000170*    FILE FALLS BACK TO THE ACCOUNT'S DELINQST BUCKET.           *
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2027-08-29  ABF INITIAL VERSION                                *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-ZOS.
000260 OBJECT-COMPUTER. IBM-ZOS.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TRACE-FILE     ASSIGN TO PAUTRACE
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE  IS RANDOM
000320         RECORD KEY   IS TRC-TRANSACTION-ID
000330         FILE STATUS  IS WS-TRC-STATUS.
000340*
000350     SELECT DELINQ-FILE    ASSIGN TO DELINQST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS RANDOM
000380         RECORD KEY   IS DLQS-ACCT-ID
000390         FILE STATUS  IS WS-DLQS-STATUS.
000400*
000410     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE  IS RANDOM
000440         RECORD KEY   IS RUNC-JOB-NAME
000450         FILE STATUS  IS WS-RUNC-STATUS.
000460*
000470     SELECT DELINQ-REPORT  ASSIGN TO DLNRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-RPT-STATUS.
000510*----------------------------------------------------------------*
000520 DATA DIVISION.
000530*----------------------------------------------------------------*
000540 FILE SECTION.
000550 FD  TRACE-FILE
000560     RECORDING MODE IS F.
000570 COPY CVDCTRCY.
000580*
000590 FD  DELINQ-FILE
000600     RECORDING MODE IS F.
000610 COPY CVDLNQSY.
000620*
000630 FD  RUN-CONTROL
000640     RECORDING MODE IS F.
000650 COPY CVRUNCTY.
000660*
000670 FD  DELINQ-REPORT
000680     RECORDING MODE IS F.
000690 01  DELINQ-REPORT-LINE          PIC X(132).
000700*----------------------------------------------------------------*
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730 01  WS-VARIABLES.
000740     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDLNRPT'.
000750     05  CURRENT-DATE               PIC 9(06).
000760     05  WS-TODAY-CCYYMMDD          PIC X(08).
000770     05  WS-RUN-TIME                PIC 9(08).
000780     05  WS-AUTH-BUCKET             PIC X(02).
000790     05  WS-BUCKET-SOURCE           PIC X(05).
000800     05  WS-OUTCOME                 PIC X(18).
000810     05  WS-BKT-IDX                 PIC S9(4) COMP.
000820     05  WS-OUT-IDX                 PIC S9(4) COMP.
000830*
000840 01  WS-FILE-STATUSES.
000850     05  WS-TRC-STATUS              PIC X(02).
000860         88  TRACE-FOUND                    VALUE '00'.
000870     05  WS-DLQS-STATUS             PIC X(02).
000880     05  WS-RUNC-STATUS             PIC X(02).
000890     05  WS-RPT-STATUS              PIC X(02).
000900 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000910     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000920 01  WS-TRC-AVAIL-SW                PIC X(01) VALUE 'N'.
000930     88  TRACE-FILE-AVAILABLE               VALUE 'Y'.
000940*----------------------------------------------------------------*
000950*    THE ACCOUNT UNDER THE CURRENT ROOT, AS DELINQST HAS IT NOW  *
000960*----------------------------------------------------------------*
000970 01  WS-ACCT-DELINQ.
000980     05  WS-ACCT-BUCKET             PIC X(02).
000990     05  WS-ACCT-DPD                PIC 9(03).
001000*----------------------------------------------------------------*
001010*    TOTALS BY BUCKET (1 = 30, 2 = 60, 3 = 90) AND OUTCOME       *
001020*    (1 APPROVED, 2 DECLINED BY TREATMENT, 3 OTHER DECLINE OR    *
001030*    REFERRAL).                                                  *
001040*----------------------------------------------------------------*
001050 01  WS-BUCKET-NAMES.
001060     05  FILLER PIC X(20) VALUE '30-59 DAYS PAST DUE '.
001070     05  FILLER PIC X(20) VALUE '60-89 DAYS PAST DUE '.
001080     05  FILLER PIC X(20) VALUE '90+ DAYS PAST DUE   '.
001090 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
001100     05  WS-BKT-NAME OCCURS 3 TIMES PIC X(20).
001110 01  WS-BUCKET-TOTALS.
001120     05  WS-BKT-ENTRY OCCURS 3 TIMES.
001130         10  WS-BKT-ATTEMPTS        PIC S9(7) COMP-3.
001140         10  WS-BKT-OUTCOME OCCURS 3 TIMES
001150                                    PIC S9(7) COMP-3.
001160         10  WS-BKT-AMOUNT          PIC S9(11)V99 COMP-3.
001170*----------------------------------------------------------------*
001180 01  WS-REPORT-COUNTERS.
001190     05  WS-RPT-ROOTS-READ          PIC S9(9) COMP-3 VALUE 0.
001200     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
001210     05  WS-RPT-LISTED              PIC S9(9) COMP-3 VALUE 0.
001220     05  WS-RPT-NO-TRACE            PIC S9(9) COMP-3 VALUE 0.
001230*----------------------------------------------------------------*
001240 01  WS-PRINT-LINE                 PIC X(132).
001250 01  WS-DISPLAY-FIELDS.
001260     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001270     05  WS-CNT2-DIS                PIC ZZZ,ZZ9.
001280     05  WS-CNT3-DIS                PIC ZZZ,ZZ9.
001290     05  WS-CNT4-DIS                PIC ZZZ,ZZ9.
001300     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
001310     05  WS-TOT-DIS                 PIC ZZZ,ZZZ,ZZ9.99-.
001320     05  WS-DPD-DIS                 PIC ZZ9.
001330*----------------------------------------------------------------*
001340*    DLI / PCB CONTROL INFORMATION                               *
001350*----------------------------------------------------------------*
001360 01  WS-IMS-CONTROL.
001370     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
001380     05  PCB-OFFSET.
001390         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
001400     05  IMS-RETURN-CODE                 PIC X(02).
001410         88  STATUS-OK                    VALUE '  ', 'FW'.
001420         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
001430         88  END-OF-DB                    VALUE 'GB'.
001440     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
001450         88  ROOT-SEG-EOF                 VALUE 'Y'.
001460     05  WS-DETAIL-EOF-SW                PIC X(01).
001470         88  DETAIL-SEG-EOF               VALUE 'Y'.
001480     05  DIBSTAT                         PIC X(02).
001490*----------------------------------------------------------------*
001500*    IMS SEGMENT LAYOUT                                          *
001510*----------------------------------------------------------------*
001520*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
001530 01 PENDING-AUTH-SUMMARY.
001540 COPY CIPAUSMY.
001550*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
001560 01 PENDING-AUTH-DETAILS.
001570 COPY CIPAUDTY.
001580*----------------------------------------------------------------*
001590 LINKAGE SECTION.
001600 01  PAUTBPCB                       PIC X(100).
001610*----------------------------------------------------------------*
001620 PROCEDURE DIVISION                  USING PAUTBPCB.
001630*----------------------------------------------------------------*
001640 MAIN-PARA.
001650     ENTRY 'DLITCBL'                 USING PAUTBPCB.
001660*
001670     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001680*
001690     PERFORM 3000-CHECK-NEXT-ROOT    THRU 3000-EXIT
001700         UNTIL ROOT-SEG-EOF
001710*
001720     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001730     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001740*
001750     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001760*
001770     GOBACK.
001780*----------------------------------------------------------------*
001790 1000-INITIALIZE.
001800*----------------------------------------------------------------*
001810     ACCEPT CURRENT-DATE     FROM DATE
001820     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001830     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001840     INITIALIZE WS-BUCKET-TOTALS
001850*
001860     OPEN INPUT  DELINQ-FILE
001870     IF WS-DLQS-STATUS = SPACES OR '00'
001880        CONTINUE
001890     ELSE
001900        DISPLAY 'ERROR IN OPENING DELINQST:' WS-DLQS-STATUS
001910        PERFORM 9999-ABEND THRU 9999-EXIT
001920     END-IF
001930     OPEN INPUT  TRACE-FILE
001940     IF WS-TRC-STATUS = SPACES OR '00'
001950        SET TRACE-FILE-AVAILABLE TO TRUE
001960     ELSE
001970        DISPLAY 'PAUTRACE NOT AVAILABLE - BUCKETS FROM DELINQST'
001980     END-IF
001990     OPEN OUTPUT DELINQ-REPORT
002000*
002010     OPEN I-O RUN-CONTROL
002020     IF WS-RUNC-STATUS = SPACES OR '00'
002030        SET RUN-CONTROL-AVAILABLE TO TRUE
002040        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002050     ELSE
002060        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002070     END-IF
002080*
002090     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002100     DISPLAY '*-------------------------------------*'
002110     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002120*
002130     MOVE SPACES TO WS-PRINT-LINE
002140     STRING 'CBDLNRPT AUTHORIZATIONS ON DELINQUENT ACCOUNTS - '
002150            'RUN DATE ' CURRENT-DATE
002160            DELIMITED BY SIZE INTO WS-PRINT-LINE
002170     END-STRING
002180     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
002190     MOVE SPACES TO WS-PRINT-LINE
002200     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
002210     .
002220 1000-EXIT.
002230     EXIT.
002240*----------------------------------------------------------------*
002250 1300-MARK-RUN-START.
002260*----------------------------------------------------------------*
002270     ACCEPT WS-RUN-TIME      FROM TIME
002280     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002290     READ RUN-CONTROL
002300     IF WS-RUNC-STATUS NOT = '00'
002310        MOVE SPACES          TO RUN-CONTROL-RECORD
002320        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002330     END-IF
002340     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002350     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002360     MOVE SPACES             TO RUNC-END-TIME
002370     SET  RUNC-RUNNING       TO TRUE
002380     MOVE ZEROES             TO RUNC-RECORD-COUNT
002390     IF WS-RUNC-STATUS = '00'
002400        REWRITE RUN-CONTROL-RECORD
002410     ELSE
002420        WRITE RUN-CONTROL-RECORD
002430     END-IF
002440     .
002450 1300-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------*
002480 1400-MARK-RUN-END.
002490*----------------------------------------------------------------*
002500     IF RUN-CONTROL-AVAILABLE
002510        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002520        READ RUN-CONTROL
002530        ACCEPT WS-RUN-TIME   FROM TIME
002540        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002550        SET  RUNC-COMPLETE   TO TRUE
002560        MOVE WS-RPT-LISTED   TO RUNC-RECORD-COUNT
002570        REWRITE RUN-CONTROL-RECORD
002580        IF WS-RUNC-STATUS NOT = '00'
002590           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002600        END-IF
002610     END-IF
002620     .
002630 1400-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------*
002660 3000-CHECK-NEXT-ROOT.
002670*----------------------------------------------------------------*
002680     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
002690          SEGMENT (PAUTSMRY)
002700          INTO   (PENDING-AUTH-SUMMARY)
002710     END-EXEC
002720     MOVE DIBSTAT                TO IMS-RETURN-CODE
002730     IF END-OF-DB OR SEGMENT-NOT-FOUND
002740        SET ROOT-SEG-EOF         TO TRUE
002750        GO TO 3000-EXIT
002760     END-IF
002770     IF NOT STATUS-OK
002780        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
002790        SET ROOT-SEG-EOF         TO TRUE
002800        GO TO 3000-EXIT
002810     END-IF
002820     ADD 1 TO WS-RPT-ROOTS-READ
002830     MOVE SPACES                 TO WS-ACCT-BUCKET
002840     MOVE ZERO                   TO WS-ACCT-DPD
002850     MOVE PA-ACCOUNT-ID          TO DLQS-ACCT-ID
002860     READ DELINQ-FILE
002870     IF WS-DLQS-STATUS = '00'
002880        MOVE DLQS-DAYS-PAST-DUE  TO WS-ACCT-DPD
002890        IF NOT DLQS-CURRENT
002900           MOVE DLQS-BUCKET      TO WS-ACCT-BUCKET
002910        END-IF
002920     END-IF
002930     MOVE 'N'                    TO WS-DETAIL-EOF-SW
002940     PERFORM 3100-CHECK-NEXT-DETAIL THRU 3100-EXIT
002950         UNTIL DETAIL-SEG-EOF
002960     .
002970 3000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000*    THE BUCKET THAT COUNTS IS THE ONE THE INTAKE SAW WHEN IT    *
003010*    DECIDED THE AUTH - TONIGHT'S LOAD MAY ALREADY HAVE MOVED    *
003020*    THE ACCOUNT. ONLY WITHOUT A TRACE IS DELINQST'S USED.       *
003030*----------------------------------------------------------------*
003040 3100-CHECK-NEXT-DETAIL.
003050*----------------------------------------------------------------*
003060     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
003070         SEGMENT (PAUTDTL1)
003080         INTO (PENDING-AUTH-DETAILS)
003090     END-EXEC
003100     MOVE DIBSTAT                TO IMS-RETURN-CODE
003110     IF NOT STATUS-OK
003120        SET DETAIL-SEG-EOF       TO TRUE
003130        GO TO 3100-EXIT
003140     END-IF
003150     IF PA-AUTH-ORIG-DATE NOT = WS-TODAY-CCYYMMDD
003160        GO TO 3100-EXIT
003170     END-IF
003180     ADD 1 TO WS-RPT-DETAILS-READ
003190     MOVE SPACES                 TO WS-AUTH-BUCKET
003200     MOVE 'LOAD '                TO WS-BUCKET-SOURCE
003210     MOVE LOW-VALUES             TO WS-TRC-STATUS
003220     IF TRACE-FILE-AVAILABLE
003230        MOVE PA-TRANSACTION-ID   TO TRC-TRANSACTION-ID
003240        READ TRACE-FILE
003250     END-IF
003260     IF TRACE-FOUND
003270        MOVE TRC-DELINQ-BUCKET   TO WS-AUTH-BUCKET
003280        MOVE 'TRACE'             TO WS-BUCKET-SOURCE
003290     ELSE
003300        ADD 1 TO WS-RPT-NO-TRACE
003310        MOVE WS-ACCT-BUCKET      TO WS-AUTH-BUCKET
003320     END-IF
003330     EVALUATE WS-AUTH-BUCKET
003340         WHEN '30'   MOVE 1 TO WS-BKT-IDX
003350         WHEN '60'   MOVE 2 TO WS-BKT-IDX
003360         WHEN '90'   MOVE 3 TO WS-BKT-IDX
003370         WHEN OTHER  GO TO 3100-EXIT
003380     END-EVALUATE
003390     EVALUATE TRUE
003400         WHEN PA-AUTH-APPROVED
003410             MOVE 1                    TO WS-OUT-IDX
003420             MOVE 'APPROVED'           TO WS-OUTCOME
003430         WHEN PA-AUTH-RESP-REASON = '6100' OR '6200' OR '6300'
003440             MOVE 2                    TO WS-OUT-IDX
003450             MOVE 'DECLINED-TREATMENT' TO WS-OUTCOME
003460         WHEN PA-AUTH-RESP-CODE = '01'
003470             MOVE 3                    TO WS-OUT-IDX
003480             MOVE 'REFERRED'           TO WS-OUTCOME
003490         WHEN OTHER
003500             MOVE 3                    TO WS-OUT-IDX
003510             MOVE 'DECLINED-OTHER'     TO WS-OUTCOME
003520     END-EVALUATE
003530     ADD 1                  TO WS-BKT-ATTEMPTS(WS-BKT-IDX)
003540     ADD 1 TO WS-BKT-OUTCOME(WS-BKT-IDX, WS-OUT-IDX)
003550     ADD PA-TRANSACTION-AMT TO WS-BKT-AMOUNT(WS-BKT-IDX)
003560     ADD 1                  TO WS-RPT-LISTED
003570*
003580     MOVE WS-ACCT-DPD            TO WS-DPD-DIS
003590     MOVE PA-TRANSACTION-AMT     TO WS-AMT-DIS
003600     MOVE SPACES TO WS-PRINT-LINE
003610     STRING 'ACCT:' PA-ACCOUNT-ID
003620            ' BKT:' WS-AUTH-BUCKET '(' WS-BUCKET-SOURCE ')'
003630            ' DPD NOW:' WS-DPD-DIS
003640            ' CARD:' PA-CARD-NUM
003650            ' TRAN:' PA-TRANSACTION-ID
003660            ' PC:' PA-PROCESSING-CODE(1:2)
003670            ' RCR:' PA-RECURRING-IND
003680            ' AMT:' WS-AMT-DIS
003690            ' ' PA-AUTH-RESP-CODE '/' PA-AUTH-RESP-REASON
003700            ' ' WS-OUTCOME
003710            DELIMITED BY SIZE INTO WS-PRINT-LINE
003720     END-STRING
003730     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
003740     .
003750 3100-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------*
003780 8000-PRINT-RUN-SUMMARY.
003790*----------------------------------------------------------------*
003800     MOVE SPACES TO WS-PRINT-LINE
003810     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
003820     MOVE SPACES TO WS-PRINT-LINE
003830     STRING 'BUCKET                  ATTEMPTS  APPROVED  TREATMNT'
003840            '     OTHER          AMOUNT'
003850            DELIMITED BY SIZE INTO WS-PRINT-LINE
003860     END-STRING
003870     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
003880     PERFORM 8100-PRINT-BUCKET   THRU 8100-EXIT
003890         VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 3
003900*
003910     MOVE SPACES TO WS-PRINT-LINE
003920     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
003930     MOVE WS-RPT-ROOTS-READ TO WS-CNT-DIS
003940     MOVE SPACES TO WS-PRINT-LINE
003950     STRING 'PAUTB ACCOUNTS READ ................: ' WS-CNT-DIS
003960            DELIMITED BY SIZE INTO WS-PRINT-LINE
003970     END-STRING
003980     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
003990     MOVE WS-RPT-DETAILS-READ TO WS-CNT-DIS
004000     MOVE SPACES TO WS-PRINT-LINE
004010     STRING 'AUTHORIZATIONS TODAY ...............: ' WS-CNT-DIS
004020            DELIMITED BY SIZE INTO WS-PRINT-LINE
004030     END-STRING
004040     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
004050     MOVE WS-RPT-LISTED TO WS-CNT-DIS
004060     MOVE SPACES TO WS-PRINT-LINE
004070     STRING '  ON DELINQUENT ACCOUNTS ...........: ' WS-CNT-DIS
004080            DELIMITED BY SIZE INTO WS-PRINT-LINE
004090     END-STRING
004100     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
004110     MOVE WS-RPT-NO-TRACE TO WS-CNT-DIS
004120     MOVE SPACES TO WS-PRINT-LINE
004130     STRING '  NO DECISION TRACE ON FILE ........: ' WS-CNT-DIS
004140            DELIMITED BY SIZE INTO WS-PRINT-LINE
004150     END-STRING
004160     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
004170     .
004180 8000-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------*
004210 8100-PRINT-BUCKET.
004220*----------------------------------------------------------------*
004230     MOVE WS-BKT-ATTEMPTS(WS-BKT-IDX)    TO WS-CNT-DIS
004240     MOVE WS-BKT-OUTCOME(WS-BKT-IDX, 1)  TO WS-CNT2-DIS
004250     MOVE WS-BKT-OUTCOME(WS-BKT-IDX, 2)  TO WS-CNT3-DIS
004260     MOVE WS-BKT-OUTCOME(WS-BKT-IDX, 3)  TO WS-CNT4-DIS
004270     MOVE WS-BKT-AMOUNT(WS-BKT-IDX)      TO WS-TOT-DIS
004280     MOVE SPACES TO WS-PRINT-LINE
004290     STRING WS-BKT-NAME(WS-BKT-IDX) WS-CNT-DIS
004300            '   ' WS-CNT2-DIS '   ' WS-CNT3-DIS '   ' WS-CNT4-DIS
004310            ' ' WS-TOT-DIS
004320            DELIMITED BY SIZE INTO WS-PRINT-LINE
004330     END-STRING
004340     WRITE DELINQ-REPORT-LINE FROM WS-PRINT-LINE
004350     .
004360 8100-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390 9000-FILE-CLOSE.
004400*----------------------------------------------------------------*
004410     CLOSE DELINQ-FILE
004420     IF TRACE-FILE-AVAILABLE
004430        CLOSE TRACE-FILE
004440     END-IF
004450     IF RUN-CONTROL-AVAILABLE
004460        CLOSE RUN-CONTROL
004470     END-IF
004480     CLOSE DELINQ-REPORT
004490     .
004500 9000-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------*
004530 9999-ABEND.
004540*----------------------------------------------------------------*
004550     DISPLAY 'CBDLNRPT ABENDING DUE TO FILE OPEN ERROR'
004560     MOVE 16 TO RETURN-CODE
004570     GOBACK
004580     .
004590 9999-EXIT.
004600     EXIT.
