000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBTRVRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-06-13.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBTRVRPT - DAILY FOREIGN AUTHORIZATIONS WITHOUT A TRAVEL    *
000090*    NOTICE. WALKS THE DAY'S PENDING-AUTH DETAIL SEGMENTS AND    *
000100*    PICKS OUT EVERY AUTH WHOSE ACQUIRER COUNTRY IS NOT HOME.    *
000110*    EACH ONE IS CHECKED AGAINST THE ACCOUNT'S TRAVEL NOTICE     *
000120*    (TRAVNOTE): AN ACTIVE NOTICE WHOSE WINDOW COVERS THE AUTH   *
000130*    DATE AND NAMES THE COUNTRY EXPLAINS IT AND IS ONLY COUNTED. *
000140*    ANYTHING ELSE IS LISTED - NO NOTICE ON FILE AT ALL (OR A    *
000150*    CANCELLED ONE), OR A NOTICE THAT DOES NOT COVER THIS DATE   *
000160*    OR COUNTRY - SO THE FRAUD DESK CAN CALL THE CARDHOLDER      *
000170*    BEFORE THE CARDHOLDER CALLS US.                             *
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2027-06-13  JGM INITIAL VERSION                                *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-ZOS.
000260 OBJECT-COMPUTER. IBM-ZOS.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TRAVEL-NOTE    ASSIGN TO TRAVNOTE
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE  IS RANDOM
000320         RECORD KEY   IS TRVN-ACCT-ID
000330         FILE STATUS  IS WS-TRV-STATUS.
000340*
000350     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS RANDOM
000380         RECORD KEY   IS RUNC-JOB-NAME
000390         FILE STATUS  IS WS-RUNC-STATUS.
000400*
000410     SELECT TRAVEL-REPORT  ASSIGN TO TRVRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE  IS SEQUENTIAL
000440         FILE STATUS  IS WS-RPT-STATUS.
000450*----------------------------------------------------------------*
000460 DATA DIVISION.
000470*----------------------------------------------------------------*
000480 FILE SECTION.
000490 FD  TRAVEL-NOTE
000500     RECORDING MODE IS F.
000510 COPY CVTRVNTY.
000520*
000530 FD  RUN-CONTROL
000540     RECORDING MODE IS F.
000550 COPY CVRUNCTY.
000560*
000570 FD  TRAVEL-REPORT
000580     RECORDING MODE IS F.
000590 01  TRAVEL-REPORT-LINE          PIC X(132).
000600*----------------------------------------------------------------*
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------*
000630 01  WS-VARIABLES.
000640     05  WS-PGMNAME                 PIC X(08) VALUE 'CBTRVRPT'.
000650     05  CURRENT-DATE               PIC 9(06).
000660     05  WS-TODAY-CCYYMMDD          PIC X(08).
000670     05  WS-RUN-TIME                PIC 9(08).
000680*    THE DOMESTIC ACQUIRER COUNTRY - ANYTHING ELSE IS FOREIGN.
000690     05  WS-HOME-COUNTRY            PIC X(03) VALUE 'USA'.
000700*
000710 01  WS-FILE-STATUSES.
000720     05  WS-TRV-STATUS              PIC X(02).
000730         88  TRVN-FOUND                     VALUE '00'.
000740     05  WS-RUNC-STATUS             PIC X(02).
000750     05  WS-RPT-STATUS              PIC X(02).
000760 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000770     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000780*----------------------------------------------------------------*
000790*    PER-ACCOUNT STATE - THE NOTICE IS READ ONCE PER ROOT        *
000800*----------------------------------------------------------------*
000810 01  WS-ACCT-STATE.
000820     05  WS-TRVN-ON-FILE-SW         PIC X(01).
000830         88  TRAVEL-NOTICE-ON-FILE          VALUE 'Y'.
000840     05  WS-TRVN-SUB                PIC S9(4) COMP.
000850     05  WS-TRVN-CTRY-SW            PIC X(01).
000860         88  TRAVEL-CTRY-NAMED              VALUE 'Y'.
000870     05  WS-EXCEPTION-TEXT          PIC X(20).
000880*----------------------------------------------------------------*
000890*    RUN ACCUMULATORS                                            *
000900*----------------------------------------------------------------*
000910 01  WS-REPORT-COUNTERS.
000920     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
000930     05  WS-RPT-FOREIGN             PIC S9(9) COMP-3 VALUE 0.
000940     05  WS-RPT-COVERED             PIC S9(9) COMP-3 VALUE 0.
000950     05  WS-RPT-NO-NOTICE           PIC S9(9) COMP-3 VALUE 0.
000960     05  WS-RPT-NOT-COVERED         PIC S9(9) COMP-3 VALUE 0.
000970*----------------------------------------------------------------*
000980 01  WS-PRINT-LINE                 PIC X(132).
000990 01  WS-DISPLAY-FIELDS.
001000     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001010     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
001020*----------------------------------------------------------------*
001030*    DLI / PCB CONTROL INFORMATION                               *
001040*----------------------------------------------------------------*
001050 01  WS-IMS-CONTROL.
001060     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
001070     05  PCB-OFFSET.
001080         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
001090     05  IMS-RETURN-CODE                 PIC X(02).
001100         88  STATUS-OK                    VALUE '  ', 'FW'.
001110         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
001120         88  END-OF-DB                    VALUE 'GB'.
001130     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
001140         88  ROOT-SEG-EOF                 VALUE 'Y'.
001150     05  WS-DETAIL-EOF-SW                PIC X(01).
001160         88  DETAIL-SEG-EOF               VALUE 'Y'.
001170     05  DIBSTAT                         PIC X(02).
001180*----------------------------------------------------------------*
001190*    IMS SEGMENT LAYOUT                                          *
001200*----------------------------------------------------------------*
001210*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
001220 01 PENDING-AUTH-SUMMARY.
001230 COPY CIPAUSMY.
001240*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
001250 01 PENDING-AUTH-DETAILS.
001260 COPY CIPAUDTY.
001270*----------------------------------------------------------------*
001280 LINKAGE SECTION.
001290 01  PAUTBPCB                       PIC X(100).
001300*----------------------------------------------------------------*
001310 PROCEDURE DIVISION                  USING PAUTBPCB.
001320*----------------------------------------------------------------*
001330 MAIN-PARA.
001340     ENTRY 'DLITCBL'                 USING PAUTBPCB.
001350*
001360     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001370*
001380     PERFORM 2000-CHECK-NEXT-ROOT    THRU 2000-EXIT
001390         UNTIL ROOT-SEG-EOF
001400*
001410     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001420*
001430     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001440*
001450     GOBACK.
001460*----------------------------------------------------------------*
001470 1000-INITIALIZE.
001480*----------------------------------------------------------------*
001490     ACCEPT CURRENT-DATE     FROM DATE
001500     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001510     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001520*
001530     OPEN INPUT  TRAVEL-NOTE
001540     IF WS-TRV-STATUS = '00'
001550        CONTINUE
001560     ELSE
001570        DISPLAY 'ERROR IN OPENING TRAVNOTE:' WS-TRV-STATUS
001580        PERFORM 9999-ABEND THRU 9999-EXIT
001590     END-IF
001600     OPEN OUTPUT TRAVEL-REPORT
001610*
001620     OPEN I-O RUN-CONTROL
001630     IF WS-RUNC-STATUS = SPACES OR '00'
001640        SET RUN-CONTROL-AVAILABLE TO TRUE
001650        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001660     ELSE
001670        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001680     END-IF
001690*
001700     MOVE SPACES TO WS-PRINT-LINE
001710     STRING 'CBTRVRPT FOREIGN AUTHS WITHOUT A TRAVEL NOTICE - '
001720            'RUN DATE ' CURRENT-DATE
001730            DELIMITED BY SIZE INTO WS-PRINT-LINE
001740     END-STRING
001750     WRITE TRAVEL-REPORT-LINE FROM WS-PRINT-LINE
001760*
001770     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001780     DISPLAY '*-------------------------------------*'
001790     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001800     .
001810 1000-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------*
001840*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START AND COMPLETE   *
001850*    AT END.                                                     *
001860*----------------------------------------------------------------*
001870 1300-MARK-RUN-START.
001880*----------------------------------------------------------------*
001890     ACCEPT WS-RUN-TIME      FROM TIME
001900     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
001910     READ RUN-CONTROL
001920     IF WS-RUNC-STATUS NOT = '00'
001930        MOVE SPACES          TO RUN-CONTROL-RECORD
001940        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001950     END-IF
001960     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
001970     MOVE WS-RUN-TIME        TO RUNC-START-TIME
001980     MOVE SPACES             TO RUNC-END-TIME
001990     SET  RUNC-RUNNING       TO TRUE
002000     MOVE ZEROES             TO RUNC-RECORD-COUNT
002010     IF WS-RUNC-STATUS = '00'
002020        REWRITE RUN-CONTROL-RECORD
002030     ELSE
002040        WRITE RUN-CONTROL-RECORD
002050     END-IF
002060     .
002070 1300-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------*
002100 1400-MARK-RUN-END.
002110*----------------------------------------------------------------*
002120     IF RUN-CONTROL-AVAILABLE
002130        ACCEPT WS-RUN-TIME   FROM TIME
002140        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002150        READ RUN-CONTROL
002160        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002170        SET  RUNC-COMPLETE   TO TRUE
002180        MOVE WS-RPT-FOREIGN  TO RUNC-RECORD-COUNT
002190        REWRITE RUN-CONTROL-RECORD
002200        IF WS-RUNC-STATUS NOT = '00'
002210           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002220        END-IF
002230     END-IF
002240     .
002250 1400-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------*
002280 2000-CHECK-NEXT-ROOT.
002290*----------------------------------------------------------------*
002300     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
002310          SEGMENT (PAUTSMRY)
002320          INTO   (PENDING-AUTH-SUMMARY)
002330     END-EXEC
002340     MOVE DIBSTAT                TO IMS-RETURN-CODE
002350     IF END-OF-DB OR SEGMENT-NOT-FOUND
002360        SET ROOT-SEG-EOF         TO TRUE
002370        GO TO 2000-EXIT
002380     END-IF
002390     IF NOT STATUS-OK
002400        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
002410        SET ROOT-SEG-EOF         TO TRUE
002420        GO TO 2000-EXIT
002430     END-IF
002440     PERFORM 2050-LOAD-TRAVEL-NOTICE THRU 2050-EXIT
002450     MOVE 'N'                    TO WS-DETAIL-EOF-SW
002460     PERFORM 2100-CHECK-NEXT-DETAIL THRU 2100-EXIT
002470         UNTIL DETAIL-SEG-EOF
002480     .
002490 2000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------*
002520*    A CANCELLED NOTICE IS TREATED AS NO NOTICE AT ALL.          *
002530*----------------------------------------------------------------*
002540 2050-LOAD-TRAVEL-NOTICE.
002550*----------------------------------------------------------------*
002560     MOVE 'N'                    TO WS-TRVN-ON-FILE-SW
002570     MOVE PA-ACCOUNT-ID          TO TRVN-ACCT-ID
002580     READ TRAVEL-NOTE
002590     IF TRVN-FOUND
002600        AND TRVN-ACTIVE
002610        SET TRAVEL-NOTICE-ON-FILE TO TRUE
002620     END-IF
002630     .
002640 2050-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------*
002670 2100-CHECK-NEXT-DETAIL.
002680*----------------------------------------------------------------*
002690     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
002700         SEGMENT (PAUTDTL1)
002710         INTO (PENDING-AUTH-DETAILS)
002720     END-EXEC
002730     MOVE DIBSTAT                TO IMS-RETURN-CODE
002740     IF NOT STATUS-OK
002750        SET DETAIL-SEG-EOF       TO TRUE
002760        GO TO 2100-EXIT
002770     END-IF
002780*    ONLY TODAY'S TRAFFIC - THE SAME DAY THE SCORER LOOKS AT.
002790     IF PA-AUTH-ORIG-DATE NOT = WS-TODAY-CCYYMMDD
002800        GO TO 2100-EXIT
002810     END-IF
002820     ADD 1 TO WS-RPT-DETAILS-READ
002830     IF PA-ACQR-COUNTRY-CODE = SPACES OR LOW-VALUES
002840        OR PA-ACQR-COUNTRY-CODE = WS-HOME-COUNTRY
002850        GO TO 2100-EXIT
002860     END-IF
002870     ADD 1 TO WS-RPT-FOREIGN
002880     PERFORM 3000-CHECK-FOREIGN-AUTH THRU 3000-EXIT
002890     .
002900 2100-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930 3000-CHECK-FOREIGN-AUTH.
002940*----------------------------------------------------------------*
002950     IF NOT TRAVEL-NOTICE-ON-FILE
002960        ADD 1 TO WS-RPT-NO-NOTICE
002970        MOVE 'NO NOTICE ON FILE'   TO WS-EXCEPTION-TEXT
002980        PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
002990        GO TO 3000-EXIT
003000     END-IF
003010     MOVE 'N'                    TO WS-TRVN-CTRY-SW
003020     IF PA-AUTH-ORIG-DATE >= TRVN-START-DATE
003030        AND PA-AUTH-ORIG-DATE <= TRVN-END-DATE
003040        PERFORM 3100-MATCH-NOTICE-COUNTRY THRU 3100-EXIT
003050            VARYING WS-TRVN-SUB FROM 1 BY 1
003060            UNTIL WS-TRVN-SUB > 5
003070               OR TRAVEL-CTRY-NAMED
003080     END-IF
003090     IF TRAVEL-CTRY-NAMED
003100        ADD 1 TO WS-RPT-COVERED
003110     ELSE
003120        ADD 1 TO WS-RPT-NOT-COVERED
003130        MOVE 'NOT ON NOTICE'       TO WS-EXCEPTION-TEXT
003140        PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
003150     END-IF
003160     .
003170 3000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------*
003200 3100-MATCH-NOTICE-COUNTRY.
003210*----------------------------------------------------------------*
003220     IF TRVN-COUNTRY(WS-TRVN-SUB) = PA-ACQR-COUNTRY-CODE
003230        SET TRAVEL-CTRY-NAMED    TO TRUE
003240     END-IF
003250     .
003260 3100-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------*
003290 4000-WRITE-EXCEPTION.
003300*----------------------------------------------------------------*
003310     MOVE PA-TRANSACTION-AMT     TO WS-AMT-DIS
003320     MOVE SPACES                 TO WS-PRINT-LINE
003330     STRING 'ACCT:' PA-ACCOUNT-ID
003340            ' CARD:' PA-CARD-NUM
003350            ' CTRY:' PA-ACQR-COUNTRY-CODE
003360            ' AMT:' WS-AMT-DIS
003370            ' RESP:' PA-AUTH-RESP-CODE
003380            ' MERCH:' PA-MERCHANT-ID
003390            ' ' WS-EXCEPTION-TEXT
003400            DELIMITED BY SIZE
003410            INTO WS-PRINT-LINE
003420     END-STRING
003430     WRITE TRAVEL-REPORT-LINE FROM WS-PRINT-LINE
003440     .
003450 4000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480 8000-PRINT-RUN-SUMMARY.
003490*----------------------------------------------------------------*
003500     MOVE WS-RPT-DETAILS-READ TO WS-CNT-DIS
003510     MOVE SPACES TO WS-PRINT-LINE
003520     STRING 'TODAYS DETAILS EXAMINED ............: ' WS-CNT-DIS
003530            DELIMITED BY SIZE INTO WS-PRINT-LINE
003540     END-STRING
003550     WRITE TRAVEL-REPORT-LINE FROM WS-PRINT-LINE
003560*
003570     MOVE WS-RPT-FOREIGN TO WS-CNT-DIS
003580     MOVE SPACES TO WS-PRINT-LINE
003590     STRING '  FOREIGN ACQUIRER AUTHS ...........: ' WS-CNT-DIS
003600            DELIMITED BY SIZE INTO WS-PRINT-LINE
003610     END-STRING
003620     WRITE TRAVEL-REPORT-LINE FROM WS-PRINT-LINE
003630*
003640     MOVE WS-RPT-COVERED TO WS-CNT-DIS
003650     MOVE SPACES TO WS-PRINT-LINE
003660     STRING '    COVERED BY A TRAVEL NOTICE .....: ' WS-CNT-DIS
003670            DELIMITED BY SIZE INTO WS-PRINT-LINE
003680     END-STRING
003690     WRITE TRAVEL-REPORT-LINE FROM WS-PRINT-LINE
003700*
003710     MOVE WS-RPT-NO-NOTICE TO WS-CNT-DIS
003720     MOVE SPACES TO WS-PRINT-LINE
003730     STRING '    NO NOTICE ON FILE ..............: ' WS-CNT-DIS
003740            DELIMITED BY SIZE INTO WS-PRINT-LINE
003750     END-STRING
003760     WRITE TRAVEL-REPORT-LINE FROM WS-PRINT-LINE
003770*
003780     MOVE WS-RPT-NOT-COVERED TO WS-CNT-DIS
003790     MOVE SPACES TO WS-PRINT-LINE
003800     STRING '    NOTICE DOES NOT COVER IT .......: ' WS-CNT-DIS
003810            DELIMITED BY SIZE INTO WS-PRINT-LINE
003820     END-STRING
003830     WRITE TRAVEL-REPORT-LINE FROM WS-PRINT-LINE
003840     .
003850 8000-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880 9000-FILE-CLOSE.
003890*----------------------------------------------------------------*
003900     PERFORM 1400-MARK-RUN-END THRU 1400-EXIT
003910     IF RUN-CONTROL-AVAILABLE
003920        CLOSE RUN-CONTROL
003930     END-IF
003940     CLOSE TRAVEL-NOTE
003950     CLOSE TRAVEL-REPORT
003960     .
003970 9000-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000 9999-ABEND.
004010*----------------------------------------------------------------*
004020     DISPLAY 'CBTRVRPT ABENDING DUE TO FILE OPEN ERROR'
004030     MOVE 16 TO RETURN-CODE
004040     GOBACK
004050     .
004060 9999-EXIT.
004070     EXIT.
