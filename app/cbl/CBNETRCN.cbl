000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBNETRCN.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-07-11.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBNETRCN - NETWORK DAILY RECONCILIATION-TOTALS MATCHING     *
000090*    EVERY MORNING THE CARD NETWORK SENDS THE COUNTS AND AMOUNTS *
000100*    OF THE APPROVALS, DECLINES AND REVERSALS IT SAW FROM US, BY *
000110*    CURRENCY AND INSTITUTION (NETRCNTL). THIS JOB BUILDS OUR    *
000120*    OWN FIGURES FOR THE SAME BUSINESS DATE (PROCCAL) AND PRINTS *
000130*    A BREAK REPORT WHEREVER THE TWO DISAGREE:                   *
000140*      APPROVALS/DECLINES - PAUTB DETAILS DATED THE BUSINESS     *
000150*              DATE, PLUS ANY OF THAT DAY'S DETAILS ALREADY      *
000160*              REMOVED (VOIDED OR RELEASED) AS SEEN ON THE DAY'S *
000170*              CHANGE-CAPTURE EXTRACT (CDCIN),                   *
000180*      STAND-IN - THE NETWORK-APPROVED ADVICES CBADVLOD LOADED   *
000190*              (SOURCE NW), WHICH THE NETWORK COUNTS AMONG ITS   *
000200*              APPROVALS AND OUR INTAKE NEVER SAW,               *
000210*      REVERSALS - THE VOIDS THE INTAKE APPLIED THAT DAY (CDC    *
000220*              DELETES WRITTEN BY COPAUA0C).                     *
000230*    THE PAUMISST MIS DECISION COUNTS ARE PRINTED BESIDE OUR     *
000240*    OWN AS AN INTAKE CROSS-CHECK. THE RESULT IS STAMPED ON      *
000250*    PAURUNCT - COMPLETE WHEN IN BALANCE, FAILED ON ANY BREAK OR *
000260*    WHEN NO NETWORK FIGURES ARRIVED FOR THE DATE - SO CBATTEST  *
000270*    HOLDS THE MORNING ATTESTATION OPEN UNTIL IT IS EXPLAINED.   *
000280*----------------------------------------------------------------*
000290*                MODIFICATION HISTORY                            *
000300* DATE       INIT DESCRIPTION                                    *
000310* 2027-07-11  RKA INITIAL VERSION                                *
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-ZOS.
000360 OBJECT-COMPUTER. IBM-ZOS.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT NET-TOTALS     ASSIGN TO NETRCNTL
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE  IS SEQUENTIAL
000420         FILE STATUS  IS WS-NRT-STATUS.
000430*
000440     SELECT CDC-IN-FILE    ASSIGN TO CDCIN
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE  IS SEQUENTIAL
000470         FILE STATUS  IS WS-CDC-STATUS.
000480*
000490     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE  IS RANDOM
000520         RECORD KEY   IS PCAL-KEY
000530         FILE STATUS  IS WS-PCAL-STATUS.
000540*
000550     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS RANDOM
000580         RECORD KEY   IS RUNC-JOB-NAME
000590         FILE STATUS  IS WS-RUNC-STATUS.
000600*
000610     SELECT RECON-REPORT   ASSIGN TO NETRCNRP
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE  IS SEQUENTIAL
000640         FILE STATUS  IS WS-RPT-STATUS.
000650*----------------------------------------------------------------*
000660 DATA DIVISION.
000670*----------------------------------------------------------------*
000680 FILE SECTION.
000690 FD  NET-TOTALS
000700     RECORDING MODE IS F.
000710 COPY CVNTRCNY.
000720*
000730 FD  CDC-IN-FILE
000740     RECORDING MODE IS F.
000750 COPY CVCDCFDY.
000760*
000770 FD  PROC-CALENDAR
000780     RECORDING MODE IS F.
000790 COPY CVPRCALY.
000800*
000810 FD  RUN-CONTROL
000820     RECORDING MODE IS F.
000830 COPY CVRUNCTY.
000840*
000850 FD  RECON-REPORT
000860     RECORDING MODE IS F.
000870 01  RECON-REPORT-LINE           PIC X(132).
000880*----------------------------------------------------------------*
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------*
000910 01  WS-VARIABLES.
000920     05  WS-PGMNAME                 PIC X(08) VALUE 'CBNETRCN'.
000930     05  CURRENT-DATE               PIC 9(06).
000940     05  CURRENT-YYDDD              PIC 9(05).
000950     05  WS-TODAY-9C                PIC 9(05) COMP-3.
000960     05  WS-BUS-CCYYMMDD            PIC X(08).
000970     05  WS-MIS-DATE                PIC X(10).
000980     05  WS-RUN-TIME                PIC 9(08).
000990*
001000 01  WS-FILE-STATUSES.
001010     05  WS-NRT-STATUS              PIC X(02).
001020         88  NRT-EOF                        VALUE '10'.
001030     05  WS-CDC-STATUS              PIC X(02).
001040         88  CDC-EOF                        VALUE '10'.
001050     05  WS-PCAL-STATUS             PIC X(02).
001060     05  WS-RUNC-STATUS             PIC X(02).
001070     05  WS-RPT-STATUS              PIC X(02).
001080 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001090     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001100 COPY CSDAT03Y.
001110*----------------------------------------------------------------*
001120*    ONE ROW PER CURRENCY AND INSTITUTION SEEN ON EITHER SIDE,   *
001130*    KEPT IN KEY ORDER AS ROWS ARE ADDED SO THE REPORT PRINTS    *
001140*    GROUPED BY CURRENCY. ONE SLOT IS KEPT SPARE SO THE ORDERED  *
001150*    SCAN NEVER TESTS BEYOND THE TABLE.                          *
001160*----------------------------------------------------------------*
001170 01  WS-RCN-MAX                     PIC S9(4) COMP VALUE 299.
001180 01  WS-RCN-COUNT                   PIC S9(4) COMP VALUE 0.
001190 01  WS-RCN-SUB                     PIC S9(4) COMP.
001200 01  WS-RCN-SHIFT                   PIC S9(4) COMP.
001210 01  WS-RCN-FOUND-SW                PIC X(01).
001220     88  RCN-ROW-FOUND                      VALUE 'Y'.
001230     88  RCN-ROW-NOT-FOUND                  VALUE 'N'.
001240 01  WS-RCN-TABLE.
001250     05  WS-RCN-ENTRY               OCCURS 300 TIMES.
001260         10  WS-RCN-KEY.
001270             15  WS-RCN-CURRENCY    PIC X(03).
001280             15  WS-RCN-INST-ID     PIC X(03).
001290         10  WS-RCN-NET-APPR-CNT    PIC S9(9)     COMP-3.
001300         10  WS-RCN-NET-APPR-AMT    PIC S9(11)V99 COMP-3.
001310         10  WS-RCN-NET-DECL-CNT    PIC S9(9)     COMP-3.
001320         10  WS-RCN-NET-DECL-AMT    PIC S9(11)V99 COMP-3.
001330         10  WS-RCN-NET-REV-CNT     PIC S9(9)     COMP-3.
001340         10  WS-RCN-NET-REV-AMT     PIC S9(11)V99 COMP-3.
001350         10  WS-RCN-OUR-APPR-CNT    PIC S9(9)     COMP-3.
001360         10  WS-RCN-OUR-APPR-AMT    PIC S9(11)V99 COMP-3.
001370         10  WS-RCN-STDIN-CNT       PIC S9(9)     COMP-3.
001380         10  WS-RCN-STDIN-AMT       PIC S9(11)V99 COMP-3.
001390         10  WS-RCN-OUR-DECL-CNT    PIC S9(9)     COMP-3.
001400         10  WS-RCN-OUR-DECL-AMT    PIC S9(11)V99 COMP-3.
001410         10  WS-RCN-OUR-REV-CNT     PIC S9(9)     COMP-3.
001420         10  WS-RCN-OUR-REV-AMT     PIC S9(11)V99 COMP-3.
001430 01  WS-SEARCH-KEY.
001440     05  WS-SRCH-CURRENCY           PIC X(03).
001450     05  WS-SRCH-INST-ID            PIC X(03).
001460*----------------------------------------------------------------*
001470*    ONE LEG OF ONE ROW, AS COMPARED AND PRINTED                 *
001480*----------------------------------------------------------------*
001490 01  WS-LEG-WORK.
001500     05  WS-LEG-NAME                PIC X(09).
001510     05  WS-LEG-NET-CNT             PIC S9(9)     COMP-3.
001520     05  WS-LEG-NET-AMT             PIC S9(11)V99 COMP-3.
001530     05  WS-LEG-OUR-CNT             PIC S9(9)     COMP-3.
001540     05  WS-LEG-OUR-AMT             PIC S9(11)V99 COMP-3.
001550     05  WS-LEG-DIFF-CNT            PIC S9(9)     COMP-3.
001560     05  WS-LEG-DIFF-AMT            PIC S9(11)V99 COMP-3.
001570     05  WS-LEG-FLAG                PIC X(09).
001580*----------------------------------------------------------------*
001590*    RUN ACCUMULATORS                                            *
001600*----------------------------------------------------------------*
001610 01  WS-REPORT-COUNTERS.
001620     05  WS-RPT-NET-READ            PIC S9(9) COMP-3 VALUE 0.
001630     05  WS-RPT-NET-USED            PIC S9(9) COMP-3 VALUE 0.
001640     05  WS-RPT-NET-OTHER-DATE      PIC S9(9) COMP-3 VALUE 0.
001650     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
001660     05  WS-RPT-CDC-READ            PIC S9(9) COMP-3 VALUE 0.
001670     05  WS-RPT-REMOVED-ADDED-BACK  PIC S9(9) COMP-3 VALUE 0.
001680     05  WS-RPT-ROWS-DROPPED        PIC S9(9) COMP-3 VALUE 0.
001690     05  WS-RPT-BREAKS              PIC S9(9) COMP-3 VALUE 0.
001700     05  WS-RPT-OUR-DECISIONS       PIC S9(9) COMP-3 VALUE 0.
001710     05  WS-RPT-MIS-DECISIONS       PIC S9(9) COMP-3 VALUE 0.
001720     05  WS-RPT-MIS-DIFFERENCE      PIC S9(9) COMP-3 VALUE 0.
001730*----------------------------------------------------------------*
001740*    DB2 HOST VARIABLES FOR THE PAUMISST SUMS                    *
001750*----------------------------------------------------------------*
001760 01  PAUMISST-HOST-VARS.
001770 COPY CVMISSTY.
001780 01  WS-SUM-APPROVED                PIC S9(09) COMP.
001790 01  WS-SUM-DECLINED                PIC S9(09) COMP.
001800*----------------------------------------------------------------*
001810 01  WS-PRINT-LINE                 PIC X(132).
001820 01  WS-DISPLAY-FIELDS.
001830     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001840     05  WS-CNT-DIS-2               PIC ZZZ,ZZZ,ZZ9.
001850     05  WS-DIFF-CNT-DIS            PIC ZZZ,ZZZ,ZZ9-.
001860     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001870     05  WS-AMT-DIS-2               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001880     05  WS-DIFF-AMT-DIS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001890     05  WS-SQLCODE                 PIC -9(8).
001900*----------------------------------------------------------------*
001910*    DLI / PCB CONTROL INFORMATION                               *
001920*----------------------------------------------------------------*
001930 01  WS-IMS-CONTROL.
001940     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
001950     05  PCB-OFFSET.
001960         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
001970     05  IMS-RETURN-CODE                 PIC X(02).
001980         88  STATUS-OK                    VALUE '  ', 'FW'.
001990         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002000         88  END-OF-DB                    VALUE 'GB'.
002010     05  WS-END-OF-DETAIL-SEG            PIC X(01) VALUE 'N'.
002020         88  DETAIL-SEG-EOF               VALUE 'Y'.
002030     05  DIBSTAT                         PIC X(02).
002040*----------------------------------------------------------------*
002050*    IMS SEGMENT LAYOUT                                          *
002060*----------------------------------------------------------------*
002070*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002080 01 PENDING-AUTH-DETAILS.
002090 COPY CIPAUDTY.
002100*----------------------------------------------------------------*
002110 EXEC SQL
002120     INCLUDE SQLCA
002130 END-EXEC.
002140*----------------------------------------------------------------*
002150 LINKAGE SECTION.
002160 01  PAUTBPCB                       PIC X(100).
002170*----------------------------------------------------------------*
002180 PROCEDURE DIVISION                  USING PAUTBPCB.
002190*----------------------------------------------------------------*
002200 MAIN-PARA.
002210     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002220*
002230     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002240*
002250     PERFORM 2000-LOAD-NEXT-NET-TOTAL THRU 2000-EXIT
002260         UNTIL NRT-EOF
002270*
002280     PERFORM 3000-COUNT-NEXT-DETAIL  THRU 3000-EXIT
002290         UNTIL DETAIL-SEG-EOF
002300*
002310     PERFORM 4000-PROCESS-NEXT-CDC   THRU 4000-EXIT
002320         UNTIL CDC-EOF
002330*
002340     PERFORM 5000-GET-MIS-DECISIONS  THRU 5000-EXIT
002350*
002360     PERFORM 6000-PRINT-ONE-ROW      THRU 6000-EXIT
002370         VARYING WS-RCN-SUB FROM 1 BY 1
002380         UNTIL WS-RCN-SUB > WS-RCN-COUNT
002390*
002400     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
002410*
002420     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002430*
002440     IF WS-RPT-BREAKS > 0
002450        MOVE 4 TO RETURN-CODE
002460     END-IF
002470     GOBACK.
002480*----------------------------------------------------------------*
002490 1000-INITIALIZE.
002500*----------------------------------------------------------------*
002510     ACCEPT CURRENT-DATE     FROM DATE
002520     ACCEPT CURRENT-YYDDD    FROM DAY
002530     MOVE '20'               TO WS-BUS-CCYYMMDD(1:2)
002540     MOVE CURRENT-DATE       TO WS-BUS-CCYYMMDD(3:6)
002550     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002560     COMPUTE WS-TODAY-9C = 99999 - CURRENT-YYDDD
002570     STRING WS-BUS-CCYYMMDD(1:4) '-' WS-BUS-CCYYMMDD(5:2) '-'
002580            WS-BUS-CCYYMMDD(7:2)
002590            DELIMITED BY SIZE INTO WS-MIS-DATE
002600     END-STRING
002610*
002620     OPEN INPUT  NET-TOTALS
002630     IF WS-NRT-STATUS = SPACES OR '00'
002640        CONTINUE
002650     ELSE
002660        DISPLAY 'NETRCNTL NOT AVAILABLE - NO NETWORK FIGURES'
002670        SET NRT-EOF TO TRUE
002680     END-IF
002690     OPEN INPUT  CDC-IN-FILE
002700     IF WS-CDC-STATUS = SPACES OR '00'
002710        CONTINUE
002720     ELSE
002730        DISPLAY 'CDCIN NOT AVAILABLE - NO REVERSALS THIS RUN'
002740        SET CDC-EOF TO TRUE
002750     END-IF
002760     OPEN OUTPUT RECON-REPORT
002770*
002780     OPEN I-O RUN-CONTROL
002790     IF WS-RUNC-STATUS = SPACES OR '00'
002800        SET RUN-CONTROL-AVAILABLE TO TRUE
002810        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002820     ELSE
002830        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002840     END-IF
002850*
002860     MOVE SPACES TO WS-PRINT-LINE
002870     STRING 'CBNETRCN NETWORK RECONCILIATION-TOTALS BREAK REPORT'
002880            ' - BUSINESS DATE ' WS-BUS-CCYYMMDD
002890            DELIMITED BY SIZE INTO WS-PRINT-LINE
002900     END-STRING
002910     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
002920     MOVE SPACES TO WS-PRINT-LINE
002930     STRING 'CUR INST LEG          NETWORK CNT    NETWORK AMOUNT'
002940            '        OUR CNT        OUR AMOUNT'
002950            '    DIFF CNT       DIFF AMOUNT'
002960            DELIMITED BY SIZE INTO WS-PRINT-LINE
002970     END-STRING
002980     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
002990*
003000     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003010     DISPLAY '*-------------------------------------*'
003020     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003030     .
003040 1000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------*
003070*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
003080*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE - THE       *
003090*    NETWORK'S FILE IS FOR A BUSINESS DATE, NOT A RUN DATE.      *
003100*----------------------------------------------------------------*
003110 1250-READ-BUSINESS-DATE.
003120*----------------------------------------------------------------*
003130     OPEN INPUT PROC-CALENDAR
003140     IF WS-PCAL-STATUS = SPACES OR '00'
003150        MOVE 'C'             TO PCAL-REC-TYPE
003160        MOVE '00000000'      TO PCAL-KEY-DATE
003170        READ PROC-CALENDAR
003180        IF WS-PCAL-STATUS = '00'
003190           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
003200           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-DATE
003210           PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
003220           MOVE WS-BUS-YYDDD            TO CURRENT-YYDDD
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
003330 COPY CSDAT03P.
003340*----------------------------------------------------------------*
003350*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
003360*    IS STAMPED AT END.                                          *
003370*----------------------------------------------------------------*
003380 1300-MARK-RUN-START.
003390*----------------------------------------------------------------*
003400     ACCEPT WS-RUN-TIME      FROM TIME
003410     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003420     READ RUN-CONTROL
003430     IF WS-RUNC-STATUS NOT = '00'
003440        MOVE SPACES          TO RUN-CONTROL-RECORD
003450        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003460     END-IF
003470     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003480     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003490     MOVE SPACES             TO RUNC-END-TIME
003500     SET  RUNC-RUNNING       TO TRUE
003510     MOVE ZEROES             TO RUNC-RECORD-COUNT
003520     IF WS-RUNC-STATUS = '00'
003530        REWRITE RUN-CONTROL-RECORD
003540     ELSE
003550        WRITE RUN-CONTROL-RECORD
003560     END-IF
003570     .
003580 1300-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*    COMPLETE ONLY WHEN EVERY ROW BALANCED; THE RECORD COUNT IS  *
003620*    THE NUMBER OF BREAK LINES SO THE CONSOLE SHOWS HOW BAD.     *
003630*----------------------------------------------------------------*
003640 1400-MARK-RUN-END.
003650*----------------------------------------------------------------*
003660     IF RUN-CONTROL-AVAILABLE
003670        ACCEPT WS-RUN-TIME   FROM TIME
003680        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003690        READ RUN-CONTROL
003700        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003710        IF WS-RPT-BREAKS = 0
003720           SET  RUNC-COMPLETE TO TRUE
003730        ELSE
003740           SET  RUNC-FAILED   TO TRUE
003750        END-IF
003760        MOVE WS-RPT-BREAKS   TO RUNC-RECORD-COUNT
003770        REWRITE RUN-CONTROL-RECORD
003780        IF WS-RUNC-STATUS NOT = '00'
003790           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003800        END-IF
003810     END-IF
003820     .
003830 1400-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860*    ONLY THE BUSINESS DATE'S FIGURES ARE MATCHED. A FILE FOR    *
003870*    ANOTHER DATE IS COUNTED AND IGNORED, AND THE MISSING DAY    *
003880*    THEN SHOWS AS A BREAK ON EVERY ROW WE HAVE.                 *
003890*----------------------------------------------------------------*
003900 2000-LOAD-NEXT-NET-TOTAL.
003910*----------------------------------------------------------------*
003920     READ NET-TOTALS
003930         AT END CONTINUE
003940     END-READ
003950     IF NRT-EOF
003960        GO TO 2000-EXIT
003970     END-IF
003980     ADD 1 TO WS-RPT-NET-READ
003990     IF NRT-BUSINESS-DATE NOT = WS-BUS-CCYYMMDD
004000        ADD 1 TO WS-RPT-NET-OTHER-DATE
004010        GO TO 2000-EXIT
004020     END-IF
004030     MOVE NRT-CURRENCY-CODE      TO WS-SRCH-CURRENCY
004040     MOVE NRT-INST-ID            TO WS-SRCH-INST-ID
004050     PERFORM 5500-FIND-OR-ADD-ROW THRU 5500-EXIT
004060     IF RCN-ROW-NOT-FOUND
004070        GO TO 2000-EXIT
004080     END-IF
004090     ADD 1 TO WS-RPT-NET-USED
004100     ADD NRT-APPROVED-CNT  TO WS-RCN-NET-APPR-CNT(WS-RCN-SUB)
004110     ADD NRT-APPROVED-AMT  TO WS-RCN-NET-APPR-AMT(WS-RCN-SUB)
004120     ADD NRT-DECLINED-CNT  TO WS-RCN-NET-DECL-CNT(WS-RCN-SUB)
004130     ADD NRT-DECLINED-AMT  TO WS-RCN-NET-DECL-AMT(WS-RCN-SUB)
004140     ADD NRT-REVERSAL-CNT  TO WS-RCN-NET-REV-CNT(WS-RCN-SUB)
004150     ADD NRT-REVERSAL-AMT  TO WS-RCN-NET-REV-AMT(WS-RCN-SUB)
004160     .
004170 2000-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------*
004200*    THE BUSINESS DATE'S DETAIL SEGMENTS, QUALIFIED ON THE       *
004210*    PAUTDATX DATE SECONDARY INDEX THE SAME WAY CBBALNCE CUTS    *
004220*    ITS LEG B.                                                  *
004230*----------------------------------------------------------------*
004240 3000-COUNT-NEXT-DETAIL.
004250*----------------------------------------------------------------*
004260     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
004270         SEGMENT (PAUTDTL1 (PAUTDATX = WS-TODAY-9C))
004280         INTO (PENDING-AUTH-DETAILS)
004290     END-EXEC
004300*
004310     MOVE DIBSTAT                TO IMS-RETURN-CODE
004320     EVALUATE TRUE
004330         WHEN STATUS-OK
004340             ADD 1 TO WS-RPT-DETAILS-READ
004350             PERFORM 3100-ADD-DETAIL-TO-OURS THRU 3100-EXIT
004360         WHEN END-OF-DB
004370             SET DETAIL-SEG-EOF TO TRUE
004380         WHEN SEGMENT-NOT-FOUND
004390             SET DETAIL-SEG-EOF TO TRUE
004400         WHEN OTHER
004410             DISPLAY 'ERROR READING DETAIL SEGMENT: '
004420                 IMS-RETURN-CODE
004430             SET DETAIL-SEG-EOF TO TRUE
004440     END-EVALUATE
004450     .
004460 3000-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------*
004490*    ONE DETAIL (LIVE, OR THE BEFORE IMAGE OF A REMOVED ONE)     *
004500*    INTO OUR SIDE OF ITS ROW. A DETAIL CARRYING NO INSTITUTION  *
004510*    BELONGS TO THE FOUNDING PORTFOLIO.                          *
004520*----------------------------------------------------------------*
004530 3100-ADD-DETAIL-TO-OURS.
004540*----------------------------------------------------------------*
004550     MOVE PA-CURRENCY-CODE       TO WS-SRCH-CURRENCY
004560     MOVE PA-INST-ID             TO WS-SRCH-INST-ID
004570     IF WS-SRCH-INST-ID = SPACES OR LOW-VALUES
004580        MOVE '001'               TO WS-SRCH-INST-ID
004590     END-IF
004600     PERFORM 5500-FIND-OR-ADD-ROW THRU 5500-EXIT
004610     IF RCN-ROW-NOT-FOUND
004620        GO TO 3100-EXIT
004630     END-IF
004640     EVALUATE TRUE
004650         WHEN PA-MESSAGE-SOURCE = 'NW'
004660             ADD 1 TO WS-RCN-STDIN-CNT(WS-RCN-SUB)
004670             ADD PA-APPROVED-AMT
004680                   TO WS-RCN-STDIN-AMT(WS-RCN-SUB)
004690         WHEN PA-AUTH-APPROVED
004700             ADD 1 TO WS-RCN-OUR-APPR-CNT(WS-RCN-SUB)
004710             ADD PA-APPROVED-AMT
004720                   TO WS-RCN-OUR-APPR-AMT(WS-RCN-SUB)
004730             ADD 1 TO WS-RPT-OUR-DECISIONS
004740         WHEN OTHER
004750             ADD 1 TO WS-RCN-OUR-DECL-CNT(WS-RCN-SUB)
004760             ADD PA-TRANSACTION-AMT
004770                   TO WS-RCN-OUR-DECL-AMT(WS-RCN-SUB)
004780             ADD 1 TO WS-RPT-OUR-DECISIONS
004790     END-EVALUATE
004800     .
004810 3100-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------*
004840*    THE DAY'S CHANGE-CAPTURE DELETES. A REMOVED DETAIL DATED    *
004850*    THE BUSINESS DATE WAS STILL A DECISION THE NETWORK SAW, SO  *
004860*    IT GOES BACK ON OUR SIDE; A DELETE WRITTEN BY THE INTAKE    *
004870*    ITSELF IS A VOID AND COUNTS AS A REVERSAL OF ITS ORIGINAL.  *
004880*----------------------------------------------------------------*
004890 4000-PROCESS-NEXT-CDC.
004900*----------------------------------------------------------------*
004910     READ CDC-IN-FILE
004920         AT END CONTINUE
004930     END-READ
004940     IF CDC-EOF
004950        GO TO 4000-EXIT
004960     END-IF
004970     ADD 1 TO WS-RPT-CDC-READ
004980     IF NOT CDC-IS-DELETE
004990        GO TO 4000-EXIT
005000     END-IF
005010     MOVE CDC-BEFORE-IMAGE       TO PENDING-AUTH-DETAILS
005020     IF PA-AUTH-DATE-9C = WS-TODAY-9C
005030        ADD 1 TO WS-RPT-REMOVED-ADDED-BACK
005040        PERFORM 3100-ADD-DETAIL-TO-OURS THRU 3100-EXIT
005050     END-IF
005060     IF CDC-SOURCE-PGM = 'COPAUA0C'
005070        AND CDC-CAPTURE-DATE = WS-BUS-CCYYMMDD(3:6)
005080        MOVE PA-CURRENCY-CODE    TO WS-SRCH-CURRENCY
005090        MOVE PA-INST-ID          TO WS-SRCH-INST-ID
005100        IF WS-SRCH-INST-ID = SPACES OR LOW-VALUES
005110           MOVE '001'            TO WS-SRCH-INST-ID
005120        END-IF
005130        PERFORM 5500-FIND-OR-ADD-ROW THRU 5500-EXIT
005140        IF RCN-ROW-FOUND
005150           ADD 1 TO WS-RCN-OUR-REV-CNT(WS-RCN-SUB)
005160           ADD PA-APPROVED-AMT
005170                 TO WS-RCN-OUR-REV-AMT(WS-RCN-SUB)
005180           ADD 1 TO WS-RPT-OUR-DECISIONS
005190        END-IF
005200     END-IF
005210     .
005220 4000-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------*
005250*    THE MIS DECISION COUNTS FOR THE DAY, FOR THE INTAKE CROSS-  *
005260*    CHECK. MIS COUNTS EVERY REPLY THE INTAKE SENT, SO A VOID    *
005270*    THAT FOUND NO ORIGINAL (DECLINED 3200, NOTHING STORED) IS   *
005280*    IN MIS BUT NOT IN OURS - HENCE INFORMATIONAL, NOT A BREAK.  *
005290*----------------------------------------------------------------*
005300 5000-GET-MIS-DECISIONS.
005310*----------------------------------------------------------------*
005320     MOVE WS-MIS-DATE            TO MIS-STAT-DATE
005330     EXEC SQL
005340         SELECT COALESCE(SUM(APPROVED_CNT), 0),
005350                COALESCE(SUM(DECLINED_CNT), 0)
005360           INTO :WS-SUM-APPROVED, :WS-SUM-DECLINED
005370           FROM CARDDEMO.PAUMISST
005380          WHERE STAT_DATE = :MIS-STAT-DATE
005390     END-EXEC
005400     IF SQLCODE = ZERO
005410        COMPUTE WS-RPT-MIS-DECISIONS =
005420                WS-SUM-APPROVED + WS-SUM-DECLINED
005430     ELSE
005440        MOVE SQLCODE TO WS-SQLCODE
005450        DISPLAY 'PAUMISST READ FAILED, SQLCODE=' WS-SQLCODE
005460     END-IF
005470     COMPUTE WS-RPT-MIS-DIFFERENCE =
005480             WS-RPT-MIS-DECISIONS - WS-RPT-OUR-DECISIONS
005490     .
005500 5000-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------*
005530*    LOCATES THE ROW FOR WS-SEARCH-KEY, OR OPENS A ZEROED ONE IN *
005540*    KEY ORDER. LEAVES WS-RCN-SUB ON THE ROW. A FULL TABLE DROPS *
005550*    THE FIGURES, AND THE RUN SUMMARY SAYS SO.                   *
005560*----------------------------------------------------------------*
005570 5500-FIND-OR-ADD-ROW.
005580*----------------------------------------------------------------*
005590     SET RCN-ROW-NOT-FOUND       TO TRUE
005600     PERFORM 5510-SCAN-ROW       THRU 5510-EXIT
005610         VARYING WS-RCN-SUB FROM 1 BY 1
005620         UNTIL WS-RCN-SUB > WS-RCN-COUNT
005630            OR WS-RCN-KEY(WS-RCN-SUB) >= WS-SEARCH-KEY
005640     IF WS-RCN-SUB <= WS-RCN-COUNT
005650        AND WS-RCN-KEY(WS-RCN-SUB) = WS-SEARCH-KEY
005660        SET RCN-ROW-FOUND        TO TRUE
005670        GO TO 5500-EXIT
005680     END-IF
005690     IF WS-RCN-COUNT >= WS-RCN-MAX
005700        ADD 1 TO WS-RPT-ROWS-DROPPED
005710        GO TO 5500-EXIT
005720     END-IF
005730     PERFORM 5520-SHIFT-ROW-DOWN THRU 5520-EXIT
005740         VARYING WS-RCN-SHIFT FROM WS-RCN-COUNT BY -1
005750         UNTIL WS-RCN-SHIFT < WS-RCN-SUB
005760     ADD 1 TO WS-RCN-COUNT
005770     MOVE WS-SEARCH-KEY          TO WS-RCN-KEY(WS-RCN-SUB)
005780     MOVE ZERO TO WS-RCN-NET-APPR-CNT(WS-RCN-SUB)
005790                  WS-RCN-NET-APPR-AMT(WS-RCN-SUB)
005800                  WS-RCN-NET-DECL-CNT(WS-RCN-SUB)
005810                  WS-RCN-NET-DECL-AMT(WS-RCN-SUB)
005820                  WS-RCN-NET-REV-CNT(WS-RCN-SUB)
005830                  WS-RCN-NET-REV-AMT(WS-RCN-SUB)
005840                  WS-RCN-OUR-APPR-CNT(WS-RCN-SUB)
005850                  WS-RCN-OUR-APPR-AMT(WS-RCN-SUB)
005860                  WS-RCN-STDIN-CNT(WS-RCN-SUB)
005870                  WS-RCN-STDIN-AMT(WS-RCN-SUB)
005880                  WS-RCN-OUR-DECL-CNT(WS-RCN-SUB)
005890                  WS-RCN-OUR-DECL-AMT(WS-RCN-SUB)
005900                  WS-RCN-OUR-REV-CNT(WS-RCN-SUB)
005910                  WS-RCN-OUR-REV-AMT(WS-RCN-SUB)
005920     SET RCN-ROW-FOUND           TO TRUE
005930     .
005940 5500-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------*
005970 5510-SCAN-ROW.
005980*----------------------------------------------------------------*
005990     CONTINUE
006000     .
006010 5510-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------*
006040 5520-SHIFT-ROW-DOWN.
006050*----------------------------------------------------------------*
006060     MOVE WS-RCN-ENTRY(WS-RCN-SHIFT)
006070                             TO WS-RCN-ENTRY(WS-RCN-SHIFT + 1)
006080     .
006090 5520-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------*
006120*    THREE LEGS PER ROW. OUR APPROVALS INCLUDE THE STAND-IN      *
006130*    ADVICES BECAUSE THE NETWORK'S DO.                           *
006140*----------------------------------------------------------------*
006150 6000-PRINT-ONE-ROW.
006160*----------------------------------------------------------------*
006170     MOVE 'APPROVALS'            TO WS-LEG-NAME
006180     MOVE WS-RCN-NET-APPR-CNT(WS-RCN-SUB) TO WS-LEG-NET-CNT
006190     MOVE WS-RCN-NET-APPR-AMT(WS-RCN-SUB) TO WS-LEG-NET-AMT
006200     COMPUTE WS-LEG-OUR-CNT = WS-RCN-OUR-APPR-CNT(WS-RCN-SUB)
006210                            + WS-RCN-STDIN-CNT(WS-RCN-SUB)
006220     COMPUTE WS-LEG-OUR-AMT = WS-RCN-OUR-APPR-AMT(WS-RCN-SUB)
006230                            + WS-RCN-STDIN-AMT(WS-RCN-SUB)
006240     PERFORM 6100-PRINT-LEG      THRU 6100-EXIT
006250*
006260     IF WS-RCN-STDIN-CNT(WS-RCN-SUB) > 0
006270        MOVE WS-RCN-STDIN-CNT(WS-RCN-SUB) TO WS-CNT-DIS
006280        MOVE WS-RCN-STDIN-AMT(WS-RCN-SUB) TO WS-AMT-DIS
006290        MOVE SPACES TO WS-PRINT-LINE
006300        STRING '           OF WHICH NETWORK STAND-IN ADVICES'
006310               ' ......: ' WS-CNT-DIS ' ' WS-AMT-DIS
006320               DELIMITED BY SIZE INTO WS-PRINT-LINE
006330        END-STRING
006340        WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
006350     END-IF
006360*
006370     MOVE 'DECLINES'             TO WS-LEG-NAME
006380     MOVE WS-RCN-NET-DECL-CNT(WS-RCN-SUB) TO WS-LEG-NET-CNT
006390     MOVE WS-RCN-NET-DECL-AMT(WS-RCN-SUB) TO WS-LEG-NET-AMT
006400     MOVE WS-RCN-OUR-DECL-CNT(WS-RCN-SUB) TO WS-LEG-OUR-CNT
006410     MOVE WS-RCN-OUR-DECL-AMT(WS-RCN-SUB) TO WS-LEG-OUR-AMT
006420     PERFORM 6100-PRINT-LEG      THRU 6100-EXIT
006430*
006440     MOVE 'REVERSALS'            TO WS-LEG-NAME
006450     MOVE WS-RCN-NET-REV-CNT(WS-RCN-SUB)  TO WS-LEG-NET-CNT
006460     MOVE WS-RCN-NET-REV-AMT(WS-RCN-SUB)  TO WS-LEG-NET-AMT
006470     MOVE WS-RCN-OUR-REV-CNT(WS-RCN-SUB)  TO WS-LEG-OUR-CNT
006480     MOVE WS-RCN-OUR-REV-AMT(WS-RCN-SUB)  TO WS-LEG-OUR-AMT
006490     PERFORM 6100-PRINT-LEG      THRU 6100-EXIT
006500     .
006510 6000-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------*
006540 6100-PRINT-LEG.
006550*----------------------------------------------------------------*
006560     COMPUTE WS-LEG-DIFF-CNT = WS-LEG-NET-CNT - WS-LEG-OUR-CNT
006570     COMPUTE WS-LEG-DIFF-AMT = WS-LEG-NET-AMT - WS-LEG-OUR-AMT
006580     IF WS-LEG-DIFF-CNT = 0 AND WS-LEG-DIFF-AMT = 0
006590        MOVE SPACES              TO WS-LEG-FLAG
006600     ELSE
006610        MOVE '*** BREAK'         TO WS-LEG-FLAG
006620        ADD 1 TO WS-RPT-BREAKS
006630     END-IF
006640     MOVE WS-LEG-NET-CNT         TO WS-CNT-DIS
006650     MOVE WS-LEG-NET-AMT         TO WS-AMT-DIS
006660     MOVE WS-LEG-OUR-CNT         TO WS-CNT-DIS-2
006670     MOVE WS-LEG-OUR-AMT         TO WS-AMT-DIS-2
006680     MOVE WS-LEG-DIFF-CNT        TO WS-DIFF-CNT-DIS
006690     MOVE WS-LEG-DIFF-AMT        TO WS-DIFF-AMT-DIS
006700     MOVE SPACES TO WS-PRINT-LINE
006710     STRING WS-RCN-CURRENCY(WS-RCN-SUB) ' '
006720            WS-RCN-INST-ID(WS-RCN-SUB) '  '
006730            WS-LEG-NAME ' '
006740            WS-CNT-DIS ' ' WS-AMT-DIS ' '
006750            WS-CNT-DIS-2 ' ' WS-AMT-DIS-2 ' '
006760            WS-DIFF-CNT-DIS WS-DIFF-AMT-DIS ' '
006770            WS-LEG-FLAG
006780            DELIMITED BY SIZE INTO WS-PRINT-LINE
006790     END-STRING
006800     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
006810     .
006820 6100-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850 8000-PRINT-RUN-SUMMARY.
006860*----------------------------------------------------------------*
006870*    NO NETWORK FIGURES FOR THE DATE AT ALL IS A BREAK IN ITS    *
006880*    OWN RIGHT - AN EMPTY DAY MUST NOT ATTEST AS IN BALANCE.     *
006890     IF WS-RPT-NET-USED = 0
006900        ADD 1 TO WS-RPT-BREAKS
006910        MOVE SPACES TO WS-PRINT-LINE
006920        STRING '*** BREAK - NO NETWORK TOTALS RECEIVED FOR '
006930               WS-BUS-CCYYMMDD
006940               DELIMITED BY SIZE INTO WS-PRINT-LINE
006950        END-STRING
006960        WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
006970     END-IF
006980*    A DROPPED ROW LEAVES FIGURES UNMATCHED - NEVER IN BALANCE.
006990     IF WS-RPT-ROWS-DROPPED > 0
007000        ADD 1 TO WS-RPT-BREAKS
007010     END-IF
007020*
007030     MOVE SPACES TO WS-PRINT-LINE
007040     STRING 'CBNETRCN RUN SUMMARY - RUN DATE ' CURRENT-DATE
007050            DELIMITED BY SIZE INTO WS-PRINT-LINE
007060     END-STRING
007070     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007080*
007090     MOVE WS-RPT-NET-READ TO WS-CNT-DIS
007100     MOVE SPACES TO WS-PRINT-LINE
007110     STRING 'NETWORK TOTAL RECORDS READ .........: ' WS-CNT-DIS
007120            DELIMITED BY SIZE INTO WS-PRINT-LINE
007130     END-STRING
007140     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007150*
007160     MOVE WS-RPT-NET-OTHER-DATE TO WS-CNT-DIS
007170     MOVE SPACES TO WS-PRINT-LINE
007180     STRING '  FOR ANOTHER DATE (IGNORED) .......: ' WS-CNT-DIS
007190            DELIMITED BY SIZE INTO WS-PRINT-LINE
007200     END-STRING
007210     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007220*
007230     MOVE WS-RPT-DETAILS-READ TO WS-CNT-DIS
007240     MOVE SPACES TO WS-PRINT-LINE
007250     STRING 'PAUTB DETAILS DATED BUSINESS DATE ..: ' WS-CNT-DIS
007260            DELIMITED BY SIZE INTO WS-PRINT-LINE
007270     END-STRING
007280     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007290*
007300     MOVE WS-RPT-REMOVED-ADDED-BACK TO WS-CNT-DIS
007310     MOVE SPACES TO WS-PRINT-LINE
007320     STRING 'REMOVED DETAILS ADDED BACK (CDC) ...: ' WS-CNT-DIS
007330            DELIMITED BY SIZE INTO WS-PRINT-LINE
007340     END-STRING
007350     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007360*
007370     MOVE WS-RPT-OUR-DECISIONS TO WS-CNT-DIS
007380     MOVE SPACES TO WS-PRINT-LINE
007390     STRING 'INTAKE DECISIONS (OURS, EX STAND-IN): ' WS-CNT-DIS
007400            DELIMITED BY SIZE INTO WS-PRINT-LINE
007410     END-STRING
007420     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007430*
007440     MOVE WS-RPT-MIS-DECISIONS TO WS-CNT-DIS
007450     MOVE WS-RPT-MIS-DIFFERENCE TO WS-DIFF-CNT-DIS
007460     MOVE SPACES TO WS-PRINT-LINE
007470     STRING 'INTAKE DECISIONS (PAUMISST MIS) ....: ' WS-CNT-DIS
007480            '  DIFFERENCE ' WS-DIFF-CNT-DIS ' (INFORMATIONAL)'
007490            DELIMITED BY SIZE INTO WS-PRINT-LINE
007500     END-STRING
007510     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007520*
007530     IF WS-RPT-ROWS-DROPPED > 0
007540        MOVE WS-RPT-ROWS-DROPPED TO WS-CNT-DIS
007550        MOVE SPACES TO WS-PRINT-LINE
007560        STRING '*** BREAK - FIGURES NOT MATCHED, TABLE FULL: '
007570               WS-CNT-DIS
007580               DELIMITED BY SIZE INTO WS-PRINT-LINE
007590        END-STRING
007600        WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007610     END-IF
007620*
007630     MOVE WS-RPT-BREAKS TO WS-CNT-DIS
007640     MOVE SPACES TO WS-PRINT-LINE
007650     IF WS-RPT-BREAKS = 0
007660        MOVE 'RESULT: IN BALANCE WITH THE NETWORK'
007670            TO WS-PRINT-LINE
007680     ELSE
007690        STRING 'RESULT: OUT OF BALANCE - BREAKS ...: ' WS-CNT-DIS
007700               DELIMITED BY SIZE INTO WS-PRINT-LINE
007710        END-STRING
007720     END-IF
007730     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
007740     .
007750 8000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------*
007780 9000-FILE-CLOSE.
007790*----------------------------------------------------------------*
007800     PERFORM 1400-MARK-RUN-END THRU 1400-EXIT
007810     IF RUN-CONTROL-AVAILABLE
007820        CLOSE RUN-CONTROL
007830     END-IF
007840     CLOSE NET-TOTALS
007850     CLOSE CDC-IN-FILE
007860     CLOSE RECON-REPORT
007870     .
007880 9000-EXIT.
007890     EXIT.
