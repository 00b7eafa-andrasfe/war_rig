000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBLGHRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-09-19.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBLGHRPT - QUARTERLY OPEN LEGAL-HOLDS REPORT.               *
000090*    LISTS EVERY HOLD ON THE LEGLHOLD REGISTRY (CVLGHLDY) THAT   *
000100*    IS STILL IN FORCE - PENDING PLACEMENT, ACTIVE OR PENDING    *
000110*    RELEASE - WITH WHO PLACED AND APPROVED IT, FOR LEGAL TO     *
000120*    CONFIRM EACH MATTER IS STILL LIVE. A HOLD PAST ITS EXPECTED *
000130*    RELEASE DATE IS FLAGGED OVERDUE (IT STAYS IN FORCE UNTIL A  *
000140*    RELEASE IS APPROVED ON PAULGH), AS IS ANY PLACEMENT OR      *
000150*    RELEASE STILL AWAITING ITS SECOND USER. TOTALS BY STATUS.   *
000160*----------------------------------------------------------------*
000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000190* 2027-09-19  ABF INITIAL VERSION                                *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-ZOS.
000240 OBJECT-COMPUTER. IBM-ZOS.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE  IS SEQUENTIAL
000300         RECORD KEY   IS LGH-KEY
000310         FILE STATUS  IS WS-LGH-STATUS.
000320*
000330     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE  IS RANDOM
000360         RECORD KEY   IS RUNC-JOB-NAME
000370         FILE STATUS  IS WS-RUNC-STATUS.
000380*
000390     SELECT HOLD-REPORT    ASSIGN TO LGHRPT
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE  IS SEQUENTIAL
000420         FILE STATUS  IS WS-RPT-STATUS.
000430*----------------------------------------------------------------*
000440 DATA DIVISION.
000450*----------------------------------------------------------------*
000460 FILE SECTION.
000470 FD  LEGAL-HOLD-FILE
000480     RECORDING MODE IS F.
000490 COPY CVLGHLDY.
000500*
000510 FD  RUN-CONTROL
000520     RECORDING MODE IS F.
000530 COPY CVRUNCTY.
000540*
000550 FD  HOLD-REPORT
000560     RECORDING MODE IS F.
000570 01  HOLD-REPORT-LINE            PIC X(132).
000580*----------------------------------------------------------------*
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------*
000610 01  WS-VARIABLES.
000620     05  WS-PGMNAME                 PIC X(08) VALUE 'CBLGHRPT'.
000630     05  CURRENT-DATE               PIC 9(06).
000640     05  WS-TODAY-CCYYMMDD          PIC X(08).
000650     05  WS-TODAY-MM                PIC 9(02).
000660     05  WS-QUARTER                 PIC 9(01).
000670     05  WS-RUN-TIME                PIC 9(08).
000680     05  WS-STATUS-TEXT             PIC X(16).
000690     05  WS-FLAG-TEXT               PIC X(16).
000700     05  WS-SUBJECT-TEXT            PIC X(04).
000710*
000720 01  WS-FILE-STATUSES.
000730     05  WS-LGH-STATUS              PIC X(02).
000740         88  LGH-EOF                        VALUE '10'.
000750     05  WS-RUNC-STATUS             PIC X(02).
000760     05  WS-RPT-STATUS              PIC X(02).
000770 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000780     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000790 01  WS-LGH-EOF-SW                  PIC X(01) VALUE 'N'.
000800     88  LEGAL-HOLDS-DONE                   VALUE 'Y'.
000810*----------------------------------------------------------------*
000820 01  WS-REPORT-COUNTERS.
000830     05  WS-RPT-READ                PIC S9(9) COMP-3 VALUE 0.
000840     05  WS-RPT-LISTED              PIC S9(9) COMP-3 VALUE 0.
000850     05  WS-RPT-PENDING-PLACE       PIC S9(9) COMP-3 VALUE 0.
000860     05  WS-RPT-ACTIVE              PIC S9(9) COMP-3 VALUE 0.
000870     05  WS-RPT-PENDING-RELEASE     PIC S9(9) COMP-3 VALUE 0.
000880     05  WS-RPT-RELEASED            PIC S9(9) COMP-3 VALUE 0.
000890     05  WS-RPT-OVERDUE             PIC S9(9) COMP-3 VALUE 0.
000900     05  WS-RPT-ACCOUNT-HOLDS       PIC S9(9) COMP-3 VALUE 0.
000910     05  WS-RPT-CUSTOMER-HOLDS      PIC S9(9) COMP-3 VALUE 0.
000920*----------------------------------------------------------------*
000930 01  WS-PRINT-LINE                 PIC X(132).
000940 01  WS-DISPLAY-FIELDS.
000950     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
000960*----------------------------------------------------------------*
000970 PROCEDURE DIVISION.
000980*----------------------------------------------------------------*
000990 MAIN-PARA.
001000*
001010     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001020*
001030     PERFORM 3000-LIST-NEXT-HOLD     THRU 3000-EXIT
001040         UNTIL LEGAL-HOLDS-DONE
001050*
001060     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001070     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001080*
001090     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001100*
001110     GOBACK.
001120*----------------------------------------------------------------*
001130 1000-INITIALIZE.
001140*----------------------------------------------------------------*
001150     ACCEPT CURRENT-DATE     FROM DATE
001160     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001170     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001180     MOVE WS-TODAY-CCYYMMDD(5:2) TO WS-TODAY-MM
001190     COMPUTE WS-QUARTER = (WS-TODAY-MM + 2) / 3
001200*
001210     OPEN INPUT  LEGAL-HOLD-FILE
001220     IF WS-LGH-STATUS = SPACES OR '00'
001230        CONTINUE
001240     ELSE
001250        DISPLAY 'ERROR IN OPENING LEGLHOLD:' WS-LGH-STATUS
001260        PERFORM 9999-ABEND THRU 9999-EXIT
001270     END-IF
001280     OPEN OUTPUT HOLD-REPORT
001290*
001300     OPEN I-O RUN-CONTROL
001310     IF WS-RUNC-STATUS = SPACES OR '00'
001320        SET RUN-CONTROL-AVAILABLE TO TRUE
001330        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001340     ELSE
001350        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001360     END-IF
001370*
001380     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001390     DISPLAY '*-------------------------------------*'
001400     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001410*
001420     MOVE SPACES TO WS-PRINT-LINE
001430     STRING 'CBLGHRPT OPEN LEGAL HOLDS - QUARTER ' WS-QUARTER
001440            ' OF ' WS-TODAY-CCYYMMDD(1:4)
001450            ' - AS OF ' WS-TODAY-CCYYMMDD
001460            DELIMITED BY SIZE INTO WS-PRINT-LINE
001470     END-STRING
001480     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
001490     MOVE SPACES TO WS-PRINT-LINE
001500     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
001510     MOVE SPACES TO WS-PRINT-LINE
001520     STRING 'SUBJ ID          MATTER       STATUS           '
001530            'PLACED-BY ON       APPROVED EXP-RELS FLAG'
001540            DELIMITED BY SIZE INTO WS-PRINT-LINE
001550     END-STRING
001560     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
001570     .
001580 1000-EXIT.
001590     EXIT.
001600*----------------------------------------------------------------*
001610 1300-MARK-RUN-START.
001620*----------------------------------------------------------------*
001630     ACCEPT WS-RUN-TIME      FROM TIME
001640     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
001650     READ RUN-CONTROL
001660     IF WS-RUNC-STATUS NOT = '00'
001670        MOVE SPACES          TO RUN-CONTROL-RECORD
001680        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001690     END-IF
001700     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
001710     MOVE WS-RUN-TIME        TO RUNC-START-TIME
001720     MOVE SPACES             TO RUNC-END-TIME
001730     SET  RUNC-RUNNING       TO TRUE
001740     MOVE ZEROES             TO RUNC-RECORD-COUNT
001750     IF WS-RUNC-STATUS = '00'
001760        REWRITE RUN-CONTROL-RECORD
001770     ELSE
001780        WRITE RUN-CONTROL-RECORD
001790     END-IF
001800     .
001810 1300-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------*
001840 1400-MARK-RUN-END.
001850*----------------------------------------------------------------*
001860     IF RUN-CONTROL-AVAILABLE
001870        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
001880        READ RUN-CONTROL
001890        ACCEPT WS-RUN-TIME   FROM TIME
001900        MOVE WS-RUN-TIME     TO RUNC-END-TIME
001910        SET  RUNC-COMPLETE   TO TRUE
001920        MOVE WS-RPT-LISTED   TO RUNC-RECORD-COUNT
001930        REWRITE RUN-CONTROL-RECORD
001940        IF WS-RUNC-STATUS NOT = '00'
001950           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
001960        END-IF
001970     END-IF
001980     .
001990 1400-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------*
002020*    RELEASED HOLDS ARE COUNTED BUT NOT LISTED; THEY NO LONGER   *
002030*    PROTECT ANYTHING.                                           *
002040*----------------------------------------------------------------*
002050 3000-LIST-NEXT-HOLD.
002060*----------------------------------------------------------------*
002070     READ LEGAL-HOLD-FILE NEXT RECORD
002080     IF LGH-EOF
002090        SET LEGAL-HOLDS-DONE     TO TRUE
002100        GO TO 3000-EXIT
002110     END-IF
002120     IF WS-LGH-STATUS NOT = '00'
002130        DISPLAY 'ERROR READING LEGLHOLD:' WS-LGH-STATUS
002140        SET LEGAL-HOLDS-DONE     TO TRUE
002150        GO TO 3000-EXIT
002160     END-IF
002170     ADD 1 TO WS-RPT-READ
002180     MOVE SPACES                 TO WS-FLAG-TEXT
002190     EVALUATE TRUE
002200         WHEN LGH-PENDING-PLACEMENT
002210            ADD 1 TO WS-RPT-PENDING-PLACE
002220            MOVE 'PENDING APPROVAL' TO WS-STATUS-TEXT
002230            MOVE 'NEEDS APPROVER'   TO WS-FLAG-TEXT
002240         WHEN LGH-ACTIVE
002250            ADD 1 TO WS-RPT-ACTIVE
002260            MOVE 'ACTIVE'           TO WS-STATUS-TEXT
002270         WHEN LGH-PENDING-RELEASE
002280            ADD 1 TO WS-RPT-PENDING-RELEASE
002290            MOVE 'RELEASE PENDING'  TO WS-STATUS-TEXT
002300            MOVE 'RELEASE REQ'      TO WS-FLAG-TEXT
002310         WHEN OTHER
002320            ADD 1 TO WS-RPT-RELEASED
002330            GO TO 3000-EXIT
002340     END-EVALUATE
002350     IF LGH-RELEASE-DATE NOT = SPACES
002360        AND LGH-RELEASE-DATE < WS-TODAY-CCYYMMDD
002370        ADD 1 TO WS-RPT-OVERDUE
002380        MOVE 'OVERDUE'           TO WS-FLAG-TEXT
002390     END-IF
002400     IF LGH-ACCOUNT-HOLD
002410        ADD 1 TO WS-RPT-ACCOUNT-HOLDS
002420        MOVE 'ACCT'              TO WS-SUBJECT-TEXT
002430     ELSE
002440        ADD 1 TO WS-RPT-CUSTOMER-HOLDS
002450        MOVE 'CUST'              TO WS-SUBJECT-TEXT
002460     END-IF
002470     ADD 1 TO WS-RPT-LISTED
002480*
002490     MOVE SPACES TO WS-PRINT-LINE
002500     STRING WS-SUBJECT-TEXT ' ' LGH-SUBJECT-ID
002510            ' ' LGH-MATTER-REF
002520            ' ' WS-STATUS-TEXT
002530            ' ' LGH-PLACED-BY ' ' LGH-PLACED-DATE
002540            ' ' LGH-APPROVED-BY
002550            ' ' LGH-RELEASE-DATE
002560            ' ' WS-FLAG-TEXT
002570            DELIMITED BY SIZE INTO WS-PRINT-LINE
002580     END-STRING
002590     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
002600     MOVE SPACES TO WS-PRINT-LINE
002610     STRING '                  ' LGH-DESCRIPTION
002620            DELIMITED BY SIZE INTO WS-PRINT-LINE
002630     END-STRING
002640     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
002650     .
002660 3000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------*
002690 8000-PRINT-RUN-SUMMARY.
002700*----------------------------------------------------------------*
002710     MOVE SPACES TO WS-PRINT-LINE
002720     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
002730     MOVE WS-RPT-READ TO WS-CNT-DIS
002740     MOVE SPACES TO WS-PRINT-LINE
002750     STRING 'LEGLHOLD ROWS READ .................: ' WS-CNT-DIS
002760            DELIMITED BY SIZE INTO WS-PRINT-LINE
002770     END-STRING
002780     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
002790     MOVE WS-RPT-LISTED TO WS-CNT-DIS
002800     MOVE SPACES TO WS-PRINT-LINE
002810     STRING 'HOLDS IN FORCE .....................: ' WS-CNT-DIS
002820            DELIMITED BY SIZE INTO WS-PRINT-LINE
002830     END-STRING
002840     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
002850     MOVE WS-RPT-PENDING-PLACE TO WS-CNT-DIS
002860     MOVE SPACES TO WS-PRINT-LINE
002870     STRING '  PLACEMENT PENDING APPROVAL .......: ' WS-CNT-DIS
002880            DELIMITED BY SIZE INTO WS-PRINT-LINE
002890     END-STRING
002900     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
002910     MOVE WS-RPT-ACTIVE TO WS-CNT-DIS
002920     MOVE SPACES TO WS-PRINT-LINE
002930     STRING '  ACTIVE ...........................: ' WS-CNT-DIS
002940            DELIMITED BY SIZE INTO WS-PRINT-LINE
002950     END-STRING
002960     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
002970     MOVE WS-RPT-PENDING-RELEASE TO WS-CNT-DIS
002980     MOVE SPACES TO WS-PRINT-LINE
002990     STRING '  RELEASE PENDING APPROVAL .........: ' WS-CNT-DIS
003000            DELIMITED BY SIZE INTO WS-PRINT-LINE
003010     END-STRING
003020     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
003030     MOVE WS-RPT-ACCOUNT-HOLDS TO WS-CNT-DIS
003040     MOVE SPACES TO WS-PRINT-LINE
003050     STRING '  ON ACCOUNTS ......................: ' WS-CNT-DIS
003060            DELIMITED BY SIZE INTO WS-PRINT-LINE
003070     END-STRING
003080     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
003090     MOVE WS-RPT-CUSTOMER-HOLDS TO WS-CNT-DIS
003100     MOVE SPACES TO WS-PRINT-LINE
003110     STRING '  ON CUSTOMERS .....................: ' WS-CNT-DIS
003120            DELIMITED BY SIZE INTO WS-PRINT-LINE
003130     END-STRING
003140     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
003150     MOVE WS-RPT-OVERDUE TO WS-CNT-DIS
003160     MOVE SPACES TO WS-PRINT-LINE
003170     STRING '  PAST EXPECTED RELEASE DATE .......: ' WS-CNT-DIS
003180            DELIMITED BY SIZE INTO WS-PRINT-LINE
003190     END-STRING
003200     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
003210     MOVE WS-RPT-RELEASED TO WS-CNT-DIS
003220     MOVE SPACES TO WS-PRINT-LINE
003230     STRING 'RELEASED (NOT LISTED) ..............: ' WS-CNT-DIS
003240            DELIMITED BY SIZE INTO WS-PRINT-LINE
003250     END-STRING
003260     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
003270     .
003280 8000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------*
003310 9000-FILE-CLOSE.
003320*----------------------------------------------------------------*
003330     CLOSE LEGAL-HOLD-FILE
003340     IF RUN-CONTROL-AVAILABLE
003350        CLOSE RUN-CONTROL
003360     END-IF
003370     CLOSE HOLD-REPORT
003380     .
003390 9000-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------*
003420 9999-ABEND.
003430*----------------------------------------------------------------*
003440     DISPLAY 'CBLGHRPT ABENDING DUE TO FILE OPEN ERROR'
003450     MOVE 16 TO RETURN-CODE
003460     GOBACK
003470     .
003480 9999-EXIT.
003490     EXIT.
