000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBCMPRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-17.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBCMPRPT - QUARTERLY COMPLAINTS REGULATORY RETURN           *
000090*    READS THE CMPLREG REGISTER (CVCMPLRY) AND SUMMARISES THE    *
000100*    QUARTER FOR THE REGULATOR:                                  *
000110*      - BY CATEGORY: COMPLAINTS RECEIVED IN THE QUARTER, THOSE  *
000120*        RESOLVED IN IT BY OUTCOME (UPHELD, PARTLY UPHELD, NOT   *
000130*        UPHELD, WITHDRAWN), HOW MANY OF THOSE WERE ACKNOWLEDGED *
000140*        LATE OR ANSWERED AFTER THE RESPONSE DEADLINE, AND HOW   *
000150*        MANY WERE STILL OPEN AT QUARTER END,                    *
000160*      - BY ROOT CAUSE: COMPLAINTS RESOLVED IN THE QUARTER AND   *
000170*        HOW MANY WERE UPHELD (WHOLLY OR PARTLY) OR LATE.        *
000180*    THE QUARTER IS CMPQPARM QTRFROM=/QTRTO= (CCYYMMDD) AND      *
000190*    QTRID=; WITHOUT THEM THE CALENDAR QUARTER BEFORE THE RUN    *
000200*    DATE IS REPORTED. LATENESS IS THE FINAL AGEING STAMPED BY   *
000210*    CBCMPAGE, SO THIS JOB RUNS AFTER THAT NIGHT'S AGEING; A     *
000220*    RESOLUTION NOT YET FINALLY AGED IS COUNTED SEPARATELY.      *
000230*----------------------------------------------------------------*
000240*                MODIFICATION HISTORY                            *
000250* DATE       INIT DESCRIPTION                                    *
000260* 2027-10-17  JGM INITIAL VERSION                                *
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-ZOS.
000310 OBJECT-COMPUTER. IBM-ZOS.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE      ASSIGN TO CMPQPARM
000350         ORGANIZATION IS SEQUENTIAL
000360         ACCESS MODE  IS SEQUENTIAL
000370         FILE STATUS  IS WS-PARM-STATUS.
000380*
000390     SELECT COMPLAINT-FILE ASSIGN TO CMPLREG
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE  IS SEQUENTIAL
000420         RECORD KEY   IS CMP-KEY
000430         FILE STATUS  IS WS-CMP-STATUS.
000440*
000450     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE  IS RANDOM
000480         RECORD KEY   IS RUNC-JOB-NAME
000490         FILE STATUS  IS WS-RUNC-STATUS.
000500*
000510     SELECT QUARTER-REPORT ASSIGN TO CMPQRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE  IS SEQUENTIAL
000540         FILE STATUS  IS WS-RPT-STATUS.
000550*----------------------------------------------------------------*
000560 DATA DIVISION.
000570*----------------------------------------------------------------*
000580 FILE SECTION.
000590 FD  PARM-FILE
000600     RECORDING MODE IS F.
000610 01  PARM-RECORD                 PIC X(80).
000620*
000630 FD  COMPLAINT-FILE
000640     RECORDING MODE IS F.
000650 COPY CVCMPLRY.
000660*
000670 FD  RUN-CONTROL
000680     RECORDING MODE IS F.
000690 COPY CVRUNCTY.
000700*
000710 FD  QUARTER-REPORT
000720     RECORDING MODE IS F.
000730 01  QUARTER-REPORT-LINE         PIC X(132).
000740*----------------------------------------------------------------*
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------*
000770 01  WS-VARIABLES.
000780     05  WS-PGMNAME                 PIC X(08) VALUE 'CBCMPRPT'.
000790     05  CURRENT-DATE               PIC 9(06).
000800     05  WS-TODAY-CCYYMMDD          PIC X(08).
000810     05  WS-TODAY-YEAR              PIC 9(04).
000820     05  WS-TODAY-MM                PIC 9(02).
000830     05  WS-QUARTER                 PIC 9(01).
000840     05  WS-RUN-TIME                PIC 9(08).
000850     05  WS-CX                      PIC S9(4) COMP.
000860     05  WS-RX                      PIC S9(4) COMP.
000870*
000880 01  WS-FILE-STATUSES.
000890     05  WS-PARM-STATUS             PIC X(02).
000900         88  PARM-EOF                       VALUE '10'.
000910     05  WS-CMP-STATUS              PIC X(02).
000920         88  CMP-EOF                        VALUE '10'.
000930     05  WS-RUNC-STATUS             PIC X(02).
000940     05  WS-RPT-STATUS              PIC X(02).
000950 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000960     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000970 01  WS-CMP-EOF-SW                  PIC X(01) VALUE 'N'.
000980     88  COMPLAINTS-DONE                    VALUE 'Y'.
000990*----------------------------------------------------------------*
001000*    QUARTER WINDOW (PARM-DRIVEN, CCYYMMDD INCLUSIVE). THE       *
001010*    DEFAULT IS SET FROM THE RUN DATE BEFORE THE PARMS ARE READ. *
001020*----------------------------------------------------------------*
001030 01  WS-RUN-PARMS.
001040     05  WS-QTR-FROM                PIC X(08).
001050     05  WS-QTR-TO                  PIC X(08).
001060     05  WS-QTR-ID                  PIC X(06).
001070 01  WS-QTR-BOUND-VALUES.
001080     05  FILLER                     PIC X(08) VALUE '01010331'.
001090     05  FILLER                     PIC X(08) VALUE '04010630'.
001100     05  FILLER                     PIC X(08) VALUE '07010930'.
001110     05  FILLER                     PIC X(08) VALUE '10011231'.
001120 01  WS-QTR-BOUNDS REDEFINES WS-QTR-BOUND-VALUES.
001130     05  WS-QTR-BOUND               OCCURS 4 TIMES.
001140         10  WS-QTR-START-MMDD      PIC X(04).
001150         10  WS-QTR-END-MMDD        PIC X(04).
001160*----------------------------------------------------------------*
001170*    CATEGORY AND ROOT-CAUSE ROWS. AN UNKNOWN CATEGORY IS        *
001180*    REPORTED UNDER OTHER; A RESOLUTION WITHOUT A RECOGNISED     *
001190*    ROOT CAUSE (WITHDRAWN, OR KEYED BEFORE CAUSES WERE KEPT)    *
001200*    UNDER NOT RECORDED. THE LAST COUNT ROW OF EACH IS THE TOTAL.*
001210*----------------------------------------------------------------*
001220 01  WS-CAT-VALUES.
001230     05  FILLER  PIC X(22) VALUE 'DCDECLINED AUTH       '.
001240     05  FILLER  PIC X(22) VALUE 'HDHOLD / PENDING AUTH '.
001250     05  FILLER  PIC X(22) VALUE 'DSDISPUTE HANDLING    '.
001260     05  FILLER  PIC X(22) VALUE 'FEFEES AND CHARGES    '.
001270     05  FILLER  PIC X(22) VALUE 'FRFRAUD / SECURITY    '.
001280     05  FILLER  PIC X(22) VALUE 'SVSERVICE             '.
001290     05  FILLER  PIC X(22) VALUE 'OTOTHER               '.
001300 01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
001310     05  WS-CAT-ENTRY               OCCURS 7 TIMES
001320                     INDEXED BY WS-CAT-IDX.
001330         10  WS-CAT-CODE            PIC X(02).
001340         10  WS-CAT-NAME            PIC X(20).
001350 01  WS-CAT-MAX                     PIC S9(4) COMP VALUE 7.
001360 01  WS-CAT-TOTAL-ROW               PIC S9(4) COMP VALUE 8.
001370 01  WS-CAT-COUNTS.
001380     05  WS-CC-ENTRY                OCCURS 8 TIMES.
001390         10  WS-CC-RECEIVED         PIC S9(7) COMP-3.
001400         10  WS-CC-RESOLVED         PIC S9(7) COMP-3.
001410         10  WS-CC-UPHELD           PIC S9(7) COMP-3.
001420         10  WS-CC-PARTLY           PIC S9(7) COMP-3.
001430         10  WS-CC-NOT-UPHELD       PIC S9(7) COMP-3.
001440         10  WS-CC-WITHDRAWN        PIC S9(7) COMP-3.
001450         10  WS-CC-ACK-LATE         PIC S9(7) COMP-3.
001460         10  WS-CC-RESP-LATE        PIC S9(7) COMP-3.
001470         10  WS-CC-OPEN-END         PIC S9(7) COMP-3.
001480*
001490 01  WS-RC-VALUES.
001500     05  FILLER  PIC X(22) VALUE 'PLPOLICY / TERMS      '.
001510     05  FILLER  PIC X(22) VALUE 'SYSYSTEM ERROR        '.
001520     05  FILLER  PIC X(22) VALUE 'SESTAFF ERROR         '.
001530     05  FILLER  PIC X(22) VALUE 'CMCOMMUNICATION       '.
001540     05  FILLER  PIC X(22) VALUE 'NWCARD NETWORK        '.
001550     05  FILLER  PIC X(22) VALUE 'MRMERCHANT            '.
001560     05  FILLER  PIC X(22) VALUE 'FRFRAUD               '.
001570     05  FILLER  PIC X(22) VALUE 'NFNO FAULT FOUND      '.
001580     05  FILLER  PIC X(22) VALUE '  NOT RECORDED        '.
001590 01  WS-RC-TABLE REDEFINES WS-RC-VALUES.
001600     05  WS-RC-ENTRY                OCCURS 9 TIMES
001610                     INDEXED BY WS-RC-IDX.
001620         10  WS-RC-CODE             PIC X(02).
001630         10  WS-RC-NAME             PIC X(20).
001640 01  WS-RC-MAX                      PIC S9(4) COMP VALUE 9.
001650 01  WS-RC-NONE-ROW                 PIC S9(4) COMP VALUE 9.
001660 01  WS-RC-TOTAL-ROW                PIC S9(4) COMP VALUE 10.
001670 01  WS-RC-COUNTS.
001680     05  WS-RCC-ENTRY               OCCURS 10 TIMES.
001690         10  WS-RCC-RESOLVED        PIC S9(7) COMP-3.
001700         10  WS-RCC-UPHELD          PIC S9(7) COMP-3.
001710         10  WS-RCC-NOT-UPHELD      PIC S9(7) COMP-3.
001720         10  WS-RCC-WITHDRAWN       PIC S9(7) COMP-3.
001730         10  WS-RCC-RESP-LATE       PIC S9(7) COMP-3.
001740*----------------------------------------------------------------*
001750 01  WS-REPORT-COUNTERS.
001760     05  WS-RPT-READ                PIC S9(9) COMP-3 VALUE 0.
001770     05  WS-RPT-NOT-FINAL           PIC S9(9) COMP-3 VALUE 0.
001780*----------------------------------------------------------------*
001790 01  WS-PRINT-LINE                 PIC X(132).
001800 01  WS-DISPLAY-FIELDS.
001810     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001820*
001830 01  WS-CAT-HEAD.
001840     05  FILLER  PIC X(23) VALUE 'CD CATEGORY            '.
001850     05  FILLER  PIC X(36) VALUE
001860                 ' RECEIVED RESOLVED   UPHELD   PARTLY'.
001870     05  FILLER  PIC X(19) VALUE ' NOT UPHD WITHDRAWN'.
001880     05  FILLER  PIC X(28) VALUE ' ACK LATE RESP LATE OPEN Q/E'.
001890 01  WS-CAT-LINE.
001900     05  CL-CODE                    PIC X(02).
001910     05  FILLER                     PIC X(01) VALUE SPACE.
001920     05  CL-NAME                    PIC X(20).
001930     05  FILLER                     PIC X(02) VALUE SPACES.
001940     05  CL-RECEIVED                PIC ZZZ,ZZ9.
001950     05  FILLER                     PIC X(02) VALUE SPACES.
001960     05  CL-RESOLVED                PIC ZZZ,ZZ9.
001970     05  FILLER                     PIC X(02) VALUE SPACES.
001980     05  CL-UPHELD                  PIC ZZZ,ZZ9.
001990     05  FILLER                     PIC X(02) VALUE SPACES.
002000     05  CL-PARTLY                  PIC ZZZ,ZZ9.
002010     05  FILLER                     PIC X(02) VALUE SPACES.
002020     05  CL-NOT-UPHELD              PIC ZZZ,ZZ9.
002030     05  FILLER                     PIC X(03) VALUE SPACES.
002040     05  CL-WITHDRAWN               PIC ZZZ,ZZ9.
002050     05  FILLER                     PIC X(02) VALUE SPACES.
002060     05  CL-ACK-LATE                PIC ZZZ,ZZ9.
002070     05  FILLER                     PIC X(03) VALUE SPACES.
002080     05  CL-RESP-LATE               PIC ZZZ,ZZ9.
002090     05  FILLER                     PIC X(02) VALUE SPACES.
002100     05  CL-OPEN-END                PIC ZZZ,ZZ9.
002110*
002120 01  WS-RC-HEAD.
002130     05  FILLER  PIC X(23) VALUE 'RC ROOT CAUSE          '.
002140     05  FILLER  PIC X(27) VALUE ' RESOLVED   UPHELD NOT UPHD'.
002150     05  FILLER  PIC X(20) VALUE ' WITHDRAWN RESP LATE'.
002160 01  WS-RC-LINE.
002170     05  RL-CODE                    PIC X(02).
002180     05  FILLER                     PIC X(01) VALUE SPACE.
002190     05  RL-NAME                    PIC X(20).
002200     05  FILLER                     PIC X(02) VALUE SPACES.
002210     05  RL-RESOLVED                PIC ZZZ,ZZ9.
002220     05  FILLER                     PIC X(02) VALUE SPACES.
002230     05  RL-UPHELD                  PIC ZZZ,ZZ9.
002240     05  FILLER                     PIC X(02) VALUE SPACES.
002250     05  RL-NOT-UPHELD              PIC ZZZ,ZZ9.
002260     05  FILLER                     PIC X(03) VALUE SPACES.
002270     05  RL-WITHDRAWN               PIC ZZZ,ZZ9.
002280     05  FILLER                     PIC X(03) VALUE SPACES.
002290     05  RL-RESP-LATE               PIC ZZZ,ZZ9.
002300*----------------------------------------------------------------*
002310 PROCEDURE DIVISION.
002320*----------------------------------------------------------------*
002330 MAIN-PARA.
002340     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002350*
002360     PERFORM 3000-COUNT-NEXT-COMPLAINT THRU 3000-EXIT
002370         UNTIL COMPLAINTS-DONE
002380*
002390     PERFORM 8000-PRINT-CATEGORIES   THRU 8000-EXIT
002400     PERFORM 8500-PRINT-ROOT-CAUSES  THRU 8500-EXIT
002410     PERFORM 8900-PRINT-RUN-SUMMARY  THRU 8900-EXIT
002420     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002430*
002440     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002450*
002460     GOBACK.
002470*----------------------------------------------------------------*
002480 1000-INITIALIZE.
002490*----------------------------------------------------------------*
002500     ACCEPT CURRENT-DATE     FROM DATE
002510     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002520     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002530     PERFORM 1050-DEFAULT-QUARTER THRU 1050-EXIT
002540     INITIALIZE WS-CAT-COUNTS
002550                WS-RC-COUNTS
002560*
002570     OPEN INPUT  PARM-FILE
002580     IF WS-PARM-STATUS = '00'
002590        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002600            UNTIL PARM-EOF
002610        CLOSE PARM-FILE
002620     ELSE
002630        DISPLAY 'CMPQPARM NOT AVAILABLE - PREVIOUS QUARTER USED'
002640     END-IF
002650     IF WS-QTR-FROM > WS-QTR-TO
002660        DISPLAY 'QUARTER WINDOW IS INVALID: ' WS-QTR-FROM
002670                ' - ' WS-QTR-TO
002680        PERFORM 9999-ABEND THRU 9999-EXIT
002690     END-IF
002700*
002710     OPEN INPUT  COMPLAINT-FILE
002720     IF WS-CMP-STATUS = SPACES OR '00'
002730        CONTINUE
002740     ELSE
002750        DISPLAY 'ERROR IN OPENING CMPLREG:' WS-CMP-STATUS
002760        PERFORM 9999-ABEND THRU 9999-EXIT
002770     END-IF
002780     OPEN OUTPUT QUARTER-REPORT
002790*
002800     OPEN I-O RUN-CONTROL
002810     IF WS-RUNC-STATUS = SPACES OR '00'
002820        SET RUN-CONTROL-AVAILABLE TO TRUE
002830        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002840     ELSE
002850        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002860     END-IF
002870*
002880     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002890     DISPLAY '*-------------------------------------*'
002900     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002910     DISPLAY 'QUARTER                :' WS-QTR-ID
002920     DISPLAY 'QUARTER WINDOW         :' WS-QTR-FROM ' - '
002930             WS-QTR-TO
002940*
002950     MOVE SPACES TO WS-PRINT-LINE
002960     STRING 'CBCMPRPT COMPLAINTS RETURN - QUARTER ' WS-QTR-ID
002970            ' (' WS-QTR-FROM ' - ' WS-QTR-TO ')'
002980            ' - RUN ' WS-TODAY-CCYYMMDD
002990            DELIMITED BY SIZE INTO WS-PRINT-LINE
003000     END-STRING
003010     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
003020     .
003030 1000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------*
003060*    THE CALENDAR QUARTER BEFORE THE ONE THE RUN DATE FALLS IN.  *
003070*----------------------------------------------------------------*
003080 1050-DEFAULT-QUARTER.
003090*----------------------------------------------------------------*
003100     MOVE WS-TODAY-CCYYMMDD(1:4) TO WS-TODAY-YEAR
003110     MOVE WS-TODAY-CCYYMMDD(5:2) TO WS-TODAY-MM
003120     COMPUTE WS-QUARTER = (WS-TODAY-MM + 2) / 3
003130     IF WS-QUARTER = 1
003140        MOVE 4               TO WS-QUARTER
003150        SUBTRACT 1         FROM WS-TODAY-YEAR
003160     ELSE
003170        SUBTRACT 1         FROM WS-QUARTER
003180     END-IF
003190     MOVE WS-TODAY-YEAR      TO WS-QTR-FROM(1:4)
003200                                WS-QTR-TO(1:4)
003210                                WS-QTR-ID(1:4)
003220     MOVE WS-QTR-START-MMDD(WS-QUARTER) TO WS-QTR-FROM(5:4)
003230     MOVE WS-QTR-END-MMDD(WS-QUARTER)   TO WS-QTR-TO(5:4)
003240     MOVE 'Q'                TO WS-QTR-ID(5:1)
003250     MOVE WS-QUARTER         TO WS-QTR-ID(6:1)
003260     .
003270 1050-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------*
003300 1100-READ-NEXT-PARM.
003310*----------------------------------------------------------------*
003320     READ PARM-FILE
003330         AT END GO TO 1100-EXIT
003340     END-READ
003350     EVALUATE PARM-RECORD(1:8)
003360         WHEN 'QTRFROM='
003370             MOVE PARM-RECORD(9:8) TO WS-QTR-FROM
003380         WHEN 'QTRTO  ='
003390             MOVE PARM-RECORD(9:8) TO WS-QTR-TO
003400         WHEN 'QTRID  ='
003410             MOVE PARM-RECORD(9:6) TO WS-QTR-ID
003420         WHEN OTHER
003430             CONTINUE
003440     END-EVALUATE
003450     .
003460 1100-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------*
003490 1300-MARK-RUN-START.
003500*----------------------------------------------------------------*
003510     ACCEPT WS-RUN-TIME      FROM TIME
003520     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003530     READ RUN-CONTROL
003540     IF WS-RUNC-STATUS NOT = '00'
003550        MOVE SPACES          TO RUN-CONTROL-RECORD
003560        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003570     END-IF
003580     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003590     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003600     MOVE SPACES             TO RUNC-END-TIME
003610     SET  RUNC-RUNNING       TO TRUE
003620     MOVE ZEROES             TO RUNC-RECORD-COUNT
003630     IF WS-RUNC-STATUS = '00'
003640        REWRITE RUN-CONTROL-RECORD
003650     ELSE
003660        WRITE RUN-CONTROL-RECORD
003670     END-IF
003680     .
003690 1300-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720 1400-MARK-RUN-END.
003730*----------------------------------------------------------------*
003740     IF RUN-CONTROL-AVAILABLE
003750        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003760        READ RUN-CONTROL
003770        ACCEPT WS-RUN-TIME   FROM TIME
003780        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003790        SET  RUNC-COMPLETE   TO TRUE
003800        MOVE WS-RPT-READ     TO RUNC-RECORD-COUNT
003810        REWRITE RUN-CONTROL-RECORD
003820        IF WS-RUNC-STATUS NOT = '00'
003830           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003840        END-IF
003850     END-IF
003860     .
003870 1400-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------*
003900*    ONE COMPLAINT MAY COUNT THREE WAYS IN THE SAME QUARTER:     *
003910*    RECEIVED IN IT, RESOLVED IN IT, OR OPEN AT ITS END.         *
003920*----------------------------------------------------------------*
003930 3000-COUNT-NEXT-COMPLAINT.
003940*----------------------------------------------------------------*
003950     READ COMPLAINT-FILE NEXT RECORD
003960     IF CMP-EOF
003970        SET COMPLAINTS-DONE      TO TRUE
003980        GO TO 3000-EXIT
003990     END-IF
004000     IF WS-CMP-STATUS NOT = '00'
004010        DISPLAY 'ERROR READING CMPLREG:' WS-CMP-STATUS
004020        SET COMPLAINTS-DONE      TO TRUE
004030        GO TO 3000-EXIT
004040     END-IF
004050     IF CMP-IS-CONTROL
004060        GO TO 3000-EXIT
004070     END-IF
004080     ADD 1 TO WS-RPT-READ
004090*
004100     SET WS-CAT-IDX              TO 1
004110     SEARCH WS-CAT-ENTRY
004120         AT END
004130             MOVE WS-CAT-MAX     TO WS-CX
004140         WHEN WS-CAT-CODE(WS-CAT-IDX) = CMP-CATEGORY
004150             SET WS-CX           TO WS-CAT-IDX
004160     END-SEARCH
004170*
004180     IF CMP-RECEIVED-DATE NOT < WS-QTR-FROM
004190        AND CMP-RECEIVED-DATE NOT > WS-QTR-TO
004200        ADD 1 TO WS-CC-RECEIVED(WS-CX)
004210                 WS-CC-RECEIVED(WS-CAT-TOTAL-ROW)
004220     END-IF
004230*
004240     IF CMP-RECEIVED-DATE NOT > WS-QTR-TO
004250        AND (CMP-RESOLVED-DATE = SPACES
004260             OR CMP-RESOLVED-DATE > WS-QTR-TO)
004270        ADD 1 TO WS-CC-OPEN-END(WS-CX)
004280                 WS-CC-OPEN-END(WS-CAT-TOTAL-ROW)
004290     END-IF
004300*
004310     IF CMP-RESOLVED-DATE NOT = SPACES
004320        AND CMP-RESOLVED-DATE NOT < WS-QTR-FROM
004330        AND CMP-RESOLVED-DATE NOT > WS-QTR-TO
004340        PERFORM 3100-COUNT-RESOLUTION THRU 3100-EXIT
004350     END-IF
004360     .
004370 3000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------*
004400 3100-COUNT-RESOLUTION.
004410*----------------------------------------------------------------*
004420     SET WS-RC-IDX               TO 1
004430     SEARCH WS-RC-ENTRY
004440         AT END
004450             MOVE WS-RC-NONE-ROW TO WS-RX
004460         WHEN WS-RC-CODE(WS-RC-IDX) = CMP-ROOT-CAUSE
004470             SET WS-RX           TO WS-RC-IDX
004480     END-SEARCH
004490*
004500     ADD 1 TO WS-CC-RESOLVED(WS-CX)
004510              WS-CC-RESOLVED(WS-CAT-TOTAL-ROW)
004520              WS-RCC-RESOLVED(WS-RX)
004530              WS-RCC-RESOLVED(WS-RC-TOTAL-ROW)
004540     EVALUATE TRUE
004550         WHEN CMP-UPHELD
004560            ADD 1 TO WS-CC-UPHELD(WS-CX)
004570                     WS-CC-UPHELD(WS-CAT-TOTAL-ROW)
004580                     WS-RCC-UPHELD(WS-RX)
004590                     WS-RCC-UPHELD(WS-RC-TOTAL-ROW)
004600         WHEN CMP-PARTLY-UPHELD
004610            ADD 1 TO WS-CC-PARTLY(WS-CX)
004620                     WS-CC-PARTLY(WS-CAT-TOTAL-ROW)
004630                     WS-RCC-UPHELD(WS-RX)
004640                     WS-RCC-UPHELD(WS-RC-TOTAL-ROW)
004650         WHEN CMP-NOT-UPHELD
004660            ADD 1 TO WS-CC-NOT-UPHELD(WS-CX)
004670                     WS-CC-NOT-UPHELD(WS-CAT-TOTAL-ROW)
004680                     WS-RCC-NOT-UPHELD(WS-RX)
004690                     WS-RCC-NOT-UPHELD(WS-RC-TOTAL-ROW)
004700         WHEN OTHER
004710            ADD 1 TO WS-CC-WITHDRAWN(WS-CX)
004720                     WS-CC-WITHDRAWN(WS-CAT-TOTAL-ROW)
004730                     WS-RCC-WITHDRAWN(WS-RX)
004740                     WS-RCC-WITHDRAWN(WS-RC-TOTAL-ROW)
004750     END-EVALUATE
004760*
004770     IF NOT CMP-FINAL-AGED
004780        ADD 1 TO WS-RPT-NOT-FINAL
004790        GO TO 3100-EXIT
004800     END-IF
004810     IF CMP-ACK-WAS-LATE
004820        ADD 1 TO WS-CC-ACK-LATE(WS-CX)
004830                 WS-CC-ACK-LATE(WS-CAT-TOTAL-ROW)
004840     END-IF
004850     IF CMP-RESP-WAS-LATE
004860        ADD 1 TO WS-CC-RESP-LATE(WS-CX)
004870                 WS-CC-RESP-LATE(WS-CAT-TOTAL-ROW)
004880                 WS-RCC-RESP-LATE(WS-RX)
004890                 WS-RCC-RESP-LATE(WS-RC-TOTAL-ROW)
004900     END-IF
004910     .
004920 3100-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------*
004950 8000-PRINT-CATEGORIES.
004960*----------------------------------------------------------------*
004970     MOVE SPACES TO WS-PRINT-LINE
004980     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
004990     MOVE 'COMPLAINTS BY CATEGORY' TO WS-PRINT-LINE
005000     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
005010     WRITE QUARTER-REPORT-LINE FROM WS-CAT-HEAD
005020     PERFORM 8100-PRINT-CATEGORY-ROW THRU 8100-EXIT
005030         VARYING WS-CX FROM 1 BY 1
005040         UNTIL WS-CX > WS-CAT-TOTAL-ROW
005050     .
005060 8000-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------*
005090 8100-PRINT-CATEGORY-ROW.
005100*----------------------------------------------------------------*
005110     IF WS-CX = WS-CAT-TOTAL-ROW
005120        MOVE SPACES                  TO CL-CODE
005130        MOVE 'TOTAL'                 TO CL-NAME
005140     ELSE
005150        MOVE WS-CAT-CODE(WS-CX)      TO CL-CODE
005160        MOVE WS-CAT-NAME(WS-CX)      TO CL-NAME
005170     END-IF
005180     MOVE WS-CC-RECEIVED(WS-CX)      TO CL-RECEIVED
005190     MOVE WS-CC-RESOLVED(WS-CX)      TO CL-RESOLVED
005200     MOVE WS-CC-UPHELD(WS-CX)        TO CL-UPHELD
005210     MOVE WS-CC-PARTLY(WS-CX)        TO CL-PARTLY
005220     MOVE WS-CC-NOT-UPHELD(WS-CX)    TO CL-NOT-UPHELD
005230     MOVE WS-CC-WITHDRAWN(WS-CX)     TO CL-WITHDRAWN
005240     MOVE WS-CC-ACK-LATE(WS-CX)      TO CL-ACK-LATE
005250     MOVE WS-CC-RESP-LATE(WS-CX)     TO CL-RESP-LATE
005260     MOVE WS-CC-OPEN-END(WS-CX)      TO CL-OPEN-END
005270     WRITE QUARTER-REPORT-LINE FROM WS-CAT-LINE
005280     .
005290 8100-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------*
005320 8500-PRINT-ROOT-CAUSES.
005330*----------------------------------------------------------------*
005340     MOVE SPACES TO WS-PRINT-LINE
005350     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
005360     MOVE 'COMPLAINTS RESOLVED IN THE QUARTER BY ROOT CAUSE'
005370                                     TO WS-PRINT-LINE
005380     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
005390     WRITE QUARTER-REPORT-LINE FROM WS-RC-HEAD
005400     PERFORM 8600-PRINT-ROOT-CAUSE-ROW THRU 8600-EXIT
005410         VARYING WS-RX FROM 1 BY 1
005420         UNTIL WS-RX > WS-RC-TOTAL-ROW
005430     .
005440 8500-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------*
005470*    UPHELD ON THIS SECTION COUNTS WHOLLY AND PARTLY UPHELD.     *
005480*----------------------------------------------------------------*
005490 8600-PRINT-ROOT-CAUSE-ROW.
005500*----------------------------------------------------------------*
005510     IF WS-RX = WS-RC-TOTAL-ROW
005520        MOVE SPACES                  TO RL-CODE
005530        MOVE 'TOTAL'                 TO RL-NAME
005540     ELSE
005550        MOVE WS-RC-CODE(WS-RX)       TO RL-CODE
005560        MOVE WS-RC-NAME(WS-RX)       TO RL-NAME
005570     END-IF
005580     MOVE WS-RCC-RESOLVED(WS-RX)     TO RL-RESOLVED
005590     MOVE WS-RCC-UPHELD(WS-RX)       TO RL-UPHELD
005600     MOVE WS-RCC-NOT-UPHELD(WS-RX)   TO RL-NOT-UPHELD
005610     MOVE WS-RCC-WITHDRAWN(WS-RX)    TO RL-WITHDRAWN
005620     MOVE WS-RCC-RESP-LATE(WS-RX)    TO RL-RESP-LATE
005630     WRITE QUARTER-REPORT-LINE FROM WS-RC-LINE
005640     .
005650 8600-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------*
005680 8900-PRINT-RUN-SUMMARY.
005690*----------------------------------------------------------------*
005700     MOVE SPACES TO WS-PRINT-LINE
005710     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
005720     MOVE WS-RPT-READ TO WS-CNT-DIS
005730     MOVE SPACES TO WS-PRINT-LINE
005740     STRING 'CMPLREG COMPLAINTS READ ............: ' WS-CNT-DIS
005750            DELIMITED BY SIZE INTO WS-PRINT-LINE
005760     END-STRING
005770     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
005780     MOVE WS-RPT-NOT-FINAL TO WS-CNT-DIS
005790     MOVE SPACES TO WS-PRINT-LINE
005800     STRING 'RESOLVED BUT NOT YET FINALLY AGED ..: ' WS-CNT-DIS
005810            DELIMITED BY SIZE INTO WS-PRINT-LINE
005820     END-STRING
005830     WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
005840     IF WS-RPT-NOT-FINAL > 0
005850        MOVE SPACES TO WS-PRINT-LINE
005860        STRING '  (LATENESS NOT COUNTED - RERUN AFTER CBCMPAGE)'
005870               DELIMITED BY SIZE INTO WS-PRINT-LINE
005880        END-STRING
005890        WRITE QUARTER-REPORT-LINE FROM WS-PRINT-LINE
005900     END-IF
005910     .
005920 8900-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------*
005950 9000-FILE-CLOSE.
005960*----------------------------------------------------------------*
005970     CLOSE COMPLAINT-FILE
005980     IF RUN-CONTROL-AVAILABLE
005990        CLOSE RUN-CONTROL
006000     END-IF
006010     CLOSE QUARTER-REPORT
006020     .
006030 9000-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------*
006060 9999-ABEND.
006070*----------------------------------------------------------------*
006080     DISPLAY 'CBCMPRPT ABENDING'
006090     MOVE 16 TO RETURN-CODE
006100     GOBACK
006110     .
006120 9999-EXIT.
006130     EXIT.
