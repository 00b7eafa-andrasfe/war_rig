000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBACTSTG.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-12-26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBACTSTG - MASS ACCOUNT ACTION LOAD (ACCTACTN TO ACCTPEND)  *
000090*    WHEN A BIN RANGE IS COMPROMISED OR CREDIT POLICY CUTS       *
000100*    LIMITS ACROSS A SEGMENT, THE ACTIONS ARRIVE AS ONE FILE     *
000110*    (CVACTBIY) INSTEAD OF HUNDREDS OF PAUACM KEYSTROKES. PASS 1 *
000120*    PROVES THE TRAILER COUNT AND ACCOUNT-ID HASH AND VALIDATES  *
000130*    EVERY DETAIL AGAINST ACCTDAT: THE ACCOUNT EXISTS AND IS NOT *
000140*    CLOSED, A STATUS CHANGE (S/C) REALLY CHANGES THE STATUS, AN *
000150*    INCREASE IS ABOVE AND A DECREASE BELOW THE CURRENT LIMIT,   *
000160*    THE ACCOUNT APPEARS ONCE AND HAS NO CHANGE ALREADY WAITING  *
000170*    ON ACCTPEND. THE BATCH IS ONE UNIT: ONLY IF THE FILE        *
000180*    BALANCES AND EVERY DETAIL IS VALID ARE THE ROWS STAGED ON   *
000190*    ACCTPEND AND THE BATCH CONTROL ROW WRITTEN TO ACCTBCTL AS   *
000200*    PENDING - A FAILED WRITE BACKS OUT THE ROWS ALREADY STAGED. *
000210*    NOTHING TOUCHES ACCTDAT HERE; A SECOND USER APPROVES OR     *
000220*    REJECTS THE BATCH ON PAUMAB (COPAUT0C) AND CBACTAPL APPLIES *
000230*    IT OVERNIGHT. EVERY DETAIL AND ITS VERDICT IS LISTED.       *
000240*----------------------------------------------------------------*
000250*                MODIFICATION HISTORY                            *
000260* DATE       INIT DESCRIPTION                                    *
000270* 2027-12-26  RKA INITIAL VERSION                                *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-ZOS.
000320 OBJECT-COMPUTER. IBM-ZOS.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ACTION-FILE    ASSIGN TO ACCTACTN
000360         ORGANIZATION IS SEQUENTIAL
000370         ACCESS MODE  IS SEQUENTIAL
000380         FILE STATUS  IS WS-ACTN-STATUS.
000390*
000400     SELECT ACCT-FILE      ASSIGN TO ACCTDAT
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS RANDOM
000430         RECORD KEY   IS ACCT-ID
000440         FILE STATUS  IS WS-ACCT-STATUS.
000450*
000460     SELECT PEND-FILE      ASSIGN TO ACCTPEND
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE  IS RANDOM
000490         RECORD KEY   IS APC-ACCT-ID
000500         FILE STATUS  IS WS-PEND-STATUS.
000510*
000520     SELECT BATCH-CONTROL  ASSIGN TO ACCTBCTL
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS RANDOM
000550         RECORD KEY   IS ABH-BATCH-ID
000560         FILE STATUS  IS WS-ABH-STATUS.
000570*
000580     SELECT STAGE-REPORT   ASSIGN TO ACTSTGRP
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-RPT-STATUS.
000620*----------------------------------------------------------------*
000630 DATA DIVISION.
000640*----------------------------------------------------------------*
000650 FILE SECTION.
000660 FD  ACTION-FILE
000670     RECORDING MODE IS F.
000680 COPY CVACTBIY.
000690*
000700 FD  ACCT-FILE
000710     RECORDING MODE IS F.
000720 COPY CVACT01Y.
000730*
000740 FD  PEND-FILE
000750     RECORDING MODE IS F.
000760 COPY CVACTPCY.
000770*
000780 FD  BATCH-CONTROL
000790     RECORDING MODE IS F.
000800 COPY CVACTBHY.
000810*
000820 FD  STAGE-REPORT
000830     RECORDING MODE IS F.
000840 01  STAGE-REPORT-LINE           PIC X(132).
000850*----------------------------------------------------------------*
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------*
000880 01  WS-VARIABLES.
000890     05  WS-PGMNAME                 PIC X(08) VALUE 'CBACTSTG'.
000900     05  CURRENT-DATE               PIC 9(06).
000910     05  WS-TODAY-CCYYMMDD          PIC X(08).
000920     05  WS-MAX-ACTIONS             PIC S9(4) COMP VALUE 2000.
000930     05  WS-ACT-IDX                 PIC S9(4) COMP.
000940     05  WS-DUP-IDX                 PIC S9(4) COMP.
000950     05  WS-STAGED-IDX              PIC S9(4) COMP.
000960     05  WS-DETAIL-RESULT           PIC X(40).
000970     05  WS-DETAIL-OK-SW            PIC X(01).
000980         88  DETAIL-IS-VALID                VALUE 'Y'.
000990         88  DETAIL-IS-INVALID              VALUE 'N'.
001000     05  WS-DUP-FOUND-SW            PIC X(01).
001010         88  DUP-IN-BATCH                   VALUE 'Y'.
001020     05  WS-STAGE-FAILED-SW         PIC X(01) VALUE 'N'.
001030         88  STAGE-FAILED                   VALUE 'Y'.
001040     05  WS-BATCH-STAGED-SW         PIC X(01) VALUE 'N'.
001050         88  BATCH-STAGED                   VALUE 'Y'.
001060*
001070 01  WS-FILE-STATUSES.
001080     05  WS-ACTN-STATUS             PIC X(02).
001090         88  ACTN-EOF                       VALUE '10'.
001100     05  WS-ACCT-STATUS             PIC X(02).
001110         88  ACCT-FOUND                     VALUE '00'.
001120     05  WS-PEND-STATUS             PIC X(02).
001130         88  PEND-FOUND                     VALUE '00'.
001140     05  WS-ABH-STATUS              PIC X(02).
001150         88  ABH-FOUND                      VALUE '00'.
001160     05  WS-RPT-STATUS              PIC X(02).
001170*----------------------------------------------------------------*
001180*    CONTROL-TOTAL AND BATCH-HEADER STATE                        *
001190*----------------------------------------------------------------*
001200 01  WS-CONTROL-TOTALS.
001210     05  WS-DETAIL-COUNT            PIC 9(08) VALUE 0.
001220     05  WS-HASH-TOTAL              PIC 9(17) VALUE 0.
001230     05  WS-TRL-RECORD-COUNT        PIC 9(08) VALUE 0.
001240     05  WS-TRL-HASH-TOTAL          PIC 9(17) VALUE 0.
001250     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
001260         88  TRAILER-SEEN                   VALUE 'Y'.
001270     05  WS-HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
001280         88  HEADER-SEEN                    VALUE 'Y'.
001290     05  WS-FILE-CLEAN-SW           PIC X(01) VALUE 'N'.
001300         88  FILE-BALANCES                  VALUE 'Y'.
001310     05  WS-BATCH-OK-SW             PIC X(01) VALUE 'N'.
001320         88  BATCH-IS-VALID                 VALUE 'Y'.
001330     05  WS-BATCH-REASON            PIC X(50) VALUE SPACES.
001340     05  WS-STRUCTURE-ERRORS        PIC S9(9) COMP-3 VALUE 0.
001350 01  WS-BATCH-HEADER.
001360     05  WS-BATCH-ID                PIC X(08) VALUE SPACES.
001370     05  WS-BATCH-REQUESTED-BY      PIC X(08) VALUE SPACES.
001380     05  WS-BATCH-DESCRIPTION       PIC X(40) VALUE SPACES.
001390*----------------------------------------------------------------*
001400*    VALIDATED ACTIONS, HELD UNTIL THE WHOLE BATCH HAS PASSED    *
001410*----------------------------------------------------------------*
001420 01  WS-ACTION-TABLE.
001430     05  WS-ACT-COUNT               PIC S9(4) COMP VALUE 0.
001440     05  WS-ACT-ENTRY OCCURS 2000 TIMES.
001450         10  WS-ACT-ACCT-ID         PIC 9(11).
001460         10  WS-ACT-ACTION          PIC X(01).
001470         10  WS-ACT-NEW-STATUS      PIC X(01).
001480         10  WS-ACT-NEW-LIMIT       PIC S9(09)V99 COMP-3.
001490         10  WS-ACT-OLD-LIMIT       PIC S9(09)V99 COMP-3.
001500*----------------------------------------------------------------*
001510 01  WS-REPORT-COUNTERS.
001520     05  WS-RPT-VALID               PIC S9(9) COMP-3 VALUE 0.
001530     05  WS-RPT-INVALID             PIC S9(9) COMP-3 VALUE 0.
001540     05  WS-RPT-STATUS-CHG          PIC S9(9) COMP-3 VALUE 0.
001550     05  WS-RPT-INCREASES           PIC S9(9) COMP-3 VALUE 0.
001560     05  WS-RPT-DECREASES           PIC S9(9) COMP-3 VALUE 0.
001570     05  WS-RPT-STAGED              PIC S9(9) COMP-3 VALUE 0.
001580     05  WS-RPT-BACKED-OUT          PIC S9(9) COMP-3 VALUE 0.
001590     05  WS-NET-LIMIT-CHANGE        PIC S9(11)V99 COMP-3 VALUE 0.
001600*----------------------------------------------------------------*
001610 01  WS-PRINT-LINE                 PIC X(132).
001620 01  WS-DISPLAY-FIELDS.
001630     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001640     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
001650     05  WS-OLD-AMT-DIS             PIC Z,ZZZ,ZZ9.99-.
001660     05  WS-NET-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001670     05  WS-OLD-STATUS-DIS          PIC X(01).
001680*----------------------------------------------------------------*
001690 PROCEDURE DIVISION.
001700*----------------------------------------------------------------*
001710 MAIN-PARA.
001720     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001730*
001740     PERFORM 2000-VERIFY-NEXT-RECORD THRU 2000-EXIT
001750         UNTIL ACTN-EOF
001760*
001770     IF BATCH-IS-VALID
001780        PERFORM 4000-STAGE-BATCH     THRU 4000-EXIT
001790     END-IF
001800     IF BATCH-STAGED
001810        DISPLAY 'BATCH ' WS-BATCH-ID ' STAGED FOR APPROVAL'
001820     ELSE
001830        DISPLAY 'ACCTACTN BATCH REJECTED - NOTHING STAGED'
001840        MOVE 12 TO RETURN-CODE
001850     END-IF
001860*
001870     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001880*
001890     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001900*
001910     GOBACK.
001920*----------------------------------------------------------------*
001930 1000-INITIALIZE.
001940*----------------------------------------------------------------*
001950     ACCEPT CURRENT-DATE     FROM DATE
001960     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001970     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001980*
001990     OPEN INPUT  ACTION-FILE
002000     IF WS-ACTN-STATUS = SPACES OR '00'
002010        CONTINUE
002020     ELSE
002030        DISPLAY 'ERROR IN OPENING ACCTACTN:' WS-ACTN-STATUS
002040        PERFORM 9999-ABEND THRU 9999-EXIT
002050     END-IF
002060     OPEN INPUT  ACCT-FILE
002070     IF WS-ACCT-STATUS = SPACES OR '00'
002080        CONTINUE
002090     ELSE
002100        DISPLAY 'ERROR IN OPENING ACCTDAT:' WS-ACCT-STATUS
002110        PERFORM 9999-ABEND THRU 9999-EXIT
002120     END-IF
002130     OPEN I-O    PEND-FILE
002140     IF WS-PEND-STATUS = SPACES OR '00'
002150        CONTINUE
002160     ELSE
002170        DISPLAY 'ERROR IN OPENING ACCTPEND:' WS-PEND-STATUS
002180        PERFORM 9999-ABEND THRU 9999-EXIT
002190     END-IF
002200     OPEN I-O    BATCH-CONTROL
002210     IF WS-ABH-STATUS = SPACES OR '00'
002220        CONTINUE
002230     ELSE
002240        DISPLAY 'ERROR IN OPENING ACCTBCTL:' WS-ABH-STATUS
002250        PERFORM 9999-ABEND THRU 9999-EXIT
002260     END-IF
002270     OPEN OUTPUT STAGE-REPORT
002280*
002290     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002300     DISPLAY '*-------------------------------------*'
002310     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002320*
002330     MOVE SPACES TO WS-PRINT-LINE
002340     STRING 'CBACTSTG MASS ACCOUNT ACTION LOAD - RUN DATE '
002350            CURRENT-DATE
002360            DELIMITED BY SIZE INTO WS-PRINT-LINE
002370     END-STRING
002380     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
002390     MOVE SPACES TO WS-PRINT-LINE
002400     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
002410     .
002420 1000-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------*
002450*    PASS 1 - THE FILE MUST PROVE ITSELF AND EVERY DETAIL MUST   *
002460*    PASS BEFORE A SINGLE ROW IS STAGED. THE HEADER MUST COME    *
002470*    FIRST AND ONLY ONCE; THE TRAILER IS KEPT FOR THE JUDGEMENT  *
002480*    AT END OF FILE.                                             *
002490*----------------------------------------------------------------*
002500 2000-VERIFY-NEXT-RECORD.
002510*----------------------------------------------------------------*
002520     READ ACTION-FILE
002530         AT END
002540             PERFORM 2100-JUDGE-BATCH THRU 2100-EXIT
002550             GO TO 2000-EXIT
002560     END-READ
002570     EVALUATE TRUE
002580         WHEN AAR-IS-HEADER
002590            IF HEADER-SEEN OR WS-DETAIL-COUNT > 0
002600               ADD 1                TO WS-STRUCTURE-ERRORS
002610               DISPLAY 'HEADER OUT OF PLACE IN ACCTACTN'
002620            ELSE
002630               SET HEADER-SEEN      TO TRUE
002640               MOVE AAH-BATCH-ID    TO WS-BATCH-ID
002650               MOVE AAH-REQUESTED-BY
002660                                    TO WS-BATCH-REQUESTED-BY
002670               MOVE AAH-DESCRIPTION TO WS-BATCH-DESCRIPTION
002680            END-IF
002690         WHEN AAR-IS-DETAIL
002700            ADD 1                   TO WS-DETAIL-COUNT
002710            IF AAR-ACCT-ID NUMERIC
002720               ADD AAR-ACCT-ID      TO WS-HASH-TOTAL
002730            END-IF
002740            PERFORM 2200-VALIDATE-DETAIL THRU 2200-EXIT
002750         WHEN AAR-IS-TRAILER
002760            SET TRAILER-SEEN        TO TRUE
002770            MOVE AAT-RECORD-COUNT   TO WS-TRL-RECORD-COUNT
002780            MOVE AAT-HASH-TOTAL     TO WS-TRL-HASH-TOTAL
002790         WHEN OTHER
002800            ADD 1                   TO WS-STRUCTURE-ERRORS
002810            DISPLAY 'UNKNOWN RECORD TYPE IN ACCTACTN:'
002820                    AAR-RECORD-TYPE
002830     END-EVALUATE
002840     .
002850 2000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------*
002880*    THE BATCH STAGES ONLY WHEN THE TRAILER BALANCES, THE HEADER *
002890*    NAMES A NEW BATCH AND ITS REQUESTER, AND NO DETAIL FAILED.  *
002900*----------------------------------------------------------------*
002910 2100-JUDGE-BATCH.
002920*----------------------------------------------------------------*
002930     IF TRAILER-SEEN
002940        AND WS-DETAIL-COUNT = WS-TRL-RECORD-COUNT
002950        AND WS-HASH-TOTAL = WS-TRL-HASH-TOTAL
002960        SET FILE-BALANCES       TO TRUE
002970     END-IF
002980     EVALUATE TRUE
002990         WHEN NOT FILE-BALANCES
003000            MOVE 'CONTROL TOTALS DO NOT BALANCE'
003010                                    TO WS-BATCH-REASON
003020         WHEN NOT HEADER-SEEN OR WS-STRUCTURE-ERRORS > 0
003030            MOVE 'HEADER MISSING OR FILE OUT OF SEQUENCE'
003040                                    TO WS-BATCH-REASON
003050         WHEN WS-BATCH-ID = SPACES
003060          OR WS-BATCH-REQUESTED-BY = SPACES
003070            MOVE 'HEADER MUST NAME THE BATCH AND ITS REQUESTER'
003080                                    TO WS-BATCH-REASON
003090         WHEN WS-DETAIL-COUNT = 0
003100            MOVE 'BATCH HAS NO ACCOUNT ACTIONS'
003110                                    TO WS-BATCH-REASON
003120         WHEN WS-RPT-INVALID > 0
003130            MOVE 'ONE OR MORE ACTIONS FAILED VALIDATION'
003140                                    TO WS-BATCH-REASON
003150         WHEN OTHER
003160            MOVE WS-BATCH-ID        TO ABH-BATCH-ID
003170            READ BATCH-CONTROL
003180            IF ABH-FOUND
003190               MOVE 'BATCH ID ALREADY USED ON ACCTBCTL'
003200                                    TO WS-BATCH-REASON
003210            ELSE
003220               SET BATCH-IS-VALID   TO TRUE
003230            END-IF
003240     END-EVALUATE
003250     .
003260 2100-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------*
003290*    EACH DETAIL IS CHECKED, LISTED WITH ITS VERDICT AND - IF    *
003300*    GOOD - HELD IN THE TABLE FOR PASS 2.                        *
003310*----------------------------------------------------------------*
003320 2200-VALIDATE-DETAIL.
003330*----------------------------------------------------------------*
003340     SET DETAIL-IS-INVALID          TO TRUE
003350     MOVE SPACES                    TO WS-OLD-STATUS-DIS
003360     MOVE ZERO                      TO WS-OLD-AMT-DIS
003370     PERFORM 2210-CHECK-DETAIL      THRU 2210-EXIT
003380     IF DETAIL-IS-VALID
003390        ADD 1                       TO WS-ACT-COUNT
003400        MOVE AAR-ACCT-ID
003410                               TO WS-ACT-ACCT-ID(WS-ACT-COUNT)
003420        MOVE AAR-ACTION             TO WS-ACT-ACTION(WS-ACT-COUNT)
003430        MOVE AAR-NEW-STATUS
003440                               TO WS-ACT-NEW-STATUS(WS-ACT-COUNT)
003450        MOVE ACCT-CREDIT-LIMIT
003460                               TO WS-ACT-OLD-LIMIT(WS-ACT-COUNT)
003470        IF AAR-STATUS-CHANGE
003480           MOVE ACCT-CREDIT-LIMIT
003490                               TO WS-ACT-NEW-LIMIT(WS-ACT-COUNT)
003500           ADD 1                    TO WS-RPT-STATUS-CHG
003510        ELSE
003520           MOVE AAR-NEW-CREDIT-LIMIT
003530                               TO WS-ACT-NEW-LIMIT(WS-ACT-COUNT)
003540           COMPUTE WS-NET-LIMIT-CHANGE = WS-NET-LIMIT-CHANGE
003550                   + AAR-NEW-CREDIT-LIMIT - ACCT-CREDIT-LIMIT
003560           IF AAR-LIMIT-INCREASE
003570              ADD 1                 TO WS-RPT-INCREASES
003580           ELSE
003590              ADD 1                 TO WS-RPT-DECREASES
003600           END-IF
003610        END-IF
003620        ADD 1                       TO WS-RPT-VALID
003630        MOVE 'VALID'                TO WS-DETAIL-RESULT
003640     ELSE
003650        ADD 1                       TO WS-RPT-INVALID
003660     END-IF
003670     PERFORM 2300-LIST-DETAIL       THRU 2300-EXIT
003680     .
003690 2200-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720 2210-CHECK-DETAIL.
003730*----------------------------------------------------------------*
003740     IF WS-ACT-COUNT >= WS-MAX-ACTIONS
003750        MOVE 'BATCH EXCEEDS 2000 ACTIONS' TO WS-DETAIL-RESULT
003760        GO TO 2210-EXIT
003770     END-IF
003780     IF AAR-ACCT-ID NOT NUMERIC
003790        MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-DETAIL-RESULT
003800        GO TO 2210-EXIT
003810     END-IF
003820     IF NOT AAR-STATUS-CHANGE
003830        AND NOT AAR-LIMIT-INCREASE
003840        AND NOT AAR-LIMIT-DECREASE
003850        MOVE 'ACTION MUST BE S, I OR D' TO WS-DETAIL-RESULT
003860        GO TO 2210-EXIT
003870     END-IF
003880     IF AAR-STATUS-CHANGE AND NOT AAR-NEW-STATUS-VALID
003890        MOVE 'NEW STATUS MUST BE S OR C' TO WS-DETAIL-RESULT
003900        GO TO 2210-EXIT
003910     END-IF
003920     IF NOT AAR-STATUS-CHANGE AND AAR-NEW-CREDIT-LIMIT NOT NUMERIC
003930        MOVE 'NEW LIMIT NOT NUMERIC' TO WS-DETAIL-RESULT
003940        GO TO 2210-EXIT
003950     END-IF
003960     MOVE 'N'                       TO WS-DUP-FOUND-SW
003970     PERFORM 2220-CHECK-DUPLICATE   THRU 2220-EXIT
003980         VARYING WS-DUP-IDX FROM 1 BY 1
003990         UNTIL WS-DUP-IDX > WS-ACT-COUNT OR DUP-IN-BATCH
004000     IF DUP-IN-BATCH
004010        MOVE 'ACCOUNT APPEARS TWICE IN THE BATCH'
004020                                    TO WS-DETAIL-RESULT
004030        GO TO 2210-EXIT
004040     END-IF
004050     MOVE AAR-ACCT-ID               TO ACCT-ID
004060     READ ACCT-FILE
004070     IF NOT ACCT-FOUND
004080        MOVE 'ACCOUNT NOT ON ACCTDAT' TO WS-DETAIL-RESULT
004090        GO TO 2210-EXIT
004100     END-IF
004110     MOVE ACCT-ACTIVE-STATUS        TO WS-OLD-STATUS-DIS
004120     MOVE ACCT-CREDIT-LIMIT         TO WS-OLD-AMT-DIS
004130     IF ACCT-ACTIVE-STATUS = 'C'
004140        MOVE 'ACCOUNT IS ALREADY CLOSED' TO WS-DETAIL-RESULT
004150        GO TO 2210-EXIT
004160     END-IF
004170     IF AAR-STATUS-CHANGE
004180        AND AAR-NEW-STATUS = ACCT-ACTIVE-STATUS
004190        MOVE 'ACCOUNT ALREADY HAS THAT STATUS'
004200                                    TO WS-DETAIL-RESULT
004210        GO TO 2210-EXIT
004220     END-IF
004230     IF AAR-LIMIT-INCREASE
004240        AND AAR-NEW-CREDIT-LIMIT NOT > ACCT-CREDIT-LIMIT
004250        MOVE 'INCREASE IS NOT ABOVE THE CURRENT LIMIT'
004260                                    TO WS-DETAIL-RESULT
004270        GO TO 2210-EXIT
004280     END-IF
004290     IF AAR-LIMIT-DECREASE
004300        AND AAR-NEW-CREDIT-LIMIT NOT < ACCT-CREDIT-LIMIT
004310        MOVE 'DECREASE IS NOT BELOW THE CURRENT LIMIT'
004320                                    TO WS-DETAIL-RESULT
004330        GO TO 2210-EXIT
004340     END-IF
004350     MOVE AAR-ACCT-ID               TO APC-ACCT-ID
004360     READ PEND-FILE
004370     IF PEND-FOUND
004380        MOVE 'A CHANGE IS ALREADY PENDING ON ACCTPEND'
004390                                    TO WS-DETAIL-RESULT
004400        GO TO 2210-EXIT
004410     END-IF
004420     SET DETAIL-IS-VALID            TO TRUE
004430     .
004440 2210-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470 2220-CHECK-DUPLICATE.
004480*----------------------------------------------------------------*
004490     IF WS-ACT-ACCT-ID(WS-DUP-IDX) = AAR-ACCT-ID
004500        SET DUP-IN-BATCH            TO TRUE
004510     END-IF
004520     .
004530 2220-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560 2300-LIST-DETAIL.
004570*----------------------------------------------------------------*
004580     IF AAR-STATUS-CHANGE OR AAR-NEW-CREDIT-LIMIT NOT NUMERIC
004590        MOVE ZERO                   TO WS-AMT-DIS
004600     ELSE
004610        MOVE AAR-NEW-CREDIT-LIMIT   TO WS-AMT-DIS
004620     END-IF
004630     MOVE SPACES                    TO WS-PRINT-LINE
004640     STRING 'ACCT:' AAR-ACCT-ID
004650            ' ACTION:' AAR-ACTION
004660            ' NEW STATUS:' AAR-NEW-STATUS
004670            ' NEW LIMIT:' WS-AMT-DIS
004680            ' NOW:' WS-OLD-STATUS-DIS
004690            ' ' WS-OLD-AMT-DIS
004700            ' ' WS-DETAIL-RESULT
004710            DELIMITED BY SIZE
004720            INTO WS-PRINT-LINE
004730     END-STRING
004740     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
004750     .
004760 2300-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790*    PASS 2 - THE WHOLE BATCH PASSED. EACH ACTION IS STAGED ON   *
004800*    ACCTPEND UNDER THE BATCH ID, THEN THE CONTROL ROW IS        *
004810*    WRITTEN PENDING. ANY FAILED WRITE BACKS OUT WHAT WAS        *
004820*    STAGED SO THE BATCH NEVER SITS HALF-STAGED.                 *
004830*----------------------------------------------------------------*
004840 4000-STAGE-BATCH.
004850*----------------------------------------------------------------*
004860     PERFORM 4100-STAGE-ACTION      THRU 4100-EXIT
004870         VARYING WS-ACT-IDX FROM 1 BY 1
004880         UNTIL WS-ACT-IDX > WS-ACT-COUNT OR STAGE-FAILED
004890     IF NOT STAGE-FAILED
004900        PERFORM 4300-WRITE-CONTROL-ROW THRU 4300-EXIT
004910     END-IF
004920     IF STAGE-FAILED
004930        PERFORM 4200-BACK-OUT-ACTION THRU 4200-EXIT
004940            VARYING WS-ACT-IDX FROM 1 BY 1
004950            UNTIL WS-ACT-IDX > WS-STAGED-IDX
004960        MOVE 'ACCTPEND OR ACCTBCTL WRITE FAILED - BACKED OUT'
004970                                    TO WS-BATCH-REASON
004980     ELSE
004990        SET BATCH-STAGED            TO TRUE
005000     END-IF
005010     .
005020 4000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------*
005050 4100-STAGE-ACTION.
005060*----------------------------------------------------------------*
005070     MOVE SPACES                    TO ACCT-PENDING-CHANGE-RECORD
005080     MOVE WS-ACT-ACCT-ID(WS-ACT-IDX) TO APC-ACCT-ID
005090     MOVE WS-ACT-NEW-LIMIT(WS-ACT-IDX)
005100                                    TO APC-NEW-CREDIT-LIMIT
005110     MOVE WS-BATCH-REQUESTED-BY     TO APC-REQUESTED-BY
005120     MOVE WS-TODAY-CCYYMMDD         TO APC-REQUESTED-DATE
005130     MOVE WS-BATCH-ID               TO APC-BATCH-ID
005140     MOVE WS-ACT-ACTION(WS-ACT-IDX) TO APC-ACTION
005150     MOVE WS-ACT-NEW-STATUS(WS-ACT-IDX)
005160                                    TO APC-NEW-STATUS
005170     WRITE ACCT-PENDING-CHANGE-RECORD
005180     IF WS-PEND-STATUS = '00'
005190        ADD 1                       TO WS-RPT-STAGED
005200        MOVE WS-ACT-IDX             TO WS-STAGED-IDX
005210     ELSE
005220        SET STAGE-FAILED            TO TRUE
005230        DISPLAY 'ERROR WRITING ACCTPEND ROW:' WS-PEND-STATUS
005240                ' ACCT:' APC-ACCT-ID
005250     END-IF
005260     .
005270 4100-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------*
005300 4200-BACK-OUT-ACTION.
005310*----------------------------------------------------------------*
005320     MOVE WS-ACT-ACCT-ID(WS-ACT-IDX) TO APC-ACCT-ID
005330     DELETE PEND-FILE
005340     IF WS-PEND-STATUS = '00'
005350        ADD 1                       TO WS-RPT-BACKED-OUT
005360     ELSE
005370        DISPLAY 'ERROR BACKING OUT ACCTPEND ROW:' WS-PEND-STATUS
005380                ' ACCT:' APC-ACCT-ID
005390     END-IF
005400     .
005410 4200-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------*
005440 4300-WRITE-CONTROL-ROW.
005450*----------------------------------------------------------------*
005460     MOVE SPACES                    TO ACCT-BATCH-CONTROL-RECORD
005470     MOVE WS-BATCH-ID               TO ABH-BATCH-ID
005480     MOVE WS-BATCH-DESCRIPTION      TO ABH-DESCRIPTION
005490     MOVE WS-BATCH-REQUESTED-BY     TO ABH-REQUESTED-BY
005500     MOVE WS-TODAY-CCYYMMDD         TO ABH-REQUESTED-DATE
005510     SET ABH-PENDING                TO TRUE
005520     MOVE WS-ACT-COUNT              TO ABH-ACTION-COUNT
005530     MOVE WS-RPT-STATUS-CHG         TO ABH-STATUS-COUNT
005540     MOVE WS-RPT-INCREASES          TO ABH-INCREASE-COUNT
005550     MOVE WS-RPT-DECREASES          TO ABH-DECREASE-COUNT
005560     MOVE WS-NET-LIMIT-CHANGE       TO ABH-NET-LIMIT-CHANGE
005570     MOVE ZERO                      TO ABH-APPLIED-COUNT
005580                                       ABH-FAILED-COUNT
005590     WRITE ACCT-BATCH-CONTROL-RECORD
005600     IF WS-ABH-STATUS NOT = '00'
005610        SET STAGE-FAILED            TO TRUE
005620        DISPLAY 'ERROR WRITING ACCTBCTL ROW:' WS-ABH-STATUS
005630                ' BATCH:' ABH-BATCH-ID
005640     END-IF
005650     .
005660 4300-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------*
005690 8000-PRINT-RUN-SUMMARY.
005700*----------------------------------------------------------------*
005710     MOVE SPACES TO WS-PRINT-LINE
005720     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
005730     MOVE SPACES TO WS-PRINT-LINE
005740     STRING 'BATCH ' WS-BATCH-ID
005750            ' REQUESTED BY ' WS-BATCH-REQUESTED-BY
005760            ' - ' WS-BATCH-DESCRIPTION
005770            DELIMITED BY SIZE INTO WS-PRINT-LINE
005780     END-STRING
005790     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
005800*
005810     MOVE WS-DETAIL-COUNT TO WS-CNT-DIS
005820     MOVE SPACES TO WS-PRINT-LINE
005830     STRING 'ACCOUNT ACTIONS ON FILE ............: ' WS-CNT-DIS
005840            DELIMITED BY SIZE INTO WS-PRINT-LINE
005850     END-STRING
005860     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
005870*
005880     MOVE WS-RPT-VALID TO WS-CNT-DIS
005890     MOVE SPACES TO WS-PRINT-LINE
005900     STRING '  VALID ............................: ' WS-CNT-DIS
005910            DELIMITED BY SIZE INTO WS-PRINT-LINE
005920     END-STRING
005930     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
005940*
005950     MOVE WS-RPT-INVALID TO WS-CNT-DIS
005960     MOVE SPACES TO WS-PRINT-LINE
005970     STRING '  FAILED VALIDATION ................: ' WS-CNT-DIS
005980            DELIMITED BY SIZE INTO WS-PRINT-LINE
005990     END-STRING
006000     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
006010*
006020     MOVE WS-RPT-STATUS-CHG TO WS-CNT-DIS
006030     MOVE SPACES TO WS-PRINT-LINE
006040     STRING '  STATUS CHANGES (VALID) ...........: ' WS-CNT-DIS
006050            DELIMITED BY SIZE INTO WS-PRINT-LINE
006060     END-STRING
006070     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
006080*
006090     MOVE WS-RPT-INCREASES TO WS-CNT-DIS
006100     MOVE SPACES TO WS-PRINT-LINE
006110     STRING '  LIMIT INCREASES (VALID) ..........: ' WS-CNT-DIS
006120            DELIMITED BY SIZE INTO WS-PRINT-LINE
006130     END-STRING
006140     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
006150*
006160     MOVE WS-RPT-DECREASES TO WS-CNT-DIS
006170     MOVE SPACES TO WS-PRINT-LINE
006180     STRING '  LIMIT DECREASES (VALID) ..........: ' WS-CNT-DIS
006190            DELIMITED BY SIZE INTO WS-PRINT-LINE
006200     END-STRING
006210     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
006220*
006230     MOVE WS-NET-LIMIT-CHANGE TO WS-NET-DIS
006240     MOVE SPACES TO WS-PRINT-LINE
006250     STRING '  NET CREDIT-LIMIT CHANGE ..........: ' WS-NET-DIS
006260            DELIMITED BY SIZE INTO WS-PRINT-LINE
006270     END-STRING
006280     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
006290*
006300     IF BATCH-STAGED
006310        MOVE WS-RPT-STAGED TO WS-CNT-DIS
006320        MOVE SPACES TO WS-PRINT-LINE
006330        STRING 'BATCH STAGED ON ACCTPEND ...........: ' WS-CNT-DIS
006340               ' ROWS - AWAITING APPROVAL ON PAUMAB'
006350               DELIMITED BY SIZE INTO WS-PRINT-LINE
006360        END-STRING
006370     ELSE
006380        MOVE SPACES TO WS-PRINT-LINE
006390        STRING 'BATCH REJECTED - NOTHING STAGED ....: '
006400               WS-BATCH-REASON
006410               DELIMITED BY SIZE INTO WS-PRINT-LINE
006420        END-STRING
006430     END-IF
006440     WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
006450*
006460     IF WS-RPT-BACKED-OUT > 0
006470        MOVE WS-RPT-BACKED-OUT TO WS-CNT-DIS
006480        MOVE SPACES TO WS-PRINT-LINE
006490        STRING '  ROWS BACKED OUT ..................: ' WS-CNT-DIS
006500               DELIMITED BY SIZE INTO WS-PRINT-LINE
006510        END-STRING
006520        WRITE STAGE-REPORT-LINE FROM WS-PRINT-LINE
006530     END-IF
006540     .
006550 8000-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------*
006580 9000-FILE-CLOSE.
006590*----------------------------------------------------------------*
006600     CLOSE ACTION-FILE
006610     CLOSE ACCT-FILE
006620     CLOSE PEND-FILE
006630     CLOSE BATCH-CONTROL
006640     CLOSE STAGE-REPORT
006650     .
006660 9000-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------*
006690 9999-ABEND.
006700*----------------------------------------------------------------*
006710     DISPLAY 'CBACTSTG ABENDING DUE TO FILE OPEN ERROR'
006720     MOVE 16 TO RETURN-CODE
006730     GOBACK
006740     .
006750 9999-EXIT.
006760     EXIT.
