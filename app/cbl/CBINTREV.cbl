000110*    SAME WAY CBDCLRPT DOES), PRICES EACH AUTH FROM THE          *
000120*    INTRATES SCHEDULE (MCC / POS ENTRY MODE / CARD TYPE, FIRST  *
000130*    MATCHING ROW WINS), AND REPORTS ESTIMATED INTERCHANGE BY    *
000140*    MERCHANT CATEGORY, CHANNEL AND CARD TYPE - SO THE PRICING   *
000150*    CONVERSATION WITH THE NETWORK RUNS ON OUR OWN NUMBERS.      *
000160*----------------------------------------------------------------*
000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000190* 2026-11-22  JGM INITIAL VERSION                                *
000191* 2027-05-09  RKA CARD TYPE FOR PRICING AND THE BY-TYPE SECTION  *
000192*                 FROM THE CARD PRODUCT MASTER (BINPROD)         *
000193* 2027-11-21  ABF MCC SECTION DESCRIBES EACH CODE FROM THE MCC    *
000194*                 REFERENCE MASTER (MCCREF)                      *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000330         ORGANIZATION IS SEQUENTIAL
000340         ACCESS MODE  IS SEQUENTIAL
000350         FILE STATUS  IS WS-RPT-STATUS.
000351*
000352     SELECT CARD-PRODUCT-FILE ASSIGN TO BINPROD
000353         ORGANIZATION IS INDEXED
000354         ACCESS MODE  IS SEQUENTIAL
000355         RECORD KEY   IS BINP-BIN-HIGH
000356         FILE STATUS  IS WS-CP-STATUS.
000357*
000358     SELECT MCC-REFERENCE-FILE ASSIGN TO MCCREF
000359         ORGANIZATION IS INDEXED
000360         ACCESS MODE  IS SEQUENTIAL
000361         RECORD KEY   IS MCCR-MCC
000362         FILE STATUS  IS WS-MCR-STATUS.
000363*----------------------------------------------------------------*
000370 DATA DIVISION.
000380*----------------------------------------------------------------*
000390 FILE SECTION.
000440 FD  REVENUE-REPORT
000450     RECORDING MODE IS F.
000460 01  REVENUE-REPORT-LINE         PIC X(132).
000461*
000462 FD  CARD-PRODUCT-FILE
000463     RECORDING MODE IS F.
000464 COPY CVBINPRY.
000465*
000466 FD  MCC-REFERENCE-FILE
000467     RECORDING MODE IS F.
000468 COPY CVMCCRFY.
000470*----------------------------------------------------------------*
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------*
000760         10  WS-RT-TYPE             PIC X(02).
000770         10  WS-RT-PCT              PIC 9(01)V9(04) COMP-3.
000780         10  WS-RT-FEE              PIC 9(03)V99    COMP-3.
000781*----------------------------------------------------------------*
000782*    CARD PRODUCT MASTER IN STORAGE                              *
000783*----------------------------------------------------------------*
000784 COPY CSBINPRY.
000785 COPY CSMCCRFY.
000790*----------------------------------------------------------------*
000800*    REVENUE ACCUMULATORS BY MCC, CHANNEL AND CARD TYPE          *
000810*----------------------------------------------------------------*
000820 01  WS-MCC-REVENUE.
000830     05  WS-MV-COUNT                PIC S9(4) COMP VALUE 0.
001710        DISPLAY 'ERROR IN OPENING INTRATES:' WS-RATE-STATUS
001720        PERFORM 9999-ABEND THRU 9999-EXIT
001730     END-IF
001731     PERFORM 1600-LOAD-CARD-PRODUCTS THRU 1600-EXIT
001732     PERFORM 1700-LOAD-MCC-REFERENCE THRU 1700-EXIT
001740     OPEN OUTPUT REVENUE-REPORT
001750*
001760     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002310     IF NOT PA-AUTH-APPROVED
002320        GO TO 3000-EXIT
002330     END-IF
002331     PERFORM 1630-RESOLVE-CARD-TYPE THRU 1630-EXIT
002340     PERFORM 3100-FIND-RATE THRU 3100-EXIT
002350     IF NOT RATE-ROW-FOUND
002360        ADD 1 TO WS-GT-UNPRICED
002600            AND (WS-RT-POS(WS-RT-IDX) = '**'
002610             OR WS-RT-POS(WS-RT-IDX) = PA-POS-ENTRY-MODE)
002620            AND (WS-RT-TYPE(WS-RT-IDX) = '**'
002630             OR WS-RT-TYPE(WS-RT-IDX) = WS-CP-CARD-TYPE)
002640            SET RATE-ROW-FOUND   TO TRUE
002650         END-IF
002660     END-PERFORM
003220*----------------------------------------------------------------*
003230     PERFORM VARYING WS-TV-IDX FROM 1 BY 1
003240         UNTIL WS-TV-IDX > WS-TV-COUNT
003250            OR WS-TV-TYPE(WS-TV-IDX) = WS-CP-CARD-TYPE
003260         CONTINUE
003270     END-PERFORM
003280     IF WS-TV-IDX > WS-TV-COUNT
003310        END-IF
003320        ADD 1 TO WS-TV-COUNT
003330        MOVE WS-TV-COUNT TO WS-TV-IDX
003340        MOVE WS-CP-CARD-TYPE TO WS-TV-TYPE(WS-TV-IDX)
003350        MOVE 0           TO WS-TV-CNT(WS-TV-IDX)
003360                            WS-TV-REVENUE(WS-TV-IDX)
003370     END-IF
003650            DELIMITED BY SIZE INTO WS-PRINT-LINE
003660     END-STRING
003670     WRITE REVENUE-REPORT-LINE FROM WS-PRINT-LINE
003671*
003672     MOVE WS-CP-UNRESOLVED-CNT TO WS-CNT-DIS
003673     MOVE SPACES TO WS-PRINT-LINE
003674     STRING '  CARDS WITH NO PRODUCT (TYPE UN) ..: ' WS-CNT-DIS
003675            DELIMITED BY SIZE INTO WS-PRINT-LINE
003676     END-STRING
003677     WRITE REVENUE-REPORT-LINE FROM WS-PRINT-LINE
003680*
003690     MOVE SPACES TO WS-PRINT-LINE
003700     STRING 'BY MERCHANT CATEGORY:' DELIMITED BY SIZE
003750         UNTIL WS-MV-IDX > WS-MV-COUNT
003760         MOVE WS-MV-CNT(WS-MV-IDX) TO WS-CNT-DIS
003770         MOVE WS-MV-REVENUE(WS-MV-IDX) TO WS-AMT-DIS
003773         MOVE WS-MV-MCC(WS-MV-IDX) TO WS-MCR-LOOKUP-MCC
003776         PERFORM 1720-FIND-MCC-REFERENCE THRU 1720-EXIT
003780         MOVE SPACES TO WS-PRINT-LINE
003790         STRING '  MCC ' WS-MV-MCC(WS-MV-IDX)
003795                ' ' WS-MCR-DESC
003800                ' CNT:' WS-CNT-DIS
003810                ' EST REVENUE:' WS-AMT-DIS
003820                DELIMITED BY SIZE INTO WS-PRINT-LINE
004030     END-PERFORM
004040*
004050     MOVE SPACES TO WS-PRINT-LINE
004060     STRING 'BY CARD TYPE:' DELIMITED BY SIZE
004070            INTO WS-PRINT-LINE
004080     END-STRING
004090     WRITE REVENUE-REPORT-LINE FROM WS-PRINT-LINE
004380     .
004390 9999-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------*
004420*    CARD PRODUCT LOAD AND LOOKUP                                *
004430*----------------------------------------------------------------*
004440 COPY CSBINPRP.
004441 COPY CSMCCRFP.
