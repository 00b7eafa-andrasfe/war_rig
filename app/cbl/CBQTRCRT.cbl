000200*                MODIFICATION HISTORY                            *
000210* DATE       INIT DESCRIPTION                                    *
000220* 2026-09-06  JGM INITIAL VERSION                                *
000221* 2027-05-09  RKA CARD TYPE OF EACH CELL FROM THE CARD PRODUCT   *
000222*                 MASTER (BINPROD), NOT THE CHANNEL'S AUTH TYPE  *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE  IS SEQUENTIAL
000480         FILE STATUS  IS WS-RPT-STATUS.
000481*
000482     SELECT CARD-PRODUCT-FILE ASSIGN TO BINPROD
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE  IS SEQUENTIAL
000485         RECORD KEY   IS BINP-BIN-HIGH
000486         FILE STATUS  IS WS-CP-STATUS.
000490*----------------------------------------------------------------*
000500 DATA DIVISION.
000510*----------------------------------------------------------------*
000810 FD  CONTROL-REPORT
000820     RECORDING MODE IS F.
000830 01  CONTROL-REPORT-LINE         PIC X(132).
000831*
000832 FD  CARD-PRODUCT-FILE
000833     RECORDING MODE IS F.
000834 COPY CVBINPRY.
000840*----------------------------------------------------------------*
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------*
001200         10  WS-CT-CATEGORY         PIC X(02).
001210         10  WS-CT-CNT              PIC S9(9)     COMP-3.
001220         10  WS-CT-AMT              PIC S9(13)V99 COMP-3.
001221*----------------------------------------------------------------*
001222*    CARD PRODUCT MASTER IN STORAGE                              *
001223*----------------------------------------------------------------*
001224 COPY CSBINPRY.
001230*----------------------------------------------------------------*
001240*    DB2 HOST VARIABLES FOR THE FRDMONTH QUARTER FIGURES         *
001250*----------------------------------------------------------------*
002220     ELSE
002230        DISPLAY 'PAUARCHV NOT AVAILABLE - LIVE DETAILS ONLY'
002240     END-IF
002241*
002242     PERFORM 1600-LOAD-CARD-PRODUCTS THRU 1600-EXIT
002250     OPEN OUTPUT CERT-EXTRACT
002260     OPEN OUTPUT CONTROL-REPORT
002270*
003350*----------------------------------------------------------------*
003360*    THE TRANSACTION CATEGORY COMES OFF THE PROCESSING CODE'S    *
003370*    LEADING TYPE DIGITS: 00 PURCHASE, 01 CASH, 20 REFUND -      *
003380*    ANYTHING ELSE CERTIFIES AS OTHER. THE CARD TYPE IS THE      *
003381*    PRODUCT MASTER'S; A CARD IT CANNOT PLACE CERTIFIES AS 'UN'. *
003390*----------------------------------------------------------------*
003400 3000-TALLY-INTO-CELL.
003410*----------------------------------------------------------------*
003490         WHEN OTHER
003500             MOVE 'OT' TO WS-TRAN-CATEGORY
003510     END-EVALUATE
003511     PERFORM 1630-RESOLVE-CARD-TYPE THRU 1630-EXIT
003520     MOVE 'N'                    TO WS-CELL-FOUND-SW
003530     PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
003540         UNTIL WS-CEL-IDX > WS-CELL-COUNT
003550            OR CELL-SLOT-FOUND
003560         IF WS-CT-CARD-TYPE(WS-CEL-IDX) = WS-CP-CARD-TYPE
003570            AND WS-CT-COUNTRY(WS-CEL-IDX) = PA-ACQR-COUNTRY-CODE
003580            AND WS-CT-CATEGORY(WS-CEL-IDX) = WS-TRAN-CATEGORY
003590            SET CELL-SLOT-FOUND TO TRUE
003670        END-IF
003680        ADD 1                    TO WS-CELL-COUNT
003690        MOVE WS-CELL-COUNT       TO WS-CEL-IDX
003700        MOVE WS-CP-CARD-TYPE     TO WS-CT-CARD-TYPE(WS-CEL-IDX)
003710        MOVE PA-ACQR-COUNTRY-CODE
003720                                 TO WS-CT-COUNTRY(WS-CEL-IDX)
003730        MOVE WS-TRAN-CATEGORY    TO WS-CT-CATEGORY(WS-CEL-IDX)
004710     END-STRING
004720     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
004730*
004731     MOVE WS-CP-UNRESOLVED-CNT TO WS-CNT-DIS
004732     MOVE SPACES TO WS-PRINT-LINE
004733     STRING 'CARDS WITH NO PRODUCT (TYPE UN) ....: ' WS-CNT-DIS
004734            DELIMITED BY SIZE INTO WS-PRINT-LINE
004735     END-STRING
004736     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
004737*
004740     MOVE WS-FRM-FRAUD-CNT TO WS-CNT-DIS
004750     MOVE WS-FRM-FRAUD-AMT TO WS-AMT-DIS
004760     MOVE SPACES TO WS-PRINT-LINE
005000     .
005010 9000-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------*
005040*    CARD PRODUCT LOAD AND LOOKUP                                *
005050*----------------------------------------------------------------*
005060 COPY CSBINPRP.
