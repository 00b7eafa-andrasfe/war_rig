000206* 2027-04-12  RKA RETENTION TRIM CORRECTED TO DELETE FROM THE  *
000207*                 OLD END - THE TABLE SHIFTS DOWN AND ROWS     *
000208*                 PAST THE DEPTH AGE OFF, NEWEST HISTORY KEPT  *
000210* 2027-05-09  RKA PER-CARD-TYPE SECTION FROM THE CARD PRODUCT  *
000212*                 MASTER (BINPROD)                             *
000214* 2027-11-21  ABF MCC SECTION DESCRIBES EACH CODE FROM THE MCC  *
000216*                 REFERENCE MASTER (MCCREF)                    *
000218*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-ZOS.
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-NCTL-STATUS.
000411*
000412     SELECT CARD-PRODUCT-FILE ASSIGN TO BINPROD
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE  IS SEQUENTIAL
000415         RECORD KEY   IS BINP-BIN-HIGH
000416         FILE STATUS  IS WS-CP-STATUS.
000417*
000418     SELECT MCC-REFERENCE-FILE ASSIGN TO MCCREF
000419         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS SEQUENTIAL
000421         RECORD KEY   IS MCCR-MCC
000422         FILE STATUS  IS WS-MCR-STATUS.
000423*----------------------------------------------------------------*
000430 DATA DIVISION.
000440*----------------------------------------------------------------*
000450 FILE SECTION.
000453     RECORDING MODE IS F.
000454 COPY CVPRCALY.
000455*
000456 FD  CARD-PRODUCT-FILE
000457     RECORDING MODE IS F.
000458 COPY CVBINPRY.
000459*
000460 FD  MCC-REFERENCE-FILE
000461     RECORDING MODE IS F.
000462 COPY CVMCCRFY.
000463*
000464 FD  DECLINE-REPORT
000470     RECORDING MODE IS F.
000480 01  DECLINE-REPORT-LINE         PIC X(132).
000490*
000792         10  WS-IN-APPROVED         PIC S9(9)     COMP-3.
000793         10  WS-IN-DECLINED         PIC S9(9)     COMP-3.
000794         10  WS-IN-AMT-SUM          PIC S9(11)V99 COMP-3.
000795*    CARD TYPE AS THE PRODUCT MASTER HAS IT - DB, CR, PP, OR UN
000796*    FOR A CARD NO BIN RANGE HOLDS.
000797 01  WS-CTYP-CONTROL.
000798     05  WS-CY-COUNT                PIC S9(4) COMP VALUE 0.
000799     05  WS-CY-TABLE-MAX            PIC S9(4) COMP VALUE 6.
000801     05  WS-CY-IDX                  PIC S9(4) COMP.
000802 01  WS-CTYP-TABLE.
000803     05  WS-CY-ENTRY OCCURS 6 TIMES.
000804         10  WS-CY-CARD-TYPE        PIC X(02).
000805         10  WS-CY-APPROVED         PIC S9(9)     COMP-3.
000806         10  WS-CY-DECLINED         PIC S9(9)     COMP-3.
000807 COPY CSBINPRY.
000808 COPY CSMCCRFY.
000790*----------------------------------------------------------------*
000800*    TODAY'S AND THE PRIOR RUN'S HEADLINE COUNTS                 *
000810*----------------------------------------------------------------*
001630     PERFORM 8000-PRINT-DECLINE-REPORT THRU 8000-EXIT
001631*
001632     PERFORM 8500-PRINT-INST-SECTION THRU 8500-EXIT
001633*
001634     PERFORM 8550-PRINT-CARD-TYPE-SECTION THRU 8550-EXIT
000920*
000921     PERFORM 7800-STORE-AND-TREND    THRU 7800-EXIT
001640*
001850        DISPLAY 'PRIORDCL NOT AVAILABLE - NO MOVEMENT THIS RUN'
001860     END-IF
001870*
001872     PERFORM 1600-LOAD-CARD-PRODUCTS THRU 1600-EXIT
001874     PERFORM 1700-LOAD-MCC-REFERENCE THRU 1700-EXIT
001876*
001880     OPEN OUTPUT DECLINE-REPORT
001890     OPEN OUTPUT NEW-CTL-FILE
001900*
001989 1250-EXIT.
001991     EXIT.
001992 COPY CSDAT03P.
001996 COPY CSBINPRP.
001997 COPY CSMCCRFP.
001970*----------------------------------------------------------------*
001980 2000-FIND-NEXT-AUTH-SUMMARY.
001990*----------------------------------------------------------------*
002829 4500-EXIT.
002831     EXIT.
002832*----------------------------------------------------------------*
002833 4550-TALLY-CARD-TYPE.
002834*----------------------------------------------------------------*
002835*    PER-CARD-TYPE ROLLUP. THE TYPE COMES FROM THE CARD PRODUCT  *
002844*    MASTER, NOT FROM WHATEVER AUTH TYPE THE CHANNEL SENT.       *
002848*----------------------------------------------------------------*
002849     PERFORM 1630-RESOLVE-CARD-TYPE THRU 1630-EXIT
002866     PERFORM VARYING WS-CY-IDX FROM 1 BY 1
002867         UNTIL WS-CY-IDX > WS-CY-COUNT
002868            OR WS-CY-CARD-TYPE(WS-CY-IDX) = WS-CP-CARD-TYPE
002869         CONTINUE
002871     END-PERFORM
002872     IF WS-CY-IDX > WS-CY-COUNT
002873        IF WS-CY-COUNT >= WS-CY-TABLE-MAX
002874           GO TO 4550-EXIT
002875        END-IF
002876        ADD 1 TO WS-CY-COUNT
002877        MOVE WS-CY-COUNT     TO WS-CY-IDX
002878        MOVE WS-CP-CARD-TYPE TO WS-CY-CARD-TYPE(WS-CY-IDX)
002879        MOVE 0 TO WS-CY-APPROVED(WS-CY-IDX)
002881                  WS-CY-DECLINED(WS-CY-IDX)
002882     END-IF
002883     IF PA-AUTH-APPROVED
002884        ADD 1 TO WS-CY-APPROVED(WS-CY-IDX)
002885     ELSE
002886        ADD 1 TO WS-CY-DECLINED(WS-CY-IDX)
002887     END-IF
002888     .
002889 4550-EXIT.
002891     EXIT.
002892*----------------------------------------------------------------*
002893 8500-PRINT-INST-SECTION.
002894*----------------------------------------------------------------*
002895     MOVE WS-CASH-APPR-CNT TO WS-CNT-DIS
002896     MOVE SPACES TO WS-PRINT-LINE
002897     STRING 'CASH ADVANCES APPROVED .............: ' WS-CNT-DIS
002898            DELIMITED BY SIZE INTO WS-PRINT-LINE
002899     END-STRING
002901     WRITE DECLINE-REPORT-LINE FROM WS-PRINT-LINE
002902     MOVE WS-CASH-DECL-CNT TO WS-CNT-DIS
002903     MOVE SPACES TO WS-PRINT-LINE
002904     STRING 'CASH ADVANCES DECLINED .............: ' WS-CNT-DIS
002905            DELIMITED BY SIZE INTO WS-PRINT-LINE
002906     END-STRING
002907     WRITE DECLINE-REPORT-LINE FROM WS-PRINT-LINE
002908     MOVE SPACES TO WS-PRINT-LINE
002836     STRING 'BY INSTITUTION (APPROVED/DECLINED COUNTS):'
002837            DELIMITED BY SIZE INTO WS-PRINT-LINE
002838     END-STRING
002863     .
002864 8500-EXIT.
002865     EXIT.
002909*----------------------------------------------------------------*
002911 8550-PRINT-CARD-TYPE-SECTION.
002912*----------------------------------------------------------------*
002913     MOVE SPACES TO WS-PRINT-LINE
002914     STRING 'BY CARD TYPE (APPROVED/DECLINED COUNTS):'
002915            DELIMITED BY SIZE INTO WS-PRINT-LINE
002916     END-STRING
002917     WRITE DECLINE-REPORT-LINE FROM WS-PRINT-LINE
002918     PERFORM VARYING WS-CY-IDX FROM 1 BY 1
002919         UNTIL WS-CY-IDX > WS-CY-COUNT
002921         MOVE WS-CY-APPROVED(WS-CY-IDX) TO WS-CNT-DIS
002922         MOVE SPACES TO WS-PRINT-LINE
002923         STRING '  TYPE ' WS-CY-CARD-TYPE(WS-CY-IDX)
002924                ' APPROVED:' WS-CNT-DIS
002925                DELIMITED BY SIZE INTO WS-PRINT-LINE
002926         END-STRING
002927         WRITE DECLINE-REPORT-LINE FROM WS-PRINT-LINE
002928         MOVE WS-CY-DECLINED(WS-CY-IDX) TO WS-CNT-DIS
002929         MOVE SPACES TO WS-PRINT-LINE
002931         STRING '  TYPE ' WS-CY-CARD-TYPE(WS-CY-IDX)
002932                ' DECLINED:' WS-CNT-DIS
002933                DELIMITED BY SIZE INTO WS-PRINT-LINE
002934         END-STRING
002935         WRITE DECLINE-REPORT-LINE FROM WS-PRINT-LINE
002936     END-PERFORM
002937     MOVE WS-CP-UNRESOLVED-CNT TO WS-CNT-DIS
002938     MOVE SPACES TO WS-PRINT-LINE
002939     STRING '  CARDS WITH NO PRODUCT (TYPE UN) ..: ' WS-CNT-DIS
002941            DELIMITED BY SIZE INTO WS-PRINT-LINE
002942     END-STRING
002943     WRITE DECLINE-REPORT-LINE FROM WS-PRINT-LINE
002944     .
002945 8550-EXIT.
002946     EXIT.
002370*----------------------------------------------------------------*
002380 4000-TALLY-IF-TODAY.
002390*----------------------------------------------------------------*
002400     COMPUTE WS-AUTH-DATE = 99999 - PA-AUTH-DATE-9C
002410     IF WS-AUTH-DATE NOT = CURRENT-YYDDD
002420        GO TO 4000-EXIT
002422     END-IF
002424     PERFORM 4500-TALLY-INSTITUTION THRU 4500-EXIT
002426     PERFORM 4550-TALLY-CARD-TYPE   THRU 4550-EXIT
002428     IF PA-PROCESSING-CODE(1:2) = '01'
002430        IF PA-AUTH-APPROVED
002434           ADD 1               TO WS-CASH-APPR-CNT
002435           ADD PA-APPROVED-AMT TO WS-CASH-APPR-AMT
002436        ELSE
003960     PERFORM VARYING WS-SUB FROM 1 BY 1
003970         UNTIL WS-SUB > WS-MC-COUNT
003980         MOVE WS-MC-CNT(WS-SUB) TO WS-CNT-DIS
003983         MOVE WS-MC-MCC(WS-SUB) TO WS-MCR-LOOKUP-MCC
003986         PERFORM 1720-FIND-MCC-REFERENCE THRU 1720-EXIT
003990         MOVE SPACES TO WS-PRINT-LINE
004000         STRING '  MCC ' WS-MC-MCC(WS-SUB)
004005                ' ' WS-MCR-DESC
004010                ' COUNT:' WS-CNT-DIS
004020                DELIMITED BY SIZE INTO WS-PRINT-LINE
004030         END-STRING
