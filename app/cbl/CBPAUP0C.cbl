000169*                 COUNTERS, NOT THE APPROVED ONES               *
000170* 2027-04-12  RKA PREPAID RESTORE CREDITS ONLY THE UNSETTLED   *
000171*                 PORTION OF A PARTIALLY SETTLED HOLD          *
000172* 2027-05-30  RKA PURGED DEBIT HOLDS GIVE THEIR APPROVED        *
000173*                 AMOUNT BACK TO THE DDABAL CHECKING BALANCE   *
000174* 2027-12-05  RKA A PURGED HOLD STILL ON A PENDING INSTALMENT    *
000175*                 PLAN LAPSES THE PLAN AND TAKES ITS OPEN-TO-BUY *
000176*                 ADJUSTMENT OFF THE ROOT                        *
000177* 2028-02-20  RKA A PURGED HOLD'S OPEN MCC HOLD ESTIMATE         *
000178*                 (HOLDEST) LAPSES WITH IT                       *
000179*----------------------------------------------------------------*
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER. IBM-ZOS.
000457         ACCESS MODE  IS RANDOM
000458         RECORD KEY   IS PPB-CARD-NUM
000459         FILE STATUS  IS WS-PPBAL-STATUS.
000467*
000468     SELECT DDA-BAL        ASSIGN TO DDABAL
000469         ORGANIZATION IS INDEXED
000471         ACCESS MODE  IS RANDOM
000472         RECORD KEY   IS DDA-ACCT-ID
000473         FILE STATUS  IS WS-DDABAL-STATUS.
000474*
000475     SELECT INSTALMENT-PLAN-FILE ASSIGN TO INSTPLAN
000476         ORGANIZATION IS INDEXED
000477         ACCESS MODE  IS RANDOM
000478         RECORD KEY   IS IPLN-KEY
000479         FILE STATUS  IS WS-INSPL-STATUS.
000481*
000482     SELECT HOLD-ESTIMATE-FILE ASSIGN TO HOLDEST
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE  IS RANDOM
000485         RECORD KEY   IS HLE-KEY
000486         FILE STATUS  IS WS-HLEST-STATUS.
000450*----------------------------------------------------------------*
000460 DATA DIVISION.
000470*----------------------------------------------------------------*
000766 FD  ARCHIVE-INDEX
000767     RECORDING MODE IS F.
000768 COPY CVARCIXY.
000804*
000829 FD  PREPAID-BAL
000857     RECORDING MODE IS F.
000882 COPY CVPPBALY.
000908*
000934 FD  DDA-BAL
000959     RECORDING MODE IS F.
000984 COPY CVDDABLY.
001023*
001048 FD  INSTALMENT-PLAN-FILE
001074     RECORDING MODE IS F.
001098 COPY CVINSPLY.
001132*
001157 FD  HOLD-ESTIMATE-FILE
001182     RECORDING MODE IS F.
001207 COPY CVHLDESY.
001233*
001285 FD  PROC-CALENDAR
001309     RECORDING MODE IS F.
001338 COPY CVPRCALY.
001364*
007701 FD  CDC-FILE
007702     RECORDING MODE IS F.
007703 COPY CVCDCFDY.
001007     05  WS-CDC-STATUS              PIC X(02).
001011     05  WS-PPBAL-STATUS            PIC X(02).
001012         88  PPBAL-FOUND                    VALUE '00'.
001013     05  WS-DDABAL-STATUS           PIC X(02).
001014         88  DDABAL-FOUND                   VALUE '00'.
001015     05  WS-INSPL-STATUS            PIC X(02).
001016         88  INSPL-FOUND                    VALUE '00'.
001017     05  WS-INSPL-AVAIL-SW          PIC X(01) VALUE 'Y'.
001018         88  INSPL-AVAILABLE                VALUE 'Y'.
001019         88  INSPL-NOT-AVAILABLE            VALUE 'N'.
001021     05  WS-HLEST-STATUS            PIC X(02).
001022         88  HLEST-FOUND                    VALUE '00'.
001024     05  WS-HLEST-AVAIL-SW          PIC X(01) VALUE 'Y'.
001025         88  HLEST-AVAILABLE                VALUE 'Y'.
001026         88  HLEST-NOT-AVAILABLE            VALUE 'N'.
001027     05  WS-PCAL-STATUS             PIC X(02).
001028 COPY CSDAT03Y.
001002 01  WS-RUN-TIME                    PIC 9(08).
001003 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001008 COPY CSDAT02Y.
001320     05  WS-RPT-HELD-FOR-FRAUD      PIC S9(9) COMP-3 VALUE 0.
001321     05  WS-RPT-ADVICES-PUT         PIC S9(9) COMP-3 VALUE 0.
001322     05  WS-RPT-PREPAID-RESTORED    PIC S9(9) COMP-3 VALUE 0.
001324     05  WS-RPT-DDA-RESTORED        PIC S9(9) COMP-3 VALUE 0.
001326     05  WS-RPT-PLANS-LAPSED        PIC S9(9) COMP-3 VALUE 0.
001328     05  WS-RPT-ESTS-LAPSED         PIC S9(9) COMP-3 VALUE 0.
001330     05  WS-RPT-BY-REASON.
001340         10  WS-RPT-REASON-ENTRY OCCURS 10 TIMES
001350                              INDEXED BY WS-RPT-IDX.
002044        CONTINUE
002046     ELSE
002047        DISPLAY 'PREPBAL NOT AVAILABLE - NO PREPAID RESTORES'
002049     END-IF
002051     OPEN I-O DDA-BAL
002052     IF WS-DDABAL-STATUS = SPACES OR '00'
002053        CONTINUE
002054     ELSE
002055        DISPLAY 'DDABAL NOT AVAILABLE - NO DEBIT RESTORES'
002056     END-IF
002057     OPEN I-O INSTALMENT-PLAN-FILE
002058     IF WS-INSPL-STATUS = SPACES OR '00'
002059        CONTINUE
002061     ELSE
002062        SET INSPL-NOT-AVAILABLE TO TRUE
002063        DISPLAY 'INSTPLAN NOT AVAILABLE - NO PLANS LAPSED'
002064     END-IF
002065     OPEN I-O HOLD-ESTIMATE-FILE
002066     IF WS-HLEST-STATUS = SPACES OR '00'
002067        CONTINUE
002068     ELSE
002069        SET HLEST-NOT-AVAILABLE TO TRUE
002071        DISPLAY 'HOLDEST NOT AVAILABLE - NO ESTIMATES LAPSED'
002072     END-IF
002042     OPEN I-O RUN-CONTROL
002043     IF WS-RUNC-STATUS = '00'
002044        SET RUN-CONTROL-AVAILABLE TO TRUE
003381                     FROM PA-APPROVED-AUTH-AMT
003390                WHEN OTHER
003400                 SUBTRACT 1 FROM PA-DECLINED-AUTH-CNT
003401                 SUBTRACT PA-TRANSACTION-AMT
003402                     FROM PA-DECLINED-AUTH-AMT
003403            END-EVALUATE
003404*    A PURCHASE THAT NEVER POSTED CANNOT STAY ON AN INSTALMENT
003405*    PLAN - THE PLAN LAPSES WITH THE HOLD.
003406            IF PA-AUTH-RESP-CODE = '00'
003407               AND PA-PROCESSING-CODE(1:2) NOT = '20'
003408               AND INSPL-AVAILABLE
003409               PERFORM 4080-LAPSE-INSTALMENT-PLAN THRU 4080-EXIT
003410            END-IF
003411*    NOR CAN ITS MCC HOLD ESTIMATE GO ON HOLDING OPEN-TO-BUY.
003412            IF PA-AUTH-RESP-CODE = '00'
003413               AND PA-PROCESSING-CODE(1:2) NOT = '20'
003414               AND HLEST-AVAILABLE
003415               PERFORM 4085-LAPSE-HOLD-ESTIMATE THRU 4085-EXIT
003416            END-IF
003417            PERFORM 4050-REPL-SUMMARY-COUNTS THRU 4050-EXIT
003418*    AN EXPIRED PREPAID HOLD RELEASES ITS STORED VALUE BACK TO
003419*    THE CARD, THE SAME WAY THE INTAKE'S REVERSAL PATH DOES.
003429            IF PA-AUTH-TYPE-PREPAID
003431               AND PA-AUTH-RESP-CODE = '00'
003432               PERFORM 4060-RESTORE-PREPAID-BAL THRU 4060-EXIT
003433            END-IF
003434*    AN EXPIRED DEBIT HOLD GIVES ITS AMOUNT BACK TO THE CHECKING
003435*    BALANCE. A REFUND NEVER TOOK ANYTHING OFF IT.
003436            IF PA-AUTH-TYPE-DEBIT
003437               AND PA-AUTH-RESP-CODE = '00'
003438               AND PA-PROCESSING-CODE(1:2) NOT = '20'
003439               PERFORM 4070-RESTORE-DDA-BAL THRU 4070-EXIT
003441            END-IF
003428         END-IF
003430
003440         PERFORM 4900-PURGE-OR-HOLD THRU 4900-EXIT
003595     .
003596 4060-EXIT.
003597     EXIT.
003598*----------------------------------------------------------------*
003599 4070-RESTORE-DDA-BAL.
003601*----------------------------------------------------------------*
003602*    MOVES THE PURGED DEBIT HOLD OFF THE ACCOUNT'S DDABAL HOLD   *
003603*    TOTAL AND BACK ONTO ITS AVAILABLE BALANCE. THE WHOLE        *
003604*    APPROVED AMOUNT GOES BACK - ANY PART THAT SETTLED IS IN THE *
003605*    CORE BALANCE THE NIGHTLY LOAD BRINGS IN, NOT IN THE HOLD.   *
003606*    A MISSING ROW IS REPORTED - THE INTAKE TOOK THE HOLD THERE. *
003607*----------------------------------------------------------------*
003608     MOVE PA-ACCOUNT-ID          TO DDA-ACCT-ID
003609     READ DDA-BAL
003611     IF DDABAL-FOUND
003612        ADD      PA-APPROVED-AMT TO   DDA-AVAIL-BAL
003613        SUBTRACT PA-APPROVED-AMT FROM DDA-HOLD-AMT
003614        MOVE WS-TODAY-CCYYMMDD   TO DDA-UPDATED-DATE
003615        REWRITE DDA-BALANCE-RECORD
003616        ADD 1                    TO WS-RPT-DDA-RESTORED
003617     ELSE
003618        DISPLAY 'DDABAL ROW MISSING FOR PURGED DB HOLD: '
003619                PA-ACCOUNT-ID
003621     END-IF
003622     .
003623 4070-EXIT.
003624     EXIT.
003625*----------------------------------------------------------------*
003626 4080-LAPSE-INSTALMENT-PLAN.
003627*----------------------------------------------------------------*
003628*    A PENDING PLAN ON THE PURGED HOLD IS MARKED LAPSED AND ITS  *
003629*    OPEN-TO-BUY ADJUSTMENT IS BACKED OFF THE ROOT, WHICH 4050   *
003631*    THEN REPLACES ALONG WITH THE COUNTS. A BOOKED PLAN IS       *
003632*    CORE'S AND IS LEFT ALONE.                                   *
003633*----------------------------------------------------------------*
003634     MOVE PA-ACCOUNT-ID          TO IPLN-ACCT-ID
003635     MOVE PA-AUTH-KEY            TO IPLN-AUTH-KEY
003636     READ INSTALMENT-PLAN-FILE
003637     IF NOT INSPL-FOUND
003638        GO TO 4080-EXIT
003639     END-IF
003641     IF NOT IPLN-PENDING-POSTING
003642        GO TO 4080-EXIT
003643     END-IF
003644     IF PA-PLAN-HOLD-AMT NOT NUMERIC
003645        MOVE ZERO                TO PA-PLAN-HOLD-AMT
003646     END-IF
003647     SUBTRACT IPLN-OTB-ADJ-AMT   FROM PA-PLAN-HOLD-AMT
003648     SET IPLN-LAPSED             TO TRUE
003649     MOVE WS-TODAY-CCYYMMDD      TO IPLN-CLOSED-DATE
003651     REWRITE INSTALMENT-PLAN-RECORD
003652     ADD 1                       TO WS-RPT-PLANS-LAPSED
003653     .
003654 4080-EXIT.
003655     EXIT.
003656*----------------------------------------------------------------*
003657 4085-LAPSE-HOLD-ESTIMATE.
003658*----------------------------------------------------------------*
003659*    AN OPEN ESTIMATE ON THE PURGED HOLD IS MARKED LAPSED - IT   *
003661*    NEVER SETTLED, SO THE MONTHLY COMPARISON COUNTS IT APART.   *
003662*----------------------------------------------------------------*
003663     MOVE PA-ACCOUNT-ID          TO HLE-ACCT-ID
003664     MOVE PA-AUTH-KEY            TO HLE-AUTH-KEY
003665     READ HOLD-ESTIMATE-FILE
003666     IF NOT HLEST-FOUND
003667        GO TO 4085-EXIT
003668     END-IF
003669     IF NOT HLE-OPEN
003671        GO TO 4085-EXIT
003672     END-IF
003673     SET HLE-LAPSED              TO TRUE
003674     MOVE WS-TODAY-CCYYMMDD      TO HLE-CLOSED-DATE
003675     REWRITE HOLD-ESTIMATE-RECORD
003676     ADD 1                       TO WS-RPT-ESTS-LAPSED
003677     .
003678 4085-EXIT.
003679     EXIT.
003573*----------------------------------------------------------------*
003574 4100-LOOKUP-EXPIRY-DAYS.
003580*----------------------------------------------------------------*
005121            DELIMITED BY SIZE INTO WS-PRINT-LINE
005122     END-STRING
005123     WRITE PURGE-REPORT-LINE FROM WS-PRINT-LINE
005124*
005125     MOVE WS-RPT-DDA-RESTORED TO WS-CNT-DIS
005126     MOVE SPACES TO WS-PRINT-LINE
005127     STRING '  DEBIT HOLDS RESTORED TO DDABAL ...: ' WS-CNT-DIS
005128            DELIMITED BY SIZE INTO WS-PRINT-LINE
005129     END-STRING
005131     WRITE PURGE-REPORT-LINE FROM WS-PRINT-LINE
005132*
005133     MOVE WS-RPT-PLANS-LAPSED TO WS-CNT-DIS
005134     MOVE SPACES TO WS-PRINT-LINE
005135     STRING '  INSTALMENT PLANS LAPSED ..........: ' WS-CNT-DIS
005136            DELIMITED BY SIZE INTO WS-PRINT-LINE
005137     END-STRING
005138     WRITE PURGE-REPORT-LINE FROM WS-PRINT-LINE
005139*
005141     MOVE WS-RPT-ESTS-LAPSED TO WS-CNT-DIS
005142     MOVE SPACES TO WS-PRINT-LINE
005143     STRING '  MCC HOLD ESTIMATES LAPSED ........: ' WS-CNT-DIS
005144            DELIMITED BY SIZE INTO WS-PRINT-LINE
005145     END-STRING
005146     WRITE PURGE-REPORT-LINE FROM WS-PRINT-LINE
005107     IF NOT DRY-RUN-MODE
005108        AND WS-RPT-ADVICES-PUT NOT = WS-RPT-DETAIL-PURGED
005109        MOVE SPACES TO WS-PRINT-LINE
005362        END-CALL
005363     END-IF
005355     CLOSE ARCHIVE-INDEX
005364     CLOSE PREPAID-BAL
005366     CLOSE DDA-BAL
005367     IF INSPL-AVAILABLE
005369        CLOSE INSTALMENT-PLAN-FILE
005370     END-IF
005372     IF HLEST-AVAILABLE
005373        CLOSE HOLD-ESTIMATE-FILE
005375     END-IF
005376     CLOSE PURGE-REPORT
005378     CLOSE ARCHIVE-FILE
005380     CLOSE FRAUD-HOLD-FILE
005381     IF RUN-CONTROL-AVAILABLE
005382        CLOSE RUN-CONTROL
