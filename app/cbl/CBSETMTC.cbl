000231* 2027-04-26  JGM PRE-MIGRATION DETAILS (SPACES WHERE THE        *
000232*                 SETTLED-TO-DATE AMOUNT NOW LIVES) TREATED AS   *
000233*                 NOTHING SETTLED INSTEAD OF A DATA EXCEPTION    *
000234* 2027-05-30  RKA A RELEASED DEBIT HOLD GOES BACK ON THE         *
000235*                 DDABAL CHECKING BALANCE                        *
000236* 2027-12-05  RKA A MATCHED PURCHASE ON A PENDING INSTALMENT PLAN*
000237*                 (INSTPLAN) IS BOOKED TO CORE ACCOUNTING ON THE *
000238*                 INSTBOOK FEED AND ITS OPEN-TO-BUY ADJUSTMENT   *
000239*                 COMES OFF THE ROOT                             *
000241* 2028-02-20  RKA A POSTING ABOVE TOLERANCE STILL MATCHES A      *
000242*                 HOLD WITHIN ITS MCC HOLD ESTIMATE (HOLDEST),   *
000243*                 AND THE MATCH SETTLES THE ESTIMATE WITH WHAT   *
000244*                 ACTUALLY POSTED FOR THE MONTHLY CBHLDRPT       *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000460     SELECT PARM-FILE      ASSIGN TO SETPARMS
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000481         FILE STATUS  IS WS-PARM-STATUS.
000482*
000483     SELECT DDA-BAL        ASSIGN TO DDABAL
000484         ORGANIZATION IS INDEXED
000485         ACCESS MODE  IS RANDOM
000486         RECORD KEY   IS DDA-ACCT-ID
000487         FILE STATUS  IS WS-DDABAL-STATUS.
000488*
000489     SELECT INSTALMENT-PLAN-FILE ASSIGN TO INSTPLAN
000490         ORGANIZATION IS INDEXED
000491         ACCESS MODE  IS RANDOM
000492         RECORD KEY   IS IPLN-KEY
000493         FILE STATUS  IS WS-INSPL-STATUS.
000494*
000495     SELECT INSTALMENT-BOOKING-FILE ASSIGN TO INSTBOOK
000496         ORGANIZATION IS SEQUENTIAL
000497         ACCESS MODE  IS SEQUENTIAL
000498         FILE STATUS  IS WS-INSBK-STATUS.
000499*
000500     SELECT HOLD-ESTIMATE-FILE ASSIGN TO HOLDEST
000501         ORGANIZATION IS INDEXED
000502         ACCESS MODE  IS RANDOM
000503         RECORD KEY   IS HLE-KEY
000504         FILE STATUS  IS WS-HLEST-STATUS.
000505*----------------------------------------------------------------*
000510 DATA DIVISION.
000520*----------------------------------------------------------------*
000530 FILE SECTION.
000680 FD  PARM-FILE
000690     RECORDING MODE IS F.
000700 01  PARM-RECORD                 PIC X(80).
000701*
000702 FD  DDA-BAL
000703     RECORDING MODE IS F.
000704 COPY CVDDABLY.
000705*
000706 FD  INSTALMENT-PLAN-FILE
000707     RECORDING MODE IS F.
000708 COPY CVINSPLY.
000709*
000710 FD  INSTALMENT-BOOKING-FILE
000711     RECORDING MODE IS F.
000712 COPY CVINSBKY.
000713*
000714 FD  HOLD-ESTIMATE-FILE
000715     RECORDING MODE IS F.
000716 COPY CVHLDESY.
000717*----------------------------------------------------------------*
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000740 01  WS-VARIABLES.
000760     05  CURRENT-DATE               PIC 9(06).
000770     05  WS-ACCT-ID                 PIC 9(11).
000780     05  WS-AMT-DIFF                PIC S9(09)V99 COMP-3.
000781     05  WS-TODAY-CCYYMMDD          PIC X(08).
000790     05  WS-TOLERANCE-AMT           PIC S9(09)V99 COMP-3.
000800*
000810 01  WS-FILE-STATUSES.
000866     05  WS-CDC-STATUS              PIC X(02).
000870     05  WS-RPT-STATUS              PIC X(02).
000880     05  WS-PARM-STATUS             PIC X(02).
000881     05  WS-DDABAL-STATUS           PIC X(02).
000882         88  DDABAL-FOUND                   VALUE '00'.
000883     05  WS-INSPL-STATUS            PIC X(02).
000884         88  INSPL-FOUND                    VALUE '00'.
000885     05  WS-INSBK-STATUS            PIC X(02).
000886     05  WS-INSPL-AVAIL-SW          PIC X(01) VALUE 'Y'.
000887         88  INSPL-AVAILABLE                VALUE 'Y'.
000888         88  INSPL-NOT-AVAILABLE            VALUE 'N'.
000889     05  WS-IPBK-SUB                PIC S9(04) COMP.
000890     05  WS-HLEST-STATUS            PIC X(02).
000891         88  HLEST-FOUND                    VALUE '00'.
000892     05  WS-HLEST-AVAIL-SW          PIC X(01) VALUE 'Y'.
000893         88  HLEST-AVAILABLE                VALUE 'Y'.
000894         88  HLEST-NOT-AVAILABLE            VALUE 'N'.
000895*----------------------------------------------------------------*
000900*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)           *
000910*----------------------------------------------------------------*
000920 01  WS-RUN-PARMS.
001077*    (ZERO = NO CONVERSION WAS NEEDED OR POSSIBLE).
001078     05  WS-POSTED-CONV-AMT         PIC S9(09)V99 COMP-3.
001079     05  WS-REMAINING-AMT           PIC S9(09)V99 COMP-3.
001081     05  WS-FX-RATE-APPLIED         PIC 9(03)V9(06) COMP-3.
001082     05  WS-FX-MATCH-RATE           PIC 9(03)V9(06) COMP-3.
001083     05  WS-FX-RATE-SW              PIC X(01).
001084         88  FX-RATE-FOUND                  VALUE 'Y'.
001085         88  FX-RATE-MISSING                VALUE 'N'.
001086*    A MATCH ONLY THE DETAIL'S HOLDEST ESTIMATE EXPLAINS (THE
001087*    TIP OR THE FILLED TANK), AND EVERYTHING POSTED AGAINST THE
001088*    HOLD ONCE IT IS MATCHED - WHAT THE ESTIMATE IS SETTLED AT.
001089     05  WS-EST-MATCH-SW            PIC X(01).
001091         88  EST-WIDENED-MATCH              VALUE 'Y'.
001092     05  WS-EST-REMAINING-AMT       PIC S9(09)V99 COMP-3.
001093     05  WS-SETTLED-TOTAL-AMT       PIC S9(09)V99 COMP-3.
001094*----------------------------------------------------------------*
001095*    FX RATE TABLE, LOADED FROM THE DAILY FXRATES FILE AT INIT.  *
001096*    A MISSING OR EMPTY FILE LEAVES THE COUNT AT ZERO AND ONLY   *
001097*    SAME-CURRENCY POSTINGS CAN MATCH, AS BEFORE.                *
001098*----------------------------------------------------------------*
001099 01  WS-FX-CONTROL.
001101     05  WS-FX-COUNT                PIC S9(4) COMP VALUE 0.
001102     05  WS-FX-TABLE-MAX            PIC S9(4) COMP VALUE 100.
001103 01  WS-FX-TABLE.
001104     05  WS-FX-ENTRY OCCURS 100 TIMES
001105                     INDEXED BY WS-FX-IDX.
001106         10  WS-FX-FROM-CCY         PIC X(03).
001107         10  WS-FX-TO-CCY           PIC X(03).
001108         10  WS-FX-RATE             PIC 9(03)V9(06) COMP-3.
001080*----------------------------------------------------------------*
001090*    MATCHING RUN ACCUMULATORS                                   *
001100*----------------------------------------------------------------*
001172     05  WS-RPT-FX-CONVERTED        PIC S9(9) COMP-3 VALUE 0.
001174     05  WS-RPT-FULLY-SETTLED       PIC S9(9) COMP-3 VALUE 0.
001173     05  WS-RPT-NO-FX-RATE          PIC S9(9) COMP-3 VALUE 0.
001176     05  WS-RPT-DDA-RESTORED        PIC S9(9) COMP-3 VALUE 0.
001177     05  WS-RPT-PLANS-BOOKED        PIC S9(9) COMP-3 VALUE 0.
001178     05  WS-RPT-EST-MATCHED         PIC S9(9) COMP-3 VALUE 0.
001179     05  WS-RPT-EST-SETTLED         PIC S9(9) COMP-3 VALUE 0.
001180*----------------------------------------------------------------*
001190 01  WS-PRINT-LINE                 PIC X(132).
001200 01  WS-DISPLAY-FIELDS.
001851     OPEN INPUT  PAN-VAULT
001852     PERFORM 1200-LOAD-FX-RATES THRU 1200-EXIT
001853     OPEN OUTPUT CDC-FILE
001854     OPEN OUTPUT EXCEPTION-REPORT
001855     STRING '20' CURRENT-DATE DELIMITED BY SIZE
001856            INTO WS-TODAY-CCYYMMDD
001857     END-STRING
001858     OPEN I-O    DDA-BAL
001859     IF WS-DDABAL-STATUS = SPACES OR '00'
001860        CONTINUE
001861     ELSE
001862        DISPLAY 'DDABAL NOT AVAILABLE - NO DEBIT RESTORES'
001863     END-IF
001864     OPEN I-O    INSTALMENT-PLAN-FILE
001865     IF WS-INSPL-STATUS = SPACES OR '00'
001866        OPEN OUTPUT INSTALMENT-BOOKING-FILE
001867     ELSE
001868        SET INSPL-NOT-AVAILABLE TO TRUE
001869        DISPLAY 'INSTPLAN NOT AVAILABLE - NO PLANS BOOKED'
001870     END-IF
001871     OPEN I-O    HOLD-ESTIMATE-FILE
001872     IF WS-HLEST-STATUS = SPACES OR '00'
001873        CONTINUE
001874     ELSE
001875        SET HLEST-NOT-AVAILABLE TO TRUE
001876        DISPLAY 'HOLDEST NOT AVAILABLE - NO ESTIMATES SETTLED'
001877     END-IF
001878*
001880     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001890     DISPLAY '*-------------------------------------*'
001900     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002410 3000-MATCH-ONE-POSTING.
002420*----------------------------------------------------------------*
002430     SET POSTING-UNMATCHED          TO TRUE
002451     MOVE 'N'                       TO WS-EST-MATCH-SW
002452     MOVE ZERO                      TO WS-FX-MATCH-RATE
002431*    THE CLEARING SYSTEM POSTS CLEAR CARD NUMBERS, BUT THE
002432*    CROSS-REFERENCE AND THE SEGMENTS CARRY VAULT TOKENS -
002433*    RESOLVE THE POSTING TO ITS TOKEN BEFORE MATCHING.
002520*
002530     EVALUATE TRUE
002540         WHEN POSTING-MATCHED
002541             ADD 1 TO WS-RPT-MATCHED
002542             IF EST-WIDENED-MATCH
002543                ADD 1 TO WS-RPT-EST-MATCHED
002544             END-IF
002545             COMPUTE WS-SETTLED-TOTAL-AMT =
002546                     PA-SETTLED-TO-DATE-AMT + WS-POSTED-CONV-AMT
002547             IF WS-FX-MATCH-RATE NOT = ZERO
002552                ADD 1 TO WS-RPT-FX-CONVERTED
002553                PERFORM 4100-WRITE-FX-MATCH-LINE THRU 4100-EXIT
002554             END-IF
003212              SET PARTIAL-CANDIDATE-SEEN TO TRUE
003213              MOVE PA-AUTH-KEY    TO WS-PARTIAL-AUTH-KEY
003214           END-IF
003216*    OVER THE TOLERANCE - BUT A TIP OR FUEL MCC'S HOLD ESTIMATE
003217*    MAY HAVE EXPECTED EXACTLY THIS.
003218           IF WS-POSTED-CONV-AMT > WS-REMAINING-AMT
003219              AND HLEST-AVAILABLE
003221              PERFORM 3260-CHECK-HOLD-ESTIMATE THRU 3260-EXIT
003222           END-IF
003230        END-IF
003240     END-IF
003250     .
003296     .
003297 3250-EXIT.
003298     EXIT.
003299*----------------------------------------------------------------*
003301*    A HOLD TAKEN AT AN MCC WITH A HOLD-ESTIMATION RULE CARRIES  *
003302*    ITS ESTIMATE ON HOLDEST. THE POSTING MATCHES IN FULL WHEN   *
003303*    IT LANDS WITHIN TOLERANCE OF THE ESTIMATE LESS WHAT HAS     *
003304*    ALREADY SETTLED, RATHER THAN GOING TO THE EXCEPTIONS REPORT *
003305*    AS AN OVERAGE.                                              *
003306*----------------------------------------------------------------*
003307 3260-CHECK-HOLD-ESTIMATE.
003308*----------------------------------------------------------------*
003309     MOVE WS-ACCT-ID             TO HLE-ACCT-ID
003311     MOVE PA-AUTH-KEY            TO HLE-AUTH-KEY
003312     READ HOLD-ESTIMATE-FILE
003313     IF NOT HLEST-FOUND
003314        GO TO 3260-EXIT
003315     END-IF
003316     IF NOT HLE-OPEN
003317        GO TO 3260-EXIT
003318     END-IF
003319     COMPUTE WS-EST-REMAINING-AMT =
003321             HLE-EST-HOLD-AMT - PA-SETTLED-TO-DATE-AMT
003322     COMPUTE WS-TOLERANCE-AMT =
003323             WS-EST-REMAINING-AMT * WS-TOLERANCE-PCT / 100
003324     IF WS-POSTED-CONV-AMT <=
003325            WS-EST-REMAINING-AMT + WS-TOLERANCE-AMT
003326        SET POSTING-MATCHED      TO TRUE
003327        SET EST-WIDENED-MATCH    TO TRUE
003328        MOVE WS-FX-RATE-APPLIED  TO WS-FX-MATCH-RATE
003329     END-IF
003331     .
003332 3260-EXIT.
003333     EXIT.
003271*----------------------------------------------------------------*
003272*    RE-POSITION ON THE PARTIAL CANDIDATE - THE SCAN RAN ON     *
003273*    PAST IT LOOKING FOR A FULL MATCH, SO THE SEGMENT HAS TO    *
003440        DISPLAY 'ERROR MARKING DETAIL SEGMENT: ' IMS-RETURN-CODE
003450        GO TO 4000-EXIT
003460     END-IF
003461     IF INSPL-AVAILABLE
003462        PERFORM 4200-BOOK-INSTALMENT-PLAN THRU 4200-EXIT
003463     END-IF
003464     IF HLEST-AVAILABLE
003465        PERFORM 4300-SETTLE-HOLD-ESTIMATE THRU 4300-EXIT
003466     END-IF
003470*
003480     IF RELEASE-MATCHED-HOLDS
003481*    A SETTLED REFUND COMES OFF THE REFUND COUNTERS.
003659           MOVE PENDING-AUTH-DETAILS TO CDC-BEFORE-IMAGE
003661           MOVE CURRENT-DATE         TO CDC-CAPTURE-DATE
003662           WRITE CHANGE-CAPTURE-RECORD
003663*       A SETTLED DEBIT HOLD COMES OFF THE CHECKING BALANCE'S
003664*       HOLD TOTAL - THE POSTING ITSELF IS IN THE CORE BALANCE
003665*       THE NIGHTLY DDABAL LOAD BRINGS IN.
003666           IF PA-AUTH-TYPE-DEBIT
003667              AND PA-PROCESSING-CODE(1:2) NOT = '20'
003668              PERFORM 4050-RESTORE-DDA-BAL THRU 4050-EXIT
003669           END-IF
003670        ELSE
003671           DISPLAY 'ERROR DELETING DETAIL SEGMENT: '
003680               IMS-RETURN-CODE
003690        END-IF
003700     END-IF
003710     .
003711 4000-EXIT.
003712     EXIT.
003713*----------------------------------------------------------------*
003714 4050-RESTORE-DDA-BAL.
003715*----------------------------------------------------------------*
003716     MOVE WS-ACCT-ID             TO DDA-ACCT-ID
003717     READ DDA-BAL
003718     IF DDABAL-FOUND
003719        ADD      PA-APPROVED-AMT TO   DDA-AVAIL-BAL
003720        SUBTRACT PA-APPROVED-AMT FROM DDA-HOLD-AMT
003721        MOVE WS-TODAY-CCYYMMDD   TO DDA-UPDATED-DATE
003722        REWRITE DDA-BALANCE-RECORD
003723        ADD 1                    TO WS-RPT-DDA-RESTORED
003724     ELSE
003725        DISPLAY 'DDABAL ROW MISSING FOR SETTLED DB HOLD: '
003726                WS-ACCT-ID
003727     END-IF
003728     .
003729 4050-EXIT.
003730     EXIT.
003731*----------------------------------------------------------------*
003732 4100-WRITE-FX-MATCH-LINE.
003754     .
003755 4100-EXIT.
003756     EXIT.
003757*----------------------------------------------------------------*
003758 4200-BOOK-INSTALMENT-PLAN.
003759*----------------------------------------------------------------*
003761*    A PURCHASE THE CARDHOLDER CONVERTED TO AN INSTALMENT PLAN   *
003762*    WHILE IT WAS PENDING IS HANDED TO CORE ACCOUNTING THE NIGHT *
003763*    IT POSTS: ONE INSTBOOK RECORD CARRYING THE POSTING, THE     *
003764*    PRICED PLAN AND ITS SCHEDULE. THE PLAN IS MARKED BOOKED AND *
003765*    ITS OPEN-TO-BUY ADJUSTMENT COMES OFF THE ROOT - FROM HERE   *
003766*    THE PLAN'S BALANCE IS CORE'S TO CARRY. IN MARK-ONLY MODE    *
003767*    THE ROOT IS REPLACED HERE, AS 4000 WILL NOT REPLACE IT.     *
003768*----------------------------------------------------------------*
003769     MOVE WS-ACCT-ID             TO IPLN-ACCT-ID
003771     MOVE PA-AUTH-KEY            TO IPLN-AUTH-KEY
003772     READ INSTALMENT-PLAN-FILE
003773     IF NOT INSPL-FOUND
003774        GO TO 4200-EXIT
003775     END-IF
003776     IF NOT IPLN-PENDING-POSTING
003777        GO TO 4200-EXIT
003778     END-IF
003779*
003781     MOVE SPACES                 TO INSTALMENT-BOOKING-RECORD
003782     SET IPBK-NEW-PLAN           TO TRUE
003783     MOVE IPLN-ACCT-ID           TO IPBK-ACCT-ID
003784     MOVE IPLN-CARD-NUM          TO IPBK-CARD-NUM
003785     MOVE IPLN-TRANSACTION-ID    TO IPBK-AUTH-TRAN-ID
003786     MOVE PT-TRANSACTION-ID      TO IPBK-POSTED-TRAN-ID
003787     MOVE PT-POSTING-DATE        TO IPBK-POSTING-DATE
003788     MOVE PT-POSTED-AMT          TO IPBK-POSTED-AMT
003789     MOVE PT-CURRENCY-CODE       TO IPBK-CURRENCY-CODE
003791     MOVE IPLN-PRINCIPAL-AMT     TO IPBK-PRINCIPAL-AMT
003792     MOVE IPLN-TERM-MONTHS       TO IPBK-TERM-MONTHS
003793     MOVE IPLN-FEE-PERCENT       TO IPBK-FEE-PERCENT
003794     MOVE IPLN-FEE-AMT           TO IPBK-FEE-AMT
003795     MOVE IPLN-TOTAL-AMT         TO IPBK-TOTAL-AMT
003796     PERFORM 4210-COPY-SCHEDULE-ENTRY THRU 4210-EXIT
003797         VARYING WS-IPBK-SUB FROM 1 BY 1
003798         UNTIL WS-IPBK-SUB > 12
003799     MOVE IPLN-CREATED-DATE      TO IPBK-PLAN-CREATED-DATE
003801     MOVE WS-TODAY-CCYYMMDD      TO IPBK-FEED-DATE
003802     WRITE INSTALMENT-BOOKING-RECORD
003803*
003804     SET IPLN-BOOKED             TO TRUE
003805     MOVE PT-TRANSACTION-ID      TO IPLN-POSTED-TRAN-ID
003806     MOVE PT-POSTED-AMT          TO IPLN-POSTED-AMT
003807     MOVE WS-TODAY-CCYYMMDD      TO IPLN-CLOSED-DATE
003808     REWRITE INSTALMENT-PLAN-RECORD
003809     ADD 1                       TO WS-RPT-PLANS-BOOKED
003811*
003812     IF PA-PLAN-HOLD-AMT NOT NUMERIC
003813        MOVE ZERO                TO PA-PLAN-HOLD-AMT
003814     END-IF
003815     SUBTRACT IPLN-OTB-ADJ-AMT   FROM PA-PLAN-HOLD-AMT
003816     IF MARK-ONLY-MODE
003817        EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
003818            SEGMENT (PAUTSMRY)
003819            FROM (PENDING-AUTH-SUMMARY)
003821        END-EXEC
003822        MOVE DIBSTAT             TO IMS-RETURN-CODE
003823        IF NOT STATUS-OK
003824           DISPLAY 'ERROR UPDATING SUMMARY SEGMENT: '
003825               IMS-RETURN-CODE
003826        END-IF
003827     END-IF
003828*
003829     MOVE IPLN-TOTAL-AMT         TO WS-AMT-DIS
003831     MOVE SPACES                 TO WS-PRINT-LINE
003832     STRING 'PLAN BOOKED    CARD:' PT-CARD-NUM
003833            ' TRAN:' PT-TRANSACTION-ID
003834            ' TERM:' IPLN-TERM-MONTHS
003835            ' TOTAL:' WS-AMT-DIS
003836            DELIMITED BY SIZE
003837            INTO WS-PRINT-LINE
003838     END-STRING
003839     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
003857     .
003858 4200-EXIT.
003859     EXIT.
003861*----------------------------------------------------------------*
003862 4210-COPY-SCHEDULE-ENTRY.
003863*----------------------------------------------------------------*
003864     MOVE IPLN-DUE-DATE(WS-IPBK-SUB) TO IPBK-DUE-DATE(WS-IPBK-SUB)
003865     MOVE IPLN-DUE-AMT(WS-IPBK-SUB)  TO IPBK-DUE-AMT(WS-IPBK-SUB)
003866     .
003867 4210-EXIT.
003868     EXIT.
003869*----------------------------------------------------------------*
003871 4300-SETTLE-HOLD-ESTIMATE.
003872*----------------------------------------------------------------*
003873*    THE REAL POSTING HAS ARRIVED - THE ESTIMATE STOPS HOLDING   *
003874*    OPEN-TO-BUY (COPAUA0C ONLY COUNTS OPEN ROWS) AND KEEPS WHAT *
003875*    ACTUALLY SETTLED AGAINST IT FOR THE MONTHLY COMPARISON. IN  *
003876*    MARK-ONLY MODE THE HOLD ITSELF STAYS, BUT THE ESTIMATE HAS  *
003877*    DONE ITS JOB EITHER WAY.                                    *
003878*----------------------------------------------------------------*
003879     MOVE WS-ACCT-ID             TO HLE-ACCT-ID
003882     MOVE PA-AUTH-KEY            TO HLE-AUTH-KEY
003883     READ HOLD-ESTIMATE-FILE
003884     IF NOT HLEST-FOUND
003885        GO TO 4300-EXIT
003886     END-IF
003887     IF NOT HLE-OPEN
003888        GO TO 4300-EXIT
003889     END-IF
003890     SET HLE-SETTLED             TO TRUE
003891     MOVE WS-SETTLED-TOTAL-AMT   TO HLE-SETTLED-AMT
003892     MOVE PT-TRANSACTION-ID      TO HLE-SETTLED-TRAN-ID
003893     MOVE WS-TODAY-CCYYMMDD      TO HLE-CLOSED-DATE
003894     REWRITE HOLD-ESTIMATE-RECORD
003895     ADD 1                       TO WS-RPT-EST-SETTLED
003896     .
003897 4300-EXIT.
003898     EXIT.
003740*----------------------------------------------------------------*
003750 5000-WRITE-PARTIAL-EXCEPTION.
003760*----------------------------------------------------------------*
003846     COMPUTE WS-REMAINING-AMT =
003847             PA-APPROVED-AMT - PA-SETTLED-TO-DATE-AMT
003848     COMPUTE WS-TOLERANCE-AMT =
003851             PA-APPROVED-AMT * WS-TOLERANCE-PCT / 100
003852     IF WS-REMAINING-AMT <= WS-TOLERANCE-AMT
003853        ADD 1 TO WS-RPT-FULLY-SETTLED
003854        MOVE PA-SETTLED-TO-DATE-AMT TO WS-SETTLED-TOTAL-AMT
003855        PERFORM 4000-RELEASE-MATCHED-HOLD THRU 4000-EXIT
003856        GO TO 5000-EXIT
003899     END-IF
003901     MOVE 'P'                    TO PA-MATCH-STATUS
003820     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
003830         SEGMENT (PAUTDTL1)
003840         FROM (PENDING-AUTH-DETAILS)
004722            DELIMITED BY SIZE INTO WS-PRINT-LINE
004723     END-STRING
004724     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
004733*
004734     MOVE WS-RPT-DDA-RESTORED TO WS-CNT-DIS
004735     MOVE SPACES TO WS-PRINT-LINE
004736     STRING '  DEBIT HOLDS RESTORED TO DDABAL ...: ' WS-CNT-DIS
004737            DELIMITED BY SIZE INTO WS-PRINT-LINE
004738     END-STRING
004739     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
004741*
004742     MOVE WS-RPT-PLANS-BOOKED TO WS-CNT-DIS
004743     MOVE SPACES TO WS-PRINT-LINE
004744     STRING '  INSTALMENT PLANS BOOKED ..........: ' WS-CNT-DIS
004745            DELIMITED BY SIZE INTO WS-PRINT-LINE
004746     END-STRING
004747     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
004748*
004749     MOVE WS-RPT-EST-MATCHED TO WS-CNT-DIS
004751     MOVE SPACES TO WS-PRINT-LINE
004752     STRING '  MATCHED WITHIN MCC HOLD ESTIMATE .: ' WS-CNT-DIS
004753            DELIMITED BY SIZE INTO WS-PRINT-LINE
004754     END-STRING
004755     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
004756*
004757     MOVE WS-RPT-EST-SETTLED TO WS-CNT-DIS
004758     MOVE SPACES TO WS-PRINT-LINE
004759     STRING '  HOLD ESTIMATES SETTLED ...........: ' WS-CNT-DIS
004761            DELIMITED BY SIZE INTO WS-PRINT-LINE
004762     END-STRING
004763     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
004710     .
004720 8000-EXIT.
004730     EXIT.
004780     CLOSE XREF-FILE
004781     CLOSE PAN-VAULT
004782     CLOSE CDC-FILE
004783     CLOSE DDA-BAL
004784     IF INSPL-AVAILABLE
004785        CLOSE INSTALMENT-PLAN-FILE
004786        CLOSE INSTALMENT-BOOKING-FILE
004787     END-IF
004788     IF HLEST-AVAILABLE
004789        CLOSE HOLD-ESTIMATE-FILE
004790     END-IF
004791     CLOSE EXCEPTION-REPORT
004800     .
004810 9000-EXIT.
004820     EXIT.
