000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSYC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-12-05.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSYC - INSTALMENT PLAN SERVICE. CICS-LINKED WITH A
000090*    CCPAUIPY COMMAREA FROM THE PENDING AUTH DETAIL SCREEN
000100*    (COPAUS1C, PF7) AND FROM THE REST FRONT END (COPAURST), SO
000110*    BOTH CHANNELS PRICE AND WRITE A PLAN THE SAME WAY. A
000120*    CARDHOLDER MAY SPLIT AN APPROVED CREDIT PURCHASE THAT HAS
000130*    NOT STARTED TO SETTLE INTO 3, 6 OR 12 MONTHLY INSTALMENTS.
000140*    THE FEE AND THE PURCHASE BAND COME FROM THE INSTTERM ROW FOR
000150*    THE TERM. QUOTE RETURNS THE PRICED PLAN ONLY; CONVERT WRITES
000160*    IT TO INSTPLAN AND MOVES THE ACCOUNT'S OPEN-TO-BUY BY WHAT
000170*    THE TERM'S RULE SAYS (PA-PLAN-HOLD-AMT ON THE PAUTSMRY ROOT)
000180*    IN THE SAME UNIT OF WORK. CBSETMTC HANDS THE PLAN TO CORE
000190*    ACCOUNTING WHEN THE PURCHASE POSTS.
000200*    MIRRORS COPAUSSC'S PATTERN FOR WORK LINKED OUT OF A SCREEN.
000210*----------------------------------------------------------------*
000220*                MODIFICATION HISTORY                            *
000230* DATE       INIT DESCRIPTION                                    *
000240* 2027-12-05  RKA INITIAL VERSION                                *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-ZOS.
000290 OBJECT-COMPUTER. IBM-ZOS.
000300*----------------------------------------------------------------*
000310 DATA DIVISION.
000320*----------------------------------------------------------------*
000330 WORKING-STORAGE SECTION.
000340*----------------------------------------------------------------*
000350 01  WS-VARIABLES.
000360     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSYC'.
000370     05  WS-INSPLFILENAME           PIC X(08) VALUE 'INSTPLAN'.
000380     05  WS-INSTMFILENAME           PIC X(08) VALUE 'INSTTERM'.
000390     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000400     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000410     05  WS-TODAY-CCYYMMDD          PIC X(08).
000420     05  WS-TODAY-PARTS REDEFINES WS-TODAY-CCYYMMDD.
000430         10  WS-TODAY-CCYY          PIC 9(04).
000440         10  WS-TODAY-MM            PIC 9(02).
000450         10  WS-TODAY-DD            PIC 9(02).
000460     05  WS-ACCT-ID                 PIC 9(11).
000470     05  WS-AUTH-KEY                PIC X(08).
000480     05  WS-TRANSACTION-ID          PIC X(15).
000490     05  WS-CARD-TOKEN              PIC X(16).
000500*    SCHEDULE WORK - EACH DUE DATE IS THE CONVERSION DATE MOVED
000510*    ON A WHOLE NUMBER OF MONTHS, THE DAY HELD TO THE 28TH SO
000520*    EVERY MONTH HAS IT.
000530     05  WS-SCHED-SUB               PIC S9(04) COMP.
000540     05  WS-MONTH-WORK              PIC S9(04) COMP.
000550     05  WS-MONTH-REM               PIC S9(04) COMP.
000560     05  WS-YEAR-ADD                PIC S9(04) COMP.
000570     05  WS-DUE-DATE.
000580         10  WS-DUE-CCYY            PIC 9(04).
000590         10  WS-DUE-MM              PIC 9(02).
000600         10  WS-DUE-DD              PIC 9(02).
000610     05  WS-SPLIT-SO-FAR            PIC S9(09)V99 COMP-3.
000620     05  WS-IMS-PSB-SCHD-FLG        PIC X(01) VALUE 'N'.
000630         88  IMS-PSB-SCHD                   VALUE 'Y'.
000640         88  IMS-PSB-NOT-SCHD               VALUE 'N'.
000650*----------------------------------------------------------------*
000660*    IMS PCB / SCHEDULING CONTROL - THE SAME UPDATE PSB PAUDTL
000670*    USES FOR ITS HOLD ACTIONS.
000680*----------------------------------------------------------------*
000690 01  WS-IMS-CONTROL.
000700     05  PSB-NAME                   PIC X(8) VALUE 'PSBPAUTB'.
000710     05  PCB-OFFSET.
000720         10 PAUT-PCB-NUM            PIC S9(4) COMP VALUE +1.
000730     05  IMS-RETURN-CODE            PIC X(02).
000740         88  STATUS-OK                    VALUE '  ', 'FW'.
000750         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
000760     05  DIBSTAT                    PIC X(02).
000770*----------------------------------------------------------------*
000780*    PLAN, PLAN TERMS AND VAULT RECORDS
000790*----------------------------------------------------------------*
000800 COPY CVINSPLY.
000810 COPY CVINSTRY.
000820 COPY CVTOKPVY.
000830*----------------------------------------------------------------*
000840*    IMS SEGMENT LAYOUTS
000850*----------------------------------------------------------------*
000860 01  PENDING-AUTH-SUMMARY.
000870 COPY CIPAUSMY.
000880 01  PENDING-AUTH-DETAILS.
000890 COPY CIPAUDTY.
000900*----------------------------------------------------------------*
000910*    COMMON CARDDEMO WORK AREAS
000920*----------------------------------------------------------------*
000930 COPY CSMSG02Y.
000940*----------------------------------------------------------------*
000950 LINKAGE SECTION.
000960*----------------------------------------------------------------*
000970 01  DFHCOMMAREA.
000980 COPY CCPAUIPY.
000990*----------------------------------------------------------------*
001000 PROCEDURE DIVISION.
001010*----------------------------------------------------------------*
001020 MAIN-PARA.
001030*----------------------------------------------------------------*
001040     SET WS-INS-SYSTEM-ERROR        TO TRUE
001050     MOVE SPACES                    TO WS-INS-MSG
001060                                       WS-INS-FIRST-DUE-DATE
001070                                       WS-INS-LAST-DUE-DATE
001080                                       WS-INS-PLAN-STATUS
001090     MOVE ZERO                      TO WS-INS-PRINCIPAL-AMT
001100                                       WS-INS-FEE-AMT
001110                                       WS-INS-TOTAL-AMT
001120                                       WS-INS-INSTALMENT-AMT
001130     EXEC CICS ASKTIME
001140          ABSTIME(WS-ABS-TIME)
001150          NOHANDLE
001160     END-EXEC
001170     EXEC CICS FORMATTIME
001180          ABSTIME(WS-ABS-TIME)
001190          YYYYMMDD(WS-TODAY-CCYYMMDD)
001200          NOHANDLE
001210     END-EXEC
001220
001230     EVALUATE TRUE
001240         WHEN WS-INS-FUNC-QUOTE
001250         WHEN WS-INS-FUNC-CONVERT
001260            PERFORM PRICE-OR-CONVERT   THRU PRICE-OR-CONVERT-EXIT
001270         WHEN OTHER
001280            SET WS-INS-INVALID         TO TRUE
001290            MOVE 'FUNCTION MUST BE Q OR C.' TO WS-INS-MSG
001300     END-EVALUATE
001310
001320     EXEC CICS RETURN
001330     END-EXEC
001340     .
001350*----------------------------------------------------------------*
001360*    QUOTE AND CONVERT SHARE EVERY STEP UP TO THE WRITE. EACH
001370*    STEP THAT ENDS THE ATTEMPT SETS THE RESULT AND A MESSAGE; A
001380*    BLANK MESSAGE MEANS CARRY ON.
001390*----------------------------------------------------------------*
001400 PRICE-OR-CONVERT.
001410*----------------------------------------------------------------*
001420     PERFORM EDIT-REQUEST           THRU EDIT-REQUEST-EXIT
001430     IF WS-INS-MSG NOT = SPACES
001440        GO TO PRICE-OR-CONVERT-EXIT
001450     END-IF
001460     PERFORM READ-PLAN-TERMS        THRU READ-PLAN-TERMS-EXIT
001470     IF WS-INS-MSG NOT = SPACES
001480        GO TO PRICE-OR-CONVERT-EXIT
001490     END-IF
001500     MOVE SPACES                    TO WS-CARD-TOKEN
001510     IF WS-INS-CARD-NUM NOT = SPACES
001520        AND WS-INS-CARD-NUM NOT = LOW-VALUES
001530        PERFORM RESOLVE-CARD-TOKEN  THRU RESOLVE-CARD-TOKEN-EXIT
001540        IF WS-INS-MSG NOT = SPACES
001550           GO TO PRICE-OR-CONVERT-EXIT
001560        END-IF
001570     END-IF
001580
001590     EXEC DLI SCHD
001600          PSB((PSB-NAME))
001610          NODHABEND
001620     END-EXEC
001630     MOVE DIBSTAT                   TO IMS-RETURN-CODE
001640     IF NOT STATUS-OK
001650        MOVE 'AUTHORIZATION DATABASE IS UNAVAILABLE.'
001660                                    TO WS-INS-MSG
001670        GO TO PRICE-OR-CONVERT-EXIT
001680     END-IF
001690     SET IMS-PSB-SCHD               TO TRUE
001700
001710     PERFORM READ-AUTH-RECORD       THRU READ-AUTH-RECORD-EXIT
001720     IF WS-INS-MSG NOT = SPACES
001730        GO TO PRICE-OR-CONVERT-TERM
001740     END-IF
001750     PERFORM CHECK-ELIGIBILITY      THRU CHECK-ELIGIBILITY-EXIT
001760     IF WS-INS-MSG NOT = SPACES
001770        GO TO PRICE-OR-CONVERT-TERM
001780     END-IF
001790     PERFORM READ-EXISTING-PLAN     THRU READ-EXISTING-PLAN-EXIT
001800     IF WS-INS-MSG NOT = SPACES
001810        GO TO PRICE-OR-CONVERT-TERM
001820     END-IF
001830     PERFORM BUILD-PLAN             THRU BUILD-PLAN-EXIT
001840     IF WS-INS-FUNC-QUOTE
001850        SET WS-INS-DONE             TO TRUE
001860        MOVE 'PLAN QUOTED - NOTHING HAS BEEN CONVERTED.'
001870                                    TO WS-INS-MSG
001880        GO TO PRICE-OR-CONVERT-TERM
001890     END-IF
001900     PERFORM WRITE-PLAN             THRU WRITE-PLAN-EXIT
001910     .
001920 PRICE-OR-CONVERT-TERM.
001930     IF IMS-PSB-SCHD
001940        SET IMS-PSB-NOT-SCHD        TO TRUE
001950        EXEC DLI TERM
001960        END-EXEC
001970     END-IF
001980     .
001990 PRICE-OR-CONVERT-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------*
002020 EDIT-REQUEST.
002030*----------------------------------------------------------------*
002040     SET WS-INS-INVALID             TO TRUE
002050     IF WS-INS-ACCT-ID NOT NUMERIC
002060        OR WS-INS-ACCT-ID = ZERO
002070        MOVE 'ACCOUNT NUMBER MUST BE 11 DIGITS.' TO WS-INS-MSG
002080        GO TO EDIT-REQUEST-EXIT
002090     END-IF
002100     IF (WS-INS-AUTH-KEY = SPACES OR LOW-VALUES)
002110        AND (WS-INS-TRANSACTION-ID = SPACES OR LOW-VALUES)
002120        MOVE 'THE AUTH KEY OR TRANSACTION ID IS REQUIRED.'
002130                                    TO WS-INS-MSG
002140        GO TO EDIT-REQUEST-EXIT
002150     END-IF
002160     IF WS-INS-TERM-MONTHS NOT NUMERIC
002170        OR (WS-INS-TERM-MONTHS NOT = 3
002180            AND WS-INS-TERM-MONTHS NOT = 6
002190            AND WS-INS-TERM-MONTHS NOT = 12)
002200        MOVE 'PLAN TERM MUST BE 3, 6 OR 12 MONTHS.' TO WS-INS-MSG
002210        GO TO EDIT-REQUEST-EXIT
002220     END-IF
002230     MOVE WS-INS-ACCT-ID            TO WS-ACCT-ID
002240     MOVE WS-INS-AUTH-KEY           TO WS-AUTH-KEY
002250     MOVE WS-INS-TRANSACTION-ID     TO WS-TRANSACTION-ID
002260     SET WS-INS-SYSTEM-ERROR        TO TRUE
002270     .
002280 EDIT-REQUEST-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------*
002310*    A TERM CARD PRODUCTS HAS WITHDRAWN (NO ROW, OR NOT MARKED
002320*    OFFERED) IS REFUSED THE SAME AS A TERM THAT NEVER EXISTED.
002330*----------------------------------------------------------------*
002340 READ-PLAN-TERMS.
002350*----------------------------------------------------------------*
002360     MOVE WS-INS-TERM-MONTHS        TO INTM-TERM-MONTHS
002370     EXEC CICS READ
002380          DATASET   (WS-INSTMFILENAME)
002390          RIDFLD    (INTM-TERM-MONTHS)
002400          KEYLENGTH (LENGTH OF INTM-TERM-MONTHS)
002410          INTO      (INSTALMENT-TERMS-RECORD)
002420          LENGTH    (LENGTH OF INSTALMENT-TERMS-RECORD)
002430          RESP      (WS-RESP-CD)
002440          RESP2     (WS-REAS-CD)
002450     END-EXEC
002460     EVALUATE WS-RESP-CD
002470         WHEN DFHRESP(NORMAL)
002480            IF NOT INTM-TERM-OFFERED
002490               SET WS-INS-INVALID   TO TRUE
002500               MOVE 'THIS PLAN TERM IS NOT CURRENTLY OFFERED.'
002510                                    TO WS-INS-MSG
002520            END-IF
002530         WHEN DFHRESP(NOTFND)
002540            SET WS-INS-INVALID      TO TRUE
002550            MOVE 'THIS PLAN TERM IS NOT CURRENTLY OFFERED.'
002560                                    TO WS-INS-MSG
002570         WHEN OTHER
002580            MOVE 'UNABLE TO READ THE PLAN TERMS FILE.'
002590                                    TO WS-INS-MSG
002600     END-EVALUATE
002610     .
002620 READ-PLAN-TERMS-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------*
002650*    THE SEGMENTS CARRY VAULT TOKENS - A NUMBER KEYED IN THE
002660*    CLEAR IS TRANSLATED THROUGH THE PAN VAULT; A NUMBER IN THE
002670*    RESERVED '99' TOKEN BIN IS USED AS KEYED.
002680*----------------------------------------------------------------*
002690 RESOLVE-CARD-TOKEN.
002700*----------------------------------------------------------------*
002710     IF WS-INS-CARD-NUM(1:2) = '99'
002720        MOVE WS-INS-CARD-NUM        TO WS-CARD-TOKEN
002730        GO TO RESOLVE-CARD-TOKEN-EXIT
002740     END-IF
002750     MOVE WS-INS-CARD-NUM           TO TOKP-CARD-NUM
002760     EXEC CICS READ
002770          DATASET   (WS-PANVFILENAME)
002780          RIDFLD    (TOKP-CARD-NUM)
002790          KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
002800          INTO      (PAN-VAULT-RECORD)
002810          LENGTH    (LENGTH OF PAN-VAULT-RECORD)
002820          RESP      (WS-RESP-CD)
002830          RESP2     (WS-REAS-CD)
002840     END-EXEC
002850     EVALUATE WS-RESP-CD
002860         WHEN DFHRESP(NORMAL)
002870            MOVE TOKP-TOKEN         TO WS-CARD-TOKEN
002880         WHEN DFHRESP(NOTFND)
002890            SET WS-INS-AUTH-NOT-FOUND TO TRUE
002900            MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
002910                                    TO WS-INS-MSG
002920         WHEN OTHER
002930            MOVE 'UNABLE TO READ THE PAN VAULT.' TO WS-INS-MSG
002940     END-EVALUATE
002950     .
002960 RESOLVE-CARD-TOKEN-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------*
002990*    THE SCREEN NAMES THE AUTH BY ITS FULL HIERARCHIC KEY; THE
003000*    REST CHANNEL ONLY KNOWS ITS TRANSACTION ID, SEARCHED UNDER
003010*    THE ACCOUNT'S ROOT. A CARD THAT DOES NOT MATCH THE AUTH IS
003020*    REPORTED AS NOT FOUND RATHER THAN SAYING WHICH PART WAS
003030*    WRONG.
003040*----------------------------------------------------------------*
003050 READ-AUTH-RECORD.
003060*----------------------------------------------------------------*
003070     IF WS-AUTH-KEY NOT = SPACES AND WS-AUTH-KEY NOT = LOW-VALUES
003080        EXEC DLI GU USING PCB(PAUT-PCB-NUM)
003090             SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
003100             SEGMENT (PAUTDTL1 (PA-AUTH-KEY = WS-AUTH-KEY))
003110             INTO   (PENDING-AUTH-SUMMARY)
003120                    (PENDING-AUTH-DETAILS)
003130        END-EXEC
003140     ELSE
003150        EXEC DLI GU USING PCB(PAUT-PCB-NUM)
003160             SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
003170             SEGMENT (PAUTDTL1
003180                 (PA-TRANSACTION-ID = WS-TRANSACTION-ID))
003190             INTO   (PENDING-AUTH-SUMMARY)
003200                    (PENDING-AUTH-DETAILS)
003210        END-EXEC
003220     END-IF
003230     MOVE DIBSTAT                   TO IMS-RETURN-CODE
003240     IF SEGMENT-NOT-FOUND
003250        SET WS-INS-AUTH-NOT-FOUND   TO TRUE
003260        MOVE 'AUTHORIZATION NOT FOUND ON THIS ACCOUNT.'
003270                                    TO WS-INS-MSG
003280        GO TO READ-AUTH-RECORD-EXIT
003290     END-IF
003300     IF NOT STATUS-OK
003310        MOVE 'UNABLE TO READ THE AUTHORIZATION DATABASE.'
003320                                    TO WS-INS-MSG
003330        GO TO READ-AUTH-RECORD-EXIT
003340     END-IF
003350     IF WS-CARD-TOKEN NOT = SPACES
003360        AND PA-CARD-NUM NOT = WS-CARD-TOKEN
003370        SET WS-INS-AUTH-NOT-FOUND   TO TRUE
003380        MOVE 'AUTHORIZATION NOT FOUND ON THIS ACCOUNT.'
003390                                    TO WS-INS-MSG
003400     END-IF
003410     .
003420 READ-AUTH-RECORD-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------*
003450*    ONLY AN APPROVED CREDIT PURCHASE, NOT YET SETTLING, NOT A
003460*    REFUND OR CASH, NOT UNDER FRAUD REVIEW AND INSIDE THE TERM'S
003470*    PURCHASE BAND CAN BE SPLIT.
003480*----------------------------------------------------------------*
003490 CHECK-ELIGIBILITY.
003500*----------------------------------------------------------------*
003510     SET WS-INS-NOT-ELIGIBLE        TO TRUE
003520     EVALUATE TRUE
003530         WHEN NOT PA-AUTH-APPROVED
003540            MOVE 'ONLY AN APPROVED PURCHASE CAN BE CONVERTED.'
003550                                    TO WS-INS-MSG
003560         WHEN PA-MATCH-STATUS NOT = SPACE
003570            MOVE 'PURCHASE HAS ALREADY STARTED TO SETTLE.'
003580                                    TO WS-INS-MSG
003590         WHEN PA-PROCESSING-CODE(1:2) = '20'
003600            MOVE 'A REFUND CANNOT BE CONVERTED.' TO WS-INS-MSG
003610         WHEN PA-PROCESSING-CODE(1:2) = '01'
003620            MOVE 'A CASH ADVANCE CANNOT BE CONVERTED.'
003630                                    TO WS-INS-MSG
003640         WHEN PA-AUTH-TYPE-DEBIT
003650         WHEN PA-AUTH-TYPE-PREPAID
003660            MOVE 'ONLY A CREDIT CARD PURCHASE CAN BE CONVERTED.'
003670                                    TO WS-INS-MSG
003680         WHEN NOT PA-FRAUD-NONE
003690            MOVE 'AUTH IS UNDER FRAUD REVIEW - CANNOT CONVERT.'
003700                                    TO WS-INS-MSG
003710         WHEN PA-APPROVED-AMT < INTM-MIN-PURCHASE-AMT
003720            MOVE 'PURCHASE IS BELOW THE MINIMUM FOR THIS TERM.'
003730                                    TO WS-INS-MSG
003740         WHEN INTM-MAX-PURCHASE-AMT > ZERO
003750              AND PA-APPROVED-AMT > INTM-MAX-PURCHASE-AMT
003760            MOVE 'PURCHASE IS ABOVE THE MAXIMUM FOR THIS TERM.'
003770                                    TO WS-INS-MSG
003780         WHEN OTHER
003790            SET WS-INS-SYSTEM-ERROR TO TRUE
003800     END-EVALUATE
003810     .
003820 CHECK-ELIGIBILITY-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------*
003850*    ONE PLAN PER PURCHASE - A SECOND REQUEST GETS THE PLAN
003860*    ALREADY ON FILE BACK INSTEAD OF A NEW ONE.
003870*----------------------------------------------------------------*
003880 READ-EXISTING-PLAN.
003890*----------------------------------------------------------------*
003900     MOVE WS-ACCT-ID                TO IPLN-ACCT-ID
003910     MOVE PA-AUTH-KEY               TO IPLN-AUTH-KEY
003920     EXEC CICS READ
003930          DATASET   (WS-INSPLFILENAME)
003940          RIDFLD    (IPLN-KEY)
003950          KEYLENGTH (LENGTH OF IPLN-KEY)
003960          INTO      (INSTALMENT-PLAN-RECORD)
003970          LENGTH    (LENGTH OF INSTALMENT-PLAN-RECORD)
003980          RESP      (WS-RESP-CD)
003990          RESP2     (WS-REAS-CD)
004000     END-EXEC
004010     EVALUATE WS-RESP-CD
004020         WHEN DFHRESP(NORMAL)
004030            PERFORM RETURN-PLAN     THRU RETURN-PLAN-EXIT
004040            SET WS-INS-ALREADY-CONVERTED TO TRUE
004050            MOVE 'PURCHASE IS ALREADY ON AN INSTALMENT PLAN.'
004060                                    TO WS-INS-MSG
004070         WHEN DFHRESP(NOTFND)
004080            CONTINUE
004090         WHEN OTHER
004100            MOVE 'UNABLE TO READ THE INSTALMENT PLAN FILE.'
004110                                    TO WS-INS-MSG
004120     END-EVALUATE
004130     .
004140 READ-EXISTING-PLAN-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------*
004170*    THE FEE IS THE TERM'S PERCENT OF THE APPROVED AMOUNT, RAISED
004180*    TO ITS MINIMUM. PURCHASE PLUS FEE IS SPLIT EVENLY DOWN TO
004190*    THE CENT, THE LAST INSTALMENT TAKING WHATEVER IS LEFT. THE
004200*    OPEN-TO-BUY ADJUSTMENT IS WHAT THE PLAN HOLDS AGAINST THE
004210*    ACCOUNT LESS THE PURCHASE THE HOLD ALREADY COUNTS: THE FEE
004220*    UNDER RULE F, THE FIRST INSTALMENT LESS THE PURCHASE (A
004230*    RELEASE) UNDER RULE I.
004240*----------------------------------------------------------------*
004250 BUILD-PLAN.
004260*----------------------------------------------------------------*
004270     MOVE SPACES                    TO INSTALMENT-PLAN-RECORD
004280     MOVE WS-ACCT-ID                TO IPLN-ACCT-ID
004290     MOVE PA-AUTH-KEY               TO IPLN-AUTH-KEY
004300     MOVE PA-CARD-NUM               TO IPLN-CARD-NUM
004310     MOVE PA-TRANSACTION-ID         TO IPLN-TRANSACTION-ID
004320     MOVE PA-MERCHANT-NAME          TO IPLN-MERCHANT-NAME
004330     MOVE PA-AUTH-ORIG-DATE         TO IPLN-AUTH-ORIG-DATE
004340     MOVE PA-CURRENCY-CODE          TO IPLN-CURRENCY-CODE
004350     MOVE PA-APPROVED-AMT           TO IPLN-PRINCIPAL-AMT
004360     MOVE INTM-TERM-MONTHS          TO IPLN-TERM-MONTHS
004370     MOVE INTM-FEE-PERCENT          TO IPLN-FEE-PERCENT
004380     COMPUTE IPLN-FEE-AMT ROUNDED =
004390             PA-APPROVED-AMT * INTM-FEE-PERCENT / 100
004400     IF IPLN-FEE-AMT < INTM-FEE-MIN-AMT
004410        MOVE INTM-FEE-MIN-AMT       TO IPLN-FEE-AMT
004420     END-IF
004430     COMPUTE IPLN-TOTAL-AMT = IPLN-PRINCIPAL-AMT + IPLN-FEE-AMT
004440     COMPUTE IPLN-INSTALMENT-AMT =
004450             IPLN-TOTAL-AMT / IPLN-TERM-MONTHS
004460     MOVE ZERO                      TO WS-SPLIT-SO-FAR
004470     PERFORM BUILD-ONE-INSTALMENT   THRU BUILD-ONE-INSTALMENT-EXIT
004480         VARYING WS-SCHED-SUB FROM 1 BY 1
004490         UNTIL WS-SCHED-SUB > 12
004500     MOVE INTM-OTB-RULE             TO IPLN-OTB-RULE
004510     IF INTM-OTB-HOLD-FIRST
004520        COMPUTE IPLN-OTB-ADJ-AMT =
004530                IPLN-DUE-AMT(1) - IPLN-PRINCIPAL-AMT
004540     ELSE
004550        MOVE IPLN-FEE-AMT           TO IPLN-OTB-ADJ-AMT
004560     END-IF
004570     SET IPLN-PENDING-POSTING       TO TRUE
004580     MOVE WS-INS-CHANNEL            TO IPLN-CHANNEL
004590     MOVE WS-INS-USER-ID            TO IPLN-CREATED-BY
004600     MOVE WS-TODAY-CCYYMMDD         TO IPLN-CREATED-DATE
004610     MOVE ZERO                      TO IPLN-POSTED-AMT
004620     PERFORM RETURN-PLAN            THRU RETURN-PLAN-EXIT
004630     .
004640 BUILD-PLAN-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670 BUILD-ONE-INSTALMENT.
004680*----------------------------------------------------------------*
004690     IF WS-SCHED-SUB > IPLN-TERM-MONTHS
004700        MOVE SPACES                 TO IPLN-DUE-DATE(WS-SCHED-SUB)
004710        MOVE ZERO                   TO IPLN-DUE-AMT(WS-SCHED-SUB)
004720        GO TO BUILD-ONE-INSTALMENT-EXIT
004730     END-IF
004740     COMPUTE WS-MONTH-WORK = WS-TODAY-MM + WS-SCHED-SUB - 1
004750     DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-ADD
004760                                REMAINDER WS-MONTH-REM
004770     COMPUTE WS-DUE-CCYY = WS-TODAY-CCYY + WS-YEAR-ADD
004780     COMPUTE WS-DUE-MM   = WS-MONTH-REM + 1
004790     IF WS-TODAY-DD > 28
004800        MOVE 28                     TO WS-DUE-DD
004810     ELSE
004820        MOVE WS-TODAY-DD            TO WS-DUE-DD
004830     END-IF
004840     MOVE WS-DUE-DATE               TO IPLN-DUE-DATE(WS-SCHED-SUB)
004850     IF WS-SCHED-SUB = IPLN-TERM-MONTHS
004860        COMPUTE IPLN-DUE-AMT(WS-SCHED-SUB) =
004870                IPLN-TOTAL-AMT - WS-SPLIT-SO-FAR
004880     ELSE
004890        MOVE IPLN-INSTALMENT-AMT    TO IPLN-DUE-AMT(WS-SCHED-SUB)
004900        ADD IPLN-INSTALMENT-AMT     TO WS-SPLIT-SO-FAR
004910     END-IF
004920     .
004930 BUILD-ONE-INSTALMENT-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------*
004960*    THE PLAN ROW AND THE ROOT'S OPEN-TO-BUY ADJUSTMENT COMMIT
004970*    TOGETHER OR NOT AT ALL - A PLAN WITHOUT ITS ADJUSTMENT
004980*    WOULD LEAVE THE HEADROOM WRONG UNTIL THE POSTING ARRIVES.
004990*----------------------------------------------------------------*
005000 WRITE-PLAN.
005010*----------------------------------------------------------------*
005020     EXEC CICS WRITE
005030          DATASET   (WS-INSPLFILENAME)
005040          FROM      (INSTALMENT-PLAN-RECORD)
005050          LENGTH    (LENGTH OF INSTALMENT-PLAN-RECORD)
005060          RIDFLD    (IPLN-KEY)
005070          KEYLENGTH (LENGTH OF IPLN-KEY)
005080          RESP      (WS-RESP-CD)
005090          RESP2     (WS-REAS-CD)
005100     END-EXEC
005110     EVALUATE WS-RESP-CD
005120         WHEN DFHRESP(NORMAL)
005130            CONTINUE
005140         WHEN DFHRESP(DUPREC)
005150            SET WS-INS-ALREADY-CONVERTED TO TRUE
005160            MOVE 'PURCHASE IS ALREADY ON AN INSTALMENT PLAN.'
005170                                    TO WS-INS-MSG
005180            GO TO WRITE-PLAN-EXIT
005190         WHEN OTHER
005200            MOVE 'UNABLE TO WRITE THE INSTALMENT PLAN FILE.'
005210                                    TO WS-INS-MSG
005220            GO TO WRITE-PLAN-EXIT
005230     END-EVALUATE
005240
005250     IF PA-PLAN-HOLD-AMT NOT NUMERIC
005260        MOVE ZERO                   TO PA-PLAN-HOLD-AMT
005270     END-IF
005280     ADD IPLN-OTB-ADJ-AMT           TO PA-PLAN-HOLD-AMT
005290     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
005300          SEGMENT (PAUTSMRY)
005310          FROM   (PENDING-AUTH-SUMMARY)
005320     END-EXEC
005330     MOVE DIBSTAT                   TO IMS-RETURN-CODE
005340     SET IMS-PSB-NOT-SCHD           TO TRUE
005350     IF STATUS-OK
005360        EXEC CICS SYNCPOINT
005370        END-EXEC
005380        SET WS-INS-DONE             TO TRUE
005390        MOVE 'PURCHASE CONVERTED TO AN INSTALMENT PLAN.'
005400                                    TO WS-INS-MSG
005410     ELSE
005420        EXEC CICS SYNCPOINT ROLLBACK
005430        END-EXEC
005440        SET WS-INS-SYSTEM-ERROR     TO TRUE
005450        MOVE 'UNABLE TO UPDATE ACCOUNT TOTALS - PLAN BACKED OUT.'
005460                                    TO WS-INS-MSG
005470     END-IF
005480     .
005490 WRITE-PLAN-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------*
005520 RETURN-PLAN.
005530*----------------------------------------------------------------*
005540     MOVE IPLN-PRINCIPAL-AMT        TO WS-INS-PRINCIPAL-AMT
005550     MOVE IPLN-FEE-AMT              TO WS-INS-FEE-AMT
005560     MOVE IPLN-TOTAL-AMT            TO WS-INS-TOTAL-AMT
005570     MOVE IPLN-INSTALMENT-AMT       TO WS-INS-INSTALMENT-AMT
005580     MOVE IPLN-TERM-MONTHS          TO WS-INS-TERM-MONTHS
005590     MOVE IPLN-STATUS               TO WS-INS-PLAN-STATUS
005600     MOVE IPLN-DUE-DATE(1)          TO WS-INS-FIRST-DUE-DATE
005610     IF IPLN-TERM-MONTHS > 0 AND IPLN-TERM-MONTHS <= 12
005620        MOVE IPLN-DUE-DATE(IPLN-TERM-MONTHS)
005630                                    TO WS-INS-LAST-DUE-DATE
005640     END-IF
005650     .
005660 RETURN-PLAN-EXIT.
005670     EXIT.
