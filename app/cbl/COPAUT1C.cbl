000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUT1C.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-01-30.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUT1C - CUSTOMER DISPUTE INTAKE SERVICE. CICS-LINKED WITH
000090*    A CCPAUCDY COMMAREA FROM THE REST FRONT END (COPAURST), SO A
000100*    CARDHOLDER CAN DISPUTE A TRANSACTION FROM THE MOBILE OR WEB
000110*    APP WITHOUT CALLING IN. THE CARD IS RESOLVED THROUGH THE PAN
000120*    VAULT AND CARDXREF AND THE BILLING ZIP CHECKED AGAINST
000130*    CARDVRFY, AS THE UNFREEZE DOES. THE TRANSACTION IS THEN
000140*    TESTED THE WAY A CSR WOULD BEFORE PRESSING RAISE-DISPUTE ON
000150*    PAUDTL: IT MUST BE AN APPROVED AUTH ON THE CARDHOLDER'S OWN
000160*    CARD, INSIDE THE NETWORK'S FILING WINDOW (BINP-DISPUTE-DAYS
000170*    ON THE CARD'S BINPROD ROW), NOT ALREADY ON A PAUDISPT CASE,
000180*    AND FOR NO MORE THAN THE AMOUNT APPROVED. AN ELIGIBLE
000190*    REQUEST OPENS THE CASE THROUGH THE SAME DB2 LINK PROGRAM
000200*    (COPAUS5C) THE SCREENS USE, RAISED BY SELFMOBL OR SELFWEB SO
000210*    THE WORK QUEUE (COPAUS6C) CAN FLAG IT AS SELF-SERVICE. AN
000220*    INELIGIBLE ONE IS TURNED AWAY WITH THE REASON IN THE MESSAGE.
000230*    AN UNRECOGNISED TRANSACTION IS A FRAUD CLAIM, NOT A DISPUTE,
000240*    AND HAS NO REASON CODE HERE.
000250*    MIRRORS COPAUSZC'S PATTERN FOR A LINKED CARD SERVICE.
000260*----------------------------------------------------------------*
000270*                MODIFICATION HISTORY                            *
000280* DATE       INIT DESCRIPTION                                    *
000290* 2028-01-30  JGM INITIAL VERSION                                *
000300* 2028-02-27  JGM ENTRY MODE AND ECI/AVS/CVV RESULTS PASSED ON A *
000310*                 RAISED DISPUTE FOR THE LIABILITY ASSESSMENT    *
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-ZOS.
000360 OBJECT-COMPUTER. IBM-ZOS.
000370*----------------------------------------------------------------*
000380 DATA DIVISION.
000390*----------------------------------------------------------------*
000400 WORKING-STORAGE SECTION.
000410*----------------------------------------------------------------*
000420 01  WS-VARIABLES.
000430     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUT1C'.
000440     05  WS-PGM-DISPUTE             PIC X(08) VALUE 'COPAUS5C'.
000450     05  WS-CRDVFILENAME            PIC X(08) VALUE 'CARDVRFY'.
000460     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000470     05  WS-XREFFILENAME            PIC X(08) VALUE 'CARDXREF'.
000480     05  WS-BINPRFILENAME           PIC X(08) VALUE 'BINPROD '.
000490     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000500     05  WS-CUTOFF-ABS-TIME         PIC S9(15) COMP-3.
000510     05  WS-TODAY-CCYYMMDD          PIC X(08).
000520     05  WS-CUTOFF-CCYYMMDD         PIC X(08).
000530*    THE WINDOW WHEN THE CARD'S PRODUCT CANNOT BE FOUND - A CARD
000540*    KEYED AS A TOKEN HAS NO BIN TO LOOK UP.
000550     05  WS-DEFAULT-WINDOW-DAYS     PIC 9(03) VALUE 120.
000560     05  WS-WINDOW-DIS              PIC ZZ9.
000570     05  WS-CASE-COUNT              PIC S9(09) COMP.
000580     05  WS-SQLCODE                 PIC -9(8).
000590     05  WS-IMS-PSB-SCHD-FLG        PIC X(01) VALUE 'N'.
000600         88  IMS-PSB-SCHD                   VALUE 'Y'.
000610         88  IMS-PSB-NOT-SCHD               VALUE 'N'.
000620*----------------------------------------------------------------*
000630*    DISPUTE REASONS A CARDHOLDER CAN PICK IN THE APP. THE CODE
000640*    AND ITS WORDING GO ONTO THE CASE SO THE ANALYST SEES WHAT
000650*    WAS CHOSEN.
000660*----------------------------------------------------------------*
000670 01  WS-DISPUTE-REASON-VALUES.
000680     05  FILLER    PIC X(38) VALUE
000690         'NRMERCHANDISE OR SERVICE NOT RECEIVED '.
000700     05  FILLER    PIC X(38) VALUE
000710         'NDNOT AS DESCRIBED OR DEFECTIVE       '.
000720     05  FILLER    PIC X(38) VALUE
000730         'DPDUPLICATE CHARGE                    '.
000740     05  FILLER    PIC X(38) VALUE
000750         'IAINCORRECT AMOUNT CHARGED            '.
000760     05  FILLER    PIC X(38) VALUE
000770         'CRREFUND PROMISED BUT NOT RECEIVED    '.
000780     05  FILLER    PIC X(38) VALUE
000790         'CNCHARGED AFTER CANCELLING            '.
000800 01  WS-DISPUTE-REASON-TABLE REDEFINES WS-DISPUTE-REASON-VALUES.
000810     05  WS-DRSN-ENTRY OCCURS 6 TIMES
000820                       INDEXED BY WS-DRSN-IDX.
000830         10  WS-DRSN-CODE           PIC X(02).
000840         10  WS-DRSN-TEXT           PIC X(36).
000850*----------------------------------------------------------------*
000860*    IMS PCB / SCHEDULING CONTROL - READ-ONLY ACCESS THROUGH THE
000870*    SAME LIST PSB THE REST STATUS INQUIRY USES.
000880*----------------------------------------------------------------*
000890 01  WS-IMS-CONTROL.
000900     05  PSB-NAME                   PIC X(8) VALUE 'PSBPAUTL'.
000910     05  PCB-OFFSET.
000920         10 PAUT-PCB-NUM            PIC S9(4) COMP VALUE +1.
000930     05  IMS-RETURN-CODE            PIC X(02).
000940         88  STATUS-OK                    VALUE '  ', 'FW'.
000950         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
000960     05  DIBSTAT                    PIC X(02).
000970*----------------------------------------------------------------*
000980*    VERIFICATION, VAULT, XREF AND CARD PRODUCT RECORDS
000990*----------------------------------------------------------------*
001000 COPY CVCRDVFY.
001010 COPY CVTOKPVY.
001020 COPY CVBINPRY.
001030 01  CARD-XREF-RECORD.
001040     COPY CVACT03Y.
001050*----------------------------------------------------------------*
001060*    IMS SEGMENT LAYOUTS
001070*----------------------------------------------------------------*
001080 01  PENDING-AUTH-SUMMARY.
001090 COPY CIPAUSMY.
001100 01  PENDING-AUTH-DETAILS.
001110 COPY CIPAUDTY.
001120*----------------------------------------------------------------*
001130*    DISPUTE CASE LINK COMMAREA AND DB2 HOST VARIABLES
001140*----------------------------------------------------------------*
001150 01  WS-DISPUTE-DATA.
001160 COPY CCPAUDQY.
001170 01  PAUDISPT-HOST-VARS.
001180 COPY CVDISPTY.
001190*----------------------------------------------------------------*
001200 EXEC SQL
001210     INCLUDE SQLCA
001220 END-EXEC.
001230*----------------------------------------------------------------*
001240*    COMMON CARDDEMO WORK AREAS
001250*----------------------------------------------------------------*
001260 COPY CSMSG02Y.
001270*----------------------------------------------------------------*
001280 LINKAGE SECTION.
001290*----------------------------------------------------------------*
001300 01  DFHCOMMAREA.
001310 COPY CCPAUCDY.
001320*----------------------------------------------------------------*
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------*
001350 MAIN-PARA.
001360*----------------------------------------------------------------*
001370     SET WS-CDS-SYSTEM-ERROR        TO TRUE
001380     MOVE SPACES                    TO WS-CDS-CARD-TOKEN
001390                                       WS-CDS-MSG
001400     MOVE ZERO                      TO WS-CDS-DISPUTE-AMT
001410     MOVE WS-DEFAULT-WINDOW-DAYS    TO WS-CDS-WINDOW-DAYS
001420     EXEC CICS ASKTIME
001430          ABSTIME(WS-ABS-TIME)
001440          NOHANDLE
001450     END-EXEC
001460     EXEC CICS FORMATTIME
001470          ABSTIME(WS-ABS-TIME)
001480          YYYYMMDD(WS-TODAY-CCYYMMDD)
001490          NOHANDLE
001500     END-EXEC
001510
001520     PERFORM TAKE-DISPUTE           THRU TAKE-DISPUTE-EXIT
001530
001540     EXEC CICS RETURN
001550     END-EXEC
001560     .
001570*----------------------------------------------------------------*
001580*    EACH STEP THAT ENDS THE ATTEMPT SETS THE RESULT AND A
001590*    MESSAGE; A BLANK MESSAGE MEANS CARRY ON TO THE NEXT STEP.
001600*----------------------------------------------------------------*
001610 TAKE-DISPUTE.
001620*----------------------------------------------------------------*
001630     PERFORM EDIT-REQUEST           THRU EDIT-REQUEST-EXIT
001640     IF WS-CDS-MSG NOT = SPACES
001650        GO TO TAKE-DISPUTE-EXIT
001660     END-IF
001670     PERFORM RESOLVE-CARD-TOKEN     THRU RESOLVE-CARD-TOKEN-EXIT
001680     IF WS-CDS-MSG NOT = SPACES
001690        GO TO TAKE-DISPUTE-EXIT
001700     END-IF
001710     PERFORM CHECK-CARD-ON-FILE     THRU CHECK-CARD-ON-FILE-EXIT
001720     IF WS-CDS-MSG NOT = SPACES
001730        GO TO TAKE-DISPUTE-EXIT
001740     END-IF
001750     PERFORM VERIFY-BILLING-ZIP     THRU VERIFY-BILLING-ZIP-EXIT
001760     IF WS-CDS-MSG NOT = SPACES
001770        GO TO TAKE-DISPUTE-EXIT
001780     END-IF
001790     PERFORM READ-FILING-WINDOW     THRU READ-FILING-WINDOW-EXIT
001800     PERFORM READ-AUTH-RECORD       THRU READ-AUTH-RECORD-EXIT
001810     IF WS-CDS-MSG NOT = SPACES
001820        GO TO TAKE-DISPUTE-EXIT
001830     END-IF
001840     PERFORM CHECK-ELIGIBILITY      THRU CHECK-ELIGIBILITY-EXIT
001850     IF WS-CDS-MSG NOT = SPACES
001860        GO TO TAKE-DISPUTE-EXIT
001870     END-IF
001880     PERFORM CHECK-EXISTING-CASE    THRU CHECK-EXISTING-CASE-EXIT
001890     IF WS-CDS-MSG NOT = SPACES
001900        GO TO TAKE-DISPUTE-EXIT
001910     END-IF
001920     PERFORM OPEN-DISPUTE-CASE      THRU OPEN-DISPUTE-CASE-EXIT
001930     .
001940 TAKE-DISPUTE-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------*
001970 EDIT-REQUEST.
001980*----------------------------------------------------------------*
001990     SET WS-CDS-INVALID-REQUEST     TO TRUE
002000     IF WS-CDS-CARD-NUM = SPACES OR LOW-VALUES
002010        SET WS-CDS-NOT-FOUND        TO TRUE
002020        MOVE 'CARD NUMBER IS REQUIRED.' TO WS-CDS-MSG
002030        GO TO EDIT-REQUEST-EXIT
002040     END-IF
002050     IF WS-CDS-TRANSACTION-ID = SPACES OR LOW-VALUES
002060        MOVE 'TRANSACTION ID IS REQUIRED.' TO WS-CDS-MSG
002070        GO TO EDIT-REQUEST-EXIT
002080     END-IF
002090     IF NOT WS-CDS-CHANNEL-MOBILE
002100        AND NOT WS-CDS-CHANNEL-WEB
002110        MOVE 'APP CHANNEL MUST BE MOBILE OR WEB.' TO WS-CDS-MSG
002120        GO TO EDIT-REQUEST-EXIT
002130     END-IF
002140     SET WS-DRSN-IDX                TO 1
002150     SEARCH WS-DRSN-ENTRY
002160         AT END
002170            MOVE 'DISPUTE REASON IS NOT RECOGNISED.' TO WS-CDS-MSG
002180            GO TO EDIT-REQUEST-EXIT
002190         WHEN WS-DRSN-CODE(WS-DRSN-IDX) = WS-CDS-REASON-CODE
002200            CONTINUE
002210     END-SEARCH
002220     IF WS-CDS-AMOUNT NOT NUMERIC
002230        OR WS-CDS-AMOUNT < ZERO
002240        MOVE 'DISPUTE AMOUNT IS NOT VALID.' TO WS-CDS-MSG
002250        GO TO EDIT-REQUEST-EXIT
002260     END-IF
002270     IF WS-CDS-BILLING-ZIP = SPACES OR LOW-VALUES
002280        SET WS-CDS-VERIFY-FAILED    TO TRUE
002290        MOVE 'BILLING ZIP IS REQUIRED TO DISPUTE A TRANSACTION.'
002300                                    TO WS-CDS-MSG
002310        GO TO EDIT-REQUEST-EXIT
002320     END-IF
002330     SET WS-CDS-SYSTEM-ERROR        TO TRUE
002340     .
002350 EDIT-REQUEST-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------*
002380*    CARDXREF, CARDVRFY AND THE SEGMENTS ARE TOKEN-KEYED - A
002390*    NUMBER KEYED IN THE CLEAR IS TRANSLATED THROUGH THE PAN
002400*    VAULT; A NUMBER IN THE RESERVED '99' TOKEN BIN IS USED AS
002410*    KEYED.
002420*----------------------------------------------------------------*
002430 RESOLVE-CARD-TOKEN.
002440*----------------------------------------------------------------*
002450     IF WS-CDS-CARD-NUM(1:2) = '99'
002460        MOVE WS-CDS-CARD-NUM        TO WS-CDS-CARD-TOKEN
002470        GO TO RESOLVE-CARD-TOKEN-EXIT
002480     END-IF
002490     MOVE WS-CDS-CARD-NUM           TO TOKP-CARD-NUM
002500     EXEC CICS READ
002510          DATASET   (WS-PANVFILENAME)
002520          RIDFLD    (TOKP-CARD-NUM)
002530          KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
002540          INTO      (PAN-VAULT-RECORD)
002550          LENGTH    (LENGTH OF PAN-VAULT-RECORD)
002560          RESP      (WS-RESP-CD)
002570          RESP2     (WS-REAS-CD)
002580     END-EXEC
002590     EVALUATE WS-RESP-CD
002600         WHEN DFHRESP(NORMAL)
002610            MOVE TOKP-TOKEN         TO WS-CDS-CARD-TOKEN
002620         WHEN DFHRESP(NOTFND)
002630            SET WS-CDS-NOT-FOUND    TO TRUE
002640            MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
002650                                    TO WS-CDS-MSG
002660         WHEN OTHER
002670            MOVE 'UNABLE TO READ THE PAN VAULT.' TO WS-CDS-MSG
002680     END-EVALUATE
002690     .
002700 RESOLVE-CARD-TOKEN-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------*
002730*    THE CARD MUST BE LIVE ON CARDXREF (AN END-DATED LINK PAST
002740*    ITS DATE COUNTS AS NOT ON FILE, AS AT THE INTAKE). THE LINK
002750*    GIVES THE ACCOUNT THE TRANSACTION MUST SIT UNDER AND THE
002760*    CUSTOMER THE CASE IS OPENED FOR.
002770*----------------------------------------------------------------*
002780 CHECK-CARD-ON-FILE.
002790*----------------------------------------------------------------*
002800     MOVE WS-CDS-CARD-TOKEN         TO XREF-CARD-NUM
002810     EXEC CICS READ
002820          DATASET   (WS-XREFFILENAME)
002830          RIDFLD    (XREF-CARD-NUM)
002840          KEYLENGTH (LENGTH OF XREF-CARD-NUM)
002850          INTO      (CARD-XREF-RECORD)
002860          LENGTH    (LENGTH OF CARD-XREF-RECORD)
002870          RESP      (WS-RESP-CD)
002880          RESP2     (WS-REAS-CD)
002890     END-EXEC
002900     EVALUATE WS-RESP-CD
002910         WHEN DFHRESP(NORMAL)
002920            CONTINUE
002930         WHEN DFHRESP(NOTFND)
002940            SET WS-CDS-NOT-FOUND    TO TRUE
002950            MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
002960                                    TO WS-CDS-MSG
002970            GO TO CHECK-CARD-ON-FILE-EXIT
002980         WHEN OTHER
002990            MOVE 'UNABLE TO READ THE CARD CROSS-REFERENCE.'
003000                                    TO WS-CDS-MSG
003010            GO TO CHECK-CARD-ON-FILE-EXIT
003020     END-EVALUATE
003030     IF XREF-END-DATE NOT = SPACES
003040        AND XREF-END-DATE < WS-TODAY-CCYYMMDD
003050        SET WS-CDS-NOT-FOUND        TO TRUE
003060        MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
003070                                    TO WS-CDS-MSG
003080     END-IF
003090     .
003100 CHECK-CARD-ON-FILE-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------*
003130*    THE ZIP IS COMPARED ON ITS FIVE-DIGIT BASE SO A ZIP+4 ON
003140*    EITHER SIDE STILL MATCHES. NO VERIFICATION ROW, OR NO ZIP
003150*    ON IT, FAILS RATHER THAN PASSING BY DEFAULT.
003160*----------------------------------------------------------------*
003170 VERIFY-BILLING-ZIP.
003180*----------------------------------------------------------------*
003190     MOVE WS-CDS-CARD-TOKEN         TO CRDV-CARD-NUM
003200     EXEC CICS READ
003210          DATASET   (WS-CRDVFILENAME)
003220          RIDFLD    (CRDV-CARD-NUM)
003230          KEYLENGTH (LENGTH OF CRDV-CARD-NUM)
003240          INTO      (CARD-VERIFY-RECORD)
003250          LENGTH    (LENGTH OF CARD-VERIFY-RECORD)
003260          RESP      (WS-RESP-CD)
003270          RESP2     (WS-REAS-CD)
003280     END-EXEC
003290     EVALUATE WS-RESP-CD
003300         WHEN DFHRESP(NORMAL)
003310            CONTINUE
003320         WHEN DFHRESP(NOTFND)
003330            SET WS-CDS-VERIFY-FAILED TO TRUE
003340            MOVE 'NO VERIFICATION DATA ON FILE FOR THIS CARD.'
003350                                    TO WS-CDS-MSG
003360            GO TO VERIFY-BILLING-ZIP-EXIT
003370         WHEN OTHER
003380            MOVE 'UNABLE TO READ THE CARD VERIFICATION FILE.'
003390                                    TO WS-CDS-MSG
003400            GO TO VERIFY-BILLING-ZIP-EXIT
003410     END-EVALUATE
003420     IF CRDV-BILLING-ZIP = SPACES
003430        SET WS-CDS-VERIFY-FAILED    TO TRUE
003440        MOVE 'NO VERIFICATION DATA ON FILE FOR THIS CARD.'
003450                                    TO WS-CDS-MSG
003460        GO TO VERIFY-BILLING-ZIP-EXIT
003470     END-IF
003480     IF WS-CDS-BILLING-ZIP(1:5) NOT = CRDV-BILLING-ZIP(1:5)
003490        SET WS-CDS-VERIFY-FAILED    TO TRUE
003500        MOVE 'BILLING ZIP DOES NOT MATCH.' TO WS-CDS-MSG
003510     END-IF
003520     .
003530 VERIFY-BILLING-ZIP-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------*
003560*    THE FILING WINDOW COMES FROM THE CARD'S PRODUCT ROW, FOUND
003570*    THE WAY THE INTAKE FINDS IT - A GTEQ READ ON THE LEADING
003580*    EIGHT DIGITS. ONLY A CARD KEYED IN THE CLEAR HAS A BIN; A
003590*    TOKEN, A CARD IN NO RANGE OR A ROW WITH NO WINDOW SET TAKES
003600*    THE DEFAULT. THE WINDOW IS TURNED INTO THE EARLIEST AUTH
003610*    DATE STILL OPEN TO DISPUTE.
003620*----------------------------------------------------------------*
003630 READ-FILING-WINDOW.
003640*----------------------------------------------------------------*
003650     IF WS-CDS-CARD-NUM(1:2) NOT = '99'
003660        MOVE WS-CDS-CARD-NUM(1:8)   TO BINP-BIN-HIGH
003670        EXEC CICS READ
003680             DATASET   (WS-BINPRFILENAME)
003690             RIDFLD    (BINP-BIN-HIGH)
003700             KEYLENGTH (LENGTH OF BINP-BIN-HIGH)
003710             GTEQ
003720             INTO      (CARD-PRODUCT-RECORD)
003730             LENGTH    (LENGTH OF CARD-PRODUCT-RECORD)
003740             RESP      (WS-RESP-CD)
003750             RESP2     (WS-REAS-CD)
003760        END-EXEC
003770        IF WS-RESP-CD = DFHRESP(NORMAL)
003780           AND BINP-BIN-LOW NOT > WS-CDS-CARD-NUM(1:8)
003790           AND BINP-DISPUTE-DAYS IS NUMERIC
003800           AND BINP-DISPUTE-DAYS > ZERO
003810           MOVE BINP-DISPUTE-DAYS   TO WS-CDS-WINDOW-DAYS
003820        END-IF
003830     END-IF
003840     COMPUTE WS-CUTOFF-ABS-TIME = WS-ABS-TIME
003850                                - WS-CDS-WINDOW-DAYS * 86400000
003860     EXEC CICS FORMATTIME
003870          ABSTIME(WS-CUTOFF-ABS-TIME)
003880          YYYYMMDD(WS-CUTOFF-CCYYMMDD)
003890          NOHANDLE
003900     END-EXEC
003910     .
003920 READ-FILING-WINDOW-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------*
003950*    THE APP ONLY KNOWS THE TRANSACTION ID, SEARCHED UNDER THE
003960*    ACCOUNT'S ROOT. A TRANSACTION ON ANOTHER CARD - EVEN ONE ON
003970*    THE SAME ACCOUNT - IS REPORTED AS NOT FOUND RATHER THAN
003980*    SAYING WHOSE IT IS. THE PSB IS RELEASED AS SOON AS THE
003990*    SEGMENT IS IN HAND.
004000*----------------------------------------------------------------*
004010 READ-AUTH-RECORD.
004020*----------------------------------------------------------------*
004030     EXEC DLI SCHD
004040          PSB((PSB-NAME))
004050          NODHABEND
004060     END-EXEC
004070     MOVE DIBSTAT                   TO IMS-RETURN-CODE
004080     IF NOT STATUS-OK
004090        MOVE 'AUTHORIZATION DATABASE IS UNAVAILABLE.'
004100                                    TO WS-CDS-MSG
004110        GO TO READ-AUTH-RECORD-EXIT
004120     END-IF
004130     SET IMS-PSB-SCHD               TO TRUE
004140     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
004150          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = XREF-ACCT-ID))
004160          SEGMENT (PAUTDTL1
004170              (PA-TRANSACTION-ID = WS-CDS-TRANSACTION-ID))
004180          INTO   (PENDING-AUTH-SUMMARY)
004190                 (PENDING-AUTH-DETAILS)
004200     END-EXEC
004210     MOVE DIBSTAT                   TO IMS-RETURN-CODE
004220     IF SEGMENT-NOT-FOUND
004230        SET WS-CDS-NOT-FOUND        TO TRUE
004240        MOVE 'TRANSACTION NOT FOUND ON THIS CARD.' TO WS-CDS-MSG
004250        GO TO READ-AUTH-RECORD-TERM
004260     END-IF
004270     IF NOT STATUS-OK
004280        MOVE 'UNABLE TO READ THE AUTHORIZATION DATABASE.'
004290                                    TO WS-CDS-MSG
004300        GO TO READ-AUTH-RECORD-TERM
004310     END-IF
004320     IF PA-CARD-NUM NOT = WS-CDS-CARD-TOKEN
004330        SET WS-CDS-NOT-FOUND        TO TRUE
004340        MOVE 'TRANSACTION NOT FOUND ON THIS CARD.' TO WS-CDS-MSG
004350     END-IF
004360     .
004370 READ-AUTH-RECORD-TERM.
004380     IF IMS-PSB-SCHD
004390        SET IMS-PSB-NOT-SCHD        TO TRUE
004400        EXEC DLI TERM
004410        END-EXEC
004420     END-IF
004430     .
004440 READ-AUTH-RECORD-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470*    ONLY AN APPROVED AUTH, DATED INSIDE THE FILING WINDOW, CAN
004480*    BE DISPUTED, AND FOR NO MORE THAN WAS APPROVED. NO AMOUNT
004490*    KEYED DISPUTES THE WHOLE OF IT.
004500*----------------------------------------------------------------*
004510 CHECK-ELIGIBILITY.
004520*----------------------------------------------------------------*
004530     IF WS-CDS-AMOUNT = ZERO
004540        MOVE PA-APPROVED-AMT        TO WS-CDS-DISPUTE-AMT
004550     ELSE
004560        MOVE WS-CDS-AMOUNT          TO WS-CDS-DISPUTE-AMT
004570     END-IF
004580     MOVE WS-CDS-WINDOW-DAYS        TO WS-WINDOW-DIS
004590     SET WS-CDS-NOT-ELIGIBLE        TO TRUE
004600     EVALUATE TRUE
004610         WHEN NOT PA-AUTH-APPROVED
004620         WHEN PA-APPROVED-AMT NOT > ZERO
004630            MOVE 'ONLY AN APPROVED TRANSACTION CAN BE DISPUTED.'
004640                                    TO WS-CDS-MSG
004650         WHEN PA-AUTH-ORIG-DATE NOT NUMERIC
004660            MOVE 'TRANSACTION DATE UNKNOWN - PLEASE CALL US.'
004670                                    TO WS-CDS-MSG
004680         WHEN PA-AUTH-ORIG-DATE < WS-CUTOFF-CCYYMMDD
004690            STRING 'TRANSACTION IS OUTSIDE THE ' DELIMITED BY SIZE
004700                   WS-WINDOW-DIS                 DELIMITED BY SIZE
004710                   '-DAY DISPUTE WINDOW.'        DELIMITED BY SIZE
004720                   INTO WS-CDS-MSG
004730            END-STRING
004740         WHEN WS-CDS-DISPUTE-AMT > PA-APPROVED-AMT
004750            MOVE 'DISPUTE AMOUNT IS MORE THAN WAS CHARGED.'
004760                                    TO WS-CDS-MSG
004770         WHEN OTHER
004780            SET WS-CDS-SYSTEM-ERROR TO TRUE
004790     END-EVALUATE
004800     .
004810 CHECK-ELIGIBILITY-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------*
004840*    ONE CASE PER TRANSACTION - ANY CASE ALREADY ON PAUDISPT FOR
004850*    IT, OPEN OR CLOSED, TURNS THE REQUEST AWAY.
004860*----------------------------------------------------------------*
004870 CHECK-EXISTING-CASE.
004880*----------------------------------------------------------------*
004890     MOVE PA-TRANSACTION-ID         TO DSP-TRANSACTION-ID
004900     MOVE XREF-ACCT-ID              TO DSP-ACCT-ID
004910     MOVE ZERO                      TO WS-CASE-COUNT
004920     EXEC SQL
004930         SELECT COUNT(*)
004940           INTO :WS-CASE-COUNT
004950           FROM CARDDEMO.PAUDISPT
004960          WHERE TRANSACTION_ID = :DSP-TRANSACTION-ID
004970            AND ACCT_ID        = :DSP-ACCT-ID
004980     END-EXEC
004990     IF SQLCODE NOT = ZERO
005000        MOVE SQLCODE                TO WS-SQLCODE
005010        STRING 'CASE LOOKUP ERROR DB2: CODE:' WS-SQLCODE
005020               DELIMITED BY SIZE
005030               INTO WS-CDS-MSG
005040        END-STRING
005050        GO TO CHECK-EXISTING-CASE-EXIT
005060     END-IF
005070     IF WS-CASE-COUNT > ZERO
005080        SET WS-CDS-ALREADY-DISPUTED TO TRUE
005090        MOVE 'THIS TRANSACTION HAS ALREADY BEEN DISPUTED.'
005100                                    TO WS-CDS-MSG
005110     END-IF
005120     .
005130 CHECK-EXISTING-CASE-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------*
005160*    THE CASE IS OPENED THROUGH COPAUS5C EXACTLY AS PAUDTL OPENS
005170*    ONE, WITH THE APP AS THE RAISER AND THE CHOSEN REASON AS THE
005180*    CASE REASON. COPAUS5C SENDS THE CARDHOLDER THE OPENING
005190*    MILESTONE.
005200*----------------------------------------------------------------*
005210 OPEN-DISPUTE-CASE.
005220*----------------------------------------------------------------*
005230     MOVE SPACES                    TO WS-DISPUTE-DATA
005240     SET WS-DSP-RAISE-CASE          TO TRUE
005250     MOVE ZERO                      TO WS-DSP-CASE-ID
005260     MOVE PA-CARD-NUM               TO WS-DSP-CARD-NUM
005270     MOVE PA-TRANSACTION-ID         TO WS-DSP-TRANSACTION-ID
005280     MOVE PA-CORRELATION-ID         TO WS-DSP-CORRELATION-ID
005290     MOVE XREF-ACCT-ID              TO WS-DSP-ACCT-ID
005300     MOVE XREF-CUST-ID              TO WS-DSP-CUST-ID
005310     MOVE WS-CDS-DISPUTE-AMT        TO WS-DSP-AMOUNT
005320     STRING 'SELF-SERVICE '                  DELIMITED BY SIZE
005330            WS-DRSN-CODE(WS-DRSN-IDX)        DELIMITED BY SIZE
005340            ' '                              DELIMITED BY SIZE
005350            WS-DRSN-TEXT(WS-DRSN-IDX)        DELIMITED BY SIZE
005360            INTO WS-DSP-REASON
005370     END-STRING
005380     IF WS-CDS-CHANNEL-MOBILE
005390        MOVE 'SELFMOBL'             TO WS-DSP-USER-ID
005400     ELSE
005410        MOVE 'SELFWEB '             TO WS-DSP-USER-ID
005420     END-IF
005430     MOVE PA-POS-ENTRY-MODE         TO WS-DSP-POS-ENTRY-MODE
005440     MOVE PA-ECI-RESULT             TO WS-DSP-ECI-RESULT
005450     MOVE PA-AVS-RESULT             TO WS-DSP-AVS-RESULT
005460     MOVE PA-CVV-RESULT             TO WS-DSP-CVV-RESULT
005470     EXEC CICS LINK
005480          PROGRAM(WS-PGM-DISPUTE)
005490          COMMAREA(WS-DISPUTE-DATA)
005500          LENGTH(LENGTH OF WS-DISPUTE-DATA)
005510          RESP(WS-RESP-CD)
005520          NOHANDLE
005530     END-EXEC
005540     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
005550        MOVE 'UNABLE TO REACH THE DISPUTE CASE SERVICE.'
005560                                    TO WS-CDS-MSG
005570        GO TO OPEN-DISPUTE-CASE-EXIT
005580     END-IF
005590     IF WS-DSP-UPDT-SUCCESS
005600        SET WS-CDS-OPENED           TO TRUE
005610        MOVE 'DISPUTE RECEIVED - WE WILL BE IN TOUCH.'
005620                                    TO WS-CDS-MSG
005630     ELSE
005640        MOVE WS-DSP-ACT-MSG         TO WS-CDS-MSG
005650     END-IF
005660     .
005670 OPEN-DISPUTE-CASE-EXIT.
005680     EXIT.
