000140*                MODIFICATION HISTORY                            *
000150* DATE       INIT DESCRIPTION                                    *
000160* 2024-02-18  JGM INITIAL VERSION                                *
000170* 2024-07-21  JGM ACCOUNT MASTER READ AND CREDIT-LIMIT /         *
000180*                 OPEN-TO-BUY CHECK IN THE AUTH DECISION         *
000190* 2024-08-04  RKA CARD STATUS NEGATIVE-FILE CHECK AT INTAKE      *
000200* 2024-08-18  JGM STAND-IN MODE WITH STORE-AND-FORWARD WHEN THE  *
000210*                 PAUTB PSB CANNOT BE SCHEDULED                  *
000220* 2024-09-01  ABF DECISION-RULES TABLE (PAURULES) EVALUATED PER  *
000230*                 REQUEST AHEAD OF THE HARDCODED FICO RULE       *
000240* 2024-09-15  RKA CARDHOLDER SPENDING CONTROLS (CARDCTRL)        *
000250*                 ENFORCED AHEAD OF THE CREDIT DECISION          *
000260* 2024-09-29  ABF SANCTIONED-COUNTRY SCREENING ON THE ACQUIRER   *
000270*                 COUNTRY CODE WITH AUDITED HITS                 *
000280* 2024-10-27  ABF MONITOR FAN-OUT ENRICHED WITH DISPOSITION AND  *
000290*                 LATENCY, AND SENT FOR DUPLICATES TOO, FOR THE  *
000300*                 MIS CONSUMER (CBMISMON)                        *
000310* 2024-11-24  JGM DECLINE-RATE CIRCUIT BREAKER WITH OPTIONAL     *
000320*                 REFER-INSTEAD-OF-DECLINE FAIL-SAFE STANCE      *
000330* 2024-12-08  ABF DEAD-LETTER QUEUE NOW PARKS THE ORIGINAL       *
000340*                 REQUEST IMAGE SO CBDLQRPL CAN REQUEUE IT       *
000350* 2025-01-12  RKA RECURRING-AUTH REGISTRY (RECURREG) UPKEEP AND  *
000360*                 CUSTOMER STOP-PAYMENT ENFORCEMENT              *
000370* 2025-01-26  ABF MERCHANT MASTER (MERCHMST) ENRICHMENT AT       *
000380*                 INTAKE, PENDING ENTRIES FOR UNKNOWN MERCHANTS  *
000390* 2025-07-13  JGM MESSAGE FORMAT VERSIONING - CURRENT AND        *
000400*                 PREVIOUS VERSIONS ACCEPTED AND COUNTED         *
000410* 2025-08-10  ABF MESSAGE SOURCE STAMPED ON REJECT AND DUPLICATE *
000420*                 ERROR LOGS FOR THE CHANNEL SCORECARD           *
000430* 2025-10-05  JGM MULTI-INSTANCE INTAKE - DUPLICATE CACHE AND    *
000440*                 VELOCITY COUNTS MOVED TO SHARED VSAM FILES SO  *
000450*                 TRIGGERED INSTANCES CAN RUN CONCURRENTLY       *
000460* 2025-11-16  ABF TRAFFIC CAPTURE JOURNAL (CPTJ) FOR THE         *
000470*                 CBCAPRPL REPLAY AND REGRESSION HARNESS         *
000480* 2025-11-30  JGM DECISION-TRACE RECORD (PAUTRACE) WRITTEN PER   *
000490*                 AUTH FOR THE PAUDTL TRACE DISPLAY              *
000500* 2025-12-28  ABF CHANGE-CAPTURE 'ADD' RECORD JOURNALED PER      *
000510*                 INSERTED DETAIL FOR THE WAREHOUSE FEED         *
000520* 2026-04-05  RKA CUSTOMER-SET LARGE-TRANSACTION AND FOREIGN     *
000530*                 ALERTS PUT TO THE NOTIFY QUEUE ON APPROVALS    *
000540* 2026-04-19  JGM AVS AND CVV2 VERIFICATION FOR CARD-NOT-PRESENT *
000550*                 TRAFFIC, RESULTS STORED AND RETURNED, WITH     *
000560*                 MISMATCH DECLINE/REFER ON CNP ENTRY MODES      *
000570* 2026-05-17  RKA PAN TOKENIZATION - EVERY CARD NUMBER IS        *
000580*                 SWAPPED FOR ITS VAULT TOKEN AT INTAKE SO NO    *
000590*                 DOWNSTREAM STORE OR EXTRACT CARRIES THE PAN    *
000600* 2026-06-07  JGM FULL-REVERSAL (VOID) MESSAGE TYPE 04 - THE     *
000610*                 ORIGINAL HOLD IS REMOVED AND THE PAUTSMRY      *
000620*                 COUNTS REVERSED THE SAME WAY A SETTLEMENT      *
000630*                 MATCH RELEASES THEM                            *
000640* 2026-06-21  RKA INCREMENTAL (05) AND COMPLETION (06) MESSAGE  *
000650*                 TYPES GROW OR FINALIZE THE ORIGINAL HOLD IN   *
000660*                 PLACE - ONE HOTEL STAY IS ONE HOLD, NOT FIVE  *
000670* 2026-07-12  JGM PREPAID (PP) AUTHS DECISIONED AGAINST THE    *
000680*                 PREPBAL STORED-VALUE BALANCE, DECREMENTED ON  *
000690*                 APPROVAL AND RESTORED ON REVERSAL             *
000700* 2026-08-30  RKA PER-MERCHANT DAILY EXPOSURE CAPS (MERCHMST    *
000710*                 CAPS, MERCHACC SHARED ACCUMULATOR) - REFER    *
000720*                 OR DECLINE 5500 ON BREACH                     *
000730* 2026-09-27  JGM ACTIVE TEMPORARY LIMIT OVERRIDES (LIMITOVR)   *
000740*                 HONORED IN THE OPEN-TO-BUY COMPUTATION        *
000750* 2026-10-04  RKA END-DATED CARDXREF LINKS (PAUXRF MAINTENANCE) *
000760*                 TREATED AS NOT ON FILE ONCE THE DATE PASSES   *
000770* 2026-10-11  JGM EXPRESS LANE - INSTANCES TRIGGERED UNDER THE  *
000780*                 PAUX TRANSACTION DRAIN PAUTH.EXPRESS.QUEUE,   *
000790*                 AND THE MONITOR RECORD CARRIES THE LANE SO    *
000800*                 CBMISMON CAN PROVE THE LATENCY TARGET         *
000810* 2026-10-18  ABF 3-D SECURE (ECI) RESULT ACCEPTED ON FORMAT   *
000820*                 V03, STORED, USABLE AS A PAURULES SELECTOR    *
000830*                 AND ECHOED ON THE REPLY                       *
000840* 2026-10-25  RKA BEHAVIOR-PROFILE CHECK (ACCTPROF) - A SHARP   *
000850*                 ANOMALY REFERS 5600, OUTCOME ON THE TRACE     *
000860* 2026-11-08  JGM PER-MESSAGE AUTHENTICATION (CHANKEYS KEYS,    *
000870*                 PAUMACR ROUTINE) FOR FLAGGED SOURCES -        *
000880*                 FAILURES PARK TO THE DLQ WITH A014            *
000890* 2026-11-15  ABF INSTITUTION ID CARRIED FROM THE REQUEST TO    *
000900*                 THE SEGMENT, WITH INSTITUTION-SCOPED          *
000910*                 DECISION RULES ('***' = EVERY INSTITUTION)    *
000920* 2026-11-29  RKA WATCH-LISTED ACCOUNTS (WATCHLST) FORCED TO    *
000930*                 REFER 5700 AND QUEUED TO THE FRAUD WORKLIST   *
000940* 2026-12-06  ABF REFUND AUTHS (PROCESSING CODE 20) ON THEIR    *
000950*                 OWN PATH - NO OPEN-TO-BUY DEBIT, NO VELOCITY  *
000960*                 BUMP, SEPARATE REFUND COUNTERS ON THE ROOT    *
000970* 2026-12-13  JGM CASH ADVANCES (PROCESSING CODE 01) CAPPED BY  *
000980*                 A DAILY CASH LIMIT - DECLINE 5800 WHEN THE    *
000990*                 DAY'S CASH DRAW WOULD BLOW THROUGH IT         *
001000* 2026-12-20  ABF MESSAGE SOURCES VALIDATED AGAINST THE CHANNEL *
001010*                 MASTER (CHANLMST) - UNKNOWN OR DISABLED       *
001020*                 SOURCES REJECT 9800 WITH THEIR OWN ERROR CODE *
001030* 2027-01-10  RKA WALLET DEVICE PANS (WALLETXR) RESOLVED TO THE *
001040*                 FUNDING CARD BEFORE EVERY CONTROL AND COUNTER *
001050* 2027-04-12  JGM DUPLICATE CACHE KEYED BY TRANSACTION ID PLUS  *
001060*                 MESSAGE TYPE SO REVERSALS AND LIFECYCLE       *
001070*                 MESSAGES REACH THEIR OWN PATHS; PREPAID       *
001080*                 DEBIT RESTORED ON REPLY-PUT BACKOUT; WATCH-   *
001090*                 LIST REFER AHEAD OF THE REFUND APPROVE        *
001100* 2027-05-02  JGM MERGED MERCHMST DUPLICATES FOLLOWED TO THEIR  *
001110*                 SURVIVOR; PENDING ROWS CREATED WITH ZERO CAPS *
001120* 2027-05-09  RKA CARD PRODUCT MASTER (BINPROD) - A REQUEST     *
001130*                 WHOSE AUTH TYPE OR INSTITUTION CONTRADICTS    *
001140*                 THE CARD'S BIN RANGE REJECTS WITH 9700        *
001150* 2027-05-16  ABF ISSUED-NOT-ACTIVATED CARDS (CARDSTAT STATUS N)*
001160*                 DECLINE 4500 UNTIL THE CARDHOLDER ACTIVATES   *
001170* 2027-05-23  JGM FORMAT V04 CARRIES THE PIN RESULT - PIN-ENTRY *
001180*                 DEBIT BAD PINS COUNTED ON PINTRY, 4150 PER BAD*
001190*                 PIN AND 4160 LOCKOUT AT THE PAUOPCFG LIMIT    *
001200* 2027-05-30  RKA DB AUTHS DECIDED AGAINST THE DDABAL CHECKING  *
001210*                 AVAILABLE BALANCE, HOLD MOVED OFF IT ON       *
001220*                 APPROVAL AND BACK ON REVERSAL/BACKOUT         *
001230* 2027-06-06  ABF CUSTOMER EXPOSURE CAP (CUSTLIM) - BALANCE PLUS *
001240*                 PENDING ACROSS EVERY ACCOUNT THE CUSTOMER HOLDS*
001250*                 IN CARDXREF; A CREDIT AUTH THAT WOULD TAKE IT  *
001260*                 OVER THE CAP DECLINES 5900                     *
001270* 2027-06-13  JGM TRAVEL NOTICE (TRAVNOTE) - AN ACQUIRER COUNTRY *
001280*                 ON THE ACCOUNT'S ACTIVE NOTICE, INSIDE ITS     *
001290*                 DATES, IS EXPECTED - NOT A BEHAVIOR ANOMALY    *
001300* 2027-06-20  RKA MERCHANT DECLINE-RETRY LIMIT (DECLRTRY) - A    *
001310*                 CARD DECLINED PAUOPCFG'S LIMIT OF TIMES AT ONE *
001320*                 MERCHANT IN THE WINDOW HAS FURTHER ATTEMPTS    *
001330*                 DECLINED 4170 DO NOT RETRY WITHOUT SCORING     *
001340* 2027-06-27  ABF PER-CHANNEL THROUGHPUT QUOTA - TRAFFIC OVER    *
001350*                 THE CHANLMST PER-MINUTE QUOTA (COUNTED ON      *
001360*                 CHANRATE) IS ANSWERED 91/9200 SYSTEM BUSY      *
001370*                 WITHOUT TOUCHING PAUTB                         *
001380* 2027-08-29  ABF DELINQUENCY TREATMENT (DELINQST) BY            *
001390*                 DAYS-PAST-DUE BUCKET PER PAUOPCFG - NO CASH    *
001400*                 6100, RECURRING ONLY 6200, DECLINE ALL 6300 -  *
001410*                 OUTCOME ON THE DECISION TRACE                  *
001420* 2027-11-21  ABF MCC REFERENCE MASTER (MCCREF) - AN AUTH OR     *
001430*                 INCREMENTAL WITH AN UNKNOWN MCC REJECTS 9710;  *
001440*                 A QUASI-CASH MCC COUNTS AS CASH FOR THE CASH   *
001450*                 LIMIT AND NO-CASH TREATMENT; CARDCTRL CATEGORY *
001460*                 BLOCKS (QUASI-CASH, GAMBLING, HIGH-RISK,       *
001470*                 TRAVEL) ENFORCED FROM THE FLAGS                *
001480* 2027-11-28  JGM MERCHANT NAME AND CITY SCREENED AGAINST THE    *
001490*                 SANCTIONED-ENTITY LIST (SNCENTY) THROUGH       *
001500*                 PAUSNMCH - STRONG MATCH DECLINES 5410, WEAK    *
001510*                 MATCH REFERS 5410; EVERY HIT AUDITED TO CSNC;  *
001520*                 OUTCOME ON THE DECISION TRACE                  *
001530* 2027-12-05  RKA OPEN-TO-BUY NETS THE INSTALMENT PLAN HOLD      *
001540*                 ADJUSTMENT (PA-PLAN-HOLD-AMT) KEPT ON THE ROOT *
001550* 2027-12-19  JGM CARDHOLDER-FROZEN CARD (CARDSTAT F) DECLINES   *
001560*                 4510 UNLESS A RECURRING MERCHANT REGISTERED ON *
001570*                 RECURREG AND NOT STOPPED; STAND-IN DECLINES IT *
001580* 2028-01-09  JGM DORMANT CARD (CARDSTAT D, SET BY CBDRMCRD)     *
001590*                 DECLINES 4520 UNTIL REACTIVATED; STAND-IN      *
001600*                 DECLINES IT TOO                                *
001610* 2028-01-23  ABF REQUEST OLDER THAN ITS CHANNEL'S CHANLMST      *
001620*                 TIMEOUT (BY ORIGINATION STAMP OR MQ PUT TIME)  *
001630*                 ANSWERED 91/9210 WITH NO HOLD, WRITTEN TO      *
001640*                 LATEREQ FOR CBADVLOD AND COUNTED PER CHANNEL   *
001650*                 PER DAY ON CHANRATE                            *
001660* 2028-02-06  RKA CHALLENGER RULE SET (PAURULEC) EVALUATED IN    *
001670*                 SHADOW BESIDE PAURULES - ONLY THE LIVE ANSWER  *
001680*                 GOES OUT; EVERY DIFFERENCE WRITTEN TO CSHD FOR *
001690*                 CBSHDRPT                                       *
001700* 2028-02-20  RKA CREDIT APPROVAL AT AN MCC WITH A HOLD-         *
001710*                 ESTIMATION RULE ON MCCREF WRITES ITS ESTIMATED *
001720*                 HOLD TO HOLDEST; OPEN UPLIFTS COME OFF OPEN-   *
001730*                 TO-BUY, A REVERSAL VOIDS THE ROW; THE REPLY    *
001740*                 AMOUNT IS UNCHANGED                            *
001750* 2028-03-12  ABF MONITOR RECORD CARRIES THE REQUESTING          *
001760*                 INSTITUTION (268 BYTES) FOR THE PER-           *
001770*                 INSTITUTION MIS ROWS AND BILLING               *
001780* 2028-03-26  RKA CUSTOMER EXPOSURE CAP SUMS EVERY MEMBER OF A   *
001790*                 CONFIRMED-DUPLICATE GROUP ON CUSTLINK; A MEMBER*
001800*                 WITHOUT ITS OWN CUSTLIM ROW USES THE PRIMARY'S *
001810* 2028-03-27  RKA CHANNEL QUOTA COUNTED ONLY AFTER THE MAC HAS   *
001820*                 PASSED; ONLY AUTHORIZATIONS AND INCREMENTALS   *
001830*                 ARE AGED FOR STALENESS - LATE REVERSALS AND    *
001840*                 COMPLETIONS ARE APPLIED; PROGRAM RESEQUENCED   *
001842* 2028-03-28  RKA HH:MM:SS ORIGINATION TIME REBUILT AS HHMMSS;   *
001844*                 MAC TAKEN FROM THE LAST 16 BYTES RECEIVED SO   *
001846*                 PRE-V04 (SHORTER) MESSAGES STILL VERIFY        *
001850*----------------------------------------------------------------*
001860 ENVIRONMENT DIVISION.
001870 CONFIGURATION SECTION.
001880 SOURCE-COMPUTER. IBM-ZOS.
001890 OBJECT-COMPUTER. IBM-ZOS.
001900*----------------------------------------------------------------*
001910 DATA DIVISION.
001920*----------------------------------------------------------------*
001930 WORKING-STORAGE SECTION.
001940*----------------------------------------------------------------*
001950 01  WS-VARIABLES.
001960     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUA0C'.
001970     05  WS-CUSTFILENAME            PIC X(08) VALUE 'CUSTDAT '.
001980     05  WS-XREFFILENAME            PIC X(08) VALUE 'CARDXREF'.
001990     05  WS-ACCTFILENAME            PIC X(08) VALUE 'ACCTDAT '.
002000     05  WS-CRDSTFILENAME           PIC X(08) VALUE 'CARDSTAT'.
002010     05  WS-TODAY-CCYYMMDD          PIC X(08).
002020     05  WS-STFWDFILENAME           PIC X(08) VALUE 'PAUSTFWD'.
002030     05  WS-RULEFILENAME            PIC X(08) VALUE 'PAURULES'.
002040     05  WS-RULECFILENAME           PIC X(08) VALUE 'PAURULEC'.
002050     05  WS-CRDCTFILENAME           PIC X(08) VALUE 'CARDCTRL'.
002060     05  WS-TRACEFILENAME           PIC X(08) VALUE 'PAUTRACE'.
002070     05  WS-ALRPRFILENAME           PIC X(08) VALUE 'ALERTPRF'.
002080     05  WS-CRDVFILENAME            PIC X(08) VALUE 'CARDVRFY'.
002090     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
002100     05  WS-TOKVFILENAME            PIC X(08) VALUE 'TOKNVALT'.
002110     05  WS-PPBALFILENAME           PIC X(08) VALUE 'PREPBAL '.
002120     05  WS-MRCACFILENAME           PIC X(08) VALUE 'MERCHACC'.
002130     05  WS-LMOVRFILENAME           PIC X(08) VALUE 'LIMITOVR'.
002140     05  WS-BHVPRFILENAME           PIC X(08) VALUE 'ACCTPROF'.
002150     05  WS-CHKEYFILENAME           PIC X(08) VALUE 'CHANKEYS'.
002160     05  WS-WTCHFILENAME            PIC X(08) VALUE 'WATCHLST'.
002170     05  WS-FWKQFILENAME            PIC X(08) VALUE 'FRDWORKQ'.
002180     05  WS-CHNMSFILENAME           PIC X(08) VALUE 'CHANLMST'.
002190     05  WS-CHNRTFILENAME           PIC X(08) VALUE 'CHANRATE'.
002200     05  WS-WLTXRFILENAME           PIC X(08) VALUE 'WALLETXR'.
002210     05  WS-BINPRFILENAME           PIC X(08) VALUE 'BINPROD '.
002220     05  WS-PINTRFILENAME           PIC X(08) VALUE 'PINTRY  '.
002230     05  WS-MCCRFFILENAME           PIC X(08) VALUE 'MCCREF  '.
002240     05  WS-DDABLFILENAME           PIC X(08) VALUE 'DDABAL  '.
002250     05  WS-CUSLMFILENAME           PIC X(08) VALUE 'CUSTLIM '.
002260     05  WS-CUSLKFILENAME           PIC X(08) VALUE 'CUSTLINK'.
002270*    CARDXREF PATH OVER THE CUSTOMER-ID ALTERNATE INDEX - ONE
002280*    CUSTOMER'S CARDS (AND SO ACCOUNTS) IN ONE SHORT BROWSE.
002290     05  WS-XRCUSFILENAME           PIC X(08) VALUE 'CXREFCUS'.
002300     05  WS-TRVNTFILENAME           PIC X(08) VALUE 'TRAVNOTE'.
002310     05  WS-DRTRYFILENAME           PIC X(08) VALUE 'DECLRTRY'.
002320     05  WS-DLNQFILENAME            PIC X(08) VALUE 'DELINQST'.
002330     05  WS-LATRQFILENAME           PIC X(08) VALUE 'LATEREQ '.
002340     05  WS-HLESTFILENAME           PIC X(08) VALUE 'HOLDEST '.
002350*    THE REPLY REASON THE REJECT PATH SENDS - '9999' FOR AN
002360*    ORDINARY VALIDATION FAILURE, '9800' FOR AN UNKNOWN OR
002370*    DISABLED MESSAGE SOURCE, '9700' FOR AN AUTH TYPE OR
002380*    INSTITUTION THE CARD'S PRODUCT (BIN RANGE) CONTRADICTS,
002390*    '9710' FOR A MERCHANT CATEGORY CODE NOT ON MCCREF.
002400     05  WS-REJ-REPLY-REASON        PIC X(04) VALUE '9999'.
002410*    THE DOMESTIC ACQUIRER COUNTRY FOR THE FOREIGN-USE ALERT.
002420     05  WS-HOME-COUNTRY            PIC X(03) VALUE 'USA'.
002430     05  WS-SNCTFILENAME            PIC X(08) VALUE 'SANCTRY '.
002440     05  WS-SNEFILENAME             PIC X(08) VALUE 'SNCENTY '.
002450     05  WS-RECREFILENAME           PIC X(08) VALUE 'RECURREG'.
002460     05  WS-MRCMSFILENAME           PIC X(08) VALUE 'MERCHMST'.
002470     05  WS-RESP-CD                 PIC S9(8) COMP.
002480     05  WS-REAS-CD                 PIC S9(8) COMP.
002490     05  WS-CODE-DISPLAY            PIC -(9)9.
002500     05  WS-ACCT-ID                 PIC 9(11).
002510     05  WS-CUST-ID                 PIC 9(09).
002520     05  WS-CARD-RID-CUST-ID        PIC 9(09).
002530     05  WS-CARD-RID-CUST-ID-X REDEFINES
002540             WS-CARD-RID-CUST-ID     PIC X(09).
002550     05  WS-DATE-WORK               PIC 9(05).
002560     05  WS-SUB-CTRL                PIC S9(4) COMP.
002570     05  WS-APPROVED-AMT-DIS        PIC -(9)9.99.
002580     05  WS-CUST-STATUS-SW          PIC X(01).
002590         88  FOUND-CUST-IN-MSTR             VALUE 'Y'.
002600         88  NFOUND-CUST-IN-MSTR            VALUE 'N'.
002610     05  WS-ACCT-STATUS-SW          PIC X(01).
002620         88  FOUND-ACCT-IN-MSTR             VALUE 'Y'.
002630         88  NFOUND-ACCT-IN-MSTR            VALUE 'N'.
002640     05  WS-ACCT-RID-ACCT-ID        PIC 9(11).
002650     05  WS-ACCT-RID-ACCT-ID-X REDEFINES
002660             WS-ACCT-RID-ACCT-ID     PIC X(11).
002670*    OPEN-TO-BUY = CREDIT LIMIT - CURRENT BALANCE - THE PENDING
002680*    APPROVED AMOUNT ALREADY ACCUMULATED ON THE PAUTSMRY ROOT.
002690     05  WS-OPEN-TO-BUY             PIC S9(09)V99 COMP-3.
002700     05  WS-PENDING-AUTH-AMT        PIC S9(09)V99 COMP-3.
002710     05  WS-PLAN-HOLD-AMT           PIC S9(09)V99 COMP-3.
002720*    WHAT THE ACCOUNT'S OPEN HOLDEST ROWS EXPECT ITS PENDING
002730*    APPROVALS TO SETTLE ABOVE THE AMOUNTS APPROVED (4311).
002740     05  WS-EST-UPLIFT-AMT          PIC S9(09)V99 COMP-3.
002750     05  WS-HLE-BROWSE-SW           PIC X(01).
002760         88  HLE-BROWSE-DONE                VALUE 'Y'.
002770     05  WS-HLE-EXPIRY-ABS          PIC S9(15) COMP-3.
002780*    NEGATIVE-FILE RESULT - A CARD WITH NO CARDSTAT ROW, OR A
002790*    ROW NOT YET EFFECTIVE, IS USABLE.
002800     05  WS-CARD-STATUS-SW          PIC X(01).
002810         88  FOUND-CARD-STATUS              VALUE 'Y'.
002820         88  NFOUND-CARD-STATUS             VALUE 'N'.
002830*    CARDHOLDER-CONTROL RESULT FROM 4250 - SET WHEN THE REQUEST
002840*    BREACHES A CONTROL THE CUSTOMER HAS PLACED ON THE CARD.
002850     05  WS-CARD-CTRL-HIT-SW        PIC X(01).
002860         88  CARD-CONTROL-HIT               VALUE 'Y'.
002870         88  CARD-CONTROL-NOT-HIT           VALUE 'N'.
002880*    CARD-NOT-PRESENT POS ENTRY MODES - 01 (KEY-ENTERED) AND
002890*    81 (E-COMMERCE) AS DELIVERED BY THE CHANNELS TODAY.
002900     05  WS-CNP-POS-ENTRY-MODE      PIC X(02).
002910         88  CNP-ENTRY-MODE                 VALUE '01', '81'.
002920*    MCC REFERENCE FLAGS OF THE REQUEST'S MERCHANT CATEGORY, SET
002930*    BY 3065 - ALL 'N' WHEN THE CODE HAS NO ROW OR MCCREF IS
002940*    UNAVAILABLE. THE LAST CODE LOOKED UP FOR A STORED DETAIL
002950*    (4317) IS HELD SO A RUN OF ONE MERCHANT READS MCCREF ONCE.
002960     05  WS-MCC-FLAGS.
002970         10  WS-MCC-QUASI-CASH-SW   PIC X(01).
002980             88  MCC-IS-QUASI-CASH          VALUE 'Y'.
002990         10  WS-MCC-TRAVEL-SW       PIC X(01).
003000             88  MCC-IS-TRAVEL              VALUE 'Y'.
003010         10  WS-MCC-HIGH-RISK-SW    PIC X(01).
003020             88  MCC-IS-HIGH-RISK           VALUE 'Y'.
003030         10  WS-MCC-GAMBLING-SW     PIC X(01).
003040             88  MCC-IS-GAMBLING            VALUE 'Y'.
003050     05  WS-MCC-CACHE-CODE          PIC X(04) VALUE SPACES.
003060     05  WS-MCC-CACHE-QC-SW         PIC X(01) VALUE 'N'.
003070         88  CACHED-MCC-QUASI-CASH          VALUE 'Y'.
003080*    HOLD-ESTIMATION RULE OF THE REQUEST'S MCC, KEPT BY 3065 FOR
003090*    4470 - SPACE WHEN THE CODE HAS NONE OR A ROW IS INCOMPLETE.
003100     05  WS-MCC-HOLD-METHOD         PIC X(01).
003110         88  MCC-HOLD-BY-PERCENT            VALUE 'P'.
003120         88  MCC-HOLD-BY-FIXED-AMT          VALUE 'F'.
003130     05  WS-MCC-HOLD-UPLIFT-PCT     PIC 9(03)V99.
003140     05  WS-MCC-HOLD-FIXED-AMT      PIC 9(07)V99.
003150     05  WS-MCC-HOLD-DAYS           PIC 9(03).
003160*    PIN-ENTRY (CARD-PRESENT) POS ENTRY MODES - MAG STRIPE 02/90,
003170*    CHIP 05 AND CONTACTLESS CHIP 07 - AND THE PIN-TRY OUTCOME
003180*    FROM 4240 THAT 4300 ACTS ON.
003190     05  WS-PIN-POS-ENTRY-MODE      PIC X(02).
003200         88  PIN-ENTRY-MODE                 VALUE '02', '05',
003210                                                  '07', '90'.
003220     05  WS-PIN-TRY-SW              PIC X(01).
003230         88  PIN-TRY-OK                     VALUE 'Y'.
003240         88  PIN-TRY-BAD-PIN                VALUE 'B'.
003250         88  PIN-TRIES-EXCEEDED             VALUE 'X'.
003260*    DECLINE-RETRY OUTCOME FROM 4230 - SET WHEN THE CARD HAS
003270*    ALREADY USED UP ITS DECLINES AT THIS MERCHANT FOR THE
003280*    WINDOW, SO THE ATTEMPT IS REFUSED WITHOUT BEING SCORED.
003290     05  WS-DECL-RETRY-SW           PIC X(01).
003300         88  RETRY-LIMIT-REACHED            VALUE 'Y'.
003310         88  RETRY-LIMIT-NOT-REACHED        VALUE 'N'.
003320*    DELINQUENCY OUTCOME FROM 4245 - THE ACCOUNT'S DELINQST
003330*    BUCKET (SPACES WHEN CURRENT OR NOT ON FILE), THE TREATMENT
003340*    PAUOPCFG SETS FOR IT, AND WHETHER THIS AUTH FALLS FOUL OF IT
003350*    AND WITH WHICH DECLINE REASON.
003360     05  WS-DELINQ-BUCKET           PIC X(02).
003370     05  WS-DELINQ-TRT              PIC X(01).
003380         88  DELINQ-NO-RESTRICTION          VALUE 'N'.
003390         88  DELINQ-NO-CASH                 VALUE 'C'.
003400         88  DELINQ-RECURRING-ONLY          VALUE 'R'.
003410         88  DELINQ-DECLINE-ALL             VALUE 'D'.
003420     05  WS-DELINQ-HIT-SW           PIC X(01).
003430         88  DELINQ-TREATMENT-HIT           VALUE 'Y'.
003440         88  DELINQ-TREATMENT-NOT-HIT       VALUE 'N'.
003450     05  WS-DELINQ-REASON           PIC X(04).
003460*    AVS FIELD-LEVEL OUTCOMES FROM 4290, COMBINED INTO THE
003470*    ONE-BYTE RESULT CODE CARRIED ON THE SEGMENT AND REPLY.
003480     05  WS-AVS-ZIP-MATCH-SW        PIC X(01).
003490         88  AVS-ZIP-MATCHED                VALUE 'Y'.
003500         88  AVS-ZIP-NOT-MATCHED            VALUE 'N'.
003510     05  WS-AVS-ADDR-MATCH-SW       PIC X(01).
003520         88  AVS-ADDR-MATCHED               VALUE 'Y'.
003530         88  AVS-ADDR-NOT-MATCHED           VALUE 'N'.
003540*    TOKENIZATION RESULT FROM 3700 - A REQUEST THE VAULT COULD
003550*    NOT TOKENIZE IS REJECTED RATHER THAN LET A CLEAR PAN
003560*    TRAVEL INTO THE DATABASES. BIN 99 IS RESERVED FOR TOKENS,
003570*    SO A CARD NUMBER ALREADY STARTING '99' (A DLQ OR CAPTURE
003580*    REPLAY) IS LEFT ALONE.
003590     05  WS-TOKENIZE-SW             PIC X(01).
003600         88  TOKENIZE-OK                    VALUE 'Y'.
003610         88  TOKENIZE-FAILED                VALUE 'N'.
003620     05  WS-TOKEN-WORK.
003630         10  WS-TOKEN-BIN           PIC X(02) VALUE '99'.
003640         10  WS-TOKEN-MID           PIC 9(10).
003650         10  WS-TOKEN-LAST4         PIC X(04).
003660     05  WS-TOKEN-SEED              PIC 9(10).
003670     05  WS-ABS-TIME-DIGITS         PIC 9(15).
003680     05  WS-TASKN-DIGITS            PIC 9(07).
003690     05  WS-TOKEN-RETRY-CNT         PIC S9(04) COMP.
003700*    SANCTIONS-SCREENING RESULT FROM 4260 - ACTION COMES FROM
003710*    THE SANCTRY ROW (DECLINE OR REFER), EVERY HIT IS AUDITED.
003720     05  WS-SANCTION-HIT-SW         PIC X(01).
003730         88  SANCTION-HIT                   VALUE 'Y'.
003740         88  SANCTION-NOT-HIT               VALUE 'N'.
003750*    SANCTIONED-ENTITY RESULT FROM 4261 - THE MERCHANT NAME
003760*    AND CITY SCORED BY PAUSNMCH AGAINST SNCENTY. A STRONG HIT
003770*    DECLINES, A WEAK ONE REFERS; EVERY HIT IS AUDITED.
003780     05  WS-SNE-RESULT-SW           PIC X(01).
003790         88  SNE-STRONG-HIT                 VALUE 'S'.
003800         88  SNE-WEAK-HIT                   VALUE 'W'.
003810         88  SNE-NOT-HIT                    VALUE 'N'.
003820     05  WS-SNE-CAND-NAME-NORM      PIC X(40).
003830     05  WS-SNE-CAND-CITY-NORM      PIC X(40).
003840     05  WS-SNE-NAME-BUCKET         PIC X(04).
003850     05  WS-SNE-CITY-BUCKET         PIC X(04).
003860     05  WS-SNE-SCREEN-TYPE         PIC X(01).
003870     05  WS-SNE-BUCKET              PIC X(04).
003880     05  WS-SNE-BROWSE-SW           PIC X(01).
003890         88  SNE-BROWSE-DONE                VALUE 'Y'.
003900     05  WS-SNE-BROWSE-CNT          PIC S9(04) COMP.
003910*    MOST ROWS ONE BUCKET MAY COST A SINGLE AUTHORIZATION.
003920     05  WS-SNE-BROWSE-MAX          PIC S9(04) COMP VALUE 50.
003930     05  WS-SNE-BEST-SCORE          PIC 9(03).
003940     05  WS-SNE-BEST-TYPE           PIC X(01).
003950     05  WS-SNE-BEST-ENTITY-ID      PIC X(10).
003960*    MERCHANT-MASTER RESULT FROM 5600 - FOUND MEANS THE STORED
003970*    NAME AND LOCATION COME FROM THE MASTER, NOT THE CHANNEL.
003980     05  WS-MERCH-STATUS-SW         PIC X(01).
003990         88  FOUND-MERCH-IN-MSTR            VALUE 'Y'.
004000         88  NFOUND-MERCH-IN-MSTR           VALUE 'N'.
004010     05  WS-MERCH-HOP-CNT           PIC S9(04) COMP.
004020*    MERCHANT-CAP RESULT FROM 4265 - SET WHEN THE MERCHANT'S
004030*    DAILY APPROVED COUNT OR AMOUNT ON MERCHACC HAS ALREADY
004040*    BLOWN THROUGH THE CAPS ON ITS MERCHMST ROW.
004050     05  WS-MERCH-CAP-HIT-SW        PIC X(01).
004060         88  MERCHANT-CAP-HIT               VALUE 'Y'.
004070         88  MERCHANT-CAP-NOT-HIT           VALUE 'N'.
004080*    RECURRING-REGISTRY RESULT FROM 4280.
004090     05  WS-RECUR-REG-SW            PIC X(01).
004100         88  FOUND-RECUR-REG                VALUE 'Y'.
004110         88  NFOUND-RECUR-REG               VALUE 'N'.
004120*    ORIGINAL-AUTH SEARCH STATE FROM 4610 - THE VOID (4600) AND
004130*    THE INCREMENTAL/COMPLETION LIFECYCLE (4630) BOTH LOCATE
004140*    THE ORIGINAL DETAIL UNDER THE ACCOUNT'S ROOT BY
004150*    TRANSACTION ID (AND AUTH ID CODE WHEN THE CHANNEL SENT
004160*    ONE) BEFORE TOUCHING THE HOLD.
004170     05  WS-ORIG-FOUND-SW           PIC X(01).
004180         88  ORIG-AUTH-FOUND                VALUE 'Y'.
004190         88  ORIG-AUTH-NOT-FOUND            VALUE 'N'.
004200     05  WS-ORIG-EOF-SW             PIC X(01).
004210         88  ORIG-DETAIL-EOF                VALUE 'Y'.
004220*    LIFECYCLE WORK FIELDS FROM 4640/4650 - THE RESPONSE THE
004230*    AMEND DECIDED, THE COMPLETION DELTA AGAINST THE HOLD, AND
004240*    THE BEFORE IMAGE FOR THE CHANGE-CAPTURE JOURNAL.
004250*    BEHAVIOR-PROFILE RESULT FROM 4295 - SPACE MEANS NO
004260*    PROFILE WAS ON FILE SO NOTHING WAS COMPARED.
004270*    SET WHEN THE REQUEST ARRIVED ON A WALLET DEVICE PAN AND
004280*    WAS RESOLVED TO ITS FUNDING CARD IN 3650.
004290     05  WS-WALLET-SW               PIC X(01).
004300         88  WALLET-REQUEST                 VALUE 'Y'.
004310         88  PLASTIC-REQUEST                VALUE 'N'.
004320*    WATCH-LIST RESULT FROM 4275 - AN ACTIVE ROW FORCES THE
004330*    DECISION TO REFER SO THE DESK EYEBALLS THE AUTH FIRST.
004340     05  WS-WATCH-HIT-SW            PIC X(01).
004350         88  WATCH-LIST-HIT                 VALUE 'Y'.
004360         88  WATCH-LIST-NOT-HIT             VALUE 'N'.
004370*    MESSAGE-AUTHENTICATION RESULT FROM 3080 - A FAILED MAC
004380*    NEVER REACHES THE DECISION; IT PARKS TO THE DLQ.
004390     05  WS-MAC-CHECK-SW            PIC X(01).
004400         88  MAC-CHECK-OK                   VALUE 'Y'.
004410         88  MAC-CHECK-FAILED               VALUE 'N'.
004420*    CHANNEL THROUGHPUT QUOTA RESULT FROM 3090, AND THE CLOCK
004430*    MINUTE THE CHANRATE COUNT IS KEPT FOR.
004440     05  WS-CHN-THROTTLE-SW         PIC X(01).
004450         88  CHANNEL-THROTTLED              VALUE 'Y'.
004460         88  CHANNEL-NOT-THROTTLED          VALUE 'N'.
004470     05  WS-CHN-QUOTA               PIC S9(07) COMP-3.
004480     05  WS-CHR-NOW-DATE            PIC X(08).
004490     05  WS-CHR-NOW-TIME            PIC X(06).
004500     05  WS-CHR-NOW-MINUTE          PIC X(12).
004510*    REQUEST-AGE CHECK FROM 3095 - THE CHANNEL'S TIMEOUT, THE
004520*    STAMP BEING AGED AND THE CLOCK IT IS AGED AGAINST (LOCAL
004530*    FOR THE ORIGINATION STAMP, GMT FOR THE MQ PUT TIME).
004540     05  WS-STALE-SW                PIC X(01).
004550         88  REQUEST-STALE                  VALUE 'Y'.
004560         88  REQUEST-FRESH                  VALUE 'N'.
004570     05  WS-STALE-TIMEOUT           PIC S9(05) COMP-3.
004580     05  WS-STALE-AGE               PIC S9(07) COMP-3.
004590     05  WS-STALE-NOW-DATE          PIC X(08).
004600     05  WS-STALE-NOW-TIME          PIC X(06).
004610     05  WS-STALE-STAMP-DATE        PIC X(08).
004620     05  WS-STALE-STAMP-TIME        PIC X(06).
004630     05  WS-STALE-STAMP-AGE         PIC S9(07) COMP-3.
004640     05  WS-STALE-REF-ABS           PIC S9(15) COMP-3.
004650     05  WS-STALE-PRIOR-ABS         PIC S9(15) COMP-3.
004660     05  WS-STALE-REF-DATE          PIC X(08).
004670     05  WS-STALE-REF-TIME          PIC X(06).
004680     05  WS-STALE-PRIOR-DATE        PIC X(08).
004690     05  WS-STALE-REF-SECS          PIC S9(07) COMP-3.
004700     05  WS-STALE-THEN-SECS         PIC S9(07) COMP-3.
004710     05  WS-STALE-HHMMSS            PIC 9(06).
004720     05  FILLER REDEFINES WS-STALE-HHMMSS.
004730         10  WS-STALE-HH            PIC 9(02).
004740         10  WS-STALE-MM            PIC 9(02).
004750         10  WS-STALE-SS            PIC 9(02).
004755     05  WS-ORIG-TIME-WORK          PIC X(08).
004760     05  WS-MAC-COMPUTED            PIC X(16).
004765     05  WS-MAC-RECEIVED            PIC X(16).
004770     05  WS-MAC-DATA-LEN            PIC S9(8) COMP.
004780     05  WS-BEHAVIOR-SW             PIC X(01).
004790         88  BEHAVIOR-ANOMALY               VALUE 'Y'.
004800         88  BEHAVIOR-NORMAL                VALUE 'N'.
004810*    TRAVEL-NOTICE RESULT FROM 4296 - SET WHEN THE ACCOUNT HAS
004820*    TOLD US IT IS TRAVELLING TO THE ACQUIRER'S COUNTRY TODAY.
004830     05  WS-TRAVEL-NOTICE-SW        PIC X(01).
004840         88  TRAVEL-COUNTRY-EXPECTED        VALUE 'Y'.
004850         88  TRAVEL-COUNTRY-UNEXPECTED      VALUE 'N'.
004860     05  WS-TRVN-SUB                PIC S9(04) COMP.
004870*    PREPAID BALANCE RESULT FROM 4340 - A PP CARD WITH NO ROW
004880*    ON PREPBAL HAS NO LOADED VALUE AND DECLINES 4100.
004890     05  WS-PPBAL-STATUS-SW         PIC X(01).
004900         88  FOUND-PREPAID-BAL              VALUE 'Y'.
004910         88  NFOUND-PREPAID-BAL             VALUE 'N'.
004920*    CHECKING-ACCOUNT BALANCE MOVEMENT FOR 4337 - POSITIVE GIVES
004930*    A HOLD BACK TO THE AVAILABLE BALANCE, NEGATIVE TAKES MORE.
004940     05  WS-DDA-ADJ-AMT             PIC S9(09)V99 COMP-3.
004950*    CUSTOMER-EXPOSURE WORK FROM 4318 - THE CUSTOMER'S BALANCE
004960*    PLUS PENDING SUMMED OVER THE DISTINCT ACCOUNTS FOUND UNDER
004970*    THEIR CARDXREF LINKS, AND WHAT IS LEFT UNDER THE CUSTLIM CAP.
004980*    THE CARD'S OWN XREF, ACCOUNT AND ROOT IMAGES ARE PARKED
004990*    WHILE THE SCAN READS OVER THEM.
005000     05  WS-CUST-CAP-SW             PIC X(01).
005010         88  CUST-EXPOSURE-EXCEEDED         VALUE 'Y'.
005020         88  CUST-EXPOSURE-OK               VALUE 'N'.
005030     05  WS-CUST-EXPOSURE-AMT       PIC S9(11)V99 COMP-3.
005040     05  WS-CUST-HEADROOM-AMT       PIC S9(11)V99 COMP-3.
005050     05  WS-CUSX-RID-CUST-ID        PIC 9(09).
005060     05  WS-CUSX-RID-CUST-ID-X REDEFINES
005070             WS-CUSX-RID-CUST-ID     PIC X(09).
005080     05  WS-CUSX-EOF-SW             PIC X(01).
005090         88  CUSX-SCAN-EOF                  VALUE 'Y'.
005100     05  WS-CUSX-KNOWN-SW           PIC X(01).
005110         88  CUSX-ACCT-LISTED               VALUE 'Y'.
005120     05  WS-CUSX-ACCT-CNT           PIC S9(04) COMP.
005130     05  WS-CUSX-SUB                PIC S9(04) COMP.
005140     05  WS-CUSX-ACCT-LIST          PIC 9(11) OCCURS 50 TIMES.
005150     05  WS-CUSX-SAVE-XREF          PIC X(50).
005160     05  WS-CUSX-SAVE-ACCOUNT       PIC X(62).
005170     05  WS-CUSX-SAVE-SUMMARY       PIC X(53).
005180*    CUST-IDS SUMMED UNDER THE CAP - THE CUSTOMER ALONE, OR EVERY
005190*    MEMBER OF ITS CONFIRMED-DUPLICATE GROUP ON CUSTLINK.
005200     05  WS-CUSX-MEMBER-ID          PIC 9(09).
005210     05  WS-CUSX-MBR-CNT            PIC S9(04) COMP.
005220     05  WS-CUSX-MBR-SUB            PIC S9(04) COMP.
005230     05  WS-CUSX-BROWSE-SW          PIC X(01).
005240         88  CUSX-BROWSE-FAILED             VALUE 'Y'.
005250     05  WS-LIFE-RESP-CODE          PIC X(02).
005260     05  WS-LIFE-RESP-REASON        PIC X(04).
005270     05  WS-LIFE-DELTA-AMT          PIC S9(09)V99 COMP-3.
005280*    CASH-ADVANCE WORK FROM 4315 - THE DAY'S APPROVED CASH
005290*    ALREADY STANDING AGAINST THE ACCOUNT AND THE EFFECTIVE
005300*    DAILY CASH LIMIT (THE ACCOUNT'S OWN, OR THE DEFAULT
005310*    FRACTION OF ITS CREDIT LIMIT).
005320     05  WS-CASH-USED-TODAY         PIC S9(09)V99 COMP-3.
005330     05  WS-CASH-LIMIT              PIC S9(09)V99 COMP-3.
005340     05  WS-CASH-EOF-SW             PIC X(01).
005350         88  CASH-SCAN-EOF                  VALUE 'Y'.
005360*    DEFAULT CASH SHARE OF THE CREDIT LIMIT, IN PERCENT.
005370     05  WS-CASH-DEFAULT-PCT        PIC S9(4) COMP VALUE 20.
005380*    THE REQUEST'S OWN SEGMENT IMAGE, PARKED WHILE THE CASH
005390*    SCAN READS OVER THE DETAIL AREA.
005400     05  WS-CASH-SAVE-SEGMENT       PIC X(335).
005410     05  WS-LIFE-BEFORE-IMAGE       PIC X(335).
005420     05  WS-LIFE-AMEND-IMAGE        PIC X(335).
005430     05  WS-LIFE-KEY-SAVE           PIC X(08).
005440     05  WS-RECUR-STOP-SW           PIC X(01).
005450         88  RECURRING-STOPPED              VALUE 'Y'.
005460         88  RECURRING-NOT-STOPPED          VALUE 'N'.
005470*----------------------------------------------------------------*
005480*    CICS TIME-OF-DAY WORK AREA                                  *
005490*----------------------------------------------------------------*
005500 01  WS-TIME-CONTROL.
005510     05  WS-ABS-TIME                PIC S9(15) COMP-3.
005520     05  WS-START-TIME              PIC S9(15) COMP-3.
005530     05  WS-END-TIME                PIC S9(15) COMP-3.
005540     05  WS-CUR-DATE                PIC X(08).
005550     05  WS-CUR-TIME                PIC X(08).
005560*----------------------------------------------------------------*
005570*    IMS PCB / SCHEDULING CONTROL                                *
005580*----------------------------------------------------------------*
005590 01  WS-IMS-CONTROL.
005600     05  PSB-NAME                   PIC X(8) VALUE 'PSBPAUTA'.
005610     05  PCB-OFFSET.
005620         10 PAUT-PCB-NUM            PIC S9(4) COMP VALUE +1.
005630     05  IMS-RETURN-CODE            PIC X(02).
005640         88  STATUS-OK                    VALUE '  ', 'FW'.
005650         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
005660         88  DUPLICATE-SEGMENT-FOUND      VALUE 'II'.
005670         88  END-OF-DB                    VALUE 'GB'.
005680         88  DATABASE-UNAVAILABLE         VALUE 'BA'.
005690         88  PSB-SCHEDULED-MORE-THAN-ONCE VALUE 'TC'.
005700         88  COULD-NOT-SCHEDULE-PSB       VALUE 'TE'.
005710         88  RETRY-CONDITION              VALUE 'BA', 'FH', 'TE'.
005720     05  DIBSTAT                    PIC X(02).
005730     05  WS-IMS-PSB-SCHD-FLG        PIC X(01) VALUE 'N'.
005740         88  IMS-PSB-SCHD                   VALUE 'Y'.
005750         88  IMS-PSB-NOT-SCHD               VALUE 'N'.
005760*----------------------------------------------------------------*
005770*    CONFIGURABLE PSB SCHEDULE RETRY/BACKOFF                     *
005780*----------------------------------------------------------------*
005790 01  WS-RETRY-CONTROL.
005800     05  WS-SCHD-RETRY-MAX          PIC S9(4) COMP VALUE 3.
005810     05  WS-SCHD-RETRY-CNT          PIC S9(4) COMP VALUE 0.
005820     05  WS-SCHD-BACKOFF-SECS       PIC S9(4) COMP VALUE 2.
005830*----------------------------------------------------------------*
005840*    STAND-IN MODE - WHEN THE PSB CANNOT BE SCHEDULED AND OPS    *
005850*    HAVE ENABLED IT ON PAUOPCFG, LOW-RISK REQUESTS UNDER THE    *
005860*    FLOOR LIMIT ARE APPROVED WITHOUT IMS AND STORED ON THE      *
005870*    PAUSTFWD FILE FOR CBSTFRPL TO REPLAY INTO PAUTB LATER.      *
005880*----------------------------------------------------------------*
005890*----------------------------------------------------------------*
005900*    DECLINE-RATE CIRCUIT BREAKER. WHEN THE DECLINE RATE OVER
005910*    THIS TASK'S RECENT WORK CROSSES THE PARM-DRIVEN THRESHOLD,
005920*    AN OPERATOR ALERT IS RAISED AND - IF OPS HAVE ENABLED THE
005930*    FAIL-SAFE - SOFT DECLINES ARE CONVERTED TO REFERRALS. THE
005940*    TRIPPED STATE IS HELD ON THE PAUCBRKR TS QUEUE SO IT
005950*    SURVIVES ACROSS TRIGGERED TASKS UNTIL AN OPERATOR DELETES
005960*    THE QUEUE TO RESET IT.
005970*----------------------------------------------------------------*
005980 01  WS-BREAKER-CONTROL.
005990     05  WS-BRKR-TSQ-NAME           PIC X(08) VALUE 'PAUCBRKR'.
006000     05  WS-BRKR-STATE              PIC X(08).
006010     05  WS-BRKR-TRIPPED-SW         PIC X(01) VALUE 'N'.
006020         88  BREAKER-TRIPPED                VALUE 'Y'.
006030     05  WS-FAILSAFE-SW             PIC X(01) VALUE 'N'.
006040         88  FAILSAFE-ENABLED               VALUE 'Y'.
006050     05  WS-DECL-RATE-PCT-MAX       PIC S9(4) COMP VALUE 80.
006060     05  WS-DECL-RATE-MIN-MSGS      PIC S9(4) COMP VALUE 50.
006070     05  WS-DECL-SAMPLE             PIC S9(9) COMP-3.
006080     05  WS-DECL-PCT                PIC S9(4) COMP.
006090     05  WS-BRKR-ALERT-LINE         PIC X(70).
006100 01  WS-STANDIN-CONTROL.
006110     05  WS-STANDIN-ENABLED-SW      PIC X(01) VALUE 'N'.
006120         88  STANDIN-ENABLED                VALUE 'Y'.
006130     05  WS-STANDIN-MODE-SW         PIC X(01) VALUE 'N'.
006140         88  STANDIN-MODE                   VALUE 'Y'.
006150     05  WS-STANDIN-FLOOR-LIMIT     PIC S9(07)V99 COMP-3
006160                                              VALUE +50.00.
006170*    TRAFFIC CAPTURE - EVERY PROCESSED REQUEST AND ITS REPLY
006180*    ARE JOURNALED TO THE CPTJ TD QUEUE WHEN OPS ENABLE THE
006190*    SWITCH ON PAUOPCFG, FEEDING THE CBCAPRPL REPLAY HARNESS.
006200 01  WS-CAPTURE-SW                  PIC X(01) VALUE 'N'.
006210     88  CAPTURE-ENABLED                    VALUE 'Y'.
006220*    BAD PINS IN A ROW BEFORE A CARD IS LOCKED OUT OF PIN-ENTRY
006230*    DEBIT TRAFFIC UNTIL A SUPERVISOR RESETS ITS PINTRY ROW.
006240 01  WS-PIN-TRY-MAX                 PIC S9(4) COMP VALUE 3.
006250*    DECLINES OF ONE CARD AT ONE MERCHANT BEFORE FURTHER ATTEMPTS
006260*    ARE REFUSED 'DO NOT RETRY', AND THE ROLLING WINDOW THEY ARE
006270*    COUNTED IN - 24 HOURS IN MILLISECONDS, AS CICS ABSTIME RUNS.
006280 01  WS-DECL-RETRY-MAX              PIC S9(4) COMP VALUE 10.
006290 01  WS-DECL-RETRY-WINDOW-MS        PIC S9(15) COMP-3
006300                                    VALUE 86400000.
006310 01  WS-DECL-RETRY-AGE-MS           PIC S9(15) COMP-3.
006320*    MINUTES LOCAL TIME RUNS AHEAD OF GMT, FOR AGEING A REQUEST
006330*    FROM ITS MQ PUT TIME (MQ STAMPS IT IN GMT).
006340 01  WS-GMT-OFFSET-MIN              PIC S9(4) COMP VALUE 0.
006350*    TREATMENT OF AN ACCOUNT IN EACH DAYS-PAST-DUE BUCKET - NO
006360*    CASH AT 30, RECURRING ONLY AT 60, DECLINE ALL AT 90.
006370 01  WS-DELINQ-TREATMENTS.
006380     05  WS-DELINQ-TRT-30           PIC X(01) VALUE 'C'.
006390     05  WS-DELINQ-TRT-60           PIC X(01) VALUE 'R'.
006400     05  WS-DELINQ-TRT-90           PIC X(01) VALUE 'D'.
006410*----------------------------------------------------------------*
006420*    OPS-MAINTAINABLE OVERRIDE OF THE ABOVE DEFAULTS               *
006430*----------------------------------------------------------------*
006440 01  WS-OPCFGFILENAME               PIC X(08) VALUE 'PAUOPCFG'.
006450 COPY CVOPCFGY.
006460*----------------------------------------------------------------*
006470*    MQ SERIES FIELDS                                            *
006480*----------------------------------------------------------------*
006490 01  WS-MQ-FIELDS.
006500     05  W02-HCONN-REQUEST          PIC S9(09) COMP.
006510     05  W02-HCONN-REPLY            PIC S9(09) COMP.
006520     05  W02-HOBJ-REQUEST           PIC S9(09) COMP.
006530     05  W02-HOBJ-REPLY             PIC S9(09) COMP.
006540     05  W02-HOBJ-DLQ               PIC S9(09) COMP.
006550     05  W02-HOBJ-MONITOR           PIC S9(09) COMP.
006560     05  W02-HOBJ-NOTIFY            PIC S9(09) COMP.
006570     05  W02-BUFFLEN                PIC S9(09) COMP.
006580     05  W02-DATALEN                PIC S9(09) COMP.
006590     05  WS-RESP-LENGTH             PIC S9(09) COMP.
006600     05  WS-COMPCODE                PIC S9(09) COMP.
006610     05  WS-REASON                  PIC S9(09) COMP.
006620     05  WS-REQUEST-QNAME           PIC X(48)
006630             VALUE 'PAUTH.REQUEST.QUEUE'.
006640*    THE EXPRESS LANE - INTERACTIVE POINT-OF-SALE TRAFFIC GETS
006650*    ITS OWN QUEUE, TRIGGER AND INSTANCES SO IT NEVER WAITS
006660*    BEHIND A BULK SUBMISSION. THE LANE IS DECIDED BY WHICH
006670*    TRIGGERED TRANSACTION STARTED THIS TASK.
006680     05  WS-EXPRESS-QNAME           PIC X(48)
006690             VALUE 'PAUTH.EXPRESS.QUEUE'.
006700     05  WS-EXPRESS-TRANID          PIC X(04) VALUE 'PAUX'.
006710     05  WS-LANE-IND                PIC X(01) VALUE 'S'.
006720         88  EXPRESS-LANE                   VALUE 'E'.
006730         88  STANDARD-LANE                  VALUE 'S'.
006740     05  WS-REPLY-QNAME             PIC X(48)
006750             VALUE 'PAUTH.REPLY.QUEUE'.
006760     05  WS-DLQ-QNAME               PIC X(48)
006770             VALUE 'PAUTH.DEADLETTER.QUEUE'.
006780     05  WS-MONITOR-QNAME           PIC X(48)
006790             VALUE 'PAUTH.MONITOR.QUEUE'.
006800     05  WS-NOTIFY-QNAME            PIC X(48)
006810             VALUE 'PAUTH.CUSTNOTIFY.QUEUE'.
006820     05  WS-SAVE-CORRELID           PIC X(24).
006830     05  W02-GET-BUFFER             PIC X(250).
006840     05  W02-PUT-BUFFER             PIC X(250).
006850*    MONITOR COPY OF THE REPLY, EXTENDED WITH A DISPOSITION
006860*    FLAG (N NORMAL, D DUPLICATE RESEND, T THROTTLED - SYSTEM
006870*    BUSY) AND THE MESSAGE'S
006880*    ELAPSED MICROSECONDS SO THE MIS CONSUMER (CBMISMON) CAN
006890*    REPORT LATENCY AND DUPLICATE TRAFFIC WITHOUT GUESSING.
006900     05  W02-MON-BUFFER             PIC X(270).
006910     05  WS-MON-LENGTH              PIC S9(09) COMP.
006920     05  WS-MON-DISPOSITION         PIC X(01) VALUE 'N'.
006930     05  WS-MON-ELAPSED-DIS         PIC 9(09).
006940     05  WS-NO-MORE-MSGS-SW         PIC X(01) VALUE 'N'.
006950         88  NO-MORE-MESSAGES               VALUE 'Y'.
006960     05  WS-MQPUT-SW                PIC X(01).
006970         88  MQPUT-SUCCESSFUL               VALUE 'Y'.
006980         88  NOT-MQPUT-SUCCESSFUL           VALUE 'N'.
006990*----------------------------------------------------------------*
007000*    REQUEST VALIDATION / DUPLICATE DETECTION                    *
007010*----------------------------------------------------------------*
007020 01  WS-VALIDATION-SW               PIC X(01).
007030     88  VALIDATION-OK                      VALUE 'Y'.
007040     88  VALIDATION-FAILED                  VALUE 'N'.
007050 01  WS-VALID-REASON                PIC X(40).
007060 01  WS-DUP-CHECK-SW                PIC X(01).
007070     88  DUPLICATE-REQUEST                  VALUE 'Y'.
007080     88  NOT-DUPLICATE-REQUEST              VALUE 'N'.
007090*    DUPLICATE DETECTION AND THE CACHED-REPLY STORE LIVE ON THE
007100*    SHARED PAUDUPCK FILE, NOT IN TASK STORAGE, SO A CHANNEL
007110*    RETRY LANDING ON A DIFFERENT TRIGGERED INSTANCE IS STILL
007120*    CAUGHT AND ANSWERED WITH THE SAME REPLY.
007130 01  WS-DUPCKFILENAME               PIC X(08) VALUE 'PAUDUPCK'.
007140     COPY CVDUPCKY.
007150*----------------------------------------------------------------*
007160*    MERCHANT-CATEGORY VELOCITY CHECK - THE PER-ACCOUNT/MCC
007170*    COUNTS LIVE ON THE SHARED PAUVELCT FILE SO THE CHECK HOLDS
007180*    ACROSS CONCURRENT INSTANCES; EACH INCREMENT SERIALIZES ON
007190*    THE VSAM LOCK.
007200*----------------------------------------------------------------*
007210 01  WS-VELCTFILENAME               PIC X(08) VALUE 'PAUVELCT'.
007220     COPY CVVELCTY.
007230 01  WS-VEL-THRESHOLD               PIC S9(4) COMP VALUE 5.
007240 01  WS-VEL-EXCEEDED-SW             PIC X(01).
007250     88  VELOCITY-EXCEEDED                  VALUE 'Y'.
007260     88  VELOCITY-NOT-EXCEEDED              VALUE 'N'.
007270*----------------------------------------------------------------*
007280*    DECISION-RULES TABLE, LOADED FROM PAURULES AT TASK START    *
007290*    AND EVALUATED IN RULE-ID ORDER BY 4320. AN EMPTY OR         *
007300*    UNREADABLE FILE LEAVES THE COUNT AT ZERO AND THE DECISION   *
007310*    FALLS BACK TO THE BUILT-IN FICO RULE.                       *
007320*----------------------------------------------------------------*
007330 01  WS-RULE-CONTROL.
007340     05  WS-RULE-COUNT              PIC S9(4) COMP VALUE 0.
007350     05  WS-RULE-TABLE-MAX          PIC S9(4) COMP VALUE 50.
007360     05  WS-RULE-BROWSE-SW          PIC X(01) VALUE 'N'.
007370         88  RULE-BROWSE-DONE               VALUE 'Y'.
007380     05  WS-RULE-MATCHED-SW         PIC X(01).
007390         88  RULE-MATCHED                   VALUE 'Y'.
007400         88  RULE-NOT-MATCHED               VALUE 'N'.
007410 01  WS-RULE-TABLE.
007420     05  WS-RULE-ENTRY OCCURS 50 TIMES
007430                       INDEXED BY WS-RULE-IDX.
007440         10  WS-RULE-ID             PIC 9(05).
007450         10  WS-RULE-AUTH-TYPE      PIC X(02).
007460         10  WS-RULE-MCC            PIC X(04).
007470         10  WS-RULE-POS-MODE       PIC X(02).
007480         10  WS-RULE-AMT-FROM       PIC 9(09)V99 COMP-3.
007490         10  WS-RULE-AMT-TO         PIC 9(09)V99 COMP-3.
007500         10  WS-RULE-ACTION         PIC X(01).
007510         10  WS-RULE-PARTIAL-PCT    PIC 9(03)    COMP-3.
007520         10  WS-RULE-RESP-REASON    PIC X(04).
007530         10  WS-RULE-ECI            PIC X(02).
007540         10  WS-RULE-INST           PIC X(03).
007550 COPY CVDCRULY.
007560*----------------------------------------------------------------*
007570*    CHALLENGER RULE SET, LOADED FROM PAURULEC BESIDE THE LIVE   *
007580*    TABLE AND EVALUATED IN SHADOW ON EVERY CREDIT DECISION. IT  *
007590*    NEVER CHANGES THE ANSWER - IT ONLY RECORDS ON CSHD WHERE IT *
007600*    WOULD HAVE DECIDED DIFFERENTLY. AN EMPTY OR MISSING FILE    *
007610*    LEAVES THE COUNT AT ZERO AND SHADOWING OFF. OUTCOMES ARE    *
007620*    A (APPROVED IN FULL), P (PARTIAL) OR D (DECLINED).          *
007630*----------------------------------------------------------------*
007640 01  WS-CHLG-CONTROL.
007650     05  WS-CHLG-COUNT              PIC S9(4) COMP VALUE 0.
007660     05  WS-CHLG-MATCHED-SW         PIC X(01).
007670         88  CHLG-RULE-MATCHED              VALUE 'Y'.
007680         88  CHLG-RULE-NOT-MATCHED          VALUE 'N'.
007690     05  WS-LIVE-RULE-ID            PIC 9(05).
007700     05  WS-LIVE-OUTCOME            PIC X(01).
007710     05  WS-LIVE-REASON             PIC X(04).
007720     05  WS-LIVE-APPROVED-AMT       PIC S9(09)V99 COMP-3.
007730     05  WS-CHLG-RULE-ID            PIC 9(05).
007740     05  WS-CHLG-OUTCOME            PIC X(01).
007750     05  WS-CHLG-RESP-CODE          PIC X(02).
007760     05  WS-CHLG-REASON             PIC X(04).
007770     05  WS-CHLG-APPROVED-AMT       PIC S9(09)V99 COMP-3.
007780 01  WS-CHLG-TABLE.
007790     05  WS-CHLG-ENTRY OCCURS 50 TIMES
007800                       INDEXED BY WS-CHLG-IDX.
007810         10  WS-CHLG-ID             PIC 9(05).
007820         10  WS-CHLG-AUTH-TYPE      PIC X(02).
007830         10  WS-CHLG-MCC            PIC X(04).
007840         10  WS-CHLG-POS-MODE       PIC X(02).
007850         10  WS-CHLG-AMT-FROM       PIC 9(09)V99 COMP-3.
007860         10  WS-CHLG-AMT-TO         PIC 9(09)V99 COMP-3.
007870         10  WS-CHLG-ACTION         PIC X(01).
007880         10  WS-CHLG-PARTIAL-PCT    PIC 9(03)    COMP-3.
007890         10  WS-CHLG-RESP-REASON    PIC X(04).
007900         10  WS-CHLG-ECI            PIC X(02).
007910         10  WS-CHLG-INST           PIC X(03).
007920 COPY CVSHDDFY.
007930*----------------------------------------------------------------*
007940*    THROUGHPUT / LATENCY STATISTICS                             *
007950*----------------------------------------------------------------*
007960 01  WS-STATS.
007970     05  WS-STAT-MSG-COUNT          PIC S9(9) COMP-3 VALUE 0.
007980     05  WS-STAT-APPROVED-COUNT     PIC S9(9) COMP-3 VALUE 0.
007990     05  WS-STAT-DECLINED-COUNT     PIC S9(9) COMP-3 VALUE 0.
008000     05  WS-STAT-REJECTED-COUNT     PIC S9(9) COMP-3 VALUE 0.
008010     05  WS-STAT-DUPLICATE-COUNT    PIC S9(9) COMP-3 VALUE 0.
008020     05  WS-STAT-STANDIN-COUNT      PIC S9(9) COMP-3 VALUE 0.
008030     05  WS-STAT-FMT-V01-COUNT      PIC S9(9) COMP-3 VALUE 0.
008040     05  WS-STAT-FMT-V02-COUNT      PIC S9(9) COMP-3 VALUE 0.
008050     05  WS-STAT-FMT-V03-COUNT      PIC S9(9) COMP-3 VALUE 0.
008060     05  WS-STAT-FMT-V04-COUNT      PIC S9(9) COMP-3 VALUE 0.
008070     05  WS-STAT-MAC-FAILED         PIC S9(9) COMP-3 VALUE 0.
008080     05  WS-STAT-BIN-UNKNOWN        PIC S9(9) COMP-3 VALUE 0.
008090     05  WS-STAT-THROTTLED-COUNT    PIC S9(9) COMP-3 VALUE 0.
008100     05  WS-STAT-TIMEOUT-COUNT      PIC S9(9) COMP-3 VALUE 0.
008110     05  WS-STAT-SHADOW-EVAL-COUNT  PIC S9(9) COMP-3 VALUE 0.
008120     05  WS-STAT-SHADOW-DIFF-COUNT  PIC S9(9) COMP-3 VALUE 0.
008130     05  WS-STAT-TOTAL-ELAPSED      PIC S9(15) COMP-3 VALUE 0.
008140     05  WS-STAT-ELAPSED-THIS-MSG   PIC S9(15) COMP-3.
008150     05  WS-STAT-AVG-ELAPSED        PIC S9(15) COMP-3 VALUE 0.
008160     05  WS-STAT-AVG-DIS            PIC Z(10)9.
008170     05  WS-STAT-CNT-DIS            PIC Z(8)9.
008180*----------------------------------------------------------------*
008190*    WORK COPIES OF MQ VENDOR STRUCTURES (ONE PER OBJECT)        *
008200*----------------------------------------------------------------*
008210     COPY CMQTML.
008220 01  MQM-OD-REQUEST.
008230     COPY CMQODV.
008240 01  MQM-OD-REPLY.
008250     COPY CMQODV.
008260 01  MQM-OD-DLQ.
008270     COPY CMQODV.
008280 01  MQM-OD-MONITOR.
008290     COPY CMQODV.
008300 01  MQM-OD-NOTIFY.
008310     COPY CMQODV.
008320 01  MQM-MD-REQUEST.
008330     COPY CMQMDV.
008340 01  MQM-MD-REPLY.
008350     COPY CMQMDV.
008360 01  MQM-MD-DLQ.
008370     COPY CMQMDV.
008380 01  MQM-MD-MONITOR.
008390     COPY CMQMDV.
008400 01  MQM-MD-NOTIFY.
008410     COPY CMQMDV.
008420 01  MQM-PUT-MESSAGE-OPTIONS.
008430     COPY CMQPMOV.
008440 01  MQM-GET-MESSAGE-OPTIONS.
008450     COPY CMQGMOV.
008460*----------------------------------------------------------------*
008470*  STAGING COPYBOOKS                                             *
008480*----------------------------------------------------------------*
008490*- PENDING AUTHORIZATION REQUEST LAYOUT
008500 01  PENDING-AUTH-REQUEST.
008510     COPY CCPAURQY.
008520*- PENDING AUTHORIZATION RESPONSE LAYOUT
008530 01  PENDING-AUTH-RESPONSE.
008540     COPY CCPAURLY.
008550*- APPLICATION ERROR LOG LAYOUT
008560     COPY CCPAUERY.
008570*----------------------------------------------------------------*
008580*  IMS SEGMENT LAYOUT                                            *
008590*----------------------------------------------------------------*
008600*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
008610 01  PENDING-AUTH-SUMMARY.
008620     COPY CIPAUSMY.
008630*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
008640 01  PENDING-AUTH-DETAILS.
008650     COPY CIPAUDTY.
008660*----------------------------------------------------------------*
008670*  CUSTOMER / CARD CROSS-REFERENCE LAYOUTS                       *
008680*----------------------------------------------------------------*
008690 01  CARD-XREF-RECORD.
008700     COPY CVACT03Y.
008710     COPY CVCUS01Y.
008720     COPY CVACT01Y.
008730     COPY CVCRDSTY.
008740     COPY CVSTFWDY.
008750     COPY CVCRDCTY.
008760     COPY CVSNCTYY.
008770     COPY CVSNCAUY.
008780     COPY CVSNENTY.
008790     COPY CVSNMCHY.
008800     COPY CVCAPTRY.
008810     COPY CVDCTRCY.
008820     COPY CVCDCFDY.
008830     COPY CVALRPRY.
008840     COPY CVCRDVFY.
008850     COPY CVTOKPVY.
008860     COPY CVTOKNVY.
008870     COPY CVPPBALY.
008880     COPY CVMRCACY.
008890     COPY CVLMOVRY.
008900     COPY CVBHVPRY.
008910     COPY CVTRVNTY.
008920     COPY CVCHKEYY.
008930     COPY CVWTCHLY.
008940     COPY CVFRWKQY.
008950     COPY CVCHNMSY.
008960     COPY CVCHNRTY.
008970     COPY CVWLTXRY.
008980     COPY CVRECREY.
008990     COPY CVMRCMSY.
009000     COPY CVBINPRY.
009010     COPY CVPINTRY.
009020     COPY CVDRTRYY.
009030     COPY CVDDABLY.
009040     COPY CVCUSLMY.
009050     COPY CVCUSLKY.
009060     COPY CVDLNQSY.
009070     COPY CVMCCRFY.
009080     COPY CVLATRQY.
009090     COPY CVHLDESY.
009100*----------------------------------------------------------------*
009110     COPY DFHAID.
009120     COPY DFHBMSCA.
009130*----------------------------------------------------------------*
009140 LINKAGE SECTION.
009150 01  PAUTBPCB                       PIC X(100).
009160 01  DFHCOMMAREA.
009170     05  LK-COMMAREA                PIC X(01)
009180             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
009190*----------------------------------------------------------------*
009200 PROCEDURE DIVISION                  USING PAUTBPCB.
009210*----------------------------------------------------------------*
009220 MAIN-PARA.
009230     ENTRY 'DLITCBL'                 USING PAUTBPCB.
009240*
009250     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
009260*
009270     PERFORM 2000-MAIN-PROCESS       THRU 2000-EXIT
009280*
009290     PERFORM 9000-TERMINATE          THRU 9000-EXIT
009300*
009310     EXEC CICS RETURN
009320     END-EXEC
009330     .
009340*----------------------------------------------------------------*
009350 1000-INITIALIZE.
009360*----------------------------------------------------------------*
009370     SET VALIDATION-OK              TO TRUE
009380     SET NOT-DUPLICATE-REQUEST      TO TRUE
009390     SET IMS-PSB-NOT-SCHD           TO TRUE
009400     EXEC CICS ASKTIME
009410          ABSTIME(WS-ABS-TIME)
009420          NOHANDLE
009430     END-EXEC
009440     EXEC CICS FORMATTIME
009450          ABSTIME(WS-ABS-TIME)
009460          YYYYMMDD(WS-TODAY-CCYYMMDD)
009470          NOHANDLE
009480     END-EXEC
009490     IF EIBTRNID = WS-EXPRESS-TRANID
009500        SET EXPRESS-LANE            TO TRUE
009510        MOVE WS-EXPRESS-QNAME       TO WS-REQUEST-QNAME
009520     END-IF
009530     PERFORM 1100-OPEN-QUEUES       THRU 1100-EXIT
009540     PERFORM 1150-READ-OPS-CONFIG   THRU 1150-EXIT
009550     PERFORM 1160-LOAD-DECISION-RULES THRU 1160-EXIT
009560     PERFORM 1165-LOAD-CHALLENGER-RULES THRU 1165-EXIT
009570     PERFORM 1180-CHECK-BREAKER-STATE THRU 1180-EXIT
009580     PERFORM 1200-SCHEDULE-PSB      THRU 1200-EXIT
009590     .
009600 1000-EXIT.
009610     EXIT.
009620*----------------------------------------------------------------*
009630 1100-OPEN-QUEUES.
009640*----------------------------------------------------------------*
009650*    OPENS THE INBOUND REQUEST QUEUE FOR GET, AND THE REPLY,     *
009660*    DEAD-LETTER, MONITORING AND CUSTOMER-NOTIFICATION QUEUES    *
009670*    FOR PUT.                                                    *
009680*----------------------------------------------------------------*
009690     MOVE MQOT-Q              TO MQOD-OBJECTTYPE OF MQM-OD-REQUEST
009700     MOVE WS-REQUEST-QNAME    TO MQOD-OBJECTNAME OF MQM-OD-REQUEST
009710     CALL 'MQOPEN' USING W02-HCONN-REQUEST
009720                         MQM-OD-REQUEST
009730                         W02-HOBJ-REQUEST
009740                         WS-COMPCODE
009750                         WS-REASON
009760     END-CALL
009770*
009780     MOVE MQOT-Q              TO MQOD-OBJECTTYPE OF MQM-OD-REPLY
009790     MOVE WS-REPLY-QNAME      TO MQOD-OBJECTNAME OF MQM-OD-REPLY
009800     CALL 'MQOPEN' USING W02-HCONN-REPLY
009810                         MQM-OD-REPLY
009820                         W02-HOBJ-REPLY
009830                         WS-COMPCODE
009840                         WS-REASON
009850     END-CALL
009860*
009870     MOVE MQOT-Q              TO MQOD-OBJECTTYPE OF MQM-OD-DLQ
009880     MOVE WS-DLQ-QNAME        TO MQOD-OBJECTNAME OF MQM-OD-DLQ
009890     CALL 'MQOPEN' USING W02-HCONN-REPLY
009900                         MQM-OD-DLQ
009910                         W02-HOBJ-DLQ
009920                         WS-COMPCODE
009930                         WS-REASON
009940     END-CALL
009950*
009960     MOVE MQOT-Q              TO MQOD-OBJECTTYPE OF MQM-OD-MONITOR
009970     MOVE WS-MONITOR-QNAME    TO MQOD-OBJECTNAME OF MQM-OD-MONITOR
009980     CALL 'MQOPEN' USING W02-HCONN-REPLY
009990                         MQM-OD-MONITOR
010000                         W02-HOBJ-MONITOR
010010                         WS-COMPCODE
010020                         WS-REASON
010030     END-CALL
010040*
010050     MOVE MQOT-Q              TO MQOD-OBJECTTYPE OF MQM-OD-NOTIFY
010060     MOVE WS-NOTIFY-QNAME     TO MQOD-OBJECTNAME OF MQM-OD-NOTIFY
010070     CALL 'MQOPEN' USING W02-HCONN-REPLY
010080                         MQM-OD-NOTIFY
010090                         W02-HOBJ-NOTIFY
010100                         WS-COMPCODE
010110                         WS-REASON
010120     END-CALL
010130     .
010140 1100-EXIT.
010150     EXIT.
010160*----------------------------------------------------------------*
010170*    LOADS THE PSB SCHEDULE RETRY/BACKOFF FROM THE SHARED OPS-     *
010180*    CONFIG FILE, KEYED BY PROGRAM NAME, SO OPS CAN RETUNE THEM   *
010190*    WITHOUT A RECOMPILE. IF THE ROW IS MISSING OR THE READ       *
010200*    FAILS, THE HARDCODED DEFAULTS ABOVE ARE LEFT IN PLACE.       *
010210*----------------------------------------------------------------*
010220 1150-READ-OPS-CONFIG.
010230*----------------------------------------------------------------*
010240     MOVE WS-PGMNAME                TO OPCFG-ID
010250     EXEC CICS READ
010260          DATASET   (WS-OPCFGFILENAME)
010270          RIDFLD    (OPCFG-ID)
010280          KEYLENGTH (LENGTH OF OPCFG-ID)
010290          INTO      (OPS-CONFIG-RECORD)
010300          LENGTH    (LENGTH OF OPS-CONFIG-RECORD)
010310          RESP      (WS-RESP-CD)
010320          RESP2     (WS-REAS-CD)
010330     END-EXEC
010340     IF WS-RESP-CD = DFHRESP(NORMAL)
010350        IF OPCFG-SCHD-RETRY-MAX > 0
010360           MOVE OPCFG-SCHD-RETRY-MAX   TO WS-SCHD-RETRY-MAX
010370           MOVE OPCFG-SCHD-BACKOFF-SECS TO WS-SCHD-BACKOFF-SECS
010380        END-IF
010390        IF OPCFG-STANDIN-SW = 'Y'
010400           SET STANDIN-ENABLED         TO TRUE
010410           IF OPCFG-STANDIN-FLOOR-LIMIT > 0
010420              MOVE OPCFG-STANDIN-FLOOR-LIMIT
010430                                       TO WS-STANDIN-FLOOR-LIMIT
010440           END-IF
010450        END-IF
010460        IF OPCFG-DECL-RATE-PCT-MAX > 0
010470           MOVE OPCFG-DECL-RATE-PCT-MAX TO WS-DECL-RATE-PCT-MAX
010480        END-IF
010490        IF OPCFG-DECL-RATE-MIN-MSGS > 0
010500           MOVE OPCFG-DECL-RATE-MIN-MSGS
010510                                       TO WS-DECL-RATE-MIN-MSGS
010520        END-IF
010530        IF OPCFG-FAILSAFE-SW = 'Y'
010540           SET FAILSAFE-ENABLED        TO TRUE
010550        END-IF
010560        IF OPCFG-CAPTURE-SW = 'Y'
010570           SET CAPTURE-ENABLED         TO TRUE
010580        END-IF
010590*    A ROW WRITTEN BEFORE THE FIELD EXISTED HAS SPACES THERE -
010600*    ONLY A SENSIBLE VALUE OVERRIDES THE DEFAULT.
010610        IF OPCFG-PIN-TRY-MAX > 0 AND OPCFG-PIN-TRY-MAX < 100
010620           MOVE OPCFG-PIN-TRY-MAX      TO WS-PIN-TRY-MAX
010630        END-IF
010640        IF OPCFG-DECL-RETRY-MAX > 0
010650           AND OPCFG-DECL-RETRY-MAX < 1000
010660           MOVE OPCFG-DECL-RETRY-MAX   TO WS-DECL-RETRY-MAX
010670        END-IF
010680        IF OPCFG-DELINQ-TRT-30 = 'N' OR 'C' OR 'R' OR 'D'
010690           MOVE OPCFG-DELINQ-TRT-30    TO WS-DELINQ-TRT-30
010700        END-IF
010710        IF OPCFG-DELINQ-TRT-60 = 'N' OR 'C' OR 'R' OR 'D'
010720           MOVE OPCFG-DELINQ-TRT-60    TO WS-DELINQ-TRT-60
010730        END-IF
010740        IF OPCFG-DELINQ-TRT-90 = 'N' OR 'C' OR 'R' OR 'D'
010750           MOVE OPCFG-DELINQ-TRT-90    TO WS-DELINQ-TRT-90
010760        END-IF
010770        IF OPCFG-GMT-OFFSET-MIN > -841
010780           AND OPCFG-GMT-OFFSET-MIN < 841
010790           MOVE OPCFG-GMT-OFFSET-MIN   TO WS-GMT-OFFSET-MIN
010800        END-IF
010810     END-IF
010820     .
010830 1150-EXIT.
010840     EXIT.
010850*----------------------------------------------------------------*
010860 1160-LOAD-DECISION-RULES.
010870*----------------------------------------------------------------*
010880*    BROWSES THE PAURULES FILE ONCE INTO THE IN-STORAGE RULE     *
010890*    TABLE. THE FILE IS SMALL AND OPS-MAINTAINED; A MISSING OR   *
010900*    EMPTY FILE IS NOT AN ERROR - THE DECISION SIMPLY RUNS ON    *
010910*    THE BUILT-IN FICO RULE AS IT ALWAYS HAS.                    *
010920*----------------------------------------------------------------*
010930     MOVE 0                         TO WS-RULE-COUNT
010940     MOVE 'N'                       TO WS-RULE-BROWSE-SW
010950     MOVE ZERO                      TO RULE-ID
010960     EXEC CICS STARTBR
010970          DATASET   (WS-RULEFILENAME)
010980          RIDFLD    (RULE-ID)
010990          KEYLENGTH (LENGTH OF RULE-ID)
011000          GTEQ
011010          RESP      (WS-RESP-CD)
011020     END-EXEC
011030     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
011040        SET RULE-BROWSE-DONE        TO TRUE
011050     ELSE
011060        PERFORM 1170-READ-NEXT-RULE THRU 1170-EXIT
011070            UNTIL RULE-BROWSE-DONE
011080        EXEC CICS ENDBR
011090             DATASET (WS-RULEFILENAME)
011100             RESP    (WS-RESP-CD)
011110        END-EXEC
011120     END-IF
011130     .
011140 1160-EXIT.
011150     EXIT.
011160*----------------------------------------------------------------*
011170 1180-CHECK-BREAKER-STATE.
011180*----------------------------------------------------------------*
011190*    THE BREAKER STAYS TRIPPED ACROSS TRIGGERED TASKS VIA THE    *
011200*    PAUCBRKR TS QUEUE - AN OPERATOR RESETS IT BY DELETING THE   *
011210*    QUEUE ONCE THE UNDERLYING PROBLEM IS FIXED.                 *
011220*----------------------------------------------------------------*
011230     MOVE SPACES                    TO WS-BRKR-STATE
011240     EXEC CICS READQ TS
011250          QUEUE(WS-BRKR-TSQ-NAME)
011260          INTO(WS-BRKR-STATE)
011270          LENGTH(LENGTH OF WS-BRKR-STATE)
011280          ITEM(1)
011290          RESP(WS-RESP-CD)
011300          NOHANDLE
011310     END-EXEC
011320     IF WS-RESP-CD = DFHRESP(NORMAL)
011330        AND WS-BRKR-STATE(1:7) = 'TRIPPED'
011340        SET BREAKER-TRIPPED         TO TRUE
011350     END-IF
011360     .
011370 1180-EXIT.
011380     EXIT.
011390*----------------------------------------------------------------*
011400 1170-READ-NEXT-RULE.
011410*----------------------------------------------------------------*
011420     EXEC CICS READNEXT
011430          DATASET   (WS-RULEFILENAME)
011440          RIDFLD    (RULE-ID)
011450          KEYLENGTH (LENGTH OF RULE-ID)
011460          INTO      (DECISION-RULE-RECORD)
011470          LENGTH    (LENGTH OF DECISION-RULE-RECORD)
011480          RESP      (WS-RESP-CD)
011490     END-EXEC
011500     IF WS-RESP-CD = DFHRESP(NORMAL)
011510        AND WS-RULE-COUNT < WS-RULE-TABLE-MAX
011520        ADD 1 TO WS-RULE-COUNT
011530        MOVE RULE-ID             TO WS-RULE-ID(WS-RULE-COUNT)
011540        MOVE RULE-AUTH-TYPE      TO
011550             WS-RULE-AUTH-TYPE(WS-RULE-COUNT)
011560        MOVE RULE-MCC            TO WS-RULE-MCC(WS-RULE-COUNT)
011570        MOVE RULE-POS-ENTRY-MODE TO
011580             WS-RULE-POS-MODE(WS-RULE-COUNT)
011590        MOVE RULE-AMT-FROM       TO
011600             WS-RULE-AMT-FROM(WS-RULE-COUNT)
011610        MOVE RULE-AMT-TO         TO WS-RULE-AMT-TO(WS-RULE-COUNT)
011620        MOVE RULE-ACTION         TO WS-RULE-ACTION(WS-RULE-COUNT)
011630        MOVE RULE-PARTIAL-PCT    TO
011640             WS-RULE-PARTIAL-PCT(WS-RULE-COUNT)
011650        MOVE RULE-RESP-REASON    TO
011660             WS-RULE-RESP-REASON(WS-RULE-COUNT)
011670        MOVE RULE-ECI-SELECT     TO
011680             WS-RULE-ECI(WS-RULE-COUNT)
011690        MOVE RULE-INST-ID        TO
011700             WS-RULE-INST(WS-RULE-COUNT)
011710     ELSE
011720        SET RULE-BROWSE-DONE     TO TRUE
011730     END-IF
011740     .
011750 1170-EXIT.
011760     EXIT.
011770*----------------------------------------------------------------*
011780 1165-LOAD-CHALLENGER-RULES.
011790*----------------------------------------------------------------*
011800*    BROWSES THE PAURULEC FILE INTO THE CHALLENGER TABLE THE     *
011810*    SAME WAY 1160 LOADS THE LIVE SET. THE FILE IS ONLY DEFINED  *
011820*    OR POPULATED WHILE A RULE CHANGE IS BEING TRIED OUT; WHEN   *
011830*    IT IS ABSENT OR EMPTY NOTHING IS SHADOWED.                  *
011840*----------------------------------------------------------------*
011850     MOVE 0                         TO WS-CHLG-COUNT
011860     MOVE 'N'                       TO WS-RULE-BROWSE-SW
011870     MOVE ZERO                      TO RULE-ID
011880     EXEC CICS STARTBR
011890          DATASET   (WS-RULECFILENAME)
011900          RIDFLD    (RULE-ID)
011910          KEYLENGTH (LENGTH OF RULE-ID)
011920          GTEQ
011930          RESP      (WS-RESP-CD)
011940     END-EXEC
011950     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
011960        SET RULE-BROWSE-DONE        TO TRUE
011970     ELSE
011980        PERFORM 1175-READ-NEXT-CHALLENGER THRU 1175-EXIT
011990            UNTIL RULE-BROWSE-DONE
012000        EXEC CICS ENDBR
012010             DATASET (WS-RULECFILENAME)
012020             RESP    (WS-RESP-CD)
012030        END-EXEC
012040     END-IF
012050     .
012060 1165-EXIT.
012070     EXIT.
012080*----------------------------------------------------------------*
012090 1175-READ-NEXT-CHALLENGER.
012100*----------------------------------------------------------------*
012110     EXEC CICS READNEXT
012120          DATASET   (WS-RULECFILENAME)
012130          RIDFLD    (RULE-ID)
012140          KEYLENGTH (LENGTH OF RULE-ID)
012150          INTO      (DECISION-RULE-RECORD)
012160          LENGTH    (LENGTH OF DECISION-RULE-RECORD)
012170          RESP      (WS-RESP-CD)
012180     END-EXEC
012190     IF WS-RESP-CD = DFHRESP(NORMAL)
012200        AND WS-CHLG-COUNT < WS-RULE-TABLE-MAX
012210        ADD 1 TO WS-CHLG-COUNT
012220        MOVE RULE-ID             TO WS-CHLG-ID(WS-CHLG-COUNT)
012230        MOVE RULE-AUTH-TYPE      TO
012240             WS-CHLG-AUTH-TYPE(WS-CHLG-COUNT)
012250        MOVE RULE-MCC            TO WS-CHLG-MCC(WS-CHLG-COUNT)
012260        MOVE RULE-POS-ENTRY-MODE TO
012270             WS-CHLG-POS-MODE(WS-CHLG-COUNT)
012280        MOVE RULE-AMT-FROM       TO
012290             WS-CHLG-AMT-FROM(WS-CHLG-COUNT)
012300        MOVE RULE-AMT-TO         TO WS-CHLG-AMT-TO(WS-CHLG-COUNT)
012310        MOVE RULE-ACTION         TO WS-CHLG-ACTION(WS-CHLG-COUNT)
012320        MOVE RULE-PARTIAL-PCT    TO
012330             WS-CHLG-PARTIAL-PCT(WS-CHLG-COUNT)
012340        MOVE RULE-RESP-REASON    TO
012350             WS-CHLG-RESP-REASON(WS-CHLG-COUNT)
012360        MOVE RULE-ECI-SELECT     TO
012370             WS-CHLG-ECI(WS-CHLG-COUNT)
012380        MOVE RULE-INST-ID        TO
012390             WS-CHLG-INST(WS-CHLG-COUNT)
012400     ELSE
012410        SET RULE-BROWSE-DONE     TO TRUE
012420     END-IF
012430     .
012440 1175-EXIT.
012450     EXIT.
012460*----------------------------------------------------------------*
012470 1200-SCHEDULE-PSB.
012480*----------------------------------------------------------------*
012490*    SCHEDULES THE PAUTB PSB, RETRYING A CONFIGURABLE NUMBER OF  *
012500*    TIMES WITH A SHORT BACKOFF WHEN IMS REPORTS A TRANSIENT     *
012510*    CONDITION (DATABASE-UNAVAILABLE / COULD-NOT-SCHEDULE-PSB)   *
012520*    INSTEAD OF FAILING THE WHOLE TASK ON THE FIRST BUSY SIGNAL. *
012530*----------------------------------------------------------------*
012540     MOVE 0                   TO WS-SCHD-RETRY-CNT
012550     EXEC DLI SCHD
012560          PSB((PSB-NAME))
012570          NODHABEND
012580     END-EXEC
012590     MOVE DIBSTAT             TO IMS-RETURN-CODE
012600     PERFORM 1210-RETRY-SCHEDULE THRU 1210-EXIT
012610         UNTIL STATUS-OK
012620            OR PSB-SCHEDULED-MORE-THAN-ONCE
012630            OR WS-SCHD-RETRY-CNT >= WS-SCHD-RETRY-MAX
012640     IF STATUS-OK
012650        SET IMS-PSB-SCHD       TO TRUE
012660     ELSE
012670        IF PSB-SCHEDULED-MORE-THAN-ONCE
012680           EXEC DLI TERM
012690           END-EXEC
012700*
012710           EXEC DLI SCHD
012720                PSB((PSB-NAME))
012730                NODHABEND
012740           END-EXEC
012750           MOVE DIBSTAT        TO IMS-RETURN-CODE
012760        END-IF
012770        IF STATUS-OK
012780           SET IMS-PSB-SCHD    TO TRUE
012790        ELSE
012800           MOVE 'I001'         TO ERR-LOCATION
012810           SET  ERR-CRITICAL   TO TRUE
012820           SET  ERR-IMS        TO TRUE
012830           MOVE IMS-RETURN-CODE TO ERR-CODE-1
012840           MOVE 'IMS SCHD FAILED AFTER RETRIES'
012850                               TO ERR-MESSAGE
012860           PERFORM 9500-LOG-ERROR THRU 9500-EXIT
012870           IF STANDIN-ENABLED
012880              SET STANDIN-MODE TO TRUE
012890              MOVE 'I003'      TO ERR-LOCATION
012900              SET  ERR-WARNING TO TRUE
012910              SET  ERR-IMS     TO TRUE
012920              MOVE 'STAND-IN MODE ENTERED - PAUTB UNAVAILABLE'
012930                               TO ERR-MESSAGE
012940              PERFORM 9500-LOG-ERROR THRU 9500-EXIT
012950           END-IF
012960        END-IF
012970     END-IF
012980     .
012990 1200-EXIT.
013000     EXIT.
013010*----------------------------------------------------------------*
013020 1210-RETRY-SCHEDULE.
013030*----------------------------------------------------------------*
013040     IF RETRY-CONDITION
013050        ADD 1 TO WS-SCHD-RETRY-CNT
013060        EXEC CICS DELAY
013070             INTERVAL(WS-SCHD-BACKOFF-SECS)
013080        END-EXEC
013090        EXEC DLI SCHD
013100             PSB((PSB-NAME))
013110             NODHABEND
013120        END-EXEC
013130        MOVE DIBSTAT          TO IMS-RETURN-CODE
013140     ELSE
013150        MOVE WS-SCHD-RETRY-MAX TO WS-SCHD-RETRY-CNT
013160     END-IF
013170     .
013180 1210-EXIT.
013190     EXIT.
013200*----------------------------------------------------------------*
013210 2000-MAIN-PROCESS.
013220*----------------------------------------------------------------*
013230     PERFORM 2100-GET-REQUEST       THRU 2100-EXIT
013240         UNTIL NO-MORE-MESSAGES
013250     .
013260 2000-EXIT.
013270     EXIT.
013280*----------------------------------------------------------------*
013290 2100-GET-REQUEST.
013300*----------------------------------------------------------------*
013310     EXEC CICS ASKTIME
013320          ABSTIME(WS-START-TIME)
013330          NOHANDLE
013340     END-EXEC
013350*
013360     MOVE MQGMO-NO-SYNCPOINT  TO MQGMO-OPTIONS
013370     MOVE 5                   TO MQGMO-WAITINTERVAL
013380     MOVE SPACES              TO W02-GET-BUFFER
013390     CALL 'MQGET' USING W02-HCONN-REQUEST
013400                        W02-HOBJ-REQUEST
013410                        MQM-MD-REQUEST
013420                        MQM-GET-MESSAGE-OPTIONS
013430                        W02-BUFFLEN
013440                        W02-GET-BUFFER
013450                        W02-DATALEN
013460                        WS-COMPCODE
013470                        WS-REASON
013480     END-CALL
013490*
013500     EVALUATE WS-COMPCODE
013510         WHEN MQCC-OK
013520             MOVE MQMD-CORRELID OF MQM-MD-REQUEST
013530                                  TO WS-SAVE-CORRELID
013540             MOVE W02-GET-BUFFER  TO PENDING-AUTH-REQUEST
013550*    A MESSAGE THAT NEVER PRODUCES A REPLY (REJECT BUILDS ITS
013560*    OWN, BUT AN IMS OR REPLY-PUT FAILURE DOES NOT) MUST NOT
013570*    LEAVE THE PREVIOUS REPLY IN THE BUFFER FOR THE CAPTURE
013580*    JOURNAL TO RECORD AGAINST THIS ONE.
013590             MOVE SPACES          TO W02-PUT-BUFFER
013600             MOVE ZERO            TO WS-RESP-LENGTH
013610             PERFORM 3000-VALIDATE-REQUEST THRU 3000-EXIT
013620             IF VALIDATION-OK
013630                PERFORM 3080-VERIFY-MESSAGE-MAC THRU 3080-EXIT
013640                IF MAC-CHECK-FAILED
013650                   ADD 1 TO WS-STAT-MAC-FAILED
013660                   PERFORM 7200-SEND-TO-DLQ THRU 7200-EXIT
013670                   ADD 1 TO WS-STAT-MSG-COUNT
013680                   PERFORM 2950-CAPTURE-TRAFFIC THRU 2950-EXIT
013690                   PERFORM 2900-TALLY-ELAPSED THRU 2900-EXIT
013700                   GO TO 2100-EXIT
013710                END-IF
013720             END-IF
013730*    A CHANNEL OVER ITS PER-MINUTE QUOTA IS TURNED AWAY BEFORE
013740*    ANY DATABASE WORK - ITS FLOOD MUST NOT STARVE THE OTHERS.
013750*    ONLY A MESSAGE WHOSE MAC HAS PASSED IS COUNTED, SO FORGED
013760*    TRAFFIC CANNOT SPEND A GENUINE PARTNER'S QUOTA.
013770             IF VALIDATION-OK
013780                PERFORM 3090-CHECK-CHANNEL-QUOTA THRU 3090-EXIT
013790                IF CHANNEL-THROTTLED
013800                   PERFORM 3950-THROTTLE-REQUEST THRU 3950-EXIT
013810                   ADD 1 TO WS-STAT-MSG-COUNT
013820                   PERFORM 2950-CAPTURE-TRAFFIC THRU 2950-EXIT
013830                   PERFORM 2900-TALLY-ELAPSED THRU 2900-EXIT
013840                   GO TO 2100-EXIT
013850                END-IF
013860             END-IF
013870             IF VALIDATION-OK
013880                PERFORM 3650-RESOLVE-WALLET-DPAN THRU 3650-EXIT
013890             END-IF
013900             IF VALIDATION-OK
013910                PERFORM 3700-TOKENIZE-PAN THRU 3700-EXIT
013920             END-IF
013930*    A REQUEST ALREADY OLDER THAN ITS CHANNEL'S TIMEOUT HAS BEEN
013940*    STOOD IN FOR BY THE NETWORK - IT IS ANSWERED TIMED OUT AND
013950*    TAKES NO HOLD; THE NETWORK'S ADVICE BRINGS THE HOLD LATER.
013960*    ONLY HOLD-CREATING TRAFFIC IS AGED - A LATE REVERSAL OR
013970*    COMPLETION IS STILL APPLIED SO ITS HOLD DOES NOT LINGER.
013980             IF VALIDATION-OK
013990                AND (PA-RQ-MSGTYPE-AUTH-REQUEST
014000                  OR PA-RQ-MSGTYPE-INCREMENTAL)
014010                PERFORM 3095-CHECK-STALE-REQUEST THRU 3095-EXIT
014020                IF REQUEST-STALE
014030                   PERFORM 3960-TIMEOUT-REQUEST THRU 3960-EXIT
014040                   ADD 1 TO WS-STAT-MSG-COUNT
014050                   PERFORM 2950-CAPTURE-TRAFFIC THRU 2950-EXIT
014060                   PERFORM 2900-TALLY-ELAPSED THRU 2900-EXIT
014070                   GO TO 2100-EXIT
014080                END-IF
014090             END-IF
014100             IF VALIDATION-OK
014110                PERFORM 3500-CHECK-DUPLICATE THRU 3500-EXIT
014120                IF NOT DUPLICATE-REQUEST
014130                   IF STANDIN-MODE
014140                      PERFORM 4500-STANDIN-DECIDE THRU 4500-EXIT
014150                   ELSE
014160                      EVALUATE TRUE
014170                          WHEN PA-RQ-MSGTYPE-REVERSAL
014180                             PERFORM 4600-PROCESS-REVERSAL
014190                                               THRU 4600-EXIT
014200                          WHEN PA-RQ-MSGTYPE-INCREMENTAL
014210                          WHEN PA-RQ-MSGTYPE-COMPLETION
014220                             PERFORM 4630-PROCESS-LIFECYCLE
014230                                               THRU 4630-EXIT
014240                          WHEN OTHER
014250                             PERFORM 4000-PROCESS-AUTH
014260                                               THRU 4000-EXIT
014270                      END-EVALUATE
014280                   END-IF
014290                ELSE
014300                   ADD 1 TO WS-STAT-DUPLICATE-COUNT
014310                   MOVE 'A009' TO ERR-LOCATION
014320                   SET  ERR-WARNING TO TRUE
014330                   SET  ERR-APP     TO TRUE
014340                   MOVE PA-RQ-MESSAGE-SOURCE(1:2)
014350                        TO ERR-CODE-2
014360                   MOVE 'DUPLICATE REQUEST - RESENT CACHED REPLY'
014370                                TO ERR-MESSAGE
014380                   MOVE PA-RQ-TRANSACTION-ID TO ERR-EVENT-KEY
014390                   PERFORM 9500-LOG-ERROR THRU 9500-EXIT
014400                   PERFORM 3560-RESEND-CACHED-REPLY
014410                                         THRU 3560-EXIT
014420                   IF DUP-REPLY-LEN > 0
014430                      MOVE 'D' TO WS-MON-DISPOSITION
014440                      PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
014450                   END-IF
014460                END-IF
014470             ELSE
014480                PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
014490             END-IF
014500             ADD 1 TO WS-STAT-MSG-COUNT
014510             PERFORM 2950-CAPTURE-TRAFFIC THRU 2950-EXIT
014520             PERFORM 2900-TALLY-ELAPSED THRU 2900-EXIT
014530         WHEN MQCC-WARNING
014540             IF WS-REASON = MQRC-NO-MSG-AVAILABLE
014550                SET NO-MORE-MESSAGES TO TRUE
014560             END-IF
014570         WHEN OTHER
014580             MOVE 'M001'          TO ERR-LOCATION
014590             SET  ERR-CRITICAL    TO TRUE
014600             SET  ERR-MQ          TO TRUE
014610             MOVE WS-COMPCODE     TO WS-CODE-DISPLAY
014620             MOVE WS-CODE-DISPLAY TO ERR-CODE-1
014630             MOVE WS-REASON       TO WS-CODE-DISPLAY
014640             MOVE WS-CODE-DISPLAY TO ERR-CODE-2
014650             MOVE 'FAILED TO GET FROM REQUEST MQ'
014660                                  TO ERR-MESSAGE
014670             PERFORM 9500-LOG-ERROR THRU 9500-EXIT
014680             SET NO-MORE-MESSAGES TO TRUE
014690     END-EVALUATE
014700     .
014710 2100-EXIT.
014720     EXIT.
014730*----------------------------------------------------------------*
014740 2900-TALLY-ELAPSED.
014750*----------------------------------------------------------------*
014760*    PER-MESSAGE LATENCY, ROLLED UP INTO A RUNNING              *
014770*    AVERAGE DISPLAYED AT END OF TASK.                           *
014780*----------------------------------------------------------------*
014790     EXEC CICS ASKTIME
014800          ABSTIME(WS-END-TIME)
014810          NOHANDLE
014820     END-EXEC
014830     COMPUTE WS-STAT-ELAPSED-THIS-MSG =
014840             WS-END-TIME - WS-START-TIME
014850     ADD WS-STAT-ELAPSED-THIS-MSG TO WS-STAT-TOTAL-ELAPSED
014860     .
014870 2900-EXIT.
014880     EXIT.
014890*----------------------------------------------------------------*
014900 2950-CAPTURE-TRAFFIC.
014910*----------------------------------------------------------------*
014920*    JOURNALS THE INBOUND REQUEST IMAGE AND THE REPLY IT        *
014930*    PRODUCED. THE CPTJ EXTRAPARTITION QUEUE LANDS ON THE       *
014940*    DAY'S CAPTIN DATASET, WHICH CBCAPRPL REPLAYS ON THE TEST  *
014950*    LPAR AND DIFFS AGAINST THESE CAPTURED REPLIES.             *
014960*----------------------------------------------------------------*
014970     IF NOT CAPTURE-ENABLED
014980        GO TO 2950-EXIT
014990     END-IF
015000     MOVE SPACES                 TO CAPTURE-RECORD
015010     MOVE PENDING-AUTH-REQUEST   TO CAP-REQUEST-IMAGE
015020     MOVE W02-PUT-BUFFER         TO CAP-REPLY-IMAGE
015030     MOVE WS-RESP-LENGTH         TO CAP-REPLY-LEN
015040     EXEC CICS WRITEQ TD
015050          QUEUE('CPTJ')
015060          FROM(CAPTURE-RECORD)
015070          LENGTH(LENGTH OF CAPTURE-RECORD)
015080          NOHANDLE
015090     END-EXEC
015100     .
015110 2950-EXIT.
015120     EXIT.
015130*----------------------------------------------------------------*
015140 3000-VALIDATE-REQUEST.
015150*----------------------------------------------------------------*
015160*    BASIC FIELD-LEVEL VALIDATION BEFORE ANY IMS                *
015170*    OR DB2 WORK IS ATTEMPTED, SO A BAD MESSAGE NEVER REACHES    *
015180*    THE DATABASE LAYER.                                        *
015190*----------------------------------------------------------------*
015200     SET VALIDATION-OK TO TRUE
015210     MOVE SPACES TO WS-VALID-REASON
015220     IF PA-RQ-CARD-NUM NOT NUMERIC
015230        SET VALIDATION-FAILED TO TRUE
015240        MOVE 'INVALID CARD NUMBER' TO WS-VALID-REASON
015250     END-IF
015260     IF VALIDATION-OK
015270        AND PA-RQ-TRANSACTION-AMT NOT NUMERIC
015280        SET VALIDATION-FAILED TO TRUE
015290        MOVE 'INVALID TRANSACTION AMOUNT' TO WS-VALID-REASON
015300     END-IF
015310     IF VALIDATION-OK
015320        AND NOT PA-RQ-MSGTYPE-AUTH-REQUEST
015330        AND NOT PA-RQ-MSGTYPE-ADJUSTMENT
015340        AND NOT PA-RQ-MSGTYPE-REVERSAL
015350        AND NOT PA-RQ-MSGTYPE-INCREMENTAL
015360        AND NOT PA-RQ-MSGTYPE-COMPLETION
015370        SET VALIDATION-FAILED TO TRUE
015380        MOVE 'INVALID MESSAGE TYPE' TO WS-VALID-REASON
015390     END-IF
015400     IF VALIDATION-OK
015410        AND (PA-RQ-MSGTYPE-INCREMENTAL
015420             OR PA-RQ-MSGTYPE-COMPLETION)
015430        AND PA-RQ-TRANSACTION-AMT = ZERO
015440        SET VALIDATION-FAILED TO TRUE
015450        MOVE 'LIFECYCLE AMOUNT REQUIRED' TO WS-VALID-REASON
015460     END-IF
015470     MOVE '9999' TO WS-REJ-REPLY-REASON
015480     IF VALIDATION-OK
015490        PERFORM 3070-VALIDATE-MESSAGE-SOURCE THRU 3070-EXIT
015500     END-IF
015510     IF VALIDATION-OK
015520        AND PA-RQ-CURRENCY-CODE = SPACES
015530        SET VALIDATION-FAILED TO TRUE
015540        MOVE 'MISSING CURRENCY CODE' TO WS-VALID-REASON
015550     END-IF
015560     IF VALIDATION-OK
015570        AND PA-RQ-TRANSACTION-ID = SPACES
015580        SET VALIDATION-FAILED TO TRUE
015590        MOVE 'MISSING TRANSACTION ID' TO WS-VALID-REASON
015600     END-IF
015610     IF VALIDATION-OK
015620        AND PA-RQ-MSGTYPE-ADJUSTMENT
015630        AND PA-RQ-ADJUSTMENT-AMT = ZERO
015640        SET VALIDATION-FAILED TO TRUE
015650        MOVE 'ADJUSTMENT AMOUNT REQUIRED' TO WS-VALID-REASON
015660     END-IF
015670*    FORMAT VERSION: '04' IS CURRENT; '01', SPACES OR
015680*    LOW-VALUES IS THE PREVIOUS LAYOUT AND IS NORMALIZED TO
015690*    '01' INTERNALLY (THE TWO LAYOUTS DIFFER ONLY IN FIELDS
015700*    THE OLD CHANNELS NEVER SENT). ANYTHING ELSE IS REJECTED.
015710     IF VALIDATION-OK
015720        EVALUATE TRUE
015730            WHEN PA-RQ-FORMAT-V04
015740                ADD 1 TO WS-STAT-FMT-V04-COUNT
015750            WHEN PA-RQ-FORMAT-V03
015760                ADD 1 TO WS-STAT-FMT-V03-COUNT
015770            WHEN PA-RQ-FORMAT-V02
015780                ADD 1 TO WS-STAT-FMT-V02-COUNT
015790            WHEN PA-RQ-FORMAT-V01
015800            WHEN PA-RQ-FORMAT-VERSION = SPACES
015810            WHEN PA-RQ-FORMAT-VERSION = LOW-VALUES
015820                MOVE '01' TO PA-RQ-FORMAT-VERSION
015830                ADD 1 TO WS-STAT-FMT-V01-COUNT
015840            WHEN OTHER
015850                SET VALIDATION-FAILED TO TRUE
015860                MOVE 'UNSUPPORTED FORMAT VERSION'
015870                    TO WS-VALID-REASON
015880        END-EVALUATE
015890*    ONLY A V03 CHANNEL ACTUALLY SENDS THE ECI, AND ONLY A V04
015900*    ONE THE PIN RESULT - ANYTHING IN THOSE FIELDS FROM AN
015910*    OLDER LAYOUT IS BUFFER NOISE.
015920        IF NOT PA-RQ-FORMAT-V03 AND NOT PA-RQ-FORMAT-V04
015930           MOVE SPACES TO PA-RQ-ECI-RESULT
015940        END-IF
015950        IF NOT PA-RQ-FORMAT-V04
015960           MOVE SPACES TO PA-RQ-PIN-RESULT
015970        END-IF
015980     END-IF
015990     IF VALIDATION-OK
016000        PERFORM 3060-VALIDATE-CARD-PRODUCT THRU 3060-EXIT
016010     END-IF
016020     IF VALIDATION-OK
016030        PERFORM 3065-VALIDATE-MCC THRU 3065-EXIT
016040     END-IF
016050*    A CHANNEL BUILT BEFORE THE SECOND PORTFOLIO ONBOARDED
016060*    SENDS NO INSTITUTION - IT BELONGS TO THE FOUNDING ONE.
016070     IF PA-RQ-INST-ID = SPACES OR LOW-VALUES
016080        MOVE '001' TO PA-RQ-INST-ID
016090     END-IF
016100     IF PA-RQ-CORRELATION-ID = SPACES
016110        PERFORM 3050-GENERATE-CORRELATION-ID THRU 3050-EXIT
016120     END-IF
016121*    HH:MM:SS ORIGINATION TIME IS REBUILT AS HHMMSS00 SO AGING
016122*    AND EVERY FILE THAT STORES THE TIME SEE THE ONE FORM.
016123     IF PA-RQ-AUTH-ORIG-TIME(3:1) = ':'
016124        MOVE PA-RQ-AUTH-ORIG-TIME TO WS-ORIG-TIME-WORK
016125        MOVE WS-ORIG-TIME-WORK(1:2) TO PA-RQ-AUTH-ORIG-TIME(1:2)
016126        MOVE WS-ORIG-TIME-WORK(4:2) TO PA-RQ-AUTH-ORIG-TIME(3:2)
016127        MOVE WS-ORIG-TIME-WORK(7:2) TO PA-RQ-AUTH-ORIG-TIME(5:2)
016128        MOVE '00' TO PA-RQ-AUTH-ORIG-TIME(7:2)
016129     END-IF
016130     .
016140 3000-EXIT.
016150     EXIT.
016160*----------------------------------------------------------------*
016170 3050-GENERATE-CORRELATION-ID.
016180*----------------------------------------------------------------*
016190*    EVERY REQUEST CARRIES A CORRELATION ID FROM                *
016200*    INTAKE THROUGH TO THE FRAUD/AUDIT TABLES SO A SINGLE        *
016210*    TRANSACTION CAN BE TRACED ACROSS MQ, IMS AND DB2.           *
016220*----------------------------------------------------------------*
016230     EXEC CICS ASKTIME
016240          ABSTIME(WS-ABS-TIME)
016250          NOHANDLE
016260     END-EXEC
016270     MOVE EIBTASKN              TO WS-TASKN-DIGITS
016280     MOVE WS-ABS-TIME           TO WS-ABS-TIME-DIGITS
016290     STRING WS-PGMNAME          DELIMITED BY SIZE
016300            '-' WS-TASKN-DIGITS DELIMITED BY SIZE
016310            '-' WS-ABS-TIME-DIGITS DELIMITED BY SIZE
016320            INTO PA-RQ-CORRELATION-ID
016330     END-STRING
016340     .
016350 3050-EXIT.
016360     EXIT.
016370*----------------------------------------------------------------*
016380 3060-VALIDATE-CARD-PRODUCT.
016390*----------------------------------------------------------------*
016400*    THE CARD PRODUCT MASTER (BINPROD) SAYS WHAT THE CARD IS.   *
016410*    A GTEQ READ ON THE LEADING EIGHT DIGITS FINDS THE ONE BIN  *
016420*    RANGE THAT CAN HOLD IT. AN AUTH TYPE OR INSTITUTION THAT   *
016430*    CONTRADICTS THE PRODUCT REJECTS WITH ITS OWN REASON (9700) *
016440*    - A BLANK ONE IS TAKEN FROM THE PRODUCT. A CARD IN NO      *
016450*    RANGE IS COUNTED AND PASSES ON THE CHANNEL'S VALUES.       *
016460*----------------------------------------------------------------*
016470     MOVE PA-RQ-CARD-NUM(1:8)       TO BINP-BIN-HIGH
016480     EXEC CICS READ
016490          DATASET   (WS-BINPRFILENAME)
016500          RIDFLD    (BINP-BIN-HIGH)
016510          KEYLENGTH (LENGTH OF BINP-BIN-HIGH)
016520          GTEQ
016530          INTO      (CARD-PRODUCT-RECORD)
016540          LENGTH    (LENGTH OF CARD-PRODUCT-RECORD)
016550          RESP      (WS-RESP-CD)
016560          RESP2     (WS-REAS-CD)
016570     END-EXEC
016580     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
016590        OR BINP-BIN-LOW > PA-RQ-CARD-NUM(1:8)
016600        ADD 1 TO WS-STAT-BIN-UNKNOWN
016610        GO TO 3060-EXIT
016620     END-IF
016630     IF PA-RQ-AUTH-TYPE = SPACES OR LOW-VALUES
016640        MOVE BINP-CARD-TYPE         TO PA-RQ-AUTH-TYPE
016650     END-IF
016660     IF PA-RQ-INST-ID = SPACES OR LOW-VALUES
016670        MOVE BINP-INST-ID           TO PA-RQ-INST-ID
016680     END-IF
016690     IF PA-RQ-AUTH-TYPE NOT = BINP-CARD-TYPE
016700        SET VALIDATION-FAILED       TO TRUE
016710        MOVE 'AUTH TYPE CONTRADICTS CARD PRODUCT'
016720                                    TO WS-VALID-REASON
016730        MOVE '9700'                 TO WS-REJ-REPLY-REASON
016740        GO TO 3060-EXIT
016750     END-IF
016760     IF PA-RQ-INST-ID NOT = BINP-INST-ID
016770        SET VALIDATION-FAILED       TO TRUE
016780        MOVE 'INSTITUTION CONTRADICTS CARD PRODUCT'
016790                                    TO WS-VALID-REASON
016800        MOVE '9700'                 TO WS-REJ-REPLY-REASON
016810     END-IF
016820     .
016830 3060-EXIT.
016840     EXIT.
016850*----------------------------------------------------------------*
016860 3065-VALIDATE-MCC.
016870*----------------------------------------------------------------*
016880*    THE MCC REFERENCE MASTER (MCCREF) SAYS WHAT THE MERCHANT'S  *
016890*    CATEGORY IS. AN AUTH OR INCREMENTAL WHOSE CODE HAS NO ROW   *
016900*    REJECTS WITH ITS OWN REASON (9710); OTHER MESSAGE TYPES     *
016910*    FOLLOW AN AUTH ALREADY TAKEN AND ARE NOT REJECTED FOR IT.   *
016920*    THE ROW'S FLAGS ARE KEPT FOR THE CASH AND CARDCTRL TESTS.   *
016930*    MCCREF UNAVAILABLE LETS THE REQUEST THROUGH UNFLAGGED.      *
016940*    THE ROW'S HOLD-ESTIMATION RULE IS KEPT FOR 4470 TOO.        *
016950*----------------------------------------------------------------*
016960     MOVE 'NNNN'                    TO WS-MCC-FLAGS
016970     MOVE SPACE                     TO WS-MCC-HOLD-METHOD
016980     MOVE PA-RQ-MERCHANT-CATAGORY-CODE TO MCCR-MCC
016990     EXEC CICS READ
017000          DATASET   (WS-MCCRFFILENAME)
017010          RIDFLD    (MCCR-MCC)
017020          KEYLENGTH (LENGTH OF MCCR-MCC)
017030          INTO      (MCC-REFERENCE-RECORD)
017040          LENGTH    (LENGTH OF MCC-REFERENCE-RECORD)
017050          RESP      (WS-RESP-CD)
017060          RESP2     (WS-REAS-CD)
017070     END-EXEC
017080     EVALUATE WS-RESP-CD
017090         WHEN DFHRESP(NORMAL)
017100             MOVE MCCR-QUASI-CASH-SW TO WS-MCC-QUASI-CASH-SW
017110             MOVE MCCR-TRAVEL-SW     TO WS-MCC-TRAVEL-SW
017120             MOVE MCCR-HIGH-RISK-SW  TO WS-MCC-HIGH-RISK-SW
017130             MOVE MCCR-GAMBLING-SW   TO WS-MCC-GAMBLING-SW
017140             PERFORM 3066-KEEP-HOLD-ESTIMATE THRU 3066-EXIT
017150         WHEN DFHRESP(NOTFND)
017160             IF PA-RQ-MSGTYPE-AUTH-REQUEST
017170                OR PA-RQ-MSGTYPE-INCREMENTAL
017180                SET VALIDATION-FAILED TO TRUE
017190                MOVE 'UNKNOWN MERCHANT CATEGORY CODE'
017200                                     TO WS-VALID-REASON
017210                MOVE '9710'          TO WS-REJ-REPLY-REASON
017220             END-IF
017230         WHEN OTHER
017240             CONTINUE
017250     END-EVALUATE
017260     .
017270 3065-EXIT.
017280     EXIT.
017290*----------------------------------------------------------------*
017300 3066-KEEP-HOLD-ESTIMATE.
017310*----------------------------------------------------------------*
017320*    A PERCENTAGE RULE NEEDS ITS PERCENTAGE AND A FIXED RULE     *
017330*    ITS AMOUNT - A ROW KEYED WITHOUT ONE COUNTS AS NO RULE.     *
017340*----------------------------------------------------------------*
017350     IF MCCR-HOLD-DAYS IS NUMERIC
017360        AND MCCR-HOLD-DAYS > 0
017370        MOVE MCCR-HOLD-DAYS         TO WS-MCC-HOLD-DAYS
017380     ELSE
017390        MOVE 7                      TO WS-MCC-HOLD-DAYS
017400     END-IF
017410     EVALUATE TRUE
017420         WHEN MCCR-HOLD-BY-PERCENT
017430              AND MCCR-HOLD-UPLIFT-PCT IS NUMERIC
017440              AND MCCR-HOLD-UPLIFT-PCT > 0
017450             MOVE MCCR-HOLD-METHOD   TO WS-MCC-HOLD-METHOD
017460             MOVE MCCR-HOLD-UPLIFT-PCT
017470                                     TO WS-MCC-HOLD-UPLIFT-PCT
017480             MOVE ZERO               TO WS-MCC-HOLD-FIXED-AMT
017490         WHEN MCCR-HOLD-BY-FIXED-AMT
017500              AND MCCR-HOLD-FIXED-AMT IS NUMERIC
017510              AND MCCR-HOLD-FIXED-AMT > 0
017520             MOVE MCCR-HOLD-METHOD   TO WS-MCC-HOLD-METHOD
017530             MOVE MCCR-HOLD-FIXED-AMT
017540                                     TO WS-MCC-HOLD-FIXED-AMT
017550             MOVE ZERO               TO WS-MCC-HOLD-UPLIFT-PCT
017560         WHEN OTHER
017570             CONTINUE
017580     END-EVALUATE
017590     .
017600 3066-EXIT.
017610     EXIT.
017620*----------------------------------------------------------------*
017630 3070-VALIDATE-MESSAGE-SOURCE.
017640*----------------------------------------------------------------*
017650*    PA-MESSAGE-SOURCE USED TO BE A TWO-CHARACTER MAGIC CODE     *
017660*    NOTHING EVER VALIDATED. EVERY SOURCE NOW NEEDS AN ENABLED   *
017670*    CHANLMST ROW - AN UNKNOWN OR DISABLED ONE REJECTS WITH      *
017680*    ITS OWN ERROR CODE (A015 ON THE LOG, 9800 ON THE REPLY)     *
017690*    SO ONBOARDING A CHANNEL IS A FILE UPDATE, NOT FOLKLORE.     *
017700*----------------------------------------------------------------*
017710     MOVE PA-RQ-MESSAGE-SOURCE      TO CHN-SOURCE-CODE
017720     EXEC CICS READ
017730          DATASET   (WS-CHNMSFILENAME)
017740          RIDFLD    (CHN-SOURCE-CODE)
017750          KEYLENGTH (LENGTH OF CHN-SOURCE-CODE)
017760          INTO      (CHANNEL-MASTER-RECORD)
017770          LENGTH    (LENGTH OF CHANNEL-MASTER-RECORD)
017780          RESP      (WS-RESP-CD)
017790          RESP2     (WS-REAS-CD)
017800     END-EXEC
017810     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
017820        OR CHN-DISABLED
017830        SET VALIDATION-FAILED       TO TRUE
017840        MOVE 'UNKNOWN OR DISABLED MESSAGE SOURCE'
017850                                    TO WS-VALID-REASON
017860        MOVE '9800'                 TO WS-REJ-REPLY-REASON
017870        MOVE 'A015'                 TO ERR-LOCATION
017880        SET  ERR-WARNING            TO TRUE
017890        SET  ERR-APP                TO TRUE
017900        MOVE PA-RQ-MESSAGE-SOURCE(1:2) TO ERR-CODE-2
017910        MOVE 'MESSAGE SOURCE NOT REGISTERED OR DISABLED'
017920                                    TO ERR-MESSAGE
017930        MOVE PA-RQ-TRANSACTION-ID   TO ERR-EVENT-KEY
017940        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
017950     END-IF
017960     .
017970 3070-EXIT.
017980     EXIT.
017990*----------------------------------------------------------------*
018000 3090-CHECK-CHANNEL-QUOTA.
018010*----------------------------------------------------------------*
018020*    PER-CHANNEL THROUGHPUT QUOTA. ONE MISBEHAVING PARTNER CAN   *
018030*    FLOOD THE REQUEST QUEUE WITH PERFECTLY VALID TRAFFIC THAT   *
018040*    THE DECLINE-RATE BREAKER NEVER SEES. EVERY MESSAGE WHOSE    *
018050*    MAC HAS PASSED IS COUNTED AGAINST ITS SOURCE'S CHANRATE ROW *
018060*    FOR THE CURRENT CLOCK MINUTE; ONCE THE COUNT REACHES THE    *
018070*    CHANLMST QUOTA THE REST OF THE MINUTE IS THROTTLED -        *
018080*    ANSWERED 'SYSTEM BUSY, RETRY' BY 3950 WITHOUT TOUCHING      *
018090*    PAUTB. A ZERO QUOTA IS COUNTED (FOR THE HEALTH CONSOLE) BUT *
018100*    NEVER THROTTLED.                                            *
018110*----------------------------------------------------------------*
018120     SET CHANNEL-NOT-THROTTLED         TO TRUE
018130*    A ROW WRITTEN BEFORE THE QUOTA EXISTED HAS SPACES THERE.
018140     IF CHN-RATE-QUOTA NUMERIC
018150        MOVE CHN-RATE-QUOTA            TO WS-CHN-QUOTA
018160     ELSE
018170        MOVE ZERO                      TO WS-CHN-QUOTA
018180     END-IF
018190     EXEC CICS ASKTIME
018200          ABSTIME(WS-ABS-TIME)
018210          NOHANDLE
018220     END-EXEC
018230     EXEC CICS FORMATTIME
018240          ABSTIME(WS-ABS-TIME)
018250          YYYYMMDD(WS-CHR-NOW-DATE)
018260          TIME(WS-CHR-NOW-TIME)
018270          NOHANDLE
018280     END-EXEC
018290     MOVE WS-CHR-NOW-DATE              TO WS-CHR-NOW-MINUTE(1:8)
018300     MOVE WS-CHR-NOW-TIME(1:4)         TO WS-CHR-NOW-MINUTE(9:4)
018310     MOVE PA-RQ-MESSAGE-SOURCE         TO CHR-SOURCE-CODE
018320     EXEC CICS READ
018330          DATASET   (WS-CHNRTFILENAME)
018340          RIDFLD    (CHR-SOURCE-CODE)
018350          KEYLENGTH (LENGTH OF CHR-SOURCE-CODE)
018360          INTO      (CHANNEL-RATE-RECORD)
018370          LENGTH    (LENGTH OF CHANNEL-RATE-RECORD)
018380          UPDATE
018390          RESP      (WS-RESP-CD)
018400          RESP2     (WS-REAS-CD)
018410     END-EXEC
018420     EVALUATE WS-RESP-CD
018430         WHEN DFHRESP(NORMAL)
018440*    FIRST MESSAGE OF A NEW MINUTE - THE OLD MINUTE BECOMES THE
018450*    PRIOR ONE THE CONSOLE SHOWS AS THE CHANNEL'S RATE.
018460             IF CHR-MINUTE NOT = WS-CHR-NOW-MINUTE
018470                MOVE CHR-MINUTE          TO CHR-PRIOR-MINUTE
018480                MOVE CHR-MINUTE-COUNT    TO CHR-PRIOR-COUNT
018490                MOVE CHR-THROTTLED-COUNT TO CHR-PRIOR-THROTTLED
018500                MOVE WS-CHR-NOW-MINUTE   TO CHR-MINUTE
018510                MOVE ZERO                TO CHR-MINUTE-COUNT
018520                                            CHR-THROTTLED-COUNT
018530             END-IF
018540             IF WS-CHN-QUOTA > ZERO
018550                AND CHR-MINUTE-COUNT >= WS-CHN-QUOTA
018560                SET CHANNEL-THROTTLED    TO TRUE
018570                ADD 1                    TO CHR-THROTTLED-COUNT
018580                MOVE WS-CHR-NOW-DATE     TO CHR-LAST-THROTTLE-DATE
018590                MOVE WS-CHR-NOW-TIME     TO CHR-LAST-THROTTLE-TIME
018600             ELSE
018610                ADD 1                    TO CHR-MINUTE-COUNT
018620             END-IF
018630             EXEC CICS REWRITE
018640                  DATASET (WS-CHNRTFILENAME)
018650                  FROM    (CHANNEL-RATE-RECORD)
018660                  LENGTH  (LENGTH OF CHANNEL-RATE-RECORD)
018670                  RESP    (WS-RESP-CD)
018680                  RESP2   (WS-REAS-CD)
018690             END-EXEC
018700         WHEN DFHRESP(NOTFND)
018710             MOVE SPACES                 TO CHANNEL-RATE-RECORD
018720             MOVE PA-RQ-MESSAGE-SOURCE   TO CHR-SOURCE-CODE
018730             MOVE WS-CHR-NOW-MINUTE      TO CHR-MINUTE
018740             MOVE 1                      TO CHR-MINUTE-COUNT
018750             MOVE ZERO                   TO CHR-THROTTLED-COUNT
018760                                            CHR-PRIOR-COUNT
018770                                            CHR-PRIOR-THROTTLED
018780             EXEC CICS WRITE
018790                  DATASET   (WS-CHNRTFILENAME)
018800                  RIDFLD    (CHR-SOURCE-CODE)
018810                  KEYLENGTH (LENGTH OF CHR-SOURCE-CODE)
018820                  FROM      (CHANNEL-RATE-RECORD)
018830                  LENGTH    (LENGTH OF CHANNEL-RATE-RECORD)
018840                  RESP      (WS-RESP-CD)
018850                  RESP2     (WS-REAS-CD)
018860             END-EXEC
018870*    AN UNREADABLE COUNTER LETS THE TRAFFIC THROUGH - BETTER AN
018880*    UNMETERED CHANNEL THAN EVERY CHANNEL TURNED AWAY.
018890         WHEN OTHER
018900             MOVE 'C011'                 TO ERR-LOCATION
018910             SET  ERR-WARNING            TO TRUE
018920             SET  ERR-CICS               TO TRUE
018930             MOVE WS-RESP-CD             TO WS-CODE-DISPLAY
018940             MOVE WS-CODE-DISPLAY        TO ERR-CODE-1
018950             MOVE PA-RQ-MESSAGE-SOURCE(1:2) TO ERR-CODE-2
018960             MOVE 'FAILED TO READ CHANNEL RATE FILE'
018970                                         TO ERR-MESSAGE
018980             MOVE PA-RQ-TRANSACTION-ID   TO ERR-EVENT-KEY
018990             PERFORM 9500-LOG-ERROR THRU 9500-EXIT
019000     END-EVALUATE
019010*    ONE LOG ENTRY PER CHANNEL PER MINUTE OF THROTTLING, NOT ONE
019020*    PER MESSAGE TURNED AWAY.
019030     IF CHANNEL-THROTTLED
019040        AND CHR-THROTTLED-COUNT = 1
019050        MOVE 'A018'                    TO ERR-LOCATION
019060        SET  ERR-WARNING               TO TRUE
019070        SET  ERR-APP                   TO TRUE
019080        MOVE PA-RQ-MESSAGE-SOURCE(1:2) TO ERR-CODE-2
019090        MOVE 'CHANNEL OVER THROUGHPUT QUOTA - THROTTLING'
019100                                       TO ERR-MESSAGE
019110        MOVE PA-RQ-TRANSACTION-ID      TO ERR-EVENT-KEY
019120        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
019130     END-IF
019140     .
019150 3090-EXIT.
019160     EXIT.
019170*----------------------------------------------------------------*
019180 3095-CHECK-STALE-REQUEST.
019190*----------------------------------------------------------------*
019200*    A REQUEST THAT SAT TOO LONG - AT THE ACQUIRER OR ON OUR     *
019210*    REQUEST QUEUE - HAS ALREADY TIMED OUT AT THE NETWORK, WHICH *
019220*    STOOD IN AND ANSWERED FOR US. DECIDING IT AGAIN WOULD TAKE  *
019230*    A SECOND HOLD BESIDE THE ONE THE STAND-IN ADVICE BRINGS.    *
019240*    THE REQUEST IS AGED FROM ITS ORIGINATION STAMP (LOCAL TIME) *
019250*    AND FROM ITS MQ PUT TIME (GMT); THE OLDER AGE IS HELD       *
019260*    AGAINST THE CHANNEL'S CHANLMST TIMEOUT. A CHANNEL WITH NO   *
019270*    TIMEOUT IS NEVER CHECKED. ONLY REQUESTS THAT TAKE A HOLD    *
019280*    (AUTHORIZATIONS AND INCREMENTALS) ARE AGED.                 *
019290*----------------------------------------------------------------*
019300     SET REQUEST-FRESH                 TO TRUE
019310*    A ROW WRITTEN BEFORE THE TIMEOUT EXISTED HAS SPACES THERE.
019320     IF CHN-TIMEOUT-SECS NUMERIC
019330        AND CHN-TIMEOUT-SECS > ZERO
019340        MOVE CHN-TIMEOUT-SECS          TO WS-STALE-TIMEOUT
019350     ELSE
019360        GO TO 3095-EXIT
019370     END-IF
019380     EXEC CICS ASKTIME
019390          ABSTIME(WS-ABS-TIME)
019400          NOHANDLE
019410     END-EXEC
019420     EXEC CICS FORMATTIME
019430          ABSTIME(WS-ABS-TIME)
019440          YYYYMMDD(WS-STALE-NOW-DATE)
019450          TIME(WS-STALE-NOW-TIME)
019460          NOHANDLE
019470     END-EXEC
019480     MOVE WS-ABS-TIME                  TO WS-STALE-REF-ABS
019490     MOVE PA-RQ-AUTH-ORIG-DATE         TO WS-STALE-STAMP-DATE
019500     MOVE PA-RQ-AUTH-ORIG-TIME(1:6)    TO WS-STALE-STAMP-TIME
019510     PERFORM 3096-AGE-OF-STAMP         THRU 3096-EXIT
019520     MOVE WS-STALE-STAMP-AGE           TO WS-STALE-AGE
019530*    MQ STAMPS THE PUT IN GMT - THE CLOCK IS TURNED BACK TO GMT
019540*    BEFORE THE PUT TIME IS AGED AGAINST IT.
019550     COMPUTE WS-STALE-REF-ABS = WS-ABS-TIME
019560                              - (WS-GMT-OFFSET-MIN * 60000)
019570     MOVE MQMD-PUTDATE OF MQM-MD-REQUEST
019580                                       TO WS-STALE-STAMP-DATE
019590     MOVE MQMD-PUTTIME OF MQM-MD-REQUEST (1:6)
019600                                       TO WS-STALE-STAMP-TIME
019610     PERFORM 3096-AGE-OF-STAMP         THRU 3096-EXIT
019620     IF WS-STALE-STAMP-AGE > WS-STALE-AGE
019630        MOVE WS-STALE-STAMP-AGE        TO WS-STALE-AGE
019640     END-IF
019650     IF WS-STALE-AGE > WS-STALE-TIMEOUT
019660        SET REQUEST-STALE              TO TRUE
019670     END-IF
019680     .
019690 3095-EXIT.
019700     EXIT.
019710*----------------------------------------------------------------*
019720 3096-AGE-OF-STAMP.
019730*----------------------------------------------------------------*
019740*    SECONDS FROM A CCYYMMDD / HHMMSS STAMP TO THE CLOCK IN      *
019750*    WS-STALE-REF-ABS. A STAMP THAT CANNOT BE READ, OR ONE AHEAD *
019760*    OF THE CLOCK, AGES ZERO - ONLY A PROVABLY OLD STAMP MAKES A *
019770*    REQUEST STALE. A STAMP FROM BEFORE YESTERDAY IS SIMPLY AGED *
019780*    TWO FULL DAYS, WELL PAST ANY CHANNEL'S TIMEOUT.             *
019790*----------------------------------------------------------------*
019800     MOVE ZERO                         TO WS-STALE-STAMP-AGE
019810     IF WS-STALE-STAMP-DATE NOT NUMERIC
019820        OR WS-STALE-STAMP-TIME NOT NUMERIC
019830        GO TO 3096-EXIT
019840     END-IF
019850     EXEC CICS FORMATTIME
019860          ABSTIME(WS-STALE-REF-ABS)
019870          YYYYMMDD(WS-STALE-REF-DATE)
019880          TIME(WS-STALE-REF-TIME)
019890          NOHANDLE
019900     END-EXEC
019910     COMPUTE WS-STALE-PRIOR-ABS = WS-STALE-REF-ABS - 86400000
019920     EXEC CICS FORMATTIME
019930          ABSTIME(WS-STALE-PRIOR-ABS)
019940          YYYYMMDD(WS-STALE-PRIOR-DATE)
019950          NOHANDLE
019960     END-EXEC
019970     MOVE WS-STALE-REF-TIME            TO WS-STALE-HHMMSS
019980     COMPUTE WS-STALE-REF-SECS  = WS-STALE-HH * 3600
019990                                + WS-STALE-MM * 60
020000                                + WS-STALE-SS
020010     MOVE WS-STALE-STAMP-TIME          TO WS-STALE-HHMMSS
020020     COMPUTE WS-STALE-THEN-SECS = WS-STALE-HH * 3600
020030                                + WS-STALE-MM * 60
020040                                + WS-STALE-SS
020050     EVALUATE TRUE
020060         WHEN WS-STALE-STAMP-DATE = WS-STALE-REF-DATE
020070             IF WS-STALE-REF-SECS > WS-STALE-THEN-SECS
020080                COMPUTE WS-STALE-STAMP-AGE = WS-STALE-REF-SECS
020090                                           - WS-STALE-THEN-SECS
020100             END-IF
020110         WHEN WS-STALE-STAMP-DATE = WS-STALE-PRIOR-DATE
020120             COMPUTE WS-STALE-STAMP-AGE = WS-STALE-REF-SECS
020130                                        + 86400
020140                                        - WS-STALE-THEN-SECS
020150         WHEN WS-STALE-STAMP-DATE < WS-STALE-PRIOR-DATE
020160             MOVE 172800               TO WS-STALE-STAMP-AGE
020170     END-EVALUATE
020180     .
020190 3096-EXIT.
020200     EXIT.
020210*----------------------------------------------------------------*
020220 3080-VERIFY-MESSAGE-MAC.
020230*----------------------------------------------------------------*
020240*    ANYTHING THAT CAN PUT A WELL-FORMED MESSAGE ON THE QUEUE    *
020250*    USED TO GET A DECISION. FOR SOURCES FLAGGED ON CHANKEYS,    *
020260*    THE CHANNEL'S MAC - COMPUTED OVER EVERYTHING AHEAD OF THE   *
020270*    MAC FIELD WITH THE CHANNEL'S KEY THROUGH THE SITE CRYPTO    *
020280*    ROUTINE - MUST VERIFY, OR THE MESSAGE PARKS TO THE DLQ      *
020283*    WITH ITS OWN ERROR CODE AND THE KEY ID (NEVER THE KEY) ON   *
020286*    THE LOG. THE MAC IS THE LAST 16 BYTES OF THE MESSAGE AS IT  *
020289*    CAME OFF THE QUEUE - A LAYOUT OLDER THAN V04 IS A BYTE      *
020292*    SHORTER - AND IS CHECKED AGAINST THE RECEIVED BUFFER, NOT   *
020295*    THE REQUEST AREA 3000 HAS ALREADY TIDIED.                   *
020300*    UNFLAGGED SOURCES PASS EXACTLY AS BEFORE.                   *
020310*----------------------------------------------------------------*
020320     SET MAC-CHECK-OK               TO TRUE
020330     MOVE PA-RQ-MESSAGE-SOURCE      TO CHK-MESSAGE-SOURCE
020340     EXEC CICS READ
020350          DATASET   (WS-CHKEYFILENAME)
020360          RIDFLD    (CHK-MESSAGE-SOURCE)
020370          KEYLENGTH (LENGTH OF CHK-MESSAGE-SOURCE)
020380          INTO      (CHANNEL-KEY-RECORD)
020390          LENGTH    (LENGTH OF CHANNEL-KEY-RECORD)
020400          RESP      (WS-RESP-CD)
020410          RESP2     (WS-REAS-CD)
020420     END-EXEC
020430     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
020440        OR NOT CHK-MAC-ENFORCED
020450        GO TO 3080-EXIT
020460     END-IF
020470     COMPUTE WS-MAC-DATA-LEN =
020480             W02-DATALEN - LENGTH OF PA-RQ-MAC
020490     IF WS-MAC-DATA-LEN > ZERO
020495        AND W02-DATALEN NOT > LENGTH OF PENDING-AUTH-REQUEST
020500        CALL 'PAUMACR' USING CHK-KEY-VALUE
020510                             W02-GET-BUFFER
020520                             WS-MAC-DATA-LEN
020530                             WS-MAC-COMPUTED
020540        END-CALL
020541        MOVE W02-GET-BUFFER(WS-MAC-DATA-LEN + 1:)
020542                                    TO WS-MAC-RECEIVED
020543     ELSE
020544*       NO ROOM FOR A MAC AT ALL - IT CANNOT VERIFY.
020545        MOVE LOW-VALUES             TO WS-MAC-COMPUTED
020546        MOVE HIGH-VALUES            TO WS-MAC-RECEIVED
020547     END-IF
020550     IF WS-MAC-COMPUTED NOT = WS-MAC-RECEIVED
020560        SET MAC-CHECK-FAILED        TO TRUE
020570        MOVE 'A014'                 TO ERR-LOCATION
020580        SET  ERR-WARNING            TO TRUE
020590        SET  ERR-APP                TO TRUE
020600        MOVE CHK-KEY-ID             TO ERR-CODE-1
020610        MOVE PA-RQ-MESSAGE-SOURCE(1:2) TO ERR-CODE-2
020620        MOVE 'MESSAGE AUTHENTICATION FAILED - PARKED TO DLQ'
020630                                    TO ERR-MESSAGE
020640        MOVE PA-RQ-TRANSACTION-ID   TO ERR-EVENT-KEY
020650        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
020660     END-IF
020670     .
020680 3080-EXIT.
020690     EXIT.
020700*----------------------------------------------------------------*
020710 3500-CHECK-DUPLICATE.
020720*----------------------------------------------------------------*
020730*    CATCHES THE SAME TRANSACTION-ID AND MESSAGE TYPE ARRIVING  *
020740*    TWICE - ON THIS INSTANCE OR ANY OTHER - BY READING THE     *
020750*    SHARED PAUDUPCK FILE. THE TYPE IS PART OF THE KEY BECAUSE  *
020760*    A REVERSAL OR LIFECYCLE MESSAGE CARRIES THE ORIGINAL       *
020770*    AUTH'S TRANSACTION ID BY DESIGN AND MUST NOT BE ANSWERED   *
020780*    FROM THE ORIGINAL'S CACHE. A HIT LEAVES THE CACHED REPLY   *
020790*    IN DUP-CACHE-RECORD FOR 3560 TO RESEND.                     *
020800*----------------------------------------------------------------*
020810     SET NOT-DUPLICATE-REQUEST TO TRUE
020820     MOVE SPACES               TO DUP-CACHE-RECORD
020830     MOVE 0                    TO DUP-REPLY-LEN
020840     MOVE PA-RQ-TRANSACTION-ID TO DUP-TRANSACTION-ID
020850     MOVE PA-RQ-MESSAGE-TYPE   TO DUP-MESSAGE-TYPE
020860     EXEC CICS READ
020870          DATASET   (WS-DUPCKFILENAME)
020880          RIDFLD    (DUP-CACHE-KEY)
020890          KEYLENGTH (LENGTH OF DUP-CACHE-KEY)
020900          INTO      (DUP-CACHE-RECORD)
020910          LENGTH    (LENGTH OF DUP-CACHE-RECORD)
020920          RESP      (WS-RESP-CD)
020930          RESP2     (WS-REAS-CD)
020940     END-EXEC
020950     IF WS-RESP-CD = DFHRESP(NORMAL)
020960        SET DUPLICATE-REQUEST  TO TRUE
020970     END-IF
020980     .
020990 3500-EXIT.
021000     EXIT.
021010*----------------------------------------------------------------*
021020 3550-CACHE-REPLY.
021030*----------------------------------------------------------------*
021040*    SAVES THE JUST-BUILT REPLY BYTES ON THE SHARED PAUDUPCK     *
021050*    FILE UNDER THIS TRANSACTION-ID, SO A LATER DUPLICATE - ON   *
021060*    ANY INSTANCE - IS ANSWERED FROM CACHE (SEE 3560). A        *
021070*    DUPLICATE KEY MEANS ANOTHER INSTANCE GOT THERE FIRST AND   *
021080*    ITS REPLY STANDS.                                           *
021090*----------------------------------------------------------------*
021100     MOVE SPACES                TO DUP-CACHE-RECORD
021110     MOVE PA-RQ-TRANSACTION-ID  TO DUP-TRANSACTION-ID
021120     MOVE PA-RQ-MESSAGE-TYPE    TO DUP-MESSAGE-TYPE
021130     MOVE WS-RESP-LENGTH        TO DUP-REPLY-LEN
021140     MOVE W02-PUT-BUFFER        TO DUP-REPLY-BUFFER
021150     MOVE WS-TODAY-CCYYMMDD     TO DUP-STORE-DATE
021160     EXEC CICS WRITE
021170          DATASET   (WS-DUPCKFILENAME)
021180          RIDFLD    (DUP-CACHE-KEY)
021190          KEYLENGTH (LENGTH OF DUP-CACHE-KEY)
021200          FROM      (DUP-CACHE-RECORD)
021210          LENGTH    (LENGTH OF DUP-CACHE-RECORD)
021220          RESP      (WS-RESP-CD)
021230          RESP2     (WS-REAS-CD)
021240     END-EXEC
021250     .
021260 3550-EXIT.
021270     EXIT.
021280*----------------------------------------------------------------*
021290 3560-RESEND-CACHED-REPLY.
021300*----------------------------------------------------------------*
021310*    REPLAYS THE REPLY 3500 JUST READ OFF THE SHARED CACHE FOR   *
021320*    THIS DUPLICATE TRANSACTION-ID, USING THIS MESSAGE'S OWN     *
021330*    MQMD-CORRELID SO THE REPLY ROUTES BACK TO WHICHEVER RETRY   *
021340*    IS CURRENTLY WAITING ON IT.                                 *
021350*----------------------------------------------------------------*
021360     IF DUP-REPLY-LEN > 0
021370        MOVE DUP-REPLY-BUFFER   TO W02-PUT-BUFFER
021380        MOVE DUP-REPLY-LEN      TO WS-RESP-LENGTH
021390        PERFORM 7100-SEND-RESPONSE THRU 7100-EXIT
021400     END-IF
021410     .
021420 3560-EXIT.
021430     EXIT.
021440*----------------------------------------------------------------*
021450 3650-RESOLVE-WALLET-DPAN.
021460*----------------------------------------------------------------*
021470*    A WALLET TRANSACTION ARRIVES ON A DEVICE PAN THAT LOOKS    *
021480*    LIKE A DIFFERENT CARD - THE FUNDING CARD'S CONTROLS,       *
021490*    VELOCITY, RECURRING STOPS AND FRAUD HISTORY WOULD ALL      *
021500*    SILENTLY MISS IT. AN ACTIVE WALLETXR ROW SWAPS THE DPAN    *
021510*    FOR THE FUNDING CARD'S TOKEN RIGHT HERE, BEFORE ANY        *
021520*    CONTROL OR COUNTER RUNS; A DEACTIVATED ROW REJECTS. MOST   *
021530*    CARDS HAVE NO ROW AND PASS STRAIGHT THROUGH.               *
021540*----------------------------------------------------------------*
021550     SET PLASTIC-REQUEST            TO TRUE
021560     MOVE PA-RQ-CARD-NUM            TO WXR-DEVICE-PAN
021570     EXEC CICS READ
021580          DATASET   (WS-WLTXRFILENAME)
021590          RIDFLD    (WXR-DEVICE-PAN)
021600          KEYLENGTH (LENGTH OF WXR-DEVICE-PAN)
021610          INTO      (WALLET-XREF-RECORD)
021620          LENGTH    (LENGTH OF WALLET-XREF-RECORD)
021630          RESP      (WS-RESP-CD)
021640          RESP2     (WS-REAS-CD)
021650     END-EXEC
021660     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
021670        GO TO 3650-EXIT
021680     END-IF
021690     IF WXR-DEACTIVATED
021700        SET VALIDATION-FAILED       TO TRUE
021710        MOVE 'WALLET TOKEN DEACTIVATED' TO WS-VALID-REASON
021720        GO TO 3650-EXIT
021730     END-IF
021740     SET WALLET-REQUEST             TO TRUE
021750     MOVE WXR-FUNDING-CARD          TO PA-RQ-CARD-NUM
021760     .
021770 3650-EXIT.
021780     EXIT.
021790*----------------------------------------------------------------*
021800*    SWAPS THE CLEAR CARD NUMBER FOR ITS VAULT TOKEN BEFORE     *
021810*    ANY STORE IS TOUCHED - THE SEGMENT, THE FRAUD TABLES, THE  *
021820*    CACHES, THE ARCHIVES AND EVERY EXTRACT DOWNSTREAM CARRY    *
021830*    THE TOKEN FROM HERE ON. A CARD ALREADY IN THE RESERVED     *
021840*    '99' TOKEN BIN IS A REPLAY AND IS LEFT UNTOUCHED. WHEN     *
021850*    THE VAULT CANNOT BE READ OR EXTENDED THE REQUEST IS        *
021860*    REJECTED - A CLEAR PAN NEVER TRAVELS PAST THIS POINT.      *
021870*----------------------------------------------------------------*
021880 3700-TOKENIZE-PAN.
021890*----------------------------------------------------------------*
021900     SET TOKENIZE-OK                   TO TRUE
021910     IF PA-RQ-CARD-NUM(1:2) = '99'
021920        GO TO 3700-EXIT
021930     END-IF
021940     MOVE PA-RQ-CARD-NUM               TO TOKP-CARD-NUM
021950     EXEC CICS READ
021960          DATASET   (WS-PANVFILENAME)
021970          RIDFLD    (TOKP-CARD-NUM)
021980          KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
021990          INTO      (PAN-VAULT-RECORD)
022000          LENGTH    (LENGTH OF PAN-VAULT-RECORD)
022010          RESP      (WS-RESP-CD)
022020          RESP2     (WS-REAS-CD)
022030     END-EXEC
022040     EVALUATE WS-RESP-CD
022050         WHEN DFHRESP(NORMAL)
022060            MOVE TOKP-TOKEN            TO PA-RQ-CARD-NUM
022070         WHEN DFHRESP(NOTFND)
022080            PERFORM 3710-ASSIGN-NEW-TOKEN THRU 3710-EXIT
022090            IF TOKENIZE-OK
022100               MOVE TOKP-TOKEN         TO PA-RQ-CARD-NUM
022110            END-IF
022120         WHEN OTHER
022130            SET TOKENIZE-FAILED        TO TRUE
022140     END-EVALUATE
022150     IF TOKENIZE-FAILED
022160        SET VALIDATION-FAILED          TO TRUE
022170        MOVE 'TOKEN VAULT UNAVAILABLE' TO WS-VALID-REASON
022180        MOVE 'A012'                    TO ERR-LOCATION
022190        SET  ERR-CRITICAL              TO TRUE
022200        SET  ERR-CICS                  TO TRUE
022210        MOVE WS-RESP-CD                TO WS-CODE-DISPLAY
022220        MOVE WS-CODE-DISPLAY           TO ERR-CODE-1
022230        MOVE 'UNABLE TO TOKENIZE CARD NUMBER' TO ERR-MESSAGE
022240        MOVE PA-RQ-TRANSACTION-ID      TO ERR-EVENT-KEY
022250        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
022260     END-IF
022270     .
022280 3700-EXIT.
022290     EXIT.
022300*----------------------------------------------------------------*
022310*    ASSIGNS A FRESH TOKEN: '99' BIN, TEN DIGITS FROM THE       *
022320*    CLOCK, AND THE CARD'S LAST FOUR KEPT FOR DISPLAY. THE      *
022330*    TOKEN SIDE IS WRITTEN FIRST TO CLAIM THE VALUE - A         *
022340*    COLLISION JUST BUMPS THE SEED AND RETRIES. IF ANOTHER      *
022350*    INSTANCE TOKENIZED THE SAME CARD FIRST (DUPLICATE ON THE   *
022360*    PAN SIDE), THEIR TOKEN WINS AND OUR CLAIMED ONE IS         *
022370*    DELETED SO THE VAULT STAYS ONE-TO-ONE.                     *
022380*----------------------------------------------------------------*
022390 3710-ASSIGN-NEW-TOKEN.
022400*----------------------------------------------------------------*
022410     EXEC CICS ASKTIME
022420          ABSTIME(WS-ABS-TIME)
022430          NOHANDLE
022440     END-EXEC
022450     MOVE WS-ABS-TIME                  TO WS-ABS-TIME-DIGITS
022460     MOVE WS-ABS-TIME-DIGITS(6:10)     TO WS-TOKEN-SEED
022470     MOVE 0                            TO WS-TOKEN-RETRY-CNT
022480     .
022490 3710-CLAIM-TOKEN.
022500     MOVE WS-TOKEN-SEED                TO WS-TOKEN-MID
022510     MOVE PA-RQ-CARD-NUM(13:4)         TO WS-TOKEN-LAST4
022520     MOVE SPACES                       TO TOKEN-VAULT-RECORD
022530     MOVE WS-TOKEN-WORK                TO TOKV-TOKEN
022540     MOVE PA-RQ-CARD-NUM               TO TOKV-CARD-NUM
022550     MOVE WS-TODAY-CCYYMMDD            TO TOKV-CREATED-DATE
022560     EXEC CICS WRITE
022570          DATASET   (WS-TOKVFILENAME)
022580          RIDFLD    (TOKV-TOKEN)
022590          KEYLENGTH (LENGTH OF TOKV-TOKEN)
022600          FROM      (TOKEN-VAULT-RECORD)
022610          LENGTH    (LENGTH OF TOKEN-VAULT-RECORD)
022620          RESP      (WS-RESP-CD)
022630          RESP2     (WS-REAS-CD)
022640     END-EXEC
022650     IF WS-RESP-CD = DFHRESP(DUPREC)
022660        ADD 1                          TO WS-TOKEN-SEED
022670                                          WS-TOKEN-RETRY-CNT
022680        IF WS-TOKEN-RETRY-CNT < 5
022690           GO TO 3710-CLAIM-TOKEN
022700        ELSE
022710           SET TOKENIZE-FAILED         TO TRUE
022720           GO TO 3710-EXIT
022730        END-IF
022740     END-IF
022750     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
022760        SET TOKENIZE-FAILED            TO TRUE
022770        GO TO 3710-EXIT
022780     END-IF
022790     MOVE SPACES                       TO PAN-VAULT-RECORD
022800     MOVE PA-RQ-CARD-NUM               TO TOKP-CARD-NUM
022810     MOVE TOKV-TOKEN                   TO TOKP-TOKEN
022820     MOVE WS-TODAY-CCYYMMDD            TO TOKP-CREATED-DATE
022830     EXEC CICS WRITE
022840          DATASET   (WS-PANVFILENAME)
022850          RIDFLD    (TOKP-CARD-NUM)
022860          KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
022870          FROM      (PAN-VAULT-RECORD)
022880          LENGTH    (LENGTH OF PAN-VAULT-RECORD)
022890          RESP      (WS-RESP-CD)
022900          RESP2     (WS-REAS-CD)
022910     END-EXEC
022920     EVALUATE WS-RESP-CD
022930         WHEN DFHRESP(NORMAL)
022940            CONTINUE
022950         WHEN DFHRESP(DUPREC)
022960*    ANOTHER INSTANCE WON THE RACE - TAKE THEIR TOKEN AND
022970*    GIVE BACK THE ONE WE CLAIMED.
022980            EXEC CICS DELETE
022990                 DATASET   (WS-TOKVFILENAME)
023000                 RIDFLD    (TOKV-TOKEN)
023010                 KEYLENGTH (LENGTH OF TOKV-TOKEN)
023020                 RESP      (WS-RESP-CD)
023030                 RESP2     (WS-REAS-CD)
023040            END-EXEC
023050            EXEC CICS READ
023060                 DATASET   (WS-PANVFILENAME)
023070                 RIDFLD    (TOKP-CARD-NUM)
023080                 KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
023090                 INTO      (PAN-VAULT-RECORD)
023100                 LENGTH    (LENGTH OF PAN-VAULT-RECORD)
023110                 RESP      (WS-RESP-CD)
023120                 RESP2     (WS-REAS-CD)
023130            END-EXEC
023140            IF WS-RESP-CD NOT = DFHRESP(NORMAL)
023150               SET TOKENIZE-FAILED     TO TRUE
023160            END-IF
023170         WHEN OTHER
023180            SET TOKENIZE-FAILED        TO TRUE
023190     END-EVALUATE
023200     .
023210 3710-EXIT.
023220     EXIT.
023230*----------------------------------------------------------------*
023240 3900-REJECT-REQUEST.
023250*----------------------------------------------------------------*
023260     ADD 1 TO WS-STAT-REJECTED-COUNT
023270     MOVE 'A005'              TO ERR-LOCATION
023280     SET  ERR-WARNING         TO TRUE
023290     SET  ERR-APP             TO TRUE
023300     MOVE PA-RQ-MESSAGE-SOURCE(1:2) TO ERR-CODE-2
023310     MOVE WS-VALID-REASON     TO ERR-MESSAGE
023320     MOVE PA-RQ-TRANSACTION-ID TO ERR-EVENT-KEY
023330     PERFORM 9500-LOG-ERROR THRU 9500-EXIT
023340     MOVE SPACES              TO PENDING-AUTH-RESPONSE
023350     MOVE PA-RQ-CARD-NUM      TO PA-RL-CARD-NUM
023360     MOVE PA-RQ-TRANSACTION-ID TO PA-RL-TRANSACTION-ID
023370     MOVE '05'                TO PA-RL-AUTH-RESP-CODE
023380     MOVE WS-REJ-REPLY-REASON TO PA-RL-AUTH-RESP-REASON
023390     MOVE PA-RQ-CORRELATION-ID TO PA-RL-CORRELATION-ID
023400     PERFORM 6000-BUILD-RESPONSE THRU 6000-EXIT
023410     PERFORM 7100-SEND-RESPONSE  THRU 7100-EXIT
023420*    REJECTS ARE PART OF THE HOURLY MIS PICTURE TOO - THE
023430*    MONITOR COPY GOES OUT THE SAME AS FOR ANY DECISION.
023440     IF MQPUT-SUCCESSFUL
023450        PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
023460     END-IF
023470     .
023480 3900-EXIT.
023490     EXIT.
023500*----------------------------------------------------------------*
023510 3950-THROTTLE-REQUEST.
023520*----------------------------------------------------------------*
023530*    'SYSTEM BUSY, RETRY' FOR A CHANNEL OVER ITS QUOTA - 91 WITH *
023540*    REASON 9200, BUILT STRAIGHT FROM THE REQUEST LIKE A REJECT. *
023550*    NOTHING IS WRITTEN TO PAUTB AND NO HOLD IS TAKEN.           *
023560*----------------------------------------------------------------*
023570     ADD 1 TO WS-STAT-THROTTLED-COUNT
023580     MOVE SPACES              TO PENDING-AUTH-RESPONSE
023590     MOVE PA-RQ-CARD-NUM      TO PA-RL-CARD-NUM
023600     MOVE PA-RQ-TRANSACTION-ID TO PA-RL-TRANSACTION-ID
023610     MOVE '91'                TO PA-RL-AUTH-RESP-CODE
023620     MOVE '9200'              TO PA-RL-AUTH-RESP-REASON
023630     MOVE PA-RQ-CORRELATION-ID TO PA-RL-CORRELATION-ID
023640     PERFORM 6000-BUILD-RESPONSE THRU 6000-EXIT
023650     PERFORM 7100-SEND-RESPONSE  THRU 7100-EXIT
023660     IF MQPUT-SUCCESSFUL
023670        MOVE 'T'              TO WS-MON-DISPOSITION
023680        PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
023690     END-IF
023700     .
023710 3950-EXIT.
023720     EXIT.
023730*----------------------------------------------------------------*
023740 3960-TIMEOUT-REQUEST.
023750*----------------------------------------------------------------*
023760*    A REQUEST PAST ITS CHANNEL'S TIMEOUT (3095). IT IS WRITTEN  *
023770*    TO LATEREQ FOR THE ADVICE LOAD TO MATCH, COUNTED ON THE     *
023780*    CHANNEL'S CHANRATE ROW FOR THE DAY, AND ANSWERED 91 WITH    *
023790*    REASON 9210 TIMED OUT STRAIGHT FROM THE REQUEST LIKE A      *
023800*    THROTTLE. NOTHING IS WRITTEN TO PAUTB AND NO HOLD IS TAKEN. *
023810*----------------------------------------------------------------*
023820     ADD 1 TO WS-STAT-TIMEOUT-COUNT
023830     MOVE 'A019'                    TO ERR-LOCATION
023840     SET  ERR-WARNING               TO TRUE
023850     SET  ERR-APP                   TO TRUE
023860     MOVE PA-RQ-MESSAGE-SOURCE(1:2) TO ERR-CODE-2
023870     MOVE 'REQUEST PAST CHANNEL TIMEOUT - ANSWERED TIMED OUT'
023880                                    TO ERR-MESSAGE
023890     MOVE PA-RQ-TRANSACTION-ID      TO ERR-EVENT-KEY
023900     PERFORM 9500-LOG-ERROR THRU 9500-EXIT
023910     PERFORM 3965-RECORD-LATE-REQUEST THRU 3965-EXIT
023920     MOVE SPACES              TO PENDING-AUTH-RESPONSE
023930     MOVE PA-RQ-CARD-NUM      TO PA-RL-CARD-NUM
023940     MOVE PA-RQ-TRANSACTION-ID TO PA-RL-TRANSACTION-ID
023950     MOVE '91'                TO PA-RL-AUTH-RESP-CODE
023960     MOVE '9210'              TO PA-RL-AUTH-RESP-REASON
023970     MOVE PA-RQ-CORRELATION-ID TO PA-RL-CORRELATION-ID
023980     PERFORM 6000-BUILD-RESPONSE THRU 6000-EXIT
023990     PERFORM 7100-SEND-RESPONSE  THRU 7100-EXIT
024000     IF MQPUT-SUCCESSFUL
024010        MOVE 'L'              TO WS-MON-DISPOSITION
024020        PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
024030     END-IF
024040     .
024050 3960-EXIT.
024060     EXIT.
024070*----------------------------------------------------------------*
024080 3965-RECORD-LATE-REQUEST.
024090*----------------------------------------------------------------*
024100*    ONE LATEREQ ROW PER LATE TRANSACTION - A RESEND OF ONE      *
024110*    ALREADY RECORDED (DUPREC) IS ANSWERED AGAIN BUT NOT         *
024120*    RECORDED OR COUNTED TWICE.                                  *
024130*----------------------------------------------------------------*
024140     MOVE SPACES                    TO LATE-REQUEST-RECORD
024150     MOVE PA-RQ-TRANSACTION-ID      TO LATR-TRANSACTION-ID
024160     MOVE PA-RQ-AUTH-ORIG-DATE      TO LATR-ORIG-DATE
024170     MOVE PA-RQ-AUTH-ORIG-TIME(1:6) TO LATR-ORIG-TIME
024180     MOVE PA-RQ-CARD-NUM            TO LATR-CARD-NUM
024190     MOVE PA-RQ-MESSAGE-SOURCE      TO LATR-MESSAGE-SOURCE
024200     MOVE PA-RQ-MESSAGE-TYPE        TO LATR-MESSAGE-TYPE
024210     MOVE PA-RQ-AUTH-ID-CODE        TO LATR-AUTH-ID-CODE
024220     MOVE PA-RQ-MERCHANT-ID         TO LATR-MERCHANT-ID
024230     MOVE PA-RQ-TRANSACTION-AMT     TO LATR-TRANSACTION-AMT
024240     MOVE MQMD-PUTDATE OF MQM-MD-REQUEST
024250                                    TO LATR-PUT-DATE
024260     MOVE MQMD-PUTTIME OF MQM-MD-REQUEST (1:6)
024270                                    TO LATR-PUT-TIME
024280     MOVE WS-STALE-NOW-DATE         TO LATR-RECEIVED-DATE
024290     MOVE WS-STALE-NOW-TIME         TO LATR-RECEIVED-TIME
024300     MOVE WS-STALE-AGE              TO LATR-AGE-SECS
024310     MOVE WS-STALE-TIMEOUT          TO LATR-TIMEOUT-SECS
024320     SET  LATR-UNMATCHED            TO TRUE
024330     MOVE ZERO                      TO LATR-ADVICE-AMT
024340     EXEC CICS WRITE
024350          DATASET   (WS-LATRQFILENAME)
024360          RIDFLD    (LATR-KEY)
024370          KEYLENGTH (LENGTH OF LATR-KEY)
024380          FROM      (LATE-REQUEST-RECORD)
024390          LENGTH    (LENGTH OF LATE-REQUEST-RECORD)
024400          RESP      (WS-RESP-CD)
024410          RESP2     (WS-REAS-CD)
024420     END-EXEC
024430     EVALUATE WS-RESP-CD
024440         WHEN DFHRESP(NORMAL)
024450             CONTINUE
024460         WHEN DFHRESP(DUPREC)
024470             GO TO 3965-EXIT
024480         WHEN OTHER
024490             MOVE 'C012'                 TO ERR-LOCATION
024500             SET  ERR-WARNING            TO TRUE
024510             SET  ERR-CICS               TO TRUE
024520             MOVE WS-RESP-CD             TO WS-CODE-DISPLAY
024530             MOVE WS-CODE-DISPLAY        TO ERR-CODE-1
024540             MOVE PA-RQ-MESSAGE-SOURCE(1:2) TO ERR-CODE-2
024550             MOVE 'FAILED TO WRITE LATE REQUEST FILE'
024560                                         TO ERR-MESSAGE
024570             MOVE PA-RQ-TRANSACTION-ID   TO ERR-EVENT-KEY
024580             PERFORM 9500-LOG-ERROR THRU 9500-EXIT
024590     END-EVALUATE
024600*    THE DAY'S LATE COUNT RIDES ON THE ROW 3090 JUST COUNTED
024610*    THE MESSAGE ON. A MISSING OR UNREADABLE ROW LOSES ONLY
024620*    THE COUNT - THE REQUEST IS STILL ANSWERED.
024630     MOVE PA-RQ-MESSAGE-SOURCE      TO CHR-SOURCE-CODE
024640     EXEC CICS READ
024650          DATASET   (WS-CHNRTFILENAME)
024660          RIDFLD    (CHR-SOURCE-CODE)
024670          KEYLENGTH (LENGTH OF CHR-SOURCE-CODE)
024680          INTO      (CHANNEL-RATE-RECORD)
024690          LENGTH    (LENGTH OF CHANNEL-RATE-RECORD)
024700          UPDATE
024710          RESP      (WS-RESP-CD)
024720          RESP2     (WS-REAS-CD)
024730     END-EXEC
024740     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
024750        GO TO 3965-EXIT
024760     END-IF
024770     IF CHR-LATE-DATE NOT = WS-STALE-NOW-DATE
024780        OR CHR-LATE-COUNT NOT NUMERIC
024790        MOVE WS-STALE-NOW-DATE      TO CHR-LATE-DATE
024800        MOVE ZERO                   TO CHR-LATE-COUNT
024810     END-IF
024820     ADD 1                          TO CHR-LATE-COUNT
024830     EXEC CICS REWRITE
024840          DATASET (WS-CHNRTFILENAME)
024850          FROM    (CHANNEL-RATE-RECORD)
024860          LENGTH  (LENGTH OF CHANNEL-RATE-RECORD)
024870          RESP    (WS-RESP-CD)
024880          RESP2   (WS-REAS-CD)
024890     END-EXEC
024900     .
024910 3965-EXIT.
024920     EXIT.
024930*----------------------------------------------------------------*
024940 4000-PROCESS-AUTH.
024950*----------------------------------------------------------------*
024960*    EVERY PER-MESSAGE RESULT THE DECISION TRACE RECORDS IS
024970*    RESET UP FRONT - THE EARLY-EXIT DECLINE PATHS NEVER REACH
024980*    THE PARAGRAPHS THAT SET THESE, AND A STALE VALUE FROM THE
024990*    PREVIOUS MESSAGE MUST NOT BE WRITTEN AS THIS ONE'S.
025000     SET RULE-NOT-MATCHED           TO TRUE
025010     SET NFOUND-ACCT-IN-MSTR        TO TRUE
025020     MOVE ZERO                      TO WS-OPEN-TO-BUY
025030     MOVE SPACE                     TO WS-BEHAVIOR-SW
025040     SET WATCH-LIST-NOT-HIT         TO TRUE
025050     SET PIN-TRY-OK                 TO TRUE
025060     SET RETRY-LIMIT-NOT-REACHED    TO TRUE
025070     SET DELINQ-TREATMENT-NOT-HIT   TO TRUE
025080     MOVE SPACES                    TO WS-DELINQ-BUCKET
025090     PERFORM 5200-READ-CARD-XREF    THRU 5200-EXIT
025100     PERFORM 5500-READ-CARD-STATUS  THRU 5500-EXIT
025110     PERFORM 5600-READ-MERCHANT-MASTER THRU 5600-EXIT
025120     IF FOUND-CUST-IN-MSTR
025130        PERFORM 5300-READ-CUST-RECORD THRU 5300-EXIT
025140        PERFORM 5400-READ-ACCT-RECORD THRU 5400-EXIT
025150     END-IF
025160     PERFORM 4100-MOVE-REQUEST-TO-SEGMENT THRU 4100-EXIT
025170     IF PA-RQ-MSGTYPE-ADJUSTMENT
025180        PERFORM 4350-DETERMINE-ADJ-RESPONSE THRU 4350-EXIT
025190     ELSE
025200*    A CARD THAT HAS USED UP ITS DECLINES AT THIS MERCHANT FOR
025210*    THE WINDOW IS REFUSED 'DO NOT RETRY' UNSCORED - NONE OF THE
025220*    CHECKS BELOW RUNS AND NOTHING IS COUNTED AGAINST THE CARD.
025230        PERFORM 4230-CHECK-DECLINE-RETRY THRU 4230-EXIT
025240        IF RETRY-LIMIT-REACHED
025250           MOVE ZERO           TO PA-APPROVED-AMT
025260           MOVE SPACES         TO PA-PARTIAL-APPR-REASON
025270           MOVE '05'           TO PA-AUTH-RESP-CODE
025280           MOVE '4170'         TO PA-AUTH-RESP-REASON
025290        ELSE
025300*    A MERCHANDISE RETURN IS NOT SPEND - IT NEITHER BUMPS THE
025310*    VELOCITY COUNTS NOR COMPETES FOR OPEN-TO-BUY.
025320           IF PA-RQ-PROCESSING-CODE(1:2) NOT = '20'
025330              PERFORM 4200-VELOCITY-CHECK THRU 4200-EXIT
025340           END-IF
025350           PERFORM 4240-CHECK-PIN-TRIES THRU 4240-EXIT
025360           PERFORM 4245-CHECK-DELINQUENCY THRU 4245-EXIT
025370           PERFORM 4250-CHECK-CARD-CONTROLS THRU 4250-EXIT
025380           PERFORM 4260-SCREEN-ACQR-COUNTRY THRU 4260-EXIT
025390           PERFORM 4261-SCREEN-MERCHANT-ENTITY THRU 4261-EXIT
025400           PERFORM 4265-CHECK-MERCHANT-CAP THRU 4265-EXIT
025410           PERFORM 4275-CHECK-WATCH-LIST THRU 4275-EXIT
025420           PERFORM 4280-CHECK-RECURRING-REG THRU 4280-EXIT
025430           PERFORM 4290-VERIFY-AVS-CVV    THRU 4290-EXIT
025440           PERFORM 4295-CHECK-BEHAVIOR    THRU 4295-EXIT
025450           PERFORM 4300-DETERMINE-RESPONSE THRU 4300-EXIT
025460        END-IF
025470     END-IF
025480     PERFORM 4800-WRITE-DECISION-TRACE THRU 4800-EXIT
025490     PERFORM 4400-INSERT-IMS-SEGMENT THRU 4400-EXIT
025500     IF STATUS-OK
025510        MOVE SPACES            TO PENDING-AUTH-RESPONSE
025520        MOVE PA-CARD-NUM       TO PA-RL-CARD-NUM
025530        MOVE PA-AUTH-TYPE      TO PA-RL-AUTH-TYPE
025540        MOVE PA-TRANSACTION-ID TO PA-RL-TRANSACTION-ID
025550        MOVE PA-AUTH-ID-CODE   TO PA-RL-AUTH-ID-CODE
025560        MOVE PA-AUTH-RESP-CODE TO PA-RL-AUTH-RESP-CODE
025570        MOVE PA-AUTH-RESP-REASON TO PA-RL-AUTH-RESP-REASON
025580        MOVE PA-TRANSACTION-AMT TO PA-RL-TRANSACTION-AMT
025590        MOVE PA-APPROVED-AMT   TO PA-RL-APPROVED-AMT
025600        MOVE PA-CURRENCY-CODE  TO PA-RL-CURRENCY-CODE
025610        MOVE PA-PARTIAL-APPR-REASON
025620                               TO PA-RL-PARTIAL-APPR-REASON
025630        MOVE PA-CORRELATION-ID TO PA-RL-CORRELATION-ID
025640        MOVE PA-AVS-RESULT     TO PA-RL-AVS-RESULT
025650        MOVE PA-CVV-RESULT     TO PA-RL-CVV-RESULT
025660        MOVE PA-ECI-RESULT     TO PA-RL-ECI-RESULT
025670        PERFORM 6000-BUILD-RESPONSE THRU 6000-EXIT
025680        PERFORM 7100-SEND-RESPONSE  THRU 7100-EXIT
025690        IF NOT MQPUT-SUCCESSFUL
025700           PERFORM 4450-BACKOUT-IMS-INSERT THRU 4450-EXIT
025710           PERFORM 7200-SEND-TO-DLQ THRU 7200-EXIT
025720        ELSE
025730*    THE REPLY IS CACHED ONLY ONCE IT ACTUALLY WENT OUT - A
025740*    PARKED REQUEST MUST BE PROCESSED FRESH WHEN CBDLQRPL
025750*    REQUEUES IT, NOT ANSWERED FROM A CACHE ROW FOR WORK THE
025760*    BACKOUT JUST UNDID.
025770           PERFORM 3550-CACHE-REPLY    THRU 3550-EXIT
025780           PERFORM 4700-TALLY-RESPONSE THRU 4700-EXIT
025790           PERFORM 4750-NOTIFY-IF-DECLINED THRU 4750-EXIT
025800           PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
025810           PERFORM 4285-UPDATE-RECURRING-REG THRU 4285-EXIT
025820           PERFORM 4232-UPDATE-DECLINE-RETRY THRU 4232-EXIT
025830           IF PA-AUTH-APPROVED
025840              PERFORM 4720-BUMP-MERCHANT-ACC THRU 4720-EXIT
025850              PERFORM 4470-RECORD-HOLD-ESTIMATE THRU 4470-EXIT
025860           END-IF
025870           IF WATCH-LIST-HIT
025880              PERFORM 4278-QUEUE-WATCH-REFERRAL THRU 4278-EXIT
025890           END-IF
025900           PERFORM 4850-JOURNAL-CDC-ADD THRU 4850-EXIT
025910           PERFORM 4760-CHECK-CUSTOMER-ALERT THRU 4760-EXIT
025920        END-IF
025930     ELSE
025940        MOVE 'I002'            TO ERR-LOCATION
025950        SET  ERR-CRITICAL      TO TRUE
025960        SET  ERR-IMS           TO TRUE
025970        MOVE IMS-RETURN-CODE   TO ERR-CODE-1
025980        MOVE 'IMS ISRT FAILED' TO ERR-MESSAGE
025990        MOVE PA-TRANSACTION-ID TO ERR-EVENT-KEY
026000        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
026010        PERFORM 7200-SEND-TO-DLQ THRU 7200-EXIT
026020     END-IF
026030     .
026040 4000-EXIT.
026050     EXIT.
026060*----------------------------------------------------------------*
026070 4100-MOVE-REQUEST-TO-SEGMENT.
026080*----------------------------------------------------------------*
026090     MOVE SPACES                 TO PENDING-AUTH-DETAILS
026100     MOVE PA-RQ-CARD-NUM         TO PA-CARD-NUM
026110     MOVE PA-RQ-AUTH-TYPE        TO PA-AUTH-TYPE
026120     MOVE PA-RQ-AUTH-ORIG-DATE   TO PA-AUTH-ORIG-DATE
026130     MOVE PA-RQ-AUTH-ORIG-DATE(4:5) TO WS-DATE-WORK
026140     COMPUTE PA-AUTH-DATE-9C = 99999 - WS-DATE-WORK
026150     MOVE PA-RQ-CARD-EXPIRY-DATE TO PA-CARD-EXPIRY-DATE
026160     MOVE PA-RQ-MESSAGE-TYPE     TO PA-MESSAGE-TYPE
026170     MOVE PA-RQ-MESSAGE-SOURCE   TO PA-MESSAGE-SOURCE
026180     MOVE PA-RQ-AUTH-ID-CODE     TO PA-AUTH-ID-CODE
026190     MOVE PA-RQ-PROCESSING-CODE  TO PA-PROCESSING-CODE
026200     MOVE PA-RQ-CURRENCY-CODE    TO PA-CURRENCY-CODE
026210     MOVE PA-RQ-TRANSACTION-AMT  TO PA-TRANSACTION-AMT
026220     MOVE PA-RQ-MERCHANT-CATAGORY-CODE
026230                           TO PA-MERCHANT-CATAGORY-CODE
026240     MOVE PA-RQ-ACQR-COUNTRY-CODE TO PA-ACQR-COUNTRY-CODE
026250     MOVE PA-RQ-POS-ENTRY-MODE   TO PA-POS-ENTRY-MODE
026260     MOVE PA-RQ-MERCHANT-ID      TO PA-MERCHANT-ID
026270*    THE MASTER'S STANDARDIZED NAME AND LOCATION GO ON THE
026280*    SEGMENT WHEN THE MERCHANT IS KNOWN, SO EVERY AUTH FOR A
026290*    MERCHANT CARRIES ONE SPELLING; OTHERWISE THE CHANNEL'S
026300*    FREE-FORM VALUES ARE KEPT AS DELIVERED. A MERGED
026310*    DUPLICATE BOOKS UNDER ITS SURVIVOR'S MERCHANT ID.
026320     IF FOUND-MERCH-IN-MSTR
026330        MOVE MRC-MERCHANT-ID     TO PA-MERCHANT-ID
026340        MOVE MRC-MERCHANT-NAME   TO PA-MERCHANT-NAME
026350        MOVE MRC-MERCHANT-CITY   TO PA-MERCHANT-CITY
026360        MOVE MRC-MERCHANT-STATE  TO PA-MERCHANT-STATE
026370        MOVE MRC-MERCHANT-ZIP    TO PA-MERCHANT-ZIP
026380     ELSE
026390     MOVE PA-RQ-MERCHANT-NAME    TO PA-MERCHANT-NAME
026400     MOVE PA-RQ-MERCHANT-CITY    TO PA-MERCHANT-CITY
026410     MOVE PA-RQ-MERCHANT-STATE   TO PA-MERCHANT-STATE
026420     MOVE PA-RQ-MERCHANT-ZIP     TO PA-MERCHANT-ZIP
026430     END-IF
026440     MOVE PA-RQ-TRANSACTION-ID   TO PA-TRANSACTION-ID
026450     MOVE PA-RQ-RECURRING-IND    TO PA-RECURRING-IND
026460     MOVE PA-RQ-ADJUSTMENT-AMT   TO PA-ADJUSTMENT-AMT
026470     MOVE PA-RQ-ADJUSTMENT-REASON TO PA-ADJUSTMENT-REASON
026480     MOVE PA-RQ-CORRELATION-ID   TO PA-CORRELATION-ID
026490     MOVE WS-ACCT-ID             TO PA-ACCT-ID
026500     MOVE WS-CUST-ID             TO PA-CUST-ID
026510     SET  PA-FRAUD-NONE          TO TRUE
026520     SET  NOT-QUALIFIED-FOR-DELETE TO TRUE
026530*    NOTHING HAS SETTLED AGAINST A BRAND-NEW HOLD - THE FIELD
026540*    MUST START AS A VALID PACKED ZERO FOR THE MATCHER'S
026550*    ARITHMETIC.
026560     MOVE ZERO                   TO PA-SETTLED-TO-DATE-AMT
026570     MOVE PA-RQ-ECI-RESULT       TO PA-ECI-RESULT
026580     MOVE PA-RQ-INST-ID          TO PA-INST-ID
026590     MOVE WS-WALLET-SW           TO PA-WALLET-IND
026600     .
026610 4100-EXIT.
026620     EXIT.
026630*----------------------------------------------------------------*
026640 4200-VELOCITY-CHECK.
026650*----------------------------------------------------------------*
026660*    FLAGS AN ACCOUNT THAT HAS SUBMITTED MORE THAN              *
026670*    WS-VEL-THRESHOLD AUTHS FOR THE SAME MERCHANT CATEGORY      *
026680*    TODAY. THE COUNT LIVES ON THE SHARED PAUVELCT FILE AND IS  *
026690*    INCREMENTED UNDER THE VSAM UPDATE LOCK, SO IT HOLDS        *
026700*    ACROSS EVERY CONCURRENT TRIGGERED INSTANCE. THE ROW        *
026710*    RESETS ITSELF WHEN THE DATE ROLLS.                          *
026720*----------------------------------------------------------------*
026730     SET VELOCITY-NOT-EXCEEDED TO TRUE
026740     MOVE WS-ACCT-ID               TO VEL-ACCT-ID
026750     MOVE PA-MERCHANT-CATAGORY-CODE TO VEL-MCC
026760     EXEC CICS READ
026770          DATASET   (WS-VELCTFILENAME)
026780          RIDFLD    (VEL-KEY)
026790          KEYLENGTH (LENGTH OF VEL-KEY)
026800          INTO      (VELOCITY-COUNT-RECORD)
026810          LENGTH    (LENGTH OF VELOCITY-COUNT-RECORD)
026820          UPDATE
026830          RESP      (WS-RESP-CD)
026840          RESP2     (WS-REAS-CD)
026850     END-EXEC
026860     EVALUATE WS-RESP-CD
026870         WHEN DFHRESP(NORMAL)
026880             IF VEL-COUNT-DATE = WS-TODAY-CCYYMMDD
026890                ADD 1 TO VEL-COUNT
026900             ELSE
026910                MOVE 1 TO VEL-COUNT
026920                MOVE WS-TODAY-CCYYMMDD TO VEL-COUNT-DATE
026930             END-IF
026940             IF VEL-COUNT > WS-VEL-THRESHOLD
026950                SET VELOCITY-EXCEEDED TO TRUE
026960             END-IF
026970             EXEC CICS REWRITE
026980                  DATASET (WS-VELCTFILENAME)
026990                  FROM    (VELOCITY-COUNT-RECORD)
027000                  LENGTH  (LENGTH OF VELOCITY-COUNT-RECORD)
027010                  RESP    (WS-RESP-CD)
027020                  RESP2   (WS-REAS-CD)
027030             END-EXEC
027040         WHEN DFHRESP(NOTFND)
027050             MOVE SPACES            TO VELOCITY-COUNT-RECORD
027060             MOVE WS-ACCT-ID        TO VEL-ACCT-ID
027070             MOVE PA-MERCHANT-CATAGORY-CODE TO VEL-MCC
027080             MOVE 1                 TO VEL-COUNT
027090             MOVE WS-TODAY-CCYYMMDD TO VEL-COUNT-DATE
027100             EXEC CICS WRITE
027110                  DATASET   (WS-VELCTFILENAME)
027120                  RIDFLD    (VEL-KEY)
027130                  KEYLENGTH (LENGTH OF VEL-KEY)
027140                  FROM      (VELOCITY-COUNT-RECORD)
027150                  LENGTH    (LENGTH OF VELOCITY-COUNT-RECORD)
027160                  RESP      (WS-RESP-CD)
027170                  RESP2     (WS-REAS-CD)
027180             END-EXEC
027190         WHEN OTHER
027200             CONTINUE
027210     END-EVALUATE
027220     .
027230 4200-EXIT.
027240     EXIT.
027250*----------------------------------------------------------------*
027260 4230-CHECK-DECLINE-RETRY.
027270*----------------------------------------------------------------*
027280*    MERCHANT DECLINE-RETRY LIMIT. DECLRTRY COUNTS THE DECLINES  *
027290*    OF THIS CARD AT THIS MERCHANT INSIDE A ROLLING WINDOW THAT  *
027300*    OPENS AT THE FIRST ONE (4232 KEEPS THE COUNT). ONCE THE     *
027310*    COUNT HAS REACHED THE PAUOPCFG LIMIT, EVERY FURTHER ATTEMPT *
027320*    IN THE WINDOW IS REFUSED 'DO NOT RETRY' (4170) WITHOUT      *
027330*    BEING SCORED - THE NETWORK FINES AN ISSUER THAT APPROVES A  *
027340*    MERCHANT'S TWENTIETH RETRY - AND TALLIED ON THE ROW AS A    *
027350*    BLOCKED RETRY FOR THE CBRTYRPT BREACH REPORT.               *
027360*----------------------------------------------------------------*
027370     SET RETRY-LIMIT-NOT-REACHED       TO TRUE
027380     IF NOT PA-RQ-MSGTYPE-AUTH-REQUEST
027390        OR PA-RQ-PROCESSING-CODE(1:2) = '20'
027400        OR PA-RQ-MERCHANT-ID = SPACES
027410        GO TO 4230-EXIT
027420     END-IF
027430     EXEC CICS ASKTIME
027440          ABSTIME(WS-ABS-TIME)
027450          NOHANDLE
027460     END-EXEC
027470     MOVE PA-RQ-MERCHANT-ID            TO DRTY-MERCHANT-ID
027480     MOVE PA-RQ-CARD-NUM               TO DRTY-CARD-NUM
027490     EXEC CICS READ
027500          DATASET   (WS-DRTRYFILENAME)
027510          RIDFLD    (DRTY-KEY)
027520          KEYLENGTH (LENGTH OF DRTY-KEY)
027530          INTO      (DECLINE-RETRY-RECORD)
027540          LENGTH    (LENGTH OF DECLINE-RETRY-RECORD)
027550          UPDATE
027560          RESP      (WS-RESP-CD)
027570          RESP2     (WS-REAS-CD)
027580     END-EXEC
027590     EVALUATE WS-RESP-CD
027600         WHEN DFHRESP(NORMAL)
027610             COMPUTE WS-DECL-RETRY-AGE-MS =
027620                     WS-ABS-TIME - DRTY-WINDOW-START-ABS
027630             IF DRTY-DECLINE-COUNT < WS-DECL-RETRY-MAX
027640                OR WS-DECL-RETRY-AGE-MS > WS-DECL-RETRY-WINDOW-MS
027650                EXEC CICS UNLOCK
027660                     DATASET (WS-DRTRYFILENAME)
027670                     NOHANDLE
027680                END-EXEC
027690                GO TO 4230-EXIT
027700             END-IF
027710             SET RETRY-LIMIT-REACHED     TO TRUE
027720             IF DRTY-BLOCKED-COUNT = ZERO
027730                MOVE WS-TODAY-CCYYMMDD   TO DRTY-FIRST-BLOCK-DATE
027740             END-IF
027750             ADD 1                       TO DRTY-BLOCKED-COUNT
027760             MOVE WS-TODAY-CCYYMMDD      TO DRTY-LAST-BLOCK-DATE
027770             MOVE PA-RQ-AUTH-ORIG-TIME(1:6)
027780                                         TO DRTY-LAST-BLOCK-TIME
027790             EXEC CICS REWRITE
027800                  DATASET (WS-DRTRYFILENAME)
027810                  FROM    (DECLINE-RETRY-RECORD)
027820                  LENGTH  (LENGTH OF DECLINE-RETRY-RECORD)
027830                  RESP    (WS-RESP-CD)
027840                  RESP2   (WS-REAS-CD)
027850             END-EXEC
027860*    NO ROW - THE CARD HAS NO RECENT DECLINES AT THIS MERCHANT.
027870         WHEN DFHRESP(NOTFND)
027880             CONTINUE
027890         WHEN OTHER
027900             MOVE 'C010'                 TO ERR-LOCATION
027910             SET  ERR-WARNING            TO TRUE
027920             SET  ERR-CICS               TO TRUE
027930             MOVE WS-RESP-CD             TO WS-CODE-DISPLAY
027940             MOVE WS-CODE-DISPLAY        TO ERR-CODE-1
027950             MOVE 'FAILED TO READ DECLINE-RETRY FILE'
027960                                         TO ERR-MESSAGE
027970             MOVE PA-RQ-CARD-NUM         TO ERR-EVENT-KEY
027980             PERFORM 9500-LOG-ERROR THRU 9500-EXIT
027990     END-EVALUATE
028000     .
028010 4230-EXIT.
028020     EXIT.
028030*----------------------------------------------------------------*
028040 4232-UPDATE-DECLINE-RETRY.
028050*----------------------------------------------------------------*
028060*    KEEPS DECLRTRY CURRENT ONCE THE REPLY HAS GONE OUT: A HARD  *
028070*    DECLINE ADDS ONE TO THE CARD/MERCHANT COUNT - OPENING A NEW *
028080*    WINDOW WHEN THERE IS NO ROW, THE COUNT IS ZERO OR THE OLD   *
028090*    WINDOW HAS RUN OUT - AND AN APPROVAL ZEROES IT. A REFERRAL  *
028100*    LEAVES IT ALONE, AND A REFUSED RETRY WAS TALLIED BY 4230.   *
028110*----------------------------------------------------------------*
028120     IF RETRY-LIMIT-REACHED
028130        OR NOT PA-RQ-MSGTYPE-AUTH-REQUEST
028140        OR PA-RQ-PROCESSING-CODE(1:2) = '20'
028150        OR PA-RQ-MERCHANT-ID = SPACES
028160        GO TO 4232-EXIT
028170     END-IF
028180     IF NOT PA-AUTH-APPROVED
028190        AND PA-AUTH-RESP-CODE NOT = '05'
028200        GO TO 4232-EXIT
028210     END-IF
028220     EXEC CICS ASKTIME
028230          ABSTIME(WS-ABS-TIME)
028240          NOHANDLE
028250     END-EXEC
028260     MOVE PA-RQ-MERCHANT-ID            TO DRTY-MERCHANT-ID
028270     MOVE PA-RQ-CARD-NUM               TO DRTY-CARD-NUM
028280     EXEC CICS READ
028290          DATASET   (WS-DRTRYFILENAME)
028300          RIDFLD    (DRTY-KEY)
028310          KEYLENGTH (LENGTH OF DRTY-KEY)
028320          INTO      (DECLINE-RETRY-RECORD)
028330          LENGTH    (LENGTH OF DECLINE-RETRY-RECORD)
028340          UPDATE
028350          RESP      (WS-RESP-CD)
028360          RESP2     (WS-REAS-CD)
028370     END-EXEC
028380     EVALUATE WS-RESP-CD
028390         WHEN DFHRESP(NORMAL)
028400             IF PA-AUTH-APPROVED
028410                IF DRTY-DECLINE-COUNT = ZERO
028420                   EXEC CICS UNLOCK
028430                        DATASET (WS-DRTRYFILENAME)
028440                        NOHANDLE
028450                   END-EXEC
028460                   GO TO 4232-EXIT
028470                END-IF
028480                MOVE ZERO                TO DRTY-DECLINE-COUNT
028490             ELSE
028500                COMPUTE WS-DECL-RETRY-AGE-MS =
028510                        WS-ABS-TIME - DRTY-WINDOW-START-ABS
028520                IF DRTY-DECLINE-COUNT = ZERO
028530                   OR WS-DECL-RETRY-AGE-MS >
028540                      WS-DECL-RETRY-WINDOW-MS
028550                   PERFORM 4234-OPEN-RETRY-WINDOW THRU 4234-EXIT
028560                ELSE
028570                   ADD 1                 TO DRTY-DECLINE-COUNT
028580                END-IF
028590                MOVE PA-MERCHANT-NAME    TO DRTY-MERCHANT-NAME
028600                MOVE WS-TODAY-CCYYMMDD   TO DRTY-LAST-DECL-DATE
028610                MOVE PA-RQ-AUTH-ORIG-TIME(1:6)
028620                                         TO DRTY-LAST-DECL-TIME
028630             END-IF
028640             EXEC CICS REWRITE
028650                  DATASET (WS-DRTRYFILENAME)
028660                  FROM    (DECLINE-RETRY-RECORD)
028670                  LENGTH  (LENGTH OF DECLINE-RETRY-RECORD)
028680                  RESP    (WS-RESP-CD)
028690                  RESP2   (WS-REAS-CD)
028700             END-EXEC
028710         WHEN DFHRESP(NOTFND)
028720*    AN APPROVAL WITH NO ROW HAS NOTHING TO CLEAR.
028730             IF PA-AUTH-APPROVED
028740                GO TO 4232-EXIT
028750             END-IF
028760             MOVE SPACES                 TO DECLINE-RETRY-RECORD
028770             MOVE PA-RQ-MERCHANT-ID      TO DRTY-MERCHANT-ID
028780             MOVE PA-RQ-CARD-NUM         TO DRTY-CARD-NUM
028790             PERFORM 4234-OPEN-RETRY-WINDOW THRU 4234-EXIT
028800             MOVE PA-MERCHANT-NAME       TO DRTY-MERCHANT-NAME
028810             MOVE WS-TODAY-CCYYMMDD      TO DRTY-LAST-DECL-DATE
028820             MOVE PA-RQ-AUTH-ORIG-TIME(1:6)
028830                                         TO DRTY-LAST-DECL-TIME
028840             EXEC CICS WRITE
028850                  DATASET   (WS-DRTRYFILENAME)
028860                  RIDFLD    (DRTY-KEY)
028870                  KEYLENGTH (LENGTH OF DRTY-KEY)
028880                  FROM      (DECLINE-RETRY-RECORD)
028890                  LENGTH    (LENGTH OF DECLINE-RETRY-RECORD)
028900                  RESP      (WS-RESP-CD)
028910                  RESP2     (WS-REAS-CD)
028920             END-EXEC
028930         WHEN OTHER
028940             CONTINUE
028950     END-EVALUATE
028960     .
028970 4232-EXIT.
028980     EXIT.
028990*----------------------------------------------------------------*
029000 4234-OPEN-RETRY-WINDOW.
029010*----------------------------------------------------------------*
029020*    THIS DECLINE IS THE FIRST OF A NEW WINDOW - THE BLOCKED     *
029030*    TALLY OF ANY EARLIER WINDOW GOES WITH IT.                   *
029040*----------------------------------------------------------------*
029050     MOVE 1                            TO DRTY-DECLINE-COUNT
029060     MOVE WS-ABS-TIME                  TO DRTY-WINDOW-START-ABS
029070     MOVE WS-TODAY-CCYYMMDD            TO DRTY-WINDOW-START-DATE
029080     MOVE PA-RQ-AUTH-ORIG-TIME(1:6)    TO DRTY-WINDOW-START-TIME
029090     MOVE ZERO                         TO DRTY-BLOCKED-COUNT
029100     MOVE SPACES                       TO DRTY-FIRST-BLOCK-DATE
029110                                          DRTY-LAST-BLOCK-DATE
029120                                          DRTY-LAST-BLOCK-TIME
029130     .
029140 4234-EXIT.
029150     EXIT.
029160*----------------------------------------------------------------*
029170 4240-CHECK-PIN-TRIES.
029180*----------------------------------------------------------------*
029190*    PIN-TRY COUNTER FOR PIN-ENTRY DEBIT TRAFFIC. THE NETWORK    *
029200*    VERIFIES THE PIN AND REPORTS THE OUTCOME ON A V04 REQUEST; *
029210*    THE COUNT OF BAD PINS IN A ROW IS KEPT ON PINTRY UNDER THE *
029220*    VSAM UPDATE LOCK SO CONCURRENT INSTANCES SEE ONE COUNT. A  *
029230*    BAD PIN ADDS ONE, A GOOD PIN ZEROES IT, AND A CARD AT THE  *
029240*    LIMIT STAYS LOCKED OUT (A GOOD PIN NO LONGER CLEARS IT)    *
029250*    UNTIL A SUPERVISOR RESETS IT ON THE PAUCRD SCREEN.          *
029260*----------------------------------------------------------------*
029270     MOVE PA-POS-ENTRY-MODE            TO WS-PIN-POS-ENTRY-MODE
029280     IF NOT PA-AUTH-TYPE-DEBIT
029290        OR NOT PIN-ENTRY-MODE
029300        OR PA-RQ-PIN-RESULT = SPACES
029310        GO TO 4240-EXIT
029320     END-IF
029330     MOVE PA-RQ-CARD-NUM               TO PINT-CARD-NUM
029340     EXEC CICS READ
029350          DATASET   (WS-PINTRFILENAME)
029360          RIDFLD    (PINT-CARD-NUM)
029370          KEYLENGTH (LENGTH OF PINT-CARD-NUM)
029380          INTO      (PIN-TRY-RECORD)
029390          LENGTH    (LENGTH OF PIN-TRY-RECORD)
029400          UPDATE
029410          RESP      (WS-RESP-CD)
029420          RESP2     (WS-REAS-CD)
029430     END-EXEC
029440     EVALUATE WS-RESP-CD
029450         WHEN DFHRESP(NORMAL)
029460             IF PINT-BAD-COUNT >= WS-PIN-TRY-MAX
029470                SET PIN-TRIES-EXCEEDED TO TRUE
029480                EXEC CICS UNLOCK
029490                     DATASET (WS-PINTRFILENAME)
029500                     NOHANDLE
029510                END-EXEC
029520                GO TO 4240-EXIT
029530             END-IF
029540             IF PA-RQ-PIN-BAD
029550                ADD 1                  TO PINT-BAD-COUNT
029560                MOVE WS-TODAY-CCYYMMDD TO PINT-LAST-BAD-DATE
029570                MOVE PA-RQ-AUTH-ORIG-TIME(1:6)
029580                                       TO PINT-LAST-BAD-TIME
029590             ELSE
029600                MOVE ZERO              TO PINT-BAD-COUNT
029610             END-IF
029620             EXEC CICS REWRITE
029630                  DATASET (WS-PINTRFILENAME)
029640                  FROM    (PIN-TRY-RECORD)
029650                  LENGTH  (LENGTH OF PIN-TRY-RECORD)
029660                  RESP    (WS-RESP-CD)
029670                  RESP2   (WS-REAS-CD)
029680             END-EXEC
029690         WHEN DFHRESP(NOTFND)
029700*    A GOOD PIN ON A CARD WITH NO ROW HAS NOTHING TO CLEAR.
029710             IF NOT PA-RQ-PIN-BAD
029720                GO TO 4240-EXIT
029730             END-IF
029740             MOVE SPACES               TO PIN-TRY-RECORD
029750             MOVE PA-RQ-CARD-NUM       TO PINT-CARD-NUM
029760             MOVE 1                    TO PINT-BAD-COUNT
029770             MOVE WS-TODAY-CCYYMMDD    TO PINT-LAST-BAD-DATE
029780             MOVE PA-RQ-AUTH-ORIG-TIME(1:6)
029790                                       TO PINT-LAST-BAD-TIME
029800             EXEC CICS WRITE
029810                  DATASET   (WS-PINTRFILENAME)
029820                  RIDFLD    (PINT-CARD-NUM)
029830                  KEYLENGTH (LENGTH OF PINT-CARD-NUM)
029840                  FROM      (PIN-TRY-RECORD)
029850                  LENGTH    (LENGTH OF PIN-TRY-RECORD)
029860                  RESP      (WS-RESP-CD)
029870                  RESP2     (WS-REAS-CD)
029880             END-EXEC
029890         WHEN OTHER
029900             MOVE ZERO                 TO PINT-BAD-COUNT
029910             MOVE 'C008'               TO ERR-LOCATION
029920             SET  ERR-WARNING          TO TRUE
029930             SET  ERR-CICS             TO TRUE
029940             MOVE WS-RESP-CD           TO WS-CODE-DISPLAY
029950             MOVE WS-CODE-DISPLAY      TO ERR-CODE-1
029960             MOVE 'FAILED TO READ PIN-TRY FILE'
029970                                       TO ERR-MESSAGE
029980             MOVE PA-RQ-CARD-NUM       TO ERR-EVENT-KEY
029990             PERFORM 9500-LOG-ERROR THRU 9500-EXIT
030000     END-EVALUATE
030010*    THE BAD PIN IS DECLINED EITHER WAY - AS A LOCKOUT WHEN IT
030020*    IS THE ONE THAT REACHED THE LIMIT.
030030     IF PA-RQ-PIN-BAD
030040        IF PINT-BAD-COUNT >= WS-PIN-TRY-MAX
030050           SET PIN-TRIES-EXCEEDED      TO TRUE
030060        ELSE
030070           SET PIN-TRY-BAD-PIN         TO TRUE
030080        END-IF
030090     END-IF
030100     .
030110 4240-EXIT.
030120     EXIT.
030130*----------------------------------------------------------------*
030140 4245-CHECK-DELINQUENCY.
030150*----------------------------------------------------------------*
030160*    AN ACCOUNT THE COLLECTIONS FEED HAS IN ARREARS (DELINQST)   *
030170*    GETS THE TREATMENT PAUOPCFG SETS FOR ITS DAYS-PAST-DUE      *
030180*    BUCKET: NO CASH ADVANCES (6100), RECURRING AUTHS ONLY       *
030190*    (6200) OR NOTHING AT ALL (6300). A HIT DECLINES IN 4300.    *
030200*    A REFUND PUTS MONEY BACK ON THE ACCOUNT AND IS NEVER HELD   *
030210*    UP; AN ACCOUNT WITH NO ROW, OR A CURRENT ONE, PASSES.       *
030220*----------------------------------------------------------------*
030230     IF NFOUND-CUST-IN-MSTR
030240        GO TO 4245-EXIT
030250     END-IF
030260     MOVE WS-ACCT-ID                TO DLQS-ACCT-ID
030270     EXEC CICS READ
030280          DATASET   (WS-DLNQFILENAME)
030290          RIDFLD    (DLQS-ACCT-ID)
030300          KEYLENGTH (LENGTH OF DLQS-ACCT-ID)
030310          INTO      (DELINQ-STATUS-RECORD)
030320          LENGTH    (LENGTH OF DELINQ-STATUS-RECORD)
030330          RESP      (WS-RESP-CD)
030340          RESP2     (WS-REAS-CD)
030350     END-EXEC
030360     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
030370        GO TO 4245-EXIT
030380     END-IF
030390     EVALUATE TRUE
030400         WHEN DLQS-BUCKET-30
030410             MOVE WS-DELINQ-TRT-30  TO WS-DELINQ-TRT
030420         WHEN DLQS-BUCKET-60
030430             MOVE WS-DELINQ-TRT-60  TO WS-DELINQ-TRT
030440         WHEN DLQS-BUCKET-90
030450             MOVE WS-DELINQ-TRT-90  TO WS-DELINQ-TRT
030460         WHEN OTHER
030470             GO TO 4245-EXIT
030480     END-EVALUATE
030490     MOVE DLQS-BUCKET               TO WS-DELINQ-BUCKET
030500     IF PA-RQ-PROCESSING-CODE(1:2) = '20'
030510        GO TO 4245-EXIT
030520     END-IF
030530     EVALUATE TRUE
030540         WHEN DELINQ-DECLINE-ALL
030550             SET DELINQ-TREATMENT-HIT  TO TRUE
030560             MOVE '6300'               TO WS-DELINQ-REASON
030570         WHEN DELINQ-RECURRING-ONLY
030580             IF PA-RQ-RECURRING-IND NOT = 'Y'
030590                SET DELINQ-TREATMENT-HIT TO TRUE
030600                MOVE '6200'            TO WS-DELINQ-REASON
030610             END-IF
030620         WHEN DELINQ-NO-CASH
030630             IF PA-RQ-PROCESSING-CODE(1:2) = '01'
030640                OR MCC-IS-QUASI-CASH
030650                SET DELINQ-TREATMENT-HIT TO TRUE
030660                MOVE '6100'            TO WS-DELINQ-REASON
030670             END-IF
030680         WHEN OTHER
030690             CONTINUE
030700     END-EVALUATE
030710     .
030720 4245-EXIT.
030730     EXIT.
030740*----------------------------------------------------------------*
030750 4250-CHECK-CARD-CONTROLS.
030760*----------------------------------------------------------------*
030770*    ENFORCES THE CONTROLS THE CARDHOLDER HAS PLACED ON THE      *
030780*    CARD (CARDCTRL): A SINGLE-TRANSACTION CAP, A CARD-NOT-      *
030790*    PRESENT BLOCK, BLOCKS ON SPECIFIC MERCHANT CATEGORIES AND  *
030800*    ON WHOLE MCCREF CATEGORIES (QUASI-CASH, GAMBLING ETC.).    *
030810*    MOST CARDS HAVE NO ROW AND PASS STRAIGHT THROUGH. A HIT    *
030820*    DECLINES IN 4300 WITH REASON 4600 SO THE REPLY CHANNEL     *
030830*    CAN TELL THE CUSTOMER IT WAS THEIR OWN CONTROL.            *
030840*----------------------------------------------------------------*
030850     SET CARD-CONTROL-NOT-HIT          TO TRUE
030860     MOVE PA-RQ-CARD-NUM               TO CCTL-CARD-NUM
030870     EXEC CICS READ
030880          DATASET   (WS-CRDCTFILENAME)
030890          RIDFLD    (CCTL-CARD-NUM)
030900          KEYLENGTH (LENGTH OF CCTL-CARD-NUM)
030910          INTO      (CARD-CONTROLS-RECORD)
030920          LENGTH    (LENGTH OF CARD-CONTROLS-RECORD)
030930          RESP      (WS-RESP-CD)
030940          RESP2     (WS-REAS-CD)
030950     END-EXEC
030960     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
030970        GO TO 4250-EXIT
030980     END-IF
030990*
031000     IF CCTL-MAX-SINGLE-TRAN-AMT > 0
031010        AND PA-TRANSACTION-AMT > CCTL-MAX-SINGLE-TRAN-AMT
031020        SET CARD-CONTROL-HIT           TO TRUE
031030     END-IF
031040     MOVE PA-POS-ENTRY-MODE            TO WS-CNP-POS-ENTRY-MODE
031050     IF CCTL-CNP-BLOCKED AND CNP-ENTRY-MODE
031060        SET CARD-CONTROL-HIT           TO TRUE
031070     END-IF
031080     PERFORM VARYING WS-SUB-CTRL FROM 1 BY 1
031090         UNTIL WS-SUB-CTRL > 5
031100         IF CCTL-BLOCKED-MCC(WS-SUB-CTRL) NOT = SPACES
031110            AND CCTL-BLOCKED-MCC(WS-SUB-CTRL) =
031120                PA-MERCHANT-CATAGORY-CODE
031130            SET CARD-CONTROL-HIT        TO TRUE
031140         END-IF
031150     END-PERFORM
031160     IF (CCTL-BLOCK-QUASI-CASH AND MCC-IS-QUASI-CASH)
031170        OR (CCTL-BLOCK-GAMBLING AND MCC-IS-GAMBLING)
031180        OR (CCTL-BLOCK-HIGH-RISK AND MCC-IS-HIGH-RISK)
031190        OR (CCTL-BLOCK-TRAVEL AND MCC-IS-TRAVEL)
031200        SET CARD-CONTROL-HIT           TO TRUE
031210     END-IF
031220     .
031230 4250-EXIT.
031240     EXIT.
031250*----------------------------------------------------------------*
031260 4260-SCREEN-ACQR-COUNTRY.
031270*----------------------------------------------------------------*
031280*    SCREENS THE ACQUIRER COUNTRY AGAINST THE OPS-MAINTAINED     *
031290*    SANCTIONS LIST (SANCTRY). MOST COUNTRIES HAVE NO ROW AND    *
031300*    PASS STRAIGHT THROUGH. A HIT IS ACTED ON IN 4300 PER THE    *
031310*    ROW'S ACTION AND AUDITED HERE SO COMPLIANCE SEES EVERY      *
031320*    HIT THE SAME DAY, NOT WEEKS LATER IN A SAMPLE.              *
031330*----------------------------------------------------------------*
031340     SET SANCTION-NOT-HIT              TO TRUE
031350     MOVE PA-RQ-ACQR-COUNTRY-CODE      TO SNC-COUNTRY-CODE
031360     EXEC CICS READ
031370          DATASET   (WS-SNCTFILENAME)
031380          RIDFLD    (SNC-COUNTRY-CODE)
031390          KEYLENGTH (LENGTH OF SNC-COUNTRY-CODE)
031400          INTO      (SANCTION-COUNTRY-RECORD)
031410          LENGTH    (LENGTH OF SANCTION-COUNTRY-RECORD)
031420          RESP      (WS-RESP-CD)
031430          RESP2     (WS-REAS-CD)
031440     END-EXEC
031450     IF WS-RESP-CD = DFHRESP(NORMAL)
031460        SET SANCTION-HIT               TO TRUE
031470        PERFORM 4270-AUDIT-SANCTION-HIT THRU 4270-EXIT
031480     END-IF
031490     .
031500 4260-EXIT.
031510     EXIT.
031520*----------------------------------------------------------------*
031530 4261-SCREEN-MERCHANT-ENTITY.
031540*----------------------------------------------------------------*
031550*    SCREENS THE MERCHANT NAME AND CITY AGAINST THE SANCTIONED-  *
031560*    ENTITY LIST CBSNELOD LOADS DAILY (SNCENTY). BOTH ARE        *
031570*    NORMALIZED BY PAUSNMCH AS THE LIST WAS, AND ONLY THE ROWS   *
031580*    SHARING THE FIRST FOUR OF THE CONSONANT SKELETON ARE        *
031590*    BROWSED AND SCORED - NAMES AGAINST LISTED PARTIES, THE CITY *
031600*    AGAINST LISTED PLACES. THE BEST HIT IS ACTED ON IN 4300 AND *
031610*    AUDITED HERE. A LIST THAT CANNOT BE READ SCREENS NOTHING -  *
031620*    THE COUNTRY SCREEN STILL STANDS.                            *
031630*----------------------------------------------------------------*
031640     SET SNE-NOT-HIT                   TO TRUE
031650     MOVE ZERO                         TO WS-SNE-BEST-SCORE
031660     MOVE SPACES                       TO WS-SNE-BEST-TYPE
031670                                          WS-SNE-BEST-ENTITY-ID
031680     SET SNM-NORMALIZE                 TO TRUE
031690     MOVE PA-RQ-MERCHANT-NAME          TO SNM-TEXT-IN
031700     CALL 'PAUSNMCH' USING SANCTION-MATCH-PARMS
031710     END-CALL
031720     MOVE SNM-NORM-OUT                 TO WS-SNE-CAND-NAME-NORM
031730     MOVE SNM-SKEL-OUT(1:4)            TO WS-SNE-NAME-BUCKET
031740     MOVE PA-RQ-MERCHANT-CITY          TO SNM-TEXT-IN
031750     CALL 'PAUSNMCH' USING SANCTION-MATCH-PARMS
031760     END-CALL
031770     MOVE SNM-NORM-OUT                 TO WS-SNE-CAND-CITY-NORM
031780     MOVE SNM-SKEL-OUT(1:4)            TO WS-SNE-CITY-BUCKET
031790*
031800     IF WS-SNE-CAND-NAME-NORM NOT = SPACES
031810        MOVE 'N'                       TO WS-SNE-SCREEN-TYPE
031820        MOVE WS-SNE-NAME-BUCKET        TO WS-SNE-BUCKET
031830        PERFORM 4262-BROWSE-ENTITY-BUCKET THRU 4262-EXIT
031840     END-IF
031850     IF WS-SNE-CAND-CITY-NORM NOT = SPACES
031860        MOVE 'L'                       TO WS-SNE-SCREEN-TYPE
031870        MOVE WS-SNE-CITY-BUCKET        TO WS-SNE-BUCKET
031880        PERFORM 4262-BROWSE-ENTITY-BUCKET THRU 4262-EXIT
031890     END-IF
031900     IF NOT SNE-NOT-HIT
031910        PERFORM 4264-AUDIT-ENTITY-HIT  THRU 4264-EXIT
031920     END-IF
031930     .
031940 4261-EXIT.
031950     EXIT.
031960*----------------------------------------------------------------*
031970 4262-BROWSE-ENTITY-BUCKET.
031980*----------------------------------------------------------------*
031990     MOVE LOW-VALUES                   TO SNE-KEY
032000     MOVE WS-SNE-SCREEN-TYPE           TO SNE-SCREEN-TYPE
032010     MOVE WS-SNE-BUCKET                TO SNE-SKEL-KEY(1:4)
032020     MOVE 'N'                          TO WS-SNE-BROWSE-SW
032030     MOVE 0                            TO WS-SNE-BROWSE-CNT
032040     EXEC CICS STARTBR
032050          DATASET   (WS-SNEFILENAME)
032060          RIDFLD    (SNE-KEY)
032070          KEYLENGTH (5)
032080          GENERIC
032090          GTEQ
032100          RESP      (WS-RESP-CD)
032110     END-EXEC
032120     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
032130        GO TO 4262-EXIT
032140     END-IF
032150     PERFORM 4263-SCORE-NEXT-ENTITY    THRU 4263-EXIT
032160         UNTIL SNE-BROWSE-DONE
032170     EXEC CICS ENDBR
032180          DATASET (WS-SNEFILENAME)
032190          RESP    (WS-RESP-CD)
032200     END-EXEC
032210     .
032220 4262-EXIT.
032230     EXIT.
032240*----------------------------------------------------------------*
032250*    A STRONG HIT OUTRANKS A WEAK ONE, THEN THE HIGHER SCORE.    *
032260*----------------------------------------------------------------*
032270 4263-SCORE-NEXT-ENTITY.
032280*----------------------------------------------------------------*
032290     EXEC CICS READNEXT
032300          DATASET   (WS-SNEFILENAME)
032310          RIDFLD    (SNE-KEY)
032320          KEYLENGTH (LENGTH OF SNE-KEY)
032330          INTO      (SANCTIONED-ENTITY-RECORD)
032340          LENGTH    (LENGTH OF SANCTIONED-ENTITY-RECORD)
032350          RESP      (WS-RESP-CD)
032360     END-EXEC
032370     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
032380        OR SNE-SCREEN-TYPE NOT = WS-SNE-SCREEN-TYPE
032390        OR SNE-SKEL-KEY(1:4) NOT = WS-SNE-BUCKET
032400        OR WS-SNE-BROWSE-CNT >= WS-SNE-BROWSE-MAX
032410        SET SNE-BROWSE-DONE            TO TRUE
032420        GO TO 4263-EXIT
032430     END-IF
032440     ADD 1                             TO WS-SNE-BROWSE-CNT
032450     SET SNM-MATCH                     TO TRUE
032460     MOVE WS-SNE-SCREEN-TYPE           TO SNM-SCREEN-TYPE
032470     MOVE WS-SNE-CAND-NAME-NORM        TO SNM-CAND-NAME-NORM
032480     MOVE WS-SNE-CAND-CITY-NORM        TO SNM-CAND-CITY-NORM
032490     MOVE SNE-NAME-NORM                TO SNM-LIST-NAME-NORM
032500     MOVE SNE-CITY-NORM                TO SNM-LIST-CITY-NORM
032510     CALL 'PAUSNMCH' USING SANCTION-MATCH-PARMS
032520     END-CALL
032530     IF SNM-NO-MATCH
032540        GO TO 4263-EXIT
032550     END-IF
032560     IF SNE-STRONG-HIT AND SNM-WEAK-MATCH
032570        GO TO 4263-EXIT
032580     END-IF
032590     IF SNM-STRENGTH = WS-SNE-RESULT-SW
032600        AND SNM-SCORE NOT > WS-SNE-BEST-SCORE
032610        GO TO 4263-EXIT
032620     END-IF
032630     MOVE SNM-STRENGTH                 TO WS-SNE-RESULT-SW
032640     MOVE SNM-SCORE                    TO WS-SNE-BEST-SCORE
032650     MOVE SNE-ENTITY-ID                TO WS-SNE-BEST-ENTITY-ID
032660     IF SNE-SCREEN-LOCATION
032670        MOVE 'L'                       TO WS-SNE-BEST-TYPE
032680     ELSE
032690        MOVE 'E'                       TO WS-SNE-BEST-TYPE
032700     END-IF
032710     .
032720 4263-EXIT.
032730     EXIT.
032740*----------------------------------------------------------------*
032750 4264-AUDIT-ENTITY-HIT.
032760*----------------------------------------------------------------*
032770     MOVE SPACES                    TO SANCTION-AUDIT-RECORD
032780     MOVE PA-RQ-ACQR-COUNTRY-CODE   TO SNCA-COUNTRY-CODE
032790     IF SNE-STRONG-HIT
032800        MOVE 'D'                    TO SNCA-ACTION-TAKEN
032810     ELSE
032820        MOVE 'R'                    TO SNCA-ACTION-TAKEN
032830     END-IF
032840     MOVE WS-SNE-BEST-TYPE          TO SNCA-HIT-TYPE
032850     MOVE WS-SNE-RESULT-SW          TO SNCA-MATCH-STRENGTH
032860     MOVE WS-SNE-BEST-SCORE         TO SNCA-MATCH-SCORE
032870     MOVE WS-SNE-BEST-ENTITY-ID     TO SNCA-ENTITY-ID
032880     PERFORM 4272-WRITE-SANCTION-AUDIT THRU 4272-EXIT
032890     .
032900 4264-EXIT.
032910     EXIT.
032920*----------------------------------------------------------------*
032930 4270-AUDIT-SANCTION-HIT.
032940*----------------------------------------------------------------*
032950*    EVERY HIT GOES TO THE CSNC TD QUEUE, WHICH THE OVERNIGHT    *
032960*    EXTRACT HARDENS TO THE SNCAUDIT FILE FOR CBSNCRPT'S DAILY   *
032970*    COMPLIANCE REPORT.                                          *
032980*----------------------------------------------------------------*
032990     MOVE SPACES                    TO SANCTION-AUDIT-RECORD
033000     MOVE SNC-COUNTRY-CODE          TO SNCA-COUNTRY-CODE
033010     MOVE SNC-ACTION                TO SNCA-ACTION-TAKEN
033020     MOVE 'C'                       TO SNCA-HIT-TYPE
033030     PERFORM 4272-WRITE-SANCTION-AUDIT THRU 4272-EXIT
033040     .
033050 4270-EXIT.
033060     EXIT.
033070*----------------------------------------------------------------*
033080 4272-WRITE-SANCTION-AUDIT.
033090*----------------------------------------------------------------*
033100     MOVE PA-RQ-CARD-NUM            TO SNCA-CARD-NUM
033110     MOVE PA-RQ-MERCHANT-ID         TO SNCA-MERCHANT-ID
033120     MOVE PA-RQ-TRANSACTION-ID      TO SNCA-TRANSACTION-ID
033130     MOVE PA-RQ-TRANSACTION-AMT     TO SNCA-TRANSACTION-AMT
033140     MOVE PA-RQ-CORRELATION-ID      TO SNCA-CORRELATION-ID
033150     EXEC CICS ASKTIME
033160          ABSTIME(WS-ABS-TIME)
033170          NOHANDLE
033180     END-EXEC
033190     EXEC CICS FORMATTIME
033200          ABSTIME(WS-ABS-TIME)
033210          MMDDYY(WS-CUR-DATE)
033220          DATESEP
033230          TIME(WS-CUR-TIME)
033240          TIMESEP
033250          NOHANDLE
033260     END-EXEC
033270     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
033280            INTO SNCA-TIMESTAMP
033290     END-STRING
033300     EXEC CICS WRITEQ TD
033310          QUEUE('CSNC')
033320          FROM(SANCTION-AUDIT-RECORD)
033330          LENGTH(LENGTH OF SANCTION-AUDIT-RECORD)
033340          NOHANDLE
033350     END-EXEC
033360     .
033370 4272-EXIT.
033380     EXIT.
033390*----------------------------------------------------------------*
033400 4265-CHECK-MERCHANT-CAP.
033410*----------------------------------------------------------------*
033420*    NOTHING PROTECTS US FROM A SINGLE MERCHANT RUNNING UP       *
033430*    UNLIMITED APPROVED HOLDS ACROSS THE PORTFOLIO - THIS        *
033440*    CHECK COMPARES THE SHARED MERCHACC ACCUMULATOR AGAINST     *
033450*    THE CAPS ON THE MERCHANT'S MASTER ROW. A MERCHANT WITH NO   *
033460*    MASTER ROW OR ZERO CAPS PASSES STRAIGHT THROUGH.            *
033470*----------------------------------------------------------------*
033480     SET MERCHANT-CAP-NOT-HIT          TO TRUE
033490     IF NOT FOUND-MERCH-IN-MSTR
033500        OR (MRC-DAILY-CAP-CNT = 0 AND MRC-DAILY-CAP-AMT = 0)
033510        GO TO 4265-EXIT
033520     END-IF
033530     MOVE MRC-MERCHANT-ID              TO MAC-MERCHANT-ID
033540     EXEC CICS READ
033550          DATASET   (WS-MRCACFILENAME)
033560          RIDFLD    (MAC-MERCHANT-ID)
033570          KEYLENGTH (LENGTH OF MAC-MERCHANT-ID)
033580          INTO      (MERCHANT-ACCUM-RECORD)
033590          LENGTH    (LENGTH OF MERCHANT-ACCUM-RECORD)
033600          RESP      (WS-RESP-CD)
033610          RESP2     (WS-REAS-CD)
033620     END-EXEC
033630     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
033640        GO TO 4265-EXIT
033650     END-IF
033660     IF MAC-COUNT-DATE NOT = WS-TODAY-CCYYMMDD
033670        GO TO 4265-EXIT
033680     END-IF
033690     IF (MRC-DAILY-CAP-CNT > 0
033700         AND MAC-APPR-CNT >= MRC-DAILY-CAP-CNT)
033710        OR (MRC-DAILY-CAP-AMT > 0
033720            AND MAC-APPR-AMT >= MRC-DAILY-CAP-AMT)
033730        SET MERCHANT-CAP-HIT           TO TRUE
033740     END-IF
033750     .
033760 4265-EXIT.
033770     EXIT.
033780*----------------------------------------------------------------*
033790 4275-CHECK-WATCH-LIST.
033800*----------------------------------------------------------------*
033810*    AN ACTIVE, UNEXPIRED WATCHLST ROW ON THE ACCOUNT MEANS THE  *
033820*    DESK WANTS EYES ON EVERY NEW AUTH BEFORE IT STANDS. MOST    *
033830*    ACCOUNTS HAVE NO ROW AND PASS STRAIGHT THROUGH.             *
033840*----------------------------------------------------------------*
033850     SET WATCH-LIST-NOT-HIT            TO TRUE
033860     MOVE WS-ACCT-ID                   TO WTL-ACCT-ID
033870     EXEC CICS READ
033880          DATASET   (WS-WTCHFILENAME)
033890          RIDFLD    (WTL-ACCT-ID)
033900          KEYLENGTH (LENGTH OF WTL-ACCT-ID)
033910          INTO      (WATCH-LIST-RECORD)
033920          LENGTH    (LENGTH OF WATCH-LIST-RECORD)
033930          RESP      (WS-RESP-CD)
033940          RESP2     (WS-REAS-CD)
033950     END-EXEC
033960     IF WS-RESP-CD = DFHRESP(NORMAL)
033970        AND WTL-ACTIVE
033980        AND WTL-EXPIRY-DATE >= WS-TODAY-CCYYMMDD
033990        SET WATCH-LIST-HIT             TO TRUE
034000     END-IF
034010     .
034020 4275-EXIT.
034030     EXIT.
034040*----------------------------------------------------------------*
034050 4278-QUEUE-WATCH-REFERRAL.
034060*----------------------------------------------------------------*
034070*    THE REFERRED AUTH LANDS ON THE FRDWORKQ WORKLIST AT THE     *
034080*    TOP SCORE, SO THE FRAUD DESK'S PAUFWQ SCREEN SERVES IT      *
034090*    FIRST AND A HUMAN ACTUALLY WORKS IT.                        *
034100*----------------------------------------------------------------*
034110     MOVE SPACES                 TO FRAUD-WORKQ-RECORD
034120     MOVE 000                    TO FWQ-SCORE-INV
034130     MOVE PA-TRANSACTION-ID      TO FWQ-TRANSACTION-ID
034140     MOVE 999                    TO FWQ-SCORE
034150     MOVE PA-CARD-NUM            TO FWQ-CARD-NUM
034160     MOVE WS-ACCT-ID             TO FWQ-ACCT-ID
034170     MOVE PA-AUTH-KEY            TO FWQ-AUTH-KEY
034180     MOVE WTL-REASON             TO FWQ-REASONS
034190     MOVE PA-AUTH-ORIG-DATE      TO FWQ-AUTH-DATE
034200     MOVE PA-TRANSACTION-AMT     TO FWQ-AMOUNT
034210     SET  FWQ-OPEN               TO TRUE
034220     MOVE WS-TODAY-CCYYMMDD      TO FWQ-SCORED-DATE
034230     EXEC CICS WRITE
034240          DATASET   (WS-FWKQFILENAME)
034250          RIDFLD    (FWQ-KEY)
034260          KEYLENGTH (LENGTH OF FWQ-KEY)
034270          FROM      (FRAUD-WORKQ-RECORD)
034280          LENGTH    (LENGTH OF FRAUD-WORKQ-RECORD)
034290          RESP      (WS-RESP-CD)
034300          RESP2     (WS-REAS-CD)
034310     END-EXEC
034320     .
034330 4278-EXIT.
034340     EXIT.
034350*----------------------------------------------------------------*
034360 4720-BUMP-MERCHANT-ACC.
034370*----------------------------------------------------------------*
034380*    EVERY APPROVED HOLD BUMPS THE MERCHANT'S SHARED DAILY       *
034390*    ACCUMULATOR UNDER THE VSAM UPDATE LOCK, THE SAME WAY THE    *
034400*    PAUVELCT VELOCITY COUNTS WORK. THE ROW RESETS ITSELF WHEN   *
034410*    THE DATE ROLLS.                                             *
034420*----------------------------------------------------------------*
034430     IF PA-MERCHANT-ID = SPACES
034440        GO TO 4720-EXIT
034450     END-IF
034460     MOVE PA-MERCHANT-ID               TO MAC-MERCHANT-ID
034470     EXEC CICS READ
034480          DATASET   (WS-MRCACFILENAME)
034490          RIDFLD    (MAC-MERCHANT-ID)
034500          KEYLENGTH (LENGTH OF MAC-MERCHANT-ID)
034510          INTO      (MERCHANT-ACCUM-RECORD)
034520          LENGTH    (LENGTH OF MERCHANT-ACCUM-RECORD)
034530          UPDATE
034540          RESP      (WS-RESP-CD)
034550          RESP2     (WS-REAS-CD)
034560     END-EXEC
034570     EVALUATE WS-RESP-CD
034580         WHEN DFHRESP(NORMAL)
034590             IF MAC-COUNT-DATE = WS-TODAY-CCYYMMDD
034600                ADD 1               TO MAC-APPR-CNT
034610                ADD PA-APPROVED-AMT TO MAC-APPR-AMT
034620             ELSE
034630                MOVE 1              TO MAC-APPR-CNT
034640                MOVE PA-APPROVED-AMT TO MAC-APPR-AMT
034650                MOVE WS-TODAY-CCYYMMDD TO MAC-COUNT-DATE
034660             END-IF
034670             EXEC CICS REWRITE
034680                  DATASET (WS-MRCACFILENAME)
034690                  FROM    (MERCHANT-ACCUM-RECORD)
034700                  LENGTH  (LENGTH OF MERCHANT-ACCUM-RECORD)
034710                  RESP    (WS-RESP-CD)
034720                  RESP2   (WS-REAS-CD)
034730             END-EXEC
034740         WHEN DFHRESP(NOTFND)
034750             MOVE SPACES            TO MERCHANT-ACCUM-RECORD
034760             MOVE PA-MERCHANT-ID    TO MAC-MERCHANT-ID
034770             MOVE 1                 TO MAC-APPR-CNT
034780             MOVE PA-APPROVED-AMT   TO MAC-APPR-AMT
034790             MOVE WS-TODAY-CCYYMMDD TO MAC-COUNT-DATE
034800             EXEC CICS WRITE
034810                  DATASET   (WS-MRCACFILENAME)
034820                  RIDFLD    (MAC-MERCHANT-ID)
034830                  KEYLENGTH (LENGTH OF MAC-MERCHANT-ID)
034840                  FROM      (MERCHANT-ACCUM-RECORD)
034850                  LENGTH    (LENGTH OF MERCHANT-ACCUM-RECORD)
034860                  RESP      (WS-RESP-CD)
034870                  RESP2     (WS-REAS-CD)
034880             END-EXEC
034890         WHEN OTHER
034900             CONTINUE
034910     END-EVALUATE
034920     .
034930 4720-EXIT.
034940     EXIT.
034950*----------------------------------------------------------------*
034960 4280-CHECK-RECURRING-REG.
034970*----------------------------------------------------------------*
034980*    A RECURRING AUTH IS CHECKED AGAINST THE REGISTRY ROW FOR   *
034990*    THIS ACCOUNT/MERCHANT - A STOP THE CUSTOMER HAS PLACED     *
035000*    DECLINES IT IN 4300 WITH 4700. NON-RECURRING AUTHS AND     *
035010*    UNREGISTERED MERCHANTS PASS STRAIGHT THROUGH.              *
035020*----------------------------------------------------------------*
035030     SET NFOUND-RECUR-REG           TO TRUE
035040     SET RECURRING-NOT-STOPPED      TO TRUE
035050     IF PA-RQ-RECURRING-IND NOT = 'Y'
035060        GO TO 4280-EXIT
035070     END-IF
035080     MOVE WS-ACCT-ID                TO RCR-ACCT-ID
035090     MOVE PA-RQ-MERCHANT-ID         TO RCR-MERCHANT-ID
035100     EXEC CICS READ
035110          DATASET   (WS-RECREFILENAME)
035120          RIDFLD    (RCR-KEY)
035130          KEYLENGTH (LENGTH OF RCR-KEY)
035140          INTO      (RECURRING-REG-RECORD)
035150          LENGTH    (LENGTH OF RECURRING-REG-RECORD)
035160          RESP      (WS-RESP-CD)
035170          RESP2     (WS-REAS-CD)
035180     END-EXEC
035190     IF WS-RESP-CD = DFHRESP(NORMAL)
035200        SET FOUND-RECUR-REG         TO TRUE
035210        IF RCR-STOPPED
035220           SET RECURRING-STOPPED    TO TRUE
035230        END-IF
035240     END-IF
035250     .
035260 4280-EXIT.
035270     EXIT.
035280*----------------------------------------------------------------*
035290 4285-UPDATE-RECURRING-REG.
035300*----------------------------------------------------------------*
035310*    KEEPS THE REGISTRY CURRENT FROM LIVE TRAFFIC: AN APPROVED  *
035320*    RECURRING AUTH REFRESHES ITS ROW'S MERCHANT NAME, TYPICAL  *
035330*    AMOUNT AND LAST-SEEN DATE, OR CREATES THE ROW THE FIRST    *
035340*    TIME THE MERCHANT IS SEEN ON THE ACCOUNT.                  *
035350*----------------------------------------------------------------*
035360     IF NOT PA-RECURRING-AUTH
035370        OR NOT PA-AUTH-APPROVED
035380        GO TO 4285-EXIT
035390     END-IF
035400     IF FOUND-RECUR-REG
035410        EXEC CICS READ
035420             DATASET   (WS-RECREFILENAME)
035430             RIDFLD    (RCR-KEY)
035440             KEYLENGTH (LENGTH OF RCR-KEY)
035450             INTO      (RECURRING-REG-RECORD)
035460             LENGTH    (LENGTH OF RECURRING-REG-RECORD)
035470             UPDATE
035480             RESP      (WS-RESP-CD)
035490             RESP2     (WS-REAS-CD)
035500        END-EXEC
035510        IF WS-RESP-CD NOT = DFHRESP(NORMAL)
035520           GO TO 4285-EXIT
035530        END-IF
035540        MOVE PA-MERCHANT-NAME       TO RCR-MERCHANT-NAME
035550        MOVE PA-APPROVED-AMT        TO RCR-TYPICAL-AMT
035560        MOVE WS-TODAY-CCYYMMDD      TO RCR-LAST-SEEN-DATE
035570        EXEC CICS REWRITE
035580             DATASET   (WS-RECREFILENAME)
035590             FROM      (RECURRING-REG-RECORD)
035600             LENGTH    (LENGTH OF RECURRING-REG-RECORD)
035610             RESP      (WS-RESP-CD)
035620             RESP2     (WS-REAS-CD)
035630        END-EXEC
035640     ELSE
035650        MOVE SPACES                 TO RECURRING-REG-RECORD
035660        MOVE WS-ACCT-ID             TO RCR-ACCT-ID
035670        MOVE PA-MERCHANT-ID         TO RCR-MERCHANT-ID
035680        MOVE PA-MERCHANT-NAME       TO RCR-MERCHANT-NAME
035690        MOVE PA-APPROVED-AMT        TO RCR-TYPICAL-AMT
035700        MOVE WS-TODAY-CCYYMMDD      TO RCR-LAST-SEEN-DATE
035710        SET  RCR-NOT-STOPPED        TO TRUE
035720        MOVE SPACES                 TO RCR-STOPPED-BY
035730                                       RCR-STOPPED-DATE
035740        EXEC CICS WRITE
035750             DATASET   (WS-RECREFILENAME)
035760             RIDFLD    (RCR-KEY)
035770             KEYLENGTH (LENGTH OF RCR-KEY)
035780             FROM      (RECURRING-REG-RECORD)
035790             LENGTH    (LENGTH OF RECURRING-REG-RECORD)
035800             RESP      (WS-RESP-CD)
035810             RESP2     (WS-REAS-CD)
035820        END-EXEC
035830     END-IF
035840     .
035850 4285-EXIT.
035860     EXIT.
035870*----------------------------------------------------------------*
035880 4290-VERIFY-AVS-CVV.
035890*----------------------------------------------------------------*
035900*    VERIFIES THE CHANNEL-SUPPLIED CVV2 AGAINST THE CARD ROW ON  *
035910*    THE VERIFICATION MASTER (CARDVRFY) AND THE AVS ZIP AND      *
035920*    STREET NUMBER AGAINST THE CUSTOMER'S ADDRESS ON FILE.       *
035930*    EACH RESULT IS A ONE-BYTE CODE STORED ON THE SEGMENT AND    *
035940*    RETURNED ON THE REPLY; SPACE MEANS THE CHANNEL SENT NO      *
035950*    DATA AND NOTHING WAS ATTEMPTED. A NO-MATCH IS ACTED ON IN   *
035960*    4300 ONLY FOR CARD-NOT-PRESENT ENTRY MODES - A MISMATCH    *
035970*    ON A SWIPED CARD IS RECORDED BUT NEVER DECLINES.            *
035980*----------------------------------------------------------------*
035990     MOVE PA-POS-ENTRY-MODE            TO WS-CNP-POS-ENTRY-MODE
036000     IF PA-RQ-CVV2 > SPACES
036010        MOVE PA-RQ-CARD-NUM            TO CRDV-CARD-NUM
036020        EXEC CICS READ
036030             DATASET   (WS-CRDVFILENAME)
036040             RIDFLD    (CRDV-CARD-NUM)
036050             KEYLENGTH (LENGTH OF CRDV-CARD-NUM)
036060             INTO      (CARD-VERIFY-RECORD)
036070             LENGTH    (LENGTH OF CARD-VERIFY-RECORD)
036080             RESP      (WS-RESP-CD)
036090             RESP2     (WS-REAS-CD)
036100        END-EXEC
036110        EVALUATE WS-RESP-CD
036120            WHEN DFHRESP(NORMAL)
036130               IF CRDV-CVV2 = PA-RQ-CVV2
036140                  MOVE 'M'             TO PA-CVV-RESULT
036150               ELSE
036160                  MOVE 'N'             TO PA-CVV-RESULT
036170               END-IF
036180            WHEN OTHER
036190               MOVE 'U'                TO PA-CVV-RESULT
036200        END-EVALUATE
036210     END-IF
036220     IF PA-RQ-AVS-ZIP > SPACES
036230        OR PA-RQ-AVS-STREET-NUM > SPACES
036240        IF NOT FOUND-CUST-IN-MSTR
036250           OR CUST-ADDR-ZIP = SPACES
036260           MOVE 'U'                    TO PA-AVS-RESULT
036270        ELSE
036280           IF PA-RQ-AVS-ZIP(1:5) = CUST-ADDR-ZIP(1:5)
036290              AND PA-RQ-AVS-ZIP > SPACES
036300              SET AVS-ZIP-MATCHED      TO TRUE
036310           ELSE
036320              SET AVS-ZIP-NOT-MATCHED  TO TRUE
036330           END-IF
036340           IF PA-RQ-AVS-STREET-NUM = CUST-ADDR-STREET-NUM
036350              AND PA-RQ-AVS-STREET-NUM > SPACES
036360              SET AVS-ADDR-MATCHED     TO TRUE
036370           ELSE
036380              SET AVS-ADDR-NOT-MATCHED TO TRUE
036390           END-IF
036400           EVALUATE TRUE
036410               WHEN AVS-ZIP-MATCHED AND AVS-ADDR-MATCHED
036420                  MOVE 'Y'             TO PA-AVS-RESULT
036430               WHEN AVS-ZIP-MATCHED
036440                  MOVE 'Z'             TO PA-AVS-RESULT
036450               WHEN AVS-ADDR-MATCHED
036460                  MOVE 'A'             TO PA-AVS-RESULT
036470               WHEN OTHER
036480                  MOVE 'N'             TO PA-AVS-RESULT
036490           END-EVALUATE
036500        END-IF
036510     END-IF
036520     .
036530 4290-EXIT.
036540     EXIT.
036550*----------------------------------------------------------------*
036560 4295-CHECK-BEHAVIOR.
036570*----------------------------------------------------------------*
036580*    COMPARES THE REQUEST AGAINST THE ACCOUNT'S NIGHTLY-BUILT    *
036590*    PROFILE. AN AMOUNT FAR ABOVE THE ACCOUNT'S TYPICAL SPEND,   *
036600*    OR A COUNTRY THE ACCOUNT HAS NEVER TRANSACTED IN, IS A      *
036610*    SHARP ANOMALY - REFERRED IN 4300, NEVER DECLINED. AN        *
036620*    ACCOUNT WITH NO PROFILE (NEW, OR TOO LITTLE HISTORY) IS     *
036630*    NOT COMPARED AT ALL. A NEW COUNTRY THE CARDHOLDER HAS       *
036640*    NAMED ON AN ACTIVE TRAVEL NOTICE (4296) IS EXPECTED.        *
036650*----------------------------------------------------------------*
036660     MOVE WS-ACCT-ID                   TO PRF-ACCT-ID
036670     EXEC CICS READ
036680          DATASET   (WS-BHVPRFILENAME)
036690          RIDFLD    (PRF-ACCT-ID)
036700          KEYLENGTH (LENGTH OF PRF-ACCT-ID)
036710          INTO      (BEHAVIOR-PROFILE-RECORD)
036720          LENGTH    (LENGTH OF BEHAVIOR-PROFILE-RECORD)
036730          RESP      (WS-RESP-CD)
036740          RESP2     (WS-REAS-CD)
036750     END-EXEC
036760     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
036770        OR PRF-AUTH-CNT < 5
036780        GO TO 4295-EXIT
036790     END-IF
036800     SET BEHAVIOR-NORMAL               TO TRUE
036810*    SHARP MEANS WELL CLEAR OF NORMAL - THREE TIMES THE
036820*    ACCOUNT'S AVERAGE AND ABOVE ANYTHING IT HAS EVER SPENT.
036830     IF PRF-AUTH-CNT > 0
036840        AND PA-TRANSACTION-AMT * PRF-AUTH-CNT >
036850            PRF-TOTAL-AMT * 3
036860        AND PA-TRANSACTION-AMT > PRF-MAX-AMT
036870        SET BEHAVIOR-ANOMALY           TO TRUE
036880     END-IF
036890     IF PA-ACQR-COUNTRY-CODE NOT = SPACES
036900        AND PA-ACQR-COUNTRY-CODE NOT = PRF-USUAL-COUNTRY(1)
036910        AND PA-ACQR-COUNTRY-CODE NOT = PRF-USUAL-COUNTRY(2)
036920        AND PA-ACQR-COUNTRY-CODE NOT = PRF-USUAL-COUNTRY(3)
036930        PERFORM 4296-CHECK-TRAVEL-NOTICE THRU 4296-EXIT
036940        IF TRAVEL-COUNTRY-UNEXPECTED
036950           SET BEHAVIOR-ANOMALY        TO TRUE
036960        END-IF
036970     END-IF
036980     .
036990 4295-EXIT.
037000     EXIT.
037010*----------------------------------------------------------------*
037020 4296-CHECK-TRAVEL-NOTICE.
037030*----------------------------------------------------------------*
037040*    LOOKS FOR THE ACQUIRER'S COUNTRY ON THE ACCOUNT'S TRAVEL    *
037050*    NOTICE. ONLY AN ACTIVE NOTICE WHOSE FROM/TO WINDOW COVERS   *
037060*    TODAY COUNTS; NO NOTICE, OR ANY TROUBLE READING ONE, LEAVES *
037070*    THE COUNTRY UNEXPECTED SO THE CHECK FAILS SAFE.             *
037080*----------------------------------------------------------------*
037090     SET TRAVEL-COUNTRY-UNEXPECTED     TO TRUE
037100     MOVE WS-ACCT-ID                   TO TRVN-ACCT-ID
037110     EXEC CICS READ
037120          DATASET   (WS-TRVNTFILENAME)
037130          RIDFLD    (TRVN-ACCT-ID)
037140          KEYLENGTH (LENGTH OF TRVN-ACCT-ID)
037150          INTO      (TRAVEL-NOTICE-RECORD)
037160          LENGTH    (LENGTH OF TRAVEL-NOTICE-RECORD)
037170          RESP      (WS-RESP-CD)
037180          RESP2     (WS-REAS-CD)
037190     END-EXEC
037200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
037210        OR NOT TRVN-ACTIVE
037220        OR TRVN-START-DATE > WS-TODAY-CCYYMMDD
037230        OR TRVN-END-DATE < WS-TODAY-CCYYMMDD
037240        GO TO 4296-EXIT
037250     END-IF
037260     PERFORM 4297-MATCH-TRAVEL-COUNTRY THRU 4297-EXIT
037270         VARYING WS-TRVN-SUB FROM 1 BY 1
037280         UNTIL WS-TRVN-SUB > 5
037290            OR TRAVEL-COUNTRY-EXPECTED
037300     .
037310 4296-EXIT.
037320     EXIT.
037330*----------------------------------------------------------------*
037340 4297-MATCH-TRAVEL-COUNTRY.
037350*----------------------------------------------------------------*
037360     IF TRVN-COUNTRY(WS-TRVN-SUB) = PA-ACQR-COUNTRY-CODE
037370        SET TRAVEL-COUNTRY-EXPECTED    TO TRUE
037380     END-IF
037390     .
037400 4297-EXIT.
037410     EXIT.
037420*----------------------------------------------------------------*
037430 4300-DETERMINE-RESPONSE.
037440*----------------------------------------------------------------*
037450*    AUTHORIZATION DECISION. DECLINES ON A VELOCITY BREACH, A    *
037460*    MISSING CUSTOMER, AN ACCOUNT THAT IS NOT IN GOOD STANDING   *
037470*    OR AN AMOUNT THAT WOULD BLOW THE ACCOUNT'S OPEN-TO-BUY      *
037480*    OR THE CUSTOMER'S CUSTLIM EXPOSURE CAP;                     *
037490*    OTHERWISE APPROVES IN FULL UNLESS                           *
037500*    THE CUSTOMER'S FICO SCORE CALLS FOR A PARTIAL APPROVAL.     *
037510*----------------------------------------------------------------*
037520     MOVE ZERO TO PA-APPROVED-AMT
037530     MOVE SPACES TO PA-PARTIAL-APPR-REASON
037540     IF FOUND-CARD-STATUS
037550        AND CRDST-HOT-LISTED
037560        MOVE '05'   TO PA-AUTH-RESP-CODE
037570        MOVE '5300' TO PA-AUTH-RESP-REASON
037580        GO TO 4300-EXIT
037590     END-IF
037600*    A CARD THE CARDHOLDER HAS FROZEN (COPAUSZC) DECLINES 4510,
037610*    BUT A RECURRING MERCHANT THEY REGISTERED ON RECURREG AND
037620*    HAVE NOT STOPPED STILL GETS THROUGH - THE FREEZE IS MEANT
037630*    TO STOP A FINDER USING THE CARD, NOT THE STANDING BILLS.
037640     IF FOUND-CARD-STATUS
037650        AND CRDST-FROZEN
037660        AND NOT (FOUND-RECUR-REG AND RECURRING-NOT-STOPPED)
037670        MOVE '05'   TO PA-AUTH-RESP-CODE
037680        MOVE '4510' TO PA-AUTH-RESP-REASON
037690        GO TO 4300-EXIT
037700     END-IF
037710*    A CARD CBDRMCRD HAS SET DORMANT DECLINES 4520 (REFER TO
037720*    ISSUER) UNTIL THE CARDHOLDER REACTIVATES IT ON COPAUSQC.
037730     IF FOUND-CARD-STATUS
037740        AND CRDST-DORMANT
037750        MOVE '05'   TO PA-AUTH-RESP-CODE
037760        MOVE '4520' TO PA-AUTH-RESP-REASON
037770        GO TO 4300-EXIT
037780     END-IF
037790     IF FOUND-CARD-STATUS
037800        AND CRDST-NOT-ACTIVATED
037810        MOVE '05'   TO PA-AUTH-RESP-CODE
037820        MOVE '4500' TO PA-AUTH-RESP-REASON
037830        GO TO 4300-EXIT
037840     END-IF
037850     IF FOUND-CARD-STATUS
037860        AND CRDST-NOT-USABLE
037870        MOVE '05'   TO PA-AUTH-RESP-CODE
037880        MOVE '4200' TO PA-AUTH-RESP-REASON
037890        GO TO 4300-EXIT
037900     END-IF
037910*    A CARD LOCKED OUT ON BAD PINS DECLINES 4160 WHATEVER PIN IT
037920*    CAME WITH; A BAD PIN SHORT OF THE LIMIT DECLINES 4150. BOTH
037930*    ARE HARD DECLINES - THE FAIL-SAFE NEVER SOFTENS THEM.
037940     IF PIN-TRIES-EXCEEDED
037950        MOVE '05'   TO PA-AUTH-RESP-CODE
037960        MOVE '4160' TO PA-AUTH-RESP-REASON
037970        GO TO 4300-EXIT
037980     END-IF
037990     IF PIN-TRY-BAD-PIN
038000        MOVE '05'   TO PA-AUTH-RESP-CODE
038010        MOVE '4150' TO PA-AUTH-RESP-REASON
038020        GO TO 4300-EXIT
038030     END-IF
038040     IF CARD-CONTROL-HIT
038050        MOVE '05'   TO PA-AUTH-RESP-CODE
038060        MOVE '4600' TO PA-AUTH-RESP-REASON
038070        GO TO 4300-EXIT
038080     END-IF
038090     IF SANCTION-HIT
038100        IF SNC-ACTION-REFER
038110           MOVE '01'   TO PA-AUTH-RESP-CODE
038120        ELSE
038130           MOVE '05'   TO PA-AUTH-RESP-CODE
038140        END-IF
038150        MOVE '5400' TO PA-AUTH-RESP-REASON
038160        GO TO 4300-EXIT
038170     END-IF
038180*    A STRONG NAME OR PLACE MATCH ON THE SANCTIONED-ENTITY LIST
038190*    DECLINES; A WEAK ONE GOES TO REFERRAL FOR A PERSON TO CLEAR.
038200     IF SNE-STRONG-HIT
038210        MOVE '05'   TO PA-AUTH-RESP-CODE
038220        MOVE '5410' TO PA-AUTH-RESP-REASON
038230        GO TO 4300-EXIT
038240     END-IF
038250     IF SNE-WEAK-HIT
038260        MOVE '01'   TO PA-AUTH-RESP-CODE
038270        MOVE '5410' TO PA-AUTH-RESP-REASON
038280        GO TO 4300-EXIT
038290     END-IF
038300     IF RECURRING-STOPPED
038310        MOVE '05'   TO PA-AUTH-RESP-CODE
038320        MOVE '4700' TO PA-AUTH-RESP-REASON
038330        GO TO 4300-EXIT
038340     END-IF
038350*    AN ACCOUNT IN ARREARS GETS ITS BUCKET'S TREATMENT AS A HARD
038360*    DECLINE - COLLECTIONS' CALL, NOT A CREDIT JUDGEMENT THE
038370*    FAIL-SAFE SHOULD SOFTEN INTO A REFERRAL.
038380     IF DELINQ-TREATMENT-HIT
038390        MOVE '05'   TO PA-AUTH-RESP-CODE
038400        MOVE WS-DELINQ-REASON TO PA-AUTH-RESP-REASON
038410        GO TO 4300-EXIT
038420     END-IF
038430*    A MERCHANT OVER ITS DAILY EXPOSURE CAP REFERS (OR
038440*    DECLINES, PER THE MERCHMST ROW) WITH 5500 - PROTECTING
038450*    THE PORTFOLIO FROM A COMPROMISED TERMINAL THE WAY
038460*    CARDCTRL PROTECTS ONE CARDHOLDER.
038470     IF MERCHANT-CAP-HIT
038480        IF MRC-CAP-DECLINE
038490           MOVE '05'   TO PA-AUTH-RESP-CODE
038500        ELSE
038510           MOVE '01'   TO PA-AUTH-RESP-CODE
038520        END-IF
038530        MOVE '5500' TO PA-AUTH-RESP-REASON
038540        GO TO 4300-EXIT
038550     END-IF
038560*    A CASH ADVANCE DRAWS ON ITS OWN DAILY CASH LIMIT AHEAD
038570*    OF THE ORDINARY CREDIT DECISION - A STOLEN CARD MUST NOT
038580*    DRAIN CASH ALL DAY INSIDE THE ORDINARY LIMIT.
038590*    A QUASI-CASH MERCHANT CATEGORY COUNTS AS CASH.
038600     IF PA-PROCESSING-CODE(1:2) = '01' OR MCC-IS-QUASI-CASH
038610        PERFORM 4315-CHECK-CASH-LIMIT THRU 4315-EXIT
038620        IF PA-AUTH-RESP-CODE = '05'
038630           GO TO 4300-EXIT
038640        END-IF
038650     END-IF
038660*    AN ACCOUNT UNDER INVESTIGATION OR LEGAL HOLD NEVER AUTO-
038670*    APPROVES - EVERY AUTH REFERS WITH ITS OWN REASON AND THE
038680*    ITEM IS HANDED TO THE FRAUD WORKLIST IN 4000. THIS TEST
038690*    SITS AHEAD OF THE REFUND PATH ON PURPOSE: A WATCHED
038700*    ACCOUNT'S REFUNDS GET EYES LIKE EVERYTHING ELSE.
038710     IF WATCH-LIST-HIT
038720        MOVE '01'   TO PA-AUTH-RESP-CODE
038730        MOVE '5700' TO PA-AUTH-RESP-REASON
038740        GO TO 4300-EXIT
038750     END-IF
038760*    A REFUND PASSED THE CARD AND CONTROL CHECKS ABOVE AND
038770*    NEEDS NO CREDIT DECISION - THE MERCHANT IS GIVING MONEY
038780*    BACK. IT APPROVES IN FULL ON ITS OWN PATH.
038790     IF PA-PROCESSING-CODE(1:2) = '20'
038800        MOVE '00'   TO PA-AUTH-RESP-CODE
038810        MOVE '0000' TO PA-AUTH-RESP-REASON
038820        MOVE PA-TRANSACTION-AMT TO PA-APPROVED-AMT
038830        GO TO 4300-EXIT
038840     END-IF
038850*    MISMATCH HANDLING IS DRIVEN BY THE POS ENTRY MODE - ON A
038860*    CARD-NOT-PRESENT AUTH A CVV2 NO-MATCH IS A HARD DECLINE
038870*    AND AN AVS NO-MATCH GOES OUT AS A REFERRAL; CARD-PRESENT
038880*    TRAFFIC CARRIES THE RESULT BUT IS NEVER DECLINED FOR IT.
038890     IF PA-CVV-NO-MATCH AND CNP-ENTRY-MODE
038900        MOVE '05'   TO PA-AUTH-RESP-CODE
038910        MOVE '4800' TO PA-AUTH-RESP-REASON
038920        GO TO 4300-EXIT
038930     END-IF
038940     IF PA-AVS-NO-MATCH AND CNP-ENTRY-MODE
038950        MOVE '01'   TO PA-AUTH-RESP-CODE
038960        MOVE '4900' TO PA-AUTH-RESP-REASON
038970        GO TO 4300-EXIT
038980     END-IF
038990*    A PREPAID CARD IS STORED VALUE - THE CREDIT-LIMIT AND
039000*    OPEN-TO-BUY ARITHMETIC BELOW MEANS NOTHING FOR IT. THE
039010*    DECISION RUNS AGAINST THE LOADED BALANCE ON PREPBAL
039020*    INSTEAD, AND AN INSUFFICIENT-VALUE DECLINE IS NEVER
039030*    SOFTENED BY THE FAIL-SAFE - THERE IS NO VALUE TO REFER TO.
039040     IF PA-AUTH-TYPE-PREPAID
039050        PERFORM 4340-DECIDE-PREPAID THRU 4340-EXIT
039060        GO TO 4300-EXIT
039070     END-IF
039080*    A DEBIT CARD DRAWS ON A CHECKING ACCOUNT, NOT A CREDIT LINE -
039090*    THE DECISION RUNS AGAINST THE CORE DEPOSIT SYSTEM'S AVAILABLE
039100*    BALANCE LOADED NIGHTLY ONTO DDABAL, LESS THE HOLDS ALREADY
039110*    APPROVED HERE, THE SAME WAY PREPAID RUNS AGAINST PREPBAL.
039120     IF PA-AUTH-TYPE-DEBIT
039130        PERFORM 4335-DECIDE-DDA-DEBIT THRU 4335-EXIT
039140        GO TO 4300-EXIT
039150     END-IF
039160     IF VELOCITY-EXCEEDED
039170        MOVE '05'   TO PA-AUTH-RESP-CODE
039180        MOVE '4400' TO PA-AUTH-RESP-REASON
039190     ELSE
039200        IF NOT FOUND-CUST-IN-MSTR
039210           MOVE '05'   TO PA-AUTH-RESP-CODE
039220           MOVE '9000' TO PA-AUTH-RESP-REASON
039230        ELSE
039240           PERFORM 4310-COMPUTE-OPEN-TO-BUY THRU 4310-EXIT
039250           PERFORM 4318-CHECK-CUST-EXPOSURE THRU 4318-EXIT
039260           IF FOUND-ACCT-IN-MSTR
039270              AND NOT ACCT-STATUS-ACTIVE
039280              MOVE '05'   TO PA-AUTH-RESP-CODE
039290              MOVE '4300' TO PA-AUTH-RESP-REASON
039300           ELSE
039310           IF FOUND-ACCT-IN-MSTR
039320              AND PA-TRANSACTION-AMT > WS-OPEN-TO-BUY
039330              MOVE '05'   TO PA-AUTH-RESP-CODE
039340              MOVE '4100' TO PA-AUTH-RESP-REASON
039350           ELSE
039360*          THE ACCOUNT HAS THE HEADROOM BUT THE CUSTOMER, ACROSS
039370*          EVERY ACCOUNT THEY HOLD, WOULD GO OVER THEIR CAP.
039380           IF CUST-EXPOSURE-EXCEEDED
039390              MOVE '05'   TO PA-AUTH-RESP-CODE
039400              MOVE '5900' TO PA-AUTH-RESP-REASON
039410           ELSE
039420           PERFORM 4320-APPLY-DECISION-RULES THRU 4320-EXIT
039430           IF RULE-MATCHED
039440              CONTINUE
039450           ELSE
039460           IF CUST-FICO-CREDIT-SCORE < 600
039470              MOVE '00'   TO PA-AUTH-RESP-CODE
039480              MOVE '0000' TO PA-AUTH-RESP-REASON
039490              COMPUTE PA-APPROVED-AMT =
039500                      PA-TRANSACTION-AMT * 0.5
039510              MOVE '4100' TO PA-PARTIAL-APPR-REASON
039520           ELSE
039530              MOVE '00'   TO PA-AUTH-RESP-CODE
039540              MOVE '0000' TO PA-AUTH-RESP-REASON
039550              MOVE PA-TRANSACTION-AMT TO PA-APPROVED-AMT
039560           END-IF
039570           END-IF
039580*          THE CHALLENGER SET WAS EVALUATED ALONGSIDE IN 4320; A
039590*          DIFFERENT ANSWER IS RECORDED, NEVER ACTED ON.
039600           IF WS-CHLG-COUNT > 0
039610              PERFORM 4328-COMPARE-CHALLENGER THRU 4328-EXIT
039620           END-IF
039630           END-IF
039640           END-IF
039650           END-IF
039660        END-IF
039670     END-IF
039680*    A SHARP DEPARTURE FROM THE ACCOUNT'S OWN HISTORY TURNS AN
039690*    APPROVAL INTO A REFERRAL - A HUMAN LOOKS BEFORE THE MONEY
039700*    MOVES, BUT A FALSE POSITIVE NEVER HARD-DECLINES A REAL
039710*    CUSTOMER.
039720     IF PA-AUTH-RESP-CODE = '00'
039730        AND BEHAVIOR-ANOMALY
039740        MOVE '01'   TO PA-AUTH-RESP-CODE
039750        MOVE '5600' TO PA-AUTH-RESP-REASON
039760        MOVE ZERO   TO PA-APPROVED-AMT
039770        MOVE SPACES TO PA-PARTIAL-APPR-REASON
039780     END-IF
039790*    FAIL-SAFE STANCE - WITH THE BREAKER TRIPPED AND THE
039800*    FAIL-SAFE ENABLED, A SOFT DECLINE GOES OUT AS A REFERRAL
039810*    SO A BAD FILE PUSH DEGRADES TO MANUAL REVIEW INSTEAD OF
039820*    DECLINING EVERY CUSTOMER UNTIL SOMEONE NOTICES. HARD
039830*    DECLINES (HOT-LIST, SANCTIONS, CARDHOLDER CONTROLS) EXIT
039840*    ABOVE AND ARE NEVER SOFTENED.
039850     IF BREAKER-TRIPPED AND FAILSAFE-ENABLED
039860        AND PA-AUTH-RESP-CODE = '05'
039870        MOVE '01' TO PA-AUTH-RESP-CODE
039880     END-IF
039890     .
039900 4300-EXIT.
039910     EXIT.
039920*----------------------------------------------------------------*
039930 4310-COMPUTE-OPEN-TO-BUY.
039940*----------------------------------------------------------------*
039950*    OPEN-TO-BUY IS THE ACCOUNT'S CREDIT LIMIT LESS ITS CURRENT  *
039960*    BALANCE LESS THE APPROVED-AND-STILL-PENDING AMOUNT ALREADY  *
039970*    ACCUMULATED ON THE PAUTSMRY ROOT, SO A BURST OF AUTHS       *
039980*    CANNOT EACH BE APPROVED AGAINST THE SAME HEADROOM. AN       *
039990*    ACCOUNT WITH NO ROOT YET SIMPLY HAS NO PENDING AMOUNT.      *
040000*    A PURCHASE CONVERTED TO AN INSTALMENT PLAN WHILE PENDING    *
040010*    MOVES THE HEADROOM BY THE PLAN'S RULE (THE FEE HELD ON TOP, *
040020*    OR ONLY THE FIRST INSTALMENT HELD) UNTIL IT POSTS - THE NET *
040030*    ADJUSTMENT IS KEPT ON THE ROOT AS PA-PLAN-HOLD-AMT.         *
040040*    APPROVALS AT A TIP, FUEL, RENTAL OR LODGING MCC ALSO HOLD   *
040050*    THE UPLIFT THEIR HOLDEST ESTIMATE EXPECTS THEM TO SETTLE    *
040060*    AT, UNTIL THE POSTING ARRIVES OR THE ESTIMATE EXPIRES.      *
040070*----------------------------------------------------------------*
040080     MOVE ZERO                   TO WS-PENDING-AUTH-AMT
040090                                    WS-PLAN-HOLD-AMT
040100                                    WS-EST-UPLIFT-AMT
040110     IF FOUND-ACCT-IN-MSTR
040120        EXEC DLI GU USING PCB(PAUT-PCB-NUM)
040130             SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
040140             INTO   (PENDING-AUTH-SUMMARY)
040150        END-EXEC
040160        MOVE DIBSTAT             TO IMS-RETURN-CODE
040170        IF STATUS-OK
040180           MOVE PA-APPROVED-AUTH-AMT TO WS-PENDING-AUTH-AMT
040190           IF PA-PLAN-HOLD-AMT IS NUMERIC
040200              MOVE PA-PLAN-HOLD-AMT TO WS-PLAN-HOLD-AMT
040210           END-IF
040220        END-IF
040230        PERFORM 4311-SUM-HOLD-ESTIMATES THRU 4311-EXIT
040240        COMPUTE WS-OPEN-TO-BUY =
040250                ACCT-CREDIT-LIMIT - ACCT-CURR-BAL
040260                - WS-PENDING-AUTH-AMT - WS-PLAN-HOLD-AMT
040270                - WS-EST-UPLIFT-AMT
040280*    A TEMPORARY OVERRIDE THE CREDIT DESK GRANTED - ACTIVE AND
040290*    INSIDE ITS WINDOW - LIFTS THE HEADROOM FOR THE TRIP OR
040300*    THE PLANNED PURCHASE WITHOUT ANYONE EDITING THE ACCOUNT
040310*    MASTER AND FORGETTING TO PUT IT BACK.
040320        MOVE WS-ACCT-ID          TO LOV-ACCT-ID
040330        EXEC CICS READ
040340             DATASET   (WS-LMOVRFILENAME)
040350             RIDFLD    (LOV-ACCT-ID)
040360             KEYLENGTH (LENGTH OF LOV-ACCT-ID)
040370             INTO      (LIMIT-OVERRIDE-RECORD)
040380             LENGTH    (LENGTH OF LIMIT-OVERRIDE-RECORD)
040390             RESP      (WS-RESP-CD)
040400             RESP2     (WS-REAS-CD)
040410        END-EXEC
040420        IF WS-RESP-CD = DFHRESP(NORMAL)
040430           AND LOV-ACTIVE
040440           AND LOV-START-DATE <= WS-TODAY-CCYYMMDD
040450           AND LOV-END-DATE >= WS-TODAY-CCYYMMDD
040460           ADD LOV-UPLIFT-AMT    TO WS-OPEN-TO-BUY
040470        END-IF
040480     END-IF
040490     .
040500 4310-EXIT.
040510     EXIT.
040520*----------------------------------------------------------------*
040530 4311-SUM-HOLD-ESTIMATES.
040540*----------------------------------------------------------------*
040550*    ONE SHORT BROWSE OF THE ACCOUNT'S HOLDEST ROWS. HOLDEST NOT *
040560*    THERE, OR NO ROW FOR THE ACCOUNT, LEAVES NO UPLIFT.         *
040570*----------------------------------------------------------------*
040580     MOVE 'N'                       TO WS-HLE-BROWSE-SW
040590     MOVE WS-ACCT-ID                TO HLE-ACCT-ID
040600     MOVE LOW-VALUES                TO HLE-AUTH-KEY
040610     EXEC CICS STARTBR
040620          DATASET   (WS-HLESTFILENAME)
040630          RIDFLD    (HLE-KEY)
040640          KEYLENGTH (LENGTH OF HLE-KEY)
040650          GTEQ
040660          RESP      (WS-RESP-CD)
040670     END-EXEC
040680     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
040690        GO TO 4311-EXIT
040700     END-IF
040710     PERFORM 4312-SUM-NEXT-HOLD-ESTIMATE THRU 4312-EXIT
040720         UNTIL HLE-BROWSE-DONE
040730     EXEC CICS ENDBR
040740          DATASET (WS-HLESTFILENAME)
040750          RESP    (WS-RESP-CD)
040760     END-EXEC
040770     .
040780 4311-EXIT.
040790     EXIT.
040800*----------------------------------------------------------------*
040810 4312-SUM-NEXT-HOLD-ESTIMATE.
040820*----------------------------------------------------------------*
040830*    SETTLED, VOIDED AND LAPSED ROWS STAY ON FILE FOR THE        *
040840*    MONTHLY COMPARISON AND ARE PASSED OVER, AS IS AN OPEN ROW   *
040850*    PAST ITS EXPIRY WHOSE HOLD AGED OUT BY SOME OTHER ROUTE.    *
040860*----------------------------------------------------------------*
040870     EXEC CICS READNEXT
040880          DATASET   (WS-HLESTFILENAME)
040890          RIDFLD    (HLE-KEY)
040900          KEYLENGTH (LENGTH OF HLE-KEY)
040910          INTO      (HOLD-ESTIMATE-RECORD)
040920          LENGTH    (LENGTH OF HOLD-ESTIMATE-RECORD)
040930          RESP      (WS-RESP-CD)
040940     END-EXEC
040950     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
040960        SET HLE-BROWSE-DONE         TO TRUE
040970        GO TO 4312-EXIT
040980     END-IF
040990     IF HLE-ACCT-ID NOT = WS-ACCT-ID
041000        SET HLE-BROWSE-DONE         TO TRUE
041010        GO TO 4312-EXIT
041020     END-IF
041030     IF HLE-OPEN
041040        AND HLE-EXPIRY-DATE >= WS-TODAY-CCYYMMDD
041050        ADD HLE-UPLIFT-AMT          TO WS-EST-UPLIFT-AMT
041060     END-IF
041070     .
041080 4312-EXIT.
041090     EXIT.
041100*----------------------------------------------------------------*
041110 4315-CHECK-CASH-LIMIT.
041120*----------------------------------------------------------------*
041130*    THE DAY'S APPROVED CASH ADVANCES ON THE ACCOUNT ARE SUMMED  *
041140*    OFF THE LIVE DETAILS AND THE REQUEST MUST FIT UNDER THE     *
041150*    EFFECTIVE DAILY CASH LIMIT. A BREACH DECLINES 5800.         *
041160*----------------------------------------------------------------*
041170     IF NOT FOUND-ACCT-IN-MSTR
041180        GO TO 4315-EXIT
041190     END-IF
041200     IF ACCT-CASH-LIMIT > 0
041210        MOVE ACCT-CASH-LIMIT        TO WS-CASH-LIMIT
041220     ELSE
041230        COMPUTE WS-CASH-LIMIT =
041240                ACCT-CREDIT-LIMIT * WS-CASH-DEFAULT-PCT / 100
041250     END-IF
041260     MOVE ZERO                      TO WS-CASH-USED-TODAY
041270*    THE SCAN READS OVER THE DETAIL AREA - THE REQUEST'S OWN
041280*    SEGMENT IS PARKED AND PUT BACK AFTERWARD.
041290     MOVE PENDING-AUTH-DETAILS      TO WS-CASH-SAVE-SEGMENT
041300     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
041310          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
041320          INTO   (PENDING-AUTH-SUMMARY)
041330     END-EXEC
041340     MOVE DIBSTAT                   TO IMS-RETURN-CODE
041350     IF STATUS-OK
041360        MOVE 'N'                    TO WS-CASH-EOF-SW
041370        PERFORM 4316-SUM-NEXT-CASH-DETAIL THRU 4316-EXIT
041380            UNTIL CASH-SCAN-EOF
041390     END-IF
041400     MOVE WS-CASH-SAVE-SEGMENT      TO PENDING-AUTH-DETAILS
041410     IF PA-TRANSACTION-AMT + WS-CASH-USED-TODAY > WS-CASH-LIMIT
041420        MOVE '05'   TO PA-AUTH-RESP-CODE
041430        MOVE '5800' TO PA-AUTH-RESP-REASON
041440     END-IF
041450     .
041460 4315-EXIT.
041470     EXIT.
041480*----------------------------------------------------------------*
041490 4316-SUM-NEXT-CASH-DETAIL.
041500*----------------------------------------------------------------*
041510     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
041520         SEGMENT (PAUTDTL1)
041530         INTO (PENDING-AUTH-DETAILS)
041540     END-EXEC
041550     MOVE DIBSTAT                   TO IMS-RETURN-CODE
041560     IF NOT STATUS-OK
041570        SET CASH-SCAN-EOF           TO TRUE
041580        GO TO 4316-EXIT
041590     END-IF
041600     PERFORM 4317-CHECK-DETAIL-MCC THRU 4317-EXIT
041610     IF (PA-PROCESSING-CODE(1:2) = '01' OR CACHED-MCC-QUASI-CASH)
041620        AND PA-AUTH-APPROVED
041630        AND PA-AUTH-ORIG-DATE = WS-TODAY-CCYYMMDD
041640        ADD PA-APPROVED-AMT         TO WS-CASH-USED-TODAY
041650     END-IF
041660     .
041670 4316-EXIT.
041680     EXIT.
041690*----------------------------------------------------------------*
041700 4317-CHECK-DETAIL-MCC.
041710*----------------------------------------------------------------*
041720*    A PURCHASE AT A QUASI-CASH MERCHANT (MONEY ORDERS, CHIPS,   *
041730*    WIRE TRANSFER) COUNTS AGAINST THE CASH LIMIT AS WELL. THE   *
041740*    LAST CODE LOOKED UP IS KEPT SO A RUN OF DETAILS AT ONE      *
041750*    MERCHANT COSTS ONE READ.                                    *
041760*----------------------------------------------------------------*
041770     IF PA-MERCHANT-CATAGORY-CODE = WS-MCC-CACHE-CODE
041780        GO TO 4317-EXIT
041790     END-IF
041800     MOVE PA-MERCHANT-CATAGORY-CODE TO WS-MCC-CACHE-CODE
041810     MOVE 'N'                       TO WS-MCC-CACHE-QC-SW
041820     MOVE PA-MERCHANT-CATAGORY-CODE TO MCCR-MCC
041830     EXEC CICS READ
041840          DATASET   (WS-MCCRFFILENAME)
041850          RIDFLD    (MCCR-MCC)
041860          KEYLENGTH (LENGTH OF MCCR-MCC)
041870          INTO      (MCC-REFERENCE-RECORD)
041880          LENGTH    (LENGTH OF MCC-REFERENCE-RECORD)
041890          RESP      (WS-RESP-CD)
041900          RESP2     (WS-REAS-CD)
041910     END-EXEC
041920     IF WS-RESP-CD = DFHRESP(NORMAL)
041930        MOVE MCCR-QUASI-CASH-SW     TO WS-MCC-CACHE-QC-SW
041940     END-IF
041950     .
041960 4317-EXIT.
041970     EXIT.
041980*----------------------------------------------------------------*
041990 4318-CHECK-CUST-EXPOSURE.
042000*----------------------------------------------------------------*
042010*    A CUSTOMER WITH AN ACTIVE CUSTLIM CAP IS DECIDED AS A WHOLE *
042020*    AS WELL AS ACCOUNT BY ACCOUNT. CURRENT BALANCE PLUS THE     *
042030*    APPROVED-AND-PENDING AMOUNT ON THE PAUTSMRY ROOT IS SUMMED  *
042040*    FOR EVERY DISTINCT ACCOUNT BEHIND THE CUSTOMER'S LIVE       *
042050*    CARDXREF LINKS, AND THE REQUEST MUST FIT UNDER WHAT THE CAP *
042060*    LEAVES. NO ROW, OR A SUSPENDED ONE, MEANS NO CAP.           *
042070*    A CUSTOMER CONFIRMED ON CUSTLINK AS A DUPLICATE IS SUMMED   *
042080*    WITH EVERY MEMBER OF ITS GROUP, UNDER ITS OWN CAP OR, WHEN  *
042090*    IT HAS NONE, THE GROUP PRIMARY'S.                           *
042100*----------------------------------------------------------------*
042110     SET CUST-EXPOSURE-OK           TO TRUE
042120     MOVE ZERO                      TO WS-CUST-EXPOSURE-AMT
042130                                       WS-CUST-HEADROOM-AMT
042140     MOVE WS-CUST-ID                TO CLK-CUST-ID
042150     EXEC CICS READ
042160          DATASET   (WS-CUSLKFILENAME)
042170          RIDFLD    (CLK-CUST-ID)
042180          KEYLENGTH (LENGTH OF CLK-CUST-ID)
042190          INTO      (CUSTOMER-LINK-RECORD)
042200          LENGTH    (LENGTH OF CUSTOMER-LINK-RECORD)
042210          RESP      (WS-RESP-CD)
042220          RESP2     (WS-REAS-CD)
042230     END-EXEC
042240     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
042250        OR CLK-MEMBER-COUNT NOT NUMERIC
042260        OR CLK-MEMBER-COUNT = ZERO
042270        MOVE WS-CUST-ID             TO CLK-PRIMARY-CUST-ID
042280                                       CLK-MEMBER-ID(1)
042290        MOVE 1                      TO CLK-MEMBER-COUNT
042300     END-IF
042310     MOVE CLK-MEMBER-COUNT          TO WS-CUSX-MBR-CNT
042320     IF WS-CUSX-MBR-CNT > 10
042330        MOVE 10                     TO WS-CUSX-MBR-CNT
042340     END-IF
042350     MOVE WS-CUST-ID                TO CLM-CUST-ID
042360     EXEC CICS READ
042370          DATASET   (WS-CUSLMFILENAME)
042380          RIDFLD    (CLM-CUST-ID)
042390          KEYLENGTH (LENGTH OF CLM-CUST-ID)
042400          INTO      (CUSTOMER-LIMIT-RECORD)
042410          LENGTH    (LENGTH OF CUSTOMER-LIMIT-RECORD)
042420          RESP      (WS-RESP-CD)
042430          RESP2     (WS-REAS-CD)
042440     END-EXEC
042450     IF (WS-RESP-CD NOT = DFHRESP(NORMAL) OR NOT CLM-ACTIVE)
042460        AND CLK-PRIMARY-CUST-ID NOT = WS-CUST-ID
042470        MOVE CLK-PRIMARY-CUST-ID    TO CLM-CUST-ID
042480        EXEC CICS READ
042490             DATASET   (WS-CUSLMFILENAME)
042500             RIDFLD    (CLM-CUST-ID)
042510             KEYLENGTH (LENGTH OF CLM-CUST-ID)
042520             INTO      (CUSTOMER-LIMIT-RECORD)
042530             LENGTH    (LENGTH OF CUSTOMER-LIMIT-RECORD)
042540             RESP      (WS-RESP-CD)
042550             RESP2     (WS-REAS-CD)
042560        END-EXEC
042570     END-IF
042580     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
042590        OR NOT CLM-ACTIVE
042600        GO TO 4318-EXIT
042610     END-IF
042620*    THE SCAN READS OVER THE CARD'S OWN XREF, ACCOUNT AND ROOT
042630*    AREAS - THEY ARE PARKED AND PUT BACK AFTERWARD.
042640     MOVE CARD-XREF-RECORD          TO WS-CUSX-SAVE-XREF
042650     MOVE ACCOUNT-RECORD            TO WS-CUSX-SAVE-ACCOUNT
042660     MOVE PENDING-AUTH-SUMMARY      TO WS-CUSX-SAVE-SUMMARY
042670     MOVE ZERO                      TO WS-CUSX-ACCT-CNT
042680     MOVE 'N'                       TO WS-CUSX-BROWSE-SW
042690     PERFORM 4322-SUM-GROUP-MEMBER  THRU 4322-EXIT
042700         VARYING WS-CUSX-MBR-SUB FROM 1 BY 1
042710         UNTIL WS-CUSX-MBR-SUB > WS-CUSX-MBR-CNT
042720            OR CUSX-BROWSE-FAILED
042730     MOVE WS-CUSX-SAVE-XREF         TO CARD-XREF-RECORD
042740     MOVE WS-CUSX-SAVE-ACCOUNT      TO ACCOUNT-RECORD
042750     MOVE WS-CUSX-SAVE-SUMMARY      TO PENDING-AUTH-SUMMARY
042760     IF CUSX-BROWSE-FAILED
042770        GO TO 4318-EXIT
042780     END-IF
042790     COMPUTE WS-CUST-HEADROOM-AMT =
042800             CLM-EXPOSURE-CAP - WS-CUST-EXPOSURE-AMT
042810     IF PA-TRANSACTION-AMT > WS-CUST-HEADROOM-AMT
042820        SET CUST-EXPOSURE-EXCEEDED  TO TRUE
042830     END-IF
042840     .
042850 4318-EXIT.
042860     EXIT.
042870*----------------------------------------------------------------*
042880 4319-SUM-NEXT-CUST-ACCT.
042890*----------------------------------------------------------------*
042900*    THE PATH IS NON-UNIQUE - READNEXT ANSWERS DUPKEY WHILE MORE
042910*    OF THE CUSTOMER'S CARDS FOLLOW AND NORMAL ON THE LAST ONE.
042920     EXEC CICS READNEXT
042930          DATASET   (WS-XRCUSFILENAME)
042940          RIDFLD    (WS-CUSX-RID-CUST-ID-X)
042950          KEYLENGTH (LENGTH OF WS-CUSX-RID-CUST-ID-X)
042960          INTO      (CARD-XREF-RECORD)
042970          LENGTH    (LENGTH OF CARD-XREF-RECORD)
042980          RESP      (WS-RESP-CD)
042990          RESP2     (WS-REAS-CD)
043000     END-EXEC
043010     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
043020        AND WS-RESP-CD NOT = DFHRESP(DUPKEY)
043030        SET CUSX-SCAN-EOF           TO TRUE
043040        GO TO 4319-EXIT
043050     END-IF
043060     IF XREF-CUST-ID NOT = WS-CUSX-MEMBER-ID
043070        SET CUSX-SCAN-EOF           TO TRUE
043080        GO TO 4319-EXIT
043090     END-IF
043100     IF XREF-END-DATE NOT = SPACES
043110        AND XREF-END-DATE < WS-TODAY-CCYYMMDD
043120        GO TO 4319-EXIT
043130     END-IF
043140*    SEVERAL CARDS ON ONE ACCOUNT COUNT THE ACCOUNT ONCE. PAST
043150*    THE TABLE'S SIZE AN ACCOUNT MAY BE COUNTED TWICE, WHICH
043160*    ONLY ERRS TOWARD THE CAP.
043170     MOVE 'N'                       TO WS-CUSX-KNOWN-SW
043180     PERFORM 4321-FIND-LISTED-ACCT  THRU 4321-EXIT
043190         VARYING WS-CUSX-SUB FROM 1 BY 1
043200         UNTIL WS-CUSX-SUB > WS-CUSX-ACCT-CNT
043210            OR CUSX-ACCT-LISTED
043220     IF CUSX-ACCT-LISTED
043230        GO TO 4319-EXIT
043240     END-IF
043250     IF WS-CUSX-ACCT-CNT < 50
043260        ADD 1                       TO WS-CUSX-ACCT-CNT
043270        MOVE XREF-ACCT-ID           TO
043280             WS-CUSX-ACCT-LIST(WS-CUSX-ACCT-CNT)
043290     END-IF
043300     MOVE XREF-ACCT-ID              TO WS-ACCT-RID-ACCT-ID
043310     EXEC CICS READ
043320          DATASET   (WS-ACCTFILENAME)
043330          RIDFLD    (WS-ACCT-RID-ACCT-ID-X)
043340          KEYLENGTH (LENGTH OF WS-ACCT-RID-ACCT-ID-X)
043350          INTO      (ACCOUNT-RECORD)
043360          LENGTH    (LENGTH OF ACCOUNT-RECORD)
043370          RESP      (WS-RESP-CD)
043380          RESP2     (WS-REAS-CD)
043390     END-EXEC
043400     IF WS-RESP-CD = DFHRESP(NORMAL)
043410        ADD ACCT-CURR-BAL           TO WS-CUST-EXPOSURE-AMT
043420     END-IF
043430     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
043440          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = XREF-ACCT-ID))
043450          INTO   (PENDING-AUTH-SUMMARY)
043460     END-EXEC
043470     MOVE DIBSTAT                   TO IMS-RETURN-CODE
043480     IF STATUS-OK
043490        ADD PA-APPROVED-AUTH-AMT    TO WS-CUST-EXPOSURE-AMT
043500     END-IF
043510     .
043520 4319-EXIT.
043530     EXIT.
043540*----------------------------------------------------------------*
043550 4321-FIND-LISTED-ACCT.
043560*----------------------------------------------------------------*
043570     IF WS-CUSX-ACCT-LIST(WS-CUSX-SUB) = XREF-ACCT-ID
043580        SET CUSX-ACCT-LISTED        TO TRUE
043590     END-IF
043600     .
043610 4321-EXIT.
043620     EXIT.
043630*----------------------------------------------------------------*
043640 4322-SUM-GROUP-MEMBER.
043650*----------------------------------------------------------------*
043660*    ONE CUST-ID'S CARDS, BROWSED ON THE CUSTOMER PATH. AN       *
043670*    ACCOUNT ALREADY SUMMED FOR ANOTHER MEMBER IS NOT ADDED      *
043680*    AGAIN.                                                      *
043690*----------------------------------------------------------------*
043700     MOVE CLK-MEMBER-ID(WS-CUSX-MBR-SUB) TO WS-CUSX-MEMBER-ID
043710     IF WS-CUSX-MEMBER-ID NOT NUMERIC
043720        OR WS-CUSX-MEMBER-ID = ZERO
043730        GO TO 4322-EXIT
043740     END-IF
043750     MOVE 'N'                       TO WS-CUSX-EOF-SW
043760     MOVE WS-CUSX-MEMBER-ID         TO WS-CUSX-RID-CUST-ID
043770     EXEC CICS STARTBR
043780          DATASET   (WS-XRCUSFILENAME)
043790          RIDFLD    (WS-CUSX-RID-CUST-ID-X)
043800          KEYLENGTH (LENGTH OF WS-CUSX-RID-CUST-ID-X)
043810          EQUAL
043820          RESP      (WS-RESP-CD)
043830          RESP2     (WS-REAS-CD)
043840     END-EXEC
043850     IF WS-RESP-CD = DFHRESP(NOTFND)
043860        AND WS-CUSX-MEMBER-ID NOT = WS-CUST-ID
043870        GO TO 4322-EXIT
043880     END-IF
043890     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
043900        MOVE 'C009'                 TO ERR-LOCATION
043910        SET  ERR-WARNING            TO TRUE
043920        SET  ERR-CICS               TO TRUE
043930        MOVE WS-RESP-CD             TO WS-CODE-DISPLAY
043940        MOVE WS-CODE-DISPLAY        TO ERR-CODE-1
043950        MOVE WS-REAS-CD             TO WS-CODE-DISPLAY
043960        MOVE WS-CODE-DISPLAY        TO ERR-CODE-2
043970        MOVE 'CUSTOMER XREF BROWSE FAILED - CAP NOT CHECKED'
043980                                    TO ERR-MESSAGE
043990        MOVE WS-CUSX-RID-CUST-ID    TO ERR-EVENT-KEY
044000        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
044010        SET CUSX-BROWSE-FAILED      TO TRUE
044020        GO TO 4322-EXIT
044030     END-IF
044040     PERFORM 4319-SUM-NEXT-CUST-ACCT THRU 4319-EXIT
044050         UNTIL CUSX-SCAN-EOF
044060     EXEC CICS ENDBR
044070          DATASET (WS-XRCUSFILENAME)
044080          RESP    (WS-RESP-CD)
044090     END-EXEC
044100     .
044110 4322-EXIT.
044120     EXIT.
044130*----------------------------------------------------------------*
044140 4320-APPLY-DECISION-RULES.
044150*----------------------------------------------------------------*
044160*    WALKS THE LOADED RULE TABLE IN RULE-ID ORDER AND APPLIES    *
044170*    THE FIRST RULE WHOSE AUTH TYPE, MERCHANT CATEGORY, POS     *
044180*    MODE OF ENTRY AND AMOUNT BAND ALL MATCH THE REQUEST ('**'  *
044190*    '****' SELECTORS MATCH ANYTHING). NO MATCH LEAVES THE       *
044200*    DECISION TO THE BUILT-IN FICO RULE IN 4300.                 *
044210*    WHEN A CHALLENGER SET IS LOADED IT IS EVALUATED HERE TOO,   *
044220*    INTO ITS OWN FIELDS, SO 4300 CAN COMPARE THE TWO ANSWERS.   *
044230*----------------------------------------------------------------*
044240     MOVE ZERO                      TO WS-LIVE-RULE-ID
044250     IF WS-CHLG-COUNT > 0
044260        PERFORM 4325-EVALUATE-CHALLENGER THRU 4325-EXIT
044270     END-IF
044280     SET RULE-NOT-MATCHED           TO TRUE
044290     IF WS-RULE-COUNT = 0
044300        GO TO 4320-EXIT
044310     END-IF
044320     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
044330         UNTIL WS-RULE-IDX > WS-RULE-COUNT
044340            OR RULE-MATCHED
044350         IF (WS-RULE-AUTH-TYPE(WS-RULE-IDX) = '**'
044360             OR WS-RULE-AUTH-TYPE(WS-RULE-IDX) = PA-AUTH-TYPE)
044370            AND (WS-RULE-MCC(WS-RULE-IDX) = '****'
044380             OR WS-RULE-MCC(WS-RULE-IDX) =
044390                PA-MERCHANT-CATAGORY-CODE)
044400            AND (WS-RULE-POS-MODE(WS-RULE-IDX) = '**'
044410             OR WS-RULE-POS-MODE(WS-RULE-IDX) = PA-POS-ENTRY-MODE)
044420            AND PA-TRANSACTION-AMT >=
044430                WS-RULE-AMT-FROM(WS-RULE-IDX)
044440            AND PA-TRANSACTION-AMT <= WS-RULE-AMT-TO(WS-RULE-IDX)
044450            AND (WS-RULE-ECI(WS-RULE-IDX) = '**'
044460             OR WS-RULE-ECI(WS-RULE-IDX) = SPACES
044470             OR (WS-RULE-ECI(WS-RULE-IDX) = 'AU'
044480                 AND PA-3DS-AUTHENTICATED)
044490             OR (WS-RULE-ECI(WS-RULE-IDX) = 'NA'
044500                 AND NOT PA-3DS-AUTHENTICATED))
044510            AND (WS-RULE-INST(WS-RULE-IDX) = '***'
044520             OR WS-RULE-INST(WS-RULE-IDX) = SPACES
044530             OR WS-RULE-INST(WS-RULE-IDX) = PA-INST-ID)
044540            SET RULE-MATCHED        TO TRUE
044550            PERFORM 4330-APPLY-ONE-RULE THRU 4330-EXIT
044560         END-IF
044570     END-PERFORM
044580     .
044590 4320-EXIT.
044600     EXIT.
044610*----------------------------------------------------------------*
044620 4330-APPLY-ONE-RULE.
044630*----------------------------------------------------------------*
044640     MOVE WS-RULE-ID(WS-RULE-IDX)   TO WS-LIVE-RULE-ID
044650     EVALUATE WS-RULE-ACTION(WS-RULE-IDX)
044660         WHEN 'A'
044670             MOVE '00'   TO PA-AUTH-RESP-CODE
044680             MOVE '0000' TO PA-AUTH-RESP-REASON
044690             MOVE PA-TRANSACTION-AMT TO PA-APPROVED-AMT
044700         WHEN 'P'
044710             MOVE '00'   TO PA-AUTH-RESP-CODE
044720             MOVE '0000' TO PA-AUTH-RESP-REASON
044730             COMPUTE PA-APPROVED-AMT =
044740                     PA-TRANSACTION-AMT *
044750                     WS-RULE-PARTIAL-PCT(WS-RULE-IDX) / 100
044760             MOVE WS-RULE-RESP-REASON(WS-RULE-IDX)
044770                         TO PA-PARTIAL-APPR-REASON
044780         WHEN 'D'
044790             MOVE '05'   TO PA-AUTH-RESP-CODE
044800             MOVE WS-RULE-RESP-REASON(WS-RULE-IDX)
044810                         TO PA-AUTH-RESP-REASON
044820         WHEN OTHER
044830             SET RULE-NOT-MATCHED TO TRUE
044840             MOVE ZERO   TO WS-LIVE-RULE-ID
044850     END-EVALUATE
044860     .
044870 4330-EXIT.
044880     EXIT.
044890*----------------------------------------------------------------*
044900 4325-EVALUATE-CHALLENGER.
044910*----------------------------------------------------------------*
044920*    DECIDES THE REQUEST AGAINST THE CHALLENGER TABLE EXACTLY AS *
044930*    4320/4300 DECIDE IT AGAINST THE LIVE ONE - FIRST MATCHING   *
044940*    RULE, ELSE THE BUILT-IN FICO RULE - BUT INTO THE WS-CHLG    *
044950*    FIELDS ONLY. NO PA- FIELD IS TOUCHED.                       *
044960*----------------------------------------------------------------*
044970     SET CHLG-RULE-NOT-MATCHED      TO TRUE
044980     MOVE ZERO                      TO WS-CHLG-RULE-ID
044990     PERFORM 4326-TEST-CHALLENGER-RULE THRU 4326-EXIT
045000         VARYING WS-CHLG-IDX FROM 1 BY 1
045010         UNTIL WS-CHLG-IDX > WS-CHLG-COUNT
045020            OR CHLG-RULE-MATCHED
045030     IF CHLG-RULE-NOT-MATCHED
045040        IF CUST-FICO-CREDIT-SCORE < 600
045050           MOVE '00'                TO WS-CHLG-RESP-CODE
045060           MOVE '4100'              TO WS-CHLG-REASON
045070           COMPUTE WS-CHLG-APPROVED-AMT =
045080                   PA-TRANSACTION-AMT * 0.5
045090        ELSE
045100           MOVE '00'                TO WS-CHLG-RESP-CODE
045110           MOVE '0000'              TO WS-CHLG-REASON
045120           MOVE PA-TRANSACTION-AMT  TO WS-CHLG-APPROVED-AMT
045130        END-IF
045140     END-IF
045150     IF WS-CHLG-RESP-CODE NOT = '00'
045160        MOVE 'D'                    TO WS-CHLG-OUTCOME
045170        MOVE ZERO                   TO WS-CHLG-APPROVED-AMT
045180     ELSE
045190     IF WS-CHLG-APPROVED-AMT < PA-TRANSACTION-AMT
045200        MOVE 'P'                    TO WS-CHLG-OUTCOME
045210     ELSE
045220        MOVE 'A'                    TO WS-CHLG-OUTCOME
045230     END-IF
045240     END-IF
045250     .
045260 4325-EXIT.
045270     EXIT.
045280*----------------------------------------------------------------*
045290 4326-TEST-CHALLENGER-RULE.
045300*----------------------------------------------------------------*
045310     IF (WS-CHLG-AUTH-TYPE(WS-CHLG-IDX) = '**'
045320         OR WS-CHLG-AUTH-TYPE(WS-CHLG-IDX) = PA-AUTH-TYPE)
045330        AND (WS-CHLG-MCC(WS-CHLG-IDX) = '****'
045340         OR WS-CHLG-MCC(WS-CHLG-IDX) =
045350            PA-MERCHANT-CATAGORY-CODE)
045360        AND (WS-CHLG-POS-MODE(WS-CHLG-IDX) = '**'
045370         OR WS-CHLG-POS-MODE(WS-CHLG-IDX) = PA-POS-ENTRY-MODE)
045380        AND PA-TRANSACTION-AMT >=
045390            WS-CHLG-AMT-FROM(WS-CHLG-IDX)
045400        AND PA-TRANSACTION-AMT <= WS-CHLG-AMT-TO(WS-CHLG-IDX)
045410        AND (WS-CHLG-ECI(WS-CHLG-IDX) = '**'
045420         OR WS-CHLG-ECI(WS-CHLG-IDX) = SPACES
045430         OR (WS-CHLG-ECI(WS-CHLG-IDX) = 'AU'
045440             AND PA-3DS-AUTHENTICATED)
045450         OR (WS-CHLG-ECI(WS-CHLG-IDX) = 'NA'
045460             AND NOT PA-3DS-AUTHENTICATED))
045470        AND (WS-CHLG-INST(WS-CHLG-IDX) = '***'
045480         OR WS-CHLG-INST(WS-CHLG-IDX) = SPACES
045490         OR WS-CHLG-INST(WS-CHLG-IDX) = PA-INST-ID)
045500        PERFORM 4327-APPLY-CHALLENGER-RULE THRU 4327-EXIT
045510     END-IF
045520     .
045530 4326-EXIT.
045540     EXIT.
045550*----------------------------------------------------------------*
045560 4327-APPLY-CHALLENGER-RULE.
045570*----------------------------------------------------------------*
045580     SET CHLG-RULE-MATCHED          TO TRUE
045590     MOVE WS-CHLG-ID(WS-CHLG-IDX)   TO WS-CHLG-RULE-ID
045600     EVALUATE WS-CHLG-ACTION(WS-CHLG-IDX)
045610         WHEN 'A'
045620             MOVE '00'   TO WS-CHLG-RESP-CODE
045630             MOVE '0000' TO WS-CHLG-REASON
045640             MOVE PA-TRANSACTION-AMT TO WS-CHLG-APPROVED-AMT
045650         WHEN 'P'
045660             MOVE '00'   TO WS-CHLG-RESP-CODE
045670             COMPUTE WS-CHLG-APPROVED-AMT =
045680                     PA-TRANSACTION-AMT *
045690                     WS-CHLG-PARTIAL-PCT(WS-CHLG-IDX) / 100
045700             MOVE WS-CHLG-RESP-REASON(WS-CHLG-IDX)
045710                         TO WS-CHLG-REASON
045720         WHEN 'D'
045730             MOVE '05'   TO WS-CHLG-RESP-CODE
045740             MOVE WS-CHLG-RESP-REASON(WS-CHLG-IDX)
045750                         TO WS-CHLG-REASON
045760         WHEN OTHER
045770             SET CHLG-RULE-NOT-MATCHED TO TRUE
045780             MOVE ZERO   TO WS-CHLG-RULE-ID
045790     END-EVALUATE
045800     .
045810 4327-EXIT.
045820     EXIT.
045830*----------------------------------------------------------------*
045840 4328-COMPARE-CHALLENGER.
045850*----------------------------------------------------------------*
045860*    REDUCES THE LIVE ANSWER TO THE SAME OUTCOME / REASON /      *
045870*    APPROVED AMOUNT AS THE CHALLENGER'S AND, WHEN ANY OF THE    *
045880*    THREE DIFFER, JOURNALS BOTH TO THE CSHD TD QUEUE. THE       *
045890*    REASON IS THE PARTIAL REASON FOR A PARTIAL APPROVAL AND THE *
045900*    RESPONSE REASON OTHERWISE.                                  *
045910*----------------------------------------------------------------*
045920     ADD 1 TO WS-STAT-SHADOW-EVAL-COUNT
045930     MOVE PA-APPROVED-AMT           TO WS-LIVE-APPROVED-AMT
045940     IF PA-AUTH-RESP-CODE NOT = '00'
045950        MOVE 'D'                    TO WS-LIVE-OUTCOME
045960        MOVE PA-AUTH-RESP-REASON    TO WS-LIVE-REASON
045970        MOVE ZERO                   TO WS-LIVE-APPROVED-AMT
045980     ELSE
045990     IF PA-APPROVED-AMT < PA-TRANSACTION-AMT
046000        MOVE 'P'                    TO WS-LIVE-OUTCOME
046010        MOVE PA-PARTIAL-APPR-REASON TO WS-LIVE-REASON
046020     ELSE
046030        MOVE 'A'                    TO WS-LIVE-OUTCOME
046040        MOVE PA-AUTH-RESP-REASON    TO WS-LIVE-REASON
046050     END-IF
046060     END-IF
046070     IF WS-LIVE-OUTCOME      = WS-CHLG-OUTCOME
046080        AND WS-LIVE-REASON   = WS-CHLG-REASON
046090        AND WS-LIVE-APPROVED-AMT = WS-CHLG-APPROVED-AMT
046100        GO TO 4328-EXIT
046110     END-IF
046120     ADD 1 TO WS-STAT-SHADOW-DIFF-COUNT
046130     INITIALIZE SHADOW-DIFF-RECORD
046140     EXEC CICS ASKTIME
046150          ABSTIME(WS-ABS-TIME)
046160          NOHANDLE
046170     END-EXEC
046180     EXEC CICS FORMATTIME
046190          ABSTIME(WS-ABS-TIME)
046200          YYYYMMDD(SHDD-DATE)
046210          TIME(SHDD-TIME)
046220          TIMESEP
046230          NOHANDLE
046240     END-EXEC
046250     MOVE PA-RQ-TRANSACTION-ID      TO SHDD-TRANSACTION-ID
046260     MOVE PA-CARD-NUM               TO SHDD-CARD-NUM
046270     MOVE PA-MERCHANT-CATAGORY-CODE TO SHDD-MCC
046280     MOVE PA-MESSAGE-SOURCE         TO SHDD-CHANNEL
046290     MOVE PA-AUTH-TYPE              TO SHDD-AUTH-TYPE
046300     MOVE PA-INST-ID                TO SHDD-INST-ID
046310     MOVE PA-TRANSACTION-AMT        TO SHDD-TRANSACTION-AMT
046320     MOVE WS-LIVE-RULE-ID           TO SHDD-LIVE-RULE-ID
046330     MOVE WS-LIVE-OUTCOME           TO SHDD-LIVE-OUTCOME
046340     MOVE PA-AUTH-RESP-CODE         TO SHDD-LIVE-RESP-CODE
046350     MOVE WS-LIVE-REASON            TO SHDD-LIVE-REASON
046360     MOVE WS-LIVE-APPROVED-AMT      TO SHDD-LIVE-APPROVED-AMT
046370     MOVE WS-CHLG-RULE-ID           TO SHDD-CHLG-RULE-ID
046380     MOVE WS-CHLG-OUTCOME           TO SHDD-CHLG-OUTCOME
046390     MOVE WS-CHLG-RESP-CODE         TO SHDD-CHLG-RESP-CODE
046400     MOVE WS-CHLG-REASON            TO SHDD-CHLG-REASON
046410     MOVE WS-CHLG-APPROVED-AMT      TO SHDD-CHLG-APPROVED-AMT
046420     EXEC CICS WRITEQ TD
046430          QUEUE('CSHD')
046440          FROM(SHADOW-DIFF-RECORD)
046450          LENGTH(LENGTH OF SHADOW-DIFF-RECORD)
046460          NOHANDLE
046470     END-EXEC
046480     .
046490 4328-EXIT.
046500     EXIT.
046510*----------------------------------------------------------------*
046520 4340-DECIDE-PREPAID.
046530*----------------------------------------------------------------*
046540*    STORED-VALUE DECISION. THE BALANCE ROW IS READ FOR UPDATE    *
046550*    AND THE APPROVED AMOUNT COMES STRAIGHT OFF IT - A FULL       *
046560*    APPROVAL WHEN THE VALUE COVERS THE REQUEST, A PARTIAL        *
046570*    APPROVAL DOWN TO THE REMAINING BALANCE OTHERWISE, AND A      *
046580*    4100 DECLINE WHEN NOTHING IS LEFT OR NO VALUE WAS EVER       *
046590*    LOADED. THE VELOCITY CHECK BINDS THE SAME AS FOR CREDIT.     *
046600*----------------------------------------------------------------*
046610     SET NFOUND-PREPAID-BAL            TO TRUE
046620     IF VELOCITY-EXCEEDED
046630        MOVE '05'   TO PA-AUTH-RESP-CODE
046640        MOVE '4400' TO PA-AUTH-RESP-REASON
046650        GO TO 4340-EXIT
046660     END-IF
046670     MOVE PA-CARD-NUM                  TO PPB-CARD-NUM
046680     EXEC CICS READ
046690          DATASET   (WS-PPBALFILENAME)
046700          RIDFLD    (PPB-CARD-NUM)
046710          KEYLENGTH (LENGTH OF PPB-CARD-NUM)
046720          INTO      (PREPAID-BALANCE-RECORD)
046730          LENGTH    (LENGTH OF PREPAID-BALANCE-RECORD)
046740          UPDATE
046750          RESP      (WS-RESP-CD)
046760          RESP2     (WS-REAS-CD)
046770     END-EXEC
046780     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
046790        MOVE '05'   TO PA-AUTH-RESP-CODE
046800        MOVE '4100' TO PA-AUTH-RESP-REASON
046810        GO TO 4340-EXIT
046820     END-IF
046830     SET FOUND-PREPAID-BAL             TO TRUE
046840     EVALUATE TRUE
046850         WHEN PPB-LOADED-BALANCE >= PA-TRANSACTION-AMT
046860             MOVE '00'   TO PA-AUTH-RESP-CODE
046870             MOVE '0000' TO PA-AUTH-RESP-REASON
046880             MOVE PA-TRANSACTION-AMT TO PA-APPROVED-AMT
046890         WHEN PPB-LOADED-BALANCE > 0
046900             MOVE '00'   TO PA-AUTH-RESP-CODE
046910             MOVE '0000' TO PA-AUTH-RESP-REASON
046920             MOVE PPB-LOADED-BALANCE TO PA-APPROVED-AMT
046930             MOVE '4100' TO PA-PARTIAL-APPR-REASON
046940         WHEN OTHER
046950             MOVE '05'   TO PA-AUTH-RESP-CODE
046960             MOVE '4100' TO PA-AUTH-RESP-REASON
046970     END-EVALUATE
046980     IF PA-AUTH-RESP-CODE = '00'
046990        SUBTRACT PA-APPROVED-AMT       FROM PPB-LOADED-BALANCE
047000     END-IF
047010     MOVE WS-TODAY-CCYYMMDD            TO PPB-UPDATED-DATE
047020     EXEC CICS REWRITE
047030          DATASET (WS-PPBALFILENAME)
047040          FROM    (PREPAID-BALANCE-RECORD)
047050          LENGTH  (LENGTH OF PREPAID-BALANCE-RECORD)
047060          RESP    (WS-RESP-CD)
047070          RESP2   (WS-REAS-CD)
047080     END-EXEC
047090     .
047100 4340-EXIT.
047110     EXIT.
047120*----------------------------------------------------------------*
047130 4345-RESTORE-PREPAID-BALANCE.
047140*----------------------------------------------------------------*
047150*    GIVES THE VOIDED HOLD'S VALUE BACK TO THE CARD. A MISSING    *
047160*    ROW IS LOGGED - THE VALUE WAS DEBITED HERE, SO IT SHOULD     *
047170*    ALWAYS BE THERE TO CREDIT.                                   *
047180*----------------------------------------------------------------*
047190     MOVE PA-CARD-NUM                  TO PPB-CARD-NUM
047200     EXEC CICS READ
047210          DATASET   (WS-PPBALFILENAME)
047220          RIDFLD    (PPB-CARD-NUM)
047230          KEYLENGTH (LENGTH OF PPB-CARD-NUM)
047240          INTO      (PREPAID-BALANCE-RECORD)
047250          LENGTH    (LENGTH OF PREPAID-BALANCE-RECORD)
047260          UPDATE
047270          RESP      (WS-RESP-CD)
047280          RESP2     (WS-REAS-CD)
047290     END-EXEC
047300     IF WS-RESP-CD = DFHRESP(NORMAL)
047310        ADD PA-APPROVED-AMT            TO PPB-LOADED-BALANCE
047320        MOVE WS-TODAY-CCYYMMDD         TO PPB-UPDATED-DATE
047330        EXEC CICS REWRITE
047340             DATASET (WS-PPBALFILENAME)
047350             FROM    (PREPAID-BALANCE-RECORD)
047360             LENGTH  (LENGTH OF PREPAID-BALANCE-RECORD)
047370             RESP    (WS-RESP-CD)
047380             RESP2   (WS-REAS-CD)
047390        END-EXEC
047400     ELSE
047410        MOVE 'A013'                    TO ERR-LOCATION
047420        SET  ERR-WARNING               TO TRUE
047430        SET  ERR-APP                   TO TRUE
047440        MOVE 'PREPAID BALANCE ROW MISSING ON RESTORE'
047450                                       TO ERR-MESSAGE
047460        MOVE PA-CARD-NUM               TO ERR-EVENT-KEY
047470        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
047480     END-IF
047490     .
047500 4345-EXIT.
047510     EXIT.
047520*----------------------------------------------------------------*
047530 4335-DECIDE-DDA-DEBIT.
047540*----------------------------------------------------------------*
047550*    CHECKING-ACCOUNT DECISION. THE ACCOUNT'S DDABAL ROW IS READ *
047560*    FOR UPDATE AND THE APPROVED AMOUNT MOVES FROM THE AVAILABLE *
047570*    BALANCE INTO THE HOLD TOTAL - A FULL APPROVAL WHEN THE      *
047580*    BALANCE COVERS THE REQUEST, A PARTIAL APPROVAL DOWN TO WHAT *
047590*    IS AVAILABLE OTHERWISE, AND A 4100 DECLINE WHEN NOTHING IS  *
047600*    AVAILABLE OR THE ACCOUNT WAS NEVER LOADED FROM THE CORE     *
047610*    FILE. VELOCITY AND ACCOUNT STATUS BIND THE SAME AS CREDIT.  *
047620*----------------------------------------------------------------*
047630     IF VELOCITY-EXCEEDED
047640        MOVE '05'   TO PA-AUTH-RESP-CODE
047650        MOVE '4400' TO PA-AUTH-RESP-REASON
047660        GO TO 4335-EXIT
047670     END-IF
047680     IF NOT FOUND-CUST-IN-MSTR
047690        MOVE '05'   TO PA-AUTH-RESP-CODE
047700        MOVE '9000' TO PA-AUTH-RESP-REASON
047710        GO TO 4335-EXIT
047720     END-IF
047730     IF FOUND-ACCT-IN-MSTR
047740        AND NOT ACCT-STATUS-ACTIVE
047750        MOVE '05'   TO PA-AUTH-RESP-CODE
047760        MOVE '4300' TO PA-AUTH-RESP-REASON
047770        GO TO 4335-EXIT
047780     END-IF
047790     MOVE WS-ACCT-ID                   TO DDA-ACCT-ID
047800     EXEC CICS READ
047810          DATASET   (WS-DDABLFILENAME)
047820          RIDFLD    (DDA-ACCT-ID)
047830          KEYLENGTH (LENGTH OF DDA-ACCT-ID)
047840          INTO      (DDA-BALANCE-RECORD)
047850          LENGTH    (LENGTH OF DDA-BALANCE-RECORD)
047860          UPDATE
047870          RESP      (WS-RESP-CD)
047880          RESP2     (WS-REAS-CD)
047890     END-EXEC
047900     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
047910        MOVE '05'   TO PA-AUTH-RESP-CODE
047920        MOVE '4100' TO PA-AUTH-RESP-REASON
047930        GO TO 4335-EXIT
047940     END-IF
047950*    THE DECISION TRACE SHOWS THE BALANCE THE AUTH SAW.
047960     MOVE DDA-AVAIL-BAL                TO WS-OPEN-TO-BUY
047970     EVALUATE TRUE
047980         WHEN DDA-AVAIL-BAL >= PA-TRANSACTION-AMT
047990             MOVE '00'   TO PA-AUTH-RESP-CODE
048000             MOVE '0000' TO PA-AUTH-RESP-REASON
048010             MOVE PA-TRANSACTION-AMT TO PA-APPROVED-AMT
048020         WHEN DDA-AVAIL-BAL > 0
048030             MOVE '00'   TO PA-AUTH-RESP-CODE
048040             MOVE '0000' TO PA-AUTH-RESP-REASON
048050             MOVE DDA-AVAIL-BAL TO PA-APPROVED-AMT
048060             MOVE '4100' TO PA-PARTIAL-APPR-REASON
048070         WHEN OTHER
048080             MOVE '05'   TO PA-AUTH-RESP-CODE
048090             MOVE '4100' TO PA-AUTH-RESP-REASON
048100     END-EVALUATE
048110     IF PA-AUTH-RESP-CODE = '00'
048120        SUBTRACT PA-APPROVED-AMT       FROM DDA-AVAIL-BAL
048130        ADD      PA-APPROVED-AMT       TO   DDA-HOLD-AMT
048140     END-IF
048150     MOVE WS-TODAY-CCYYMMDD            TO DDA-UPDATED-DATE
048160     EXEC CICS REWRITE
048170          DATASET (WS-DDABLFILENAME)
048180          FROM    (DDA-BALANCE-RECORD)
048190          LENGTH  (LENGTH OF DDA-BALANCE-RECORD)
048200          RESP    (WS-RESP-CD)
048210          RESP2   (WS-REAS-CD)
048220     END-EXEC
048230     .
048240 4335-EXIT.
048250     EXIT.
048260*----------------------------------------------------------------*
048270 4336-GET-DDA-AVAIL.
048280*----------------------------------------------------------------*
048290*    A LIFECYCLE DRAW ON A DEBIT HOLD IS MEASURED AGAINST THE    *
048300*    CHECKING BALANCE, NOT THE CREDIT ARITHMETIC 4310 DOES - THE *
048310*    AVAILABLE BALANCE REPLACES THE OPEN-TO-BUY. AN ACCOUNT WITH *
048320*    NO DDABAL ROW HAS NOTHING AVAILABLE.                        *
048330*----------------------------------------------------------------*
048340     MOVE ZERO                         TO WS-OPEN-TO-BUY
048350     MOVE WS-ACCT-ID                   TO DDA-ACCT-ID
048360     EXEC CICS READ
048370          DATASET   (WS-DDABLFILENAME)
048380          RIDFLD    (DDA-ACCT-ID)
048390          KEYLENGTH (LENGTH OF DDA-ACCT-ID)
048400          INTO      (DDA-BALANCE-RECORD)
048410          LENGTH    (LENGTH OF DDA-BALANCE-RECORD)
048420          RESP      (WS-RESP-CD)
048430          RESP2     (WS-REAS-CD)
048440     END-EXEC
048450     IF WS-RESP-CD = DFHRESP(NORMAL)
048460        MOVE DDA-AVAIL-BAL             TO WS-OPEN-TO-BUY
048470     END-IF
048480     .
048490 4336-EXIT.
048500     EXIT.
048510*----------------------------------------------------------------*
048520 4337-ADJUST-DDA-BALANCE.
048530*----------------------------------------------------------------*
048540*    MOVES WS-DDA-ADJ-AMT BETWEEN THE HOLD TOTAL AND THE         *
048550*    AVAILABLE BALANCE ON THE ACCOUNT'S DDABAL ROW - POSITIVE    *
048560*    WHEN A VOIDED OR BACKED-OUT HOLD GIVES ITS MONEY BACK,      *
048570*    NEGATIVE WHEN A LIFECYCLE INCREMENT GROWS THE HOLD. A       *
048580*    MISSING ROW IS LOGGED - THE HOLD WAS TAKEN HERE, SO THE ROW *
048590*    SHOULD ALWAYS BE THERE.                                     *
048600*----------------------------------------------------------------*
048610     MOVE WS-ACCT-ID                   TO DDA-ACCT-ID
048620     EXEC CICS READ
048630          DATASET   (WS-DDABLFILENAME)
048640          RIDFLD    (DDA-ACCT-ID)
048650          KEYLENGTH (LENGTH OF DDA-ACCT-ID)
048660          INTO      (DDA-BALANCE-RECORD)
048670          LENGTH    (LENGTH OF DDA-BALANCE-RECORD)
048680          UPDATE
048690          RESP      (WS-RESP-CD)
048700          RESP2     (WS-REAS-CD)
048710     END-EXEC
048720     IF WS-RESP-CD = DFHRESP(NORMAL)
048730        ADD      WS-DDA-ADJ-AMT        TO   DDA-AVAIL-BAL
048740        SUBTRACT WS-DDA-ADJ-AMT        FROM DDA-HOLD-AMT
048750        MOVE WS-TODAY-CCYYMMDD         TO DDA-UPDATED-DATE
048760        EXEC CICS REWRITE
048770             DATASET (WS-DDABLFILENAME)
048780             FROM    (DDA-BALANCE-RECORD)
048790             LENGTH  (LENGTH OF DDA-BALANCE-RECORD)
048800             RESP    (WS-RESP-CD)
048810             RESP2   (WS-REAS-CD)
048820        END-EXEC
048830     ELSE
048840        MOVE 'A017'                    TO ERR-LOCATION
048850        SET  ERR-WARNING               TO TRUE
048860        SET  ERR-APP                   TO TRUE
048870        MOVE 'DDA BALANCE ROW MISSING ON ADJUST'
048880                                       TO ERR-MESSAGE
048890        MOVE WS-ACCT-ID                TO ERR-EVENT-KEY
048900        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
048910     END-IF
048920     .
048930 4337-EXIT.
048940     EXIT.
048950*----------------------------------------------------------------*
048960 4350-DETERMINE-ADJ-RESPONSE.
048970*----------------------------------------------------------------*
048980*    AN ADJUSTMENT IS A PARTIAL REVERSAL AGAINST AN AUTH ALREADY   *
048990*    APPROVED, NOT A NEW CREDIT DECISION -- IT SKIPS THE VELOCITY  *
049000*    CHECK AND FICO-BASED PARTIAL-APPROVAL LOGIC IN 4300 AND IS    *
049010*    ACCEPTED AS LONG AS IT PASSED 3000'S NON-ZERO-AMOUNT CHECK.   *
049020*    THE APPROVED AMOUNT IS THE ADJUSTMENT AMOUNT ITSELF (THE      *
049030*    DELTA BEING APPLIED), NOT THE ORIGINAL TRANSACTION AMOUNT.    *
049040*----------------------------------------------------------------*
049050     MOVE '00'              TO PA-AUTH-RESP-CODE
049060     MOVE '0000'            TO PA-AUTH-RESP-REASON
049070     MOVE SPACES            TO PA-PARTIAL-APPR-REASON
049080     MOVE PA-ADJUSTMENT-AMT TO PA-APPROVED-AMT
049090     .
049100 4350-EXIT.
049110     EXIT.
049120*----------------------------------------------------------------*
049130 4400-INSERT-IMS-SEGMENT.
049140*----------------------------------------------------------------*
049150     PERFORM 4390-ENSURE-SUMMARY-ROOT THRU 4390-EXIT
049160     IF STATUS-OK
049170        EXEC DLI ISRT USING PCB(PAUT-PCB-NUM)
049180            SEGMENT (PAUTDTL1)
049190            FROM (PENDING-AUTH-DETAILS)
049200        END-EXEC
049210        MOVE DIBSTAT             TO IMS-RETURN-CODE
049220        IF STATUS-OK
049230           PERFORM 4395-UPDATE-SUMMARY-COUNTS THRU 4395-EXIT
049240        END-IF
049250     END-IF
049260     .
049270 4400-EXIT.
049280     EXIT.
049290*----------------------------------------------------------------*
049300 4390-ENSURE-SUMMARY-ROOT.
049310*----------------------------------------------------------------*
049320*    EVERY ACCOUNT HAS AT MOST ONE PAUTSMRY ROOT SEGMENT. A NEW  *
049330*    ROOT IS ISRT'D THE FIRST TIME AN ACCOUNT SUBMITS AN AUTH.   *
049340*    THE RUNNING COUNTS CBPAUP0C MAINTAINS ON PURGE HAVE SOMEWHERE
049350*    TO ACCUMULATE FROM.                                         *
049360*----------------------------------------------------------------*
049370     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
049380          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
049390          INTO   (PENDING-AUTH-SUMMARY)
049400     END-EXEC
049410     MOVE DIBSTAT                TO IMS-RETURN-CODE
049420     IF SEGMENT-NOT-FOUND
049430        MOVE SPACES              TO PENDING-AUTH-SUMMARY
049440        MOVE WS-ACCT-ID          TO PA-ACCOUNT-ID
049450        MOVE ZERO                TO PA-PLAN-HOLD-AMT
049460        EXEC DLI ISRT USING PCB(PAUT-PCB-NUM)
049470             SEGMENT (PAUTSMRY)
049480             FROM (PENDING-AUTH-SUMMARY)
049490        END-EXEC
049500        MOVE DIBSTAT             TO IMS-RETURN-CODE
049510     END-IF
049520     .
049530 4390-EXIT.
049540     EXIT.
049550*----------------------------------------------------------------*
049560 4395-UPDATE-SUMMARY-COUNTS.
049570*----------------------------------------------------------------*
049580     EVALUATE TRUE
049590         WHEN PA-AUTH-APPROVED
049600              AND PA-PROCESSING-CODE(1:2) = '20'
049610             ADD 1              TO PA-REFUND-AUTH-CNT
049620             ADD PA-APPROVED-AMT TO PA-REFUND-AUTH-AMT
049630         WHEN PA-AUTH-APPROVED
049640             ADD 1              TO PA-APPROVED-AUTH-CNT
049650             ADD PA-APPROVED-AMT TO PA-APPROVED-AUTH-AMT
049660         WHEN OTHER
049670             ADD 1              TO PA-DECLINED-AUTH-CNT
049680             ADD PA-TRANSACTION-AMT TO PA-DECLINED-AUTH-AMT
049690     END-EVALUATE
049700     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
049710          SEGMENT (PAUTSMRY)
049720          FROM (PENDING-AUTH-SUMMARY)
049730     END-EXEC
049740     MOVE DIBSTAT                TO IMS-RETURN-CODE
049750     .
049760 4395-EXIT.
049770     EXIT.
049780*----------------------------------------------------------------*
049790 4397-REVERSE-SUMMARY-COUNTS.
049800*----------------------------------------------------------------*
049810*    UNDOES THE 4395 COUNT/AMOUNT ADDED AGAINST PAUTSMRY WHEN THE  *
049820*    DETAIL SEGMENT IT WAS COUNTING IS ITSELF BEING BACKED OUT, SO *
049830*    A FAILED REPLY PUT NEVER LEAVES THE SUMMARY OVERSTATED.       *
049840*----------------------------------------------------------------*
049850     EVALUATE TRUE
049860         WHEN PA-AUTH-APPROVED
049870              AND PA-PROCESSING-CODE(1:2) = '20'
049880             SUBTRACT 1 FROM PA-REFUND-AUTH-CNT
049890             SUBTRACT PA-APPROVED-AMT FROM PA-REFUND-AUTH-AMT
049900         WHEN PA-AUTH-APPROVED
049910             SUBTRACT 1 FROM PA-APPROVED-AUTH-CNT
049920             SUBTRACT PA-APPROVED-AMT FROM PA-APPROVED-AUTH-AMT
049930         WHEN OTHER
049940             SUBTRACT 1 FROM PA-DECLINED-AUTH-CNT
049950             SUBTRACT PA-TRANSACTION-AMT
049960                 FROM PA-DECLINED-AUTH-AMT
049970     END-EVALUATE
049980     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
049990          SEGMENT (PAUTSMRY)
050000          FROM (PENDING-AUTH-SUMMARY)
050010     END-EXEC
050020     MOVE DIBSTAT                TO IMS-RETURN-CODE
050030     .
050040 4397-EXIT.
050050     EXIT.
050060*----------------------------------------------------------------*
050070 4450-BACKOUT-IMS-INSERT.
050080*----------------------------------------------------------------*
050090*    IF THE CALLER NEVER RECEIVED THE REPLY, THE                *
050100*    SEGMENT JUST WRITTEN IS BACKED OUT SO THE SAME REQUEST CAN  *
050110*    BE RESUBMITTED CLEANLY INSTEAD OF DOUBLE-BOOKING THE AUTH.  *
050120*    THE PAUTSMRY RUNNING COUNTS 4395 ADDED FOR THIS DETAIL ARE   *
050130*    REVERSED TOO, SINCE THE DETAIL THEY COUNTED NO LONGER EXISTS.*
050140*----------------------------------------------------------------*
050150     EXEC DLI DLET USING PCB(PAUT-PCB-NUM)
050160         SEGMENT (PAUTDTL1)
050170     END-EXEC
050180     MOVE DIBSTAT                TO IMS-RETURN-CODE
050190     PERFORM 4397-REVERSE-SUMMARY-COUNTS THRU 4397-EXIT
050200*    A PREPAID APPROVAL DEBITED THE LOADED BALANCE AT DECISION
050210*    TIME - GIVE IT BACK TOO, OR THE DLQ REPLAY DEBITS THE
050220*    CARD A SECOND TIME FOR THE SAME AUTH.
050230     IF PA-AUTH-TYPE-PREPAID
050240        AND PA-AUTH-APPROVED
050250        AND PA-APPROVED-AMT > 0
050260        PERFORM 4345-RESTORE-PREPAID-BALANCE THRU 4345-EXIT
050270     END-IF
050280*    A DEBIT APPROVAL MOVED ITS AMOUNT INTO THE DDABAL HOLD -
050290*    MOVE IT BACK FOR THE SAME REASON.
050300     IF PA-AUTH-TYPE-DEBIT
050310        AND PA-AUTH-APPROVED
050320        AND PA-APPROVED-AMT > 0
050330        AND PA-PROCESSING-CODE(1:2) NOT = '20'
050340        MOVE PA-APPROVED-AMT        TO WS-DDA-ADJ-AMT
050350        PERFORM 4337-ADJUST-DDA-BALANCE THRU 4337-EXIT
050360     END-IF
050370     MOVE 'M006'                 TO ERR-LOCATION
050380     SET  ERR-CRITICAL           TO TRUE
050390     SET  ERR-MQ                 TO TRUE
050400     MOVE 'REPLY PUT FAILED - IMS INSERT BACKED OUT'
050410                                 TO ERR-MESSAGE
050420     MOVE PA-TRANSACTION-ID      TO ERR-EVENT-KEY
050430     PERFORM 9500-LOG-ERROR THRU 9500-EXIT
050440     .
050450 4450-EXIT.
050460     EXIT.
050470*----------------------------------------------------------------*
050480 4470-RECORD-HOLD-ESTIMATE.
050490*----------------------------------------------------------------*
050500*    A CREDIT PURCHASE APPROVED AT AN MCC WITH A HOLD-ESTIMATION *
050510*    RULE IS EXPECTED TO SETTLE ABOVE WHAT WAS APPROVED - THE    *
050520*    TIP, THE FILLED TANK, THE EXTRA NIGHTS. THE ESTIMATE IS     *
050530*    WRITTEN BESIDE THE DETAIL ON HOLDEST ONLY ONCE THE REPLY    *
050540*    HAS GONE OUT, SO A BACKED-OUT INSERT NEVER LEAVES ONE. THE  *
050550*    MERCHANT WAS ANSWERED WITH PA-APPROVED-AMT AS ALWAYS; ONLY  *
050560*    THE ACCOUNT'S OPEN-TO-BUY CARRIES THE UPLIFT (4311).        *
050570*----------------------------------------------------------------*
050580     IF WS-MCC-HOLD-METHOD = SPACE
050590        OR NOT PA-RQ-MSGTYPE-AUTH-REQUEST
050600        OR NOT PA-AUTH-TYPE-CREDIT
050610        OR PA-PROCESSING-CODE(1:2) = '20'
050620        OR NFOUND-ACCT-IN-MSTR
050630        OR PA-APPROVED-AMT NOT > 0
050640        GO TO 4470-EXIT
050650     END-IF
050660     MOVE SPACES                    TO HOLD-ESTIMATE-RECORD
050670     MOVE WS-ACCT-ID                TO HLE-ACCT-ID
050680     MOVE PA-AUTH-KEY               TO HLE-AUTH-KEY
050690     MOVE PA-CARD-NUM               TO HLE-CARD-NUM
050700     MOVE PA-TRANSACTION-ID         TO HLE-TRANSACTION-ID
050710     MOVE PA-MERCHANT-ID            TO HLE-MERCHANT-ID
050720     MOVE PA-MERCHANT-CATAGORY-CODE TO HLE-MCC
050730     MOVE PA-CURRENCY-CODE          TO HLE-CURRENCY-CODE
050740     MOVE WS-MCC-HOLD-METHOD        TO HLE-METHOD
050750     MOVE WS-MCC-HOLD-UPLIFT-PCT    TO HLE-UPLIFT-PCT
050760     MOVE PA-APPROVED-AMT           TO HLE-APPROVED-AMT
050770     IF HLE-BY-PERCENT
050780        COMPUTE HLE-EST-HOLD-AMT ROUNDED =
050790                PA-APPROVED-AMT
050800                + PA-APPROVED-AMT * WS-MCC-HOLD-UPLIFT-PCT / 100
050810     ELSE
050820        MOVE WS-MCC-HOLD-FIXED-AMT  TO HLE-EST-HOLD-AMT
050830     END-IF
050840*    A FIXED ESTIMATE BELOW WHAT WAS ACTUALLY APPROVED ADDS
050850*    NOTHING - THE APPROVED AMOUNT IS ALREADY HELD IN FULL.
050860     IF HLE-EST-HOLD-AMT NOT > PA-APPROVED-AMT
050870        GO TO 4470-EXIT
050880     END-IF
050890     COMPUTE HLE-UPLIFT-AMT = HLE-EST-HOLD-AMT - PA-APPROVED-AMT
050900     MOVE WS-TODAY-CCYYMMDD         TO HLE-AUTH-DATE
050910     EXEC CICS ASKTIME
050920          ABSTIME(WS-HLE-EXPIRY-ABS)
050930     END-EXEC
050940     COMPUTE WS-HLE-EXPIRY-ABS = WS-HLE-EXPIRY-ABS
050950                               + WS-MCC-HOLD-DAYS * 86400000
050960     EXEC CICS FORMATTIME
050970          ABSTIME(WS-HLE-EXPIRY-ABS)
050980          YYYYMMDD(HLE-EXPIRY-DATE)
050990          NOHANDLE
051000     END-EXEC
051010     SET HLE-OPEN                   TO TRUE
051020     MOVE ZERO                      TO HLE-SETTLED-AMT
051030     EXEC CICS WRITE
051040          DATASET   (WS-HLESTFILENAME)
051050          RIDFLD    (HLE-KEY)
051060          KEYLENGTH (LENGTH OF HLE-KEY)
051070          FROM      (HOLD-ESTIMATE-RECORD)
051080          LENGTH    (LENGTH OF HOLD-ESTIMATE-RECORD)
051090          RESP      (WS-RESP-CD)
051100          RESP2     (WS-REAS-CD)
051110     END-EXEC
051120     .
051130 4470-EXIT.
051140     EXIT.
051150*----------------------------------------------------------------*
051160 4500-STANDIN-DECIDE.
051170*----------------------------------------------------------------*
051180*    STAND-IN DECISION - NO IMS AVAILABLE. A PLAIN AUTH REQUEST  *
051190*    WHOSE CARD RESOLVES IN CARDXREF, IS NOT ON THE NEGATIVE     *
051200*    FILE AND IS AT OR UNDER THE PARM-DRIVEN FLOOR LIMIT IS      *
051210*    APPROVED IN FULL AND STORED ON PAUSTFWD FOR CBSTFRPL TO     *
051220*    REPLAY INTO PAUTB ONCE IMS IS BACK. EVERYTHING ELSE IS      *
051230*    DECLINED 9100 RATHER THAN LEFT WAITING IN THE QUEUE.        *
051240*----------------------------------------------------------------*
051250     PERFORM 5200-READ-CARD-XREF    THRU 5200-EXIT
051260     PERFORM 5500-READ-CARD-STATUS  THRU 5500-EXIT
051270     PERFORM 4100-MOVE-REQUEST-TO-SEGMENT THRU 4100-EXIT
051280     MOVE ZERO                      TO PA-APPROVED-AMT
051290     MOVE SPACES                    TO PA-PARTIAL-APPR-REASON
051300     IF PA-RQ-MSGTYPE-AUTH-REQUEST
051310        AND FOUND-CUST-IN-MSTR
051320        AND NOT (FOUND-CARD-STATUS AND
051330                 (CRDST-HOT-LISTED OR CRDST-NOT-USABLE
051340                  OR CRDST-FROZEN OR CRDST-DORMANT))
051350        AND PA-TRANSACTION-AMT <= WS-STANDIN-FLOOR-LIMIT
051360        MOVE '00'                   TO PA-AUTH-RESP-CODE
051370        MOVE '0000'                 TO PA-AUTH-RESP-REASON
051380        MOVE PA-TRANSACTION-AMT    TO PA-APPROVED-AMT
051390     ELSE
051400        MOVE '05'                   TO PA-AUTH-RESP-CODE
051410        MOVE '9100'                 TO PA-AUTH-RESP-REASON
051420     END-IF
051430     MOVE SPACES            TO PENDING-AUTH-RESPONSE
051440     MOVE PA-CARD-NUM       TO PA-RL-CARD-NUM
051450     MOVE PA-AUTH-TYPE      TO PA-RL-AUTH-TYPE
051460     MOVE PA-TRANSACTION-ID TO PA-RL-TRANSACTION-ID
051470     MOVE PA-AUTH-ID-CODE   TO PA-RL-AUTH-ID-CODE
051480     MOVE PA-AUTH-RESP-CODE TO PA-RL-AUTH-RESP-CODE
051490     MOVE PA-AUTH-RESP-REASON TO PA-RL-AUTH-RESP-REASON
051500     MOVE PA-TRANSACTION-AMT TO PA-RL-TRANSACTION-AMT
051510     MOVE PA-APPROVED-AMT   TO PA-RL-APPROVED-AMT
051520     MOVE PA-CURRENCY-CODE  TO PA-RL-CURRENCY-CODE
051530     MOVE PA-CORRELATION-ID TO PA-RL-CORRELATION-ID
051540     PERFORM 6000-BUILD-RESPONSE THRU 6000-EXIT
051550     PERFORM 7100-SEND-RESPONSE  THRU 7100-EXIT
051560     IF MQPUT-SUCCESSFUL
051570        PERFORM 3550-CACHE-REPLY    THRU 3550-EXIT
051580        ADD 1 TO WS-STAT-STANDIN-COUNT
051590        PERFORM 4700-TALLY-RESPONSE THRU 4700-EXIT
051600        PERFORM 4750-NOTIFY-IF-DECLINED THRU 4750-EXIT
051610        PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
051620        IF PA-AUTH-APPROVED
051630           PERFORM 4550-WRITE-STORE-FORWARD THRU 4550-EXIT
051640        END-IF
051650     ELSE
051660        PERFORM 7200-SEND-TO-DLQ THRU 7200-EXIT
051670     END-IF
051680     .
051690 4500-EXIT.
051700     EXIT.
051710*----------------------------------------------------------------*
051720 4550-WRITE-STORE-FORWARD.
051730*----------------------------------------------------------------*
051740     MOVE SPACES                 TO STORE-FORWARD-RECORD
051750     MOVE PA-TRANSACTION-ID      TO STF-TRANSACTION-ID
051760     MOVE WS-ACCT-ID             TO STF-ACCT-ID
051770     MOVE WS-CUST-ID             TO STF-CUST-ID
051780     SET  STF-PENDING-REPLAY     TO TRUE
051790     MOVE WS-TODAY-CCYYMMDD      TO STF-STORE-DATE
051800     MOVE PENDING-AUTH-DETAILS   TO STF-DETAIL-SEGMENT
051810     EXEC CICS WRITE
051820          DATASET   (WS-STFWDFILENAME)
051830          RIDFLD    (STF-TRANSACTION-ID)
051840          KEYLENGTH (LENGTH OF STF-TRANSACTION-ID)
051850          FROM      (STORE-FORWARD-RECORD)
051860          LENGTH    (LENGTH OF STORE-FORWARD-RECORD)
051870          RESP      (WS-RESP-CD)
051880          RESP2     (WS-REAS-CD)
051890     END-EXEC
051900     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
051910        MOVE 'C007'              TO ERR-LOCATION
051920        SET  ERR-CRITICAL        TO TRUE
051930        SET  ERR-CICS            TO TRUE
051940        MOVE WS-RESP-CD          TO WS-CODE-DISPLAY
051950        MOVE WS-CODE-DISPLAY     TO ERR-CODE-1
051960        MOVE 'FAILED TO WRITE STORE-FORWARD RECORD'
051970                                 TO ERR-MESSAGE
051980        MOVE PA-TRANSACTION-ID   TO ERR-EVENT-KEY
051990        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
052000     END-IF
052010     .
052020 4550-EXIT.
052030     EXIT.
052040*----------------------------------------------------------------*
052050 4600-PROCESS-REVERSAL.
052060*----------------------------------------------------------------*
052070*    FULL REVERSAL (VOID) - THE MERCHANT CANCELLED THE SALE.     *
052080*    THE ORIGINAL DETAIL IS LOCATED UNDER THE ACCOUNT'S ROOT BY  *
052090*    TRANSACTION ID, THE HOLD IS DELETED AND THE PAUTSMRY        *
052100*    RUNNING COUNTS ARE REVERSED THE SAME WAY CBSETMTC RELEASES  *
052110*    A SETTLED HOLD, SO THE OPEN-TO-BUY COMES BACK AT ONCE       *
052120*    INSTEAD OF WHEN THE PURGE AGES THE HOLD OUT. AN ALREADY-    *
052130*    MATCHED OR UNKNOWN ORIGINAL DECLINES WITH 3200.             *
052140*----------------------------------------------------------------*
052150     SET ORIG-AUTH-NOT-FOUND        TO TRUE
052160     PERFORM 5200-READ-CARD-XREF    THRU 5200-EXIT
052170     IF FOUND-CUST-IN-MSTR
052180        EXEC DLI GU USING PCB(PAUT-PCB-NUM)
052190             SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
052200             INTO   (PENDING-AUTH-SUMMARY)
052210        END-EXEC
052220        MOVE DIBSTAT                TO IMS-RETURN-CODE
052230        IF STATUS-OK
052240           MOVE 'N'                 TO WS-ORIG-EOF-SW
052250           PERFORM 4610-FETCH-NEXT-ORIG-DETAIL THRU 4610-EXIT
052260               UNTIL ORIG-DETAIL-EOF
052270                  OR ORIG-AUTH-FOUND
052280        END-IF
052290     END-IF
052300     IF ORIG-AUTH-FOUND
052310        PERFORM 4620-RELEASE-VOIDED-HOLD THRU 4620-EXIT
052320     END-IF
052330     MOVE SPACES                    TO PENDING-AUTH-RESPONSE
052340     MOVE PA-RQ-CARD-NUM            TO PA-RL-CARD-NUM
052350     MOVE PA-RQ-AUTH-TYPE           TO PA-RL-AUTH-TYPE
052360     MOVE PA-RQ-TRANSACTION-ID      TO PA-RL-TRANSACTION-ID
052370     MOVE PA-RQ-CORRELATION-ID      TO PA-RL-CORRELATION-ID
052380     MOVE PA-RQ-CURRENCY-CODE       TO PA-RL-CURRENCY-CODE
052390     IF ORIG-AUTH-FOUND
052400        MOVE PA-AUTH-ID-CODE        TO PA-RL-AUTH-ID-CODE
052410        MOVE '00'                   TO PA-RL-AUTH-RESP-CODE
052420        MOVE '0000'                 TO PA-RL-AUTH-RESP-REASON
052430        MOVE PA-TRANSACTION-AMT     TO PA-RL-TRANSACTION-AMT
052440        MOVE PA-APPROVED-AMT        TO PA-RL-APPROVED-AMT
052450     ELSE
052460        MOVE '05'                   TO PA-RL-AUTH-RESP-CODE
052470        MOVE '3200'                 TO PA-RL-AUTH-RESP-REASON
052480        MOVE PA-RQ-TRANSACTION-AMT  TO PA-RL-TRANSACTION-AMT
052490        MOVE ZERO                   TO PA-RL-APPROVED-AMT
052500     END-IF
052510     PERFORM 6000-BUILD-RESPONSE    THRU 6000-EXIT
052520     PERFORM 7100-SEND-RESPONSE     THRU 7100-EXIT
052530     IF MQPUT-SUCCESSFUL
052540        PERFORM 3550-CACHE-REPLY    THRU 3550-EXIT
052550        PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
052560     ELSE
052570*    THE CALLER NEVER HEARD THE VOID CONFIRMED - PUT THE HOLD
052580*    BACK SO THE REPLAYED REQUEST FINDS IT AGAIN, THE SAME WAY
052590*    4450 BACKS OUT AN UNCONFIRMED INSERT.
052600        IF ORIG-AUTH-FOUND
052610           EXEC DLI ISRT USING PCB(PAUT-PCB-NUM)
052620               SEGMENT (PAUTDTL1)
052630               FROM (PENDING-AUTH-DETAILS)
052640           END-EXEC
052650           MOVE DIBSTAT             TO IMS-RETURN-CODE
052660           IF STATUS-OK
052670              PERFORM 4395-UPDATE-SUMMARY-COUNTS THRU 4395-EXIT
052680           END-IF
052690        END-IF
052700        PERFORM 7200-SEND-TO-DLQ    THRU 7200-EXIT
052710     END-IF
052720     .
052730 4600-EXIT.
052740     EXIT.
052750*----------------------------------------------------------------*
052760 4610-FETCH-NEXT-ORIG-DETAIL.
052770*----------------------------------------------------------------*
052780*    ONLY AN ORIGINAL AUTH REQUEST THAT HAS NOT ALREADY BEEN     *
052790*    MATCHED BY SETTLEMENT QUALIFIES AS THE VOID TARGET.         *
052800*----------------------------------------------------------------*
052810     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
052820         SEGMENT (PAUTDTL1)
052830         INTO (PENDING-AUTH-DETAILS)
052840     END-EXEC
052850     MOVE DIBSTAT                TO IMS-RETURN-CODE
052860     IF NOT STATUS-OK
052870        SET ORIG-DETAIL-EOF      TO TRUE
052880        GO TO 4610-EXIT
052890     END-IF
052900     IF PA-TRANSACTION-ID = PA-RQ-TRANSACTION-ID
052910        AND PA-CARD-NUM = PA-RQ-CARD-NUM
052920        AND PA-MATCH-STATUS = SPACE
052930        AND (PA-RQ-AUTH-ID-CODE = SPACES
052940             OR PA-AUTH-ID-CODE = PA-RQ-AUTH-ID-CODE)
052950        SET ORIG-AUTH-FOUND      TO TRUE
052960     END-IF
052970     .
052980 4610-EXIT.
052990     EXIT.
053000*----------------------------------------------------------------*
053010 4620-RELEASE-VOIDED-HOLD.
053020*----------------------------------------------------------------*
053030*    REVERSES THE COUNTS 4395 ADDED FOR THE ORIGINAL, THEN       *
053040*    DELETES THE DETAIL AND JOURNALS THE CHANGE-CAPTURE DELETE   *
053050*    FOR THE WAREHOUSE. A FAILED DELETE PUTS THE COUNTS BACK     *
053060*    AND THE VOID DECLINES RATHER THAN LEAVE THE SUMMARY         *
053070*    UNDERSTATED AGAINST A HOLD STILL IN PLACE.                  *
053080*----------------------------------------------------------------*
053090     EVALUATE TRUE
053100        WHEN PA-AUTH-APPROVED
053110             AND PA-PROCESSING-CODE(1:2) = '20'
053120            SUBTRACT 1 FROM PA-REFUND-AUTH-CNT
053130            SUBTRACT PA-APPROVED-AMT FROM PA-REFUND-AUTH-AMT
053140        WHEN PA-AUTH-APPROVED
053150           SUBTRACT 1            FROM PA-APPROVED-AUTH-CNT
053160           SUBTRACT PA-APPROVED-AMT FROM PA-APPROVED-AUTH-AMT
053170        WHEN OTHER
053180           SUBTRACT 1            FROM PA-DECLINED-AUTH-CNT
053190           SUBTRACT PA-TRANSACTION-AMT
053200                                 FROM PA-DECLINED-AUTH-AMT
053210     END-EVALUATE
053220     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
053230         SEGMENT (PAUTSMRY)
053240         FROM (PENDING-AUTH-SUMMARY)
053250     END-EXEC
053260     MOVE DIBSTAT                TO IMS-RETURN-CODE
053270     EXEC DLI DLET USING PCB(PAUT-PCB-NUM)
053280         SEGMENT (PAUTDTL1)
053290     END-EXEC
053300     MOVE DIBSTAT                TO IMS-RETURN-CODE
053310     IF STATUS-OK
053320        PERFORM 4860-JOURNAL-CDC-DELETE THRU 4860-EXIT
053330*    A VOIDED PURCHASE WILL NEVER SETTLE - ITS ESTIMATE GOES TOO.
053340        IF PA-AUTH-APPROVED
053350           AND PA-PROCESSING-CODE(1:2) NOT = '20'
053360           PERFORM 4625-VOID-HOLD-ESTIMATE THRU 4625-EXIT
053370        END-IF
053380*    A VOIDED PREPAID HOLD GIVES ITS VALUE STRAIGHT BACK.
053390        IF PA-AUTH-TYPE-PREPAID
053400           AND PA-AUTH-APPROVED
053410           PERFORM 4345-RESTORE-PREPAID-BALANCE THRU 4345-EXIT
053420        END-IF
053430*    A VOIDED DEBIT HOLD GOES BACK ON THE CHECKING BALANCE.
053440        IF PA-AUTH-TYPE-DEBIT
053450           AND PA-AUTH-APPROVED
053460           AND PA-PROCESSING-CODE(1:2) NOT = '20'
053470           MOVE PA-APPROVED-AMT     TO WS-DDA-ADJ-AMT
053480           PERFORM 4337-ADJUST-DDA-BALANCE THRU 4337-EXIT
053490        END-IF
053500     ELSE
053510        PERFORM 4395-UPDATE-SUMMARY-COUNTS THRU 4395-EXIT
053520        SET ORIG-AUTH-NOT-FOUND  TO TRUE
053530        MOVE 'I004'              TO ERR-LOCATION
053540        SET  ERR-CRITICAL        TO TRUE
053550        SET  ERR-IMS             TO TRUE
053560        MOVE IMS-RETURN-CODE     TO ERR-CODE-1
053570        MOVE 'IMS DLET FAILED ON REVERSAL' TO ERR-MESSAGE
053580        MOVE PA-RQ-TRANSACTION-ID TO ERR-EVENT-KEY
053590        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
053600     END-IF
053610     .
053620 4620-EXIT.
053630     EXIT.
053640*----------------------------------------------------------------*
053650 4625-VOID-HOLD-ESTIMATE.
053660*----------------------------------------------------------------*
053670*    MOST HOLDS HAVE NO HOLDEST ROW - NOTFND IS THE USUAL ONE.   *
053680*----------------------------------------------------------------*
053690     MOVE PA-ACCOUNT-ID             TO HLE-ACCT-ID
053700     MOVE PA-AUTH-KEY               TO HLE-AUTH-KEY
053710     EXEC CICS READ
053720          DATASET   (WS-HLESTFILENAME)
053730          RIDFLD    (HLE-KEY)
053740          KEYLENGTH (LENGTH OF HLE-KEY)
053750          INTO      (HOLD-ESTIMATE-RECORD)
053760          LENGTH    (LENGTH OF HOLD-ESTIMATE-RECORD)
053770          UPDATE
053780          RESP      (WS-RESP-CD)
053790          RESP2     (WS-REAS-CD)
053800     END-EXEC
053810     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
053820        GO TO 4625-EXIT
053830     END-IF
053840     IF NOT HLE-OPEN
053850        EXEC CICS UNLOCK
053860             DATASET (WS-HLESTFILENAME)
053870             RESP    (WS-RESP-CD)
053880        END-EXEC
053890        GO TO 4625-EXIT
053900     END-IF
053910     SET HLE-VOIDED                 TO TRUE
053920     MOVE WS-TODAY-CCYYMMDD         TO HLE-CLOSED-DATE
053930     EXEC CICS REWRITE
053940          DATASET (WS-HLESTFILENAME)
053950          FROM    (HOLD-ESTIMATE-RECORD)
053960          LENGTH  (LENGTH OF HOLD-ESTIMATE-RECORD)
053970          RESP    (WS-RESP-CD)
053980          RESP2   (WS-REAS-CD)
053990     END-EXEC
054000     .
054010 4625-EXIT.
054020     EXIT.
054030*----------------------------------------------------------------*
054040 4630-PROCESS-LIFECYCLE.
054050*----------------------------------------------------------------*
054060*    INCREMENTAL (05) OR COMPLETION (06) AGAINST AN APPROVED     *
054070*    HOLD STILL PENDING IN PAUTB. THE ORIGINAL DETAIL IS AMENDED *
054080*    IN PLACE AND THE PAUTSMRY APPROVED AMOUNT MOVES BY THE      *
054090*    DELTA - NO NEW DETAIL IS EVER CREATED, SO PAULST SHOWS ONE  *
054100*    HOLD PER STAY. AN UNKNOWN, DECLINED OR ALREADY-MATCHED      *
054110*    ORIGINAL DECLINES WITH 3200.                                *
054120*----------------------------------------------------------------*
054130     SET ORIG-AUTH-NOT-FOUND        TO TRUE
054140     PERFORM 5200-READ-CARD-XREF    THRU 5200-EXIT
054150     IF FOUND-CUST-IN-MSTR
054160        PERFORM 5300-READ-CUST-RECORD THRU 5300-EXIT
054170        PERFORM 5400-READ-ACCT-RECORD THRU 5400-EXIT
054180     END-IF
054190     IF FOUND-CUST-IN-MSTR
054200        EXEC DLI GU USING PCB(PAUT-PCB-NUM)
054210             SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
054220             INTO   (PENDING-AUTH-SUMMARY)
054230        END-EXEC
054240        MOVE DIBSTAT                TO IMS-RETURN-CODE
054250        IF STATUS-OK
054260           MOVE 'N'                 TO WS-ORIG-EOF-SW
054270           PERFORM 4610-FETCH-NEXT-ORIG-DETAIL THRU 4610-EXIT
054280               UNTIL ORIG-DETAIL-EOF
054290                  OR ORIG-AUTH-FOUND
054300        END-IF
054310     END-IF
054320*    ONLY AN APPROVED HOLD HAS A LIFECYCLE TO EXTEND.
054330     IF ORIG-AUTH-FOUND
054340        AND NOT PA-AUTH-APPROVED
054350        SET ORIG-AUTH-NOT-FOUND     TO TRUE
054360     END-IF
054370     IF ORIG-AUTH-FOUND
054380        MOVE PENDING-AUTH-DETAILS   TO WS-LIFE-BEFORE-IMAGE
054390        IF PA-RQ-MSGTYPE-INCREMENTAL
054400           PERFORM 4640-APPLY-INCREMENT THRU 4640-EXIT
054410        ELSE
054420           PERFORM 4650-APPLY-COMPLETION THRU 4650-EXIT
054430        END-IF
054440     ELSE
054450        MOVE '05'                   TO WS-LIFE-RESP-CODE
054460        MOVE '3200'                 TO WS-LIFE-RESP-REASON
054470     END-IF
054480     MOVE SPACES                    TO PENDING-AUTH-RESPONSE
054490     MOVE PA-RQ-CARD-NUM            TO PA-RL-CARD-NUM
054500     MOVE PA-RQ-AUTH-TYPE           TO PA-RL-AUTH-TYPE
054510     MOVE PA-RQ-TRANSACTION-ID      TO PA-RL-TRANSACTION-ID
054520     MOVE PA-RQ-CORRELATION-ID      TO PA-RL-CORRELATION-ID
054530     MOVE PA-RQ-CURRENCY-CODE       TO PA-RL-CURRENCY-CODE
054540     MOVE WS-LIFE-RESP-CODE         TO PA-RL-AUTH-RESP-CODE
054550     MOVE WS-LIFE-RESP-REASON       TO PA-RL-AUTH-RESP-REASON
054560     MOVE PA-RQ-TRANSACTION-AMT     TO PA-RL-TRANSACTION-AMT
054570     IF ORIG-AUTH-FOUND
054580        MOVE PA-AUTH-ID-CODE        TO PA-RL-AUTH-ID-CODE
054590        IF WS-LIFE-RESP-CODE = '00'
054600*    THE REPLY CARRIES THE HOLD'S NEW TOTAL, SO THE CHANNEL
054610*    ALWAYS KNOWS WHAT IS STANDING AGAINST THE CARD.
054620           MOVE PA-APPROVED-AMT     TO PA-RL-APPROVED-AMT
054630        ELSE
054640           MOVE ZERO                TO PA-RL-APPROVED-AMT
054650        END-IF
054660     ELSE
054670        MOVE ZERO                   TO PA-RL-APPROVED-AMT
054680     END-IF
054690     PERFORM 6000-BUILD-RESPONSE    THRU 6000-EXIT
054700     PERFORM 7100-SEND-RESPONSE     THRU 7100-EXIT
054710     IF MQPUT-SUCCESSFUL
054720        PERFORM 3550-CACHE-REPLY    THRU 3550-EXIT
054730        PERFORM 7300-FANOUT-MONITOR THRU 7300-EXIT
054740     ELSE
054750*    THE CALLER NEVER HEARD AND THE REQUEST GOES TO THE DLQ
054760*    FOR REPLAY - AN AMEND THAT ALREADY STOOD MUST COME BACK
054770*    OUT FIRST OR THE REPLAY GROWS THE HOLD A SECOND TIME,
054780*    THE SAME WAY 4600 RE-INSERTS A VOIDED SEGMENT AND 4450
054790*    BACKS OUT A FRESH INSERT.
054800        IF ORIG-AUTH-FOUND
054810           AND WS-LIFE-RESP-CODE = '00'
054820           PERFORM 4670-BACKOUT-LIFECYCLE-AMEND
054830                                    THRU 4670-EXIT
054840        END-IF
054850        PERFORM 7200-SEND-TO-DLQ    THRU 7200-EXIT
054860     END-IF
054870     .
054880 4630-EXIT.
054890     EXIT.
054900*----------------------------------------------------------------*
054910 4640-APPLY-INCREMENT.
054920*----------------------------------------------------------------*
054930*    THE INCREMENT IS A FRESH DRAW ON THE ACCOUNT'S HEADROOM -   *
054940*    IT PASSES THE SAME OPEN-TO-BUY ARITHMETIC A NEW AUTH WOULD  *
054950*    BEFORE THE HOLD IS GROWN IN PLACE.                          *
054960*----------------------------------------------------------------*
054970     PERFORM 4310-COMPUTE-OPEN-TO-BUY THRU 4310-EXIT
054980     IF PA-AUTH-TYPE-DEBIT
054990        PERFORM 4336-GET-DDA-AVAIL THRU 4336-EXIT
055000     END-IF
055010     IF FOUND-ACCT-IN-MSTR
055020        AND NOT ACCT-STATUS-ACTIVE
055030        MOVE '05'                   TO WS-LIFE-RESP-CODE
055040        MOVE '4300'                 TO WS-LIFE-RESP-REASON
055050        GO TO 4640-EXIT
055060     END-IF
055070     IF FOUND-ACCT-IN-MSTR
055080        AND PA-RQ-TRANSACTION-AMT > WS-OPEN-TO-BUY
055090        MOVE '05'                   TO WS-LIFE-RESP-CODE
055100        MOVE '4100'                 TO WS-LIFE-RESP-REASON
055110        GO TO 4640-EXIT
055120     END-IF
055130     MOVE PA-RQ-TRANSACTION-AMT     TO WS-LIFE-DELTA-AMT
055140     PERFORM 4660-AMEND-HOLD-BY-DELTA THRU 4660-EXIT
055150     .
055160 4640-EXIT.
055170     EXIT.
055180*----------------------------------------------------------------*
055190 4650-APPLY-COMPLETION.
055200*----------------------------------------------------------------*
055210*    THE COMPLETION FINALIZES THE HOLD AT THE REAL AMOUNT. A     *
055220*    FINAL AMOUNT ABOVE THE STANDING HOLD IS AN UPWARD DRAW AND  *
055230*    PASSES THE OPEN-TO-BUY CHECK FOR THE DIFFERENCE; A LOWER    *
055240*    ONE SIMPLY GIVES THE HEADROOM BACK.                         *
055250*----------------------------------------------------------------*
055260     COMPUTE WS-LIFE-DELTA-AMT =
055270             PA-RQ-TRANSACTION-AMT - PA-APPROVED-AMT
055280     IF WS-LIFE-DELTA-AMT > 0
055290        PERFORM 4310-COMPUTE-OPEN-TO-BUY THRU 4310-EXIT
055300        IF PA-AUTH-TYPE-DEBIT
055310           PERFORM 4336-GET-DDA-AVAIL THRU 4336-EXIT
055320        END-IF
055330        IF FOUND-ACCT-IN-MSTR
055340           AND WS-LIFE-DELTA-AMT > WS-OPEN-TO-BUY
055350           MOVE '05'                TO WS-LIFE-RESP-CODE
055360           MOVE '4100'              TO WS-LIFE-RESP-REASON
055370           GO TO 4650-EXIT
055380        END-IF
055390     END-IF
055400     PERFORM 4660-AMEND-HOLD-BY-DELTA THRU 4660-EXIT
055410     .
055420 4650-EXIT.
055430     EXIT.
055440*----------------------------------------------------------------*
055450 4660-AMEND-HOLD-BY-DELTA.
055460*----------------------------------------------------------------*
055470*    GROWS (OR SHRINKS) THE DETAIL AND THE PAUTSMRY APPROVED     *
055480*    AMOUNT BY WS-LIFE-DELTA-AMT - THE COUNT NEVER MOVES, THE    *
055490*    HOLD STAYS THE ONE SEGMENT IT ALWAYS WAS. THE CHANGE IS     *
055500*    JOURNALED TO THE WAREHOUSE FEED AS A 'C' RECORD.            *
055510*----------------------------------------------------------------*
055520     ADD WS-LIFE-DELTA-AMT          TO PA-TRANSACTION-AMT
055530     ADD WS-LIFE-DELTA-AMT          TO PA-APPROVED-AMT
055540     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
055550         SEGMENT (PAUTDTL1)
055560         FROM (PENDING-AUTH-DETAILS)
055570     END-EXEC
055580     MOVE DIBSTAT                   TO IMS-RETURN-CODE
055590     IF NOT STATUS-OK
055600        MOVE '05'                   TO WS-LIFE-RESP-CODE
055610        MOVE '3200'                 TO WS-LIFE-RESP-REASON
055620        MOVE 'I005'                 TO ERR-LOCATION
055630        SET  ERR-CRITICAL           TO TRUE
055640        SET  ERR-IMS                TO TRUE
055650        MOVE IMS-RETURN-CODE        TO ERR-CODE-1
055660        MOVE 'IMS REPL FAILED ON LIFECYCLE AMEND'
055670                                    TO ERR-MESSAGE
055680        MOVE PA-RQ-TRANSACTION-ID   TO ERR-EVENT-KEY
055690        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
055700        GO TO 4660-EXIT
055710     END-IF
055720     ADD WS-LIFE-DELTA-AMT          TO PA-APPROVED-AUTH-AMT
055730     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
055740         SEGMENT (PAUTSMRY)
055750         FROM (PENDING-AUTH-SUMMARY)
055760     END-EXEC
055770     MOVE DIBSTAT                   TO IMS-RETURN-CODE
055780*    A DEBIT HOLD THAT GREW (OR SHRANK) TAKES THE DIFFERENCE
055790*    OFF (OR GIVES IT BACK TO) THE CHECKING BALANCE.
055800     IF PA-AUTH-TYPE-DEBIT
055810        COMPUTE WS-DDA-ADJ-AMT = 0 - WS-LIFE-DELTA-AMT
055820        PERFORM 4337-ADJUST-DDA-BALANCE THRU 4337-EXIT
055830     END-IF
055840     MOVE '00'                      TO WS-LIFE-RESP-CODE
055850     MOVE '0000'                    TO WS-LIFE-RESP-REASON
055860     PERFORM 4870-JOURNAL-CDC-CHANGE THRU 4870-EXIT
055870     .
055880 4660-EXIT.
055890     EXIT.
055900*----------------------------------------------------------------*
055910*    REVERSES 4660. THE DETAIL GOES BACK TO ITS BEFORE-IMAGE,
055920*    THE ROOT'S APPROVED AMOUNT GIVES THE DELTA BACK, AND A
055930*    COMPENSATING 'C' RECORD KEEPS THE WAREHOUSE IN STEP.
055940*----------------------------------------------------------------*
055950 4670-BACKOUT-LIFECYCLE-AMEND.
055960*----------------------------------------------------------------*
055970     MOVE PENDING-AUTH-DETAILS      TO WS-LIFE-AMEND-IMAGE
055980     MOVE PA-AUTH-KEY               TO WS-LIFE-KEY-SAVE
055990     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
056000          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
056010          SEGMENT (PAUTDTL1 (PA-AUTH-KEY = WS-LIFE-KEY-SAVE))
056020          INTO   (PENDING-AUTH-DETAILS)
056030     END-EXEC
056040     MOVE DIBSTAT                   TO IMS-RETURN-CODE
056050     IF STATUS-OK
056060        MOVE WS-LIFE-BEFORE-IMAGE   TO PENDING-AUTH-DETAILS
056070        EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
056080            SEGMENT (PAUTDTL1)
056090            FROM (PENDING-AUTH-DETAILS)
056100        END-EXEC
056110        MOVE DIBSTAT                TO IMS-RETURN-CODE
056120     END-IF
056130     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
056140          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
056150          INTO   (PENDING-AUTH-SUMMARY)
056160     END-EXEC
056170     MOVE DIBSTAT                   TO IMS-RETURN-CODE
056180     IF STATUS-OK
056190        SUBTRACT WS-LIFE-DELTA-AMT  FROM PA-APPROVED-AUTH-AMT
056200        EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
056210            SEGMENT (PAUTSMRY)
056220            FROM (PENDING-AUTH-SUMMARY)
056230        END-EXEC
056240        MOVE DIBSTAT                TO IMS-RETURN-CODE
056250     END-IF
056260     IF PA-AUTH-TYPE-DEBIT
056270        MOVE WS-LIFE-DELTA-AMT      TO WS-DDA-ADJ-AMT
056280        PERFORM 4337-ADJUST-DDA-BALANCE THRU 4337-EXIT
056290     END-IF
056300*    COMPENSATING CHANGE RECORD - IMAGES SWAPPED.
056310     MOVE WS-LIFE-AMEND-IMAGE       TO WS-LIFE-BEFORE-IMAGE
056320     PERFORM 4870-JOURNAL-CDC-CHANGE THRU 4870-EXIT
056330     MOVE 'I006'                    TO ERR-LOCATION
056340     SET  ERR-CRITICAL              TO TRUE
056350     SET  ERR-MQ                    TO TRUE
056360     MOVE 'REPLY PUT FAILED - LIFECYCLE AMEND BACKED OUT'
056370                                    TO ERR-MESSAGE
056380     MOVE PA-RQ-TRANSACTION-ID      TO ERR-EVENT-KEY
056390     PERFORM 9500-LOG-ERROR THRU 9500-EXIT
056400     .
056410 4670-EXIT.
056420     EXIT.
056430*----------------------------------------------------------------*
056440 4800-WRITE-DECISION-TRACE.
056450*----------------------------------------------------------------*
056460*    RECORDS WHICH CHECKS RAN AND WHAT EACH ONE SAW, KEYED BY   *
056470*    TRANSACTION ID, SO AN ANALYST ANSWERS A MERCHANT'S "WHY    *
056480*    WAS THIS DECLINED" FROM THE PAUDTL TRACE DISPLAY. A RERUN  *
056490*    OF THE SAME TRANSACTION ID KEEPS THE FIRST TRACE.           *
056500*----------------------------------------------------------------*
056510     MOVE SPACES                 TO DECISION-TRACE-RECORD
056520     MOVE PA-TRANSACTION-ID      TO TRC-TRANSACTION-ID
056530*    AN ADJUSTMENT RUNS NONE OF THE CHECKS - ITS TRACE CARRIES
056540*    ONLY THE FINAL RESPONSE, NOT LEFTOVER SWITCH VALUES FROM
056550*    THE PREVIOUS MESSAGE.
056560     IF PA-RQ-MSGTYPE-ADJUSTMENT
056570        MOVE ZEROES              TO TRC-FICO-SCORE
056580                                    TRC-OPEN-TO-BUY
056590        GO TO 4800-FINAL-FIELDS
056600     END-IF
056610     IF FOUND-CARD-STATUS
056620        MOVE CRDST-STATUS        TO TRC-CARD-STATUS-RESULT
056630     END-IF
056640     MOVE WS-CARD-CTRL-HIT-SW    TO TRC-CARD-CONTROL-RESULT
056650     MOVE WS-SANCTION-HIT-SW     TO TRC-SANCTION-RESULT
056660     MOVE WS-SNE-RESULT-SW       TO TRC-ENTITY-RESULT
056670     MOVE WS-RECUR-STOP-SW       TO TRC-RECURRING-RESULT
056680     MOVE WS-VEL-EXCEEDED-SW     TO TRC-VELOCITY-RESULT
056690     MOVE WS-CUST-STATUS-SW      TO TRC-CUST-FOUND
056700     IF FOUND-CUST-IN-MSTR
056710        MOVE CUST-FICO-CREDIT-SCORE TO TRC-FICO-SCORE
056720     ELSE
056730        MOVE ZEROES              TO TRC-FICO-SCORE
056740     END-IF
056750     MOVE WS-ACCT-STATUS-SW      TO TRC-ACCT-FOUND
056760     IF FOUND-ACCT-IN-MSTR
056770        MOVE WS-OPEN-TO-BUY      TO TRC-OPEN-TO-BUY
056780     ELSE
056790        MOVE ZEROES              TO TRC-OPEN-TO-BUY
056800     END-IF
056810     MOVE WS-RULE-MATCHED-SW     TO TRC-RULE-MATCHED
056820     MOVE WS-BEHAVIOR-SW         TO TRC-BEHAVIOR-RESULT
056830     IF WS-DELINQ-BUCKET NOT = SPACES
056840        MOVE WS-DELINQ-BUCKET    TO TRC-DELINQ-BUCKET
056850        IF DELINQ-TREATMENT-HIT
056860           MOVE 'D'              TO TRC-DELINQ-RESULT
056870        ELSE
056880           MOVE 'P'              TO TRC-DELINQ-RESULT
056890        END-IF
056900     END-IF
056910     .
056920 4800-FINAL-FIELDS.
056930     MOVE PA-AUTH-RESP-CODE      TO TRC-RESP-CODE
056940     MOVE PA-AUTH-RESP-REASON    TO TRC-RESP-REASON
056950     MOVE PA-CORRELATION-ID      TO TRC-CORRELATION-ID
056960     MOVE WS-TODAY-CCYYMMDD      TO TRC-TRACE-DATE
056970     EXEC CICS WRITE
056980          DATASET   (WS-TRACEFILENAME)
056990          RIDFLD    (TRC-TRANSACTION-ID)
057000          KEYLENGTH (LENGTH OF TRC-TRANSACTION-ID)
057010          FROM      (DECISION-TRACE-RECORD)
057020          LENGTH    (LENGTH OF DECISION-TRACE-RECORD)
057030          RESP      (WS-RESP-CD)
057040          RESP2     (WS-REAS-CD)
057050     END-EXEC
057060     .
057070 4800-EXIT.
057080     EXIT.
057090*----------------------------------------------------------------*
057100 4850-JOURNAL-CDC-ADD.
057110*----------------------------------------------------------------*
057120*    CHANGE-CAPTURE 'ADD' FOR THE WAREHOUSE FEED - THE INSERTED *
057130*    SEGMENT AS THE AFTER IMAGE. THE CDCX EXTRAPARTITION QUEUE  *
057140*    LANDS ON THE DAILY EXTRACT THE WAREHOUSE APPLIES AS A      *
057150*    DELTA INSTEAD OF DIFFING FULL UNLOADS.                      *
057160*----------------------------------------------------------------*
057170     MOVE SPACES                 TO CHANGE-CAPTURE-RECORD
057180     SET  CDC-IS-ADD             TO TRUE
057190     MOVE WS-PGMNAME             TO CDC-SOURCE-PGM
057200     MOVE PA-CORRELATION-ID      TO CDC-CORRELATION-ID
057210     MOVE WS-ACCT-ID             TO CDC-ACCT-ID
057220     MOVE PENDING-AUTH-DETAILS   TO CDC-AFTER-IMAGE
057230     MOVE WS-TODAY-CCYYMMDD(3:6) TO CDC-CAPTURE-DATE
057240     EXEC CICS WRITEQ TD
057250          QUEUE('CDCX')
057260          FROM(CHANGE-CAPTURE-RECORD)
057270          LENGTH(LENGTH OF CHANGE-CAPTURE-RECORD)
057280          NOHANDLE
057290     END-EXEC
057300     .
057310 4850-EXIT.
057320     EXIT.
057330*----------------------------------------------------------------*
057340 4860-JOURNAL-CDC-DELETE.
057350*----------------------------------------------------------------*
057360*    CHANGE-CAPTURE 'DELETE' FOR A HOLD THE INTAKE ITSELF        *
057370*    REMOVED (A FULL REVERSAL) - THE DELETED SEGMENT AS THE      *
057380*    BEFORE IMAGE, SAME QUEUE AND LAYOUT AS THE PURGE'S          *
057390*    DELETES SO THE WAREHOUSE APPLIES BOTH THE SAME WAY.         *
057400*----------------------------------------------------------------*
057410     MOVE SPACES                 TO CHANGE-CAPTURE-RECORD
057420     SET  CDC-IS-DELETE          TO TRUE
057430     MOVE WS-PGMNAME             TO CDC-SOURCE-PGM
057440     MOVE PA-CORRELATION-ID      TO CDC-CORRELATION-ID
057450     MOVE WS-ACCT-ID             TO CDC-ACCT-ID
057460     MOVE PENDING-AUTH-DETAILS   TO CDC-BEFORE-IMAGE
057470     MOVE WS-TODAY-CCYYMMDD(3:6) TO CDC-CAPTURE-DATE
057480     EXEC CICS WRITEQ TD
057490          QUEUE('CDCX')
057500          FROM(CHANGE-CAPTURE-RECORD)
057510          LENGTH(LENGTH OF CHANGE-CAPTURE-RECORD)
057520          NOHANDLE
057530     END-EXEC
057540     .
057550 4860-EXIT.
057560     EXIT.
057570*----------------------------------------------------------------*
057580 4870-JOURNAL-CDC-CHANGE.
057590*----------------------------------------------------------------*
057600*    CHANGE-CAPTURE 'CHANGE' FOR A HOLD AMENDED IN PLACE BY THE  *
057610*    LIFECYCLE PATH - BEFORE AND AFTER IMAGES OF THE ONE DETAIL  *
057620*    SO THE WAREHOUSE MOVES THE AMOUNTS INSTEAD OF SEEING A      *
057630*    PHANTOM SECOND AUTH.                                        *
057640*----------------------------------------------------------------*
057650     MOVE SPACES                 TO CHANGE-CAPTURE-RECORD
057660     SET  CDC-IS-CHANGE          TO TRUE
057670     MOVE WS-PGMNAME             TO CDC-SOURCE-PGM
057680     MOVE PA-CORRELATION-ID      TO CDC-CORRELATION-ID
057690     MOVE WS-ACCT-ID             TO CDC-ACCT-ID
057700     MOVE WS-LIFE-BEFORE-IMAGE   TO CDC-BEFORE-IMAGE
057710     MOVE PENDING-AUTH-DETAILS   TO CDC-AFTER-IMAGE
057720     MOVE WS-TODAY-CCYYMMDD(3:6) TO CDC-CAPTURE-DATE
057730     EXEC CICS WRITEQ TD
057740          QUEUE('CDCX')
057750          FROM(CHANGE-CAPTURE-RECORD)
057760          LENGTH(LENGTH OF CHANGE-CAPTURE-RECORD)
057770          NOHANDLE
057780     END-EXEC
057790     .
057800 4870-EXIT.
057810     EXIT.
057820*----------------------------------------------------------------*
057830 4700-TALLY-RESPONSE.
057840*----------------------------------------------------------------*
057850     IF PA-AUTH-APPROVED
057860        ADD 1 TO WS-STAT-APPROVED-COUNT
057870     ELSE
057880        ADD 1 TO WS-STAT-DECLINED-COUNT
057890     END-IF
057900     PERFORM 4710-CHECK-DECLINE-RATE THRU 4710-EXIT
057910     .
057920 4700-EXIT.
057930     EXIT.
057940*----------------------------------------------------------------*
057950 4710-CHECK-DECLINE-RATE.
057960*----------------------------------------------------------------*
057970*    TRIPS THE CIRCUIT BREAKER WHEN, OVER AT LEAST THE MINIMUM   *
057980*    SAMPLE OF RECENT WORK, THE DECLINE RATE CROSSES THE PARM-   *
057990*    DRIVEN THRESHOLD - THE SIGNATURE OF A BAD FILE PUSH, NOT    *
058000*    OF REAL TRAFFIC. THE TRIP RAISES AN OPERATOR ALERT AND IS   *
058010*    RECORDED ON THE PAUCBRKR TS QUEUE.                          *
058020*----------------------------------------------------------------*
058030     IF BREAKER-TRIPPED
058040        GO TO 4710-EXIT
058050     END-IF
058060     COMPUTE WS-DECL-SAMPLE =
058070             WS-STAT-APPROVED-COUNT + WS-STAT-DECLINED-COUNT
058080     IF WS-DECL-SAMPLE < WS-DECL-RATE-MIN-MSGS
058090        GO TO 4710-EXIT
058100     END-IF
058110     COMPUTE WS-DECL-PCT =
058120             WS-STAT-DECLINED-COUNT * 100 / WS-DECL-SAMPLE
058130     IF WS-DECL-PCT > WS-DECL-RATE-PCT-MAX
058140        SET BREAKER-TRIPPED         TO TRUE
058150        MOVE 'TRIPPED '             TO WS-BRKR-STATE
058160        EXEC CICS WRITEQ TS
058170             QUEUE(WS-BRKR-TSQ-NAME)
058180             FROM(WS-BRKR-STATE)
058190             LENGTH(LENGTH OF WS-BRKR-STATE)
058200             MAIN
058210             NOHANDLE
058220        END-EXEC
058230        MOVE SPACES                 TO WS-BRKR-ALERT-LINE
058240        STRING 'COPAUA0C ALERT - DECLINE RATE OVER THRESHOLD'
058250               ' - CHECK LAST FILE PUSH'
058260               DELIMITED BY SIZE
058270               INTO WS-BRKR-ALERT-LINE
058280        END-STRING
058290        EXEC CICS WRITE OPERATOR
058300             TEXT(WS-BRKR-ALERT-LINE)
058310             TEXTLENGTH(LENGTH OF WS-BRKR-ALERT-LINE)
058320             NOHANDLE
058330        END-EXEC
058340        MOVE 'A010'                 TO ERR-LOCATION
058350        SET  ERR-CRITICAL           TO TRUE
058360        SET  ERR-APP                TO TRUE
058370        MOVE 'DECLINE-RATE CIRCUIT BREAKER TRIPPED'
058380                                    TO ERR-MESSAGE
058390        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
058400     END-IF
058410     .
058420 4710-EXIT.
058430     EXIT.
058440*----------------------------------------------------------------*
058450 4750-NOTIFY-IF-DECLINED.
058460*----------------------------------------------------------------*
058470*    A DECLINED AUTH GETS A COPY OF THE RESPONSE PUT ON ITS OWN   *
058480*    CUSTOMER-NOTIFICATION QUEUE (NOT THE DASHBOARD MONITOR      *
058490*    QUEUE EVERY RESPONSE ALREADY GOES TO VIA 7300, CALLED       *
058500*    SEPARATELY BELOW 4750 IN 4000) SO A DOWNSTREAM ALERTING     *
058510*    SERVICE CAN PICK IT UP AND MESSAGE THE CARDHOLDER WITHOUT   *
058520*    HAVING TO FILTER THE DASHBOARD FEED FOR DECLINES.           *
058530*----------------------------------------------------------------*
058540     IF NOT PA-AUTH-APPROVED
058550        PERFORM 7350-FANOUT-NOTIFICATION THRU 7350-EXIT
058560     END-IF
058570     .
058580 4750-EXIT.
058590     EXIT.
058600*----------------------------------------------------------------*
058610 4760-CHECK-CUSTOMER-ALERT.
058620*----------------------------------------------------------------*
058630*    DISTINCT FROM DECLINING ANYTHING: AN APPROVED AUTH THAT    *
058640*    CROSSES THE CUSTOMER'S CHOSEN AMOUNT THRESHOLD, OR COMES   *
058650*    FROM A FOREIGN ACQUIRER WHEN THEY ASKED TO HEAR ABOUT      *
058660*    THAT, GETS A COPY OF THE REPLY PUT ON THE CUSTOMER-        *
058670*    NOTIFICATION QUEUE. CBNOTDLV PICKS THE ALERT WORDING       *
058680*    FROM THE RESPONSE CODE ON THE MESSAGE.                      *
058690*----------------------------------------------------------------*
058700     IF NOT PA-AUTH-APPROVED
058710        GO TO 4760-EXIT
058720     END-IF
058730     MOVE WS-ACCT-ID                TO ALR-ACCT-ID
058740     EXEC CICS READ
058750          DATASET   (WS-ALRPRFILENAME)
058760          RIDFLD    (ALR-ACCT-ID)
058770          KEYLENGTH (LENGTH OF ALR-ACCT-ID)
058780          INTO      (ALERT-PREF-RECORD)
058790          LENGTH    (LENGTH OF ALERT-PREF-RECORD)
058800          RESP      (WS-RESP-CD)
058810          RESP2     (WS-REAS-CD)
058820     END-EXEC
058830     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
058840        GO TO 4760-EXIT
058850     END-IF
058860     IF (ALR-AMT-THRESHOLD > 0
058870         AND PA-APPROVED-AMT > ALR-AMT-THRESHOLD)
058880        OR (ALR-FOREIGN-ALERT
058890         AND PA-ACQR-COUNTRY-CODE NOT = WS-HOME-COUNTRY)
058900        PERFORM 7350-FANOUT-NOTIFICATION THRU 7350-EXIT
058910     END-IF
058920     .
058930 4760-EXIT.
058940     EXIT.
058950*----------------------------------------------------------------*
058960 5200-READ-CARD-XREF.
058970*----------------------------------------------------------------*
058980     SET NFOUND-CUST-IN-MSTR TO TRUE
058990     EXEC CICS READ
059000          DATASET   (WS-XREFFILENAME)
059010          RIDFLD    (PA-RQ-CARD-NUM)
059020          KEYLENGTH (LENGTH OF PA-RQ-CARD-NUM)
059030          INTO      (CARD-XREF-RECORD)
059040          LENGTH    (LENGTH OF CARD-XREF-RECORD)
059050          RESP      (WS-RESP-CD)
059060          RESP2     (WS-REAS-CD)
059070     END-EXEC
059080*
059090     EVALUATE WS-RESP-CD
059100         WHEN DFHRESP(NORMAL)
059110*    AN END-DATED LINK WHOSE DATE HAS PASSED IS DEAD - THE
059120*    CARD DECLINES THE SAME AS ONE THAT WAS NEVER ENROLLED.
059130            IF XREF-END-DATE NOT = SPACES
059140               AND XREF-END-DATE < WS-TODAY-CCYYMMDD
059150               SET NFOUND-CUST-IN-MSTR TO TRUE
059160               MOVE 'A002'           TO ERR-LOCATION
059170               SET  ERR-WARNING      TO TRUE
059180               SET  ERR-APP          TO TRUE
059190               MOVE 'CARD XREF LINK IS END-DATED' TO ERR-MESSAGE
059200               MOVE PA-RQ-CARD-NUM   TO ERR-EVENT-KEY
059210               PERFORM 9500-LOG-ERROR THRU 9500-EXIT
059220               GO TO 5200-EXIT
059230            END-IF
059240            SET FOUND-CUST-IN-MSTR   TO TRUE
059250            MOVE XREF-ACCT-ID        TO WS-ACCT-ID
059260            MOVE XREF-CUST-ID        TO WS-CUST-ID
059270         WHEN DFHRESP(NOTFND)
059280            SET NFOUND-CUST-IN-MSTR  TO TRUE
059290            MOVE 'A002'              TO ERR-LOCATION
059300            SET  ERR-WARNING         TO TRUE
059310            SET  ERR-APP             TO TRUE
059320            MOVE 'CARD NOT FOUND IN XREF' TO ERR-MESSAGE
059330            MOVE PA-RQ-CARD-NUM      TO ERR-EVENT-KEY
059340            PERFORM 9500-LOG-ERROR THRU 9500-EXIT
059350         WHEN OTHER
059360            SET  NFOUND-CUST-IN-MSTR TO TRUE
059370            MOVE 'C002'              TO ERR-LOCATION
059380            SET  ERR-CRITICAL        TO TRUE
059390            SET  ERR-CICS            TO TRUE
059400            MOVE WS-RESP-CD          TO WS-CODE-DISPLAY
059410            MOVE WS-CODE-DISPLAY     TO ERR-CODE-1
059420            MOVE 'FAILED TO READ CARD XREF' TO ERR-MESSAGE
059430            MOVE PA-RQ-CARD-NUM      TO ERR-EVENT-KEY
059440            PERFORM 9500-LOG-ERROR THRU 9500-EXIT
059450     END-EVALUATE
059460     .
059470 5200-EXIT.
059480     EXIT.
059490*----------------------------------------------------------------*
059500 5300-READ-CUST-RECORD.
059510* ------------------------------------------------------------- *
059520*
059530     MOVE XREF-CUST-ID                 TO WS-CARD-RID-CUST-ID
059540*
059550     EXEC CICS READ
059560          DATASET   (WS-CUSTFILENAME)
059570          RIDFLD    (WS-CARD-RID-CUST-ID-X)
059580          KEYLENGTH (LENGTH OF WS-CARD-RID-CUST-ID-X)
059590          INTO      (CUSTOMER-RECORD)
059600          LENGTH    (LENGTH OF CUSTOMER-RECORD)
059610          RESP      (WS-RESP-CD)
059620          RESP2     (WS-REAS-CD)
059630     END-EXEC
059640*
059650     EVALUATE WS-RESP-CD
059660         WHEN DFHRESP(NORMAL)
059670            SET FOUND-CUST-IN-MSTR     TO TRUE
059680         WHEN DFHRESP(NOTFND)
059690            SET NFOUND-CUST-IN-MSTR    TO TRUE
059700*
059710            MOVE 'A003'                TO ERR-LOCATION
059720            SET  ERR-WARNING           TO TRUE
059730            SET  ERR-APP               TO TRUE
059740            MOVE 'CUST NOT FOUND IN XREF'
059750                                       TO ERR-MESSAGE
059760            MOVE WS-CARD-RID-CUST-ID   TO ERR-EVENT-KEY
059770            PERFORM 9500-LOG-ERROR THRU 9500-EXIT
059780*
059790         WHEN OTHER
059800            MOVE 'C003'                TO ERR-LOCATION
059810            SET  ERR-CRITICAL          TO TRUE
059820            SET  ERR-CICS              TO TRUE
059830            MOVE WS-RESP-CD            TO WS-CODE-DISPLAY
059840            MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
059850            MOVE WS-REAS-CD            TO WS-CODE-DISPLAY
059860            MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
059870            MOVE 'FAILED TO READ CUST FILE'
059880                                       TO ERR-MESSAGE
059890            MOVE WS-CARD-RID-CUST-ID   TO ERR-EVENT-KEY
059900            PERFORM 9500-LOG-ERROR THRU 9500-EXIT
059910     END-EVALUATE
059920     .
059930*
059940 5300-EXIT.
059950     EXIT.
059960*----------------------------------------------------------------*
059970 5400-READ-ACCT-RECORD.
059980*----------------------------------------------------------------*
059990*    READS THE ACCOUNT MASTER ROW FOR THE ACCOUNT THE CARD XREF  *
060000*    RESOLVED TO. A MISSING ROW IS LOGGED AND THE DECISION       *
060010*    SIMPLY RUNS WITHOUT A LIMIT CHECK, THE SAME WAY A MISSING   *
060020*    CUSTOMER ROW IS HANDLED BY 5300.                            *
060030*----------------------------------------------------------------*
060040     SET NFOUND-ACCT-IN-MSTR           TO TRUE
060050     MOVE WS-ACCT-ID                   TO WS-ACCT-RID-ACCT-ID
060060*
060070     EXEC CICS READ
060080          DATASET   (WS-ACCTFILENAME)
060090          RIDFLD    (WS-ACCT-RID-ACCT-ID-X)
060100          KEYLENGTH (LENGTH OF WS-ACCT-RID-ACCT-ID-X)
060110          INTO      (ACCOUNT-RECORD)
060120          LENGTH    (LENGTH OF ACCOUNT-RECORD)
060130          RESP      (WS-RESP-CD)
060140          RESP2     (WS-REAS-CD)
060150     END-EXEC
060160*
060170     EVALUATE WS-RESP-CD
060180         WHEN DFHRESP(NORMAL)
060190            SET FOUND-ACCT-IN-MSTR     TO TRUE
060200         WHEN DFHRESP(NOTFND)
060210            SET NFOUND-ACCT-IN-MSTR    TO TRUE
060220*
060230            MOVE 'A004'                TO ERR-LOCATION
060240            SET  ERR-WARNING           TO TRUE
060250            SET  ERR-APP               TO TRUE
060260            MOVE 'ACCT NOT FOUND IN MASTER'
060270                                       TO ERR-MESSAGE
060280            MOVE WS-ACCT-RID-ACCT-ID   TO ERR-EVENT-KEY
060290            PERFORM 9500-LOG-ERROR THRU 9500-EXIT
060300*
060310         WHEN OTHER
060320            MOVE 'C005'                TO ERR-LOCATION
060330            SET  ERR-CRITICAL          TO TRUE
060340            SET  ERR-CICS              TO TRUE
060350            MOVE WS-RESP-CD            TO WS-CODE-DISPLAY
060360            MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
060370            MOVE WS-REAS-CD            TO WS-CODE-DISPLAY
060380            MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
060390            MOVE 'FAILED TO READ ACCT FILE'
060400                                       TO ERR-MESSAGE
060410            MOVE WS-ACCT-RID-ACCT-ID   TO ERR-EVENT-KEY
060420            PERFORM 9500-LOG-ERROR THRU 9500-EXIT
060430     END-EVALUATE
060440     .
060450*
060460 5400-EXIT.
060470     EXIT.
060480*----------------------------------------------------------------*
060490 5500-READ-CARD-STATUS.
060500*----------------------------------------------------------------*
060510*    NEGATIVE-FILE LOOKUP ON THE CARD STATUS MASTER. MOST CARDS  *
060520*    HAVE NO ROW AND PASS STRAIGHT THROUGH; A ROW WHOSE          *
060530*    EFFECTIVE DATE HAS BEEN REACHED MAKES ITS STATUS BINDING    *
060540*    ON THE DECISION IN 4300. A ROW DATED IN THE FUTURE (E.G. A  *
060550*    SCHEDULED EXPIRY) IS IGNORED UNTIL ITS DAY ARRIVES.         *
060560*----------------------------------------------------------------*
060570     SET NFOUND-CARD-STATUS            TO TRUE
060580     MOVE PA-RQ-CARD-NUM               TO CRDST-CARD-NUM
060590     EXEC CICS READ
060600          DATASET   (WS-CRDSTFILENAME)
060610          RIDFLD    (CRDST-CARD-NUM)
060620          KEYLENGTH (LENGTH OF CRDST-CARD-NUM)
060630          INTO      (CARD-STATUS-RECORD)
060640          LENGTH    (LENGTH OF CARD-STATUS-RECORD)
060650          RESP      (WS-RESP-CD)
060660          RESP2     (WS-REAS-CD)
060670     END-EXEC
060680     EVALUATE WS-RESP-CD
060690         WHEN DFHRESP(NORMAL)
060700            IF CRDST-EFF-DATE <= WS-TODAY-CCYYMMDD
060710               SET FOUND-CARD-STATUS   TO TRUE
060720            END-IF
060730         WHEN DFHRESP(NOTFND)
060740            CONTINUE
060750         WHEN OTHER
060760            MOVE 'C006'                TO ERR-LOCATION
060770            SET  ERR-CRITICAL          TO TRUE
060780            SET  ERR-CICS              TO TRUE
060790            MOVE WS-RESP-CD            TO WS-CODE-DISPLAY
060800            MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
060810            MOVE 'FAILED TO READ CARD STATUS FILE'
060820                                       TO ERR-MESSAGE
060830            MOVE PA-RQ-CARD-NUM        TO ERR-EVENT-KEY
060840            PERFORM 9500-LOG-ERROR THRU 9500-EXIT
060850     END-EVALUATE
060860     .
060870 5500-EXIT.
060880     EXIT.
060890*----------------------------------------------------------------*
060900 5600-READ-MERCHANT-MASTER.
060910*----------------------------------------------------------------*
060920*    VALIDATES THE CHANNEL'S MERCHANT ID AGAINST THE MERCHANT   *
060930*    MASTER. A KNOWN MERCHANT SUPPLIES THE STANDARDIZED NAME    *
060940*    AND LOCATION FOR THE STORED SEGMENT; AN UNKNOWN ONE GETS   *
060950*    A PENDING MASTER ROW BUILT FROM THE REQUEST AND A LOGGED   *
060960*    WARNING, SO THE MASTER TEAM'S REVIEW QUEUE STAYS CURRENT.  *
060970*----------------------------------------------------------------*
060980     SET NFOUND-MERCH-IN-MSTR          TO TRUE
060990     IF PA-RQ-MERCHANT-ID = SPACES
061000        GO TO 5600-EXIT
061010     END-IF
061020     MOVE PA-RQ-MERCHANT-ID            TO MRC-MERCHANT-ID
061030     EXEC CICS READ
061040          DATASET   (WS-MRCMSFILENAME)
061050          RIDFLD    (MRC-MERCHANT-ID)
061060          KEYLENGTH (LENGTH OF MRC-MERCHANT-ID)
061070          INTO      (MERCHANT-MASTER-RECORD)
061080          LENGTH    (LENGTH OF MERCHANT-MASTER-RECORD)
061090          RESP      (WS-RESP-CD)
061100          RESP2     (WS-REAS-CD)
061110     END-EXEC
061120     EVALUATE WS-RESP-CD
061130         WHEN DFHRESP(NORMAL)
061140            SET FOUND-MERCH-IN-MSTR    TO TRUE
061150         WHEN DFHRESP(NOTFND)
061160            PERFORM 5650-CREATE-PENDING-MERCHANT THRU 5650-EXIT
061170         WHEN OTHER
061180            CONTINUE
061190     END-EVALUATE
061200*    A DUPLICATE MERGED ON THE PAUMRC SCREEN POINTS AT ITS
061210*    SURVIVOR - FOLLOW THE CHAIN (A FEW HOPS AT MOST) SO THE
061220*    AUTH IS STANDARDIZED, CAPPED AND BOOKED AS THE SURVIVOR.
061230     MOVE ZERO                         TO WS-MERCH-HOP-CNT
061240     PERFORM 5610-FOLLOW-MERGED-MERCHANT THRU 5610-EXIT
061250         UNTIL NOT FOUND-MERCH-IN-MSTR
061260            OR NOT MRC-STATUS-MERGED
061270            OR WS-MERCH-HOP-CNT > 3
061280     .
061290 5600-EXIT.
061300     EXIT.
061310*----------------------------------------------------------------*
061320 5610-FOLLOW-MERGED-MERCHANT.
061330*----------------------------------------------------------------*
061340     ADD 1                             TO WS-MERCH-HOP-CNT
061350     IF MRC-SURVIVOR-ID = SPACES OR WS-MERCH-HOP-CNT > 3
061360        MOVE 'A016'                    TO ERR-LOCATION
061370        SET  ERR-WARNING               TO TRUE
061380        SET  ERR-APP                   TO TRUE
061390        MOVE 'MERGED MERCHANT CHAIN BROKEN - USING THE CHANNEL'
061400                                       TO ERR-MESSAGE
061410        MOVE PA-RQ-MERCHANT-ID         TO ERR-EVENT-KEY
061420        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
061430        SET NFOUND-MERCH-IN-MSTR       TO TRUE
061440        GO TO 5610-EXIT
061450     END-IF
061460     MOVE MRC-SURVIVOR-ID              TO MRC-MERCHANT-ID
061470     EXEC CICS READ
061480          DATASET   (WS-MRCMSFILENAME)
061490          RIDFLD    (MRC-MERCHANT-ID)
061500          KEYLENGTH (LENGTH OF MRC-MERCHANT-ID)
061510          INTO      (MERCHANT-MASTER-RECORD)
061520          LENGTH    (LENGTH OF MERCHANT-MASTER-RECORD)
061530          RESP      (WS-RESP-CD)
061540          RESP2     (WS-REAS-CD)
061550     END-EXEC
061560     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
061570        SET NFOUND-MERCH-IN-MSTR       TO TRUE
061580     END-IF
061590     .
061600 5610-EXIT.
061610     EXIT.
061620*----------------------------------------------------------------*
061630 5650-CREATE-PENDING-MERCHANT.
061640*----------------------------------------------------------------*
061650     MOVE SPACES                       TO MERCHANT-MASTER-RECORD
061660     MOVE ZERO                         TO MRC-DAILY-CAP-CNT
061670                                          MRC-DAILY-CAP-AMT
061680     MOVE PA-RQ-MERCHANT-ID            TO MRC-MERCHANT-ID
061690     MOVE PA-RQ-MERCHANT-NAME          TO MRC-MERCHANT-NAME
061700     MOVE PA-RQ-MERCHANT-CITY          TO MRC-MERCHANT-CITY
061710     MOVE PA-RQ-MERCHANT-STATE         TO MRC-MERCHANT-STATE
061720     MOVE PA-RQ-MERCHANT-ZIP           TO MRC-MERCHANT-ZIP
061730     MOVE PA-RQ-MERCHANT-CATAGORY-CODE TO MRC-MCC
061740     SET  MRC-STATUS-PENDING           TO TRUE
061750     MOVE WS-TODAY-CCYYMMDD            TO MRC-ADDED-DATE
061760     EXEC CICS WRITE
061770          DATASET   (WS-MRCMSFILENAME)
061780          RIDFLD    (MRC-MERCHANT-ID)
061790          KEYLENGTH (LENGTH OF MRC-MERCHANT-ID)
061800          FROM      (MERCHANT-MASTER-RECORD)
061810          LENGTH    (LENGTH OF MERCHANT-MASTER-RECORD)
061820          RESP      (WS-RESP-CD)
061830          RESP2     (WS-REAS-CD)
061840     END-EXEC
061850*    A DUPLICATE MEANS ANOTHER TASK JUST CREATED THE PENDING
061860*    ROW - NOT AN ERROR WORTH LOGGING.
061870     IF WS-RESP-CD = DFHRESP(NORMAL)
061880        MOVE 'A011'                    TO ERR-LOCATION
061890        SET  ERR-WARNING               TO TRUE
061900        SET  ERR-APP                   TO TRUE
061910        MOVE 'UNKNOWN MERCHANT - PENDING MASTER ROW ADDED'
061920                                       TO ERR-MESSAGE
061930        MOVE PA-RQ-MERCHANT-ID         TO ERR-EVENT-KEY
061940        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
061950     END-IF
061960     .
061970 5650-EXIT.
061980     EXIT.
061990*----------------------------------------------------------------*
062000 6000-BUILD-RESPONSE.
062010*----------------------------------------------------------------*
062020     MOVE '02'                      TO PA-RL-FORMAT-VERSION
062030     MOVE PA-RL-APPROVED-AMT        TO WS-APPROVED-AMT-DIS
062040*
062050     STRING PA-RL-CARD-NUM         ','
062060            PA-RL-TRANSACTION-ID   ','
062070            PA-RL-AUTH-ID-CODE     ','
062080            PA-RL-AUTH-RESP-CODE   ','
062090            PA-RL-AUTH-RESP-REASON ','
062100            WS-APPROVED-AMT-DIS    ','
062110            PA-RL-CURRENCY-CODE    ','
062120            PA-RL-PARTIAL-APPR-REASON ','
062130            PA-RL-CORRELATION-ID   ','
062140            PA-RL-AVS-RESULT       ','
062150            PA-RL-CVV-RESULT       ','
062160            PA-RL-FORMAT-VERSION   ','
062170            PA-RL-ECI-RESULT
062180            DELIMITED BY SIZE
062190            INTO W02-PUT-BUFFER
062200            WITH POINTER WS-RESP-LENGTH
062210     END-STRING
062220     .
062230 6000-EXIT.
062240     EXIT.
062250*----------------------------------------------------------------*
062260 7100-SEND-RESPONSE.
062270*----------------------------------------------------------------*
062280     SET NOT-MQPUT-SUCCESSFUL  TO TRUE
062290     MOVE MQOT-Q               TO MQOD-OBJECTTYPE OF MQM-OD-REPLY
062300     MOVE WS-REPLY-QNAME       TO MQOD-OBJECTNAME OF MQM-OD-REPLY
062310*
062320     MOVE MQMT-REPLY           TO MQMD-MSGTYPE     OF MQM-MD-REPLY
062330     MOVE WS-SAVE-CORRELID     TO MQMD-CORRELID    OF MQM-MD-REPLY
062340     MOVE MQMI-NONE            TO MQMD-MSGID       OF MQM-MD-REPLY
062350     MOVE SPACES               TO MQMD-REPLYTOQ    OF MQM-MD-REPLY
062360     MOVE SPACES               TO MQMD-REPLYTOQMGR OF MQM-MD-REPLY
062370     MOVE MQPER-NOT-PERSISTENT TO MQMD-PERSISTENCE OF MQM-MD-REPLY
062380     MOVE 50                   TO MQMD-EXPIRY      OF MQM-MD-REPLY
062390     MOVE MQFMT-STRING         TO MQMD-FORMAT      OF MQM-MD-REPLY
062400*
062410     COMPUTE MQPMO-OPTIONS     =  MQPMO-NO-SYNCPOINT +
062420                                  MQPMO-DEFAULT-CONTEXT
062430*
062440     MOVE WS-RESP-LENGTH       TO W02-BUFFLEN
062450*
062460     CALL 'MQPUT1' USING W02-HCONN-REPLY
062470                         MQM-OD-REPLY
062480                         MQM-MD-REPLY
062490                         MQM-PUT-MESSAGE-OPTIONS
062500                         W02-BUFFLEN
062510                         W02-PUT-BUFFER
062520                         WS-COMPCODE
062530                         WS-REASON
062540     END-CALL
062550     IF WS-COMPCODE NOT = MQCC-OK
062560        SET  NOT-MQPUT-SUCCESSFUL  TO TRUE
062570        MOVE 'M004'                TO ERR-LOCATION
062580        SET  ERR-CRITICAL          TO TRUE
062590        SET  ERR-MQ                TO TRUE
062600        MOVE WS-COMPCODE           TO WS-CODE-DISPLAY
062610        MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
062620        MOVE WS-REASON             TO WS-CODE-DISPLAY
062630        MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
062640        MOVE 'FAILED TO PUT ON REPLY MQ'
062650                                   TO ERR-MESSAGE
062660        MOVE PA-RL-CARD-NUM        TO ERR-EVENT-KEY
062670        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
062680     ELSE
062690        SET  MQPUT-SUCCESSFUL      TO TRUE
062700     END-IF
062710     .
062720 7100-EXIT.
062730     EXIT.
062740*----------------------------------------------------------------*
062750 7200-SEND-TO-DLQ.
062760*----------------------------------------------------------------*
062770*    WORK THAT COULD NOT BE COMPLETED (REPLY PUT FAILED, IMS     *
062780*    INSERT FAILED) IS PARKED ON THE DEAD-LETTER QUEUE AS THE    *
062790*    ORIGINAL INBOUND REQUEST IMAGE, STILL IN CCPAURQY SHAPE     *
062800*    AND UNDER ITS ORIGINAL CORRELID, SO CBDLQRPL CAN DECODE    *
062810*    IT AND REQUEUE IT TO PAUTH.REQUEST.QUEUE FOR A CLEAN        *
062820*    REPROCESS INSTEAD OF OPS HAND-CRAFTING A MESSAGE.           *
062830*----------------------------------------------------------------*
062840     MOVE MQOT-Q               TO MQOD-OBJECTTYPE OF MQM-OD-DLQ
062850     MOVE WS-DLQ-QNAME         TO MQOD-OBJECTNAME OF MQM-OD-DLQ
062860     MOVE MQM-MD-REQUEST       TO MQM-MD-DLQ
062870     MOVE WS-SAVE-CORRELID     TO MQMD-CORRELID    OF MQM-MD-DLQ
062880     MOVE LENGTH OF PENDING-AUTH-REQUEST
062890                               TO W02-BUFFLEN
062900     MOVE PENDING-AUTH-REQUEST TO W02-GET-BUFFER
062910     CALL 'MQPUT1' USING W02-HCONN-REPLY
062920                         MQM-OD-DLQ
062930                         MQM-MD-DLQ
062940                         MQM-PUT-MESSAGE-OPTIONS
062950                         W02-BUFFLEN
062960                         W02-GET-BUFFER
062970                         WS-COMPCODE
062980                         WS-REASON
062990     END-CALL
063000     IF WS-COMPCODE NOT = MQCC-OK
063010        MOVE 'M007'                TO ERR-LOCATION
063020        SET  ERR-CRITICAL          TO TRUE
063030        SET  ERR-MQ                TO TRUE
063040        MOVE 'FAILED TO PUT ON DEAD-LETTER MQ - REPLY LOST'
063050                                   TO ERR-MESSAGE
063060        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
063070     END-IF
063080     .
063090 7200-EXIT.
063100     EXIT.
063110*----------------------------------------------------------------*
063120 7300-FANOUT-MONITOR.
063130*----------------------------------------------------------------*
063140*    A COPY OF EVERY RESPONSE IS FANNED OUT TO A                 *
063150*    SECONDARY MONITORING QUEUE FOR REAL-TIME DASHBOARDING,      *
063160*    INDEPENDENT OF WHETHER THE CHANNEL REPLY SUCCEEDED.         *
063170*----------------------------------------------------------------*
063180     EXEC CICS ASKTIME
063190          ABSTIME(WS-END-TIME)
063200          NOHANDLE
063210     END-EXEC
063220     COMPUTE WS-MON-ELAPSED-DIS =
063230             WS-END-TIME - WS-START-TIME
063240*    FIXED 268-BYTE MONITOR RECORD: THE FULL 250-BYTE REPLY
063250*    BUFFER, THEN ',', DISPOSITION, ',', ELAPSED MICROSECONDS,
063260*    ',', LANE (S STANDARD / E EXPRESS), ',', REQUESTING
063270*    INSTITUTION.
063280     MOVE SPACES               TO W02-MON-BUFFER
063290     STRING W02-PUT-BUFFER
063300            ','  WS-MON-DISPOSITION
063310            ','  WS-MON-ELAPSED-DIS
063320            ','  WS-LANE-IND
063330            ','  PA-RQ-INST-ID
063340            DELIMITED BY SIZE
063350            INTO W02-MON-BUFFER
063360     END-STRING
063370     MOVE 268                  TO WS-MON-LENGTH
063380     MOVE MQOT-Q               TO
063390             MQOD-OBJECTTYPE OF MQM-OD-MONITOR
063400     MOVE WS-MONITOR-QNAME     TO
063410             MQOD-OBJECTNAME OF MQM-OD-MONITOR
063420     MOVE MQM-MD-REPLY         TO MQM-MD-MONITOR
063430     MOVE WS-MON-LENGTH        TO W02-BUFFLEN
063440     CALL 'MQPUT1' USING W02-HCONN-REPLY
063450                         MQM-OD-MONITOR
063460                         MQM-MD-MONITOR
063470                         MQM-PUT-MESSAGE-OPTIONS
063480                         W02-BUFFLEN
063490                         W02-MON-BUFFER
063500                         WS-COMPCODE
063510                         WS-REASON
063520     END-CALL
063530     MOVE 'N'                  TO WS-MON-DISPOSITION
063540     .
063550 7300-EXIT.
063560     EXIT.
063570*----------------------------------------------------------------*
063580 7350-FANOUT-NOTIFICATION.
063590*----------------------------------------------------------------*
063600*    PUTS THE JUST-BUILT RESPONSE ON ITS OWN CUSTOMER-             *
063610*    NOTIFICATION QUEUE, SEPARATE FROM THE 7300 DASHBOARD COPY,    *
063620*    SO A DECLINE NEVER PRODUCES TWO PUTS TO THE SAME QUEUE AND    *
063630*    A NOTIFICATION CONSUMER NEVER HAS TO SHARE TRAFFIC WITH THE   *
063640*    DASHBOARD FEED.                                               *
063650*----------------------------------------------------------------*
063660     MOVE MQOT-Q               TO
063670             MQOD-OBJECTTYPE OF MQM-OD-NOTIFY
063680     MOVE WS-NOTIFY-QNAME      TO
063690             MQOD-OBJECTNAME OF MQM-OD-NOTIFY
063700     MOVE MQM-MD-REPLY         TO MQM-MD-NOTIFY
063710     MOVE WS-RESP-LENGTH       TO W02-BUFFLEN
063720     CALL 'MQPUT1' USING W02-HCONN-REPLY
063730                         MQM-OD-NOTIFY
063740                         MQM-MD-NOTIFY
063750                         MQM-PUT-MESSAGE-OPTIONS
063760                         W02-BUFFLEN
063770                         W02-PUT-BUFFER
063780                         WS-COMPCODE
063790                         WS-REASON
063800     END-CALL
063810     .
063820 7350-EXIT.
063830     EXIT.
063840*----------------------------------------------------------------*
063850 9000-TERMINATE.
063860*----------------------------------------------------------------*
063870     PERFORM 9100-CLOSE-REQUEST-QUEUE THRU 9100-EXIT
063880     IF IMS-PSB-SCHD
063890        EXEC DLI TERM
063900        END-EXEC
063910     END-IF
063920     IF WS-STAT-MSG-COUNT > 0
063930        COMPUTE WS-STAT-AVG-ELAPSED =
063940                WS-STAT-TOTAL-ELAPSED / WS-STAT-MSG-COUNT
063950     END-IF
063960     MOVE WS-STAT-MSG-COUNT     TO WS-STAT-CNT-DIS
063970     DISPLAY 'COPAUA0C MESSAGES PROCESSED ..: ' WS-STAT-CNT-DIS
063980     MOVE WS-STAT-APPROVED-COUNT TO WS-STAT-CNT-DIS
063990     DISPLAY 'COPAUA0C APPROVED ............: ' WS-STAT-CNT-DIS
064000     MOVE WS-STAT-DECLINED-COUNT TO WS-STAT-CNT-DIS
064010     DISPLAY 'COPAUA0C DECLINED ............: ' WS-STAT-CNT-DIS
064020     MOVE WS-STAT-REJECTED-COUNT TO WS-STAT-CNT-DIS
064030     DISPLAY 'COPAUA0C REJECTED ............: ' WS-STAT-CNT-DIS
064040     MOVE WS-STAT-DUPLICATE-COUNT TO WS-STAT-CNT-DIS
064050     DISPLAY 'COPAUA0C DUPLICATES DROPPED ..: ' WS-STAT-CNT-DIS
064060     MOVE WS-STAT-STANDIN-COUNT TO WS-STAT-CNT-DIS
064070     DISPLAY 'COPAUA0C STAND-IN PROCESSED ..: ' WS-STAT-CNT-DIS
064080     MOVE WS-STAT-FMT-V01-COUNT TO WS-STAT-CNT-DIS
064090     DISPLAY 'COPAUA0C FORMAT V01 MESSAGES .: ' WS-STAT-CNT-DIS
064100     MOVE WS-STAT-FMT-V02-COUNT TO WS-STAT-CNT-DIS
064110     DISPLAY 'COPAUA0C FORMAT V02 MESSAGES .: ' WS-STAT-CNT-DIS
064120     MOVE WS-STAT-FMT-V03-COUNT TO WS-STAT-CNT-DIS
064130     DISPLAY 'COPAUA0C FORMAT V03 MESSAGES .: ' WS-STAT-CNT-DIS
064140     MOVE WS-STAT-FMT-V04-COUNT TO WS-STAT-CNT-DIS
064150     DISPLAY 'COPAUA0C FORMAT V04 MESSAGES .: ' WS-STAT-CNT-DIS
064160     MOVE WS-STAT-MAC-FAILED TO WS-STAT-CNT-DIS
064170     DISPLAY 'COPAUA0C MAC FAILURES PARKED .: ' WS-STAT-CNT-DIS
064180     MOVE WS-STAT-BIN-UNKNOWN TO WS-STAT-CNT-DIS
064190     DISPLAY 'COPAUA0C CARDS WITH NO PRODUCT: ' WS-STAT-CNT-DIS
064200     MOVE WS-STAT-THROTTLED-COUNT TO WS-STAT-CNT-DIS
064210     DISPLAY 'COPAUA0C THROTTLED - BUSY ....: ' WS-STAT-CNT-DIS
064220     MOVE WS-STAT-TIMEOUT-COUNT TO WS-STAT-CNT-DIS
064230     DISPLAY 'COPAUA0C LATE - TIMED OUT ....: ' WS-STAT-CNT-DIS
064240     MOVE WS-STAT-SHADOW-EVAL-COUNT TO WS-STAT-CNT-DIS
064250     DISPLAY 'COPAUA0C CHALLENGER EVALUATED : ' WS-STAT-CNT-DIS
064260     MOVE WS-STAT-SHADOW-DIFF-COUNT TO WS-STAT-CNT-DIS
064270     DISPLAY 'COPAUA0C CHALLENGER DIFFERED .: ' WS-STAT-CNT-DIS
064280     MOVE WS-STAT-AVG-ELAPSED   TO WS-STAT-AVG-DIS
064290     DISPLAY 'COPAUA0C AVG LATENCY (MICRO) .: ' WS-STAT-AVG-DIS
064300     .
064310 9000-EXIT.
064320     EXIT.
064330*----------------------------------------------------------------*
064340 9100-CLOSE-REQUEST-QUEUE.
064350*----------------------------------------------------------------*
064360     CALL 'MQCLOSE' USING W02-HCONN-REQUEST
064370                          W02-HOBJ-REQUEST
064380                          WS-COMPCODE
064390                          WS-REASON
064400     END-CALL
064410     CALL 'MQCLOSE' USING W02-HCONN-REPLY
064420                          W02-HOBJ-REPLY
064430                          WS-COMPCODE
064440                          WS-REASON
064450     END-CALL
064460     CALL 'MQCLOSE' USING W02-HCONN-REPLY
064470                          W02-HOBJ-DLQ
064480                          WS-COMPCODE
064490                          WS-REASON
064500     END-CALL
064510     CALL 'MQCLOSE' USING W02-HCONN-REPLY
064520                          W02-HOBJ-MONITOR
064530                          WS-COMPCODE
064540                          WS-REASON
064550     END-CALL
064560     CALL 'MQCLOSE' USING W02-HCONN-REPLY
064570                          W02-HOBJ-NOTIFY
064580                          WS-COMPCODE
064590                          WS-REASON
064600     END-CALL
064610     .
064620 9100-EXIT.
064630     EXIT.
064640*----------------------------------------------------------------*
064650 9500-LOG-ERROR.
064660*----------------------------------------------------------------*
064670*    WRITES THE APPLICATION ERROR LOG RECORD TO THE CICS         *
064680*    TRANSIENT-DATA ERROR QUEUE FOR OPERATOR REVIEW.             *
064690*----------------------------------------------------------------*
064700     EXEC CICS ASKTIME
064710          ABSTIME(WS-ABS-TIME)
064720          NOHANDLE
064730     END-EXEC
064740     EXEC CICS FORMATTIME
064750          ABSTIME(WS-ABS-TIME)
064760          MMDDYY(WS-CUR-DATE)
064770          DATESEP
064780          TIME(WS-CUR-TIME)
064790          TIMESEP
064800          NOHANDLE
064810     END-EXEC
064820     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
064830            INTO ERR-TIMESTAMP
064840     END-STRING
064850     MOVE PA-RQ-CORRELATION-ID  TO ERR-CORRELATION-ID
064860     EXEC CICS WRITEQ TD
064870          QUEUE('CSMT')
064880          FROM(APPL-ERROR-LOG-RECORD)
064890          LENGTH(LENGTH OF APPL-ERROR-LOG-RECORD)
064900          NOHANDLE
064910     END-EXEC
064920     .
064930 9500-EXIT.
064940     EXIT.
