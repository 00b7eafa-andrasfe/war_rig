000190*    PF9 PAUCFR AND PF10 PAUCUS (THE CUSTOMER). THE SEL FIELD
000200*    PICKS WHICH ACCOUNT/CARD ROW (1-4) THE TRANSFER CARRIES;
000210*    BLANK MEANS ROW 1.
000211*    THE CUSTLIM EXPOSURE CAP, WHEN CREDIT POLICY HAS SET ONE,
000212*    SHOWS WITH THE HEADROOM LEFT UNDER IT - BALANCE PLUS PENDING
000213*    SUMMED OVER EVERY ACCOUNT THE CUSTOMER HOLDS, NOT JUST THE
000214*    FOUR LISTED - THE SAME FIGURE THE INTAKE DECLINES 5900 ON.
000215*    PF11 OPENS THE CSR CONTACT NOTES (PAUNOT) ON THE SELECTED
000216*    ACCOUNT ROW.
000217*    PF12 OPENS THE COMPLAINT REGISTER (PAUCMP) READY TO ADD A
000218*    COMPLAINT AGAINST THE SELECTED ACCOUNT ROW.
000219*    THE REWARDS POINTS BALANCE IS SUMMED OVER THE LISTED
000220*    ACCOUNTS' REWDLEDG BALANCE ROWS, AND THE THREE MOST RECENT
000221*    POINTS MOVEMENTS ACROSS THEM - EARNED, OR TAKEN BACK BY A
000222*    REFUND OR CHARGEBACK - ARE LISTED NEWEST FIRST.
000223*----------------------------------------------------------------*
000230*                MODIFICATION HISTORY                            *
000240* DATE       INIT DESCRIPTION                                    *
000250* 2027-03-08  RKA INITIAL VERSION                                *
000251* 2027-05-16  ABF ISSUED-NOT-ACTIVATED CARDS SHOWN AS NOT ACTV   *
000252* 2027-06-06  ABF CUSTOMER EXPOSURE CAP AND HEADROOM (CUSTLIM)   *
000253* 2027-09-26  JGM STAFF, VIP AND PROTECTED CUSTOMERS JOURNALED ON*
000254*                 VIEW (CVWL); A USER IS REFUSED THEIR OWN       *
000255*                 ACCOUNT (USRCUST)                              *
000256* 2027-10-10  ABF PF11 OPENS THE CSR CONTACT NOTES (PAUNOT) FOR  *
000257*                 THE SELECTED ACCOUNT ROW                       *
000258* 2027-10-17  JGM PF12 OPENS THE COMPLAINT REGISTER (PAUCMP) FOR *
000259*                 THE SELECTED ACCOUNT ROW                       *
000260* 2027-12-19  JGM CARDHOLDER-FROZEN CARD SHOWN AS FROZEN; WHEN,  *
000261*                 HOW AND BY WHOM ON THE MESSAGE LINE            *
000262* 2028-01-09  JGM DORMANT CARD (CARDSTAT D) SHOWN AS DORMANT      *
000263* 2028-02-27  ABF REWARDS POINTS BALANCE AND RECENT POINTS       *
000264*                 ACTIVITY FROM THE REWDLEDG LEDGER              *
000265* 2028-03-26  RKA CUSTOMER CAP HEADROOM SUMS THE WHOLE CONFIRMED-*
000266*                 DUPLICATE GROUP ON CUSTLINK                    *
000267*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-ZOS.
000440     05  WS-PGM-PAUALR              PIC X(08) VALUE 'COPAUSHC'.
000450     05  WS-PGM-PAUCFR              PIC X(08) VALUE 'COPAUS9C'.
000460     05  WS-PGM-PAUCUS              PIC X(08) VALUE 'COPAUSDC'.
000461     05  WS-PGM-PAUNOT              PIC X(08) VALUE 'COPAUSWC'.
000462     05  WS-PGM-PAUCMP              PIC X(08) VALUE 'COPAUSXC'.
000470     05  WS-CUSTFILENAME            PIC X(08) VALUE 'CUSTDAT '.
000480     05  WS-XREFFILENAME            PIC X(08) VALUE 'CARDXREF'.
000490     05  WS-ACCTFILENAME            PIC X(08) VALUE 'ACCTDAT '.
000500     05  WS-CRDSTFILENAME           PIC X(08) VALUE 'CARDSTAT'.
000510     05  WS-CRDCTFILENAME           PIC X(08) VALUE 'CARDCTRL'.
000520     05  WS-ALRTFILENAME            PIC X(08) VALUE 'ALERTPRF'.
000521     05  WS-CUSLMFILENAME           PIC X(08) VALUE 'CUSTLIM '.
000522     05  WS-CUSLKFILENAME           PIC X(08) VALUE 'CUSTLINK'.
000523*    CARDXREF PATH OVER THE CUSTOMER-ID ALTERNATE INDEX.
000524     05  WS-XRCUSFILENAME           PIC X(08) VALUE 'CXREFCUS'.
000525     05  WS-RWDLGFILENAME           PIC X(08) VALUE 'REWDLEDG'.
000526     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000527     05  WS-TODAY-CCYYMMDD          PIC X(08).
000530     05  WS-CUST-ID                 PIC 9(09).
000540     05  WS-SUB                     PIC S9(04) COMP.
000550     05  WS-SEL-SUB                 PIC S9(04) COMP.
000610         88  SEND-ERASE-YES                 VALUE 'Y'.
000620         88  SEND-ERASE-NO                  VALUE 'N'.
000630     05  WS-BROWSE-EOF-SW           PIC X(01) VALUE 'N'.
000631         88  XREF-BROWSE-EOF                VALUE 'Y'.
000632     05  WS-ACCT-KNOWN-SW           PIC X(01).
000633         88  ACCT-ALREADY-LISTED            VALUE 'Y'.
000634*    WHEN AND HOW THE FIRST FROZEN CARD LISTED WAS FROZEN - THE
000635*    CARD ROWS HAVE NO ROOM FOR IT, SO IT GOES ON THE MESSAGE
000636*    LINE.
000637     05  WS-FREEZE-NOTE             PIC X(79).
000638     05  WS-FREEZE-HOW              PIC X(15).
000639*----------------------------------------------------------------*
000640*    CUSTOMER EXPOSURE - EVERY DISTINCT ACCOUNT UNDER THE
000641*    CUSTOMER'S LIVE CARDXREF LINKS, BALANCE PLUS PENDING.
000642*----------------------------------------------------------------*
000643 01  WS-EXPOSURE-FIELDS.
000644     05  WS-CUST-EXPOSURE-AMT       PIC S9(11)V99 COMP-3.
000645     05  WS-CUST-HEADROOM-AMT       PIC S9(11)V99 COMP-3.
000646     05  WS-LIM-DIS                 PIC -(11)9.99.
000647     05  WS-CUSX-RID-CUST-ID        PIC 9(09).
000648     05  WS-CUSX-RID-CUST-ID-X REDEFINES
000649             WS-CUSX-RID-CUST-ID     PIC X(09).
000650     05  WS-CUSX-EOF-SW             PIC X(01).
000651         88  CUSX-SCAN-EOF                  VALUE 'Y'.
000652     05  WS-CUSX-KNOWN-SW           PIC X(01).
000653         88  CUSX-ACCT-LISTED               VALUE 'Y'.
000654     05  WS-CUSX-ACCT-CNT           PIC S9(04) COMP.
000655     05  WS-CUSX-SUB                PIC S9(04) COMP.
000656     05  WS-CUSX-ACCT-LIST          PIC 9(11) OCCURS 50 TIMES.
000657*    CUST-IDS SUMMED - THE CUSTOMER ALONE, OR EVERY MEMBER OF ITS
000658*    CONFIRMED-DUPLICATE GROUP ON CUSTLINK.
000659     05  WS-CUSX-MEMBER-ID          PIC 9(09).
000660     05  WS-CUSX-MBR-CNT            PIC S9(04) COMP.
000661     05  WS-CUSX-MBR-SUB            PIC S9(04) COMP.
000662     05  WS-CUSX-BROWSE-SW          PIC X(01).
000663         88  CUSX-BROWSE-FAILED             VALUE 'Y'.
000664*----------------------------------------------------------------*
000665*    REWARDS POINTS - THE BALANCE OVER THE LISTED ACCOUNTS AND
000666*    THE THREE NEWEST LEDGER ENTRIES AMONG THEM, NEWEST FIRST.
000667*----------------------------------------------------------------*
000668 01  WS-REWARDS-FIELDS.
000669     05  WS-RWD-BALANCE-PTS         PIC S9(11) COMP-3.
000670     05  WS-RWD-BAL-FOUND-SW        PIC X(01).
000671         88  RWD-BALANCE-FOUND              VALUE 'Y'.
000672     05  WS-RWD-ERROR-SW            PIC X(01).
000673         88  RWD-LEDGER-ERROR               VALUE 'Y'.
000674     05  WS-RWD-EOF-SW              PIC X(01).
000675         88  RWD-BROWSE-EOF                 VALUE 'Y'.
000676     05  WS-RWD-ACCT-READ           PIC S9(04) COMP.
000677     05  WS-RWD-SLOT                PIC S9(04) COMP.
000678     05  WS-RWD-SHIFT               PIC S9(04) COMP.
000679     05  WS-RWD-RECENT-CNT          PIC S9(04) COMP.
000680     05  WS-RWD-PTS-DIS             PIC -(10)9.
000681     05  WS-RWD-RECENT OCCURS 3 TIMES.
000682         10  WS-RWD-R-DATE          PIC X(08).
000683         10  WS-RWD-R-ACCT          PIC 9(11).
000684         10  WS-RWD-R-TYPE          PIC X(01).
000685         10  WS-RWD-R-POINTS        PIC S9(09) COMP-3.
000686         10  WS-RWD-R-MERCHANT      PIC X(15).
000687*----------------------------------------------------------------*
000688*    IMS PCB / SCHEDULING CONTROL - PAUTSMRY PENDING AMOUNTS
000689*----------------------------------------------------------------*
000690 01  WS-IMS-CONTROL.
000691     05  PSB-NAME                   PIC X(8) VALUE 'PSBPAUTL'.
000692     05  PCB-OFFSET.
000693         10 PAUT-PCB-NUM            PIC S9(4) COMP VALUE +1.
000694     05  IMS-RETURN-CODE            PIC X(02).
000695         88  STATUS-OK                    VALUE '  ', 'FW'.
000696         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
000697     05  DIBSTAT                    PIC X(02).
000698     05  WS-IMS-PSB-SCHD-FLG        PIC X(01) VALUE 'N'.
000699         88  IMS-PSB-SCHD                   VALUE 'Y'.
000700         88  IMS-PSB-NOT-SCHD               VALUE 'N'.
000701*----------------------------------------------------------------*
000702*    THE RELATIONSHIP KEYS THE PF TRANSFERS HAND OFF - UP TO
000703*    FOUR ACCOUNTS AND FOUR CARDS, CARRIED ACROSS TASKS IN THE
000704*    COMMAREA SO A TRANSFER NEVER DEPENDS ON A RE-READ.
000710*----------------------------------------------------------------*
000720 01  WS-RELATIONSHIP-KEYS.
000730     05  WS-ACCT-COUNT              PIC 9(01).
000930 COPY CVCRDSTY.
000940 COPY CVCRDCTY.
000950 COPY CVALRPRY.
000951 COPY CVCUSLMY.
000952 COPY CVCUSLKY.
000953 COPY CVUSRCUY.
000954 COPY CVVWLOGY.
000955 COPY CSVWLOGY.
000956 COPY CVRWDLGY.
000957 01  PENDING-AUTH-SUMMARY.
000958 COPY CIPAUSMY.
000960*----------------------------------------------------------------*
000970*    COMMON CARDDEMO WORK AREAS
000980*----------------------------------------------------------------*
002030            PERFORM XFER-IF-CLEAN   THRU XFER-IF-CLEAN-EXIT
002040        WHEN DFHPF10
002050            MOVE WS-PGM-PAUCUS      TO CDEMO-TO-PROGRAM
002051            PERFORM XFER-IF-CLEAN   THRU XFER-IF-CLEAN-EXIT
002052        WHEN DFHPF11
002053            PERFORM XFER-ON-ACCOUNT THRU XFER-ON-ACCOUNT-EXIT
002054            MOVE SPACES             TO CDEMO-NOTE-LINK
002055            MOVE WS-PGM-PAUNOT      TO CDEMO-TO-PROGRAM
002060            PERFORM XFER-IF-CLEAN   THRU XFER-IF-CLEAN-EXIT
002061        WHEN DFHPF12
002062            PERFORM XFER-ON-ACCOUNT THRU XFER-ON-ACCOUNT-EXIT
002063            MOVE SPACES             TO CDEMO-NOTE-LINK
002064            MOVE WS-PGM-PAUCMP      TO CDEMO-TO-PROGRAM
002065            PERFORM XFER-IF-CLEAN   THRU XFER-IF-CLEAN-EXIT
002070        WHEN OTHER
002080            SET ERR-FLG-ON          TO TRUE
002090            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
003220                                       WS-CARD-COUNT
003230                                       WS-DISPUTE-COUNT
003240                                       WS-FRAUD-COUNT
003245     MOVE SPACES                    TO WS-FREEZE-NOTE
003250     PERFORM VARYING WS-SUB FROM 1 BY 1
003260         UNTIL WS-SUB > 4
003270         MOVE 0      TO WS-ACCT-LIST(WS-SUB)
003290         MOVE SPACES TO PAUC6A01O OF COPAU8OO(WS-SUB)
003300         MOVE SPACES TO PAUC6C01O OF COPAU8OO(WS-SUB)
003310     END-PERFORM
003311*    A STAFF, VIP OR PROTECTED CUSTOMER IS JOURNALED EACH TIME THE
003312*    360 IS BUILT; A USER'S OWN CUSTOMER IS NOT SHOWN AND NO KEYS
003313*    ARE LEFT FOR THE PF TRANSFERS TO CARRY.
003314     MOVE WS-CUST-ID                TO WS-VW-CUST-ID
003315     MOVE 0                         TO WS-VW-ACCT-ID
003316     PERFORM CHECK-SENSITIVE-VIEW   THRU CHECK-SENSITIVE-VIEW-EXIT
003317     IF WS-VW-VIEW-BLOCKED
003318        SET ERR-FLG-ON              TO TRUE
003319        MOVE SPACES                 TO C6NAMEO OF COPAU8OO
003320        MOVE WS-VW-BLOCK-MSG        TO WS-MESSAGE
003321        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU8OO
003322        MOVE WS-RELATIONSHIP-KEYS   TO CDEMO-CP-INFO(10:110)
003323        GO TO BUILD-CUSTOMER-360-EXIT
003324     END-IF
003325     PERFORM READ-CUSTOMER-ROW      THRU READ-CUSTOMER-ROW-EXIT
003330     IF ERR-FLG-ON
003340        GO TO BUILD-CUSTOMER-360-EXIT
003350     END-IF
003470         VARYING WS-SUB FROM 1 BY 1
003480         UNTIL WS-SUB > WS-CARD-COUNT
003490     PERFORM COUNT-DB2-EXPOSURE     THRU COUNT-DB2-EXPOSURE-EXIT
003491     PERFORM SHOW-CUSTOMER-LIMIT    THRU SHOW-CUSTOMER-LIMIT-EXIT
003492     PERFORM SHOW-REWARDS-POINTS    THRU SHOW-REWARDS-POINTS-EXIT
003493     IF WS-FREEZE-NOTE NOT = SPACES
003494        MOVE WS-FREEZE-NOTE         TO WS-MESSAGE
003495        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU8OO
003496     END-IF
003500     MOVE WS-CUST-ID                TO C6CUSTO OF COPAU8OO
003510     MOVE WS-RELATIONSHIP-KEYS      TO CDEMO-CP-INFO(10:110)
003520     .
005840            WHEN CRDST-EXPIRED
005850               MOVE 'EXPIRED'       TO
005860                    C6CSTATO OF COPAU8OO(WS-SUB)
005861            WHEN CRDST-NOT-ACTIVATED
005862               MOVE 'NOT ACTV'      TO
005863                    C6CSTATO OF COPAU8OO(WS-SUB)
005864            WHEN CRDST-FROZEN
005865               MOVE 'FROZEN'        TO
005866                    C6CSTATO OF COPAU8OO(WS-SUB)
005867               IF WS-FREEZE-NOTE = SPACES
005868                  PERFORM BUILD-FREEZE-NOTE
005869                                    THRU BUILD-FREEZE-NOTE-EXIT
005870               END-IF
005871            WHEN CRDST-DORMANT
005872               MOVE 'DORMANT'       TO
005873                    C6CSTATO OF COPAU8OO(WS-SUB)
005874            WHEN OTHER
005880               MOVE 'ACTIVE'        TO
005890                    C6CSTATO OF COPAU8OO(WS-SUB)
005900        END-EVALUATE
006330     END-IF
006340     .
006350 FILL-ONE-CARD-EXIT.
006351     EXIT.
006352*----------------------------------------------------------------*
006353*    E.G. CARD 2 FROZEN VIA MOBILE APP ON 20271219 AT 143005 BY
006354*    COPAURST - CRDST-UPDATED-BY IS THE CHANNEL PROGRAM OR THE
006355*    CSR WHO KEYED IT.
006356*----------------------------------------------------------------*
006357 BUILD-FREEZE-NOTE.
006358*----------------------------------------------------------------*
006359     IF CRDST-FROZEN-VIA-CALL-CTR
006360        MOVE 'CALL CENTRE'          TO WS-FREEZE-HOW
006361     ELSE
006362        MOVE 'MOBILE APP'           TO WS-FREEZE-HOW
006363     END-IF
006364     MOVE WS-SUB                    TO WS-CNT-DIS
006365     STRING 'CARD '                 DELIMITED BY SIZE
006366            WS-CNT-DIS(5:1)         DELIMITED BY SIZE
006367            ' FROZEN VIA '          DELIMITED BY SIZE
006368            WS-FREEZE-HOW           DELIMITED BY '  '
006369            ' ON '                  DELIMITED BY SIZE
006370            CRDST-UPDATED-DATE      DELIMITED BY SIZE
006371            ' AT '                  DELIMITED BY SIZE
006372            CRDST-FREEZE-TIME       DELIMITED BY SIZE
006373            ' BY '                  DELIMITED BY SIZE
006374            CRDST-UPDATED-BY        DELIMITED BY SIZE
006375            INTO WS-FREEZE-NOTE
006376     END-STRING
006377     .
006378 BUILD-FREEZE-NOTE-EXIT.
006379     EXIT.
006380*----------------------------------------------------------------*
006381*    DISPUTES ARE CARD-KEYED, SO THE OPEN-CASE COUNT SUMS
006390*    ACROSS THE CUSTOMER'S CARDS; FRAUD ROWS CARRY THE
006400*    CUSTOMER ID DIRECTLY.
006410*----------------------------------------------------------------*
006570        MOVE WS-HV-COUNT            TO WS-FRAUD-COUNT
006580     END-IF
006590     MOVE WS-FRAUD-COUNT            TO WS-CNT-DIS
006591     MOVE WS-CNT-DIS                TO C6FRDO OF COPAU8OO
006592     .
006593 COUNT-DB2-EXPOSURE-EXIT.
006594     EXIT.
006595*----------------------------------------------------------------*
006596 COUNT-CARD-DISPUTES.
006597*----------------------------------------------------------------*
006598     MOVE WS-CARD-LIST(WS-SUB)      TO WS-HV-CARD-NUM
006599     EXEC SQL
006600         SELECT COUNT(*)
006601           INTO :WS-HV-COUNT
006602           FROM CARDDEMO.PAUDISPT
006603          WHERE CARD_NUM = :WS-HV-CARD-NUM
006604            AND CASE_STATUS <> 'X'
006605     END-EXEC
006606     IF SQLCODE = ZERO
006607        ADD WS-HV-COUNT             TO WS-DISPUTE-COUNT
006608     END-IF
006609     .
006610 COUNT-CARD-DISPUTES-EXIT.
006611     EXIT.
006612*----------------------------------------------------------------*
006613*    THE CUSTLIM CAP AND THE HEADROOM UNDER IT. EXPOSURE IS THE
006614*    CURRENT BALANCE PLUS THE PAUTSMRY PENDING AMOUNT OF EVERY
006615*    DISTINCT ACCOUNT BEHIND A LIVE CARDXREF LINK - THE SAME SUM
006616*    THE INTAKE TESTS A CREDIT AUTH AGAINST. NO ROW MEANS NO CAP.
006617*    A CONFIRMED DUPLICATE ON CUSTLINK IS SUMMED WITH ITS WHOLE
006618*    GROUP, UNDER ITS OWN CAP OR ELSE THE GROUP PRIMARY'S.
006619*----------------------------------------------------------------*
006620 SHOW-CUSTOMER-LIMIT.
006621*----------------------------------------------------------------*
006622     MOVE SPACES                    TO C6HDRMO OF COPAU8OO
006623     MOVE WS-CUST-ID                TO CLK-CUST-ID
006624     EXEC CICS READ
006625          DATASET   (WS-CUSLKFILENAME)
006626          RIDFLD    (CLK-CUST-ID)
006627          KEYLENGTH (LENGTH OF CLK-CUST-ID)
006628          INTO      (CUSTOMER-LINK-RECORD)
006629          LENGTH    (LENGTH OF CUSTOMER-LINK-RECORD)
006630          RESP      (WS-RESP-CD)
006631          RESP2     (WS-REAS-CD)
006632     END-EXEC
006633     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006634        OR CLK-MEMBER-COUNT NOT NUMERIC
006635        OR CLK-MEMBER-COUNT = ZERO
006636        MOVE WS-CUST-ID             TO CLK-PRIMARY-CUST-ID
006637                                       CLK-MEMBER-ID(1)
006638        MOVE 1                      TO CLK-MEMBER-COUNT
006639     END-IF
006640     MOVE CLK-MEMBER-COUNT          TO WS-CUSX-MBR-CNT
006641     IF WS-CUSX-MBR-CNT > 10
006642        MOVE 10                     TO WS-CUSX-MBR-CNT
006643     END-IF
006644     MOVE WS-CUST-ID                TO CLM-CUST-ID
006645     EXEC CICS READ
006646          DATASET   (WS-CUSLMFILENAME)
006647          RIDFLD    (CLM-CUST-ID)
006648          KEYLENGTH (LENGTH OF CLM-CUST-ID)
006649          INTO      (CUSTOMER-LIMIT-RECORD)
006650          LENGTH    (LENGTH OF CUSTOMER-LIMIT-RECORD)
006651          RESP      (WS-RESP-CD)
006652          RESP2     (WS-REAS-CD)
006653     END-EXEC
006654     IF (WS-RESP-CD NOT = DFHRESP(NORMAL) OR NOT CLM-ACTIVE)
006655        AND CLK-PRIMARY-CUST-ID NOT = WS-CUST-ID
006656        MOVE CLK-PRIMARY-CUST-ID    TO CLM-CUST-ID
006657        EXEC CICS READ
006658             DATASET   (WS-CUSLMFILENAME)
006659             RIDFLD    (CLM-CUST-ID)
006660             KEYLENGTH (LENGTH OF CLM-CUST-ID)
006661             INTO      (CUSTOMER-LIMIT-RECORD)
006662             LENGTH    (LENGTH OF CUSTOMER-LIMIT-RECORD)
006663             RESP      (WS-RESP-CD)
006664             RESP2     (WS-REAS-CD)
006665        END-EXEC
006666     END-IF
006667     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006668        MOVE 'NO CAP'               TO C6CLIMO OF COPAU8OO
006669        GO TO SHOW-CUSTOMER-LIMIT-EXIT
006670     END-IF
006671     IF NOT CLM-ACTIVE
006672        MOVE 'SUSPENDED'            TO C6CLIMO OF COPAU8OO
006673        GO TO SHOW-CUSTOMER-LIMIT-EXIT
006674     END-IF
006675     MOVE CLM-EXPOSURE-CAP          TO WS-LIM-DIS
006676     MOVE WS-LIM-DIS                TO C6CLIMO OF COPAU8OO
006677     EXEC CICS ASKTIME
006678          ABSTIME(WS-ABS-TIME)
006679          NOHANDLE
006680     END-EXEC
006681     EXEC CICS FORMATTIME
006682          ABSTIME(WS-ABS-TIME)
006683          YYYYMMDD(WS-TODAY-CCYYMMDD)
006684          NOHANDLE
006685     END-EXEC
006686     EXEC DLI SCHD
006687          PSB((PSB-NAME))
006688          NODHABEND
006689     END-EXEC
006690     MOVE DIBSTAT                   TO IMS-RETURN-CODE
006691     IF NOT STATUS-OK
006692        MOVE 'UNAVAILABLE'          TO C6HDRMO OF COPAU8OO
006693        GO TO SHOW-CUSTOMER-LIMIT-EXIT
006694     END-IF
006695     SET IMS-PSB-SCHD               TO TRUE
006696     MOVE ZERO                      TO WS-CUST-EXPOSURE-AMT
006697                                       WS-CUSX-ACCT-CNT
006698     MOVE 'N'                       TO WS-CUSX-BROWSE-SW
006699     PERFORM SUM-CUST-MEMBER        THRU SUM-CUST-MEMBER-EXIT
006700         VARYING WS-CUSX-MBR-SUB FROM 1 BY 1
006701         UNTIL WS-CUSX-MBR-SUB > WS-CUSX-MBR-CNT
006702            OR CUSX-BROWSE-FAILED
006703     IF NOT CUSX-BROWSE-FAILED
006704        COMPUTE WS-CUST-HEADROOM-AMT =
006705                CLM-EXPOSURE-CAP - WS-CUST-EXPOSURE-AMT
006706        MOVE WS-CUST-HEADROOM-AMT   TO WS-LIM-DIS
006707        MOVE WS-LIM-DIS             TO C6HDRMO OF COPAU8OO
006708     ELSE
006709        MOVE 'UNAVAILABLE'          TO C6HDRMO OF COPAU8OO
006710     END-IF
006711     SET IMS-PSB-NOT-SCHD           TO TRUE
006712     EXEC DLI TERM
006713     END-EXEC
006714     .
006715 SHOW-CUSTOMER-LIMIT-EXIT.
006716     EXIT.
006717*----------------------------------------------------------------*
006718*    REWDLEDG IS KEYED BY ACCOUNT THEN INVERTED DATE, SO EACH
006719*    ACCOUNT'S BROWSE MEETS ITS BALANCE ROW FIRST AND THEN ITS
006720*    ENTRIES NEWEST FIRST - NO MORE THAN THREE ARE NEEDED FROM
006721*    ANY ONE ACCOUNT. AN ACCOUNT THAT HAS NEVER EARNED HAS NO
006722*    ROWS AT ALL.
006723*----------------------------------------------------------------*
006724 SHOW-REWARDS-POINTS.
006725*----------------------------------------------------------------*
006726     MOVE 0                         TO WS-RWD-BALANCE-PTS
006727                                       WS-RWD-RECENT-CNT
006728     MOVE 'N'                       TO WS-RWD-BAL-FOUND-SW
006729                                       WS-RWD-ERROR-SW
006730     PERFORM SCAN-ACCT-REWARDS      THRU SCAN-ACCT-REWARDS-EXIT
006731         VARYING WS-SUB FROM 1 BY 1
006732         UNTIL WS-SUB > WS-ACCT-COUNT
006733     EVALUATE TRUE
006734         WHEN RWD-LEDGER-ERROR
006735            MOVE 'UNAVAILABLE'      TO C6PTSO OF COPAU8OO
006736         WHEN RWD-BALANCE-FOUND
006737            MOVE WS-RWD-BALANCE-PTS TO WS-RWD-PTS-DIS
006738            MOVE WS-RWD-PTS-DIS     TO C6PTSO OF COPAU8OO
006739         WHEN OTHER
006740            MOVE 'NOT ENROLLED'     TO C6PTSO OF COPAU8OO
006741     END-EVALUATE
006742     PERFORM SHOW-RECENT-REWARD     THRU SHOW-RECENT-REWARD-EXIT
006743         VARYING WS-RWD-SLOT FROM 1 BY 1
006744         UNTIL WS-RWD-SLOT > 3
006745     .
006746 SHOW-REWARDS-POINTS-EXIT.
006747     EXIT.
006748*----------------------------------------------------------------*
006749 SCAN-ACCT-REWARDS.
006750*----------------------------------------------------------------*
006751     MOVE LOW-VALUES                TO RWL-KEY
006752     MOVE WS-ACCT-LIST(WS-SUB)      TO RWL-ACCT-ID
006753     EXEC CICS STARTBR
006754          DATASET   (WS-RWDLGFILENAME)
006755          RIDFLD    (RWL-KEY)
006756          KEYLENGTH (LENGTH OF RWL-KEY)
006757          GTEQ
006758          RESP      (WS-RESP-CD)
006759          RESP2     (WS-REAS-CD)
006760     END-EXEC
006761     EVALUATE WS-RESP-CD
006762         WHEN DFHRESP(NORMAL)
006763            CONTINUE
006764         WHEN DFHRESP(NOTFND)
006765            GO TO SCAN-ACCT-REWARDS-EXIT
006766         WHEN OTHER
006767            SET RWD-LEDGER-ERROR    TO TRUE
006768            GO TO SCAN-ACCT-REWARDS-EXIT
006769     END-EVALUATE
006770     MOVE 'N'                       TO WS-RWD-EOF-SW
006771     MOVE 0                         TO WS-RWD-ACCT-READ
006772     PERFORM READ-NEXT-REWARD       THRU READ-NEXT-REWARD-EXIT
006773         UNTIL RWD-BROWSE-EOF
006774     EXEC CICS ENDBR
006775          DATASET (WS-RWDLGFILENAME)
006776          RESP    (WS-RESP-CD)
006777     END-EXEC
006778     .
006779 SCAN-ACCT-REWARDS-EXIT.
006780     EXIT.
006781*----------------------------------------------------------------*
006782 READ-NEXT-REWARD.
006783*----------------------------------------------------------------*
006784     EXEC CICS READNEXT
006785          DATASET   (WS-RWDLGFILENAME)
006786          RIDFLD    (RWL-KEY)
006787          KEYLENGTH (LENGTH OF RWL-KEY)
006788          INTO      (REWARD-LEDGER-RECORD)
006789          LENGTH    (LENGTH OF REWARD-LEDGER-RECORD)
006790          RESP      (WS-RESP-CD)
006791          RESP2     (WS-REAS-CD)
006792     END-EXEC
006793     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006794        OR RWL-ACCT-ID NOT = WS-ACCT-LIST(WS-SUB)
006795        SET RWD-BROWSE-EOF          TO TRUE
006796        GO TO READ-NEXT-REWARD-EXIT
006797     END-IF
006798     IF RWL-BALANCE-ROW
006799        SET RWD-BALANCE-FOUND       TO TRUE
006800        ADD RWB-BALANCE-POINTS      TO WS-RWD-BALANCE-PTS
006801        GO TO READ-NEXT-REWARD-EXIT
006802     END-IF
006803     PERFORM KEEP-RECENT-REWARD     THRU KEEP-RECENT-REWARD-EXIT
006804     ADD 1                          TO WS-RWD-ACCT-READ
006805     IF WS-RWD-ACCT-READ >= 3
006806        SET RWD-BROWSE-EOF          TO TRUE
006807     END-IF
006808     .
006809 READ-NEXT-REWARD-EXIT.
006810     EXIT.
006811*----------------------------------------------------------------*
006812*    SLOTS THE ENTRY JUST READ INTO THE NEWEST-FIRST LIST OF
006813*    THREE, PUSHING OLDER ONES DOWN AND THE OLDEST OFF THE END.
006814*----------------------------------------------------------------*
006815 KEEP-RECENT-REWARD.
006816*----------------------------------------------------------------*
006817     PERFORM FIND-RECENT-SLOT       THRU FIND-RECENT-SLOT-EXIT
006818         VARYING WS-RWD-SLOT FROM 1 BY 1
006819         UNTIL WS-RWD-SLOT > WS-RWD-RECENT-CNT
006820            OR RWL-ENTRY-DATE > WS-RWD-R-DATE(WS-RWD-SLOT)
006821     IF WS-RWD-SLOT > 3
006822        GO TO KEEP-RECENT-REWARD-EXIT
006823     END-IF
006824     IF WS-RWD-RECENT-CNT < 3
006825        ADD 1                       TO WS-RWD-RECENT-CNT
006826     END-IF
006827     PERFORM SHIFT-RECENT-DOWN      THRU SHIFT-RECENT-DOWN-EXIT
006828         VARYING WS-RWD-SHIFT FROM WS-RWD-RECENT-CNT BY -1
006829         UNTIL WS-RWD-SHIFT <= WS-RWD-SLOT
006830     MOVE RWL-ENTRY-DATE            TO WS-RWD-R-DATE(WS-RWD-SLOT)
006831     MOVE RWL-ACCT-ID               TO WS-RWD-R-ACCT(WS-RWD-SLOT)
006832     MOVE RWL-ENTRY-TYPE            TO WS-RWD-R-TYPE(WS-RWD-SLOT)
006833     MOVE RWL-POINTS                TO
006834          WS-RWD-R-POINTS(WS-RWD-SLOT)
006835     MOVE RWL-MERCHANT-ID           TO
006836          WS-RWD-R-MERCHANT(WS-RWD-SLOT)
006837     .
006838 KEEP-RECENT-REWARD-EXIT.
006839     EXIT.
006840*----------------------------------------------------------------*
006841 FIND-RECENT-SLOT.
006842*----------------------------------------------------------------*
006843     CONTINUE
006844     .
006845 FIND-RECENT-SLOT-EXIT.
006846     EXIT.
006847*----------------------------------------------------------------*
006848 SHIFT-RECENT-DOWN.
006849*----------------------------------------------------------------*
006850     MOVE WS-RWD-RECENT(WS-RWD-SHIFT - 1)
006851                                    TO WS-RWD-RECENT(WS-RWD-SHIFT)
006852     .
006853 SHIFT-RECENT-DOWN-EXIT.
006854     EXIT.
006855*----------------------------------------------------------------*
006856 SHOW-RECENT-REWARD.
006857*----------------------------------------------------------------*
006858     MOVE SPACES                    TO
006859          PAUC6R01O OF COPAU8OO(WS-RWD-SLOT)
006860     IF WS-RWD-SLOT > WS-RWD-RECENT-CNT
006861        GO TO SHOW-RECENT-REWARD-EXIT
006862     END-IF
006863     STRING WS-RWD-R-DATE(WS-RWD-SLOT)(1:4) '-'
006864            WS-RWD-R-DATE(WS-RWD-SLOT)(5:2) '-'
006865            WS-RWD-R-DATE(WS-RWD-SLOT)(7:2)
006866            DELIMITED BY SIZE
006867            INTO C6RDATEO OF COPAU8OO(WS-RWD-SLOT)
006868     END-STRING
006869     MOVE WS-RWD-R-ACCT(WS-RWD-SLOT) TO
006870          C6RACCTO OF COPAU8OO(WS-RWD-SLOT)
006871     EVALUATE WS-RWD-R-TYPE(WS-RWD-SLOT)
006872         WHEN 'E'
006873            MOVE 'EARNED'           TO
006874                 C6RTYPEO OF COPAU8OO(WS-RWD-SLOT)
006875         WHEN 'R'
006876            MOVE 'REFUND'           TO
006877                 C6RTYPEO OF COPAU8OO(WS-RWD-SLOT)
006878         WHEN 'C'
006879            MOVE 'CHGBACK'          TO
006880                 C6RTYPEO OF COPAU8OO(WS-RWD-SLOT)
006881     END-EVALUATE
006882     MOVE WS-RWD-R-POINTS(WS-RWD-SLOT) TO WS-RWD-PTS-DIS
006883     MOVE WS-RWD-PTS-DIS            TO
006884          C6RPTSO OF COPAU8OO(WS-RWD-SLOT)
006885     MOVE WS-RWD-R-MERCHANT(WS-RWD-SLOT) TO
006886          C6RMRCHO OF COPAU8OO(WS-RWD-SLOT)
006887     .
006888 SHOW-RECENT-REWARD-EXIT.
006889     EXIT.
006890*----------------------------------------------------------------*
006891*    THE PATH IS NON-UNIQUE - READNEXT ANSWERS DUPKEY WHILE MORE
006892*    OF THE CUSTOMER'S CARDS FOLLOW AND NORMAL ON THE LAST ONE.
006893*----------------------------------------------------------------*
006894 SUM-NEXT-CUST-ACCT.
006895*----------------------------------------------------------------*
006896     EXEC CICS READNEXT
006897          DATASET   (WS-XRCUSFILENAME)
006898          RIDFLD    (WS-CUSX-RID-CUST-ID-X)
006899          KEYLENGTH (LENGTH OF WS-CUSX-RID-CUST-ID-X)
006900          INTO      (CARD-XREF-RECORD)
006901          LENGTH    (LENGTH OF CARD-XREF-RECORD)
006902          RESP      (WS-RESP-CD)
006903          RESP2     (WS-REAS-CD)
006904     END-EXEC
006905     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006906        AND WS-RESP-CD NOT = DFHRESP(DUPKEY)
006907        SET CUSX-SCAN-EOF           TO TRUE
006908        GO TO SUM-NEXT-CUST-ACCT-EXIT
006909     END-IF
006910     IF XREF-CUST-ID NOT = WS-CUSX-MEMBER-ID
006911        SET CUSX-SCAN-EOF           TO TRUE
006912        GO TO SUM-NEXT-CUST-ACCT-EXIT
006913     END-IF
006914     IF XREF-END-DATE NOT = SPACES
006915        AND XREF-END-DATE < WS-TODAY-CCYYMMDD
006916        GO TO SUM-NEXT-CUST-ACCT-EXIT
006917     END-IF
006918     MOVE 'N'                       TO WS-CUSX-KNOWN-SW
006919     PERFORM FIND-CUST-ACCT         THRU FIND-CUST-ACCT-EXIT
006920         VARYING WS-CUSX-SUB FROM 1 BY 1
006921         UNTIL WS-CUSX-SUB > WS-CUSX-ACCT-CNT
006922            OR CUSX-ACCT-LISTED
006923     IF CUSX-ACCT-LISTED
006924        GO TO SUM-NEXT-CUST-ACCT-EXIT
006925     END-IF
006926     IF WS-CUSX-ACCT-CNT < 50
006927        ADD 1                       TO WS-CUSX-ACCT-CNT
006928        MOVE XREF-ACCT-ID           TO
006929             WS-CUSX-ACCT-LIST(WS-CUSX-ACCT-CNT)
006930     END-IF
006931     MOVE XREF-ACCT-ID              TO ACCT-ID
006932     EXEC CICS READ
006933          DATASET   (WS-ACCTFILENAME)
006934          RIDFLD    (ACCT-ID)
006935          KEYLENGTH (LENGTH OF ACCT-ID)
006936          INTO      (ACCOUNT-RECORD)
006937          LENGTH    (LENGTH OF ACCOUNT-RECORD)
006938          RESP      (WS-RESP-CD)
006939          RESP2     (WS-REAS-CD)
006940     END-EXEC
006941     IF WS-RESP-CD = DFHRESP(NORMAL)
006942        ADD ACCT-CURR-BAL           TO WS-CUST-EXPOSURE-AMT
006943     END-IF
006944     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
006945          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = XREF-ACCT-ID))
006946          INTO   (PENDING-AUTH-SUMMARY)
006947     END-EXEC
006948     MOVE DIBSTAT                   TO IMS-RETURN-CODE
006949     IF STATUS-OK
006950        ADD PA-APPROVED-AUTH-AMT    TO WS-CUST-EXPOSURE-AMT
006951     END-IF
006952     .
006953 SUM-NEXT-CUST-ACCT-EXIT.
006954     EXIT.
006955*----------------------------------------------------------------*
006956 FIND-CUST-ACCT.
006957*----------------------------------------------------------------*
006958     IF WS-CUSX-ACCT-LIST(WS-CUSX-SUB) = XREF-ACCT-ID
006959        SET CUSX-ACCT-LISTED        TO TRUE
006960     END-IF
006961     .
006962 FIND-CUST-ACCT-EXIT.
006963     EXIT.
006964*----------------------------------------------------------------*
006965*    ONE CUST-ID'S CARDS ON THE CUSTOMER PATH. AN ACCOUNT ALREADY
006966*    SUMMED FOR ANOTHER MEMBER OF THE GROUP IS NOT ADDED AGAIN.
006967*----------------------------------------------------------------*
006968 SUM-CUST-MEMBER.
006969*----------------------------------------------------------------*
006970     MOVE CLK-MEMBER-ID(WS-CUSX-MBR-SUB) TO WS-CUSX-MEMBER-ID
006971     IF WS-CUSX-MEMBER-ID NOT NUMERIC
006972        OR WS-CUSX-MEMBER-ID = ZERO
006973        GO TO SUM-CUST-MEMBER-EXIT
006974     END-IF
006975     MOVE 'N'                       TO WS-CUSX-EOF-SW
006976     MOVE WS-CUSX-MEMBER-ID         TO WS-CUSX-RID-CUST-ID
006977     EXEC CICS STARTBR
006978          DATASET   (WS-XRCUSFILENAME)
006979          RIDFLD    (WS-CUSX-RID-CUST-ID-X)
006980          KEYLENGTH (LENGTH OF WS-CUSX-RID-CUST-ID-X)
006981          EQUAL
006982          RESP      (WS-RESP-CD)
006983          RESP2     (WS-REAS-CD)
006984     END-EXEC
006985     IF WS-RESP-CD = DFHRESP(NOTFND)
006986        AND WS-CUSX-MEMBER-ID NOT = WS-CUST-ID
006987        GO TO SUM-CUST-MEMBER-EXIT
006988     END-IF
006989     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006990        SET CUSX-BROWSE-FAILED      TO TRUE
006991        GO TO SUM-CUST-MEMBER-EXIT
006992     END-IF
006993     PERFORM SUM-NEXT-CUST-ACCT     THRU SUM-NEXT-CUST-ACCT-EXIT
006994         UNTIL CUSX-SCAN-EOF
006995     EXEC CICS ENDBR
006996          DATASET (WS-XRCUSFILENAME)
006997          RESP    (WS-RESP-CD)
006998     END-EXEC
006999     .
007000 SUM-CUST-MEMBER-EXIT.
007001     EXIT.
007002*----------------------------------------------------------------*
007003 RECEIVE-C60-SCREEN.
007004*----------------------------------------------------------------*
007005     EXEC CICS RECEIVE
007006         MAP('COPAU8O')
007007         MAPSET('COPAU22')
007008         INTO(COPAU8OI)
007009     END-EXEC
007010     .
007011 RECEIVE-C60-SCREEN-EXIT.
007012     EXIT.
007013*----------------------------------------------------------------*
007014 SEND-C60-SCREEN.
007015*----------------------------------------------------------------*
007016     IF SEND-ERASE-YES
007017        EXEC CICS SEND MAP('COPAU8O')
007018             MAPSET('COPAU22')
007019             FROM(COPAU8OO)
007020             ERASE
007021        END-EXEC
007022     ELSE
007023        EXEC CICS SEND MAP('COPAU8O')
007030             MAPSET('COPAU22')
007040             FROM(COPAU8OO)
007050             DATAONLY
007180     .
007190 RETURN-TO-PREV-SCREEN-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------*
007220*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
007230*----------------------------------------------------------------*
007240 COPY CSVWLOGP.
