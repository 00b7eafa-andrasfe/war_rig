000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAURMI.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-12-12.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAURMI - MOBILE OPEN-TO-BUY AND PENDING HOLDS INQUIRY     *
000090*    CICS WEB-ATTACHED TRANSACTION (ITS OWN URIMAP, ALONGSIDE    *
000100*    COPAURST). TAKES A FLAT JSON POST WITH THE CALLING CHANNEL, *
000110*    A CARD TOKEN (OR A CARD NUMBER, WHICH IS ONLY EVER USED TO  *
000120*    FIND ITS TOKEN) AND RETURNS THE ACCOUNT STATUS, CREDIT      *
000130*    LIMIT, OPEN-TO-BUY AND THE LATEST PENDING HOLDS ON PAUTB    *
000140*    WITH MERCHANT NAME, AMOUNT AND DATE.                        *
000150*    THE CALLER IS AUTHENTICATED THE SAME WAY THE INTAKE         *
000160*    AUTHENTICATES A PARTNER MESSAGE: AN ENABLED CHANLMST ROW    *
000170*    FOR THE CHANNEL, AND WHERE CHANKEYS ENFORCES IT A MAC OVER  *
000180*    THE INQUIRY THROUGH THE SITE CRYPTO ROUTINE (PAUMACR).      *
000190*    OPEN-TO-BUY IS WORKED OUT EXACTLY AS THE INTAKE DOES IT     *
000200*    (COPAUA0C 4310) - LIMIT LESS BALANCE LESS APPROVED PENDING  *
000210*    LESS INSTALMENT PLAN HOLDS LESS OPEN HOLDEST UPLIFTS, PLUS  *
000220*    ANY LIMITOVR UPLIFT IN ITS WINDOW. ONLY THE TOKEN EVER GOES *
000230*    BACK - NEVER A CLEAR PAN.                                   *
000240*    EVERY CALL, ANSWERED OR REFUSED, IS LOGGED TO THE CMBI TD   *
000250*    QUEUE (CVMBILGY).                                           *
000260*----------------------------------------------------------------*
000270*                MODIFICATION HISTORY                            *
000280* DATE       INIT DESCRIPTION                                    *
000290* 2027-12-12  ABF INITIAL VERSION                                *
000300* 2028-03-27  ABF OPEN-TO-BUY ALSO LESS THE ACCOUNT'S OPEN       *
000310*                 HOLDEST UPLIFTS, AS THE INTAKE COMPUTES IT     *
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
000430     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAURMI'.
000440     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000450     05  WS-XREFFILENAME            PIC X(08) VALUE 'CARDXREF'.
000460     05  WS-ACCTFILENAME            PIC X(08) VALUE 'ACCTDAT '.
000470     05  WS-LMOVRFILENAME           PIC X(08) VALUE 'LIMITOVR'.
000480     05  WS-CHKEYFILENAME           PIC X(08) VALUE 'CHANKEYS'.
000490     05  WS-CHNMSFILENAME           PIC X(08) VALUE 'CHANLMST'.
000500     05  WS-HLESTFILENAME           PIC X(08) VALUE 'HOLDEST '.
000510     05  WS-RESP-CD                 PIC S9(09) COMP VALUE ZERO.
000520     05  WS-REAS-CD                 PIC S9(09) COMP VALUE ZERO.
000530     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000540     05  WS-TODAY-CCYYMMDD          PIC X(08).
000550     05  WS-CUR-TIME                PIC X(06).
000560     05  WS-ACCT-RID-ACCT-ID        PIC 9(11).
000570     05  WS-ACCT-RID-ACCT-ID-X REDEFINES
000580             WS-ACCT-RID-ACCT-ID     PIC X(11).
000590     05  WS-MAC-COMPUTED            PIC X(16).
000600     05  WS-MAC-DATA-LEN            PIC S9(8) COMP.
000610*----------------------------------------------------------------*
000620*    HOLDS RETURNED - THE CALLER ASKS FOR UP TO MAX, DEFAULT     *
000630*    WHEN OMITTED.                                               *
000640*----------------------------------------------------------------*
000650     05  WS-HOLDS-DEFAULT           PIC 9(02) VALUE 5.
000660     05  WS-HOLDS-MAX               PIC 9(02) VALUE 10.
000670     05  WS-HOLDS-WANTED            PIC 9(02).
000680     05  WS-HOLDS-TEXT              PIC X(02) JUSTIFIED RIGHT.
000690     05  WS-HOLD-COUNT              PIC S9(04) COMP VALUE ZERO.
000700     05  WS-HOLD-IDX                PIC S9(04) COMP VALUE ZERO.
000710     05  WS-HOLD-SCAN-SW            PIC X(01) VALUE 'N'.
000720         88  HOLD-SCAN-EOF                  VALUE 'Y'.
000730     05  WS-HLE-BROWSE-SW           PIC X(01) VALUE 'N'.
000740         88  HLE-BROWSE-DONE                VALUE 'Y'.
000750     05  WS-PENDING-AUTH-AMT        PIC S9(09)V99 COMP-3.
000760     05  WS-PLAN-HOLD-AMT           PIC S9(09)V99 COMP-3.
000770     05  WS-EST-UPLIFT-AMT          PIC S9(09)V99 COMP-3.
000780     05  WS-OPEN-TO-BUY             PIC S9(09)V99 COMP-3.
000790     05  WS-CREDIT-LIMIT-DIS        PIC -(9)9.99.
000800     05  WS-OPEN-TO-BUY-DIS         PIC -(9)9.99.
000810     05  WS-HOLD-AMT-DIS            PIC -(9)9.99.
000820 01  WS-HOLD-TABLE.
000830     05  WS-HOLD-ENTRY OCCURS 10 TIMES.
000840         10  WS-HOLD-MERCHANT       PIC X(25).
000850         10  WS-HOLD-AMT            PIC S9(09)V99 COMP-3.
000860         10  WS-HOLD-DATE           PIC X(08).
000870*----------------------------------------------------------------*
000880*    THE INQUIRY AS THE CALLER SENT IT. WS-INQ-MAC-DATA IS WHAT  *
000890*    THE CHANNEL'S MAC IS COMPUTED OVER - CHANNEL, CARD          *
000900*    REFERENCE AND THE CALLER'S REQUEST TIME, IN THAT ORDER.     *
000910*----------------------------------------------------------------*
000920 01  WS-INQUIRY-FIELDS.
000930     05  WS-INQ-MAC-DATA.
000940         10  WS-INQ-CHANNEL         PIC X(02).
000950         10  WS-INQ-CARD-REF        PIC X(16).
000960         10  WS-INQ-REQUEST-TIME    PIC X(14).
000970     05  WS-INQ-MAC                 PIC X(16).
000980     05  WS-INQ-CARD-TOKEN          PIC X(16).
000990     05  WS-INQ-ACCT-STATUS         PIC X(01).
001000 01  WS-HTTP-FIELDS.
001010     05  WS-HTTP-METHOD             PIC X(08).
001020     05  WS-RESP-STATUSCODE         PIC S9(04) COMP.
001030     05  WS-STATUS-DISPLAY          PIC 9(03).
001040     05  WS-JSON-REQUEST            PIC X(2000).
001050     05  WS-JSON-REQ-LENGTH         PIC S9(09) COMP.
001060     05  WS-JSON-RESPONSE           PIC X(2000).
001070     05  WS-JSON-RESP-LENGTH        PIC S9(09) COMP.
001080     05  WS-REST-STATUS-SW          PIC X(01) VALUE 'N'.
001090         88  REST-REQUEST-OK                  VALUE 'Y'.
001100         88  REST-REQUEST-FAILED              VALUE 'N'.
001110     05  WS-FAIL-MESSAGE            PIC X(40).
001120*----------------------------------------------------------------*
001130*    JSON PARSE WORK AREAS - THE SAME FLAT TAG SCAN AS COPAURST  *
001140*----------------------------------------------------------------*
001150 01  WS-JSON-PARSE-FIELDS.
001160     05  WS-JSON-TAG                PIC X(32).
001170     05  WS-JSON-TAG-LEN            PIC S9(4) COMP.
001180     05  WS-JSON-TAG-TRAIL          PIC S9(4) COMP.
001190     05  WS-JSON-VALUE              PIC X(64).
001200     05  WS-JSON-BEFORE             PIC X(2000).
001210     05  WS-JSON-AFTER              PIC X(2000).
001220     05  WS-JSON-TAG-FOUND-SW       PIC X(01).
001230         88  JSON-TAG-FOUND                   VALUE 'Y'.
001240         88  JSON-TAG-NOT-FOUND                VALUE 'N'.
001250*----------------------------------------------------------------*
001260*    IMS PCB / SCHEDULING CONTROL - READ-ONLY ACCESS THROUGH THE *
001270*    SAME LIST PSB PAULST AND THE STATUS INQUIRY USE.            *
001280*----------------------------------------------------------------*
001290 01  WS-IMS-CONTROL.
001300     05  PSB-NAME                   PIC X(8) VALUE 'PSBPAUTL'.
001310     05  PCB-OFFSET.
001320         10 PAUT-PCB-NUM            PIC S9(4) COMP VALUE +1.
001330     05  IMS-RETURN-CODE            PIC X(02).
001340         88  STATUS-OK                    VALUE '  ', 'FW'.
001350         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
001360         88  END-OF-DB                    VALUE 'GB'.
001370     05  DIBSTAT                    PIC X(02).
001380*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
001390 01  PENDING-AUTH-SUMMARY.
001400     COPY CIPAUSMY.
001410*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
001420 01  PENDING-AUTH-DETAILS.
001430     COPY CIPAUDTY.
001440*----------------------------------------------------------------*
001450*  CARD, ACCOUNT AND CHANNEL LAYOUTS                             *
001460*----------------------------------------------------------------*
001470 01  CARD-XREF-RECORD.
001480     COPY CVACT03Y.
001490     COPY CVACT01Y.
001500     COPY CVTOKPVY.
001510     COPY CVLMOVRY.
001520     COPY CVHLDESY.
001530     COPY CVCHNMSY.
001540     COPY CVCHKEYY.
001550     COPY CVMBILGY.
001560*----------------------------------------------------------------*
001570 LINKAGE SECTION.
001580 01  DFHCOMMAREA.
001590     05  LK-COMMAREA                PIC X(01)
001600             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
001610*----------------------------------------------------------------*
001620 PROCEDURE DIVISION.
001630*----------------------------------------------------------------*
001640 MAIN-PARA.
001650*----------------------------------------------------------------*
001660     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001670*
001680     PERFORM 2000-RECEIVE-REQUEST    THRU 2000-EXIT
001690*
001700     IF REST-REQUEST-OK
001710        PERFORM 3000-PARSE-JSON-REQUEST   THRU 3000-EXIT
001720     END-IF
001730*
001740     IF REST-REQUEST-OK
001750        PERFORM 3100-VALIDATE-CHANNEL     THRU 3100-EXIT
001760     END-IF
001770*
001780     IF REST-REQUEST-OK
001790        PERFORM 3200-VERIFY-INQUIRY-MAC   THRU 3200-EXIT
001800     END-IF
001810*
001820     IF REST-REQUEST-OK
001830        PERFORM 4000-RESOLVE-CARD-TOKEN   THRU 4000-EXIT
001840     END-IF
001850*
001860     IF REST-REQUEST-OK
001870        PERFORM 4100-READ-XREF-ACCOUNT    THRU 4100-EXIT
001880     END-IF
001890*
001900     IF REST-REQUEST-OK
001910        PERFORM 5000-GATHER-PENDING-HOLDS THRU 5000-EXIT
001920     END-IF
001930*
001940     PERFORM 6000-BUILD-JSON-RESPONSE THRU 6000-EXIT
001950*
001960     PERFORM 7000-SEND-RESPONSE      THRU 7000-EXIT
001970*
001980     PERFORM 8000-LOG-INQUIRY        THRU 8000-EXIT
001990*
002000     EXEC CICS RETURN
002010     END-EXEC
002020     .
002030*----------------------------------------------------------------*
002040 1000-INITIALIZE.
002050*----------------------------------------------------------------*
002060     SET REST-REQUEST-OK            TO TRUE
002070     MOVE 200                       TO WS-RESP-STATUSCODE
002080     MOVE SPACES                    TO WS-JSON-REQUEST
002090                                       WS-JSON-RESPONSE
002100                                       WS-INQUIRY-FIELDS
002110                                       WS-FAIL-MESSAGE
002120                                       CHK-KEY-ID
002130     MOVE ZERO                      TO XREF-ACCT-ID
002140                                       WS-HOLD-COUNT
002150     EXEC CICS ASKTIME
002160          ABSTIME(WS-ABS-TIME)
002170          NOHANDLE
002180     END-EXEC
002190     EXEC CICS FORMATTIME
002200          ABSTIME(WS-ABS-TIME)
002210          YYYYMMDD(WS-TODAY-CCYYMMDD)
002220          TIME(WS-CUR-TIME)
002230          NOHANDLE
002240     END-EXEC
002250     .
002260 1000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------*
002290 2000-RECEIVE-REQUEST.
002300*----------------------------------------------------------------*
002310*    ONLY POST IS SUPPORTED - THE CARD REFERENCE AND MAC TRAVEL  *
002320*    IN THE BODY, NEVER ON A QUERY STRING THAT ENDS UP IN LOGS.  *
002330*----------------------------------------------------------------*
002340     EXEC CICS WEB EXTRACT
002350          HTTPMETHOD(WS-HTTP-METHOD)
002360          NOHANDLE
002370     END-EXEC
002380*
002390     IF WS-HTTP-METHOD NOT = 'POST'
002400        SET REST-REQUEST-FAILED     TO TRUE
002410        MOVE 405                    TO WS-RESP-STATUSCODE
002420        MOVE 'METHOD NOT ALLOWED'   TO WS-FAIL-MESSAGE
002430     ELSE
002440        EXEC CICS WEB RECEIVE
002450             INTO(WS-JSON-REQUEST)
002460             LENGTH(WS-JSON-REQ-LENGTH)
002470             NOHANDLE
002480        END-EXEC
002490        IF WS-JSON-REQ-LENGTH = 0
002500           SET REST-REQUEST-FAILED  TO TRUE
002510           MOVE 400                 TO WS-RESP-STATUSCODE
002520           MOVE 'EMPTY REQUEST BODY' TO WS-FAIL-MESSAGE
002530        END-IF
002540     END-IF
002550     .
002560 2000-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------*
002590 3000-PARSE-JSON-REQUEST.
002600*----------------------------------------------------------------*
002610*    channelId, cardToken OR cardNum, maxHolds, requestTime AND  *
002620*    mac. A TOKEN WINS OVER A CARD NUMBER WHEN BOTH ARE SENT.    *
002630*----------------------------------------------------------------*
002640     MOVE 'channelId'               TO WS-JSON-TAG
002650     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
002660     MOVE WS-JSON-VALUE(1:2)        TO WS-INQ-CHANNEL
002670*
002680     MOVE 'cardToken'               TO WS-JSON-TAG
002690     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
002700     MOVE WS-JSON-VALUE(1:16)       TO WS-INQ-CARD-REF
002710     IF WS-INQ-CARD-REF = SPACES
002720        MOVE 'cardNum'              TO WS-JSON-TAG
002730        PERFORM 3900-EXTRACT-FIELD  THRU 3900-EXIT
002740        MOVE WS-JSON-VALUE(1:16)    TO WS-INQ-CARD-REF
002750     END-IF
002760*
002770     MOVE 'requestTime'             TO WS-JSON-TAG
002780     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
002790     MOVE WS-JSON-VALUE(1:14)       TO WS-INQ-REQUEST-TIME
002800*
002810     MOVE 'mac'                     TO WS-JSON-TAG
002820     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
002830     MOVE WS-JSON-VALUE(1:16)       TO WS-INQ-MAC
002840*
002850     MOVE 'maxHolds'                TO WS-JSON-TAG
002860     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
002870     MOVE SPACES                    TO WS-HOLDS-TEXT
002880     UNSTRING WS-JSON-VALUE DELIMITED BY SPACE
002890         INTO WS-HOLDS-TEXT
002900     END-UNSTRING
002910     INSPECT WS-HOLDS-TEXT REPLACING LEADING SPACE BY ZERO
002920     IF WS-HOLDS-TEXT IS NUMERIC
002930        MOVE WS-HOLDS-TEXT          TO WS-HOLDS-WANTED
002940     ELSE
002950        MOVE ZERO                   TO WS-HOLDS-WANTED
002960     END-IF
002970     IF WS-HOLDS-WANTED = ZERO
002980        MOVE WS-HOLDS-DEFAULT       TO WS-HOLDS-WANTED
002990     END-IF
003000     IF WS-HOLDS-WANTED > WS-HOLDS-MAX
003010        MOVE WS-HOLDS-MAX           TO WS-HOLDS-WANTED
003020     END-IF
003030*
003040     IF WS-INQ-CHANNEL = SPACES OR WS-INQ-CARD-REF = SPACES
003050        SET REST-REQUEST-FAILED     TO TRUE
003060        MOVE 400                    TO WS-RESP-STATUSCODE
003070        MOVE 'CHANNEL AND CARD REFERENCE REQUIRED'
003080                                    TO WS-FAIL-MESSAGE
003090     END-IF
003100     .
003110 3000-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------*
003140 3100-VALIDATE-CHANNEL.
003150*----------------------------------------------------------------*
003160*    THE SAME RULE THE INTAKE APPLIES TO A PARTNER MESSAGE       *
003170*    SOURCE: THE CHANNEL NEEDS AN ENABLED CHANLMST ROW. ANYTHING *
003180*    ELSE IS REFUSED 401 BEFORE ANY CARD DATA IS TOUCHED.        *
003190*----------------------------------------------------------------*
003200     MOVE WS-INQ-CHANNEL            TO CHN-SOURCE-CODE
003210     EXEC CICS READ
003220          DATASET   (WS-CHNMSFILENAME)
003230          RIDFLD    (CHN-SOURCE-CODE)
003240          KEYLENGTH (LENGTH OF CHN-SOURCE-CODE)
003250          INTO      (CHANNEL-MASTER-RECORD)
003260          LENGTH    (LENGTH OF CHANNEL-MASTER-RECORD)
003270          RESP      (WS-RESP-CD)
003280          RESP2     (WS-REAS-CD)
003290     END-EXEC
003300     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
003310        OR CHN-DISABLED
003320        SET REST-REQUEST-FAILED     TO TRUE
003330        MOVE 401                    TO WS-RESP-STATUSCODE
003340        MOVE 'UNKNOWN OR DISABLED CHANNEL'
003350                                    TO WS-FAIL-MESSAGE
003360     END-IF
003370     .
003380 3100-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------*
003410 3200-VERIFY-INQUIRY-MAC.
003420*----------------------------------------------------------------*
003430*    FOR A CHANNEL FLAGGED ON CHANKEYS THE MAC SENT WITH THE     *
003440*    INQUIRY MUST MATCH THE ONE PAUMACR COMPUTES OVER            *
003450*    WS-INQ-MAC-DATA WITH THE CHANNEL'S KEY, OR THE CALL IS      *
003460*    REFUSED 401. ONLY THE KEY ID IS EVER LOGGED - NEVER THE     *
003470*    KEY. UNFLAGGED CHANNELS PASS AS THEY DO AT THE INTAKE.      *
003480*----------------------------------------------------------------*
003490     MOVE WS-INQ-CHANNEL            TO CHK-MESSAGE-SOURCE
003500     EXEC CICS READ
003510          DATASET   (WS-CHKEYFILENAME)
003520          RIDFLD    (CHK-MESSAGE-SOURCE)
003530          KEYLENGTH (LENGTH OF CHK-MESSAGE-SOURCE)
003540          INTO      (CHANNEL-KEY-RECORD)
003550          LENGTH    (LENGTH OF CHANNEL-KEY-RECORD)
003560          RESP      (WS-RESP-CD)
003570          RESP2     (WS-REAS-CD)
003580     END-EXEC
003590     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
003600        OR NOT CHK-MAC-ENFORCED
003610        MOVE SPACES                 TO CHK-KEY-ID
003620        GO TO 3200-EXIT
003630     END-IF
003640     MOVE LENGTH OF WS-INQ-MAC-DATA TO WS-MAC-DATA-LEN
003650     CALL 'PAUMACR' USING CHK-KEY-VALUE
003660                          WS-INQ-MAC-DATA
003670                          WS-MAC-DATA-LEN
003680                          WS-MAC-COMPUTED
003690     END-CALL
003700     MOVE SPACES                    TO CHK-KEY-VALUE
003710     IF WS-MAC-COMPUTED NOT = WS-INQ-MAC
003720        SET REST-REQUEST-FAILED     TO TRUE
003730        MOVE 401                    TO WS-RESP-STATUSCODE
003740        MOVE 'MESSAGE AUTHENTICATION FAILED'
003750                                    TO WS-FAIL-MESSAGE
003760     END-IF
003770     .
003780 3200-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810 3900-EXTRACT-FIELD.
003820*----------------------------------------------------------------*
003830*    LOOKS UP "WS-JSON-TAG":"VALUE" IN THE RECEIVED BODY.        *
003840*    MISSING FIELDS ARE LEFT AS SPACES - THE EDITS CATCH THOSE.  *
003850*----------------------------------------------------------------*
003860     SET JSON-TAG-NOT-FOUND         TO TRUE
003870     MOVE SPACES                    TO WS-JSON-VALUE
003880     MOVE ZERO                      TO WS-JSON-TAG-TRAIL
003890     INSPECT WS-JSON-TAG TALLYING WS-JSON-TAG-TRAIL
003900         FOR TRAILING SPACE
003910     COMPUTE WS-JSON-TAG-LEN = 32 - WS-JSON-TAG-TRAIL
003920     UNSTRING WS-JSON-REQUEST
003930         DELIMITED BY WS-JSON-TAG(1:WS-JSON-TAG-LEN)
003940         INTO WS-JSON-BEFORE WS-JSON-AFTER
003950     END-UNSTRING
003960     IF WS-JSON-AFTER NOT = SPACES AND NOT = WS-JSON-REQUEST
003970        SET JSON-TAG-FOUND          TO TRUE
003980        UNSTRING WS-JSON-AFTER DELIMITED BY '"'
003990            INTO WS-JSON-BEFORE WS-JSON-VALUE
004000        END-UNSTRING
004010     END-IF
004020     .
004030 3900-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004060 4000-RESOLVE-CARD-TOKEN.
004070*----------------------------------------------------------------*
004080*    A '99' REFERENCE IS ALREADY A TOKEN. A CLEAR NUMBER IS      *
004090*    LOOKED UP ON PANVAULT FOR ITS TOKEN AND THEN DROPPED.       *
004100*    AN INQUIRY NEVER ASSIGNS A NEW TOKEN, SO A NUMBER THE VAULT *
004110*    HAS NOT SEEN IS SIMPLY NOT FOUND.                           *
004120*----------------------------------------------------------------*
004130     IF WS-INQ-CARD-REF(1:2) = '99'
004140        MOVE WS-INQ-CARD-REF        TO WS-INQ-CARD-TOKEN
004150        GO TO 4000-EXIT
004160     END-IF
004170     MOVE WS-INQ-CARD-REF           TO TOKP-CARD-NUM
004180     EXEC CICS READ
004190          DATASET   (WS-PANVFILENAME)
004200          RIDFLD    (TOKP-CARD-NUM)
004210          KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
004220          INTO      (PAN-VAULT-RECORD)
004230          LENGTH    (LENGTH OF PAN-VAULT-RECORD)
004240          RESP      (WS-RESP-CD)
004250          RESP2     (WS-REAS-CD)
004260     END-EXEC
004270     EVALUATE WS-RESP-CD
004280         WHEN DFHRESP(NORMAL)
004290            MOVE TOKP-TOKEN         TO WS-INQ-CARD-TOKEN
004300         WHEN DFHRESP(NOTFND)
004310            SET REST-REQUEST-FAILED TO TRUE
004320            MOVE 404                TO WS-RESP-STATUSCODE
004330            MOVE 'CARD NOT FOUND'   TO WS-FAIL-MESSAGE
004340         WHEN OTHER
004350            SET REST-REQUEST-FAILED TO TRUE
004360            MOVE 503                TO WS-RESP-STATUSCODE
004370            MOVE 'TOKEN VAULT UNAVAILABLE' TO WS-FAIL-MESSAGE
004380     END-EVALUATE
004390     MOVE SPACES                    TO TOKP-CARD-NUM
004400                                       WS-INQ-CARD-REF
004410     .
004420 4000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------*
004450 4100-READ-XREF-ACCOUNT.
004460*----------------------------------------------------------------*
004470*    TOKEN TO ACCOUNT THROUGH CARDXREF (AN END-DATED LINK PAST   *
004480*    ITS DATE COUNTS AS NOT ON FILE, AS AT THE INTAKE), THEN THE *
004490*    ACCOUNT MASTER FOR STATUS, LIMIT AND BALANCE.               *
004500*----------------------------------------------------------------*
004510     MOVE WS-INQ-CARD-TOKEN         TO XREF-CARD-NUM
004520     EXEC CICS READ
004530          DATASET   (WS-XREFFILENAME)
004540          RIDFLD    (XREF-CARD-NUM)
004550          KEYLENGTH (LENGTH OF XREF-CARD-NUM)
004560          INTO      (CARD-XREF-RECORD)
004570          LENGTH    (LENGTH OF CARD-XREF-RECORD)
004580          RESP      (WS-RESP-CD)
004590          RESP2     (WS-REAS-CD)
004600     END-EXEC
004610     EVALUATE TRUE
004620         WHEN WS-RESP-CD = DFHRESP(NOTFND)
004630            SET REST-REQUEST-FAILED TO TRUE
004640            MOVE 404                TO WS-RESP-STATUSCODE
004650            MOVE 'CARD NOT FOUND'   TO WS-FAIL-MESSAGE
004660            GO TO 4100-EXIT
004670         WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
004680            SET REST-REQUEST-FAILED TO TRUE
004690            MOVE 503                TO WS-RESP-STATUSCODE
004700            MOVE 'CARD XREF UNAVAILABLE' TO WS-FAIL-MESSAGE
004710            GO TO 4100-EXIT
004720     END-EVALUATE
004730     IF XREF-END-DATE NOT = SPACES
004740        AND XREF-END-DATE < WS-TODAY-CCYYMMDD
004750        SET REST-REQUEST-FAILED     TO TRUE
004760        MOVE 404                    TO WS-RESP-STATUSCODE
004770        MOVE 'CARD NOT FOUND'       TO WS-FAIL-MESSAGE
004780        GO TO 4100-EXIT
004790     END-IF
004800*
004810     MOVE XREF-ACCT-ID              TO WS-ACCT-RID-ACCT-ID
004820     EXEC CICS READ
004830          DATASET   (WS-ACCTFILENAME)
004840          RIDFLD    (WS-ACCT-RID-ACCT-ID-X)
004850          KEYLENGTH (LENGTH OF WS-ACCT-RID-ACCT-ID-X)
004860          INTO      (ACCOUNT-RECORD)
004870          LENGTH    (LENGTH OF ACCOUNT-RECORD)
004880          RESP      (WS-RESP-CD)
004890          RESP2     (WS-REAS-CD)
004900     END-EXEC
004910     EVALUATE TRUE
004920         WHEN WS-RESP-CD = DFHRESP(NORMAL)
004930            MOVE ACCT-ACTIVE-STATUS TO WS-INQ-ACCT-STATUS
004940         WHEN WS-RESP-CD = DFHRESP(NOTFND)
004950            SET REST-REQUEST-FAILED TO TRUE
004960            MOVE 404                TO WS-RESP-STATUSCODE
004970            MOVE 'ACCOUNT NOT FOUND' TO WS-FAIL-MESSAGE
004980         WHEN OTHER
004990            SET REST-REQUEST-FAILED TO TRUE
005000            MOVE 503                TO WS-RESP-STATUSCODE
005010            MOVE 'ACCOUNT FILE UNAVAILABLE' TO WS-FAIL-MESSAGE
005020     END-EVALUATE
005030     .
005040 4100-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------*
005070 5000-GATHER-PENDING-HOLDS.
005080*----------------------------------------------------------------*
005090*    OPEN-TO-BUY AS COPAUA0C 4310 COMPUTES IT: CREDIT LIMIT LESS *
005100*    CURRENT BALANCE LESS THE APPROVED PENDING AMOUNT AND THE    *
005110*    INSTALMENT PLAN HOLD ON THE PAUTSMRY ROOT (NONE WHEN THE    *
005120*    ACCOUNT HAS NO ROOT), LESS THE UPLIFTS OF THE ACCOUNT'S     *
005130*    OPEN, UNEXPIRED HOLDEST ESTIMATES, PLUS AN ACTIVE LIMITOVR  *
005140*    UPLIFT INSIDE ITS WINDOW. THE HOLDS ARE THE ROOT'S          *
005150*    APPROVED, NOT-YET-MATCHED, NON-REFUND DETAILS - THE AUTH    *
005160*    KEY RUNS NEWEST FIRST, SO THE FIRST N FOUND ARE THE LATEST  *
005170*    N.                                                          *
005180*----------------------------------------------------------------*
005190     MOVE ZERO                      TO WS-PENDING-AUTH-AMT
005200                                       WS-PLAN-HOLD-AMT
005210                                       WS-EST-UPLIFT-AMT
005220     EXEC DLI SCHD
005230          PSB((PSB-NAME))
005240          NODHABEND
005250     END-EXEC
005260     MOVE DIBSTAT                   TO IMS-RETURN-CODE
005270     IF NOT STATUS-OK
005280        SET REST-REQUEST-FAILED     TO TRUE
005290        MOVE 503                    TO WS-RESP-STATUSCODE
005300        MOVE 'PENDING AUTH DATABASE UNAVAILABLE'
005310                                    TO WS-FAIL-MESSAGE
005320        GO TO 5000-EXIT
005330     END-IF
005340     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
005350          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = XREF-ACCT-ID))
005360          INTO   (PENDING-AUTH-SUMMARY)
005370     END-EXEC
005380     MOVE DIBSTAT                   TO IMS-RETURN-CODE
005390     IF STATUS-OK
005400        MOVE PA-APPROVED-AUTH-AMT   TO WS-PENDING-AUTH-AMT
005410        IF PA-PLAN-HOLD-AMT IS NUMERIC
005420           MOVE PA-PLAN-HOLD-AMT    TO WS-PLAN-HOLD-AMT
005430        END-IF
005440        MOVE 'N'                    TO WS-HOLD-SCAN-SW
005450        PERFORM 5100-COLLECT-NEXT-HOLD THRU 5100-EXIT
005460            UNTIL HOLD-SCAN-EOF
005470               OR WS-HOLD-COUNT >= WS-HOLDS-WANTED
005480     END-IF
005490     EXEC DLI TERM
005500     END-EXEC
005510*
005520     PERFORM 5200-SUM-HOLD-ESTIMATES THRU 5200-EXIT
005530     COMPUTE WS-OPEN-TO-BUY =
005540             ACCT-CREDIT-LIMIT - ACCT-CURR-BAL
005550             - WS-PENDING-AUTH-AMT - WS-PLAN-HOLD-AMT
005560             - WS-EST-UPLIFT-AMT
005570     MOVE XREF-ACCT-ID              TO LOV-ACCT-ID
005580     EXEC CICS READ
005590          DATASET   (WS-LMOVRFILENAME)
005600          RIDFLD    (LOV-ACCT-ID)
005610          KEYLENGTH (LENGTH OF LOV-ACCT-ID)
005620          INTO      (LIMIT-OVERRIDE-RECORD)
005630          LENGTH    (LENGTH OF LIMIT-OVERRIDE-RECORD)
005640          RESP      (WS-RESP-CD)
005650          RESP2     (WS-REAS-CD)
005660     END-EXEC
005670     IF WS-RESP-CD = DFHRESP(NORMAL)
005680        AND LOV-ACTIVE
005690        AND LOV-START-DATE <= WS-TODAY-CCYYMMDD
005700        AND LOV-END-DATE >= WS-TODAY-CCYYMMDD
005710        ADD LOV-UPLIFT-AMT          TO WS-OPEN-TO-BUY
005720     END-IF
005730     .
005740 5000-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------*
005770 5100-COLLECT-NEXT-HOLD.
005780*----------------------------------------------------------------*
005790     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
005800         SEGMENT (PAUTDTL1)
005810         INTO (PENDING-AUTH-DETAILS)
005820     END-EXEC
005830     MOVE DIBSTAT                   TO IMS-RETURN-CODE
005840     IF NOT STATUS-OK
005850        SET HOLD-SCAN-EOF           TO TRUE
005860        GO TO 5100-EXIT
005870     END-IF
005880     IF NOT PA-AUTH-APPROVED
005890        OR PA-PROCESSING-CODE(1:2) = '20'
005900        OR (PA-MATCH-STATUS NOT = SPACE
005910            AND PA-MATCH-STATUS NOT = 'P')
005920        GO TO 5100-EXIT
005930     END-IF
005940     ADD 1                          TO WS-HOLD-COUNT
005950     MOVE PA-MERCHANT-NAME
005960                         TO WS-HOLD-MERCHANT(WS-HOLD-COUNT)
005970     MOVE PA-APPROVED-AMT           TO WS-HOLD-AMT(WS-HOLD-COUNT)
005980     MOVE PA-AUTH-ORIG-DATE         TO WS-HOLD-DATE(WS-HOLD-COUNT)
005990     .
006000 5100-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------*
006030 5200-SUM-HOLD-ESTIMATES.
006040*----------------------------------------------------------------*
006050*    THE SAME SHORT BROWSE OF THE ACCOUNT'S HOLDEST ROWS AS      *
006060*    COPAUA0C 4311. HOLDEST NOT THERE, OR NO ROW FOR THE         *
006070*    ACCOUNT, LEAVES NO UPLIFT.                                  *
006080*----------------------------------------------------------------*
006090     MOVE 'N'                       TO WS-HLE-BROWSE-SW
006100     MOVE XREF-ACCT-ID              TO HLE-ACCT-ID
006110     MOVE LOW-VALUES                TO HLE-AUTH-KEY
006120     EXEC CICS STARTBR
006130          DATASET   (WS-HLESTFILENAME)
006140          RIDFLD    (HLE-KEY)
006150          KEYLENGTH (LENGTH OF HLE-KEY)
006160          GTEQ
006170          RESP      (WS-RESP-CD)
006180          RESP2     (WS-REAS-CD)
006190     END-EXEC
006200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006210        GO TO 5200-EXIT
006220     END-IF
006230     PERFORM 5210-SUM-NEXT-HOLD-ESTIMATE THRU 5210-EXIT
006240         UNTIL HLE-BROWSE-DONE
006250     EXEC CICS ENDBR
006260          DATASET   (WS-HLESTFILENAME)
006270          RESP      (WS-RESP-CD)
006280          RESP2     (WS-REAS-CD)
006290     END-EXEC
006300     .
006310 5200-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------*
006340 5210-SUM-NEXT-HOLD-ESTIMATE.
006350*----------------------------------------------------------------*
006360*    SETTLED, VOIDED AND LAPSED ROWS, AND OPEN ROWS PAST THEIR   *
006370*    EXPIRY, ARE PASSED OVER.                                    *
006380*----------------------------------------------------------------*
006390     EXEC CICS READNEXT
006400          DATASET   (WS-HLESTFILENAME)
006410          RIDFLD    (HLE-KEY)
006420          KEYLENGTH (LENGTH OF HLE-KEY)
006430          INTO      (HOLD-ESTIMATE-RECORD)
006440          LENGTH    (LENGTH OF HOLD-ESTIMATE-RECORD)
006450          RESP      (WS-RESP-CD)
006460          RESP2     (WS-REAS-CD)
006470     END-EXEC
006480     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006490        OR HLE-ACCT-ID NOT = XREF-ACCT-ID
006500        SET HLE-BROWSE-DONE         TO TRUE
006510        GO TO 5210-EXIT
006520     END-IF
006530     IF HLE-OPEN
006540        AND HLE-EXPIRY-DATE >= WS-TODAY-CCYYMMDD
006550        ADD HLE-UPLIFT-AMT          TO WS-EST-UPLIFT-AMT
006560     END-IF
006570     .
006580 5210-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------*
006610 6000-BUILD-JSON-RESPONSE.
006620*----------------------------------------------------------------*
006630*    THE CARD GOES BACK AS ITS TOKEN ONLY. A FAILED CALL GETS    *
006640*    ITS STATUS CODE AND A SHORT REASON, NOTHING ELSE.           *
006650*----------------------------------------------------------------*
006660     MOVE 1                         TO WS-JSON-RESP-LENGTH
006670     IF REST-REQUEST-FAILED
006680        STRING '{"error":"'    WS-FAIL-MESSAGE         '"}'
006690               DELIMITED BY SIZE
006700               INTO WS-JSON-RESPONSE
006710               WITH POINTER WS-JSON-RESP-LENGTH
006720        END-STRING
006730        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
006740        GO TO 6000-EXIT
006750     END-IF
006760     MOVE 200                       TO WS-RESP-STATUSCODE
006770     MOVE ACCT-CREDIT-LIMIT         TO WS-CREDIT-LIMIT-DIS
006780     MOVE WS-OPEN-TO-BUY            TO WS-OPEN-TO-BUY-DIS
006790     STRING '{"cardToken":"'   WS-INQ-CARD-TOKEN       '"'
006800            ',"acctStatus":"'  WS-INQ-ACCT-STATUS      '"'
006810            ',"creditLimit":"' WS-CREDIT-LIMIT-DIS     '"'
006820            ',"openToBuy":"'   WS-OPEN-TO-BUY-DIS      '"'
006830            ',"asOfDate":"'    WS-TODAY-CCYYMMDD       '"'
006840            ',"holds":['
006850            DELIMITED BY SIZE
006860            INTO WS-JSON-RESPONSE
006870            WITH POINTER WS-JSON-RESP-LENGTH
006880     END-STRING
006890     PERFORM 6100-APPEND-HOLD        THRU 6100-EXIT
006900         VARYING WS-HOLD-IDX FROM 1 BY 1
006910         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
006920     STRING ']}'
006930            DELIMITED BY SIZE
006940            INTO WS-JSON-RESPONSE
006950            WITH POINTER WS-JSON-RESP-LENGTH
006960     END-STRING
006970     SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
006980     .
006990 6000-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------*
007020 6100-APPEND-HOLD.
007030*----------------------------------------------------------------*
007040     IF WS-HOLD-IDX > 1
007050        STRING ',' DELIMITED BY SIZE
007060               INTO WS-JSON-RESPONSE
007070               WITH POINTER WS-JSON-RESP-LENGTH
007080        END-STRING
007090     END-IF
007100     MOVE WS-HOLD-AMT(WS-HOLD-IDX)  TO WS-HOLD-AMT-DIS
007110     STRING '{"merchantName":"' WS-HOLD-MERCHANT(WS-HOLD-IDX) '"'
007120            ',"amount":"'      WS-HOLD-AMT-DIS         '"'
007130            ',"authDate":"'    WS-HOLD-DATE(WS-HOLD-IDX) '"}'
007140            DELIMITED BY SIZE
007150            INTO WS-JSON-RESPONSE
007160            WITH POINTER WS-JSON-RESP-LENGTH
007170     END-STRING
007180     .
007190 6100-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------*
007220 7000-SEND-RESPONSE.
007230*----------------------------------------------------------------*
007240     EXEC CICS WEB SEND
007250          FROM(WS-JSON-RESPONSE)
007260          LENGTH(WS-JSON-RESP-LENGTH)
007270          STATUSCODE(WS-RESP-STATUSCODE)
007280          NOHANDLE
007290     END-EXEC
007300     .
007310 7000-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------*
007340 8000-LOG-INQUIRY.
007350*----------------------------------------------------------------*
007360*    ONE CMBI RECORD PER CALL, WHATEVER THE OUTCOME. THE TOKEN   *
007370*    IS BLANK WHEN THE CARD COULD NOT BE RESOLVED - THE CALLER'S *
007380*    CARD REFERENCE ITSELF IS NEVER LOGGED.                      *
007390*----------------------------------------------------------------*
007400     MOVE SPACES                    TO MOBILE-INQUIRY-LOG-RECORD
007410     STRING WS-TODAY-CCYYMMDD ' ' WS-CUR-TIME DELIMITED BY SIZE
007420            INTO MBIL-TIMESTAMP
007430     END-STRING
007440     MOVE WS-INQ-CHANNEL            TO MBIL-CHANNEL
007450     MOVE WS-INQ-CARD-TOKEN         TO MBIL-CARD-TOKEN
007460     MOVE XREF-ACCT-ID              TO MBIL-ACCT-ID
007470     MOVE WS-RESP-STATUSCODE        TO WS-STATUS-DISPLAY
007480     MOVE WS-STATUS-DISPLAY         TO MBIL-HTTP-STATUS
007490     MOVE WS-HOLD-COUNT             TO MBIL-HOLD-COUNT
007500     MOVE CHK-KEY-ID                TO MBIL-KEY-ID
007510     IF REST-REQUEST-OK
007520        MOVE 'INQUIRY ANSWERED'     TO MBIL-MESSAGE
007530     ELSE
007540        MOVE WS-FAIL-MESSAGE        TO MBIL-MESSAGE
007550     END-IF
007560     EXEC CICS WRITEQ TD
007570          QUEUE('CMBI')
007580          FROM(MOBILE-INQUIRY-LOG-RECORD)
007590          LENGTH(LENGTH OF MOBILE-INQUIRY-LOG-RECORD)
007600          NOHANDLE
007610     END-EXEC
007620     .
007630 8000-EXIT.
007640     EXIT.
