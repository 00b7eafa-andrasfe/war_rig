000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSZC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-12-19.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSZC - CARD FREEZE SERVICE. CICS-LINKED WITH A CCPAUFZY
000090*    COMMAREA FROM THE REST FRONT END (COPAURST), SO A CARDHOLDER
000100*    WHO HAS MISLAID A CARD CAN FREEZE IT FOR AN HOUR RATHER
000110*    THAN REPORT IT LOST AND WAIT FOR A REPLACEMENT.
000120*    FREEZE (F) - ONLY AN ACTIVE CARD, OR ONE WITH NO CARDSTAT
000130*    ROW (USABLE BY DEFAULT), CAN BE FROZEN. THE STATUS BECOMES
000140*    FROZEN (F) AND THE STATUS IT HAD IS KEPT ON THE ROW. NO
000150*    VERIFICATION IS ASKED - FREEZING ONLY PROTECTS THE CARD.
000160*    UNFREEZE (U) - THE CARD MUST BE FROZEN AND THE BILLING ZIP
000170*    KEYED MUST MATCH THE CARDVRFY ROW. THE PRIOR STATUS IS PUT
000180*    BACK; A CARD THAT HAD NO ROW HAS ITS ROW DELETED AGAIN.
000190*    A LOST, STOLEN OR OTHERWISE BLOCKED CARD IS NEVER TOUCHED.
000200*    COPAUA0C DECLINES A FROZEN CARD (REASON 4510) EXCEPT FOR A
000210*    RECURRING MERCHANT REGISTERED ON RECURREG. EVERY ATTEMPT IS
000220*    JOURNALED (CVCRDFZY) TO THE CFRZ TD QUEUE, AND EACH TOGGLE
000230*    THAT GOES THROUGH IS CONFIRMED TO THE CARDHOLDER ON THE
000240*    CUSTOMER NOTIFY QUEUE (RESPONSE CODE FZ) FOR CBNOTDLV.
000250*    MIRRORS COPAUSQC'S PATTERN FOR A LINKED CARD SERVICE.
000260*----------------------------------------------------------------*
000270*                MODIFICATION HISTORY                            *
000280* DATE       INIT DESCRIPTION                                    *
000290* 2027-12-19  JGM INITIAL VERSION                                *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-ZOS.
000340 OBJECT-COMPUTER. IBM-ZOS.
000350*----------------------------------------------------------------*
000360 DATA DIVISION.
000370*----------------------------------------------------------------*
000380 WORKING-STORAGE SECTION.
000390*----------------------------------------------------------------*
000400 01  WS-VARIABLES.
000410     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSZC'.
000420     05  WS-CRDSTFILENAME           PIC X(08) VALUE 'CARDSTAT'.
000430     05  WS-CRDVFILENAME            PIC X(08) VALUE 'CARDVRFY'.
000440     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000450     05  WS-XREFFILENAME            PIC X(08) VALUE 'CARDXREF'.
000460     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000470     05  WS-TODAY-CCYYMMDD          PIC X(08).
000480     05  WS-NOW-HHMMSS              PIC X(06).
000490     05  WS-CUR-DATE                PIC X(08).
000500     05  WS-CUR-TIME                PIC X(08).
000510     05  WS-STATUS-BEFORE           PIC X(01).
000520     05  WS-NOTIFY-REASON           PIC X(04).
000530     05  WS-CRDST-LOCK-SW           PIC X(01) VALUE 'N'.
000540         88  CRDST-ROW-LOCKED               VALUE 'Y'.
000550         88  CRDST-ROW-NOT-LOCKED           VALUE 'N'.
000560     05  WS-CRDST-FOUND-SW          PIC X(01) VALUE 'N'.
000570         88  CRDST-ROW-FOUND                VALUE 'Y'.
000580         88  CRDST-ROW-NOT-FOUND            VALUE 'N'.
000590*----------------------------------------------------------------*
000600*    MQ FIELDS FOR THE CUSTOMER-NOTIFICATION CONFIRMATION
000610*----------------------------------------------------------------*
000620 01  WS-MQ-FIELDS.
000630     05  W02-HCONN-NOTIFY           PIC S9(09) COMP.
000640     05  W02-BUFFLEN                PIC S9(09) COMP.
000650     05  WS-COMPCODE                PIC S9(09) COMP.
000660     05  WS-REASON                  PIC S9(09) COMP.
000670     05  WS-NOTIFY-QNAME            PIC X(48)
000680             VALUE 'PAUTH.CUSTNOTIFY.QUEUE'.
000690     05  W02-NFY-BUFFER             PIC X(250).
000700     COPY CMQTML.
000710 01  MQM-OD-NOTIFY.
000720     COPY CMQODV.
000730 01  MQM-MD-NOTIFY.
000740     COPY CMQMDV.
000750 01  MQM-PUT-MESSAGE-OPTIONS.
000760     COPY CMQPMOV.
000770*----------------------------------------------------------------*
000780*    CARD STATUS, VERIFICATION, VAULT AND XREF RECORDS
000790*----------------------------------------------------------------*
000800 COPY CVCRDSTY.
000810 COPY CVCRDVFY.
000820 COPY CVTOKPVY.
000830 COPY CVCRDFZY.
000840 01  CARD-XREF-RECORD.
000850     COPY CVACT03Y.
000860*----------------------------------------------------------------*
000870*    COMMON CARDDEMO WORK AREAS
000880*----------------------------------------------------------------*
000890 COPY CSMSG02Y.
000900*----------------------------------------------------------------*
000910 LINKAGE SECTION.
000920*----------------------------------------------------------------*
000930 01  DFHCOMMAREA.
000940 COPY CCPAUFZY.
000950*----------------------------------------------------------------*
000960 PROCEDURE DIVISION.
000970*----------------------------------------------------------------*
000980 MAIN-PARA.
000990*----------------------------------------------------------------*
001000     SET WS-FRZ-SYSTEM-ERROR        TO TRUE
001010     MOVE SPACES                    TO WS-FRZ-CARD-TOKEN
001020                                       WS-FRZ-CARD-STATUS
001030                                       WS-FRZ-MSG
001040                                       WS-STATUS-BEFORE
001050     EXEC CICS ASKTIME
001060          ABSTIME(WS-ABS-TIME)
001070          NOHANDLE
001080     END-EXEC
001090     EXEC CICS FORMATTIME
001100          ABSTIME(WS-ABS-TIME)
001110          YYYYMMDD(WS-TODAY-CCYYMMDD)
001120          TIME(WS-NOW-HHMMSS)
001130          NOHANDLE
001140     END-EXEC
001150     EXEC CICS FORMATTIME
001160          ABSTIME(WS-ABS-TIME)
001170          MMDDYY(WS-CUR-DATE)
001180          DATESEP
001190          TIME(WS-CUR-TIME)
001200          TIMESEP
001210          NOHANDLE
001220     END-EXEC
001230
001240     PERFORM TOGGLE-FREEZE          THRU TOGGLE-FREEZE-EXIT
001250     PERFORM JOURNAL-FREEZE         THRU JOURNAL-FREEZE-EXIT
001260     IF WS-FRZ-DONE
001270        PERFORM NOTIFY-CARDHOLDER   THRU NOTIFY-CARDHOLDER-EXIT
001280     END-IF
001290
001300     EXEC CICS RETURN
001310     END-EXEC
001320     .
001330*----------------------------------------------------------------*
001340 TOGGLE-FREEZE.
001350*----------------------------------------------------------------*
001360     IF WS-FRZ-CARD-NUM = SPACES OR LOW-VALUES
001370        SET WS-FRZ-CARD-UNKNOWN     TO TRUE
001380        MOVE 'CARD NUMBER IS REQUIRED.' TO WS-FRZ-MSG
001390        GO TO TOGGLE-FREEZE-EXIT
001400     END-IF
001410     IF NOT WS-FRZ-ACTION-FREEZE
001420        AND NOT WS-FRZ-ACTION-UNFREEZE
001430        SET WS-FRZ-INVALID-REQUEST  TO TRUE
001440        MOVE 'ACTION MUST BE F (FREEZE) OR U (UNFREEZE).'
001450                                    TO WS-FRZ-MSG
001460        GO TO TOGGLE-FREEZE-EXIT
001470     END-IF
001480     IF WS-FRZ-ACTION-UNFREEZE
001490        AND (WS-FRZ-BILLING-ZIP = SPACES OR LOW-VALUES)
001500        SET WS-FRZ-VERIFY-FAILED    TO TRUE
001510        MOVE 'BILLING ZIP IS REQUIRED TO UNFREEZE A CARD.'
001520                                    TO WS-FRZ-MSG
001530        GO TO TOGGLE-FREEZE-EXIT
001540     END-IF
001550*    EACH STEP THAT ENDS THE ATTEMPT SETS THE RESULT AND A
001560*    MESSAGE; A BLANK MESSAGE MEANS CARRY ON TO THE NEXT STEP.
001570     PERFORM RESOLVE-CARD-TOKEN     THRU RESOLVE-CARD-TOKEN-EXIT
001580     IF WS-FRZ-MSG NOT = SPACES
001590        GO TO TOGGLE-FREEZE-EXIT
001600     END-IF
001610     PERFORM CHECK-CARD-ON-FILE     THRU CHECK-CARD-ON-FILE-EXIT
001620     IF WS-FRZ-MSG NOT = SPACES
001630        GO TO TOGGLE-FREEZE-EXIT
001640     END-IF
001650     IF WS-FRZ-ACTION-UNFREEZE
001660        PERFORM VERIFY-BILLING-ZIP  THRU VERIFY-BILLING-ZIP-EXIT
001670        IF WS-FRZ-MSG NOT = SPACES
001680           GO TO TOGGLE-FREEZE-EXIT
001690        END-IF
001700     END-IF
001710     PERFORM READ-CARD-STATUS       THRU READ-CARD-STATUS-EXIT
001720     IF WS-FRZ-MSG NOT = SPACES
001730        GO TO TOGGLE-FREEZE-EXIT
001740     END-IF
001750     IF WS-FRZ-ACTION-FREEZE
001760        PERFORM APPLY-FREEZE        THRU APPLY-FREEZE-EXIT
001770     ELSE
001780        PERFORM APPLY-UNFREEZE      THRU APPLY-UNFREEZE-EXIT
001790     END-IF
001800     .
001810 TOGGLE-FREEZE-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------*
001840*    CARDSTAT AND CARDVRFY ARE TOKEN-KEYED - A NUMBER KEYED IN
001850*    THE CLEAR IS TRANSLATED THROUGH THE PAN VAULT; A NUMBER IN
001860*    THE RESERVED '99' TOKEN BIN IS USED AS KEYED.
001870*----------------------------------------------------------------*
001880 RESOLVE-CARD-TOKEN.
001890*----------------------------------------------------------------*
001900     IF WS-FRZ-CARD-NUM(1:2) = '99'
001910        MOVE WS-FRZ-CARD-NUM        TO WS-FRZ-CARD-TOKEN
001920        GO TO RESOLVE-CARD-TOKEN-EXIT
001930     END-IF
001940     MOVE WS-FRZ-CARD-NUM           TO TOKP-CARD-NUM
001950     EXEC CICS READ
001960          DATASET   (WS-PANVFILENAME)
001970          RIDFLD    (TOKP-CARD-NUM)
001980          KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
001990          INTO      (PAN-VAULT-RECORD)
002000          LENGTH    (LENGTH OF PAN-VAULT-RECORD)
002010          RESP      (WS-RESP-CD)
002020          RESP2     (WS-REAS-CD)
002030     END-EXEC
002040     EVALUATE WS-RESP-CD
002050         WHEN DFHRESP(NORMAL)
002060            MOVE TOKP-TOKEN         TO WS-FRZ-CARD-TOKEN
002070         WHEN DFHRESP(NOTFND)
002080            SET WS-FRZ-CARD-UNKNOWN TO TRUE
002090            MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
002100                                    TO WS-FRZ-MSG
002110         WHEN OTHER
002120            MOVE 'UNABLE TO READ THE PAN VAULT.' TO WS-FRZ-MSG
002130     END-EVALUATE
002140     .
002150 RESOLVE-CARD-TOKEN-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------*
002180*    CARDSTAT IS A NEGATIVE FILE, SO NO ROW THERE PROVES
002190*    NOTHING - THE CARD MUST BE LIVE ON CARDXREF (AN END-DATED
002200*    LINK PAST ITS DATE COUNTS AS NOT ON FILE, AS AT THE INTAKE)
002210*    BEFORE A ROW IS WRITTEN FOR IT.
002220*----------------------------------------------------------------*
002230 CHECK-CARD-ON-FILE.
002240*----------------------------------------------------------------*
002250     MOVE WS-FRZ-CARD-TOKEN         TO XREF-CARD-NUM
002260     EXEC CICS READ
002270          DATASET   (WS-XREFFILENAME)
002280          RIDFLD    (XREF-CARD-NUM)
002290          KEYLENGTH (LENGTH OF XREF-CARD-NUM)
002300          INTO      (CARD-XREF-RECORD)
002310          LENGTH    (LENGTH OF CARD-XREF-RECORD)
002320          RESP      (WS-RESP-CD)
002330          RESP2     (WS-REAS-CD)
002340     END-EXEC
002350     EVALUATE WS-RESP-CD
002360         WHEN DFHRESP(NORMAL)
002370            CONTINUE
002380         WHEN DFHRESP(NOTFND)
002390            SET WS-FRZ-CARD-UNKNOWN TO TRUE
002400            MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
002410                                    TO WS-FRZ-MSG
002420            GO TO CHECK-CARD-ON-FILE-EXIT
002430         WHEN OTHER
002440            MOVE 'UNABLE TO READ THE CARD CROSS-REFERENCE.'
002450                                    TO WS-FRZ-MSG
002460            GO TO CHECK-CARD-ON-FILE-EXIT
002470     END-EVALUATE
002480     IF XREF-END-DATE NOT = SPACES
002490        AND XREF-END-DATE < WS-TODAY-CCYYMMDD
002500        SET WS-FRZ-CARD-UNKNOWN     TO TRUE
002510        MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
002520                                    TO WS-FRZ-MSG
002530     END-IF
002540     .
002550 CHECK-CARD-ON-FILE-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------*
002580*    THE ZIP IS COMPARED ON ITS FIVE-DIGIT BASE SO A ZIP+4 ON
002590*    EITHER SIDE STILL MATCHES. NO VERIFICATION ROW, OR NO ZIP
002600*    ON IT, FAILS RATHER THAN PASSING BY DEFAULT.
002610*----------------------------------------------------------------*
002620 VERIFY-BILLING-ZIP.
002630*----------------------------------------------------------------*
002640     MOVE WS-FRZ-CARD-TOKEN         TO CRDV-CARD-NUM
002650     EXEC CICS READ
002660          DATASET   (WS-CRDVFILENAME)
002670          RIDFLD    (CRDV-CARD-NUM)
002680          KEYLENGTH (LENGTH OF CRDV-CARD-NUM)
002690          INTO      (CARD-VERIFY-RECORD)
002700          LENGTH    (LENGTH OF CARD-VERIFY-RECORD)
002710          RESP      (WS-RESP-CD)
002720          RESP2     (WS-REAS-CD)
002730     END-EXEC
002740     EVALUATE WS-RESP-CD
002750         WHEN DFHRESP(NORMAL)
002760            CONTINUE
002770         WHEN DFHRESP(NOTFND)
002780            SET WS-FRZ-VERIFY-FAILED TO TRUE
002790            MOVE 'NO VERIFICATION DATA ON FILE FOR THIS CARD.'
002800                                    TO WS-FRZ-MSG
002810            GO TO VERIFY-BILLING-ZIP-EXIT
002820         WHEN OTHER
002830            MOVE 'UNABLE TO READ THE CARD VERIFICATION FILE.'
002840                                    TO WS-FRZ-MSG
002850            GO TO VERIFY-BILLING-ZIP-EXIT
002860     END-EVALUATE
002870     IF CRDV-BILLING-ZIP = SPACES
002880        SET WS-FRZ-VERIFY-FAILED    TO TRUE
002890        MOVE 'NO VERIFICATION DATA ON FILE FOR THIS CARD.'
002900                                    TO WS-FRZ-MSG
002910        GO TO VERIFY-BILLING-ZIP-EXIT
002920     END-IF
002930     IF WS-FRZ-BILLING-ZIP(1:5) NOT = CRDV-BILLING-ZIP(1:5)
002940        SET WS-FRZ-VERIFY-FAILED    TO TRUE
002950        MOVE 'BILLING ZIP DOES NOT MATCH.' TO WS-FRZ-MSG
002960     END-IF
002970     .
002980 VERIFY-BILLING-ZIP-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------*
003010*    THE STATUS ROW IS READ FOR UPDATE SO A FREEZE AND AN
003020*    UNFREEZE (OR A CSR ON PAUCRD) CANNOT CROSS. NO ROW IS
003030*    ALLOWED - THE CARD IS USABLE AND A FREEZE WRITES ONE.
003040*----------------------------------------------------------------*
003050 READ-CARD-STATUS.
003060*----------------------------------------------------------------*
003070     SET CRDST-ROW-NOT-FOUND        TO TRUE
003080     MOVE WS-FRZ-CARD-TOKEN         TO CRDST-CARD-NUM
003090     EXEC CICS READ
003100          DATASET   (WS-CRDSTFILENAME)
003110          RIDFLD    (CRDST-CARD-NUM)
003120          KEYLENGTH (LENGTH OF CRDST-CARD-NUM)
003130          INTO      (CARD-STATUS-RECORD)
003140          LENGTH    (LENGTH OF CARD-STATUS-RECORD)
003150          UPDATE
003160          RESP      (WS-RESP-CD)
003170          RESP2     (WS-REAS-CD)
003180     END-EXEC
003190     EVALUATE WS-RESP-CD
003200         WHEN DFHRESP(NORMAL)
003210            SET CRDST-ROW-LOCKED    TO TRUE
003220            SET CRDST-ROW-FOUND     TO TRUE
003230            MOVE CRDST-STATUS       TO WS-STATUS-BEFORE
003240                                       WS-FRZ-CARD-STATUS
003250         WHEN DFHRESP(NOTFND)
003260            MOVE SPACES             TO CARD-STATUS-RECORD
003270            MOVE WS-FRZ-CARD-TOKEN  TO CRDST-CARD-NUM
003280         WHEN OTHER
003290            MOVE 'UNABLE TO READ THE CARD STATUS FILE.'
003300                                    TO WS-FRZ-MSG
003310     END-EVALUATE
003320     .
003330 READ-CARD-STATUS-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*    ONLY AN ACTIVE CARD OR ONE WITH NO ROW CAN BE FROZEN - A
003370*    CARD ALREADY BLOCKED FOR ANY OTHER REASON IS LEFT AS IT IS.
003380*----------------------------------------------------------------*
003390 APPLY-FREEZE.
003400*----------------------------------------------------------------*
003410     IF CRDST-ROW-FOUND
003420        IF CRDST-FROZEN
003430           PERFORM RELEASE-CARD-STATUS
003440                                    THRU RELEASE-CARD-STATUS-EXIT
003450           SET WS-FRZ-WRONG-STATE   TO TRUE
003460           MOVE 'CARD IS ALREADY FROZEN.' TO WS-FRZ-MSG
003470           GO TO APPLY-FREEZE-EXIT
003480        END-IF
003490        IF NOT CRDST-ACTIVE
003500           PERFORM RELEASE-CARD-STATUS
003510                                    THRU RELEASE-CARD-STATUS-EXIT
003520           SET WS-FRZ-WRONG-STATE   TO TRUE
003530           MOVE 'CARD IS BLOCKED - REFER TO CARD SERVICES.'
003540                                    TO WS-FRZ-MSG
003550           GO TO APPLY-FREEZE-EXIT
003560        END-IF
003570     END-IF
003580     MOVE WS-STATUS-BEFORE          TO CRDST-PRIOR-STATUS
003590     SET CRDST-FROZEN               TO TRUE
003600     IF CRDST-ROW-NOT-FOUND
003610        MOVE WS-TODAY-CCYYMMDD      TO CRDST-EFF-DATE
003620     END-IF
003630     PERFORM STAMP-FREEZE-FIELDS    THRU STAMP-FREEZE-FIELDS-EXIT
003640     IF CRDST-ROW-FOUND
003650        EXEC CICS REWRITE
003660             DATASET   (WS-CRDSTFILENAME)
003670             FROM      (CARD-STATUS-RECORD)
003680             LENGTH    (LENGTH OF CARD-STATUS-RECORD)
003690             RESP      (WS-RESP-CD)
003700             RESP2     (WS-REAS-CD)
003710        END-EXEC
003720        SET CRDST-ROW-NOT-LOCKED    TO TRUE
003730     ELSE
003740        EXEC CICS WRITE
003750             DATASET   (WS-CRDSTFILENAME)
003760             FROM      (CARD-STATUS-RECORD)
003770             LENGTH    (LENGTH OF CARD-STATUS-RECORD)
003780             RIDFLD    (CRDST-CARD-NUM)
003790             KEYLENGTH (LENGTH OF CRDST-CARD-NUM)
003800             RESP      (WS-RESP-CD)
003810             RESP2     (WS-REAS-CD)
003820        END-EXEC
003830     END-IF
003840     IF WS-RESP-CD = DFHRESP(NORMAL)
003850        SET WS-FRZ-DONE             TO TRUE
003860        MOVE CRDST-STATUS           TO WS-FRZ-CARD-STATUS
003870        MOVE 'FRZN'                 TO WS-NOTIFY-REASON
003880        MOVE 'CARD FROZEN.'         TO WS-FRZ-MSG
003890     ELSE
003900        MOVE 'UNABLE TO UPDATE THE CARD STATUS FILE.'
003910                                    TO WS-FRZ-MSG
003920     END-IF
003930     .
003940 APPLY-FREEZE-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970*    THE STATUS HELD BEFORE THE FREEZE IS PUT BACK. A CARD THAT
003980*    HAD NO ROW BEFORE IT WAS FROZEN HAS THE ROW DELETED, SO THE
003990*    NEGATIVE FILE HOLDS ONLY CARDS THAT ARE REALLY BLOCKED.
004000*----------------------------------------------------------------*
004010 APPLY-UNFREEZE.
004020*----------------------------------------------------------------*
004030     IF CRDST-ROW-NOT-FOUND OR NOT CRDST-FROZEN
004040        PERFORM RELEASE-CARD-STATUS THRU RELEASE-CARD-STATUS-EXIT
004050        SET WS-FRZ-WRONG-STATE      TO TRUE
004060        MOVE 'CARD IS NOT FROZEN.'  TO WS-FRZ-MSG
004070        GO TO APPLY-UNFREEZE-EXIT
004080     END-IF
004090     IF CRDST-PRIOR-STATUS = SPACES
004100        EXEC CICS DELETE
004110             DATASET   (WS-CRDSTFILENAME)
004120             RESP      (WS-RESP-CD)
004130             RESP2     (WS-REAS-CD)
004140        END-EXEC
004150        SET CRDST-ROW-NOT-LOCKED    TO TRUE
004160        MOVE SPACES                 TO WS-FRZ-CARD-STATUS
004170     ELSE
004180        MOVE CRDST-PRIOR-STATUS     TO CRDST-STATUS
004190        MOVE SPACES                 TO CRDST-PRIOR-STATUS
004200        PERFORM STAMP-FREEZE-FIELDS THRU STAMP-FREEZE-FIELDS-EXIT
004210        EXEC CICS REWRITE
004220             DATASET   (WS-CRDSTFILENAME)
004230             FROM      (CARD-STATUS-RECORD)
004240             LENGTH    (LENGTH OF CARD-STATUS-RECORD)
004250             RESP      (WS-RESP-CD)
004260             RESP2     (WS-REAS-CD)
004270        END-EXEC
004280        SET CRDST-ROW-NOT-LOCKED    TO TRUE
004290        MOVE CRDST-STATUS           TO WS-FRZ-CARD-STATUS
004300     END-IF
004310     IF WS-RESP-CD = DFHRESP(NORMAL)
004320        SET WS-FRZ-DONE             TO TRUE
004330        MOVE 'UNFZ'                 TO WS-NOTIFY-REASON
004340        MOVE 'CARD UNFROZEN.'       TO WS-FRZ-MSG
004350     ELSE
004360        MOVE 'F'                    TO WS-FRZ-CARD-STATUS
004370        MOVE 'UNABLE TO UPDATE THE CARD STATUS FILE.'
004380                                    TO WS-FRZ-MSG
004390     END-IF
004400     .
004410 APPLY-UNFREEZE-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440*    WHO, WHEN AND HOW - CUSTOMER 360 SHOWS THESE AGAINST A
004450*    FROZEN CARD.
004460*----------------------------------------------------------------*
004470 STAMP-FREEZE-FIELDS.
004480*----------------------------------------------------------------*
004490     MOVE WS-FRZ-USER-ID            TO CRDST-UPDATED-BY
004500     MOVE WS-TODAY-CCYYMMDD         TO CRDST-UPDATED-DATE
004510     MOVE WS-FRZ-CHANNEL            TO CRDST-FREEZE-CHANNEL
004520     MOVE WS-NOW-HHMMSS             TO CRDST-FREEZE-TIME
004530     .
004540 STAMP-FREEZE-FIELDS-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------*
004570 RELEASE-CARD-STATUS.
004580*----------------------------------------------------------------*
004590     IF CRDST-ROW-LOCKED
004600        EXEC CICS UNLOCK
004610             DATASET   (WS-CRDSTFILENAME)
004620             NOHANDLE
004630        END-EXEC
004640        SET CRDST-ROW-NOT-LOCKED    TO TRUE
004650     END-IF
004660     .
004670 RELEASE-CARD-STATUS-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------*
004700 JOURNAL-FREEZE.
004710*----------------------------------------------------------------*
004720     MOVE SPACES                    TO CARD-FREEZE-AUDIT-RECORD
004730     MOVE WS-FRZ-USER-ID            TO CRDF-USER-ID
004740     MOVE WS-FRZ-CHANNEL            TO CRDF-CHANNEL
004750     MOVE WS-FRZ-CARD-TOKEN         TO CRDF-CARD-NUM
004760     MOVE WS-FRZ-ACTION             TO CRDF-ACTION
004770     MOVE WS-STATUS-BEFORE          TO CRDF-STATUS-BEFORE
004780     MOVE WS-FRZ-CARD-STATUS        TO CRDF-STATUS-AFTER
004790     MOVE WS-FRZ-RESULT             TO CRDF-RESULT
004800     MOVE WS-FRZ-MSG                TO CRDF-MESSAGE
004810     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
004820            INTO CRDF-TIMESTAMP
004830     END-STRING
004840     EXEC CICS WRITEQ TD
004850          QUEUE('CFRZ')
004860          FROM(CARD-FREEZE-AUDIT-RECORD)
004870          LENGTH(LENGTH OF CARD-FREEZE-AUDIT-RECORD)
004880          NOHANDLE
004890     END-EXEC
004900     .
004910 JOURNAL-FREEZE-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------*
004940*    CONFIRMATION ON THE CUSTOMER NOTIFY QUEUE IN THE SAME
004950*    DELIMITED SHAPE THE INTAKE'S DECLINE FAN-OUT USES. RESPONSE
004960*    CODE FZ MARKS IT AS A FREEZE MESSAGE AND THE REASON SAYS
004970*    WHICH WAY (FRZN / UNFZ), SO CBNOTDLV PICKS THE TEMPLATE.
004980*    AN UNFREEZE THE CARDHOLDER DID NOT ASK FOR IS THE ONE THEY
004990*    MOST NEED TO HEAR ABOUT.
005000*----------------------------------------------------------------*
005010 NOTIFY-CARDHOLDER.
005020*----------------------------------------------------------------*
005030     MOVE SPACES                    TO W02-NFY-BUFFER
005040     STRING WS-FRZ-CARD-TOKEN       ','
005050            '               '       ','
005060            '      '                ','
005070            'FZ'                    ','
005080            WS-NOTIFY-REASON        ','
005090            '             '
005100            DELIMITED BY SIZE
005110            INTO W02-NFY-BUFFER
005120     END-STRING
005130     MOVE MQOT-Q               TO
005140             MQOD-OBJECTTYPE OF MQM-OD-NOTIFY
005150     MOVE WS-NOTIFY-QNAME      TO
005160             MQOD-OBJECTNAME OF MQM-OD-NOTIFY
005170     MOVE MQMT-REQUEST         TO MQMD-MSGTYPE OF MQM-MD-NOTIFY
005180     MOVE MQMI-NONE            TO MQMD-MSGID   OF MQM-MD-NOTIFY
005190     MOVE MQFMT-STRING         TO MQMD-FORMAT  OF MQM-MD-NOTIFY
005200     COMPUTE MQPMO-OPTIONS     =  MQPMO-NO-SYNCPOINT +
005210                                  MQPMO-DEFAULT-CONTEXT
005220     MOVE LENGTH OF W02-NFY-BUFFER TO W02-BUFFLEN
005230     CALL 'MQPUT1' USING W02-HCONN-NOTIFY
005240                         MQM-OD-NOTIFY
005250                         MQM-MD-NOTIFY
005260                         MQM-PUT-MESSAGE-OPTIONS
005270                         W02-BUFFLEN
005280                         W02-NFY-BUFFER
005290                         WS-COMPCODE
005300                         WS-REASON
005310     END-CALL
005320     .
005330 NOTIFY-CARDHOLDER-EXIT.
005340     EXIT.
