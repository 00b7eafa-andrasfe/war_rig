000156*                 REVERSAL AND RELEASE AUDIT TRAIL               *
000157* 2026-05-17  RKA PF4 CARD-NUMBER REVEAL THROUGH THE TOKEN       *
000158*                 VAULT, DETOKEN-ENTITLED AND ACCESS-LOGGED      *
000159* 2027-08-01  RKA PF10 FRAUD-RECOVERY ENTRY (MERCHANT REFUND,    *
000160*                 CUSTOMER LIABILITY) THROUGH COPAUSUC, FRDRECOV *
000161*                 ENTITLED                                       *
000162* 2027-09-26  JGM STAFF, VIP AND PROTECTED CUSTOMERS JOURNALED ON*
000163*                 VIEW (CVWL); A USER IS REFUSED THEIR OWN       *
000164*                 ACCOUNT (USRCUST)                              *
000165* 2027-10-10  ABF PF11 OPENS THE CSR CONTACT NOTES (PAUNOT) ON   *
000166*                 THE ACCOUNT, A NEW NOTE LINKED TO THIS AUTH'S  *
000167*                 TRANSACTION ID                                 *
000168* 2027-12-05  RKA PF7 QUOTES OR CONVERTS THE AUTH TO A 3, 6 OR 12*
000169*                 MONTH INSTALMENT PLAN THROUGH COPAUSYC,        *
000170*                 INSTCONV ENTITLED                              *
000171* 2028-02-27  JGM ENTRY MODE AND ECI/AVS/CVV RESULTS PASSED ON A *
000172*                 RAISED DISPUTE FOR THE LIABILITY ASSESSMENT    *
000173*----------------------------------------------------------------*
000174 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER. IBM-ZOS.
000200 OBJECT-COMPUTER. IBM-ZOS.
000334     05  WS-ENT-TODAY               PIC X(08).
000280     05  WS-TRANID                  PIC X(04) VALUE 'CPAD'.
000290     05  WS-PGM-PAULST              PIC X(08) VALUE 'COPAUS0C'.
000292     05  WS-PGM-AUTH-FRAUD          PIC X(08) VALUE 'COPAUS2C'.
000294     05  WS-PGM-DISPUTE             PIC X(08) VALUE 'COPAUS5C'.
000296     05  WS-PGM-RECOVERY            PIC X(08) VALUE 'COPAUSUC'.
000298     05  WS-PGM-PAUNOT              PIC X(08) VALUE 'COPAUSWC'.
000300     05  WS-PGM-INSTAL              PIC X(08) VALUE 'COPAUSYC'.
000302     05  WS-TRACEFILENAME           PIC X(08) VALUE 'PAUTRACE'.
000304     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000309     05  WS-TOKVFILENAME            PIC X(08) VALUE 'TOKNVALT'.
000717*----------------------------------------------------------------*
000718 01  WS-OPCFGFILENAME               PIC X(08) VALUE 'PAUOPCFG'.
000719 COPY CVOPCFGY.
000720*----------------------------------------------------------------*
000721*    COMMAREA PASSED TO THE CICS-LINKED DB2 FRAUD-UPDATE PROGRAM
000722*----------------------------------------------------------------*
000723 01  WS-FRAUD-DATA.
000724 COPY CCPAUFRY.
000725*----------------------------------------------------------------*
000726*    COMMAREA PASSED TO THE CICS-LINKED DB2 DISPUTE-CASE PROGRAM
000727*----------------------------------------------------------------*
000728 01  WS-DISPUTE-DATA.
000729 COPY CCPAUDQY.
000730*----------------------------------------------------------------*
000731*    COMMAREA PASSED TO THE CICS-LINKED DB2 FRAUD-RECOVERY
000732*    PROGRAM, AND THE PF10 ENTRY AS TYPED IN THE REASON FIELD:
000733*    SOURCE (M = MERCHANT REFUND, L = CUSTOMER LIABILITY, C =
000734*    CHARGEBACK), AMOUNT (E.G. 125.00) AND A REFERENCE.
000735*----------------------------------------------------------------*
000736 01  WS-RECOVERY-DATA.
000737 COPY CCPAURCY.
000738 01  WS-RECOVERY-ENTRY.
000739     05  WS-RCVE-SOURCE             PIC X(01).
000740     05  WS-RCVE-AMOUNT             PIC X(12).
000741     05  WS-RCVE-REFERENCE          PIC X(20).
000742     05  WS-RCVE-WHOLE              PIC X(09) JUSTIFIED RIGHT.
000743     05  WS-RCVE-WHOLE-N REDEFINES WS-RCVE-WHOLE
000744                                    PIC 9(09).
000745     05  WS-RCVE-CENTS              PIC X(02).
000746     05  WS-RCVE-CENTS-N REDEFINES WS-RCVE-CENTS
000747                                    PIC 9(02).
000748     05  WS-RCVE-WHOLE-LEN          PIC S9(04) COMP.
000749     05  WS-RCVE-CENTS-LEN          PIC S9(04) COMP.
000750     05  WS-RCVE-VALID-SW           PIC X(01).
000751         88  RCVE-ENTRY-VALID               VALUE 'Y'.
000752         88  RCVE-ENTRY-INVALID             VALUE 'N'.
000753*----------------------------------------------------------------*
000754*    COMMAREA PASSED TO THE CICS-LINKED INSTALMENT PLAN SERVICE,
000755*    AND THE PF7 ENTRY AS TYPED IN THE REASON FIELD: THE TERM IN
000756*    MONTHS, FOLLOWED BY Q TO QUOTE THE PLAN WITHOUT CONVERTING.
000757*----------------------------------------------------------------*
000758 01  WS-INSTAL-DATA.
000759 COPY CCPAUIPY.
000760 01  WS-INSTAL-ENTRY.
000761     05  WS-INSE-TERM               PIC X(02) JUSTIFIED RIGHT.
000762     05  WS-INSE-TERM-N REDEFINES WS-INSE-TERM
000763                                    PIC 9(02).
000764     05  WS-INSE-OPTION             PIC X(01).
000765     05  WS-INSE-PREFIX             PIC X(06).
000766     05  WS-INSE-AMT-DIS            PIC Z(8)9.99.
000767     05  WS-INSE-FEE-DIS            PIC Z(6)9.99.
000768*----------------------------------------------------------------*
000769*    DECISION-TRACE RECORD READ FOR THE PF6 DISPLAY
000771*----------------------------------------------------------------*
000772 COPY CVDCTRCY.
000773*----------------------------------------------------------------*
000774*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000775*----------------------------------------------------------------*
000781 COPY CVENTTLY.
000782 COPY CVENTVLY.
000783*----------------------------------------------------------------*
000784*    SENSITIVE-CUSTOMER VIEW CHECK - USER MAPPING, JOURNAL       *
000785*----------------------------------------------------------------*
000786 COPY CVUSRCUY.
000787 COPY CVVWLOGY.
000788 COPY CSVWLOGY.
000789 COPY CVTOKNVY.
000791 COPY CVTOKLGY.
000776*----------------------------------------------------------------*
000777*    MANUAL HOLD-RELEASE AUDIT RECORD
000778*----------------------------------------------------------------*
001842            PERFORM RELEASE-HOLD    THRU RELEASE-HOLD-EXIT
001843            PERFORM SEND-AUTHVIEW-SCREEN
001844                                    THRU SEND-AUTHVIEW-SCREEN-EXIT
001851         WHEN DFHPF10
001852            PERFORM RECORD-FRAUD-RECOVERY
001853                                THRU RECORD-FRAUD-RECOVERY-EXIT
001854            PERFORM SEND-AUTHVIEW-SCREEN
001855                                    THRU SEND-AUTHVIEW-SCREEN-EXIT
001856         WHEN DFHPF7
001857            PERFORM CONVERT-TO-INSTALMENT
001858                                THRU CONVERT-TO-INSTALMENT-EXIT
001859            PERFORM SEND-AUTHVIEW-SCREEN
001861                                    THRU SEND-AUTHVIEW-SCREEN-EXIT
001862         WHEN DFHPF11
001863            PERFORM OPEN-CONTACT-NOTES
001864                                THRU OPEN-CONTACT-NOTES-EXIT
001865            PERFORM SEND-AUTHVIEW-SCREEN
001866                                    THRU SEND-AUTHVIEW-SCREEN-EXIT
001840         WHEN OTHER
001850            SET ERR-FLG-ON          TO TRUE
001860            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
002420 READ-AUTH-RECORD.
002430*----------------------------------------------------------------*
002440     SET AUTH-NOT-FOUND             TO TRUE
002441     SET WS-VW-VIEW-ALLOWED         TO TRUE
002450     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
002460          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-ACCT-ID))
002470          SEGMENT (PAUTDTL1 (PA-AUTH-KEY = WS-AUTH-KEY))
002510     MOVE DIBSTAT                   TO IMS-RETURN-CODE
002520     IF STATUS-OK
002530        SET AUTH-FOUND              TO TRUE
002531        MOVE PA-CUST-ID             TO WS-VW-CUST-ID
002532        MOVE PA-ACCOUNT-ID          TO WS-VW-ACCT-ID
002533        PERFORM CHECK-SENSITIVE-VIEW
002534           THRU CHECK-SENSITIVE-VIEW-EXIT
002535*       A USER'S OWN ACCOUNT READS AS NOT THERE - EVERY ACTION
002536*       BELOW RE-READS THROUGH HERE, SO NONE OF THEM CAN RUN.
002537        IF WS-VW-VIEW-BLOCKED
002538           SET AUTH-NOT-FOUND       TO TRUE
002539        END-IF
002540     END-IF
002550     .
002560 READ-AUTH-RECORD-EXIT.
003180     IF NOT AUTH-FOUND
003190        SET ERR-FLG-ON              TO TRUE
003200        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
003201        IF WS-VW-VIEW-BLOCKED
003202           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
003203        END-IF
003210        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
003220        MOVE SPACES                 TO CARDNUMO OF COPAU1AO
003230                                       CNTRYNMO OF COPAU1AO
003880     ELSE
003890        SET ERR-FLG-ON              TO TRUE
003900        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
003901        IF WS-VW-VIEW-BLOCKED
003902           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
003903        END-IF
003910        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
003920     END-IF
003930     .
005620     END-IF
005630     .
005640 TRIGGER-CARD-BLOCK-EXIT.
005642     EXIT.
005643*----------------------------------------------------------------*
005644*    PF5 RAISES A DISPUTE CASE ON THE DISPLAYED AUTH. THE REASON
005645*    IS TYPED IN THE REASON FIELD (SHARED WITH THE FRAUD ACTION)
005646*    AND THE CASE ROW IS OPENED BY THE DB2 LINK PROGRAM, TIED TO
005647*    THE SEGMENT'S TRANSACTION AND CORRELATION IDS SO THE CASE
005648*    CAN ALWAYS BE TRACED BACK TO THE AUTH IT DISPUTES.
005649*----------------------------------------------------------------*
005650 RAISE-DISPUTE.
005651*----------------------------------------------------------------*
005652     SET SEND-ERASE-NO              TO TRUE
005653     MOVE CDEMO-ACCT-ID             TO WS-ACCT-ID
005654     MOVE CDEMO-CPVD-PAU-SELECTED   TO WS-AUTH-KEY
005655     PERFORM SCHEDULE-PSB           THRU SCHEDULE-PSB-EXIT
005656     IF IMS-PSB-SCHD
005657        PERFORM READ-AUTH-RECORD    THRU READ-AUTH-RECORD-EXIT
005658        SET IMS-PSB-NOT-SCHD        TO TRUE
005659        EXEC DLI TERM
005661        END-EXEC
005662     END-IF
005663     IF NOT AUTH-FOUND
005664        SET ERR-FLG-ON              TO TRUE
005665        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
005666        IF WS-VW-VIEW-BLOCKED
005667           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
005668        END-IF
005669        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
005671        GO TO RAISE-DISPUTE-EXIT
005672     END-IF
005673     IF FRDRSNI OF COPAU1AI = SPACES OR LOW-VALUES
005674        SET ERR-FLG-ON              TO TRUE
005675        MOVE 'DISPUTE REASON IS REQUIRED IN THE REASON FIELD.'
005676                                    TO WS-MESSAGE
005677        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
005678        GO TO RAISE-DISPUTE-EXIT
005679     END-IF
005681     SET WS-DSP-RAISE-CASE          TO TRUE
005682     MOVE ZERO                      TO WS-DSP-CASE-ID
005683     MOVE PA-CARD-NUM               TO WS-DSP-CARD-NUM
005684     MOVE PA-TRANSACTION-ID         TO WS-DSP-TRANSACTION-ID
005685     MOVE PA-CORRELATION-ID         TO WS-DSP-CORRELATION-ID
005686     MOVE CDEMO-ACCT-ID             TO WS-DSP-ACCT-ID
005687     MOVE CDEMO-CUST-ID             TO WS-DSP-CUST-ID
005688     MOVE PA-APPROVED-AMT           TO WS-DSP-AMOUNT
005689     MOVE FRDRSNI OF COPAU1AI       TO WS-DSP-REASON
005691     MOVE SPACES                    TO WS-DSP-NEW-STATUS
005692     MOVE CDEMO-USER-ID             TO WS-DSP-USER-ID
005693     MOVE PA-POS-ENTRY-MODE         TO WS-DSP-POS-ENTRY-MODE
005694     MOVE PA-ECI-RESULT             TO WS-DSP-ECI-RESULT
005695     MOVE PA-AVS-RESULT             TO WS-DSP-AVS-RESULT
005696     MOVE PA-CVV-RESULT             TO WS-DSP-CVV-RESULT
005697     EXEC CICS LINK
005698          PROGRAM(WS-PGM-DISPUTE)
005699          COMMAREA(WS-DISPUTE-DATA)
005714     .
005715 RAISE-DISPUTE-EXIT.
005716     EXIT.
005787*----------------------------------------------------------------*
005788*    PF7 SPLITS THE DISPLAYED PURCHASE INTO A MONTHLY INSTALMENT
005789*    PLAN WHILE IT IS STILL PENDING. THE REASON FIELD CARRIES
005791*    THE TERM (3, 6 OR 12), WITH A TRAILING Q TO QUOTE THE PLAN
005792*    TO THE CUSTOMER FIRST. ONLY A USER HOLDING INSTCONV MAY USE
005793*    IT. THE ELIGIBILITY RULES, PRICING, PLAN ROW AND OPEN-TO-
005794*    BUY ADJUSTMENT ALL BELONG TO COPAUSYC, THE SAME SERVICE THE
005795*    REST CHANNEL CALLS; ITS PSB IS ITS OWN, SO OURS IS RELEASED
005796*    BEFORE THE LINK.
005797*----------------------------------------------------------------*
005798 CONVERT-TO-INSTALMENT.
005799*----------------------------------------------------------------*
005801     SET SEND-ERASE-NO              TO TRUE
005802     MOVE 'INSTCONV'                TO ENT-FUNCTION
005803     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
005804     IF USER-NOT-ENTITLED
005805        SET ERR-FLG-ON              TO TRUE
005806        MOVE 'NOT AUTHORIZED TO CONVERT PURCHASES TO INSTALMENTS.'
005807                                    TO WS-MESSAGE
005808        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
005809        GO TO CONVERT-TO-INSTALMENT-EXIT
005811     END-IF
005812     MOVE SPACES                    TO WS-INSE-TERM
005813                                       WS-INSE-OPTION
005814     IF FRDRSNI OF COPAU1AI NOT = SPACES AND NOT = LOW-VALUES
006019        UNSTRING FRDRSNI OF COPAU1AI DELIMITED BY ALL SPACE
006021            INTO WS-INSE-TERM WS-INSE-OPTION
006022        END-UNSTRING
006023     END-IF
006024     INSPECT WS-INSE-TERM REPLACING LEADING SPACE BY ZERO
006025     IF WS-INSE-TERM NOT NUMERIC
006026        OR (WS-INSE-OPTION NOT = SPACE AND NOT = 'Q')
006027        SET ERR-FLG-ON              TO TRUE
006028        MOVE 'PLAN TERM REQUIRED IN REASON FIELD (E.G. 6 OR 6 Q).'
006029                                    TO WS-MESSAGE
006031        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006032        GO TO CONVERT-TO-INSTALMENT-EXIT
006033     END-IF
006034     MOVE CDEMO-ACCT-ID             TO WS-ACCT-ID
006035     MOVE CDEMO-CPVD-PAU-SELECTED   TO WS-AUTH-KEY
006036     PERFORM SCHEDULE-PSB           THRU SCHEDULE-PSB-EXIT
006037     IF IMS-PSB-SCHD
006038        PERFORM READ-AUTH-RECORD    THRU READ-AUTH-RECORD-EXIT
006039        SET IMS-PSB-NOT-SCHD        TO TRUE
006041        EXEC DLI TERM
006042        END-EXEC
006043     END-IF
006044     IF NOT AUTH-FOUND
006045        SET ERR-FLG-ON              TO TRUE
006046        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
006047        IF WS-VW-VIEW-BLOCKED
006048           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
006049        END-IF
006051        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006052        GO TO CONVERT-TO-INSTALMENT-EXIT
006053     END-IF
006054     INITIALIZE WS-INSTAL-DATA
006055     IF WS-INSE-OPTION = 'Q'
006056        SET WS-INS-FUNC-QUOTE       TO TRUE
006057     ELSE
006058        SET WS-INS-FUNC-CONVERT     TO TRUE
006059     END-IF
006061     MOVE WS-ACCT-ID                TO WS-INS-ACCT-ID
006062     MOVE WS-AUTH-KEY               TO WS-INS-AUTH-KEY
006063     MOVE WS-INSE-TERM-N            TO WS-INS-TERM-MONTHS
006064     SET WS-INS-CHANNEL-CALL-CTR    TO TRUE
006065     MOVE CDEMO-USER-ID             TO WS-INS-USER-ID
006066     EXEC CICS LINK
006067          PROGRAM(WS-PGM-INSTAL)
006068          COMMAREA(WS-INSTAL-DATA)
006069          NOHANDLE
006071     END-EXEC
006072     IF WS-INS-DONE OR WS-INS-ALREADY-CONVERTED
006073        MOVE WS-INS-INSTALMENT-AMT  TO WS-INSE-AMT-DIS
006074        MOVE WS-INS-FEE-AMT         TO WS-INSE-FEE-DIS
006075        MOVE SPACES                 TO WS-MESSAGE
006076        IF WS-INS-FUNC-QUOTE AND WS-INS-DONE
006077           MOVE 'QUOTE:'            TO WS-INSE-PREFIX
006078        ELSE
006079           MOVE 'PLAN:'             TO WS-INSE-PREFIX
006081        END-IF
006082        STRING WS-INSE-PREFIX       DELIMITED BY SPACE
006083               ' ' WS-INS-TERM-MONTHS ' X' WS-INSE-AMT-DIS
006084               ' FEE' WS-INSE-FEE-DIS
006085               ' FIRST DUE ' WS-INS-FIRST-DUE-DATE
006086                                    DELIMITED BY SIZE
006087               ' - ' WS-INS-MSG     DELIMITED BY '  '
006088            INTO WS-MESSAGE
006089        END-STRING
006091        IF WS-INS-ALREADY-CONVERTED
006092           SET ERR-FLG-ON           TO TRUE
006093        END-IF
006094     ELSE
006095        SET ERR-FLG-ON              TO TRUE
006096        MOVE WS-INS-MSG             TO WS-MESSAGE
006097        IF WS-INS-MSG = SPACES
006098           MOVE 'INSTALMENT SERVICE IS UNAVAILABLE - TRY LATER.'
006099                                    TO WS-MESSAGE
006101        END-IF
006102     END-IF
006103     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU1AO
006104     PERFORM POPULATE-AUTH-DETAILS
006105                                   THRU POPULATE-AUTH-DETAILS-EXIT
006106     SET SEND-ERASE-NO              TO TRUE
006107     .
006108 CONVERT-TO-INSTALMENT-EXIT.
006109     EXIT.
006111*----------------------------------------------------------------*
006112*    PF11 OPENS THE CSR CONTACT NOTES ON THE ACCOUNT. THE AUTH IS
006113*    RE-READ SO A BLOCKED VIEW STAYS BLOCKED, AND ITS TRANSACTION
006114*    ID IS OFFERED AS THE LINK FOR A NEW NOTE. PF3 THERE COMES
006115*    BACK HERE THROUGH FIRST-ENTRY ON THE SAME AUTH.
006116*----------------------------------------------------------------*
006117 OPEN-CONTACT-NOTES.
006118*----------------------------------------------------------------*
006119     SET SEND-ERASE-NO              TO TRUE
006121     MOVE CDEMO-ACCT-ID             TO WS-ACCT-ID
006122     MOVE CDEMO-CPVD-PAU-SELECTED   TO WS-AUTH-KEY
006123     PERFORM SCHEDULE-PSB           THRU SCHEDULE-PSB-EXIT
006124     IF IMS-PSB-SCHD
006125        PERFORM READ-AUTH-RECORD    THRU READ-AUTH-RECORD-EXIT
006126        SET IMS-PSB-NOT-SCHD        TO TRUE
006127        EXEC DLI TERM
006128        END-EXEC
006129     END-IF
006131     IF NOT AUTH-FOUND
006132        SET ERR-FLG-ON              TO TRUE
006133        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
006134        IF WS-VW-VIEW-BLOCKED
006135           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
006136        END-IF
006137        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006138        GO TO OPEN-CONTACT-NOTES-EXIT
006139     END-IF
006141     MOVE PA-CUST-ID                TO CDEMO-CUST-ID
006142     SET CDEMO-NOTE-LINK-TRAN       TO TRUE
006143     MOVE PA-TRANSACTION-ID         TO CDEMO-NOTE-LINK-ID
006144     MOVE WS-PGM-PAUNOT             TO CDEMO-TO-PROGRAM
006145     MOVE WS-PGMNAME                TO CDEMO-FROM-PROGRAM
006146     SET CDEMO-PGM-ENTER            TO TRUE
006147     PERFORM RETURN-TO-PREV-SCREEN
006148                                THRU RETURN-TO-PREV-SCREEN-EXIT
006149     .
006151 OPEN-CONTACT-NOTES-EXIT.
006152     EXIT.
006153*----------------------------------------------------------------*
006154*    PF10 RECORDS A RECOVERY AGAINST THE DISPLAYED AUTH'S
006155*    CONFIRMED FRAUD - A MERCHANT REFUND OR THE CUSTOMER'S OWN
006156*    LIABILITY - SO FINANCE REPORTS NET RATHER THAN GROSS LOSS.
006157*    THE REASON FIELD CARRIES 'SOURCE AMOUNT REFERENCE'. ONLY A
006158*    USER HOLDING FRDRECOV MAY ENTER ONE; THE ROW IS WRITTEN BY
006159*    THE DB2 LINK PROGRAM, WHICH ALSO KEEPS THE RECOVERIES FROM
006161*    EXCEEDING THE AMOUNT LOST.
006162*----------------------------------------------------------------*
006163 RECORD-FRAUD-RECOVERY.
006164*----------------------------------------------------------------*
006165     SET SEND-ERASE-NO              TO TRUE
006166     MOVE 'FRDRECOV'                TO ENT-FUNCTION
006167     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
006168     IF USER-NOT-ENTITLED
006169        SET ERR-FLG-ON              TO TRUE
006171        MOVE 'NOT AUTHORIZED TO RECORD FRAUD RECOVERIES.'
006172                                    TO WS-MESSAGE
006173        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006174        GO TO RECORD-FRAUD-RECOVERY-EXIT
006175     END-IF
006176     PERFORM EDIT-RECOVERY-ENTRY    THRU EDIT-RECOVERY-ENTRY-EXIT
006177     IF RCVE-ENTRY-INVALID
006178        SET ERR-FLG-ON              TO TRUE
006179        MOVE 'SOURCE AMOUNT REF REQUIRED (E.G. M 125.00 RF0042).'
006181                                    TO WS-MESSAGE
006182        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006183        GO TO RECORD-FRAUD-RECOVERY-EXIT
006184     END-IF
006185     MOVE CDEMO-ACCT-ID             TO WS-ACCT-ID
006186     MOVE CDEMO-CPVD-PAU-SELECTED   TO WS-AUTH-KEY
006187     PERFORM SCHEDULE-PSB           THRU SCHEDULE-PSB-EXIT
006188     IF IMS-PSB-SCHD
006189        PERFORM READ-AUTH-RECORD    THRU READ-AUTH-RECORD-EXIT
006191        SET IMS-PSB-NOT-SCHD        TO TRUE
006192        EXEC DLI TERM
006193        END-EXEC
006194     END-IF
006195     IF NOT AUTH-FOUND
006196        SET ERR-FLG-ON              TO TRUE
006197        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
006198        IF WS-VW-VIEW-BLOCKED
006199           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
006201        END-IF
006202        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006203        GO TO RECORD-FRAUD-RECOVERY-EXIT
006204     END-IF
006205     MOVE PA-CARD-NUM               TO WS-RCV-CARD-NUM
006206     MOVE PA-TRANSACTION-ID         TO WS-RCV-TRANSACTION-ID
006207     MOVE WS-RCVE-SOURCE            TO WS-RCV-SOURCE
006208     COMPUTE WS-RCV-AMOUNT = WS-RCVE-WHOLE-N
006209                           + WS-RCVE-CENTS-N / 100
006211     MOVE WS-RCVE-REFERENCE         TO WS-RCV-REFERENCE
006212     MOVE CDEMO-USER-ID             TO WS-RCV-USER-ID
006213     EXEC CICS LINK
006214          PROGRAM(WS-PGM-RECOVERY)
006215          COMMAREA(WS-RECOVERY-DATA)
006216          NOHANDLE
006217     END-EXEC
006218     IF WS-RCV-UPDT-SUCCESS
006219        MOVE 'FRAUD RECOVERY RECORDED FOR THIS AUTH.'
006231                                    TO WS-MESSAGE
006232     ELSE
006233        SET ERR-FLG-ON              TO TRUE
006234        MOVE WS-RCV-ACT-MSG         TO WS-MESSAGE
006235     END-IF
006236     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU1AO
006237     PERFORM POPULATE-AUTH-DETAILS
006238                                   THRU POPULATE-AUTH-DETAILS-EXIT
006239     SET SEND-ERASE-NO              TO TRUE
006241     .
006242 RECORD-FRAUD-RECOVERY-EXIT.
006243     EXIT.
006244*----------------------------------------------------------------*
006245*    SPLIT 'SOURCE AMOUNT REFERENCE' OUT OF THE REASON FIELD.
006246*    THE AMOUNT IS WHOLE UNITS WITH AN OPTIONAL ONE- OR TWO-
006247*    DIGIT DECIMAL PART; ANYTHING ELSE REJECTS THE ENTRY.
006248*----------------------------------------------------------------*
006249 EDIT-RECOVERY-ENTRY.
006251*----------------------------------------------------------------*
006252     SET RCVE-ENTRY-INVALID         TO TRUE
006253     MOVE SPACES                    TO WS-RCVE-SOURCE
006254                                       WS-RCVE-AMOUNT
006255                                       WS-RCVE-REFERENCE
006256                                       WS-RCVE-WHOLE
006257                                       WS-RCVE-CENTS
006258     MOVE 0                         TO WS-RCVE-WHOLE-LEN
006259                                       WS-RCVE-CENTS-LEN
006261     IF FRDRSNI OF COPAU1AI = SPACES OR LOW-VALUES
006262        GO TO EDIT-RECOVERY-ENTRY-EXIT
006263     END-IF
006264     UNSTRING FRDRSNI OF COPAU1AI DELIMITED BY ALL SPACE
006265         INTO WS-RCVE-SOURCE WS-RCVE-AMOUNT WS-RCVE-REFERENCE
006266     END-UNSTRING
006267     IF WS-RCVE-SOURCE NOT = 'M' AND NOT = 'L' AND NOT = 'C'
006268        GO TO EDIT-RECOVERY-ENTRY-EXIT
006269     END-IF
006271     UNSTRING WS-RCVE-AMOUNT DELIMITED BY '.' OR SPACE
006272         INTO WS-RCVE-WHOLE COUNT IN WS-RCVE-WHOLE-LEN
006273              WS-RCVE-CENTS COUNT IN WS-RCVE-CENTS-LEN
006274     END-UNSTRING
006275     IF WS-RCVE-WHOLE-LEN = 0 OR WS-RCVE-WHOLE-LEN > 9
006276        OR WS-RCVE-CENTS-LEN > 2
006277        GO TO EDIT-RECOVERY-ENTRY-EXIT
006278     END-IF
006279     INSPECT WS-RCVE-WHOLE REPLACING LEADING SPACE BY ZERO
006281     EVALUATE WS-RCVE-CENTS-LEN
006282         WHEN 0
006283            MOVE '00'               TO WS-RCVE-CENTS
006284         WHEN 1
006285            MOVE '0'                TO WS-RCVE-CENTS(2:1)
006286         WHEN OTHER
006287            CONTINUE
006288     END-EVALUATE
006289     IF WS-RCVE-WHOLE IS NUMERIC
006291        AND WS-RCVE-CENTS IS NUMERIC
006292        SET RCVE-ENTRY-VALID        TO TRUE
006293     END-IF
006294     .
006295 EDIT-RECOVERY-ENTRY-EXIT.
006296     EXIT.
006297*----------------------------------------------------------------*
006298*    PF9 RELEASES THE DISPLAYED HOLD - THE DOUBLE-AUTHORIZED
006299*    HOTEL GUEST NO LONGER WAITS FOR THE PURGE TO AGE THE EXTRA
006301*    HOLD OUT. ONLY AN APPROVED, UNMATCHED SEGMENT QUALIFIES, A
006302*    REASON CODE IS REQUIRED IN THE REASON FIELD, AND THE USER
006303*    MUST HOLD THE RELHOLD ENTITLEMENT. THE SEGMENT IS DELETED,
006304*    THE PAUTSMRY COUNTS ARE REVERSED THE SAME WAY THE INTAKE'S
006305*    BACKOUT REVERSES THEM, AND THE RELEASE IS AUDITED TO THE
006306*    CRLS TD QUEUE FOR THE DAILY CBRELRPT REVIEW.
006307*----------------------------------------------------------------*
006308 RELEASE-HOLD.
006309*----------------------------------------------------------------*
006311     SET SEND-ERASE-NO              TO TRUE
006312     MOVE 'RELHOLD '                TO ENT-FUNCTION
006313     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
006314     IF USER-NOT-ENTITLED
006315        SET ERR-FLG-ON              TO TRUE
006316        MOVE 'NOT AUTHORIZED TO RELEASE HOLDS.' TO WS-MESSAGE
006317        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006318        GO TO RELEASE-HOLD-EXIT
006319     END-IF
006321     IF FRDRSNI OF COPAU1AI = SPACES OR LOW-VALUES
006322        SET ERR-FLG-ON              TO TRUE
006323        MOVE 'REASON CODE IS REQUIRED TO RELEASE A HOLD.'
006324                                    TO WS-MESSAGE
006325        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006326        GO TO RELEASE-HOLD-EXIT
006327     END-IF
006328     MOVE CDEMO-ACCT-ID             TO WS-ACCT-ID
006329     MOVE CDEMO-CPVD-PAU-SELECTED   TO WS-AUTH-KEY
006331     PERFORM SCHEDULE-PSB           THRU SCHEDULE-PSB-EXIT
006332     IF NOT IMS-PSB-SCHD
006333        SET ERR-FLG-ON              TO TRUE
006334        MOVE 'UNABLE TO SCHEDULE AUTHORIZATION DATABASE.'
006335                                    TO WS-MESSAGE
006336        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006337        GO TO RELEASE-HOLD-EXIT
006338     END-IF
006339     PERFORM READ-AUTH-RECORD       THRU READ-AUTH-RECORD-EXIT
006341     IF NOT AUTH-FOUND
006342        SET ERR-FLG-ON              TO TRUE
006343        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
006344        IF WS-VW-VIEW-BLOCKED
006345           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
006346        END-IF
006347        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006348        GO TO RELEASE-HOLD-TERM
006349     END-IF
006351     IF NOT PA-AUTH-APPROVED
006352        OR PA-MATCH-STATUS NOT = SPACE
006353        SET ERR-FLG-ON              TO TRUE
006354        MOVE 'ONLY AN APPROVED, UNMATCHED HOLD CAN BE RELEASED.'
006355                                    TO WS-MESSAGE
006356        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006357        GO TO RELEASE-HOLD-TERM
006358     END-IF
006359*
006363*    REVERSE THE SUMMARY COUNTS FIRST, THEN DELETE THE DETAIL -
006364*    THE SAME SEQUENCE THE NIGHTLY PURGE USES.
006365     SUBTRACT 1               FROM PA-APPROVED-AUTH-CNT
006366     SUBTRACT PA-APPROVED-AMT FROM PA-APPROVED-AUTH-AMT
006367     EXEC DLI REPL USING PCB(PAUT-PCB-NUM)
006368          SEGMENT (PAUTSMRY)
006369          FROM   (PENDING-AUTH-SUMMARY)
006371     END-EXEC
006372     MOVE DIBSTAT                   TO IMS-RETURN-CODE
006373     IF NOT STATUS-OK
006374        SET ERR-FLG-ON              TO TRUE
006375        MOVE 'UNABLE TO UPDATE ACCOUNT TOTALS.' TO WS-MESSAGE
006376        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006377        GO TO RELEASE-HOLD-TERM
006378     END-IF
006379     EXEC DLI DLET USING PCB(PAUT-PCB-NUM)
006381          SEGMENT (PAUTDTL1)
006382     END-EXEC
006383     MOVE DIBSTAT                   TO IMS-RETURN-CODE
006384     IF STATUS-OK
006385        PERFORM WRITE-RELEASE-AUDIT
006386                                THRU WRITE-RELEASE-AUDIT-EXIT
006387        MOVE 'HOLD RELEASED AND AUDITED.' TO WS-MESSAGE
006388        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006389     ELSE
006391        SET ERR-FLG-ON              TO TRUE
006392        MOVE 'UNABLE TO DELETE HOLD - RELEASE BACKED OUT.'
006393                                    TO WS-MESSAGE
006394        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006395*    THE COUNT DECREMENT ALREADY REPLACED ON THE ROOT MUST NOT
006396*    COMMIT WHILE THE DETAIL IT COUNTED STILL EXISTS - THAT IS
006397*    EXACTLY THE DRIFT THE SUMMARY-REBUILD JOB REPAIRS. ROLL
006398*    THE WHOLE UNIT BACK INSTEAD OF TAKING THE SYNCPOINT.
006399        SET IMS-PSB-NOT-SCHD        TO TRUE
006401        EXEC CICS SYNCPOINT ROLLBACK
006402        END-EXEC
006403        SET SEND-ERASE-NO           TO TRUE
006404        GO TO RELEASE-HOLD-EXIT
006405     END-IF
006406     .
006407 RELEASE-HOLD-TERM.
006408     SET IMS-PSB-NOT-SCHD           TO TRUE
006409     PERFORM TAKE-SYNCPOINT         THRU TAKE-SYNCPOINT-EXIT
006411     SET SEND-ERASE-NO              TO TRUE
006412     .
006413 RELEASE-HOLD-EXIT.
006414     EXIT.
005900*----------------------------------------------------------------*
005911*    PF4 - REVEALS THE CLEAR CARD NUMBER BEHIND THE TOKEN THE   *
005912*    SEGMENT CARRIES. THE HIGHEST DISPLAY AUTHORITY ONLY        *
005920     SET SEND-ERASE-NO              TO TRUE
005921     MOVE 'DETOKEN '                TO ENT-FUNCTION
005922     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
005938     IF USER-NOT-ENTITLED
005939        SET ERR-FLG-ON              TO TRUE
005941        MOVE 'NOT AUTHORIZED TO REVEAL CARD NUMBERS.'
005942                                    TO WS-MESSAGE
005943        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
005944        GO TO REVEAL-CARD-NUMBER-EXIT
005945     END-IF
005946     MOVE CDEMO-ACCT-ID             TO WS-ACCT-ID
005947     MOVE CDEMO-CPVD-PAU-SELECTED   TO WS-AUTH-KEY
005948     PERFORM SCHEDULE-PSB           THRU SCHEDULE-PSB-EXIT
005949     IF IMS-PSB-SCHD
005951        PERFORM READ-AUTH-RECORD    THRU READ-AUTH-RECORD-EXIT
005952        SET IMS-PSB-NOT-SCHD        TO TRUE
005953        EXEC DLI TERM
005954        END-EXEC
005955     END-IF
005956     IF NOT AUTH-FOUND
006415        SET ERR-FLG-ON              TO TRUE
006416        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
006417        IF WS-VW-VIEW-BLOCKED
006418           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
006419        END-IF
006421        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006422        GO TO REVEAL-CARD-NUMBER-EXIT
006423     END-IF
006424     IF PA-CARD-NUM(1:2) NOT = '99'
006425        STRING 'CARD NUMBER (NOT TOKENIZED): ' PA-CARD-NUM
006426               DELIMITED BY SIZE INTO WS-MESSAGE
006427        END-STRING
006428        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006429*    THE ACCESS LOG NEVER CARRIES A CARD NUMBER - FOR A
006431*    SEGMENT PREDATING TOKENIZATION ONLY THE LAST FOUR GO ON
006432*    THE RECORD, MARKED AS A PRE-TOKEN REVEAL.
006433        MOVE SPACES                 TO WS-LOG-TOKEN-ID
006434        STRING 'PRE-TOKEN:' PA-CARD-NUM(13:4)
006435               DELIMITED BY SIZE INTO WS-LOG-TOKEN-ID
006436        END-STRING
006437        PERFORM LOG-TOKEN-ACCESS    THRU LOG-TOKEN-ACCESS-EXIT
006438        GO TO REVEAL-CARD-NUMBER-EXIT
006439     END-IF
006441     MOVE PA-CARD-NUM               TO WS-LOG-TOKEN-ID
006442     MOVE PA-CARD-NUM               TO TOKV-TOKEN
005957     EXEC CICS READ
005958          DATASET   (WS-TOKVFILENAME)
005959          RIDFLD    (TOKV-TOKEN)
005935     .
005936 WRITE-RELEASE-AUDIT-EXIT.
005937     EXIT.
006443*----------------------------------------------------------------*
006444*    PF6 SHOWS THE DECISION TRACE THE INTAKE RECORDED FOR THE
006445*    DISPLAYED AUTH: WHICH CHECKS RAN, WHAT EACH SAW, AND THE
006446*    FINAL RESPONSE - THE ANSWER TO "WHY WAS THIS DECLINED"
006447*    WITHOUT REVERSE-ENGINEERING THE DECISION LOGIC BY HAND.
006448*----------------------------------------------------------------*
006449 SHOW-DECISION-TRACE.
006451*----------------------------------------------------------------*
006452     MOVE CDEMO-ACCT-ID             TO WS-ACCT-ID
006453     MOVE CDEMO-CPVD-PAU-SELECTED   TO WS-AUTH-KEY
006454     PERFORM SCHEDULE-PSB           THRU SCHEDULE-PSB-EXIT
006455     IF IMS-PSB-SCHD
006456        PERFORM READ-AUTH-RECORD    THRU READ-AUTH-RECORD-EXIT
006457        SET IMS-PSB-NOT-SCHD        TO TRUE
006458        EXEC DLI TERM
006459        END-EXEC
006461     END-IF
006462     IF NOT AUTH-FOUND
006463        SET ERR-FLG-ON              TO TRUE
006464        MOVE 'AUTHORIZATION RECORD NOT FOUND.' TO WS-MESSAGE
006465        IF WS-VW-VIEW-BLOCKED
006466           MOVE WS-VW-BLOCK-MSG     TO WS-MESSAGE
006467        END-IF
006468        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006469        GO TO SHOW-DECISION-TRACE-EXIT
006471     END-IF
006472     MOVE PA-TRANSACTION-ID         TO TRC-TRANSACTION-ID
006473     EXEC CICS READ
006474          DATASET   (WS-TRACEFILENAME)
006475          RIDFLD    (TRC-TRANSACTION-ID)
006476          KEYLENGTH (LENGTH OF TRC-TRANSACTION-ID)
006477          INTO      (DECISION-TRACE-RECORD)
006478          LENGTH    (LENGTH OF DECISION-TRACE-RECORD)
006479          RESP      (WS-RESP-CD)
006481          RESP2     (WS-REAS-CD)
006482     END-EXEC
006483     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006484        SET ERR-FLG-ON              TO TRUE
006485        MOVE 'NO DECISION TRACE ON FILE FOR THIS AUTH.'
006486                                    TO WS-MESSAGE
006487        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU1AO
006488        GO TO SHOW-DECISION-TRACE-EXIT
006489     END-IF
006491     MOVE TRC-OPEN-TO-BUY           TO WS-OTB-DIS
006492     MOVE SPACES                    TO WS-MESSAGE
006493     STRING 'TRACE CS:' TRC-CARD-STATUS-RESULT
006494            ' CTL:' TRC-CARD-CONTROL-RESULT
006495            ' SNC:' TRC-SANCTION-RESULT
006496            ' RCR:' TRC-RECURRING-RESULT
006497            ' VEL:' TRC-VELOCITY-RESULT
006498            ' CUS:' TRC-CUST-FOUND
006499            ' FICO:' TRC-FICO-SCORE
006501            ' OTB:' WS-OTB-DIS
006502            ' RULE:' TRC-RULE-MATCHED
006503            ' ' TRC-RESP-CODE '/' TRC-RESP-REASON
006504            DELIMITED BY SIZE
006505            INTO WS-MESSAGE
006506     END-STRING
006507     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU1AO
006508     PERFORM POPULATE-AUTH-DETAILS
006509                                   THRU POPULATE-AUTH-DETAILS-EXIT
006511     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU1AO
006512     SET SEND-ERASE-NO              TO TRUE
006513     .
006514 SHOW-DECISION-TRACE-EXIT.
006515     EXIT.
005660*----------------------------------------------------------------*
005670 TAKE-SYNCPOINT.
005680*----------------------------------------------------------------*
006720     .
006730 LOG-ENT-VIOLATION-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
006770*----------------------------------------------------------------*
006780 COPY CSVWLOGP.
