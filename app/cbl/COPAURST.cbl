000140*    UNCHANGED - THIS PROGRAM IS JUST ANOTHER CHANNEL FEEDING THE *
000150*    SAME MQ-BASED INTAKE, THE SAME WAY THE BATCH/ONLINE CHANNELS *
000160*    ALREADY DO.                                                  *
000161*    A POST WHOSE requestType IS ACTIVATE IS A CARD ACTIVATION    *
000162*    INSTEAD: IT IS HANDED TO THE ACTIVATION SERVICE (COPAUSQC)   *
000163*    BY CICS LINK, THE SAME PROGRAM THE CALL-CENTRE SCREEN USES.  *
000164*    A POST WHOSE requestType IS TRAVEL REGISTERS, CANCELS OR     *
000165*    LOOKS UP A CARDHOLDER TRAVEL NOTICE THROUGH THE TRAVEL       *
000166*    NOTICE SERVICE (COPAUSSC), AGAIN SHARED WITH THE SCREEN.     *
000167*    A POST WHOSE requestType IS INSTALMENT QUOTES OR CONVERTS A  *
000168*    PENDING PURCHASE TO A MONTHLY PLAN THROUGH THE INSTALMENT    *
000169*    PLAN SERVICE (COPAUSYC), SHARED WITH PAUDTL'S PF7.           *
000170*    A POST WHOSE requestType IS FREEZE FREEZES OR UNFREEZES A    *
000171*    CARD THROUGH THE CARD FREEZE SERVICE (COPAUSZC).             *
000172*    A POST WHOSE requestType IS DISPUTE RAISES A CARDHOLDER'S    *
000173*    DISPUTE THROUGH THE DISPUTE INTAKE SERVICE (COPAUT1C).       *
000174*----------------------------------------------------------------*
000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2024-04-09  JGM INITIAL VERSION                                *
000202*                 TIMEOUTS BY POLLING INSTEAD OF RESUBMITTING    *
000203* 2025-07-13  JGM REQUESTS STAMPED WITH THE CURRENT MESSAGE      *
000204*                 FORMAT VERSION                                 *
000205* 2027-05-16  ABF CARD ACTIVATION REQUESTS (requestType ACTIVATE)*
000206*                 LINKED TO COPAUSQC - CVV2 AND BILLING ZIP      *
000207*                 VERIFIED, RESULT MAPPED TO AN HTTP STATUS      *
000208* 2027-06-13  JGM TRAVEL NOTICE REQUESTS (requestType TRAVEL)    *
000209*                 LINKED TO COPAUSSC - REGISTER, CANCEL, INQUIRE *
000210* 2027-12-05  RKA INSTALMENT PLAN REQUESTS (requestType          *
000211*                 INSTALMENT) LINKED TO COPAUSYC - QUOTE OR      *
000212*                 CONVERT A PENDING PURCHASE                     *
000213* 2027-12-19  JGM CARD FREEZE REQUESTS (requestType FREEZE)      *
000214*                 LINKED TO COPAUSZC - FREEZE, OR UNFREEZE WITH  *
000215*                 THE BILLING ZIP VERIFIED                       *
000216* 2028-01-30  JGM CUSTOMER DISPUTE REQUESTS (requestType         *
000217*                 DISPUTE) LINKED TO COPAUT1C - ELIGIBLE ONES    *
000218*                 OPEN A CASE, INELIGIBLE ONES GET THE REASON    *
000219*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-ZOS.
000310 01  WS-VARIABLES.
000320     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAURST'.
000330     05  WS-CODE-DISPLAY            PIC -(9)9.
000331     05  WS-PGM-ACTIVATE            PIC X(08) VALUE 'COPAUSQC'.
000332     05  WS-PGM-TRAVEL              PIC X(08) VALUE 'COPAUSSC'.
000333     05  WS-PGM-INSTAL              PIC X(08) VALUE 'COPAUSYC'.
000334     05  WS-PGM-FREEZE              PIC X(08) VALUE 'COPAUSZC'.
000335     05  WS-PGM-CUST-DISPUTE        PIC X(08) VALUE 'COPAUT1C'.
000336     05  WS-CDS-DISPUTE-AMT-DIS     PIC -(9)9.99.
000337     05  WS-INS-TERM-TEXT           PIC X(02) JUSTIFIED RIGHT.
000338     05  WS-INS-PRINCIPAL-DIS       PIC -(9)9.99.
000339     05  WS-INS-FEE-DIS             PIC -(9)9.99.
000340     05  WS-INS-TOTAL-DIS           PIC -(9)9.99.
000341     05  WS-INS-INSTALMENT-DIS      PIC -(9)9.99.
000342*----------------------------------------------------------------*
000350*    CICS WEB / HTTP WORK AREA                                   *
000360*----------------------------------------------------------------*
000370 01  WS-HTTP-FIELDS.
000465     05  WS-REQUEST-MODE-SW         PIC X(01) VALUE 'P'.
000466         88  SUBMIT-MODE                      VALUE 'P'.
000467         88  STATUS-INQUIRY-MODE              VALUE 'S'.
000468         88  ACTIVATION-MODE                  VALUE 'A'.
000469         88  TRAVEL-NOTICE-MODE               VALUE 'T'.
000471         88  INSTALMENT-MODE                  VALUE 'I'.
000472         88  CARD-FREEZE-MODE                 VALUE 'F'.
000473         88  CUSTOMER-DISPUTE-MODE            VALUE 'D'.
000474     05  WS-QUERY-TRANID            PIC X(15).
000475     05  WS-QUERY-TRANID-LEN        PIC S9(09) COMP.
000476     05  WS-QUERY-CORRID            PIC X(36).
000477     05  WS-QUERY-CORRID-LEN        PIC S9(09) COMP.
000478     05  WS-AUTH-FOUND-SW           PIC X(01) VALUE 'N'.
000479         88  STATUS-AUTH-FOUND                VALUE 'Y'.
000470*----------------------------------------------------------------*
000480*    SMALL HAND-ROLLED EXTRACTOR FOR THE FLAT "TAG":"VALUE" JSON  *
000490*    BODY THIS ENDPOINT ACCEPTS - THERE IS NO NESTING/ARRAYS TO   *
000990 01  PENDING-AUTH-REQUEST.
001000     COPY CCPAURQY.
001010*- PENDING AUTHORIZATION RESPONSE LAYOUT
001011 01  PENDING-AUTH-RESPONSE.
001012     COPY CCPAURLY.
001013*- CARD ACTIVATION SERVICE COMMAREA
001014 01  WS-ACTIVATION-DATA.
001015     COPY CCPAUACY.
001016*- TRAVEL NOTICE SERVICE COMMAREA
001017 01  WS-TRAVEL-DATA.
001018     COPY CCPAUTNY.
001019*- INSTALMENT PLAN SERVICE COMMAREA
001020 01  WS-INSTAL-DATA.
001021     COPY CCPAUIPY.
001022*- CARD FREEZE SERVICE COMMAREA
001023 01  WS-FREEZE-DATA.
001024     COPY CCPAUFZY.
001025*- CUSTOMER DISPUTE INTAKE SERVICE COMMAREA
001026 01  WS-CUST-DISPUTE-DATA.
001027     COPY CCPAUCDY.
001028*----------------------------------------------------------------*
001029*    IMS PCB / SCHEDULING CONTROL FOR THE STATUS INQUIRY -
001033*    READ-ONLY ACCESS THROUGH THE SAME LIST PSB PAULST USES.
001034*----------------------------------------------------------------*
001035 01  WS-IMS-CONTROL.
001172        PERFORM 5500-STATUS-INQUIRY       THRU 5500-EXIT
001173     END-IF
001174*
001175     IF REST-REQUEST-OK AND ACTIVATION-MODE
001176        PERFORM 5700-ACTIVATE-CARD        THRU 5700-EXIT
001177     END-IF
001178*
001179     IF REST-REQUEST-OK AND TRAVEL-NOTICE-MODE
001180        PERFORM 5800-TRAVEL-NOTICE        THRU 5800-EXIT
001181     END-IF
001182*
001183     IF REST-REQUEST-OK AND INSTALMENT-MODE
001184        PERFORM 5900-INSTALMENT-PLAN      THRU 5900-EXIT
001185     END-IF
001186*
001187     IF REST-REQUEST-OK AND CARD-FREEZE-MODE
001188        PERFORM 5950-CARD-FREEZE          THRU 5950-EXIT
001189     END-IF
001190*
001191     IF REST-REQUEST-OK AND CUSTOMER-DISPUTE-MODE
001192        PERFORM 5960-CUSTOMER-DISPUTE     THRU 5960-EXIT
001193     END-IF
001194*
001195     IF REST-REQUEST-OK AND SUBMIT-MODE
001196        PERFORM 3000-PARSE-JSON-REQUEST   THRU 3000-EXIT
001200        PERFORM 4000-SUBMIT-TO-QUEUE      THRU 4000-EXIT
001210     END-IF
001220*
001660        IF WS-JSON-REQ-LENGTH = 0
001670           SET REST-REQUEST-FAILED  TO TRUE
001680           MOVE 400                 TO WS-RESP-STATUSCODE
001681        ELSE
001682           MOVE 'requestType'       TO WS-JSON-TAG
001683           PERFORM 3900-EXTRACT-FIELD THRU 3900-EXIT
001684           IF WS-JSON-VALUE(1:8) = 'ACTIVATE'
001685              SET ACTIVATION-MODE   TO TRUE
001686           END-IF
001687           IF WS-JSON-VALUE(1:6) = 'TRAVEL'
001688              SET TRAVEL-NOTICE-MODE TO TRUE
001689           END-IF
001690           IF WS-JSON-VALUE(1:10) = 'INSTALMENT'
001691              SET INSTALMENT-MODE   TO TRUE
001692           END-IF
001693           IF WS-JSON-VALUE(1:6) = 'FREEZE'
001694              SET CARD-FREEZE-MODE  TO TRUE
001695           END-IF
001696           IF WS-JSON-VALUE(1:7) = 'DISPUTE'
001697              SET CUSTOMER-DISPUTE-MODE TO TRUE
001698           END-IF
001699        END-IF
001700     END-IF
001710     .
001720 2000-EXIT.
004019     .
004021 5500-EXIT.
004022     EXIT.
004023*----------------------------------------------------------------*
004024 5700-ACTIVATE-CARD.
004025*----------------------------------------------------------------*
004026*    CARD ACTIVATION FROM THE CARDHOLDER'S DEVICE: cardNum, cvv *
004027*    AND billingZip ARE PASSED TO COPAUSQC, WHICH VERIFIES THEM *
004028*    AGAINST CARDVRFY, FLIPS THE CARD ACTIVE AND JOURNALS THE   *
004029*    ATTEMPT. 200 ACTIVATED, 403 VERIFICATION FAILED, 404 CARD  *
004031*    UNKNOWN, 409 NOT AWAITING ACTIVATION, 503 SERVICE TROUBLE. *
004032*----------------------------------------------------------------*
004033     MOVE SPACES                    TO WS-ACTIVATION-DATA
004034     MOVE 'cardNum'                 TO WS-JSON-TAG
004035     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004036     MOVE WS-JSON-VALUE(1:16)       TO WS-ACT-CARD-NUM
004037     MOVE 'cvv'                     TO WS-JSON-TAG
004038     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004039     MOVE WS-JSON-VALUE(1:4)        TO WS-ACT-CVV2
004041     MOVE 'billingZip'              TO WS-JSON-TAG
004042     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004043     MOVE WS-JSON-VALUE(1:9)        TO WS-ACT-BILLING-ZIP
004044     SET WS-ACT-CHANNEL-REST        TO TRUE
004045     MOVE WS-PGMNAME                TO WS-ACT-USER-ID
004046     EXEC CICS LINK
004047          PROGRAM(WS-PGM-ACTIVATE)
004048          COMMAREA(WS-ACTIVATION-DATA)
004049          LENGTH(LENGTH OF WS-ACTIVATION-DATA)
004051          RESP(WS-COMPCODE)
004052          NOHANDLE
004053     END-EXEC
004054     IF WS-COMPCODE NOT = DFHRESP(NORMAL)
004055        SET REST-REQUEST-FAILED     TO TRUE
004056        MOVE 503                    TO WS-RESP-STATUSCODE
004057        GO TO 5700-EXIT
004058     END-IF
004059     EVALUATE TRUE
004061         WHEN WS-ACT-ACTIVATED
004062            MOVE 200                TO WS-RESP-STATUSCODE
004063         WHEN WS-ACT-VERIFY-FAILED
004064            MOVE 403                TO WS-RESP-STATUSCODE
004065         WHEN WS-ACT-CARD-UNKNOWN
004066            MOVE 404                TO WS-RESP-STATUSCODE
004067         WHEN WS-ACT-NOT-PENDING
004068            MOVE 409                TO WS-RESP-STATUSCODE
004069         WHEN OTHER
004071            MOVE 503                TO WS-RESP-STATUSCODE
004072     END-EVALUATE
004073     .
004074 5700-EXIT.
004075     EXIT.
004076*----------------------------------------------------------------*
004077 5800-TRAVEL-NOTICE.
004078*----------------------------------------------------------------*
004079*    TRAVEL NOTICE FROM THE CARDHOLDER'S DEVICE: travelAction    *
004081*    (REGISTER, CANCEL OR INQUIRE), acctId AND - TO REGISTER -   *
004082*    countries (UP TO FIVE ISO CODES, COMMA-SEPARATED) WITH      *
004083*    startDate AND endDate AS CCYYMMDD ARE PASSED TO COPAUSSC.   *
004084*    200 DONE, 400 NOTICE REJECTED, 404 NO ACCOUNT OR NO NOTICE  *
004085*    ON FILE, 503 SERVICE TROUBLE.                               *
004086*----------------------------------------------------------------*
004087     MOVE SPACES                    TO WS-TRAVEL-DATA
004088     MOVE 'travelAction'            TO WS-JSON-TAG
004089     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004091     MOVE WS-JSON-VALUE(1:1)        TO WS-TRV-FUNCTION
004092     MOVE 'acctId'                  TO WS-JSON-TAG
004093     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004094     MOVE WS-JSON-VALUE(1:11)       TO WS-TRV-ACCT-ID
004095     IF WS-TRV-FUNC-REGISTER
004096        MOVE 'countries'            TO WS-JSON-TAG
004097        PERFORM 3900-EXTRACT-FIELD  THRU 3900-EXIT
004098        UNSTRING WS-JSON-VALUE DELIMITED BY ','
004099            INTO WS-TRV-COUNTRY(1) WS-TRV-COUNTRY(2)
004101                 WS-TRV-COUNTRY(3) WS-TRV-COUNTRY(4)
004102                 WS-TRV-COUNTRY(5)
004103        END-UNSTRING
004104        MOVE 'startDate'            TO WS-JSON-TAG
004105        PERFORM 3900-EXTRACT-FIELD  THRU 3900-EXIT
004106        MOVE WS-JSON-VALUE(1:8)     TO WS-TRV-START-DATE
004107        MOVE 'endDate'              TO WS-JSON-TAG
004108        PERFORM 3900-EXTRACT-FIELD  THRU 3900-EXIT
004109        MOVE WS-JSON-VALUE(1:8)     TO WS-TRV-END-DATE
004111     END-IF
004112     SET WS-TRV-CHANNEL-REST        TO TRUE
004113     MOVE WS-PGMNAME                TO WS-TRV-USER-ID
004114     EXEC CICS LINK
004116          PROGRAM(WS-PGM-TRAVEL)
004117          COMMAREA(WS-TRAVEL-DATA)
004118          LENGTH(LENGTH OF WS-TRAVEL-DATA)
004119          RESP(WS-COMPCODE)
004121          NOHANDLE
004122     END-EXEC
004123     IF WS-COMPCODE NOT = DFHRESP(NORMAL)
004124        SET REST-REQUEST-FAILED     TO TRUE
004125        MOVE 503                    TO WS-RESP-STATUSCODE
004126        GO TO 5800-EXIT
004127     END-IF
004128     EVALUATE TRUE
004129         WHEN WS-TRV-DONE
004131            MOVE 200                TO WS-RESP-STATUSCODE
004132         WHEN WS-TRV-INVALID
004133            MOVE 400                TO WS-RESP-STATUSCODE
004134         WHEN WS-TRV-NOT-FOUND
004135         WHEN WS-TRV-ACCT-UNKNOWN
004136            MOVE 404                TO WS-RESP-STATUSCODE
004137         WHEN OTHER
004138            MOVE 503                TO WS-RESP-STATUSCODE
004139     END-EVALUATE
004141     .
004142 5800-EXIT.
004143     EXIT.
004144*----------------------------------------------------------------*
004145 5900-INSTALMENT-PLAN.
004146*----------------------------------------------------------------*
004147*    INSTALMENT PLAN FROM THE CARDHOLDER'S DEVICE: acctId,       *
004148*    cardNum, transactionId OF THE PENDING PURCHASE AND          *
004149*    termMonths (3, 6 OR 12) ARE PASSED TO COPAUSYC; quoteOnly Y *
004151*    PRICES THE PLAN WITHOUT CONVERTING. 200 DONE, 400 REQUEST   *
004152*    OR TERM REJECTED, 404 NO SUCH AUTH ON THE ACCOUNT, 409 NOT  *
004153*    ELIGIBLE OR ALREADY ON A PLAN, 503 SERVICE TROUBLE.         *
004154*----------------------------------------------------------------*
004155     MOVE SPACES                    TO WS-INSTAL-DATA
004156     MOVE 'quoteOnly'               TO WS-JSON-TAG
004157     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004158     IF WS-JSON-VALUE(1:1) = 'Y'
004159        SET WS-INS-FUNC-QUOTE       TO TRUE
004161     ELSE
004162        SET WS-INS-FUNC-CONVERT     TO TRUE
004163     END-IF
004164     MOVE 'acctId'                  TO WS-JSON-TAG
004165     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004166     MOVE WS-JSON-VALUE(1:11)       TO WS-INS-ACCT-ID
004167     MOVE 'cardNum'                 TO WS-JSON-TAG
004168     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004169     MOVE WS-JSON-VALUE(1:16)       TO WS-INS-CARD-NUM
004171     MOVE 'transactionId'           TO WS-JSON-TAG
004172     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004173     MOVE WS-JSON-VALUE(1:15)       TO WS-INS-TRANSACTION-ID
004174     MOVE 'termMonths'              TO WS-JSON-TAG
004175     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004176     MOVE SPACES                    TO WS-INS-TERM-TEXT
004177     UNSTRING WS-JSON-VALUE DELIMITED BY SPACE
004178         INTO WS-INS-TERM-TEXT
004179     END-UNSTRING
004181     INSPECT WS-INS-TERM-TEXT REPLACING LEADING SPACE BY ZERO
004182     IF WS-INS-TERM-TEXT IS NUMERIC
004183        MOVE WS-INS-TERM-TEXT       TO WS-INS-TERM-MONTHS
004184     ELSE
004185        MOVE ZERO                   TO WS-INS-TERM-MONTHS
004186     END-IF
004187     SET WS-INS-CHANNEL-REST        TO TRUE
004188     MOVE WS-PGMNAME                TO WS-INS-USER-ID
004189     EXEC CICS LINK
004191          PROGRAM(WS-PGM-INSTAL)
004192          COMMAREA(WS-INSTAL-DATA)
004193          LENGTH(LENGTH OF WS-INSTAL-DATA)
004194          RESP(WS-COMPCODE)
004195          NOHANDLE
004196     END-EXEC
004197     IF WS-COMPCODE NOT = DFHRESP(NORMAL)
004198        SET REST-REQUEST-FAILED     TO TRUE
004199        MOVE 503                    TO WS-RESP-STATUSCODE
004201        GO TO 5900-EXIT
004202     END-IF
004203     EVALUATE TRUE
004204         WHEN WS-INS-DONE
004205            MOVE 200                TO WS-RESP-STATUSCODE
004206         WHEN WS-INS-INVALID
004207            MOVE 400                TO WS-RESP-STATUSCODE
004208         WHEN WS-INS-AUTH-NOT-FOUND
004209            MOVE 404                TO WS-RESP-STATUSCODE
004211         WHEN WS-INS-NOT-ELIGIBLE
004212         WHEN WS-INS-ALREADY-CONVERTED
004213            MOVE 409                TO WS-RESP-STATUSCODE
004214         WHEN OTHER
004215            MOVE 503                TO WS-RESP-STATUSCODE
004216     END-EVALUATE
004217     .
004218 5900-EXIT.
004219     EXIT.
004221*----------------------------------------------------------------*
004222 5950-CARD-FREEZE.
004223*----------------------------------------------------------------*
004224*    CARD FREEZE FROM THE CARDHOLDER'S DEVICE: cardNum AND       *
004225*    freezeAction (F TO FREEZE, U TO UNFREEZE) ARE PASSED TO     *
004226*    COPAUSZC; AN UNFREEZE ALSO NEEDS billingZip, CHECKED        *
004227*    AGAINST CARDVRFY. 200 DONE, 400 BAD ACTION, 403             *
004228*    VERIFICATION FAILED, 404 CARD UNKNOWN, 409 ALREADY FROZEN / *
004229*    NOT FROZEN / BLOCKED, 503 SERVICE TROUBLE.                  *
004231*----------------------------------------------------------------*
004232     MOVE SPACES                    TO WS-FREEZE-DATA
004233     MOVE 'cardNum'                 TO WS-JSON-TAG
004234     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004235     MOVE WS-JSON-VALUE(1:16)       TO WS-FRZ-CARD-NUM
004236     MOVE 'freezeAction'            TO WS-JSON-TAG
004237     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004238     MOVE WS-JSON-VALUE(1:1)        TO WS-FRZ-ACTION
004239     MOVE 'billingZip'              TO WS-JSON-TAG
004241     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004242     MOVE WS-JSON-VALUE(1:9)        TO WS-FRZ-BILLING-ZIP
004243     SET WS-FRZ-CHANNEL-REST        TO TRUE
004244     MOVE WS-PGMNAME                TO WS-FRZ-USER-ID
004245     EXEC CICS LINK
004246          PROGRAM(WS-PGM-FREEZE)
004247          COMMAREA(WS-FREEZE-DATA)
004248          LENGTH(LENGTH OF WS-FREEZE-DATA)
004249          RESP(WS-COMPCODE)
004251          NOHANDLE
004252     END-EXEC
004253     IF WS-COMPCODE NOT = DFHRESP(NORMAL)
004254        SET REST-REQUEST-FAILED     TO TRUE
004255        MOVE 503                    TO WS-RESP-STATUSCODE
004256        GO TO 5950-EXIT
004257     END-IF
004258     EVALUATE TRUE
004259         WHEN WS-FRZ-DONE
004261            MOVE 200                TO WS-RESP-STATUSCODE
004262         WHEN WS-FRZ-INVALID-REQUEST
004263            MOVE 400                TO WS-RESP-STATUSCODE
004264         WHEN WS-FRZ-VERIFY-FAILED
004265            MOVE 403                TO WS-RESP-STATUSCODE
004266         WHEN WS-FRZ-CARD-UNKNOWN
004267            MOVE 404                TO WS-RESP-STATUSCODE
004268         WHEN WS-FRZ-WRONG-STATE
004269            MOVE 409                TO WS-RESP-STATUSCODE
004271         WHEN OTHER
004272            MOVE 503                TO WS-RESP-STATUSCODE
004273     END-EVALUATE
004274     .
004275 5950-EXIT.
004276     EXIT.
004277*----------------------------------------------------------------*
004278 5960-CUSTOMER-DISPUTE.
004279*----------------------------------------------------------------*
004281*    DISPUTE FROM THE CARDHOLDER'S APP: cardNum, transactionId,  *
004282*    disputeReason (THE CODE PICKED IN THE APP), billingZip,     *
004283*    appChannel (MOBILE OR WEB) AND OPTIONALLY disputeAmt (11    *
004284*    DIGITS, TWO IMPLIED DECIMALS - ABSENT DISPUTES THE WHOLE    *
004285*    AMOUNT) ARE PASSED TO COPAUT1C. 200 CASE OPENED, 400 BAD    *
004286*    REQUEST, 403 VERIFICATION FAILED, 404 CARD OR TRANSACTION   *
004287*    NOT FOUND, 409 ALREADY DISPUTED, 422 NOT ELIGIBLE (THE      *
004288*    MESSAGE SAYS WHY), 503 SERVICE TROUBLE.                     *
004289*----------------------------------------------------------------*
004291     MOVE SPACES                    TO WS-CUST-DISPUTE-DATA
004292     MOVE ZERO                      TO WS-CDS-AMOUNT
004293     MOVE 'disputeAmt'              TO WS-JSON-TAG
004294     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004295     IF JSON-TAG-FOUND
004296        IF WS-JSON-VALUE(1:11) NOT NUMERIC
004297           SET REST-REQUEST-FAILED  TO TRUE
004298           MOVE 400                 TO WS-RESP-STATUSCODE
004299           GO TO 5960-EXIT
004301        END-IF
004302        MOVE WS-JSON-AMT-NUMERIC    TO WS-CDS-AMOUNT
004303     END-IF
004304     MOVE 'cardNum'                 TO WS-JSON-TAG
004305     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004306     MOVE WS-JSON-VALUE(1:16)       TO WS-CDS-CARD-NUM
004307     MOVE 'transactionId'           TO WS-JSON-TAG
004308     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004309     MOVE WS-JSON-VALUE(1:15)       TO WS-CDS-TRANSACTION-ID
004311     MOVE 'disputeReason'           TO WS-JSON-TAG
004312     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004313     MOVE WS-JSON-VALUE(1:2)        TO WS-CDS-REASON-CODE
004314     MOVE 'billingZip'              TO WS-JSON-TAG
004315     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004316     MOVE WS-JSON-VALUE(1:9)        TO WS-CDS-BILLING-ZIP
004317     MOVE 'appChannel'              TO WS-JSON-TAG
004318     PERFORM 3900-EXTRACT-FIELD     THRU 3900-EXIT
004319     IF WS-JSON-VALUE(1:6) = 'MOBILE'
004321        SET WS-CDS-CHANNEL-MOBILE   TO TRUE
004322     END-IF
004323     IF WS-JSON-VALUE(1:3) = 'WEB'
004324        SET WS-CDS-CHANNEL-WEB      TO TRUE
004325     END-IF
004326     EXEC CICS LINK
004327          PROGRAM(WS-PGM-CUST-DISPUTE)
004328          COMMAREA(WS-CUST-DISPUTE-DATA)
004329          LENGTH(LENGTH OF WS-CUST-DISPUTE-DATA)
004331          RESP(WS-COMPCODE)
004332          NOHANDLE
004333     END-EXEC
004334     IF WS-COMPCODE NOT = DFHRESP(NORMAL)
004335        SET REST-REQUEST-FAILED     TO TRUE
004336        MOVE 503                    TO WS-RESP-STATUSCODE
004337        GO TO 5960-EXIT
004338     END-IF
004339     EVALUATE TRUE
004340         WHEN WS-CDS-OPENED
004341            MOVE 200                TO WS-RESP-STATUSCODE
004342         WHEN WS-CDS-INVALID-REQUEST
004343            MOVE 400                TO WS-RESP-STATUSCODE
004344         WHEN WS-CDS-VERIFY-FAILED
004345            MOVE 403                TO WS-RESP-STATUSCODE
004346         WHEN WS-CDS-NOT-FOUND
004347            MOVE 404                TO WS-RESP-STATUSCODE
004348         WHEN WS-CDS-ALREADY-DISPUTED
004349            MOVE 409                TO WS-RESP-STATUSCODE
004350         WHEN WS-CDS-NOT-ELIGIBLE
004351            MOVE 422                TO WS-RESP-STATUSCODE
004352         WHEN OTHER
004353            MOVE 503                TO WS-RESP-STATUSCODE
004354     END-EVALUATE
004355     .
004356 5960-EXIT.
004357     EXIT.
004358*----------------------------------------------------------------*
004359 6000-BUILD-JSON-RESPONSE.
004360*----------------------------------------------------------------*
004361     IF REST-REQUEST-OK AND ACTIVATION-MODE
004362        MOVE 1                  TO WS-JSON-RESP-LENGTH
004363        STRING '{"cardToken":"'  WS-ACT-CARD-TOKEN       '"'
004364               ',"activationResult":"' WS-ACT-RESULT     '"'
004365               ',"message":"'    WS-ACT-MSG              '"}'
004366               DELIMITED BY SIZE
004367               INTO WS-JSON-RESPONSE
004368               WITH POINTER WS-JSON-RESP-LENGTH
004369        END-STRING
004370        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
004371        GO TO 6000-EXIT
004372     END-IF
004373     IF REST-REQUEST-OK AND TRAVEL-NOTICE-MODE
004374        MOVE 1                  TO WS-JSON-RESP-LENGTH
004375        STRING '{"acctId":"'     WS-TRV-ACCT-ID          '"'
004376               ',"noticeStatus":"' WS-TRV-STATUS         '"'
004377               ',"countries":"'  WS-TRV-COUNTRY(1) ','
004378                                 WS-TRV-COUNTRY(2) ','
004379                                 WS-TRV-COUNTRY(3) ','
004380                                 WS-TRV-COUNTRY(4) ','
004381                                 WS-TRV-COUNTRY(5)       '"'
004382               ',"startDate":"'  WS-TRV-START-DATE       '"'
004383               ',"endDate":"'    WS-TRV-END-DATE         '"'
004384               ',"travelResult":"' WS-TRV-RESULT         '"'
004385               ',"message":"'    WS-TRV-MSG              '"}'
004386               DELIMITED BY SIZE
004387               INTO WS-JSON-RESPONSE
004388               WITH POINTER WS-JSON-RESP-LENGTH
004389        END-STRING
004390        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
004391        GO TO 6000-EXIT
004392     END-IF
004393     IF REST-REQUEST-OK AND INSTALMENT-MODE
004394        MOVE WS-INS-PRINCIPAL-AMT   TO WS-INS-PRINCIPAL-DIS
004395        MOVE WS-INS-FEE-AMT         TO WS-INS-FEE-DIS
004396        MOVE WS-INS-TOTAL-AMT       TO WS-INS-TOTAL-DIS
004397        MOVE WS-INS-INSTALMENT-AMT  TO WS-INS-INSTALMENT-DIS
004398        MOVE 1                  TO WS-JSON-RESP-LENGTH
004399        STRING '{"acctId":"'     WS-INS-ACCT-ID          '"'
004400               ',"transactionId":"' WS-INS-TRANSACTION-ID '"'
004401               ',"termMonths":"' WS-INS-TERM-MONTHS      '"'
004402               ',"principalAmt":"' WS-INS-PRINCIPAL-DIS  '"'
004403               ',"feeAmt":"'     WS-INS-FEE-DIS          '"'
004404               ',"totalAmt":"'   WS-INS-TOTAL-DIS        '"'
004405               ',"instalmentAmt":"' WS-INS-INSTALMENT-DIS '"'
004406               ',"firstDueDate":"' WS-INS-FIRST-DUE-DATE '"'
004407               ',"lastDueDate":"' WS-INS-LAST-DUE-DATE   '"'
004408               ',"planStatus":"' WS-INS-PLAN-STATUS      '"'
004409               ',"instalmentResult":"' WS-INS-RESULT     '"'
004410               ',"message":"'    WS-INS-MSG              '"}'
004411               DELIMITED BY SIZE
004412               INTO WS-JSON-RESPONSE
004413               WITH POINTER WS-JSON-RESP-LENGTH
004414        END-STRING
004415        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
004416        GO TO 6000-EXIT
004417     END-IF
004418     IF REST-REQUEST-OK AND CUSTOMER-DISPUTE-MODE
004419        MOVE WS-CDS-DISPUTE-AMT     TO WS-CDS-DISPUTE-AMT-DIS
004420        MOVE 1                  TO WS-JSON-RESP-LENGTH
004421        STRING '{"cardToken":"'  WS-CDS-CARD-TOKEN       '"'
004422               ',"transactionId":"' WS-CDS-TRANSACTION-ID '"'
004423               ',"disputeAmt":"' WS-CDS-DISPUTE-AMT-DIS  '"'
004424               ',"windowDays":"' WS-CDS-WINDOW-DAYS      '"'
004425               ',"disputeResult":"' WS-CDS-RESULT        '"'
004426               ',"message":"'    WS-CDS-MSG              '"}'
004427               DELIMITED BY SIZE
004428               INTO WS-JSON-RESPONSE
004429               WITH POINTER WS-JSON-RESP-LENGTH
004430        END-STRING
004431        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
004432        GO TO 6000-EXIT
004433     END-IF
004434     IF REST-REQUEST-OK AND CARD-FREEZE-MODE
004435        MOVE 1                  TO WS-JSON-RESP-LENGTH
004436        STRING '{"cardToken":"'  WS-FRZ-CARD-TOKEN       '"'
004437               ',"cardStatus":"' WS-FRZ-CARD-STATUS      '"'
004438               ',"freezeResult":"' WS-FRZ-RESULT         '"'
004439               ',"message":"'    WS-FRZ-MSG              '"}'
004440               DELIMITED BY SIZE
004441               INTO WS-JSON-RESPONSE
004442               WITH POINTER WS-JSON-RESP-LENGTH
004443        END-STRING
004444        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
004445        GO TO 6000-EXIT
004446     END-IF
004447     IF REST-REQUEST-OK
004448        MOVE 200                TO WS-RESP-STATUSCODE
004449        MOVE 1                  TO WS-JSON-RESP-LENGTH
004450        STRING '{"cardNum":"'    PA-RL-CARD-NUM          '"'
004451               ',"authRespCode":"' PA-RL-AUTH-RESP-CODE  '"'
004452               ',"authRespReason":"' PA-RL-AUTH-RESP-REASON '"'
004453               ',"approvedAmt":"' PA-RL-APPROVED-AMT     '"'
004454               ',"transactionId":"' PA-RL-TRANSACTION-ID '"'
004455               ',"correlationId":"' PA-RL-CORRELATION-ID '"}'
004456               DELIMITED BY SIZE
004457               INTO WS-JSON-RESPONSE
004458               WITH POINTER WS-JSON-RESP-LENGTH
004459        END-STRING
004460        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
004461     ELSE
004462        MOVE 1                  TO WS-JSON-RESP-LENGTH
004463        STRING '{"error":"REQUEST NOT PROCESSED"}'
004464               DELIMITED BY SIZE
004465               INTO WS-JSON-RESPONSE
004466               WITH POINTER WS-JSON-RESP-LENGTH
004467        END-STRING
004468        SUBTRACT 1 FROM WS-JSON-RESP-LENGTH
004469     END-IF
004470     .
004471 6000-EXIT.
004472     EXIT.
004473*----------------------------------------------------------------*
004474 7000-SEND-RESPONSE.
004475*----------------------------------------------------------------*
004476     EXEC CICS WEB SEND
004477          FROM(WS-JSON-RESPONSE)
004478          LENGTH(WS-JSON-RESP-LENGTH)
004479          STATUSCODE(WS-RESP-STATUSCODE)
004480          NOHANDLE
004481     END-EXEC
004482     .
004483 7000-EXIT.
004484     EXIT.
