000130*    AUTHORIZATION. ENTER WITH ONLY A CARD NUMBER INQUIRES;
000140*    ENTER WITH A STATUS CODE AS WELL APPLIES THE CHANGE, AND
000150*    THE UPDATING USER AND DATE ARE JOURNALED ON THE ROW.
000151*    THE CARD'S PIN-TRY COUNT (PINTRY) IS SHOWN WITH ITS STATUS;
000152*    PF5 RESETS A LOCKED-OUT COUNT TO ZERO FOR A SUPERVISOR
000153*    HOLDING THE PINRESET ENTITLEMENT, AND EVERY RESET IS
000154*    JOURNALED TO THE CPIN TD QUEUE (PINAUDIT).
000160*----------------------------------------------------------------*
000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000192*                 - THE STATUS FILE IS TOKEN-KEYED NOW           *
000193* 2027-03-08  RKA CARD NUMBER PRE-FILLED FROM THE COMMAREA ON    *
000194*                 ENTRY (CUSTOMER 360 PF-KEY TRANSFERS)          *
000195* 2027-05-16  ABF ISSUED-NOT-ACTIVATED STATUS (N) ACCEPTED AND   *
000196*                 DESCRIBED; ACTIVATION ITSELF IS DONE THROUGH   *
000197*                 THE VERIFIED PATH (COPAUSRC / COPAUSQC)        *
000198* 2027-05-23  JGM PIN-TRY COUNT SHOWN; PF5 SUPERVISOR RESET      *
000199*                 (PINRESET) JOURNALED TO CPIN                   *
000200* 2027-12-19  JGM CARDHOLDER-FROZEN STATUS (F) DESCRIBED; IT IS  *
000201*                 SET AND LIFTED ONLY THROUGH COPAUSZC           *
000202* 2028-01-09  JGM DORMANT STATUS (D) DESCRIBED; SET BY CBDRMCRD, *
000203*                 LIFTED BY REACTIVATION THROUGH COPAUSQC        *
000204* 2028-03-28  RKA AN N, F OR D CARD MAY ONLY BE HOT-LISTED HERE; *
000205*                 ANY OTHER CHANGE IS LEFT TO ACTIVATION (CPAV)  *
000206*                 OR THE FREEZE SERVICE SO THEIR BOOKKEEPING AND *
000207*                 JOURNALS ARE NOT BYPASSED                      *
000208*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-ZOS.
000340     05  WS-CRDSTFILENAME           PIC X(08) VALUE 'CARDSTAT'.
000341     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000342     05  WS-CARD-KEY                PIC X(16).
000343     05  WS-PINTRFILENAME           PIC X(08) VALUE 'PINTRY  '.
000344     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000345     05  WS-ENT-ALLOWED-SW          PIC X(01).
000346         88  USER-IS-ENTITLED               VALUE 'Y'.
000347         88  USER-NOT-ENTITLED              VALUE 'N'.
000348     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000349     05  WS-ENT-TODAY               PIC X(08).
000350     05  WS-PIN-COUNT-DIS           PIC ZZZ9.
000351     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000360     05  WS-TODAY-CCYYMMDD          PIC X(08).
000370     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000380         88  SEND-ERASE-YES                 VALUE 'Y'.
000400     05  WS-CRDST-FOUND-SW          PIC X(01) VALUE 'N'.
000410         88  CRDST-ROW-FOUND                VALUE 'Y'.
000420         88  CRDST-ROW-NOT-FOUND            VALUE 'N'.
000421     05  WS-PINT-FOUND-SW           PIC X(01) VALUE 'N'.
000422         88  PINT-ROW-FOUND                 VALUE 'Y'.
000423         88  PINT-ROW-NOT-FOUND             VALUE 'N'.
000424     05  WS-CUR-STATUS              PIC X(01).
000425         88  CUR-STATUS-SERVICE-ONLY        VALUE 'N', 'F', 'D'.
000430*----------------------------------------------------------------*
000440*    CARD STATUS MASTER RECORD
000450*----------------------------------------------------------------*
000460 COPY CVCRDSTY.
000461 COPY CVTOKPVY.
000462*----------------------------------------------------------------*
000463*    PIN-TRY COUNTER, ITS RESET JOURNAL, AND THE ENTITLEMENT
000464*    RECORDS THAT GUARD THE RESET
000465*----------------------------------------------------------------*
000466 COPY CVPINTRY.
000467 COPY CVPINAUY.
000468 COPY CVENTTLY.
000469 COPY CVENTVLY.
000470*----------------------------------------------------------------*
000480*    COMMON CARDDEMO WORK AREAS
000490*----------------------------------------------------------------*
001190            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
001200            PERFORM SEND-CARDSTAT-SCREEN
001210                                    THRU SEND-CARDSTAT-SCREEN-EXIT
001211         WHEN DFHPF5
001212            PERFORM PROCESS-PIN-RESET  THRU PROCESS-PIN-RESET-EXIT
001213            PERFORM SEND-CARDSTAT-SCREEN
001214                                    THRU SEND-CARDSTAT-SCREEN-EXIT
001220         WHEN DFHPF3
001230            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001240            PERFORM RETURN-TO-PREV-SCREEN
002260     IF ERR-FLG-ON
002270        GO TO APPLY-STATUS-CHANGE-EXIT
002280     END-IF
002281*    A CARD AWAITING ACTIVATION, FROZEN OR DORMANT LEAVES THOSE
002282*    STATES ONLY THROUGH ITS OWN SERVICE, WHICH KEEPS THE PRIOR
002283*    STATUS, FREEZE DETAILS AND JOURNALS STRAIGHT. FROM HERE IT
002284*    MAY ONLY BE HOT-LISTED.
002285     MOVE CRDST-STATUS              TO WS-CUR-STATUS
002290     MOVE CRDSTATI OF COPAU2AI      TO CRDST-STATUS
002300     IF NOT CRDST-VALID-STATUS
002310        SET ERR-FLG-ON              TO TRUE
002320        MOVE 'STATUS MUST BE A, I, L, S, E OR N.' TO WS-MESSAGE
002330        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU2AO
002340        GO TO APPLY-STATUS-CHANGE-EXIT
002350     END-IF
002351     IF CRDST-ROW-FOUND AND CUR-STATUS-SERVICE-ONLY
002352        AND NOT CRDST-HOT-LISTED
002353        MOVE WS-CUR-STATUS          TO CRDST-STATUS
002354        SET ERR-FLG-ON              TO TRUE
002355        MOVE 'N/F/D CARD - L OR S ONLY; USE CPAV OR UNFREEZE.'
002356                                    TO WS-MESSAGE
002357        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU2AO
002358        GO TO APPLY-STATUS-CHANGE-EXIT
002359     END-IF
002360     IF EFFDATEI OF COPAU2AI = SPACES OR LOW-VALUES
002370        MOVE WS-TODAY-CCYYMMDD      TO CRDST-EFF-DATE
002380     ELSE
003350     MOVE CRDST-STATUS              TO CRDSTATO OF COPAU2AO
003360     MOVE CRDST-EFF-DATE            TO EFFDATEO OF COPAU2AO
003370     MOVE CRDST-UPDATED-BY          TO UPDBYO OF COPAU2AO
003371     PERFORM READ-PIN-TRY           THRU READ-PIN-TRY-EXIT
003372     MOVE PINT-BAD-COUNT            TO WS-PIN-COUNT-DIS
003373     MOVE WS-PIN-COUNT-DIS          TO PINCNTO OF COPAU2AO
003374     MOVE PINT-LAST-BAD-DATE        TO PINLBDO OF COPAU2AO
003380     EVALUATE TRUE
003390         WHEN CRDST-ACTIVE
003400            MOVE 'ACTIVE'           TO STATDSCO OF COPAU2AO
003430         WHEN CRDST-LOST
003440            MOVE 'LOST - HOT LISTED' TO STATDSCO OF COPAU2AO
003450         WHEN CRDST-STOLEN
003451            MOVE 'STOLEN - HOT LISTED' TO STATDSCO OF COPAU2AO
003452         WHEN CRDST-EXPIRED
003453            MOVE 'EXPIRED'          TO STATDSCO OF COPAU2AO
003454         WHEN CRDST-NOT-ACTIVATED
003455            MOVE 'ISSUED - NOT ACTIVE' TO STATDSCO OF COPAU2AO
003456         WHEN CRDST-FROZEN
003457            MOVE 'FROZEN BY CARDHOLDER' TO STATDSCO OF COPAU2AO
003458         WHEN CRDST-DORMANT
003459            MOVE 'DORMANT - REACTIVATE' TO STATDSCO OF COPAU2AO
003460         WHEN OTHER
003461            MOVE SPACES             TO STATDSCO OF COPAU2AO
003462     END-EVALUATE
003463     .
003464 POPULATE-STATUS-FIELDS-EXIT.
003465     EXIT.
003466*----------------------------------------------------------------*
003467*    A CARD WITH NO PINTRY ROW HAS NO BAD PIN TRIES.
003468*----------------------------------------------------------------*
003469 READ-PIN-TRY.
003470*----------------------------------------------------------------*
003471     SET PINT-ROW-NOT-FOUND         TO TRUE
003472     MOVE SPACES                    TO PIN-TRY-RECORD
003473     MOVE ZERO                      TO PINT-BAD-COUNT
003474     MOVE WS-CARD-KEY               TO PINT-CARD-NUM
003475     EXEC CICS READ
003476          DATASET   (WS-PINTRFILENAME)
003477          RIDFLD    (PINT-CARD-NUM)
003478          KEYLENGTH (LENGTH OF PINT-CARD-NUM)
003479          INTO      (PIN-TRY-RECORD)
003480          LENGTH    (LENGTH OF PIN-TRY-RECORD)
003481          RESP      (WS-RESP-CD)
003482          RESP2     (WS-REAS-CD)
003483     END-EXEC
003484     IF WS-RESP-CD = DFHRESP(NORMAL)
003485        SET PINT-ROW-FOUND          TO TRUE
003486     ELSE
003487        MOVE SPACES                 TO PIN-TRY-RECORD
003488        MOVE ZERO                   TO PINT-BAD-COUNT
003489        MOVE WS-CARD-KEY            TO PINT-CARD-NUM
003490     END-IF
003491     .
003492 READ-PIN-TRY-EXIT.
003493     EXIT.
003494*----------------------------------------------------------------*
003495*    PF5 CLEARS THE CARD'S PIN-TRY COUNT SO A LOCKED-OUT CARD
003496*    CAN BE USED WITH ITS PIN AGAIN. SUPERVISORS ONLY (PINRESET);
003497*    THE ROW IS READ FOR UPDATE SO A BAD PIN ARRIVING AT THE
003498*    SAME MOMENT SERIALIZES ON THE VSAM LOCK, AND THE COUNT THAT
003499*    WAS CLEARED IS JOURNALED WITH WHO AND WHEN.
003500*----------------------------------------------------------------*
003501 PROCESS-PIN-RESET.
003502*----------------------------------------------------------------*
003503     SET SEND-ERASE-NO              TO TRUE
003504     IF CARDNUMI OF COPAU2AI = SPACES OR LOW-VALUES
003505        OR CARDNUMI OF COPAU2AI NOT NUMERIC
003506        SET ERR-FLG-ON              TO TRUE
003507        MOVE 'ENTER THE 16-DIGIT CARD NUMBER TO RESET.'
003508                                    TO WS-MESSAGE
003509        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU2AO
003510        GO TO PROCESS-PIN-RESET-EXIT
003511     END-IF
003512     MOVE 'PINRESET'                TO ENT-FUNCTION
003513     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
003514     IF USER-NOT-ENTITLED
003515        SET ERR-FLG-ON              TO TRUE
003516        MOVE 'PIN-TRY RESET NEEDS SUPERVISOR ENTITLEMENT.'
003517                                    TO WS-MESSAGE
003518        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU2AO
003519        GO TO PROCESS-PIN-RESET-EXIT
003520     END-IF
003521     PERFORM RESOLVE-CARD-TOKEN     THRU RESOLVE-CARD-TOKEN-EXIT
003522     IF ERR-FLG-ON
003523        GO TO PROCESS-PIN-RESET-EXIT
003524     END-IF
003525     MOVE WS-CARD-KEY               TO PINT-CARD-NUM
003526     EXEC CICS READ
003527          DATASET   (WS-PINTRFILENAME)
003528          RIDFLD    (PINT-CARD-NUM)
003529          KEYLENGTH (LENGTH OF PINT-CARD-NUM)
003530          INTO      (PIN-TRY-RECORD)
003531          LENGTH    (LENGTH OF PIN-TRY-RECORD)
003532          UPDATE
003533          RESP      (WS-RESP-CD)
003534          RESP2     (WS-REAS-CD)
003535     END-EXEC
003536     EVALUATE WS-RESP-CD
003537         WHEN DFHRESP(NORMAL)
003538            CONTINUE
003539         WHEN DFHRESP(NOTFND)
003540            SET ERR-FLG-ON          TO TRUE
003541            MOVE 'CARD HAS NO BAD PIN TRIES TO RESET.'
003542                                    TO WS-MESSAGE
003543            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU2AO
003544            GO TO PROCESS-PIN-RESET-EXIT
003545         WHEN OTHER
003546            SET ERR-FLG-ON          TO TRUE
003547            MOVE 'UNABLE TO LOCK PIN-TRY ROW.' TO WS-MESSAGE
003548            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU2AO
003549            GO TO PROCESS-PIN-RESET-EXIT
003550     END-EVALUATE
003551     IF PINT-BAD-COUNT = ZERO
003552        EXEC CICS UNLOCK
003553             DATASET (WS-PINTRFILENAME)
003554             NOHANDLE
003555        END-EXEC
003556        SET ERR-FLG-ON              TO TRUE
003557        MOVE 'CARD HAS NO BAD PIN TRIES TO RESET.'
003558                                    TO WS-MESSAGE
003559        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU2AO
003560        GO TO PROCESS-PIN-RESET-EXIT
003561     END-IF
003562     MOVE SPACES                    TO PIN-RESET-AUDIT-RECORD
003563     MOVE PINT-BAD-COUNT            TO PINA-OLD-COUNT
003564     MOVE PINT-LAST-BAD-DATE        TO PINA-OLD-LAST-BAD-DATE
003565     MOVE ZERO                      TO PINT-BAD-COUNT
003566     MOVE CDEMO-USER-ID             TO PINT-RESET-BY
003567     MOVE WS-TODAY-CCYYMMDD         TO PINT-RESET-DATE
003568     EXEC CICS REWRITE
003569          DATASET   (WS-PINTRFILENAME)
003570          FROM      (PIN-TRY-RECORD)
003571          LENGTH    (LENGTH OF PIN-TRY-RECORD)
003572          RESP      (WS-RESP-CD)
003573          RESP2     (WS-REAS-CD)
003574     END-EXEC
003575     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
003576        SET ERR-FLG-ON              TO TRUE
003577        MOVE 'UNABLE TO RESET PIN-TRY ROW.' TO WS-MESSAGE
003578        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU2AO
003579        GO TO PROCESS-PIN-RESET-EXIT
003580     END-IF
003581     PERFORM JOURNAL-PIN-RESET      THRU JOURNAL-PIN-RESET-EXIT
003582     PERFORM READ-CARD-STATUS       THRU READ-CARD-STATUS-EXIT
003583     PERFORM POPULATE-STATUS-FIELDS
003584                                THRU POPULATE-STATUS-FIELDS-EXIT
003585     MOVE 'PIN-TRY COUNT RESET AND JOURNALED.' TO WS-MESSAGE
003586     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU2AO
003587     .
003588 PROCESS-PIN-RESET-EXIT.
003589     EXIT.
003590*----------------------------------------------------------------*
003591 JOURNAL-PIN-RESET.
003592*----------------------------------------------------------------*
003593     MOVE CDEMO-USER-ID             TO PINA-USER-ID
003594     MOVE WS-CARD-KEY               TO PINA-CARD-NUM
003595     EXEC CICS ASKTIME
003596          ABSTIME(WS-ABS-TIME)
003597          NOHANDLE
003598     END-EXEC
003599     EXEC CICS FORMATTIME
003600          ABSTIME(WS-ABS-TIME)
003601          MMDDYY(WS-CUR-DATE)
003602          DATESEP
003603          TIME(WS-CUR-TIME)
003604          TIMESEP
003605          NOHANDLE
003606     END-EXEC
003607     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
003608            INTO PINA-TIMESTAMP
003609     END-STRING
003610     EXEC CICS WRITEQ TD
003611          QUEUE('CPIN')
003612          FROM(PIN-RESET-AUDIT-RECORD)
003613          LENGTH(LENGTH OF PIN-RESET-AUDIT-RECORD)
003614          NOHANDLE
003615     END-EXEC
003616     .
003617 JOURNAL-PIN-RESET-EXIT.
003618     EXIT.
003619*----------------------------------------------------------------*
003620*    ENTITLEMENT CHECK - SAME PATTERN AS THE AUTHORIZATION
003621*    SCREENS; A DENIED ATTEMPT IS LOGGED TO THE CENT TD QUEUE.
003622*----------------------------------------------------------------*
003623 CHECK-ENTITLEMENT.
003624*----------------------------------------------------------------*
003625     EXEC CICS ASKTIME
003626          ABSTIME(WS-ENT-ABS-TIME)
003627          NOHANDLE
003628     END-EXEC
003629     EXEC CICS FORMATTIME
003630          ABSTIME(WS-ENT-ABS-TIME)
003631          YYYYMMDD(WS-ENT-TODAY)
003632          NOHANDLE
003633     END-EXEC
003634     SET USER-NOT-ENTITLED          TO TRUE
003635     MOVE CDEMO-USER-ID             TO ENT-USER-ID
003636     EXEC CICS READ
003637          DATASET   (WS-ENTTLFILENAME)
003638          RIDFLD    (ENT-KEY)
003639          KEYLENGTH (LENGTH OF ENT-KEY)
003640          INTO      (ENTITLEMENT-RECORD)
003641          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
003642          RESP      (WS-RESP-CD)
003643          RESP2     (WS-REAS-CD)
003644     END-EXEC
003645     IF WS-RESP-CD = DFHRESP(NORMAL)
003646        AND ENT-IS-ALLOWED
003647        AND (ENT-EXPIRY-DATE = SPACES
003648             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
003649        SET USER-IS-ENTITLED        TO TRUE
003650     ELSE
003651        MOVE SPACES                 TO ENT-VIOLATION-RECORD
003652        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
003653        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
003654        MOVE WS-PGMNAME             TO ENTV-PROGRAM
003655        EXEC CICS ASKTIME
003656             ABSTIME(WS-ABS-TIME)
003657             NOHANDLE
003658        END-EXEC
003659        EXEC CICS FORMATTIME
003660             ABSTIME(WS-ABS-TIME)
003661             MMDDYY(WS-CUR-DATE)
003662             DATESEP
003663             TIME(WS-CUR-TIME)
003664             TIMESEP
003665             NOHANDLE
003666        END-EXEC
003667        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
003668               INTO ENTV-TIMESTAMP
003669        END-STRING
003670        EXEC CICS WRITEQ TD
003671             QUEUE('CENT')
003672             FROM(ENT-VIOLATION-RECORD)
003673             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
003674             NOHANDLE
003675        END-EXEC
003676     END-IF
003677     .
003678 CHECK-ENTITLEMENT-EXIT.
003679     EXIT.
003680*----------------------------------------------------------------*
003681 RECEIVE-CARDSTAT-SCREEN.
003682*----------------------------------------------------------------*
003683     EXEC CICS RECEIVE
003684         MAP('COPAU2A')
003685         MAPSET('COPAU02')
003686         INTO(COPAU2AI)
003687     END-EXEC
003688     .
003689 RECEIVE-CARDSTAT-SCREEN-EXIT.
003690     EXIT.
003691*----------------------------------------------------------------*
003692 SEND-CARDSTAT-SCREEN.
003693*----------------------------------------------------------------*
003694     IF SEND-ERASE-YES
003700        EXEC CICS SEND MAP('COPAU2A')
003710             MAPSET('COPAU02')
003720             FROM(COPAU2AO)
