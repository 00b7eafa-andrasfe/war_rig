000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUISO.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-07-04.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUISO - ISO 8583 NETWORK GATEWAY FOR PENDING AUTH INTAKE *
000090*    CICS/MQ TRIGGERED TRANSACTION (PAUI). DRAINS THE CARD       *
000100*    NETWORK'S ISO 8583 TRAFFIC FROM PAUTH.ISO8583.INBOUND -     *
000110*    0100 AUTHORIZATION REQUESTS, 0120 ADVICES AND 0400          *
000120*    REVERSALS, CHARACTER-ENCODED WITH A HEX BITMAP - PARSES THE *
000130*    BITMAP AND DATA ELEMENTS INTO THE CCPAURQY REQUEST AND PUTS *
000140*    IT ON PAUTH.REQUEST.QUEUE LIKE ANY OTHER CHANNEL. THE       *
000150*    CORRELATED REPLY FROM COPAUA0C IS TURNED BACK INTO A        *
000160*    0110/0130/0410 WITH THE RESPONSE CODE AND REASON MAPPED TO  *
000170*    DE39, AND PUT TO THE REPLY-TO QUEUE THE NETWORK NAMED.      *
000180*    A MESSAGE THAT CANNOT BE PARSED NEVER REACHES THE INTAKE:   *
000190*    IT IS ANSWERED DE39 30 (FORMAT ERROR) AND LOGGED TO CSMT.   *
000200*    THE GATEWAY IS ITS OWN MESSAGE SOURCE (IS) - THE CHANLMST   *
000210*    ROW MUST BE REGISTERED AND ENABLED ON PAUCHN BEFORE THE     *
000220*    TRIGGER IS TURNED ON, OR THE INTAKE ANSWERS EVERY REQUEST   *
000230*    9800. ERROR-LOG LOCATIONS ARE THE 9NN RANGE SO THEY NEVER   *
000240*    COLLIDE WITH THE INTAKE'S OWN.                              *
000250*----------------------------------------------------------------*
000260*                MODIFICATION HISTORY                            *
000270* DATE       INIT DESCRIPTION                                    *
000280* 2027-07-04  JGM INITIAL VERSION                                *
000290* 2027-11-21  ABF REASON 9710 (UNKNOWN MCC) MAPPED TO DE39 12    *
000300* 2027-11-28  JGM REASON 5410 (SANCTIONED ENTITY) MAPPED TO DE39 *
000310*                 62                                             *
000320* 2027-12-19  JGM REASON 4510 (CARDHOLDER-FROZEN CARD) MAPPED TO *
000330*                 DE39 62                                        *
000340* 2028-01-09  JGM REASON 4520 (DORMANT CARD) MAPPED TO DE39 01,  *
000350*                 REFER TO CARD ISSUER                           *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZOS.
000400 OBJECT-COMPUTER. IBM-ZOS.
000410*----------------------------------------------------------------*
000420 DATA DIVISION.
000430*----------------------------------------------------------------*
000440 WORKING-STORAGE SECTION.
000450*----------------------------------------------------------------*
000460 01  WS-VARIABLES.
000470     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUISO'.
000480     05  WS-CODE-DISPLAY            PIC -(9)9.
000490*    CHANLMST SOURCE CODE STAMPED ON EVERY REQUEST THIS GATEWAY
000500*    SUBMITS - THROTTLING, ENABLEMENT AND REPORTING ALL KEY ON IT.
000510     05  WS-ISO-SOURCE              PIC X(02) VALUE 'IS'.
000520     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000530     05  WS-TODAY-CCYYMMDD.
000540         10  WS-TODAY-CCYY          PIC 9(04).
000550         10  WS-TODAY-MM            PIC 9(02).
000560         10  WS-TODAY-DD            PIC 9(02).
000570     05  WS-ORIG-CCYY               PIC 9(04).
000580     05  WS-CUR-DATE                PIC X(08).
000590     05  WS-CUR-TIME                PIC X(08).
000600     05  WS-TASKN-DIGITS            PIC 9(07).
000610     05  WS-MSG-SW                  PIC X(01) VALUE 'N'.
000620         88  NO-MORE-MESSAGES               VALUE 'Y'.
000630     05  WS-ISO-STATUS-SW           PIC X(01) VALUE 'Y'.
000640         88  ISO-MESSAGE-OK                 VALUE 'Y'.
000650         88  ISO-FORMAT-ERROR               VALUE 'N'.
000660     05  WS-ISO-REPLY-SW            PIC X(01) VALUE 'N'.
000670         88  ISO-REPLY-POSSIBLE             VALUE 'Y'.
000680         88  ISO-NO-REPLY                   VALUE 'N'.
000690     05  WS-INTAKE-SW               PIC X(01) VALUE 'N'.
000700         88  INTAKE-REPLIED                 VALUE 'Y'.
000710         88  INTAKE-NO-REPLY                VALUE 'N'.
000720     05  WS-FMT-REASON              PIC X(36).
000730     05  WS-FMT-FLD-NUM             PIC 9(03).
000740*----------------------------------------------------------------*
000750*    ISO 8583 PARSE / BUILD WORK AREA                            *
000760*----------------------------------------------------------------*
000770 01  WS-ISO-WORK.
000780     05  WS-ISO-MSG                 PIC X(2000).
000790     05  WS-ISO-MSG-LEN             PIC S9(09) COMP.
000800     05  WS-ISO-POS                 PIC S9(09) COMP.
000810     05  WS-ISO-MTI                 PIC X(04).
000820         88  ISO-MTI-AUTH-REQUEST           VALUE '0100'.
000830         88  ISO-MTI-AUTH-ADVICE            VALUE '0120'.
000840         88  ISO-MTI-REVERSAL               VALUE '0400'.
000850     05  WS-ISO-RESP-MTI            PIC X(04).
000860     05  WS-ISO-BITMAP-HEX          PIC X(32).
000870     05  WS-ISO-BITMAP-LEN          PIC S9(04) COMP.
000880     05  WS-ISO-BIT-FLAGS.
000890         10  WS-ISO-BIT             PIC X(01) OCCURS 128 TIMES.
000900     05  WS-OUT-BIT-FLAGS.
000910         10  WS-OUT-BIT             PIC X(01) OCCURS 64 TIMES.
000920     05  WS-HEX-DIGITS              PIC X(16)
000930             VALUE '0123456789ABCDEF'.
000940     05  WS-HEX-SUB                 PIC S9(04) COMP.
000950     05  WS-BIT-SUB                 PIC S9(04) COMP.
000960     05  WS-NIBBLE                  PIC S9(04) COMP.
000970     05  WS-FLD-NUM                 PIC S9(04) COMP.
000980     05  WS-FLD-LEN                 PIC S9(04) COMP.
000990     05  WS-LEN-2                   PIC X(02).
001000     05  WS-LEN-2-N REDEFINES WS-LEN-2
001010                                    PIC 9(02).
001020     05  WS-LEN-3                   PIC X(03).
001030     05  WS-LEN-3-N REDEFINES WS-LEN-3
001040                                    PIC 9(03).
001050     05  WS-ISO-ELEMENT             PIC X(999).
001060     05  WS-ISO-OUT                 PIC X(600).
001070     05  WS-OUT-POS                 PIC S9(09) COMP.
001080*----------------------------------------------------------------*
001090*    ISO 8583 (1987) DATA ELEMENT FORMATS, ELEMENTS 1-128. FOUR  *
001100*    DIGITS EACH: THE LENGTH-PREFIX DIGITS (0 FIXED, 2 LLVAR,    *
001110*    3 LLLVAR) THEN THE FIXED OR MAXIMUM LENGTH. CHARACTER       *
001120*    ENCODING THROUGHOUT - BINARY ELEMENTS (PIN BLOCK, MACS)     *
001130*    TRAVEL AS 16 HEX CHARACTERS, LIKE THE BITMAPS.              *
001140*----------------------------------------------------------------*
001150 01  WS-ISO-FIELD-DEFS.
001160     05  FILLER PIC X(40) VALUE
001170         '0016201900060012001200120010000800080008'.
001180     05  FILLER PIC X(40) VALUE
001190         '0006000600040004000400040004000400030003'.
001200     05  FILLER PIC X(40) VALUE
001210         '0003000300030003000200020001000900090009'.
001220     05  FILLER PIC X(40) VALUE
001230         '0009201120112028203731040012000600020003'.
001240     05  FILLER PIC X(40) VALUE
001250         '0008001500402025207639993999399900030003'.
001260     05  FILLER PIC X(40) VALUE
001270         '0003001600163120399939993999399939993999'.
001280     05  FILLER PIC X(40) VALUE
001290         '3999399939990016000100010002000300030003'.
001300     05  FILLER PIC X(40) VALUE
001310         '0004000400060010001000100010001000100010'.
001320     05  FILLER PIC X(40) VALUE
001330         '0010001200120012001200160016001600160042'.
001340     05  FILLER PIC X(40) VALUE
001350         '0001000200050007004200160017002520112011'.
001360     05  FILLER PIC X(40) VALUE
001370         '2017202820283100399939993999399939993999'.
001380     05  FILLER PIC X(40) VALUE
001390         '3999399939993999399939993999399939993999'.
001400     05  FILLER PIC X(32) VALUE
001410         '39993999399939993999399939990016'.
001420 01  WS-ISO-FIELD-TAB REDEFINES WS-ISO-FIELD-DEFS.
001430     05  ISO-FLD-DEF                OCCURS 128 TIMES.
001440         10  ISO-FLD-LL-DIGITS      PIC 9(01).
001450         10  ISO-FLD-MAX-LEN        PIC 9(03).
001460*----------------------------------------------------------------*
001470*    THE DATA ELEMENTS THE GATEWAY USES, AS RECEIVED             *
001480*----------------------------------------------------------------*
001490 01  WS-ISO-ELEMENTS.
001500     05  WS-DE2-PAN                 PIC X(19).
001510     05  WS-DE2-LEN                 PIC S9(04) COMP.
001520     05  WS-DE3-PROC-CODE           PIC X(06).
001530     05  WS-DE4-AMOUNT              PIC X(12).
001540     05  WS-DE4-AMOUNT-N REDEFINES WS-DE4-AMOUNT
001550                                    PIC 9(10)V99.
001560     05  WS-DE7-XMIT-DATETIME       PIC X(10).
001570     05  WS-DE11-STAN               PIC X(06).
001580     05  WS-DE12-LOCAL-TIME         PIC X(06).
001590     05  WS-DE13-LOCAL-DATE.
001600         10  WS-DE13-MM             PIC X(02).
001610         10  WS-DE13-DD             PIC X(02).
001620     05  WS-DE14-EXPIRY             PIC X(04).
001630     05  WS-DE18-MCC                PIC X(04).
001640     05  WS-DE19-ACQ-COUNTRY        PIC X(03).
001650     05  WS-DE22-POS-ENTRY          PIC X(03).
001660     05  WS-DE37-RRN                PIC X(12).
001670     05  WS-DE38-AUTH-ID            PIC X(06).
001680     05  WS-DE39-RESP-CODE          PIC X(02).
001690     05  WS-DE41-TERMINAL-ID        PIC X(08).
001700     05  WS-DE42-ACCEPTOR-ID        PIC X(15).
001710*    CARD ACCEPTOR NAME/LOCATION: NAME, CITY, THEN THE TWO-BYTE
001720*    REGION (STATE FOR DOMESTIC ACCEPTORS) IN THE LAST POSITIONS.
001730     05  WS-DE43-ACCEPTOR-LOC.
001740         10  WS-DE43-NAME           PIC X(25).
001750         10  WS-DE43-CITY           PIC X(13).
001760         10  WS-DE43-REGION         PIC X(02).
001770     05  WS-DE49-CURRENCY           PIC X(03).
001780     05  WS-RPL-AMOUNT              PIC 9(10)V99.
001790     05  WS-RPL-AMOUNT-X REDEFINES WS-RPL-AMOUNT
001800                                    PIC X(12).
001810*----------------------------------------------------------------*
001820*    ISO NUMERIC CODES TO THE ALPHA CODES THE INTAKE CARRIES.    *
001830*    AN UNLISTED CODE IS PASSED THROUGH AS RECEIVED.             *
001840*----------------------------------------------------------------*
001850 01  WS-ISO-CURRENCY-TABLE.
001860     05  FILLER PIC X(06) VALUE '036AUD'.
001870     05  FILLER PIC X(06) VALUE '124CAD'.
001880     05  FILLER PIC X(06) VALUE '392JPY'.
001890     05  FILLER PIC X(06) VALUE '484MXN'.
001900     05  FILLER PIC X(06) VALUE '756CHF'.
001910     05  FILLER PIC X(06) VALUE '826GBP'.
001920     05  FILLER PIC X(06) VALUE '840USD'.
001930     05  FILLER PIC X(06) VALUE '978EUR'.
001940 01  WS-ISO-CURRENCY-TAB REDEFINES WS-ISO-CURRENCY-TABLE
001950                           OCCURS 8 TIMES
001960                           ASCENDING KEY IS ISO-CUR-NUMERIC
001970                           INDEXED BY WS-ISO-CUR-IDX.
001980     05  ISO-CUR-NUMERIC            PIC X(03).
001990     05  ISO-CUR-ALPHA              PIC X(03).
002000 01  WS-ISO-COUNTRY-TABLE.
002010     05  FILLER PIC X(06) VALUE '036AUS'.
002020     05  FILLER PIC X(06) VALUE '076BRA'.
002030     05  FILLER PIC X(06) VALUE '124CAN'.
002040     05  FILLER PIC X(06) VALUE '250FRA'.
002050     05  FILLER PIC X(06) VALUE '276DEU'.
002060     05  FILLER PIC X(06) VALUE '356IND'.
002070     05  FILLER PIC X(06) VALUE '392JPN'.
002080     05  FILLER PIC X(06) VALUE '484MEX'.
002090     05  FILLER PIC X(06) VALUE '826GBR'.
002100     05  FILLER PIC X(06) VALUE '840USA'.
002110 01  WS-ISO-COUNTRY-TAB REDEFINES WS-ISO-COUNTRY-TABLE
002120                           OCCURS 10 TIMES
002130                           ASCENDING KEY IS ISO-CTRY-NUMERIC
002140                           INDEXED BY WS-ISO-CTRY-IDX.
002150     05  ISO-CTRY-NUMERIC           PIC X(03).
002160     05  ISO-CTRY-ALPHA             PIC X(03).
002170*----------------------------------------------------------------*
002180*    DECLINE REASON (CSPDCLRY CODES) TO ISO DE39 RESPONSE CODE.  *
002190*    A DECLINE WHOSE REASON IS NOT LISTED GOES OUT AS 05.        *
002200*----------------------------------------------------------------*
002210 01  WS-DE39-MAP-TABLE.
002220     05  FILLER PIC X(06) VALUE '310014'.
002230     05  FILLER PIC X(06) VALUE '320025'.
002240     05  FILLER PIC X(06) VALUE '410051'.
002250     05  FILLER PIC X(06) VALUE '415055'.
002260     05  FILLER PIC X(06) VALUE '416075'.
002270     05  FILLER PIC X(06) VALUE '420062'.
002280     05  FILLER PIC X(06) VALUE '430062'.
002290     05  FILLER PIC X(06) VALUE '440061'.
002300     05  FILLER PIC X(06) VALUE '450062'.
002310     05  FILLER PIC X(06) VALUE '451062'.
002320     05  FILLER PIC X(06) VALUE '452001'.
002330     05  FILLER PIC X(06) VALUE '460057'.
002340     05  FILLER PIC X(06) VALUE '470057'.
002350     05  FILLER PIC X(06) VALUE '510059'.
002360     05  FILLER PIC X(06) VALUE '520059'.
002370     05  FILLER PIC X(06) VALUE '530041'.
002380     05  FILLER PIC X(06) VALUE '540062'.
002390     05  FILLER PIC X(06) VALUE '541062'.
002400     05  FILLER PIC X(06) VALUE '550061'.
002410     05  FILLER PIC X(06) VALUE '570062'.
002420     05  FILLER PIC X(06) VALUE '580061'.
002430     05  FILLER PIC X(06) VALUE '590061'.
002440     05  FILLER PIC X(06) VALUE '920091'.
002450     05  FILLER PIC X(06) VALUE '970012'.
002460     05  FILLER PIC X(06) VALUE '971012'.
002470     05  FILLER PIC X(06) VALUE '980058'.
002480     05  FILLER PIC X(06) VALUE '999930'.
002490 01  WS-DE39-MAP-TAB REDEFINES WS-DE39-MAP-TABLE
002500                           OCCURS 27 TIMES
002510                           ASCENDING KEY IS DE39-MAP-REASON
002520                           INDEXED BY WS-DE39-IDX.
002530     05  DE39-MAP-REASON            PIC X(04).
002540     05  DE39-MAP-CODE              PIC X(02).
002550*----------------------------------------------------------------*
002560*    MQ SERIES FIELDS                                            *
002570*----------------------------------------------------------------*
002580 01  WS-MQ-FIELDS.
002590     05  W02-HCONN-ISOIN            PIC S9(09) COMP.
002600     05  W02-HCONN-REQUEST          PIC S9(09) COMP.
002610     05  W02-HCONN-REPLY            PIC S9(09) COMP.
002620     05  W02-HOBJ-ISOIN             PIC S9(09) COMP.
002630     05  W02-HOBJ-REPLY             PIC S9(09) COMP.
002640     05  W02-BUFFLEN                PIC S9(09) COMP.
002650     05  W02-DATALEN                PIC S9(09) COMP.
002660     05  WS-COMPCODE                PIC S9(09) COMP.
002670     05  WS-REASON                  PIC S9(09) COMP.
002680     05  WS-ISOIN-QNAME             PIC X(48)
002690             VALUE 'PAUTH.ISO8583.INBOUND'.
002700*    WHERE A REPLY GOES WHEN THE NETWORK LEFT REPLY-TO BLANK.
002710     05  WS-ISOOUT-QNAME            PIC X(48)
002720             VALUE 'PAUTH.ISO8583.OUTBOUND'.
002730     05  WS-REQUEST-QNAME           PIC X(48)
002740             VALUE 'PAUTH.REQUEST.QUEUE'.
002750     05  WS-REPLY-QNAME             PIC X(48)
002760             VALUE 'PAUTH.REPLY.QUEUE'.
002770     05  WS-ISO-MSGID               PIC X(24).
002780     05  WS-ISO-REPLYTOQ            PIC X(48).
002790     05  WS-ISO-REPLYTOQMGR         PIC X(48).
002800     05  WS-CORRELID                PIC X(24).
002810     05  W02-GET-BUFFER             PIC X(250).
002820     05  W02-PUT-BUFFER             PIC X(500).
002830*----------------------------------------------------------------*
002840*    WORK COPIES OF MQ VENDOR STRUCTURES (ONE PER OBJECT)        *
002850*----------------------------------------------------------------*
002860     COPY CMQTML.
002870 01  MQM-OD-ISOIN.
002880     COPY CMQODV.
002890 01  MQM-OD-ISOOUT.
002900     COPY CMQODV.
002910 01  MQM-OD-REQUEST.
002920     COPY CMQODV.
002930 01  MQM-OD-REPLY.
002940     COPY CMQODV.
002950 01  MQM-MD-ISOIN.
002960     COPY CMQMDV.
002970 01  MQM-MD-ISOOUT.
002980     COPY CMQMDV.
002990 01  MQM-MD-REQUEST.
003000     COPY CMQMDV.
003010 01  MQM-MD-REPLY.
003020     COPY CMQMDV.
003030 01  MQM-PUT-MESSAGE-OPTIONS.
003040     COPY CMQPMOV.
003050 01  MQM-GET-MESSAGE-OPTIONS.
003060     COPY CMQGMOV.
003070*----------------------------------------------------------------*
003080*  STAGING COPYBOOKS                                             *
003090*----------------------------------------------------------------*
003100*- PENDING AUTHORIZATION REQUEST LAYOUT
003110 01  PENDING-AUTH-REQUEST.
003120     COPY CCPAURQY.
003130*- PENDING AUTHORIZATION RESPONSE LAYOUT
003140 01  PENDING-AUTH-RESPONSE.
003150     COPY CCPAURLY.
003160*- THE INTAKE'S REPLY CARRIES THE APPROVED AMOUNT EDITED
003170 01  WS-RPL-APPROVED-AMT-X          PIC X(13).
003180 01  WS-RPL-APPROVED-AMT-DIS REDEFINES WS-RPL-APPROVED-AMT-X
003190                                    PIC -(9)9.99.
003200*- APPLICATION ERROR LOG
003210 COPY CCPAUERY.
003220*----------------------------------------------------------------*
003230 LINKAGE SECTION.
003240 01  DFHCOMMAREA.
003250     05  LK-COMMAREA                PIC X(01)
003260             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
003270*----------------------------------------------------------------*
003280 PROCEDURE DIVISION.
003290*----------------------------------------------------------------*
003300 MAIN-PARA.
003310*----------------------------------------------------------------*
003320     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
003330*
003340     PERFORM 2000-MAIN-PROCESS       THRU 2000-EXIT
003350*
003360     PERFORM 9000-TERMINATE          THRU 9000-EXIT
003370*
003380     EXEC CICS RETURN
003390     END-EXEC
003400     .
003410*----------------------------------------------------------------*
003420 1000-INITIALIZE.
003430*----------------------------------------------------------------*
003440     EXEC CICS ASKTIME
003450          ABSTIME(WS-ABS-TIME)
003460          NOHANDLE
003470     END-EXEC
003480     EXEC CICS FORMATTIME
003490          ABSTIME(WS-ABS-TIME)
003500          YYYYMMDD(WS-TODAY-CCYYMMDD)
003510          NOHANDLE
003520     END-EXEC
003530     MOVE MQOT-Q              TO MQOD-OBJECTTYPE OF MQM-OD-ISOIN
003540     MOVE WS-ISOIN-QNAME      TO MQOD-OBJECTNAME OF MQM-OD-ISOIN
003550     CALL 'MQOPEN' USING W02-HCONN-ISOIN
003560                         MQM-OD-ISOIN
003570                         W02-HOBJ-ISOIN
003580                         WS-COMPCODE
003590                         WS-REASON
003600     END-CALL
003610     IF WS-COMPCODE NOT = MQCC-OK
003620        MOVE 'M900'                TO ERR-LOCATION
003630        SET  ERR-CRITICAL          TO TRUE
003640        SET  ERR-MQ                TO TRUE
003650        MOVE WS-COMPCODE           TO WS-CODE-DISPLAY
003660        MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
003670        MOVE WS-REASON             TO WS-CODE-DISPLAY
003680        MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
003690        MOVE 'FAILED TO OPEN ISO 8583 INBOUND MQ'
003700                                   TO ERR-MESSAGE
003710        MOVE SPACES                TO ERR-EVENT-KEY
003720        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
003730        SET NO-MORE-MESSAGES       TO TRUE
003740     END-IF
003750     .
003760 1000-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------*
003790 2000-MAIN-PROCESS.
003800*----------------------------------------------------------------*
003810     PERFORM 2100-GET-ISO-MESSAGE   THRU 2100-EXIT
003820         UNTIL NO-MORE-MESSAGES
003830     .
003840 2000-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------*
003870 2100-GET-ISO-MESSAGE.
003880*----------------------------------------------------------------*
003890     MOVE MQGMO-NO-SYNCPOINT  TO MQGMO-OPTIONS
003900     MOVE 5                   TO MQGMO-WAITINTERVAL
003910     MOVE MQMO-NONE           TO MQGMO-MATCHOPTIONS
003920     MOVE LENGTH OF WS-ISO-MSG TO W02-BUFFLEN
003930     MOVE SPACES              TO WS-ISO-MSG
003940     CALL 'MQGET' USING W02-HCONN-ISOIN
003950                        W02-HOBJ-ISOIN
003960                        MQM-MD-ISOIN
003970                        MQM-GET-MESSAGE-OPTIONS
003980                        W02-BUFFLEN
003990                        WS-ISO-MSG
004000                        W02-DATALEN
004010                        WS-COMPCODE
004020                        WS-REASON
004030     END-CALL
004040*
004050     EVALUATE TRUE
004060         WHEN WS-COMPCODE = MQCC-OK
004070             MOVE MQMD-MSGID OF MQM-MD-ISOIN
004080                                      TO WS-ISO-MSGID
004090             MOVE MQMD-REPLYTOQ OF MQM-MD-ISOIN
004100                                      TO WS-ISO-REPLYTOQ
004110             MOVE MQMD-REPLYTOQMGR OF MQM-MD-ISOIN
004120                                      TO WS-ISO-REPLYTOQMGR
004130             MOVE W02-DATALEN         TO WS-ISO-MSG-LEN
004140             SET INTAKE-NO-REPLY      TO TRUE
004150             MOVE SPACES              TO PENDING-AUTH-RESPONSE
004160             PERFORM 3000-PARSE-ISO-MESSAGE THRU 3000-EXIT
004170             IF ISO-MESSAGE-OK
004180                PERFORM 4000-BUILD-AUTH-REQUEST THRU 4000-EXIT
004190                PERFORM 4500-SUBMIT-TO-INTAKE   THRU 4500-EXIT
004200                PERFORM 6000-MAP-RESPONSE-CODE  THRU 6000-EXIT
004210             ELSE
004220                PERFORM 3900-LOG-FORMAT-ERROR   THRU 3900-EXIT
004230                MOVE '30'             TO WS-DE39-RESP-CODE
004240             END-IF
004250             IF ISO-REPLY-POSSIBLE
004260                PERFORM 7000-BUILD-ISO-REPLY    THRU 7000-EXIT
004270                PERFORM 7100-SEND-ISO-REPLY     THRU 7100-EXIT
004280             END-IF
004290         WHEN WS-COMPCODE = MQCC-WARNING
004300          AND WS-REASON = MQRC-NO-MSG-AVAILABLE
004310             SET NO-MORE-MESSAGES     TO TRUE
004320         WHEN OTHER
004330             MOVE 'M901'              TO ERR-LOCATION
004340             SET  ERR-CRITICAL        TO TRUE
004350             SET  ERR-MQ              TO TRUE
004360             MOVE WS-COMPCODE         TO WS-CODE-DISPLAY
004370             MOVE WS-CODE-DISPLAY     TO ERR-CODE-1
004380             MOVE WS-REASON           TO WS-CODE-DISPLAY
004390             MOVE WS-CODE-DISPLAY     TO ERR-CODE-2
004400             MOVE 'FAILED TO GET FROM ISO 8583 INBOUND MQ'
004410                                      TO ERR-MESSAGE
004420             MOVE SPACES              TO ERR-EVENT-KEY
004430             PERFORM 9500-LOG-ERROR THRU 9500-EXIT
004440             SET NO-MORE-MESSAGES     TO TRUE
004450     END-EVALUATE
004460     .
004470 2100-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------*
004500 3000-PARSE-ISO-MESSAGE.
004510*----------------------------------------------------------------*
004520*    MTI, PRIMARY BITMAP (AND SECONDARY WHEN BIT 1 IS ON), THEN  *
004530*    EVERY ELEMENT THE BITMAP CALLS FOR, IN ORDER, USING THE     *
004540*    FORMAT TABLE. AN ELEMENT THE GATEWAY DOES NOT USE IS STILL  *
004550*    STEPPED OVER BY ITS DEFINED LENGTH - A MESSAGE IS ONLY      *
004560*    WELL FORMED IF IT ENDS EXACTLY WHERE ITS LAST ELEMENT ENDS. *
004570*----------------------------------------------------------------*
004580     SET ISO-MESSAGE-OK             TO TRUE
004590     SET ISO-NO-REPLY               TO TRUE
004600     MOVE SPACES                    TO WS-FMT-REASON
004610                                       WS-ISO-MTI
004620                                       WS-ISO-RESP-MTI
004630                                       WS-ISO-ELEMENTS
004640     MOVE ZERO                      TO WS-FMT-FLD-NUM
004650                                       WS-DE2-LEN
004660     MOVE ALL '0'                   TO WS-ISO-BIT-FLAGS
004670     IF WS-ISO-MSG-LEN > LENGTH OF WS-ISO-MSG
004680        MOVE LENGTH OF WS-ISO-MSG   TO WS-ISO-MSG-LEN
004690     END-IF
004700     IF WS-ISO-MSG-LEN < 4
004710        SET ISO-FORMAT-ERROR        TO TRUE
004720        MOVE 'MESSAGE SHORTER THAN ITS MTI'
004730                                    TO WS-FMT-REASON
004740        GO TO 3000-EXIT
004750     END-IF
004760*    ONLY A RECOGNISED MTI CAN BE ANSWERED - ANYTHING ELSE IS
004770*    LOGGED AND DROPPED.
004780     MOVE WS-ISO-MSG(1:4)           TO WS-ISO-MTI
004790     EVALUATE TRUE
004800         WHEN ISO-MTI-AUTH-REQUEST
004810             MOVE '0110'            TO WS-ISO-RESP-MTI
004820         WHEN ISO-MTI-AUTH-ADVICE
004830             MOVE '0130'            TO WS-ISO-RESP-MTI
004840         WHEN ISO-MTI-REVERSAL
004850             MOVE '0410'            TO WS-ISO-RESP-MTI
004860         WHEN OTHER
004870             SET ISO-FORMAT-ERROR   TO TRUE
004880             MOVE 'UNSUPPORTED MESSAGE TYPE INDICATOR'
004890                                    TO WS-FMT-REASON
004900             GO TO 3000-EXIT
004910     END-EVALUATE
004920     SET ISO-REPLY-POSSIBLE         TO TRUE
004930*
004940     IF WS-ISO-MSG-LEN < 20
004950        SET ISO-FORMAT-ERROR        TO TRUE
004960        MOVE 'MESSAGE ENDS INSIDE THE BITMAP'
004970                                    TO WS-FMT-REASON
004980        GO TO 3000-EXIT
004990     END-IF
005000     MOVE 16                        TO WS-ISO-BITMAP-LEN
005010     MOVE WS-ISO-MSG(5:16)          TO WS-ISO-BITMAP-HEX(1:16)
005020     MOVE 21                        TO WS-ISO-POS
005030     INSPECT WS-ISO-BITMAP-HEX CONVERTING 'abcdef' TO 'ABCDEF'
005040     PERFORM 3100-DECODE-BITMAP-CHAR THRU 3100-EXIT
005050         VARYING WS-HEX-SUB FROM 1 BY 1
005060         UNTIL WS-HEX-SUB > 16
005070            OR ISO-FORMAT-ERROR
005080     IF ISO-FORMAT-ERROR
005090        GO TO 3000-EXIT
005100     END-IF
005110     IF WS-ISO-BIT(1) = '1'
005120        IF WS-ISO-MSG-LEN < 36
005130           SET ISO-FORMAT-ERROR     TO TRUE
005140           MOVE 'MESSAGE ENDS INSIDE THE BITMAP'
005150                                    TO WS-FMT-REASON
005160           GO TO 3000-EXIT
005170        END-IF
005180        MOVE 32                     TO WS-ISO-BITMAP-LEN
005190        MOVE WS-ISO-MSG(21:16)      TO WS-ISO-BITMAP-HEX(17:16)
005200        MOVE 37                     TO WS-ISO-POS
005210        INSPECT WS-ISO-BITMAP-HEX CONVERTING 'abcdef' TO 'ABCDEF'
005220        PERFORM 3100-DECODE-BITMAP-CHAR THRU 3100-EXIT
005230            VARYING WS-HEX-SUB FROM 17 BY 1
005240            UNTIL WS-HEX-SUB > 32
005250               OR ISO-FORMAT-ERROR
005260        IF ISO-FORMAT-ERROR
005270           GO TO 3000-EXIT
005280        END-IF
005290     END-IF
005300*
005310     PERFORM 3200-EXTRACT-ELEMENT   THRU 3200-EXIT
005320         VARYING WS-FLD-NUM FROM 2 BY 1
005330         UNTIL WS-FLD-NUM > 128
005340            OR ISO-FORMAT-ERROR
005350     IF ISO-FORMAT-ERROR
005360        GO TO 3000-EXIT
005370     END-IF
005380     IF WS-ISO-POS NOT = WS-ISO-MSG-LEN + 1
005390        SET ISO-FORMAT-ERROR        TO TRUE
005400        MOVE 'DATA LEFT OVER AFTER LAST ELEMENT'
005410                                    TO WS-FMT-REASON
005420        GO TO 3000-EXIT
005430     END-IF
005440     PERFORM 3300-CHECK-MANDATORY   THRU 3300-EXIT
005450     .
005460 3000-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------*
005490 3100-DECODE-BITMAP-CHAR.
005500*----------------------------------------------------------------*
005510*    ONE HEX CHARACTER OF THE BITMAP INTO ITS FOUR ELEMENT BITS. *
005520*----------------------------------------------------------------*
005530     MOVE ZERO                      TO WS-NIBBLE
005540     INSPECT WS-HEX-DIGITS TALLYING WS-NIBBLE
005550         FOR CHARACTERS
005560         BEFORE INITIAL WS-ISO-BITMAP-HEX(WS-HEX-SUB:1)
005570     IF WS-NIBBLE > 15
005580        SET ISO-FORMAT-ERROR        TO TRUE
005590        MOVE 'BITMAP IS NOT HEXADECIMAL'
005600                                    TO WS-FMT-REASON
005610        GO TO 3100-EXIT
005620     END-IF
005630     COMPUTE WS-BIT-SUB = (WS-HEX-SUB - 1) * 4 + 1
005640     IF WS-NIBBLE >= 8
005650        MOVE '1'                    TO WS-ISO-BIT(WS-BIT-SUB)
005660        SUBTRACT 8                FROM WS-NIBBLE
005670     END-IF
005680     ADD 1                          TO WS-BIT-SUB
005690     IF WS-NIBBLE >= 4
005700        MOVE '1'                    TO WS-ISO-BIT(WS-BIT-SUB)
005710        SUBTRACT 4                FROM WS-NIBBLE
005720     END-IF
005730     ADD 1                          TO WS-BIT-SUB
005740     IF WS-NIBBLE >= 2
005750        MOVE '1'                    TO WS-ISO-BIT(WS-BIT-SUB)
005760        SUBTRACT 2                FROM WS-NIBBLE
005770     END-IF
005780     ADD 1                          TO WS-BIT-SUB
005790     IF WS-NIBBLE >= 1
005800        MOVE '1'                    TO WS-ISO-BIT(WS-BIT-SUB)
005810     END-IF
005820     .
005830 3100-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------*
005860 3200-EXTRACT-ELEMENT.
005870*----------------------------------------------------------------*
005880     IF WS-ISO-BIT(WS-FLD-NUM) NOT = '1'
005890        GO TO 3200-EXIT
005900     END-IF
005910     MOVE WS-FLD-NUM                TO WS-FMT-FLD-NUM
005920     EVALUATE ISO-FLD-LL-DIGITS(WS-FLD-NUM)
005930         WHEN 2
005940             IF WS-ISO-POS + 1 > WS-ISO-MSG-LEN
005950                SET ISO-FORMAT-ERROR TO TRUE
005960                MOVE 'MESSAGE ENDS INSIDE A LENGTH PREFIX'
005970                                    TO WS-FMT-REASON
005980                GO TO 3200-EXIT
005990             END-IF
006000             MOVE WS-ISO-MSG(WS-ISO-POS:2) TO WS-LEN-2
006010             IF WS-LEN-2 NOT NUMERIC
006020                SET ISO-FORMAT-ERROR TO TRUE
006030                MOVE 'LENGTH PREFIX NOT NUMERIC'
006040                                    TO WS-FMT-REASON
006050                GO TO 3200-EXIT
006060             END-IF
006070             MOVE WS-LEN-2-N        TO WS-FLD-LEN
006080             ADD 2                  TO WS-ISO-POS
006090         WHEN 3
006100             IF WS-ISO-POS + 2 > WS-ISO-MSG-LEN
006110                SET ISO-FORMAT-ERROR TO TRUE
006120                MOVE 'MESSAGE ENDS INSIDE A LENGTH PREFIX'
006130                                    TO WS-FMT-REASON
006140                GO TO 3200-EXIT
006150             END-IF
006160             MOVE WS-ISO-MSG(WS-ISO-POS:3) TO WS-LEN-3
006170             IF WS-LEN-3 NOT NUMERIC
006180                SET ISO-FORMAT-ERROR TO TRUE
006190                MOVE 'LENGTH PREFIX NOT NUMERIC'
006200                                    TO WS-FMT-REASON
006210                GO TO 3200-EXIT
006220             END-IF
006230             MOVE WS-LEN-3-N        TO WS-FLD-LEN
006240             ADD 3                  TO WS-ISO-POS
006250         WHEN OTHER
006260             MOVE ISO-FLD-MAX-LEN(WS-FLD-NUM) TO WS-FLD-LEN
006270     END-EVALUATE
006280     IF WS-FLD-LEN > ISO-FLD-MAX-LEN(WS-FLD-NUM)
006290        SET ISO-FORMAT-ERROR        TO TRUE
006300        MOVE 'ELEMENT LONGER THAN ITS MAXIMUM'
006310                                    TO WS-FMT-REASON
006320        GO TO 3200-EXIT
006330     END-IF
006340     IF WS-ISO-POS + WS-FLD-LEN - 1 > WS-ISO-MSG-LEN
006350        SET ISO-FORMAT-ERROR        TO TRUE
006360        MOVE 'MESSAGE ENDS INSIDE AN ELEMENT'
006370                                    TO WS-FMT-REASON
006380        GO TO 3200-EXIT
006390     END-IF
006400     MOVE SPACES                    TO WS-ISO-ELEMENT
006410     IF WS-FLD-LEN > 0
006420        MOVE WS-ISO-MSG(WS-ISO-POS:WS-FLD-LEN)
006430                TO WS-ISO-ELEMENT(1:WS-FLD-LEN)
006440     END-IF
006450     ADD WS-FLD-LEN                 TO WS-ISO-POS
006460     EVALUATE WS-FLD-NUM
006470         WHEN 2
006480             MOVE WS-ISO-ELEMENT    TO WS-DE2-PAN
006490             MOVE WS-FLD-LEN        TO WS-DE2-LEN
006500         WHEN 3
006510             MOVE WS-ISO-ELEMENT    TO WS-DE3-PROC-CODE
006520         WHEN 4
006530             MOVE WS-ISO-ELEMENT    TO WS-DE4-AMOUNT
006540         WHEN 7
006550             MOVE WS-ISO-ELEMENT    TO WS-DE7-XMIT-DATETIME
006560         WHEN 11
006570             MOVE WS-ISO-ELEMENT    TO WS-DE11-STAN
006580         WHEN 12
006590             MOVE WS-ISO-ELEMENT    TO WS-DE12-LOCAL-TIME
006600         WHEN 13
006610             MOVE WS-ISO-ELEMENT    TO WS-DE13-LOCAL-DATE
006620         WHEN 14
006630             MOVE WS-ISO-ELEMENT    TO WS-DE14-EXPIRY
006640         WHEN 18
006650             MOVE WS-ISO-ELEMENT    TO WS-DE18-MCC
006660         WHEN 19
006670             MOVE WS-ISO-ELEMENT    TO WS-DE19-ACQ-COUNTRY
006680         WHEN 22
006690             MOVE WS-ISO-ELEMENT    TO WS-DE22-POS-ENTRY
006700         WHEN 37
006710             MOVE WS-ISO-ELEMENT    TO WS-DE37-RRN
006720         WHEN 38
006730             MOVE WS-ISO-ELEMENT    TO WS-DE38-AUTH-ID
006740         WHEN 41
006750             MOVE WS-ISO-ELEMENT    TO WS-DE41-TERMINAL-ID
006760         WHEN 42
006770             MOVE WS-ISO-ELEMENT    TO WS-DE42-ACCEPTOR-ID
006780         WHEN 43
006790             MOVE WS-ISO-ELEMENT    TO WS-DE43-ACCEPTOR-LOC
006800         WHEN 49
006810             MOVE WS-ISO-ELEMENT    TO WS-DE49-CURRENCY
006820         WHEN OTHER
006830             CONTINUE
006840     END-EVALUATE
006850     .
006860 3200-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------*
006890 3300-CHECK-MANDATORY.
006900*----------------------------------------------------------------*
006910*    THE ELEMENTS THE CCPAURQY REQUEST CANNOT DO WITHOUT. THE    *
006920*    CARD FILES CARRY SIXTEEN-DIGIT PANS ONLY, AND THE REQUEST   *
006930*    AMOUNT HOLDS NINE INTEGER DIGITS OF THE TWELVE IN DE4.      *
006940*----------------------------------------------------------------*
006950     MOVE 2                         TO WS-FMT-FLD-NUM
006960     IF WS-DE2-LEN NOT = 16
006970        OR WS-DE2-PAN(1:16) NOT NUMERIC
006980        SET ISO-FORMAT-ERROR        TO TRUE
006990        MOVE 'PAN MISSING OR NOT 16 DIGITS'
007000                                    TO WS-FMT-REASON
007010        GO TO 3300-EXIT
007020     END-IF
007030     MOVE 3                         TO WS-FMT-FLD-NUM
007040     IF WS-DE3-PROC-CODE NOT NUMERIC
007050        SET ISO-FORMAT-ERROR        TO TRUE
007060        MOVE 'PROCESSING CODE MISSING OR INVALID'
007070                                    TO WS-FMT-REASON
007080        GO TO 3300-EXIT
007090     END-IF
007100     MOVE 4                         TO WS-FMT-FLD-NUM
007110     IF WS-DE4-AMOUNT NOT NUMERIC
007120        OR WS-DE4-AMOUNT(1:1) NOT = '0'
007130        SET ISO-FORMAT-ERROR        TO TRUE
007140        MOVE 'AMOUNT MISSING, INVALID OR TOO LARGE'
007150                                    TO WS-FMT-REASON
007160        GO TO 3300-EXIT
007170     END-IF
007180     MOVE 11                        TO WS-FMT-FLD-NUM
007190     IF WS-DE11-STAN = SPACES
007200        SET ISO-FORMAT-ERROR        TO TRUE
007210        MOVE 'SYSTEM TRACE AUDIT NUMBER MISSING'
007220                                    TO WS-FMT-REASON
007230        GO TO 3300-EXIT
007240     END-IF
007250     MOVE 37                        TO WS-FMT-FLD-NUM
007260     IF WS-DE37-RRN = SPACES
007270        SET ISO-FORMAT-ERROR        TO TRUE
007280        MOVE 'RETRIEVAL REFERENCE NUMBER MISSING'
007290                                    TO WS-FMT-REASON
007300        GO TO 3300-EXIT
007310     END-IF
007320     MOVE 42                        TO WS-FMT-FLD-NUM
007330     IF WS-DE42-ACCEPTOR-ID = SPACES
007340        SET ISO-FORMAT-ERROR        TO TRUE
007350        MOVE 'CARD ACCEPTOR ID MISSING'
007360                                    TO WS-FMT-REASON
007370        GO TO 3300-EXIT
007380     END-IF
007390     MOVE 49                        TO WS-FMT-FLD-NUM
007400     IF WS-DE49-CURRENCY NOT NUMERIC
007410        SET ISO-FORMAT-ERROR        TO TRUE
007420        MOVE 'CURRENCY CODE MISSING OR INVALID'
007430                                    TO WS-FMT-REASON
007440        GO TO 3300-EXIT
007450     END-IF
007460     MOVE ZERO                      TO WS-FMT-FLD-NUM
007470     .
007480 3300-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------*
007510 3900-LOG-FORMAT-ERROR.
007520*----------------------------------------------------------------*
007530     MOVE 'A901'                    TO ERR-LOCATION
007540     SET  ERR-WARNING               TO TRUE
007550     SET  ERR-APP                   TO TRUE
007560     MOVE WS-ISO-MTI                TO ERR-CODE-1
007570     MOVE WS-FMT-FLD-NUM            TO ERR-CODE-2
007580     MOVE SPACES                    TO ERR-MESSAGE
007590     STRING 'ISO 8583 FORMAT ERROR - ' WS-FMT-REASON
007600            DELIMITED BY SIZE
007610            INTO ERR-MESSAGE
007620     END-STRING
007630     IF WS-DE37-RRN NOT = SPACES
007640        MOVE WS-DE37-RRN            TO ERR-EVENT-KEY
007650     ELSE
007660        MOVE WS-DE11-STAN           TO ERR-EVENT-KEY
007670     END-IF
007680     PERFORM 9500-LOG-ERROR THRU 9500-EXIT
007690     .
007700 3900-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------*
007730 4000-BUILD-AUTH-REQUEST.
007740*----------------------------------------------------------------*
007750*    MAPS THE PARSED ELEMENTS ONTO CCPAURQY. THE RETRIEVAL       *
007760*    REFERENCE NUMBER IS THE TRANSACTION ID, SO A 0400 FINDS ITS *
007770*    ORIGINAL 0100 THE WAY ANY CHANNEL'S REVERSAL DOES. THE AUTH *
007780*    TYPE AND INSTITUTION ARE LEFT FOR THE INTAKE TO TAKE FROM   *
007790*    THE CARD PRODUCT. AN ADVICE (0120) IS SUBMITTED AS AN AUTH  *
007800*    REQUEST - THE INTAKE RECORDS THE HOLD THE NETWORK GRANTED.  *
007810*----------------------------------------------------------------*
007820     MOVE SPACES                    TO PENDING-AUTH-REQUEST
007830     MOVE WS-DE2-PAN(1:16)          TO PA-RQ-CARD-NUM
007840*    DE13 CARRIES NO YEAR - A LOCAL DATE IN DECEMBER SEEN IN
007850*    JANUARY (OR THE REVERSE) BELONGS TO THE ADJOINING YEAR.
007860     IF WS-DE13-LOCAL-DATE NUMERIC
007870        MOVE WS-TODAY-CCYY          TO WS-ORIG-CCYY
007880        IF WS-DE13-MM = '12' AND WS-TODAY-MM = 1
007890           SUBTRACT 1             FROM WS-ORIG-CCYY
007900        END-IF
007910        IF WS-DE13-MM = '01' AND WS-TODAY-MM = 12
007920           ADD 1                    TO WS-ORIG-CCYY
007930        END-IF
007940        MOVE WS-ORIG-CCYY           TO PA-RQ-AUTH-ORIG-DATE(1:4)
007950        MOVE WS-DE13-LOCAL-DATE     TO PA-RQ-AUTH-ORIG-DATE(5:4)
007960     ELSE
007970        MOVE WS-TODAY-CCYYMMDD      TO PA-RQ-AUTH-ORIG-DATE
007980     END-IF
007990     IF WS-DE12-LOCAL-TIME NUMERIC
008000        MOVE WS-DE12-LOCAL-TIME     TO PA-RQ-AUTH-ORIG-TIME(1:6)
008010     ELSE
008020        MOVE WS-DE7-XMIT-DATETIME(5:6)
008030                                    TO PA-RQ-AUTH-ORIG-TIME(1:6)
008040     END-IF
008050     MOVE '00'                      TO PA-RQ-AUTH-ORIG-TIME(7:2)
008060     MOVE WS-DE14-EXPIRY            TO PA-RQ-CARD-EXPIRY-DATE
008070     IF ISO-MTI-REVERSAL
008080        SET PA-RQ-MSGTYPE-REVERSAL  TO TRUE
008090     ELSE
008100        SET PA-RQ-MSGTYPE-AUTH-REQUEST TO TRUE
008110     END-IF
008120     MOVE WS-ISO-SOURCE             TO PA-RQ-MESSAGE-SOURCE
008130     MOVE WS-DE38-AUTH-ID           TO PA-RQ-AUTH-ID-CODE
008140     MOVE WS-DE3-PROC-CODE          TO PA-RQ-PROCESSING-CODE
008150     MOVE WS-DE49-CURRENCY          TO PA-RQ-CURRENCY-CODE
008160     SEARCH ALL WS-ISO-CURRENCY-TAB
008170         WHEN ISO-CUR-NUMERIC(WS-ISO-CUR-IDX) = WS-DE49-CURRENCY
008180             MOVE ISO-CUR-ALPHA(WS-ISO-CUR-IDX)
008190                                    TO PA-RQ-CURRENCY-CODE
008200     END-SEARCH
008210     MOVE WS-DE4-AMOUNT-N           TO PA-RQ-TRANSACTION-AMT
008220     MOVE WS-DE18-MCC
008230                              TO PA-RQ-MERCHANT-CATAGORY-CODE
008240     MOVE WS-DE19-ACQ-COUNTRY       TO PA-RQ-ACQR-COUNTRY-CODE
008250     SEARCH ALL WS-ISO-COUNTRY-TAB
008260         WHEN ISO-CTRY-NUMERIC(WS-ISO-CTRY-IDX)
008270                                    = WS-DE19-ACQ-COUNTRY
008280             MOVE ISO-CTRY-ALPHA(WS-ISO-CTRY-IDX)
008290                                    TO PA-RQ-ACQR-COUNTRY-CODE
008300     END-SEARCH
008310     MOVE WS-DE22-POS-ENTRY(1:2)    TO PA-RQ-POS-ENTRY-MODE
008320     MOVE WS-DE42-ACCEPTOR-ID       TO PA-RQ-MERCHANT-ID
008330     MOVE WS-DE43-NAME              TO PA-RQ-MERCHANT-NAME
008340     MOVE WS-DE43-CITY              TO PA-RQ-MERCHANT-CITY
008350     MOVE WS-DE43-REGION            TO PA-RQ-MERCHANT-STATE
008360     MOVE WS-DE37-RRN               TO PA-RQ-TRANSACTION-ID
008370     MOVE ZERO                      TO PA-RQ-ADJUSTMENT-AMT
008380     MOVE '04'                      TO PA-RQ-FORMAT-VERSION
008390*    THE CORRELID PICKS THIS TASK'S REPLY OFF THE SHARED REPLY
008400*    QUEUE; THE CORRELATION ID IS LEFT FOR THE INTAKE TO MINT.
008410     MOVE EIBTASKN                  TO WS-TASKN-DIGITS
008420     MOVE SPACES                    TO WS-CORRELID
008430     STRING WS-PGMNAME WS-TASKN-DIGITS WS-DE11-STAN
008440            DELIMITED BY SIZE
008450            INTO WS-CORRELID
008460     END-STRING
008470     .
008480 4000-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------*
008510 4500-SUBMIT-TO-INTAKE.
008520*----------------------------------------------------------------*
008530*    PUTS THE REQUEST ON THE QUEUE COPAUA0C DRAINS AND WAITS UP  *
008540*    TO FIVE SECONDS FOR THE CORRELATED REPLY - THE NETWORK'S    *
008550*    OWN TIMER IS LONGER, SO A LATE INTAKE IS ANSWERED 91 HERE   *
008560*    RATHER THAN TIMED OUT AND STOOD IN FOR UPSTREAM.            *
008570*----------------------------------------------------------------*
008580     MOVE MQOT-Q          TO MQOD-OBJECTTYPE OF MQM-OD-REQUEST
008590     MOVE WS-REQUEST-QNAME TO MQOD-OBJECTNAME OF MQM-OD-REQUEST
008600     MOVE MQMT-REQUEST    TO MQMD-MSGTYPE     OF MQM-MD-REQUEST
008610     MOVE WS-CORRELID     TO MQMD-CORRELID    OF MQM-MD-REQUEST
008620     MOVE MQMI-NONE       TO MQMD-MSGID       OF MQM-MD-REQUEST
008630     MOVE WS-REPLY-QNAME  TO MQMD-REPLYTOQ    OF MQM-MD-REQUEST
008640     MOVE SPACES          TO MQMD-REPLYTOQMGR OF MQM-MD-REQUEST
008650     MOVE MQPER-NOT-PERSISTENT
008660         TO MQMD-PERSISTENCE OF MQM-MD-REQUEST
008670     MOVE 50              TO MQMD-EXPIRY      OF MQM-MD-REQUEST
008680     MOVE MQFMT-STRING    TO MQMD-FORMAT      OF MQM-MD-REQUEST
008690     COMPUTE MQPMO-OPTIONS     =  MQPMO-NO-SYNCPOINT +
008700                                  MQPMO-DEFAULT-CONTEXT
008710     MOVE PENDING-AUTH-REQUEST TO W02-PUT-BUFFER
008720     MOVE LENGTH OF PENDING-AUTH-REQUEST
008730                               TO W02-BUFFLEN
008740     CALL 'MQPUT1' USING W02-HCONN-REQUEST
008750                         MQM-OD-REQUEST
008760                         MQM-MD-REQUEST
008770                         MQM-PUT-MESSAGE-OPTIONS
008780                         W02-BUFFLEN
008790                         W02-PUT-BUFFER
008800                         WS-COMPCODE
008810                         WS-REASON
008820     END-CALL
008830     IF WS-COMPCODE NOT = MQCC-OK
008840        MOVE 'M902'                TO ERR-LOCATION
008850        SET  ERR-CRITICAL          TO TRUE
008860        SET  ERR-MQ                TO TRUE
008870        MOVE WS-COMPCODE           TO WS-CODE-DISPLAY
008880        MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
008890        MOVE WS-REASON             TO WS-CODE-DISPLAY
008900        MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
008910        MOVE 'FAILED TO PUT ISO REQUEST ON REQUEST MQ'
008920                                   TO ERR-MESSAGE
008930        MOVE WS-DE37-RRN           TO ERR-EVENT-KEY
008940        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
008950        GO TO 4500-EXIT
008960     END-IF
008970*
008980     MOVE MQOT-Q               TO MQOD-OBJECTTYPE OF MQM-OD-REPLY
008990     MOVE WS-REPLY-QNAME       TO MQOD-OBJECTNAME OF MQM-OD-REPLY
009000     CALL 'MQOPEN' USING W02-HCONN-REPLY
009010                         MQM-OD-REPLY
009020                         W02-HOBJ-REPLY
009030                         WS-COMPCODE
009040                         WS-REASON
009050     END-CALL
009060     MOVE WS-CORRELID          TO MQMD-CORRELID OF MQM-MD-REPLY
009070     COMPUTE MQGMO-OPTIONS     =  MQGMO-NO-SYNCPOINT +
009080                                  MQGMO-WAIT +
009090                                  MQGMO-CONVERT
009100     MOVE MQMO-MATCH-CORREL-ID TO MQGMO-MATCHOPTIONS
009110     MOVE 5000                 TO MQGMO-WAITINTERVAL
009120     MOVE LENGTH OF W02-GET-BUFFER TO W02-BUFFLEN
009130     MOVE SPACES               TO W02-GET-BUFFER
009140     CALL 'MQGET' USING W02-HCONN-REPLY
009150                        W02-HOBJ-REPLY
009160                        MQM-MD-REPLY
009170                        MQM-GET-MESSAGE-OPTIONS
009180                        W02-BUFFLEN
009190                        W02-GET-BUFFER
009200                        W02-DATALEN
009210                        WS-COMPCODE
009220                        WS-REASON
009230     END-CALL
009240     IF WS-COMPCODE = MQCC-OK
009250        SET INTAKE-REPLIED         TO TRUE
009260     ELSE
009270        MOVE 'M903'                TO ERR-LOCATION
009280        SET  ERR-WARNING           TO TRUE
009290        SET  ERR-MQ                TO TRUE
009300        MOVE WS-COMPCODE           TO WS-CODE-DISPLAY
009310        MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
009320        MOVE WS-REASON             TO WS-CODE-DISPLAY
009330        MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
009340        MOVE 'NO INTAKE REPLY - ISO ANSWERED 91'
009350                                   TO ERR-MESSAGE
009360        MOVE WS-DE37-RRN           TO ERR-EVENT-KEY
009370        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
009380     END-IF
009390     CALL 'MQCLOSE' USING W02-HCONN-REPLY
009400                          W02-HOBJ-REPLY
009410                          WS-COMPCODE
009420                          WS-REASON
009430     END-CALL
009440*    THE INTAKE'S REPLY IS THE COMMA-SEPARATED CCPAURLY FIELDS
009450*    BUILT BY ITS 6000-BUILD-RESPONSE.
009460     IF INTAKE-REPLIED
009470        MOVE SPACES                TO PENDING-AUTH-RESPONSE
009480        UNSTRING W02-GET-BUFFER DELIMITED BY ','
009490            INTO PA-RL-CARD-NUM
009500                 PA-RL-TRANSACTION-ID
009510                 PA-RL-AUTH-ID-CODE
009520                 PA-RL-AUTH-RESP-CODE
009530                 PA-RL-AUTH-RESP-REASON
009540                 WS-RPL-APPROVED-AMT-X
009550                 PA-RL-CURRENCY-CODE
009560                 PA-RL-PARTIAL-APPR-REASON
009570                 PA-RL-CORRELATION-ID
009580                 PA-RL-AVS-RESULT
009590                 PA-RL-CVV-RESULT
009600                 PA-RL-FORMAT-VERSION
009610                 PA-RL-ECI-RESULT
009620        END-UNSTRING
009630        MOVE WS-RPL-APPROVED-AMT-DIS TO PA-RL-APPROVED-AMT
009640     END-IF
009650     .
009660 4500-EXIT.
009670     EXIT.
009680*----------------------------------------------------------------*
009690 6000-MAP-RESPONSE-CODE.
009700*----------------------------------------------------------------*
009710*    DE39 FROM THE INTAKE'S RESPONSE CODE AND REASON. NO REPLY   *
009720*    AT ALL IS 91 (ISSUER UNAVAILABLE) SO THE NETWORK STANDS IN. *
009730*    AN APPROVAL FOR LESS THAN WAS ASKED IS A PARTIAL (10).      *
009740*----------------------------------------------------------------*
009750     IF INTAKE-NO-REPLY
009760        MOVE '91'                   TO WS-DE39-RESP-CODE
009770        GO TO 6000-EXIT
009780     END-IF
009790     EVALUATE PA-RL-AUTH-RESP-CODE
009800         WHEN '00'
009810             IF NOT ISO-MTI-REVERSAL
009820                AND PA-RL-APPROVED-AMT > ZERO
009830                AND PA-RL-APPROVED-AMT < PA-RQ-TRANSACTION-AMT
009840                MOVE '10'           TO WS-DE39-RESP-CODE
009850             ELSE
009860                MOVE '00'           TO WS-DE39-RESP-CODE
009870             END-IF
009880         WHEN '01'
009890             MOVE '01'              TO WS-DE39-RESP-CODE
009900         WHEN '91'
009910             MOVE '91'              TO WS-DE39-RESP-CODE
009920         WHEN OTHER
009930             MOVE '05'              TO WS-DE39-RESP-CODE
009940             SEARCH ALL WS-DE39-MAP-TAB
009950                 WHEN DE39-MAP-REASON(WS-DE39-IDX)
009960                                    = PA-RL-AUTH-RESP-REASON
009970                     MOVE DE39-MAP-CODE(WS-DE39-IDX)
009980                                    TO WS-DE39-RESP-CODE
009990             END-SEARCH
010000     END-EVALUATE
010010     .
010020 6000-EXIT.
010030     EXIT.
010040*----------------------------------------------------------------*
010050 7000-BUILD-ISO-REPLY.
010060*----------------------------------------------------------------*
010070*    RESPONSE MTI, A PRIMARY BITMAP, THEN THE REQUEST'S KEY      *
010080*    ELEMENTS ECHOED BACK (WHATEVER OF THEM WAS PARSED BEFORE A  *
010090*    FORMAT ERROR) WITH DE38 ON AN APPROVAL AND DE39 ALWAYS. A   *
010100*    PARTIAL APPROVAL CARRIES THE APPROVED AMOUNT IN DE4.        *
010110*----------------------------------------------------------------*
010120     MOVE SPACES                    TO WS-ISO-OUT
010130     MOVE ALL '0'                   TO WS-OUT-BIT-FLAGS
010140     MOVE WS-ISO-RESP-MTI           TO WS-ISO-OUT(1:4)
010150     MOVE 21                        TO WS-OUT-POS
010160     IF WS-DE2-LEN > 0
010170        MOVE 2                      TO WS-FLD-NUM
010180        MOVE WS-DE2-LEN             TO WS-FLD-LEN
010190        MOVE WS-DE2-PAN             TO WS-ISO-ELEMENT
010200        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010210     END-IF
010220     IF WS-DE3-PROC-CODE NOT = SPACES
010230        MOVE 3                      TO WS-FLD-NUM
010240        MOVE WS-DE3-PROC-CODE       TO WS-ISO-ELEMENT
010250        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010260     END-IF
010270     IF WS-DE4-AMOUNT NOT = SPACES
010280        MOVE 4                      TO WS-FLD-NUM
010290        IF WS-DE39-RESP-CODE = '10'
010300           MOVE PA-RL-APPROVED-AMT  TO WS-RPL-AMOUNT
010310           MOVE WS-RPL-AMOUNT-X     TO WS-ISO-ELEMENT
010320        ELSE
010330           MOVE WS-DE4-AMOUNT       TO WS-ISO-ELEMENT
010340        END-IF
010350        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010360     END-IF
010370     IF WS-DE7-XMIT-DATETIME NOT = SPACES
010380        MOVE 7                      TO WS-FLD-NUM
010390        MOVE WS-DE7-XMIT-DATETIME   TO WS-ISO-ELEMENT
010400        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010410     END-IF
010420     IF WS-DE11-STAN NOT = SPACES
010430        MOVE 11                     TO WS-FLD-NUM
010440        MOVE WS-DE11-STAN           TO WS-ISO-ELEMENT
010450        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010460     END-IF
010470     IF WS-DE12-LOCAL-TIME NOT = SPACES
010480        MOVE 12                     TO WS-FLD-NUM
010490        MOVE WS-DE12-LOCAL-TIME     TO WS-ISO-ELEMENT
010500        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010510     END-IF
010520     IF WS-DE13-LOCAL-DATE NOT = SPACES
010530        MOVE 13                     TO WS-FLD-NUM
010540        MOVE WS-DE13-LOCAL-DATE     TO WS-ISO-ELEMENT
010550        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010560     END-IF
010570     IF WS-DE37-RRN NOT = SPACES
010580        MOVE 37                     TO WS-FLD-NUM
010590        MOVE WS-DE37-RRN            TO WS-ISO-ELEMENT
010600        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010610     END-IF
010620     IF (WS-DE39-RESP-CODE = '00' OR '10')
010630        AND PA-RL-AUTH-ID-CODE NOT = SPACES
010640        MOVE 38                     TO WS-FLD-NUM
010650        MOVE PA-RL-AUTH-ID-CODE     TO WS-ISO-ELEMENT
010660        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010670     END-IF
010680     MOVE 39                        TO WS-FLD-NUM
010690     MOVE WS-DE39-RESP-CODE         TO WS-ISO-ELEMENT
010700     PERFORM 7200-APPEND-ELEMENT    THRU 7200-EXIT
010710     IF WS-DE41-TERMINAL-ID NOT = SPACES
010720        MOVE 41                     TO WS-FLD-NUM
010730        MOVE WS-DE41-TERMINAL-ID    TO WS-ISO-ELEMENT
010740        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010750     END-IF
010760     IF WS-DE42-ACCEPTOR-ID NOT = SPACES
010770        MOVE 42                     TO WS-FLD-NUM
010780        MOVE WS-DE42-ACCEPTOR-ID    TO WS-ISO-ELEMENT
010790        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010800     END-IF
010810     IF WS-DE49-CURRENCY NOT = SPACES
010820        MOVE 49                     TO WS-FLD-NUM
010830        MOVE WS-DE49-CURRENCY       TO WS-ISO-ELEMENT
010840        PERFORM 7200-APPEND-ELEMENT THRU 7200-EXIT
010850     END-IF
010860     PERFORM 7300-ENCODE-BITMAP-CHAR THRU 7300-EXIT
010870         VARYING WS-HEX-SUB FROM 1 BY 1
010880         UNTIL WS-HEX-SUB > 16
010890     .
010900 7000-EXIT.
010910     EXIT.
010920*----------------------------------------------------------------*
010930 7100-SEND-ISO-REPLY.
010940*----------------------------------------------------------------*
010950*    STANDARD MQ REQUEST/REPLY: THE REPLY GOES WHERE THE NETWORK *
010960*    ASKED, CORRELATED ON THE INBOUND MESSAGE ID.                *
010970*----------------------------------------------------------------*
010980     MOVE MQOT-Q               TO MQOD-OBJECTTYPE OF MQM-OD-ISOOUT
010990     IF WS-ISO-REPLYTOQ = SPACES OR LOW-VALUES
011000        MOVE WS-ISOOUT-QNAME   TO MQOD-OBJECTNAME OF MQM-OD-ISOOUT
011010     ELSE
011020        MOVE WS-ISO-REPLYTOQ   TO MQOD-OBJECTNAME OF MQM-OD-ISOOUT
011030     END-IF
011040     MOVE MQMT-REPLY
011050         TO MQMD-MSGTYPE OF MQM-MD-ISOOUT
011060     MOVE WS-ISO-MSGID
011070         TO MQMD-CORRELID OF MQM-MD-ISOOUT
011080     MOVE MQMI-NONE
011090         TO MQMD-MSGID OF MQM-MD-ISOOUT
011100     MOVE SPACES
011110         TO MQMD-REPLYTOQ OF MQM-MD-ISOOUT
011120     MOVE WS-ISO-REPLYTOQMGR
011130         TO MQMD-REPLYTOQMGR OF MQM-MD-ISOOUT
011140     MOVE MQPER-NOT-PERSISTENT
011150         TO MQMD-PERSISTENCE OF MQM-MD-ISOOUT
011160     MOVE 50
011170         TO MQMD-EXPIRY OF MQM-MD-ISOOUT
011180     MOVE MQFMT-STRING
011190         TO MQMD-FORMAT OF MQM-MD-ISOOUT
011200     COMPUTE MQPMO-OPTIONS     =  MQPMO-NO-SYNCPOINT +
011210                                  MQPMO-DEFAULT-CONTEXT
011220     COMPUTE W02-BUFFLEN       =  WS-OUT-POS - 1
011230     CALL 'MQPUT1' USING W02-HCONN-REPLY
011240                         MQM-OD-ISOOUT
011250                         MQM-MD-ISOOUT
011260                         MQM-PUT-MESSAGE-OPTIONS
011270                         W02-BUFFLEN
011280                         WS-ISO-OUT
011290                         WS-COMPCODE
011300                         WS-REASON
011310     END-CALL
011320     IF WS-COMPCODE NOT = MQCC-OK
011330        MOVE 'M904'                TO ERR-LOCATION
011340        SET  ERR-CRITICAL          TO TRUE
011350        SET  ERR-MQ                TO TRUE
011360        MOVE WS-COMPCODE           TO WS-CODE-DISPLAY
011370        MOVE WS-CODE-DISPLAY       TO ERR-CODE-1
011380        MOVE WS-REASON             TO WS-CODE-DISPLAY
011390        MOVE WS-CODE-DISPLAY       TO ERR-CODE-2
011400        MOVE 'FAILED TO PUT ISO 8583 REPLY'
011410                                   TO ERR-MESSAGE
011420        MOVE WS-DE37-RRN           TO ERR-EVENT-KEY
011430        PERFORM 9500-LOG-ERROR THRU 9500-EXIT
011440     END-IF
011450     .
011460 7100-EXIT.
011470     EXIT.
011480*----------------------------------------------------------------*
011490 7200-APPEND-ELEMENT.
011500*----------------------------------------------------------------*
011510*    APPENDS ELEMENT WS-FLD-NUM FROM WS-ISO-ELEMENT - A FIXED    *
011520*    ELEMENT AT ITS DEFINED LENGTH, A VARIABLE ONE AT WS-FLD-LEN *
011530*    BEHIND ITS LENGTH PREFIX - AND TURNS ITS BIT ON.            *
011540*----------------------------------------------------------------*
011550     EVALUATE ISO-FLD-LL-DIGITS(WS-FLD-NUM)
011560         WHEN 2
011570             MOVE WS-FLD-LEN        TO WS-LEN-2-N
011580             MOVE WS-LEN-2          TO WS-ISO-OUT(WS-OUT-POS:2)
011590             ADD 2                  TO WS-OUT-POS
011600         WHEN 3
011610             MOVE WS-FLD-LEN        TO WS-LEN-3-N
011620             MOVE WS-LEN-3          TO WS-ISO-OUT(WS-OUT-POS:3)
011630             ADD 3                  TO WS-OUT-POS
011640         WHEN OTHER
011650             MOVE ISO-FLD-MAX-LEN(WS-FLD-NUM) TO WS-FLD-LEN
011660     END-EVALUATE
011670     MOVE WS-ISO-ELEMENT(1:WS-FLD-LEN)
011680                             TO WS-ISO-OUT(WS-OUT-POS:WS-FLD-LEN)
011690     ADD WS-FLD-LEN                 TO WS-OUT-POS
011700     MOVE '1'                       TO WS-OUT-BIT(WS-FLD-NUM)
011710     .
011720 7200-EXIT.
011730     EXIT.
011740*----------------------------------------------------------------*
011750 7300-ENCODE-BITMAP-CHAR.
011760*----------------------------------------------------------------*
011770*    FOUR REPLY BITS INTO ONE HEX CHARACTER OF THE BITMAP.       *
011780*----------------------------------------------------------------*
011790     MOVE ZERO                      TO WS-NIBBLE
011800     COMPUTE WS-BIT-SUB = (WS-HEX-SUB - 1) * 4 + 1
011810     IF WS-OUT-BIT(WS-BIT-SUB) = '1'
011820        ADD 8                       TO WS-NIBBLE
011830     END-IF
011840     ADD 1                          TO WS-BIT-SUB
011850     IF WS-OUT-BIT(WS-BIT-SUB) = '1'
011860        ADD 4                       TO WS-NIBBLE
011870     END-IF
011880     ADD 1                          TO WS-BIT-SUB
011890     IF WS-OUT-BIT(WS-BIT-SUB) = '1'
011900        ADD 2                       TO WS-NIBBLE
011910     END-IF
011920     ADD 1                          TO WS-BIT-SUB
011930     IF WS-OUT-BIT(WS-BIT-SUB) = '1'
011940        ADD 1                       TO WS-NIBBLE
011950     END-IF
011960     MOVE WS-HEX-DIGITS(WS-NIBBLE + 1:1)
011970                             TO WS-ISO-OUT(WS-HEX-SUB + 4:1)
011980     .
011990 7300-EXIT.
012000     EXIT.
012010*----------------------------------------------------------------*
012020 9000-TERMINATE.
012030*----------------------------------------------------------------*
012040     CALL 'MQCLOSE' USING W02-HCONN-ISOIN
012050                          W02-HOBJ-ISOIN
012060                          WS-COMPCODE
012070                          WS-REASON
012080     END-CALL
012090     .
012100 9000-EXIT.
012110     EXIT.
012120*----------------------------------------------------------------*
012130 9500-LOG-ERROR.
012140*----------------------------------------------------------------*
012150*    WRITES THE APPLICATION ERROR LOG RECORD TO THE CICS         *
012160*    TRANSIENT-DATA ERROR QUEUE FOR OPERATOR REVIEW - THE SAME   *
012170*    CSMT RECORD THE INTAKE WRITES.                              *
012180*----------------------------------------------------------------*
012190     EXEC CICS ASKTIME
012200          ABSTIME(WS-ABS-TIME)
012210          NOHANDLE
012220     END-EXEC
012230     EXEC CICS FORMATTIME
012240          ABSTIME(WS-ABS-TIME)
012250          MMDDYY(WS-CUR-DATE)
012260          DATESEP
012270          TIME(WS-CUR-TIME)
012280          TIMESEP
012290          NOHANDLE
012300     END-EXEC
012310     MOVE SPACES                TO ERR-TIMESTAMP
012320     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
012330            INTO ERR-TIMESTAMP
012340     END-STRING
012350     MOVE PA-RL-CORRELATION-ID  TO ERR-CORRELATION-ID
012360     EXEC CICS WRITEQ TD
012370          QUEUE('CSMT')
012380          FROM(APPL-ERROR-LOG-RECORD)
012390          LENGTH(LENGTH OF APPL-ERROR-LOG-RECORD)
012400          NOHANDLE
012410     END-EXEC
012420     .
012430 9500-EXIT.
012440     EXIT.
