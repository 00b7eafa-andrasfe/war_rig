000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUT2C.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-02-13.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUT2C - CHARGEBACK EVIDENCE PACK (PAUEVD)
000090*    CICS PSEUDO-CONVERSATIONAL TRANSACTION OVER THE EVIDPACK
000100*    FILE (CVEVDPKY) BUILT BY CBEVDPCK. REACHED BY PF7 FROM THE
000110*    DISPUTE WORK QUEUE (COPAUS6C) WITH THE CASE ID IN
000120*    CDEMO-NOTE-LINK (TYPE D) AND THE CASE'S ACCOUNT AND
000130*    CUSTOMER IN THE COMMAREA. THE DOCUMENT IS SHOWN SIXTEEN
000140*    LINES TO A PAGE (PF7/PF8). PF5 ASKS FOR A REPRINT, WHICH THE
000150*    NEXT CBEVDPCK RUN PRINTS. PF3 RETURNS TO THE CALLER, WHOSE
000160*    OWN COMMAREA EXTENSION IS CARRIED THROUGH UNTOUCHED.
000170*----------------------------------------------------------------*
000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2028-02-13  RKA INITIAL VERSION                                *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-ZOS.
000250 OBJECT-COMPUTER. IBM-ZOS.
000260*----------------------------------------------------------------*
000270 DATA DIVISION.
000280*----------------------------------------------------------------*
000290 WORKING-STORAGE SECTION.
000300*----------------------------------------------------------------*
000310 01  WS-VARIABLES.
000320     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUT2C'.
000330     05  WS-TRANID                  PIC X(04) VALUE 'CPEV'.
000340     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000350     05  WS-EVDFILENAME             PIC X(08) VALUE 'EVIDPACK'.
000360     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000370     05  WS-TODAY-CCYYMMDD          PIC X(08).
000380     05  WS-ROW-SUB                 PIC S9(04) COMP.
000390     05  WS-LINES-PER-PAGE          PIC S9(04) COMP VALUE +16.
000400     05  WS-PAGE-COUNT              PIC S9(04) COMP.
000410     05  WS-PAGE-DIS                PIC 9(03).
000420     05  WS-COPIES-DIS              PIC ZZ9.
000430     05  WS-CASE-ID-DIS             PIC 9(09).
000440     05  WS-BROWSE-SW               PIC X(01).
000450         88  BROWSE-MORE                    VALUE 'Y'.
000460         88  BROWSE-DONE                    VALUE 'N'.
000470     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000480         88  SEND-ERASE-YES                 VALUE 'Y'.
000490         88  SEND-ERASE-NO                  VALUE 'N'.
000500*----------------------------------------------------------------*
000510*    EVIDENCE PACK RECORD
000520*----------------------------------------------------------------*
000530 COPY CVEVDPKY.
000540*----------------------------------------------------------------*
000550*    SENSITIVE-VIEW CHECK RECORDS
000560*----------------------------------------------------------------*
000570 COPY CVUSRCUY.
000580 COPY CVVWLOGY.
000590 COPY CSVWLOGY.
000600*----------------------------------------------------------------*
000610*    COMMON CARDDEMO WORK AREAS
000620*----------------------------------------------------------------*
000630 COPY CSMSG01Y.
000640 COPY CSMSG02Y.
000650 COPY CSDAT01Y.
000660 COPY COTTL01Y.
000670*----------------------------------------------------------------*
000680*    COMMAREA WORKING COPY. THE CALLER'S OWN EXTENSION (UP TO 200
000690*    BYTES PAST THE COMMON AREA) RIDES IN CDEMO-CEVD-CALLER-AREA
000700*    SO IT GOES BACK INTACT ON PF3; THE CASE AND PAGING STATE
000710*    FOLLOW IT.
000720*----------------------------------------------------------------*
000730 COPY COCOM01Y.
000740     05  CDEMO-CEVD-CALLER-AREA     PIC X(200).
000750     05  CDEMO-CEVD-INFO.
000760         10  CDEMO-CEVD-RETURN-PGM  PIC X(08).
000770         10  CDEMO-CEVD-CASE-ID     PIC 9(09).
000780         10  CDEMO-CEVD-PAGE-NUM    PIC S9(04) COMP.
000790         10  CDEMO-CEVD-LINE-COUNT  PIC 9(04).
000800*----------------------------------------------------------------*
000810*    BMS SCREEN / STANDARD COPYBOOKS
000820*----------------------------------------------------------------*
000830 COPY COPAU30.
000840 COPY DFHAID.
000850 COPY DFHBMSCA.
000860*----------------------------------------------------------------*
000870 LINKAGE SECTION.
000880*----------------------------------------------------------------*
000890 01  DFHCOMMAREA.
000900     05  LK-COMMAREA                PIC X(01)
000910             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
000920*----------------------------------------------------------------*
000930 PROCEDURE DIVISION.
000940*----------------------------------------------------------------*
000950 MAIN-PARA.
000960*----------------------------------------------------------------*
000970     SET ERR-FLG-OFF                TO TRUE
000980     SET SEND-ERASE-YES             TO TRUE
000990     MOVE SPACES TO WS-MESSAGE
001000                     ERRMSGO OF COPAU0VO
001010
001020     IF EIBCALEN = 0
001030        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
001040                                    TO WS-MESSAGE
001050        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU0VO
001060        PERFORM SEND-EVIDENCE-SCREEN
001070                                THRU SEND-EVIDENCE-SCREEN-EXIT
001080     ELSE
001090        MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
001100        IF NOT CDEMO-PGM-REENTER
001110           PERFORM FIRST-ENTRY      THRU FIRST-ENTRY-EXIT
001120        ELSE
001130           PERFORM REENTER          THRU REENTER-EXIT
001140        END-IF
001150     END-IF
001160
001170     EXEC CICS RETURN
001180         TRANSID(WS-TRANID)
001190         COMMAREA(CARDDEMO-COMMAREA)
001200         LENGTH(LENGTH OF CARDDEMO-COMMAREA)
001210     END-EXEC
001220     .
001230*----------------------------------------------------------------*
001240*    THE CALLER IS REMEMBERED FOR PF3 AND THE CASE ID IS TAKEN
001250*    FROM ITS DISPUTE LINK. THE DOCUMENT OPENS ON PAGE ONE.
001260*----------------------------------------------------------------*
001270 FIRST-ENTRY.
001280*----------------------------------------------------------------*
001290     SET CDEMO-PGM-REENTER          TO TRUE
001300     MOVE LOW-VALUES                TO COPAU0VO
001310     MOVE CDEMO-FROM-PROGRAM        TO CDEMO-CEVD-RETURN-PGM
001320     IF CDEMO-CEVD-RETURN-PGM = SPACES OR LOW-VALUES
001330        MOVE WS-PGM-MENU            TO CDEMO-CEVD-RETURN-PGM
001340     END-IF
001350     MOVE ZERO                      TO CDEMO-CEVD-CASE-ID
001360                                       CDEMO-CEVD-LINE-COUNT
001370     MOVE 1                         TO CDEMO-CEVD-PAGE-NUM
001380     IF CDEMO-NOTE-LINK-DISPUTE
001390        AND CDEMO-NOTE-LINK-ID(1:9) IS NUMERIC
001400        MOVE CDEMO-NOTE-LINK-ID(1:9) TO CDEMO-CEVD-CASE-ID
001410     END-IF
001420     PERFORM CHECK-EVIDENCE-ACCESS
001430                                THRU CHECK-EVIDENCE-ACCESS-EXIT
001440     IF NOT ERR-FLG-ON
001450        PERFORM LOAD-EVIDENCE-PAGE  THRU LOAD-EVIDENCE-PAGE-EXIT
001460     END-IF
001470     SET SEND-ERASE-YES             TO TRUE
001480     PERFORM SEND-EVIDENCE-SCREEN   THRU SEND-EVIDENCE-SCREEN-EXIT
001490     .
001500 FIRST-ENTRY-EXIT.
001510     EXIT.
001520*----------------------------------------------------------------*
001530 REENTER.
001540*----------------------------------------------------------------*
001550     PERFORM RECEIVE-EVIDENCE-SCREEN
001560                                THRU RECEIVE-EVIDENCE-SCREEN-EXIT
001570     IF EIBAID = DFHPF3
001580        MOVE CDEMO-CEVD-RETURN-PGM  TO CDEMO-TO-PROGRAM
001590        MOVE SPACES                 TO CDEMO-NOTE-LINK
001600        SET CDEMO-PGM-ENTER         TO TRUE
001610        MOVE WS-PGMNAME             TO CDEMO-FROM-PROGRAM
001620        PERFORM RETURN-TO-PREV-SCREEN
001630                                THRU RETURN-TO-PREV-SCREEN-EXIT
001640        GO TO REENTER-EXIT
001650     END-IF
001660     SET SEND-ERASE-NO              TO TRUE
001670     PERFORM CHECK-EVIDENCE-ACCESS
001680                                THRU CHECK-EVIDENCE-ACCESS-EXIT
001690     IF ERR-FLG-ON
001700        PERFORM SEND-EVIDENCE-SCREEN
001710                                THRU SEND-EVIDENCE-SCREEN-EXIT
001720        GO TO REENTER-EXIT
001730     END-IF
001740     EVALUATE EIBAID
001750         WHEN DFHENTER
001760            PERFORM LOAD-EVIDENCE-PAGE
001770                                THRU LOAD-EVIDENCE-PAGE-EXIT
001780         WHEN DFHPF5
001790            PERFORM REQUEST-REPRINT THRU REQUEST-REPRINT-EXIT
001800            PERFORM LOAD-EVIDENCE-PAGE
001810                                THRU LOAD-EVIDENCE-PAGE-EXIT
001820         WHEN DFHPF7
001830            IF CDEMO-CEVD-PAGE-NUM > 1
001840               SUBTRACT 1           FROM CDEMO-CEVD-PAGE-NUM
001850            ELSE
001860               MOVE 'YOU ARE ALREADY AT THE TOP OF THE PACK.'
001870                                    TO WS-MESSAGE
001880            END-IF
001890            PERFORM LOAD-EVIDENCE-PAGE
001900                                THRU LOAD-EVIDENCE-PAGE-EXIT
001910         WHEN DFHPF8
001920            IF CDEMO-CEVD-PAGE-NUM * WS-LINES-PER-PAGE
001930                                    < CDEMO-CEVD-LINE-COUNT
001940               ADD 1                TO CDEMO-CEVD-PAGE-NUM
001950            ELSE
001960               MOVE 'YOU ARE ALREADY AT THE LAST PAGE.'
001970                                    TO WS-MESSAGE
001980            END-IF
001990            PERFORM LOAD-EVIDENCE-PAGE
002000                                THRU LOAD-EVIDENCE-PAGE-EXIT
002010         WHEN OTHER
002020            SET ERR-FLG-ON          TO TRUE
002030            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
002040                                    TO WS-MESSAGE
002050     END-EVALUATE
002060     IF WS-MESSAGE NOT = SPACES
002070        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU0VO
002080     END-IF
002090     PERFORM SEND-EVIDENCE-SCREEN   THRU SEND-EVIDENCE-SCREEN-EXIT
002100     .
002110 REENTER-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------*
002140*    A CASE AND ITS ACCOUNT MUST HAVE COME IN WITH THE COMMAREA,
002150*    AND A PACK ON A STAFF MEMBER'S OWN ACCOUNT IS REFUSED LIKE
002160*    ANY OTHER VIEW OF IT. FLAGGED CUSTOMERS' VIEWS ARE JOURNALED
002170*    TO CVWL.
002180*----------------------------------------------------------------*
002190 CHECK-EVIDENCE-ACCESS.
002200*----------------------------------------------------------------*
002210     IF CDEMO-CEVD-CASE-ID = ZERO
002220        OR CDEMO-ACCT-ID NOT NUMERIC
002230        OR CDEMO-ACCT-ID = ZERO
002240        SET ERR-FLG-ON              TO TRUE
002250        MOVE 'NO CASE SELECTED - RETURN AND KEY A CASE ID.'
002260                                    TO WS-MESSAGE
002270        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU0VO
002280        GO TO CHECK-EVIDENCE-ACCESS-EXIT
002290     END-IF
002300     MOVE CDEMO-CEVD-CASE-ID        TO EVCASEO OF COPAU0VO
002310     MOVE ZERO                      TO WS-VW-CUST-ID
002320     IF CDEMO-CUST-ID IS NUMERIC
002330        MOVE CDEMO-CUST-ID          TO WS-VW-CUST-ID
002340     END-IF
002350     MOVE CDEMO-ACCT-ID             TO WS-VW-ACCT-ID
002360     PERFORM CHECK-SENSITIVE-VIEW   THRU CHECK-SENSITIVE-VIEW-EXIT
002370     IF WS-VW-VIEW-BLOCKED
002380        SET ERR-FLG-ON              TO TRUE
002390        MOVE WS-VW-BLOCK-MSG        TO WS-MESSAGE
002400        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU0VO
002410        PERFORM CLEAR-EVIDENCE-ROWS THRU CLEAR-EVIDENCE-ROWS-EXIT
002420     END-IF
002430     .
002440 CHECK-EVIDENCE-ACCESS-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------*
002470*    READS THE HEADER FOR THE STATUS, BUILD DATE, LINE COUNT AND
002480*    PRINT STATE, THEN BROWSES THE PAGE'S SIXTEEN LINES FROM THE
002490*    FIRST LINE NUMBER ON IT.
002500*----------------------------------------------------------------*
002510 LOAD-EVIDENCE-PAGE.
002520*----------------------------------------------------------------*
002530     PERFORM CLEAR-EVIDENCE-ROWS    THRU CLEAR-EVIDENCE-ROWS-EXIT
002540     PERFORM READ-EVIDENCE-HEADER   THRU READ-EVIDENCE-HEADER-EXIT
002550     IF ERR-FLG-ON
002560        GO TO LOAD-EVIDENCE-PAGE-EXIT
002570     END-IF
002580     PERFORM SHOW-EVIDENCE-HEADER   THRU SHOW-EVIDENCE-HEADER-EXIT
002590     MOVE CDEMO-CEVD-CASE-ID        TO EVD-CASE-ID
002600     COMPUTE EVD-LINE-NO = (CDEMO-CEVD-PAGE-NUM - 1)
002610                         * WS-LINES-PER-PAGE + 1
002620     MOVE 0                         TO WS-ROW-SUB
002630     EXEC CICS STARTBR
002640          DATASET   (WS-EVDFILENAME)
002650          RIDFLD    (EVD-KEY)
002660          KEYLENGTH (LENGTH OF EVD-KEY)
002670          GTEQ
002680          RESP      (WS-RESP-CD)
002690          RESP2     (WS-REAS-CD)
002700     END-EXEC
002710     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
002720        GO TO LOAD-EVIDENCE-PAGE-EXIT
002730     END-IF
002740     SET BROWSE-MORE                TO TRUE
002750     PERFORM READ-NEXT-EVIDENCE     THRU READ-NEXT-EVIDENCE-EXIT
002760         UNTIL BROWSE-DONE
002770     EXEC CICS ENDBR
002780          DATASET   (WS-EVDFILENAME)
002790          NOHANDLE
002800     END-EXEC
002810     .
002820 LOAD-EVIDENCE-PAGE-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------*
002850 READ-EVIDENCE-HEADER.
002860*----------------------------------------------------------------*
002870     MOVE CDEMO-CEVD-CASE-ID        TO EVD-CASE-ID
002880     MOVE ZERO                      TO EVD-LINE-NO
002890     EXEC CICS READ
002900          DATASET   (WS-EVDFILENAME)
002910          RIDFLD    (EVD-KEY)
002920          KEYLENGTH (LENGTH OF EVD-KEY)
002930          INTO      (EVIDENCE-PACK-RECORD)
002940          LENGTH    (LENGTH OF EVIDENCE-PACK-RECORD)
002950          RESP      (WS-RESP-CD)
002960          RESP2     (WS-REAS-CD)
002970     END-EXEC
002980     EVALUATE WS-RESP-CD
002990         WHEN DFHRESP(NORMAL)
003000            MOVE EVD-LINE-COUNT     TO CDEMO-CEVD-LINE-COUNT
003010         WHEN DFHRESP(NOTFND)
003020            SET ERR-FLG-ON          TO TRUE
003030            MOVE 'NO EVIDENCE PACK YET FOR THIS CASE.'
003040                                    TO WS-MESSAGE
003050            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU0VO
003060         WHEN OTHER
003070            SET ERR-FLG-ON          TO TRUE
003080            MOVE 'UNABLE TO READ THE EVIDENCE PACK - TRY AGAIN.'
003090                                    TO WS-MESSAGE
003100            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU0VO
003110     END-EVALUATE
003120     .
003130 READ-EVIDENCE-HEADER-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------*
003160 SHOW-EVIDENCE-HEADER.
003170*----------------------------------------------------------------*
003180     EVALUATE EVD-CASE-STATUS
003190         WHEN 'C'
003200            MOVE 'CHARGED BACK'     TO EVSTATO OF COPAU0VO
003210         WHEN 'R'
003220            MOVE 'REPRESENTED'      TO EVSTATO OF COPAU0VO
003230         WHEN OTHER
003240            MOVE EVD-CASE-STATUS    TO EVSTATO OF COPAU0VO
003250     END-EVALUATE
003260     STRING EVD-GEN-DATE(1:4) '-' EVD-GEN-DATE(5:2) '-'
003270            EVD-GEN-DATE(7:2)
003280            DELIMITED BY SIZE INTO EVGENO OF COPAU0VO
003290     END-STRING
003300     MOVE CDEMO-CEVD-PAGE-NUM       TO WS-PAGE-DIS
003310     MOVE WS-PAGE-DIS               TO EVPAGEO OF COPAU0VO
003320     COMPUTE WS-PAGE-COUNT =
003330             (EVD-LINE-COUNT + WS-LINES-PER-PAGE - 1)
003340              / WS-LINES-PER-PAGE
003350     MOVE WS-PAGE-COUNT             TO WS-PAGE-DIS
003360     MOVE WS-PAGE-DIS               TO EVPAGSO OF COPAU0VO
003370     MOVE SPACES                    TO EVPRNTO OF COPAU0VO
003380     IF EVD-REPRINT-REQUESTED
003390        STRING 'REPRINT REQUESTED ' EVD-REPRINT-REQ-DATE
003400               ' BY ' EVD-REPRINT-BY
003410               DELIMITED BY SIZE INTO EVPRNTO OF COPAU0VO
003420        END-STRING
003430     ELSE
003440        MOVE EVD-PRINT-COUNT        TO WS-COPIES-DIS
003450        STRING 'PRINTED ' EVD-PRINTED-DATE ' - COPIES '
003460               WS-COPIES-DIS
003470               DELIMITED BY SIZE INTO EVPRNTO OF COPAU0VO
003480        END-STRING
003490     END-IF
003500     .
003510 SHOW-EVIDENCE-HEADER-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------*
003540 READ-NEXT-EVIDENCE.
003550*----------------------------------------------------------------*
003560     EXEC CICS READNEXT
003570          DATASET   (WS-EVDFILENAME)
003580          INTO      (EVIDENCE-PACK-RECORD)
003590          LENGTH    (LENGTH OF EVIDENCE-PACK-RECORD)
003600          RIDFLD    (EVD-KEY)
003610          KEYLENGTH (LENGTH OF EVD-KEY)
003620          RESP      (WS-RESP-CD)
003630          RESP2     (WS-REAS-CD)
003640     END-EXEC
003650     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
003660        OR EVD-CASE-ID NOT = CDEMO-CEVD-CASE-ID
003670        SET BROWSE-DONE             TO TRUE
003680        GO TO READ-NEXT-EVIDENCE-EXIT
003690     END-IF
003700     ADD 1                          TO WS-ROW-SUB
003710     MOVE EVD-TEXT       TO EVLTXTO OF COPAU0VO(WS-ROW-SUB)
003720     IF WS-ROW-SUB = WS-LINES-PER-PAGE
003730        SET BROWSE-DONE             TO TRUE
003740     END-IF
003750     .
003760 READ-NEXT-EVIDENCE-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------*
003790*    PF5 FLAGS THE HEADER FOR THE NEXT CBEVDPCK RUN TO PRINT,
003800*    STAMPED WITH WHO ASKED AND WHEN.
003810*----------------------------------------------------------------*
003820 REQUEST-REPRINT.
003830*----------------------------------------------------------------*
003840     EXEC CICS ASKTIME
003850          ABSTIME(WS-ABS-TIME)
003860          NOHANDLE
003870     END-EXEC
003880     EXEC CICS FORMATTIME
003890          ABSTIME(WS-ABS-TIME)
003900          YYYYMMDD(WS-TODAY-CCYYMMDD)
003910          NOHANDLE
003920     END-EXEC
003930     MOVE CDEMO-CEVD-CASE-ID        TO EVD-CASE-ID
003940     MOVE ZERO                      TO EVD-LINE-NO
003950     EXEC CICS READ
003960          DATASET   (WS-EVDFILENAME)
003970          RIDFLD    (EVD-KEY)
003980          KEYLENGTH (LENGTH OF EVD-KEY)
003990          INTO      (EVIDENCE-PACK-RECORD)
004000          LENGTH    (LENGTH OF EVIDENCE-PACK-RECORD)
004010          UPDATE
004020          RESP      (WS-RESP-CD)
004030          RESP2     (WS-REAS-CD)
004040     END-EXEC
004050     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
004060        SET ERR-FLG-ON              TO TRUE
004070        MOVE 'UNABLE TO REQUEST THE REPRINT - TRY AGAIN.'
004080                                    TO WS-MESSAGE
004090        GO TO REQUEST-REPRINT-EXIT
004100     END-IF
004110     IF EVD-REPRINT-REQUESTED
004120        EXEC CICS UNLOCK
004130             DATASET (WS-EVDFILENAME)
004140             NOHANDLE
004150        END-EXEC
004160        MOVE 'A REPRINT IS ALREADY WAITING FOR THE NEXT RUN.'
004170                                    TO WS-MESSAGE
004180        GO TO REQUEST-REPRINT-EXIT
004190     END-IF
004200     SET EVD-REPRINT-REQUESTED      TO TRUE
004210     MOVE CDEMO-USER-ID             TO EVD-REPRINT-BY
004220     MOVE WS-TODAY-CCYYMMDD         TO EVD-REPRINT-REQ-DATE
004230     EXEC CICS REWRITE
004240          DATASET (WS-EVDFILENAME)
004250          FROM    (EVIDENCE-PACK-RECORD)
004260          LENGTH  (LENGTH OF EVIDENCE-PACK-RECORD)
004270          RESP    (WS-RESP-CD)
004280          RESP2   (WS-REAS-CD)
004290     END-EXEC
004300     IF WS-RESP-CD = DFHRESP(NORMAL)
004310        MOVE 'REPRINT REQUESTED FOR THE NEXT BATCH RUN.'
004320                                    TO WS-MESSAGE
004330     ELSE
004340        SET ERR-FLG-ON              TO TRUE
004350        MOVE 'UNABLE TO REQUEST THE REPRINT - TRY AGAIN.'
004360                                    TO WS-MESSAGE
004370     END-IF
004380     .
004390 REQUEST-REPRINT-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------*
004420 CLEAR-EVIDENCE-ROWS.
004430*----------------------------------------------------------------*
004440     PERFORM CLEAR-ONE-ROW          THRU CLEAR-ONE-ROW-EXIT
004450         VARYING WS-ROW-SUB FROM 1 BY 1
004460         UNTIL WS-ROW-SUB > WS-LINES-PER-PAGE
004470     .
004480 CLEAR-EVIDENCE-ROWS-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------*
004510 CLEAR-ONE-ROW.
004520*----------------------------------------------------------------*
004530     MOVE SPACES         TO EVLTXTO OF COPAU0VO(WS-ROW-SUB)
004540     .
004550 CLEAR-ONE-ROW-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------*
004580 RECEIVE-EVIDENCE-SCREEN.
004590*----------------------------------------------------------------*
004600     EXEC CICS RECEIVE
004610         MAP('COPAU0V')
004620         MAPSET('COPAU30')
004630         INTO(COPAU0VI)
004640     END-EXEC
004650     .
004660 RECEIVE-EVIDENCE-SCREEN-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------*
004690 SEND-EVIDENCE-SCREEN.
004700*----------------------------------------------------------------*
004710     IF SEND-ERASE-YES
004720        EXEC CICS SEND MAP('COPAU0V')
004730             MAPSET('COPAU30')
004740             FROM(COPAU0VO)
004750             ERASE
004760        END-EXEC
004770     ELSE
004780        EXEC CICS SEND MAP('COPAU0V')
004790             MAPSET('COPAU30')
004800             FROM(COPAU0VO)
004810             DATAONLY
004820        END-EXEC
004830     END-IF
004840     .
004850 SEND-EVIDENCE-SCREEN-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------*
004880 RETURN-TO-PREV-SCREEN.
004890*----------------------------------------------------------------*
004900     EXEC CICS XCTL
004910        PROGRAM(CDEMO-TO-PROGRAM)
004920         COMMAREA(CARDDEMO-COMMAREA)
004930     END-EXEC
004940     .
004950 RETURN-TO-PREV-SCREEN-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------*
004980*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
004990*----------------------------------------------------------------*
005000 COPY CSVWLOGP.
