000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSRC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-05-16.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSRC - CALL-CENTRE CARD ACTIVATION (PAUACT)
000090*    CICS PSEUDO-CONVERSATIONAL TRANSACTION. A REISSUED OR NEWLY
000100*    ENROLLED CARD SITS ON CARDSTAT AS ISSUED BUT NOT ACTIVATED
000110*    AND DECLINES 4500 UNTIL THE CARDHOLDER ACTIVATES IT. THE
000120*    AGENT KEYS THE CARD NUMBER AND THE CVV2 AND BILLING ZIP THE
000130*    CARDHOLDER QUOTES, AND PRESSES ENTER. THE WORK IS DONE BY
000140*    THE ACTIVATION SERVICE COPAUSQC (CICS LINK, CCPAUACY
000150*    COMMAREA) - THE SAME PROGRAM THE REST FRONT END LINKS TO -
000160*    WHICH VERIFIES AGAINST CARDVRFY, FLIPS THE CARD ACTIVE AND
000170*    JOURNALS THE ATTEMPT. NEEDS THE ACTVCARD ENTITLEMENT.
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2027-05-16  ABF INITIAL VERSION                                *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-ZOS.
000260 OBJECT-COMPUTER. IBM-ZOS.
000270*----------------------------------------------------------------*
000280 DATA DIVISION.
000290*----------------------------------------------------------------*
000300 WORKING-STORAGE SECTION.
000310*----------------------------------------------------------------*
000320 01  WS-VARIABLES.
000330     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSRC'.
000340     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000350     05  WS-ENT-TODAY               PIC X(08).
000360     05  WS-TRANID                  PIC X(04) VALUE 'CPAV'.
000370     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000380     05  WS-PGM-ACTIVATE            PIC X(08) VALUE 'COPAUSQC'.
000390     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000400     05  WS-ENT-ALLOWED-SW          PIC X(01).
000410         88  USER-IS-ENTITLED               VALUE 'Y'.
000420         88  USER-NOT-ENTITLED              VALUE 'N'.
000430     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000440     05  WS-ZIP-WORK                PIC X(09).
000450     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000460         88  SEND-ERASE-YES                 VALUE 'Y'.
000470         88  SEND-ERASE-NO                  VALUE 'N'.
000480*----------------------------------------------------------------*
000490*    ACTIVATION SERVICE COMMAREA
000500*----------------------------------------------------------------*
000510 01  WS-ACTIVATION-DATA.
000520 COPY CCPAUACY.
000530*----------------------------------------------------------------*
000540*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000550*----------------------------------------------------------------*
000560 COPY CVENTTLY.
000570 COPY CVENTVLY.
000580*----------------------------------------------------------------*
000590*    COMMON CARDDEMO WORK AREAS
000600*----------------------------------------------------------------*
000610 COPY CSMSG01Y.
000620 COPY CSMSG02Y.
000630 COPY CSDAT01Y.
000640 COPY COTTL01Y.
000650*----------------------------------------------------------------*
000660*    COMMAREA WORKING COPY
000670*----------------------------------------------------------------*
000680 COPY COCOM01Y.
000690*----------------------------------------------------------------*
000700*    BMS SCREEN / STANDARD COPYBOOKS
000710*----------------------------------------------------------------*
000720 COPY COPAU24.
000730 COPY DFHAID.
000740 COPY DFHBMSCA.
000750*----------------------------------------------------------------*
000760 LINKAGE SECTION.
000770*----------------------------------------------------------------*
000780 01  DFHCOMMAREA.
000790     05  LK-COMMAREA                PIC X(01)
000800             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
000810*----------------------------------------------------------------*
000820 PROCEDURE DIVISION.
000830*----------------------------------------------------------------*
000840 MAIN-PARA.
000850*----------------------------------------------------------------*
000860     SET ERR-FLG-OFF                TO TRUE
000870     SET SEND-ERASE-YES             TO TRUE
000880     MOVE SPACES TO WS-MESSAGE
000890                     ERRMSGO OF COPAU4PO
000900
000910     IF EIBCALEN = 0
000920        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
000930                                    TO WS-MESSAGE
000940        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4PO
000950        PERFORM SEND-ACTIVATE-SCREEN
000960                                THRU SEND-ACTIVATE-SCREEN-EXIT
000970     ELSE
000980        MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
000990        IF NOT CDEMO-PGM-REENTER
001000           PERFORM FIRST-ENTRY      THRU FIRST-ENTRY-EXIT
001010        ELSE
001020           PERFORM REENTER          THRU REENTER-EXIT
001030        END-IF
001040     END-IF
001050
001060     EXEC CICS RETURN
001070         TRANSID(WS-TRANID)
001080         COMMAREA(CARDDEMO-COMMAREA)
001090         LENGTH(LENGTH OF CARDDEMO-COMMAREA)
001100     END-EXEC
001110     .
001120*----------------------------------------------------------------*
001130 FIRST-ENTRY.
001140*----------------------------------------------------------------*
001150     SET CDEMO-PGM-REENTER          TO TRUE
001160     MOVE LOW-VALUES                TO COPAU4PO
001170     SET SEND-ERASE-YES             TO TRUE
001180     PERFORM SEND-ACTIVATE-SCREEN   THRU SEND-ACTIVATE-SCREEN-EXIT
001190     .
001200 FIRST-ENTRY-EXIT.
001210     EXIT.
001220*----------------------------------------------------------------*
001230 REENTER.
001240*----------------------------------------------------------------*
001250     PERFORM RECEIVE-ACTIVATE-SCREEN
001260                                THRU RECEIVE-ACTIVATE-SCREEN-EXIT
001270     EVALUATE EIBAID
001280         WHEN DFHENTER
001290            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
001300            PERFORM SEND-ACTIVATE-SCREEN
001310                                    THRU SEND-ACTIVATE-SCREEN-EXIT
001320         WHEN DFHPF3
001330            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001340            PERFORM RETURN-TO-PREV-SCREEN
001350                                THRU RETURN-TO-PREV-SCREEN-EXIT
001360         WHEN OTHER
001370            SET ERR-FLG-ON          TO TRUE
001380            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
001390                                    TO WS-MESSAGE
001400            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU4PO
001410            SET SEND-ERASE-NO       TO TRUE
001420            PERFORM SEND-ACTIVATE-SCREEN
001430                                    THRU SEND-ACTIVATE-SCREEN-EXIT
001440     END-EVALUATE
001450     .
001460 REENTER-EXIT.
001470     EXIT.
001480*----------------------------------------------------------------*
001490*    ENTER VALIDATES WHAT WAS KEYED AND HANDS IT TO THE SERVICE.
001500*    THE CVV2 IS NEVER SENT BACK TO THE SCREEN.
001510*----------------------------------------------------------------*
001520 PROCESS-ENTER-KEY.
001530*----------------------------------------------------------------*
001540     SET SEND-ERASE-NO              TO TRUE
001550     MOVE LOW-VALUES                TO ACCVVO OF COPAU4PO
001560     MOVE SPACES                    TO ACRSLTO OF COPAU4PO
001570                                       ACTOKNO OF COPAU4PO
001580     IF ACCARDI OF COPAU4PI = SPACES OR LOW-VALUES
001590        SET ERR-FLG-ON              TO TRUE
001600        MOVE 'CARD NUMBER IS REQUIRED.' TO WS-MESSAGE
001610        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4PO
001620        GO TO PROCESS-ENTER-KEY-EXIT
001630     END-IF
001640     IF ACCVVI OF COPAU4PI = SPACES OR LOW-VALUES
001650        OR ACCVVI OF COPAU4PI(1:3) NOT NUMERIC
001660        SET ERR-FLG-ON              TO TRUE
001670        MOVE 'CVV MUST BE 3 OR 4 DIGITS.' TO WS-MESSAGE
001680        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4PO
001690        GO TO PROCESS-ENTER-KEY-EXIT
001700     END-IF
001710     MOVE ACZIPI OF COPAU4PI        TO WS-ZIP-WORK
001720     INSPECT WS-ZIP-WORK REPLACING ALL LOW-VALUES BY SPACES
001730     IF WS-ZIP-WORK(1:5) NOT NUMERIC
001740        SET ERR-FLG-ON              TO TRUE
001750        MOVE 'BILLING ZIP MUST BE 5 DIGITS OR 9 DIGITS (ZIP+4).'
001760                                    TO WS-MESSAGE
001770        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4PO
001780        GO TO PROCESS-ENTER-KEY-EXIT
001790     END-IF
001800
001810     MOVE 'ACTVCARD'                TO ENT-FUNCTION
001820     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
001830     IF USER-NOT-ENTITLED
001840        SET ERR-FLG-ON              TO TRUE
001850        MOVE 'NOT AUTHORIZED TO ACTIVATE CARDS.' TO WS-MESSAGE
001860        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4PO
001870        GO TO PROCESS-ENTER-KEY-EXIT
001880     END-IF
001890
001900     MOVE SPACES                    TO WS-ACTIVATION-DATA
001910     MOVE ACCARDI OF COPAU4PI       TO WS-ACT-CARD-NUM
001920     MOVE ACCVVI OF COPAU4PI        TO WS-ACT-CVV2
001930     INSPECT WS-ACT-CVV2 REPLACING ALL LOW-VALUES BY SPACES
001940     MOVE WS-ZIP-WORK               TO WS-ACT-BILLING-ZIP
001950     SET WS-ACT-CHANNEL-CALL-CTR    TO TRUE
001960     MOVE CDEMO-USER-ID             TO WS-ACT-USER-ID
001970     EXEC CICS LINK
001980          PROGRAM(WS-PGM-ACTIVATE)
001990          COMMAREA(WS-ACTIVATION-DATA)
002000          LENGTH(LENGTH OF WS-ACTIVATION-DATA)
002010          RESP(WS-RESP-CD)
002020          RESP2(WS-REAS-CD)
002030     END-EXEC
002040     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
002050        SET ERR-FLG-ON              TO TRUE
002060        MOVE 'ACTIVATION SERVICE UNAVAILABLE - TRY AGAIN.'
002070                                    TO WS-MESSAGE
002080        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4PO
002090        GO TO PROCESS-ENTER-KEY-EXIT
002100     END-IF
002110
002120     EVALUATE TRUE
002130         WHEN WS-ACT-ACTIVATED
002140            MOVE 'ACTIVATED'        TO ACRSLTO OF COPAU4PO
002150         WHEN WS-ACT-VERIFY-FAILED
002160            MOVE 'VERIFICATION FAILED' TO ACRSLTO OF COPAU4PO
002170         WHEN WS-ACT-NOT-PENDING
002180            MOVE 'NOT PENDING'      TO ACRSLTO OF COPAU4PO
002190         WHEN WS-ACT-CARD-UNKNOWN
002200            MOVE 'CARD UNKNOWN'     TO ACRSLTO OF COPAU4PO
002210         WHEN OTHER
002220            MOVE 'NOT ACTIVATED'    TO ACRSLTO OF COPAU4PO
002230     END-EVALUATE
002240     IF NOT WS-ACT-ACTIVATED
002250        SET ERR-FLG-ON              TO TRUE
002260     END-IF
002270     MOVE WS-ACT-CARD-TOKEN         TO ACTOKNO OF COPAU4PO
002280     MOVE WS-ACT-MSG                TO WS-MESSAGE
002290     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU4PO
002300     .
002310 PROCESS-ENTER-KEY-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------*
002340 RECEIVE-ACTIVATE-SCREEN.
002350*----------------------------------------------------------------*
002360     EXEC CICS RECEIVE
002370         MAP('COPAU4P')
002380         MAPSET('COPAU24')
002390         INTO(COPAU4PI)
002400     END-EXEC
002410     .
002420 RECEIVE-ACTIVATE-SCREEN-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------*
002450 SEND-ACTIVATE-SCREEN.
002460*----------------------------------------------------------------*
002470     IF SEND-ERASE-YES
002480        EXEC CICS SEND MAP('COPAU4P')
002490             MAPSET('COPAU24')
002500             FROM(COPAU4PO)
002510             ERASE
002520        END-EXEC
002530     ELSE
002540        EXEC CICS SEND MAP('COPAU4P')
002550             MAPSET('COPAU24')
002560             FROM(COPAU4PO)
002570             DATAONLY
002580        END-EXEC
002590     END-IF
002600     .
002610 SEND-ACTIVATE-SCREEN-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------*
002640 RETURN-TO-PREV-SCREEN.
002650*----------------------------------------------------------------*
002660     EXEC CICS XCTL
002670        PROGRAM(CDEMO-TO-PROGRAM)
002680         COMMAREA(CARDDEMO-COMMAREA)
002690     END-EXEC
002700     .
002710 RETURN-TO-PREV-SCREEN-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------*
002740*    ENTITLEMENT CHECK - SAME PATTERN AS THE AUTHORIZATION
002750*    SCREENS; A DENIED ATTEMPT IS LOGGED TO THE CENT TD QUEUE.
002760*----------------------------------------------------------------*
002770 CHECK-ENTITLEMENT.
002780*----------------------------------------------------------------*
002790     EXEC CICS ASKTIME
002800          ABSTIME(WS-ENT-ABS-TIME)
002810          NOHANDLE
002820     END-EXEC
002830     EXEC CICS FORMATTIME
002840          ABSTIME(WS-ENT-ABS-TIME)
002850          YYYYMMDD(WS-ENT-TODAY)
002860          NOHANDLE
002870     END-EXEC
002880     SET USER-NOT-ENTITLED          TO TRUE
002890     MOVE CDEMO-USER-ID             TO ENT-USER-ID
002900     EXEC CICS READ
002910          DATASET   (WS-ENTTLFILENAME)
002920          RIDFLD    (ENT-KEY)
002930          KEYLENGTH (LENGTH OF ENT-KEY)
002940          INTO      (ENTITLEMENT-RECORD)
002950          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
002960          RESP      (WS-RESP-CD)
002970          RESP2     (WS-REAS-CD)
002980     END-EXEC
002990     IF WS-RESP-CD = DFHRESP(NORMAL)
003000        AND ENT-IS-ALLOWED
003010        AND (ENT-EXPIRY-DATE = SPACES
003020             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
003030        SET USER-IS-ENTITLED        TO TRUE
003040     ELSE
003050        MOVE SPACES                 TO ENT-VIOLATION-RECORD
003060        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
003070        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
003080        MOVE WS-PGMNAME             TO ENTV-PROGRAM
003090        EXEC CICS ASKTIME
003100             ABSTIME(WS-ABS-TIME)
003110             NOHANDLE
003120        END-EXEC
003130        EXEC CICS FORMATTIME
003140             ABSTIME(WS-ABS-TIME)
003150             MMDDYY(WS-CUR-DATE)
003160             DATESEP
003170             TIME(WS-CUR-TIME)
003180             TIMESEP
003190             NOHANDLE
003200        END-EXEC
003210        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
003220               INTO ENTV-TIMESTAMP
003230        END-STRING
003240        EXEC CICS WRITEQ TD
003250             QUEUE('CENT')
003260             FROM(ENT-VIOLATION-RECORD)
003270             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
003280             NOHANDLE
003290        END-EXEC
003300     END-IF
003310     .
003320 CHECK-ENTITLEMENT-EXIT.
003330     EXIT.
