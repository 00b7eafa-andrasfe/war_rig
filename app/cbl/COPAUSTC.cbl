000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSTC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-06-13.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSTC - CARDHOLDER TRAVEL NOTICE (PAUTRV)
000090*    CICS PSEUDO-CONVERSATIONAL TRANSACTION. A CARDHOLDER WHO
000100*    PHONES IN BEFORE GOING ABROAD IS GIVEN A TRAVEL NOTICE SO
000110*    THE INTAKE'S BEHAVIOR CHECK AND THE NIGHTLY SCORER DO NOT
000120*    FLAG AUTHS FROM THE COUNTRIES THEY NAMED. THE AGENT KEYS
000130*    THE ACCOUNT AND A FUNCTION - I TO LOOK UP THE NOTICE ON
000140*    FILE, R TO REGISTER (OR REPLACE) ONE WITH UP TO FIVE ISO
000150*    COUNTRY CODES AND A FROM/TO WINDOW, C TO CANCEL IT - AND
000160*    PRESSES ENTER. THE WORK IS DONE BY THE TRAVEL NOTICE
000170*    SERVICE COPAUSSC (CICS LINK, CCPAUTNY COMMAREA) - THE SAME
000180*    PROGRAM THE REST FRONT END LINKS TO. NEEDS THE TRAVNOTE
000190*    ENTITLEMENT.
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2027-06-13  JGM INITIAL VERSION                                *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-ZOS.
000280 OBJECT-COMPUTER. IBM-ZOS.
000290*----------------------------------------------------------------*
000300 DATA DIVISION.
000310*----------------------------------------------------------------*
000320 WORKING-STORAGE SECTION.
000330*----------------------------------------------------------------*
000340 01  WS-VARIABLES.
000350     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSTC'.
000360     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000370     05  WS-ENT-TODAY               PIC X(08).
000380     05  WS-TRANID                  PIC X(04) VALUE 'CPTV'.
000390     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000400     05  WS-PGM-TRAVEL              PIC X(08) VALUE 'COPAUSSC'.
000410     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000420     05  WS-ENT-ALLOWED-SW          PIC X(01).
000430         88  USER-IS-ENTITLED               VALUE 'Y'.
000440         88  USER-NOT-ENTITLED              VALUE 'N'.
000450     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000460     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000470         88  SEND-ERASE-YES                 VALUE 'Y'.
000480         88  SEND-ERASE-NO                  VALUE 'N'.
000490*----------------------------------------------------------------*
000500*    TRAVEL NOTICE SERVICE COMMAREA
000510*----------------------------------------------------------------*
000520 01  WS-TRAVEL-DATA.
000530 COPY CCPAUTNY.
000540*----------------------------------------------------------------*
000550*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000560*----------------------------------------------------------------*
000570 COPY CVENTTLY.
000580 COPY CVENTVLY.
000590*----------------------------------------------------------------*
000600*    COMMON CARDDEMO WORK AREAS
000610*----------------------------------------------------------------*
000620 COPY CSMSG01Y.
000630 COPY CSMSG02Y.
000640 COPY CSDAT01Y.
000650 COPY COTTL01Y.
000660*----------------------------------------------------------------*
000670*    COMMAREA WORKING COPY
000680*----------------------------------------------------------------*
000690 COPY COCOM01Y.
000700*----------------------------------------------------------------*
000710*    BMS SCREEN / STANDARD COPYBOOKS
000720*----------------------------------------------------------------*
000730 COPY COPAU25.
000740 COPY DFHAID.
000750 COPY DFHBMSCA.
000760*----------------------------------------------------------------*
000770 LINKAGE SECTION.
000780*----------------------------------------------------------------*
000790 01  DFHCOMMAREA.
000800     05  LK-COMMAREA                PIC X(01)
000810             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
000820*----------------------------------------------------------------*
000830 PROCEDURE DIVISION.
000840*----------------------------------------------------------------*
000850 MAIN-PARA.
000860*----------------------------------------------------------------*
000870     SET ERR-FLG-OFF                TO TRUE
000880     SET SEND-ERASE-YES             TO TRUE
000890     MOVE SPACES TO WS-MESSAGE
000900                     ERRMSGO OF COPAU5QO
000910
000920     IF EIBCALEN = 0
000930        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
000940                                    TO WS-MESSAGE
000950        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU5QO
000960        PERFORM SEND-TRAVEL-SCREEN
000970                                THRU SEND-TRAVEL-SCREEN-EXIT
000980     ELSE
000990        MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
001000        IF NOT CDEMO-PGM-REENTER
001010           PERFORM FIRST-ENTRY      THRU FIRST-ENTRY-EXIT
001020        ELSE
001030           PERFORM REENTER          THRU REENTER-EXIT
001040        END-IF
001050     END-IF
001060
001070     EXEC CICS RETURN
001080         TRANSID(WS-TRANID)
001090         COMMAREA(CARDDEMO-COMMAREA)
001100         LENGTH(LENGTH OF CARDDEMO-COMMAREA)
001110     END-EXEC
001120     .
001130*----------------------------------------------------------------*
001140 FIRST-ENTRY.
001150*----------------------------------------------------------------*
001160     SET CDEMO-PGM-REENTER          TO TRUE
001170     MOVE LOW-VALUES                TO COPAU5QO
001180     SET SEND-ERASE-YES             TO TRUE
001190     PERFORM SEND-TRAVEL-SCREEN   THRU SEND-TRAVEL-SCREEN-EXIT
001200     .
001210 FIRST-ENTRY-EXIT.
001220     EXIT.
001230*----------------------------------------------------------------*
001240 REENTER.
001250*----------------------------------------------------------------*
001260     PERFORM RECEIVE-TRAVEL-SCREEN
001270                                THRU RECEIVE-TRAVEL-SCREEN-EXIT
001280     EVALUATE EIBAID
001290         WHEN DFHENTER
001300            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
001310            PERFORM SEND-TRAVEL-SCREEN
001320                                    THRU SEND-TRAVEL-SCREEN-EXIT
001330         WHEN DFHPF3
001340            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001350            PERFORM RETURN-TO-PREV-SCREEN
001360                                THRU RETURN-TO-PREV-SCREEN-EXIT
001370         WHEN OTHER
001380            SET ERR-FLG-ON          TO TRUE
001390            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
001400                                    TO WS-MESSAGE
001410            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU5QO
001420            SET SEND-ERASE-NO       TO TRUE
001430            PERFORM SEND-TRAVEL-SCREEN
001440                                    THRU SEND-TRAVEL-SCREEN-EXIT
001450     END-EVALUATE
001460     .
001470 REENTER-EXIT.
001480     EXIT.
001490*----------------------------------------------------------------*
001500*    ENTER VALIDATES THE ACCOUNT AND FUNCTION AND HANDS THEM TO
001510*    THE SERVICE, WHICH EDITS THE COUNTRIES AND DATES ITSELF SO
001520*    BOTH CHANNELS APPLY THE SAME RULES. A BLANK FUNCTION IS AN
001530*    INQUIRY. THE NOTICE AS NOW ON FILE IS SHOWN BACK.
001540*----------------------------------------------------------------*
001550 PROCESS-ENTER-KEY.
001560*----------------------------------------------------------------*
001570     SET SEND-ERASE-NO              TO TRUE
001580     MOVE SPACES                    TO TNSTATO OF COPAU5QO
001590                                       TNUPDBYO OF COPAU5QO
001600                                       TNUPDDTO OF COPAU5QO
001610     IF TNACCTI OF COPAU5QI NOT NUMERIC
001620        OR TNACCTI OF COPAU5QI = ZEROS
001630        SET ERR-FLG-ON              TO TRUE
001640        MOVE 'ACCOUNT NUMBER MUST BE 11 DIGITS.' TO WS-MESSAGE
001650        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU5QO
001660        GO TO PROCESS-ENTER-KEY-EXIT
001670     END-IF
001680     IF TNFUNCI OF COPAU5QI = SPACES OR LOW-VALUES
001690        MOVE 'I'                    TO TNFUNCI OF COPAU5QI
001700     END-IF
001710     IF TNFUNCI OF COPAU5QI NOT = 'I' AND 'R' AND 'C'
001720        SET ERR-FLG-ON              TO TRUE
001730        MOVE 'FUNCTION MUST BE I, R OR C.'
001740                                    TO WS-MESSAGE
001750        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU5QO
001760        GO TO PROCESS-ENTER-KEY-EXIT
001770     END-IF
001780
001790     MOVE 'TRAVNOTE'                TO ENT-FUNCTION
001800     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
001810     IF USER-NOT-ENTITLED
001820        SET ERR-FLG-ON              TO TRUE
001830        MOVE 'NOT AUTHORIZED TO MAINTAIN TRAVEL NOTICES.'
001840                                    TO WS-MESSAGE
001850        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU5QO
001860        GO TO PROCESS-ENTER-KEY-EXIT
001870     END-IF
001880
001890     MOVE SPACES                    TO WS-TRAVEL-DATA
001900     MOVE TNFUNCI OF COPAU5QI       TO WS-TRV-FUNCTION
001910     MOVE TNACCTI OF COPAU5QI       TO WS-TRV-ACCT-ID
001920     IF WS-TRV-FUNC-REGISTER
001930        MOVE TNCTY1I OF COPAU5QI    TO WS-TRV-COUNTRY(1)
001940        MOVE TNCTY2I OF COPAU5QI    TO WS-TRV-COUNTRY(2)
001950        MOVE TNCTY3I OF COPAU5QI    TO WS-TRV-COUNTRY(3)
001960        MOVE TNCTY4I OF COPAU5QI    TO WS-TRV-COUNTRY(4)
001970        MOVE TNCTY5I OF COPAU5QI    TO WS-TRV-COUNTRY(5)
001980        MOVE TNFROMI OF COPAU5QI    TO WS-TRV-START-DATE
001990        MOVE TNTOI OF COPAU5QI      TO WS-TRV-END-DATE
002000        INSPECT WS-TRV-START-DATE
002010            REPLACING ALL LOW-VALUES BY SPACES
002020        INSPECT WS-TRV-END-DATE
002030            REPLACING ALL LOW-VALUES BY SPACES
002040     END-IF
002050     SET WS-TRV-CHANNEL-CALL-CTR    TO TRUE
002060     MOVE CDEMO-USER-ID             TO WS-TRV-USER-ID
002070     EXEC CICS LINK
002080          PROGRAM(WS-PGM-TRAVEL)
002090          COMMAREA(WS-TRAVEL-DATA)
002100          LENGTH(LENGTH OF WS-TRAVEL-DATA)
002110          RESP(WS-RESP-CD)
002120          RESP2(WS-REAS-CD)
002130     END-EXEC
002140     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
002150        SET ERR-FLG-ON              TO TRUE
002160        MOVE 'TRAVEL NOTICE SERVICE UNAVAILABLE - TRY AGAIN.'
002170                                    TO WS-MESSAGE
002180        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU5QO
002190        GO TO PROCESS-ENTER-KEY-EXIT
002200     END-IF
002210
002220     IF NOT WS-TRV-DONE
002230        SET ERR-FLG-ON              TO TRUE
002240     END-IF
002250     IF WS-TRV-DONE
002260        OR WS-TRV-STATUS NOT = SPACES
002270        PERFORM SHOW-NOTICE         THRU SHOW-NOTICE-EXIT
002280     END-IF
002290     MOVE WS-TRV-MSG                TO WS-MESSAGE
002300     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU5QO
002310     .
002320 PROCESS-ENTER-KEY-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------*
002350 SHOW-NOTICE.
002360*----------------------------------------------------------------*
002370     MOVE WS-TRV-COUNTRY(1)         TO TNCTY1O OF COPAU5QO
002380     MOVE WS-TRV-COUNTRY(2)         TO TNCTY2O OF COPAU5QO
002390     MOVE WS-TRV-COUNTRY(3)         TO TNCTY3O OF COPAU5QO
002400     MOVE WS-TRV-COUNTRY(4)         TO TNCTY4O OF COPAU5QO
002410     MOVE WS-TRV-COUNTRY(5)         TO TNCTY5O OF COPAU5QO
002420     MOVE WS-TRV-START-DATE         TO TNFROMO OF COPAU5QO
002430     MOVE WS-TRV-END-DATE           TO TNTOO OF COPAU5QO
002440     MOVE WS-TRV-UPDATED-BY         TO TNUPDBYO OF COPAU5QO
002450     MOVE WS-TRV-UPDATED-DATE       TO TNUPDDTO OF COPAU5QO
002460     EVALUATE WS-TRV-STATUS
002470         WHEN 'A'
002480            MOVE 'ACTIVE'           TO TNSTATO OF COPAU5QO
002490         WHEN 'C'
002500            MOVE 'CANCELLED'        TO TNSTATO OF COPAU5QO
002510         WHEN OTHER
002520            MOVE SPACES             TO TNSTATO OF COPAU5QO
002530     END-EVALUATE
002540     .
002550 SHOW-NOTICE-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------*
002580 RECEIVE-TRAVEL-SCREEN.
002590*----------------------------------------------------------------*
002600     EXEC CICS RECEIVE
002610         MAP('COPAU5Q')
002620         MAPSET('COPAU25')
002630         INTO(COPAU5QI)
002640     END-EXEC
002650     .
002660 RECEIVE-TRAVEL-SCREEN-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------*
002690 SEND-TRAVEL-SCREEN.
002700*----------------------------------------------------------------*
002710     IF SEND-ERASE-YES
002720        EXEC CICS SEND MAP('COPAU5Q')
002730             MAPSET('COPAU25')
002740             FROM(COPAU5QO)
002750             ERASE
002760        END-EXEC
002770     ELSE
002780        EXEC CICS SEND MAP('COPAU5Q')
002790             MAPSET('COPAU25')
002800             FROM(COPAU5QO)
002810             DATAONLY
002820        END-EXEC
002830     END-IF
002840     .
002850 SEND-TRAVEL-SCREEN-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------*
002880 RETURN-TO-PREV-SCREEN.
002890*----------------------------------------------------------------*
002900     EXEC CICS XCTL
002910        PROGRAM(CDEMO-TO-PROGRAM)
002920         COMMAREA(CARDDEMO-COMMAREA)
002930     END-EXEC
002940     .
002950 RETURN-TO-PREV-SCREEN-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------*
002980*    ENTITLEMENT CHECK - SAME PATTERN AS THE AUTHORIZATION
002990*    SCREENS; A DENIED ATTEMPT IS LOGGED TO THE CENT TD QUEUE.
003000*----------------------------------------------------------------*
003010 CHECK-ENTITLEMENT.
003020*----------------------------------------------------------------*
003030     EXEC CICS ASKTIME
003040          ABSTIME(WS-ENT-ABS-TIME)
003050          NOHANDLE
003060     END-EXEC
003070     EXEC CICS FORMATTIME
003080          ABSTIME(WS-ENT-ABS-TIME)
003090          YYYYMMDD(WS-ENT-TODAY)
003100          NOHANDLE
003110     END-EXEC
003120     SET USER-NOT-ENTITLED          TO TRUE
003130     MOVE CDEMO-USER-ID             TO ENT-USER-ID
003140     EXEC CICS READ
003150          DATASET   (WS-ENTTLFILENAME)
003160          RIDFLD    (ENT-KEY)
003170          KEYLENGTH (LENGTH OF ENT-KEY)
003180          INTO      (ENTITLEMENT-RECORD)
003190          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
003200          RESP      (WS-RESP-CD)
003210          RESP2     (WS-REAS-CD)
003220     END-EXEC
003230     IF WS-RESP-CD = DFHRESP(NORMAL)
003240        AND ENT-IS-ALLOWED
003250        AND (ENT-EXPIRY-DATE = SPACES
003260             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
003270        SET USER-IS-ENTITLED        TO TRUE
003280     ELSE
003290        MOVE SPACES                 TO ENT-VIOLATION-RECORD
003300        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
003310        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
003320        MOVE WS-PGMNAME             TO ENTV-PROGRAM
003330        EXEC CICS ASKTIME
003340             ABSTIME(WS-ABS-TIME)
003350             NOHANDLE
003360        END-EXEC
003370        EXEC CICS FORMATTIME
003380             ABSTIME(WS-ABS-TIME)
003390             MMDDYY(WS-CUR-DATE)
003400             DATESEP
003410             TIME(WS-CUR-TIME)
003420             TIMESEP
003430             NOHANDLE
003440        END-EXEC
003450        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
003460               INTO ENTV-TIMESTAMP
003470        END-STRING
003480        EXEC CICS WRITEQ TD
003490             QUEUE('CENT')
003500             FROM(ENT-VIOLATION-RECORD)
003510             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
003520             NOHANDLE
003530        END-EXEC
003540     END-IF
003550     .
003560 CHECK-ENTITLEMENT-EXIT.
003570     EXIT.
