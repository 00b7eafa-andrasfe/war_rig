000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUT0C.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-12-26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUT0C - MASS ACCOUNT ACTION APPROVAL (PAUMAB)
000090*    CICS PSEUDO-CONVERSATIONAL TRANSACTION OVER ACCTBCTL
000100*    (CVACTBHY). A BATCH OF ACCOUNT ACTIONS STAGED ON ACCTPEND BY
000110*    CBACTSTG IS DECIDED HERE AS ONE UNIT - THE SAME TWO-PAIR-OF-
000120*    EYES RULE PAUACM (COPAUSLC) APPLIES TO A SINGLE LIMIT
000130*    CHANGE. ENTER WITH A BATCH ID SHOWS WHO REQUESTED IT, HOW
000140*    MANY STATUS CHANGES, INCREASES AND DECREASES IT HOLDS AND
000150*    THE NET CREDIT-LIMIT CHANGE. ACTION A APPROVES AND R REJECTS
000160*    THE WHOLE BATCH; ONLY A PENDING BATCH CAN BE DECIDED, ONLY BY
000170*    A USER HOLDING THE ACCTBAPR ENTITLEMENT AND NEVER BY THE
000180*    REQUESTER. NOTHING IS APPLIED HERE: CBACTAPL APPLIES AN
000190*    APPROVED BATCH OVERNIGHT AND PURGES A REJECTED ONE.
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2027-12-26  RKA INITIAL VERSION                                *
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
000350     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUT0C'.
000360     05  WS-TRANID                  PIC X(04) VALUE 'CPAB'.
000370     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000380     05  WS-BCTLFILENAME            PIC X(08) VALUE 'ACCTBCTL'.
000390     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000400     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000410     05  WS-TODAY-CCYYMMDD          PIC X(08).
000420     05  WS-BATCH-RID               PIC X(08).
000430     05  WS-CNT-DIS                 PIC Z(06)9.
000440     05  WS-NET-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000450     05  WS-ENT-ALLOWED-SW          PIC X(01).
000460         88  USER-IS-ENTITLED               VALUE 'Y'.
000470         88  USER-NOT-ENTITLED              VALUE 'N'.
000480     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000490         88  SEND-ERASE-YES                 VALUE 'Y'.
000500         88  SEND-ERASE-NO                  VALUE 'N'.
000510     05  WS-BATCH-FOUND-SW          PIC X(01) VALUE 'N'.
000520         88  BATCH-ROW-FOUND                VALUE 'Y'.
000530*----------------------------------------------------------------*
000540*    BATCH CONTROL ROW
000550*----------------------------------------------------------------*
000560 COPY CVACTBHY.
000570*----------------------------------------------------------------*
000580*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000590*----------------------------------------------------------------*
000600 COPY CVENTTLY.
000610 COPY CVENTVLY.
000620*----------------------------------------------------------------*
000630*    COMMON CARDDEMO WORK AREAS
000640*----------------------------------------------------------------*
000650 COPY CSMSG01Y.
000660 COPY CSMSG02Y.
000670 COPY CSDAT01Y.
000680 COPY COTTL01Y.
000690*----------------------------------------------------------------*
000700*    COMMAREA WORKING COPY
000710*----------------------------------------------------------------*
000720 COPY COCOM01Y.
000730*----------------------------------------------------------------*
000740*    BMS SCREEN / STANDARD COPYBOOKS
000750*----------------------------------------------------------------*
000760 COPY COPAU29.
000770 COPY DFHAID.
000780 COPY DFHBMSCA.
000790*----------------------------------------------------------------*
000800 LINKAGE SECTION.
000810*----------------------------------------------------------------*
000820 01  DFHCOMMAREA.
000830     05  LK-COMMAREA                PIC X(01)
000840             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
000850*----------------------------------------------------------------*
000860 PROCEDURE DIVISION.
000870*----------------------------------------------------------------*
000880 MAIN-PARA.
000890*----------------------------------------------------------------*
000900     SET ERR-FLG-OFF                TO TRUE
000910     SET SEND-ERASE-YES             TO TRUE
000920     MOVE SPACES TO WS-MESSAGE
000930                     ERRMSGO OF COPAU9UO
000940
000950     IF EIBCALEN = 0
000960        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
000970                                    TO WS-MESSAGE
000980        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
000990        PERFORM SEND-BATCH-SCREEN   THRU SEND-BATCH-SCREEN-EXIT
001000     ELSE
001010        MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
001020        IF NOT CDEMO-PGM-REENTER
001030           PERFORM FIRST-ENTRY      THRU FIRST-ENTRY-EXIT
001040        ELSE
001050           PERFORM REENTER          THRU REENTER-EXIT
001060        END-IF
001070     END-IF
001080
001090     EXEC CICS RETURN
001100         TRANSID(WS-TRANID)
001110         COMMAREA(CARDDEMO-COMMAREA)
001120         LENGTH(LENGTH OF CARDDEMO-COMMAREA)
001130     END-EXEC
001140     .
001150*----------------------------------------------------------------*
001160 FIRST-ENTRY.
001170*----------------------------------------------------------------*
001180     SET CDEMO-PGM-REENTER          TO TRUE
001190     MOVE LOW-VALUES                TO COPAU9UO
001200     SET SEND-ERASE-YES             TO TRUE
001210     PERFORM SEND-BATCH-SCREEN      THRU SEND-BATCH-SCREEN-EXIT
001220     .
001230 FIRST-ENTRY-EXIT.
001240     EXIT.
001250*----------------------------------------------------------------*
001260 REENTER.
001270*----------------------------------------------------------------*
001280     PERFORM RECEIVE-BATCH-SCREEN   THRU RECEIVE-BATCH-SCREEN-EXIT
001290     EVALUATE EIBAID
001300         WHEN DFHENTER
001310            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
001320            PERFORM SEND-BATCH-SCREEN
001330                                    THRU SEND-BATCH-SCREEN-EXIT
001340         WHEN DFHPF3
001350            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001360            PERFORM RETURN-TO-PREV-SCREEN
001370                                THRU RETURN-TO-PREV-SCREEN-EXIT
001380         WHEN OTHER
001390            SET ERR-FLG-ON          TO TRUE
001400            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
001410                                    TO WS-MESSAGE
001420            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU9UO
001430            SET SEND-ERASE-NO       TO TRUE
001440            PERFORM SEND-BATCH-SCREEN
001450                                    THRU SEND-BATCH-SCREEN-EXIT
001460     END-EVALUATE
001470     .
001480 REENTER-EXIT.
001490     EXIT.
001500*----------------------------------------------------------------*
001510*    ENTER SHOWS THE BATCH KEYED; ACTION A OR R DECIDES IT. THE
001520*    BATCH AS NOW ON FILE IS SHOWN BACK EITHER WAY.
001530*----------------------------------------------------------------*
001540 PROCESS-ENTER-KEY.
001550*----------------------------------------------------------------*
001560     SET SEND-ERASE-NO              TO TRUE
001570     EXEC CICS ASKTIME
001580          ABSTIME(WS-ABS-TIME)
001590          NOHANDLE
001600     END-EXEC
001610     EXEC CICS FORMATTIME
001620          ABSTIME(WS-ABS-TIME)
001630          YYYYMMDD(WS-TODAY-CCYYMMDD)
001640          NOHANDLE
001650     END-EXEC
001660     IF ABBTCHI OF COPAU9UI = SPACES OR LOW-VALUES
001670        SET ERR-FLG-ON              TO TRUE
001680        MOVE 'BATCH ID IS REQUIRED.' TO WS-MESSAGE
001690        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
001700        GO TO PROCESS-ENTER-KEY-EXIT
001710     END-IF
001720     IF ABACTI OF COPAU9UI NOT = SPACES AND LOW-VALUES
001730        AND ABACTI OF COPAU9UI NOT = 'A' AND 'R'
001740        SET ERR-FLG-ON              TO TRUE
001750        MOVE 'ACTION MUST BE A (APPROVE), R (REJECT) OR BLANK.'
001760                                    TO WS-MESSAGE
001770        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
001780        GO TO PROCESS-ENTER-KEY-EXIT
001790     END-IF
001800     PERFORM READ-BATCH-ROW         THRU READ-BATCH-ROW-EXIT
001810     IF ERR-FLG-ON
001820        GO TO PROCESS-ENTER-KEY-EXIT
001830     END-IF
001840     IF ABACTI OF COPAU9UI = 'A' OR 'R'
001850        PERFORM DECIDE-BATCH        THRU DECIDE-BATCH-EXIT
001860     END-IF
001870     PERFORM POPULATE-BATCH-FIELDS
001880                                THRU POPULATE-BATCH-FIELDS-EXIT
001890     .
001900 PROCESS-ENTER-KEY-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------*
001930 READ-BATCH-ROW.
001940*----------------------------------------------------------------*
001950     MOVE 'N'                       TO WS-BATCH-FOUND-SW
001960     MOVE ABBTCHI OF COPAU9UI       TO WS-BATCH-RID
001970     EXEC CICS READ
001980          DATASET   (WS-BCTLFILENAME)
001990          RIDFLD    (WS-BATCH-RID)
002000          KEYLENGTH (LENGTH OF WS-BATCH-RID)
002010          INTO      (ACCT-BATCH-CONTROL-RECORD)
002020          LENGTH    (LENGTH OF ACCT-BATCH-CONTROL-RECORD)
002030          RESP      (WS-RESP-CD)
002040          RESP2     (WS-REAS-CD)
002050     END-EXEC
002060     EVALUATE WS-RESP-CD
002070         WHEN DFHRESP(NORMAL)
002080            SET BATCH-ROW-FOUND     TO TRUE
002090         WHEN DFHRESP(NOTFND)
002100            SET ERR-FLG-ON          TO TRUE
002110            MOVE 'BATCH NOT ON FILE.' TO WS-MESSAGE
002120            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU9UO
002130         WHEN OTHER
002140            SET ERR-FLG-ON          TO TRUE
002150            MOVE 'UNABLE TO READ BATCH CONTROL FILE.'
002160                                    TO WS-MESSAGE
002170            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU9UO
002180     END-EVALUATE
002190     .
002200 READ-BATCH-ROW-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------*
002230*    THE WHOLE BATCH IS APPROVED OR REJECTED AT ONCE. THE ROW IS
002240*    RE-READ FOR UPDATE SO TWO APPROVERS CANNOT BOTH DECIDE IT.
002250*----------------------------------------------------------------*
002260 DECIDE-BATCH.
002270*----------------------------------------------------------------*
002280     MOVE 'ACCTBAPR'                TO ENT-FUNCTION
002290     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
002300     IF USER-NOT-ENTITLED
002310        SET ERR-FLG-ON              TO TRUE
002320        MOVE 'NOT AUTHORIZED TO DECIDE ACCOUNT ACTION BATCHES.'
002330                                    TO WS-MESSAGE
002340        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
002350        GO TO DECIDE-BATCH-EXIT
002360     END-IF
002370     IF NOT ABH-PENDING
002380        SET ERR-FLG-ON              TO TRUE
002390        MOVE 'BATCH IS NOT PENDING - ALREADY DECIDED.'
002400                                    TO WS-MESSAGE
002410        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
002420        GO TO DECIDE-BATCH-EXIT
002430     END-IF
002440     IF ABH-REQUESTED-BY = CDEMO-USER-ID
002450        SET ERR-FLG-ON              TO TRUE
002460        MOVE 'APPROVER MUST DIFFER FROM THE REQUESTING USER.'
002470                                    TO WS-MESSAGE
002480        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
002490        GO TO DECIDE-BATCH-EXIT
002500     END-IF
002510     EXEC CICS READ
002520          DATASET   (WS-BCTLFILENAME)
002530          RIDFLD    (WS-BATCH-RID)
002540          KEYLENGTH (LENGTH OF WS-BATCH-RID)
002550          INTO      (ACCT-BATCH-CONTROL-RECORD)
002560          LENGTH    (LENGTH OF ACCT-BATCH-CONTROL-RECORD)
002570          UPDATE
002580          RESP      (WS-RESP-CD)
002590          RESP2     (WS-REAS-CD)
002600     END-EXEC
002610     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
002620        SET ERR-FLG-ON              TO TRUE
002630        MOVE 'UNABLE TO LOCK BATCH CONTROL ROW.' TO WS-MESSAGE
002640        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
002650        GO TO DECIDE-BATCH-EXIT
002660     END-IF
002670     IF NOT ABH-PENDING
002680        EXEC CICS UNLOCK
002690             DATASET (WS-BCTLFILENAME)
002700             NOHANDLE
002710        END-EXEC
002720        SET ERR-FLG-ON              TO TRUE
002730        MOVE 'BATCH IS NOT PENDING - ALREADY DECIDED.'
002740                                    TO WS-MESSAGE
002750        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9UO
002760        GO TO DECIDE-BATCH-EXIT
002770     END-IF
002780     IF ABACTI OF COPAU9UI = 'A'
002790        SET ABH-APPROVED            TO TRUE
002800     ELSE
002810        SET ABH-REJECTED            TO TRUE
002820     END-IF
002830     MOVE CDEMO-USER-ID             TO ABH-DECIDED-BY
002840     MOVE WS-TODAY-CCYYMMDD         TO ABH-DECIDED-DATE
002850     EXEC CICS REWRITE
002860          DATASET (WS-BCTLFILENAME)
002870          FROM    (ACCT-BATCH-CONTROL-RECORD)
002880          LENGTH  (LENGTH OF ACCT-BATCH-CONTROL-RECORD)
002890          RESP    (WS-RESP-CD)
002900          RESP2   (WS-REAS-CD)
002910     END-EXEC
002920     IF WS-RESP-CD = DFHRESP(NORMAL)
002930        IF ABH-APPROVED
002940           MOVE 'BATCH APPROVED - IT WILL BE APPLIED TONIGHT.'
002950                                    TO WS-MESSAGE
002960        ELSE
002970           MOVE 'BATCH REJECTED - STAGED ACTIONS WILL BE PURGED.'
002980                                    TO WS-MESSAGE
002990        END-IF
003000     ELSE
003010        SET ERR-FLG-ON              TO TRUE
003020        MOVE 'UNABLE TO UPDATE BATCH CONTROL ROW.' TO WS-MESSAGE
003030     END-IF
003040     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU9UO
003050     MOVE SPACES                    TO ABACTO OF COPAU9UO
003060     .
003070 DECIDE-BATCH-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------*
003100 POPULATE-BATCH-FIELDS.
003110*----------------------------------------------------------------*
003120     IF NOT BATCH-ROW-FOUND
003130        GO TO POPULATE-BATCH-FIELDS-EXIT
003140     END-IF
003150     MOVE ABH-BATCH-ID              TO ABBTCHO OF COPAU9UO
003160     MOVE ABH-DESCRIPTION           TO ABDESCO OF COPAU9UO
003170     MOVE ABH-REQUESTED-BY          TO ABREQBO OF COPAU9UO
003180     MOVE ABH-REQUESTED-DATE        TO ABREQDO OF COPAU9UO
003190     EVALUATE TRUE
003200         WHEN ABH-PENDING
003210            MOVE 'PENDING APPROVAL'    TO ABSTATO OF COPAU9UO
003220         WHEN ABH-APPROVED
003230            MOVE 'APPROVED - TONIGHT'  TO ABSTATO OF COPAU9UO
003240         WHEN ABH-REJECTED
003250            MOVE 'REJECTED'            TO ABSTATO OF COPAU9UO
003260         WHEN ABH-APPLIED
003270            MOVE 'APPLIED'             TO ABSTATO OF COPAU9UO
003280         WHEN ABH-PURGED
003290            MOVE 'REJECTED - PURGED'   TO ABSTATO OF COPAU9UO
003300         WHEN OTHER
003310            MOVE 'UNKNOWN'             TO ABSTATO OF COPAU9UO
003320     END-EVALUATE
003330     MOVE ABH-ACTION-COUNT          TO WS-CNT-DIS
003340     MOVE WS-CNT-DIS                TO ABCNTO OF COPAU9UO
003350     MOVE ABH-STATUS-COUNT          TO WS-CNT-DIS
003360     MOVE WS-CNT-DIS                TO ABSCNTO OF COPAU9UO
003370     MOVE ABH-INCREASE-COUNT        TO WS-CNT-DIS
003380     MOVE WS-CNT-DIS                TO ABICNTO OF COPAU9UO
003390     MOVE ABH-DECREASE-COUNT        TO WS-CNT-DIS
003400     MOVE WS-CNT-DIS                TO ABDCNTO OF COPAU9UO
003410     MOVE ABH-NET-LIMIT-CHANGE      TO WS-NET-DIS
003420     MOVE WS-NET-DIS                TO ABNETO OF COPAU9UO
003430     MOVE ABH-DECIDED-BY            TO ABDECBO OF COPAU9UO
003440     MOVE ABH-DECIDED-DATE          TO ABDECDO OF COPAU9UO
003450     IF ABH-APPLIED
003460        MOVE ABH-APPLIED-DATE       TO ABAPLDO OF COPAU9UO
003470        MOVE ABH-APPLIED-COUNT      TO WS-CNT-DIS
003480        MOVE WS-CNT-DIS             TO ABAPLCO OF COPAU9UO
003490        MOVE ABH-FAILED-COUNT       TO WS-CNT-DIS
003500        MOVE WS-CNT-DIS             TO ABFALCO OF COPAU9UO
003510     ELSE
003520        MOVE SPACES                 TO ABAPLDO OF COPAU9UO
003530                                       ABAPLCO OF COPAU9UO
003540                                       ABFALCO OF COPAU9UO
003550     END-IF
003560     .
003570 POPULATE-BATCH-FIELDS-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600 RECEIVE-BATCH-SCREEN.
003610*----------------------------------------------------------------*
003620     EXEC CICS RECEIVE
003630         MAP('COPAU9U')
003640         MAPSET('COPAU29')
003650         INTO(COPAU9UI)
003660     END-EXEC
003670     .
003680 RECEIVE-BATCH-SCREEN-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------*
003710 SEND-BATCH-SCREEN.
003720*----------------------------------------------------------------*
003730     IF SEND-ERASE-YES
003740        EXEC CICS SEND MAP('COPAU9U')
003750             MAPSET('COPAU29')
003760             FROM(COPAU9UO)
003770             ERASE
003780        END-EXEC
003790     ELSE
003800        EXEC CICS SEND MAP('COPAU9U')
003810             MAPSET('COPAU29')
003820             FROM(COPAU9UO)
003830             DATAONLY
003840        END-EXEC
003850     END-IF
003860     .
003870 SEND-BATCH-SCREEN-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------*
003900 RETURN-TO-PREV-SCREEN.
003910*----------------------------------------------------------------*
003920     EXEC CICS XCTL
003930         PROGRAM(CDEMO-TO-PROGRAM)
003940         COMMAREA(CARDDEMO-COMMAREA)
003950     END-EXEC
003960     .
003970 RETURN-TO-PREV-SCREEN-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000*    ENTITLEMENT CHECK - SAME PATTERN AS THE AUTHORIZATION
004010*    SCREENS; A DENIED ATTEMPT IS LOGGED TO THE CENT TD QUEUE.
004020*----------------------------------------------------------------*
004030 CHECK-ENTITLEMENT.
004040*----------------------------------------------------------------*
004050     SET USER-NOT-ENTITLED          TO TRUE
004060     MOVE CDEMO-USER-ID             TO ENT-USER-ID
004070     EXEC CICS READ
004080          DATASET   (WS-ENTTLFILENAME)
004090          RIDFLD    (ENT-KEY)
004100          KEYLENGTH (LENGTH OF ENT-KEY)
004110          INTO      (ENTITLEMENT-RECORD)
004120          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
004130          RESP      (WS-RESP-CD)
004140          RESP2     (WS-REAS-CD)
004150     END-EXEC
004160     IF WS-RESP-CD = DFHRESP(NORMAL)
004170        AND ENT-IS-ALLOWED
004180        AND (ENT-EXPIRY-DATE = SPACES
004190             OR ENT-EXPIRY-DATE >= WS-TODAY-CCYYMMDD)
004200        SET USER-IS-ENTITLED        TO TRUE
004210     ELSE
004220        MOVE SPACES                 TO ENT-VIOLATION-RECORD
004230        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
004240        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
004250        MOVE WS-PGMNAME             TO ENTV-PROGRAM
004260        EXEC CICS FORMATTIME
004270             ABSTIME(WS-ABS-TIME)
004280             MMDDYY(WS-CUR-DATE)
004290             DATESEP
004300             TIME(WS-CUR-TIME)
004310             TIMESEP
004320             NOHANDLE
004330        END-EXEC
004340        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
004350               INTO ENTV-TIMESTAMP
004360        END-STRING
004370        EXEC CICS WRITEQ TD
004380             QUEUE('CENT')
004390             FROM(ENT-VIOLATION-RECORD)
004400             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
004410             NOHANDLE
004420        END-EXEC
004430     END-IF
004440     .
004450 CHECK-ENTITLEMENT-EXIT.
004460     EXIT.
