000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSVC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-09-19.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSVC - LEGAL-HOLD REGISTRY MAINTENANCE (PAULGH)
000090*    CICS PSEUDO-CONVERSATIONAL TRANSACTION OVER THE LEGLHOLD
000100*    FILE (CVLGHLDY). WHEN LITIGATION OR A REGULATOR'S INQUIRY
000110*    NAMES AN ACCOUNT OR A CUSTOMER, LEGAL KEYS THE SUBJECT
000120*    (A - ACCOUNT, C - CUSTOMER), ITS ID AND THE MATTER
000130*    REFERENCE, AND A FUNCTION:
000140*      I - SHOW THE HOLD ON FILE
000150*      P - PLACE A HOLD (DESCRIPTION, EXPECTED RELEASE DATE)
000160*      R - REQUEST RELEASE OF AN ACTIVE HOLD
000170*      A - APPROVE THE PENDING PLACEMENT OR RELEASE
000180*    BOTH PLACEMENT AND RELEASE ARE DUAL CONTROL: THE STEP IS
000190*    COMPLETED ONLY WHEN A DIFFERENT USER WITH THE LGHAPPRV
000200*    ENTITLEMENT APPROVES IT. THE RETENTION JOBS PRESERVE THE
000210*    SUBJECT FROM THE MOMENT THE PLACEMENT IS KEYED UNTIL THE
000220*    RELEASE IS APPROVED. PLACE AND REQUEST NEED THE LEGLHOLD
000230*    ENTITLEMENT. WHO DID WHAT, AND WHEN, IS KEPT ON THE ROW.
000240*----------------------------------------------------------------*
000250*                MODIFICATION HISTORY                            *
000260* DATE       INIT DESCRIPTION                                    *
000270* 2027-09-19  ABF INITIAL VERSION                                *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-ZOS.
000320 OBJECT-COMPUTER. IBM-ZOS.
000330*----------------------------------------------------------------*
000340 DATA DIVISION.
000350*----------------------------------------------------------------*
000360 WORKING-STORAGE SECTION.
000370*----------------------------------------------------------------*
000380 01  WS-VARIABLES.
000390     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSVC'.
000400     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000410     05  WS-ENT-TODAY               PIC X(08).
000420     05  WS-TRANID                  PIC X(04) VALUE 'CPLH'.
000430     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000440     05  WS-LGHFILENAME             PIC X(08) VALUE 'LEGLHOLD'.
000450     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000460     05  WS-ENT-ALLOWED-SW          PIC X(01).
000470         88  USER-IS-ENTITLED               VALUE 'Y'.
000480         88  USER-NOT-ENTITLED              VALUE 'N'.
000490     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000500     05  WS-TODAY                   PIC X(08).
000510     05  WS-SUBJECT-ID              PIC 9(11).
000520     05  WS-RELEASE-DATE            PIC X(08).
000530     05  WS-FUNCTION                PIC X(01).
000540         88  FUNC-INQUIRE                   VALUE 'I'.
000550         88  FUNC-PLACE                     VALUE 'P'.
000560         88  FUNC-REQUEST-RELEASE           VALUE 'R'.
000570         88  FUNC-APPROVE                   VALUE 'A'.
000580         88  FUNC-VALID                     VALUE 'I' 'P' 'R' 'A'.
000590     05  WS-HOLD-FOUND-SW           PIC X(01).
000600         88  HOLD-ON-FILE                   VALUE 'Y'.
000610         88  HOLD-NOT-ON-FILE               VALUE 'N'.
000620     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000630         88  SEND-ERASE-YES                 VALUE 'Y'.
000640         88  SEND-ERASE-NO                  VALUE 'N'.
000650*----------------------------------------------------------------*
000660*    LEGAL-HOLD REGISTRY RECORD
000670*----------------------------------------------------------------*
000680 COPY CVLGHLDY.
000690*----------------------------------------------------------------*
000700*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000710*----------------------------------------------------------------*
000720 COPY CVENTTLY.
000730 COPY CVENTVLY.
000740*----------------------------------------------------------------*
000750*    COMMON CARDDEMO WORK AREAS
000760*----------------------------------------------------------------*
000770 COPY CSMSG01Y.
000780 COPY CSMSG02Y.
000790 COPY CSDAT01Y.
000800 COPY COTTL01Y.
000810*----------------------------------------------------------------*
000820*    COMMAREA WORKING COPY
000830*----------------------------------------------------------------*
000840 COPY COCOM01Y.
000850*----------------------------------------------------------------*
000860*    BMS SCREEN / STANDARD COPYBOOKS
000870*----------------------------------------------------------------*
000880 COPY COPAU26.
000890 COPY DFHAID.
000900 COPY DFHBMSCA.
000910*----------------------------------------------------------------*
000920 LINKAGE SECTION.
000930*----------------------------------------------------------------*
000940 01  DFHCOMMAREA.
000950     05  LK-COMMAREA                PIC X(01)
000960             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
000970*----------------------------------------------------------------*
000980 PROCEDURE DIVISION.
000990*----------------------------------------------------------------*
001000 MAIN-PARA.
001010*----------------------------------------------------------------*
001020     SET ERR-FLG-OFF                TO TRUE
001030     SET SEND-ERASE-YES             TO TRUE
001040     MOVE SPACES TO WS-MESSAGE
001050                     ERRMSGO OF COPAU6RO
001060
001070     IF EIBCALEN = 0
001080        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
001090                                    TO WS-MESSAGE
001100        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU6RO
001110        PERFORM SEND-HOLD-SCREEN    THRU SEND-HOLD-SCREEN-EXIT
001120     ELSE
001130        MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
001140        IF NOT CDEMO-PGM-REENTER
001150           PERFORM FIRST-ENTRY      THRU FIRST-ENTRY-EXIT
001160        ELSE
001170           PERFORM REENTER          THRU REENTER-EXIT
001180        END-IF
001190     END-IF
001200
001210     EXEC CICS RETURN
001220         TRANSID(WS-TRANID)
001230         COMMAREA(CARDDEMO-COMMAREA)
001240         LENGTH(LENGTH OF CARDDEMO-COMMAREA)
001250     END-EXEC
001260     .
001270*----------------------------------------------------------------*
001280 FIRST-ENTRY.
001290*----------------------------------------------------------------*
001300     SET CDEMO-PGM-REENTER          TO TRUE
001310     MOVE LOW-VALUES                TO COPAU6RO
001320     SET SEND-ERASE-YES             TO TRUE
001330     PERFORM SEND-HOLD-SCREEN       THRU SEND-HOLD-SCREEN-EXIT
001340     .
001350 FIRST-ENTRY-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------*
001380 REENTER.
001390*----------------------------------------------------------------*
001400     PERFORM RECEIVE-HOLD-SCREEN    THRU RECEIVE-HOLD-SCREEN-EXIT
001410     EVALUATE EIBAID
001420         WHEN DFHENTER
001430            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
001440            PERFORM SEND-HOLD-SCREEN   THRU SEND-HOLD-SCREEN-EXIT
001450         WHEN DFHPF3
001460            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001470            PERFORM RETURN-TO-PREV-SCREEN
001480                                THRU RETURN-TO-PREV-SCREEN-EXIT
001490         WHEN OTHER
001500            SET ERR-FLG-ON          TO TRUE
001510            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
001520                                    TO WS-MESSAGE
001530            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU6RO
001540            SET SEND-ERASE-NO       TO TRUE
001550            PERFORM SEND-HOLD-SCREEN   THRU SEND-HOLD-SCREEN-EXIT
001560     END-EVALUATE
001570     .
001580 REENTER-EXIT.
001590     EXIT.
001600*----------------------------------------------------------------*
001610*    ENTER VALIDATES THE SUBJECT, MATTER AND FUNCTION, CHECKS THE
001620*    ENTITLEMENT FOR THE FUNCTION AND APPLIES IT. THE HOLD AS NOW
001630*    ON FILE IS SHOWN BACK.
001640*----------------------------------------------------------------*
001650 PROCESS-ENTER-KEY.
001660*----------------------------------------------------------------*
001670     SET SEND-ERASE-NO              TO TRUE
001680     PERFORM CLEAR-HOLD-DISPLAY     THRU CLEAR-HOLD-DISPLAY-EXIT
001690     MOVE LHTYPEI OF COPAU6RI       TO LGH-SUBJECT-TYPE
001700     IF NOT LGH-VALID-SUBJECT
001710        SET ERR-FLG-ON              TO TRUE
001720        MOVE 'SUBJECT MUST BE A (ACCOUNT) OR C (CUSTOMER).'
001730                                    TO WS-MESSAGE
001740        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU6RO
001750        GO TO PROCESS-ENTER-KEY-EXIT
001760     END-IF
001770     IF LHIDI OF COPAU6RI NOT NUMERIC
001780        OR LHIDI OF COPAU6RI = ZEROS
001790        SET ERR-FLG-ON              TO TRUE
001800        MOVE 'ID MUST BE 11 DIGITS (ZERO-FILL A CUSTOMER ID).'
001810          TO WS-MESSAGE
001820        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU6RO
001830        GO TO PROCESS-ENTER-KEY-EXIT
001840     END-IF
001850     MOVE LHIDI OF COPAU6RI         TO WS-SUBJECT-ID
001860     IF LGH-CUSTOMER-HOLD
001870        AND WS-SUBJECT-ID > 999999999
001880        SET ERR-FLG-ON              TO TRUE
001890        MOVE 'A CUSTOMER ID HAS AT MOST 9 DIGITS.' TO WS-MESSAGE
001900        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU6RO
001910        GO TO PROCESS-ENTER-KEY-EXIT
001920     END-IF
001930     IF LHMATRI OF COPAU6RI = SPACES OR LOW-VALUES
001940        SET ERR-FLG-ON              TO TRUE
001950        MOVE 'MATTER REFERENCE IS REQUIRED.' TO WS-MESSAGE
001960        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU6RO
001970        GO TO PROCESS-ENTER-KEY-EXIT
001980     END-IF
001990     MOVE LHFUNCI OF COPAU6RI       TO WS-FUNCTION
002000     IF WS-FUNCTION = SPACES OR LOW-VALUES
002010        SET FUNC-INQUIRE            TO TRUE
002020     END-IF
002030     IF NOT FUNC-VALID
002040        SET ERR-FLG-ON              TO TRUE
002050        MOVE 'FUNCTION MUST BE I, P, R OR A.' TO WS-MESSAGE
002060        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU6RO
002070        GO TO PROCESS-ENTER-KEY-EXIT
002080     END-IF
002090
002100     IF FUNC-APPROVE
002110        MOVE 'LGHAPPRV'             TO ENT-FUNCTION
002120     ELSE
002130        MOVE 'LEGLHOLD'             TO ENT-FUNCTION
002140     END-IF
002150     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
002160     IF USER-NOT-ENTITLED
002170        SET ERR-FLG-ON              TO TRUE
002180        IF FUNC-APPROVE
002190           MOVE 'NOT AUTHORIZED TO APPROVE LEGAL HOLDS.'
002200                                    TO WS-MESSAGE
002210        ELSE
002220           MOVE 'NOT AUTHORIZED TO MAINTAIN LEGAL HOLDS.'
002230                                    TO WS-MESSAGE
002240        END-IF
002250        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU6RO
002260        GO TO PROCESS-ENTER-KEY-EXIT
002270     END-IF
002280
002290     EXEC CICS ASKTIME
002300          ABSTIME(WS-ABS-TIME)
002310          NOHANDLE
002320     END-EXEC
002330     EXEC CICS FORMATTIME
002340          ABSTIME(WS-ABS-TIME)
002350          YYYYMMDD(WS-TODAY)
002360          NOHANDLE
002370     END-EXEC
002380     MOVE WS-SUBJECT-ID             TO LGH-SUBJECT-ID
002390     MOVE LHMATRI OF COPAU6RI       TO LGH-MATTER-REF
002400     PERFORM READ-HOLD              THRU READ-HOLD-EXIT
002410     IF ERR-FLG-ON
002420        GO TO PROCESS-ENTER-KEY-EXIT
002430     END-IF
002440     EVALUATE TRUE
002450         WHEN FUNC-INQUIRE
002460            IF HOLD-ON-FILE
002470               PERFORM SHOW-HOLD    THRU SHOW-HOLD-EXIT
002480            ELSE
002490               SET ERR-FLG-ON       TO TRUE
002500               MOVE 'NO HOLD ON FILE FOR THIS SUBJECT AND MATTER.'
002510                                    TO WS-MESSAGE
002520            END-IF
002530         WHEN FUNC-PLACE
002540            PERFORM PLACE-HOLD      THRU PLACE-HOLD-EXIT
002550         WHEN FUNC-REQUEST-RELEASE
002560            PERFORM REQUEST-RELEASE THRU REQUEST-RELEASE-EXIT
002570         WHEN FUNC-APPROVE
002580            PERFORM APPROVE-PENDING THRU APPROVE-PENDING-EXIT
002590     END-EVALUATE
002600     IF ERR-FLG-ON
002610        AND HOLD-ON-FILE
002620        AND NOT FUNC-INQUIRE
002630        EXEC CICS UNLOCK
002640             DATASET   (WS-LGHFILENAME)
002650             NOHANDLE
002660        END-EXEC
002670     END-IF
002680     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU6RO
002690     .
002700 PROCESS-ENTER-KEY-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------*
002730*    INQUIRY READS PLAIN; THE OTHER FUNCTIONS READ FOR UPDATE.
002740*----------------------------------------------------------------*
002750 READ-HOLD.
002760*----------------------------------------------------------------*
002770     SET HOLD-NOT-ON-FILE           TO TRUE
002780     IF FUNC-INQUIRE
002790        EXEC CICS READ
002800             DATASET   (WS-LGHFILENAME)
002810             RIDFLD    (LGH-KEY)
002820             KEYLENGTH (LENGTH OF LGH-KEY)
002830             INTO      (LEGAL-HOLD-RECORD)
002840             LENGTH    (LENGTH OF LEGAL-HOLD-RECORD)
002850             RESP      (WS-RESP-CD)
002860             RESP2     (WS-REAS-CD)
002870        END-EXEC
002880     ELSE
002890        EXEC CICS READ
002900             DATASET   (WS-LGHFILENAME)
002910             RIDFLD    (LGH-KEY)
002920             KEYLENGTH (LENGTH OF LGH-KEY)
002930             INTO      (LEGAL-HOLD-RECORD)
002940             LENGTH    (LENGTH OF LEGAL-HOLD-RECORD)
002950             UPDATE
002960             RESP      (WS-RESP-CD)
002970             RESP2     (WS-REAS-CD)
002980        END-EXEC
002990     END-IF
003000     EVALUATE WS-RESP-CD
003010         WHEN DFHRESP(NORMAL)
003020            SET HOLD-ON-FILE        TO TRUE
003030         WHEN DFHRESP(NOTFND)
003040            CONTINUE
003050         WHEN OTHER
003060            SET ERR-FLG-ON          TO TRUE
003070            MOVE 'UNABLE TO READ THE LEGAL-HOLD FILE - TRY AGAIN.'
003080                                    TO WS-MESSAGE
003090            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU6RO
003100     END-EVALUATE
003110     .
003120 READ-HOLD-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------*
003150*    A NEW HOLD - OR A NEW HOLD OVER A RELEASED ONE FOR THE SAME
003160*    MATTER - IS WRITTEN PENDING PLACEMENT. IT ALREADY PROTECTS
003170*    THE SUBJECT: PRESERVATION MUST NOT WAIT FOR THE SECOND USER.
003180*----------------------------------------------------------------*
003190 PLACE-HOLD.
003200*----------------------------------------------------------------*
003210     IF HOLD-ON-FILE
003220        AND LGH-IN-FORCE
003230        SET ERR-FLG-ON              TO TRUE
003240        MOVE 'THIS HOLD IS ALREADY IN FORCE.' TO WS-MESSAGE
003250        PERFORM SHOW-HOLD           THRU SHOW-HOLD-EXIT
003260        GO TO PLACE-HOLD-EXIT
003270     END-IF
003280     IF LHDESCI OF COPAU6RI = SPACES OR LOW-VALUES
003290        SET ERR-FLG-ON              TO TRUE
003300        MOVE 'DESCRIBE THE MATTER TO PLACE A HOLD.' TO WS-MESSAGE
003310        GO TO PLACE-HOLD-EXIT
003320     END-IF
003330     MOVE LHRELDTI OF COPAU6RI      TO WS-RELEASE-DATE
003340     INSPECT WS-RELEASE-DATE REPLACING ALL LOW-VALUES BY SPACES
003350     IF WS-RELEASE-DATE NOT = SPACES
003360        AND (WS-RELEASE-DATE NOT NUMERIC
003370             OR WS-RELEASE-DATE <= WS-TODAY)
003380        SET ERR-FLG-ON              TO TRUE
003390        MOVE 'RELEASE DATE MUST BE A FUTURE CCYYMMDD OR BLANK.'
003400                                    TO WS-MESSAGE
003410        GO TO PLACE-HOLD-EXIT
003420     END-IF
003430     MOVE SPACES                    TO LGH-STATUS
003440                                       LGH-APPROVED-BY
003450                                       LGH-APPROVED-DATE
003460                                       LGH-RELEASE-REQ-BY
003470                                       LGH-RELEASED-BY
003480                                       LGH-RELEASED-DATE
003490     SET LGH-PENDING-PLACEMENT      TO TRUE
003500     MOVE LHDESCI OF COPAU6RI       TO LGH-DESCRIPTION
003510     INSPECT LGH-DESCRIPTION REPLACING ALL LOW-VALUES BY SPACES
003520     MOVE WS-RELEASE-DATE           TO LGH-RELEASE-DATE
003530     MOVE CDEMO-USER-ID             TO LGH-PLACED-BY
003540     MOVE WS-TODAY                  TO LGH-PLACED-DATE
003550     IF HOLD-ON-FILE
003560        EXEC CICS REWRITE
003570             DATASET   (WS-LGHFILENAME)
003580             FROM      (LEGAL-HOLD-RECORD)
003590             LENGTH    (LENGTH OF LEGAL-HOLD-RECORD)
003600             RESP      (WS-RESP-CD)
003610             RESP2     (WS-REAS-CD)
003620        END-EXEC
003630     ELSE
003640        EXEC CICS WRITE
003650             DATASET   (WS-LGHFILENAME)
003660             FROM      (LEGAL-HOLD-RECORD)
003670             LENGTH    (LENGTH OF LEGAL-HOLD-RECORD)
003680             RIDFLD    (LGH-KEY)
003690             KEYLENGTH (LENGTH OF LGH-KEY)
003700             RESP      (WS-RESP-CD)
003710             RESP2     (WS-REAS-CD)
003720        END-EXEC
003730     END-IF
003740     IF WS-RESP-CD = DFHRESP(NORMAL)
003750        MOVE
003760           'HOLD PLACED - SUBJECT PRESERVED. 2ND USER TO APPROVE.'
003770                                    TO WS-MESSAGE
003780        PERFORM SHOW-HOLD           THRU SHOW-HOLD-EXIT
003790     ELSE
003800        SET ERR-FLG-ON              TO TRUE
003810        MOVE 'UNABLE TO UPDATE THE LEGAL-HOLD FILE - TRY AGAIN.'
003820                                    TO WS-MESSAGE
003830     END-IF
003840     .
003850 PLACE-HOLD-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880*    FIRST STEP OF A RELEASE. THE HOLD STAYS IN FORCE UNTIL A
003890*    DIFFERENT USER APPROVES IT.
003900*----------------------------------------------------------------*
003910 REQUEST-RELEASE.
003920*----------------------------------------------------------------*
003930     IF HOLD-NOT-ON-FILE
003940        SET ERR-FLG-ON              TO TRUE
003950        MOVE 'NO HOLD ON FILE FOR THIS SUBJECT AND MATTER.'
003960                                    TO WS-MESSAGE
003970        GO TO REQUEST-RELEASE-EXIT
003980     END-IF
003990     IF NOT LGH-ACTIVE
004000        SET ERR-FLG-ON              TO TRUE
004010        MOVE 'ONLY AN APPROVED, ACTIVE HOLD CAN BE RELEASED.'
004020                                    TO WS-MESSAGE
004030        PERFORM SHOW-HOLD           THRU SHOW-HOLD-EXIT
004040        GO TO REQUEST-RELEASE-EXIT
004050     END-IF
004060     SET LGH-PENDING-RELEASE        TO TRUE
004070     MOVE CDEMO-USER-ID             TO LGH-RELEASE-REQ-BY
004080     PERFORM REWRITE-HOLD           THRU REWRITE-HOLD-EXIT
004090     IF NOT ERR-FLG-ON
004100        MOVE
004110           'RELEASE REQUESTED - HOLD STAYS UNTIL APPROVED.'
004120                                    TO WS-MESSAGE
004130     END-IF
004140     .
004150 REQUEST-RELEASE-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------*
004180*    SECOND STEP OF DUAL CONTROL FOR EITHER PENDING ACTION. THE
004190*    APPROVER MUST NOT BE THE USER WHO KEYED THE FIRST STEP.
004200*----------------------------------------------------------------*
004210 APPROVE-PENDING.
004220*----------------------------------------------------------------*
004230     IF HOLD-NOT-ON-FILE
004240        SET ERR-FLG-ON              TO TRUE
004250        MOVE 'NO HOLD ON FILE FOR THIS SUBJECT AND MATTER.'
004260                                    TO WS-MESSAGE
004270        GO TO APPROVE-PENDING-EXIT
004280     END-IF
004290     EVALUATE TRUE
004300         WHEN LGH-PENDING-PLACEMENT
004310            IF CDEMO-USER-ID = LGH-PLACED-BY
004320               SET ERR-FLG-ON       TO TRUE
004330               MOVE
004340                  'PLACEMENT NEEDS APPROVAL BY A DIFFERENT USER.'
004350                                    TO WS-MESSAGE
004360            ELSE
004370               SET LGH-ACTIVE       TO TRUE
004380               MOVE CDEMO-USER-ID   TO LGH-APPROVED-BY
004390               MOVE WS-TODAY        TO LGH-APPROVED-DATE
004400               PERFORM REWRITE-HOLD THRU REWRITE-HOLD-EXIT
004410               IF NOT ERR-FLG-ON
004420                  MOVE 'HOLD PLACEMENT APPROVED - HOLD IS ACTIVE.'
004430                                    TO WS-MESSAGE
004440               END-IF
004450            END-IF
004460         WHEN LGH-PENDING-RELEASE
004470            IF CDEMO-USER-ID = LGH-RELEASE-REQ-BY
004480               SET ERR-FLG-ON       TO TRUE
004490               MOVE
004500                  'RELEASE NEEDS APPROVAL BY A DIFFERENT USER.'
004510                                    TO WS-MESSAGE
004520            ELSE
004530               SET LGH-RELEASED     TO TRUE
004540               MOVE CDEMO-USER-ID   TO LGH-RELEASED-BY
004550               MOVE WS-TODAY        TO LGH-RELEASED-DATE
004560               PERFORM REWRITE-HOLD THRU REWRITE-HOLD-EXIT
004570               IF NOT ERR-FLG-ON
004580                  MOVE
004590                     'HOLD RELEASED - RETENTION RESUMES TONIGHT.'
004600                                    TO WS-MESSAGE
004610               END-IF
004620            END-IF
004630         WHEN OTHER
004640            SET ERR-FLG-ON          TO TRUE
004650            MOVE 'NOTHING ON THIS HOLD IS AWAITING APPROVAL.'
004660                                    TO WS-MESSAGE
004670     END-EVALUATE
004680     PERFORM SHOW-HOLD              THRU SHOW-HOLD-EXIT
004690     .
004700 APPROVE-PENDING-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------*
004730 REWRITE-HOLD.
004740*----------------------------------------------------------------*
004750     EXEC CICS REWRITE
004760          DATASET   (WS-LGHFILENAME)
004770          FROM      (LEGAL-HOLD-RECORD)
004780          LENGTH    (LENGTH OF LEGAL-HOLD-RECORD)
004790          RESP      (WS-RESP-CD)
004800          RESP2     (WS-REAS-CD)
004810     END-EXEC
004820     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
004830        SET ERR-FLG-ON              TO TRUE
004840        MOVE 'UNABLE TO UPDATE THE LEGAL-HOLD FILE - TRY AGAIN.'
004850                                    TO WS-MESSAGE
004860     END-IF
004870     .
004880 REWRITE-HOLD-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------*
004910 SHOW-HOLD.
004920*----------------------------------------------------------------*
004930     MOVE LGH-DESCRIPTION           TO LHDESCO OF COPAU6RO
004940     MOVE LGH-RELEASE-DATE          TO LHRELDTO OF COPAU6RO
004950     MOVE LGH-PLACED-BY             TO LHPLBYO OF COPAU6RO
004960     MOVE LGH-PLACED-DATE           TO LHPLDTO OF COPAU6RO
004970     MOVE LGH-APPROVED-BY           TO LHAPBYO OF COPAU6RO
004980     MOVE LGH-APPROVED-DATE         TO LHAPDTO OF COPAU6RO
004990     MOVE LGH-RELEASE-REQ-BY        TO LHRQBYO OF COPAU6RO
005000     MOVE LGH-RELEASED-BY           TO LHRLBYO OF COPAU6RO
005010     MOVE LGH-RELEASED-DATE         TO LHRLDTO OF COPAU6RO
005020     EVALUATE TRUE
005030         WHEN LGH-PENDING-PLACEMENT
005040            MOVE 'PENDING APPROVAL' TO LHSTATO OF COPAU6RO
005050         WHEN LGH-ACTIVE
005060            MOVE 'ACTIVE'           TO LHSTATO OF COPAU6RO
005070         WHEN LGH-PENDING-RELEASE
005080            MOVE 'RELEASE PENDING'  TO LHSTATO OF COPAU6RO
005090         WHEN LGH-RELEASED
005100            MOVE 'RELEASED'         TO LHSTATO OF COPAU6RO
005110         WHEN OTHER
005120            MOVE SPACES             TO LHSTATO OF COPAU6RO
005130     END-EVALUATE
005140     .
005150 SHOW-HOLD-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------*
005180 CLEAR-HOLD-DISPLAY.
005190*----------------------------------------------------------------*
005200     MOVE SPACES                    TO LHSTATO OF COPAU6RO
005210                                       LHPLBYO OF COPAU6RO
005220                                       LHPLDTO OF COPAU6RO
005230                                       LHAPBYO OF COPAU6RO
005240                                       LHAPDTO OF COPAU6RO
005250                                       LHRQBYO OF COPAU6RO
005260                                       LHRLBYO OF COPAU6RO
005270                                       LHRLDTO OF COPAU6RO
005280     .
005290 CLEAR-HOLD-DISPLAY-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------*
005320 RECEIVE-HOLD-SCREEN.
005330*----------------------------------------------------------------*
005340     EXEC CICS RECEIVE
005350         MAP('COPAU6R')
005360         MAPSET('COPAU26')
005370         INTO(COPAU6RI)
005380     END-EXEC
005390     .
005400 RECEIVE-HOLD-SCREEN-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------*
005430 SEND-HOLD-SCREEN.
005440*----------------------------------------------------------------*
005450     IF SEND-ERASE-YES
005460        EXEC CICS SEND MAP('COPAU6R')
005470             MAPSET('COPAU26')
005480             FROM(COPAU6RO)
005490             ERASE
005500        END-EXEC
005510     ELSE
005520        EXEC CICS SEND MAP('COPAU6R')
005530             MAPSET('COPAU26')
005540             FROM(COPAU6RO)
005550             DATAONLY
005560        END-EXEC
005570     END-IF
005580     .
005590 SEND-HOLD-SCREEN-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------*
005620 RETURN-TO-PREV-SCREEN.
005630*----------------------------------------------------------------*
005640     EXEC CICS XCTL
005650        PROGRAM(CDEMO-TO-PROGRAM)
005660         COMMAREA(CARDDEMO-COMMAREA)
005670     END-EXEC
005680     .
005690 RETURN-TO-PREV-SCREEN-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------*
005720*    ENTITLEMENT CHECK - SAME PATTERN AS THE AUTHORIZATION
005730*    SCREENS; A DENIED ATTEMPT IS LOGGED TO THE CENT TD QUEUE.
005740*----------------------------------------------------------------*
005750 CHECK-ENTITLEMENT.
005760*----------------------------------------------------------------*
005770     EXEC CICS ASKTIME
005780          ABSTIME(WS-ENT-ABS-TIME)
005790          NOHANDLE
005800     END-EXEC
005810     EXEC CICS FORMATTIME
005820          ABSTIME(WS-ENT-ABS-TIME)
005830          YYYYMMDD(WS-ENT-TODAY)
005840          NOHANDLE
005850     END-EXEC
005860     SET USER-NOT-ENTITLED          TO TRUE
005870     MOVE CDEMO-USER-ID             TO ENT-USER-ID
005880     EXEC CICS READ
005890          DATASET   (WS-ENTTLFILENAME)
005900          RIDFLD    (ENT-KEY)
005910          KEYLENGTH (LENGTH OF ENT-KEY)
005920          INTO      (ENTITLEMENT-RECORD)
005930          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
005940          RESP      (WS-RESP-CD)
005950          RESP2     (WS-REAS-CD)
005960     END-EXEC
005970     IF WS-RESP-CD = DFHRESP(NORMAL)
005980        AND ENT-IS-ALLOWED
005990        AND (ENT-EXPIRY-DATE = SPACES
006000             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
006010        SET USER-IS-ENTITLED        TO TRUE
006020     ELSE
006030        MOVE SPACES                 TO ENT-VIOLATION-RECORD
006040        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
006050        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
006060        MOVE WS-PGMNAME             TO ENTV-PROGRAM
006070        EXEC CICS ASKTIME
006080             ABSTIME(WS-ABS-TIME)
006090             NOHANDLE
006100        END-EXEC
006110        EXEC CICS FORMATTIME
006120             ABSTIME(WS-ABS-TIME)
006130             MMDDYY(WS-CUR-DATE)
006140             DATESEP
006150             TIME(WS-CUR-TIME)
006160             TIMESEP
006170             NOHANDLE
006180        END-EXEC
006190        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
006200               INTO ENTV-TIMESTAMP
006210        END-STRING
006220        EXEC CICS WRITEQ TD
006230             QUEUE('CENT')
006240             FROM(ENT-VIOLATION-RECORD)
006250             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
006260             NOHANDLE
006270        END-EXEC
006280     END-IF
006290     .
006300 CHECK-ENTITLEMENT-EXIT.
006310     EXIT.
