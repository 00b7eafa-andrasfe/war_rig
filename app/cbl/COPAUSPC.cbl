000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSPC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-05-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSPC - MERCHANT MASTER REVIEW AND MAINTENANCE (PAUMRC)
000090*    CICS PSEUDO-CONVERSATIONAL TRANSACTION OVER THE MERCHMST
000100*    FILE (CVMRCMSY). UNTIL NOW THE PENDING ROWS COPAUA0C CREATES
000110*    FOR NEW MERCHANTS COULD ONLY BE LISTED BY CBMRCEXC AND FIXED
000120*    WITH AN IDCAMS REPRO. ENTER WITH A MERCHANT ID SHOWS THE ROW.
000130*    KEY AN ACTION AND PRESS ENTER TO VALIDATE; THE SCREEN THEN
000140*    ASKS FOR PF5 TO CONFIRM BEFORE ANYTHING IS WRITTEN:
000150*      A - APPROVE A PENDING ROW (WITH ANY CORRECTIONS KEYED)
000160*      C - CORRECT NAME/CITY/STATE/ZIP/MCC AND SET OR CLEAR THE
000170*          DAILY EXPOSURE CAPS
000180*      M - MERGE THIS (DUPLICATE) MERCHANT ID INTO THE SURVIVOR
000190*          KEYED; THE DUPLICATE ROW STAYS ON FILE POINTING AT THE
000200*          SURVIVOR SO THE INTAKE BOOKS ITS TRAFFIC THERE.
000210*    EVERY APPLIED CHANGE IS JOURNALED (WHO, WHEN, BEFORE AND
000220*    AFTER IMAGES) TO THE CMRC TD QUEUE, HARDENED NIGHTLY TO THE
000230*    MRCAUDIT FILE. APPLY NEEDS THE MAINTMRC ENTITLEMENT.
000240*----------------------------------------------------------------*
000250*                MODIFICATION HISTORY                            *
000260* DATE       INIT DESCRIPTION                                    *
000270* 2027-05-02  JGM INITIAL VERSION                                *
000275* 2028-03-27  JGM DAILY CAP AMOUNT DISPLAYED UNEDITED SO AN      *
000276*                 UNCHANGED RESEND IS NOT REJECTED               *
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
000390     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSPC'.
000400     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000410     05  WS-ENT-TODAY               PIC X(08).
000420     05  WS-TRANID                  PIC X(04) VALUE 'CPMM'.
000430     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000440     05  WS-MRCMSFILENAME           PIC X(08) VALUE 'MERCHMST'.
000450     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000460     05  WS-ENT-ALLOWED-SW          PIC X(01).
000470         88  USER-IS-ENTITLED               VALUE 'Y'.
000480         88  USER-NOT-ENTITLED              VALUE 'N'.
000490     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000500     05  WS-CNT-WORK                PIC 9(07).
000510     05  WS-AMT-WORK                PIC 9(12).
000530     05  WS-ZIP-WORK                PIC X(09).
000540     05  WS-ACTION                  PIC X(01).
000550         88  ACTION-INQUIRE                 VALUE ' '.
000560         88  ACTION-APPROVE                 VALUE 'A'.
000570         88  ACTION-CHANGE                  VALUE 'C'.
000580         88  ACTION-MERGE                   VALUE 'M'.
000590     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000600         88  SEND-ERASE-YES                 VALUE 'Y'.
000610         88  SEND-ERASE-NO                  VALUE 'N'.
000620*----------------------------------------------------------------*
000630*    MERCHANT MASTER RECORD, A SAVED BEFORE-IMAGE FOR THE
000640*    JOURNAL, AND A HOLD AREA FOR THE DUPLICATE ROW WHILE THE
000650*    SURVIVOR OF A MERGE IS CHECKED
000660*----------------------------------------------------------------*
000670 COPY CVMRCMSY.
000680 01  WS-OLD-MERCHANT-IMAGE          PIC X(123).
000690 01  WS-DUP-MERCHANT-IMAGE          PIC X(123).
000700*----------------------------------------------------------------*
000710*    CHANGE-JOURNAL RECORD
000720*----------------------------------------------------------------*
000730 COPY CVMRCAUY.
000740*----------------------------------------------------------------*
000750*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000760*----------------------------------------------------------------*
000770 COPY CVENTTLY.
000780 COPY CVENTVLY.
000790*----------------------------------------------------------------*
000800*    COMMON CARDDEMO WORK AREAS
000810*----------------------------------------------------------------*
000820 COPY CSMSG01Y.
000830 COPY CSMSG02Y.
000840 COPY CSDAT01Y.
000850 COPY COTTL01Y.
000860*----------------------------------------------------------------*
000870*    COMMAREA WORKING COPY - THE PENDING-CONFIRM FLAG, AND THE
000880*    ACTION AND MERCHANT IT WAS VALIDATED FOR, LIVE IN THE
000890*    PROGRAM AREA SO PF5 APPLIES ONLY WHAT ENTER CHECKED
000900*----------------------------------------------------------------*
000910 COPY COCOM01Y.
000920     05  CDEMO-CPMM-INFO REDEFINES CDEMO-CP-INFO.
000930         10  CDEMO-CPMM-CONFIRM-FLG     PIC X(01).
000940             88  CHANGE-AWAITING-CONFIRM        VALUE 'Y'.
000950         10  CDEMO-CPMM-ACTION          PIC X(01).
000960         10  CDEMO-CPMM-MERCHANT-ID     PIC X(15).
000970         10  FILLER                     PIC X(183).
000980*----------------------------------------------------------------*
000990*    BMS SCREEN / STANDARD COPYBOOKS
001000*----------------------------------------------------------------*
001010 COPY COPAU23.
001020 COPY DFHAID.
001030 COPY DFHBMSCA.
001040*----------------------------------------------------------------*
001050 LINKAGE SECTION.
001060*----------------------------------------------------------------*
001070 01  DFHCOMMAREA.
001080     05  LK-COMMAREA                PIC X(01)
001090             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
001100*----------------------------------------------------------------*
001110 PROCEDURE DIVISION.
001120*----------------------------------------------------------------*
001130 MAIN-PARA.
001140*----------------------------------------------------------------*
001150     SET ERR-FLG-OFF                TO TRUE
001160     SET SEND-ERASE-YES             TO TRUE
001170     MOVE SPACES TO WS-MESSAGE
001180                     ERRMSGO OF COPAU3PO
001190
001200     IF EIBCALEN = 0
001210        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
001220                                    TO WS-MESSAGE
001230        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
001240        PERFORM SEND-MERCHANT-SCREEN
001250                                THRU SEND-MERCHANT-SCREEN-EXIT
001260     ELSE
001270        MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
001280        IF NOT CDEMO-PGM-REENTER
001290           PERFORM FIRST-ENTRY      THRU FIRST-ENTRY-EXIT
001300        ELSE
001310           PERFORM REENTER          THRU REENTER-EXIT
001320        END-IF
001330     END-IF
001340
001350     EXEC CICS RETURN
001360         TRANSID(WS-TRANID)
001370         COMMAREA(CARDDEMO-COMMAREA)
001380         LENGTH(LENGTH OF CARDDEMO-COMMAREA)
001390     END-EXEC
001400     .
001410*----------------------------------------------------------------*
001420 FIRST-ENTRY.
001430*----------------------------------------------------------------*
001440     SET CDEMO-PGM-REENTER          TO TRUE
001450     MOVE LOW-VALUES                TO COPAU3PO
001460     MOVE SPACES                    TO CDEMO-CPMM-CONFIRM-FLG
001470                                       CDEMO-CPMM-ACTION
001480                                       CDEMO-CPMM-MERCHANT-ID
001490     SET SEND-ERASE-YES             TO TRUE
001500     PERFORM SEND-MERCHANT-SCREEN   THRU SEND-MERCHANT-SCREEN-EXIT
001510     .
001520 FIRST-ENTRY-EXIT.
001530     EXIT.
001540*----------------------------------------------------------------*
001550 REENTER.
001560*----------------------------------------------------------------*
001570     PERFORM RECEIVE-MERCHANT-SCREEN
001580                                THRU RECEIVE-MERCHANT-SCREEN-EXIT
001590     EVALUATE EIBAID
001600         WHEN DFHENTER
001610            MOVE SPACE              TO CDEMO-CPMM-CONFIRM-FLG
001620            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
001630            PERFORM SEND-MERCHANT-SCREEN
001640                                    THRU SEND-MERCHANT-SCREEN-EXIT
001650         WHEN DFHPF5
001660            PERFORM PROCESS-CONFIRM-KEY
001670                                THRU PROCESS-CONFIRM-KEY-EXIT
001680            PERFORM SEND-MERCHANT-SCREEN
001690                                    THRU SEND-MERCHANT-SCREEN-EXIT
001700         WHEN DFHPF3
001710            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001720            PERFORM RETURN-TO-PREV-SCREEN
001730                                THRU RETURN-TO-PREV-SCREEN-EXIT
001740         WHEN OTHER
001750            SET ERR-FLG-ON          TO TRUE
001760            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
001770                                    TO WS-MESSAGE
001780            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU3PO
001790            SET SEND-ERASE-NO       TO TRUE
001800            PERFORM SEND-MERCHANT-SCREEN
001810                                    THRU SEND-MERCHANT-SCREEN-EXIT
001820     END-EVALUATE
001830     .
001840 REENTER-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------*
001870*    ENTER WITH ONLY A MERCHANT ID INQUIRES. ENTER WITH AN ACTION
001880*    VALIDATES IT AGAINST THE ROW AND ASKS FOR PF5 - NOTHING
001890*    TOUCHES THE FILE UNTIL THE OPERATOR CONFIRMS.
001900*----------------------------------------------------------------*
001910 PROCESS-ENTER-KEY.
001920*----------------------------------------------------------------*
001930     SET SEND-ERASE-NO              TO TRUE
001940     IF MMMRCHI OF COPAU3PI = SPACES OR LOW-VALUES
001950        SET ERR-FLG-ON              TO TRUE
001960        MOVE 'MERCHANT ID IS REQUIRED.' TO WS-MESSAGE
001970        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
001980        GO TO PROCESS-ENTER-KEY-EXIT
001990     END-IF
002000
002010     PERFORM READ-MERCHANT-ROW      THRU READ-MERCHANT-ROW-EXIT
002020     IF ERR-FLG-ON
002030        GO TO PROCESS-ENTER-KEY-EXIT
002040     END-IF
002050
002060     PERFORM EDIT-ACTION-CODE       THRU EDIT-ACTION-CODE-EXIT
002070     IF ERR-FLG-ON
002080        GO TO PROCESS-ENTER-KEY-EXIT
002090     END-IF
002100
002110     IF ACTION-INQUIRE
002120*       INQUIRY ONLY - SHOW WHAT IS ON FILE.
002130        PERFORM POPULATE-MERCHANT-FIELDS
002140                                THRU POPULATE-MERCHANT-FIELDS-EXIT
002150        IF MRC-STATUS-PENDING
002160           MOVE 'PENDING REVIEW - KEY A TO APPROVE OR M TO MERGE.'
002170                                    TO WS-MESSAGE
002180           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
002190        END-IF
002200        GO TO PROCESS-ENTER-KEY-EXIT
002210     END-IF
002220
002230     PERFORM VALIDATE-MERCHANT-CHANGE
002240                                THRU VALIDATE-MERCHANT-CHANGE-EXIT
002250     IF NOT ERR-FLG-ON
002260        MOVE 'Y'                    TO CDEMO-CPMM-CONFIRM-FLG
002270        MOVE WS-ACTION              TO CDEMO-CPMM-ACTION
002280        MOVE MRC-MERCHANT-ID        TO CDEMO-CPMM-MERCHANT-ID
002290        MOVE 'VALIDATED - PRESS PF5 TO CONFIRM THE CHANGE.'
002300                                    TO WS-MESSAGE
002310        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
002320     END-IF
002330     .
002340 PROCESS-ENTER-KEY-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------*
002370*    PF5 APPLIES ONLY THE ACTION ENTER VALIDATED, FOR THE SAME
002380*    MERCHANT - A CHANGED KEY OR ACTION NEEDS ENTER AGAIN.
002390*----------------------------------------------------------------*
002400 PROCESS-CONFIRM-KEY.
002410*----------------------------------------------------------------*
002420     SET SEND-ERASE-NO              TO TRUE
002430     IF NOT CHANGE-AWAITING-CONFIRM
002440        SET ERR-FLG-ON              TO TRUE
002450        MOVE 'NOTHING TO CONFIRM - VALIDATE A CHANGE FIRST.'
002460                                    TO WS-MESSAGE
002470        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
002480        GO TO PROCESS-CONFIRM-KEY-EXIT
002490     END-IF
002500     MOVE SPACE                     TO CDEMO-CPMM-CONFIRM-FLG
002510     PERFORM EDIT-ACTION-CODE       THRU EDIT-ACTION-CODE-EXIT
002520     IF ERR-FLG-ON
002530        GO TO PROCESS-CONFIRM-KEY-EXIT
002540     END-IF
002550     IF MMMRCHI OF COPAU3PI NOT = CDEMO-CPMM-MERCHANT-ID
002560        OR WS-ACTION NOT = CDEMO-CPMM-ACTION
002570        SET ERR-FLG-ON              TO TRUE
002580        MOVE 'SCREEN CHANGED SINCE VALIDATION - PRESS ENTER.'
002590                                    TO WS-MESSAGE
002600        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
002610        GO TO PROCESS-CONFIRM-KEY-EXIT
002620     END-IF
002630     MOVE 'MAINTMRC'                TO ENT-FUNCTION
002640     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
002650     IF USER-NOT-ENTITLED
002660        SET ERR-FLG-ON              TO TRUE
002670        MOVE 'NOT AUTHORIZED TO MAINTAIN THE MERCHANT MASTER.'
002680                                    TO WS-MESSAGE
002690        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
002700        GO TO PROCESS-CONFIRM-KEY-EXIT
002710     END-IF
002720     PERFORM READ-MERCHANT-ROW      THRU READ-MERCHANT-ROW-EXIT
002730     IF ERR-FLG-ON
002740        GO TO PROCESS-CONFIRM-KEY-EXIT
002750     END-IF
002760     PERFORM VALIDATE-MERCHANT-CHANGE
002770                                THRU VALIDATE-MERCHANT-CHANGE-EXIT
002780     IF ERR-FLG-ON
002790        GO TO PROCESS-CONFIRM-KEY-EXIT
002800     END-IF
002810     PERFORM APPLY-MERCHANT-CHANGE
002820                                THRU APPLY-MERCHANT-CHANGE-EXIT
002830     .
002840 PROCESS-CONFIRM-KEY-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------*
002870 EDIT-ACTION-CODE.
002880*----------------------------------------------------------------*
002890     IF MMACTNI OF COPAU3PI = LOW-VALUES
002900        MOVE SPACE                  TO WS-ACTION
002910     ELSE
002920        MOVE MMACTNI OF COPAU3PI    TO WS-ACTION
002930     END-IF
002940     IF NOT ACTION-INQUIRE AND NOT ACTION-APPROVE
002950        AND NOT ACTION-CHANGE AND NOT ACTION-MERGE
002960        SET ERR-FLG-ON              TO TRUE
002970        MOVE 'ACTION MUST BE A (APPROVE), C (CHANGE) OR M (MERGE)'
002980                                    TO WS-MESSAGE
002990        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
003000     END-IF
003010     .
003020 EDIT-ACTION-CODE-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------*
003050*    THERE IS NO ADD FROM THIS SCREEN - ROWS ARE CREATED BY THE
003060*    INTAKE THE FIRST TIME A MERCHANT IS SEEN.
003070*----------------------------------------------------------------*
003080 READ-MERCHANT-ROW.
003090*----------------------------------------------------------------*
003100     MOVE SPACES                    TO MERCHANT-MASTER-RECORD
003110     MOVE MMMRCHI OF COPAU3PI       TO MRC-MERCHANT-ID
003120     EXEC CICS READ
003130          DATASET   (WS-MRCMSFILENAME)
003140          RIDFLD    (MRC-MERCHANT-ID)
003150          KEYLENGTH (LENGTH OF MRC-MERCHANT-ID)
003160          INTO      (MERCHANT-MASTER-RECORD)
003170          LENGTH    (LENGTH OF MERCHANT-MASTER-RECORD)
003180          RESP      (WS-RESP-CD)
003190          RESP2     (WS-REAS-CD)
003200     END-EXEC
003210     EVALUATE WS-RESP-CD
003220         WHEN DFHRESP(NORMAL)
003230            MOVE MERCHANT-MASTER-RECORD
003240                                    TO WS-OLD-MERCHANT-IMAGE
003250         WHEN DFHRESP(NOTFND)
003260            SET ERR-FLG-ON          TO TRUE
003270            MOVE 'MERCHANT NOT ON THE MASTER FILE.' TO WS-MESSAGE
003280            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU3PO
003290         WHEN OTHER
003300            SET ERR-FLG-ON          TO TRUE
003310            MOVE 'UNABLE TO READ MERCHANT MASTER FILE.'
003320                                    TO WS-MESSAGE
003330            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU3PO
003340     END-EVALUATE
003350     .
003360 READ-MERCHANT-ROW-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------*
003390*    ACTION AND FIELD VALIDATION. THE VALIDATED VALUES ARE LEFT
003400*    IN THE MERCHANT-MASTER-RECORD READY TO BE WRITTEN ON
003410*    CONFIRM. ONLY FIELDS THE OPERATOR KEYED ARE CHANGED.
003420*----------------------------------------------------------------*
003430 VALIDATE-MERCHANT-CHANGE.
003440*----------------------------------------------------------------*
003450     IF MRC-STATUS-MERGED
003460        SET ERR-FLG-ON              TO TRUE
003470        MOVE 'ROW ALREADY MERGED - MAINTAIN THE SURVIVOR INSTEAD.'
003480                                    TO WS-MESSAGE
003490        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
003500        GO TO VALIDATE-MERCHANT-CHANGE-EXIT
003510     END-IF
003520
003530     EVALUATE TRUE
003540         WHEN ACTION-APPROVE
003550            IF NOT MRC-STATUS-PENDING
003560               SET ERR-FLG-ON       TO TRUE
003570               MOVE 'ONLY A PENDING ROW CAN BE APPROVED.'
003580                                    TO WS-MESSAGE
003590               MOVE WS-MESSAGE      TO ERRMSGO OF COPAU3PO
003600               GO TO VALIDATE-MERCHANT-CHANGE-EXIT
003610            END-IF
003620            PERFORM VALIDATE-MERCHANT-FIELDS
003630                                THRU VALIDATE-MERCHANT-FIELDS-EXIT
003640            IF NOT ERR-FLG-ON
003650               SET MRC-STATUS-ACTIVE TO TRUE
003660            END-IF
003670         WHEN ACTION-CHANGE
003680            PERFORM VALIDATE-MERCHANT-FIELDS
003690                                THRU VALIDATE-MERCHANT-FIELDS-EXIT
003700         WHEN ACTION-MERGE
003710            PERFORM VALIDATE-MERGE-SURVIVOR
003720                                THRU VALIDATE-MERGE-SURVIVOR-EXIT
003730     END-EVALUATE
003740     .
003750 VALIDATE-MERCHANT-CHANGE-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------*
003780 VALIDATE-MERCHANT-FIELDS.
003790*----------------------------------------------------------------*
003800     IF MMNAMEI OF COPAU3PI NOT = SPACES AND LOW-VALUES
003810        MOVE MMNAMEI OF COPAU3PI    TO MRC-MERCHANT-NAME
003820     END-IF
003830     IF MMCITYI OF COPAU3PI NOT = SPACES AND LOW-VALUES
003840        MOVE MMCITYI OF COPAU3PI    TO MRC-MERCHANT-CITY
003850     END-IF
003860
003870     IF MMSTATI OF COPAU3PI NOT = SPACES AND LOW-VALUES
003880        IF MMSTATI OF COPAU3PI NOT ALPHABETIC-UPPER
003890           OR MMSTATI OF COPAU3PI(1:1) = SPACE
003900           OR MMSTATI OF COPAU3PI(2:1) = SPACE
003910           SET ERR-FLG-ON           TO TRUE
003920           MOVE 'STATE MUST BE A TWO-LETTER CODE.' TO WS-MESSAGE
003930           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
003940           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
003950        END-IF
003960        MOVE MMSTATI OF COPAU3PI    TO MRC-MERCHANT-STATE
003970     END-IF
003980
003990     IF MMZIPI OF COPAU3PI NOT = SPACES AND LOW-VALUES
004000        MOVE MMZIPI OF COPAU3PI     TO WS-ZIP-WORK
004010        INSPECT WS-ZIP-WORK REPLACING ALL LOW-VALUES BY SPACES
004020        IF WS-ZIP-WORK(1:5) NOT NUMERIC
004030           OR (WS-ZIP-WORK(6:4) NOT = SPACES
004040               AND WS-ZIP-WORK(6:4) NOT NUMERIC)
004050           SET ERR-FLG-ON           TO TRUE
004060           MOVE 'ZIP MUST BE 5 DIGITS OR 9 DIGITS (ZIP+4).'
004070                                    TO WS-MESSAGE
004080           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
004090           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
004100        END-IF
004110        MOVE WS-ZIP-WORK            TO MRC-MERCHANT-ZIP
004120     END-IF
004130
004140     IF MMMCCI OF COPAU3PI NOT = SPACES AND LOW-VALUES
004150        IF MMMCCI OF COPAU3PI NOT NUMERIC
004160           SET ERR-FLG-ON           TO TRUE
004170           MOVE 'MCC MUST BE FOUR DIGITS.' TO WS-MESSAGE
004180           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
004190           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
004200        END-IF
004210        MOVE MMMCCI OF COPAU3PI     TO MRC-MCC
004220     END-IF
004230
004240     IF MMCAPCI OF COPAU3PI NOT = SPACES AND LOW-VALUES
004250        IF MMCAPCI OF COPAU3PI NOT NUMERIC
004260           PERFORM FLAG-FIELD-ERROR THRU FLAG-FIELD-ERROR-EXIT
004270           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
004280        END-IF
004290        MOVE MMCAPCI OF COPAU3PI    TO WS-CNT-WORK
004300        MOVE WS-CNT-WORK            TO MRC-DAILY-CAP-CNT
004310     END-IF
004320
004330     IF MMCAPAI OF COPAU3PI NOT = SPACES AND LOW-VALUES
004340        IF MMCAPAI OF COPAU3PI NOT NUMERIC
004350           SET ERR-FLG-ON           TO TRUE
004360           MOVE 'CAP AMOUNT MUST BE WHOLE DOLLARS.' TO WS-MESSAGE
004370           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
004380           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
004390        END-IF
004400        MOVE MMCAPAI OF COPAU3PI    TO WS-AMT-WORK
004410        IF WS-AMT-WORK > 999999999
004420           SET ERR-FLG-ON           TO TRUE
004430           MOVE 'CAP AMOUNT CANNOT EXCEED 999,999,999.'
004440                                    TO WS-MESSAGE
004450           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
004460           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
004470        END-IF
004480        MOVE WS-AMT-WORK            TO MRC-DAILY-CAP-AMT
004490     END-IF
004500
004510     IF MMCAPXI OF COPAU3PI NOT = SPACES AND LOW-VALUES
004520        IF MMCAPXI OF COPAU3PI = 'R' OR 'D'
004530           MOVE MMCAPXI OF COPAU3PI TO MRC-CAP-ACTION
004540        ELSE
004550           SET ERR-FLG-ON           TO TRUE
004560           MOVE 'CAP ACTION MUST BE R (REFER) OR D (DECLINE).'
004570                                    TO WS-MESSAGE
004580           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
004590           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
004600        END-IF
004610     END-IF
004620
004630*    ZERO ON BOTH CAPS CLEARS THEM; A LIVE CAP NEEDS AN ACTION.
004640     IF MRC-DAILY-CAP-CNT = 0 AND MRC-DAILY-CAP-AMT = 0
004650        MOVE SPACE                  TO MRC-CAP-ACTION
004660     ELSE
004670        IF NOT MRC-CAP-REFER AND NOT MRC-CAP-DECLINE
004680           SET ERR-FLG-ON           TO TRUE
004690           MOVE 'A DAILY CAP NEEDS CAP ACTION R OR D.'
004700                                    TO WS-MESSAGE
004710           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU3PO
004720           GO TO VALIDATE-MERCHANT-FIELDS-EXIT
004730        END-IF
004740     END-IF
004750     .
004760 VALIDATE-MERCHANT-FIELDS-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790*    THE SURVIVOR MUST BE A DIFFERENT, ACTIVE ROW. THE DUPLICATE
004800*    ROW IS HELD ASIDE WHILE THE SURVIVOR IS READ AND PUT BACK
004810*    AFTERWARDS, MARKED MERGED AND POINTING AT THE SURVIVOR.
004820*----------------------------------------------------------------*
004830 VALIDATE-MERGE-SURVIVOR.
004840*----------------------------------------------------------------*
004850     IF MMSURVI OF COPAU3PI = SPACES OR LOW-VALUES
004860        SET ERR-FLG-ON              TO TRUE
004870        MOVE 'SURVIVOR MERCHANT ID IS REQUIRED TO MERGE.'
004880                                    TO WS-MESSAGE
004890        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
004900        GO TO VALIDATE-MERGE-SURVIVOR-EXIT
004910     END-IF
004920     IF MMSURVI OF COPAU3PI = MRC-MERCHANT-ID
004930        SET ERR-FLG-ON              TO TRUE
004940        MOVE 'A MERCHANT CANNOT BE MERGED INTO ITSELF.'
004950                                    TO WS-MESSAGE
004960        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
004970        GO TO VALIDATE-MERGE-SURVIVOR-EXIT
004980     END-IF
004990
005000     MOVE MERCHANT-MASTER-RECORD    TO WS-DUP-MERCHANT-IMAGE
005010     MOVE MMSURVI OF COPAU3PI       TO MRC-MERCHANT-ID
005020     EXEC CICS READ
005030          DATASET   (WS-MRCMSFILENAME)
005040          RIDFLD    (MRC-MERCHANT-ID)
005050          KEYLENGTH (LENGTH OF MRC-MERCHANT-ID)
005060          INTO      (MERCHANT-MASTER-RECORD)
005070          LENGTH    (LENGTH OF MERCHANT-MASTER-RECORD)
005080          RESP      (WS-RESP-CD)
005090          RESP2     (WS-REAS-CD)
005100     END-EXEC
005110     EVALUATE TRUE
005120         WHEN WS-RESP-CD = DFHRESP(NOTFND)
005130            SET ERR-FLG-ON          TO TRUE
005140            MOVE 'SURVIVOR MERCHANT NOT ON THE MASTER FILE.'
005150                                    TO WS-MESSAGE
005160            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU3PO
005170         WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
005180            SET ERR-FLG-ON          TO TRUE
005190            MOVE 'UNABLE TO READ MERCHANT MASTER FILE.'
005200                                    TO WS-MESSAGE
005210            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU3PO
005220         WHEN NOT MRC-STATUS-ACTIVE
005230            SET ERR-FLG-ON          TO TRUE
005240            MOVE 'SURVIVOR MUST BE AN ACTIVE (APPROVED) MERCHANT.'
005250                                    TO WS-MESSAGE
005260            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU3PO
005270     END-EVALUATE
005280
005290     MOVE WS-DUP-MERCHANT-IMAGE     TO MERCHANT-MASTER-RECORD
005300     IF NOT ERR-FLG-ON
005310        SET MRC-STATUS-MERGED       TO TRUE
005320        MOVE MMSURVI OF COPAU3PI    TO MRC-SURVIVOR-ID
005330     END-IF
005340     .
005350 VALIDATE-MERGE-SURVIVOR-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------*
005380 FLAG-FIELD-ERROR.
005390*----------------------------------------------------------------*
005400     SET ERR-FLG-ON                 TO TRUE
005410     MOVE 'NUMERIC FIELDS MUST CONTAIN DIGITS ONLY.'
005420                                    TO WS-MESSAGE
005430     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU3PO
005440     .
005450 FLAG-FIELD-ERROR-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------*
005480*    LOCK THE ROW, RE-APPLY THE VALIDATED CHANGE TO WHAT IS ON
005490*    FILE NOW, STAMP IT AND REWRITE.
005500*----------------------------------------------------------------*
005510 APPLY-MERCHANT-CHANGE.
005520*----------------------------------------------------------------*
005530     EXEC CICS READ
005540          DATASET   (WS-MRCMSFILENAME)
005550          RIDFLD    (MRC-MERCHANT-ID)
005560          KEYLENGTH (LENGTH OF MRC-MERCHANT-ID)
005570          INTO      (MERCHANT-MASTER-RECORD)
005580          LENGTH    (LENGTH OF MERCHANT-MASTER-RECORD)
005590          UPDATE
005600          RESP      (WS-RESP-CD)
005610          RESP2     (WS-REAS-CD)
005620     END-EXEC
005630     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
005640        SET ERR-FLG-ON              TO TRUE
005650        MOVE 'UNABLE TO LOCK MERCHANT ROW.' TO WS-MESSAGE
005660        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
005670        GO TO APPLY-MERCHANT-CHANGE-EXIT
005680     END-IF
005690     MOVE MERCHANT-MASTER-RECORD    TO WS-OLD-MERCHANT-IMAGE
005700     PERFORM VALIDATE-MERCHANT-CHANGE
005710                                THRU VALIDATE-MERCHANT-CHANGE-EXIT
005720     IF ERR-FLG-ON
005730        EXEC CICS UNLOCK
005740             DATASET   (WS-MRCMSFILENAME)
005750             NOHANDLE
005760        END-EXEC
005770        GO TO APPLY-MERCHANT-CHANGE-EXIT
005780     END-IF
005790
005800     EXEC CICS ASKTIME
005810          ABSTIME(WS-ABS-TIME)
005820          NOHANDLE
005830     END-EXEC
005840     EXEC CICS FORMATTIME
005850          ABSTIME(WS-ABS-TIME)
005860          YYYYMMDD(MRC-UPDATED-DATE)
005870          NOHANDLE
005880     END-EXEC
005890     MOVE CDEMO-USER-ID             TO MRC-UPDATED-BY
005900     EXEC CICS REWRITE
005910          DATASET   (WS-MRCMSFILENAME)
005920          FROM      (MERCHANT-MASTER-RECORD)
005930          LENGTH    (LENGTH OF MERCHANT-MASTER-RECORD)
005940          RESP      (WS-RESP-CD)
005950          RESP2     (WS-REAS-CD)
005960     END-EXEC
005970     IF WS-RESP-CD = DFHRESP(NORMAL)
005980        PERFORM JOURNAL-MERCHANT-CHANGE
005990                                THRU JOURNAL-MERCHANT-CHANGE-EXIT
006000        PERFORM POPULATE-MERCHANT-FIELDS
006010                                THRU POPULATE-MERCHANT-FIELDS-EXIT
006020        MOVE SPACE                  TO MMACTNO OF COPAU3PO
006030        MOVE 'MERCHANT CHANGE APPLIED AND JOURNALED.'
006040                                    TO WS-MESSAGE
006050        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
006060     ELSE
006070        SET ERR-FLG-ON              TO TRUE
006080        MOVE 'UNABLE TO WRITE MERCHANT ROW.' TO WS-MESSAGE
006090        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3PO
006100     END-IF
006110     .
006120 APPLY-MERCHANT-CHANGE-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------*
006150 JOURNAL-MERCHANT-CHANGE.
006160*----------------------------------------------------------------*
006170     MOVE SPACES                    TO MERCHANT-AUDIT-RECORD
006180     MOVE CDEMO-USER-ID             TO MRCA-USER-ID
006190     MOVE MRC-MERCHANT-ID           TO MRCA-MERCHANT-ID
006200     MOVE WS-ACTION                 TO MRCA-ACTION
006210     MOVE MRC-SURVIVOR-ID           TO MRCA-SURVIVOR-ID
006220     MOVE WS-OLD-MERCHANT-IMAGE     TO MRCA-OLD-IMAGE
006230     MOVE MERCHANT-MASTER-RECORD    TO MRCA-NEW-IMAGE
006240     EXEC CICS FORMATTIME
006250          ABSTIME(WS-ABS-TIME)
006260          MMDDYY(WS-CUR-DATE)
006270          DATESEP
006280          TIME(WS-CUR-TIME)
006290          TIMESEP
006300          NOHANDLE
006310     END-EXEC
006320     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
006330            INTO MRCA-TIMESTAMP
006340     END-STRING
006350     EXEC CICS WRITEQ TD
006360          QUEUE('CMRC')
006370          FROM(MERCHANT-AUDIT-RECORD)
006380          LENGTH(LENGTH OF MERCHANT-AUDIT-RECORD)
006390          NOHANDLE
006400     END-EXEC
006410     .
006420 JOURNAL-MERCHANT-CHANGE-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------*
006450 POPULATE-MERCHANT-FIELDS.
006460*----------------------------------------------------------------*
006470     MOVE MRC-MERCHANT-ID           TO MMMRCHO OF COPAU3PO
006480     MOVE MRC-SURVIVOR-ID           TO MMSURVO OF COPAU3PO
006490     MOVE MRC-MERCHANT-NAME         TO MMNAMEO OF COPAU3PO
006500     MOVE MRC-MERCHANT-CITY         TO MMCITYO OF COPAU3PO
006510     MOVE MRC-MERCHANT-STATE        TO MMSTATO OF COPAU3PO
006520     MOVE MRC-MERCHANT-ZIP          TO MMZIPO  OF COPAU3PO
006530     MOVE MRC-MCC                   TO MMMCCO  OF COPAU3PO
006540     MOVE MRC-STATUS                TO MMSTSO  OF COPAU3PO
006550     MOVE MRC-ADDED-DATE            TO MMADDTO OF COPAU3PO
006560     MOVE MRC-DAILY-CAP-CNT         TO MMCAPCO OF COPAU3PO
006570*    THE CAP IS SHOWN AS THE WHOLE DOLLARS IT IS KEYED IN, SO
006575*    THE SCREEN SENT BACK UNCHANGED PASSES ITS OWN VALIDATION.
006580     MOVE MRC-DAILY-CAP-AMT         TO WS-AMT-WORK
006585     MOVE WS-AMT-WORK               TO MMCAPAO OF COPAU3PO
006590     MOVE MRC-CAP-ACTION            TO MMCAPXO OF COPAU3PO
006600     MOVE MRC-UPDATED-BY            TO MMUPDBO OF COPAU3PO
006610     MOVE MRC-UPDATED-DATE          TO MMUPDDO OF COPAU3PO
006620     .
006630 POPULATE-MERCHANT-FIELDS-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------*
006660 RECEIVE-MERCHANT-SCREEN.
006670*----------------------------------------------------------------*
006680     EXEC CICS RECEIVE
006690         MAP('COPAU3P')
006700         MAPSET('COPAU23')
006710         INTO(COPAU3PI)
006720     END-EXEC
006730     .
006740 RECEIVE-MERCHANT-SCREEN-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------*
006770 SEND-MERCHANT-SCREEN.
006780*----------------------------------------------------------------*
006790     IF SEND-ERASE-YES
006800        EXEC CICS SEND MAP('COPAU3P')
006810             MAPSET('COPAU23')
006820             FROM(COPAU3PO)
006830             ERASE
006840        END-EXEC
006850     ELSE
006860        EXEC CICS SEND MAP('COPAU3P')
006870             MAPSET('COPAU23')
006880             FROM(COPAU3PO)
006890             DATAONLY
006900        END-EXEC
006910     END-IF
006920     .
006930 SEND-MERCHANT-SCREEN-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------*
006960 RETURN-TO-PREV-SCREEN.
006970*----------------------------------------------------------------*
006980     EXEC CICS XCTL
006990        PROGRAM(CDEMO-TO-PROGRAM)
007000         COMMAREA(CARDDEMO-COMMAREA)
007010     END-EXEC
007020     .
007030 RETURN-TO-PREV-SCREEN-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------*
007060*    ENTITLEMENT CHECK - SAME PATTERN AS THE AUTHORIZATION
007070*    SCREENS; A DENIED CONFIRM IS LOGGED TO THE CENT TD QUEUE.
007080*----------------------------------------------------------------*
007090 CHECK-ENTITLEMENT.
007100*----------------------------------------------------------------*
007110     EXEC CICS ASKTIME
007120          ABSTIME(WS-ENT-ABS-TIME)
007130          NOHANDLE
007140     END-EXEC
007150     EXEC CICS FORMATTIME
007160          ABSTIME(WS-ENT-ABS-TIME)
007170          YYYYMMDD(WS-ENT-TODAY)
007180          NOHANDLE
007190     END-EXEC
007200     SET USER-NOT-ENTITLED          TO TRUE
007210     MOVE CDEMO-USER-ID             TO ENT-USER-ID
007220     EXEC CICS READ
007230          DATASET   (WS-ENTTLFILENAME)
007240          RIDFLD    (ENT-KEY)
007250          KEYLENGTH (LENGTH OF ENT-KEY)
007260          INTO      (ENTITLEMENT-RECORD)
007270          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
007280          RESP      (WS-RESP-CD)
007290          RESP2     (WS-REAS-CD)
007300     END-EXEC
007310     IF WS-RESP-CD = DFHRESP(NORMAL)
007320        AND ENT-IS-ALLOWED
007330        AND (ENT-EXPIRY-DATE = SPACES
007340             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
007350        SET USER-IS-ENTITLED        TO TRUE
007360     ELSE
007370        MOVE SPACES                 TO ENT-VIOLATION-RECORD
007380        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
007390        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
007400        MOVE WS-PGMNAME             TO ENTV-PROGRAM
007410        EXEC CICS ASKTIME
007420             ABSTIME(WS-ABS-TIME)
007430             NOHANDLE
007440        END-EXEC
007450        EXEC CICS FORMATTIME
007460             ABSTIME(WS-ABS-TIME)
007470             MMDDYY(WS-CUR-DATE)
007480             DATESEP
007490             TIME(WS-CUR-TIME)
007500             TIMESEP
007510             NOHANDLE
007520        END-EXEC
007530        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
007540               INTO ENTV-TIMESTAMP
007550        END-STRING
007560        EXEC CICS WRITEQ TD
007570             QUEUE('CENT')
007580             FROM(ENT-VIOLATION-RECORD)
007590             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
007600             NOHANDLE
007610        END-EXEC
007620     END-IF
007630     .
007640 CHECK-ENTITLEMENT-EXIT.
007650     EXIT.
