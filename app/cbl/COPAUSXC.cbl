000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSXC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-17.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSXC - CUSTOMER COMPLAINT REGISTER (PAUCMP)
000090*    CICS/DB2 PSEUDO-CONVERSATIONAL TRANSACTION OVER THE CMPLREG
000100*    FILE (CVCMPLRY). COMPLAINTS ABOUT DECLINES, HOLDS, DISPUTES
000110*    AND THE REST ARE KEPT HERE, AGAINST THE CUSTOMER AND ACCOUNT
000120*    AND - WHERE KNOWN - THE PAUTB TRANSACTION (T) OR PAUDISPT
000130*    DISPUTE CASE (D) THEY ARE ABOUT. FUNCTIONS:
000140*      I - SHOW THE COMPLAINT KEYED
000150*      A - ADD A COMPLAINT; THE NEXT COMPLAINT ID IS ASSIGNED
000160*      U - UPDATE THE COMPLAINT KEYED (CATEGORY, DATES, OUTCOME,
000170*          ROOT CAUSE, LINK AND SUMMARY)
000180*    ADD AND UPDATE NEED THE CMPLAINT ENTITLEMENT. A RESOLUTION
000190*    NEEDS AN OUTCOME AND, UNLESS WITHDRAWN, A ROOT CAUSE. THE
000200*    DEADLINE STANDING SHOWN IS WHAT CBCMPAGE STAMPED LAST NIGHT;
000210*    ANY UPDATE HAS THE COMPLAINT RE-AGED ON THE NEXT RUN.
000220*    REACHED FROM THE MENU, OR BY PF12 FROM CUSTOMER 360
000230*    (COPAUSOC) WITH THE SELECTED ACCOUNT FILLED IN FOR AN ADD;
000240*    PF3 RETURNS TO THE CALLER WITH ITS OWN COMMAREA EXTENSION.
000250*----------------------------------------------------------------*
000260*                MODIFICATION HISTORY                            *
000270* DATE       INIT DESCRIPTION                                    *
000280* 2027-10-17  JGM INITIAL VERSION                                *
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-ZOS.
000330 OBJECT-COMPUTER. IBM-ZOS.
000340*----------------------------------------------------------------*
000350 DATA DIVISION.
000360*----------------------------------------------------------------*
000370 WORKING-STORAGE SECTION.
000380*----------------------------------------------------------------*
000390 01  WS-VARIABLES.
000400     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSXC'.
000410     05  WS-TRANID                  PIC X(04) VALUE 'CPCM'.
000420     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000430     05  WS-CMPFILENAME             PIC X(08) VALUE 'CMPLREG '.
000440     05  WS-XRCUSFILENAME           PIC X(08) VALUE 'CXREFCUS'.
000450     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000460     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000470     05  WS-ENT-TODAY               PIC X(08).
000480     05  WS-ENT-ALLOWED-SW          PIC X(01).
000490         88  USER-IS-ENTITLED               VALUE 'Y'.
000500         88  USER-NOT-ENTITLED              VALUE 'N'.
000510     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000520     05  WS-TODAY                   PIC X(08).
000530     05  WS-CMP-ID                  PIC 9(09).
000540     05  WS-CMP-ID-DIS              PIC Z(08)9.
000550     05  WS-CUST-ID                 PIC 9(09).
000560     05  WS-ACCT-ID                 PIC 9(11).
000570     05  WS-CUSX-RID-CUST-ID        PIC 9(09).
000580     05  WS-CUSX-RID-CUST-ID-X REDEFINES
000590             WS-CUSX-RID-CUST-ID     PIC X(09).
000600     05  WS-BUS-DAYS-DIS            PIC ZZ9.
000610     05  WS-LINK-LEN                PIC S9(04) COMP.
000620     05  WS-SQLCODE                 PIC -9(8).
000630     05  WS-FUNCTION                PIC X(01).
000640         88  FUNC-INQUIRE                   VALUE 'I'.
000650         88  FUNC-ADD                       VALUE 'A'.
000660         88  FUNC-UPDATE                    VALUE 'U'.
000670         88  FUNC-VALID                     VALUE 'I' 'A' 'U'.
000680     05  WS-CMP-FOUND-SW            PIC X(01).
000690         88  CMP-ON-FILE                    VALUE 'Y'.
000700         88  CMP-NOT-ON-FILE                VALUE 'N'.
000710     05  WS-CUSX-EOF-SW             PIC X(01).
000720         88  CUSX-SCAN-EOF                  VALUE 'Y'.
000730     05  WS-ACCT-HELD-SW            PIC X(01).
000740         88  ACCT-HELD-BY-CUST              VALUE 'Y'.
000750         88  ACCT-NOT-HELD-BY-CUST          VALUE 'N'.
000760     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000770         88  SEND-ERASE-YES                 VALUE 'Y'.
000780         88  SEND-ERASE-NO                  VALUE 'N'.
000790*----------------------------------------------------------------*
000800*    SCREEN INPUT, EDITED BEFORE ANY OF IT REACHES THE RECORD
000810*----------------------------------------------------------------*
000820 01  WS-EDIT-FIELDS.
000830     05  WS-ED-LINK-TYPE            PIC X(01).
000840         88  ED-LINK-NONE                   VALUE ' '.
000850         88  ED-LINK-TRANSACTION            VALUE 'T'.
000860         88  ED-LINK-DISPUTE                VALUE 'D'.
000870         88  ED-LINK-VALID                  VALUE ' ' 'T' 'D'.
000880     05  WS-ED-LINK-ID              PIC X(15).
000890     05  WS-ED-CATEGORY             PIC X(02).
000900     05  WS-ED-RECEIVED-DATE        PIC X(08).
000910     05  WS-ED-ACK-DATE             PIC X(08).
000920     05  WS-ED-RESOLVED-DATE        PIC X(08).
000930     05  WS-ED-OUTCOME              PIC X(01).
000940     05  WS-ED-ROOT-CAUSE           PIC X(02).
000950     05  WS-ED-SUMMARY              PIC X(60).
000960     05  WS-EDIT-DATE               PIC X(08).
000970     05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
000980         10  WS-EDIT-CCYY           PIC 9(04).
000990         10  WS-EDIT-MM             PIC 9(02).
001000         10  WS-EDIT-DD             PIC 9(02).
001010     05  WS-EDIT-DATE-SW            PIC X(01).
001020         88  EDIT-DATE-OK                   VALUE 'Y'.
001030         88  EDIT-DATE-BAD                  VALUE 'N'.
001040*----------------------------------------------------------------*
001050*    COMPLAINT REGISTER AND CROSS-REFERENCE RECORDS
001060*----------------------------------------------------------------*
001070 COPY CVCMPLRY.
001080 01  CARD-XREF-RECORD.
001090 COPY CVACT03Y.
001100*----------------------------------------------------------------*
001110*    ENTITLEMENT AND VIOLATION-LOG RECORDS
001120*----------------------------------------------------------------*
001130 COPY CVENTTLY.
001140 COPY CVENTVLY.
001150*----------------------------------------------------------------*
001160*    SENSITIVE-VIEW CHECK RECORDS
001170*----------------------------------------------------------------*
001180 COPY CVUSRCUY.
001190 COPY CVVWLOGY.
001200 COPY CSVWLOGY.
001210*----------------------------------------------------------------*
001220*    DB2 HOST VARIABLES
001230*----------------------------------------------------------------*
001240 01  PAUDISPT-HOST-VARS.
001250 COPY CVDISPTY.
001260*----------------------------------------------------------------*
001270*    COMMON CARDDEMO WORK AREAS
001280*----------------------------------------------------------------*
001290 COPY CSMSG01Y.
001300 COPY CSMSG02Y.
001310 COPY CSDAT01Y.
001320 COPY COTTL01Y.
001330*----------------------------------------------------------------*
001340*    COMMAREA WORKING COPY. THE CALLER'S OWN EXTENSION (UP TO 200
001350*    BYTES PAST THE COMMON AREA) RIDES IN CDEMO-CPCM-CALLER-AREA
001360*    SO IT GOES BACK INTACT ON PF3.
001370*----------------------------------------------------------------*
001380 COPY COCOM01Y.
001390     05  CDEMO-CPCM-CALLER-AREA     PIC X(200).
001400     05  CDEMO-CPCM-INFO.
001410         10  CDEMO-CPCM-RETURN-PGM  PIC X(08).
001420*----------------------------------------------------------------*
001430*    BMS SCREEN / STANDARD COPYBOOKS
001440*----------------------------------------------------------------*
001450 COPY COPAU28.
001460 COPY DFHAID.
001470 COPY DFHBMSCA.
001480 EXEC SQL
001490     INCLUDE SQLCA
001500 END-EXEC.
001510*----------------------------------------------------------------*
001520 LINKAGE SECTION.
001530*----------------------------------------------------------------*
001540 01  DFHCOMMAREA.
001550     05  LK-COMMAREA                PIC X(01)
001560             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
001570*----------------------------------------------------------------*
001580 PROCEDURE DIVISION.
001590*----------------------------------------------------------------*
001600 MAIN-PARA.
001610*----------------------------------------------------------------*
001620     SET ERR-FLG-OFF                TO TRUE
001630     SET SEND-ERASE-YES             TO TRUE
001640     MOVE SPACES TO WS-MESSAGE
001650                     ERRMSGO OF COPAU8TO
001660
001670     IF EIBCALEN = 0
001680        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
001690                                    TO WS-MESSAGE
001700        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU8TO
001710        PERFORM SEND-CMPL-SCREEN    THRU SEND-CMPL-SCREEN-EXIT
001720     ELSE
001730        MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
001740        IF NOT CDEMO-PGM-REENTER
001750           PERFORM FIRST-ENTRY      THRU FIRST-ENTRY-EXIT
001760        ELSE
001770           PERFORM REENTER          THRU REENTER-EXIT
001780        END-IF
001790     END-IF
001800
001810     EXEC CICS RETURN
001820         TRANSID(WS-TRANID)
001830         COMMAREA(CARDDEMO-COMMAREA)
001840         LENGTH(LENGTH OF CARDDEMO-COMMAREA)
001850     END-EXEC
001860     .
001870*----------------------------------------------------------------*
001880*    A CALLER THAT PASSES A CUSTOMER AND ACCOUNT (CUSTOMER 360)
001890*    GETS AN ADD READY TO KEY, RECEIVED TODAY, WITH ANY
001900*    TRANSACTION OR CASE LINK IT PASSED IN CDEMO-NOTE-LINK.
001910*----------------------------------------------------------------*
001920 FIRST-ENTRY.
001930*----------------------------------------------------------------*
001940     SET CDEMO-PGM-REENTER          TO TRUE
001950     MOVE LOW-VALUES                TO COPAU8TO
001960     MOVE CDEMO-FROM-PROGRAM        TO CDEMO-CPCM-RETURN-PGM
001970     IF CDEMO-CPCM-RETURN-PGM = SPACES OR LOW-VALUES
001980        MOVE WS-PGM-MENU            TO CDEMO-CPCM-RETURN-PGM
001990     END-IF
002000     IF CDEMO-CUST-ID IS NUMERIC AND CDEMO-CUST-ID > 0
002010        AND CDEMO-ACCT-ID IS NUMERIC AND CDEMO-ACCT-ID > 0
002020        PERFORM GET-TODAY           THRU GET-TODAY-EXIT
002030        MOVE 'A'                    TO CPFUNCO OF COPAU8TO
002040        MOVE CDEMO-CUST-ID          TO CPCUSTO OF COPAU8TO
002050        MOVE CDEMO-ACCT-ID          TO CPACCTO OF COPAU8TO
002060        MOVE WS-TODAY               TO CPRCVDO OF COPAU8TO
002070        IF CDEMO-NOTE-LINK-TRAN OR CDEMO-NOTE-LINK-DISPUTE
002080           MOVE CDEMO-NOTE-LINK-TYPE
002090                                    TO CPLTYPO OF COPAU8TO
002100           MOVE CDEMO-NOTE-LINK-ID  TO CPLIDO OF COPAU8TO
002110        END-IF
002120     END-IF
002130     SET SEND-ERASE-YES             TO TRUE
002140     PERFORM SEND-CMPL-SCREEN       THRU SEND-CMPL-SCREEN-EXIT
002150     .
002160 FIRST-ENTRY-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------*
002190 REENTER.
002200*----------------------------------------------------------------*
002210     PERFORM RECEIVE-CMPL-SCREEN    THRU RECEIVE-CMPL-SCREEN-EXIT
002220     EVALUATE EIBAID
002230         WHEN DFHENTER
002240            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
002250            PERFORM SEND-CMPL-SCREEN   THRU SEND-CMPL-SCREEN-EXIT
002260         WHEN DFHPF3
002270            MOVE CDEMO-CPCM-RETURN-PGM TO CDEMO-TO-PROGRAM
002280            MOVE SPACES             TO CDEMO-NOTE-LINK
002290            SET CDEMO-PGM-ENTER     TO TRUE
002300            MOVE WS-PGMNAME         TO CDEMO-FROM-PROGRAM
002310            PERFORM RETURN-TO-PREV-SCREEN
002320                                THRU RETURN-TO-PREV-SCREEN-EXIT
002330         WHEN OTHER
002340            SET ERR-FLG-ON          TO TRUE
002350            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
002360                                    TO WS-MESSAGE
002370            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU8TO
002380            SET SEND-ERASE-NO       TO TRUE
002390            PERFORM SEND-CMPL-SCREEN   THRU SEND-CMPL-SCREEN-EXIT
002400     END-EVALUATE
002410     .
002420 REENTER-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------*
002450*    ENTER VALIDATES THE FUNCTION, CHECKS THE ENTITLEMENT FOR AN
002460*    ADD OR UPDATE AND APPLIES IT. THE COMPLAINT AS NOW ON FILE
002470*    IS SHOWN BACK.
002480*----------------------------------------------------------------*
002490 PROCESS-ENTER-KEY.
002500*----------------------------------------------------------------*
002510     SET SEND-ERASE-NO              TO TRUE
002520     PERFORM CLEAR-CMPL-DISPLAY     THRU CLEAR-CMPL-DISPLAY-EXIT
002530     MOVE CPFUNCI OF COPAU8TI       TO WS-FUNCTION
002540     IF WS-FUNCTION = SPACES OR LOW-VALUES
002550        SET FUNC-INQUIRE            TO TRUE
002560     END-IF
002570     IF NOT FUNC-VALID
002580        SET ERR-FLG-ON              TO TRUE
002590        MOVE 'FUNCTION: I INQUIRE, A ADD OR U UPDATE.'
002600                                    TO WS-MESSAGE
002610        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU8TO
002620        GO TO PROCESS-ENTER-KEY-EXIT
002630     END-IF
002640     IF NOT FUNC-INQUIRE
002650        MOVE 'CMPLAINT'             TO ENT-FUNCTION
002660        PERFORM CHECK-ENTITLEMENT   THRU CHECK-ENTITLEMENT-EXIT
002670        IF USER-NOT-ENTITLED
002680           SET ERR-FLG-ON           TO TRUE
002690           MOVE 'NOT AUTHORIZED TO MAINTAIN COMPLAINTS.'
002700                                    TO WS-MESSAGE
002710           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU8TO
002720           GO TO PROCESS-ENTER-KEY-EXIT
002730        END-IF
002740     END-IF
002750     PERFORM GET-TODAY              THRU GET-TODAY-EXIT
002760     EVALUATE TRUE
002770         WHEN FUNC-INQUIRE
002780            PERFORM INQUIRE-COMPLAINT  THRU INQUIRE-COMPLAINT-EXIT
002790         WHEN FUNC-ADD
002800            PERFORM ADD-COMPLAINT      THRU ADD-COMPLAINT-EXIT
002810         WHEN FUNC-UPDATE
002820            PERFORM UPDATE-COMPLAINT   THRU UPDATE-COMPLAINT-EXIT
002830     END-EVALUATE
002840     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU8TO
002850     .
002860 PROCESS-ENTER-KEY-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------*
002890 GET-TODAY.
002900*----------------------------------------------------------------*
002910     EXEC CICS ASKTIME
002920          ABSTIME(WS-ABS-TIME)
002930          NOHANDLE
002940     END-EXEC
002950     EXEC CICS FORMATTIME
002960          ABSTIME(WS-ABS-TIME)
002970          YYYYMMDD(WS-TODAY)
002980          NOHANDLE
002990     END-EXEC
003000     .
003010 GET-TODAY-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------*
003040 INQUIRE-COMPLAINT.
003050*----------------------------------------------------------------*
003060     PERFORM EDIT-COMPLAINT-ID      THRU EDIT-COMPLAINT-ID-EXIT
003070     IF ERR-FLG-ON
003080        GO TO INQUIRE-COMPLAINT-EXIT
003090     END-IF
003100     PERFORM READ-COMPLAINT         THRU READ-COMPLAINT-EXIT
003110     IF ERR-FLG-ON
003120        GO TO INQUIRE-COMPLAINT-EXIT
003130     END-IF
003140     IF CMP-NOT-ON-FILE
003150        SET ERR-FLG-ON              TO TRUE
003160        MOVE 'NO COMPLAINT ON FILE WITH THAT ID.' TO WS-MESSAGE
003170        GO TO INQUIRE-COMPLAINT-EXIT
003180     END-IF
003190     PERFORM CHECK-COMPLAINT-VIEW   THRU CHECK-COMPLAINT-VIEW-EXIT
003200     IF ERR-FLG-ON
003210        GO TO INQUIRE-COMPLAINT-EXIT
003220     END-IF
003230     PERFORM SHOW-COMPLAINT         THRU SHOW-COMPLAINT-EXIT
003240     .
003250 INQUIRE-COMPLAINT-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------*
003280*    A NEW COMPLAINT: THE ACCOUNT MUST BE ONE THE CUSTOMER HOLDS
003290*    (ON CXREFCUS, LIVE OR END-DATED - A COMPLAINT MAY COME IN
003300*    AFTER THE CARD IS GONE). THE ID IS TAKEN FROM THE CONTROL
003310*    ROW ONLY ONCE EVERY FIELD HAS PASSED.
003320*----------------------------------------------------------------*
003330 ADD-COMPLAINT.
003340*----------------------------------------------------------------*
003350     IF CPIDI OF COPAU8TI NOT = SPACES
003360        AND CPIDI OF COPAU8TI NOT = LOW-VALUES
003370        SET ERR-FLG-ON              TO TRUE
003380        MOVE 'LEAVE COMPLAINT ID BLANK TO ADD - IT IS ASSIGNED.'
003390                                    TO WS-MESSAGE
003400        GO TO ADD-COMPLAINT-EXIT
003410     END-IF
003420     IF CPCUSTI OF COPAU8TI NOT NUMERIC
003430        OR CPCUSTI OF COPAU8TI = ZEROS
003440        SET ERR-FLG-ON              TO TRUE
003450        MOVE 'CUSTOMER ID MUST BE 9 DIGITS.' TO WS-MESSAGE
003460        GO TO ADD-COMPLAINT-EXIT
003470     END-IF
003480     IF CPACCTI OF COPAU8TI NOT NUMERIC
003490        OR CPACCTI OF COPAU8TI = ZEROS
003500        SET ERR-FLG-ON              TO TRUE
003510        MOVE 'ACCOUNT ID MUST BE 11 DIGITS.' TO WS-MESSAGE
003520        GO TO ADD-COMPLAINT-EXIT
003530     END-IF
003540     MOVE CPCUSTI OF COPAU8TI       TO WS-CUST-ID
003550     MOVE CPACCTI OF COPAU8TI       TO WS-ACCT-ID
003560     PERFORM VERIFY-ACCT-OF-CUST    THRU VERIFY-ACCT-OF-CUST-EXIT
003570     IF ERR-FLG-ON
003580        GO TO ADD-COMPLAINT-EXIT
003590     END-IF
003600     IF ACCT-NOT-HELD-BY-CUST
003610        SET ERR-FLG-ON              TO TRUE
003620        MOVE 'THAT ACCOUNT IS NOT HELD BY THAT CUSTOMER.'
003630                                    TO WS-MESSAGE
003640        GO TO ADD-COMPLAINT-EXIT
003650     END-IF
003660     MOVE SPACES                    TO COMPLAINT-RECORD
003670     MOVE ZERO                      TO CMP-ID
003680                                       CMP-BUS-DAYS
003690     MOVE WS-CUST-ID                TO CMP-CUST-ID
003700     MOVE WS-ACCT-ID                TO CMP-ACCT-ID
003710     PERFORM CHECK-COMPLAINT-VIEW   THRU CHECK-COMPLAINT-VIEW-EXIT
003720     IF ERR-FLG-ON
003730        GO TO ADD-COMPLAINT-EXIT
003740     END-IF
003750     PERFORM EDIT-COMPLAINT-FIELDS
003760                                THRU EDIT-COMPLAINT-FIELDS-EXIT
003770     IF ERR-FLG-ON
003780        GO TO ADD-COMPLAINT-EXIT
003790     END-IF
003800     PERFORM ASSIGN-COMPLAINT-ID    THRU ASSIGN-COMPLAINT-ID-EXIT
003810     IF ERR-FLG-ON
003820        GO TO ADD-COMPLAINT-EXIT
003830     END-IF
003840     MOVE WS-CUST-ID                TO CMP-CUST-ID
003850     MOVE WS-ACCT-ID                TO CMP-ACCT-ID
003860     PERFORM APPLY-COMPLAINT-FIELDS
003870                                THRU APPLY-COMPLAINT-FIELDS-EXIT
003880     MOVE CDEMO-USER-ID             TO CMP-OPENED-BY
003890     MOVE WS-TODAY                  TO CMP-OPENED-DATE
003900     EXEC CICS WRITE
003910          DATASET   (WS-CMPFILENAME)
003920          FROM      (COMPLAINT-RECORD)
003930          LENGTH    (LENGTH OF COMPLAINT-RECORD)
003940          RIDFLD    (CMP-KEY)
003950          KEYLENGTH (LENGTH OF CMP-KEY)
003960          RESP      (WS-RESP-CD)
003970          RESP2     (WS-REAS-CD)
003980     END-EXEC
003990     IF WS-RESP-CD = DFHRESP(NORMAL)
004000        MOVE CMP-ID                 TO WS-CMP-ID-DIS
004010        STRING 'COMPLAINT ' WS-CMP-ID-DIS ' ADDED.'
004020               DELIMITED BY SIZE INTO WS-MESSAGE
004030        END-STRING
004040        MOVE 'I'                    TO CPFUNCO OF COPAU8TO
004050        PERFORM SHOW-COMPLAINT      THRU SHOW-COMPLAINT-EXIT
004060     ELSE
004070        SET ERR-FLG-ON              TO TRUE
004080        MOVE 'UNABLE TO UPDATE THE COMPLAINT FILE - TRY AGAIN.'
004090                                    TO WS-MESSAGE
004100     END-IF
004110     .
004120 ADD-COMPLAINT-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------*
004150*    CUSTOMER AND ACCOUNT STAY AS OPENED - A COMPLAINT KEYED TO
004160*    THE WRONG CUSTOMER IS CLOSED WITHDRAWN AND KEYED AGAIN.
004170*    ANY CHANGE CLEARS THE FINAL AGEING SO CBCMPAGE RE-AGES IT.
004180*----------------------------------------------------------------*
004190 UPDATE-COMPLAINT.
004200*----------------------------------------------------------------*
004210     PERFORM EDIT-COMPLAINT-ID      THRU EDIT-COMPLAINT-ID-EXIT
004220     IF ERR-FLG-ON
004230        GO TO UPDATE-COMPLAINT-EXIT
004240     END-IF
004250     PERFORM READ-COMPLAINT         THRU READ-COMPLAINT-EXIT
004260     IF ERR-FLG-ON
004270        GO TO UPDATE-COMPLAINT-EXIT
004280     END-IF
004290     IF CMP-NOT-ON-FILE
004300        SET ERR-FLG-ON              TO TRUE
004310        MOVE 'NO COMPLAINT ON FILE WITH THAT ID.' TO WS-MESSAGE
004320        GO TO UPDATE-COMPLAINT-EXIT
004330     END-IF
004340     PERFORM CHECK-COMPLAINT-VIEW   THRU CHECK-COMPLAINT-VIEW-EXIT
004350     IF NOT ERR-FLG-ON
004360        PERFORM EDIT-COMPLAINT-FIELDS
004370                                THRU EDIT-COMPLAINT-FIELDS-EXIT
004380     END-IF
004390     IF ERR-FLG-ON
004400        EXEC CICS UNLOCK
004410             DATASET   (WS-CMPFILENAME)
004420             NOHANDLE
004430        END-EXEC
004440        GO TO UPDATE-COMPLAINT-EXIT
004450     END-IF
004460     PERFORM APPLY-COMPLAINT-FIELDS
004470                                THRU APPLY-COMPLAINT-FIELDS-EXIT
004480     MOVE 'N'                       TO CMP-FINAL-AGED-SW
004490     EXEC CICS REWRITE
004500          DATASET   (WS-CMPFILENAME)
004510          FROM      (COMPLAINT-RECORD)
004520          LENGTH    (LENGTH OF COMPLAINT-RECORD)
004530          RESP      (WS-RESP-CD)
004540          RESP2     (WS-REAS-CD)
004550     END-EXEC
004560     IF WS-RESP-CD = DFHRESP(NORMAL)
004570        MOVE 'COMPLAINT UPDATED.'   TO WS-MESSAGE
004580        MOVE 'I'                    TO CPFUNCO OF COPAU8TO
004590        PERFORM SHOW-COMPLAINT      THRU SHOW-COMPLAINT-EXIT
004600     ELSE
004610        SET ERR-FLG-ON              TO TRUE
004620        MOVE 'UNABLE TO UPDATE THE COMPLAINT FILE - TRY AGAIN.'
004630                                    TO WS-MESSAGE
004640     END-IF
004650     .
004660 UPDATE-COMPLAINT-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------*
004690 EDIT-COMPLAINT-ID.
004700*----------------------------------------------------------------*
004710     IF CPIDI OF COPAU8TI NOT NUMERIC
004720        OR CPIDI OF COPAU8TI = ZEROS
004730        SET ERR-FLG-ON              TO TRUE
004740        MOVE 'KEY THE 9-DIGIT COMPLAINT ID (ZERO-FILLED).'
004750                                    TO WS-MESSAGE
004760        GO TO EDIT-COMPLAINT-ID-EXIT
004770     END-IF
004780     MOVE CPIDI OF COPAU8TI         TO WS-CMP-ID
004790     .
004800 EDIT-COMPLAINT-ID-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830*    INQUIRY READS PLAIN; UPDATE READS FOR UPDATE.
004840*----------------------------------------------------------------*
004850 READ-COMPLAINT.
004860*----------------------------------------------------------------*
004870     SET CMP-NOT-ON-FILE            TO TRUE
004880     MOVE WS-CMP-ID                 TO CMP-ID
004890     IF FUNC-INQUIRE
004900        EXEC CICS READ
004910             DATASET   (WS-CMPFILENAME)
004920             RIDFLD    (CMP-KEY)
004930             KEYLENGTH (LENGTH OF CMP-KEY)
004940             INTO      (COMPLAINT-RECORD)
004950             LENGTH    (LENGTH OF COMPLAINT-RECORD)
004960             RESP      (WS-RESP-CD)
004970             RESP2     (WS-REAS-CD)
004980        END-EXEC
004990     ELSE
005000        EXEC CICS READ
005010             DATASET   (WS-CMPFILENAME)
005020             RIDFLD    (CMP-KEY)
005030             KEYLENGTH (LENGTH OF CMP-KEY)
005040             INTO      (COMPLAINT-RECORD)
005050             LENGTH    (LENGTH OF COMPLAINT-RECORD)
005060             UPDATE
005070             RESP      (WS-RESP-CD)
005080             RESP2     (WS-REAS-CD)
005090        END-EXEC
005100     END-IF
005110     EVALUATE WS-RESP-CD
005120         WHEN DFHRESP(NORMAL)
005130            SET CMP-ON-FILE         TO TRUE
005140         WHEN DFHRESP(NOTFND)
005150            CONTINUE
005160         WHEN OTHER
005170            SET ERR-FLG-ON          TO TRUE
005180            MOVE 'UNABLE TO READ THE COMPLAINT FILE - TRY AGAIN.'
005190                                    TO WS-MESSAGE
005200     END-EVALUATE
005210     .
005220 READ-COMPLAINT-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------*
005250*    THE CUSTOMER'S CARDS ON CXREFCUS (NON-UNIQUE PATH - DUPKEY
005260*    WHILE MORE FOLLOW). ANY LINK TO THE ACCOUNT WILL DO.
005270*----------------------------------------------------------------*
005280 VERIFY-ACCT-OF-CUST.
005290*----------------------------------------------------------------*
005300     SET ACCT-NOT-HELD-BY-CUST      TO TRUE
005310     MOVE 'N'                       TO WS-CUSX-EOF-SW
005320     MOVE WS-CUST-ID                TO WS-CUSX-RID-CUST-ID
005330     EXEC CICS STARTBR
005340          DATASET   (WS-XRCUSFILENAME)
005350          RIDFLD    (WS-CUSX-RID-CUST-ID-X)
005360          KEYLENGTH (LENGTH OF WS-CUSX-RID-CUST-ID-X)
005370          EQUAL
005380          RESP      (WS-RESP-CD)
005390          RESP2     (WS-REAS-CD)
005400     END-EXEC
005410     EVALUATE WS-RESP-CD
005420         WHEN DFHRESP(NORMAL)
005430            CONTINUE
005440         WHEN DFHRESP(NOTFND)
005450            GO TO VERIFY-ACCT-OF-CUST-EXIT
005460         WHEN OTHER
005470            SET ERR-FLG-ON          TO TRUE
005480            MOVE 'UNABLE TO READ THE CARD CROSS-REFERENCE.'
005490                                    TO WS-MESSAGE
005500            GO TO VERIFY-ACCT-OF-CUST-EXIT
005510     END-EVALUATE
005520     PERFORM SCAN-NEXT-CUST-CARD    THRU SCAN-NEXT-CUST-CARD-EXIT
005530         UNTIL CUSX-SCAN-EOF
005540            OR ACCT-HELD-BY-CUST
005550     EXEC CICS ENDBR
005560          DATASET (WS-XRCUSFILENAME)
005570          RESP    (WS-RESP-CD)
005580     END-EXEC
005590     .
005600 VERIFY-ACCT-OF-CUST-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630 SCAN-NEXT-CUST-CARD.
005640*----------------------------------------------------------------*
005650     EXEC CICS READNEXT
005660          DATASET   (WS-XRCUSFILENAME)
005670          RIDFLD    (WS-CUSX-RID-CUST-ID-X)
005680          KEYLENGTH (LENGTH OF WS-CUSX-RID-CUST-ID-X)
005690          INTO      (CARD-XREF-RECORD)
005700          LENGTH    (LENGTH OF CARD-XREF-RECORD)
005710          RESP      (WS-RESP-CD)
005720          RESP2     (WS-REAS-CD)
005730     END-EXEC
005740     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
005750        AND WS-RESP-CD NOT = DFHRESP(DUPKEY)
005760        SET CUSX-SCAN-EOF           TO TRUE
005770        GO TO SCAN-NEXT-CUST-CARD-EXIT
005780     END-IF
005790     IF XREF-CUST-ID NOT = WS-CUST-ID
005800        SET CUSX-SCAN-EOF           TO TRUE
005810        GO TO SCAN-NEXT-CUST-CARD-EXIT
005820     END-IF
005830     IF XREF-ACCT-ID = WS-ACCT-ID
005840        SET ACCT-HELD-BY-CUST       TO TRUE
005850     END-IF
005860     .
005870 SCAN-NEXT-CUST-CARD-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------*
005900*    A STAFF MEMBER'S OWN COMPLAINT IS REFUSED LIKE ANY OTHER
005910*    VIEW OF THEIR ACCOUNT; FLAGGED CUSTOMERS ARE JOURNALED.
005920*----------------------------------------------------------------*
005930 CHECK-COMPLAINT-VIEW.
005940*----------------------------------------------------------------*
005950     MOVE CMP-CUST-ID               TO WS-VW-CUST-ID
005960     MOVE CMP-ACCT-ID               TO WS-VW-ACCT-ID
005970     PERFORM CHECK-SENSITIVE-VIEW   THRU CHECK-SENSITIVE-VIEW-EXIT
005980     IF WS-VW-VIEW-BLOCKED
005990        SET ERR-FLG-ON              TO TRUE
006000        MOVE WS-VW-BLOCK-MSG        TO WS-MESSAGE
006010     END-IF
006020     .
006030 CHECK-COMPLAINT-VIEW-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------*
006060*    EVERY MAINTAINABLE FIELD IS EDITED INTO WS-EDIT-FIELDS; THE
006070*    RECORD IS TOUCHED ONLY BY APPLY-COMPLAINT-FIELDS AFTERWARDS.
006080*    DATES ARE CCYYMMDD AND NOT IN THE FUTURE; ACKNOWLEDGEMENT
006090*    AND RESOLUTION ARE NOT BEFORE RECEIPT.
006100*----------------------------------------------------------------*
006110 EDIT-COMPLAINT-FIELDS.
006120*----------------------------------------------------------------*
006130     MOVE CPLTYPI OF COPAU8TI       TO WS-ED-LINK-TYPE
006140     MOVE CPLIDI OF COPAU8TI        TO WS-ED-LINK-ID
006150     MOVE CPCATGI OF COPAU8TI       TO WS-ED-CATEGORY
006160     MOVE CPRCVDI OF COPAU8TI       TO WS-ED-RECEIVED-DATE
006170     MOVE CPACKDI OF COPAU8TI       TO WS-ED-ACK-DATE
006180     MOVE CPRSLDI OF COPAU8TI       TO WS-ED-RESOLVED-DATE
006190     MOVE CPOUTCI OF COPAU8TI       TO WS-ED-OUTCOME
006200     MOVE CPROOTI OF COPAU8TI       TO WS-ED-ROOT-CAUSE
006210     MOVE CPSUMMI OF COPAU8TI       TO WS-ED-SUMMARY
006220     INSPECT WS-EDIT-FIELDS REPLACING ALL LOW-VALUES BY SPACES
006230*
006240     PERFORM EDIT-COMPLAINT-LINK    THRU EDIT-COMPLAINT-LINK-EXIT
006250     IF ERR-FLG-ON
006260        GO TO EDIT-COMPLAINT-FIELDS-EXIT
006270     END-IF
006280     MOVE WS-ED-CATEGORY            TO CMP-CATEGORY
006290     IF NOT CMP-CAT-VALID
006300        SET ERR-FLG-ON              TO TRUE
006310        MOVE 'CATEGORY: DC HD DS FE FR SV OR OT.' TO WS-MESSAGE
006320        GO TO EDIT-COMPLAINT-FIELDS-EXIT
006330     END-IF
006340     MOVE WS-ED-RECEIVED-DATE       TO WS-EDIT-DATE
006350     PERFORM EDIT-ONE-DATE          THRU EDIT-ONE-DATE-EXIT
006360     IF EDIT-DATE-BAD
006370        OR WS-ED-RECEIVED-DATE = SPACES
006380        SET ERR-FLG-ON              TO TRUE
006390        MOVE 'RECEIVED DATE MUST BE CCYYMMDD, NOT IN THE FUTURE.'
006400                                    TO WS-MESSAGE
006410        GO TO EDIT-COMPLAINT-FIELDS-EXIT
006420     END-IF
006430     MOVE WS-ED-ACK-DATE            TO WS-EDIT-DATE
006440     PERFORM EDIT-ONE-DATE          THRU EDIT-ONE-DATE-EXIT
006450     IF EDIT-DATE-BAD
006460        OR (WS-ED-ACK-DATE NOT = SPACES
006470            AND WS-ED-ACK-DATE < WS-ED-RECEIVED-DATE)
006480        SET ERR-FLG-ON              TO TRUE
006490        MOVE 'ACK DATE: CCYYMMDD FROM RECEIPT TO TODAY, OR BLANK.'
006500                                    TO WS-MESSAGE
006510        GO TO EDIT-COMPLAINT-FIELDS-EXIT
006520     END-IF
006530     MOVE WS-ED-RESOLVED-DATE       TO WS-EDIT-DATE
006540     PERFORM EDIT-ONE-DATE          THRU EDIT-ONE-DATE-EXIT
006550     IF EDIT-DATE-BAD
006560        OR (WS-ED-RESOLVED-DATE NOT = SPACES
006570            AND WS-ED-RESOLVED-DATE < WS-ED-RECEIVED-DATE)
006580        SET ERR-FLG-ON              TO TRUE
006590        MOVE
006600          'RESOLVED: CCYYMMDD FROM RECEIPT TO TODAY, OR BLANK.'
006610                                    TO WS-MESSAGE
006620        GO TO EDIT-COMPLAINT-FIELDS-EXIT
006630     END-IF
006640     MOVE WS-ED-OUTCOME             TO CMP-OUTCOME
006650     MOVE WS-ED-ROOT-CAUSE          TO CMP-ROOT-CAUSE
006660     IF WS-ED-RESOLVED-DATE = SPACES
006670        IF NOT CMP-OUTCOME-NONE
006680           SET ERR-FLG-ON           TO TRUE
006690           MOVE 'AN OUTCOME NEEDS THE RESOLVED DATE.'
006700                                    TO WS-MESSAGE
006710           GO TO EDIT-COMPLAINT-FIELDS-EXIT
006720        END-IF
006730     ELSE
006740        IF NOT CMP-OUTCOME-VALID
006750           SET ERR-FLG-ON           TO TRUE
006760           MOVE 'OUTCOME: U UPHELD, P PARTLY, N NOT, W WITHDRAWN.'
006770                                    TO WS-MESSAGE
006780           GO TO EDIT-COMPLAINT-FIELDS-EXIT
006790        END-IF
006800        IF CMP-RC-NONE AND NOT CMP-WITHDRAWN
006810           SET ERR-FLG-ON           TO TRUE
006820           MOVE 'A RESOLVED COMPLAINT NEEDS ITS ROOT CAUSE.'
006830                                    TO WS-MESSAGE
006840           GO TO EDIT-COMPLAINT-FIELDS-EXIT
006850        END-IF
006860     END-IF
006870     IF NOT CMP-RC-NONE AND NOT CMP-RC-VALID
006880        SET ERR-FLG-ON              TO TRUE
006890        MOVE 'ROOT CAUSE: PL SY SE CM NW MR FR NF OR BLANK.'
006900                                    TO WS-MESSAGE
006910        GO TO EDIT-COMPLAINT-FIELDS-EXIT
006920     END-IF
006930     IF WS-ED-SUMMARY = SPACES
006940        SET ERR-FLG-ON              TO TRUE
006950        MOVE 'SUMMARIZE THE COMPLAINT.' TO WS-MESSAGE
006960     END-IF
006970     .
006980 EDIT-COMPLAINT-FIELDS-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------*
007010*    LINK TYPE BLANK, T (TRANSACTION ID) OR D (DISPUTE CASE ID).
007020*    A CASE MUST BE ON PAUDISPT AGAINST THE COMPLAINT'S ACCOUNT.
007030*----------------------------------------------------------------*
007040 EDIT-COMPLAINT-LINK.
007050*----------------------------------------------------------------*
007060     IF NOT ED-LINK-VALID
007070        SET ERR-FLG-ON              TO TRUE
007080        MOVE 'LINK TYPE MUST BE T (TRAN), D (CASE) OR BLANK.'
007090                                    TO WS-MESSAGE
007100        GO TO EDIT-COMPLAINT-LINK-EXIT
007110     END-IF
007120     IF ED-LINK-NONE
007130        MOVE SPACES                 TO WS-ED-LINK-ID
007140        GO TO EDIT-COMPLAINT-LINK-EXIT
007150     END-IF
007160     IF WS-ED-LINK-ID = SPACES
007170        SET ERR-FLG-ON              TO TRUE
007180        MOVE 'A LINKED COMPLAINT NEEDS THE TRAN OR CASE ID.'
007190                                    TO WS-MESSAGE
007200        GO TO EDIT-COMPLAINT-LINK-EXIT
007210     END-IF
007220     IF ED-LINK-TRANSACTION
007230        GO TO EDIT-COMPLAINT-LINK-EXIT
007240     END-IF
007250     MOVE ZERO                      TO WS-LINK-LEN
007260     INSPECT WS-ED-LINK-ID TALLYING WS-LINK-LEN
007270             FOR CHARACTERS BEFORE INITIAL SPACE
007280     IF WS-LINK-LEN = 0 OR WS-LINK-LEN > 9
007290        SET ERR-FLG-ON              TO TRUE
007300     ELSE
007310        IF WS-ED-LINK-ID(1:WS-LINK-LEN) NOT NUMERIC
007320           OR WS-ED-LINK-ID(WS-LINK-LEN + 1:) NOT = SPACES
007330           SET ERR-FLG-ON           TO TRUE
007340        END-IF
007350     END-IF
007360     IF ERR-FLG-ON
007370        MOVE 'A DISPUTE CASE ID IS UP TO 9 DIGITS.' TO WS-MESSAGE
007380        GO TO EDIT-COMPLAINT-LINK-EXIT
007390     END-IF
007400     MOVE WS-ED-LINK-ID(1:WS-LINK-LEN) TO DSP-CASE-ID
007410     EXEC SQL
007420         SELECT ACCT_ID
007430           INTO :DSP-ACCT-ID
007440           FROM CARDDEMO.PAUDISPT
007450          WHERE CASE_ID = :DSP-CASE-ID
007460     END-EXEC
007470     EVALUATE SQLCODE
007480         WHEN ZERO
007490            IF DSP-ACCT-ID NOT = CMP-ACCT-ID
007500               SET ERR-FLG-ON       TO TRUE
007510               MOVE 'THAT DISPUTE CASE IS ON ANOTHER ACCOUNT.'
007520                                    TO WS-MESSAGE
007530            END-IF
007540         WHEN +100
007550            SET ERR-FLG-ON          TO TRUE
007560            MOVE 'NO DISPUTE CASE WITH THAT ID.' TO WS-MESSAGE
007570         WHEN OTHER
007580            SET ERR-FLG-ON          TO TRUE
007590            MOVE SQLCODE            TO WS-SQLCODE
007600            STRING 'UNABLE TO READ DISPUTE CASE TABLE, SQLCODE '
007610                   WS-SQLCODE
007620                   DELIMITED BY SIZE INTO WS-MESSAGE
007630            END-STRING
007640     END-EVALUATE
007650     .
007660 EDIT-COMPLAINT-LINK-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------*
007690*    BLANK PASSES (THE CALLER DECIDES WHETHER IT IS REQUIRED).
007700*----------------------------------------------------------------*
007710 EDIT-ONE-DATE.
007720*----------------------------------------------------------------*
007730     SET EDIT-DATE-OK               TO TRUE
007740     IF WS-EDIT-DATE = SPACES
007750        GO TO EDIT-ONE-DATE-EXIT
007760     END-IF
007770     IF WS-EDIT-DATE NOT NUMERIC
007780        SET EDIT-DATE-BAD           TO TRUE
007790        GO TO EDIT-ONE-DATE-EXIT
007800     END-IF
007810     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
007820        OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
007830        OR WS-EDIT-CCYY < 1900
007840        OR WS-EDIT-DATE > WS-TODAY
007850        SET EDIT-DATE-BAD           TO TRUE
007860     END-IF
007870     .
007880 EDIT-ONE-DATE-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------*
007910*    A RESOLUTION WITH NO ACKNOWLEDGEMENT KEYED COUNTS AS THE
007920*    ACKNOWLEDGEMENT TOO. THE STATUS FOLLOWS THE DATES.
007930*----------------------------------------------------------------*
007940 APPLY-COMPLAINT-FIELDS.
007950*----------------------------------------------------------------*
007960     IF WS-ED-ACK-DATE = SPACES
007970        MOVE WS-ED-RESOLVED-DATE    TO WS-ED-ACK-DATE
007980     END-IF
007990     MOVE WS-ED-LINK-TYPE           TO CMP-LINK-TYPE
008000     MOVE WS-ED-LINK-ID             TO CMP-LINK-ID
008010     MOVE WS-ED-CATEGORY            TO CMP-CATEGORY
008020     MOVE WS-ED-RECEIVED-DATE       TO CMP-RECEIVED-DATE
008030     MOVE WS-ED-ACK-DATE            TO CMP-ACK-DATE
008040     MOVE WS-ED-RESOLVED-DATE       TO CMP-RESOLVED-DATE
008050     MOVE WS-ED-OUTCOME             TO CMP-OUTCOME
008060     MOVE WS-ED-ROOT-CAUSE          TO CMP-ROOT-CAUSE
008070     MOVE WS-ED-SUMMARY             TO CMP-SUMMARY
008080     EVALUATE TRUE
008090         WHEN CMP-RESOLVED-DATE NOT = SPACES
008100            SET CMP-CLOSED          TO TRUE
008110         WHEN CMP-ACK-DATE NOT = SPACES
008120            SET CMP-ACKNOWLEDGED    TO TRUE
008130         WHEN OTHER
008140            SET CMP-OPEN            TO TRUE
008150     END-EVALUATE
008160     MOVE CDEMO-USER-ID             TO CMP-UPDATED-BY
008170     MOVE WS-TODAY                  TO CMP-UPDATED-DATE
008180     .
008190 APPLY-COMPLAINT-FIELDS-EXIT.
008200     EXIT.
008210*----------------------------------------------------------------*
008220*    THE CONTROL ROW (ID ZERO) HOLDS THE LAST ID ISSUED; IT IS
008230*    CREATED ON THE FIRST ADD. THE UPDATE LOCK SERIALIZES ADDS.
008240*----------------------------------------------------------------*
008250 ASSIGN-COMPLAINT-ID.
008260*----------------------------------------------------------------*
008270     MOVE ZERO                      TO CMP-ID
008280     EXEC CICS READ
008290          DATASET   (WS-CMPFILENAME)
008300          RIDFLD    (CMP-KEY)
008310          KEYLENGTH (LENGTH OF CMP-KEY)
008320          INTO      (COMPLAINT-RECORD)
008330          LENGTH    (LENGTH OF COMPLAINT-RECORD)
008340          UPDATE
008350          RESP      (WS-RESP-CD)
008360          RESP2     (WS-REAS-CD)
008370     END-EXEC
008380     EVALUATE WS-RESP-CD
008390         WHEN DFHRESP(NORMAL)
008400            ADD 1                   TO CMP-CTL-LAST-ID
008410            EXEC CICS REWRITE
008420                 DATASET   (WS-CMPFILENAME)
008430                 FROM      (COMPLAINT-RECORD)
008440                 LENGTH    (LENGTH OF COMPLAINT-RECORD)
008450                 RESP      (WS-RESP-CD)
008460                 RESP2     (WS-REAS-CD)
008470            END-EXEC
008480         WHEN DFHRESP(NOTFND)
008490            MOVE SPACES             TO COMPLAINT-RECORD
008500            MOVE ZERO               TO CMP-ID
008510            MOVE 1                  TO CMP-CTL-LAST-ID
008520            EXEC CICS WRITE
008530                 DATASET   (WS-CMPFILENAME)
008540                 FROM      (COMPLAINT-RECORD)
008550                 LENGTH    (LENGTH OF COMPLAINT-RECORD)
008560                 RIDFLD    (CMP-KEY)
008570                 KEYLENGTH (LENGTH OF CMP-KEY)
008580                 RESP      (WS-RESP-CD)
008590                 RESP2     (WS-REAS-CD)
008600            END-EXEC
008610         WHEN OTHER
008620            CONTINUE
008630     END-EVALUATE
008640     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
008650        SET ERR-FLG-ON              TO TRUE
008660        MOVE 'UNABLE TO ASSIGN A COMPLAINT ID - TRY AGAIN.'
008670                                    TO WS-MESSAGE
008680        GO TO ASSIGN-COMPLAINT-ID-EXIT
008690     END-IF
008700     MOVE CMP-CTL-LAST-ID           TO WS-CMP-ID
008710     MOVE SPACES                    TO COMPLAINT-RECORD
008720     MOVE WS-CMP-ID                 TO CMP-ID
008730     MOVE ZERO                      TO CMP-BUS-DAYS
008740     MOVE 'N'                       TO CMP-ACK-LATE-SW
008750                                       CMP-RESP-LATE-SW
008760                                       CMP-FINAL-AGED-SW
008770     .
008780 ASSIGN-COMPLAINT-ID-EXIT.
008790     EXIT.
008800*----------------------------------------------------------------*
008810 SHOW-COMPLAINT.
008820*----------------------------------------------------------------*
008830     MOVE CMP-ID                    TO CPIDO OF COPAU8TO
008840     MOVE CMP-CUST-ID               TO CPCUSTO OF COPAU8TO
008850     MOVE CMP-ACCT-ID               TO CPACCTO OF COPAU8TO
008860     MOVE CMP-LINK-TYPE             TO CPLTYPO OF COPAU8TO
008870     MOVE CMP-LINK-ID               TO CPLIDO OF COPAU8TO
008880     MOVE CMP-CATEGORY              TO CPCATGO OF COPAU8TO
008890     MOVE CMP-RECEIVED-DATE         TO CPRCVDO OF COPAU8TO
008900     MOVE CMP-ACK-DATE              TO CPACKDO OF COPAU8TO
008910     MOVE CMP-RESOLVED-DATE         TO CPRSLDO OF COPAU8TO
008920     MOVE CMP-OUTCOME               TO CPOUTCO OF COPAU8TO
008930     MOVE CMP-ROOT-CAUSE            TO CPROOTO OF COPAU8TO
008940     MOVE CMP-SUMMARY               TO CPSUMMO OF COPAU8TO
008950     MOVE CMP-OPENED-BY             TO CPOPBYO OF COPAU8TO
008960     MOVE CMP-OPENED-DATE           TO CPOPDTO OF COPAU8TO
008970     MOVE CMP-UPDATED-BY            TO CPUPBYO OF COPAU8TO
008980     MOVE CMP-UPDATED-DATE          TO CPUPDTO OF COPAU8TO
008990     EVALUATE TRUE
009000         WHEN CMP-CLOSED
009010            MOVE 'CLOSED'           TO CPSTATO OF COPAU8TO
009020         WHEN CMP-ACKNOWLEDGED
009030            MOVE 'ACKNOWLEDGED'     TO CPSTATO OF COPAU8TO
009040         WHEN OTHER
009050            MOVE 'OPEN'             TO CPSTATO OF COPAU8TO
009060     END-EVALUATE
009070     IF CMP-NOT-YET-AGED
009080        OR NOT CMP-FINAL-AGED AND CMP-CLOSED
009090        MOVE 'NOT YET AGED'         TO CPDEADO OF COPAU8TO
009100        GO TO SHOW-COMPLAINT-EXIT
009110     END-IF
009120     MOVE CMP-BUS-DAYS              TO WS-BUS-DAYS-DIS
009130     MOVE WS-BUS-DAYS-DIS           TO CPBDAYO OF COPAU8TO
009140     EVALUATE TRUE
009150         WHEN CMP-CLOSED AND CMP-RESP-WAS-LATE
009160            MOVE 'CLOSED LATE'      TO CPDEADO OF COPAU8TO
009170         WHEN CMP-CLOSED
009180            MOVE 'CLOSED IN TIME'   TO CPDEADO OF COPAU8TO
009190         WHEN CMP-RESPONSE-BREACHED
009200            MOVE 'RESPONSE OVERDUE' TO CPDEADO OF COPAU8TO
009210         WHEN CMP-ACK-OVERDUE
009220            MOVE 'ACK OVERDUE'      TO CPDEADO OF COPAU8TO
009230         WHEN CMP-DUE-SOON
009240            MOVE 'RESPONSE DUE SOON'
009250                                    TO CPDEADO OF COPAU8TO
009260         WHEN OTHER
009270            MOVE 'WITHIN DEADLINE'  TO CPDEADO OF COPAU8TO
009280     END-EVALUATE
009290     .
009300 SHOW-COMPLAINT-EXIT.
009310     EXIT.
009320*----------------------------------------------------------------*
009330 CLEAR-CMPL-DISPLAY.
009340*----------------------------------------------------------------*
009350     MOVE SPACES                    TO CPSTATO OF COPAU8TO
009360                                       CPBDAYO OF COPAU8TO
009370                                       CPDEADO OF COPAU8TO
009380                                       CPOPBYO OF COPAU8TO
009390                                       CPOPDTO OF COPAU8TO
009400                                       CPUPBYO OF COPAU8TO
009410                                       CPUPDTO OF COPAU8TO
009420     .
009430 CLEAR-CMPL-DISPLAY-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------*
009460 RECEIVE-CMPL-SCREEN.
009470*----------------------------------------------------------------*
009480     EXEC CICS RECEIVE
009490         MAP('COPAU8T')
009500         MAPSET('COPAU28')
009510         INTO(COPAU8TI)
009520     END-EXEC
009530     .
009540 RECEIVE-CMPL-SCREEN-EXIT.
009550     EXIT.
009560*----------------------------------------------------------------*
009570 SEND-CMPL-SCREEN.
009580*----------------------------------------------------------------*
009590     IF SEND-ERASE-YES
009600        EXEC CICS SEND MAP('COPAU8T')
009610             MAPSET('COPAU28')
009620             FROM(COPAU8TO)
009630             ERASE
009640        END-EXEC
009650     ELSE
009660        EXEC CICS SEND MAP('COPAU8T')
009670             MAPSET('COPAU28')
009680             FROM(COPAU8TO)
009690             DATAONLY
009700        END-EXEC
009710     END-IF
009720     .
009730 SEND-CMPL-SCREEN-EXIT.
009740     EXIT.
009750*----------------------------------------------------------------*
009760 RETURN-TO-PREV-SCREEN.
009770*----------------------------------------------------------------*
009780     EXEC CICS XCTL
009790        PROGRAM(CDEMO-TO-PROGRAM)
009800         COMMAREA(CARDDEMO-COMMAREA)
009810     END-EXEC
009820     .
009830 RETURN-TO-PREV-SCREEN-EXIT.
009840     EXIT.
009850*----------------------------------------------------------------*
009860*    ENTITLEMENT CHECK - SAME PATTERN AS THE AUTHORIZATION
009870*    SCREENS; A DENIED ATTEMPT IS LOGGED TO THE CENT TD QUEUE.
009880*----------------------------------------------------------------*
009890 CHECK-ENTITLEMENT.
009900*----------------------------------------------------------------*
009910     EXEC CICS ASKTIME
009920          ABSTIME(WS-ENT-ABS-TIME)
009930          NOHANDLE
009940     END-EXEC
009950     EXEC CICS FORMATTIME
009960          ABSTIME(WS-ENT-ABS-TIME)
009970          YYYYMMDD(WS-ENT-TODAY)
009980          NOHANDLE
009990     END-EXEC
010000     SET USER-NOT-ENTITLED          TO TRUE
010010     MOVE CDEMO-USER-ID             TO ENT-USER-ID
010020     EXEC CICS READ
010030          DATASET   (WS-ENTTLFILENAME)
010040          RIDFLD    (ENT-KEY)
010050          KEYLENGTH (LENGTH OF ENT-KEY)
010060          INTO      (ENTITLEMENT-RECORD)
010070          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
010080          RESP      (WS-RESP-CD)
010090          RESP2     (WS-REAS-CD)
010100     END-EXEC
010110     IF WS-RESP-CD = DFHRESP(NORMAL)
010120        AND ENT-IS-ALLOWED
010130        AND (ENT-EXPIRY-DATE = SPACES
010140             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
010150        SET USER-IS-ENTITLED        TO TRUE
010160     ELSE
010170        MOVE SPACES                 TO ENT-VIOLATION-RECORD
010180        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
010190        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
010200        MOVE WS-PGMNAME             TO ENTV-PROGRAM
010210        EXEC CICS ASKTIME
010220             ABSTIME(WS-ABS-TIME)
010230             NOHANDLE
010240        END-EXEC
010250        EXEC CICS FORMATTIME
010260             ABSTIME(WS-ABS-TIME)
010270             MMDDYY(WS-CUR-DATE)
010280             DATESEP
010290             TIME(WS-CUR-TIME)
010300             TIMESEP
010310             NOHANDLE
010320        END-EXEC
010330        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
010340               INTO ENTV-TIMESTAMP
010350        END-STRING
010360        EXEC CICS WRITEQ TD
010370             QUEUE('CENT')
010380             FROM(ENT-VIOLATION-RECORD)
010390             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
010400             NOHANDLE
010410        END-EXEC
010420     END-IF
010430     .
010440 CHECK-ENTITLEMENT-EXIT.
010450     EXIT.
010460*----------------------------------------------------------------*
010470*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
010480*----------------------------------------------------------------*
010490 COPY CSVWLOGP.
