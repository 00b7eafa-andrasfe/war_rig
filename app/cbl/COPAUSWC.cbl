000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSWC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-10.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSWC - CSR CONTACT NOTES (PAUNOT)
000090*    CICS PSEUDO-CONVERSATIONAL TRANSACTION OVER THE CSRNOTES
000100*    FILE (CVCSRNTY). REACHED BY PF11 FROM CUSTOMER 360
000110*    (COPAUSOC), THE AUTH DETAIL SCREEN (COPAUS1C) AND THE
000120*    DISPUTE WORK QUEUE (COPAUS6C) FOR THE ACCOUNT IN THE
000130*    COMMAREA. THE ACCOUNT'S NOTES ARE LISTED NEWEST FIRST, FIVE
000140*    TO A PAGE (PF7/PF8). KEYING TEXT AND PRESSING ENTER ADDS A
000150*    NOTE STAMPED WITH THE DATE, TIME AND USER. THE CALLER MAY
000160*    PASS A TRANSACTION (T) OR DISPUTE CASE (D) LINK IN
000170*    CDEMO-NOTE-LINK; IT IS OFFERED ON THE SCREEN AND THE AGENT
000180*    MAY KEEP, CHANGE OR BLANK IT. PF3 RETURNS TO THE CALLER,
000190*    WHOSE OWN COMMAREA EXTENSION IS CARRIED THROUGH UNTOUCHED.
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2027-10-10  ABF INITIAL VERSION                                *
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
000350     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSWC'.
000360     05  WS-TRANID                  PIC X(04) VALUE 'CPNO'.
000370     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000380     05  WS-NOTEFILENAME            PIC X(08) VALUE 'CSRNOTES'.
000390     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000400     05  WS-STAMP-X.
000410         10  WS-STAMP-DATE          PIC X(08).
000420         10  WS-STAMP-TIME          PIC X(06).
000430     05  WS-STAMP-N REDEFINES WS-STAMP-X
000440                                    PIC 9(14).
000450     05  WS-BR-KEY                  PIC X(27).
000460     05  WS-SKIP-KEY                PIC X(27).
000470     05  WS-ROW-SUB                 PIC S9(04) COMP.
000480     05  WS-PREV-CNT                PIC S9(04) COMP.
000490     05  WS-LINK-LEN                PIC S9(04) COMP.
000500     05  WS-PAGE-DIS                PIC 9(03).
000510     05  WS-LINK-TYPE               PIC X(01).
000520     05  WS-LINK-ID                 PIC X(15).
000530     05  WS-TEXT-LINE1              PIC X(60).
000540     05  WS-TEXT-LINE2              PIC X(60).
000550     05  WS-BROWSE-SW               PIC X(01).
000560         88  BROWSE-MORE                    VALUE 'Y'.
000570         88  BROWSE-DONE                    VALUE 'N'.
000580     05  WS-WRITE-SW                PIC X(01).
000590         88  NOTE-WRITE-PENDING             VALUE 'P'.
000600         88  NOTE-WRITTEN                   VALUE 'W'.
000610         88  NOTE-WRITE-FAILED              VALUE 'F'.
000620     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000630         88  SEND-ERASE-YES                 VALUE 'Y'.
000640         88  SEND-ERASE-NO                  VALUE 'N'.
000650*----------------------------------------------------------------*
000660*    CSR NOTE RECORD
000670*----------------------------------------------------------------*
000680 COPY CVCSRNTY.
000690*----------------------------------------------------------------*
000700*    SENSITIVE-VIEW CHECK RECORDS
000710*----------------------------------------------------------------*
000720 COPY CVUSRCUY.
000730 COPY CVVWLOGY.
000740 COPY CSVWLOGY.
000750*----------------------------------------------------------------*
000760*    COMMON CARDDEMO WORK AREAS
000770*----------------------------------------------------------------*
000780 COPY CSMSG01Y.
000790 COPY CSMSG02Y.
000800 COPY CSDAT01Y.
000810 COPY COTTL01Y.
000820*----------------------------------------------------------------*
000830*    COMMAREA WORKING COPY. THE CALLER'S OWN EXTENSION (UP TO 200
000840*    BYTES PAST THE COMMON AREA) RIDES IN CDEMO-CPNT-CALLER-AREA
000850*    SO IT GOES BACK INTACT ON PF3; THE NOTES PAGING STATE
000860*    FOLLOWS IT.
000870*----------------------------------------------------------------*
000880 COPY COCOM01Y.
000890     05  CDEMO-CPNT-CALLER-AREA     PIC X(200).
000900     05  CDEMO-CPNT-INFO.
000910         10  CDEMO-CPNT-RETURN-PGM  PIC X(08).
000920         10  CDEMO-CPNT-PAGE-NUM    PIC S9(04) COMP.
000930         10  CDEMO-CPNT-FIRST-KEY   PIC X(27).
000940         10  CDEMO-CPNT-LAST-KEY    PIC X(27).
000950         10  CDEMO-CPNT-NEXT-PAGE-FLG
000960                                    PIC X(01).
000970             88  NOTE-NEXT-PAGE-YES         VALUE 'Y'.
000980             88  NOTE-NEXT-PAGE-NO          VALUE 'N'.
000990*----------------------------------------------------------------*
001000*    BMS SCREEN / STANDARD COPYBOOKS
001010*----------------------------------------------------------------*
001020 COPY COPAU27.
001030 COPY DFHAID.
001040 COPY DFHBMSCA.
001050*----------------------------------------------------------------*
001060 LINKAGE SECTION.
001070*----------------------------------------------------------------*
001080 01  DFHCOMMAREA.
001090     05  LK-COMMAREA                PIC X(01)
001100             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.
001110*----------------------------------------------------------------*
001120 PROCEDURE DIVISION.
001130*----------------------------------------------------------------*
001140 MAIN-PARA.
001150*----------------------------------------------------------------*
001160     SET ERR-FLG-OFF                TO TRUE
001170     SET SEND-ERASE-YES             TO TRUE
001180     MOVE SPACES TO WS-MESSAGE
001190                     ERRMSGO OF COPAU7SO
001200
001210     IF EIBCALEN = 0
001220        MOVE 'NO COMMAREA RECEIVED - CONTACT SUPPORT.'
001230                                    TO WS-MESSAGE
001240        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
001250        PERFORM SEND-NOTES-SCREEN   THRU SEND-NOTES-SCREEN-EXIT
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
001420*    THE CALLER IS REMEMBERED FOR PF3 AND ITS LINK IS OFFERED AS
001430*    THE DEFAULT FOR A NEW NOTE. THE LIST OPENS ON THE NEWEST.
001440*----------------------------------------------------------------*
001450 FIRST-ENTRY.
001460*----------------------------------------------------------------*
001470     SET CDEMO-PGM-REENTER          TO TRUE
001480     MOVE LOW-VALUES                TO COPAU7SO
001490     MOVE CDEMO-FROM-PROGRAM        TO CDEMO-CPNT-RETURN-PGM
001500     IF CDEMO-CPNT-RETURN-PGM = SPACES OR LOW-VALUES
001510        MOVE WS-PGM-MENU            TO CDEMO-CPNT-RETURN-PGM
001520     END-IF
001530     MOVE 1                         TO CDEMO-CPNT-PAGE-NUM
001540     MOVE LOW-VALUES                TO CDEMO-CPNT-FIRST-KEY
001550                                       CDEMO-CPNT-LAST-KEY
001560     SET NOTE-NEXT-PAGE-NO          TO TRUE
001570     IF CDEMO-NOTE-LINK-TRAN OR CDEMO-NOTE-LINK-DISPUTE
001580        MOVE CDEMO-NOTE-LINK-TYPE   TO NTLTYPO OF COPAU7SO
001590        MOVE CDEMO-NOTE-LINK-ID     TO NTLIDO OF COPAU7SO
001600     END-IF
001610     PERFORM CHECK-NOTE-ACCESS      THRU CHECK-NOTE-ACCESS-EXIT
001620     IF NOT ERR-FLG-ON
001630        PERFORM LOAD-FIRST-PAGE     THRU LOAD-FIRST-PAGE-EXIT
001640     END-IF
001650     SET SEND-ERASE-YES             TO TRUE
001660     PERFORM SEND-NOTES-SCREEN      THRU SEND-NOTES-SCREEN-EXIT
001670     .
001680 FIRST-ENTRY-EXIT.
001690     EXIT.
001700*----------------------------------------------------------------*
001710 REENTER.
001720*----------------------------------------------------------------*
001730     PERFORM RECEIVE-NOTES-SCREEN   THRU RECEIVE-NOTES-SCREEN-EXIT
001740     IF EIBAID = DFHPF3
001750        MOVE CDEMO-CPNT-RETURN-PGM  TO CDEMO-TO-PROGRAM
001760        MOVE SPACES                 TO CDEMO-NOTE-LINK
001770        SET CDEMO-PGM-ENTER         TO TRUE
001780        MOVE WS-PGMNAME             TO CDEMO-FROM-PROGRAM
001790        PERFORM RETURN-TO-PREV-SCREEN
001800                                THRU RETURN-TO-PREV-SCREEN-EXIT
001810        GO TO REENTER-EXIT
001820     END-IF
001830     SET SEND-ERASE-NO              TO TRUE
001840     PERFORM CHECK-NOTE-ACCESS      THRU CHECK-NOTE-ACCESS-EXIT
001850     IF ERR-FLG-ON
001860        PERFORM SEND-NOTES-SCREEN   THRU SEND-NOTES-SCREEN-EXIT
001870        GO TO REENTER-EXIT
001880     END-IF
001890     EVALUATE EIBAID
001900         WHEN DFHENTER
001910            PERFORM PROCESS-ENTER-KEY  THRU PROCESS-ENTER-KEY-EXIT
001920            PERFORM SEND-NOTES-SCREEN  THRU SEND-NOTES-SCREEN-EXIT
001930         WHEN DFHPF7
001940            PERFORM PROCESS-PF7-KEY    THRU PROCESS-PF7-KEY-EXIT
001950            PERFORM SEND-NOTES-SCREEN  THRU SEND-NOTES-SCREEN-EXIT
001960         WHEN DFHPF8
001970            PERFORM PROCESS-PF8-KEY    THRU PROCESS-PF8-KEY-EXIT
001980            PERFORM SEND-NOTES-SCREEN  THRU SEND-NOTES-SCREEN-EXIT
001990         WHEN OTHER
002000            SET ERR-FLG-ON          TO TRUE
002010            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
002020                                    TO WS-MESSAGE
002030            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU7SO
002040            PERFORM SEND-NOTES-SCREEN  THRU SEND-NOTES-SCREEN-EXIT
002050     END-EVALUATE
002060     .
002070 REENTER-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------*
002100*    AN ACCOUNT MUST HAVE COME IN WITH THE COMMAREA, AND NOTES ON
002110*    A STAFF MEMBER'S OWN ACCOUNT ARE REFUSED LIKE ANY OTHER VIEW
002120*    OF IT. FLAGGED CUSTOMERS' VIEWS ARE JOURNALED TO CVWL.
002130*----------------------------------------------------------------*
002140 CHECK-NOTE-ACCESS.
002150*----------------------------------------------------------------*
002160     IF CDEMO-ACCT-ID NOT NUMERIC
002170        OR CDEMO-ACCT-ID = ZERO
002180        SET ERR-FLG-ON              TO TRUE
002190        MOVE 'NO ACCOUNT SELECTED - RETURN AND PICK AN ACCOUNT.'
002200                                    TO WS-MESSAGE
002210        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
002220        GO TO CHECK-NOTE-ACCESS-EXIT
002230     END-IF
002240     MOVE CDEMO-ACCT-ID             TO NTACCTO OF COPAU7SO
002250     MOVE ZERO                      TO WS-VW-CUST-ID
002260     IF CDEMO-CUST-ID IS NUMERIC
002270        MOVE CDEMO-CUST-ID          TO WS-VW-CUST-ID
002280     END-IF
002290     MOVE CDEMO-ACCT-ID             TO WS-VW-ACCT-ID
002300     PERFORM CHECK-SENSITIVE-VIEW   THRU CHECK-SENSITIVE-VIEW-EXIT
002310     IF WS-VW-VIEW-BLOCKED
002320        SET ERR-FLG-ON              TO TRUE
002330        MOVE WS-VW-BLOCK-MSG        TO WS-MESSAGE
002340        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
002350        PERFORM CLEAR-NOTE-ROWS     THRU CLEAR-NOTE-ROWS-EXIT
002360     END-IF
002370     .
002380 CHECK-NOTE-ACCESS-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------*
002410*    ENTER WITH TEXT ADDS A NOTE; WITHOUT TEXT IT REFRESHES THE
002420*    LIST FROM THE NEWEST NOTE.
002430*----------------------------------------------------------------*
002440 PROCESS-ENTER-KEY.
002450*----------------------------------------------------------------*
002460     MOVE NTTXT1I OF COPAU7SI       TO WS-TEXT-LINE1
002470     MOVE NTTXT2I OF COPAU7SI       TO WS-TEXT-LINE2
002480     INSPECT WS-TEXT-LINE1 REPLACING ALL LOW-VALUES BY SPACES
002490     INSPECT WS-TEXT-LINE2 REPLACING ALL LOW-VALUES BY SPACES
002500     IF WS-TEXT-LINE1 = SPACES AND WS-TEXT-LINE2 = SPACES
002510        MOVE 1                      TO CDEMO-CPNT-PAGE-NUM
002520        PERFORM LOAD-FIRST-PAGE     THRU LOAD-FIRST-PAGE-EXIT
002530        GO TO PROCESS-ENTER-KEY-EXIT
002540     END-IF
002550     PERFORM EDIT-NOTE-LINK         THRU EDIT-NOTE-LINK-EXIT
002560     IF ERR-FLG-ON
002570        GO TO PROCESS-ENTER-KEY-EXIT
002580     END-IF
002590     PERFORM ADD-NOTE               THRU ADD-NOTE-EXIT
002600     IF ERR-FLG-ON
002610        GO TO PROCESS-ENTER-KEY-EXIT
002620     END-IF
002630     MOVE SPACES                    TO NTTXT1O OF COPAU7SO
002640                                       NTTXT2O OF COPAU7SO
002650     MOVE 1                         TO CDEMO-CPNT-PAGE-NUM
002660     PERFORM LOAD-FIRST-PAGE        THRU LOAD-FIRST-PAGE-EXIT
002670     MOVE 'NOTE ADDED.'             TO WS-MESSAGE
002680     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU7SO
002690     .
002700 PROCESS-ENTER-KEY-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------*
002730*    LINK TYPE BLANK, T (TRANSACTION ID) OR D (DISPUTE CASE ID).
002740*    A LINKED NOTE NEEDS THE ID; A CASE ID IS UP TO 9 DIGITS.
002750*----------------------------------------------------------------*
002760 EDIT-NOTE-LINK.
002770*----------------------------------------------------------------*
002780     MOVE NTLTYPI OF COPAU7SI       TO WS-LINK-TYPE
002790     MOVE NTLIDI OF COPAU7SI        TO WS-LINK-ID
002800     INSPECT WS-LINK-TYPE REPLACING ALL LOW-VALUES BY SPACES
002810     INSPECT WS-LINK-ID   REPLACING ALL LOW-VALUES BY SPACES
002820     MOVE WS-LINK-TYPE              TO NOTE-LINK-TYPE
002830     IF NOT NOTE-LINK-VALID
002840        SET ERR-FLG-ON              TO TRUE
002850        MOVE 'LINK TYPE MUST BE T (TRAN), D (CASE) OR BLANK.'
002860                                    TO WS-MESSAGE
002870        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
002880        GO TO EDIT-NOTE-LINK-EXIT
002890     END-IF
002900     IF NOTE-LINK-NONE
002910        MOVE SPACES                 TO WS-LINK-ID
002920        GO TO EDIT-NOTE-LINK-EXIT
002930     END-IF
002940     IF WS-LINK-ID = SPACES
002950        SET ERR-FLG-ON              TO TRUE
002960        MOVE 'A LINKED NOTE NEEDS THE TRANSACTION OR CASE ID.'
002970                                    TO WS-MESSAGE
002980        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
002990        GO TO EDIT-NOTE-LINK-EXIT
003000     END-IF
003010     IF NOTE-LINK-DISPUTE
003020        MOVE ZERO                   TO WS-LINK-LEN
003030        INSPECT WS-LINK-ID TALLYING WS-LINK-LEN
003040                FOR CHARACTERS BEFORE INITIAL SPACE
003050        IF WS-LINK-LEN = 0 OR WS-LINK-LEN > 9
003060           SET ERR-FLG-ON           TO TRUE
003070        ELSE
003080           IF WS-LINK-ID(1:WS-LINK-LEN) NOT NUMERIC
003090              OR WS-LINK-ID(WS-LINK-LEN + 1:) NOT = SPACES
003100              SET ERR-FLG-ON        TO TRUE
003110           END-IF
003120        END-IF
003130        IF ERR-FLG-ON
003140           MOVE 'A DISPUTE CASE ID IS UP TO 9 DIGITS.'
003150                                    TO WS-MESSAGE
003160           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU7SO
003170        END-IF
003180     END-IF
003190     .
003200 EDIT-NOTE-LINK-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------*
003230*    THE KEY STAMP IS INVERTED SO THE NEWEST NOTE SORTS FIRST. A
003240*    SECOND NOTE IN THE SAME SECOND TAKES THE NEXT SEQUENCE.
003250*----------------------------------------------------------------*
003260 ADD-NOTE.
003270*----------------------------------------------------------------*
003280     EXEC CICS ASKTIME
003290          ABSTIME(WS-ABS-TIME)
003300          NOHANDLE
003310     END-EXEC
003320     EXEC CICS FORMATTIME
003330          ABSTIME(WS-ABS-TIME)
003340          YYYYMMDD(WS-STAMP-DATE)
003350          TIME(WS-STAMP-TIME)
003360          NOHANDLE
003370     END-EXEC
003380     MOVE SPACES                    TO CSR-NOTE-RECORD
003390     MOVE CDEMO-ACCT-ID             TO NOTE-ACCT-ID
003400     COMPUTE NOTE-REV-STAMP = 99999999999999 - WS-STAMP-N
003410     MOVE ZERO                      TO NOTE-SEQ
003420     MOVE WS-STAMP-DATE             TO NOTE-DATE
003430     MOVE WS-STAMP-TIME             TO NOTE-TIME
003440     MOVE CDEMO-USER-ID             TO NOTE-USER-ID
003450     MOVE ZERO                      TO NOTE-CUST-ID
003460     IF CDEMO-CUST-ID IS NUMERIC
003470        MOVE CDEMO-CUST-ID          TO NOTE-CUST-ID
003480     END-IF
003490     MOVE WS-LINK-TYPE              TO NOTE-LINK-TYPE
003500     MOVE WS-LINK-ID                TO NOTE-LINK-ID
003510     MOVE WS-TEXT-LINE1             TO NOTE-TEXT-LINE1
003520     MOVE WS-TEXT-LINE2             TO NOTE-TEXT-LINE2
003530     SET NOTE-WRITE-PENDING         TO TRUE
003540     PERFORM WRITE-NOTE             THRU WRITE-NOTE-EXIT
003550         UNTIL NOT NOTE-WRITE-PENDING
003560     IF NOTE-WRITE-FAILED
003570        SET ERR-FLG-ON              TO TRUE
003580        MOVE 'UNABLE TO ADD THE NOTE - TRY AGAIN.' TO WS-MESSAGE
003590        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
003600     END-IF
003610     .
003620 ADD-NOTE-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650 WRITE-NOTE.
003660*----------------------------------------------------------------*
003670     EXEC CICS WRITE
003680          DATASET   (WS-NOTEFILENAME)
003690          FROM      (CSR-NOTE-RECORD)
003700          LENGTH    (LENGTH OF CSR-NOTE-RECORD)
003710          RIDFLD    (NOTE-KEY)
003720          KEYLENGTH (LENGTH OF NOTE-KEY)
003730          RESP      (WS-RESP-CD)
003740          RESP2     (WS-REAS-CD)
003750     END-EXEC
003760     EVALUATE WS-RESP-CD
003770         WHEN DFHRESP(NORMAL)
003780            SET NOTE-WRITTEN        TO TRUE
003790         WHEN DFHRESP(DUPREC)
003800            IF NOTE-SEQ < 99
003810               ADD 1                TO NOTE-SEQ
003820            ELSE
003830               SET NOTE-WRITE-FAILED TO TRUE
003840            END-IF
003850         WHEN OTHER
003860            SET NOTE-WRITE-FAILED   TO TRUE
003870     END-EVALUATE
003880     .
003890 WRITE-NOTE-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------*
003920 PROCESS-PF7-KEY.
003930*----------------------------------------------------------------*
003940     IF CDEMO-CPNT-PAGE-NUM <= 1
003950        MOVE 1                      TO CDEMO-CPNT-PAGE-NUM
003960        PERFORM LOAD-FIRST-PAGE     THRU LOAD-FIRST-PAGE-EXIT
003970        MOVE 'YOU ARE ALREADY AT THE TOP OF THE NOTES.'
003980                                    TO WS-MESSAGE
003990        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
004000        GO TO PROCESS-PF7-KEY-EXIT
004010     END-IF
004020     PERFORM FIND-PREV-PAGE-START   THRU FIND-PREV-PAGE-START-EXIT
004030     IF WS-PREV-CNT = 0
004040        MOVE 1                      TO CDEMO-CPNT-PAGE-NUM
004050        PERFORM LOAD-FIRST-PAGE     THRU LOAD-FIRST-PAGE-EXIT
004060        GO TO PROCESS-PF7-KEY-EXIT
004070     END-IF
004080     SUBTRACT 1                     FROM CDEMO-CPNT-PAGE-NUM
004090     MOVE CDEMO-CPNT-FIRST-KEY      TO WS-BR-KEY
004100     MOVE LOW-VALUES                TO WS-SKIP-KEY
004110     PERFORM LOAD-NOTE-PAGE         THRU LOAD-NOTE-PAGE-EXIT
004120     .
004130 PROCESS-PF7-KEY-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------*
004160 PROCESS-PF8-KEY.
004170*----------------------------------------------------------------*
004180     IF NOTE-NEXT-PAGE-NO
004190        SET ERR-FLG-ON              TO TRUE
004200        MOVE 'YOU ARE ALREADY AT THE LAST PAGE OF NOTES.'
004210                                    TO WS-MESSAGE
004220        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
004230        MOVE CDEMO-CPNT-FIRST-KEY   TO WS-BR-KEY
004240        MOVE LOW-VALUES             TO WS-SKIP-KEY
004250        PERFORM LOAD-NOTE-PAGE      THRU LOAD-NOTE-PAGE-EXIT
004260        GO TO PROCESS-PF8-KEY-EXIT
004270     END-IF
004280     ADD 1                          TO CDEMO-CPNT-PAGE-NUM
004290     MOVE CDEMO-CPNT-LAST-KEY       TO WS-BR-KEY
004300                                       WS-SKIP-KEY
004310     PERFORM LOAD-NOTE-PAGE         THRU LOAD-NOTE-PAGE-EXIT
004320     .
004330 PROCESS-PF8-KEY-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360 LOAD-FIRST-PAGE.
004370*----------------------------------------------------------------*
004380     MOVE LOW-VALUES                TO NOTE-KEY
004390     MOVE CDEMO-ACCT-ID             TO NOTE-ACCT-ID
004400     MOVE ZERO                      TO NOTE-REV-STAMP
004410                                       NOTE-SEQ
004420     MOVE NOTE-KEY                  TO WS-BR-KEY
004430     MOVE LOW-VALUES                TO WS-SKIP-KEY
004440     PERFORM LOAD-NOTE-PAGE         THRU LOAD-NOTE-PAGE-EXIT
004450     .
004460 LOAD-FIRST-PAGE-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------*
004490*    FILLS UP TO FIVE ROWS BROWSING FORWARD FROM WS-BR-KEY (THE
004500*    ROW AT WS-SKIP-KEY, THE LAST ONE ALREADY SHOWN, IS PASSED
004510*    OVER) AND READS ONE MORE TO KNOW WHETHER PF8 HAS A PAGE.
004520*----------------------------------------------------------------*
004530 LOAD-NOTE-PAGE.
004540*----------------------------------------------------------------*
004550     PERFORM CLEAR-NOTE-ROWS        THRU CLEAR-NOTE-ROWS-EXIT
004560     MOVE CDEMO-CPNT-PAGE-NUM       TO WS-PAGE-DIS
004570     MOVE WS-PAGE-DIS               TO NTPAGEO OF COPAU7SO
004580     SET NOTE-NEXT-PAGE-NO          TO TRUE
004590     MOVE 0                         TO WS-ROW-SUB
004600     EXEC CICS STARTBR
004610          DATASET   (WS-NOTEFILENAME)
004620          RIDFLD    (WS-BR-KEY)
004630          KEYLENGTH (LENGTH OF WS-BR-KEY)
004640          GTEQ
004650          RESP      (WS-RESP-CD)
004660          RESP2     (WS-REAS-CD)
004670     END-EXEC
004680     EVALUATE WS-RESP-CD
004690         WHEN DFHRESP(NORMAL)
004700            SET BROWSE-MORE         TO TRUE
004710         WHEN DFHRESP(NOTFND)
004720            GO TO LOAD-NOTE-PAGE-NONE
004730         WHEN OTHER
004740            SET ERR-FLG-ON          TO TRUE
004750            MOVE 'UNABLE TO READ THE NOTES FILE - TRY AGAIN.'
004760                                    TO WS-MESSAGE
004770            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU7SO
004780            GO TO LOAD-NOTE-PAGE-EXIT
004790     END-EVALUATE
004800     PERFORM READ-NEXT-NOTE         THRU READ-NEXT-NOTE-EXIT
004810         UNTIL BROWSE-DONE
004820     EXEC CICS ENDBR
004830          DATASET   (WS-NOTEFILENAME)
004840          NOHANDLE
004850     END-EXEC
004860     .
004870 LOAD-NOTE-PAGE-NONE.
004880     IF WS-ROW-SUB = 0
004890        AND WS-MESSAGE = SPACES
004900        MOVE 'NO NOTES ON FILE FOR THIS ACCOUNT.' TO WS-MESSAGE
004910        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7SO
004920     END-IF
004930     .
004940 LOAD-NOTE-PAGE-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------*
004970 READ-NEXT-NOTE.
004980*----------------------------------------------------------------*
004990     EXEC CICS READNEXT
005000          DATASET   (WS-NOTEFILENAME)
005010          INTO      (CSR-NOTE-RECORD)
005020          LENGTH    (LENGTH OF CSR-NOTE-RECORD)
005030          RIDFLD    (WS-BR-KEY)
005040          KEYLENGTH (LENGTH OF WS-BR-KEY)
005050          RESP      (WS-RESP-CD)
005060          RESP2     (WS-REAS-CD)
005070     END-EXEC
005080     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
005090        OR NOTE-ACCT-ID NOT = CDEMO-ACCT-ID
005100        SET BROWSE-DONE             TO TRUE
005110        GO TO READ-NEXT-NOTE-EXIT
005120     END-IF
005130     IF NOTE-KEY = WS-SKIP-KEY
005140        GO TO READ-NEXT-NOTE-EXIT
005150     END-IF
005160     IF WS-ROW-SUB = 5
005170        SET NOTE-NEXT-PAGE-YES      TO TRUE
005180        SET BROWSE-DONE             TO TRUE
005190        GO TO READ-NEXT-NOTE-EXIT
005200     END-IF
005210     ADD 1                          TO WS-ROW-SUB
005220     IF WS-ROW-SUB = 1
005230        MOVE NOTE-KEY               TO CDEMO-CPNT-FIRST-KEY
005240     END-IF
005250     MOVE NOTE-KEY                  TO CDEMO-CPNT-LAST-KEY
005260     PERFORM SHOW-NOTE-ROW          THRU SHOW-NOTE-ROW-EXIT
005270     .
005280 READ-NEXT-NOTE-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------*
005310*    STEPS BACK FROM THE TOP ROW OF THE CURRENT PAGE UP TO FIVE
005320*    NOTES; THE LAST ONE REACHED OPENS THE PREVIOUS PAGE.
005330*----------------------------------------------------------------*
005340 FIND-PREV-PAGE-START.
005350*----------------------------------------------------------------*
005360     MOVE 0                         TO WS-PREV-CNT
005370     MOVE CDEMO-CPNT-FIRST-KEY      TO WS-BR-KEY
005380                                       WS-SKIP-KEY
005390     EXEC CICS STARTBR
005400          DATASET   (WS-NOTEFILENAME)
005410          RIDFLD    (WS-BR-KEY)
005420          KEYLENGTH (LENGTH OF WS-BR-KEY)
005430          GTEQ
005440          RESP      (WS-RESP-CD)
005450          RESP2     (WS-REAS-CD)
005460     END-EXEC
005470     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
005480        GO TO FIND-PREV-PAGE-START-EXIT
005490     END-IF
005500     SET BROWSE-MORE                TO TRUE
005510     PERFORM READ-PREV-NOTE         THRU READ-PREV-NOTE-EXIT
005520         UNTIL BROWSE-DONE
005530     EXEC CICS ENDBR
005540          DATASET   (WS-NOTEFILENAME)
005550          NOHANDLE
005560     END-EXEC
005570     .
005580 FIND-PREV-PAGE-START-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610 READ-PREV-NOTE.
005620*----------------------------------------------------------------*
005630     EXEC CICS READPREV
005640          DATASET   (WS-NOTEFILENAME)
005650          INTO      (CSR-NOTE-RECORD)
005660          LENGTH    (LENGTH OF CSR-NOTE-RECORD)
005670          RIDFLD    (WS-BR-KEY)
005680          KEYLENGTH (LENGTH OF WS-BR-KEY)
005690          RESP      (WS-RESP-CD)
005700          RESP2     (WS-REAS-CD)
005710     END-EXEC
005720     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
005730        OR NOTE-ACCT-ID NOT = CDEMO-ACCT-ID
005740        SET BROWSE-DONE             TO TRUE
005750        GO TO READ-PREV-NOTE-EXIT
005760     END-IF
005770     IF NOTE-KEY = WS-SKIP-KEY
005780        GO TO READ-PREV-NOTE-EXIT
005790     END-IF
005800     ADD 1                          TO WS-PREV-CNT
005810     MOVE NOTE-KEY                  TO CDEMO-CPNT-FIRST-KEY
005820     IF WS-PREV-CNT = 5
005830        SET BROWSE-DONE             TO TRUE
005840     END-IF
005850     .
005860 READ-PREV-NOTE-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------*
005890 SHOW-NOTE-ROW.
005900*----------------------------------------------------------------*
005910     MOVE SPACES         TO NSTAMPO OF COPAU7SO(WS-ROW-SUB)
005920                            NLINKO  OF COPAU7SO(WS-ROW-SUB)
005930     STRING NOTE-DATE(1:4) '-' NOTE-DATE(5:2) '-' NOTE-DATE(7:2)
005940            ' ' NOTE-TIME(1:2) ':' NOTE-TIME(3:2)
005950            DELIMITED BY SIZE
005960            INTO NSTAMPO OF COPAU7SO(WS-ROW-SUB)
005970     END-STRING
005980     MOVE NOTE-USER-ID    TO NUSERO  OF COPAU7SO(WS-ROW-SUB)
005990     IF NOT NOTE-LINK-NONE
006000        STRING NOTE-LINK-TYPE ':' NOTE-LINK-ID
006010               DELIMITED BY SIZE
006020               INTO NLINKO OF COPAU7SO(WS-ROW-SUB)
006030        END-STRING
006040     END-IF
006050     MOVE NOTE-TEXT-LINE1 TO NTEXT1O OF COPAU7SO(WS-ROW-SUB)
006060     MOVE NOTE-TEXT-LINE2 TO NTEXT2O OF COPAU7SO(WS-ROW-SUB)
006070     IF NOTE-ERASED-DATE NOT = SPACES
006080        STRING '*** TEXT ERASED UNDER PII RETENTION '
006090               NOTE-ERASED-DATE ' ***'
006100               DELIMITED BY SIZE
006110               INTO NTEXT1O OF COPAU7SO(WS-ROW-SUB)
006120        END-STRING
006130     END-IF
006140     .
006150 SHOW-NOTE-ROW-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------*
006180 CLEAR-NOTE-ROWS.
006190*----------------------------------------------------------------*
006200     PERFORM CLEAR-ONE-ROW          THRU CLEAR-ONE-ROW-EXIT
006210         VARYING WS-ROW-SUB FROM 1 BY 1
006220         UNTIL WS-ROW-SUB > 5
006230     .
006240 CLEAR-NOTE-ROWS-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------*
006270 CLEAR-ONE-ROW.
006280*----------------------------------------------------------------*
006290     MOVE SPACES         TO NSTAMPO OF COPAU7SO(WS-ROW-SUB)
006300                            NUSERO  OF COPAU7SO(WS-ROW-SUB)
006310                            NLINKO  OF COPAU7SO(WS-ROW-SUB)
006320                            NTEXT1O OF COPAU7SO(WS-ROW-SUB)
006330                            NTEXT2O OF COPAU7SO(WS-ROW-SUB)
006340     .
006350 CLEAR-ONE-ROW-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------*
006380 RECEIVE-NOTES-SCREEN.
006390*----------------------------------------------------------------*
006400     EXEC CICS RECEIVE
006410         MAP('COPAU7S')
006420         MAPSET('COPAU27')
006430         INTO(COPAU7SI)
006440     END-EXEC
006450     .
006460 RECEIVE-NOTES-SCREEN-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------*
006490 SEND-NOTES-SCREEN.
006500*----------------------------------------------------------------*
006510     IF SEND-ERASE-YES
006520        EXEC CICS SEND MAP('COPAU7S')
006530             MAPSET('COPAU27')
006540             FROM(COPAU7SO)
006550             ERASE
006560        END-EXEC
006570     ELSE
006580        EXEC CICS SEND MAP('COPAU7S')
006590             MAPSET('COPAU27')
006600             FROM(COPAU7SO)
006610             DATAONLY
006620        END-EXEC
006630     END-IF
006640     .
006650 SEND-NOTES-SCREEN-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------*
006680 RETURN-TO-PREV-SCREEN.
006690*----------------------------------------------------------------*
006700     EXEC CICS XCTL
006710        PROGRAM(CDEMO-TO-PROGRAM)
006720         COMMAREA(CARDDEMO-COMMAREA)
006730     END-EXEC
006740     .
006750 RETURN-TO-PREV-SCREEN-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------*
006780*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
006790*----------------------------------------------------------------*
006800 COPY CSVWLOGP.
