000140*    C CHARGED BACK, X CLOSED). THE STATUS CHANGE ITSELF RUNS
000150*    THROUGH THE SAME DB2 LINK PROGRAM (COPAUS5C) THE PAUDTL
000160*    RAISE-DISPUTE ACTION USES.
000161*    PF11 WITH A CASE ID KEYED OPENS THE CSR CONTACT NOTES
000162*    (COPAUSWC) ON THE CASE'S ACCOUNT, LINKED TO THE CASE.
000163*    A CASE THE CARDHOLDER RAISED THROUGH THE APP (RAISED BY
000164*    SELFMOBL OR SELFWEB) CARRIES AN S IN THE LAST COLUMN SO THE
000165*    ANALYST KNOWS NO CSR HAS SPOKEN TO THEM YET.
000166*    PF7 WITH A CASE ID KEYED OPENS THE CASE'S CHARGEBACK
000167*    EVIDENCE PACK (COPAUT2C) FOR VIEWING OR REPRINT.
000168*    A CASE WHOSE LIABILITY-SHIFT ASSESSMENT MADE IT CHARGEABLE
000169*    TO THE MERCHANT CARRIES AN M AFTER THE SELF-SERVICE FLAG.
000170*    EACH CASE IS WORKED BY ONE ANALYST, SHOWN IN THE LAST
000171*    COLUMN. A SUPERVISOR HOLDING WQASSIGN KEYS ACTION A WITH AN
000172*    ANALYST TO ASSIGN THE CASE; PF5 PULLS THE FREE CASE NEAREST
000173*    ITS DEADLINE FOR THE ANALYST; ACTION L RELEASES A CASE
000174*    (THE ASSIGNEE, OR WQASSIGN). A CASE LOCKED TO ONE ANALYST
000175*    CANNOT BE MOVED BY ANOTHER.
000176*----------------------------------------------------------------*
000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2024-10-13  JGM INITIAL VERSION                                *
000201* 2027-10-10  ABF PF11 OPENS THE CSR CONTACT NOTES (PAUNOT) ON   *
000202*                 THE KEYED CASE'S ACCOUNT, A NEW NOTE LINKED TO *
000203*                 THE CASE                                       *
000204* 2028-01-30  JGM CASES A CARDHOLDER RAISED FROM THE MOBILE OR   *
000205*                 WEB APP (COPAUT1C) ARE FLAGGED S ON THE LIST   *
000206* 2028-02-13  RKA PF7 OPENS THE KEYED CASE'S EVIDENCE PACK       *
000207*                 (PAUEVD)                                       *
000208* 2028-02-27  RKA CASES CHARGEABLE TO THE MERCHANT UNDER THE     *
000209*                 LIABILITY-SHIFT ASSESSMENT ARE FLAGGED M       *
000210* 2028-03-05  JGM CASES ASSIGNED BY A SUPERVISOR (A), PULLED   *
000211*                 NEXT (PF5) OR RELEASED (L); ASSIGNEE SHOWN     *
000212*                 ON THE LIST                                    *
000213*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-ZOS.
000330     05  WS-TRANID                  PIC X(04) VALUE 'CPDQ'.
000340     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000350     05  WS-PGM-DISPUTE             PIC X(08) VALUE 'COPAUS5C'.
000352     05  WS-PGM-PAUNOT              PIC X(08) VALUE 'COPAUSWC'.
000354     05  WS-PGM-PAUEVD              PIC X(08) VALUE 'COPAUT2C'.
000356     05  WS-CASE-ID-DIS             PIC 9(09).
000360     05  WS-LINE-SUB                PIC S9(04) COMP.
000370     05  WS-AMT-DIS                 PIC -(9)9.99.
000380     05  WS-SEND-ERASE-SW           PIC X(01) VALUE 'Y'.
000400         88  SEND-ERASE-NO                  VALUE 'N'.
000410     05  WS-CURSOR-EOF-SW           PIC X(01) VALUE 'N'.
000420         88  CASE-CURSOR-EOF                VALUE 'Y'.
000421*    WQASSIGN ENTITLEMENT - ASSIGNING A CASE, OR RELEASING ONE
000422*    LOCKED TO ANOTHER ANALYST. A GRANT PAST ITS DATE NO LONGER
000423*    ENTITLES.
000424     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000425     05  WS-ENT-TODAY               PIC X(08).
000426     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000427     05  WS-ENT-ALLOWED-SW          PIC X(01).
000428         88  USER-IS-ENTITLED               VALUE 'Y'.
000429         88  USER-NOT-ENTITLED              VALUE 'N'.
000430     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000431*----------------------------------------------------------------*
000440*    DB2 SQL-ERROR DISPLAY FIELDS
000450*----------------------------------------------------------------*
000460 01  WS-SQL-FIELDS.
000560*----------------------------------------------------------------*
000570 01  PAUDISPT-HOST-VARS.
000580 COPY CVDISPTY.
000581*----------------------------------------------------------------*
000582*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000583*----------------------------------------------------------------*
000584 COPY CVENTTLY.
000585 COPY CVENTVLY.
000590*----------------------------------------------------------------*
000600*    COMMON CARDDEMO WORK AREAS
000610*----------------------------------------------------------------*
001360            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001370            PERFORM RETURN-TO-PREV-SCREEN
001380                                THRU RETURN-TO-PREV-SCREEN-EXIT
001381         WHEN DFHPF7
001382            PERFORM OPEN-EVIDENCE-PACK
001383                                THRU OPEN-EVIDENCE-PACK-EXIT
001384            PERFORM SEND-WORKQ-SCREEN
001385                                    THRU SEND-WORKQ-SCREEN-EXIT
001386         WHEN DFHPF11
001387            PERFORM OPEN-CONTACT-NOTES
001388                                THRU OPEN-CONTACT-NOTES-EXIT
001389            PERFORM SEND-WORKQ-SCREEN
001390                                    THRU SEND-WORKQ-SCREEN-EXIT
001391         WHEN DFHPF5
001392            PERFORM PULL-NEXT-CASE  THRU PULL-NEXT-CASE-EXIT
001393            PERFORM BUILD-CASE-LIST THRU BUILD-CASE-LIST-EXIT
001394            SET SEND-ERASE-NO       TO TRUE
001395            PERFORM SEND-WORKQ-SCREEN
001396                                    THRU SEND-WORKQ-SCREEN-EXIT
001397         WHEN OTHER
001400            SET ERR-FLG-ON          TO TRUE
001410            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
001420                                    TO WS-MESSAGE
001520*    ENTER WITH A CASE ID AND ACTION MOVES THE CASE THROUGH ITS
001530*    LIFECYCLE VIA THE DB2 LINK PROGRAM, THEN THE LIST IS
001540*    REBUILT SO THE CSR SEES THE QUEUE AS IT NOW STANDS. A
001550*    PLAIN ENTER JUST REFRESHES THE LIST. ACTIONS A (ASSIGN TO
001551*    THE KEYED ANALYST) AND L (RELEASE) CHANGE WHO HOLDS IT.
001560*----------------------------------------------------------------*
001570 PROCESS-ENTER-KEY.
001580*----------------------------------------------------------------*
001660        IF CASEACTI OF COPAU4AI = 'R' OR 'C' OR 'X'
001670           PERFORM APPLY-CASE-ACTION
001680                                THRU APPLY-CASE-ACTION-EXIT
001681        END-IF
001682        IF CASEACTI OF COPAU4AI = 'A'
001683           PERFORM ASSIGN-CASE-ACTION
001684                                THRU ASSIGN-CASE-ACTION-EXIT
001685        END-IF
001686        IF CASEACTI OF COPAU4AI = 'L'
001687           PERFORM RELEASE-CASE-ACTION
001688                                THRU RELEASE-CASE-ACTION-EXIT
001689        END-IF
001690        IF CASEACTI OF COPAU4AI NOT = 'R' AND 'C' AND 'X'
001691                                  AND 'A' AND 'L'
001700           SET ERR-FLG-ON           TO TRUE
001710           MOVE 'ACTION MUST BE R, C, X, A OR L.' TO WS-MESSAGE
001720           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU4AO
001730           GO TO PROCESS-ENTER-KEY-EXIT
001740        END-IF
001960     ELSE
001970        SET ERR-FLG-ON              TO TRUE
001980        MOVE WS-DSP-ACT-MSG         TO WS-MESSAGE
001981     END-IF
001982     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU4AO
001983     .
001984 APPLY-CASE-ACTION-EXIT.
001985     EXIT.
001986*----------------------------------------------------------------*
001987*    PF11 TAKES THE KEYED CASE'S ACCOUNT AND CUSTOMER FROM THE
001988*    CASE ROW AND OPENS THE CSR CONTACT NOTES ON THE ACCOUNT WITH
001989*    THE CASE ID OFFERED AS THE LINK FOR A NEW NOTE.
001990*----------------------------------------------------------------*
001991 OPEN-CONTACT-NOTES.
001992*----------------------------------------------------------------*
001993     SET SEND-ERASE-NO              TO TRUE
001994     IF CASEIDI OF COPAU4AI = SPACES OR LOW-VALUES
001995        OR CASEIDI OF COPAU4AI NOT NUMERIC
001996        SET ERR-FLG-ON              TO TRUE
001997        MOVE 'KEY THE CASE ID TO OPEN ITS NOTES.' TO WS-MESSAGE
001998        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4AO
001999        GO TO OPEN-CONTACT-NOTES-EXIT
002000     END-IF
002001     MOVE CASEIDI OF COPAU4AI       TO DSP-CASE-ID
002002     EXEC SQL
002003         SELECT ACCT_ID, CUST_ID
002004           INTO :DSP-ACCT-ID, :DSP-CUST-ID
002005           FROM CARDDEMO.PAUDISPT
002006          WHERE CASE_ID = :DSP-CASE-ID
002007     END-EXEC
002008     EVALUATE SQLCODE
002009         WHEN ZERO
002010            CONTINUE
002011         WHEN +100
002012            SET ERR-FLG-ON          TO TRUE
002013            MOVE 'NO DISPUTE CASE WITH THAT ID.' TO WS-MESSAGE
002014            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU4AO
002015            GO TO OPEN-CONTACT-NOTES-EXIT
002016         WHEN OTHER
002017            SET ERR-FLG-ON          TO TRUE
002018            MOVE 'UNABLE TO READ DISPUTE CASE TABLE.'
002019                                    TO WS-MESSAGE
002020            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU4AO
002021            GO TO OPEN-CONTACT-NOTES-EXIT
002022     END-EVALUATE
002023     MOVE DSP-ACCT-ID               TO CDEMO-ACCT-ID
002024     MOVE DSP-CUST-ID               TO CDEMO-CUST-ID
002025     MOVE DSP-CASE-ID               TO WS-CASE-ID-DIS
002026     SET CDEMO-NOTE-LINK-DISPUTE    TO TRUE
002027     MOVE WS-CASE-ID-DIS            TO CDEMO-NOTE-LINK-ID
002028     MOVE WS-PGM-PAUNOT             TO CDEMO-TO-PROGRAM
002029     MOVE WS-PGMNAME                TO CDEMO-FROM-PROGRAM
002030     SET CDEMO-PGM-ENTER            TO TRUE
002031     PERFORM RETURN-TO-PREV-SCREEN
002032                                THRU RETURN-TO-PREV-SCREEN-EXIT
002033     .
002034 OPEN-CONTACT-NOTES-EXIT.
002035     EXIT.
002036*----------------------------------------------------------------*
002037*    PF7 OPENS THE EVIDENCE PACK OF THE KEYED CASE. THE CASE'S
002038*    ACCOUNT AND CUSTOMER GO ALONG FOR THE SENSITIVE-VIEW CHECK;
002039*    THE CASE ID TRAVELS IN THE NOTE-LINK FIELDS AS FOR PF11.
002040*----------------------------------------------------------------*
002041 OPEN-EVIDENCE-PACK.
002042*----------------------------------------------------------------*
002043     SET SEND-ERASE-NO              TO TRUE
002044     IF CASEIDI OF COPAU4AI = SPACES OR LOW-VALUES
002045        OR CASEIDI OF COPAU4AI NOT NUMERIC
002046        SET ERR-FLG-ON              TO TRUE
002047        MOVE 'KEY THE CASE ID TO VIEW ITS EVIDENCE PACK.'
002048                                    TO WS-MESSAGE
002049        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4AO
002050        GO TO OPEN-EVIDENCE-PACK-EXIT
002051     END-IF
002052     MOVE CASEIDI OF COPAU4AI       TO DSP-CASE-ID
002053     EXEC SQL
002054         SELECT ACCT_ID, CUST_ID
002055           INTO :DSP-ACCT-ID, :DSP-CUST-ID
002056           FROM CARDDEMO.PAUDISPT
002057          WHERE CASE_ID = :DSP-CASE-ID
002058     END-EXEC
002059     EVALUATE SQLCODE
002060         WHEN ZERO
002061            CONTINUE
002062         WHEN +100
002063            SET ERR-FLG-ON          TO TRUE
002064            MOVE 'NO DISPUTE CASE WITH THAT ID.' TO WS-MESSAGE
002065            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU4AO
002066            GO TO OPEN-EVIDENCE-PACK-EXIT
002067         WHEN OTHER
002068            SET ERR-FLG-ON          TO TRUE
002069            MOVE 'UNABLE TO READ DISPUTE CASE TABLE.'
002070                                    TO WS-MESSAGE
002071            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU4AO
002072            GO TO OPEN-EVIDENCE-PACK-EXIT
002073     END-EVALUATE
002074     MOVE DSP-ACCT-ID               TO CDEMO-ACCT-ID
002075     MOVE DSP-CUST-ID               TO CDEMO-CUST-ID
002076     MOVE DSP-CASE-ID               TO WS-CASE-ID-DIS
002077     SET CDEMO-NOTE-LINK-DISPUTE    TO TRUE
002078     MOVE WS-CASE-ID-DIS            TO CDEMO-NOTE-LINK-ID
002079     MOVE WS-PGM-PAUEVD             TO CDEMO-TO-PROGRAM
002080     MOVE WS-PGMNAME                TO CDEMO-FROM-PROGRAM
002081     SET CDEMO-PGM-ENTER            TO TRUE
002082     PERFORM RETURN-TO-PREV-SCREEN
002083                                THRU RETURN-TO-PREV-SCREEN-EXIT
002084     .
002085 OPEN-EVIDENCE-PACK-EXIT.
002086     EXIT.
002087*----------------------------------------------------------------*
002088*    FILLS THE EIGHT SCREEN LINES FROM THE OPEN-CASE CURSOR IN
002089*    DEADLINE ORDER. CASES ALREADY CLOSED NEVER APPEAR.
002090*----------------------------------------------------------------*
002091 BUILD-CASE-LIST.
002092*----------------------------------------------------------------*
002100     MOVE 'N'                       TO WS-CURSOR-EOF-SW
002110     EXEC SQL
002120         DECLARE WORKQ-CURSOR CURSOR FOR
002130             SELECT CASE_ID, CARD_NUM, TRANSACTION_ID,
002140                    DISPUTE_AMT, CASE_STATUS,
002150                    CHAR(OPENED_DATE), CHAR(DEADLINE_DATE),
002155                    RAISED_BY, COALESCE(LIAB_SHIFT, ' '),
002156                    COALESCE(ASSIGNED_TO, ' ')
002160               FROM CARDDEMO.PAUDISPT
002170              WHERE CASE_STATUS <> 'X'
002180              ORDER BY DEADLINE_DATE, CASE_ID
002480             INTO :DSP-CASE-ID, :DSP-CARD-NUM,
002490                  :DSP-TRANSACTION-ID, :DSP-DISPUTE-AMT,
002500                  :DSP-CASE-STATUS, :DSP-OPENED-DATE,
002510                  :DSP-DEADLINE-DATE, :DSP-RAISED-BY,
002515                  :DSP-LIAB-SHIFT, :DSP-ASSIGNED-TO
002520     END-EXEC
002530     IF SQLCODE = ZERO
002540        MOVE DSP-CASE-ID            TO
002660             DOPENEDO OF COPAU4AO(WS-LINE-SUB)
002670        MOVE DSP-DEADLINE-DATE      TO
002680             DDEADLNO OF COPAU4AO(WS-LINE-SUB)
002681        IF DSP-RAISED-SELF-SERVICE
002682           MOVE 'S'                 TO
002683                DSELFSVO OF COPAU4AO(WS-LINE-SUB)
002684        END-IF
002685        IF DSP-MERCHANT-CHARGEABLE
002686           MOVE 'M'                 TO
002687                DLIABSHO OF COPAU4AO(WS-LINE-SUB)
002688        END-IF
002689        MOVE DSP-ASSIGNED-TO        TO
002690             DASSIGNO OF COPAU4AO(WS-LINE-SUB)
002691     ELSE
002700        SET CASE-CURSOR-EOF         TO TRUE
002710     END-IF
002720     .
003120     .
003130 RETURN-TO-PREV-SCREEN-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------*
003160*    ACTION A - A SUPERVISOR (WQASSIGN) ASSIGNS THE KEYED CASE TO
003170*    THE KEYED ANALYST, TAKING IT FROM WHOEVER HELD IT BEFORE.
003180*----------------------------------------------------------------*
003190 ASSIGN-CASE-ACTION.
003200*----------------------------------------------------------------*
003210     IF CASEASGI OF COPAU4AI = SPACES OR LOW-VALUES
003220        SET ERR-FLG-ON              TO TRUE
003230        MOVE 'KEY THE ANALYST TO ASSIGN THE CASE TO.'
003240                                    TO WS-MESSAGE
003250        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4AO
003260        GO TO ASSIGN-CASE-ACTION-EXIT
003270     END-IF
003280     MOVE 'WQASSIGN'                TO ENT-FUNCTION
003290     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
003300     IF USER-NOT-ENTITLED
003310        SET ERR-FLG-ON              TO TRUE
003320        MOVE 'NOT AUTHORIZED TO ASSIGN DISPUTE CASES.'
003330                                    TO WS-MESSAGE
003340        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU4AO
003350        GO TO ASSIGN-CASE-ACTION-EXIT
003360     END-IF
003370     MOVE SPACES                    TO WS-DISPUTE-DATA
003380     SET WS-DSP-SUPERVISOR          TO TRUE
003390     MOVE CASEASGI OF COPAU4AI      TO WS-DSP-ASSIGNEE
003400     PERFORM LINK-CASE-ASSIGNMENT   THRU LINK-CASE-ASSIGNMENT-EXIT
003410     .
003420 ASSIGN-CASE-ACTION-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------*
003450*    ACTION L - RELEASE THE CASE BACK TO THE QUEUE. THE ANALYST
003460*    HOLDING IT MAY; TAKING IT OFF ANYONE ELSE NEEDS WQASSIGN,
003470*    SO THE ENTITLEMENT IS ONLY CHECKED FOR SOMEONE ELSE'S CASE.
003480*----------------------------------------------------------------*
003490 RELEASE-CASE-ACTION.
003500*----------------------------------------------------------------*
003510     MOVE CASEIDI OF COPAU4AI       TO DSP-CASE-ID
003520     EXEC SQL
003530         SELECT COALESCE(ASSIGNED_TO, ' ')
003540           INTO :DSP-ASSIGNED-TO
003550           FROM CARDDEMO.PAUDISPT
003560          WHERE CASE_ID = :DSP-CASE-ID
003570     END-EXEC
003580     EVALUATE SQLCODE
003590         WHEN ZERO
003600            CONTINUE
003610         WHEN +100
003620            SET ERR-FLG-ON          TO TRUE
003630            MOVE 'NO DISPUTE CASE WITH THAT ID.' TO WS-MESSAGE
003640            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU4AO
003650            GO TO RELEASE-CASE-ACTION-EXIT
003660         WHEN OTHER
003670            SET ERR-FLG-ON          TO TRUE
003680            MOVE 'UNABLE TO READ DISPUTE CASE TABLE.'
003690                                    TO WS-MESSAGE
003700            MOVE WS-MESSAGE         TO ERRMSGO OF COPAU4AO
003710            GO TO RELEASE-CASE-ACTION-EXIT
003720     END-EVALUATE
003730     MOVE SPACES                    TO WS-DISPUTE-DATA
003740     IF DSP-ASSIGNED-TO NOT = SPACES
003750        AND DSP-ASSIGNED-TO NOT = CDEMO-USER-ID
003760        MOVE 'WQASSIGN'             TO ENT-FUNCTION
003770        PERFORM CHECK-ENTITLEMENT   THRU CHECK-ENTITLEMENT-EXIT
003780        IF USER-IS-ENTITLED
003790           SET WS-DSP-SUPERVISOR    TO TRUE
003800        END-IF
003810     END-IF
003820     MOVE SPACES                    TO WS-DSP-ASSIGNEE
003830     PERFORM LINK-CASE-ASSIGNMENT   THRU LINK-CASE-ASSIGNMENT-EXIT
003840     .
003850 RELEASE-CASE-ACTION-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880 LINK-CASE-ASSIGNMENT.
003890*----------------------------------------------------------------*
003900     SET WS-DSP-ASSIGN-CASE         TO TRUE
003910     MOVE CASEIDI OF COPAU4AI       TO WS-DSP-CASE-ID
003920     MOVE CDEMO-USER-ID             TO WS-DSP-USER-ID
003930     EXEC CICS LINK
003940          PROGRAM(WS-PGM-DISPUTE)
003950          COMMAREA(WS-DISPUTE-DATA)
003960          NOHANDLE
003970     END-EXEC
003980     IF NOT WS-DSP-UPDT-SUCCESS
003990        SET ERR-FLG-ON              TO TRUE
004000     END-IF
004010     MOVE WS-DSP-ACT-MSG            TO WS-MESSAGE
004020     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU4AO
004030     .
004040 LINK-CASE-ASSIGNMENT-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------*
004070*    PF5 - NEXT-CASE PULL. THE DB2 LINK PROGRAM CLAIMS THE FREE
004080*    CASE NEAREST ITS DEADLINE FOR THE ANALYST; ITS ID IS PUT IN
004090*    THE CASE ID FIELD READY FOR THE NEXT ACTION.
004100*----------------------------------------------------------------*
004110 PULL-NEXT-CASE.
004120*----------------------------------------------------------------*
004130     MOVE SPACES                    TO WS-DISPUTE-DATA
004140     SET WS-DSP-PULL-NEXT           TO TRUE
004150     MOVE CDEMO-USER-ID             TO WS-DSP-USER-ID
004160     EXEC CICS LINK
004170          PROGRAM(WS-PGM-DISPUTE)
004180          COMMAREA(WS-DISPUTE-DATA)
004190          NOHANDLE
004200     END-EXEC
004210     IF WS-DSP-UPDT-SUCCESS
004220        MOVE WS-DSP-CASE-ID         TO CASEIDO OF COPAU4AO
004230        MOVE SPACES                 TO WS-MESSAGE
004240        STRING 'CASE ' WS-DSP-CASE-ID
004250               ' PULLED - NOW ASSIGNED TO YOU.'
004260               DELIMITED BY SIZE INTO WS-MESSAGE
004270        END-STRING
004280     ELSE
004290        SET ERR-FLG-ON              TO TRUE
004300        MOVE WS-DSP-ACT-MSG         TO WS-MESSAGE
004310     END-IF
004320     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU4AO
004330     .
004340 PULL-NEXT-CASE-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------*
004370*    READS THE PAUENTTL ROW FOR THE SIGNED-ON USER AND THE
004380*    FUNCTION IN ENT-FUNCTION. NO ROW, A ROW NOT MARKED ALLOWED,
004390*    OR AN EXPIRED GRANT IS A DENIAL, JOURNALED TO CENT.
004400*----------------------------------------------------------------*
004410 CHECK-ENTITLEMENT.
004420*----------------------------------------------------------------*
004430     EXEC CICS ASKTIME
004440          ABSTIME(WS-ENT-ABS-TIME)
004450          NOHANDLE
004460     END-EXEC
004470     EXEC CICS FORMATTIME
004480          ABSTIME(WS-ENT-ABS-TIME)
004490          YYYYMMDD(WS-ENT-TODAY)
004500          NOHANDLE
004510     END-EXEC
004520     SET USER-NOT-ENTITLED          TO TRUE
004530     MOVE CDEMO-USER-ID             TO ENT-USER-ID
004540     EXEC CICS READ
004550          DATASET   (WS-ENTTLFILENAME)
004560          RIDFLD    (ENT-KEY)
004570          KEYLENGTH (LENGTH OF ENT-KEY)
004580          INTO      (ENTITLEMENT-RECORD)
004590          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
004600          RESP      (WS-RESP-CD)
004610          RESP2     (WS-REAS-CD)
004620     END-EXEC
004630     IF WS-RESP-CD = DFHRESP(NORMAL)
004640        AND ENT-IS-ALLOWED
004650        AND (ENT-EXPIRY-DATE = SPACES
004660             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
004670        SET USER-IS-ENTITLED        TO TRUE
004680     ELSE
004690        MOVE SPACES                 TO ENT-VIOLATION-RECORD
004700        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
004710        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
004720        MOVE WS-PGMNAME             TO ENTV-PROGRAM
004730        EXEC CICS ASKTIME
004740             ABSTIME(WS-ABS-TIME)
004750             NOHANDLE
004760        END-EXEC
004770        EXEC CICS FORMATTIME
004780             ABSTIME(WS-ABS-TIME)
004790             MMDDYY(WS-CUR-DATE)
004800             DATESEP
004810             TIME(WS-CUR-TIME)
004820             TIMESEP
004830             NOHANDLE
004840        END-EXEC
004850        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
004860               INTO ENTV-TIMESTAMP
004870        END-STRING
004880        EXEC CICS WRITEQ TD
004890             QUEUE('CENT')
004900             FROM(ENT-VIOLATION-RECORD)
004910             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
004920             NOHANDLE
004930        END-EXEC
004940     END-IF
004950     .
004960 CHECK-ENTITLEMENT-EXIT.
004970     EXIT.
