000140*    PAUDTL DETAIL (COPAUS1C) ON THAT AUTH - WHERE THE FRAUD
000150*    FLAG IS CONFIRMED OR CLEARED THE USUAL WAY - OR ACTION W
000160*    TO MARK THE ITEM WORKED AND DROP IT OFF THE QUEUE.
000161*    EACH ITEM IS WORKED BY ONE ANALYST. A SUPERVISOR HOLDING
000162*    WQASSIGN KEYS ACTION A WITH AN ANALYST TO ASSIGN IT, OR THE
000163*    ANALYST PRESSES PF5 TO PULL THE HIGHEST-SCORED FREE ITEM
000164*    (SELECTING A FREE ITEM WITH S CLAIMS IT THE SAME WAY). A
000165*    CLAIMED ITEM IS LOCKED TO ITS ASSIGNEE UNTIL IT IS WORKED
000166*    OR RELEASED WITH ACTION R - BY THE ASSIGNEE, OR WQASSIGN.
000167*    EVERY CLAIM, RELEASE AND WORKED MARK IS TIMESTAMPED ON THE
000168*    ITEM AND JOURNALED TO CWQA FOR THE DAILY PRODUCTIVITY
000169*    REPORT (CBWQPROD).
000170*----------------------------------------------------------------*
000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2026-08-23  ABF INITIAL VERSION                                *
000202* 2028-03-05  JGM ITEMS ASSIGNED BY A SUPERVISOR (A) OR PULLED   *
000204*                 NEXT (PF5), LOCKED TO THE ASSIGNEE UNTIL       *
000206*                 WORKED OR RELEASED (R); EVERY CHANGE           *
000208*                 TIMESTAMPED AND JOURNALED TO CWQA              *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000450         88  WORKQ-BROWSE-EOF               VALUE 'Y'.
000460     05  WS-ITEM-FOUND-SW           PIC X(01) VALUE 'N'.
000470         88  WORKQ-ITEM-FOUND               VALUE 'Y'.
000471     05  WS-FIND-MODE-SW            PIC X(01) VALUE 'T'.
000472         88  FIND-BY-TRANSACTION            VALUE 'T'.
000473         88  FIND-NEXT-FREE                 VALUE 'F'.
000474     05  WS-NEW-ASSIGNEE            PIC X(08).
000475     05  WS-CLAIM-EVENT             PIC X(01).
000476*    WQASSIGN ENTITLEMENT - ASSIGNING AN ITEM, OR RELEASING ONE
000477*    LOCKED TO ANOTHER ANALYST. A GRANT PAST ITS DATE NO LONGER
000478*    ENTITLES.
000479     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000480     05  WS-ENT-TODAY               PIC X(08).
000481     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000482     05  WS-ENT-ALLOWED-SW          PIC X(01).
000483         88  USER-IS-ENTITLED               VALUE 'Y'.
000484         88  USER-NOT-ENTITLED              VALUE 'N'.
000485     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000486*----------------------------------------------------------------*
000490*    FRAUD WORKLIST RECORD (FRDWORKQ)
000500*----------------------------------------------------------------*
000510 COPY CVFRWKQY.
000511*----------------------------------------------------------------*
000512*    ENTITLEMENT AND VIOLATION-LOG RECORDS
000513*----------------------------------------------------------------*
000514 COPY CVENTTLY.
000515 COPY CVENTVLY.
000516*----------------------------------------------------------------*
000517*    WORK-QUEUE ACTIVITY JOURNAL
000518*----------------------------------------------------------------*
000519 COPY CVWQACTY.
000520 COPY CSWQACTY.
000521*----------------------------------------------------------------*
000530*    COMMON CARDDEMO WORK AREAS
000540*----------------------------------------------------------------*
000550 COPY CSMSG01Y.
001240            MOVE WS-PGM-MENU        TO CDEMO-TO-PROGRAM
001250            PERFORM RETURN-TO-PREV-SCREEN
001260                                THRU RETURN-TO-PREV-SCREEN-EXIT
001261         WHEN DFHPF5
001262            PERFORM PULL-NEXT-ITEM  THRU PULL-NEXT-ITEM-EXIT
001263            PERFORM BUILD-WORKQ-LIST
001264                                    THRU BUILD-WORKQ-LIST-EXIT
001265            SET SEND-ERASE-NO       TO TRUE
001266            PERFORM SEND-WORKQ-SCREEN
001267                                    THRU SEND-WORKQ-SCREEN-EXIT
001270         WHEN OTHER
001280            SET ERR-FLG-ON          TO TRUE
001290            MOVE 'INVALID KEY PRESSED. PLEASE TRY AGAIN.'
001390*----------------------------------------------------------------*
001400*    ENTER WITH A TRANSACTION ID AND ACTION S JUMPS INTO THE
001410*    PAUDTL DETAIL ON THAT AUTH; ACTION W MARKS THE ITEM
001420*    WORKED; ACTION A ASSIGNS IT TO THE KEYED ANALYST AND
001421*    ACTION R RELEASES IT BACK TO THE QUEUE. A PLAIN ENTER
001422*    JUST REFRESHES THE LIST.
001430*----------------------------------------------------------------*
001440 PROCESS-ENTER-KEY.
001450*----------------------------------------------------------------*
001540            WHEN 'W'
001550               PERFORM MARK-ITEM-WORKED
001560                                THRU MARK-ITEM-WORKED-EXIT
001561            WHEN 'A'
001562               PERFORM ASSIGN-WORKQ-ITEM
001563                                THRU ASSIGN-WORKQ-ITEM-EXIT
001564            WHEN 'R'
001565               PERFORM RELEASE-WORKQ-ITEM
001566                                THRU RELEASE-WORKQ-ITEM-EXIT
001570            WHEN OTHER
001580               SET ERR-FLG-ON        TO TRUE
001590               MOVE 'ACTION MUST BE S, W, A OR R.'
001600                                     TO WS-MESSAGE
001610               MOVE WS-MESSAGE       TO ERRMSGO OF COPAU7JO
001620        END-EVALUATE
001700*----------------------------------------------------------------*
001710*    THE SELECTED ITEM'S ACCOUNT AND AUTH KEY GO INTO THE
001720*    COMMAREA THE SAME WAY THE PAULST LIST HANDS A SELECTION
001730*    TO COPAUS1C, THEN CONTROL TRANSFERS THERE. A FREE ITEM IS
001731*    CLAIMED BY THE ANALYST WHO SELECTS IT; ONE LOCKED TO
001732*    ANOTHER ANALYST IS REFUSED.
001740*----------------------------------------------------------------*
001750 SELECT-WORKQ-ITEM.
001760*----------------------------------------------------------------*
001810        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
001820        GO TO SELECT-WORKQ-ITEM-EXIT
001830     END-IF
001831     PERFORM TAKE-SELECTED-ITEM     THRU TAKE-SELECTED-ITEM-EXIT
001832     IF ERR-FLG-ON
001833        MOVE 'N'                    TO WS-ITEM-FOUND-SW
001834        GO TO SELECT-WORKQ-ITEM-EXIT
001835     END-IF
001840     MOVE FWQ-ACCT-ID               TO CDEMO-ACCT-ID
001850     MOVE FWQ-CARD-NUM              TO CDEMO-CARD-NUM
001860     MOVE 'S'                       TO CDEMO-CP-INFO(1:1)
001930 SELECT-WORKQ-ITEM-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------*
001951*    ONLY THE ASSIGNEE MARKS AN ITEM WORKED. A FREE ITEM MARKED
001952*    WORKED STRAIGHT OFF THE LIST IS CLAIMED AND WORKED AT ONCE.
001953*----------------------------------------------------------------*
001960 MARK-ITEM-WORKED.
001970*----------------------------------------------------------------*
001980     PERFORM FIND-WORKQ-ITEM        THRU FIND-WORKQ-ITEM-EXIT
002020        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
002030        GO TO MARK-ITEM-WORKED-EXIT
002040     END-IF
002041     PERFORM STAMP-ITEM-WORKED      THRU STAMP-ITEM-WORKED-EXIT
002042     IF ERR-FLG-ON
002043        GO TO MARK-ITEM-WORKED-EXIT
002044     END-IF
002050     SET FWQ-WORKED                 TO TRUE
002060     EXEC CICS REWRITE
002070          DATASET (WS-WORKQFILENAME)
002120     END-EXEC
002130     IF WS-RESP-CD = DFHRESP(NORMAL)
002140        MOVE 'ITEM MARKED WORKED.'  TO WS-MESSAGE
002141        PERFORM JOURNAL-ITEM-WORKED THRU JOURNAL-ITEM-WORKED-EXIT
002150     ELSE
002160        SET ERR-FLG-ON              TO TRUE
002170        MOVE 'UNABLE TO UPDATE THE WORKLIST.' TO WS-MESSAGE
002250*    HAS TO BE FOUND BY A SHORT BROWSE ON THE TRANSACTION ID
002260*    THE ANALYST ACTUALLY SEES. ACTION W NEEDS THE ROW HELD
002270*    FOR UPDATE, SO THE FINAL READ IS A KEYED READ UPDATE.
002271*    THE PF5 PULL BROWSES FOR THE FIRST OPEN ITEM NOBODY HOLDS
002272*    INSTEAD.
002280*----------------------------------------------------------------*
002290 FIND-WORKQ-ITEM.
002300*----------------------------------------------------------------*
002810        SET WORKQ-BROWSE-EOF        TO TRUE
002820        GO TO BROWSE-NEXT-ITEM-EXIT
002830     END-IF
002840     IF FIND-BY-TRANSACTION
002841        AND FWQ-TRANSACTION-ID = WQTRANI OF COPAU7JI
002850        AND FWQ-OPEN
002860        SET WORKQ-ITEM-FOUND        TO TRUE
002870     END-IF
002871     IF FIND-NEXT-FREE
002872        AND FWQ-OPEN
002873        AND FWQ-UNASSIGNED
002874        SET WORKQ-ITEM-FOUND        TO TRUE
002875     END-IF
002880     .
002890 BROWSE-NEXT-ITEM-EXIT.
002900     EXIT.
003640          WAMOUNTO OF COPAU7JO(WS-LINE-SUB)
003650     MOVE FWQ-REASONS               TO
003660          WREASONO OF COPAU7JO(WS-LINE-SUB)
003661     MOVE FWQ-ASSIGNED-TO           TO
003662          WASSGNO OF COPAU7JO(WS-LINE-SUB)
003670     ADD 1                          TO WS-LINE-SUB
003680     .
003690 FILL-NEXT-LINE-EXIT.
004080     .
004090 RETURN-TO-PREV-SCREEN-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------*
004120*    THE ITEM PICKED WITH S (HELD FOR UPDATE) IS CLAIMED FOR THE
004130*    ANALYST IF NOBODY HOLDS IT, REFUSED IF ANOTHER ANALYST DOES,
004140*    AND RELEASED UNCHANGED IF IT IS ALREADY THEIRS.
004150*----------------------------------------------------------------*
004160 TAKE-SELECTED-ITEM.
004170*----------------------------------------------------------------*
004180     IF FWQ-UNASSIGNED
004190        MOVE CDEMO-USER-ID          TO WS-NEW-ASSIGNEE
004200        MOVE 'P'                    TO WS-CLAIM-EVENT
004210        PERFORM CLAIM-WORKQ-ITEM    THRU CLAIM-WORKQ-ITEM-EXIT
004220        GO TO TAKE-SELECTED-ITEM-EXIT
004230     END-IF
004240     IF FWQ-ASSIGNED-TO NOT = CDEMO-USER-ID
004250        PERFORM REFUSE-LOCKED-ITEM  THRU REFUSE-LOCKED-ITEM-EXIT
004260        GO TO TAKE-SELECTED-ITEM-EXIT
004270     END-IF
004280     EXEC CICS UNLOCK
004290          DATASET (WS-WORKQFILENAME)
004300          RESP    (WS-RESP-CD)
004310     END-EXEC
004320     .
004330 TAKE-SELECTED-ITEM-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360 STAMP-ITEM-WORKED.
004370*----------------------------------------------------------------*
004380     IF NOT FWQ-UNASSIGNED
004390        AND FWQ-ASSIGNED-TO NOT = CDEMO-USER-ID
004400        PERFORM REFUSE-LOCKED-ITEM  THRU REFUSE-LOCKED-ITEM-EXIT
004410        GO TO STAMP-ITEM-WORKED-EXIT
004420     END-IF
004430     PERFORM GET-WQ-TIMESTAMP       THRU GET-WQ-TIMESTAMP-EXIT
004440     IF FWQ-UNASSIGNED
004450        MOVE CDEMO-USER-ID          TO FWQ-ASSIGNED-TO
004460                                       FWQ-ASSIGNED-BY
004470        MOVE WS-WQA-NOW-DATE        TO FWQ-ASSIGNED-DATE
004480        MOVE WS-WQA-NOW-TIME        TO FWQ-ASSIGNED-TIME
004490     END-IF
004500     MOVE CDEMO-USER-ID             TO FWQ-WORKED-BY
004510     MOVE WS-WQA-NOW-DATE           TO FWQ-WORKED-DATE
004520     MOVE WS-WQA-NOW-TIME           TO FWQ-WORKED-TIME
004530     .
004540 STAMP-ITEM-WORKED-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------*
004570*    THE JOURNAL CARRIES THE CLAIM TIME SO THE PRODUCTIVITY
004580*    REPORT CAN TAKE THE HANDLE TIME STRAIGHT OFF THE RECORD.
004590*----------------------------------------------------------------*
004600 JOURNAL-ITEM-WORKED.
004610*----------------------------------------------------------------*
004620     MOVE SPACES                    TO WQ-ACTIVITY-RECORD
004630     SET WQA-WORKED                 TO TRUE
004640     MOVE FWQ-ASSIGNED-TO           TO WQA-USER-ID
004650     MOVE FWQ-ASSIGNED-DATE         TO WQA-CLAIM-DATE
004660     MOVE FWQ-ASSIGNED-TIME         TO WQA-CLAIM-TIME
004670     PERFORM JOURNAL-FWQ-EVENT      THRU JOURNAL-FWQ-EVENT-EXIT
004680     .
004690 JOURNAL-ITEM-WORKED-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------*
004720*    A SUPERVISOR (WQASSIGN) HANDS THE ITEM TO THE KEYED ANALYST,
004730*    TAKING IT FROM WHOEVER HELD IT BEFORE IF NEED BE.
004740*----------------------------------------------------------------*
004750 ASSIGN-WORKQ-ITEM.
004760*----------------------------------------------------------------*
004770     IF WQASGNI OF COPAU7JI = SPACES OR LOW-VALUES
004780        SET ERR-FLG-ON              TO TRUE
004790        MOVE 'KEY THE ANALYST TO ASSIGN THE ITEM TO.'
004800                                    TO WS-MESSAGE
004810        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
004820        GO TO ASSIGN-WORKQ-ITEM-EXIT
004830     END-IF
004840     MOVE 'WQASSIGN'                TO ENT-FUNCTION
004850     PERFORM CHECK-ENTITLEMENT      THRU CHECK-ENTITLEMENT-EXIT
004860     IF USER-NOT-ENTITLED
004870        SET ERR-FLG-ON              TO TRUE
004880        MOVE 'NOT AUTHORIZED TO ASSIGN WORKLIST ITEMS.'
004890                                    TO WS-MESSAGE
004900        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
004910        GO TO ASSIGN-WORKQ-ITEM-EXIT
004920     END-IF
004930     PERFORM FIND-WORKQ-ITEM        THRU FIND-WORKQ-ITEM-EXIT
004940     IF NOT WORKQ-ITEM-FOUND
004950        SET ERR-FLG-ON              TO TRUE
004960        MOVE 'ITEM NOT ON THE WORKLIST.' TO WS-MESSAGE
004970        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
004980        GO TO ASSIGN-WORKQ-ITEM-EXIT
004990     END-IF
005000     MOVE WQASGNI OF COPAU7JI       TO WS-NEW-ASSIGNEE
005010     MOVE 'A'                       TO WS-CLAIM-EVENT
005020     PERFORM CLAIM-WORKQ-ITEM       THRU CLAIM-WORKQ-ITEM-EXIT
005030     IF ERR-FLG-ON
005040        GO TO ASSIGN-WORKQ-ITEM-EXIT
005050     END-IF
005060     MOVE SPACES                    TO WS-MESSAGE
005070     STRING 'ITEM ASSIGNED TO '     DELIMITED BY SIZE
005080            WS-NEW-ASSIGNEE         DELIMITED BY SPACE
005090            '.'                     DELIMITED BY SIZE
005100            INTO WS-MESSAGE
005110     END-STRING
005120     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU7JO
005130     .
005140 ASSIGN-WORKQ-ITEM-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------*
005170*    THE ASSIGNEE HANDS THE ITEM BACK TO THE QUEUE; ANYONE ELSE
005180*    NEEDS WQASSIGN TO TAKE IT OFF ANOTHER ANALYST.
005190*----------------------------------------------------------------*
005200 RELEASE-WORKQ-ITEM.
005210*----------------------------------------------------------------*
005220     PERFORM FIND-WORKQ-ITEM        THRU FIND-WORKQ-ITEM-EXIT
005230     IF NOT WORKQ-ITEM-FOUND
005240        SET ERR-FLG-ON              TO TRUE
005250        MOVE 'ITEM NOT ON THE WORKLIST.' TO WS-MESSAGE
005260        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
005270        GO TO RELEASE-WORKQ-ITEM-EXIT
005280     END-IF
005290     IF FWQ-UNASSIGNED
005300        EXEC CICS UNLOCK
005310             DATASET (WS-WORKQFILENAME)
005320             RESP    (WS-RESP-CD)
005330        END-EXEC
005340        SET ERR-FLG-ON              TO TRUE
005350        MOVE 'ITEM IS NOT ASSIGNED.' TO WS-MESSAGE
005360        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
005370        GO TO RELEASE-WORKQ-ITEM-EXIT
005380     END-IF
005390     IF FWQ-ASSIGNED-TO NOT = CDEMO-USER-ID
005400        MOVE 'WQASSIGN'             TO ENT-FUNCTION
005410        PERFORM CHECK-ENTITLEMENT   THRU CHECK-ENTITLEMENT-EXIT
005420        IF USER-NOT-ENTITLED
005430           PERFORM REFUSE-LOCKED-ITEM
005440                                THRU REFUSE-LOCKED-ITEM-EXIT
005450           GO TO RELEASE-WORKQ-ITEM-EXIT
005460        END-IF
005470     END-IF
005480     PERFORM GET-WQ-TIMESTAMP       THRU GET-WQ-TIMESTAMP-EXIT
005490     MOVE SPACES                    TO WQ-ACTIVITY-RECORD
005500     SET WQA-RELEASED               TO TRUE
005510     MOVE FWQ-ASSIGNED-TO           TO WQA-USER-ID
005520     MOVE FWQ-ASSIGNED-DATE         TO WQA-CLAIM-DATE
005530     MOVE FWQ-ASSIGNED-TIME         TO WQA-CLAIM-TIME
005540     MOVE SPACES                    TO FWQ-ASSIGNED-TO
005550                                       FWQ-ASSIGNED-BY
005560                                       FWQ-ASSIGNED-DATE
005570                                       FWQ-ASSIGNED-TIME
005580     PERFORM REWRITE-WORKQ-ITEM     THRU REWRITE-WORKQ-ITEM-EXIT
005590     IF ERR-FLG-ON
005600        GO TO RELEASE-WORKQ-ITEM-EXIT
005610     END-IF
005620     PERFORM JOURNAL-FWQ-EVENT      THRU JOURNAL-FWQ-EVENT-EXIT
005630     MOVE 'ITEM RELEASED TO THE QUEUE.' TO WS-MESSAGE
005640     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU7JO
005650     .
005660 RELEASE-WORKQ-ITEM-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------*
005690*    PF5 - NEXT-ITEM PULL. THE HIGHEST-SCORED OPEN ITEM NOBODY
005700*    HOLDS IS SELECTED AS THOUGH THE ANALYST HAD KEYED IT WITH S,
005710*    WHICH CLAIMS IT AND OPENS IT IN PAUDTL. SHOULD ANOTHER
005720*    ANALYST TAKE IT FIRST, THE SELECT REFUSES IT AND THE
005730*    ANALYST PULLS AGAIN.
005740*----------------------------------------------------------------*
005750 PULL-NEXT-ITEM.
005760*----------------------------------------------------------------*
005770     SET FIND-NEXT-FREE             TO TRUE
005780     PERFORM FIND-WORKQ-ITEM        THRU FIND-WORKQ-ITEM-EXIT
005790     IF NOT WORKQ-ITEM-FOUND
005800        SET ERR-FLG-ON              TO TRUE
005810        MOVE 'NO UNASSIGNED ITEMS ON THE WORKLIST.' TO WS-MESSAGE
005820        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
005830        GO TO PULL-NEXT-ITEM-EXIT
005840     END-IF
005850     EXEC CICS UNLOCK
005860          DATASET (WS-WORKQFILENAME)
005870          RESP    (WS-RESP-CD)
005880     END-EXEC
005890     MOVE FWQ-TRANSACTION-ID        TO WQTRANI OF COPAU7JI
005900     SET FIND-BY-TRANSACTION        TO TRUE
005910     PERFORM SELECT-WORKQ-ITEM      THRU SELECT-WORKQ-ITEM-EXIT
005920     .
005930 PULL-NEXT-ITEM-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960*    THE ITEM (HELD FOR UPDATE) GOES TO WS-NEW-ASSIGNEE, STAMPED
005970*    WITH WHO DID IT AND WHEN, AND WS-CLAIM-EVENT IS JOURNALED.
005980*----------------------------------------------------------------*
005990 CLAIM-WORKQ-ITEM.
006000*----------------------------------------------------------------*
006010     PERFORM GET-WQ-TIMESTAMP       THRU GET-WQ-TIMESTAMP-EXIT
006020     MOVE WS-NEW-ASSIGNEE           TO FWQ-ASSIGNED-TO
006030     MOVE CDEMO-USER-ID             TO FWQ-ASSIGNED-BY
006040     MOVE WS-WQA-NOW-DATE           TO FWQ-ASSIGNED-DATE
006050     MOVE WS-WQA-NOW-TIME           TO FWQ-ASSIGNED-TIME
006060     PERFORM REWRITE-WORKQ-ITEM     THRU REWRITE-WORKQ-ITEM-EXIT
006070     IF ERR-FLG-ON
006080        GO TO CLAIM-WORKQ-ITEM-EXIT
006090     END-IF
006100     MOVE SPACES                    TO WQ-ACTIVITY-RECORD
006110     MOVE WS-CLAIM-EVENT            TO WQA-EVENT
006120     MOVE FWQ-ASSIGNED-TO           TO WQA-USER-ID
006130     MOVE FWQ-ASSIGNED-DATE         TO WQA-CLAIM-DATE
006140     MOVE FWQ-ASSIGNED-TIME         TO WQA-CLAIM-TIME
006150     PERFORM JOURNAL-FWQ-EVENT      THRU JOURNAL-FWQ-EVENT-EXIT
006160     .
006170 CLAIM-WORKQ-ITEM-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------*
006200 REWRITE-WORKQ-ITEM.
006210*----------------------------------------------------------------*
006220     EXEC CICS REWRITE
006230          DATASET (WS-WORKQFILENAME)
006240          FROM    (FRAUD-WORKQ-RECORD)
006250          LENGTH  (LENGTH OF FRAUD-WORKQ-RECORD)
006260          RESP    (WS-RESP-CD)
006270          RESP2   (WS-REAS-CD)
006280     END-EXEC
006290     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
006300        SET ERR-FLG-ON              TO TRUE
006310        MOVE 'UNABLE TO UPDATE THE WORKLIST.' TO WS-MESSAGE
006320        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7JO
006330     END-IF
006340     .
006350 REWRITE-WORKQ-ITEM-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------*
006380 JOURNAL-FWQ-EVENT.
006390*----------------------------------------------------------------*
006400     SET WQA-FRAUD-QUEUE            TO TRUE
006410     MOVE FWQ-TRANSACTION-ID        TO WQA-ITEM-ID
006420     MOVE CDEMO-USER-ID             TO WQA-BY-USER
006430     PERFORM JOURNAL-WQ-ACTIVITY    THRU JOURNAL-WQ-ACTIVITY-EXIT
006440     .
006450 JOURNAL-FWQ-EVENT-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------*
006480 REFUSE-LOCKED-ITEM.
006490*----------------------------------------------------------------*
006500     EXEC CICS UNLOCK
006510          DATASET (WS-WORKQFILENAME)
006520          RESP    (WS-RESP-CD)
006530     END-EXEC
006540     SET ERR-FLG-ON                 TO TRUE
006550     MOVE SPACES                    TO WS-MESSAGE
006560     STRING 'ITEM IS ASSIGNED TO '  DELIMITED BY SIZE
006570            FWQ-ASSIGNED-TO         DELIMITED BY SPACE
006580            '.'                     DELIMITED BY SIZE
006590            INTO WS-MESSAGE
006600     END-STRING
006610     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU7JO
006620     .
006630 REFUSE-LOCKED-ITEM-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------*
006660*    READS THE PAUENTTL ROW FOR THE SIGNED-ON USER AND THE
006670*    FUNCTION IN ENT-FUNCTION. NO ROW, A ROW NOT MARKED ALLOWED,
006680*    OR AN EXPIRED GRANT IS A DENIAL, JOURNALED TO CENT.
006690*----------------------------------------------------------------*
006700 CHECK-ENTITLEMENT.
006710*----------------------------------------------------------------*
006720     EXEC CICS ASKTIME
006730          ABSTIME(WS-ENT-ABS-TIME)
006740          NOHANDLE
006750     END-EXEC
006760     EXEC CICS FORMATTIME
006770          ABSTIME(WS-ENT-ABS-TIME)
006780          YYYYMMDD(WS-ENT-TODAY)
006790          NOHANDLE
006800     END-EXEC
006810     SET USER-NOT-ENTITLED          TO TRUE
006820     MOVE CDEMO-USER-ID             TO ENT-USER-ID
006830     EXEC CICS READ
006840          DATASET   (WS-ENTTLFILENAME)
006850          RIDFLD    (ENT-KEY)
006860          KEYLENGTH (LENGTH OF ENT-KEY)
006870          INTO      (ENTITLEMENT-RECORD)
006880          LENGTH    (LENGTH OF ENTITLEMENT-RECORD)
006890          RESP      (WS-RESP-CD)
006900          RESP2     (WS-REAS-CD)
006910     END-EXEC
006920     IF WS-RESP-CD = DFHRESP(NORMAL)
006930        AND ENT-IS-ALLOWED
006940        AND (ENT-EXPIRY-DATE = SPACES
006950             OR ENT-EXPIRY-DATE >= WS-ENT-TODAY)
006960        SET USER-IS-ENTITLED        TO TRUE
006970     ELSE
006980        MOVE SPACES                 TO ENT-VIOLATION-RECORD
006990        MOVE CDEMO-USER-ID          TO ENTV-USER-ID
007000        MOVE ENT-FUNCTION           TO ENTV-FUNCTION
007010        MOVE WS-PGMNAME             TO ENTV-PROGRAM
007020        EXEC CICS ASKTIME
007030             ABSTIME(WS-ABS-TIME)
007040             NOHANDLE
007050        END-EXEC
007060        EXEC CICS FORMATTIME
007070             ABSTIME(WS-ABS-TIME)
007080             MMDDYY(WS-CUR-DATE)
007090             DATESEP
007100             TIME(WS-CUR-TIME)
007110             TIMESEP
007120             NOHANDLE
007130        END-EXEC
007140        STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
007150               INTO ENTV-TIMESTAMP
007160        END-STRING
007170        EXEC CICS WRITEQ TD
007180             QUEUE('CENT')
007190             FROM(ENT-VIOLATION-RECORD)
007200             LENGTH(LENGTH OF ENT-VIOLATION-RECORD)
007210             NOHANDLE
007220        END-EXEC
007230     END-IF
007240     .
007250 CHECK-ENTITLEMENT-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------*
007280*    WORK-QUEUE ACTIVITY JOURNAL
007290*----------------------------------------------------------------*
007300 COPY CSWQACTP.
