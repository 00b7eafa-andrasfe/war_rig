000130*    NETWORK DEADLINE AT OPEN DATE + 45 DAYS. ACTION 'U' MOVES
000140*    AN EXISTING CASE THROUGH ITS LIFECYCLE (O/R/C/X). MIRRORS
000150*    COPAUS2C'S PATTERN FOR DB2 WORK LINKED OUT OF A SCREEN.
000151*    A NEW CASE IS STAMPED WITH ITS LIABILITY-SHIFT ASSESSMENT
000152*    (CSLIASHP) FROM THE AUTH'S ENTRY MODE AND ECI/AVS/CVV.
000153*    ACTION 'G' ASSIGNS A CASE TO AN ANALYST (OR RELEASES IT)
000154*    AND ACTION 'N' CLAIMS THE NEXT FREE CASE FOR THE USER. A
000155*    CASE LOCKED TO ONE ANALYST CANNOT BE MOVED BY ANOTHER; A
000156*    FREE CASE IS CLAIMED BY WHOEVER MOVES IT. EVERY CLAIM,
000157*    RELEASE AND STATUS MOVE IS TIMESTAMPED ON THE ROW
000158*    (ASSIGNED_TS, STATUS_TS) AND JOURNALED TO CWQA.
000160*----------------------------------------------------------------*
000170*                MODIFICATION HISTORY                            *
000180* DATE       INIT DESCRIPTION                                    *
000193*                 NOTIFY QUEUE THE WAY INTAKE DECLINES DO       *
000194* 2027-04-19  ABF MILESTONE NOTIFICATION SENT EXACTLY ONCE AND  *
000195*                 ONLY ON A SUCCESSFUL STATUS MOVE              *
000197* 2028-02-27  RKA LIABILITY-SHIFT ASSESSMENT STAMPED ON THE     *
000199*                 CASE AT OPEN (LIAB_SHIFT, LIAB_REASON)        *
000201* 2028-03-05  JGM CASE ASSIGNMENT (G) AND NEXT-CASE PULL (N);   *
000203*                 STATUS MOVES LOCKED TO THE ASSIGNEE AND       *
000205*                 TIMESTAMPED; ACTIVITY JOURNALED TO CWQA       *
000207*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-ZOS.
000280 WORKING-STORAGE SECTION.
000290*----------------------------------------------------------------*
000300 01  WS-VARIABLES.
000301     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUS5C'.
000302     05  WS-CASE-ID-DIS             PIC 9(09).
000303     05  WS-AMT-DIS                 PIC -(9)9.99.
000304     05  WS-CASE-CHECK-SW           PIC X(01) VALUE 'Y'.
000305         88  CASE-CHECK-OK                  VALUE 'Y'.
000306         88  CASE-CHECK-FAILED              VALUE 'N'.
000307*----------------------------------------------------------------*
000308*    MQ FIELDS FOR THE CUSTOMER-NOTIFICATION FAN-OUT             *
000309*----------------------------------------------------------------*
000316 01  WS-MQ-FIELDS.
000317     05  W02-HCONN-NOTIFY           PIC S9(09) COMP.
000318     05  W02-BUFFLEN                PIC S9(09) COMP.
000400*----------------------------------------------------------------*
000410 01  PAUDISPT-HOST-VARS.
000420 COPY CVDISPTY.
000421*----------------------------------------------------------------*
000422*    LIABILITY-SHIFT ASSESSMENT
000423*----------------------------------------------------------------*
000424 COPY CSLIASHY.
000425*----------------------------------------------------------------*
000426*    WORK-QUEUE ACTIVITY JOURNAL
000427*----------------------------------------------------------------*
000428 COPY CVWQACTY.
000429 COPY CSWQACTY.
000430*----------------------------------------------------------------*
000440 EXEC SQL
000450     INCLUDE SQLCA
000630                                    THRU OPEN-DISPUTE-CASE-EXIT
000640         WHEN WS-DSP-SET-STATUS
000650            PERFORM SET-CASE-STATUS THRU SET-CASE-STATUS-EXIT
000651         WHEN WS-DSP-ASSIGN-CASE
000652            PERFORM ASSIGN-CASE     THRU ASSIGN-CASE-EXIT
000653         WHEN WS-DSP-PULL-NEXT
000654            PERFORM PULL-NEXT-CASE  THRU PULL-NEXT-CASE-EXIT
000660         WHEN OTHER
000670            MOVE 'INVALID DISPUTE ACTION CODE'
000680                                    TO WS-DSP-ACT-MSG
000820     MOVE WS-DSP-AMOUNT             TO DSP-DISPUTE-AMT
000830     MOVE WS-DSP-REASON             TO DSP-CASE-REASON
000840     MOVE WS-DSP-USER-ID            TO DSP-RAISED-BY
000841     MOVE WS-DSP-POS-ENTRY-MODE     TO WS-LSA-POS-ENTRY-MODE
000842     MOVE WS-DSP-ECI-RESULT         TO WS-LSA-ECI-RESULT
000843     MOVE WS-DSP-AVS-RESULT         TO WS-LSA-AVS-RESULT
000844     MOVE WS-DSP-CVV-RESULT         TO WS-LSA-CVV-RESULT
000845     PERFORM ASSESS-LIABILITY-SHIFT
000846                                THRU ASSESS-LIABILITY-SHIFT-EXIT
000847     MOVE WS-LSA-RESULT             TO DSP-LIAB-SHIFT
000848     MOVE WS-LSA-REASON             TO DSP-LIAB-REASON
000850     EXEC SQL
000860          INSERT INTO CARDDEMO.PAUDISPT
000870                (CARD_NUM
000950                ,OPENED_DATE
000960                ,DEADLINE_DATE
000970                ,LAST_STATUS_DATE
000980                ,RAISED_BY
000981                ,LIAB_SHIFT
000982                ,LIAB_REASON)
000990            VALUES
001000              ( :DSP-CARD-NUM
001010               ,:DSP-TRANSACTION-ID
001090               ,CURRENT DATE + 45 DAYS
001100               ,CURRENT DATE
001110               ,:DSP-RAISED-BY
001111               ,:DSP-LIAB-SHIFT
001112               ,:DSP-LIAB-REASON
001120              )
001130     END-EXEC
001140     IF SQLCODE = ZERO
001280*----------------------------------------------------------------*
001290*    LIFECYCLE MOVE. THE UPDATE IS KEYED BY CASE ID AND ONLY
001300*    TOUCHES A CASE THAT IS NOT ALREADY CLOSED, SO A STALE
001310*    SCREEN CANNOT REOPEN A FINISHED CASE - NOR ONE ANOTHER
001311*    ANALYST HAS CLAIMED SINCE IT WAS READ.
001320*----------------------------------------------------------------*
001330 SET-CASE-STATUS.
001340*----------------------------------------------------------------*
001350     MOVE WS-DSP-CASE-ID            TO DSP-CASE-ID
001360     MOVE WS-DSP-NEW-STATUS         TO DSP-CASE-STATUS
001361     PERFORM READ-CASE-ASSIGNMENT   THRU READ-CASE-ASSIGNMENT-EXIT
001362     IF CASE-CHECK-OK
001363        PERFORM TAKE-CASE-FOR-MOVE  THRU TAKE-CASE-FOR-MOVE-EXIT
001364     END-IF
001365     IF CASE-CHECK-FAILED
001366        GO TO SET-CASE-STATUS-EXIT
001367     END-IF
001370     EXEC SQL
001380          UPDATE CARDDEMO.PAUDISPT
001390             SET   CASE_STATUS      = :DSP-CASE-STATUS,
001400                   LAST_STATUS_DATE = CURRENT DATE,
001401                   STATUS_TS        = CURRENT TIMESTAMP,
001402                   ASSIGNED_TO      = :DSP-ASSIGNED-TO,
001403                   ASSIGNED_TS      = COALESCE(ASSIGNED_TS,
001404                                          CURRENT TIMESTAMP)
001410             WHERE CASE_ID = :DSP-CASE-ID
001420               AND CASE_STATUS <> 'X'
001421               AND (ASSIGNED_TO IS NULL
001422                    OR ASSIGNED_TO IN (' ', :DSP-ASSIGNED-TO))
001430     END-EXEC
001440     EVALUATE TRUE
001450         WHEN SQLCODE = ZERO
001493               PERFORM NOTIFY-CASE-MILESTONE
001494                                THRU NOTIFY-CASE-MILESTONE-EXIT
001495            END-IF
001496            SET WQA-STATUS-MOVED     TO TRUE
001497            MOVE DSP-CASE-STATUS     TO WQA-NEW-STATUS
001498            PERFORM JOURNAL-CASE-EVENT
001499                                THRU JOURNAL-CASE-EVENT-EXIT
001490         WHEN SQLCODE = 100
001500            MOVE 'CASE NOT FOUND OR ALREADY CLOSED'
001510                                     TO WS-DSP-ACT-MSG
001662     .
001663 NOTIFY-CASE-MILESTONE-EXIT.
001664     EXIT.
001670*----------------------------------------------------------------*
001680*    WORK-QUEUE OWNERSHIP OF THE CASE. A CLOSED CASE IS NOT ON
001690*    THE QUEUE AND IS REPORTED AS SUCH.
001700*----------------------------------------------------------------*
001710 READ-CASE-ASSIGNMENT.
001720*----------------------------------------------------------------*
001730     SET CASE-CHECK-OK              TO TRUE
001740     EXEC SQL
001750          SELECT COALESCE(ASSIGNED_TO, ' '),
001760                 COALESCE(CHAR(ASSIGNED_TS), ' ')
001770            INTO :DSP-ASSIGNED-TO, :DSP-ASSIGNED-TS
001780            FROM CARDDEMO.PAUDISPT
001790           WHERE CASE_ID = :DSP-CASE-ID
001800             AND CASE_STATUS <> 'X'
001810     END-EXEC
001820     IF SQLCODE NOT = ZERO
001830        SET CASE-CHECK-FAILED       TO TRUE
001840        PERFORM SET-CASE-SQL-ERROR  THRU SET-CASE-SQL-ERROR-EXIT
001850     END-IF
001860     .
001870 READ-CASE-ASSIGNMENT-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------*
001900*    A STATUS MOVE IS REFUSED ON A CASE LOCKED TO ANOTHER
001910*    ANALYST. A FREE CASE IS CLAIMED BY WHOEVER MOVES IT. THE
001920*    JOURNAL RECORD IS STARTED HERE WITH THE CLAIM TIME.
001930*----------------------------------------------------------------*
001940 TAKE-CASE-FOR-MOVE.
001950*----------------------------------------------------------------*
001960     IF DSP-ASSIGNED-TO NOT = SPACES
001970        AND DSP-ASSIGNED-TO NOT = WS-DSP-USER-ID
001980        SET CASE-CHECK-FAILED       TO TRUE
001990        PERFORM SET-CASE-LOCKED-MSG THRU SET-CASE-LOCKED-MSG-EXIT
002000        GO TO TAKE-CASE-FOR-MOVE-EXIT
002010     END-IF
002020     PERFORM GET-WQ-TIMESTAMP       THRU GET-WQ-TIMESTAMP-EXIT
002030     MOVE SPACES                    TO WQ-ACTIVITY-RECORD
002040     MOVE WS-DSP-USER-ID            TO WQA-USER-ID
002050     IF DSP-ASSIGNED-TO = SPACES
002060        MOVE WS-DSP-USER-ID         TO DSP-ASSIGNED-TO
002070        MOVE WS-WQA-NOW-DATE        TO WQA-CLAIM-DATE
002080        MOVE WS-WQA-NOW-TIME        TO WQA-CLAIM-TIME
002090     ELSE
002100        PERFORM CLAIM-TIME-FROM-ROW THRU CLAIM-TIME-FROM-ROW-EXIT
002110     END-IF
002120     .
002130 TAKE-CASE-FOR-MOVE-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------*
002160*    ACTION G. ASSIGN THE CASE TO WS-DSP-ASSIGNEE, OR RELEASE IT
002170*    BACK TO THE QUEUE WHEN NO ASSIGNEE IS GIVEN.
002180*----------------------------------------------------------------*
002190 ASSIGN-CASE.
002200*----------------------------------------------------------------*
002210     MOVE WS-DSP-CASE-ID            TO DSP-CASE-ID
002220     PERFORM READ-CASE-ASSIGNMENT   THRU READ-CASE-ASSIGNMENT-EXIT
002230     IF CASE-CHECK-FAILED
002240        GO TO ASSIGN-CASE-EXIT
002250     END-IF
002260     PERFORM GET-WQ-TIMESTAMP       THRU GET-WQ-TIMESTAMP-EXIT
002270     MOVE SPACES                    TO WQ-ACTIVITY-RECORD
002280     IF WS-DSP-ASSIGNEE = SPACES
002290        PERFORM RELEASE-CASE        THRU RELEASE-CASE-EXIT
002300        GO TO ASSIGN-CASE-EXIT
002310     END-IF
002320     MOVE WS-DSP-ASSIGNEE           TO DSP-ASSIGNED-TO
002330     EXEC SQL
002340          UPDATE CARDDEMO.PAUDISPT
002350             SET   ASSIGNED_TO      = :DSP-ASSIGNED-TO,
002360                   ASSIGNED_TS      = CURRENT TIMESTAMP
002370             WHERE CASE_ID = :DSP-CASE-ID
002380               AND CASE_STATUS <> 'X'
002390     END-EXEC
002400     IF SQLCODE NOT = ZERO
002410        PERFORM SET-CASE-SQL-ERROR  THRU SET-CASE-SQL-ERROR-EXIT
002420        GO TO ASSIGN-CASE-EXIT
002430     END-IF
002440     SET WS-DSP-UPDT-SUCCESS        TO TRUE
002450     MOVE 'DISPUTE CASE ASSIGNED'   TO WS-DSP-ACT-MSG
002460     SET WQA-ASSIGNED               TO TRUE
002470     MOVE DSP-ASSIGNED-TO           TO WQA-USER-ID
002480     MOVE WS-WQA-NOW-DATE           TO WQA-CLAIM-DATE
002490     MOVE WS-WQA-NOW-TIME           TO WQA-CLAIM-TIME
002500     PERFORM JOURNAL-CASE-EVENT     THRU JOURNAL-CASE-EVENT-EXIT
002510     .
002520 ASSIGN-CASE-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------*
002550*    THE ASSIGNEE MAY HAND A CASE BACK; ANYONE ELSE NEEDS THE
002560*    SUPERVISOR SWITCH THE CALLING SCREEN SETS FOR WQASSIGN.
002570*----------------------------------------------------------------*
002580 RELEASE-CASE.
002590*----------------------------------------------------------------*
002600     IF DSP-ASSIGNED-TO = SPACES
002610        MOVE 'CASE IS NOT ASSIGNED'  TO WS-DSP-ACT-MSG
002620        GO TO RELEASE-CASE-EXIT
002630     END-IF
002640     IF DSP-ASSIGNED-TO NOT = WS-DSP-USER-ID
002650        AND NOT WS-DSP-SUPERVISOR
002660        PERFORM SET-CASE-LOCKED-MSG THRU SET-CASE-LOCKED-MSG-EXIT
002670        GO TO RELEASE-CASE-EXIT
002680     END-IF
002690     EXEC SQL
002700          UPDATE CARDDEMO.PAUDISPT
002710             SET   ASSIGNED_TO      = NULL,
002720                   ASSIGNED_TS      = NULL
002730             WHERE CASE_ID = :DSP-CASE-ID
002740               AND CASE_STATUS <> 'X'
002750               AND ASSIGNED_TO = :DSP-ASSIGNED-TO
002760     END-EXEC
002770     IF SQLCODE NOT = ZERO
002780        PERFORM SET-CASE-SQL-ERROR  THRU SET-CASE-SQL-ERROR-EXIT
002790        GO TO RELEASE-CASE-EXIT
002800     END-IF
002810     SET WS-DSP-UPDT-SUCCESS        TO TRUE
002820     MOVE 'DISPUTE CASE RELEASED'   TO WS-DSP-ACT-MSG
002830     SET WQA-RELEASED               TO TRUE
002840     MOVE DSP-ASSIGNED-TO           TO WQA-USER-ID
002850     PERFORM CLAIM-TIME-FROM-ROW    THRU CLAIM-TIME-FROM-ROW-EXIT
002860     PERFORM JOURNAL-CASE-EVENT     THRU JOURNAL-CASE-EVENT-EXIT
002870     .
002880 RELEASE-CASE-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------*
002910*    ACTION N - NEXT-CASE PULL. THE FREE OPEN CASE NEAREST ITS
002920*    NETWORK DEADLINE IS CLAIMED FOR THE USER AND ITS CASE ID
002930*    HANDED BACK. THE UPDATE ONLY TAKES A CASE STILL FREE, SO
002940*    TWO ANALYSTS PULLING AT ONCE CANNOT BOTH GET IT.
002950*----------------------------------------------------------------*
002960 PULL-NEXT-CASE.
002970*----------------------------------------------------------------*
002980     EXEC SQL
002990          SELECT CASE_ID
003000            INTO :DSP-CASE-ID
003010            FROM CARDDEMO.PAUDISPT
003020           WHERE CASE_STATUS <> 'X'
003030             AND (ASSIGNED_TO IS NULL OR ASSIGNED_TO = ' ')
003040           ORDER BY DEADLINE_DATE, CASE_ID
003050           FETCH FIRST 1 ROW ONLY
003060     END-EXEC
003070     EVALUATE TRUE
003080         WHEN SQLCODE = ZERO
003090            CONTINUE
003100         WHEN SQLCODE = 100
003110            MOVE 'NO UNASSIGNED CASES IN THE QUEUE'
003120                                     TO WS-DSP-ACT-MSG
003130            GO TO PULL-NEXT-CASE-EXIT
003140         WHEN OTHER
003150            PERFORM SET-CASE-SQL-ERROR
003160                                THRU SET-CASE-SQL-ERROR-EXIT
003170            GO TO PULL-NEXT-CASE-EXIT
003180     END-EVALUATE
003190     MOVE WS-DSP-USER-ID            TO DSP-ASSIGNED-TO
003200     EXEC SQL
003210          UPDATE CARDDEMO.PAUDISPT
003220             SET   ASSIGNED_TO      = :DSP-ASSIGNED-TO,
003230                   ASSIGNED_TS      = CURRENT TIMESTAMP
003240             WHERE CASE_ID = :DSP-CASE-ID
003250               AND CASE_STATUS <> 'X'
003260               AND (ASSIGNED_TO IS NULL OR ASSIGNED_TO = ' ')
003270     END-EXEC
003280     EVALUATE TRUE
003290         WHEN SQLCODE = ZERO
003300            CONTINUE
003310         WHEN SQLCODE = 100
003320            MOVE 'CASE TAKEN BY ANOTHER ANALYST - PULL AGAIN'
003330                                     TO WS-DSP-ACT-MSG
003340            GO TO PULL-NEXT-CASE-EXIT
003350         WHEN OTHER
003360            PERFORM SET-CASE-SQL-ERROR
003370                                THRU SET-CASE-SQL-ERROR-EXIT
003380            GO TO PULL-NEXT-CASE-EXIT
003390     END-EVALUATE
003400     MOVE DSP-CASE-ID               TO WS-DSP-CASE-ID
003410     SET WS-DSP-UPDT-SUCCESS        TO TRUE
003420     MOVE 'DISPUTE CASE PULLED'     TO WS-DSP-ACT-MSG
003430     PERFORM GET-WQ-TIMESTAMP       THRU GET-WQ-TIMESTAMP-EXIT
003440     MOVE SPACES                    TO WQ-ACTIVITY-RECORD
003450     SET WQA-PULLED                 TO TRUE
003460     MOVE WS-DSP-USER-ID            TO WQA-USER-ID
003470     MOVE WS-WQA-NOW-DATE           TO WQA-CLAIM-DATE
003480     MOVE WS-WQA-NOW-TIME           TO WQA-CLAIM-TIME
003490     PERFORM JOURNAL-CASE-EVENT     THRU JOURNAL-CASE-EVENT-EXIT
003500     .
003510 PULL-NEXT-CASE-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------*
003540*    CLAIM DATE AND TIME FROM THE ROW'S ASSIGNED_TS, IN CHAR
003550*    FORM YYYY-MM-DD-HH.MM.SS.NNNNNN.
003560*----------------------------------------------------------------*
003570 CLAIM-TIME-FROM-ROW.
003580*----------------------------------------------------------------*
003590     IF DSP-ASSIGNED-TS = SPACES
003600        GO TO CLAIM-TIME-FROM-ROW-EXIT
003610     END-IF
003620     MOVE DSP-ASSIGNED-TS(1:4)      TO WQA-CLAIM-DATE(1:4)
003630     MOVE DSP-ASSIGNED-TS(6:2)      TO WQA-CLAIM-DATE(5:2)
003640     MOVE DSP-ASSIGNED-TS(9:2)      TO WQA-CLAIM-DATE(7:2)
003650     MOVE DSP-ASSIGNED-TS(12:2)     TO WQA-CLAIM-TIME(1:2)
003660     MOVE DSP-ASSIGNED-TS(15:2)     TO WQA-CLAIM-TIME(3:2)
003670     MOVE DSP-ASSIGNED-TS(18:2)     TO WQA-CLAIM-TIME(5:2)
003680     .
003690 CLAIM-TIME-FROM-ROW-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720 JOURNAL-CASE-EVENT.
003730*----------------------------------------------------------------*
003740     SET WQA-DISPUTE-QUEUE          TO TRUE
003750     MOVE DSP-CASE-ID               TO WS-CASE-ID-DIS
003760     MOVE WS-CASE-ID-DIS            TO WQA-ITEM-ID
003770     MOVE WS-DSP-USER-ID            TO WQA-BY-USER
003780     PERFORM JOURNAL-WQ-ACTIVITY    THRU JOURNAL-WQ-ACTIVITY-EXIT
003790     .
003800 JOURNAL-CASE-EVENT-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------*
003830 SET-CASE-LOCKED-MSG.
003840*----------------------------------------------------------------*
003850     MOVE SPACES                    TO WS-DSP-ACT-MSG
003860     STRING 'CASE IS ASSIGNED TO '  DELIMITED BY SIZE
003870            DSP-ASSIGNED-TO         DELIMITED BY SPACE
003880            INTO WS-DSP-ACT-MSG
003890     END-STRING
003900     .
003910 SET-CASE-LOCKED-MSG-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------*
003940 SET-CASE-SQL-ERROR.
003950*----------------------------------------------------------------*
003960     IF SQLCODE = 100
003970        MOVE 'CASE NOT FOUND OR ALREADY CLOSED'
003980                                    TO WS-DSP-ACT-MSG
003990     ELSE
004000        MOVE SQLCODE                TO WS-SQLCODE
004010        MOVE SQLSTATE               TO WS-SQLSTATE
004020        STRING 'CASE UPDT ERROR DB2: CODE:' WS-SQLCODE
004030               ', STATE: ' WS-SQLSTATE DELIMITED BY SIZE
004040            INTO WS-DSP-ACT-MSG
004050        END-STRING
004060     END-IF
004070     .
004080 SET-CASE-SQL-ERROR-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------*
004110*    LIABILITY-SHIFT ASSESSMENT
004120*----------------------------------------------------------------*
004130 COPY CSLIASHP.
004140*----------------------------------------------------------------*
004150*    WORK-QUEUE ACTIVITY JOURNAL
004160*----------------------------------------------------------------*
004170 COPY CSWQACTP.
