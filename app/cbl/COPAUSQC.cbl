000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSQC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-05-16.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSQC - CARD ACTIVATION SERVICE. CICS-LINKED WITH A
000090*    CCPAUACY COMMAREA FROM THE CALL-CENTRE ACTIVATION SCREEN
000100*    (COPAUSRC) AND FROM THE REST FRONT END (COPAURST), SO BOTH
000110*    CHANNELS ACTIVATE A CARD THE SAME WAY. THE CARD MUST BE ON
000120*    CARDSTAT AS ISSUED BUT NOT ACTIVATED (N); THE CVV2 AND THE
000130*    BILLING ZIP KEYED MUST MATCH THE CARDVRFY ROW. A CARD WITH
000140*    NO VERIFICATION ROW, OR NO ZIP ON IT, CANNOT BE ACTIVATED
000150*    HERE - IT FAILS VERIFICATION RATHER THAN PASSING BY DEFAULT.
000160*    ON A MATCH THE STATUS IS REWRITTEN ACTIVE (A), EFFECTIVE
000170*    TODAY. EVERY ATTEMPT, WHATEVER THE OUTCOME, IS JOURNALED
000180*    (CVCRDAUY) TO THE CACT TD QUEUE, HARDENED TO ACTAUDIT.
000190*    MIRRORS COPAUS5C'S PATTERN FOR WORK LINKED OUT OF A SCREEN.
000200*    A CARD SET DORMANT (D) BY CBDRMCRD IS REACTIVATED THE SAME
000210*    WAY, ON THE SAME VERIFICATION - IT IS THE ONLY ROUTE BACK.
000220*----------------------------------------------------------------*
000230*                MODIFICATION HISTORY                            *
000240* DATE       INIT DESCRIPTION                                    *
000250* 2027-05-16  ABF INITIAL VERSION                                *
000260* 2028-01-09  JGM A DORMANT CARD (CARDSTAT D) MAY BE             *
000270*                 REACTIVATED HERE AS WELL AS A CARD PENDING     *
000280*                 ACTIVATION                                     *
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
000400     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSQC'.
000410     05  WS-CRDSTFILENAME           PIC X(08) VALUE 'CARDSTAT'.
000420     05  WS-CRDVFILENAME            PIC X(08) VALUE 'CARDVRFY'.
000430     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000440     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000450     05  WS-TODAY-CCYYMMDD          PIC X(08).
000460     05  WS-CUR-DATE                PIC X(08).
000470     05  WS-CUR-TIME                PIC X(08).
000480     05  WS-CRDST-LOCK-SW           PIC X(01) VALUE 'N'.
000490         88  CRDST-ROW-LOCKED               VALUE 'Y'.
000500         88  CRDST-ROW-NOT-LOCKED           VALUE 'N'.
000510     05  WS-WAS-DORMANT-SW          PIC X(01) VALUE 'N'.
000520         88  CARD-WAS-DORMANT               VALUE 'Y'.
000530*----------------------------------------------------------------*
000540*    CARD STATUS, VERIFICATION AND VAULT RECORDS
000550*----------------------------------------------------------------*
000560 COPY CVCRDSTY.
000570 COPY CVCRDVFY.
000580 COPY CVTOKPVY.
000590 COPY CVCRDAUY.
000600*----------------------------------------------------------------*
000610*    COMMON CARDDEMO WORK AREAS
000620*----------------------------------------------------------------*
000630 COPY CSMSG02Y.
000640*----------------------------------------------------------------*
000650 LINKAGE SECTION.
000660*----------------------------------------------------------------*
000670 01  DFHCOMMAREA.
000680 COPY CCPAUACY.
000690*----------------------------------------------------------------*
000700 PROCEDURE DIVISION.
000710*----------------------------------------------------------------*
000720 MAIN-PARA.
000730*----------------------------------------------------------------*
000740     SET WS-ACT-SYSTEM-ERROR        TO TRUE
000750     MOVE SPACES                    TO WS-ACT-CARD-TOKEN
000760                                       WS-ACT-MSG
000770     EXEC CICS ASKTIME
000780          ABSTIME(WS-ABS-TIME)
000790          NOHANDLE
000800     END-EXEC
000810     EXEC CICS FORMATTIME
000820          ABSTIME(WS-ABS-TIME)
000830          YYYYMMDD(WS-TODAY-CCYYMMDD)
000840          MMDDYY(WS-CUR-DATE)
000850          DATESEP
000860          TIME(WS-CUR-TIME)
000870          TIMESEP
000880          NOHANDLE
000890     END-EXEC
000900
000910     PERFORM ACTIVATE-CARD          THRU ACTIVATE-CARD-EXIT
000920     PERFORM JOURNAL-ACTIVATION     THRU JOURNAL-ACTIVATION-EXIT
000930
000940     EXEC CICS RETURN
000950     END-EXEC
000960     .
000970*----------------------------------------------------------------*
000980 ACTIVATE-CARD.
000990*----------------------------------------------------------------*
001000     IF WS-ACT-CARD-NUM = SPACES OR LOW-VALUES
001010        SET WS-ACT-CARD-UNKNOWN     TO TRUE
001020        MOVE 'CARD NUMBER IS REQUIRED.' TO WS-ACT-MSG
001030        GO TO ACTIVATE-CARD-EXIT
001040     END-IF
001050     IF WS-ACT-CVV2 = SPACES OR LOW-VALUES
001060        OR WS-ACT-BILLING-ZIP = SPACES OR LOW-VALUES
001070        SET WS-ACT-VERIFY-FAILED    TO TRUE
001080        MOVE 'CVV AND BILLING ZIP ARE BOTH REQUIRED.'
001090                                    TO WS-ACT-MSG
001100        GO TO ACTIVATE-CARD-EXIT
001110     END-IF
001120*    EACH STEP THAT ENDS THE ATTEMPT SETS THE RESULT AND A
001130*    MESSAGE; A BLANK MESSAGE MEANS CARRY ON TO THE NEXT STEP.
001140     PERFORM RESOLVE-CARD-TOKEN     THRU RESOLVE-CARD-TOKEN-EXIT
001150     IF WS-ACT-MSG NOT = SPACES
001160        GO TO ACTIVATE-CARD-EXIT
001170     END-IF
001180     PERFORM READ-CARD-STATUS       THRU READ-CARD-STATUS-EXIT
001190     IF WS-ACT-MSG NOT = SPACES
001200        GO TO ACTIVATE-CARD-EXIT
001210     END-IF
001220     PERFORM VERIFY-CARD-DETAILS    THRU VERIFY-CARD-DETAILS-EXIT
001230     IF WS-ACT-MSG NOT = SPACES
001240        PERFORM RELEASE-CARD-STATUS THRU RELEASE-CARD-STATUS-EXIT
001250        GO TO ACTIVATE-CARD-EXIT
001260     END-IF
001270     IF CRDST-DORMANT
001280        SET CARD-WAS-DORMANT        TO TRUE
001290     END-IF
001300     SET CRDST-ACTIVE               TO TRUE
001310     MOVE WS-TODAY-CCYYMMDD         TO CRDST-EFF-DATE
001320     MOVE WS-ACT-USER-ID            TO CRDST-UPDATED-BY
001330     MOVE WS-TODAY-CCYYMMDD         TO CRDST-UPDATED-DATE
001340     EXEC CICS REWRITE
001350          DATASET   (WS-CRDSTFILENAME)
001360          FROM      (CARD-STATUS-RECORD)
001370          LENGTH    (LENGTH OF CARD-STATUS-RECORD)
001380          RESP      (WS-RESP-CD)
001390          RESP2     (WS-REAS-CD)
001400     END-EXEC
001410     IF WS-RESP-CD = DFHRESP(NORMAL)
001420        SET CRDST-ROW-NOT-LOCKED    TO TRUE
001430        SET WS-ACT-ACTIVATED        TO TRUE
001440        MOVE 'CARD ACTIVATED.'      TO WS-ACT-MSG
001450        IF CARD-WAS-DORMANT
001460           MOVE 'CARD REACTIVATED.' TO WS-ACT-MSG
001470        END-IF
001480     ELSE
001490        PERFORM RELEASE-CARD-STATUS THRU RELEASE-CARD-STATUS-EXIT
001500        MOVE 'UNABLE TO UPDATE THE CARD STATUS FILE.'
001510                                    TO WS-ACT-MSG
001520     END-IF
001530     .
001540 ACTIVATE-CARD-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------*
001570*    CARDSTAT AND CARDVRFY ARE TOKEN-KEYED - A NUMBER KEYED IN
001580*    THE CLEAR IS TRANSLATED THROUGH THE PAN VAULT; A NUMBER IN
001590*    THE RESERVED '99' TOKEN BIN IS USED AS KEYED.
001600*----------------------------------------------------------------*
001610 RESOLVE-CARD-TOKEN.
001620*----------------------------------------------------------------*
001630     IF WS-ACT-CARD-NUM(1:2) = '99'
001640        MOVE WS-ACT-CARD-NUM        TO WS-ACT-CARD-TOKEN
001650        GO TO RESOLVE-CARD-TOKEN-EXIT
001660     END-IF
001670     MOVE WS-ACT-CARD-NUM           TO TOKP-CARD-NUM
001680     EXEC CICS READ
001690          DATASET   (WS-PANVFILENAME)
001700          RIDFLD    (TOKP-CARD-NUM)
001710          KEYLENGTH (LENGTH OF TOKP-CARD-NUM)
001720          INTO      (PAN-VAULT-RECORD)
001730          LENGTH    (LENGTH OF PAN-VAULT-RECORD)
001740          RESP      (WS-RESP-CD)
001750          RESP2     (WS-REAS-CD)
001760     END-EXEC
001770     EVALUATE WS-RESP-CD
001780         WHEN DFHRESP(NORMAL)
001790            MOVE TOKP-TOKEN         TO WS-ACT-CARD-TOKEN
001800         WHEN DFHRESP(NOTFND)
001810            SET WS-ACT-CARD-UNKNOWN TO TRUE
001820            MOVE 'CARD IS NOT KNOWN - CHECK THE NUMBER.'
001830                                    TO WS-ACT-MSG
001840         WHEN OTHER
001850            MOVE 'UNABLE TO READ THE PAN VAULT.' TO WS-ACT-MSG
001860     END-EVALUATE
001870     .
001880 RESOLVE-CARD-TOKEN-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------*
001910*    THE STATUS ROW IS READ FOR UPDATE SO TWO CHANNELS CANNOT
001920*    ACTIVATE THE SAME CARD AT ONCE. ONLY A CARD PENDING
001930*    ACTIVATION (N) OR DORMANT (D) QUALIFIES - ANYTHING ELSE IS
001940*    RELEASED.
001950*----------------------------------------------------------------*
001960 READ-CARD-STATUS.
001970*----------------------------------------------------------------*
001980     MOVE WS-ACT-CARD-TOKEN         TO CRDST-CARD-NUM
001990     EXEC CICS READ
002000          DATASET   (WS-CRDSTFILENAME)
002010          RIDFLD    (CRDST-CARD-NUM)
002020          KEYLENGTH (LENGTH OF CRDST-CARD-NUM)
002030          INTO      (CARD-STATUS-RECORD)
002040          LENGTH    (LENGTH OF CARD-STATUS-RECORD)
002050          UPDATE
002060          RESP      (WS-RESP-CD)
002070          RESP2     (WS-REAS-CD)
002080     END-EXEC
002090     EVALUATE WS-RESP-CD
002100         WHEN DFHRESP(NORMAL)
002110            SET CRDST-ROW-LOCKED    TO TRUE
002120         WHEN DFHRESP(NOTFND)
002130            SET WS-ACT-NOT-PENDING  TO TRUE
002140            MOVE 'CARD IS NOT AWAITING ACTIVATION.' TO WS-ACT-MSG
002150            GO TO READ-CARD-STATUS-EXIT
002160         WHEN OTHER
002170            MOVE 'UNABLE TO READ THE CARD STATUS FILE.'
002180                                    TO WS-ACT-MSG
002190            GO TO READ-CARD-STATUS-EXIT
002200     END-EVALUATE
002210     IF NOT CRDST-NOT-ACTIVATED AND NOT CRDST-DORMANT
002220        PERFORM RELEASE-CARD-STATUS THRU RELEASE-CARD-STATUS-EXIT
002230        SET WS-ACT-NOT-PENDING      TO TRUE
002240        IF CRDST-ACTIVE
002250           MOVE 'CARD IS ALREADY ACTIVE.' TO WS-ACT-MSG
002260        ELSE
002270           MOVE 'CARD IS BLOCKED - REFER TO CARD SERVICES.'
002280                                    TO WS-ACT-MSG
002290        END-IF
002300     END-IF
002310     .
002320 READ-CARD-STATUS-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------*
002350*    CVV2 MUST MATCH EXACTLY; THE ZIP IS COMPARED ON ITS FIVE-
002360*    DIGIT BASE SO A ZIP+4 ON EITHER SIDE STILL MATCHES.
002370*----------------------------------------------------------------*
002380 VERIFY-CARD-DETAILS.
002390*----------------------------------------------------------------*
002400     MOVE WS-ACT-CARD-TOKEN         TO CRDV-CARD-NUM
002410     EXEC CICS READ
002420          DATASET   (WS-CRDVFILENAME)
002430          RIDFLD    (CRDV-CARD-NUM)
002440          KEYLENGTH (LENGTH OF CRDV-CARD-NUM)
002450          INTO      (CARD-VERIFY-RECORD)
002460          LENGTH    (LENGTH OF CARD-VERIFY-RECORD)
002470          RESP      (WS-RESP-CD)
002480          RESP2     (WS-REAS-CD)
002490     END-EXEC
002500     EVALUATE WS-RESP-CD
002510         WHEN DFHRESP(NORMAL)
002520            CONTINUE
002530         WHEN DFHRESP(NOTFND)
002540            SET WS-ACT-VERIFY-FAILED TO TRUE
002550            MOVE 'NO VERIFICATION DATA ON FILE FOR THIS CARD.'
002560                                    TO WS-ACT-MSG
002570            GO TO VERIFY-CARD-DETAILS-EXIT
002580         WHEN OTHER
002590            MOVE 'UNABLE TO READ THE CARD VERIFICATION FILE.'
002600                                    TO WS-ACT-MSG
002610            GO TO VERIFY-CARD-DETAILS-EXIT
002620     END-EVALUATE
002630     IF CRDV-CVV2 = SPACES
002640        OR CRDV-BILLING-ZIP = SPACES
002650        SET WS-ACT-VERIFY-FAILED    TO TRUE
002660        MOVE 'NO VERIFICATION DATA ON FILE FOR THIS CARD.'
002670                                    TO WS-ACT-MSG
002680        GO TO VERIFY-CARD-DETAILS-EXIT
002690     END-IF
002700     IF WS-ACT-CVV2 NOT = CRDV-CVV2
002710        OR WS-ACT-BILLING-ZIP(1:5) NOT = CRDV-BILLING-ZIP(1:5)
002720        SET WS-ACT-VERIFY-FAILED    TO TRUE
002730        MOVE 'CVV OR BILLING ZIP DOES NOT MATCH.' TO WS-ACT-MSG
002740     END-IF
002750     .
002760 VERIFY-CARD-DETAILS-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------*
002790 RELEASE-CARD-STATUS.
002800*----------------------------------------------------------------*
002810     IF CRDST-ROW-LOCKED
002820        EXEC CICS UNLOCK
002830             DATASET   (WS-CRDSTFILENAME)
002840             NOHANDLE
002850        END-EXEC
002860        SET CRDST-ROW-NOT-LOCKED    TO TRUE
002870     END-IF
002880     .
002890 RELEASE-CARD-STATUS-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------*
002920 JOURNAL-ACTIVATION.
002930*----------------------------------------------------------------*
002940     MOVE SPACES               TO CARD-ACTIVATION-AUDIT-RECORD
002950     MOVE WS-ACT-USER-ID            TO CRDA-USER-ID
002960     MOVE WS-ACT-CHANNEL            TO CRDA-CHANNEL
002970     MOVE WS-ACT-CARD-TOKEN         TO CRDA-CARD-NUM
002980     MOVE WS-ACT-RESULT             TO CRDA-RESULT
002990     MOVE WS-ACT-MSG                TO CRDA-MESSAGE
003000     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
003010            INTO CRDA-TIMESTAMP
003020     END-STRING
003030     EXEC CICS WRITEQ TD
003040          QUEUE('CACT')
003050          FROM(CARD-ACTIVATION-AUDIT-RECORD)
003060          LENGTH(LENGTH OF CARD-ACTIVATION-AUDIT-RECORD)
003070          NOHANDLE
003080     END-EXEC
003090     .
003100 JOURNAL-ACTIVATION-EXIT.
003110     EXIT.
