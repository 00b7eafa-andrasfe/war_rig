000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COPAUSSC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-06-13.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    COPAUSSC - TRAVEL NOTICE SERVICE. CICS-LINKED WITH A
000090*    CCPAUTNY COMMAREA FROM THE CALL-CENTRE TRAVEL NOTICE SCREEN
000100*    (COPAUSTC) AND FROM THE REST FRONT END (COPAURST), SO BOTH
000110*    CHANNELS RECORD A NOTICE THE SAME WAY. ONE NOTICE PER
000120*    ACCOUNT ON TRAVNOTE: REGISTER WRITES IT (OR REPLACES THE
000130*    ONE ON FILE) ACTIVE, CANCEL MARKS IT CANCELLED, INQUIRE
000140*    RETURNS IT. A NOTICE NEEDS AN ACCOUNT ON ACCTDAT, AT LEAST
000150*    ONE DESTINATION COUNTRY AND A FROM/TO WINDOW THAT HAS NOT
000160*    ALREADY ENDED. EVERY REGISTER OR CANCEL, WHATEVER THE
000170*    OUTCOME, IS JOURNALED (CVTRVAUY) TO THE CACT TD QUEUE.
000180*    MIRRORS COPAUSQC'S PATTERN FOR WORK LINKED OUT OF A SCREEN.
000190*----------------------------------------------------------------*
000200*                MODIFICATION HISTORY                            *
000210* DATE       INIT DESCRIPTION                                    *
000220* 2027-06-13  JGM INITIAL VERSION                                *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-ZOS.
000270 OBJECT-COMPUTER. IBM-ZOS.
000280*----------------------------------------------------------------*
000290 DATA DIVISION.
000300*----------------------------------------------------------------*
000310 WORKING-STORAGE SECTION.
000320*----------------------------------------------------------------*
000330 01  WS-VARIABLES.
000340     05  WS-PGMNAME                 PIC X(08) VALUE 'COPAUSSC'.
000350     05  WS-TRVNTFILENAME           PIC X(08) VALUE 'TRAVNOTE'.
000360     05  WS-ACCTFILENAME            PIC X(08) VALUE 'ACCTDAT '.
000370     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000380     05  WS-TODAY-CCYYMMDD          PIC X(08).
000390     05  WS-CUR-DATE                PIC X(08).
000400     05  WS-CUR-TIME                PIC X(08).
000410     05  WS-TRV-SUB                 PIC S9(04) COMP.
000420     05  WS-TRV-CTRY-CNT            PIC S9(04) COMP.
000430     05  WS-TRV-CTRY-BAD-SW         PIC X(01).
000440         88  TRV-COUNTRY-BAD                VALUE 'Y'.
000450     05  WS-TRVN-LOCK-SW            PIC X(01) VALUE 'N'.
000460         88  TRVN-ROW-LOCKED                VALUE 'Y'.
000470         88  TRVN-ROW-NOT-LOCKED            VALUE 'N'.
000480     05  WS-TRVN-FOUND-SW           PIC X(01).
000490         88  TRVN-ROW-FOUND                 VALUE 'Y'.
000500         88  TRVN-ROW-NOT-FOUND             VALUE 'N'.
000510*----------------------------------------------------------------*
000520*    TRAVEL NOTICE, ACCOUNT AND AUDIT RECORDS
000530*----------------------------------------------------------------*
000540 COPY CVTRVNTY.
000550 COPY CVACT01Y.
000560 COPY CVTRVAUY.
000570*----------------------------------------------------------------*
000580*    COMMON CARDDEMO WORK AREAS
000590*----------------------------------------------------------------*
000600 COPY CSMSG02Y.
000610*----------------------------------------------------------------*
000620 LINKAGE SECTION.
000630*----------------------------------------------------------------*
000640 01  DFHCOMMAREA.
000650 COPY CCPAUTNY.
000660*----------------------------------------------------------------*
000670 PROCEDURE DIVISION.
000680*----------------------------------------------------------------*
000690 MAIN-PARA.
000700*----------------------------------------------------------------*
000710     SET WS-TRV-SYSTEM-ERROR        TO TRUE
000720     MOVE SPACES                    TO WS-TRV-MSG
000730     EXEC CICS ASKTIME
000740          ABSTIME(WS-ABS-TIME)
000750          NOHANDLE
000760     END-EXEC
000770     EXEC CICS FORMATTIME
000780          ABSTIME(WS-ABS-TIME)
000790          YYYYMMDD(WS-TODAY-CCYYMMDD)
000800          MMDDYY(WS-CUR-DATE)
000810          DATESEP
000820          TIME(WS-CUR-TIME)
000830          TIMESEP
000840          NOHANDLE
000850     END-EXEC
000860
000870     EVALUATE TRUE
000880         WHEN WS-TRV-FUNC-INQUIRE
000890            PERFORM INQUIRE-NOTICE     THRU INQUIRE-NOTICE-EXIT
000900         WHEN WS-TRV-FUNC-REGISTER
000910            PERFORM REGISTER-NOTICE    THRU REGISTER-NOTICE-EXIT
000920            PERFORM JOURNAL-NOTICE     THRU JOURNAL-NOTICE-EXIT
000930         WHEN WS-TRV-FUNC-CANCEL
000940            PERFORM CANCEL-NOTICE      THRU CANCEL-NOTICE-EXIT
000950            PERFORM JOURNAL-NOTICE     THRU JOURNAL-NOTICE-EXIT
000960         WHEN OTHER
000970            SET WS-TRV-INVALID         TO TRUE
000980            MOVE 'FUNCTION MUST BE I, R OR C.' TO WS-TRV-MSG
000990     END-EVALUATE
001000
001010     EXEC CICS RETURN
001020     END-EXEC
001030     .
001040*----------------------------------------------------------------*
001050 INQUIRE-NOTICE.
001060*----------------------------------------------------------------*
001070     IF WS-TRV-ACCT-ID NOT NUMERIC
001080        OR WS-TRV-ACCT-ID = ZERO
001090        SET WS-TRV-INVALID          TO TRUE
001100        MOVE 'ACCOUNT NUMBER MUST BE 11 DIGITS.' TO WS-TRV-MSG
001110        GO TO INQUIRE-NOTICE-EXIT
001120     END-IF
001130     PERFORM READ-TRAVEL-NOTICE     THRU READ-TRAVEL-NOTICE-EXIT
001140     IF WS-TRV-MSG NOT = SPACES
001150        GO TO INQUIRE-NOTICE-EXIT
001160     END-IF
001170     IF TRVN-ROW-NOT-FOUND
001180        SET WS-TRV-NOT-FOUND        TO TRUE
001190        MOVE 'NO TRAVEL NOTICE ON FILE FOR THIS ACCOUNT.'
001200                                    TO WS-TRV-MSG
001210        GO TO INQUIRE-NOTICE-EXIT
001220     END-IF
001230     PERFORM RETURN-NOTICE          THRU RETURN-NOTICE-EXIT
001240     SET WS-TRV-DONE                TO TRUE
001250     EVALUATE TRUE
001260         WHEN TRVN-CANCELLED
001270            MOVE 'TRAVEL NOTICE WAS CANCELLED.' TO WS-TRV-MSG
001280         WHEN TRVN-END-DATE < WS-TODAY-CCYYMMDD
001290            MOVE 'TRAVEL NOTICE HAS EXPIRED.' TO WS-TRV-MSG
001300         WHEN TRVN-START-DATE > WS-TODAY-CCYYMMDD
001310            MOVE 'TRAVEL NOTICE IS NOT YET IN EFFECT.'
001320                                    TO WS-TRV-MSG
001330         WHEN OTHER
001340            MOVE 'TRAVEL NOTICE IS IN EFFECT.' TO WS-TRV-MSG
001350     END-EVALUATE
001360     .
001370 INQUIRE-NOTICE-EXIT.
001380     EXIT.
001390*----------------------------------------------------------------*
001400*    REGISTER WRITES A NEW NOTICE OR REPLACES THE ONE ON FILE -
001410*    A CARDHOLDER WHO CHANGES PLANS CALLS BACK WITH THE WHOLE
001420*    TRIP, NOT A DELTA. EACH STEP THAT ENDS THE ATTEMPT SETS THE
001430*    RESULT AND A MESSAGE; A BLANK MESSAGE MEANS CARRY ON.
001440*----------------------------------------------------------------*
001450 REGISTER-NOTICE.
001460*----------------------------------------------------------------*
001470     PERFORM EDIT-NOTICE            THRU EDIT-NOTICE-EXIT
001480     IF WS-TRV-MSG NOT = SPACES
001490        GO TO REGISTER-NOTICE-EXIT
001500     END-IF
001510     PERFORM VERIFY-ACCOUNT         THRU VERIFY-ACCOUNT-EXIT
001520     IF WS-TRV-MSG NOT = SPACES
001530        GO TO REGISTER-NOTICE-EXIT
001540     END-IF
001550     SET TRVN-ROW-LOCKED            TO TRUE
001560     PERFORM READ-TRAVEL-NOTICE     THRU READ-TRAVEL-NOTICE-EXIT
001570     IF WS-TRV-MSG NOT = SPACES
001580        GO TO REGISTER-NOTICE-EXIT
001590     END-IF
001600
001610     MOVE SPACES                    TO TRAVEL-NOTICE-RECORD
001620     MOVE WS-TRV-ACCT-ID            TO TRVN-ACCT-ID
001630     MOVE ZERO                      TO WS-TRV-CTRY-CNT
001640     PERFORM LOAD-ONE-COUNTRY       THRU LOAD-ONE-COUNTRY-EXIT
001650         VARYING WS-TRV-SUB FROM 1 BY 1
001660         UNTIL WS-TRV-SUB > 5
001670     MOVE WS-TRV-START-DATE         TO TRVN-START-DATE
001680     MOVE WS-TRV-END-DATE           TO TRVN-END-DATE
001690     SET TRVN-ACTIVE                TO TRUE
001700     MOVE WS-TRV-CHANNEL            TO TRVN-CHANNEL
001710     MOVE WS-TRV-USER-ID            TO TRVN-UPDATED-BY
001720     MOVE WS-TODAY-CCYYMMDD         TO TRVN-UPDATED-DATE
001730
001740     IF TRVN-ROW-FOUND
001750        EXEC CICS REWRITE
001760             DATASET   (WS-TRVNTFILENAME)
001770             FROM      (TRAVEL-NOTICE-RECORD)
001780             LENGTH    (LENGTH OF TRAVEL-NOTICE-RECORD)
001790             RESP      (WS-RESP-CD)
001800             RESP2     (WS-REAS-CD)
001810        END-EXEC
001820     ELSE
001830        EXEC CICS WRITE
001840             DATASET   (WS-TRVNTFILENAME)
001850             FROM      (TRAVEL-NOTICE-RECORD)
001860             LENGTH    (LENGTH OF TRAVEL-NOTICE-RECORD)
001870             RIDFLD    (TRVN-ACCT-ID)
001880             KEYLENGTH (LENGTH OF TRVN-ACCT-ID)
001890             RESP      (WS-RESP-CD)
001900             RESP2     (WS-REAS-CD)
001910        END-EXEC
001920     END-IF
001930     IF WS-RESP-CD = DFHRESP(NORMAL)
001940        SET TRVN-ROW-NOT-LOCKED     TO TRUE
001950        PERFORM RETURN-NOTICE       THRU RETURN-NOTICE-EXIT
001960        SET WS-TRV-DONE             TO TRUE
001970        MOVE 'TRAVEL NOTICE REGISTERED.' TO WS-TRV-MSG
001980     ELSE
001990        PERFORM RELEASE-TRAVEL-NOTICE
002000                                THRU RELEASE-TRAVEL-NOTICE-EXIT
002010        MOVE 'UNABLE TO UPDATE THE TRAVEL NOTICE FILE.'
002020                                    TO WS-TRV-MSG
002030     END-IF
002040     .
002050 REGISTER-NOTICE-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------*
002080*    CANCEL KEEPS THE ROW (MARKED C) SO THE CALL CENTRE CAN SEE
002090*    WHAT WAS ON FILE; A CANCELLED NOTICE SUPPRESSES NOTHING.
002100*----------------------------------------------------------------*
002110 CANCEL-NOTICE.
002120*----------------------------------------------------------------*
002130     IF WS-TRV-ACCT-ID NOT NUMERIC
002140        OR WS-TRV-ACCT-ID = ZERO
002150        SET WS-TRV-INVALID          TO TRUE
002160        MOVE 'ACCOUNT NUMBER MUST BE 11 DIGITS.' TO WS-TRV-MSG
002170        GO TO CANCEL-NOTICE-EXIT
002180     END-IF
002190     SET TRVN-ROW-LOCKED            TO TRUE
002200     PERFORM READ-TRAVEL-NOTICE     THRU READ-TRAVEL-NOTICE-EXIT
002210     IF WS-TRV-MSG NOT = SPACES
002220        GO TO CANCEL-NOTICE-EXIT
002230     END-IF
002240     IF TRVN-ROW-NOT-FOUND
002250        SET WS-TRV-NOT-FOUND        TO TRUE
002260        MOVE 'NO TRAVEL NOTICE ON FILE FOR THIS ACCOUNT.'
002270                                    TO WS-TRV-MSG
002280        GO TO CANCEL-NOTICE-EXIT
002290     END-IF
002300     IF TRVN-CANCELLED
002310        PERFORM RELEASE-TRAVEL-NOTICE
002320                                THRU RELEASE-TRAVEL-NOTICE-EXIT
002330        PERFORM RETURN-NOTICE       THRU RETURN-NOTICE-EXIT
002340        SET WS-TRV-NOT-FOUND        TO TRUE
002350        MOVE 'TRAVEL NOTICE IS ALREADY CANCELLED.' TO WS-TRV-MSG
002360        GO TO CANCEL-NOTICE-EXIT
002370     END-IF
002380     SET TRVN-CANCELLED             TO TRUE
002390     MOVE WS-TRV-CHANNEL            TO TRVN-CHANNEL
002400     MOVE WS-TRV-USER-ID            TO TRVN-UPDATED-BY
002410     MOVE WS-TODAY-CCYYMMDD         TO TRVN-UPDATED-DATE
002420     EXEC CICS REWRITE
002430          DATASET   (WS-TRVNTFILENAME)
002440          FROM      (TRAVEL-NOTICE-RECORD)
002450          LENGTH    (LENGTH OF TRAVEL-NOTICE-RECORD)
002460          RESP      (WS-RESP-CD)
002470          RESP2     (WS-REAS-CD)
002480     END-EXEC
002490     IF WS-RESP-CD = DFHRESP(NORMAL)
002500        SET TRVN-ROW-NOT-LOCKED     TO TRUE
002510        PERFORM RETURN-NOTICE       THRU RETURN-NOTICE-EXIT
002520        SET WS-TRV-DONE             TO TRUE
002530        MOVE 'TRAVEL NOTICE CANCELLED.' TO WS-TRV-MSG
002540     ELSE
002550        PERFORM RELEASE-TRAVEL-NOTICE
002560                                THRU RELEASE-TRAVEL-NOTICE-EXIT
002570        MOVE 'UNABLE TO UPDATE THE TRAVEL NOTICE FILE.'
002580                                    TO WS-TRV-MSG
002590     END-IF
002600     .
002610 CANCEL-NOTICE-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------*
002640*    A NOTICE NEEDS A NUMERIC ACCOUNT, AT LEAST ONE THREE-LETTER
002650*    COUNTRY, AND A CCYYMMDD WINDOW THAT RUNS FORWARD AND HAS
002660*    NOT ALREADY ENDED.
002670*----------------------------------------------------------------*
002680 EDIT-NOTICE.
002690*----------------------------------------------------------------*
002700     SET WS-TRV-INVALID             TO TRUE
002710     IF WS-TRV-ACCT-ID NOT NUMERIC
002720        OR WS-TRV-ACCT-ID = ZERO
002730        MOVE 'ACCOUNT NUMBER MUST BE 11 DIGITS.' TO WS-TRV-MSG
002740        GO TO EDIT-NOTICE-EXIT
002750     END-IF
002760     MOVE ZERO                      TO WS-TRV-CTRY-CNT
002770     MOVE 'N'                       TO WS-TRV-CTRY-BAD-SW
002780     PERFORM EDIT-ONE-COUNTRY       THRU EDIT-ONE-COUNTRY-EXIT
002790         VARYING WS-TRV-SUB FROM 1 BY 1
002800         UNTIL WS-TRV-SUB > 5
002810     IF TRV-COUNTRY-BAD
002820        MOVE 'COUNTRIES MUST BE 3-LETTER ISO CODES.' TO WS-TRV-MSG
002830        GO TO EDIT-NOTICE-EXIT
002840     END-IF
002850     IF WS-TRV-CTRY-CNT = ZERO
002860        MOVE 'AT LEAST ONE DESTINATION COUNTRY IS REQUIRED.'
002870                                    TO WS-TRV-MSG
002880        GO TO EDIT-NOTICE-EXIT
002890     END-IF
002900     IF WS-TRV-START-DATE NOT NUMERIC
002910        OR WS-TRV-END-DATE NOT NUMERIC
002920        MOVE 'FROM AND TO DATES MUST BE CCYYMMDD.' TO WS-TRV-MSG
002930        GO TO EDIT-NOTICE-EXIT
002940     END-IF
002950     IF WS-TRV-END-DATE < WS-TRV-START-DATE
002960        MOVE 'TO DATE IS BEFORE THE FROM DATE.' TO WS-TRV-MSG
002970        GO TO EDIT-NOTICE-EXIT
002980     END-IF
002990     IF WS-TRV-END-DATE < WS-TODAY-CCYYMMDD
003000        MOVE 'TO DATE HAS ALREADY PASSED.' TO WS-TRV-MSG
003010        GO TO EDIT-NOTICE-EXIT
003020     END-IF
003030     SET WS-TRV-SYSTEM-ERROR        TO TRUE
003040     .
003050 EDIT-NOTICE-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------*
003080 EDIT-ONE-COUNTRY.
003090*----------------------------------------------------------------*
003100     INSPECT WS-TRV-COUNTRY(WS-TRV-SUB)
003110         REPLACING ALL LOW-VALUES BY SPACES
003120     IF WS-TRV-COUNTRY(WS-TRV-SUB) = SPACES
003130        GO TO EDIT-ONE-COUNTRY-EXIT
003140     END-IF
003150     IF WS-TRV-COUNTRY(WS-TRV-SUB) NOT ALPHABETIC-UPPER
003160        OR WS-TRV-COUNTRY(WS-TRV-SUB)(1:1) = SPACE
003170        OR WS-TRV-COUNTRY(WS-TRV-SUB)(2:1) = SPACE
003180        OR WS-TRV-COUNTRY(WS-TRV-SUB)(3:1) = SPACE
003190        SET TRV-COUNTRY-BAD         TO TRUE
003200     ELSE
003210        ADD 1                       TO WS-TRV-CTRY-CNT
003220     END-IF
003230     .
003240 EDIT-ONE-COUNTRY-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------*
003270*    BLANK SLOTS ARE CLOSED UP SO THE NOTICE READS LEFT TO RIGHT.
003280*----------------------------------------------------------------*
003290 LOAD-ONE-COUNTRY.
003300*----------------------------------------------------------------*
003310     IF WS-TRV-COUNTRY(WS-TRV-SUB) NOT = SPACES
003320        ADD 1                       TO WS-TRV-CTRY-CNT
003330        MOVE WS-TRV-COUNTRY(WS-TRV-SUB)
003340                           TO TRVN-COUNTRY(WS-TRV-CTRY-CNT)
003350     END-IF
003360     .
003370 LOAD-ONE-COUNTRY-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------*
003400 VERIFY-ACCOUNT.
003410*----------------------------------------------------------------*
003420     MOVE WS-TRV-ACCT-ID            TO ACCT-ID
003430     EXEC CICS READ
003440          DATASET   (WS-ACCTFILENAME)
003450          RIDFLD    (ACCT-ID)
003460          KEYLENGTH (LENGTH OF ACCT-ID)
003470          INTO      (ACCOUNT-RECORD)
003480          LENGTH    (LENGTH OF ACCOUNT-RECORD)
003490          RESP      (WS-RESP-CD)
003500          RESP2     (WS-REAS-CD)
003510     END-EXEC
003520     EVALUATE WS-RESP-CD
003530         WHEN DFHRESP(NORMAL)
003540            CONTINUE
003550         WHEN DFHRESP(NOTFND)
003560            SET WS-TRV-ACCT-UNKNOWN TO TRUE
003570            MOVE 'ACCOUNT IS NOT ON FILE - CHECK THE NUMBER.'
003580                                    TO WS-TRV-MSG
003590         WHEN OTHER
003600            MOVE 'UNABLE TO READ THE ACCOUNT FILE.' TO WS-TRV-MSG
003610     END-EVALUATE
003620     .
003630 VERIFY-ACCOUNT-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------*
003660*    THE CALLER SETS TRVN-ROW-LOCKED BEFOREHAND TO READ FOR
003670*    UPDATE, SO TWO CHANNELS CANNOT CHANGE ONE NOTICE AT ONCE.
003680*    NOT FOUND IS NOT AN ERROR HERE - THE CALLER DECIDES.
003690*----------------------------------------------------------------*
003700 READ-TRAVEL-NOTICE.
003710*----------------------------------------------------------------*
003720     SET TRVN-ROW-NOT-FOUND         TO TRUE
003730     MOVE WS-TRV-ACCT-ID            TO TRVN-ACCT-ID
003740     IF TRVN-ROW-LOCKED
003750        EXEC CICS READ
003760             DATASET   (WS-TRVNTFILENAME)
003770             RIDFLD    (TRVN-ACCT-ID)
003780             KEYLENGTH (LENGTH OF TRVN-ACCT-ID)
003790             INTO      (TRAVEL-NOTICE-RECORD)
003800             LENGTH    (LENGTH OF TRAVEL-NOTICE-RECORD)
003810             UPDATE
003820             RESP      (WS-RESP-CD)
003830             RESP2     (WS-REAS-CD)
003840        END-EXEC
003850     ELSE
003860        EXEC CICS READ
003870             DATASET   (WS-TRVNTFILENAME)
003880             RIDFLD    (TRVN-ACCT-ID)
003890             KEYLENGTH (LENGTH OF TRVN-ACCT-ID)
003900             INTO      (TRAVEL-NOTICE-RECORD)
003910             LENGTH    (LENGTH OF TRAVEL-NOTICE-RECORD)
003920             RESP      (WS-RESP-CD)
003930             RESP2     (WS-REAS-CD)
003940        END-EXEC
003950     END-IF
003960     EVALUATE WS-RESP-CD
003970         WHEN DFHRESP(NORMAL)
003980            SET TRVN-ROW-FOUND      TO TRUE
003990         WHEN DFHRESP(NOTFND)
004000            SET TRVN-ROW-NOT-LOCKED TO TRUE
004010         WHEN OTHER
004020            SET TRVN-ROW-NOT-LOCKED TO TRUE
004030            MOVE 'UNABLE TO READ THE TRAVEL NOTICE FILE.'
004040                                    TO WS-TRV-MSG
004050     END-EVALUATE
004060     .
004070 READ-TRAVEL-NOTICE-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004100 RETURN-NOTICE.
004110*----------------------------------------------------------------*
004120     PERFORM RETURN-ONE-COUNTRY     THRU RETURN-ONE-COUNTRY-EXIT
004130         VARYING WS-TRV-SUB FROM 1 BY 1
004140         UNTIL WS-TRV-SUB > 5
004150     MOVE TRVN-START-DATE           TO WS-TRV-START-DATE
004160     MOVE TRVN-END-DATE             TO WS-TRV-END-DATE
004170     MOVE TRVN-STATUS               TO WS-TRV-STATUS
004180     MOVE TRVN-UPDATED-BY           TO WS-TRV-UPDATED-BY
004190     MOVE TRVN-UPDATED-DATE         TO WS-TRV-UPDATED-DATE
004200     .
004210 RETURN-NOTICE-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------*
004240 RETURN-ONE-COUNTRY.
004250*----------------------------------------------------------------*
004260     MOVE TRVN-COUNTRY(WS-TRV-SUB)  TO WS-TRV-COUNTRY(WS-TRV-SUB)
004270     .
004280 RETURN-ONE-COUNTRY-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------*
004310 RELEASE-TRAVEL-NOTICE.
004320*----------------------------------------------------------------*
004330     IF TRVN-ROW-LOCKED
004340        EXEC CICS UNLOCK
004350             DATASET   (WS-TRVNTFILENAME)
004360             NOHANDLE
004370        END-EXEC
004380        SET TRVN-ROW-NOT-LOCKED     TO TRUE
004390     END-IF
004400     .
004410 RELEASE-TRAVEL-NOTICE-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440 JOURNAL-NOTICE.
004450*----------------------------------------------------------------*
004460     MOVE SPACES                    TO TRAVEL-NOTICE-AUDIT-RECORD
004470     MOVE WS-TRV-USER-ID            TO TRVA-USER-ID
004480     MOVE WS-TRV-CHANNEL            TO TRVA-CHANNEL
004490     MOVE WS-TRV-FUNCTION           TO TRVA-FUNCTION
004500     MOVE WS-TRV-ACCT-ID            TO TRVA-ACCT-ID
004510     PERFORM JOURNAL-ONE-COUNTRY    THRU JOURNAL-ONE-COUNTRY-EXIT
004520         VARYING WS-TRV-SUB FROM 1 BY 1
004530         UNTIL WS-TRV-SUB > 5
004540     MOVE WS-TRV-START-DATE         TO TRVA-START-DATE
004550     MOVE WS-TRV-END-DATE           TO TRVA-END-DATE
004560     MOVE WS-TRV-RESULT             TO TRVA-RESULT
004570     MOVE WS-TRV-MSG                TO TRVA-MESSAGE
004580     STRING WS-CUR-DATE ' ' WS-CUR-TIME DELIMITED BY SIZE
004590            INTO TRVA-TIMESTAMP
004600     END-STRING
004610     EXEC CICS WRITEQ TD
004620          QUEUE('CACT')
004630          FROM(TRAVEL-NOTICE-AUDIT-RECORD)
004640          LENGTH(LENGTH OF TRAVEL-NOTICE-AUDIT-RECORD)
004650          NOHANDLE
004660     END-EXEC
004670     .
004680 JOURNAL-NOTICE-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------*
004710 JOURNAL-ONE-COUNTRY.
004720*----------------------------------------------------------------*
004730     MOVE WS-TRV-COUNTRY(WS-TRV-SUB) TO TRVA-COUNTRY(WS-TRV-SUB)
004740     .
004750 JOURNAL-ONE-COUNTRY-EXIT.
004760     EXIT.
