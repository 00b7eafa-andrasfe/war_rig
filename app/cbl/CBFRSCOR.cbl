000150*    AT THE SAME MERCHANT. ANYTHING AT OR OVER THE PARM-DRIVEN   *
000160*    MINIMUM SCORE LANDS ON THE FRDWORKQ WORKLIST, KEYED SO      *
000170*    THE WORK-QUEUE SCREEN (COPAUSJC) SERVES THE WORST FIRST.    *
000171*    AN ACCOUNT WITH AN ACTIVE TRAVEL NOTICE (TRAVNOTE) COVERING *
000172*    THE AUTH DATE DOES NOT SCORE IMPOSSIBLE TRAVEL BETWEEN ITS  *
000173*    HOME COUNTRY AND THE COUNTRIES IT NAMED.                    *
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2026-08-23  ABF INITIAL VERSION                                *
000211* 2027-06-13  JGM TRAVEL NOTICES (TRAVNOTE) EXCUSE IMPOSSIBLE    *
000212*                 TRAVEL BETWEEN HOME AND THE NAMED COUNTRIES    *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000370         ACCESS MODE  IS RANDOM
000380         RECORD KEY   IS RCR-KEY
000390         FILE STATUS  IS WS-RCR-STATUS.
000391*
000392     SELECT TRAVEL-NOTE    ASSIGN TO TRAVNOTE
000393         ORGANIZATION IS INDEXED
000394         ACCESS MODE  IS RANDOM
000395         RECORD KEY   IS TRVN-ACCT-ID
000396         FILE STATUS  IS WS-TRV-STATUS.
000400*
000410     SELECT PARM-FILE      ASSIGN TO FSCPARMS
000420         ORGANIZATION IS SEQUENTIAL
000580 FD  RECUR-REG
000590     RECORDING MODE IS F.
000600 COPY CVRECREY.
000601*
000602 FD  TRAVEL-NOTE
000603     RECORDING MODE IS F.
000604 COPY CVTRVNTY.
000610*
000620 FD  PARM-FILE
000630     RECORDING MODE IS F.
000760     05  WS-WORK-NUM                PIC 9(07).
000770     05  WS-SCORE                   PIC S9(4) COMP.
000780     05  WS-REASON-TEXT             PIC X(30).
000781*    THE DOMESTIC ACQUIRER COUNTRY - ALWAYS EXPECTED ON A TRIP.
000782     05  WS-HOME-COUNTRY            PIC X(03) VALUE 'USA'.
000790*
000800 01  WS-FILE-STATUSES.
000810     05  WS-FWQ-STATUS              PIC X(02).
000820     05  WS-RCR-STATUS              PIC X(02).
000830         88  RCR-FOUND                      VALUE '00'.
000831     05  WS-TRV-STATUS              PIC X(02).
000832         88  TRVN-FOUND                     VALUE '00'.
000833     05  WS-TRV-OPEN-SW             PIC X(01) VALUE 'N'.
000834         88  TRAVEL-NOTE-OPEN               VALUE 'Y'.
000840     05  WS-PARM-STATUS             PIC X(02).
000850     05  WS-RPT-STATUS              PIC X(02).
000860*----------------------------------------------------------------*
000960*----------------------------------------------------------------*
000970*    PER-ACCOUNT WALK STATE - THE PREVIOUS COUNTRY SEEN TODAY    *
000980*    AND THE MERCHANTS THAT HAVE ALREADY DECLINED TODAY.         *
000981*    THE ACCOUNT'S TRAVEL NOTICE IS READ ONCE PER ROOT.          *
000990*----------------------------------------------------------------*
001000 01  WS-ACCT-STATE.
001010     05  WS-PREV-COUNTRY            PIC X(03).
001040     05  WS-DM-IDX                  PIC S9(4) COMP.
001050     05  WS-DECL-SEEN-SW            PIC X(01).
001060         88  MERCHANT-DECLINED-EARLIER      VALUE 'Y'.
001061     05  WS-TRVN-ON-FILE-SW         PIC X(01).
001062         88  TRAVEL-NOTICE-ON-FILE          VALUE 'Y'.
001063     05  WS-TRVN-SUB                PIC S9(4) COMP.
001064     05  WS-TRVN-CHECK-CTRY         PIC X(03).
001065     05  WS-TRVN-CTRY-SW            PIC X(01).
001066         88  TRAVEL-CTRY-EXPECTED           VALUE 'Y'.
001067     05  WS-TRVN-PAIR-SW            PIC X(01).
001068         88  TRAVEL-PAIR-EXPECTED           VALUE 'Y'.
001069         88  TRAVEL-PAIR-UNEXPECTED         VALUE 'N'.
001070*----------------------------------------------------------------*
001080*    RUN ACCUMULATORS                                            *
001090*----------------------------------------------------------------*
001120     05  WS-RPT-SCORED              PIC S9(9) COMP-3 VALUE 0.
001130     05  WS-RPT-QUEUED              PIC S9(9) COMP-3 VALUE 0.
001140     05  WS-RPT-TRAVEL-HITS         PIC S9(9) COMP-3 VALUE 0.
001141     05  WS-RPT-TRAVEL-EXCUSED      PIC S9(9) COMP-3 VALUE 0.
001150     05  WS-RPT-NEW-MERCH-HITS      PIC S9(9) COMP-3 VALUE 0.
001160     05  WS-RPT-DECL-APPR-HITS      PIC S9(9) COMP-3 VALUE 0.
001170*----------------------------------------------------------------*
001850        PERFORM 9999-ABEND THRU 9999-EXIT
001860     END-IF
001870     OPEN INPUT  RECUR-REG
001871     OPEN INPUT  TRAVEL-NOTE
001872     IF WS-TRV-STATUS = '00'
001873        SET TRAVEL-NOTE-OPEN       TO TRUE
001874     ELSE
001875        DISPLAY 'TRAVNOTE NOT AVAILABLE - NO NOTICES APPLIED:'
001876                WS-TRV-STATUS
001877     END-IF
001880     OPEN OUTPUT SCORE-REPORT
001890*
001900     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002380     MOVE SPACES                 TO WS-PREV-COUNTRY
002390     MOVE 0                      TO WS-DECL-MERCH-CNT
002400     MOVE 'N'                    TO WS-DETAIL-EOF-SW
002401     PERFORM 2050-LOAD-TRAVEL-NOTICE THRU 2050-EXIT
002410     PERFORM 2100-SCORE-NEXT-DETAIL THRU 2100-EXIT
002420         UNTIL DETAIL-SEG-EOF
002430     .
002440 2000-EXIT.
002450     EXIT.
002451*----------------------------------------------------------------*
002452 2050-LOAD-TRAVEL-NOTICE.
002453*----------------------------------------------------------------*
002454     MOVE 'N'                    TO WS-TRVN-ON-FILE-SW
002455     IF NOT TRAVEL-NOTE-OPEN
002456        GO TO 2050-EXIT
002457     END-IF
002458     MOVE PA-ACCOUNT-ID          TO TRVN-ACCT-ID
002459     READ TRAVEL-NOTE
002460     IF TRVN-FOUND
002461        AND TRVN-ACTIVE
002462        SET TRAVEL-NOTICE-ON-FILE TO TRUE
002463     END-IF
002464     .
002465 2050-EXIT.
002466     EXIT.
002467*----------------------------------------------------------------*
002470 2100-SCORE-NEXT-DETAIL.
002480*----------------------------------------------------------------*
002490     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
002840     MOVE 0                      TO WS-SCORE
002850     MOVE SPACES                 TO WS-REASON-TEXT
002860*    IMPOSSIBLE TRAVEL - TWO ACQUIRER COUNTRIES ON THE SAME
002870*    ACCOUNT IN ONE DAY, UNLESS A TRAVEL NOTICE EXPLAINS BOTH.
002880     IF WS-PREV-COUNTRY NOT = SPACES
002890        AND PA-ACQR-COUNTRY-CODE NOT = SPACES
002900        AND PA-ACQR-COUNTRY-CODE NOT = WS-PREV-COUNTRY
002901        PERFORM 3100-CHECK-TRAVEL-NOTICE THRU 3100-EXIT
002902        IF TRAVEL-PAIR-EXPECTED
002903           ADD 1 TO WS-RPT-TRAVEL-EXCUSED
002904        ELSE
002910           ADD WS-PTS-TRAVEL     TO WS-SCORE
002920           ADD 1 TO WS-RPT-TRAVEL-HITS
002930           MOVE 'TRAVEL'         TO WS-REASON-TEXT(1:7)
002935        END-IF
002940     END-IF
002950*    HIGH AMOUNT AT A MERCHANT WITH NO STANDING RELATIONSHIP.
002960     IF PA-APPROVED-AMT >= WS-HIGH-AMT
003210        MOVE 'DECLN'             TO WS-REASON-TEXT(26:5)
003220     END-IF
003230     .
003231 3000-EXIT.
003232     EXIT.
003233*----------------------------------------------------------------*
003234*    A COUNTRY PAIR IS EXPECTED WHEN THE ACCOUNT HAS AN ACTIVE
003235*    NOTICE WHOSE WINDOW COVERS THE AUTH DATE AND EACH COUNTRY
003236*    IS EITHER HOME OR ONE THE CARDHOLDER NAMED - THE FLIGHT
003237*    OUT, THE FLIGHT BACK AND HOPS BETWEEN NAMED DESTINATIONS.
003238*----------------------------------------------------------------*
003239 3100-CHECK-TRAVEL-NOTICE.
003240*----------------------------------------------------------------*
003241     SET TRAVEL-PAIR-UNEXPECTED  TO TRUE
003242     IF NOT TRAVEL-NOTICE-ON-FILE
003243        OR PA-AUTH-ORIG-DATE < TRVN-START-DATE
003244        OR PA-AUTH-ORIG-DATE > TRVN-END-DATE
003245        GO TO 3100-EXIT
003246     END-IF
003247     MOVE PA-ACQR-COUNTRY-CODE   TO WS-TRVN-CHECK-CTRY
003248     PERFORM 3110-CHECK-ONE-COUNTRY THRU 3110-EXIT
003249     IF NOT TRAVEL-CTRY-EXPECTED
003250        GO TO 3100-EXIT
003251     END-IF
003252     MOVE WS-PREV-COUNTRY        TO WS-TRVN-CHECK-CTRY
003253     PERFORM 3110-CHECK-ONE-COUNTRY THRU 3110-EXIT
003254     IF TRAVEL-CTRY-EXPECTED
003255        SET TRAVEL-PAIR-EXPECTED TO TRUE
003256     END-IF
003257     .
003258 3100-EXIT.
003259     EXIT.
003260*----------------------------------------------------------------*
003261 3110-CHECK-ONE-COUNTRY.
003262*----------------------------------------------------------------*
003263     MOVE 'N'                    TO WS-TRVN-CTRY-SW
003264     IF WS-TRVN-CHECK-CTRY = WS-HOME-COUNTRY
003265        SET TRAVEL-CTRY-EXPECTED TO TRUE
003266        GO TO 3110-EXIT
003267     END-IF
003268     PERFORM 3120-MATCH-NOTICE-COUNTRY THRU 3120-EXIT
003269         VARYING WS-TRVN-SUB FROM 1 BY 1
003270         UNTIL WS-TRVN-SUB > 5
003271            OR TRAVEL-CTRY-EXPECTED
003272     .
003273 3110-EXIT.
003274     EXIT.
003275*----------------------------------------------------------------*
003276 3120-MATCH-NOTICE-COUNTRY.
003277*----------------------------------------------------------------*
003278     IF TRVN-COUNTRY(WS-TRVN-SUB) = WS-TRVN-CHECK-CTRY
003279        SET TRAVEL-CTRY-EXPECTED TO TRUE
003280     END-IF
003281     .
003282 3120-EXIT.
003283     EXIT.
003284*----------------------------------------------------------------*
003285 3200-NOTE-DECLINED-MERCHANT.
003286*----------------------------------------------------------------*
003290     IF WS-DECL-MERCH-CNT < 10
003300        ADD 1                    TO WS-DECL-MERCH-CNT
003310        MOVE PA-MERCHANT-ID      TO
004030            DELIMITED BY SIZE INTO WS-PRINT-LINE
004040     END-STRING
004050     WRITE SCORE-REPORT-LINE FROM WS-PRINT-LINE
004051*
004052     MOVE WS-RPT-TRAVEL-EXCUSED TO WS-CNT-DIS
004053     MOVE SPACES TO WS-PRINT-LINE
004054     STRING '  TRAVEL PAIRS ON A TRAVEL NOTICE ..: ' WS-CNT-DIS
004055            DELIMITED BY SIZE INTO WS-PRINT-LINE
004056     END-STRING
004057     WRITE SCORE-REPORT-LINE FROM WS-PRINT-LINE
004060*
004070     MOVE WS-RPT-NEW-MERCH-HITS TO WS-CNT-DIS
004080     MOVE SPACES TO WS-PRINT-LINE
004250*----------------------------------------------------------------*
004260     CLOSE WORKQ-FILE
004270     CLOSE RECUR-REG
004271     IF TRAVEL-NOTE-OPEN
004272        CLOSE TRAVEL-NOTE
004273     END-IF
004280     CLOSE SCORE-REPORT
004290     .
004300 9000-EXIT.
