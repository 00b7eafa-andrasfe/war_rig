000180*                MODIFICATION HISTORY                            *
000190* DATE       INIT DESCRIPTION                                    *
000200* 2026-11-22  RKA INITIAL VERSION                                *
000201* 2027-07-25  JGM ACCEPT MAKES THE DISPUTE'S PROVISIONAL CREDIT  *
000202*                 FINAL, REJECT REVERSES IT, ON THE PROVCRED     *
000203*                 LEDGER FOR CBPCRPST TO SEND TO THE GL          *
000204* 2027-08-01  RKA AN ACCEPTED CHARGEBACK ON A CONFIRMED FRAUD IS *
000205*                 RECORDED AS A RECOVERY ON CARDDEMO.FRDRECOV    *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000350         ACCESS MODE  IS RANDOM
000360         RECORD KEY   IS CBT-CASE-ID
000370         FILE STATUS  IS WS-TRK-STATUS.
000371*
000372     SELECT PROV-CREDIT    ASSIGN TO PROVCRED
000373         ORGANIZATION IS INDEXED
000374         ACCESS MODE  IS DYNAMIC
000375         RECORD KEY   IS PCR-KEY
000376         FILE STATUS  IS WS-PCR-STATUS.
000380*
000390     SELECT CONTROL-REPORT ASSIGN TO CHBINRP
000400         ORGANIZATION IS SEQUENTIAL
000510 FD  TRACK-FILE
000520     RECORDING MODE IS F.
000530 COPY CVCHBTKY.
000531*
000532 FD  PROV-CREDIT
000533     RECORDING MODE IS F.
000534 COPY CVPCRDLY.
000540*
000550 FD  CONTROL-REPORT
000560     RECORDING MODE IS F.
000620     05  WS-PGMNAME                 PIC X(08) VALUE 'CBCHBIN '.
000630     05  CURRENT-DATE               PIC 9(06).
000640     05  WS-TODAY-CCYYMMDD          PIC X(08).
000641     05  WS-NEW-STATUS              PIC X(01).
000642     05  WS-PCR-AVAIL-SW            PIC X(01) VALUE 'N'.
000643         88  PROV-CREDIT-AVAILABLE          VALUE 'Y'.
000644*----------------------------------------------------------------*
000645*    THE CASE'S PROVISIONAL-CREDIT POSITION - THE LATEST LEDGER  *
000646*    ROW (SPACE WHEN THE CASE WAS NEVER CREDITED).               *
000647*----------------------------------------------------------------*
000648 01  WS-PCR-POSITION.
000649     05  WS-PCR-LAST-TYPE           PIC X(01).
000650         88  PCR-NONE-YET                   VALUE SPACE.
000651         88  PCR-LAST-POSTED                VALUE 'P'.
000652         88  PCR-LAST-REVERSED              VALUE 'V'.
000653         88  PCR-LAST-FINAL                 VALUE 'F'.
000654     05  WS-PCR-LAST-SEQ            PIC 9(03).
000655     05  WS-PCR-LAST-AMOUNT         PIC S9(09)V99 COMP-3.
000656     05  WS-PCR-LAST-ACCT-ID        PIC 9(11).
000657     05  WS-PCR-LAST-CARD-NUM       PIC X(16).
000658     05  WS-PCR-BROWSE-SW           PIC X(01).
000659         88  PCR-BROWSE-DONE                VALUE 'Y'.
000660         88  PCR-BROWSE-MORE                VALUE 'N'.
000661*    GL ACCOUNTS - A FINAL CREDIT IS RECOVERED FROM THE NETWORK.
000662 01  WS-PCR-GL-ACCOUNTS.
000663     05  WS-GL-EXPOSURE             PIC X(10) VALUE 'PCREXPOSUR'.
000664     05  WS-GL-CUST-BALANCE         PIC X(10) VALUE 'PCRCUSTBAL'.
000665     05  WS-GL-NET-RECEIVABLE       PIC X(10) VALUE 'PCRNETRECV'.
000666     05  WS-GL-CURRENCY             PIC X(03) VALUE 'USD'.
000667*
000670 01  WS-FILE-STATUSES.
000680     05  WS-RSP-STATUS              PIC X(02).
000690         88  RSP-EOF                        VALUE '10'.
000700     05  WS-TRK-STATUS              PIC X(02).
000710         88  TRK-FOUND                      VALUE '00'.
000711     05  WS-PCR-STATUS              PIC X(02).
000720     05  WS-RPT-STATUS              PIC X(02).
000730*----------------------------------------------------------------*
000740*    EXCHANGE RECORDS AND DB2 PLUMBING                           *
000760 COPY CVCHBXGY.
000770 01  PAUDISPT-HOST-VARS.
000780 COPY CVDISPTY.
000781 01  FRDRECOV-HOST-VARS.
000782 COPY CVFRRCVY.
000783 01  WS-RECOVERY-FIELDS.
000784     05  WS-FRAUD-AMT               PIC S9(09)V99 COMP-3.
000785     05  WS-RECOVERED-AMT           PIC S9(11)V99 COMP-3.
000786     05  WS-LEFT-AMT                PIC S9(11)V99 COMP-3.
000787     05  WS-DUP-COUNT               PIC S9(09) COMP.
000790 01  WS-SQL-FIELDS.
000800     05  WS-SQLCODE                 PIC -9(8).
000840*----------------------------------------------------------------*
000890     05  WS-RPT-REPRESENTED         PIC S9(9) COMP-3 VALUE 0.
000900     05  WS-RPT-NOT-TRACKED         PIC S9(9) COMP-3 VALUE 0.
000910     05  WS-RPT-SQL-ERRORS          PIC S9(9) COMP-3 VALUE 0.
000911     05  WS-RPT-PCR-FINAL           PIC S9(9) COMP-3 VALUE 0.
000912     05  WS-RPT-PCR-REVERSED        PIC S9(9) COMP-3 VALUE 0.
000913     05  WS-RPT-PCR-ERRORS          PIC S9(9) COMP-3 VALUE 0.
000914     05  WS-RPT-RCV-RECORDED        PIC S9(9) COMP-3 VALUE 0.
000915     05  WS-RPT-RCV-NOT-FRAUD       PIC S9(9) COMP-3 VALUE 0.
000916     05  WS-RPT-RCV-ERRORS          PIC S9(9) COMP-3 VALUE 0.
000917     05  WS-RPT-RCV-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
000920*----------------------------------------------------------------*
000930 01  WS-PRINT-LINE                 PIC X(132).
000940 01  WS-DISPLAY-FIELDS.
000950     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
000951     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000961     EXEC SQL
000962         INCLUDE SQLCA
000963     END-EXEC.
001220        PERFORM 9999-ABEND THRU 9999-EXIT
001230     END-IF
001240     OPEN I-O    TRACK-FILE
001241     OPEN I-O    PROV-CREDIT
001242     IF WS-PCR-STATUS = SPACES OR '00'
001243        SET PROV-CREDIT-AVAILABLE TO TRUE
001244     ELSE
001245        DISPLAY 'PROVCRED NOT AVAILABLE - CREDITS NOT MOVED:'
001246                WS-PCR-STATUS
001247     END-IF
001250     OPEN OUTPUT CONTROL-REPORT
001260*
001270     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001780     END-EXEC
001790     IF SQLCODE NOT = ZERO
001800        ADD 1 TO WS-RPT-SQL-ERRORS
001801        MOVE SQLCODE TO WS-SQLCODE
001802        DISPLAY 'CASE UPDATE FAILED, SQLCODE=' WS-SQLCODE
001803        GO TO 2000-EXIT
001804     END-IF
001805     MOVE WS-TODAY-CCYYMMDD      TO CBT-RESPONSE-DATE
001806     REWRITE CHARGEBACK-TRACK-RECORD
001807     IF PROV-CREDIT-AVAILABLE
001808        AND (CBR-ACCEPTED OR CBR-REJECTED)
001809        PERFORM 3000-MOVE-PROV-CREDIT THRU 3000-EXIT
001810     END-IF
001811     IF CBR-ACCEPTED
001812        PERFORM 3500-RECORD-RECOVERY  THRU 3500-EXIT
001813     END-IF
001814     .
001815 2000-EXIT.
001816     EXIT.
001817*----------------------------------------------------------------*
001818*    THE NETWORK'S ANSWER SETTLES THE PROVISIONAL CREDIT:        *
001819*      ACCEPT - A POSTED CREDIT IS MADE FINAL (THE EXPOSURE IS   *
001820*               NOW OWED BY THE NETWORK); A CASE NEVER CREDITED  *
001821*               OR WHOSE CREDIT WAS REVERSED IS CREDITED FINAL   *
001822*               OUTRIGHT,                                        *
001823*      REJECT - A POSTED CREDIT IS REVERSED OFF THE CUSTOMER.    *
001824*    A FINAL CREDIT IS NEVER MOVED AGAIN. THE MOVEMENT IS ADDED  *
001825*    AS THE NEXT LEDGER ROW; CBPCRPST SENDS IT TO THE GL.        *
001826*----------------------------------------------------------------*
001827 3000-MOVE-PROV-CREDIT.
001828*----------------------------------------------------------------*
001829     PERFORM 3100-FIND-LAST-MOVE THRU 3100-EXIT
001830     IF PCR-LAST-FINAL
001831        GO TO 3000-EXIT
001832     END-IF
001833     IF CBR-REJECTED AND NOT PCR-LAST-POSTED
001834        GO TO 3000-EXIT
001835     END-IF
001836*    NOTHING ON THE LEDGER YET - THE CASE ROW GIVES THE AMOUNT.
001837     IF PCR-NONE-YET
001838        EXEC SQL
001839            SELECT ACCT_ID, CARD_NUM, DISPUTE_AMT
001840              INTO :DSP-ACCT-ID, :DSP-CARD-NUM, :DSP-DISPUTE-AMT
001841              FROM CARDDEMO.PAUDISPT
001842             WHERE CASE_ID = :DSP-CASE-ID
001843        END-EXEC
001844        IF SQLCODE NOT = ZERO
001845           ADD 1 TO WS-RPT-PCR-ERRORS
001846           MOVE SQLCODE TO WS-SQLCODE
001847           DISPLAY 'CASE READ FOR CREDIT FAILED, SQLCODE='
001848                   WS-SQLCODE
001849           GO TO 3000-EXIT
001850        END-IF
001851        MOVE DSP-ACCT-ID        TO WS-PCR-LAST-ACCT-ID
001852        MOVE DSP-CARD-NUM       TO WS-PCR-LAST-CARD-NUM
001853        MOVE DSP-DISPUTE-AMT    TO WS-PCR-LAST-AMOUNT
001854     END-IF
001855*
001856     MOVE SPACES                TO PROV-CREDIT-RECORD
001857     MOVE CBR-CASE-ID           TO PCR-CASE-ID
001858     ADD 1 WS-PCR-LAST-SEQ  GIVING PCR-SEQ
001859     MOVE WS-PCR-LAST-ACCT-ID   TO PCR-ACCT-ID
001860     MOVE WS-PCR-LAST-CARD-NUM  TO PCR-CARD-NUM
001861     MOVE WS-PCR-LAST-AMOUNT    TO PCR-AMOUNT
001862     MOVE WS-GL-CURRENCY        TO PCR-CURRENCY-CODE
001863     EVALUATE TRUE
001864         WHEN CBR-REJECTED
001865             SET PCR-REVERSED       TO TRUE
001866             MOVE WS-GL-CUST-BALANCE TO PCR-DR-ACCOUNT
001867             MOVE WS-GL-EXPOSURE    TO PCR-CR-ACCOUNT
001868         WHEN PCR-LAST-POSTED
001869             SET PCR-MADE-FINAL     TO TRUE
001870             MOVE WS-GL-NET-RECEIVABLE TO PCR-DR-ACCOUNT
001871             MOVE WS-GL-EXPOSURE    TO PCR-CR-ACCOUNT
001872         WHEN OTHER
001873             SET PCR-MADE-FINAL     TO TRUE
001874             MOVE WS-GL-NET-RECEIVABLE TO PCR-DR-ACCOUNT
001875             MOVE WS-GL-CUST-BALANCE TO PCR-CR-ACCOUNT
001876     END-EVALUATE
001877     MOVE WS-TODAY-CCYYMMDD     TO PCR-MOVE-DATE
001878     MOVE WS-PGMNAME            TO PCR-MOVED-BY
001879     MOVE CBR-NETWORK-REF       TO PCR-NETWORK-REF
001880     WRITE PROV-CREDIT-RECORD
001881     IF WS-PCR-STATUS NOT = '00'
001882        ADD 1 TO WS-RPT-PCR-ERRORS
001883        DISPLAY 'ERROR WRITING PROVCRED:' WS-PCR-STATUS
001884                ' CASE:' CBR-CASE-ID
001885        GO TO 3000-EXIT
001886     END-IF
001887     IF PCR-REVERSED
001888        ADD 1 TO WS-RPT-PCR-REVERSED
001889     ELSE
001890        ADD 1 TO WS-RPT-PCR-FINAL
001891     END-IF
001892     .
001893 3000-EXIT.
001894     EXIT.
001895*----------------------------------------------------------------*
001896*    BROWSE THE CASE'S LEDGER ROWS; THE LAST ONE READ IS ITS     *
001897*    CURRENT POSITION.                                           *
001898*----------------------------------------------------------------*
001899 3100-FIND-LAST-MOVE.
001900*----------------------------------------------------------------*
001901     MOVE SPACES                TO WS-PCR-LAST-TYPE
001902     MOVE ZEROES                TO WS-PCR-LAST-SEQ
001903     MOVE ZEROES                TO WS-PCR-LAST-AMOUNT
001904     SET PCR-BROWSE-MORE        TO TRUE
001905     MOVE CBR-CASE-ID           TO PCR-CASE-ID
001906     MOVE ZEROES                TO PCR-SEQ
001907     START PROV-CREDIT KEY IS NOT LESS THAN PCR-KEY
001908     IF WS-PCR-STATUS NOT = '00'
001909        GO TO 3100-EXIT
001910     END-IF
001911     PERFORM 3200-READ-NEXT-MOVE THRU 3200-EXIT
001912         UNTIL PCR-BROWSE-DONE
001913     .
001914 3100-EXIT.
001915     EXIT.
001916*----------------------------------------------------------------*
001917 3200-READ-NEXT-MOVE.
001918*----------------------------------------------------------------*
001919     READ PROV-CREDIT NEXT RECORD
001920     IF WS-PCR-STATUS NOT = '00'
001921        OR PCR-CASE-ID NOT = CBR-CASE-ID
001922        SET PCR-BROWSE-DONE     TO TRUE
001923        GO TO 3200-EXIT
001924     END-IF
001925     MOVE PCR-MOVE-TYPE         TO WS-PCR-LAST-TYPE
001926     MOVE PCR-SEQ               TO WS-PCR-LAST-SEQ
001927     MOVE PCR-AMOUNT            TO WS-PCR-LAST-AMOUNT
001928     MOVE PCR-ACCT-ID           TO WS-PCR-LAST-ACCT-ID
001929     MOVE PCR-CARD-NUM          TO WS-PCR-LAST-CARD-NUM
001930     .
001931 3200-EXIT.
001932     EXIT.
001933*----------------------------------------------------------------*
001934*    A CHARGEBACK WON ON A CONFIRMED FRAUD IS MONEY BACK AGAINST *
001935*    THAT LOSS. THE CASE ROW GIVES THE CARD, TRANSACTION AND     *
001936*    AMOUNT; THE RECOVERY IS KEYED TO THE FRAUD'S AUTHFRDS ROW,  *
001937*    NEVER TAKES MORE BACK THAN IS STILL UNRECOVERED, AND IS     *
001938*    RECORDED ONCE PER NETWORK REFERENCE SO A RESENT RESPONSE    *
001939*    DOES NOT COUNT TWICE. A DISPUTE THAT WAS NOT A FRAUD HAS    *
001940*    NO LOSS TO RECOVER AND IS PASSED OVER.                      *
001941*----------------------------------------------------------------*
001942 3500-RECORD-RECOVERY.
001943*----------------------------------------------------------------*
001944     EXEC SQL
001945         SELECT CARD_NUM, TRANSACTION_ID, DISPUTE_AMT
001946           INTO :DSP-CARD-NUM, :DSP-TRANSACTION-ID,
001947                :DSP-DISPUTE-AMT
001948           FROM CARDDEMO.PAUDISPT
001949          WHERE CASE_ID = :DSP-CASE-ID
001950     END-EXEC
001951     IF SQLCODE NOT = ZERO
001952        GO TO 3500-SQL-ERROR
001953     END-IF
001954     MOVE DSP-CARD-NUM           TO RCV-CARD-NUM
001955     MOVE DSP-TRANSACTION-ID     TO RCV-TRANSACTION-ID
001956     EXEC SQL
001957         SELECT CHAR(AUTH_TS), TRANSACTION_AMT
001958           INTO :RCV-AUTH-TS, :WS-FRAUD-AMT
001959           FROM CARDDEMO.AUTHFRDS
001960          WHERE CARD_NUM       = :RCV-CARD-NUM
001961            AND TRANSACTION_ID = :RCV-TRANSACTION-ID
001962            AND AUTH_FRAUD     = 'Y'
001963          FETCH FIRST 1 ROW ONLY
001964     END-EXEC
001965     IF SQLCODE = 100
001966        ADD 1 TO WS-RPT-RCV-NOT-FRAUD
001967        GO TO 3500-EXIT
001968     END-IF
001969     IF SQLCODE NOT = ZERO
001970        GO TO 3500-SQL-ERROR
001971     END-IF
001972     MOVE CBR-NETWORK-REF        TO RCV-REFERENCE
001973     EXEC SQL
001974         SELECT COUNT(*)
001975           INTO :WS-DUP-COUNT
001976           FROM CARDDEMO.FRDRECOV
001977          WHERE CARD_NUM      = :RCV-CARD-NUM
001978            AND AUTH_TS       = TIMESTAMP(:RCV-AUTH-TS)
001979            AND RCV_SOURCE    = 'C'
001980            AND RCV_REFERENCE = :RCV-REFERENCE
001981     END-EXEC
001982     IF SQLCODE NOT = ZERO
001983        GO TO 3500-SQL-ERROR
001984     END-IF
001985     IF WS-DUP-COUNT > 0
001986        GO TO 3500-EXIT
001987     END-IF
001988     EXEC SQL
001989         SELECT COALESCE(SUM(RCV_AMT), 0)
001990           INTO :WS-RECOVERED-AMT
001991           FROM CARDDEMO.FRDRECOV
001992          WHERE CARD_NUM = :RCV-CARD-NUM
001993            AND AUTH_TS  = TIMESTAMP(:RCV-AUTH-TS)
001994     END-EXEC
001995     IF SQLCODE NOT = ZERO
001996        GO TO 3500-SQL-ERROR
001997     END-IF
001998     COMPUTE WS-LEFT-AMT = WS-FRAUD-AMT - WS-RECOVERED-AMT
001999     IF DSP-DISPUTE-AMT < WS-LEFT-AMT
002000        MOVE DSP-DISPUTE-AMT     TO RCV-AMT
002001     ELSE
002002        MOVE WS-LEFT-AMT         TO RCV-AMT
002003     END-IF
002004     IF RCV-AMT NOT > ZERO
002005        GO TO 3500-EXIT
002006     END-IF
002007     SET RCV-CHARGEBACK          TO TRUE
002008     MOVE WS-PGMNAME             TO RCV-ENTERED-BY
002009     EXEC SQL
002010          INSERT INTO CARDDEMO.FRDRECOV
002011                (CARD_NUM
002012                ,AUTH_TS
002013                ,TRANSACTION_ID
002014                ,RCV_SOURCE
002015                ,RCV_AMT
002016                ,RCV_DATE
002017                ,RCV_REFERENCE
002018                ,ENTERED_BY)
002019            VALUES
002020              ( :RCV-CARD-NUM
002021               ,TIMESTAMP(:RCV-AUTH-TS)
002022               ,:RCV-TRANSACTION-ID
002023               ,:RCV-SOURCE
002024               ,:RCV-AMT
002025               ,CURRENT DATE
002026               ,:RCV-REFERENCE
002027               ,:RCV-ENTERED-BY
002028              )
002029     END-EXEC
002030     IF SQLCODE NOT = ZERO
002031        GO TO 3500-SQL-ERROR
002032     END-IF
002033     ADD 1                       TO WS-RPT-RCV-RECORDED
002034     ADD RCV-AMT                 TO WS-RPT-RCV-AMT
002035     GO TO 3500-EXIT
002036     .
002037 3500-SQL-ERROR.
002038     ADD 1 TO WS-RPT-RCV-ERRORS
002039     MOVE SQLCODE TO WS-SQLCODE
002040     DISPLAY 'FRAUD RECOVERY NOT RECORDED, CASE:' CBR-CASE-ID
002041             ' SQLCODE=' WS-SQLCODE
002042     .
002043 3500-EXIT.
002044     EXIT.
002045*----------------------------------------------------------------*
002046 8000-PRINT-CONTROL-REPORT.
002047*----------------------------------------------------------------*
002048     MOVE SPACES TO WS-PRINT-LINE
002049     STRING 'CBCHBIN RESPONSE CONTROL - RUN DATE ' CURRENT-DATE
002050            DELIMITED BY SIZE INTO WS-PRINT-LINE
002051     END-STRING
002052     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002053*
002054     MOVE WS-RPT-RESPONSES-READ TO WS-CNT-DIS
002055     MOVE SPACES TO WS-PRINT-LINE
002056     STRING 'RESPONSES READ .....................: ' WS-CNT-DIS
002057            DELIMITED BY SIZE INTO WS-PRINT-LINE
002058     END-STRING
002059     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002060*
002061     MOVE WS-RPT-ACCEPTED TO WS-CNT-DIS
002070     MOVE SPACES TO WS-PRINT-LINE
002080     STRING '  ACCEPTED (CASES CLOSED) ..........: ' WS-CNT-DIS
002090            DELIMITED BY SIZE INTO WS-PRINT-LINE
002350     MOVE SPACES TO WS-PRINT-LINE
002360     STRING '  CASE UPDATES FAILED ..............: ' WS-CNT-DIS
002370            DELIMITED BY SIZE INTO WS-PRINT-LINE
002371     END-STRING
002372     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002373*
002374     MOVE WS-RPT-PCR-FINAL TO WS-CNT-DIS
002375     MOVE SPACES TO WS-PRINT-LINE
002376     STRING 'PROVISIONAL CREDITS MADE FINAL .....: ' WS-CNT-DIS
002377            DELIMITED BY SIZE INTO WS-PRINT-LINE
002378     END-STRING
002379     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002380*
002381     MOVE WS-RPT-PCR-REVERSED TO WS-CNT-DIS
002382     MOVE SPACES TO WS-PRINT-LINE
002383     STRING 'PROVISIONAL CREDITS REVERSED .......: ' WS-CNT-DIS
002384            DELIMITED BY SIZE INTO WS-PRINT-LINE
002385     END-STRING
002386     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002387*
002388     MOVE WS-RPT-PCR-ERRORS TO WS-CNT-DIS
002389     MOVE SPACES TO WS-PRINT-LINE
002390     STRING '  CREDIT MOVEMENTS FAILED ..........: ' WS-CNT-DIS
002391            DELIMITED BY SIZE INTO WS-PRINT-LINE
002392     END-STRING
002393     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002394*
002395     MOVE WS-RPT-RCV-RECORDED TO WS-CNT-DIS
002396     MOVE WS-RPT-RCV-AMT      TO WS-AMT-DIS
002397     MOVE SPACES TO WS-PRINT-LINE
002398     STRING 'FRAUD RECOVERIES RECORDED ..........: ' WS-CNT-DIS
002399            ' ' WS-AMT-DIS
002400            DELIMITED BY SIZE INTO WS-PRINT-LINE
002401     END-STRING
002402     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002403*
002404     MOVE WS-RPT-RCV-NOT-FRAUD TO WS-CNT-DIS
002405     MOVE SPACES TO WS-PRINT-LINE
002406     STRING '  ACCEPTS NOT ON A CONFIRMED FRAUD .: ' WS-CNT-DIS
002407            DELIMITED BY SIZE INTO WS-PRINT-LINE
002408     END-STRING
002409     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002410*
002411     MOVE WS-RPT-RCV-ERRORS TO WS-CNT-DIS
002412     MOVE SPACES TO WS-PRINT-LINE
002413     STRING '  RECOVERIES FAILED ................: ' WS-CNT-DIS
002414            DELIMITED BY SIZE INTO WS-PRINT-LINE
002415     END-STRING
002416     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
002417     .
002418 8000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------*
002440 9000-FILE-CLOSE.
002450*----------------------------------------------------------------*
002460     CLOSE RESPONSE-FILE
002470     CLOSE TRACK-FILE
002471     IF PROV-CREDIT-AVAILABLE
002472        CLOSE PROV-CREDIT
002473     END-IF
002480     CLOSE CONTROL-REPORT
002490     .
002500 9000-EXIT.
