000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBUSCLOD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-09-26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBUSCLOD - NIGHTLY STAFF USER-TO-CUSTOMER MAPPING LOAD      *
000090*    THE SERVICE SCREENS REFUSE A USER THEIR OWN ACCOUNT AND     *
000100*    JOURNAL EVERY VIEW OF A STAFF CUSTOMER. THIS JOB APPLIES    *
000110*    HR'S STAFF CARDHOLDER FILE (USRCFEED) UNDER CONTROL TOTALS: *
000120*    PASS 1 PROVES THE TRAILER COUNT AND CUSTOMER-ID HASH AND    *
000130*    NOTHING IS TOUCHED UNLESS IT BALANCES; PASS 2 WRITES OR     *
000140*    REFRESHES EACH USER'S USRCUST ROW AND FLAGS THE CUSTOMER    *
000150*    STAFF ('S') ON CUSTDAT UNLESS IT ALREADY CARRIES A FLAG -   *
000160*    A VIP OR PROTECTED FLAG IS NEVER DOWNGRADED; PASS 3 DELETES *
000170*    EVERY ROW NOT ON TONIGHT'S FILE (THE EMPLOYEE HAS LEFT) AND *
000180*    LIFTS THE STAFF FLAG IT SET. CHANGES ARE LISTED FOR THE     *
000190*    PRIVACY OFFICE AND THE PAURUNCT ROW IS STAMPED.             *
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2027-09-26  JGM INITIAL VERSION                                *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-ZOS.
000280 OBJECT-COMPUTER. IBM-ZOS.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FEED-FILE      ASSIGN TO USRCFEED
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE  IS SEQUENTIAL
000340         FILE STATUS  IS WS-FEED-STATUS.
000350*
000360     SELECT USRCUST-FILE   ASSIGN TO USRCUST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE  IS DYNAMIC
000390         RECORD KEY   IS USRC-USER-ID
000400         FILE STATUS  IS WS-USRC-STATUS.
000410*
000420     SELECT CUST-FILE      ASSIGN TO CUSTDAT
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS RANDOM
000450         RECORD KEY   IS CUST-ID
000460         FILE STATUS  IS WS-CUST-STATUS.
000470*
000480     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS RANDOM
000510         RECORD KEY   IS RUNC-JOB-NAME
000520         FILE STATUS  IS WS-RUNC-STATUS.
000530*
000540     SELECT LOAD-REPORT    ASSIGN TO USCLODRP
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-RPT-STATUS.
000580*----------------------------------------------------------------*
000590 DATA DIVISION.
000600*----------------------------------------------------------------*
000610 FILE SECTION.
000620 FD  FEED-FILE
000630     RECORDING MODE IS F.
000640 COPY CVUSRFDY.
000650*
000660 FD  USRCUST-FILE
000670     RECORDING MODE IS F.
000680 COPY CVUSRCUY.
000690*
000700 FD  CUST-FILE
000710     RECORDING MODE IS F.
000720 COPY CVCUS01Y.
000730*
000740 FD  RUN-CONTROL
000750     RECORDING MODE IS F.
000760 COPY CVRUNCTY.
000770*
000780 FD  LOAD-REPORT
000790     RECORDING MODE IS F.
000800 01  LOAD-REPORT-LINE            PIC X(132).
000810*----------------------------------------------------------------*
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------*
000840 01  WS-VARIABLES.
000850     05  WS-PGMNAME                 PIC X(08) VALUE 'CBUSCLOD'.
000860     05  CURRENT-DATE               PIC 9(06).
000870     05  WS-TODAY-CCYYMMDD          PIC X(08).
000880     05  WS-RUN-TIME                PIC 9(08).
000890     05  WS-OLD-CUST-ID             PIC 9(09).
000900     05  WS-ACTION                  PIC X(20).
000910*
000920 01  WS-FILE-STATUSES.
000930     05  WS-FEED-STATUS             PIC X(02).
000940         88  FEED-EOF                       VALUE '10'.
000950     05  WS-USRC-STATUS             PIC X(02).
000960         88  USRC-FOUND                     VALUE '00'.
000970         88  USRC-NOT-FOUND                 VALUE '23'.
000980         88  USRC-EOF                       VALUE '10'.
000990     05  WS-CUST-STATUS             PIC X(02).
001000         88  CUST-FOUND                     VALUE '00'.
001010     05  WS-RUNC-STATUS             PIC X(02).
001020     05  WS-RPT-STATUS              PIC X(02).
001030 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001040     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001050*----------------------------------------------------------------*
001060*    CONTROL-TOTAL VERIFICATION STATE                            *
001070*----------------------------------------------------------------*
001080 01  WS-CONTROL-TOTALS.
001090     05  WS-DETAIL-COUNT            PIC 9(08) VALUE 0.
001100     05  WS-HASH-TOTAL              PIC 9(15) COMP-3 VALUE 0.
001110     05  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
001120         88  TRAILER-SEEN                   VALUE 'Y'.
001130     05  WS-FILE-CLEAN-SW           PIC X(01) VALUE 'N'.
001140         88  FILE-BALANCES                  VALUE 'Y'.
001150*----------------------------------------------------------------*
001160 01  WS-REPORT-COUNTERS.
001170     05  WS-RPT-APPLIED             PIC S9(9) COMP-3 VALUE 0.
001180     05  WS-RPT-NEW-ROWS            PIC S9(9) COMP-3 VALUE 0.
001190     05  WS-RPT-REMAPPED            PIC S9(9) COMP-3 VALUE 0.
001200     05  WS-RPT-FLAGGED             PIC S9(9) COMP-3 VALUE 0.
001210     05  WS-RPT-ALREADY-FLAGGED     PIC S9(9) COMP-3 VALUE 0.
001220     05  WS-RPT-NO-CUSTOMER         PIC S9(9) COMP-3 VALUE 0.
001230     05  WS-RPT-LEAVERS             PIC S9(9) COMP-3 VALUE 0.
001240     05  WS-RPT-UNFLAGGED           PIC S9(9) COMP-3 VALUE 0.
001250     05  WS-RPT-WRITE-ERRORS        PIC S9(9) COMP-3 VALUE 0.
001260*----------------------------------------------------------------*
001270 01  WS-PRINT-LINE                 PIC X(132).
001280 01  WS-DISPLAY-FIELDS.
001290     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001300*----------------------------------------------------------------*
001310 PROCEDURE DIVISION.
001320*----------------------------------------------------------------*
001330 MAIN-PARA.
001340     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001350*
001360     PERFORM 2000-VERIFY-NEXT-RECORD THRU 2000-EXIT
001370         UNTIL FEED-EOF
001380*
001390     IF FILE-BALANCES
001400        PERFORM 3000-APPLY-PASS      THRU 3000-EXIT
001410        PERFORM 4000-LEAVER-PASS     THRU 4000-EXIT
001420     ELSE
001430        DISPLAY 'USRCFEED CONTROL TOTALS DO NOT BALANCE - '
001440                'NOTHING APPLIED'
001450        MOVE 12 TO RETURN-CODE
001460     END-IF
001470*
001480     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
001490     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
001500*
001510     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001520*
001530     GOBACK.
001540*----------------------------------------------------------------*
001550 1000-INITIALIZE.
001560*----------------------------------------------------------------*
001570     ACCEPT CURRENT-DATE     FROM DATE
001580     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001590     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001600*
001610     OPEN INPUT  FEED-FILE
001620     IF WS-FEED-STATUS = SPACES OR '00'
001630        CONTINUE
001640     ELSE
001650        DISPLAY 'ERROR IN OPENING USRCFEED:' WS-FEED-STATUS
001660        PERFORM 9999-ABEND THRU 9999-EXIT
001670     END-IF
001680     OPEN I-O    USRCUST-FILE
001690     IF WS-USRC-STATUS = SPACES OR '00'
001700        CONTINUE
001710     ELSE
001720        DISPLAY 'ERROR IN OPENING USRCUST:' WS-USRC-STATUS
001730        PERFORM 9999-ABEND THRU 9999-EXIT
001740     END-IF
001750     OPEN I-O    CUST-FILE
001760     IF WS-CUST-STATUS = SPACES OR '00'
001770        CONTINUE
001780     ELSE
001790        DISPLAY 'ERROR IN OPENING CUSTDAT:' WS-CUST-STATUS
001800        PERFORM 9999-ABEND THRU 9999-EXIT
001810     END-IF
001820     OPEN OUTPUT LOAD-REPORT
001830*
001840     OPEN I-O RUN-CONTROL
001850     IF WS-RUNC-STATUS = SPACES OR '00'
001860        SET RUN-CONTROL-AVAILABLE TO TRUE
001870        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
001880     ELSE
001890        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
001900     END-IF
001910*
001920     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001930     DISPLAY '*-------------------------------------*'
001940     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001950*
001960     MOVE SPACES TO WS-PRINT-LINE
001970     STRING 'CBUSCLOD STAFF USER-TO-CUSTOMER MAPPING LOAD - '
001980            'RUN DATE ' CURRENT-DATE
001990            DELIMITED BY SIZE INTO WS-PRINT-LINE
002000     END-STRING
002010     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
002020     MOVE SPACES TO WS-PRINT-LINE
002030     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
002040     .
002050 1000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------*
002080 1300-MARK-RUN-START.
002090*----------------------------------------------------------------*
002100     ACCEPT WS-RUN-TIME      FROM TIME
002110     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002120     READ RUN-CONTROL
002130     IF WS-RUNC-STATUS NOT = '00'
002140        MOVE SPACES          TO RUN-CONTROL-RECORD
002150        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002160     END-IF
002170     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002180     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002190     MOVE SPACES             TO RUNC-END-TIME
002200     SET  RUNC-RUNNING       TO TRUE
002210     MOVE ZEROES             TO RUNC-RECORD-COUNT
002220     IF WS-RUNC-STATUS = '00'
002230        REWRITE RUN-CONTROL-RECORD
002240     ELSE
002250        WRITE RUN-CONTROL-RECORD
002260     END-IF
002270     .
002280 1300-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------*
002310 1400-MARK-RUN-END.
002320*----------------------------------------------------------------*
002330     IF RUN-CONTROL-AVAILABLE
002340        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002350        READ RUN-CONTROL
002360        ACCEPT WS-RUN-TIME   FROM TIME
002370        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002380        IF FILE-BALANCES
002390           SET  RUNC-COMPLETE TO TRUE
002400        ELSE
002410           SET  RUNC-FAILED   TO TRUE
002420        END-IF
002430        MOVE WS-RPT-APPLIED  TO RUNC-RECORD-COUNT
002440        REWRITE RUN-CONTROL-RECORD
002450        IF WS-RUNC-STATUS NOT = '00'
002460           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002470        END-IF
002480     END-IF
002490     .
002500 1400-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------*
002530*    PASS 1 - NOTHING IS APPLIED UNTIL THE FILE PROVES ITSELF:   *
002540*    THE DETAIL COUNT AND CUSTOMER-ID HASH MUST MATCH THE        *
002550*    TRAILER. A SHORT FILE MUST NOT TREAT HALF THE STAFF AS      *
002560*    LEAVERS IN PASS 3 AND LET THEM INTO THEIR OWN ACCOUNTS.     *
002570*----------------------------------------------------------------*
002580 2000-VERIFY-NEXT-RECORD.
002590*----------------------------------------------------------------*
002600     READ FEED-FILE
002610         AT END
002620             PERFORM 2100-JUDGE-CONTROL-TOTALS THRU 2100-EXIT
002630             GO TO 2000-EXIT
002640     END-READ
002650     IF USF-IS-DETAIL
002660        ADD 1                   TO WS-DETAIL-COUNT
002670        ADD USF-CUST-ID         TO WS-HASH-TOTAL
002680     END-IF
002690     IF USF-IS-TRAILER
002700        SET TRAILER-SEEN        TO TRUE
002710     END-IF
002720     .
002730 2000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------*
002760 2100-JUDGE-CONTROL-TOTALS.
002770*----------------------------------------------------------------*
002780     IF TRAILER-SEEN
002790        AND WS-DETAIL-COUNT = UST-RECORD-COUNT
002800        AND WS-HASH-TOTAL = UST-HASH-TOTAL
002810        SET FILE-BALANCES       TO TRUE
002820     END-IF
002830     .
002840 2100-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------*
002870*    PASS 2 - THE FILE BALANCED, SO THE MAPPINGS GO ON. THE FILE *
002880*    IS RE-OPENED AND EVERY DETAIL APPLIED; A USER NEW TO THE    *
002890*    FILE GETS A ROW, AND THE CUSTOMER IS FLAGGED STAFF.         *
002900*----------------------------------------------------------------*
002910 3000-APPLY-PASS.
002920*----------------------------------------------------------------*
002930     CLOSE FEED-FILE
002940     OPEN INPUT FEED-FILE
002950     IF WS-FEED-STATUS = SPACES OR '00'
002960        CONTINUE
002970     ELSE
002980        DISPLAY 'ERROR RE-OPENING USRCFEED:' WS-FEED-STATUS
002990        GO TO 3000-EXIT
003000     END-IF
003010     PERFORM 3100-APPLY-NEXT-RECORD THRU 3100-EXIT
003020         UNTIL FEED-EOF
003030     .
003040 3000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------*
003070 3100-APPLY-NEXT-RECORD.
003080*----------------------------------------------------------------*
003090     READ FEED-FILE
003100         AT END GO TO 3100-EXIT
003110     END-READ
003120     IF NOT USF-IS-DETAIL
003130        GO TO 3100-EXIT
003140     END-IF
003150     MOVE USF-USER-ID            TO USRC-USER-ID
003160     READ USRCUST-FILE
003170     IF USRC-FOUND
003180        MOVE USRC-CUST-ID        TO WS-OLD-CUST-ID
003190     ELSE
003200        MOVE SPACES              TO USER-CUSTOMER-RECORD
003210        MOVE USF-USER-ID         TO USRC-USER-ID
003220        MOVE ZERO                TO WS-OLD-CUST-ID
003230     END-IF
003240     MOVE USF-CUST-ID            TO USRC-CUST-ID
003250     MOVE USF-EMPLOYEE-ID        TO USRC-EMPLOYEE-ID
003260     MOVE WS-TODAY-CCYYMMDD      TO USRC-LOAD-DATE
003270     IF USRC-FOUND
003280        REWRITE USER-CUSTOMER-RECORD
003290     ELSE
003300        WRITE USER-CUSTOMER-RECORD
003310     END-IF
003320     IF WS-USRC-STATUS NOT = '00'
003330        ADD 1 TO WS-RPT-WRITE-ERRORS
003340        DISPLAY 'ERROR WRITING USRCUST ROW:' WS-USRC-STATUS
003350                ' USER:' USF-USER-ID
003360        GO TO 3100-EXIT
003370     END-IF
003380     ADD 1 TO WS-RPT-APPLIED
003390     EVALUATE TRUE
003400         WHEN WS-OLD-CUST-ID = ZERO
003410             ADD 1 TO WS-RPT-NEW-ROWS
003420             MOVE 'NEW MAPPING'      TO WS-ACTION
003430             PERFORM 3300-LIST-MAPPING-CHANGE THRU 3300-EXIT
003440         WHEN WS-OLD-CUST-ID NOT = USRC-CUST-ID
003450             ADD 1 TO WS-RPT-REMAPPED
003460             MOVE 'CUSTOMER CHANGED'  TO WS-ACTION
003470             PERFORM 3300-LIST-MAPPING-CHANGE THRU 3300-EXIT
003480     END-EVALUATE
003490     PERFORM 3200-FLAG-STAFF-CUSTOMER THRU 3200-EXIT
003500     .
003510 3100-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------*
003540*    THE STAFF FLAG GOES ON ONLY WHERE NO FLAG IS SET - A VIP OR *
003550*    PROTECTED CUSTOMER WHO IS ALSO STAFF KEEPS THAT FLAG, WHICH *
003560*    IS JOURNALED THE SAME WAY.                                  *
003570*----------------------------------------------------------------*
003580 3200-FLAG-STAFF-CUSTOMER.
003590*----------------------------------------------------------------*
003600     MOVE USRC-CUST-ID           TO CUST-ID
003610     READ CUST-FILE
003620     IF NOT CUST-FOUND
003630        ADD 1 TO WS-RPT-NO-CUSTOMER
003640        MOVE 'CUSTOMER NOT ON FILE' TO WS-ACTION
003650        PERFORM 3300-LIST-MAPPING-CHANGE THRU 3300-EXIT
003660        GO TO 3200-EXIT
003670     END-IF
003680     IF CUST-IS-SENSITIVE
003690        ADD 1 TO WS-RPT-ALREADY-FLAGGED
003700        GO TO 3200-EXIT
003710     END-IF
003720     SET CUST-STAFF              TO TRUE
003730     REWRITE CUSTOMER-RECORD
003740     IF WS-CUST-STATUS NOT = '00'
003750        ADD 1 TO WS-RPT-WRITE-ERRORS
003760        DISPLAY 'ERROR FLAGGING CUSTDAT ROW:' WS-CUST-STATUS
003770                ' CUST:' CUST-ID
003780     ELSE
003790        ADD 1 TO WS-RPT-FLAGGED
003800        MOVE 'FLAGGED STAFF'     TO WS-ACTION
003810        PERFORM 3300-LIST-MAPPING-CHANGE THRU 3300-EXIT
003820     END-IF
003830     .
003840 3200-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------*
003870 3300-LIST-MAPPING-CHANGE.
003880*----------------------------------------------------------------*
003890     MOVE SPACES                 TO WS-PRINT-LINE
003900     STRING WS-ACTION
003910            ' USER:' USRC-USER-ID
003920            ' CUST:' USRC-CUST-ID
003930            ' EMPLOYEE:' USRC-EMPLOYEE-ID
003940            DELIMITED BY SIZE
003950            INTO WS-PRINT-LINE
003960     END-STRING
003970     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
003980     .
003990 3300-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------*
004020*    PASS 3 - EVERY ROW NOT REFRESHED TONIGHT BELONGS TO SOMEONE *
004030*    HR NO LONGER EMPLOYS: THE ROW IS DELETED AND THE STAFF FLAG *
004040*    ON THEIR CUSTOMER IS LIFTED. A VIP OR PROTECTED FLAG STAYS. *
004050*----------------------------------------------------------------*
004060 4000-LEAVER-PASS.
004070*----------------------------------------------------------------*
004080     MOVE LOW-VALUES             TO USRC-USER-ID
004090     START USRCUST-FILE KEY >= USRC-USER-ID
004100     IF WS-USRC-STATUS NOT = '00'
004110        GO TO 4000-EXIT
004120     END-IF
004130     PERFORM 4100-CHECK-NEXT-ROW THRU 4100-EXIT
004140         UNTIL USRC-EOF
004150     .
004160 4000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------*
004190 4100-CHECK-NEXT-ROW.
004200*----------------------------------------------------------------*
004210     READ USRCUST-FILE NEXT RECORD
004220         AT END GO TO 4100-EXIT
004230     END-READ
004240     IF USRC-LOAD-DATE = WS-TODAY-CCYYMMDD
004250        GO TO 4100-EXIT
004260     END-IF
004270     DELETE USRCUST-FILE RECORD
004280     IF WS-USRC-STATUS NOT = '00'
004290        ADD 1 TO WS-RPT-WRITE-ERRORS
004300        DISPLAY 'ERROR DELETING USRCUST ROW:' WS-USRC-STATUS
004310                ' USER:' USRC-USER-ID
004320        GO TO 4100-EXIT
004330     END-IF
004340     ADD 1 TO WS-RPT-LEAVERS
004350     MOVE 'LEAVER REMOVED'       TO WS-ACTION
004360     PERFORM 3300-LIST-MAPPING-CHANGE THRU 3300-EXIT
004370     MOVE USRC-CUST-ID           TO CUST-ID
004380     READ CUST-FILE
004390     IF CUST-FOUND AND CUST-STAFF
004400        MOVE SPACE               TO CUST-SENSITIVE-FLAG
004410        REWRITE CUSTOMER-RECORD
004420        IF WS-CUST-STATUS NOT = '00'
004430           ADD 1 TO WS-RPT-WRITE-ERRORS
004440           DISPLAY 'ERROR UNFLAGGING CUSTDAT ROW:' WS-CUST-STATUS
004450                   ' CUST:' CUST-ID
004460        ELSE
004470           ADD 1 TO WS-RPT-UNFLAGGED
004480           MOVE 'STAFF FLAG LIFTED' TO WS-ACTION
004490           PERFORM 3300-LIST-MAPPING-CHANGE THRU 3300-EXIT
004500        END-IF
004510     END-IF
004520     .
004530 4100-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560 8000-PRINT-RUN-SUMMARY.
004570*----------------------------------------------------------------*
004580     MOVE SPACES TO WS-PRINT-LINE
004590     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004600     MOVE WS-DETAIL-COUNT TO WS-CNT-DIS
004610     MOVE SPACES TO WS-PRINT-LINE
004620     STRING 'STAFF CARDHOLDERS ON FILE ..........: ' WS-CNT-DIS
004630            DELIMITED BY SIZE INTO WS-PRINT-LINE
004640     END-STRING
004650     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004660*
004670     IF FILE-BALANCES
004680        MOVE SPACES TO WS-PRINT-LINE
004690        STRING 'CONTROL TOTALS .....................: BALANCED'
004700               DELIMITED BY SIZE INTO WS-PRINT-LINE
004710        END-STRING
004720     ELSE
004730        MOVE SPACES TO WS-PRINT-LINE
004740        STRING 'CONTROL TOTALS ............: OUT OF BALANCE - '
004750               'NOTHING APPLIED'
004760               DELIMITED BY SIZE INTO WS-PRINT-LINE
004770        END-STRING
004780     END-IF
004790     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004800*
004810     MOVE WS-RPT-APPLIED TO WS-CNT-DIS
004820     MOVE SPACES TO WS-PRINT-LINE
004830     STRING '  MAPPINGS APPLIED .................: ' WS-CNT-DIS
004840            DELIMITED BY SIZE INTO WS-PRINT-LINE
004850     END-STRING
004860     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004870*
004880     MOVE WS-RPT-NEW-ROWS TO WS-CNT-DIS
004890     MOVE SPACES TO WS-PRINT-LINE
004900     STRING '  NEW USERS MAPPED .................: ' WS-CNT-DIS
004910            DELIMITED BY SIZE INTO WS-PRINT-LINE
004920     END-STRING
004930     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
004940*
004950     MOVE WS-RPT-REMAPPED TO WS-CNT-DIS
004960     MOVE SPACES TO WS-PRINT-LINE
004970     STRING '  USERS MAPPED TO A NEW CUSTOMER ...: ' WS-CNT-DIS
004980            DELIMITED BY SIZE INTO WS-PRINT-LINE
004990     END-STRING
005000     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005010*
005020     MOVE WS-RPT-FLAGGED TO WS-CNT-DIS
005030     MOVE SPACES TO WS-PRINT-LINE
005040     STRING '  CUSTOMERS FLAGGED STAFF ..........: ' WS-CNT-DIS
005050            DELIMITED BY SIZE INTO WS-PRINT-LINE
005060     END-STRING
005070     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005080*
005090     MOVE WS-RPT-ALREADY-FLAGGED TO WS-CNT-DIS
005100     MOVE SPACES TO WS-PRINT-LINE
005110     STRING '  CUSTOMERS ALREADY FLAGGED ........: ' WS-CNT-DIS
005120            DELIMITED BY SIZE INTO WS-PRINT-LINE
005130     END-STRING
005140     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005150*
005160     MOVE WS-RPT-NO-CUSTOMER TO WS-CNT-DIS
005170     MOVE SPACES TO WS-PRINT-LINE
005180     STRING '  CUSTOMER NOT ON CUSTDAT ..........: ' WS-CNT-DIS
005190            DELIMITED BY SIZE INTO WS-PRINT-LINE
005200     END-STRING
005210     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005220*
005230     MOVE WS-RPT-LEAVERS TO WS-CNT-DIS
005240     MOVE SPACES TO WS-PRINT-LINE
005250     STRING '  LEAVERS REMOVED ..................: ' WS-CNT-DIS
005260            DELIMITED BY SIZE INTO WS-PRINT-LINE
005270     END-STRING
005280     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005290*
005300     MOVE WS-RPT-UNFLAGGED TO WS-CNT-DIS
005310     MOVE SPACES TO WS-PRINT-LINE
005320     STRING '  STAFF FLAGS LIFTED ...............: ' WS-CNT-DIS
005330            DELIMITED BY SIZE INTO WS-PRINT-LINE
005340     END-STRING
005350     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005360*
005370     MOVE WS-RPT-WRITE-ERRORS TO WS-CNT-DIS
005380     MOVE SPACES TO WS-PRINT-LINE
005390     STRING '  USRCUST/CUSTDAT WRITE ERRORS .....: ' WS-CNT-DIS
005400            DELIMITED BY SIZE INTO WS-PRINT-LINE
005410     END-STRING
005420     WRITE LOAD-REPORT-LINE FROM WS-PRINT-LINE
005430     .
005440 8000-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------*
005470 9000-FILE-CLOSE.
005480*----------------------------------------------------------------*
005490     CLOSE FEED-FILE
005500     CLOSE USRCUST-FILE
005510     CLOSE CUST-FILE
005520     IF RUN-CONTROL-AVAILABLE
005530        CLOSE RUN-CONTROL
005540     END-IF
005550     CLOSE LOAD-REPORT
005560     .
005570 9000-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------*
005600 9999-ABEND.
005610*----------------------------------------------------------------*
005620     DISPLAY 'CBUSCLOD ABENDING DUE TO FILE OPEN ERROR'
005630     MOVE 16 TO RETURN-CODE
005640     GOBACK
005650     .
005660 9999-EXIT.
005670     EXIT.
