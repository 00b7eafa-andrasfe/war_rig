000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBGLRJCT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-07-18.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBGLRJCT - GL BRIDGE REJECT AND SUSPENSE PROCESSING         *
000090*    CBGLFEED SENDS THE LEDGER BALANCED DR/CR PAIRS (GLOUT). THE *
000100*    LEDGER RETURNS THE LINES IT WOULD NOT POST (CLOSED ACCOUNT, *
000110*    BAD COST CENTRE, CLOSED PERIOD) ON ITS REJECT FILE          *
000120*    (GLREJIN). THIS JOB:                                        *
000130*      - HOLDS EVERY REJECTED PAIR ON THE SUSPENSE FILE          *
000140*        (GLSUSPNS) WITH THE LEDGER'S REASON AND THE DATE IT     *
000150*        WAS FIRST REJECTED, SO ITS AGE IS KNOWN,                *
000160*      - RESUBMITS AN OPEN PAIR (GLRESUB, GLOUT LAYOUT) AS SOON  *
000170*        AS ONE OF FINANCE'S CORRECTIONS (GLFIXIN) MATCHES IT,   *
000180*        WITH THE CORRECTED ACCOUNT AND POSTING DATE,            *
000190*      - CLEARS A RESUBMITTED PAIR THAT HAS GONE A CYCLE         *
000200*        WITHOUT COMING BACK, AND DROPS CLEARED PAIRS AFTER      *
000210*        90 DAYS,                                                *
000220*      - PRINTS THE AGED-SUSPENSE REPORT (GLSUSRPT) AND TIES     *
000230*        THE FEED'S DEBITS TO WHAT POSTED PLUS WHAT IS NOW IN    *
000240*        SUSPENSE OR ON ITS WAY BACK.                            *
000250*    ANY REJECT THAT CANNOT BE MATCHED TO A PAIR, OR A FEED THAT *
000260*    DOES NOT TIE, STAMPS PAURUNCT FAILED AND ENDS RC=4.         *
000270*----------------------------------------------------------------*
000280*                MODIFICATION HISTORY                            *
000290* DATE       INIT DESCRIPTION                                    *
000300* 2027-07-18  ABF INITIAL VERSION                                *
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-ZOS.
000350 OBJECT-COMPUTER. IBM-ZOS.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GL-FEED-FILE   ASSIGN TO GLOUT
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-GLF-STATUS.
000420*
000430     SELECT GL-REJECT-FILE ASSIGN TO GLREJIN
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE  IS SEQUENTIAL
000460         FILE STATUS  IS WS-REJ-STATUS.
000470*
000480     SELECT GL-FIX-FILE    ASSIGN TO GLFIXIN
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE  IS SEQUENTIAL
000510         FILE STATUS  IS WS-FIX-STATUS.
000520*
000530     SELECT GL-SUSPENSE    ASSIGN TO GLSUSPNS
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE  IS DYNAMIC
000560         RECORD KEY   IS GLS-KEY
000570         FILE STATUS  IS WS-SUS-STATUS.
000580*
000590     SELECT GL-RESUB-FILE  ASSIGN TO GLRESUB
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-RES-STATUS.
000630*
000640     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE  IS RANDOM
000670         RECORD KEY   IS RUNC-JOB-NAME
000680         FILE STATUS  IS WS-RUNC-STATUS.
000690*
000700     SELECT SUSPENSE-REPORT ASSIGN TO GLSUSRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE  IS SEQUENTIAL
000730         FILE STATUS  IS WS-RPT-STATUS.
000740*----------------------------------------------------------------*
000750 DATA DIVISION.
000760*----------------------------------------------------------------*
000770 FILE SECTION.
000780 FD  GL-FEED-FILE
000790     RECORDING MODE IS F.
000800 01  GL-FEED-LINE                PIC X(80).
000810*
000820 FD  GL-REJECT-FILE
000830     RECORDING MODE IS F.
000840 COPY CVGLRJTY.
000850*
000860 FD  GL-FIX-FILE
000870     RECORDING MODE IS F.
000880 COPY CVGLFIXY.
000890*
000900 FD  GL-SUSPENSE
000910     RECORDING MODE IS F.
000920 COPY CVGLSUSY.
000930*
000940 FD  GL-RESUB-FILE
000950     RECORDING MODE IS F.
000960 01  GL-RESUB-LINE               PIC X(80).
000970*
000980 FD  RUN-CONTROL
000990     RECORDING MODE IS F.
001000 COPY CVRUNCTY.
001010*
001020 FD  SUSPENSE-REPORT
001030     RECORDING MODE IS F.
001040 01  SUSPENSE-REPORT-LINE        PIC X(132).
001050*----------------------------------------------------------------*
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------*
001080 01  WS-VARIABLES.
001090     05  WS-PGMNAME                 PIC X(08) VALUE 'CBGLRJCT'.
001100     05  CURRENT-DATE               PIC 9(06).
001110     05  WS-RUN-TIME                PIC 9(08).
001120     05  WS-THIS-FEED-DATE          PIC 9(06) VALUE 0.
001130     05  WS-DATE-WORK               PIC 9(06).
001140     05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001150         10  WS-DW-YY               PIC 9(02).
001160         10  WS-DW-MM               PIC 9(02).
001170         10  WS-DW-DD               PIC 9(02).
001180     05  WS-ORDINAL-TODAY           PIC S9(07) COMP-3.
001190     05  WS-ORDINAL-WORK            PIC S9(07) COMP-3.
001200     05  WS-AGE-DAYS                PIC S9(07) COMP-3.
001210     05  WS-AGE-SUB                 PIC S9(4) COMP.
001220     05  WS-CLEARED-KEEP-DAYS       PIC S9(4) COMP VALUE +90.
001230     05  WS-ACTION                  PIC X(12).
001240*
001250 01  WS-FILE-STATUSES.
001260     05  WS-GLF-STATUS              PIC X(02).
001270         88  GLF-EOF                        VALUE '10'.
001280     05  WS-REJ-STATUS              PIC X(02).
001290         88  REJ-EOF                        VALUE '10'.
001300     05  WS-FIX-STATUS              PIC X(02).
001310         88  FIX-EOF                        VALUE '10'.
001320     05  WS-SUS-STATUS              PIC X(02).
001330         88  SUS-EOF                        VALUE '10'.
001340     05  WS-RES-STATUS              PIC X(02).
001350     05  WS-RUNC-STATUS             PIC X(02).
001360     05  WS-RPT-STATUS              PIC X(02).
001370 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001380     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001390 01  WS-FEED-AVAIL-SW               PIC X(01) VALUE 'N'.
001400     88  GLOUT-AVAILABLE                    VALUE 'Y'.
001410 COPY CSDAT03Y.
001420*----------------------------------------------------------------*
001430*    THE LINE BEING READ FROM GLOUT OR BUILT FOR GLRESUB         *
001440*----------------------------------------------------------------*
001450 COPY CVGLFDRY.
001460*----------------------------------------------------------------*
001470*    THE REJECTED LINE, RESOLVED TO THE PAIR IT BELONGS TO       *
001480*----------------------------------------------------------------*
001490 01  WS-REJECT-WORK.
001500     05  WS-REJ-PAIR-TYPE           PIC X(01).
001510         88  WS-REJ-PAIR-KNOWN              VALUE 'N' 'R'.
001520     05  WS-REJ-ORIG-DATE           PIC 9(06).
001530     05  WS-REJ-DATE                PIC 9(06).
001540*----------------------------------------------------------------*
001550*    FINANCE CORRECTIONS, HELD FOR THE SUSPENSE PASS             *
001560*----------------------------------------------------------------*
001570 01  WS-FIX-MAX                     PIC S9(4) COMP VALUE 200.
001580 01  WS-FIX-COUNT                   PIC S9(4) COMP VALUE 0.
001590 01  WS-FIX-SUB                     PIC S9(4) COMP.
001600 01  WS-FIX-HIT                     PIC S9(4) COMP.
001610 01  WS-FIX-MATCH-SW                PIC X(01).
001620     88  FIX-MATCHED                        VALUE 'Y'.
001630     88  FIX-NOT-MATCHED                    VALUE 'N'.
001640 01  WS-FIX-TABLE.
001650     05  WS-FIX-ENTRY               OCCURS 200 TIMES.
001660         10  WS-FIX-REASON          PIC X(04).
001670         10  WS-FIX-OLD-ACCT        PIC X(10).
001680         10  WS-FIX-NEW-ACCT        PIC X(10).
001690         10  WS-FIX-POST-DATE       PIC 9(06).
001700         10  WS-FIX-USED            PIC S9(7) COMP-3.
001710 01  WS-RESUB-WORK.
001720     05  WS-RESUB-DR-ACCT           PIC X(10).
001730     05  WS-RESUB-CR-ACCT           PIC X(10).
001740     05  WS-RESUB-POST-DATE         PIC 9(06).
001750*----------------------------------------------------------------*
001760*    AGE BUCKETS - UPPER BOUND IN DAYS SINCE THE FIRST REJECT    *
001770*----------------------------------------------------------------*
001780 01  WS-AGE-BUCKET-VALUES.
001790     05  FILLER                     PIC X(20)
001800             VALUE '00005   0 -  5 DAYS '.
001810     05  FILLER                     PIC X(20)
001820             VALUE '00015   6 - 15 DAYS '.
001830     05  FILLER                     PIC X(20)
001840             VALUE '00030  16 - 30 DAYS '.
001850     05  FILLER                     PIC X(20)
001860             VALUE '00060  31 - 60 DAYS '.
001870     05  FILLER                     PIC X(20)
001880             VALUE '99999  OVER 60 DAYS '.
001890 01  WS-AGE-BUCKETS REDEFINES WS-AGE-BUCKET-VALUES.
001900     05  WS-AGE-ENTRY               OCCURS 5 TIMES.
001910         10  WS-AGE-UPPER           PIC 9(05).
001920         10  WS-AGE-LABEL           PIC X(15).
001930 01  WS-AGE-TOTALS.
001940     05  WS-AGE-TOT                 OCCURS 5 TIMES.
001950         10  WS-AGE-CNT             PIC S9(7)     COMP-3.
001960         10  WS-AGE-AMT             PIC S9(13)V99 COMP-3.
001970*----------------------------------------------------------------*
001980*    RUN ACCUMULATORS                                            *
001990*----------------------------------------------------------------*
002000 01  WS-REPORT-COUNTERS.
002010     05  WS-RPT-FEED-LINES          PIC S9(9) COMP-3 VALUE 0.
002020     05  WS-RPT-REJ-READ            PIC S9(9) COMP-3 VALUE 0.
002030     05  WS-RPT-PAIRS-OPENED        PIC S9(9) COMP-3 VALUE 0.
002040     05  WS-RPT-PAIRS-REOPENED      PIC S9(9) COMP-3 VALUE 0.
002050     05  WS-RPT-SECOND-LEGS         PIC S9(9) COMP-3 VALUE 0.
002060     05  WS-RPT-DUPLICATES          PIC S9(9) COMP-3 VALUE 0.
002070     05  WS-RPT-UNMATCHED           PIC S9(9) COMP-3 VALUE 0.
002080     05  WS-RPT-FIX-READ            PIC S9(9) COMP-3 VALUE 0.
002090     05  WS-RPT-FIX-IGNORED         PIC S9(9) COMP-3 VALUE 0.
002100     05  WS-RPT-RESUBMITTED         PIC S9(9) COMP-3 VALUE 0.
002110     05  WS-RPT-RESUB-LINES         PIC S9(9) COMP-3 VALUE 0.
002120     05  WS-RPT-CLEARED             PIC S9(9) COMP-3 VALUE 0.
002130     05  WS-RPT-PURGED              PIC S9(9) COMP-3 VALUE 0.
002140     05  WS-RPT-OPEN                PIC S9(9) COMP-3 VALUE 0.
002150     05  WS-RPT-EXCEPTIONS          PIC S9(9) COMP-3 VALUE 0.
002160 01  WS-AMOUNT-TOTALS.
002170     05  WS-TOT-FEED-DEBITS         PIC S9(13)V99 COMP-3 VALUE 0.
002180     05  WS-TOT-FEED-CREDITS        PIC S9(13)V99 COMP-3 VALUE 0.
002190     05  WS-TOT-REJ-DEBITS          PIC S9(13)V99 COMP-3 VALUE 0.
002200     05  WS-TOT-POSTED              PIC S9(13)V99 COMP-3 VALUE 0.
002210     05  WS-TOT-SUSP-THIS-FEED      PIC S9(13)V99 COMP-3 VALUE 0.
002220     05  WS-TOT-RESUB-THIS-FEED     PIC S9(13)V99 COMP-3 VALUE 0.
002230     05  WS-TOT-ACCOUNTED           PIC S9(13)V99 COMP-3 VALUE 0.
002240     05  WS-TOT-OUT-OF-TIE          PIC S9(13)V99 COMP-3 VALUE 0.
002250     05  WS-TOT-RESUBMITTED         PIC S9(13)V99 COMP-3 VALUE 0.
002260     05  WS-TOT-CLEARED             PIC S9(13)V99 COMP-3 VALUE 0.
002270     05  WS-TOT-OPEN                PIC S9(13)V99 COMP-3 VALUE 0.
002280*----------------------------------------------------------------*
002290 01  WS-PRINT-LINE                 PIC X(132).
002300 01  WS-DISPLAY-FIELDS.
002310     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002320     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002330     05  WS-AGE-DIS                 PIC ZZZZ9.
002340     05  WS-REJ-CNT-DIS             PIC ZZ9.
002350*----------------------------------------------------------------*
002360 PROCEDURE DIVISION.
002370*----------------------------------------------------------------*
002380 MAIN-PARA.
002390     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002400*
002410     PERFORM 2000-TOTAL-NEXT-FEED-LINE THRU 2000-EXIT
002420         UNTIL GLF-EOF
002430*
002440     PERFORM 2500-LOAD-NEXT-FIX      THRU 2500-EXIT
002450         UNTIL FIX-EOF
002460*
002470     PERFORM 3000-APPLY-NEXT-REJECT  THRU 3000-EXIT
002480         UNTIL REJ-EOF
002490*
002500     PERFORM 4000-WORK-SUSPENSE      THRU 4000-EXIT
002510*
002520     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT
002530     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002540*
002550     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002560*
002570     IF WS-RPT-EXCEPTIONS > 0
002580        MOVE 4 TO RETURN-CODE
002590     END-IF
002600     GOBACK.
002610*----------------------------------------------------------------*
002620 1000-INITIALIZE.
002630*----------------------------------------------------------------*
002640     ACCEPT CURRENT-DATE     FROM DATE
002650     MOVE CURRENT-DATE       TO WS-DATE-WORK
002660     PERFORM 4900-ORDINAL-OF-DATE THRU 4900-EXIT
002670     MOVE WS-ORDINAL-WORK    TO WS-ORDINAL-TODAY
002680     INITIALIZE WS-AGE-TOTALS
002690*
002700     OPEN INPUT  GL-FEED-FILE
002710     IF WS-GLF-STATUS = SPACES OR '00'
002720        SET GLOUT-AVAILABLE TO TRUE
002730     ELSE
002740        DISPLAY 'GLOUT NOT AVAILABLE - NO FEED TIE-OUT THIS RUN'
002750        SET GLF-EOF TO TRUE
002760     END-IF
002770     OPEN INPUT  GL-REJECT-FILE
002780     IF WS-REJ-STATUS = SPACES OR '00'
002790        CONTINUE
002800     ELSE
002810        DISPLAY 'GLREJIN NOT AVAILABLE - NO REJECTS THIS RUN'
002820        SET REJ-EOF TO TRUE
002830     END-IF
002840     OPEN INPUT  GL-FIX-FILE
002850     IF WS-FIX-STATUS = SPACES OR '00'
002860        CONTINUE
002870     ELSE
002880        DISPLAY 'GLFIXIN NOT AVAILABLE - NO CORRECTIONS THIS RUN'
002890        SET FIX-EOF TO TRUE
002900     END-IF
002910     OPEN I-O    GL-SUSPENSE
002920     IF WS-SUS-STATUS = SPACES OR '00'
002930        CONTINUE
002940     ELSE
002950        DISPLAY 'ERROR IN OPENING GLSUSPNS:' WS-SUS-STATUS
002960        PERFORM 9999-ABEND THRU 9999-EXIT
002970     END-IF
002980     OPEN OUTPUT GL-RESUB-FILE
002990     OPEN OUTPUT SUSPENSE-REPORT
003000*
003010     OPEN I-O RUN-CONTROL
003020     IF WS-RUNC-STATUS = SPACES OR '00'
003030        SET RUN-CONTROL-AVAILABLE TO TRUE
003040        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003050     ELSE
003060        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003070     END-IF
003080*
003090     MOVE SPACES TO WS-PRINT-LINE
003100     STRING 'CBGLRJCT GL REJECT AND AGED-SUSPENSE REPORT'
003110            ' - RUN DATE ' CURRENT-DATE
003120            DELIMITED BY SIZE INTO WS-PRINT-LINE
003130     END-STRING
003140     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
003150*
003160     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003170     DISPLAY '*-------------------------------------*'
003180     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003190     .
003200 1000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------*
003230*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
003240*    IS STAMPED AT END.                                          *
003250*----------------------------------------------------------------*
003260 1300-MARK-RUN-START.
003270*----------------------------------------------------------------*
003280     ACCEPT WS-RUN-TIME      FROM TIME
003290     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003300     READ RUN-CONTROL
003310     IF WS-RUNC-STATUS NOT = '00'
003320        MOVE SPACES          TO RUN-CONTROL-RECORD
003330        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003340     END-IF
003350     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003360     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003370     MOVE SPACES             TO RUNC-END-TIME
003380     SET  RUNC-RUNNING       TO TRUE
003390     MOVE ZEROES             TO RUNC-RECORD-COUNT
003400     IF WS-RUNC-STATUS = '00'
003410        REWRITE RUN-CONTROL-RECORD
003420     ELSE
003430        WRITE RUN-CONTROL-RECORD
003440     END-IF
003450     .
003460 1300-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------*
003490*    COMPLETE UNLESS A REJECT COULD NOT BE HELD OR THE FEED DID  *
003500*    NOT TIE; THE RECORD COUNT IS THE PAIRS LEFT IN SUSPENSE.    *
003510*----------------------------------------------------------------*
003520 1400-MARK-RUN-END.
003530*----------------------------------------------------------------*
003540     IF RUN-CONTROL-AVAILABLE
003550        ACCEPT WS-RUN-TIME   FROM TIME
003560        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003570        READ RUN-CONTROL
003580        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003590        IF WS-RPT-EXCEPTIONS = 0
003600           SET  RUNC-COMPLETE TO TRUE
003610        ELSE
003620           SET  RUNC-FAILED   TO TRUE
003630        END-IF
003640        MOVE WS-RPT-OPEN     TO RUNC-RECORD-COUNT
003650        REWRITE RUN-CONTROL-RECORD
003660        IF WS-RUNC-STATUS NOT = '00'
003670           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003680        END-IF
003690     END-IF
003700     .
003710 1400-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------*
003740*    THE FEED THE LEDGER JUST WORKED. ITS DEBITS AND CREDITS ARE *
003750*    TOTALLED FOR THE TIE-OUT; THE FEED DATE ON ITS LINES TELLS  *
003760*    WHICH REJECTS BELONG TO IT.                                 *
003770*----------------------------------------------------------------*
003780 2000-TOTAL-NEXT-FEED-LINE.
003790*----------------------------------------------------------------*
003800     READ GL-FEED-FILE INTO GL-FEED-RECORD
003810         AT END CONTINUE
003820     END-READ
003830     IF GLF-EOF
003840        GO TO 2000-EXIT
003850     END-IF
003860     ADD 1 TO WS-RPT-FEED-LINES
003870     IF WS-THIS-FEED-DATE = 0
003880        MOVE GLF-FEED-DATE     TO WS-THIS-FEED-DATE
003890     END-IF
003900     IF GLF-DR-CR = 'D'
003910        ADD GLF-AMOUNT         TO WS-TOT-FEED-DEBITS
003920     ELSE
003930        ADD GLF-AMOUNT         TO WS-TOT-FEED-CREDITS
003940     END-IF
003950     .
003960 2000-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------*
003990*    A CORRECTION NEEDS AT LEAST ONE SELECTOR, AND A NEW ACCOUNT *
004000*    ONLY MEANS SOMETHING WHEN IT SAYS WHICH ACCOUNT IT REPLACES.*
004010*----------------------------------------------------------------*
004020 2500-LOAD-NEXT-FIX.
004030*----------------------------------------------------------------*
004040     READ GL-FIX-FILE
004050         AT END CONTINUE
004060     END-READ
004070     IF FIX-EOF
004080        GO TO 2500-EXIT
004090     END-IF
004100     ADD 1 TO WS-RPT-FIX-READ
004110     IF GLFIX-POST-DATE NOT NUMERIC
004120        MOVE 0                 TO GLFIX-POST-DATE
004130     END-IF
004140     IF (GLFIX-REASON-CODE = SPACES
004150         AND GLFIX-OLD-ACCOUNT = SPACES)
004160        OR (GLFIX-NEW-ACCOUNT NOT = SPACES
004170            AND GLFIX-OLD-ACCOUNT = SPACES)
004180        MOVE 'NO SELECTOR'     TO WS-ACTION
004190        PERFORM 2600-PRINT-FIX-IGNORED THRU 2600-EXIT
004200        GO TO 2500-EXIT
004210     END-IF
004220     IF WS-FIX-COUNT >= WS-FIX-MAX
004230        MOVE 'TABLE FULL'      TO WS-ACTION
004240        PERFORM 2600-PRINT-FIX-IGNORED THRU 2600-EXIT
004250        GO TO 2500-EXIT
004260     END-IF
004270     ADD 1 TO WS-FIX-COUNT
004280     MOVE GLFIX-REASON-CODE    TO WS-FIX-REASON(WS-FIX-COUNT)
004290     MOVE GLFIX-OLD-ACCOUNT    TO WS-FIX-OLD-ACCT(WS-FIX-COUNT)
004300     MOVE GLFIX-NEW-ACCOUNT    TO WS-FIX-NEW-ACCT(WS-FIX-COUNT)
004310     MOVE GLFIX-POST-DATE      TO WS-FIX-POST-DATE(WS-FIX-COUNT)
004320     MOVE 0                    TO WS-FIX-USED(WS-FIX-COUNT)
004330     .
004340 2500-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------*
004370 2600-PRINT-FIX-IGNORED.
004380*----------------------------------------------------------------*
004390     ADD 1 TO WS-RPT-FIX-IGNORED
004400     MOVE SPACES TO WS-PRINT-LINE
004410     STRING 'CORRECTION IGNORED (' WS-ACTION ') REASON '
004420            GLFIX-REASON-CODE ' OLD ' GLFIX-OLD-ACCOUNT
004430            ' NEW ' GLFIX-NEW-ACCOUNT ' BY ' GLFIX-ENTERED-BY
004440            DELIMITED BY SIZE INTO WS-PRINT-LINE
004450     END-STRING
004460     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
004470     .
004480 2600-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------*
004510*    EACH REJECTED LINE IS RESOLVED TO ITS PAIR AND HELD. THE    *
004520*    FIRST LEG OPENS THE PAIR; THE OTHER LEG OF THE SAME PAIR    *
004530*    ONLY MARKS BOTH SIDES REJECTED. A PAIR ALREADY RESUBMITTED  *
004540*    OR CLEARED THAT COMES BACK AGAIN IS REOPENED.               *
004550*----------------------------------------------------------------*
004560 3000-APPLY-NEXT-REJECT.
004570*----------------------------------------------------------------*
004580     READ GL-REJECT-FILE
004590         AT END CONTINUE
004600     END-READ
004610     IF REJ-EOF
004620        GO TO 3000-EXIT
004630     END-IF
004640     ADD 1 TO WS-RPT-REJ-READ
004650     PERFORM 3100-RESOLVE-PAIR THRU 3100-EXIT
004660     IF NOT WS-REJ-PAIR-KNOWN
004670        ADD 1 TO WS-RPT-UNMATCHED
004680        ADD 1 TO WS-RPT-EXCEPTIONS
004690        MOVE GLRJ-AMOUNT        TO WS-AMT-DIS
004700        MOVE SPACES TO WS-PRINT-LINE
004710        STRING 'UNMATCHED REJECT - NOT A FEED PAIR: ACCOUNT '
004720               GLRJ-GL-ACCOUNT ' ' GLRJ-DR-CR ' ' WS-AMT-DIS
004730               ' ' GLRJ-CURRENCY-CODE ' FEED ' GLRJ-FEED-DATE
004740               ' REASON ' GLRJ-REASON-CODE
004750               DELIMITED BY SIZE INTO WS-PRINT-LINE
004760        END-STRING
004770        WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
004780        GO TO 3000-EXIT
004790     END-IF
004800*
004810     IF GLOUT-AVAILABLE
004820        AND GLRJ-DR-CR = 'D'
004830        AND GLRJ-FEED-DATE = WS-THIS-FEED-DATE
004840        AND WS-REJ-ORIG-DATE = WS-THIS-FEED-DATE
004850        ADD GLRJ-AMOUNT         TO WS-TOT-REJ-DEBITS
004860     END-IF
004870*
004880     MOVE WS-REJ-ORIG-DATE      TO GLS-FEED-DATE
004890     MOVE GLRJ-CURRENCY-CODE    TO GLS-CURRENCY-CODE
004900     MOVE GLRJ-AUTH-TYPE        TO GLS-AUTH-TYPE
004910     MOVE WS-REJ-PAIR-TYPE      TO GLS-PAIR-TYPE
004920     READ GL-SUSPENSE
004930     EVALUATE WS-SUS-STATUS
004940         WHEN '23'
004950             PERFORM 3200-OPEN-NEW-PAIR THRU 3200-EXIT
004960         WHEN '00'
004970             PERFORM 3300-UPDATE-HELD-PAIR THRU 3300-EXIT
004980         WHEN OTHER
004990             DISPLAY 'ERROR READING GLSUSPNS:' WS-SUS-STATUS
005000             ADD 1 TO WS-RPT-EXCEPTIONS
005010     END-EVALUATE
005020     .
005030 3000-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------*
005060*    THE LINE CARRIES ITS PAIR TYPE AND ORIGINAL FEED DATE. A    *
005070*    LINE FROM A FEED WRITTEN BEFORE THEY WERE CARRIED IS        *
005080*    RESOLVED FROM ITS ACCOUNT AND SIDE, WHICH CBGLFEED FIXES.   *
005090*----------------------------------------------------------------*
005100 3100-RESOLVE-PAIR.
005110*----------------------------------------------------------------*
005120     MOVE GLRJ-PAIR-TYPE        TO WS-REJ-PAIR-TYPE
005130     MOVE GLRJ-ORIG-FEED-DATE   TO WS-REJ-ORIG-DATE
005140     IF GLRJ-ORIG-FEED-DATE NOT NUMERIC
005150        OR GLRJ-ORIG-FEED-DATE = 0
005160        MOVE GLRJ-FEED-DATE     TO WS-REJ-ORIG-DATE
005170     END-IF
005180     MOVE GLRJ-REJECT-DATE      TO WS-REJ-DATE
005190     IF GLRJ-REJECT-DATE NOT NUMERIC
005200        OR GLRJ-REJECT-DATE = 0
005210        MOVE CURRENT-DATE       TO WS-REJ-DATE
005220     END-IF
005230     IF WS-REJ-PAIR-KNOWN
005240        GO TO 3100-EXIT
005250     END-IF
005260     EVALUATE TRUE
005270         WHEN GLRJ-GL-ACCOUNT = 'PAUEXPOSUR' AND GLRJ-DR-CR = 'D'
005280         WHEN GLRJ-GL-ACCOUNT = 'PAUOFFSETT' AND GLRJ-DR-CR = 'C'
005290             MOVE 'N'           TO WS-REJ-PAIR-TYPE
005300         WHEN GLRJ-GL-ACCOUNT = 'PAUOFFSETT' AND GLRJ-DR-CR = 'D'
005310         WHEN GLRJ-GL-ACCOUNT = 'PAUEXPOSUR' AND GLRJ-DR-CR = 'C'
005320             MOVE 'R'           TO WS-REJ-PAIR-TYPE
005330         WHEN OTHER
005340             MOVE SPACES        TO WS-REJ-PAIR-TYPE
005350     END-EVALUATE
005360     .
005370 3100-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------*
005400*    BOTH SIDES OF A PAIR CARRY THE SAME AMOUNT. THE ACCOUNTS    *
005410*    START AS CBGLFEED BOOKS THE PAIR TYPE, WITH THE REJECTED    *
005420*    SIDE TAKEN FROM THE LINE ITSELF.                            *
005430*----------------------------------------------------------------*
005440 3200-OPEN-NEW-PAIR.
005450*----------------------------------------------------------------*
005460     MOVE SPACES                TO GL-SUSPENSE-RECORD
005470     MOVE WS-REJ-ORIG-DATE      TO GLS-FEED-DATE
005480     MOVE GLRJ-CURRENCY-CODE    TO GLS-CURRENCY-CODE
005490     MOVE GLRJ-AUTH-TYPE        TO GLS-AUTH-TYPE
005500     MOVE WS-REJ-PAIR-TYPE      TO GLS-PAIR-TYPE
005510     MOVE GLRJ-AMOUNT           TO GLS-AMOUNT
005520     IF GLS-NEW-HOLD-PAIR
005530        MOVE 'PAUEXPOSUR'       TO GLS-DR-ACCOUNT
005540        MOVE 'PAUOFFSETT'       TO GLS-CR-ACCOUNT
005550     ELSE
005560        MOVE 'PAUOFFSETT'       TO GLS-DR-ACCOUNT
005570        MOVE 'PAUEXPOSUR'       TO GLS-CR-ACCOUNT
005580     END-IF
005590     IF GLRJ-DR-CR = 'D'
005600        MOVE GLRJ-GL-ACCOUNT    TO GLS-DR-ACCOUNT
005610        MOVE 'D'                TO GLS-REJECTED-LEG
005620     ELSE
005630        MOVE GLRJ-GL-ACCOUNT    TO GLS-CR-ACCOUNT
005640        MOVE 'C'                TO GLS-REJECTED-LEG
005650     END-IF
005660     MOVE GLRJ-REASON-CODE      TO GLS-REASON-CODE
005670     MOVE GLRJ-REASON-TEXT      TO GLS-REASON-TEXT
005680     MOVE WS-REJ-DATE           TO GLS-FIRST-REJECT-DATE
005690     MOVE WS-REJ-DATE           TO GLS-LAST-REJECT-DATE
005700     MOVE 1                     TO GLS-REJECT-COUNT
005710     SET GLS-OPEN               TO TRUE
005720     MOVE 0                     TO GLS-RESUB-DATE
005730     MOVE 0                     TO GLS-RESUB-POST-DATE
005740     MOVE 0                     TO GLS-CLEARED-DATE
005750     WRITE GL-SUSPENSE-RECORD
005760     IF WS-SUS-STATUS = '00'
005770        ADD 1 TO WS-RPT-PAIRS-OPENED
005780     ELSE
005790        DISPLAY 'ERROR WRITING GLSUSPNS:' WS-SUS-STATUS
005800        ADD 1 TO WS-RPT-EXCEPTIONS
005810     END-IF
005820     .
005830 3200-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------*
005860*    AN OPEN PAIR SEEING ITS OTHER SIDE IS THE SAME REJECTION.   *
005870*    AN OPEN PAIR SEEING THE SAME SIDE AGAIN IS A DUPLICATE LINE *
005880*    FROM THE LEDGER. ANYTHING ELSE CAME BACK AFTER RESUBMISSION *
005890*    AND IS REOPENED ON THE ACCOUNTS IT WAS LAST SENT WITH.      *
005900*----------------------------------------------------------------*
005910 3300-UPDATE-HELD-PAIR.
005920*----------------------------------------------------------------*
005930     IF GLS-OPEN
005940        IF GLS-REJECTED-LEG = GLRJ-DR-CR
005950           OR GLS-REJECTED-LEG = 'B'
005960           ADD 1 TO WS-RPT-DUPLICATES
005970           GO TO 3300-EXIT
005980        END-IF
005990        MOVE 'B'                TO GLS-REJECTED-LEG
006000        ADD 1 TO WS-RPT-SECOND-LEGS
006010     ELSE
006020        IF GLS-RESUB-DR-ACCOUNT NOT = SPACES
006030           MOVE GLS-RESUB-DR-ACCOUNT TO GLS-DR-ACCOUNT
006040           MOVE GLS-RESUB-CR-ACCOUNT TO GLS-CR-ACCOUNT
006050        END-IF
006060        IF GLRJ-DR-CR = 'D'
006070           MOVE GLRJ-GL-ACCOUNT TO GLS-DR-ACCOUNT
006080        ELSE
006090           MOVE GLRJ-GL-ACCOUNT TO GLS-CR-ACCOUNT
006100        END-IF
006110        MOVE GLRJ-DR-CR         TO GLS-REJECTED-LEG
006120        MOVE GLRJ-REASON-CODE   TO GLS-REASON-CODE
006130        MOVE GLRJ-REASON-TEXT   TO GLS-REASON-TEXT
006140        MOVE WS-REJ-DATE        TO GLS-LAST-REJECT-DATE
006150        ADD 1                   TO GLS-REJECT-COUNT
006160        MOVE 0                  TO GLS-CLEARED-DATE
006170        SET GLS-OPEN            TO TRUE
006180        ADD 1 TO WS-RPT-PAIRS-REOPENED
006190     END-IF
006200     REWRITE GL-SUSPENSE-RECORD
006210     IF WS-SUS-STATUS NOT = '00'
006220        DISPLAY 'ERROR REWRITING GLSUSPNS:' WS-SUS-STATUS
006230        ADD 1 TO WS-RPT-EXCEPTIONS
006240     END-IF
006250     .
006260 3300-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------*
006290*    ONE PASS OVER THE WHOLE SUSPENSE FILE IN KEY ORDER (OLDEST  *
006300*    FEED FIRST): OPEN PAIRS ARE RESUBMITTED OR AGED, PAIRS      *
006310*    RESUBMITTED ON AN EARLIER RUN THAT DID NOT COME BACK ARE    *
006320*    CLEARED, AND OLD CLEARED PAIRS ARE DROPPED.                 *
006330*----------------------------------------------------------------*
006340 4000-WORK-SUSPENSE.
006350*----------------------------------------------------------------*
006360     MOVE SPACES TO WS-PRINT-LINE
006370     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
006380     MOVE SPACES TO WS-PRINT-LINE
006390     STRING 'FEED   CUR TY P                AMOUNT DR ACCOUNT '
006400            'CR ACCOUNT LEG RSN  REASON TEXT                   '
006410            '1ST REJ   AGE CNT ACTION'
006420            DELIMITED BY SIZE INTO WS-PRINT-LINE
006430     END-STRING
006440     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
006450*
006460     MOVE LOW-VALUES            TO GL-SUSPENSE-RECORD
006470     START GL-SUSPENSE KEY IS NOT LESS THAN GLS-KEY
006480     IF WS-SUS-STATUS NOT = '00'
006490        GO TO 4000-EXIT
006500     END-IF
006510     PERFORM 4100-WORK-NEXT-PAIR THRU 4100-EXIT
006520         UNTIL SUS-EOF
006530     .
006540 4000-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------*
006570 4100-WORK-NEXT-PAIR.
006580*----------------------------------------------------------------*
006590     READ GL-SUSPENSE NEXT RECORD
006600         AT END GO TO 4100-EXIT
006610     END-READ
006620     IF WS-SUS-STATUS NOT = '00'
006630        DISPLAY 'ERROR READING GLSUSPNS:' WS-SUS-STATUS
006640        ADD 1 TO WS-RPT-EXCEPTIONS
006650        MOVE '10'               TO WS-SUS-STATUS
006660        GO TO 4100-EXIT
006670     END-IF
006680     EVALUATE TRUE
006690         WHEN GLS-OPEN
006700             PERFORM 4200-MATCH-FIX THRU 4200-EXIT
006710             IF FIX-MATCHED
006720                PERFORM 4300-RESUBMIT-PAIR THRU 4300-EXIT
006730             ELSE
006740                PERFORM 4400-AGE-OPEN-PAIR THRU 4400-EXIT
006750             END-IF
006760         WHEN GLS-RESUBMITTED
006770             IF GLS-RESUB-DATE < CURRENT-DATE
006780                PERFORM 4500-CLEAR-PAIR THRU 4500-EXIT
006790             END-IF
006800         WHEN GLS-CLEARED
006810             PERFORM 4600-PURGE-CLEARED THRU 4600-EXIT
006820     END-EVALUATE
006830     .
006840 4100-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------*
006870*    THE FIRST CORRECTION, IN FILE ORDER, WHOSE SELECTORS ALL    *
006880*    AGREE WITH THE PAIR.                                        *
006890*----------------------------------------------------------------*
006900 4200-MATCH-FIX.
006910*----------------------------------------------------------------*
006920     SET FIX-NOT-MATCHED        TO TRUE
006930     PERFORM 4210-TEST-ONE-FIX THRU 4210-EXIT
006940         VARYING WS-FIX-SUB FROM 1 BY 1
006950         UNTIL WS-FIX-SUB > WS-FIX-COUNT
006960            OR FIX-MATCHED
006970     .
006980 4200-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------*
007010 4210-TEST-ONE-FIX.
007020*----------------------------------------------------------------*
007030     IF WS-FIX-REASON(WS-FIX-SUB) NOT = SPACES
007040        AND WS-FIX-REASON(WS-FIX-SUB) NOT = GLS-REASON-CODE
007050        GO TO 4210-EXIT
007060     END-IF
007070     IF WS-FIX-OLD-ACCT(WS-FIX-SUB) NOT = SPACES
007080        AND WS-FIX-OLD-ACCT(WS-FIX-SUB) NOT = GLS-DR-ACCOUNT
007090        AND WS-FIX-OLD-ACCT(WS-FIX-SUB) NOT = GLS-CR-ACCOUNT
007100        GO TO 4210-EXIT
007110     END-IF
007120     SET FIX-MATCHED            TO TRUE
007130     MOVE WS-FIX-SUB            TO WS-FIX-HIT
007140     .
007150 4210-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------*
007180*    THE PAIR GOES BACK OUT BALANCED, IN THE GLOUT LAYOUT, WITH  *
007190*    THE CORRECTED ACCOUNT AND POSTING DATE. THE ORIGINAL FEED   *
007200*    DATE STAYS ON THE LINES SO A FURTHER REJECT FINDS THE ROW.  *
007210*----------------------------------------------------------------*
007220 4300-RESUBMIT-PAIR.
007230*----------------------------------------------------------------*
007240     MOVE GLS-DR-ACCOUNT        TO WS-RESUB-DR-ACCT
007250     MOVE GLS-CR-ACCOUNT        TO WS-RESUB-CR-ACCT
007260     IF WS-FIX-NEW-ACCT(WS-FIX-HIT) NOT = SPACES
007270        IF WS-RESUB-DR-ACCT = WS-FIX-OLD-ACCT(WS-FIX-HIT)
007280           MOVE WS-FIX-NEW-ACCT(WS-FIX-HIT) TO WS-RESUB-DR-ACCT
007290        END-IF
007300        IF WS-RESUB-CR-ACCT = WS-FIX-OLD-ACCT(WS-FIX-HIT)
007310           MOVE WS-FIX-NEW-ACCT(WS-FIX-HIT) TO WS-RESUB-CR-ACCT
007320        END-IF
007330     END-IF
007340     IF WS-FIX-POST-DATE(WS-FIX-HIT) > 0
007350        MOVE WS-FIX-POST-DATE(WS-FIX-HIT) TO WS-RESUB-POST-DATE
007360     ELSE
007370        MOVE GLS-FEED-DATE      TO WS-RESUB-POST-DATE
007380     END-IF
007390*
007400     MOVE SPACES                TO GL-FEED-RECORD
007410     MOVE GLS-AMOUNT            TO GLF-AMOUNT
007420     MOVE GLS-CURRENCY-CODE     TO GLF-CURRENCY-CODE
007430     MOVE GLS-AUTH-TYPE         TO GLF-AUTH-TYPE
007440     MOVE WS-RESUB-POST-DATE    TO GLF-FEED-DATE
007450     MOVE GLS-PAIR-TYPE         TO GLF-PAIR-TYPE
007460     MOVE GLS-FEED-DATE         TO GLF-ORIG-FEED-DATE
007470     MOVE WS-RESUB-DR-ACCT      TO GLF-GL-ACCOUNT
007480     MOVE 'D'                   TO GLF-DR-CR
007490     WRITE GL-RESUB-LINE FROM GL-FEED-RECORD
007500     MOVE WS-RESUB-CR-ACCT      TO GLF-GL-ACCOUNT
007510     MOVE 'C'                   TO GLF-DR-CR
007520     WRITE GL-RESUB-LINE FROM GL-FEED-RECORD
007530     IF WS-RES-STATUS NOT = '00'
007540        DISPLAY 'ERROR WRITING GLRESUB:' WS-RES-STATUS
007550        ADD 1 TO WS-RPT-EXCEPTIONS
007560        GO TO 4300-EXIT
007570     END-IF
007580     ADD 2 TO WS-RPT-RESUB-LINES
007590*
007600     SET GLS-RESUBMITTED        TO TRUE
007610     MOVE CURRENT-DATE          TO GLS-RESUB-DATE
007620     MOVE WS-RESUB-DR-ACCT      TO GLS-RESUB-DR-ACCOUNT
007630     MOVE WS-RESUB-CR-ACCT      TO GLS-RESUB-CR-ACCOUNT
007640     MOVE WS-RESUB-POST-DATE    TO GLS-RESUB-POST-DATE
007650     REWRITE GL-SUSPENSE-RECORD
007660     IF WS-SUS-STATUS NOT = '00'
007670        DISPLAY 'ERROR REWRITING GLSUSPNS:' WS-SUS-STATUS
007680        ADD 1 TO WS-RPT-EXCEPTIONS
007690     END-IF
007700     ADD 1                      TO WS-RPT-RESUBMITTED
007710     ADD GLS-AMOUNT             TO WS-TOT-RESUBMITTED
007720     ADD 1                      TO WS-FIX-USED(WS-FIX-HIT)
007730     IF GLOUT-AVAILABLE
007740        AND GLS-FEED-DATE = WS-THIS-FEED-DATE
007750        ADD GLS-AMOUNT          TO WS-TOT-RESUB-THIS-FEED
007760     END-IF
007770     PERFORM 4800-AGE-OF-PAIR THRU 4800-EXIT
007780     MOVE 'RESUBMITTED'         TO WS-ACTION
007790     PERFORM 4700-PRINT-PAIR THRU 4700-EXIT
007800     .
007810 4300-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------*
007840*    STILL IN SUSPENSE - INTO ITS AGE BUCKET AND ONTO THE REPORT *
007850*----------------------------------------------------------------*
007860 4400-AGE-OPEN-PAIR.
007870*----------------------------------------------------------------*
007880     PERFORM 4800-AGE-OF-PAIR THRU 4800-EXIT
007890     EVALUATE TRUE
007900         WHEN WS-AGE-DAYS <= WS-AGE-UPPER(1)
007910             MOVE 1             TO WS-AGE-SUB
007920         WHEN WS-AGE-DAYS <= WS-AGE-UPPER(2)
007930             MOVE 2             TO WS-AGE-SUB
007940         WHEN WS-AGE-DAYS <= WS-AGE-UPPER(3)
007950             MOVE 3             TO WS-AGE-SUB
007960         WHEN WS-AGE-DAYS <= WS-AGE-UPPER(4)
007970             MOVE 4             TO WS-AGE-SUB
007980         WHEN OTHER
007990             MOVE 5             TO WS-AGE-SUB
008000     END-EVALUATE
008010     ADD 1                      TO WS-AGE-CNT(WS-AGE-SUB)
008020     ADD GLS-AMOUNT             TO WS-AGE-AMT(WS-AGE-SUB)
008030     ADD 1                      TO WS-RPT-OPEN
008040     ADD GLS-AMOUNT             TO WS-TOT-OPEN
008050     IF GLOUT-AVAILABLE
008060        AND GLS-FEED-DATE = WS-THIS-FEED-DATE
008070        ADD GLS-AMOUNT          TO WS-TOT-SUSP-THIS-FEED
008080     END-IF
008090     MOVE 'IN SUSPENSE'         TO WS-ACTION
008100     PERFORM 4700-PRINT-PAIR THRU 4700-EXIT
008110     .
008120 4400-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------*
008150*    A RESUBMISSION THE LEDGER DID NOT SEND BACK ON THE NEXT     *
008160*    CYCLE HAS POSTED.                                           *
008170*----------------------------------------------------------------*
008180 4500-CLEAR-PAIR.
008190*----------------------------------------------------------------*
008200     SET GLS-CLEARED            TO TRUE
008210     MOVE CURRENT-DATE          TO GLS-CLEARED-DATE
008220     REWRITE GL-SUSPENSE-RECORD
008230     IF WS-SUS-STATUS NOT = '00'
008240        DISPLAY 'ERROR REWRITING GLSUSPNS:' WS-SUS-STATUS
008250        ADD 1 TO WS-RPT-EXCEPTIONS
008260        GO TO 4500-EXIT
008270     END-IF
008280     ADD 1                      TO WS-RPT-CLEARED
008290     ADD GLS-AMOUNT             TO WS-TOT-CLEARED
008300     PERFORM 4800-AGE-OF-PAIR THRU 4800-EXIT
008310     MOVE 'CLEARED'             TO WS-ACTION
008320     PERFORM 4700-PRINT-PAIR THRU 4700-EXIT
008330     .
008340 4500-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------*
008370 4600-PURGE-CLEARED.
008380*----------------------------------------------------------------*
008390     MOVE GLS-CLEARED-DATE      TO WS-DATE-WORK
008400     PERFORM 4900-ORDINAL-OF-DATE THRU 4900-EXIT
008410     IF WS-ORDINAL-TODAY - WS-ORDINAL-WORK
008420        NOT > WS-CLEARED-KEEP-DAYS
008430        GO TO 4600-EXIT
008440     END-IF
008450     DELETE GL-SUSPENSE RECORD
008460     IF WS-SUS-STATUS = '00'
008470        ADD 1 TO WS-RPT-PURGED
008480     ELSE
008490        DISPLAY 'ERROR DELETING GLSUSPNS:' WS-SUS-STATUS
008500        ADD 1 TO WS-RPT-EXCEPTIONS
008510     END-IF
008520     .
008530 4600-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------*
008560 4700-PRINT-PAIR.
008570*----------------------------------------------------------------*
008580     MOVE GLS-AMOUNT            TO WS-AMT-DIS
008590     MOVE WS-AGE-DAYS           TO WS-AGE-DIS
008600     MOVE GLS-REJECT-COUNT      TO WS-REJ-CNT-DIS
008610     MOVE SPACES TO WS-PRINT-LINE
008620     STRING GLS-FEED-DATE ' ' GLS-CURRENCY-CODE ' '
008630            GLS-AUTH-TYPE ' ' GLS-PAIR-TYPE ' ' WS-AMT-DIS ' '
008640            GLS-DR-ACCOUNT ' ' GLS-CR-ACCOUNT '  '
008650            GLS-REJECTED-LEG '  ' GLS-REASON-CODE ' '
008660            GLS-REASON-TEXT(1:29) ' ' GLS-FIRST-REJECT-DATE ' '
008670            WS-AGE-DIS ' ' WS-REJ-CNT-DIS ' ' WS-ACTION
008680            DELIMITED BY SIZE INTO WS-PRINT-LINE
008690     END-STRING
008700     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
008710     .
008720 4700-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------*
008750*    AGE IN DAYS SINCE THE LEDGER FIRST REJECTED THE PAIR        *
008760*----------------------------------------------------------------*
008770 4800-AGE-OF-PAIR.
008780*----------------------------------------------------------------*
008790     MOVE GLS-FIRST-REJECT-DATE TO WS-DATE-WORK
008800     PERFORM 4900-ORDINAL-OF-DATE THRU 4900-EXIT
008810     COMPUTE WS-AGE-DAYS = WS-ORDINAL-TODAY - WS-ORDINAL-WORK
008820     IF WS-AGE-DAYS < 0
008830        MOVE 0                  TO WS-AGE-DAYS
008840     END-IF
008850     .
008860 4800-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------*
008890*    DAY NUMBER OF A YYMMDD DATE (21ST CENTURY), COUNTING THE    *
008900*    LEAP DAYS OF THE YEARS BEFORE IT, SO AGES SPAN YEAR END.    *
008910*    AN UNUSABLE DATE COUNTS AS TODAY.                           *
008920*----------------------------------------------------------------*
008930 4900-ORDINAL-OF-DATE.
008940*----------------------------------------------------------------*
008950     IF WS-DATE-WORK NOT NUMERIC
008960        OR WS-DATE-WORK = 0
008970        MOVE CURRENT-DATE       TO WS-DATE-WORK
008980     END-IF
008990     MOVE 20                    TO WS-BUS-CC
009000     MOVE WS-DW-YY              TO WS-BUS-YY
009010     MOVE WS-DW-MM              TO WS-BUS-MM
009020     MOVE WS-DW-DD              TO WS-BUS-DD
009030     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
009040     COMPUTE WS-ORDINAL-WORK = WS-BUS-YY * 365
009050                             + (WS-BUS-YY + 3) / 4
009060                             + WS-BUS-DDD
009070     .
009080 4900-EXIT.
009090     EXIT.
009100 COPY CSDAT03P.
009110*----------------------------------------------------------------*
009120*    AGED-SUSPENSE TOTALS, THE DAY'S ACTIVITY, AND THE TIE-OUT:  *
009130*    THE FEED'S DEBITS = WHAT POSTED (FEED LESS THE DEBITS THE   *
009140*    LEDGER SENT BACK) + WHAT FROM THIS FEED IS HELD IN SUSPENSE *
009150*    OR WAS RESUBMITTED THIS RUN. A PAIR HELD WHOSE DEBIT SIDE   *
009160*    DID POST (ONLY ITS CREDIT CAME BACK) SHOWS UP AS OUT OF TIE.*
009170*----------------------------------------------------------------*
009180 8000-PRINT-SUMMARY.
009190*----------------------------------------------------------------*
009200     MOVE SPACES TO WS-PRINT-LINE
009210     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009220     MOVE SPACES TO WS-PRINT-LINE
009230     STRING 'AGED SUSPENSE (OPEN PAIRS, AGE FROM FIRST REJECT):'
009240            DELIMITED BY SIZE INTO WS-PRINT-LINE
009250     END-STRING
009260     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009270     PERFORM 8100-PRINT-AGE-BUCKET THRU 8100-EXIT
009280         VARYING WS-AGE-SUB FROM 1 BY 1
009290         UNTIL WS-AGE-SUB > 5
009300     MOVE WS-RPT-OPEN TO WS-CNT-DIS
009310     MOVE WS-TOT-OPEN TO WS-AMT-DIS
009320     MOVE SPACES TO WS-PRINT-LINE
009330     STRING '  TOTAL IN SUSPENSE ......: ' WS-CNT-DIS ' '
009340            WS-AMT-DIS
009350            DELIMITED BY SIZE INTO WS-PRINT-LINE
009360     END-STRING
009370     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009380*
009390     MOVE SPACES TO WS-PRINT-LINE
009400     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009410     MOVE WS-RPT-REJ-READ TO WS-CNT-DIS
009420     MOVE SPACES TO WS-PRINT-LINE
009430     STRING 'REJECT LINES RECEIVED ..............: ' WS-CNT-DIS
009440            DELIMITED BY SIZE INTO WS-PRINT-LINE
009450     END-STRING
009460     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009470     MOVE WS-RPT-PAIRS-OPENED TO WS-CNT-DIS
009480     MOVE SPACES TO WS-PRINT-LINE
009490     STRING 'PAIRS PUT INTO SUSPENSE ............: ' WS-CNT-DIS
009500            DELIMITED BY SIZE INTO WS-PRINT-LINE
009510     END-STRING
009520     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009530     MOVE WS-RPT-SECOND-LEGS TO WS-CNT-DIS
009540     MOVE SPACES TO WS-PRINT-LINE
009550     STRING 'OTHER SIDE OF A PAIR ALSO REJECTED .: ' WS-CNT-DIS
009560            DELIMITED BY SIZE INTO WS-PRINT-LINE
009570     END-STRING
009580     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009590     MOVE WS-RPT-PAIRS-REOPENED TO WS-CNT-DIS
009600     MOVE SPACES TO WS-PRINT-LINE
009610     STRING 'RESUBMISSIONS REJECTED AGAIN .......: ' WS-CNT-DIS
009620            DELIMITED BY SIZE INTO WS-PRINT-LINE
009630     END-STRING
009640     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009650     MOVE WS-RPT-DUPLICATES TO WS-CNT-DIS
009660     MOVE SPACES TO WS-PRINT-LINE
009670     STRING 'DUPLICATE REJECT LINES IGNORED .....: ' WS-CNT-DIS
009680            DELIMITED BY SIZE INTO WS-PRINT-LINE
009690     END-STRING
009700     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009710     MOVE WS-RPT-UNMATCHED TO WS-CNT-DIS
009720     MOVE SPACES TO WS-PRINT-LINE
009730     STRING 'UNMATCHED REJECT LINES .............: ' WS-CNT-DIS
009740            DELIMITED BY SIZE INTO WS-PRINT-LINE
009750     END-STRING
009760     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009770     MOVE WS-RPT-FIX-READ TO WS-CNT-DIS
009780     MOVE SPACES TO WS-PRINT-LINE
009790     STRING 'CORRECTIONS READ ...................: ' WS-CNT-DIS
009800            DELIMITED BY SIZE INTO WS-PRINT-LINE
009810     END-STRING
009820     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009830     MOVE WS-RPT-FIX-IGNORED TO WS-CNT-DIS
009840     MOVE SPACES TO WS-PRINT-LINE
009850     STRING 'CORRECTIONS IGNORED ................: ' WS-CNT-DIS
009860            DELIMITED BY SIZE INTO WS-PRINT-LINE
009870     END-STRING
009880     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009890     MOVE WS-RPT-RESUBMITTED TO WS-CNT-DIS
009900     MOVE WS-TOT-RESUBMITTED TO WS-AMT-DIS
009910     MOVE SPACES TO WS-PRINT-LINE
009920     STRING 'PAIRS RESUBMITTED ..................: ' WS-CNT-DIS
009930            ' ' WS-AMT-DIS
009940            DELIMITED BY SIZE INTO WS-PRINT-LINE
009950     END-STRING
009960     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
009970     MOVE WS-RPT-RESUB-LINES TO WS-CNT-DIS
009980     MOVE SPACES TO WS-PRINT-LINE
009990     STRING 'GLRESUB LINES WRITTEN ..............: ' WS-CNT-DIS
010000            DELIMITED BY SIZE INTO WS-PRINT-LINE
010010     END-STRING
010020     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010030     MOVE WS-RPT-CLEARED TO WS-CNT-DIS
010040     MOVE WS-TOT-CLEARED TO WS-AMT-DIS
010050     MOVE SPACES TO WS-PRINT-LINE
010060     STRING 'RESUBMISSIONS POSTED (CLEARED) .....: ' WS-CNT-DIS
010070            ' ' WS-AMT-DIS
010080            DELIMITED BY SIZE INTO WS-PRINT-LINE
010090     END-STRING
010100     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010110     MOVE WS-RPT-PURGED TO WS-CNT-DIS
010120     MOVE SPACES TO WS-PRINT-LINE
010130     STRING 'CLEARED PAIRS DROPPED ..............: ' WS-CNT-DIS
010140            DELIMITED BY SIZE INTO WS-PRINT-LINE
010150     END-STRING
010160     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010170*
010180     PERFORM 8200-PRINT-TIE-OUT THRU 8200-EXIT
010190     .
010200 8000-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------*
010230 8100-PRINT-AGE-BUCKET.
010240*----------------------------------------------------------------*
010250     MOVE WS-AGE-CNT(WS-AGE-SUB) TO WS-CNT-DIS
010260     MOVE WS-AGE-AMT(WS-AGE-SUB) TO WS-AMT-DIS
010270     MOVE SPACES TO WS-PRINT-LINE
010280     STRING '  ' WS-AGE-LABEL(WS-AGE-SUB) '.........: '
010290            WS-CNT-DIS ' ' WS-AMT-DIS
010300            DELIMITED BY SIZE INTO WS-PRINT-LINE
010310     END-STRING
010320     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010330     .
010340 8100-EXIT.
010350     EXIT.
010360*----------------------------------------------------------------*
010370 8200-PRINT-TIE-OUT.
010380*----------------------------------------------------------------*
010390     MOVE SPACES TO WS-PRINT-LINE
010400     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010410     IF NOT GLOUT-AVAILABLE OR WS-RPT-FEED-LINES = 0
010420        MOVE SPACES TO WS-PRINT-LINE
010430        STRING 'GLOUT TIE-OUT NOT DONE - NO FEED LINES READ'
010440               DELIMITED BY SIZE INTO WS-PRINT-LINE
010450        END-STRING
010460        WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010470        GO TO 8200-EXIT
010480     END-IF
010490     COMPUTE WS-TOT-POSTED = WS-TOT-FEED-DEBITS
010500                           - WS-TOT-REJ-DEBITS
010510     COMPUTE WS-TOT-ACCOUNTED = WS-TOT-POSTED
010520                              + WS-TOT-SUSP-THIS-FEED
010530                              + WS-TOT-RESUB-THIS-FEED
010540     COMPUTE WS-TOT-OUT-OF-TIE = WS-TOT-FEED-DEBITS
010550                               - WS-TOT-ACCOUNTED
010560*
010570     MOVE SPACES TO WS-PRINT-LINE
010580     STRING 'GLOUT TIE-OUT - FEED DATE ' WS-THIS-FEED-DATE
010590            DELIMITED BY SIZE INTO WS-PRINT-LINE
010600     END-STRING
010610     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010620     MOVE WS-TOT-FEED-DEBITS TO WS-AMT-DIS
010630     MOVE SPACES TO WS-PRINT-LINE
010640     STRING 'GLOUT DEBITS FED ...................: ' WS-AMT-DIS
010650            DELIMITED BY SIZE INTO WS-PRINT-LINE
010660     END-STRING
010670     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010680     MOVE WS-TOT-FEED-CREDITS TO WS-AMT-DIS
010690     MOVE SPACES TO WS-PRINT-LINE
010700     STRING 'GLOUT CREDITS FED ..................: ' WS-AMT-DIS
010710            DELIMITED BY SIZE INTO WS-PRINT-LINE
010720     END-STRING
010730     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010740     MOVE WS-TOT-REJ-DEBITS TO WS-AMT-DIS
010750     MOVE SPACES TO WS-PRINT-LINE
010760     STRING 'DEBITS REJECTED BY THE LEDGER ......: ' WS-AMT-DIS
010770            DELIMITED BY SIZE INTO WS-PRINT-LINE
010780     END-STRING
010790     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010800     MOVE WS-TOT-POSTED TO WS-AMT-DIS
010810     MOVE SPACES TO WS-PRINT-LINE
010820     STRING 'DEBITS POSTED ......................: ' WS-AMT-DIS
010830            DELIMITED BY SIZE INTO WS-PRINT-LINE
010840     END-STRING
010850     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010860     MOVE WS-TOT-SUSP-THIS-FEED TO WS-AMT-DIS
010870     MOVE SPACES TO WS-PRINT-LINE
010880     STRING 'HELD IN SUSPENSE FROM THIS FEED ....: ' WS-AMT-DIS
010890            DELIMITED BY SIZE INTO WS-PRINT-LINE
010900     END-STRING
010910     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010920     MOVE WS-TOT-RESUB-THIS-FEED TO WS-AMT-DIS
010930     MOVE SPACES TO WS-PRINT-LINE
010940     STRING 'RESUBMITTED FROM THIS FEED .........: ' WS-AMT-DIS
010950            DELIMITED BY SIZE INTO WS-PRINT-LINE
010960     END-STRING
010970     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
010980     MOVE WS-TOT-ACCOUNTED TO WS-AMT-DIS
010990     MOVE SPACES TO WS-PRINT-LINE
011000     STRING 'POSTED + SUSPENSE + RESUBMITTED ....: ' WS-AMT-DIS
011010            DELIMITED BY SIZE INTO WS-PRINT-LINE
011020     END-STRING
011030     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
011040     MOVE WS-TOT-OUT-OF-TIE TO WS-AMT-DIS
011050     MOVE SPACES TO WS-PRINT-LINE
011060     STRING 'OUT OF TIE .........................: ' WS-AMT-DIS
011070            DELIMITED BY SIZE INTO WS-PRINT-LINE
011080     END-STRING
011090     WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
011100*
011110     IF WS-TOT-OUT-OF-TIE NOT = 0
011120        OR WS-TOT-FEED-DEBITS NOT = WS-TOT-FEED-CREDITS
011130        ADD 1 TO WS-RPT-EXCEPTIONS
011140        MOVE SPACES TO WS-PRINT-LINE
011150        STRING '*** GLOUT DOES NOT TIE - SEE THE SUSPENSE LINES'
011160               ' FOR THIS FEED DATE ***'
011170               DELIMITED BY SIZE INTO WS-PRINT-LINE
011180        END-STRING
011190        WRITE SUSPENSE-REPORT-LINE FROM WS-PRINT-LINE
011200     END-IF
011210     .
011220 8200-EXIT.
011230     EXIT.
011240*----------------------------------------------------------------*
011250 9000-FILE-CLOSE.
011260*----------------------------------------------------------------*
011270     IF GLOUT-AVAILABLE
011280        CLOSE GL-FEED-FILE
011290     END-IF
011300     CLOSE GL-REJECT-FILE
011310     CLOSE GL-FIX-FILE
011320     CLOSE GL-SUSPENSE
011330     CLOSE GL-RESUB-FILE
011340     IF RUN-CONTROL-AVAILABLE
011350        CLOSE RUN-CONTROL
011360     END-IF
011370     CLOSE SUSPENSE-REPORT
011380     .
011390 9000-EXIT.
011400     EXIT.
011410*----------------------------------------------------------------*
011420 9999-ABEND.
011430*----------------------------------------------------------------*
011440     DISPLAY 'CBGLRJCT ABENDING DUE TO FILE OPEN ERROR'
011450     MOVE 16 TO RETURN-CODE
011460     GOBACK
011470     .
011480 9999-EXIT.
011490     EXIT.
