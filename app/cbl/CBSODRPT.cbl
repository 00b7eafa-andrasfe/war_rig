000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBSODRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-03.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBSODRPT - SEGREGATION-OF-DUTIES CONFLICT REPORT            *
000090*    EACH MAINTENANCE SCREEN JOURNALS ITS OWN CHANGES, SO NO     *
000100*    SINGLE JOURNAL SHOWS ONE USER DOING TWO THINGS THAT ONE     *
000110*    PERSON SHOULD NOT. THIS JOB LOADS THE LAST N DAYS OF:       *
000120*      CUSAUDIT  CUSTOMER CONTACT CHANGES (CCUS, COPAUSDC)       *
000130*      CFGAUDIT  CONFIGURATION CHANGES    (CCFG, COPAUSAC)       *
000140*      XRFAUDIT  CARD/ACCOUNT XREF CHANGES (CXRF, PAUXRF)        *
000150*      RELAUDIT  HOLD RELEASES            (CRLS)                 *
000160*      ACTAUDIT  LIMIT-CHANGE APPROVALS   (CACT, COPAUSLC) -     *
000170*                THE CARD-ACTIVATION AND TRAVEL-NOTICE RECORDS   *
000180*                SHARING THE QUEUE ARE SKIPPED BY LENGTH         *
000190*      PAUENTTL  ENTITLEMENT GRANTS, BY GRANTED DATE             *
000200*      AUTHFRDH  FRAUD CONFIRMATIONS AND REMOVAL APPROVALS       *
000210*    INTO ONE EVENT TABLE, RESOLVES EVERY ACCOUNT TO ITS         *
000220*    CUSTOMER THROUGH CARDXREF, AND PAIRS EACH USER'S EVENTS     *
000230*    AGAINST THE RULES BELOW. EVERY CONFLICT IS PRINTED ON THE   *
000240*    SODRPT REPORT FOR INTERNAL AUDIT, WITH TOTALS BY RULE.      *
000250*      1  CONTACT CHANGE AND HOLD RELEASE, SAME CUSTOMER         *
000260*      2  CONTACT CHANGE AND LIMIT APPROVAL, SAME CUSTOMER       *
000270*      3  SELF-GRANTED ENTITLEMENT USED ON OR AFTER THE GRANT    *
000280*      4  XREF CHANGE AND HOLD RELEASE, SAME ACCOUNT             *
000290*      5  CONTACT OR XREF CHANGE AND FRAUD-FLAG REMOVAL          *
000300*         APPROVAL, SAME CUSTOMER                                *
000310*      6  SELF-GRANTED ENTITLEMENT (GRANTEE = GRANTOR)           *
000320*    SODPARMS: WINDOW=NNN   DAYS OF JOURNAL TO PAIR (30)         *
000330*----------------------------------------------------------------*
000340*                MODIFICATION HISTORY                            *
000350* DATE       INIT DESCRIPTION                                    *
000360* 2027-10-03  RKA INITIAL VERSION                                *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-ZOS.
000410 OBJECT-COMPUTER. IBM-ZOS.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE      ASSIGN TO SODPARMS
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE  IS SEQUENTIAL
000470         FILE STATUS  IS WS-PARM-STATUS.
000480*
000490     SELECT CUST-JOURNAL   ASSIGN TO CUSAUDIT
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-CUSA-STATUS.
000530*
000540     SELECT CONFIG-JOURNAL ASSIGN TO CFGAUDIT
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-CFGA-STATUS.
000580*
000590     SELECT XREF-JOURNAL   ASSIGN TO XRFAUDIT
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-XRFA-STATUS.
000630*
000640     SELECT REL-JOURNAL    ASSIGN TO RELAUDIT
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE  IS SEQUENTIAL
000670         FILE STATUS  IS WS-RLA-STATUS.
000680*
000690     SELECT ACCT-JOURNAL   ASSIGN TO ACTAUDIT
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE  IS SEQUENTIAL
000720         FILE STATUS  IS WS-ACTA-STATUS.
000730*
000740     SELECT ENTITLE-FILE   ASSIGN TO PAUENTTL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE  IS SEQUENTIAL
000770         RECORD KEY   IS ENT-KEY
000780         FILE STATUS  IS WS-ENT-STATUS.
000790*
000800     SELECT XREF-FILE      ASSIGN TO CARDXREF
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE  IS SEQUENTIAL
000830         RECORD KEY   IS XREF-CARD-NUM OF XREF-RECORD
000840         FILE STATUS  IS WS-XREF-STATUS.
000850*
000860     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE  IS RANDOM
000890         RECORD KEY   IS RUNC-JOB-NAME
000900         FILE STATUS  IS WS-RUNC-STATUS.
000910*
000920     SELECT SOD-REPORT     ASSIGN TO SODRPT
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE  IS SEQUENTIAL
000950         FILE STATUS  IS WS-RPT-STATUS.
000960*----------------------------------------------------------------*
000970 DATA DIVISION.
000980*----------------------------------------------------------------*
000990 FILE SECTION.
001000 FD  PARM-FILE
001010     RECORDING MODE IS F.
001020 01  PARM-RECORD                 PIC X(80).
001030*
001040 FD  CUST-JOURNAL
001050     RECORDING MODE IS F.
001060 COPY CVCUSAUY.
001070*
001080 FD  CONFIG-JOURNAL
001090     RECORDING MODE IS F.
001100 COPY CVCFGAUY.
001110*
001120 FD  XREF-JOURNAL
001130     RECORDING MODE IS F.
001140 COPY CVXRFAUY.
001150*
001160 FD  REL-JOURNAL
001170     RECORDING MODE IS F.
001180 COPY CVRELAUY.
001190*
001200 FD  ACCT-JOURNAL
001210     RECORDING MODE IS V
001220     RECORD IS VARYING IN SIZE FROM 120 TO 190 CHARACTERS
001230         DEPENDING ON WS-ACTA-LENGTH.
001240 COPY CVACTAUY.
001250 COPY CVCRDAUY.
001260 COPY CVTRVAUY.
001270*
001280 FD  ENTITLE-FILE
001290     RECORDING MODE IS F.
001300 COPY CVENTTLY.
001310*
001320 FD  XREF-FILE
001330     RECORDING MODE IS F.
001340 01  XREF-RECORD.
001350 COPY CVACT03Y.
001360*
001370 FD  RUN-CONTROL
001380     RECORDING MODE IS F.
001390 COPY CVRUNCTY.
001400*
001410 FD  SOD-REPORT
001420     RECORDING MODE IS F.
001430 01  SOD-REPORT-LINE             PIC X(132).
001440*----------------------------------------------------------------*
001450 WORKING-STORAGE SECTION.
001460*----------------------------------------------------------------*
001470 01  WS-VARIABLES.
001480     05  WS-PGMNAME                 PIC X(08) VALUE 'CBSODRPT'.
001490     05  CURRENT-DATE               PIC 9(06).
001500     05  WS-TODAY-CCYYMMDD          PIC X(08).
001510     05  WS-CUTOFF-CCYYMMDD         PIC X(08) VALUE '00000000'.
001520     05  WS-CUTOFF-ISO              PIC X(10).
001530     05  WS-RUN-TIME                PIC 9(08).
001540     05  WS-WORK-NUM                PIC 9(07).
001550     05  WS-ACTA-LENGTH             PIC 9(04) COMP.
001560*
001570 01  WS-FILE-STATUSES.
001580     05  WS-PARM-STATUS             PIC X(02).
001590     05  WS-CUSA-STATUS             PIC X(02).
001600     05  WS-CFGA-STATUS             PIC X(02).
001610     05  WS-XRFA-STATUS             PIC X(02).
001620     05  WS-RLA-STATUS              PIC X(02).
001630     05  WS-ACTA-STATUS             PIC X(02).
001640     05  WS-ENT-STATUS              PIC X(02).
001650     05  WS-XREF-STATUS             PIC X(02).
001660     05  WS-RUNC-STATUS             PIC X(02).
001670     05  WS-RPT-STATUS              PIC X(02).
001680*
001690 01  WS-SWITCHES.
001700     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
001710         88  PARM-EOF                       VALUE 'Y'.
001720     05  WS-FEED-EOF-SW             PIC X(01).
001730         88  FEED-EOF                       VALUE 'Y'.
001740     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
001750         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
001760     05  WS-CURSOR-EOF-SW           PIC X(01) VALUE 'N'.
001770         88  CURSOR-EOF                     VALUE 'Y'.
001780         88  CURSOR-NOT-EOF                 VALUE 'N'.
001790*----------------------------------------------------------------*
001800*    REPORT PARMS (SODPARMS)                                     *
001810*----------------------------------------------------------------*
001820 01  WS-RUN-PARMS.
001830     05  WS-WINDOW-DAYS             PIC S9(4) COMP VALUE 30.
001840*----------------------------------------------------------------*
001850*    JOURNAL TIMESTAMP (MM/DD/YY HH:MM:SS FROM FORMATTIME) AND   *
001860*    THE CCYYMMDD EVENT DATE TAKEN FROM IT.                      *
001870*----------------------------------------------------------------*
001880 01  WS-JOURNAL-TS.
001890     05  WS-JTS-MM                  PIC X(02).
001900     05  FILLER                     PIC X(01).
001910     05  WS-JTS-DD                  PIC X(02).
001920     05  FILLER                     PIC X(01).
001930     05  WS-JTS-YY                  PIC X(02).
001940     05  FILLER                     PIC X(01).
001950     05  WS-JTS-TIME                PIC X(08).
001960     05  FILLER                     PIC X(09).
001970 01  WS-ISO-DATE.
001980     05  WS-ISO-CCYY                PIC X(04).
001990     05  FILLER                     PIC X(01).
002000     05  WS-ISO-MM                  PIC X(02).
002010     05  FILLER                     PIC X(01).
002020     05  WS-ISO-DD                  PIC X(02).
002030*----------------------------------------------------------------*
002040*    THE EVENT BEING LOADED                                      *
002050*----------------------------------------------------------------*
002060 01  WS-NEW-EVENT.
002070     05  WS-NEW-USER                PIC X(08).
002080     05  WS-NEW-TYPE                PIC X(02).
002090     05  WS-NEW-FUNCTION            PIC X(08).
002100     05  WS-NEW-CUST-ID             PIC 9(09).
002110     05  WS-NEW-ACCT-ID             PIC 9(11).
002120     05  WS-NEW-OTHER-USER          PIC X(08).
002130     05  WS-NEW-DATE                PIC X(08).
002140     05  WS-NEW-REF                 PIC X(16).
002150*----------------------------------------------------------------*
002160*    EVERY IN-WINDOW EVENT OF EVERY JOURNAL. TYPES:              *
002170*      CC CONTACT CHANGE     CF CONFIG CHANGE   XR XREF CHANGE   *
002180*      HR HOLD RELEASE       LA LIMIT APPROVAL  FC FRAUD CONFIRM *
002190*      FA FRAUD REMOVAL APPROVAL      GR ENTITLEMENT GRANT       *
002200*    FOR GR THE USER IS THE GRANTEE AND OTHER-USER THE GRANTOR;  *
002210*    FOR LA OTHER-USER IS THE REQUESTER. FUNCTION IS THE         *
002220*    PAUENTTL FUNCTION THE ACTION NEEDS, WHERE ONE GUARDS IT.    *
002230*----------------------------------------------------------------*
002240 01  WS-EV-MAX                      PIC S9(4) COMP VALUE 5000.
002250 01  WS-EV-COUNT                    PIC S9(4) COMP VALUE 0.
002260 01  WS-EV-SUB                      PIC S9(4) COMP.
002270 01  WS-EV-SUB2                     PIC S9(4) COMP.
002280 01  WS-EV-X                        PIC S9(4) COMP.
002290 01  WS-EV-Y                        PIC S9(4) COMP.
002300 01  WS-EV-TABLE.
002310     05  WS-EV-ENTRY                OCCURS 5000 TIMES.
002320         10  WS-EV-USER             PIC X(08).
002330         10  WS-EV-TYPE             PIC X(02).
002340             88  EV-CONTACT-CHANGE          VALUE 'CC'.
002350             88  EV-CONFIG-CHANGE           VALUE 'CF'.
002360             88  EV-XREF-CHANGE             VALUE 'XR'.
002370             88  EV-HOLD-RELEASE            VALUE 'HR'.
002380             88  EV-LIMIT-APPROVAL          VALUE 'LA'.
002390             88  EV-FRAUD-CONFIRM           VALUE 'FC'.
002400             88  EV-FRAUD-REMOVAL           VALUE 'FA'.
002410             88  EV-GRANT                   VALUE 'GR'.
002420         10  WS-EV-FUNCTION         PIC X(08).
002430         10  WS-EV-CUST-ID          PIC 9(09).
002440         10  WS-EV-ACCT-ID          PIC 9(11).
002450         10  WS-EV-OTHER-USER       PIC X(08).
002460         10  WS-EV-DATE             PIC X(08).
002470         10  WS-EV-REF              PIC X(16).
002480*----------------------------------------------------------------*
002490*    DISTINCT ACCOUNTS NEEDING A CUSTOMER, KEPT IN ACCOUNT ORDER *
002500*    FOR SEARCH ALL. UNUSED SLOTS HOLD HIGH-VALUES SO THE BINARY *
002510*    SEARCH STAYS ORDERED.                                       *
002520*----------------------------------------------------------------*
002530 01  WS-AC-MAX                      PIC S9(4) COMP VALUE 3000.
002540 01  WS-AC-COUNT                    PIC S9(4) COMP VALUE 0.
002550 01  WS-AC-SUB                      PIC S9(4) COMP.
002560 01  WS-AC-TABLE.
002570     05  WS-AC-ENTRY                OCCURS 3000 TIMES
002580                                    ASCENDING KEY IS WS-AC-ACCT
002590                                    INDEXED BY WS-AC-IDX.
002600         10  WS-AC-ACCT             PIC X(11).
002610         10  WS-AC-CUST-ID          PIC 9(09).
002620         10  WS-AC-RESOLVED-SW      PIC X(01).
002630             88  AC-RESOLVED                VALUE 'Y'.
002640 01  WS-SRCH-ACCT                   PIC X(11).
002650 01  WS-ACCT-NUM                    PIC 9(11).
002660*----------------------------------------------------------------*
002670*    A CARDXREF IMAGE FROM THE CXRF JOURNAL                      *
002680*----------------------------------------------------------------*
002690 01  WS-XREF-IMAGE.
002700 COPY CVACT03Y.
002710*----------------------------------------------------------------*
002720*    RULE BEING REPORTED                                         *
002730*----------------------------------------------------------------*
002740 01  WS-RULE-WORK.
002750     05  WS-RULE-NUM                PIC 9(01).
002760     05  WS-RULE-TEXT               PIC X(34).
002770 01  WS-RULE-TEXTS.
002780     05  FILLER                     PIC X(34) VALUE
002790         'CONTACT CHANGE + HOLD RELEASE'.
002800     05  FILLER                     PIC X(34) VALUE
002810         'CONTACT CHANGE + LIMIT APPROVAL'.
002820     05  FILLER                     PIC X(34) VALUE
002830         'SELF-GRANTED ENTITLEMENT USED'.
002840     05  FILLER                     PIC X(34) VALUE
002850         'XREF CHANGE + HOLD RELEASE'.
002860     05  FILLER                     PIC X(34) VALUE
002870         'CONTACT/XREF + FRAUD REMOVAL'.
002880     05  FILLER                     PIC X(34) VALUE
002890         'SELF-GRANTED ENTITLEMENT'.
002900 01  WS-RULE-TEXT-TAB REDEFINES WS-RULE-TEXTS.
002910     05  WS-RULE-TEXT-ENT           PIC X(34) OCCURS 6 TIMES.
002920 01  WS-RULE-COUNTS.
002930     05  WS-RULE-CNT                PIC S9(7) COMP-3
002940                                    OCCURS 6 TIMES.
002950*----------------------------------------------------------------*
002960 01  WS-REPORT-COUNTERS.
002970     05  WS-RPT-CUSA-READ           PIC S9(9) COMP-3 VALUE 0.
002980     05  WS-RPT-CFGA-READ           PIC S9(9) COMP-3 VALUE 0.
002990     05  WS-RPT-XRFA-READ           PIC S9(9) COMP-3 VALUE 0.
003000     05  WS-RPT-RLA-READ            PIC S9(9) COMP-3 VALUE 0.
003010     05  WS-RPT-ACTA-READ           PIC S9(9) COMP-3 VALUE 0.
003020     05  WS-RPT-ENT-READ            PIC S9(9) COMP-3 VALUE 0.
003030     05  WS-RPT-FRDH-READ           PIC S9(9) COMP-3 VALUE 0.
003040     05  WS-RPT-EVENTS              PIC S9(9) COMP-3 VALUE 0.
003050     05  WS-RPT-EVENTS-DROPPED      PIC S9(9) COMP-3 VALUE 0.
003060     05  WS-RPT-ACCTS-DROPPED       PIC S9(9) COMP-3 VALUE 0.
003070     05  WS-RPT-NO-CUSTOMER         PIC S9(9) COMP-3 VALUE 0.
003080     05  WS-RPT-CONFLICTS           PIC S9(9) COMP-3 VALUE 0.
003090     05  WS-RPT-SQL-ERRORS          PIC S9(9) COMP-3 VALUE 0.
003100*----------------------------------------------------------------*
003110 01  WS-PRINT-LINE                 PIC X(132).
003120 01  WS-DISPLAY-FIELDS.
003130     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
003140     05  WS-RULE-DIS                PIC 9(01).
003150 01  WS-DETAIL-LINE.
003160     05  DL-RULE                    PIC 9(01).
003170     05  FILLER                     PIC X(01) VALUE SPACE.
003180     05  DL-RULE-TEXT               PIC X(34).
003190     05  DL-USER                    PIC X(08).
003200     05  FILLER                     PIC X(01) VALUE SPACE.
003210     05  DL-CUST-ID                 PIC 9(09).
003220     05  FILLER                     PIC X(01) VALUE SPACE.
003230     05  DL-ACCT-ID                 PIC 9(11).
003240     05  FILLER                     PIC X(02) VALUE SPACES.
003250     05  DL-FIRST-TYPE              PIC X(02).
003260     05  FILLER                     PIC X(01) VALUE SPACE.
003270     05  DL-FIRST-DATE              PIC X(08).
003280     05  FILLER                     PIC X(01) VALUE SPACE.
003290     05  DL-FIRST-REF               PIC X(16).
003300     05  FILLER                     PIC X(02) VALUE SPACES.
003310     05  DL-SECOND-TYPE             PIC X(02).
003320     05  FILLER                     PIC X(01) VALUE SPACE.
003330     05  DL-SECOND-DATE             PIC X(08).
003340     05  FILLER                     PIC X(01) VALUE SPACE.
003350     05  DL-SECOND-REF              PIC X(16).
003360     05  FILLER                     PIC X(06) VALUE SPACES.
003370*----------------------------------------------------------------*
003380*    DB2 SQL-ERROR DISPLAY FIELDS                                *
003390*----------------------------------------------------------------*
003400 01  WS-SQL-FIELDS.
003410     05  WS-SQLCODE                 PIC -9(8).
003420     05  WS-SQLSTATE                PIC X(05).
003430*----------------------------------------------------------------*
003440*    DB2 HOST VARIABLES FOR THE AUTHFRDH CURSOR                  *
003450*----------------------------------------------------------------*
003460 01  AUTHFRDH-HOST-VARS.
003470 COPY CVAUTFHY.
003480 01  WS-FRAUD-DATE-ISO              PIC X(10).
003490*----------------------------------------------------------------*
003500 EXEC SQL
003510     INCLUDE SQLCA
003520 END-EXEC.
003530*----------------------------------------------------------------*
003540 PROCEDURE DIVISION.
003550*----------------------------------------------------------------*
003560 MAIN-PARA.
003570*----------------------------------------------------------------*
003580     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
003590*
003600     PERFORM 2000-LOAD-CONTACT       THRU 2000-EXIT
003610     PERFORM 2100-LOAD-CONFIG        THRU 2100-EXIT
003620     PERFORM 2200-LOAD-XREF          THRU 2200-EXIT
003630     PERFORM 2300-LOAD-RELEASES      THRU 2300-EXIT
003640     PERFORM 2400-LOAD-LIMITS        THRU 2400-EXIT
003650     PERFORM 2500-LOAD-GRANTS        THRU 2500-EXIT
003660     PERFORM 2600-LOAD-FRAUD         THRU 2600-EXIT
003670*
003680     PERFORM 3000-RESOLVE-CUSTOMERS  THRU 3000-EXIT
003690*
003700     PERFORM 4000-CHECK-USER-EVENTS  THRU 4000-EXIT
003710         VARYING WS-EV-SUB FROM 1 BY 1
003720         UNTIL WS-EV-SUB > WS-EV-COUNT
003730*
003740     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
003750     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
003760*
003770     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
003780*
003790     IF WS-RPT-SQL-ERRORS > 0
003800     OR WS-RPT-EVENTS-DROPPED > 0
003810     OR WS-RPT-ACCTS-DROPPED > 0
003820        MOVE 4 TO RETURN-CODE
003830     END-IF
003840     GOBACK.
003850*----------------------------------------------------------------*
003860 1000-INITIALIZE.
003870*----------------------------------------------------------------*
003880     ACCEPT CURRENT-DATE     FROM DATE
003890     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003900     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003910     MOVE HIGH-VALUES        TO WS-AC-TABLE
003920     INITIALIZE WS-RULE-COUNTS
003930*
003940     OPEN INPUT  PARM-FILE
003950     IF WS-PARM-STATUS = '00'
003960        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003970            UNTIL PARM-EOF
003980        CLOSE PARM-FILE
003990     ELSE
004000        DISPLAY 'SODPARMS NOT AVAILABLE - USING DEFAULTS'
004010     END-IF
004020     PERFORM 1200-SET-CUTOFF-DATE THRU 1200-EXIT
004030*
004040     OPEN OUTPUT SOD-REPORT
004050     IF WS-RPT-STATUS = SPACES OR '00'
004060        CONTINUE
004070     ELSE
004080        DISPLAY 'ERROR IN OPENING SODRPT:' WS-RPT-STATUS
004090        PERFORM 9999-ABEND THRU 9999-EXIT
004100     END-IF
004110*
004120     OPEN I-O RUN-CONTROL
004130     IF WS-RUNC-STATUS = SPACES OR '00'
004140        SET RUN-CONTROL-AVAILABLE TO TRUE
004150        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
004160     ELSE
004170        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
004180     END-IF
004190*
004200     MOVE SPACES TO WS-PRINT-LINE
004210     STRING 'CBSODRPT SEGREGATION-OF-DUTIES CONFLICTS - '
004220            'RUN DATE ' WS-TODAY-CCYYMMDD
004230            '  EVENTS FROM ' WS-CUTOFF-CCYYMMDD
004240            DELIMITED BY SIZE INTO WS-PRINT-LINE
004250     END-STRING
004260     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
004270     MOVE SPACES TO WS-PRINT-LINE
004280     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
004290     MOVE SPACES TO WS-PRINT-LINE
004300     STRING 'R RULE                              '
004310            'USER     CUSTOMER  ACCOUNT      '
004320            'FIRST EVENT                    '
004330            'SECOND EVENT'
004340            DELIMITED BY SIZE INTO WS-PRINT-LINE
004350     END-STRING
004360     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
004370*
004380     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
004390     DISPLAY '*-------------------------------------*'
004400     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
004410     DISPLAY 'WINDOW DAYS            :' WS-WINDOW-DAYS
004420     DISPLAY 'EVENTS ON OR AFTER     :' WS-CUTOFF-CCYYMMDD
004430     .
004440 1000-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470 1100-READ-NEXT-PARM.
004480*----------------------------------------------------------------*
004490     READ PARM-FILE
004500         AT END
004510             SET PARM-EOF TO TRUE
004520             GO TO 1100-EXIT
004530     END-READ
004540     EVALUATE PARM-RECORD(1:7)
004550         WHEN 'WINDOW='
004560             IF PARM-RECORD(8:3) IS NUMERIC
004570                MOVE PARM-RECORD(8:3) TO WS-WORK-NUM
004580                IF WS-WORK-NUM > 0
004590                   MOVE WS-WORK-NUM TO WS-WINDOW-DAYS
004600                END-IF
004610             END-IF
004620         WHEN OTHER
004630             CONTINUE
004640     END-EVALUATE
004650     .
004660 1100-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------*
004690*    FIRST DAY OF THE WINDOW, FROM DB2 SO MONTH AND YEAR ENDS    *
004700*    NEED NO DATE ARITHMETIC HERE. WITHOUT IT EVERY JOURNAL      *
004710*    RECORD ON FILE IS PAIRED.                                   *
004720*----------------------------------------------------------------*
004730 1200-SET-CUTOFF-DATE.
004740*----------------------------------------------------------------*
004750     EXEC SQL
004760         SELECT CHAR(CURRENT DATE - :WS-WINDOW-DAYS DAYS, ISO)
004770           INTO :WS-CUTOFF-ISO
004780           FROM SYSIBM.SYSDUMMY1
004790     END-EXEC
004800     IF SQLCODE = ZERO
004810        MOVE WS-CUTOFF-ISO   TO WS-ISO-DATE
004820        MOVE WS-ISO-CCYY     TO WS-CUTOFF-CCYYMMDD(1:4)
004830        MOVE WS-ISO-MM       TO WS-CUTOFF-CCYYMMDD(5:2)
004840        MOVE WS-ISO-DD       TO WS-CUTOFF-CCYYMMDD(7:2)
004850     ELSE
004860        ADD 1 TO WS-RPT-SQL-ERRORS
004870        MOVE SQLCODE TO WS-SQLCODE
004880        DISPLAY 'WINDOW DATE NOT SET - ALL EVENTS USED, SQLCODE='
004890                WS-SQLCODE
004900     END-IF
004910     .
004920 1200-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------*
004950*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
004960*    IS STAMPED AT END.                                          *
004970*----------------------------------------------------------------*
004980 1300-MARK-RUN-START.
004990*----------------------------------------------------------------*
005000     ACCEPT WS-RUN-TIME      FROM TIME
005010     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
005020     READ RUN-CONTROL
005030     IF WS-RUNC-STATUS NOT = '00'
005040        MOVE SPACES          TO RUN-CONTROL-RECORD
005050        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005060     END-IF
005070     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
005080     MOVE WS-RUN-TIME        TO RUNC-START-TIME
005090     MOVE SPACES             TO RUNC-END-TIME
005100     SET  RUNC-RUNNING       TO TRUE
005110     MOVE ZEROES             TO RUNC-RECORD-COUNT
005120     IF WS-RUNC-STATUS = '00'
005130        REWRITE RUN-CONTROL-RECORD
005140     ELSE
005150        WRITE RUN-CONTROL-RECORD
005160     END-IF
005170     .
005180 1300-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210 1400-MARK-RUN-END.
005220*----------------------------------------------------------------*
005230     IF RUN-CONTROL-AVAILABLE
005240        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005250        READ RUN-CONTROL
005260        ACCEPT WS-RUN-TIME   FROM TIME
005270        MOVE WS-RUN-TIME     TO RUNC-END-TIME
005280        IF WS-RPT-SQL-ERRORS > 0
005290           SET RUNC-FAILED   TO TRUE
005300        ELSE
005310           SET RUNC-COMPLETE TO TRUE
005320        END-IF
005330        MOVE WS-RPT-CONFLICTS TO RUNC-RECORD-COUNT
005340        REWRITE RUN-CONTROL-RECORD
005350        IF WS-RUNC-STATUS NOT = '00'
005360           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
005370        END-IF
005380     END-IF
005390     .
005400 1400-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------*
005430*    CCUS - CUSTOMER CONTACT CHANGES (COPAUSDC)                  *
005440*----------------------------------------------------------------*
005450 2000-LOAD-CONTACT.
005460*----------------------------------------------------------------*
005470     OPEN INPUT CUST-JOURNAL
005480     IF WS-CUSA-STATUS NOT = '00'
005490        DISPLAY 'CUSAUDIT NOT AVAILABLE:' WS-CUSA-STATUS
005500        GO TO 2000-EXIT
005510     END-IF
005520     MOVE 'N' TO WS-FEED-EOF-SW
005530     PERFORM 2010-READ-CONTACT THRU 2010-EXIT
005540         UNTIL FEED-EOF
005550     CLOSE CUST-JOURNAL
005560     .
005570 2000-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------*
005600 2010-READ-CONTACT.
005610*----------------------------------------------------------------*
005620     READ CUST-JOURNAL
005630         AT END
005640             SET FEED-EOF TO TRUE
005650             GO TO 2010-EXIT
005660     END-READ
005670     ADD 1 TO WS-RPT-CUSA-READ
005680     MOVE CUSA-TIMESTAMP     TO WS-JOURNAL-TS
005690     PERFORM 2900-JOURNAL-DATE THRU 2900-EXIT
005700     MOVE CUSA-USER-ID       TO WS-NEW-USER
005710     MOVE 'CC'               TO WS-NEW-TYPE
005720     MOVE SPACES             TO WS-NEW-FUNCTION
005730     MOVE CUSA-CUST-ID       TO WS-NEW-CUST-ID
005740     MOVE ZEROES             TO WS-NEW-ACCT-ID
005750     MOVE SPACES             TO WS-NEW-OTHER-USER
005760     MOVE CUSA-CUST-ID       TO WS-NEW-REF
005770     PERFORM 2800-ADD-EVENT THRU 2800-EXIT
005780     .
005790 2010-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------*
005820*    CCFG - CONFIGURATION CHANGES (COPAUSAC, MAINTCFG)           *
005830*----------------------------------------------------------------*
005840 2100-LOAD-CONFIG.
005850*----------------------------------------------------------------*
005860     OPEN INPUT CONFIG-JOURNAL
005870     IF WS-CFGA-STATUS NOT = '00'
005880        DISPLAY 'CFGAUDIT NOT AVAILABLE:' WS-CFGA-STATUS
005890        GO TO 2100-EXIT
005900     END-IF
005910     MOVE 'N' TO WS-FEED-EOF-SW
005920     PERFORM 2110-READ-CONFIG THRU 2110-EXIT
005930         UNTIL FEED-EOF
005940     CLOSE CONFIG-JOURNAL
005950     .
005960 2100-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------*
005990 2110-READ-CONFIG.
006000*----------------------------------------------------------------*
006010     READ CONFIG-JOURNAL
006020         AT END
006030             SET FEED-EOF TO TRUE
006040             GO TO 2110-EXIT
006050     END-READ
006060     ADD 1 TO WS-RPT-CFGA-READ
006070     MOVE CFGA-TIMESTAMP     TO WS-JOURNAL-TS
006080     PERFORM 2900-JOURNAL-DATE THRU 2900-EXIT
006090     MOVE CFGA-USER-ID       TO WS-NEW-USER
006100     MOVE 'CF'               TO WS-NEW-TYPE
006110     MOVE 'MAINTCFG'         TO WS-NEW-FUNCTION
006120     MOVE ZEROES             TO WS-NEW-CUST-ID
006130     MOVE ZEROES             TO WS-NEW-ACCT-ID
006140     MOVE SPACES             TO WS-NEW-OTHER-USER
006150     MOVE CFGA-CONFIG-ID     TO WS-NEW-REF
006160     PERFORM 2800-ADD-EVENT THRU 2800-EXIT
006170     .
006180 2110-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------*
006210*    CXRF - CARD/ACCOUNT XREF CHANGES. THE CUSTOMER AND ACCOUNT  *
006220*    COME FROM THE NEW IMAGE (THE OLD ONE FOR AN END-DATE WITH   *
006230*    NO NEW IMAGE).                                              *
006240*----------------------------------------------------------------*
006250 2200-LOAD-XREF.
006260*----------------------------------------------------------------*
006270     OPEN INPUT XREF-JOURNAL
006280     IF WS-XRFA-STATUS NOT = '00'
006290        DISPLAY 'XRFAUDIT NOT AVAILABLE:' WS-XRFA-STATUS
006300        GO TO 2200-EXIT
006310     END-IF
006320     MOVE 'N' TO WS-FEED-EOF-SW
006330     PERFORM 2210-READ-XREF THRU 2210-EXIT
006340         UNTIL FEED-EOF
006350     CLOSE XREF-JOURNAL
006360     .
006370 2200-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------*
006400 2210-READ-XREF.
006410*----------------------------------------------------------------*
006420     READ XREF-JOURNAL
006430         AT END
006440             SET FEED-EOF TO TRUE
006450             GO TO 2210-EXIT
006460     END-READ
006470     ADD 1 TO WS-RPT-XRFA-READ
006480     MOVE XRFA-TIMESTAMP     TO WS-JOURNAL-TS
006490     PERFORM 2900-JOURNAL-DATE THRU 2900-EXIT
006500     IF XRFA-NEW-IMAGE = SPACES
006510        MOVE XRFA-OLD-IMAGE  TO WS-XREF-IMAGE
006520     ELSE
006530        MOVE XRFA-NEW-IMAGE  TO WS-XREF-IMAGE
006540     END-IF
006550     MOVE XRFA-USER-ID       TO WS-NEW-USER
006560     MOVE 'XR'               TO WS-NEW-TYPE
006570     MOVE SPACES             TO WS-NEW-FUNCTION
006580     MOVE ZEROES             TO WS-NEW-CUST-ID
006590     MOVE ZEROES             TO WS-NEW-ACCT-ID
006600     IF XREF-CUST-ID OF WS-XREF-IMAGE IS NUMERIC
006610        MOVE XREF-CUST-ID OF WS-XREF-IMAGE TO WS-NEW-CUST-ID
006620     END-IF
006630     IF XREF-ACCT-ID OF WS-XREF-IMAGE IS NUMERIC
006640        MOVE XREF-ACCT-ID OF WS-XREF-IMAGE TO WS-NEW-ACCT-ID
006650     END-IF
006660     MOVE SPACES             TO WS-NEW-OTHER-USER
006670     MOVE XRFA-CARD-NUM      TO WS-NEW-REF
006680     PERFORM 2800-ADD-EVENT THRU 2800-EXIT
006690     .
006700 2210-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------*
006730*    CRLS - HOLD RELEASES (RELHOLD)                              *
006740*----------------------------------------------------------------*
006750 2300-LOAD-RELEASES.
006760*----------------------------------------------------------------*
006770     OPEN INPUT REL-JOURNAL
006780     IF WS-RLA-STATUS NOT = '00'
006790        DISPLAY 'RELAUDIT NOT AVAILABLE:' WS-RLA-STATUS
006800        GO TO 2300-EXIT
006810     END-IF
006820     MOVE 'N' TO WS-FEED-EOF-SW
006830     PERFORM 2310-READ-RELEASE THRU 2310-EXIT
006840         UNTIL FEED-EOF
006850     CLOSE REL-JOURNAL
006860     .
006870 2300-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------*
006900 2310-READ-RELEASE.
006910*----------------------------------------------------------------*
006920     READ REL-JOURNAL
006930         AT END
006940             SET FEED-EOF TO TRUE
006950             GO TO 2310-EXIT
006960     END-READ
006970     ADD 1 TO WS-RPT-RLA-READ
006980     MOVE RLA-TIMESTAMP      TO WS-JOURNAL-TS
006990     PERFORM 2900-JOURNAL-DATE THRU 2900-EXIT
007000     MOVE RLA-USER-ID        TO WS-NEW-USER
007010     MOVE 'HR'               TO WS-NEW-TYPE
007020     MOVE 'RELHOLD'          TO WS-NEW-FUNCTION
007030     MOVE ZEROES             TO WS-NEW-CUST-ID
007040     MOVE RLA-ACCT-ID        TO WS-NEW-ACCT-ID
007050     MOVE SPACES             TO WS-NEW-OTHER-USER
007060     MOVE RLA-CARD-NUM       TO WS-NEW-REF
007070     PERFORM 2800-ADD-EVENT THRU 2800-EXIT
007080     .
007090 2310-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------*
007120*    CACT - APPROVED LIMIT CHANGES. ONLY THE 190-BYTE ACCOUNT    *
007130*    RECORDS WITH AN APPROVER ARE APPROVALS; THE APPROVER IS     *
007140*    THE USER, THE REQUESTER IS KEPT AS OTHER-USER.              *
007150*----------------------------------------------------------------*
007160 2400-LOAD-LIMITS.
007170*----------------------------------------------------------------*
007180     OPEN INPUT ACCT-JOURNAL
007190     IF WS-ACTA-STATUS NOT = '00'
007200        DISPLAY 'ACTAUDIT NOT AVAILABLE:' WS-ACTA-STATUS
007210        GO TO 2400-EXIT
007220     END-IF
007230     MOVE 'N' TO WS-FEED-EOF-SW
007240     PERFORM 2410-READ-LIMIT THRU 2410-EXIT
007250         UNTIL FEED-EOF
007260     CLOSE ACCT-JOURNAL
007270     .
007280 2400-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------*
007310 2410-READ-LIMIT.
007320*----------------------------------------------------------------*
007330     READ ACCT-JOURNAL
007340         AT END
007350             SET FEED-EOF TO TRUE
007360             GO TO 2410-EXIT
007370     END-READ
007380     ADD 1 TO WS-RPT-ACTA-READ
007390     IF WS-ACTA-LENGTH NOT = LENGTH OF ACCT-AUDIT-RECORD
007400     OR ACTA-APPROVED-BY = SPACES OR LOW-VALUES
007410        GO TO 2410-EXIT
007420     END-IF
007430     MOVE ACTA-TIMESTAMP     TO WS-JOURNAL-TS
007440     PERFORM 2900-JOURNAL-DATE THRU 2900-EXIT
007450     MOVE ACTA-APPROVED-BY   TO WS-NEW-USER
007460     MOVE 'LA'               TO WS-NEW-TYPE
007470     MOVE SPACES             TO WS-NEW-FUNCTION
007480     MOVE ZEROES             TO WS-NEW-CUST-ID
007490     MOVE ACTA-ACCT-ID       TO WS-NEW-ACCT-ID
007500     MOVE ACTA-USER-ID       TO WS-NEW-OTHER-USER
007510     MOVE ACTA-ACCT-ID       TO WS-NEW-REF
007520     PERFORM 2800-ADD-EVENT THRU 2800-EXIT
007530     .
007540 2410-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------*
007570*    GRANTS - PAUENTTL ROWS GRANTED WITHIN THE WINDOW. THE       *
007580*    ENTITLEMENT SCREENS DO NOT JOURNAL A GRANT (CENT LOGS ONLY  *
007590*    DENIED ATTEMPTS), SO THE ROW ITSELF IS THE RECORD.          *
007600*----------------------------------------------------------------*
007610 2500-LOAD-GRANTS.
007620*----------------------------------------------------------------*
007630     OPEN INPUT ENTITLE-FILE
007640     IF WS-ENT-STATUS NOT = '00'
007650        DISPLAY 'PAUENTTL NOT AVAILABLE:' WS-ENT-STATUS
007660        GO TO 2500-EXIT
007670     END-IF
007680     MOVE 'N' TO WS-FEED-EOF-SW
007690     PERFORM 2510-READ-GRANT THRU 2510-EXIT
007700         UNTIL FEED-EOF
007710     CLOSE ENTITLE-FILE
007720     .
007730 2500-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------*
007760 2510-READ-GRANT.
007770*----------------------------------------------------------------*
007780     READ ENTITLE-FILE NEXT
007790         AT END
007800             SET FEED-EOF TO TRUE
007810             GO TO 2510-EXIT
007820     END-READ
007830     ADD 1 TO WS-RPT-ENT-READ
007840     IF NOT ENT-IS-ALLOWED
007850     OR ENT-GRANTED-BY = SPACES
007860        GO TO 2510-EXIT
007870     END-IF
007880     MOVE ENT-GRANTED-DATE   TO WS-NEW-DATE
007890     MOVE ENT-USER-ID        TO WS-NEW-USER
007900     MOVE 'GR'               TO WS-NEW-TYPE
007910     MOVE ENT-FUNCTION       TO WS-NEW-FUNCTION
007920     MOVE ZEROES             TO WS-NEW-CUST-ID
007930     MOVE ZEROES             TO WS-NEW-ACCT-ID
007940     MOVE ENT-GRANTED-BY     TO WS-NEW-OTHER-USER
007950     MOVE ENT-FUNCTION       TO WS-NEW-REF
007960     PERFORM 2800-ADD-EVENT THRU 2800-EXIT
007970     .
007980 2510-EXIT.
007990     EXIT.
008000*----------------------------------------------------------------*
008010*    AUTHFRDH - FRAUD CONFIRMATIONS (FRDCONF, BY THE REQUESTER)  *
008020*    AND FRAUD-FLAG REMOVAL APPROVALS (FRDAPPR, BY THE APPROVER) *
008030*----------------------------------------------------------------*
008040 2600-LOAD-FRAUD.
008050*----------------------------------------------------------------*
008060     EXEC SQL
008070         DECLARE SODFRD-CURSOR CURSOR FOR
008080             SELECT CARD_NUM, ACCT_ID, FRAUD_ACTION,
008090                    REQUESTED_BY, APPROVED_BY,
008100                    CHAR(DATE(FRAUD_TS), ISO)
008110               FROM CARDDEMO.AUTHFRDH
008120              WHERE DATE(FRAUD_TS) >= CURRENT DATE
008130                                    - :WS-WINDOW-DAYS DAYS
008140     END-EXEC
008150     EXEC SQL
008160         OPEN SODFRD-CURSOR
008170     END-EXEC
008180     IF SQLCODE NOT = ZERO
008190        ADD 1 TO WS-RPT-SQL-ERRORS
008200        MOVE SQLCODE TO WS-SQLCODE
008210        DISPLAY 'ERROR OPENING SODFRD-CURSOR'
008220        DISPLAY '  SQLCODE=' WS-SQLCODE
008230        GO TO 2600-EXIT
008240     END-IF
008250     SET CURSOR-NOT-EOF TO TRUE
008260     PERFORM 2610-FETCH-FRAUD THRU 2610-EXIT
008270         UNTIL CURSOR-EOF
008280     EXEC SQL
008290         CLOSE SODFRD-CURSOR
008300     END-EXEC
008310     .
008320 2600-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------*
008350 2610-FETCH-FRAUD.
008360*----------------------------------------------------------------*
008370     EXEC SQL
008380         FETCH SODFRD-CURSOR
008390             INTO :H-CARD-NUM, :H-ACCT-ID, :H-FRAUD-ACTION,
008400                  :H-REQUESTED-BY, :H-APPROVED-BY,
008410                  :WS-FRAUD-DATE-ISO
008420     END-EXEC
008430     MOVE SQLCODE TO WS-SQLCODE
008440     EVALUATE TRUE
008450         WHEN SQLCODE = ZERO
008460             ADD 1 TO WS-RPT-FRDH-READ
008470         WHEN SQLCODE = 100
008480             SET CURSOR-EOF TO TRUE
008490             GO TO 2610-EXIT
008500         WHEN OTHER
008510             ADD 1 TO WS-RPT-SQL-ERRORS
008520             MOVE SQLSTATE TO WS-SQLSTATE
008530             DISPLAY 'SQL ERROR ON FETCH - SQLCODE=' WS-SQLCODE
008540                     ', STATE: ' WS-SQLSTATE
008550             SET CURSOR-EOF TO TRUE
008560             GO TO 2610-EXIT
008570     END-EVALUATE
008580     MOVE WS-FRAUD-DATE-ISO  TO WS-ISO-DATE
008590     MOVE WS-ISO-CCYY        TO WS-NEW-DATE(1:4)
008600     MOVE WS-ISO-MM          TO WS-NEW-DATE(5:2)
008610     MOVE WS-ISO-DD          TO WS-NEW-DATE(7:2)
008620     MOVE ZEROES             TO WS-NEW-CUST-ID
008630     MOVE H-ACCT-ID          TO WS-NEW-ACCT-ID
008640     MOVE H-CARD-NUM         TO WS-NEW-REF
008650     EVALUATE H-FRAUD-ACTION
008660         WHEN 'F'
008670             MOVE H-REQUESTED-BY TO WS-NEW-USER
008680             MOVE 'FC'           TO WS-NEW-TYPE
008690             MOVE 'FRDCONF'      TO WS-NEW-FUNCTION
008700             MOVE SPACES         TO WS-NEW-OTHER-USER
008710         WHEN 'R'
008720             IF H-APPROVED-BY = SPACES
008730                GO TO 2610-EXIT
008740             END-IF
008750             MOVE H-APPROVED-BY  TO WS-NEW-USER
008760             MOVE 'FA'           TO WS-NEW-TYPE
008770             MOVE 'FRDAPPR'      TO WS-NEW-FUNCTION
008780             MOVE H-REQUESTED-BY TO WS-NEW-OTHER-USER
008790         WHEN OTHER
008800             GO TO 2610-EXIT
008810     END-EVALUATE
008820     PERFORM 2800-ADD-EVENT THRU 2800-EXIT
008830     .
008840 2610-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------*
008870*    KEEP AN IN-WINDOW EVENT; AN ACCOUNT WITH NO CUSTOMER YET    *
008880*    IS NOTED FOR THE CARDXREF PASS.                             *
008890*----------------------------------------------------------------*
008900 2800-ADD-EVENT.
008910*----------------------------------------------------------------*
008920     IF WS-NEW-USER = SPACES OR LOW-VALUES
008930     OR WS-NEW-DATE < WS-CUTOFF-CCYYMMDD
008940        GO TO 2800-EXIT
008950     END-IF
008960     IF WS-EV-COUNT NOT < WS-EV-MAX
008970        ADD 1 TO WS-RPT-EVENTS-DROPPED
008980        GO TO 2800-EXIT
008990     END-IF
009000     ADD 1 TO WS-EV-COUNT
009010     ADD 1 TO WS-RPT-EVENTS
009020     MOVE WS-NEW-USER        TO WS-EV-USER(WS-EV-COUNT)
009030     MOVE WS-NEW-TYPE        TO WS-EV-TYPE(WS-EV-COUNT)
009040     MOVE WS-NEW-FUNCTION    TO WS-EV-FUNCTION(WS-EV-COUNT)
009050     MOVE WS-NEW-CUST-ID     TO WS-EV-CUST-ID(WS-EV-COUNT)
009060     MOVE WS-NEW-ACCT-ID     TO WS-EV-ACCT-ID(WS-EV-COUNT)
009070     MOVE WS-NEW-OTHER-USER  TO WS-EV-OTHER-USER(WS-EV-COUNT)
009080     MOVE WS-NEW-DATE        TO WS-EV-DATE(WS-EV-COUNT)
009090     MOVE WS-NEW-REF         TO WS-EV-REF(WS-EV-COUNT)
009100     IF WS-NEW-CUST-ID = ZEROES
009110     AND WS-NEW-ACCT-ID NOT = ZEROES
009120        PERFORM 2850-NOTE-ACCOUNT THRU 2850-EXIT
009130     END-IF
009140     .
009150 2800-EXIT.
009160     EXIT.
009170*----------------------------------------------------------------*
009180*    INSERT THE ACCOUNT IN ORDER UNLESS IT IS ALREADY HELD.      *
009190*----------------------------------------------------------------*
009200 2850-NOTE-ACCOUNT.
009210*----------------------------------------------------------------*
009220     MOVE WS-NEW-ACCT-ID     TO WS-SRCH-ACCT
009230     SEARCH ALL WS-AC-ENTRY
009240         AT END
009250             CONTINUE
009260         WHEN WS-AC-ACCT(WS-AC-IDX) = WS-SRCH-ACCT
009270             GO TO 2850-EXIT
009280     END-SEARCH
009290     IF WS-AC-COUNT NOT < WS-AC-MAX
009300        ADD 1 TO WS-RPT-ACCTS-DROPPED
009310        GO TO 2850-EXIT
009320     END-IF
009330     PERFORM 2860-SHIFT-ACCOUNT THRU 2860-EXIT
009340         VARYING WS-AC-SUB FROM WS-AC-COUNT BY -1
009350         UNTIL WS-AC-SUB < 1
009360            OR WS-AC-ACCT(WS-AC-SUB) < WS-SRCH-ACCT
009370     ADD 1 TO WS-AC-SUB
009380     MOVE WS-SRCH-ACCT       TO WS-AC-ACCT(WS-AC-SUB)
009390     MOVE ZEROES             TO WS-AC-CUST-ID(WS-AC-SUB)
009400     MOVE 'N'                TO WS-AC-RESOLVED-SW(WS-AC-SUB)
009410     ADD 1 TO WS-AC-COUNT
009420     .
009430 2850-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------*
009460 2860-SHIFT-ACCOUNT.
009470*----------------------------------------------------------------*
009480     MOVE WS-AC-ENTRY(WS-AC-SUB) TO WS-AC-ENTRY(WS-AC-SUB + 1)
009490     .
009500 2860-EXIT.
009510     EXIT.
009520*----------------------------------------------------------------*
009530*    MM/DD/YY JOURNAL STAMP TO CCYYMMDD                          *
009540*----------------------------------------------------------------*
009550 2900-JOURNAL-DATE.
009560*----------------------------------------------------------------*
009570     MOVE '20'               TO WS-NEW-DATE(1:2)
009580     MOVE WS-JTS-YY          TO WS-NEW-DATE(3:2)
009590     MOVE WS-JTS-MM          TO WS-NEW-DATE(5:2)
009600     MOVE WS-JTS-DD          TO WS-NEW-DATE(7:2)
009610     .
009620 2900-EXIT.
009630     EXIT.
009640*----------------------------------------------------------------*
009650*    ONE PASS OF CARDXREF GIVES EVERY NOTED ACCOUNT ITS          *
009660*    CUSTOMER, THEN THE ACCOUNT-ONLY EVENTS PICK IT UP.          *
009670*----------------------------------------------------------------*
009680 3000-RESOLVE-CUSTOMERS.
009690*----------------------------------------------------------------*
009700     IF WS-AC-COUNT = 0
009710        GO TO 3000-EXIT
009720     END-IF
009730     OPEN INPUT XREF-FILE
009740     IF WS-XREF-STATUS NOT = '00'
009750        DISPLAY 'ERROR IN OPENING CARDXREF:' WS-XREF-STATUS
009760        PERFORM 9999-ABEND THRU 9999-EXIT
009770     END-IF
009780     MOVE 'N' TO WS-FEED-EOF-SW
009790     PERFORM 3100-READ-XREF THRU 3100-EXIT
009800         UNTIL FEED-EOF
009810     CLOSE XREF-FILE
009820*
009830     PERFORM 3200-SET-EVENT-CUSTOMER THRU 3200-EXIT
009840         VARYING WS-EV-SUB FROM 1 BY 1
009850         UNTIL WS-EV-SUB > WS-EV-COUNT
009860     .
009870 3000-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------*
009900 3100-READ-XREF.
009910*----------------------------------------------------------------*
009920     READ XREF-FILE NEXT
009930         AT END
009940             SET FEED-EOF TO TRUE
009950             GO TO 3100-EXIT
009960     END-READ
009970     MOVE XREF-ACCT-ID OF XREF-RECORD TO WS-ACCT-NUM
009980     MOVE WS-ACCT-NUM        TO WS-SRCH-ACCT
009990     SEARCH ALL WS-AC-ENTRY
010000         AT END
010010             CONTINUE
010020         WHEN WS-AC-ACCT(WS-AC-IDX) = WS-SRCH-ACCT
010030             IF NOT AC-RESOLVED(WS-AC-IDX)
010040                MOVE XREF-CUST-ID OF XREF-RECORD
010050                                TO WS-AC-CUST-ID(WS-AC-IDX)
010060                SET AC-RESOLVED(WS-AC-IDX) TO TRUE
010070             END-IF
010080     END-SEARCH
010090     .
010100 3100-EXIT.
010110     EXIT.
010120*----------------------------------------------------------------*
010130 3200-SET-EVENT-CUSTOMER.
010140*----------------------------------------------------------------*
010150     IF WS-EV-CUST-ID(WS-EV-SUB) NOT = ZEROES
010160     OR WS-EV-ACCT-ID(WS-EV-SUB) = ZEROES
010170        GO TO 3200-EXIT
010180     END-IF
010190     MOVE WS-EV-ACCT-ID(WS-EV-SUB) TO WS-SRCH-ACCT
010200     SEARCH ALL WS-AC-ENTRY
010210         AT END
010220             ADD 1 TO WS-RPT-NO-CUSTOMER
010230         WHEN WS-AC-ACCT(WS-AC-IDX) = WS-SRCH-ACCT
010240             IF AC-RESOLVED(WS-AC-IDX)
010250                MOVE WS-AC-CUST-ID(WS-AC-IDX)
010260                                TO WS-EV-CUST-ID(WS-EV-SUB)
010270             ELSE
010280                ADD 1 TO WS-RPT-NO-CUSTOMER
010290             END-IF
010300     END-SEARCH
010310     .
010320 3200-EXIT.
010330     EXIT.
010340*----------------------------------------------------------------*
010350*    PAIR THIS EVENT WITH EVERY LATER EVENT OF THE SAME USER.    *
010360*    A SELF-GRANT IS REPORTED ON ITS OWN AS WELL.                *
010370*----------------------------------------------------------------*
010380 4000-CHECK-USER-EVENTS.
010390*----------------------------------------------------------------*
010400     IF EV-GRANT(WS-EV-SUB)
010410     AND WS-EV-OTHER-USER(WS-EV-SUB) = WS-EV-USER(WS-EV-SUB)
010420        MOVE 6               TO WS-RULE-NUM
010430        MOVE WS-EV-SUB       TO WS-EV-X
010440        MOVE WS-EV-SUB       TO WS-EV-Y
010450        PERFORM 5000-PRINT-CONFLICT THRU 5000-EXIT
010460     END-IF
010470     COMPUTE WS-EV-SUB2 = WS-EV-SUB + 1
010480     PERFORM 4100-CHECK-PAIR THRU 4100-EXIT
010490         VARYING WS-EV-SUB2 FROM WS-EV-SUB2 BY 1
010500         UNTIL WS-EV-SUB2 > WS-EV-COUNT
010510     .
010520 4000-EXIT.
010530     EXIT.
010540*----------------------------------------------------------------*
010550 4100-CHECK-PAIR.
010560*----------------------------------------------------------------*
010570     IF WS-EV-USER(WS-EV-SUB2) NOT = WS-EV-USER(WS-EV-SUB)
010580        GO TO 4100-EXIT
010590     END-IF
010600     MOVE WS-EV-SUB          TO WS-EV-X
010610     MOVE WS-EV-SUB2         TO WS-EV-Y
010620     PERFORM 4200-APPLY-RULES THRU 4200-EXIT
010630     MOVE WS-EV-SUB2         TO WS-EV-X
010640     MOVE WS-EV-SUB          TO WS-EV-Y
010650     PERFORM 4200-APPLY-RULES THRU 4200-EXIT
010660     .
010670 4100-EXIT.
010680     EXIT.
010690*----------------------------------------------------------------*
010700*    X IS THE ENABLING EVENT (THE CHANGE OR THE GRANT), Y THE    *
010710*    ACTION IT MAKES A CONFLICT OF. ORDER IN TIME DOES NOT       *
010720*    MATTER EXCEPT FOR A GRANT, WHICH MUST COME FIRST.           *
010730*----------------------------------------------------------------*
010740 4200-APPLY-RULES.
010750*----------------------------------------------------------------*
010760     MOVE 0 TO WS-RULE-NUM
010770     EVALUATE TRUE
010780         WHEN EV-CONTACT-CHANGE(WS-EV-X)
010790          AND EV-HOLD-RELEASE(WS-EV-Y)
010800          AND WS-EV-CUST-ID(WS-EV-X) NOT = ZEROES
010810          AND WS-EV-CUST-ID(WS-EV-X) = WS-EV-CUST-ID(WS-EV-Y)
010820             MOVE 1 TO WS-RULE-NUM
010830         WHEN EV-CONTACT-CHANGE(WS-EV-X)
010840          AND EV-LIMIT-APPROVAL(WS-EV-Y)
010850          AND WS-EV-CUST-ID(WS-EV-X) NOT = ZEROES
010860          AND WS-EV-CUST-ID(WS-EV-X) = WS-EV-CUST-ID(WS-EV-Y)
010870             MOVE 2 TO WS-RULE-NUM
010880         WHEN EV-GRANT(WS-EV-X)
010890          AND NOT EV-GRANT(WS-EV-Y)
010900          AND WS-EV-OTHER-USER(WS-EV-X) = WS-EV-USER(WS-EV-X)
010910          AND WS-EV-FUNCTION(WS-EV-Y) = WS-EV-FUNCTION(WS-EV-X)
010920          AND WS-EV-DATE(WS-EV-Y) NOT < WS-EV-DATE(WS-EV-X)
010930             MOVE 3 TO WS-RULE-NUM
010940         WHEN EV-XREF-CHANGE(WS-EV-X)
010950          AND EV-HOLD-RELEASE(WS-EV-Y)
010960          AND WS-EV-ACCT-ID(WS-EV-X) NOT = ZEROES
010970          AND WS-EV-ACCT-ID(WS-EV-X) = WS-EV-ACCT-ID(WS-EV-Y)
010980             MOVE 4 TO WS-RULE-NUM
010990         WHEN (EV-CONTACT-CHANGE(WS-EV-X)
011000               OR EV-XREF-CHANGE(WS-EV-X))
011010          AND EV-FRAUD-REMOVAL(WS-EV-Y)
011020          AND WS-EV-CUST-ID(WS-EV-X) NOT = ZEROES
011030          AND WS-EV-CUST-ID(WS-EV-X) = WS-EV-CUST-ID(WS-EV-Y)
011040             MOVE 5 TO WS-RULE-NUM
011050         WHEN OTHER
011060             GO TO 4200-EXIT
011070     END-EVALUATE
011080     PERFORM 5000-PRINT-CONFLICT THRU 5000-EXIT
011090     .
011100 4200-EXIT.
011110     EXIT.
011120*----------------------------------------------------------------*
011130 5000-PRINT-CONFLICT.
011140*----------------------------------------------------------------*
011150     ADD 1 TO WS-RPT-CONFLICTS
011160     ADD 1 TO WS-RULE-CNT(WS-RULE-NUM)
011170     MOVE WS-RULE-NUM                 TO DL-RULE
011180     MOVE WS-RULE-TEXT-ENT(WS-RULE-NUM) TO DL-RULE-TEXT
011190     MOVE WS-EV-USER(WS-EV-X)         TO DL-USER
011200     IF WS-EV-CUST-ID(WS-EV-Y) NOT = ZEROES
011210        MOVE WS-EV-CUST-ID(WS-EV-Y)   TO DL-CUST-ID
011220     ELSE
011230        MOVE WS-EV-CUST-ID(WS-EV-X)   TO DL-CUST-ID
011240     END-IF
011250     IF WS-EV-ACCT-ID(WS-EV-Y) NOT = ZEROES
011260        MOVE WS-EV-ACCT-ID(WS-EV-Y)   TO DL-ACCT-ID
011270     ELSE
011280        MOVE WS-EV-ACCT-ID(WS-EV-X)   TO DL-ACCT-ID
011290     END-IF
011300     MOVE WS-EV-TYPE(WS-EV-X)         TO DL-FIRST-TYPE
011310     MOVE WS-EV-DATE(WS-EV-X)         TO DL-FIRST-DATE
011320     MOVE WS-EV-REF(WS-EV-X)          TO DL-FIRST-REF
011330     IF WS-EV-Y = WS-EV-X
011340        MOVE SPACES                   TO DL-SECOND-TYPE
011350                                         DL-SECOND-DATE
011360                                         DL-SECOND-REF
011370     ELSE
011380        MOVE WS-EV-TYPE(WS-EV-Y)      TO DL-SECOND-TYPE
011390        MOVE WS-EV-DATE(WS-EV-Y)      TO DL-SECOND-DATE
011400        MOVE WS-EV-REF(WS-EV-Y)       TO DL-SECOND-REF
011410     END-IF
011420     WRITE SOD-REPORT-LINE FROM WS-DETAIL-LINE
011430     .
011440 5000-EXIT.
011450     EXIT.
011460*----------------------------------------------------------------*
011470 8000-PRINT-RUN-SUMMARY.
011480*----------------------------------------------------------------*
011490     MOVE SPACES TO WS-PRINT-LINE
011500     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011510     MOVE WS-RPT-CUSA-READ TO WS-CNT-DIS
011520     MOVE SPACES TO WS-PRINT-LINE
011530     STRING 'CUSAUDIT RECORDS READ ........: ' WS-CNT-DIS
011540            DELIMITED BY SIZE INTO WS-PRINT-LINE
011550     END-STRING
011560     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011570     MOVE WS-RPT-CFGA-READ TO WS-CNT-DIS
011580     MOVE SPACES TO WS-PRINT-LINE
011590     STRING 'CFGAUDIT RECORDS READ ........: ' WS-CNT-DIS
011600            DELIMITED BY SIZE INTO WS-PRINT-LINE
011610     END-STRING
011620     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011630     MOVE WS-RPT-XRFA-READ TO WS-CNT-DIS
011640     MOVE SPACES TO WS-PRINT-LINE
011650     STRING 'XRFAUDIT RECORDS READ ........: ' WS-CNT-DIS
011660            DELIMITED BY SIZE INTO WS-PRINT-LINE
011670     END-STRING
011680     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011690     MOVE WS-RPT-RLA-READ TO WS-CNT-DIS
011700     MOVE SPACES TO WS-PRINT-LINE
011710     STRING 'RELAUDIT RECORDS READ ........: ' WS-CNT-DIS
011720            DELIMITED BY SIZE INTO WS-PRINT-LINE
011730     END-STRING
011740     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011750     MOVE WS-RPT-ACTA-READ TO WS-CNT-DIS
011760     MOVE SPACES TO WS-PRINT-LINE
011770     STRING 'ACTAUDIT RECORDS READ ........: ' WS-CNT-DIS
011780            DELIMITED BY SIZE INTO WS-PRINT-LINE
011790     END-STRING
011800     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011810     MOVE WS-RPT-ENT-READ TO WS-CNT-DIS
011820     MOVE SPACES TO WS-PRINT-LINE
011830     STRING 'PAUENTTL ROWS READ ...........: ' WS-CNT-DIS
011840            DELIMITED BY SIZE INTO WS-PRINT-LINE
011850     END-STRING
011860     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011870     MOVE WS-RPT-FRDH-READ TO WS-CNT-DIS
011880     MOVE SPACES TO WS-PRINT-LINE
011890     STRING 'AUTHFRDH ROWS READ ...........: ' WS-CNT-DIS
011900            DELIMITED BY SIZE INTO WS-PRINT-LINE
011910     END-STRING
011920     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011930     MOVE WS-RPT-EVENTS TO WS-CNT-DIS
011940     MOVE SPACES TO WS-PRINT-LINE
011950     STRING 'EVENTS IN WINDOW PAIRED ......: ' WS-CNT-DIS
011960            DELIMITED BY SIZE INTO WS-PRINT-LINE
011970     END-STRING
011980     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
011990     MOVE WS-RPT-NO-CUSTOMER TO WS-CNT-DIS
012000     MOVE SPACES TO WS-PRINT-LINE
012010     STRING 'ACCOUNT EVENTS, NO CUSTOMER ..: ' WS-CNT-DIS
012020            DELIMITED BY SIZE INTO WS-PRINT-LINE
012030     END-STRING
012040     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
012050     MOVE SPACES TO WS-PRINT-LINE
012060     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
012070     PERFORM 8100-PRINT-RULE-TOTAL THRU 8100-EXIT
012080         VARYING WS-RULE-NUM FROM 1 BY 1
012090         UNTIL WS-RULE-NUM > 6
012100     MOVE WS-RPT-CONFLICTS TO WS-CNT-DIS
012110     MOVE SPACES TO WS-PRINT-LINE
012120     STRING 'TOTAL CONFLICTS REPORTED .....: ' WS-CNT-DIS
012130            DELIMITED BY SIZE INTO WS-PRINT-LINE
012140     END-STRING
012150     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
012160     IF WS-RPT-EVENTS-DROPPED > 0
012170        MOVE WS-RPT-EVENTS-DROPPED TO WS-CNT-DIS
012180        MOVE SPACES TO WS-PRINT-LINE
012190        STRING '*** EVENT TABLE FULL - EVENTS NOT PAIRED: '
012200               WS-CNT-DIS
012210               DELIMITED BY SIZE INTO WS-PRINT-LINE
012220        END-STRING
012230        WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
012240     END-IF
012250     IF WS-RPT-ACCTS-DROPPED > 0
012260        MOVE WS-RPT-ACCTS-DROPPED TO WS-CNT-DIS
012270        MOVE SPACES TO WS-PRINT-LINE
012280        STRING '*** ACCOUNT TABLE FULL - NOT RESOLVED: '
012290               WS-CNT-DIS
012300               DELIMITED BY SIZE INTO WS-PRINT-LINE
012310        END-STRING
012320        WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
012330     END-IF
012340     IF WS-RPT-SQL-ERRORS > 0
012350        MOVE WS-RPT-SQL-ERRORS TO WS-CNT-DIS
012360        MOVE SPACES TO WS-PRINT-LINE
012370        STRING '*** DB2 ERRORS - REPORT INCOMPLETE: ' WS-CNT-DIS
012380               DELIMITED BY SIZE INTO WS-PRINT-LINE
012390        END-STRING
012400        WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
012410     END-IF
012420     .
012430 8000-EXIT.
012440     EXIT.
012450*----------------------------------------------------------------*
012460 8100-PRINT-RULE-TOTAL.
012470*----------------------------------------------------------------*
012480     MOVE WS-RULE-CNT(WS-RULE-NUM) TO WS-CNT-DIS
012490     MOVE WS-RULE-NUM              TO WS-RULE-DIS
012500     MOVE SPACES TO WS-PRINT-LINE
012510     STRING 'RULE ' WS-RULE-DIS ' '
012520            WS-RULE-TEXT-ENT(WS-RULE-NUM)
012530            ': ' WS-CNT-DIS
012540            DELIMITED BY SIZE INTO WS-PRINT-LINE
012550     END-STRING
012560     WRITE SOD-REPORT-LINE FROM WS-PRINT-LINE
012570     .
012580 8100-EXIT.
012590     EXIT.
012600*----------------------------------------------------------------*
012610 9000-FILE-CLOSE.
012620*----------------------------------------------------------------*
012630     IF RUN-CONTROL-AVAILABLE
012640        CLOSE RUN-CONTROL
012650     END-IF
012660     CLOSE SOD-REPORT
012670     .
012680 9000-EXIT.
012690     EXIT.
012700*----------------------------------------------------------------*
012710 9999-ABEND.
012720*----------------------------------------------------------------*
012730     DISPLAY 'CBSODRPT ABENDING DUE TO FILE OPEN ERROR'
012740     MOVE 16 TO RETURN-CODE
012750     GOBACK
012760     .
012770 9999-EXIT.
012780     EXIT.
