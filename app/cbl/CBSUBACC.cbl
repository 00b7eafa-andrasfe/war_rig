000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBSUBACC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-03-19.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBSUBACC - CUSTOMER SUBJECT-ACCESS DISCLOSURE               *
000090*    DRIVEN BY A REQUEST FILE OF CUSTOMER IDS (SARREQS), ONE     *
000100*    ROW PER RIGHT-OF-ACCESS REQUEST COMPLIANCE HAS LOGGED.      *
000110*    FOR EACH CUSTOMER EVERY STORE THE SUBSYSTEM HOLDS ABOUT     *
000120*    THEM IS SEARCHED AND ONE FORMATTED DISCLOSURE IS PRINTED    *
000130*    TO SARRPT, IN THIS ORDER:                                   *
000140*      - CUSTDAT   CUSTOMER MASTER                               *
000150*      - NOTIFPRF  CONTACT PREFERENCES                           *
000160*      - CARDXREF  CARDS AND ACCOUNTS (CARDS SHOWN MASKED)       *
000170*      - PAUTB     AUTHORIZATIONS ON FILE                        *
000180*      - PAUARCIX  ARCHIVED (PURGED) AUTHORIZATIONS              *
000190*      - AUTHFRDS  FRAUD REPORTS                                 *
000200*      - PAUDISPT  DISPUTE CASES                                 *
000210*      - ALERTPRF  SPEND-ALERT PREFERENCES                       *
000220*      - CARDCTRL  CARD SPENDING CONTROLS                        *
000230*      - RECURREG  RECURRING-PAYMENT REGISTRATIONS               *
000240*    AUTHORIZATIONS ARE DISCLOSED ONLY FOR THE SUBJECT'S OWN     *
000250*    CARDS - ANOTHER CARDHOLDER ON A SHARED ACCOUNT IS NOT       *
000260*    DISCLOSED. THE CONTROL LISTING (SARCTL) SHOWS, PER REQUEST, *
000270*    EACH STORE SEARCHED AND HOW MANY ITEMS IT RETURNED; A STORE *
000280*    THAT COULD NOT BE SEARCHED IS FLAGGED AND THE JOB ENDS      *
000290*    WITH RETURN CODE 4 SO THE DISCLOSURE IS NOT SENT INCOMPLETE.*
000300*    THE RESPONSE IS DUE TWO MONTHS FROM THE DATE RECEIVED.      *
000310*----------------------------------------------------------------*
000320*                MODIFICATION HISTORY                            *
000330* DATE       INIT DESCRIPTION                                    *
000340* 2028-03-19  JGM INITIAL VERSION                                *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-ZOS.
000390 OBJECT-COMPUTER. IBM-ZOS.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SAR-REQUESTS   ASSIGN TO SARREQS
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-SREQ-STATUS.
000460*
000470     SELECT CUST-FILE      ASSIGN TO CUSTDAT
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE  IS RANDOM
000500         RECORD KEY   IS CUST-ID
000510         FILE STATUS  IS WS-CUST-STATUS.
000520*
000530     SELECT PREF-FILE      ASSIGN TO NOTIFPRF
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE  IS RANDOM
000560         RECORD KEY   IS NTF-CUST-ID
000570         FILE STATUS  IS WS-NTF-STATUS.
000580*
000590     SELECT XREF-FILE      ASSIGN TO CARDXREF
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE  IS SEQUENTIAL
000620         RECORD KEY   IS XREF-CARD-NUM
000630         FILE STATUS  IS WS-XREF-STATUS.
000640*
000650     SELECT ARCHIVE-INDEX  ASSIGN TO PAUARCIX
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE  IS DYNAMIC
000680         RECORD KEY   IS ARCX-KEY
000690         FILE STATUS  IS WS-ARCIX-STATUS.
000700*
000710     SELECT ALERT-PREFS    ASSIGN TO ALERTPRF
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE  IS RANDOM
000740         RECORD KEY   IS ALR-ACCT-ID
000750         FILE STATUS  IS WS-ALR-STATUS.
000760*
000770     SELECT CARD-CONTROLS  ASSIGN TO CARDCTRL
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE  IS RANDOM
000800         RECORD KEY   IS CCTL-CARD-NUM
000810         FILE STATUS  IS WS-CCTL-STATUS.
000820*
000830     SELECT RECUR-REG      ASSIGN TO RECURREG
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE  IS DYNAMIC
000860         RECORD KEY   IS RCR-KEY
000870         FILE STATUS  IS WS-RCR-STATUS.
000880*
000890     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE  IS RANDOM
000920         RECORD KEY   IS RUNC-JOB-NAME
000930         FILE STATUS  IS WS-RUNC-STATUS.
000940*
000950     SELECT SAR-REPORT     ASSIGN TO SARRPT
000960         ORGANIZATION IS SEQUENTIAL
000970         ACCESS MODE  IS SEQUENTIAL
000980         FILE STATUS  IS WS-RPT-STATUS.
000990*
001000     SELECT CTL-REPORT     ASSIGN TO SARCTL
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE  IS SEQUENTIAL
001030         FILE STATUS  IS WS-CTL-STATUS.
001040*----------------------------------------------------------------*
001050 DATA DIVISION.
001060*----------------------------------------------------------------*
001070 FILE SECTION.
001080 FD  SAR-REQUESTS
001090     RECORDING MODE IS F.
001100 01  SAR-REQUEST-RECORD.
001110     05  SRQ-CUST-ID             PIC 9(09).
001120*    COMPLIANCE'S OWN REFERENCE FOR THE REQUEST, QUOTED ON THE
001130*    DISCLOSURE, AND THE DATE IT WAS RECEIVED (CCYYMMDD).
001140     05  SRQ-REQUEST-REF         PIC X(12).
001150     05  SRQ-RECEIVED-DATE       PIC X(08).
001160     05  FILLER                  PIC X(51).
001170*
001180 FD  CUST-FILE
001190     RECORDING MODE IS F.
001200 COPY CVCUS01Y.
001210*
001220 FD  PREF-FILE
001230     RECORDING MODE IS F.
001240 COPY CVNTFPRY.
001250*
001260 FD  XREF-FILE
001270     RECORDING MODE IS F.
001280 01  CARD-XREF-RECORD.
001290 COPY CVACT03Y.
001300*
001310 FD  ARCHIVE-INDEX
001320     RECORDING MODE IS F.
001330 COPY CVARCIXY.
001340*
001350 FD  ALERT-PREFS
001360     RECORDING MODE IS F.
001370 COPY CVALRPRY.
001380*
001390 FD  CARD-CONTROLS
001400     RECORDING MODE IS F.
001410 COPY CVCRDCTY.
001420*
001430 FD  RECUR-REG
001440     RECORDING MODE IS F.
001450 COPY CVRECREY.
001460*
001470 FD  RUN-CONTROL
001480     RECORDING MODE IS F.
001490 COPY CVRUNCTY.
001500*
001510 FD  SAR-REPORT
001520     RECORDING MODE IS F.
001530 01  SAR-REPORT-LINE             PIC X(132).
001540*
001550 FD  CTL-REPORT
001560     RECORDING MODE IS F.
001570 01  CTL-REPORT-LINE             PIC X(132).
001580*----------------------------------------------------------------*
001590 WORKING-STORAGE SECTION.
001600*----------------------------------------------------------------*
001610 01  WS-VARIABLES.
001620     05  WS-PGMNAME                 PIC X(08) VALUE 'CBSUBACC'.
001630     05  CURRENT-DATE               PIC 9(06).
001640     05  WS-RUN-TIME                PIC 9(08).
001650     05  WS-TODAY-CCYYMMDD          PIC X(08).
001660     05  WS-TODAY-DIS               PIC X(10).
001670     05  WS-MASKED-CARD             PIC X(16).
001680     05  WS-DATE-IN                 PIC X(08).
001690     05  WS-DATE-DIS                PIC X(10).
001700     05  WS-DECODE-TEXT             PIC X(30).
001710     05  WS-RESP-TEXT               PIC X(08).
001720     05  WS-LEAP-REM                PIC 9(04).
001730     05  WS-LEAP-QUOT               PIC 9(04).
001740*----------------------------------------------------------------*
001750*    RESPONSE DUE DATE - RECEIVED DATE PLUS TWO CALENDAR MONTHS, *
001760*    PULLED BACK TO THE MONTH END WHERE THE DAY DOES NOT EXIST.  *
001770*----------------------------------------------------------------*
001780 01  WS-DUE-DATE.
001790     05  WS-DUE-YEAR                PIC 9(04).
001800     05  WS-DUE-MM                  PIC 9(02).
001810     05  WS-DUE-DD                  PIC 9(02).
001820 01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(08).
001830 01  WS-DUE-LAST-DAY                PIC 9(02).
001840 01  WS-MONTH-END-VALUES            PIC X(24)
001850                 VALUE '312831303130313130313031'.
001860 01  WS-MONTH-ENDS REDEFINES WS-MONTH-END-VALUES.
001870     05  WS-MONTH-END-DAY           PIC 9(02) OCCURS 12 TIMES.
001880*
001890 01  WS-FILE-STATUSES.
001900     05  WS-SREQ-STATUS             PIC X(02).
001910     05  WS-CUST-STATUS             PIC X(02).
001920         88  CUST-ROW-FOUND                 VALUE '00'.
001930     05  WS-NTF-STATUS              PIC X(02).
001940         88  NTF-ROW-FOUND                  VALUE '00'.
001950     05  WS-XREF-STATUS             PIC X(02).
001960     05  WS-ARCIX-STATUS            PIC X(02).
001970     05  WS-ALR-STATUS              PIC X(02).
001980         88  ALR-ROW-FOUND                  VALUE '00'.
001990     05  WS-CCTL-STATUS             PIC X(02).
002000         88  CCTL-ROW-FOUND                 VALUE '00'.
002010     05  WS-RCR-STATUS              PIC X(02).
002020     05  WS-RUNC-STATUS             PIC X(02).
002030     05  WS-RPT-STATUS              PIC X(02).
002040     05  WS-CTL-STATUS              PIC X(02).
002050*
002060 01  WS-SWITCHES.
002070     05  WS-SREQ-EOF-SW             PIC X(01) VALUE 'N'.
002080         88  SREQ-EOF                       VALUE 'Y'.
002090     05  WS-XREF-EOF-SW             PIC X(01) VALUE 'N'.
002100         88  XREF-EOF                       VALUE 'Y'.
002110     05  WS-BROWSE-SW               PIC X(01).
002120         88  BROWSE-MORE                    VALUE 'Y'.
002130         88  BROWSE-DONE                    VALUE 'N'.
002140     05  WS-CURSOR-EOF-SW           PIC X(01).
002150         88  SAR-CURSOR-EOF                 VALUE 'Y'.
002160     05  WS-CARD-FOUND-SW           PIC X(01).
002170         88  SUBJECT-CARD                   VALUE 'Y'.
002180     05  WS-ACCT-FOUND-SW           PIC X(01).
002190         88  ACCT-LISTED                    VALUE 'Y'.
002200     05  WS-OVERFLOW-SW             PIC X(01).
002210         88  SAR-LIST-OVERFLOW              VALUE 'Y'.
002220     05  WS-INCOMPLETE-SW           PIC X(01) VALUE 'N'.
002230         88  ANY-DISCLOSURE-INCOMPLETE      VALUE 'Y'.
002240     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
002250         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
002260*----------------------------------------------------------------*
002270*    THE STORES SEARCHED, IN DISCLOSURE ORDER. THE AVAILABILITY  *
002280*    SWITCH IS SET AT OPEN; THE RESULT AND ITEM COUNT ARE RESET  *
002290*    FOR EVERY REQUEST: S SEARCHED, U NOT AVAILABLE, E ERROR.    *
002300*----------------------------------------------------------------*
002310 01  WS-STORE-VALUES.
002320     05  FILLER  PIC X(38)
002330                 VALUE 'CUSTDAT CUSTOMER MASTER               '.
002340     05  FILLER  PIC X(38)
002350                 VALUE 'NOTIFPRFCONTACT PREFERENCES           '.
002360     05  FILLER  PIC X(38)
002370                 VALUE 'CARDXREFCARDS AND ACCOUNTS            '.
002380     05  FILLER  PIC X(38)
002390                 VALUE 'PAUTB   AUTHORIZATIONS ON FILE        '.
002400     05  FILLER  PIC X(38)
002410                 VALUE 'PAUARCIXARCHIVED AUTHORIZATIONS       '.
002420     05  FILLER  PIC X(38)
002430                 VALUE 'AUTHFRDSFRAUD REPORTS                 '.
002440     05  FILLER  PIC X(38)
002450                 VALUE 'PAUDISPTDISPUTE CASES                 '.
002460     05  FILLER  PIC X(38)
002470                 VALUE 'ALERTPRFSPEND-ALERT PREFERENCES       '.
002480     05  FILLER  PIC X(38)
002490                 VALUE 'CARDCTRLCARD SPENDING CONTROLS        '.
002500     05  FILLER  PIC X(38)
002510                 VALUE 'RECURREGRECURRING-PAYMENT REGISTRATION'.
002520 01  WS-STORES REDEFINES WS-STORE-VALUES.
002530     05  WS-ST-ENTRY                OCCURS 10 TIMES.
002540         10  WS-ST-NAME             PIC X(08).
002550         10  WS-ST-DESC             PIC X(30).
002560 01  WS-STORE-STATE.
002570     05  WS-SS-ENTRY                OCCURS 10 TIMES.
002580         10  WS-SS-AVAIL-SW         PIC X(01).
002590             88  STORE-AVAILABLE            VALUE 'Y'.
002600         10  WS-SS-RESULT           PIC X(01).
002610             88  STORE-SEARCHED             VALUE 'S'.
002620             88  STORE-UNAVAILABLE          VALUE 'U'.
002630             88  STORE-IN-ERROR             VALUE 'E'.
002640         10  WS-SS-ITEMS            PIC S9(9) COMP-3.
002650         10  WS-SS-RUN-ITEMS        PIC S9(9) COMP-3.
002660         10  WS-SS-RUN-MISSED       PIC S9(9) COMP-3.
002670 01  WS-STORE-SUBS.
002680     05  WS-ST-MAX                  PIC S9(4) COMP VALUE 10.
002690     05  WS-ST-SUB                  PIC S9(4) COMP.
002700     05  WS-ST-CUSTDAT              PIC S9(4) COMP VALUE 1.
002710     05  WS-ST-NOTIFPRF             PIC S9(4) COMP VALUE 2.
002720     05  WS-ST-CARDXREF             PIC S9(4) COMP VALUE 3.
002730     05  WS-ST-PAUTB                PIC S9(4) COMP VALUE 4.
002740     05  WS-ST-PAUARCIX             PIC S9(4) COMP VALUE 5.
002750     05  WS-ST-AUTHFRDS             PIC S9(4) COMP VALUE 6.
002760     05  WS-ST-PAUDISPT             PIC S9(4) COMP VALUE 7.
002770     05  WS-ST-ALERTPRF             PIC S9(4) COMP VALUE 8.
002780     05  WS-ST-CARDCTRL             PIC S9(4) COMP VALUE 9.
002790     05  WS-ST-RECURREG             PIC S9(4) COMP VALUE 10.
002800*----------------------------------------------------------------*
002810*    THE SUBJECT'S CARDS AND ACCOUNTS, GATHERED ON THE CROSS-    *
002820*    REFERENCE SCAN, DRIVE THE CARD- AND ACCOUNT-KEYED STORES.   *
002830*----------------------------------------------------------------*
002840 01  WS-SAR-CARDS.
002850     05  WS-SAR-CARD-MAX            PIC S9(4) COMP VALUE 50.
002860     05  WS-SAR-CARD-COUNT          PIC S9(4) COMP VALUE 0.
002870     05  WS-SAR-CARD-IDX            PIC S9(4) COMP VALUE 0.
002880     05  WS-SAR-CARD-NUM            PIC X(16)
002890             OCCURS 50 TIMES.
002900 01  WS-SAR-ACCOUNTS.
002910     05  WS-SAR-ACCT-MAX            PIC S9(4) COMP VALUE 50.
002920     05  WS-SAR-ACCT-COUNT          PIC S9(4) COMP VALUE 0.
002930     05  WS-SAR-ACCT-IDX            PIC S9(4) COMP VALUE 0.
002940     05  WS-SAR-ACCT-ID             PIC 9(11)
002950             OCCURS 50 TIMES.
002960*----------------------------------------------------------------*
002970 01  WS-RUN-COUNTERS.
002980     05  WS-RUN-REQUESTS            PIC S9(9) COMP-3 VALUE 0.
002990     05  WS-RUN-DISCLOSED           PIC S9(9) COMP-3 VALUE 0.
003000     05  WS-RUN-REJECTED            PIC S9(9) COMP-3 VALUE 0.
003010     05  WS-RUN-NOT-ON-MASTER       PIC S9(9) COMP-3 VALUE 0.
003020     05  WS-RUN-INCOMPLETE          PIC S9(9) COMP-3 VALUE 0.
003030 01  WS-REQ-INCOMPLETE-SW           PIC X(01).
003040     88  REQUEST-INCOMPLETE                 VALUE 'Y'.
003050*----------------------------------------------------------------*
003060 01  WS-DOC-LINE                    PIC X(120).
003070 01  WS-DASH-LINE                   PIC X(78) VALUE ALL '-'.
003080 01  WS-PRINT-LINE                  PIC X(132).
003090 01  WS-DISPLAY-FIELDS.
003100     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
003110     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
003120     05  WS-FICO-DIS                PIC ZZ9.
003130     05  WS-HHMM-DIS                PIC 9(04).
003140     05  WS-HHMM2-DIS               PIC 9(04).
003150     05  WS-SQLCODE                 PIC -9(8).
003160*----------------------------------------------------------------*
003170*    DB2 HOST VARIABLES                                          *
003180*----------------------------------------------------------------*
003190 01  SAR-HOST-VARS.
003200     05  HV-CUST-ID                 PIC 9(09).
003210     05  HV-FRD-CARD-NUM            PIC X(16).
003220     05  HV-FRD-AUTH-TS             PIC X(26).
003230     05  HV-FRD-AMT                 PIC S9(09)V99 COMP-3.
003240     05  HV-FRD-MERCHANT-NAME.
003250         49  HV-FRD-MERCHANT-LEN    PIC S9(04) COMP.
003260         49  HV-FRD-MERCHANT-TEXT   PIC X(25).
003270     05  HV-FRD-FLAG                PIC X(01).
003280 01  PAUDISPT-HOST-VARS.
003290 COPY CVDISPTY.
003300     EXEC SQL
003310         INCLUDE SQLCA
003320     END-EXEC.
003330*----------------------------------------------------------------*
003340*    DLI / PCB CONTROL INFORMATION                               *
003350*----------------------------------------------------------------*
003360 01  WS-IMS-CONTROL.
003370     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
003380     05  PCB-OFFSET.
003390         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
003400     05  IMS-RETURN-CODE                 PIC X(02).
003410         88  STATUS-OK                    VALUE '  ', 'FW'.
003420         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
003430         88  END-OF-DB                    VALUE 'GB'.
003440     05  WS-DETAIL-EOF-SW                PIC X(01).
003450         88  DETAIL-SEG-EOF               VALUE 'Y'.
003460     05  DIBSTAT                         PIC X(02).
003470*----------------------------------------------------------------*
003480*    IMS SEGMENT LAYOUT                                          *
003490*----------------------------------------------------------------*
003500*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
003510 01 PENDING-AUTH-SUMMARY.
003520 COPY CIPAUSMY.
003530*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
003540 01 PENDING-AUTH-DETAILS.
003550 COPY CIPAUDTY.
003560*----------------------------------------------------------------*
003570 LINKAGE SECTION.
003580 01  PAUTBPCB                       PIC X(100).
003590*----------------------------------------------------------------*
003600 PROCEDURE DIVISION                  USING PAUTBPCB.
003610*----------------------------------------------------------------*
003620 MAIN-PARA.
003630     ENTRY 'DLITCBL'                 USING PAUTBPCB.
003640*
003650     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
003660*
003670     PERFORM 2000-PROCESS-NEXT-REQUEST THRU 2000-EXIT
003680         UNTIL SREQ-EOF
003690*
003700     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
003710     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
003720*
003730     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
003740*
003750     IF ANY-DISCLOSURE-INCOMPLETE
003760        MOVE 4 TO RETURN-CODE
003770     END-IF
003780     GOBACK.
003790*----------------------------------------------------------------*
003800 1000-INITIALIZE.
003810*----------------------------------------------------------------*
003820     ACCEPT CURRENT-DATE     FROM DATE
003830     ACCEPT WS-RUN-TIME      FROM TIME
003840     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003850     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003860     MOVE WS-TODAY-CCYYMMDD  TO WS-DATE-IN
003870     PERFORM 5200-FORMAT-DATE THRU 5200-EXIT
003880     MOVE WS-DATE-DIS        TO WS-TODAY-DIS
003890     INITIALIZE WS-STORE-STATE
003900*
003910*    THE REQUESTS, THE CUSTOMER MASTER AND THE CROSS-REFERENCE
003920*    ARE REQUIRED - WITHOUT THEM NO DISCLOSURE CAN BE MADE.
003930     OPEN INPUT  SAR-REQUESTS
003940     IF WS-SREQ-STATUS NOT = '00'
003950        DISPLAY 'ERROR IN OPENING SARREQS:' WS-SREQ-STATUS
003960        PERFORM 9999-ABEND THRU 9999-EXIT
003970     END-IF
003980     OPEN INPUT  CUST-FILE
003990     IF WS-CUST-STATUS NOT = '00'
004000        DISPLAY 'ERROR IN OPENING CUSTDAT:' WS-CUST-STATUS
004010        PERFORM 9999-ABEND THRU 9999-EXIT
004020     END-IF
004030     SET STORE-AVAILABLE(WS-ST-CUSTDAT) TO TRUE
004040     OPEN INPUT  XREF-FILE
004050     IF WS-XREF-STATUS NOT = '00'
004060        DISPLAY 'ERROR IN OPENING CARDXREF:' WS-XREF-STATUS
004070        PERFORM 9999-ABEND THRU 9999-EXIT
004080     END-IF
004090     SET STORE-AVAILABLE(WS-ST-CARDXREF) TO TRUE
004100     OPEN OUTPUT SAR-REPORT
004110     OPEN OUTPUT CTL-REPORT
004120*
004130*    EVERY OTHER STORE IS SEARCHED IF IT CAN BE OPENED. ONE THAT
004140*    CANNOT IS SHOWN ON EACH DISCLOSURE AND ON THE CONTROL
004150*    LISTING AS NOT SEARCHED.
004160     SET STORE-AVAILABLE(WS-ST-PAUTB)    TO TRUE
004170     SET STORE-AVAILABLE(WS-ST-AUTHFRDS) TO TRUE
004180     SET STORE-AVAILABLE(WS-ST-PAUDISPT) TO TRUE
004190     OPEN INPUT  PREF-FILE
004200     IF WS-NTF-STATUS = SPACES OR '00'
004210        SET STORE-AVAILABLE(WS-ST-NOTIFPRF) TO TRUE
004220     ELSE
004230        DISPLAY 'NOTIFPRF NOT AVAILABLE - NOT SEARCHED'
004240     END-IF
004250     OPEN INPUT  ARCHIVE-INDEX
004260     IF WS-ARCIX-STATUS = SPACES OR '00'
004270        SET STORE-AVAILABLE(WS-ST-PAUARCIX) TO TRUE
004280     ELSE
004290        DISPLAY 'PAUARCIX NOT AVAILABLE - NOT SEARCHED'
004300     END-IF
004310     OPEN INPUT  ALERT-PREFS
004320     IF WS-ALR-STATUS = SPACES OR '00'
004330        SET STORE-AVAILABLE(WS-ST-ALERTPRF) TO TRUE
004340     ELSE
004350        DISPLAY 'ALERTPRF NOT AVAILABLE - NOT SEARCHED'
004360     END-IF
004370     OPEN INPUT  CARD-CONTROLS
004380     IF WS-CCTL-STATUS = SPACES OR '00'
004390        SET STORE-AVAILABLE(WS-ST-CARDCTRL) TO TRUE
004400     ELSE
004410        DISPLAY 'CARDCTRL NOT AVAILABLE - NOT SEARCHED'
004420     END-IF
004430     OPEN INPUT  RECUR-REG
004440     IF WS-RCR-STATUS = SPACES OR '00'
004450        SET STORE-AVAILABLE(WS-ST-RECURREG) TO TRUE
004460     ELSE
004470        DISPLAY 'RECURREG NOT AVAILABLE - NOT SEARCHED'
004480     END-IF
004490*
004500     OPEN I-O RUN-CONTROL
004510     IF WS-RUNC-STATUS = SPACES OR '00'
004520        SET RUN-CONTROL-AVAILABLE TO TRUE
004530        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
004540     ELSE
004550        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
004560     END-IF
004570*
004580     MOVE SPACES TO WS-PRINT-LINE
004590     STRING 'CBSUBACC SUBJECT-ACCESS CONTROL LISTING - RUN DATE '
004600            WS-TODAY-DIS
004610            DELIMITED BY SIZE INTO WS-PRINT-LINE
004620     END-STRING
004630     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
004640*
004650     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
004660     DISPLAY '*-------------------------------------*'
004670     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
004680     .
004690 1000-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------*
004720 1300-MARK-RUN-START.
004730*----------------------------------------------------------------*
004740     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004750     READ RUN-CONTROL
004760     IF WS-RUNC-STATUS NOT = '00'
004770        MOVE SPACES          TO RUN-CONTROL-RECORD
004780        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004790     END-IF
004800     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004810     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004820     MOVE SPACES             TO RUNC-END-TIME
004830     SET  RUNC-RUNNING       TO TRUE
004840     MOVE ZEROES             TO RUNC-RECORD-COUNT
004850     IF WS-RUNC-STATUS = '00'
004860        REWRITE RUN-CONTROL-RECORD
004870     ELSE
004880        WRITE RUN-CONTROL-RECORD
004890     END-IF
004900     .
004910 1300-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------*
004940 1400-MARK-RUN-END.
004950*----------------------------------------------------------------*
004960     IF RUN-CONTROL-AVAILABLE
004970        ACCEPT WS-RUN-TIME   FROM TIME
004980        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004990        READ RUN-CONTROL
005000        MOVE WS-RUN-TIME     TO RUNC-END-TIME
005010        SET  RUNC-COMPLETE   TO TRUE
005020        MOVE WS-RUN-DISCLOSED TO RUNC-RECORD-COUNT
005030        REWRITE RUN-CONTROL-RECORD
005040        IF WS-RUNC-STATUS NOT = '00'
005050           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
005060        END-IF
005070     END-IF
005080     .
005090 1400-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------*
005120*    ONE REQUEST: EVERY STORE IS SEARCHED IN DISCLOSURE ORDER,   *
005130*    EACH SECTION PRINTED AS IT IS FOUND, THEN THE REQUEST'S     *
005140*    CONTROL LINES. A REQUEST WITHOUT A VALID CUSTOMER ID IS     *
005150*    LISTED AS REJECTED AND NOTHING IS DISCLOSED.                *
005160*----------------------------------------------------------------*
005170 2000-PROCESS-NEXT-REQUEST.
005180*----------------------------------------------------------------*
005190     READ SAR-REQUESTS
005200         AT END
005210             SET SREQ-EOF TO TRUE
005220             GO TO 2000-EXIT
005230     END-READ
005240     ADD 1 TO WS-RUN-REQUESTS
005250     IF SRQ-CUST-ID NOT NUMERIC
005260        OR SRQ-CUST-ID = ZERO
005270        ADD 1 TO WS-RUN-REJECTED
005280        MOVE SPACES TO WS-PRINT-LINE
005290        WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
005300        STRING 'REQUEST ' SRQ-REQUEST-REF
005310               ' REJECTED - CUSTOMER ID NOT NUMERIC: '
005320               SAR-REQUEST-RECORD(1:9)
005330               DELIMITED BY SIZE INTO WS-PRINT-LINE
005340        END-STRING
005350        WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
005360        GO TO 2000-EXIT
005370     END-IF
005380*
005390     MOVE 'N'                    TO WS-REQ-INCOMPLETE-SW
005400                                    WS-OVERFLOW-SW
005410     MOVE 0                      TO WS-SAR-CARD-COUNT
005420                                    WS-SAR-ACCT-COUNT
005430     PERFORM 2010-RESET-STORE    THRU 2010-EXIT
005440         VARYING WS-ST-SUB FROM 1 BY 1
005450         UNTIL WS-ST-SUB > WS-ST-MAX
005460     MOVE SRQ-CUST-ID            TO HV-CUST-ID
005470*
005480     PERFORM 3000-HEADING-SECTION  THRU 3000-EXIT
005490     PERFORM 3100-CUSTOMER-SECTION THRU 3100-EXIT
005500     PERFORM 3200-PREFERENCE-SECTION THRU 3200-EXIT
005510     PERFORM 3300-CARD-SECTION     THRU 3300-EXIT
005520     PERFORM 3400-PAUTB-SECTION    THRU 3400-EXIT
005530     PERFORM 3500-ARCHIVE-SECTION  THRU 3500-EXIT
005540     PERFORM 3600-FRAUD-SECTION    THRU 3600-EXIT
005550     PERFORM 3700-DISPUTE-SECTION  THRU 3700-EXIT
005560     PERFORM 3800-ALERT-SECTION    THRU 3800-EXIT
005570     PERFORM 3900-CONTROL-SECTION  THRU 3900-EXIT
005580     PERFORM 4000-RECURRING-SECTION THRU 4000-EXIT
005590*
005600     PERFORM 4900-CLOSING-SECTION  THRU 4900-EXIT
005610     PERFORM 6000-PRINT-REQUEST-CONTROL THRU 6000-EXIT
005620     ADD 1 TO WS-RUN-DISCLOSED
005630     IF REQUEST-INCOMPLETE
005640        ADD 1 TO WS-RUN-INCOMPLETE
005650        SET ANY-DISCLOSURE-INCOMPLETE TO TRUE
005660     END-IF
005670     .
005680 2000-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------*
005710 2010-RESET-STORE.
005720*----------------------------------------------------------------*
005730     MOVE 0                      TO WS-SS-ITEMS(WS-ST-SUB)
005740     IF STORE-AVAILABLE(WS-ST-SUB)
005750        SET STORE-SEARCHED(WS-ST-SUB) TO TRUE
005760     ELSE
005770        SET STORE-UNAVAILABLE(WS-ST-SUB) TO TRUE
005780        SET REQUEST-INCOMPLETE   TO TRUE
005790     END-IF
005800     .
005810 2010-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------*
005840 3000-HEADING-SECTION.
005850*----------------------------------------------------------------*
005860     MOVE ALL '='                TO WS-PRINT-LINE(1:80)
005870     WRITE SAR-REPORT-LINE FROM WS-PRINT-LINE
005880     STRING 'SUBJECT-ACCESS DISCLOSURE - CUSTOMER ' SRQ-CUST-ID
005890            DELIMITED BY SIZE INTO WS-DOC-LINE
005900     END-STRING
005910     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
005920     PERFORM 3010-SET-RESPONSE-DUE THRU 3010-EXIT
005930     MOVE SRQ-RECEIVED-DATE      TO WS-DATE-IN
005940     PERFORM 5200-FORMAT-DATE    THRU 5200-EXIT
005950     STRING 'REQUEST ' SRQ-REQUEST-REF '  RECEIVED ' WS-DATE-DIS
005960            DELIMITED BY SIZE INTO WS-DOC-LINE
005970     END-STRING
005980     MOVE WS-DUE-DATE-X          TO WS-DATE-IN
005990     PERFORM 5200-FORMAT-DATE    THRU 5200-EXIT
006000     STRING '  RESPONSE DUE ' WS-DATE-DIS
006010            '  PREPARED ' WS-TODAY-DIS
006020            DELIMITED BY SIZE INTO WS-DOC-LINE(42:)
006030     END-STRING
006040     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006050     MOVE 'CARD NUMBERS ARE SHOWN WITH ONLY THE LAST FOUR DIGITS.'
006060                                 TO WS-DOC-LINE
006070     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006080     MOVE WS-DASH-LINE           TO WS-DOC-LINE
006090     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006100     .
006110 3000-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------*
006140*    TWO CALENDAR MONTHS FROM RECEIPT. A REQUEST WITHOUT A VALID *
006150*    RECEIVED DATE IS TIMED FROM TODAY.                          *
006160*----------------------------------------------------------------*
006170 3010-SET-RESPONSE-DUE.
006180*----------------------------------------------------------------*
006190     IF SRQ-RECEIVED-DATE NOT NUMERIC
006200        OR SRQ-RECEIVED-DATE(5:2) < '01'
006210        OR SRQ-RECEIVED-DATE(5:2) > '12'
006220        MOVE WS-TODAY-CCYYMMDD   TO SRQ-RECEIVED-DATE
006230     END-IF
006240     MOVE SRQ-RECEIVED-DATE      TO WS-DUE-DATE-X
006250     ADD 2                       TO WS-DUE-MM
006260     IF WS-DUE-MM > 12
006270        SUBTRACT 12            FROM WS-DUE-MM
006280        ADD 1                    TO WS-DUE-YEAR
006290     END-IF
006300     MOVE WS-MONTH-END-DAY(WS-DUE-MM) TO WS-DUE-LAST-DAY
006310     IF WS-DUE-MM = 2
006320        DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOT
006330            REMAINDER WS-LEAP-REM
006340        IF WS-LEAP-REM = 0
006350           MOVE 29               TO WS-DUE-LAST-DAY
006360           DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOT
006370               REMAINDER WS-LEAP-REM
006380           IF WS-LEAP-REM = 0
006390              DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOT
006400                  REMAINDER WS-LEAP-REM
006410              IF WS-LEAP-REM NOT = 0
006420                 MOVE 28         TO WS-DUE-LAST-DAY
006430              END-IF
006440           END-IF
006450        END-IF
006460     END-IF
006470     IF WS-DUE-DD > WS-DUE-LAST-DAY
006480        MOVE WS-DUE-LAST-DAY     TO WS-DUE-DD
006490     END-IF
006500     .
006510 3010-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------*
006540 3100-CUSTOMER-SECTION.
006550*----------------------------------------------------------------*
006560     MOVE WS-ST-CUSTDAT          TO WS-ST-SUB
006570     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
006580     MOVE SRQ-CUST-ID            TO CUST-ID
006590     READ CUST-FILE
006600     IF NOT CUST-ROW-FOUND
006610        IF WS-CUST-STATUS = '23'
006620           ADD 1 TO WS-RUN-NOT-ON-MASTER
006630        ELSE
006640           SET STORE-IN-ERROR(WS-ST-SUB) TO TRUE
006650           SET REQUEST-INCOMPLETE TO TRUE
006660        END-IF
006670        MOVE '   NO CUSTOMER RECORD IS HELD UNDER THIS ID.'
006680                                 TO WS-DOC-LINE
006690        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
006700        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
006710        GO TO 3100-EXIT
006720     END-IF
006730     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
006740     STRING '   NAME ..........: ' CUST-FIRST-NAME ' '
006750            CUST-LAST-NAME
006760            DELIMITED BY SIZE INTO WS-DOC-LINE
006770     END-STRING
006780     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006790     STRING '   PHONE .........: ' CUST-PHONE-NUM-1
006800            DELIMITED BY SIZE INTO WS-DOC-LINE
006810     END-STRING
006820     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006830     STRING '   EMAIL .........: ' CUST-EMAIL-ADDRESS
006840            DELIMITED BY SIZE INTO WS-DOC-LINE
006850     END-STRING
006860     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006870     STRING '   ADDRESS NUMBER : ' CUST-ADDR-STREET-NUM
006880            '   ZIP CODE: ' CUST-ADDR-ZIP
006890            DELIMITED BY SIZE INTO WS-DOC-LINE
006900     END-STRING
006910     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006920     MOVE CUST-FICO-CREDIT-SCORE TO WS-FICO-DIS
006930     STRING '   CREDIT SCORE ..: ' WS-FICO-DIS
006940            DELIMITED BY SIZE INTO WS-DOC-LINE
006950     END-STRING
006960     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
006970     EVALUATE TRUE
006980         WHEN CUST-STAFF
006990            MOVE 'STAFF MEMBER'        TO WS-DECODE-TEXT
007000         WHEN CUST-VIP
007010            MOVE 'PRIORITY CUSTOMER'   TO WS-DECODE-TEXT
007020         WHEN CUST-PROTECTED
007030            MOVE 'PROTECTED CUSTOMER'  TO WS-DECODE-TEXT
007040         WHEN OTHER
007050            MOVE 'NONE'                TO WS-DECODE-TEXT
007060     END-EVALUATE
007070     STRING '   SPECIAL HANDLING: ' WS-DECODE-TEXT
007080            DELIMITED BY SIZE INTO WS-DOC-LINE
007090     END-STRING
007100     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007110     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007120     .
007130 3100-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------*
007160 3200-PREFERENCE-SECTION.
007170*----------------------------------------------------------------*
007180     MOVE WS-ST-NOTIFPRF         TO WS-ST-SUB
007190     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
007200     IF NOT STORE-SEARCHED(WS-ST-SUB)
007210        GO TO 3200-EXIT
007220     END-IF
007230     MOVE SRQ-CUST-ID            TO NTF-CUST-ID
007240     READ PREF-FILE
007250     IF NOT NTF-ROW-FOUND
007260        IF WS-NTF-STATUS NOT = '23'
007270           PERFORM 5300-STORE-ERROR THRU 5300-EXIT
007280        END-IF
007290        MOVE '   NONE RECORDED - MESSAGES GO BY EMAIL ANY TIME.'
007300                                 TO WS-DOC-LINE
007310        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
007320        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
007330        GO TO 3200-EXIT
007340     END-IF
007350     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
007360     EVALUATE TRUE
007370         WHEN NTF-CHANNEL-EMAIL
007380            MOVE 'EMAIL'               TO WS-DECODE-TEXT
007390         WHEN NTF-CHANNEL-SMS
007400            MOVE 'TEXT MESSAGE (SMS)'  TO WS-DECODE-TEXT
007410         WHEN NTF-CHANNEL-NONE
007420            MOVE 'NO MESSAGES'         TO WS-DECODE-TEXT
007430         WHEN OTHER
007440            MOVE 'EMAIL'               TO WS-DECODE-TEXT
007450     END-EVALUATE
007460     STRING '   CHANNEL .......: ' WS-DECODE-TEXT
007470            DELIMITED BY SIZE INTO WS-DOC-LINE
007480     END-STRING
007490     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007500     IF NTF-QUIET-FROM IS NUMERIC
007510        AND NTF-QUIET-TO IS NUMERIC
007520        AND (NTF-QUIET-FROM NOT = 0 OR NTF-QUIET-TO NOT = 0)
007530        MOVE NTF-QUIET-FROM      TO WS-HHMM-DIS
007540        MOVE NTF-QUIET-TO        TO WS-HHMM2-DIS
007550        STRING '   QUIET HOURS ...: ' WS-HHMM-DIS(1:2) ':'
007560               WS-HHMM-DIS(3:2) ' TO ' WS-HHMM2-DIS(1:2) ':'
007570               WS-HHMM2-DIS(3:2)
007580               DELIMITED BY SIZE INTO WS-DOC-LINE
007590        END-STRING
007600     ELSE
007610        MOVE '   QUIET HOURS ...: NONE' TO WS-DOC-LINE
007620     END-IF
007630     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007640     IF NTF-HARD-BOUNCED
007650        MOVE NTF-BOUNCE-DATE     TO WS-DATE-IN
007660        PERFORM 5200-FORMAT-DATE THRU 5200-EXIT
007670        STRING '   ADDRESS STATUS : UNDELIVERABLE SINCE '
007680               WS-DATE-DIS
007690               DELIMITED BY SIZE INTO WS-DOC-LINE
007700        END-STRING
007710        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
007720     END-IF
007730     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
007740     .
007750 3200-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------*
007780*    THE CROSS-REFERENCE IS WALKED FRONT TO BACK FOR THE         *
007790*    CUSTOMER'S CARDS - REQUEST VOLUMES ARE A HANDFUL A MONTH,   *
007800*    SO THE SCAN IS ACCEPTABLE. EACH CARD AND EACH ACCOUNT IS    *
007810*    LISTED ONCE FOR THE STORES KEYED ON THEM.                   *
007820*----------------------------------------------------------------*
007830 3300-CARD-SECTION.
007840*----------------------------------------------------------------*
007850     MOVE WS-ST-CARDXREF         TO WS-ST-SUB
007860     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
007870     MOVE 'N'                    TO WS-XREF-EOF-SW
007880     CLOSE XREF-FILE
007890     OPEN INPUT XREF-FILE
007900     IF WS-XREF-STATUS NOT = '00'
007910        PERFORM 5300-STORE-ERROR THRU 5300-EXIT
007920        GO TO 3300-EXIT
007930     END-IF
007940     PERFORM 3310-CHECK-ONE-XREF THRU 3310-EXIT
007950         UNTIL XREF-EOF
007960     IF WS-SS-ITEMS(WS-ST-SUB) = 0
007970        MOVE '   NO CARDS ARE HELD FOR THIS CUSTOMER.'
007980                                 TO WS-DOC-LINE
007990        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
008000     END-IF
008010     IF SAR-LIST-OVERFLOW
008020        MOVE '   ** OVER 50 CARDS OR ACCOUNTS - NOT ALL SEARCHED'
008030                                 TO WS-DOC-LINE
008040        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
008050        SET REQUEST-INCOMPLETE   TO TRUE
008060     END-IF
008070     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008080     .
008090 3300-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120 3310-CHECK-ONE-XREF.
008130*----------------------------------------------------------------*
008140     READ XREF-FILE NEXT
008150         AT END
008160             SET XREF-EOF TO TRUE
008170             GO TO 3310-EXIT
008180     END-READ
008190     IF XREF-CUST-ID NOT = SRQ-CUST-ID
008200        GO TO 3310-EXIT
008210     END-IF
008220     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
008230     MOVE XREF-CARD-NUM          TO WS-MASKED-CARD
008240     PERFORM 5400-MASK-CARD      THRU 5400-EXIT
008250     IF XREF-END-DATE = SPACES OR LOW-VALUES
008260        STRING '   CARD ' WS-MASKED-CARD
008270               '   ACCOUNT ' XREF-ACCT-ID '   LINK CURRENT'
008280               DELIMITED BY SIZE INTO WS-DOC-LINE
008290        END-STRING
008300     ELSE
008310        MOVE XREF-END-DATE       TO WS-DATE-IN
008320        PERFORM 5200-FORMAT-DATE THRU 5200-EXIT
008330        STRING '   CARD ' WS-MASKED-CARD
008340               '   ACCOUNT ' XREF-ACCT-ID '   LINK ENDED '
008350               WS-DATE-DIS
008360               DELIMITED BY SIZE INTO WS-DOC-LINE
008370        END-STRING
008380     END-IF
008390     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008400*
008410     IF WS-SAR-CARD-COUNT < WS-SAR-CARD-MAX
008420        ADD 1                    TO WS-SAR-CARD-COUNT
008430        MOVE XREF-CARD-NUM
008440                    TO WS-SAR-CARD-NUM(WS-SAR-CARD-COUNT)
008450     ELSE
008460        SET SAR-LIST-OVERFLOW    TO TRUE
008470     END-IF
008480     MOVE 'N'                    TO WS-ACCT-FOUND-SW
008490     PERFORM 3320-CHECK-ACCT-LISTED THRU 3320-EXIT
008500         VARYING WS-SAR-ACCT-IDX FROM 1 BY 1
008510         UNTIL WS-SAR-ACCT-IDX > WS-SAR-ACCT-COUNT
008520            OR ACCT-LISTED
008530     IF ACCT-LISTED
008540        GO TO 3310-EXIT
008550     END-IF
008560     IF WS-SAR-ACCT-COUNT < WS-SAR-ACCT-MAX
008570        ADD 1                    TO WS-SAR-ACCT-COUNT
008580        MOVE XREF-ACCT-ID
008590                    TO WS-SAR-ACCT-ID(WS-SAR-ACCT-COUNT)
008600     ELSE
008610        SET SAR-LIST-OVERFLOW    TO TRUE
008620     END-IF
008630     .
008640 3310-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------*
008670 3320-CHECK-ACCT-LISTED.
008680*----------------------------------------------------------------*
008690     IF WS-SAR-ACCT-ID(WS-SAR-ACCT-IDX) = XREF-ACCT-ID
008700        SET ACCT-LISTED          TO TRUE
008710     END-IF
008720     .
008730 3320-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------*
008760*    THE PENDING AUTHORIZATIONS UNDER EACH OF THE CUSTOMER'S     *
008770*    ACCOUNTS. ONLY DETAILS ON THE SUBJECT'S OWN CARDS ARE       *
008780*    DISCLOSED.                                                  *
008790*----------------------------------------------------------------*
008800 3400-PAUTB-SECTION.
008810*----------------------------------------------------------------*
008820     MOVE WS-ST-PAUTB            TO WS-ST-SUB
008830     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
008840     PERFORM 3410-ACCOUNT-AUTHS  THRU 3410-EXIT
008850         VARYING WS-SAR-ACCT-IDX FROM 1 BY 1
008860         UNTIL WS-SAR-ACCT-IDX > WS-SAR-ACCT-COUNT
008870     IF WS-SS-ITEMS(WS-ST-SUB) = 0
008880        MOVE '   NO AUTHORIZATIONS ON FILE.' TO WS-DOC-LINE
008890        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
008900     END-IF
008910     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
008920     .
008930 3400-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------*
008960 3410-ACCOUNT-AUTHS.
008970*----------------------------------------------------------------*
008980     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
008990          SEGMENT (PAUTSMRY
009000              (PA-ACCOUNT-ID = WS-SAR-ACCT-ID(WS-SAR-ACCT-IDX)))
009010          INTO   (PENDING-AUTH-SUMMARY)
009020     END-EXEC
009030     MOVE DIBSTAT                TO IMS-RETURN-CODE
009040     IF SEGMENT-NOT-FOUND OR END-OF-DB
009050        GO TO 3410-EXIT
009060     END-IF
009070     IF NOT STATUS-OK
009080        DISPLAY 'PAUTB READ FAILED FOR ACCOUNT '
009090                WS-SAR-ACCT-ID(WS-SAR-ACCT-IDX)
009100                ' STATUS ' IMS-RETURN-CODE
009110        PERFORM 5300-STORE-ERROR THRU 5300-EXIT
009120        GO TO 3410-EXIT
009130     END-IF
009140     MOVE 'N'                    TO WS-DETAIL-EOF-SW
009150     PERFORM 3420-NEXT-AUTH      THRU 3420-EXIT
009160         UNTIL DETAIL-SEG-EOF
009170     .
009180 3410-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------*
009210 3420-NEXT-AUTH.
009220*----------------------------------------------------------------*
009230     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
009240         SEGMENT (PAUTDTL1)
009250         INTO (PENDING-AUTH-DETAILS)
009260     END-EXEC
009270     MOVE DIBSTAT                TO IMS-RETURN-CODE
009280     IF NOT STATUS-OK
009290        SET DETAIL-SEG-EOF       TO TRUE
009300        GO TO 3420-EXIT
009310     END-IF
009320     PERFORM 5500-CHECK-SUBJECT-CARD THRU 5500-EXIT
009330     IF NOT SUBJECT-CARD
009340        GO TO 3420-EXIT
009350     END-IF
009360     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
009370     PERFORM 5600-AUTH-LINE      THRU 5600-EXIT
009380     .
009390 3420-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------*
009420*    AUTHORIZATIONS PURGED FROM PAUTB, FROM THE ARCHIVE INDEX,   *
009430*    WHICH IS KEYED BY CARD.                                     *
009440*----------------------------------------------------------------*
009450 3500-ARCHIVE-SECTION.
009460*----------------------------------------------------------------*
009470     MOVE WS-ST-PAUARCIX         TO WS-ST-SUB
009480     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
009490     IF NOT STORE-SEARCHED(WS-ST-SUB)
009500        GO TO 3500-EXIT
009510     END-IF
009520     PERFORM 3510-CARD-ARCHIVE   THRU 3510-EXIT
009530         VARYING WS-SAR-CARD-IDX FROM 1 BY 1
009540         UNTIL WS-SAR-CARD-IDX > WS-SAR-CARD-COUNT
009550     IF WS-SS-ITEMS(WS-ST-SUB) = 0
009560        MOVE '   NO ARCHIVED AUTHORIZATIONS.' TO WS-DOC-LINE
009570        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
009580     END-IF
009590     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
009600     .
009610 3500-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------*
009640 3510-CARD-ARCHIVE.
009650*----------------------------------------------------------------*
009660     MOVE LOW-VALUES             TO ARCX-KEY
009670     MOVE WS-SAR-CARD-NUM(WS-SAR-CARD-IDX) TO ARCX-CARD-NUM
009680     START ARCHIVE-INDEX KEY >= ARCX-KEY
009690     IF WS-ARCIX-STATUS NOT = '00'
009700        GO TO 3510-EXIT
009710     END-IF
009720     SET BROWSE-MORE             TO TRUE
009730     PERFORM 3520-NEXT-ARCHIVE   THRU 3520-EXIT
009740         UNTIL BROWSE-DONE
009750     .
009760 3510-EXIT.
009770     EXIT.
009780*----------------------------------------------------------------*
009790 3520-NEXT-ARCHIVE.
009800*----------------------------------------------------------------*
009810     READ ARCHIVE-INDEX NEXT
009820     IF WS-ARCIX-STATUS NOT = '00'
009830        OR ARCX-CARD-NUM NOT = WS-SAR-CARD-NUM(WS-SAR-CARD-IDX)
009840        SET BROWSE-DONE          TO TRUE
009850        GO TO 3520-EXIT
009860     END-IF
009870     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
009880     MOVE ARCX-DETAIL-SEGMENT    TO PENDING-AUTH-DETAILS
009890     PERFORM 5600-AUTH-LINE      THRU 5600-EXIT
009900     .
009910 3520-EXIT.
009920     EXIT.
009930*----------------------------------------------------------------*
009940*    FRAUD REPORTS RAISED AGAINST THE CUSTOMER'S AUTHORIZATIONS, *
009950*    INCLUDING ONES SINCE WITHDRAWN.                             *
009960*----------------------------------------------------------------*
009970 3600-FRAUD-SECTION.
009980*----------------------------------------------------------------*
009990     MOVE WS-ST-AUTHFRDS         TO WS-ST-SUB
010000     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
010010     MOVE 'N'                    TO WS-CURSOR-EOF-SW
010020     EXEC SQL
010030         DECLARE SARFRD-CURSOR CURSOR FOR
010040             SELECT CARD_NUM, CHAR(AUTH_TS), TRANSACTION_AMT,
010050                    MERCHANT_NAME, AUTH_FRAUD
010060               FROM CARDDEMO.AUTHFRDS
010070              WHERE CUST_ID = :HV-CUST-ID
010080              ORDER BY AUTH_TS
010090     END-EXEC
010100     EXEC SQL
010110         OPEN SARFRD-CURSOR
010120     END-EXEC
010130     IF SQLCODE NOT = ZERO
010140        MOVE SQLCODE TO WS-SQLCODE
010150        DISPLAY 'FRAUD CURSOR OPEN FAILED, SQLCODE=' WS-SQLCODE
010160        PERFORM 5300-STORE-ERROR THRU 5300-EXIT
010170        GO TO 3600-EXIT
010180     END-IF
010190     PERFORM 3610-NEXT-FRAUD-ROW THRU 3610-EXIT
010200         UNTIL SAR-CURSOR-EOF
010210     EXEC SQL
010220         CLOSE SARFRD-CURSOR
010230     END-EXEC
010240     IF WS-SS-ITEMS(WS-ST-SUB) = 0
010250        MOVE '   NO FRAUD REPORTS.'  TO WS-DOC-LINE
010260        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
010270     END-IF
010280     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
010290     .
010300 3600-EXIT.
010310     EXIT.
010320*----------------------------------------------------------------*
010330 3610-NEXT-FRAUD-ROW.
010340*----------------------------------------------------------------*
010350     EXEC SQL
010360         FETCH SARFRD-CURSOR
010370             INTO :HV-FRD-CARD-NUM, :HV-FRD-AUTH-TS,
010380                  :HV-FRD-AMT, :HV-FRD-MERCHANT-NAME,
010390                  :HV-FRD-FLAG
010400     END-EXEC
010410     EVALUATE TRUE
010420         WHEN SQLCODE = ZERO
010430             CONTINUE
010440         WHEN SQLCODE = 100
010450             SET SAR-CURSOR-EOF  TO TRUE
010460             GO TO 3610-EXIT
010470         WHEN OTHER
010480             MOVE SQLCODE TO WS-SQLCODE
010490             DISPLAY 'FRAUD CURSOR FETCH FAILED, SQLCODE='
010500                     WS-SQLCODE
010510             PERFORM 5300-STORE-ERROR THRU 5300-EXIT
010520             SET SAR-CURSOR-EOF  TO TRUE
010530             GO TO 3610-EXIT
010540     END-EVALUATE
010550     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
010560     MOVE HV-FRD-CARD-NUM        TO WS-MASKED-CARD
010570     PERFORM 5400-MASK-CARD      THRU 5400-EXIT
010580     MOVE HV-FRD-AMT             TO WS-AMT-DIS
010590     IF HV-FRD-FLAG = 'Y'
010600        MOVE 'REPORTED AS FRAUD'  TO WS-DECODE-TEXT
010610     ELSE
010620        MOVE 'REPORT WITHDRAWN'   TO WS-DECODE-TEXT
010630     END-IF
010640     STRING '   ' HV-FRD-AUTH-TS(1:10) ' ' WS-MASKED-CARD ' '
010650            WS-AMT-DIS ' ' HV-FRD-MERCHANT-TEXT ' '
010660            WS-DECODE-TEXT
010670            DELIMITED BY SIZE INTO WS-DOC-LINE
010680     END-STRING
010690     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
010700     .
010710 3610-EXIT.
010720     EXIT.
010730*----------------------------------------------------------------*
010740 3700-DISPUTE-SECTION.
010750*----------------------------------------------------------------*
010760     MOVE WS-ST-PAUDISPT         TO WS-ST-SUB
010770     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
010780     MOVE 'N'                    TO WS-CURSOR-EOF-SW
010790     EXEC SQL
010800         DECLARE SARDSP-CURSOR CURSOR FOR
010810             SELECT CASE_ID, CARD_NUM, TRANSACTION_ID,
010820                    DISPUTE_AMT, CASE_STATUS, CASE_REASON,
010830                    CHAR(OPENED_DATE), CHAR(LAST_STATUS_DATE),
010840                    RAISED_BY
010850               FROM CARDDEMO.PAUDISPT
010860              WHERE CUST_ID = :HV-CUST-ID
010870              ORDER BY CASE_ID
010880     END-EXEC
010890     EXEC SQL
010900         OPEN SARDSP-CURSOR
010910     END-EXEC
010920     IF SQLCODE NOT = ZERO
010930        MOVE SQLCODE TO WS-SQLCODE
010940        DISPLAY 'DISPUTE CURSOR OPEN FAILED, SQLCODE=' WS-SQLCODE
010950        PERFORM 5300-STORE-ERROR THRU 5300-EXIT
010960        GO TO 3700-EXIT
010970     END-IF
010980     PERFORM 3710-NEXT-DISPUTE-ROW THRU 3710-EXIT
010990         UNTIL SAR-CURSOR-EOF
011000     EXEC SQL
011010         CLOSE SARDSP-CURSOR
011020     END-EXEC
011030     IF WS-SS-ITEMS(WS-ST-SUB) = 0
011040        MOVE '   NO DISPUTE CASES.'  TO WS-DOC-LINE
011050        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
011060     END-IF
011070     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
011080     .
011090 3700-EXIT.
011100     EXIT.
011110*----------------------------------------------------------------*
011120 3710-NEXT-DISPUTE-ROW.
011130*----------------------------------------------------------------*
011140     EXEC SQL
011150         FETCH SARDSP-CURSOR
011160             INTO :DSP-CASE-ID, :DSP-CARD-NUM,
011170                  :DSP-TRANSACTION-ID, :DSP-DISPUTE-AMT,
011180                  :DSP-CASE-STATUS, :DSP-CASE-REASON,
011190                  :DSP-OPENED-DATE, :DSP-LAST-STATUS-DATE,
011200                  :DSP-RAISED-BY
011210     END-EXEC
011220     EVALUATE TRUE
011230         WHEN SQLCODE = ZERO
011240             CONTINUE
011250         WHEN SQLCODE = 100
011260             SET SAR-CURSOR-EOF  TO TRUE
011270             GO TO 3710-EXIT
011280         WHEN OTHER
011290             MOVE SQLCODE TO WS-SQLCODE
011300             DISPLAY 'DISPUTE CURSOR FETCH FAILED, SQLCODE='
011310                     WS-SQLCODE
011320             PERFORM 5300-STORE-ERROR THRU 5300-EXIT
011330             SET SAR-CURSOR-EOF  TO TRUE
011340             GO TO 3710-EXIT
011350     END-EVALUATE
011360     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
011370     MOVE DSP-CARD-NUM           TO WS-MASKED-CARD
011380     PERFORM 5400-MASK-CARD      THRU 5400-EXIT
011390     MOVE DSP-CASE-ID            TO WS-CNT-DIS
011400     EVALUATE DSP-CASE-STATUS
011410         WHEN 'O'
011420            MOVE 'OPEN'                TO WS-DECODE-TEXT
011430         WHEN 'R'
011440            MOVE 'REPRESENTED'         TO WS-DECODE-TEXT
011450         WHEN 'C'
011460            MOVE 'CHARGED BACK'        TO WS-DECODE-TEXT
011470         WHEN 'X'
011480            MOVE 'CLOSED'              TO WS-DECODE-TEXT
011490         WHEN OTHER
011500            MOVE 'OTHER'               TO WS-DECODE-TEXT
011510     END-EVALUATE
011520     STRING '   CASE ' WS-CNT-DIS '  CARD ' WS-MASKED-CARD
011530            '  OPENED ' DSP-OPENED-DATE
011540            '  STATUS ' WS-DECODE-TEXT(1:12)
011550            ' SINCE ' DSP-LAST-STATUS-DATE
011560            DELIMITED BY SIZE INTO WS-DOC-LINE
011570     END-STRING
011580     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
011590     MOVE DSP-DISPUTE-AMT        TO WS-AMT-DIS
011600     STRING '      AMOUNT ' WS-AMT-DIS
011610            '  TRANSACTION ' DSP-TRANSACTION-ID
011620            '  RAISED BY ' DSP-RAISED-BY
011630            DELIMITED BY SIZE INTO WS-DOC-LINE
011640     END-STRING
011650     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
011660     STRING '      REASON ' DSP-CASE-REASON
011670            DELIMITED BY SIZE INTO WS-DOC-LINE
011680     END-STRING
011690     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
011700     .
011710 3710-EXIT.
011720     EXIT.
011730*----------------------------------------------------------------*
011740 3800-ALERT-SECTION.
011750*----------------------------------------------------------------*
011760     MOVE WS-ST-ALERTPRF         TO WS-ST-SUB
011770     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
011780     IF NOT STORE-SEARCHED(WS-ST-SUB)
011790        GO TO 3800-EXIT
011800     END-IF
011810     PERFORM 3810-ACCOUNT-ALERTS THRU 3810-EXIT
011820         VARYING WS-SAR-ACCT-IDX FROM 1 BY 1
011830         UNTIL WS-SAR-ACCT-IDX > WS-SAR-ACCT-COUNT
011840     IF WS-SS-ITEMS(WS-ST-SUB) = 0
011850        MOVE '   NO SPEND ALERTS SET.' TO WS-DOC-LINE
011860        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
011870     END-IF
011880     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
011890     .
011900 3800-EXIT.
011910     EXIT.
011920*----------------------------------------------------------------*
011930 3810-ACCOUNT-ALERTS.
011940*----------------------------------------------------------------*
011950     MOVE WS-SAR-ACCT-ID(WS-SAR-ACCT-IDX) TO ALR-ACCT-ID
011960     READ ALERT-PREFS
011970     IF NOT ALR-ROW-FOUND
011980        IF WS-ALR-STATUS NOT = '23'
011990           PERFORM 5300-STORE-ERROR THRU 5300-EXIT
012000        END-IF
012010        GO TO 3810-EXIT
012020     END-IF
012030     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
012040     MOVE ALR-AMT-THRESHOLD      TO WS-AMT-DIS
012050     IF ALR-FOREIGN-ALERT
012060        MOVE 'ON'                TO WS-DECODE-TEXT
012070     ELSE
012080        MOVE 'OFF'               TO WS-DECODE-TEXT
012090     END-IF
012100     MOVE ALR-UPDATED-DATE       TO WS-DATE-IN
012110     PERFORM 5200-FORMAT-DATE    THRU 5200-EXIT
012120     STRING '   ACCOUNT ' ALR-ACCT-ID '  ALERT OVER ' WS-AMT-DIS
012130            '  FOREIGN ALERT ' WS-DECODE-TEXT(1:3)
012140            '  SET ' WS-DATE-DIS
012150            DELIMITED BY SIZE INTO WS-DOC-LINE
012160     END-STRING
012170     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
012180     .
012190 3810-EXIT.
012200     EXIT.
012210*----------------------------------------------------------------*
012220 3900-CONTROL-SECTION.
012230*----------------------------------------------------------------*
012240     MOVE WS-ST-CARDCTRL         TO WS-ST-SUB
012250     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
012260     IF NOT STORE-SEARCHED(WS-ST-SUB)
012270        GO TO 3900-EXIT
012280     END-IF
012290     PERFORM 3910-CARD-CONTROLS  THRU 3910-EXIT
012300         VARYING WS-SAR-CARD-IDX FROM 1 BY 1
012310         UNTIL WS-SAR-CARD-IDX > WS-SAR-CARD-COUNT
012320     IF WS-SS-ITEMS(WS-ST-SUB) = 0
012330        MOVE '   NO SPENDING CONTROLS SET.' TO WS-DOC-LINE
012340        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
012350     END-IF
012360     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
012370     .
012380 3900-EXIT.
012390     EXIT.
012400*----------------------------------------------------------------*
012410 3910-CARD-CONTROLS.
012420*----------------------------------------------------------------*
012430     MOVE WS-SAR-CARD-NUM(WS-SAR-CARD-IDX) TO CCTL-CARD-NUM
012440     READ CARD-CONTROLS
012450     IF NOT CCTL-ROW-FOUND
012460        IF WS-CCTL-STATUS NOT = '23'
012470           PERFORM 5300-STORE-ERROR THRU 5300-EXIT
012480        END-IF
012490        GO TO 3910-EXIT
012500     END-IF
012510     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
012520     MOVE CCTL-CARD-NUM          TO WS-MASKED-CARD
012530     PERFORM 5400-MASK-CARD      THRU 5400-EXIT
012540     MOVE CCTL-MAX-SINGLE-TRAN-AMT TO WS-AMT-DIS
012550     STRING '   CARD ' WS-MASKED-CARD '  SINGLE PURCHASE LIMIT '
012560            WS-AMT-DIS '  ONLINE/PHONE BLOCKED '
012570            CCTL-CNP-BLOCK-SW
012580            DELIMITED BY SIZE INTO WS-DOC-LINE
012590     END-STRING
012600     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
012610     STRING '      BLOCKED MERCHANT CODES '
012620            CCTL-BLOCKED-MCC(1) ' ' CCTL-BLOCKED-MCC(2) ' '
012630            CCTL-BLOCKED-MCC(3) ' '
012640            CCTL-BLOCKED-MCC(4) ' ' CCTL-BLOCKED-MCC(5)
012650            DELIMITED BY SIZE INTO WS-DOC-LINE
012660     END-STRING
012670     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
012680     STRING '      BLOCKED: QUASI-CASH ' CCTL-BLOCK-QUASI-CASH-SW
012690            '  GAMBLING ' CCTL-BLOCK-GAMBLING-SW
012700            '  HIGH-RISK ' CCTL-BLOCK-HIGH-RISK-SW
012710            '  TRAVEL ' CCTL-BLOCK-TRAVEL-SW
012720            DELIMITED BY SIZE INTO WS-DOC-LINE
012730     END-STRING
012740     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
012750     .
012760 3910-EXIT.
012770     EXIT.
012780*----------------------------------------------------------------*
012790*    RECURRING-PAYMENT REGISTRATIONS ARE KEYED BY ACCOUNT AND    *
012800*    MERCHANT - EACH ACCOUNT IS BROWSED FROM ITS FIRST MERCHANT. *
012810*----------------------------------------------------------------*
012820 4000-RECURRING-SECTION.
012830*----------------------------------------------------------------*
012840     MOVE WS-ST-RECURREG         TO WS-ST-SUB
012850     PERFORM 5100-SECTION-TITLE  THRU 5100-EXIT
012860     IF NOT STORE-SEARCHED(WS-ST-SUB)
012870        GO TO 4000-EXIT
012880     END-IF
012890     PERFORM 4010-ACCOUNT-RECURRING THRU 4010-EXIT
012900         VARYING WS-SAR-ACCT-IDX FROM 1 BY 1
012910         UNTIL WS-SAR-ACCT-IDX > WS-SAR-ACCT-COUNT
012920     IF WS-SS-ITEMS(WS-ST-SUB) = 0
012930        MOVE '   NO RECURRING PAYMENTS REGISTERED.' TO WS-DOC-LINE
012940        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
012950     END-IF
012960     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
012970     .
012980 4000-EXIT.
012990     EXIT.
013000*----------------------------------------------------------------*
013010 4010-ACCOUNT-RECURRING.
013020*----------------------------------------------------------------*
013030     MOVE WS-SAR-ACCT-ID(WS-SAR-ACCT-IDX) TO RCR-ACCT-ID
013040     MOVE LOW-VALUES             TO RCR-MERCHANT-ID
013050     START RECUR-REG KEY >= RCR-KEY
013060     IF WS-RCR-STATUS NOT = '00'
013070        GO TO 4010-EXIT
013080     END-IF
013090     SET BROWSE-MORE             TO TRUE
013100     PERFORM 4020-NEXT-RECURRING THRU 4020-EXIT
013110         UNTIL BROWSE-DONE
013120     .
013130 4010-EXIT.
013140     EXIT.
013150*----------------------------------------------------------------*
013160 4020-NEXT-RECURRING.
013170*----------------------------------------------------------------*
013180     READ RECUR-REG NEXT
013190     IF WS-RCR-STATUS NOT = '00'
013200        OR RCR-ACCT-ID NOT = WS-SAR-ACCT-ID(WS-SAR-ACCT-IDX)
013210        SET BROWSE-DONE          TO TRUE
013220        GO TO 4020-EXIT
013230     END-IF
013240     ADD 1 TO WS-SS-ITEMS(WS-ST-SUB)
013250     MOVE RCR-TYPICAL-AMT        TO WS-AMT-DIS
013260     MOVE RCR-LAST-SEEN-DATE     TO WS-DATE-IN
013270     PERFORM 5200-FORMAT-DATE    THRU 5200-EXIT
013280     STRING '   ACCOUNT ' RCR-ACCT-ID '  ' RCR-MERCHANT-NAME
013290            ' TYPICALLY ' WS-AMT-DIS '  LAST SEEN ' WS-DATE-DIS
013300            DELIMITED BY SIZE INTO WS-DOC-LINE
013310     END-STRING
013320     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
013330     IF RCR-STOPPED
013340        MOVE RCR-STOPPED-DATE    TO WS-DATE-IN
013350        PERFORM 5200-FORMAT-DATE THRU 5200-EXIT
013360        STRING '      PAYMENTS STOPPED AT CUSTOMER REQUEST ON '
013370               WS-DATE-DIS
013380               DELIMITED BY SIZE INTO WS-DOC-LINE
013390        END-STRING
013400        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
013410     END-IF
013420     .
013430 4020-EXIT.
013440     EXIT.
013450*----------------------------------------------------------------*
013460 4900-CLOSING-SECTION.
013470*----------------------------------------------------------------*
013480     MOVE WS-DASH-LINE           TO WS-DOC-LINE
013490     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
013500     IF REQUEST-INCOMPLETE
013510        MOVE '** NOT EVERY STORE COULD BE SEARCHED - SEE SARCTL.'
013520                                 TO WS-DOC-LINE
013530        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
013540        MOVE '** DISCLOSURE INCOMPLETE - MUST NOT BE SENT.'
013550                                 TO WS-DOC-LINE
013560        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
013570     END-IF
013580     STRING '*** END OF DISCLOSURE - CUSTOMER ' SRQ-CUST-ID ' ***'
013590            DELIMITED BY SIZE INTO WS-DOC-LINE
013600     END-STRING
013610     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
013620     .
013630 4900-EXIT.
013640     EXIT.
013650*----------------------------------------------------------------*
013660*    PRINTS WS-DOC-LINE ON THE DISCLOSURE AND CLEARS IT.         *
013670*----------------------------------------------------------------*
013680 5000-ADD-LINE.
013690*----------------------------------------------------------------*
013700     MOVE SPACES                 TO WS-PRINT-LINE
013710     MOVE WS-DOC-LINE            TO WS-PRINT-LINE(2:120)
013720     WRITE SAR-REPORT-LINE FROM WS-PRINT-LINE
013730     MOVE SPACES                 TO WS-DOC-LINE
013740     .
013750 5000-EXIT.
013760     EXIT.
013770*----------------------------------------------------------------*
013780*    NUMBERED SECTION TITLE FOR STORE WS-ST-SUB, AND THE NOTICE  *
013790*    WHEN THE STORE COULD NOT BE OPENED FOR THIS RUN.            *
013800*----------------------------------------------------------------*
013810 5100-SECTION-TITLE.
013820*----------------------------------------------------------------*
013830     MOVE WS-ST-SUB              TO WS-FICO-DIS
013840     STRING WS-FICO-DIS(2:2) '. ' WS-ST-DESC(WS-ST-SUB)
013850            ' (' WS-ST-NAME(WS-ST-SUB) ')'
013860            DELIMITED BY SIZE INTO WS-DOC-LINE
013870     END-STRING
013880     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
013890     IF STORE-UNAVAILABLE(WS-ST-SUB)
013900        MOVE '   ** NOT AVAILABLE TO THIS RUN - NOT SEARCHED.'
013910                                 TO WS-DOC-LINE
013920        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
013930        PERFORM 5000-ADD-LINE    THRU 5000-EXIT
013940     END-IF
013950     .
013960 5100-EXIT.
013970     EXIT.
013980*----------------------------------------------------------------*
013990*    CCYYMMDD IN WS-DATE-IN TO CCYY-MM-DD IN WS-DATE-DIS.        *
014000*----------------------------------------------------------------*
014010 5200-FORMAT-DATE.
014020*----------------------------------------------------------------*
014030     IF WS-DATE-IN = SPACES OR LOW-VALUES
014040        MOVE 'NOT KNOWN'         TO WS-DATE-DIS
014050        GO TO 5200-EXIT
014060     END-IF
014070     STRING WS-DATE-IN(1:4) '-' WS-DATE-IN(5:2) '-'
014080            WS-DATE-IN(7:2)
014090            DELIMITED BY SIZE INTO WS-DATE-DIS
014100     END-STRING
014110     .
014120 5200-EXIT.
014130     EXIT.
014140*----------------------------------------------------------------*
014150 5300-STORE-ERROR.
014160*----------------------------------------------------------------*
014170     SET STORE-IN-ERROR(WS-ST-SUB) TO TRUE
014180     SET REQUEST-INCOMPLETE      TO TRUE
014190     MOVE '   ** READ ERROR - THIS SECTION MAY BE INCOMPLETE.'
014200                                 TO WS-DOC-LINE
014210     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
014220     .
014230 5300-EXIT.
014240     EXIT.
014250*----------------------------------------------------------------*
014260*    ONLY THE LAST FOUR DIGITS ARE EVER SHOWN. A TOKEN KEEPS THE *
014270*    CARD'S LAST FOUR, SO NO CARD IS DETOKENIZED FOR THIS.       *
014280*----------------------------------------------------------------*
014290 5400-MASK-CARD.
014300*----------------------------------------------------------------*
014310     MOVE '************'         TO WS-MASKED-CARD(1:12)
014320     .
014330 5400-EXIT.
014340     EXIT.
014350*----------------------------------------------------------------*
014360 5500-CHECK-SUBJECT-CARD.
014370*----------------------------------------------------------------*
014380     MOVE 'N'                    TO WS-CARD-FOUND-SW
014390     PERFORM 5510-MATCH-CARD     THRU 5510-EXIT
014400         VARYING WS-SAR-CARD-IDX FROM 1 BY 1
014410         UNTIL WS-SAR-CARD-IDX > WS-SAR-CARD-COUNT
014420            OR SUBJECT-CARD
014430     .
014440 5500-EXIT.
014450     EXIT.
014460*----------------------------------------------------------------*
014470 5510-MATCH-CARD.
014480*----------------------------------------------------------------*
014490     IF WS-SAR-CARD-NUM(WS-SAR-CARD-IDX) = PA-CARD-NUM
014500        SET SUBJECT-CARD         TO TRUE
014510     END-IF
014520     .
014530 5510-EXIT.
014540     EXIT.
014550*----------------------------------------------------------------*
014560*    ONE AUTHORIZATION (LIVE OR ARCHIVED SEGMENT IMAGE).         *
014570*----------------------------------------------------------------*
014580 5600-AUTH-LINE.
014590*----------------------------------------------------------------*
014600     MOVE PA-CARD-NUM            TO WS-MASKED-CARD
014610     PERFORM 5400-MASK-CARD      THRU 5400-EXIT
014620     MOVE PA-AUTH-ORIG-DATE      TO WS-DATE-IN
014630     PERFORM 5200-FORMAT-DATE    THRU 5200-EXIT
014640     MOVE PA-TRANSACTION-AMT     TO WS-AMT-DIS
014650     IF PA-AUTH-APPROVED
014660        MOVE 'APPROVED'          TO WS-RESP-TEXT
014670     ELSE
014680        MOVE 'DECLINED'          TO WS-RESP-TEXT
014690     END-IF
014700     STRING '   ' WS-DATE-DIS ' ' WS-MASKED-CARD ' '
014710            WS-AMT-DIS ' ' PA-CURRENCY-CODE ' ' WS-RESP-TEXT ' '
014720            PA-MERCHANT-NAME ' ' PA-MERCHANT-CITY ' '
014730            PA-MERCHANT-STATE
014740            DELIMITED BY SIZE INTO WS-DOC-LINE
014750     END-STRING
014760     PERFORM 5000-ADD-LINE       THRU 5000-EXIT
014770     .
014780 5600-EXIT.
014790     EXIT.
014800*----------------------------------------------------------------*
014810*    THE REQUEST'S CONTROL LINES: EVERY STORE, WHETHER IT WAS    *
014820*    SEARCHED, AND THE ITEMS IT RETURNED.                        *
014830*----------------------------------------------------------------*
014840 6000-PRINT-REQUEST-CONTROL.
014850*----------------------------------------------------------------*
014860     MOVE SPACES TO WS-PRINT-LINE
014870     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
014880     STRING 'CUSTOMER ' SRQ-CUST-ID '  REQUEST ' SRQ-REQUEST-REF
014890            DELIMITED BY SIZE INTO WS-PRINT-LINE
014900     END-STRING
014910     IF REQUEST-INCOMPLETE
014920        MOVE '** INCOMPLETE - DO NOT SEND' TO WS-PRINT-LINE(45:)
014930     END-IF
014940     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
014950     MOVE '  STORE     CONTENTS                        SEARCHED'
014960                                 TO WS-PRINT-LINE
014970     MOVE 'ITEMS'                TO WS-PRINT-LINE(65:)
014980     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
014990     PERFORM 6100-PRINT-STORE-LINE THRU 6100-EXIT
015000         VARYING WS-ST-SUB FROM 1 BY 1
015010         UNTIL WS-ST-SUB > WS-ST-MAX
015020     .
015030 6000-EXIT.
015040     EXIT.
015050*----------------------------------------------------------------*
015060 6100-PRINT-STORE-LINE.
015070*----------------------------------------------------------------*
015080     EVALUATE TRUE
015090         WHEN STORE-SEARCHED(WS-ST-SUB)
015100            MOVE 'YES'               TO WS-DECODE-TEXT
015110            ADD WS-SS-ITEMS(WS-ST-SUB)
015120                TO WS-SS-RUN-ITEMS(WS-ST-SUB)
015130         WHEN STORE-UNAVAILABLE(WS-ST-SUB)
015140            MOVE 'NOT AVAILABLE'     TO WS-DECODE-TEXT
015150            ADD 1 TO WS-SS-RUN-MISSED(WS-ST-SUB)
015160         WHEN OTHER
015170            MOVE 'READ ERROR'        TO WS-DECODE-TEXT
015180            ADD WS-SS-ITEMS(WS-ST-SUB)
015190                TO WS-SS-RUN-ITEMS(WS-ST-SUB)
015200            ADD 1 TO WS-SS-RUN-MISSED(WS-ST-SUB)
015210     END-EVALUATE
015220     MOVE WS-SS-ITEMS(WS-ST-SUB) TO WS-CNT-DIS
015230     MOVE SPACES TO WS-PRINT-LINE
015240     STRING '  ' WS-ST-NAME(WS-ST-SUB) '  ' WS-ST-DESC(WS-ST-SUB)
015250            '  ' WS-DECODE-TEXT(1:13) WS-CNT-DIS
015260            DELIMITED BY SIZE INTO WS-PRINT-LINE
015270     END-STRING
015280     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015290     .
015300 6100-EXIT.
015310     EXIT.
015320*----------------------------------------------------------------*
015330 8000-PRINT-RUN-SUMMARY.
015340*----------------------------------------------------------------*
015350     MOVE SPACES TO WS-PRINT-LINE
015360     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015370     MOVE ALL '='                TO WS-PRINT-LINE(1:80)
015380     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015390     MOVE SPACES TO WS-PRINT-LINE
015400     STRING 'CBSUBACC RUN SUMMARY - RUN DATE ' WS-TODAY-DIS
015410            DELIMITED BY SIZE INTO WS-PRINT-LINE
015420     END-STRING
015430     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015440*
015450     MOVE WS-RUN-REQUESTS TO WS-CNT-DIS
015460     MOVE SPACES TO WS-PRINT-LINE
015470     STRING 'REQUESTS READ .....................: ' WS-CNT-DIS
015480            DELIMITED BY SIZE INTO WS-PRINT-LINE
015490     END-STRING
015500     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015510*
015520     MOVE WS-RUN-DISCLOSED TO WS-CNT-DIS
015530     MOVE SPACES TO WS-PRINT-LINE
015540     STRING '  DISCLOSURES PRODUCED ............: ' WS-CNT-DIS
015550            DELIMITED BY SIZE INTO WS-PRINT-LINE
015560     END-STRING
015570     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015580*
015590     MOVE WS-RUN-INCOMPLETE TO WS-CNT-DIS
015600     MOVE SPACES TO WS-PRINT-LINE
015610     STRING '    OF WHICH INCOMPLETE ...........: ' WS-CNT-DIS
015620            DELIMITED BY SIZE INTO WS-PRINT-LINE
015630     END-STRING
015640     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015650*
015660     MOVE WS-RUN-NOT-ON-MASTER TO WS-CNT-DIS
015670     MOVE SPACES TO WS-PRINT-LINE
015680     STRING '    NO CUSTOMER RECORD ON CUSTDAT .: ' WS-CNT-DIS
015690            DELIMITED BY SIZE INTO WS-PRINT-LINE
015700     END-STRING
015710     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015720*
015730     MOVE WS-RUN-REJECTED TO WS-CNT-DIS
015740     MOVE SPACES TO WS-PRINT-LINE
015750     STRING '  REJECTED - INVALID CUSTOMER ID ..: ' WS-CNT-DIS
015760            DELIMITED BY SIZE INTO WS-PRINT-LINE
015770     END-STRING
015780     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015790*
015800     MOVE SPACES TO WS-PRINT-LINE
015810     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015820     MOVE '  STORE     CONTENTS' TO WS-PRINT-LINE
015830     MOVE 'ITEMS DISCLOSED'      TO WS-PRINT-LINE(43:)
015840     MOVE 'NOT SEARCHED'         TO WS-PRINT-LINE(62:)
015850     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
015860     PERFORM 8100-PRINT-STORE-TOTAL THRU 8100-EXIT
015870         VARYING WS-ST-SUB FROM 1 BY 1
015880         UNTIL WS-ST-SUB > WS-ST-MAX
015890     .
015900 8000-EXIT.
015910     EXIT.
015920*----------------------------------------------------------------*
015930 8100-PRINT-STORE-TOTAL.
015940*----------------------------------------------------------------*
015950     MOVE WS-SS-RUN-ITEMS(WS-ST-SUB)  TO WS-CNT-DIS
015960     MOVE SPACES TO WS-PRINT-LINE
015970     STRING '  ' WS-ST-NAME(WS-ST-SUB) '  ' WS-ST-DESC(WS-ST-SUB)
015980            '  ' WS-CNT-DIS
015990            DELIMITED BY SIZE INTO WS-PRINT-LINE
016000     END-STRING
016010     MOVE WS-SS-RUN-MISSED(WS-ST-SUB) TO WS-CNT-DIS
016020     MOVE WS-CNT-DIS                  TO WS-PRINT-LINE(62:11)
016030     WRITE CTL-REPORT-LINE FROM WS-PRINT-LINE
016040     .
016050 8100-EXIT.
016060     EXIT.
016070*----------------------------------------------------------------*
016080 9000-FILE-CLOSE.
016090*----------------------------------------------------------------*
016100     IF RUN-CONTROL-AVAILABLE
016110        CLOSE RUN-CONTROL
016120     END-IF
016130     CLOSE SAR-REQUESTS
016140     CLOSE CUST-FILE
016150     CLOSE XREF-FILE
016160     IF STORE-AVAILABLE(WS-ST-NOTIFPRF)
016170        CLOSE PREF-FILE
016180     END-IF
016190     IF STORE-AVAILABLE(WS-ST-PAUARCIX)
016200        CLOSE ARCHIVE-INDEX
016210     END-IF
016220     IF STORE-AVAILABLE(WS-ST-ALERTPRF)
016230        CLOSE ALERT-PREFS
016240     END-IF
016250     IF STORE-AVAILABLE(WS-ST-CARDCTRL)
016260        CLOSE CARD-CONTROLS
016270     END-IF
016280     IF STORE-AVAILABLE(WS-ST-RECURREG)
016290        CLOSE RECUR-REG
016300     END-IF
016310     CLOSE SAR-REPORT
016320     CLOSE CTL-REPORT
016330     .
016340 9000-EXIT.
016350     EXIT.
016360*----------------------------------------------------------------*
016370 9999-ABEND.
016380*----------------------------------------------------------------*
016390     DISPLAY 'CBSUBACC ABENDING DUE TO FILE OPEN ERROR'
016400     MOVE 16 TO RETURN-CODE
016410     GOBACK
016420     .
016430 9999-EXIT.
016440     EXIT.
