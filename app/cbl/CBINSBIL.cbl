000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBINSBIL.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-03-12.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBINSBIL - MONTHLY PER-INSTITUTION PROCESSING BILLING       *
000090*    COUNTS THE BILLABLE WORK DONE FOR EACH PARTNER INSTITUTION  *
000100*    (PA-RQ-INST-ID) IN THE BILLING MONTH, PRICES IT FROM THE    *
000110*    BILLPRIC SCHEDULE (CVBILPRY) AND PRODUCES THE INVOICE       *
000120*    DETAIL (BILLRPT) AND THE ACCOUNTS-RECEIVABLE EXTRACT        *
000130*    (BILLEXT, CVBILEXY) WITH ITS CONTROL TRAILER. ACTIVITIES:   *
000140*      AU - AUTHORIZATION DECISIONS (APPROVED PLUS DECLINED) ON  *
000150*           THE PAUMISST MIS ROWS, WHICH CARRY THE INSTITUTION.  *
000160*           DUPLICATE RESENDS AND REJECTED (UNREADABLE) REQUESTS *
000170*           ARE NOT BILLED,                                      *
000180*      NT - CUSTOMER NOTIFICATIONS HANDED TO THE EMAIL OR SMS    *
000190*           GATEWAY BY CBNOTDLV (THE NOTIFHST HISTORY),          *
000200*      DS - DISPUTE CASES OPENED ON PAUDISPT,                    *
000210*      SA - NETWORK STAND-IN ADVICES LOADED BY CBADVLOD (DETAILS *
000220*           WITH MESSAGE SOURCE NW), LIVE PAUTB PLUS THE PURGE   *
000230*           ARCHIVE (PAUARCHV CONCATENATED).                     *
000240*    NOTIFICATIONS, DISPUTES AND ADVICES ARE GIVEN TO THEIR      *
000250*    INSTITUTION BY THE CARD'S BIN ON THE PRODUCT MASTER         *
000260*    (BINPROD, CSBINPRY) - A TOKEN IS RESOLVED THROUGH THE VAULT *
000270*    (TOKNVALT) AND EVERY SUCH READ LOGGED ON TOKNLOG. AN ADVICE *
000280*    ALREADY CARRYING PA-INST-ID KEEPS IT. A CARD NO RANGE HOLDS *
000290*    BELONGS TO THE FOUNDING INSTITUTION ('001') AND IS COUNTED. *
000300*    THE CONTROL SECTION TIES EACH ACTIVITY BACK TO ITS SOURCE:  *
000310*    SOURCE EVENTS = INVOICED + NOT PRICED + NOT ASSIGNED; ANY   *
000320*    DIFFERENCE ENDS THE JOB WITH RETURN CODE 4.                 *
000330*    BILPARMS  MONTH  =CCYYMM SELECTS THE MONTH; WITHOUT IT THE  *
000340*    CALENDAR MONTH BEFORE THE RUN DATE IS BILLED.               *
000350*----------------------------------------------------------------*
000360*                MODIFICATION HISTORY                            *
000370* DATE       INIT DESCRIPTION                                    *
000380* 2028-03-12  ABF INITIAL VERSION                                *
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-ZOS.
000430 OBJECT-COMPUTER. IBM-ZOS.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARM-FILE      ASSIGN TO BILPARMS
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000490         FILE STATUS  IS WS-PARM-STATUS.
000500*
000510     SELECT PRICE-FILE     ASSIGN TO BILLPRIC
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE  IS SEQUENTIAL
000540         FILE STATUS  IS WS-PRICE-STATUS.
000550*
000560     SELECT NOTIFY-HISTORY ASSIGN TO NOTIFHST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE  IS SEQUENTIAL
000590         RECORD KEY   IS NTH-KEY
000600         FILE STATUS  IS WS-NTH-STATUS.
000610*
000620     SELECT ARCHIVE-FILE   ASSIGN TO PAUARCHV
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE  IS SEQUENTIAL
000650         FILE STATUS  IS WS-ARCHV-STATUS.
000660*
000670     SELECT CARD-PRODUCT-FILE ASSIGN TO BINPROD
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE  IS SEQUENTIAL
000700         RECORD KEY   IS BINP-BIN-HIGH
000710         FILE STATUS  IS WS-CP-STATUS.
000720*
000730     SELECT TOKEN-VAULT    ASSIGN TO TOKNVALT
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE  IS RANDOM
000760         RECORD KEY   IS TOKV-TOKEN
000770         FILE STATUS  IS WS-TOKV-STATUS.
000780*
000790     SELECT TOKEN-LOG      ASSIGN TO TOKNLOG
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE  IS SEQUENTIAL
000820         FILE STATUS  IS WS-TKLG-STATUS.
000830*
000840     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE  IS RANDOM
000870         RECORD KEY   IS RUNC-JOB-NAME
000880         FILE STATUS  IS WS-RUNC-STATUS.
000890*
000900     SELECT BILLING-REPORT ASSIGN TO BILLRPT
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE  IS SEQUENTIAL
000930         FILE STATUS  IS WS-RPT-STATUS.
000940*
000950     SELECT BILLING-EXTRACT ASSIGN TO BILLEXT
000960         ORGANIZATION IS SEQUENTIAL
000970         ACCESS MODE  IS SEQUENTIAL
000980         FILE STATUS  IS WS-EXT-STATUS.
000990*----------------------------------------------------------------*
001000 DATA DIVISION.
001010*----------------------------------------------------------------*
001020 FILE SECTION.
001030 FD  PARM-FILE
001040     RECORDING MODE IS F.
001050 01  PARM-RECORD                 PIC X(80).
001060*
001070 FD  PRICE-FILE
001080     RECORDING MODE IS F.
001090 COPY CVBILPRY.
001100*
001110 FD  NOTIFY-HISTORY
001120     RECORDING MODE IS F.
001130 COPY CVNTFHSY.
001140*
001150 FD  ARCHIVE-FILE
001160     RECORDING MODE IS F.
001170 01  ARCHIVE-RECORD.
001180     05  ARCH-RECORD-TYPE        PIC X(01).
001190         88  ARCH-IS-SUMMARY              VALUE 'S'.
001200         88  ARCH-IS-DETAIL                VALUE 'D'.
001210     05  ARCH-ACCOUNT-ID         PIC 9(11).
001220     05  ARCH-SUMMARY-SEGMENT.
001230         10 ARCH-SUMMARY-DATA    PIC X(40).
001240     05  ARCH-DETAIL-SEGMENT.
001250         10 ARCH-DETAIL-DATA     PIC X(335).
001260     05  ARCH-PURGE-DATE         PIC X(08).
001270*
001280 FD  CARD-PRODUCT-FILE
001290     RECORDING MODE IS F.
001300 COPY CVBINPRY.
001310*
001320 FD  TOKEN-VAULT
001330     RECORDING MODE IS F.
001340 COPY CVTOKNVY.
001350*
001360 FD  TOKEN-LOG
001370     RECORDING MODE IS F.
001380 COPY CVTOKLGY.
001390*
001400 FD  RUN-CONTROL
001410     RECORDING MODE IS F.
001420 COPY CVRUNCTY.
001430*
001440 FD  BILLING-REPORT
001450     RECORDING MODE IS F.
001460 01  BILLING-REPORT-LINE         PIC X(132).
001470*
001480 FD  BILLING-EXTRACT
001490     RECORDING MODE IS F.
001500 COPY CVBILEXY.
001510*----------------------------------------------------------------*
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------*
001540 01  WS-VARIABLES.
001550     05  WS-PGMNAME                 PIC X(08) VALUE 'CBINSBIL'.
001560     05  CURRENT-DATE               PIC 9(06).
001570     05  WS-TODAY-CCYYMMDD          PIC X(08).
001580     05  WS-RUN-TIME                PIC 9(08).
001590     05  WS-LEAP-REM                PIC 9(04).
001600     05  WS-LEAP-QUOT               PIC 9(04).
001610*
001620 01  WS-FILE-STATUSES.
001630     05  WS-PARM-STATUS             PIC X(02).
001640         88  PARM-EOF                       VALUE '10'.
001650     05  WS-PRICE-STATUS            PIC X(02).
001660         88  PRICE-EOF                      VALUE '10'.
001670     05  WS-NTH-STATUS              PIC X(02).
001680         88  NTH-EOF                        VALUE '10'.
001690     05  WS-ARCHV-STATUS            PIC X(02).
001700         88  ARCHV-EOF                      VALUE '10'.
001710     05  WS-TOKV-STATUS             PIC X(02).
001720         88  TOKV-FOUND                     VALUE '00'.
001730     05  WS-TKLG-STATUS             PIC X(02).
001740     05  WS-RUNC-STATUS             PIC X(02).
001750     05  WS-RPT-STATUS              PIC X(02).
001760     05  WS-EXT-STATUS              PIC X(02).
001770 01  WS-NTH-AVAIL-SW                PIC X(01) VALUE 'N'.
001780     88  NOTIFY-HISTORY-AVAILABLE           VALUE 'Y'.
001790 01  WS-ARCHV-AVAIL-SW              PIC X(01) VALUE 'N'.
001800     88  ARCHIVE-AVAILABLE                  VALUE 'Y'.
001810 01  WS-TOKV-AVAIL-SW               PIC X(01) VALUE 'N'.
001820     88  TOKEN-VAULT-AVAILABLE              VALUE 'Y'.
001830 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001840     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001850*----------------------------------------------------------------*
001860*    BILLING MONTH (PARM-DRIVEN). DATES CCYYMMDD AND ISO.        *
001870*----------------------------------------------------------------*
001880 01  WS-MONTH-WINDOW.
001890     05  WS-RPT-MONTH               PIC X(06).
001900     05  WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH.
001910         10  WS-RPT-YEAR            PIC 9(04).
001920         10  WS-RPT-MM              PIC 9(02).
001930     05  WS-MTH-FROM                PIC X(08).
001940     05  WS-MTH-TO                  PIC X(08).
001950     05  WS-MTH-FROM-ISO            PIC X(10).
001960     05  WS-MTH-TO-ISO              PIC X(10).
001970     05  WS-MTH-LAST-DAY            PIC 9(02).
001980 01  WS-MONTH-END-VALUES            PIC X(24)
001990                 VALUE '312831303130313130313031'.
002000 01  WS-MONTH-ENDS REDEFINES WS-MONTH-END-VALUES.
002010     05  WS-MONTH-END-DAY           PIC 9(02) OCCURS 12 TIMES.
002020*----------------------------------------------------------------*
002030*    BILLABLE ACTIVITIES - SUBSCRIPT ORDER IS THE INVOICE ORDER  *
002040*----------------------------------------------------------------*
002050 01  WS-ACTIVITY-VALUES.
002060     05  FILLER  PIC X(26) VALUE 'AUAUTHORIZATION DECISIONS '.
002070     05  FILLER  PIC X(26) VALUE 'NTCUSTOMER NOTIFICATIONS  '.
002080     05  FILLER  PIC X(26) VALUE 'DSDISPUTE CASES OPENED    '.
002090     05  FILLER  PIC X(26) VALUE 'SANETWORK STAND-IN ADVICES'.
002100 01  WS-ACTIVITIES REDEFINES WS-ACTIVITY-VALUES.
002110     05  WS-ACT-ENTRY               OCCURS 4 TIMES.
002120         10  WS-ACT-CODE            PIC X(02).
002130         10  WS-ACT-DESC            PIC X(24).
002140 01  WS-ACT-CONTROL.
002150     05  WS-ACT-MAX                 PIC S9(4) COMP VALUE 4.
002160     05  WS-ACT-SUB                 PIC S9(4) COMP.
002170     05  WS-ACT-AU                  PIC S9(4) COMP VALUE 1.
002180     05  WS-ACT-NT                  PIC S9(4) COMP VALUE 2.
002190     05  WS-ACT-DS                  PIC S9(4) COMP VALUE 3.
002200     05  WS-ACT-SA                  PIC S9(4) COMP VALUE 4.
002210*----------------------------------------------------------------*
002220*    PER-ACTIVITY CONTROL TOTALS                                 *
002230*----------------------------------------------------------------*
002240 01  WS-CONTROL-TOTALS.
002250     05  WS-CT-ENTRY                OCCURS 4 TIMES.
002260         10  WS-CT-SOURCE           PIC S9(11) COMP-3.
002270         10  WS-CT-ASSIGNED         PIC S9(11) COMP-3.
002280         10  WS-CT-INVOICED         PIC S9(11) COMP-3.
002290         10  WS-CT-UNPRICED         PIC S9(11) COMP-3.
002300         10  WS-CT-CHARGE           PIC S9(11)V99 COMP-3.
002310 01  WS-BALANCE-SW                  PIC X(01) VALUE 'Y'.
002320     88  CONTROLS-IN-BALANCE                VALUE 'Y'.
002330     88  CONTROLS-OUT-OF-BALANCE            VALUE 'N'.
002340*----------------------------------------------------------------*
002350*    PRICE SCHEDULE IN STORAGE                                   *
002360*----------------------------------------------------------------*
002370 01  WS-PRICE-CONTROL.
002380     05  WS-PR-COUNT                PIC S9(4) COMP VALUE 0.
002390     05  WS-PR-TABLE-MAX            PIC S9(4) COMP VALUE 200.
002400     05  WS-PR-SUB                  PIC S9(4) COMP.
002410     05  WS-PR-HIT                  PIC S9(4) COMP.
002420     05  WS-PR-DEFAULT-HIT          PIC S9(4) COMP.
002430 01  WS-PRICE-TABLE.
002440     05  WS-PR-ENTRY                OCCURS 200 TIMES.
002450         10  WS-PR-INST-ID          PIC X(03).
002460         10  WS-PR-ACTIVITY         PIC X(02).
002470         10  WS-PR-UNIT-PRICE       PIC 9(03)V9(04).
002480         10  WS-PR-FREE-UNITS       PIC 9(07).
002490         10  WS-PR-MIN-CHARGE       PIC 9(07)V99.
002500         10  WS-PR-CURRENCY         PIC X(03).
002510*----------------------------------------------------------------*
002520*    EVENTS BY INSTITUTION AND ACTIVITY                          *
002530*----------------------------------------------------------------*
002540 01  WS-INST-CONTROL.
002550     05  WS-BI-COUNT                PIC S9(4) COMP VALUE 0.
002560     05  WS-BI-TABLE-MAX            PIC S9(4) COMP VALUE 50.
002570     05  WS-BI-SUB                  PIC S9(4) COMP.
002580     05  WS-BI-FOUND-SW             PIC X(01).
002590         88  INST-SLOT-FOUND                VALUE 'Y'.
002600 01  WS-INST-TABLE.
002610     05  WS-BI-ENTRY                OCCURS 50 TIMES.
002620         10  WS-BI-INST-ID          PIC X(03).
002630         10  WS-BI-EVENTS           PIC S9(9) COMP-3
002640                                    OCCURS 4 TIMES.
002650         10  WS-BI-CHARGE           PIC S9(11)V99 COMP-3.
002660*    ONE EVENT (OR A PAUMISST SUM) TO BE PLACED IN THE TABLE.
002670 01  WS-EVENT-WORK.
002680     05  WS-EV-INST-ID              PIC X(03).
002690     05  WS-EV-COUNT                PIC S9(9) COMP-3.
002700*----------------------------------------------------------------*
002710*    CARD-TO-INSTITUTION RESOLUTION. CONSECUTIVE EVENTS FOR THE  *
002720*    SAME CARD REUSE THE LAST ANSWER - NO SECOND VAULT READ.     *
002730*----------------------------------------------------------------*
002740 01  WS-RESOLVE-WORK.
002750     05  WS-RES-CARD-NUM            PIC X(16).
002760     05  WS-RES-LAST-CARD           PIC X(16) VALUE SPACES.
002770     05  WS-RES-LAST-INST           PIC X(03).
002780*----------------------------------------------------------------*
002790*    PRICING OF ONE INSTITUTION / ACTIVITY LINE                  *
002800*----------------------------------------------------------------*
002810 01  WS-LINE-WORK.
002820     05  WS-LN-EVENTS               PIC S9(9) COMP-3.
002830     05  WS-LN-FREE                 PIC S9(9) COMP-3.
002840     05  WS-LN-BILLED               PIC S9(9) COMP-3.
002850     05  WS-LN-CHARGE               PIC S9(9)V99 COMP-3.
002860*----------------------------------------------------------------*
002870 01  WS-REPORT-COUNTERS.
002880     05  WS-RPT-PRICE-ROWS          PIC S9(9) COMP-3 VALUE 0.
002890     05  WS-RPT-NTH-READ            PIC S9(9) COMP-3 VALUE 0.
002900     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
002910     05  WS-RPT-INST-DEFAULTED      PIC S9(9) COMP-3 VALUE 0.
002920     05  WS-RPT-DETOKENIZED         PIC S9(9) COMP-3 VALUE 0.
002930     05  WS-RPT-VAULT-MISSES        PIC S9(9) COMP-3 VALUE 0.
002940     05  WS-RPT-EXT-LINES           PIC S9(9) COMP-3 VALUE 0.
002950     05  WS-RPT-EXT-EVENTS          PIC S9(11) COMP-3 VALUE 0.
002960     05  WS-RPT-EXT-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
002970     05  WS-SQL-ERRORS              PIC S9(9) COMP-3 VALUE 0.
002980*----------------------------------------------------------------*
002990 01  WS-PRINT-LINE                 PIC X(132).
003000 01  WS-DISPLAY-FIELDS.
003010     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
003020     05  WS-CNT2-DIS                PIC ZZZ,ZZZ,ZZ9.
003030     05  WS-CNT3-DIS                PIC ZZZ,ZZZ,ZZ9.
003040     05  WS-CNT4-DIS                PIC ZZZ,ZZZ,ZZ9.
003050     05  WS-PRICE-DIS               PIC ZZ9.9999.
003060     05  WS-AMT-DIS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003070*----------------------------------------------------------------*
003080*    DB2 HOST VARIABLES                                          *
003090*----------------------------------------------------------------*
003100 01  WS-BILL-HOST-VARS.
003110     05  WS-MIS-INST-H              PIC X(03).
003120     05  WS-MIS-EVENTS-H            PIC S9(09) COMP.
003130     05  WS-MIS-CONTROL-H           PIC S9(09) COMP.
003140     05  WS-DSP-CARD-H              PIC X(16).
003150     05  WS-DSP-CONTROL-H           PIC S9(09) COMP.
003160 01  WS-CURSOR-SWITCHES.
003170     05  WS-MIS-CURSOR-SW           PIC X(01) VALUE 'N'.
003180         88  MIS-CURSOR-EOF                 VALUE 'Y'.
003190     05  WS-DSP-CURSOR-SW           PIC X(01) VALUE 'N'.
003200         88  DSP-CURSOR-EOF                 VALUE 'Y'.
003210 01  WS-SQL-FIELDS.
003220     05  WS-SQLCODE                 PIC -9(8).
003230*----------------------------------------------------------------*
003240 COPY CSBINPRY.
003250*----------------------------------------------------------------*
003260*    DLI / PCB CONTROL INFORMATION                               *
003270*----------------------------------------------------------------*
003280 01  WS-IMS-CONTROL.
003290     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTM'.
003300     05  PCB-OFFSET.
003310         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
003320     05  IMS-RETURN-CODE                 PIC X(02).
003330         88  STATUS-OK                    VALUE '  ', 'FW'.
003340         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
003350         88  END-OF-DB                    VALUE 'GB'.
003360     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
003370         88  ROOT-SEG-EOF                 VALUE 'Y'.
003380     05  WS-DETAIL-EOF-SW                PIC X(01).
003390         88  DETAIL-SEG-EOF               VALUE 'Y'.
003400     05  DIBSTAT                         PIC X(02).
003410*----------------------------------------------------------------*
003420*    IMS SEGMENT LAYOUT                                          *
003430*----------------------------------------------------------------*
003440*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
003450 01 PENDING-AUTH-SUMMARY.
003460 COPY CIPAUSMY.
003470*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
003480 01 PENDING-AUTH-DETAILS.
003490 COPY CIPAUDTY.
003500     EXEC SQL
003510         INCLUDE SQLCA
003520     END-EXEC.
003530*----------------------------------------------------------------*
003540 LINKAGE SECTION.
003550 01  PAUTBPCB                       PIC X(100).
003560*----------------------------------------------------------------*
003570 PROCEDURE DIVISION                  USING PAUTBPCB.
003580*----------------------------------------------------------------*
003590 MAIN-PARA.
003600     ENTRY 'DLITCBL'                 USING PAUTBPCB.
003610*
003620     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
003630*
003640     PERFORM 2000-COUNT-AUTHORIZATIONS THRU 2000-EXIT
003650     PERFORM 3000-COUNT-NOTIFICATIONS THRU 3000-EXIT
003660     PERFORM 4000-COUNT-DISPUTES     THRU 4000-EXIT
003670     PERFORM 5000-TALLY-NEXT-ROOT    THRU 5000-EXIT
003680         UNTIL ROOT-SEG-EOF
003690     IF ARCHIVE-AVAILABLE
003700        PERFORM 5500-TALLY-NEXT-ARCHIVE THRU 5500-EXIT
003710            UNTIL ARCHV-EOF
003720     END-IF
003730*
003740     PERFORM 7000-INVOICE-INSTITUTION THRU 7000-EXIT
003750         VARYING WS-BI-SUB FROM 1 BY 1
003760         UNTIL WS-BI-SUB > WS-BI-COUNT
003770     PERFORM 7800-WRITE-EXTRACT-TRAILER THRU 7800-EXIT
003780     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
003790     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
003800*
003810     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
003820*
003830     IF WS-SQL-ERRORS > ZERO
003840        OR CONTROLS-OUT-OF-BALANCE
003850        MOVE 4                       TO RETURN-CODE
003860     END-IF
003870     GOBACK.
003880*----------------------------------------------------------------*
003890 1000-INITIALIZE.
003900*----------------------------------------------------------------*
003910     ACCEPT CURRENT-DATE     FROM DATE
003920     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003930     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003940*    DEFAULT: THE CALENDAR MONTH BEFORE THE RUN DATE.
003950     MOVE WS-TODAY-CCYYMMDD(1:6) TO WS-RPT-MONTH
003960     IF WS-RPT-MM = 1
003970        MOVE 12              TO WS-RPT-MM
003980        SUBTRACT 1         FROM WS-RPT-YEAR
003990     ELSE
004000        SUBTRACT 1         FROM WS-RPT-MM
004010     END-IF
004020*
004030     OPEN INPUT  PARM-FILE
004040     IF WS-PARM-STATUS = '00'
004050        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
004060            UNTIL PARM-EOF
004070        CLOSE PARM-FILE
004080     ELSE
004090        DISPLAY 'BILPARMS NOT AVAILABLE - PREVIOUS MONTH BILLED'
004100     END-IF
004110     PERFORM 1200-SET-MONTH-WINDOW THRU 1200-EXIT
004120     INITIALIZE WS-CONTROL-TOTALS
004130*
004140     OPEN INPUT  PRICE-FILE
004150     IF WS-PRICE-STATUS = SPACES OR '00'
004160        PERFORM 1500-LOAD-PRICE-ROW THRU 1500-EXIT
004170            UNTIL PRICE-EOF
004180               OR WS-PR-COUNT >= WS-PR-TABLE-MAX
004190        CLOSE PRICE-FILE
004200     ELSE
004210        DISPLAY 'BILLPRIC NOT AVAILABLE - NOTHING WILL BE PRICED'
004220     END-IF
004230     PERFORM 1600-LOAD-CARD-PRODUCTS THRU 1600-EXIT
004240*
004250     OPEN INPUT  NOTIFY-HISTORY
004260     IF WS-NTH-STATUS = SPACES OR '00'
004270        SET NOTIFY-HISTORY-AVAILABLE TO TRUE
004280     ELSE
004290        DISPLAY 'NOTIFHST NOT AVAILABLE - NOTICES NOT COUNTED'
004300     END-IF
004310     OPEN INPUT  ARCHIVE-FILE
004320     IF WS-ARCHV-STATUS = SPACES OR '00'
004330        SET ARCHIVE-AVAILABLE TO TRUE
004340     ELSE
004350        DISPLAY 'PAUARCHV NOT AVAILABLE - LIVE DETAILS ONLY'
004360     END-IF
004370     OPEN INPUT  TOKEN-VAULT
004380     IF WS-TOKV-STATUS = SPACES OR '00'
004390        SET TOKEN-VAULT-AVAILABLE TO TRUE
004400     ELSE
004410        DISPLAY 'TOKNVALT NOT AVAILABLE - TOKENS UNRESOLVED'
004420     END-IF
004430     OPEN OUTPUT TOKEN-LOG
004440     OPEN OUTPUT BILLING-REPORT
004450     OPEN OUTPUT BILLING-EXTRACT
004460*
004470     OPEN I-O RUN-CONTROL
004480     IF WS-RUNC-STATUS = SPACES OR '00'
004490        SET RUN-CONTROL-AVAILABLE TO TRUE
004500        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
004510     ELSE
004520        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
004530     END-IF
004540*
004550     MOVE SPACES TO WS-PRINT-LINE
004560     STRING 'CBINSBIL INSTITUTION PROCESSING BILLING - MONTH '
004570            WS-MTH-FROM-ISO ' TO ' WS-MTH-TO-ISO
004580            '   RUN DATE ' CURRENT-DATE
004590            DELIMITED BY SIZE INTO WS-PRINT-LINE
004600     END-STRING
004610     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
004620*
004630     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
004640     DISPLAY '*-------------------------------------*'
004650     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
004660     DISPLAY 'BILLING MONTH          :' WS-MTH-FROM-ISO ' - '
004670             WS-MTH-TO-ISO
004680     DISPLAY 'PRICE SCHEDULE ROWS    :' WS-PR-COUNT
004690     .
004700 1000-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------*
004730 1100-READ-NEXT-PARM.
004740*----------------------------------------------------------------*
004750     READ PARM-FILE
004760         AT END GO TO 1100-EXIT
004770     END-READ
004780     IF PARM-RECORD(1:8) = 'MONTH  ='
004790        AND PARM-RECORD(9:6) IS NUMERIC
004800        AND PARM-RECORD(13:2) > '00'
004810        AND PARM-RECORD(13:2) < '13'
004820        MOVE PARM-RECORD(9:6)       TO WS-RPT-MONTH
004830     END-IF
004840     .
004850 1100-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------*
004880*    FIRST AND LAST DAY OF THE BILLING MONTH. FEBRUARY HAS 29    *
004890*    DAYS IN A YEAR DIVISIBLE BY 4 (BY 400 FOR A CENTURY).       *
004900*----------------------------------------------------------------*
004910 1200-SET-MONTH-WINDOW.
004920*----------------------------------------------------------------*
004930     MOVE WS-MONTH-END-DAY(WS-RPT-MM) TO WS-MTH-LAST-DAY
004940     IF WS-RPT-MM = 2
004950        DIVIDE WS-RPT-YEAR BY 4 GIVING WS-LEAP-QUOT
004960            REMAINDER WS-LEAP-REM
004970        IF WS-LEAP-REM = 0
004980           MOVE 29                  TO WS-MTH-LAST-DAY
004990           DIVIDE WS-RPT-YEAR BY 100 GIVING WS-LEAP-QUOT
005000               REMAINDER WS-LEAP-REM
005010           IF WS-LEAP-REM = 0
005020              DIVIDE WS-RPT-YEAR BY 400 GIVING WS-LEAP-QUOT
005030                  REMAINDER WS-LEAP-REM
005040              IF WS-LEAP-REM NOT = 0
005050                 MOVE 28            TO WS-MTH-LAST-DAY
005060              END-IF
005070           END-IF
005080        END-IF
005090     END-IF
005100     MOVE WS-RPT-MONTH              TO WS-MTH-FROM(1:6)
005110                                       WS-MTH-TO(1:6)
005120     MOVE '01'                      TO WS-MTH-FROM(7:2)
005130     MOVE WS-MTH-LAST-DAY           TO WS-MTH-TO(7:2)
005140     STRING WS-MTH-FROM(1:4) '-' WS-MTH-FROM(5:2) '-'
005150            WS-MTH-FROM(7:2)
005160            DELIMITED BY SIZE INTO WS-MTH-FROM-ISO
005170     END-STRING
005180     STRING WS-MTH-TO(1:4) '-' WS-MTH-TO(5:2) '-'
005190            WS-MTH-TO(7:2)
005200            DELIMITED BY SIZE INTO WS-MTH-TO-ISO
005210     END-STRING
005220     .
005230 1200-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------*
005260 1300-MARK-RUN-START.
005270*----------------------------------------------------------------*
005280     ACCEPT WS-RUN-TIME      FROM TIME
005290     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
005300     READ RUN-CONTROL
005310     IF WS-RUNC-STATUS NOT = '00'
005320        MOVE SPACES          TO RUN-CONTROL-RECORD
005330        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005340     END-IF
005350     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
005360     MOVE WS-RUN-TIME        TO RUNC-START-TIME
005370     MOVE SPACES             TO RUNC-END-TIME
005380     SET  RUNC-RUNNING       TO TRUE
005390     MOVE ZEROES             TO RUNC-RECORD-COUNT
005400     IF WS-RUNC-STATUS = '00'
005410        REWRITE RUN-CONTROL-RECORD
005420     ELSE
005430        WRITE RUN-CONTROL-RECORD
005440     END-IF
005450     .
005460 1300-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------*
005490 1400-MARK-RUN-END.
005500*----------------------------------------------------------------*
005510     IF RUN-CONTROL-AVAILABLE
005520        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005530        READ RUN-CONTROL
005540        ACCEPT WS-RUN-TIME   FROM TIME
005550        MOVE WS-RUN-TIME     TO RUNC-END-TIME
005560        SET  RUNC-COMPLETE   TO TRUE
005570        MOVE WS-RPT-EXT-LINES TO RUNC-RECORD-COUNT
005580        REWRITE RUN-CONTROL-RECORD
005590        IF WS-RUNC-STATUS NOT = '00'
005600           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
005610        END-IF
005620     END-IF
005630     .
005640 1400-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------*
005670 1500-LOAD-PRICE-ROW.
005680*----------------------------------------------------------------*
005690     READ PRICE-FILE
005700         AT END GO TO 1500-EXIT
005710     END-READ
005720     ADD 1                          TO WS-RPT-PRICE-ROWS
005730     IF BLP-UNIT-PRICE NOT NUMERIC
005740        OR BLP-FREE-UNITS NOT NUMERIC
005750        OR BLP-MIN-CHARGE NOT NUMERIC
005760        DISPLAY 'BILLPRIC ROW IGNORED - NOT NUMERIC: '
005770                BLP-INST-ID ' ' BLP-ACTIVITY
005780        GO TO 1500-EXIT
005790     END-IF
005800     ADD 1                          TO WS-PR-COUNT
005810     MOVE WS-PR-COUNT               TO WS-PR-SUB
005820     MOVE BLP-INST-ID               TO WS-PR-INST-ID(WS-PR-SUB)
005830     MOVE BLP-ACTIVITY              TO WS-PR-ACTIVITY(WS-PR-SUB)
005840     MOVE BLP-UNIT-PRICE            TO WS-PR-UNIT-PRICE(WS-PR-SUB)
005850     MOVE BLP-FREE-UNITS            TO WS-PR-FREE-UNITS(WS-PR-SUB)
005860     MOVE BLP-MIN-CHARGE            TO WS-PR-MIN-CHARGE(WS-PR-SUB)
005870     MOVE BLP-CURRENCY-CODE         TO WS-PR-CURRENCY(WS-PR-SUB)
005880     .
005890 1500-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------*
005920*    AUTHORIZATION DECISIONS BY INSTITUTION FROM THE MIS ROWS.   *
005930*    ROWS WRITTEN BEFORE PAUMISST CARRIED THE INSTITUTION ARE    *
005940*    THE FOUNDING INSTITUTION'S. THE UNGROUPED SUM IS THE        *
005950*    SOURCE CONTROL TOTAL.                                       *
005960*----------------------------------------------------------------*
005970 2000-COUNT-AUTHORIZATIONS.
005980*----------------------------------------------------------------*
005990     MOVE WS-ACT-AU                 TO WS-ACT-SUB
006000     MOVE 0                         TO WS-MIS-CONTROL-H
006010     EXEC SQL
006020         SELECT COALESCE(SUM(APPROVED_CNT + DECLINED_CNT), 0)
006030           INTO :WS-MIS-CONTROL-H
006040           FROM CARDDEMO.PAUMISST
006050          WHERE STAT_DATE BETWEEN :WS-MTH-FROM-ISO
006060                              AND :WS-MTH-TO-ISO
006070     END-EXEC
006080     IF SQLCODE NOT = ZERO
006090        MOVE SQLCODE TO WS-SQLCODE
006100        DISPLAY 'PAUMISST READ FAILED, SQLCODE=' WS-SQLCODE
006110        ADD 1 TO WS-SQL-ERRORS
006120        GO TO 2000-EXIT
006130     END-IF
006140     MOVE WS-MIS-CONTROL-H          TO WS-CT-SOURCE(WS-ACT-SUB)
006150*
006160     EXEC SQL
006170         DECLARE BILMIS-CURSOR CURSOR FOR
006180             SELECT COALESCE(INST_ID, '001'),
006190                    COALESCE(SUM(APPROVED_CNT + DECLINED_CNT), 0)
006200               FROM CARDDEMO.PAUMISST
006210              WHERE STAT_DATE BETWEEN :WS-MTH-FROM-ISO
006220                                  AND :WS-MTH-TO-ISO
006230              GROUP BY COALESCE(INST_ID, '001')
006240     END-EXEC
006250     EXEC SQL
006260         OPEN BILMIS-CURSOR
006270     END-EXEC
006280     IF SQLCODE NOT = ZERO
006290        MOVE SQLCODE TO WS-SQLCODE
006300        DISPLAY 'ERROR OPENING BILMIS-CURSOR, SQLCODE='
006310                WS-SQLCODE
006320        ADD 1 TO WS-SQL-ERRORS
006330        GO TO 2000-EXIT
006340     END-IF
006350     PERFORM 2100-FETCH-MIS-ROW     THRU 2100-EXIT
006360         UNTIL MIS-CURSOR-EOF
006370     EXEC SQL
006380         CLOSE BILMIS-CURSOR
006390     END-EXEC
006400     .
006410 2000-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------*
006440 2100-FETCH-MIS-ROW.
006450*----------------------------------------------------------------*
006460     EXEC SQL
006470         FETCH BILMIS-CURSOR
006480             INTO :WS-MIS-INST-H, :WS-MIS-EVENTS-H
006490     END-EXEC
006500     EVALUATE TRUE
006510         WHEN SQLCODE = ZERO
006520             MOVE WS-MIS-INST-H     TO WS-EV-INST-ID
006530             IF WS-EV-INST-ID = SPACES
006540                MOVE '001'          TO WS-EV-INST-ID
006550             END-IF
006560             MOVE WS-MIS-EVENTS-H   TO WS-EV-COUNT
006570             PERFORM 6000-ADD-INST-EVENTS THRU 6000-EXIT
006580         WHEN SQLCODE = 100
006590             SET MIS-CURSOR-EOF     TO TRUE
006600         WHEN OTHER
006610             ADD 1 TO WS-SQL-ERRORS
006620             MOVE SQLCODE TO WS-SQLCODE
006630             DISPLAY 'SQL ERROR ON PAUMISST FETCH - SQLCODE='
006640                     WS-SQLCODE
006650             SET MIS-CURSOR-EOF     TO TRUE
006660     END-EVALUATE
006670     .
006680 2100-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------*
006710*    EVERY MESSAGE CBNOTDLV HANDED TO A GATEWAY IN THE MONTH.    *
006720*----------------------------------------------------------------*
006730 3000-COUNT-NOTIFICATIONS.
006740*----------------------------------------------------------------*
006750     IF NOT NOTIFY-HISTORY-AVAILABLE
006760        GO TO 3000-EXIT
006770     END-IF
006780     MOVE WS-ACT-NT                 TO WS-ACT-SUB
006790     PERFORM 3100-COUNT-NEXT-NOTIFICATION THRU 3100-EXIT
006800         UNTIL NTH-EOF
006810     .
006820 3000-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850 3100-COUNT-NEXT-NOTIFICATION.
006860*----------------------------------------------------------------*
006870     READ NOTIFY-HISTORY NEXT
006880         AT END GO TO 3100-EXIT
006890     END-READ
006900     ADD 1                          TO WS-RPT-NTH-READ
006910     IF NTH-SENT-DATE < WS-MTH-FROM
006920        OR NTH-SENT-DATE > WS-MTH-TO
006930        GO TO 3100-EXIT
006940     END-IF
006950     ADD 1                          TO WS-CT-SOURCE(WS-ACT-SUB)
006960     MOVE NTH-CARD-NUM              TO WS-RES-CARD-NUM
006970     PERFORM 6100-RESOLVE-CARD-INST THRU 6100-EXIT
006980     MOVE 1                         TO WS-EV-COUNT
006990     PERFORM 6000-ADD-INST-EVENTS   THRU 6000-EXIT
007000     .
007010 3100-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------*
007040*    DISPUTE CASES OPENED IN THE MONTH. COUNT(*) IS THE SOURCE   *
007050*    CONTROL TOTAL THE FETCHED CASES MUST COME BACK TO.          *
007060*----------------------------------------------------------------*
007070 4000-COUNT-DISPUTES.
007080*----------------------------------------------------------------*
007090     MOVE WS-ACT-DS                 TO WS-ACT-SUB
007100     MOVE 0                         TO WS-DSP-CONTROL-H
007110     EXEC SQL
007120         SELECT COUNT(*)
007130           INTO :WS-DSP-CONTROL-H
007140           FROM CARDDEMO.PAUDISPT
007150          WHERE OPENED_DATE BETWEEN :WS-MTH-FROM-ISO
007160                                AND :WS-MTH-TO-ISO
007170     END-EXEC
007180     IF SQLCODE NOT = ZERO
007190        MOVE SQLCODE TO WS-SQLCODE
007200        DISPLAY 'PAUDISPT COUNT FAILED, SQLCODE=' WS-SQLCODE
007210        ADD 1 TO WS-SQL-ERRORS
007220        GO TO 4000-EXIT
007230     END-IF
007240     MOVE WS-DSP-CONTROL-H          TO WS-CT-SOURCE(WS-ACT-SUB)
007250*
007260     EXEC SQL
007270         DECLARE BILDSP-CURSOR CURSOR FOR
007280             SELECT CARD_NUM
007290               FROM CARDDEMO.PAUDISPT
007300              WHERE OPENED_DATE BETWEEN :WS-MTH-FROM-ISO
007310                                    AND :WS-MTH-TO-ISO
007320              ORDER BY CARD_NUM
007330     END-EXEC
007340     EXEC SQL
007350         OPEN BILDSP-CURSOR
007360     END-EXEC
007370     IF SQLCODE NOT = ZERO
007380        MOVE SQLCODE TO WS-SQLCODE
007390        DISPLAY 'ERROR OPENING BILDSP-CURSOR, SQLCODE='
007400                WS-SQLCODE
007410        ADD 1 TO WS-SQL-ERRORS
007420        GO TO 4000-EXIT
007430     END-IF
007440     PERFORM 4100-FETCH-DISPUTE-ROW THRU 4100-EXIT
007450         UNTIL DSP-CURSOR-EOF
007460     EXEC SQL
007470         CLOSE BILDSP-CURSOR
007480     END-EXEC
007490     .
007500 4000-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------*
007530 4100-FETCH-DISPUTE-ROW.
007540*----------------------------------------------------------------*
007550     EXEC SQL
007560         FETCH BILDSP-CURSOR
007570             INTO :WS-DSP-CARD-H
007580     END-EXEC
007590     EVALUATE TRUE
007600         WHEN SQLCODE = ZERO
007610             MOVE WS-DSP-CARD-H     TO WS-RES-CARD-NUM
007620             PERFORM 6100-RESOLVE-CARD-INST THRU 6100-EXIT
007630             MOVE 1                 TO WS-EV-COUNT
007640             PERFORM 6000-ADD-INST-EVENTS THRU 6000-EXIT
007650         WHEN SQLCODE = 100
007660             SET DSP-CURSOR-EOF     TO TRUE
007670         WHEN OTHER
007680             ADD 1 TO WS-SQL-ERRORS
007690             MOVE SQLCODE TO WS-SQLCODE
007700             DISPLAY 'SQL ERROR ON PAUDISPT FETCH - SQLCODE='
007710                     WS-SQLCODE
007720             SET DSP-CURSOR-EOF     TO TRUE
007730     END-EVALUATE
007740     .
007750 4100-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------*
007780*    STAND-IN ADVICES: EVERY LIVE DETAIL IS READ, THEN THE       *
007790*    ARCHIVED ONES; 5200 KEEPS THE NW DETAILS DATED IN THE MONTH.*
007800*----------------------------------------------------------------*
007810 5000-TALLY-NEXT-ROOT.
007820*----------------------------------------------------------------*
007830     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
007840          SEGMENT (PAUTSMRY)
007850          INTO   (PENDING-AUTH-SUMMARY)
007860     END-EXEC
007870     MOVE DIBSTAT                TO IMS-RETURN-CODE
007880     IF END-OF-DB OR SEGMENT-NOT-FOUND
007890        SET ROOT-SEG-EOF         TO TRUE
007900        GO TO 5000-EXIT
007910     END-IF
007920     IF NOT STATUS-OK
007930        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
007940        SET ROOT-SEG-EOF         TO TRUE
007950        GO TO 5000-EXIT
007960     END-IF
007970     MOVE 'N'                    TO WS-DETAIL-EOF-SW
007980     PERFORM 5100-TALLY-NEXT-DETAIL THRU 5100-EXIT
007990         UNTIL DETAIL-SEG-EOF
008000     .
008010 5000-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------*
008040 5100-TALLY-NEXT-DETAIL.
008050*----------------------------------------------------------------*
008060     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
008070         SEGMENT (PAUTDTL1)
008080         INTO (PENDING-AUTH-DETAILS)
008090     END-EXEC
008100     MOVE DIBSTAT                TO IMS-RETURN-CODE
008110     IF NOT STATUS-OK
008120        SET DETAIL-SEG-EOF       TO TRUE
008130        GO TO 5100-EXIT
008140     END-IF
008150     PERFORM 5200-TALLY-ADVICE   THRU 5200-EXIT
008160     .
008170 5100-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------*
008200*    A DETAIL THE NETWORK APPROVED ON OUR BEHALF (SOURCE NW) AND *
008210*    DATED IN THE MONTH. ITS OWN INSTITUTION WHEN IT CARRIES ONE,*
008220*    OTHERWISE THE CARD'S.                                       *
008230*----------------------------------------------------------------*
008240 5200-TALLY-ADVICE.
008250*----------------------------------------------------------------*
008260     ADD 1                       TO WS-RPT-DETAILS-READ
008270     IF PA-MESSAGE-SOURCE NOT = 'NW'
008280        GO TO 5200-EXIT
008290     END-IF
008300     IF PA-AUTH-ORIG-DATE < WS-MTH-FROM
008310        OR PA-AUTH-ORIG-DATE > WS-MTH-TO
008320        GO TO 5200-EXIT
008330     END-IF
008340     MOVE WS-ACT-SA              TO WS-ACT-SUB
008350     ADD 1                       TO WS-CT-SOURCE(WS-ACT-SUB)
008360     IF PA-INST-ID = SPACES OR LOW-VALUES
008370        MOVE PA-CARD-NUM         TO WS-RES-CARD-NUM
008380        PERFORM 6100-RESOLVE-CARD-INST THRU 6100-EXIT
008390     ELSE
008400        MOVE PA-INST-ID          TO WS-EV-INST-ID
008410     END-IF
008420     MOVE 1                      TO WS-EV-COUNT
008430     PERFORM 6000-ADD-INST-EVENTS THRU 6000-EXIT
008440     .
008450 5200-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------*
008480*    ARCHIVED DETAILS ARE THE SAME SEGMENT IMAGE THE PURGE       *
008490*    WROTE, TALLIED EXACTLY LIKE A LIVE DETAIL.                  *
008500*----------------------------------------------------------------*
008510 5500-TALLY-NEXT-ARCHIVE.
008520*----------------------------------------------------------------*
008530     READ ARCHIVE-FILE
008540         AT END GO TO 5500-EXIT
008550     END-READ
008560     IF NOT ARCH-IS-DETAIL
008570        GO TO 5500-EXIT
008580     END-IF
008590     MOVE ARCH-DETAIL-DATA       TO PENDING-AUTH-DETAILS
008600     PERFORM 5200-TALLY-ADVICE   THRU 5200-EXIT
008610     .
008620 5500-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------*
008650*    ADDS WS-EV-COUNT EVENTS OF ACTIVITY WS-ACT-SUB TO           *
008660*    INSTITUTION WS-EV-INST-ID. A FULL TABLE LEAVES THE EVENTS   *
008670*    UNASSIGNED - THE CONTROL SECTION SHOWS THEM OUT OF BALANCE. *
008680*----------------------------------------------------------------*
008690 6000-ADD-INST-EVENTS.
008700*----------------------------------------------------------------*
008710     MOVE 'N'                    TO WS-BI-FOUND-SW
008720     PERFORM 6010-MATCH-INST-SLOT THRU 6010-EXIT
008730         VARYING WS-BI-SUB FROM 1 BY 1
008740         UNTIL WS-BI-SUB > WS-BI-COUNT
008750            OR INST-SLOT-FOUND
008760     IF INST-SLOT-FOUND
008770        SUBTRACT 1 FROM WS-BI-SUB
008780     ELSE
008790        IF WS-BI-COUNT >= WS-BI-TABLE-MAX
008800           DISPLAY 'INSTITUTION TABLE FULL - NOT BILLED: '
008810                   WS-EV-INST-ID
008820           GO TO 6000-EXIT
008830        END-IF
008840        ADD 1 TO WS-BI-COUNT
008850        MOVE WS-BI-COUNT         TO WS-BI-SUB
008860        MOVE WS-EV-INST-ID       TO WS-BI-INST-ID(WS-BI-SUB)
008870        MOVE ZERO                TO WS-BI-EVENTS(WS-BI-SUB, 1)
008880                                    WS-BI-EVENTS(WS-BI-SUB, 2)
008890                                    WS-BI-EVENTS(WS-BI-SUB, 3)
008900                                    WS-BI-EVENTS(WS-BI-SUB, 4)
008910                                    WS-BI-CHARGE(WS-BI-SUB)
008920     END-IF
008930     ADD WS-EV-COUNT TO WS-BI-EVENTS(WS-BI-SUB, WS-ACT-SUB)
008940     ADD WS-EV-COUNT TO WS-CT-ASSIGNED(WS-ACT-SUB)
008950     .
008960 6000-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------*
008990 6010-MATCH-INST-SLOT.
009000*----------------------------------------------------------------*
009010     IF WS-BI-INST-ID(WS-BI-SUB) = WS-EV-INST-ID
009020        SET INST-SLOT-FOUND      TO TRUE
009030     END-IF
009040     .
009050 6010-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------*
009080*    INSTITUTION OF WS-RES-CARD-NUM, INTO WS-EV-INST-ID. A TOKEN *
009090*    HAS NO BIN OF ITS OWN - THE CARD IT STANDS FOR IS READ FROM *
009100*    THE VAULT, AND THE READ LOGGED. A CARD NO PRODUCT RANGE     *
009110*    HOLDS IS THE FOUNDING INSTITUTION'S.                        *
009120*----------------------------------------------------------------*
009130 6100-RESOLVE-CARD-INST.
009140*----------------------------------------------------------------*
009150     IF WS-RES-CARD-NUM = WS-RES-LAST-CARD
009160        MOVE WS-RES-LAST-INST    TO WS-EV-INST-ID
009170        GO TO 6100-EXIT
009180     END-IF
009190     MOVE '001'                  TO WS-EV-INST-ID
009200     MOVE WS-RES-CARD-NUM(1:8)   TO WS-CP-LOOKUP-BIN
009210     IF WS-RES-CARD-NUM(1:2) = '99'
009220        MOVE SPACES              TO WS-CP-LOOKUP-BIN
009230        IF TOKEN-VAULT-AVAILABLE
009240           MOVE WS-RES-CARD-NUM  TO TOKV-TOKEN
009250           READ TOKEN-VAULT
009260           IF TOKV-FOUND
009270              MOVE TOKV-CARD-NUM(1:8) TO WS-CP-LOOKUP-BIN
009280              ADD 1 TO WS-RPT-DETOKENIZED
009290              PERFORM 6110-LOG-TOKEN-ACCESS THRU 6110-EXIT
009300           ELSE
009310              ADD 1 TO WS-RPT-VAULT-MISSES
009320           END-IF
009330        END-IF
009340     END-IF
009350     PERFORM 1620-FIND-CARD-PRODUCT  THRU 1620-EXIT
009360     IF CARD-PRODUCT-FOUND
009370        AND WS-CP-INST-ID(WS-CP-IDX) NOT = SPACES
009380        MOVE WS-CP-INST-ID(WS-CP-IDX) TO WS-EV-INST-ID
009390     ELSE
009400        ADD 1 TO WS-RPT-INST-DEFAULTED
009410     END-IF
009420     MOVE WS-RES-CARD-NUM        TO WS-RES-LAST-CARD
009430     MOVE WS-EV-INST-ID          TO WS-RES-LAST-INST
009440     .
009450 6100-EXIT.
009460     EXIT.
009470*----------------------------------------------------------------*
009480 6110-LOG-TOKEN-ACCESS.
009490*----------------------------------------------------------------*
009500     MOVE SPACES                 TO TOKEN-ACCESS-RECORD
009510     MOVE WS-PGMNAME             TO TKL-PROGRAM
009520     MOVE 'BATCH   '             TO TKL-USER-ID
009530     MOVE TOKV-TOKEN             TO TKL-TOKEN
009540     MOVE 'INSTITUTION BILLING'  TO TKL-PURPOSE
009550     STRING CURRENT-DATE '-' WS-RUN-TIME
009560            DELIMITED BY SIZE INTO TKL-TIMESTAMP
009570     END-STRING
009580     WRITE TOKEN-ACCESS-RECORD
009590     .
009600 6110-EXIT.
009610     EXIT.
009620*----------------------------------------------------------------*
009630*    ONE INSTITUTION'S INVOICE DETAIL: A LINE PER ACTIVITY WITH  *
009640*    EVENTS, THEN THE INSTITUTION'S TOTAL CHARGE.                *
009650*----------------------------------------------------------------*
009660 7000-INVOICE-INSTITUTION.
009670*----------------------------------------------------------------*
009680     MOVE SPACES TO WS-PRINT-LINE
009690     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
009700     MOVE SPACES TO WS-PRINT-LINE
009710     STRING 'INVOICE DETAIL - INSTITUTION '
009720            WS-BI-INST-ID(WS-BI-SUB)
009730            '   BILLING MONTH ' WS-RPT-MONTH(1:4) '-'
009740            WS-RPT-MONTH(5:2)
009750            DELIMITED BY SIZE INTO WS-PRINT-LINE
009760     END-STRING
009770     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
009780     MOVE SPACES TO WS-PRINT-LINE
009790     STRING '  ACTIVITY                      EVENTS    INCLUDED'
009800            '      BILLED  UNIT PRICE               CHARGE CUR'
009810            DELIMITED BY SIZE INTO WS-PRINT-LINE
009820     END-STRING
009830     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
009840*
009850     PERFORM 7100-PRICE-ACTIVITY     THRU 7100-EXIT
009860         VARYING WS-ACT-SUB FROM 1 BY 1
009870         UNTIL WS-ACT-SUB > WS-ACT-MAX
009880*
009890     MOVE WS-BI-CHARGE(WS-BI-SUB)    TO WS-AMT-DIS
009900     MOVE SPACES TO WS-PRINT-LINE
009910     STRING '  INSTITUTION ' WS-BI-INST-ID(WS-BI-SUB)
009920            ' TOTAL CHARGE ......................................'
009930            '....' WS-AMT-DIS
009940            DELIMITED BY SIZE INTO WS-PRINT-LINE
009950     END-STRING
009960     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
009970     .
009980 7000-EXIT.
009990     EXIT.
010000*----------------------------------------------------------------*
010010*    PRICES ONE ACTIVITY FOR THE INSTITUTION: EVENTS BEYOND THE  *
010020*    INCLUDED UNITS AT THE UNIT PRICE, RAISED TO THE MINIMUM     *
010030*    CHARGE. NO SCHEDULE ROW - REPORTED, NOT INVOICED.           *
010040*----------------------------------------------------------------*
010050 7100-PRICE-ACTIVITY.
010060*----------------------------------------------------------------*
010070     MOVE WS-BI-EVENTS(WS-BI-SUB, WS-ACT-SUB) TO WS-LN-EVENTS
010080     IF WS-LN-EVENTS = 0
010090        GO TO 7100-EXIT
010100     END-IF
010110     PERFORM 7200-FIND-PRICE         THRU 7200-EXIT
010120     IF WS-PR-HIT = 0
010130        ADD WS-LN-EVENTS             TO WS-CT-UNPRICED(WS-ACT-SUB)
010140        MOVE WS-LN-EVENTS            TO WS-CNT-DIS
010150        MOVE SPACES TO WS-PRINT-LINE
010160        STRING '  ' WS-ACT-DESC(WS-ACT-SUB) WS-CNT-DIS
010170               '  ** NO PRICE ON BILLPRIC - NOT INVOICED'
010180               DELIMITED BY SIZE INTO WS-PRINT-LINE
010190        END-STRING
010200        WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
010210        GO TO 7100-EXIT
010220     END-IF
010230*
010240     MOVE WS-PR-FREE-UNITS(WS-PR-HIT) TO WS-LN-FREE
010250     IF WS-LN-EVENTS > WS-LN-FREE
010260        COMPUTE WS-LN-BILLED = WS-LN-EVENTS - WS-LN-FREE
010270     ELSE
010280        MOVE 0                       TO WS-LN-BILLED
010290     END-IF
010300     COMPUTE WS-LN-CHARGE ROUNDED =
010310             WS-LN-BILLED * WS-PR-UNIT-PRICE(WS-PR-HIT)
010320     IF WS-LN-CHARGE < WS-PR-MIN-CHARGE(WS-PR-HIT)
010330        MOVE WS-PR-MIN-CHARGE(WS-PR-HIT) TO WS-LN-CHARGE
010340     END-IF
010350     ADD WS-LN-EVENTS                TO WS-CT-INVOICED(WS-ACT-SUB)
010360     ADD WS-LN-CHARGE                TO WS-CT-CHARGE(WS-ACT-SUB)
010370                                        WS-BI-CHARGE(WS-BI-SUB)
010380*
010390     MOVE WS-LN-EVENTS               TO WS-CNT-DIS
010400     MOVE WS-LN-FREE                 TO WS-CNT2-DIS
010410     MOVE WS-LN-BILLED               TO WS-CNT3-DIS
010420     MOVE WS-PR-UNIT-PRICE(WS-PR-HIT) TO WS-PRICE-DIS
010430     MOVE WS-LN-CHARGE               TO WS-AMT-DIS
010440     MOVE SPACES TO WS-PRINT-LINE
010450     STRING '  ' WS-ACT-DESC(WS-ACT-SUB) WS-CNT-DIS
010460            ' ' WS-CNT2-DIS
010470            ' ' WS-CNT3-DIS '    ' WS-PRICE-DIS ' ' WS-AMT-DIS
010480            ' ' WS-PR-CURRENCY(WS-PR-HIT)
010490            DELIMITED BY SIZE INTO WS-PRINT-LINE
010500     END-STRING
010510     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
010520*
010530     MOVE SPACES                     TO BILLING-EXTRACT-RECORD
010540     SET  BLX-DETAIL                 TO TRUE
010550     MOVE WS-BI-INST-ID(WS-BI-SUB)   TO BLX-INST-ID
010560     MOVE WS-RPT-MONTH               TO BLX-BILL-MONTH
010570     MOVE WS-ACT-CODE(WS-ACT-SUB)    TO BLX-ACTIVITY
010580     MOVE WS-LN-EVENTS               TO BLX-EVENT-CNT
010590     MOVE WS-PR-FREE-UNITS(WS-PR-HIT) TO BLX-FREE-UNITS
010600     MOVE WS-LN-BILLED               TO BLX-BILLED-UNITS
010610     MOVE WS-PR-UNIT-PRICE(WS-PR-HIT) TO BLX-UNIT-PRICE
010620     MOVE WS-LN-CHARGE               TO BLX-CHARGE-AMT
010630     MOVE WS-PR-CURRENCY(WS-PR-HIT)  TO BLX-CURRENCY-CODE
010640     MOVE WS-TODAY-CCYYMMDD          TO BLX-RUN-DATE
010650     WRITE BILLING-EXTRACT-RECORD
010660     ADD 1                           TO WS-RPT-EXT-LINES
010670     ADD WS-LN-EVENTS                TO WS-RPT-EXT-EVENTS
010680     ADD WS-LN-CHARGE                TO WS-RPT-EXT-AMT
010690     .
010700 7100-EXIT.
010710     EXIT.
010720*----------------------------------------------------------------*
010730*    THE INSTITUTION'S OWN ROW FOR THE ACTIVITY, ELSE THE '***'  *
010740*    ROW. WS-PR-HIT = 0 WHEN THERE IS NEITHER.                   *
010750*----------------------------------------------------------------*
010760 7200-FIND-PRICE.
010770*----------------------------------------------------------------*
010780     MOVE 0                          TO WS-PR-HIT
010790                                        WS-PR-DEFAULT-HIT
010800     PERFORM 7210-CHECK-PRICE-ROW    THRU 7210-EXIT
010810         VARYING WS-PR-SUB FROM 1 BY 1
010820         UNTIL WS-PR-SUB > WS-PR-COUNT
010830            OR WS-PR-HIT > 0
010840     IF WS-PR-HIT = 0
010850        MOVE WS-PR-DEFAULT-HIT       TO WS-PR-HIT
010860     END-IF
010870     .
010880 7200-EXIT.
010890     EXIT.
010900*----------------------------------------------------------------*
010910 7210-CHECK-PRICE-ROW.
010920*----------------------------------------------------------------*
010930     IF WS-PR-ACTIVITY(WS-PR-SUB) NOT = WS-ACT-CODE(WS-ACT-SUB)
010940        GO TO 7210-EXIT
010950     END-IF
010960     IF WS-PR-INST-ID(WS-PR-SUB) = WS-BI-INST-ID(WS-BI-SUB)
010970        MOVE WS-PR-SUB               TO WS-PR-HIT
010980        GO TO 7210-EXIT
010990     END-IF
011000     IF WS-PR-INST-ID(WS-PR-SUB) = '***'
011010        AND WS-PR-DEFAULT-HIT = 0
011020        MOVE WS-PR-SUB               TO WS-PR-DEFAULT-HIT
011030     END-IF
011040     .
011050 7210-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------*
011080*    THE AR TRAILER: LINES, INVOICED AMOUNT AND THE EVENTS THE   *
011090*    LINES CARRY.                                                *
011100*----------------------------------------------------------------*
011110 7800-WRITE-EXTRACT-TRAILER.
011120*----------------------------------------------------------------*
011130     MOVE SPACES                     TO BILLING-EXTRACT-TRAILER
011140     MOVE 'T'                        TO BLXT-REC-TYPE
011150     MOVE WS-RPT-MONTH               TO BLXT-BILL-MONTH
011160     MOVE WS-RPT-EXT-LINES           TO BLXT-LINE-COUNT
011170     MOVE WS-RPT-EXT-AMT             TO BLXT-TOTAL-AMT
011180     MOVE WS-RPT-EXT-EVENTS          TO BLXT-EVENT-CNT
011190     MOVE WS-TODAY-CCYYMMDD          TO BLXT-RUN-DATE
011200     WRITE BILLING-EXTRACT-TRAILER
011210     .
011220 7800-EXIT.
011230     EXIT.
011240*----------------------------------------------------------------*
011250*    CONTROL TOTALS: EACH ACTIVITY'S SOURCE COUNT AGAINST WHAT   *
011260*    WAS INVOICED, NOT PRICED, AND NOT ASSIGNED TO AN            *
011270*    INSTITUTION (TABLE FULL).                                   *
011280*----------------------------------------------------------------*
011290 8000-PRINT-CONTROL-TOTALS.
011300*----------------------------------------------------------------*
011310     MOVE SPACES TO WS-PRINT-LINE
011320     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011330     MOVE 'CONTROL TOTALS - SOURCE EVENTS AGAINST THE INVOICES'
011340                                     TO WS-PRINT-LINE
011350     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011360     MOVE SPACES TO WS-PRINT-LINE
011370     STRING '  ACTIVITY                      SOURCE    INVOICED'
011380            '  NOT PRICED  UNASSIGNED               CHARGE'
011390            DELIMITED BY SIZE INTO WS-PRINT-LINE
011400     END-STRING
011410     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011420     PERFORM 8100-PRINT-CONTROL-LINE THRU 8100-EXIT
011430         VARYING WS-ACT-SUB FROM 1 BY 1
011440         UNTIL WS-ACT-SUB > WS-ACT-MAX
011450*
011460     MOVE SPACES TO WS-PRINT-LINE
011470     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011480     MOVE WS-RPT-EXT-LINES TO WS-CNT-DIS
011490     MOVE SPACES TO WS-PRINT-LINE
011500     STRING 'AR EXTRACT LINES WRITTEN ...........: ' WS-CNT-DIS
011510            DELIMITED BY SIZE INTO WS-PRINT-LINE
011520     END-STRING
011530     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011540*
011550     MOVE WS-RPT-EXT-AMT TO WS-AMT-DIS
011560     MOVE SPACES TO WS-PRINT-LINE
011570     STRING 'AR EXTRACT TOTAL CHARGE ............: ' WS-AMT-DIS
011580            DELIMITED BY SIZE INTO WS-PRINT-LINE
011590     END-STRING
011600     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011610*
011620     MOVE WS-BI-COUNT TO WS-CNT-DIS
011630     MOVE SPACES TO WS-PRINT-LINE
011640     STRING 'INSTITUTIONS BILLED ................: ' WS-CNT-DIS
011650            DELIMITED BY SIZE INTO WS-PRINT-LINE
011660     END-STRING
011670     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011680*
011690     MOVE WS-RPT-INST-DEFAULTED TO WS-CNT-DIS
011700     MOVE SPACES TO WS-PRINT-LINE
011710     STRING 'CARDS WITH NO PRODUCT RANGE (001) ..: ' WS-CNT-DIS
011720            DELIMITED BY SIZE INTO WS-PRINT-LINE
011730     END-STRING
011740     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011750*
011760     MOVE WS-RPT-DETOKENIZED TO WS-CNT-DIS
011770     MOVE SPACES TO WS-PRINT-LINE
011780     STRING 'TOKENS RESOLVED THROUGH THE VAULT ..: ' WS-CNT-DIS
011790            DELIMITED BY SIZE INTO WS-PRINT-LINE
011800     END-STRING
011810     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011820*
011830     MOVE WS-RPT-VAULT-MISSES TO WS-CNT-DIS
011840     MOVE SPACES TO WS-PRINT-LINE
011850     STRING 'TOKENS NOT IN THE VAULT ............: ' WS-CNT-DIS
011860            DELIMITED BY SIZE INTO WS-PRINT-LINE
011870     END-STRING
011880     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011890*
011900     MOVE WS-SQL-ERRORS TO WS-CNT-DIS
011910     MOVE SPACES TO WS-PRINT-LINE
011920     STRING 'SQL ERRORS .........................: ' WS-CNT-DIS
011930            DELIMITED BY SIZE INTO WS-PRINT-LINE
011940     END-STRING
011950     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
011960*
011970     MOVE SPACES TO WS-PRINT-LINE
011980     IF CONTROLS-IN-BALANCE
011990        MOVE 'ALL ACTIVITIES IN BALANCE WITH THEIR SOURCES'
012000                                     TO WS-PRINT-LINE
012010     ELSE
012020        MOVE '** OUT OF BALANCE - DO NOT RELEASE TO AR'
012030                                     TO WS-PRINT-LINE
012040     END-IF
012050     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
012060     .
012070 8000-EXIT.
012080     EXIT.
012090*----------------------------------------------------------------*
012100 8100-PRINT-CONTROL-LINE.
012110*----------------------------------------------------------------*
012120     IF WS-CT-SOURCE(WS-ACT-SUB) NOT = WS-CT-ASSIGNED(WS-ACT-SUB)
012130        OR WS-CT-ASSIGNED(WS-ACT-SUB) NOT =
012140           WS-CT-INVOICED(WS-ACT-SUB) + WS-CT-UNPRICED(WS-ACT-SUB)
012150        SET CONTROLS-OUT-OF-BALANCE  TO TRUE
012160     END-IF
012170     MOVE WS-CT-SOURCE(WS-ACT-SUB)   TO WS-CNT-DIS
012180     MOVE WS-CT-INVOICED(WS-ACT-SUB) TO WS-CNT2-DIS
012190     MOVE WS-CT-UNPRICED(WS-ACT-SUB) TO WS-CNT3-DIS
012200     COMPUTE WS-CNT4-DIS = WS-CT-SOURCE(WS-ACT-SUB)
012210                         - WS-CT-ASSIGNED(WS-ACT-SUB)
012220     MOVE WS-CT-CHARGE(WS-ACT-SUB)   TO WS-AMT-DIS
012230     MOVE SPACES TO WS-PRINT-LINE
012240     STRING '  ' WS-ACT-DESC(WS-ACT-SUB) WS-CNT-DIS
012250            ' ' WS-CNT2-DIS
012260            ' ' WS-CNT3-DIS ' ' WS-CNT4-DIS WS-AMT-DIS
012270            DELIMITED BY SIZE INTO WS-PRINT-LINE
012280     END-STRING
012290     WRITE BILLING-REPORT-LINE FROM WS-PRINT-LINE
012300     .
012310 8100-EXIT.
012320     EXIT.
012330*----------------------------------------------------------------*
012340 9000-FILE-CLOSE.
012350*----------------------------------------------------------------*
012360     IF NOTIFY-HISTORY-AVAILABLE
012370        CLOSE NOTIFY-HISTORY
012380     END-IF
012390     IF ARCHIVE-AVAILABLE
012400        CLOSE ARCHIVE-FILE
012410     END-IF
012420     IF TOKEN-VAULT-AVAILABLE
012430        CLOSE TOKEN-VAULT
012440     END-IF
012450     IF RUN-CONTROL-AVAILABLE
012460        CLOSE RUN-CONTROL
012470     END-IF
012480     CLOSE TOKEN-LOG
012490     CLOSE BILLING-REPORT
012500     CLOSE BILLING-EXTRACT
012510     .
012520 9000-EXIT.
012530     EXIT.
012540*----------------------------------------------------------------*
012550*    CARD PRODUCT LOAD AND LOOKUP                                *
012560*----------------------------------------------------------------*
012570 COPY CSBINPRP.
