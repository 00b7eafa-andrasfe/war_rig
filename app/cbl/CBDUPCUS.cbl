000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDUPCUS.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-03-26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBDUPCUS - MONTHLY DUPLICATE AND SYNTHETIC IDENTITY MATCH.  *
000090*    NOTHING ON CUSTDAT STOPS ONE PERSON HOLDING SEVERAL         *
000100*    CUST-IDS, OR SEVERAL 'PEOPLE' SHARING ONE PHONE, EMAIL OR   *
000110*    ADDRESS - THE MARK OF A SYNTHETIC-IDENTITY RING. THIS JOB:  *
000120*    1. APPLIES THE FRAUD TEAM'S DECISIONS ON LAST MONTH'S       *
000130*       REVIEW (DUPDECN) TO THE CONFIRMED-DUPLICATE GROUPS ON    *
000140*       CUSTLINK - C LINKS A CUSTOMER TO A PRIMARY CUST-ID, U    *
000150*       TAKES ONE OUT (THE PRIMARY DISSOLVES THE GROUP). THE     *
000160*       CUSTLIM EXPOSURE CAP IS THEN DECIDED ACROSS THE GROUP.   *
000170*    2. NORMALISES EACH CUSTOMER'S IDENTIFIERS - EMAIL (CASE,    *
000180*       SPACES, DOTS AND +TAGS IN THE MAILBOX NAME), PHONE       *
000190*       (DIGITS ONLY, NO LEADING 1, PLACEHOLDERS DROPPED),       *
000200*       ADDRESS (STREET NUMBER + ZIP5) AND NAME + ZIP5 - AND     *
000210*       INDEXES THEM ON THE DUPKEYWK WORK CLUSTER. A CUSTOMER    *
000220*       WHOSE IDENTIFIER IS ALREADY INDEXED IS LINKED TO ITS     *
000230*       HOLDER, AND LINKED CUSTOMERS ARE JOINED INTO CLUSTERS.   *
000240*    3. SCORES EACH CLUSTER - ONE NAME ACROSS THE CLUSTER IS A   *
000250*       LIKELY DUPLICATE (D), SEVERAL NAMES ON SHARED DETAILS A  *
000260*       SUSPECTED RING (R) - AND WEIGHTS THE SCORE BY THE        *
000270*       CLUSTER'S EXPOSURE: CURRENT BALANCE (ACCTDAT) PLUS       *
000280*       APPROVED-PENDING (PAUTSMRY) OVER THE DISTINCT ACCOUNTS   *
000290*       BEHIND THE MEMBERS' LIVE CARDXREF LINKS.                 *
000300*    4. WRITES EACH CLUSTER AT OR OVER THE MINIMUM SCORE TO THE  *
000310*       REVIEW FILE (DUPREVW, CVDUPRVY) AND THE REPORT (DUPRPT). *
000320*       A CLUSTER ALREADY WHOLLY CONFIRMED AS ONE GROUP IS NOT   *
000330*       PRESENTED AGAIN.                                         *
000340*    DUPPARMS: WGTEMAIL=NNN (SHARED EMAIL, 35)                   *
000350*              WGTPHONE=NNN (SHARED PHONE, 25)                   *
000360*              WGTADDR =NNN (SHARED ADDRESS, 15)                 *
000370*              WGTNMZIP=NNN (SHARED NAME AND ZIP, 30)            *
000380*              MINSCORE=NNN (LOWEST SCORE REVIEWED, 30)          *
000390*              EXPMED  =NNNNNNNNN (EXPOSURE DOUBLES SCORE, 5000) *
000400*              EXPHIGH =NNNNNNNNN (EXPOSURE TREBLES SCORE, 25000)*
000410*              PRIHIGH =NNN (WEIGHTED SCORE = HIGH, 150)         *
000420*              PRIMED  =NNN (WEIGHTED SCORE = MEDIUM, 80)        *
000430*----------------------------------------------------------------*
000440*                MODIFICATION HISTORY                            *
000450* DATE       INIT DESCRIPTION                                    *
000460* 2028-03-26  RKA INITIAL VERSION                                *
000470*----------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-ZOS.
000510 OBJECT-COMPUTER. IBM-ZOS.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PARM-FILE      ASSIGN TO DUPPARMS
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-PARM-STATUS.
000580*
000590     SELECT DECISION-FILE  ASSIGN TO DUPDECN
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-DCN-STATUS.
000630*
000640     SELECT CUST-FILE      ASSIGN TO CUSTDAT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE  IS DYNAMIC
000670         RECORD KEY   IS CUST-ID
000680         FILE STATUS  IS WS-CUST-STATUS.
000690*
000700     SELECT LINK-FILE      ASSIGN TO CUSTLINK
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE  IS RANDOM
000730         RECORD KEY   IS CLK-CUST-ID
000740         FILE STATUS  IS WS-LINK-STATUS.
000750*
000760     SELECT KEY-WORK       ASSIGN TO DUPKEYWK
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE  IS RANDOM
000790         RECORD KEY   IS DKW-KEY
000800         FILE STATUS  IS WS-DKW-STATUS.
000810*
000820     SELECT XREF-FILE      ASSIGN TO CARDXREF
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE  IS SEQUENTIAL
000850         RECORD KEY   IS XREF-CARD-NUM
000860         FILE STATUS  IS WS-XREF-STATUS.
000870*
000880     SELECT ACCT-FILE      ASSIGN TO ACCTDAT
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE  IS RANDOM
000910         RECORD KEY   IS ACCT-ID
000920         FILE STATUS  IS WS-ACCT-STATUS.
000930*
000940     SELECT REVIEW-FILE    ASSIGN TO DUPREVW
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE  IS SEQUENTIAL
000970         FILE STATUS  IS WS-RVW-STATUS.
000980*
000990     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE  IS RANDOM
001020         RECORD KEY   IS RUNC-JOB-NAME
001030         FILE STATUS  IS WS-RUNC-STATUS.
001040*
001050     SELECT DUP-REPORT     ASSIGN TO DUPRPT
001060         ORGANIZATION IS SEQUENTIAL
001070         ACCESS MODE  IS SEQUENTIAL
001080         FILE STATUS  IS WS-RPT-STATUS.
001090*----------------------------------------------------------------*
001100 DATA DIVISION.
001110*----------------------------------------------------------------*
001120 FILE SECTION.
001130 FD  PARM-FILE
001140     RECORDING MODE IS F.
001150 01  PARM-RECORD                 PIC X(80).
001160*
001170 FD  DECISION-FILE
001180     RECORDING MODE IS F.
001190 01  DECISION-RECORD.
001200     05  DCN-CUST-ID             PIC 9(09).
001210*    THE PRIMARY THE CUSTOMER IS CONFIRMED A DUPLICATE OF (C).
001220     05  DCN-PRIMARY-CUST-ID     PIC 9(09).
001230     05  DCN-ACTION              PIC X(01).
001240         88  DCN-CONFIRM                 VALUE 'C'.
001250         88  DCN-UNLINK                  VALUE 'U'.
001260     05  DCN-ANALYST             PIC X(08).
001270     05  DCN-DECISION-DATE       PIC X(08).
001280     05  FILLER                  PIC X(45).
001290*
001300 FD  CUST-FILE
001310     RECORDING MODE IS F.
001320 COPY CVCUS01Y.
001330*
001340 FD  LINK-FILE
001350     RECORDING MODE IS F.
001360 COPY CVCUSLKY.
001370*
001380*    WORK CLUSTER, DEFINED REUSE - OPENED OUTPUT AT THE START OF
001390*    EACH RUN SO IT HOLDS ONLY THIS RUN'S KEYS. ONE ROW PER
001400*    NORMALISED IDENTIFIER, NAMING THE FIRST CUSTOMER FOUND
001410*    HOLDING IT.
001420 FD  KEY-WORK
001430     RECORDING MODE IS F.
001440 01  DUP-KEY-RECORD.
001450     05  DKW-KEY.
001460         10  DKW-ID-TYPE         PIC X(02).
001470         10  DKW-ID-VALUE        PIC X(50).
001480     05  DKW-CUST-ID             PIC 9(09).
001490     05  DKW-NAME-KEY            PIC X(50).
001500     05  FILLER                  PIC X(09).
001510*
001520 FD  XREF-FILE
001530     RECORDING MODE IS F.
001540 01  CARD-XREF-RECORD.
001550 COPY CVACT03Y.
001560*
001570 FD  ACCT-FILE
001580     RECORDING MODE IS F.
001590 COPY CVACT01Y.
001600*
001610 FD  REVIEW-FILE
001620     RECORDING MODE IS F.
001630 01  REVIEW-LINE                 PIC X(200).
001640*
001650 FD  RUN-CONTROL
001660     RECORDING MODE IS F.
001670 COPY CVRUNCTY.
001680*
001690 FD  DUP-REPORT
001700     RECORDING MODE IS F.
001710 01  DUP-REPORT-LINE             PIC X(132).
001720*----------------------------------------------------------------*
001730 WORKING-STORAGE SECTION.
001740*----------------------------------------------------------------*
001750 01  WS-VARIABLES.
001760     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDUPCUS'.
001770     05  CURRENT-DATE               PIC 9(06).
001780     05  WS-TODAY-CCYYMMDD          PIC X(08).
001790     05  WS-RUN-TIME                PIC 9(08).
001800     05  WS-PARM-NUM3               PIC 9(03).
001810     05  WS-PARM-NUM9               PIC 9(09).
001820     05  WS-REJECT-REASON           PIC X(45).
001830     05  WS-SQLCODE                 PIC -9(8).
001840*
001850 01  WS-FILE-STATUSES.
001860     05  WS-PARM-STATUS             PIC X(02).
001870     05  WS-DCN-STATUS              PIC X(02).
001880     05  WS-CUST-STATUS             PIC X(02).
001890         88  CUST-FOUND                     VALUE '00'.
001900     05  WS-LINK-STATUS             PIC X(02).
001910         88  LINK-FOUND                     VALUE '00'.
001920         88  LINK-NOT-FOUND                 VALUE '23'.
001930         88  LINK-DUPLICATE                 VALUE '22'.
001940     05  WS-DKW-STATUS              PIC X(02).
001950         88  KEY-HELD                       VALUE '00'.
001960         88  KEY-NEW                        VALUE '23'.
001970     05  WS-XREF-STATUS             PIC X(02).
001980     05  WS-ACCT-STATUS             PIC X(02).
001990         88  ACCT-FOUND                     VALUE '00'.
002000     05  WS-RVW-STATUS              PIC X(02).
002010     05  WS-RUNC-STATUS             PIC X(02).
002020     05  WS-RPT-STATUS              PIC X(02).
002030 01  WS-SWITCHES.
002040     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
002050         88  PARM-EOF                       VALUE 'Y'.
002060     05  WS-DCN-EOF-SW              PIC X(01) VALUE 'N'.
002070         88  DECISIONS-DONE                 VALUE 'Y'.
002080     05  WS-CUST-EOF-SW             PIC X(01) VALUE 'N'.
002090         88  CUSTOMERS-DONE                 VALUE 'Y'.
002100     05  WS-XREF-EOF-SW             PIC X(01) VALUE 'N'.
002110         88  XREF-EOF                       VALUE 'Y'.
002120     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
002130         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
002140     05  WS-DCN-AVAIL-SW            PIC X(01) VALUE 'N'.
002150         88  DECISION-FILE-AVAILABLE        VALUE 'Y'.
002160     05  WS-LINK-AVAIL-SW           PIC X(01) VALUE 'N'.
002170         88  LINK-FILE-AVAILABLE            VALUE 'Y'.
002180     05  WS-ACCT-AVAIL-SW           PIC X(01) VALUE 'N'.
002190         88  ACCT-FILE-AVAILABLE            VALUE 'Y'.
002200     05  WS-WARNING-SW              PIC X(01) VALUE 'N'.
002210         88  RUN-HAS-WARNINGS               VALUE 'Y'.
002220     05  WS-LISTED-SW               PIC X(01).
002230         88  ALREADY-LISTED                 VALUE 'Y'.
002240     05  WS-NEW-NAME-SW             PIC X(01).
002250         88  NEW-NAME                       VALUE 'Y'.
002260     05  WS-CONFIRMED-SW            PIC X(01).
002270         88  WHOLLY-CONFIRMED               VALUE 'Y'.
002280*----------------------------------------------------------------*
002290*    MATCH AND REVIEW POLICY (DUPPARMS). AMOUNTS ARE WHOLE UNITS.*
002300*----------------------------------------------------------------*
002310 01  WS-MATCH-PARMS.
002320     05  WS-WGT-EMAIL               PIC S9(4) COMP VALUE 35.
002330     05  WS-WGT-PHONE               PIC S9(4) COMP VALUE 25.
002340     05  WS-WGT-ADDR                PIC S9(4) COMP VALUE 15.
002350     05  WS-WGT-NAME-ZIP            PIC S9(4) COMP VALUE 30.
002360     05  WS-MIN-SCORE               PIC S9(4) COMP VALUE 30.
002370     05  WS-EXP-MED-AMT             PIC S9(11)V99 COMP-3
002380                                            VALUE 5000.00.
002390     05  WS-EXP-HIGH-AMT            PIC S9(11)V99 COMP-3
002400                                            VALUE 25000.00.
002410     05  WS-PRI-HIGH                PIC S9(4) COMP VALUE 150.
002420     05  WS-PRI-MED                 PIC S9(4) COMP VALUE 80.
002430*----------------------------------------------------------------*
002440*    IDENTIFIER NORMALISATION                                    *
002450*----------------------------------------------------------------*
002460 01  WS-NORMALISE-FIELDS.
002470     05  WS-RAW                     PIC X(60).
002480     05  WS-RAW-LEN                 PIC S9(4) COMP.
002490     05  WS-NORM                    PIC X(60).
002500     05  WS-NORM-LEN                PIC S9(4) COMP.
002510     05  WS-CH-SUB                  PIC S9(4) COMP.
002520     05  WS-TALLY                   PIC S9(4) COMP.
002530     05  WS-CH                      PIC X(01).
002540         88  CH-LETTER                      VALUE 'A' THRU 'I'
002550                                                  'J' THRU 'R'
002560                                                  'S' THRU 'Z'.
002570         88  CH-DIGIT                       VALUE '0' THRU '9'.
002580     05  WS-KEEP-CLASS              PIC X(01).
002590         88  KEEP-LETTERS                   VALUE 'A'.
002600         88  KEEP-DIGITS                    VALUE 'N'.
002610         88  KEEP-ALPHANUMERIC              VALUE 'X'.
002620         88  KEEP-EMAIL                     VALUE 'E'.
002630     05  WS-EMAIL-PART              PIC X(01).
002640         88  EMAIL-MAILBOX                  VALUE 'M'.
002650         88  EMAIL-TAG                      VALUE 'T'.
002660         88  EMAIL-DOMAIN                   VALUE 'D'.
002670     05  WS-ZIP5                    PIC X(05).
002680     05  WS-STREET-KEY              PIC X(10).
002690 01  WS-CUSTOMER-KEYS.
002700     05  WS-NAME-KEY                PIC X(50).
002710     05  WS-EMAIL-KEY               PIC X(50).
002720     05  WS-PHONE-KEY               PIC X(50).
002730     05  WS-ADDR-KEY                PIC X(50).
002740     05  WS-NAME-ZIP-KEY            PIC X(50).
002750 01  WS-KEY-TYPE                    PIC X(02).
002760     88  KEY-TYPE-EMAIL                     VALUE 'EM'.
002770     88  KEY-TYPE-PHONE                     VALUE 'PH'.
002780     88  KEY-TYPE-ADDR                      VALUE 'AD'.
002790     88  KEY-TYPE-NAME-ZIP                  VALUE 'NZ'.
002800 01  WS-KEY-VALUE                   PIC X(50).
002810*----------------------------------------------------------------*
002820*    CUSTOMERS THAT SHARE AT LEAST ONE IDENTIFIER. EACH POINTS   *
002830*    TO A PARENT; FOLLOWING PARENTS REACHES THE CLUSTER'S ROOT,  *
002840*    WHICH IS ALWAYS ITS LOWEST-NUMBERED ENTRY.                  *
002850*----------------------------------------------------------------*
002860 01  WS-NODE-TABLE.
002870     05  WS-ND-COUNT                PIC S9(4) COMP VALUE 0.
002880     05  WS-ND-TABLE-MAX            PIC S9(4) COMP VALUE 5000.
002890     05  WS-ND-ENTRY OCCURS 5000 TIMES
002900                     INDEXED BY WS-ND-IDX.
002910         10  WS-ND-CUST-ID          PIC 9(09).
002920         10  WS-ND-PARENT           PIC S9(4) COMP.
002930         10  WS-ND-CLUSTER          PIC S9(4) COMP.
002940         10  WS-ND-NAME-KEY         PIC X(50).
002950         10  WS-ND-LINKED-PRIMARY   PIC 9(09).
002960         10  WS-ND-EXPOSURE-AMT     PIC S9(11)V99 COMP-3.
002970         10  WS-ND-ACCT-COUNT       PIC S9(4) COMP.
002980         10  WS-ND-ACCT-ID          PIC 9(11) OCCURS 10 TIMES.
002990     05  WS-ND-ACCT-MAX             PIC S9(4) COMP VALUE 10.
003000 01  WS-NODE-WORK.
003010     05  WS-ND-SUB                  PIC S9(4) COMP.
003020     05  WS-NODE-A                  PIC S9(4) COMP.
003030     05  WS-NODE-B                  PIC S9(4) COMP.
003040     05  WS-ROOT-A                  PIC S9(4) COMP.
003050     05  WS-ROOT-B                  PIC S9(4) COMP.
003060     05  WS-UF-SUB                  PIC S9(4) COMP.
003070     05  WS-FIND-CUST-ID            PIC 9(09).
003080     05  WS-FIND-NAME-KEY           PIC X(50).
003090     05  WS-FOUND-SUB               PIC S9(4) COMP.
003100     05  WS-ACCT-SUB                PIC S9(4) COMP.
003110*----------------------------------------------------------------*
003120*    EVERY SHARED IDENTIFIER FOUND: THE TWO CUSTOMERS AND WHAT   *
003130*    THEY SHARE.                                                 *
003140*----------------------------------------------------------------*
003150 01  WS-LINK-TABLE.
003160     05  WS-LK-COUNT                PIC S9(4) COMP VALUE 0.
003170     05  WS-LK-TABLE-MAX            PIC S9(4) COMP VALUE 9000.
003180     05  WS-LK-SUB                  PIC S9(4) COMP.
003190     05  WS-LK-ENTRY OCCURS 9000 TIMES.
003200         10  WS-LK-NODE-A           PIC S9(4) COMP.
003210         10  WS-LK-NODE-B           PIC S9(4) COMP.
003220         10  WS-LK-TYPE             PIC X(02).
003230*----------------------------------------------------------------*
003240*    CLUSTERS. THE FIRST 20 MEMBERS ARE LISTED; A LARGER CLUSTER *
003250*    IS STILL COUNTED AND SCORED ON ITS FULL SIZE.               *
003260*----------------------------------------------------------------*
003270 01  WS-CLUSTER-TABLE.
003280     05  WS-CL-COUNT                PIC S9(4) COMP VALUE 0.
003290     05  WS-CL-TABLE-MAX            PIC S9(4) COMP VALUE 2000.
003300     05  WS-CL-LIST-MAX             PIC S9(4) COMP VALUE 20.
003310     05  WS-CL-SUB                  PIC S9(4) COMP.
003320     05  WS-CL-ENTRY OCCURS 2000 TIMES.
003330         10  WS-CL-MEMBER-COUNT     PIC S9(4) COMP.
003340         10  WS-CL-LISTED           PIC S9(4) COMP.
003350         10  WS-CL-MEMBER-NODE      PIC S9(4) COMP
003360                                    OCCURS 20 TIMES.
003370         10  WS-CL-EMAIL-SW         PIC X(01).
003380         10  WS-CL-PHONE-SW         PIC X(01).
003390         10  WS-CL-ADDR-SW          PIC X(01).
003400         10  WS-CL-NAME-ZIP-SW      PIC X(01).
003410 01  WS-MEMBER-WORK.
003420     05  WS-MB-SUB                  PIC S9(4) COMP.
003430     05  WS-MB-SUB2                 PIC S9(4) COMP.
003440     05  WS-MB-NODE                 PIC S9(4) COMP.
003450*----------------------------------------------------------------*
003460*    THE CLUSTER BEING REVIEWED                                  *
003470*----------------------------------------------------------------*
003480 01  WS-CLUSTER-REVIEW.
003490     05  WS-CLUSTER-ID              PIC 9(07) VALUE 0.
003500     05  WS-NAME-COUNT              PIC S9(4) COMP.
003510     05  WS-PATTERN                 PIC X(01).
003520         88  PATTERN-DUPLICATE              VALUE 'D'.
003530         88  PATTERN-RING                   VALUE 'R'.
003540     05  WS-ID-SCORE                PIC S9(4) COMP.
003550     05  WS-EXTRA-SCORE             PIC S9(4) COMP.
003560     05  WS-EXP-FACTOR              PIC S9(4) COMP.
003570     05  WS-PRIORITY-SCORE          PIC S9(5) COMP-3.
003580     05  WS-PRIORITY                PIC X(01).
003590     05  WS-SUGGESTED-PRIMARY       PIC 9(09).
003600     05  WS-FIRST-LINKED            PIC 9(09).
003610     05  WS-CL-EXPOSURE-AMT         PIC S9(11)V99 COMP-3.
003620     05  WS-CL-LIMIT-AMT            PIC S9(11)V99 COMP-3.
003630     05  WS-ACCT-EXPOSURE-AMT       PIC S9(11)V99 COMP-3.
003640     05  WS-DUP-ACCT-ID             PIC 9(11).
003650     05  WS-CX-COUNT                PIC S9(4) COMP.
003660     05  WS-CX-MAX                  PIC S9(4) COMP VALUE 200.
003670     05  WS-CX-SUB                  PIC S9(4) COMP.
003680     05  WS-CX-ENTRY OCCURS 200 TIMES.
003690         10  WS-CX-ACCT-ID          PIC 9(11).
003700         10  WS-CX-EXPOSURE-AMT     PIC S9(11)V99 COMP-3.
003710*----------------------------------------------------------------*
003720*    A CONFIRMED-DUPLICATE GROUP BEING CHANGED BY A DECISION     *
003730*----------------------------------------------------------------*
003740 01  WS-GROUP-WORK.
003750     05  WS-GRP-PRIMARY             PIC 9(09).
003760     05  WS-GRP-COUNT               PIC S9(4) COMP.
003770     05  WS-GRP-MAX                 PIC S9(4) COMP VALUE 10.
003780     05  WS-GRP-SUB                 PIC S9(4) COMP.
003790     05  WS-GRP-MEMBER              PIC 9(09) OCCURS 10 TIMES.
003800     05  WS-GRP-KEEP-COUNT          PIC S9(4) COMP.
003810     05  WS-GRP-KEEP                PIC 9(09) OCCURS 10 TIMES.
003820     05  WS-GRP-ANALYST             PIC X(08).
003830     05  WS-GRP-DATE                PIC X(08).
003840*----------------------------------------------------------------*
003850 01  WS-REPORT-COUNTERS.
003860     05  WS-RPT-DECISIONS           PIC S9(9) COMP-3 VALUE 0.
003870     05  WS-RPT-DCN-LINKED          PIC S9(9) COMP-3 VALUE 0.
003880     05  WS-RPT-DCN-UNLINKED        PIC S9(9) COMP-3 VALUE 0.
003890     05  WS-RPT-DCN-DISSOLVED       PIC S9(9) COMP-3 VALUE 0.
003900     05  WS-RPT-DCN-REJECTED        PIC S9(9) COMP-3 VALUE 0.
003910     05  WS-RPT-CUSTS-READ          PIC S9(9) COMP-3 VALUE 0.
003920     05  WS-RPT-NO-IDENTIFIER       PIC S9(9) COMP-3 VALUE 0.
003930     05  WS-RPT-KEYS-INDEXED        PIC S9(9) COMP-3 VALUE 0.
003940     05  WS-RPT-SHARED-KEYS         PIC S9(9) COMP-3 VALUE 0.
003950     05  WS-RPT-CLUSTERS            PIC S9(9) COMP-3 VALUE 0.
003960     05  WS-RPT-DUPLICATES          PIC S9(9) COMP-3 VALUE 0.
003970     05  WS-RPT-RINGS               PIC S9(9) COMP-3 VALUE 0.
003980     05  WS-RPT-CONFIRMED           PIC S9(9) COMP-3 VALUE 0.
003990     05  WS-RPT-BELOW-MIN           PIC S9(9) COMP-3 VALUE 0.
004000     05  WS-RPT-REVIEWED            PIC S9(9) COMP-3 VALUE 0.
004010     05  WS-RPT-HIGH                PIC S9(9) COMP-3 VALUE 0.
004020     05  WS-RPT-NODE-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
004030     05  WS-RPT-LINK-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
004040     05  WS-RPT-CLUSTER-OVERFLOW    PIC S9(9) COMP-3 VALUE 0.
004050     05  WS-RPT-ACCT-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
004060     05  WS-RPT-REVIEW-EXPOSURE     PIC S9(13)V99 COMP-3 VALUE 0.
004070*----------------------------------------------------------------*
004080 01  WS-PRINT-LINE                 PIC X(132).
004090 01  WS-DISPLAY-FIELDS.
004100     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
004110     05  WS-SMALL-DIS               PIC ZZ9.
004120     05  WS-SCORE-DIS               PIC ZZ,ZZ9.
004130     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004140     05  WS-AMT2-DIS                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004150     05  WS-SHARED-DIS              PIC X(30).
004160     05  WS-SHARED-PTR              PIC S9(4) COMP.
004170     05  WS-PATTERN-DIS             PIC X(18).
004180 COPY CVDUPRVY.
004190*----------------------------------------------------------------*
004200*    DLI / PCB CONTROL INFORMATION                               *
004210*----------------------------------------------------------------*
004220 01  WS-IMS-CONTROL.
004230     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
004240     05  PCB-OFFSET.
004250         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
004260     05  IMS-RETURN-CODE                 PIC X(02).
004270         88  STATUS-OK                    VALUE '  ', 'FW'.
004280         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
004290         88  END-OF-DB                    VALUE 'GB'.
004300     05  DIBSTAT                         PIC X(02).
004310*----------------------------------------------------------------*
004320*    IMS SEGMENT LAYOUT                                          *
004330*----------------------------------------------------------------*
004340*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
004350 01 PENDING-AUTH-SUMMARY.
004360 COPY CIPAUSMY.
004370*----------------------------------------------------------------*
004380 LINKAGE SECTION.
004390 01  PAUTBPCB                       PIC X(100).
004400*----------------------------------------------------------------*
004410 PROCEDURE DIVISION                  USING PAUTBPCB.
004420*----------------------------------------------------------------*
004430 MAIN-PARA.
004440     ENTRY 'DLITCBL'                 USING PAUTBPCB.
004450*
004460     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
004470*
004480     IF DECISION-FILE-AVAILABLE
004490        PERFORM 2000-APPLY-NEXT-DECISION THRU 2000-EXIT
004500            UNTIL DECISIONS-DONE
004510     END-IF
004520*
004530     PERFORM 2900-START-CUSTOMER-PASS THRU 2900-EXIT
004540     PERFORM 3000-INDEX-NEXT-CUSTOMER THRU 3000-EXIT
004550         UNTIL CUSTOMERS-DONE
004560*
004570     PERFORM 4000-BUILD-CLUSTERS     THRU 4000-EXIT
004580     PERFORM 4500-COLLECT-ACCOUNTS   THRU 4500-EXIT
004590*
004600     MOVE SPACES TO WS-PRINT-LINE
004610     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
004620     MOVE 'CLUSTERS FOR REVIEW' TO WS-PRINT-LINE
004630     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
004640     PERFORM 5000-REVIEW-CLUSTER     THRU 5000-EXIT
004650         VARYING WS-CL-SUB FROM 1 BY 1
004660         UNTIL WS-CL-SUB > WS-CL-COUNT
004670*
004680     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
004690     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
004700*
004710     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
004720*
004730     IF RUN-HAS-WARNINGS
004740        MOVE 4 TO RETURN-CODE
004750     END-IF
004760     GOBACK.
004770*----------------------------------------------------------------*
004780 1000-INITIALIZE.
004790*----------------------------------------------------------------*
004800     ACCEPT CURRENT-DATE     FROM DATE
004810     ACCEPT WS-RUN-TIME      FROM TIME
004820     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
004830     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
004840*
004850     OPEN INPUT  PARM-FILE
004860     IF WS-PARM-STATUS = '00'
004870        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
004880            UNTIL PARM-EOF
004890        CLOSE PARM-FILE
004900     ELSE
004910        DISPLAY 'DUPPARMS NOT AVAILABLE - USING DEFAULTS'
004920     END-IF
004930*
004940     OPEN INPUT  CUST-FILE
004950     IF WS-CUST-STATUS NOT = '00'
004960        DISPLAY 'ERROR IN OPENING CUSTDAT:' WS-CUST-STATUS
004970        PERFORM 9999-ABEND THRU 9999-EXIT
004980     END-IF
004990     OPEN INPUT  XREF-FILE
005000     IF WS-XREF-STATUS NOT = '00'
005010        DISPLAY 'ERROR IN OPENING CARDXREF:' WS-XREF-STATUS
005020        PERFORM 9999-ABEND THRU 9999-EXIT
005030     END-IF
005040     OPEN OUTPUT KEY-WORK
005050     IF WS-DKW-STATUS = '00'
005060        CLOSE KEY-WORK
005070        OPEN I-O KEY-WORK
005080     END-IF
005090     IF WS-DKW-STATUS NOT = '00'
005100        DISPLAY 'ERROR IN OPENING DUPKEYWK:' WS-DKW-STATUS
005110        PERFORM 9999-ABEND THRU 9999-EXIT
005120     END-IF
005130     OPEN OUTPUT REVIEW-FILE
005140     IF WS-RVW-STATUS NOT = '00'
005150        DISPLAY 'ERROR IN OPENING DUPREVW:' WS-RVW-STATUS
005160        PERFORM 9999-ABEND THRU 9999-EXIT
005170     END-IF
005180     OPEN OUTPUT DUP-REPORT
005190*
005200     OPEN INPUT  ACCT-FILE
005210     IF WS-ACCT-STATUS = SPACES OR '00'
005220        SET ACCT-FILE-AVAILABLE   TO TRUE
005230     ELSE
005240        DISPLAY 'ACCTDAT NOT AVAILABLE - BALANCES NOT WEIGHTED'
005250        SET RUN-HAS-WARNINGS      TO TRUE
005260     END-IF
005270     OPEN I-O    LINK-FILE
005280     IF WS-LINK-STATUS = SPACES OR '00'
005290        SET LINK-FILE-AVAILABLE   TO TRUE
005300     ELSE
005310        DISPLAY 'CUSTLINK NOT AVAILABLE - NO GROUPS CHANGED'
005320        SET RUN-HAS-WARNINGS      TO TRUE
005330     END-IF
005340     OPEN INPUT  DECISION-FILE
005350     IF WS-DCN-STATUS = SPACES OR '00'
005360        SET DECISION-FILE-AVAILABLE TO TRUE
005370     ELSE
005380        DISPLAY 'DUPDECN NOT AVAILABLE - NO DECISIONS THIS RUN'
005390     END-IF
005400*
005410     OPEN I-O RUN-CONTROL
005420     IF WS-RUNC-STATUS = SPACES OR '00'
005430        SET RUN-CONTROL-AVAILABLE TO TRUE
005440        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
005450     ELSE
005460        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
005470     END-IF
005480*
005490     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
005500     DISPLAY '*-------------------------------------*'
005510     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
005520*
005530     MOVE SPACES TO WS-PRINT-LINE
005540     STRING 'CBDUPCUS DUPLICATE AND SYNTHETIC IDENTITY REVIEW'
005550            ' - RUN DATE ' CURRENT-DATE
005560            DELIMITED BY SIZE INTO WS-PRINT-LINE
005570     END-STRING
005580     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
005590     MOVE SPACES TO WS-PRINT-LINE
005600     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
005610     MOVE 'DECISIONS APPLIED TO CUSTLINK' TO WS-PRINT-LINE
005620     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
005630     .
005640 1000-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------*
005670 1100-READ-NEXT-PARM.
005680*----------------------------------------------------------------*
005690     READ PARM-FILE
005700         AT END
005710             SET PARM-EOF TO TRUE
005720             GO TO 1100-EXIT
005730     END-READ
005740     EVALUATE PARM-RECORD(1:9)
005750         WHEN 'WGTEMAIL='
005760             IF PARM-RECORD(10:3) IS NUMERIC
005770                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
005780                IF WS-PARM-NUM3 NOT > 100
005790                   MOVE WS-PARM-NUM3   TO WS-WGT-EMAIL
005800                END-IF
005810             END-IF
005820         WHEN 'WGTPHONE='
005830             IF PARM-RECORD(10:3) IS NUMERIC
005840                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
005850                IF WS-PARM-NUM3 NOT > 100
005860                   MOVE WS-PARM-NUM3   TO WS-WGT-PHONE
005870                END-IF
005880             END-IF
005890         WHEN 'WGTADDR ='
005900             IF PARM-RECORD(10:3) IS NUMERIC
005910                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
005920                IF WS-PARM-NUM3 NOT > 100
005930                   MOVE WS-PARM-NUM3   TO WS-WGT-ADDR
005940                END-IF
005950             END-IF
005960         WHEN 'WGTNMZIP='
005970             IF PARM-RECORD(10:3) IS NUMERIC
005980                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
005990                IF WS-PARM-NUM3 NOT > 100
006000                   MOVE WS-PARM-NUM3   TO WS-WGT-NAME-ZIP
006010                END-IF
006020             END-IF
006030         WHEN 'MINSCORE='
006040             IF PARM-RECORD(10:3) IS NUMERIC
006050                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
006060                IF WS-PARM-NUM3 NOT > 100
006070                   MOVE WS-PARM-NUM3   TO WS-MIN-SCORE
006080                END-IF
006090             END-IF
006100         WHEN 'EXPMED  ='
006110             IF PARM-RECORD(10:9) IS NUMERIC
006120                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
006130                MOVE WS-PARM-NUM9      TO WS-EXP-MED-AMT
006140             END-IF
006150         WHEN 'EXPHIGH ='
006160             IF PARM-RECORD(10:9) IS NUMERIC
006170                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
006180                MOVE WS-PARM-NUM9      TO WS-EXP-HIGH-AMT
006190             END-IF
006200         WHEN 'PRIHIGH ='
006210             IF PARM-RECORD(10:3) IS NUMERIC
006220                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
006230                IF WS-PARM-NUM3 > 0
006240                   MOVE WS-PARM-NUM3   TO WS-PRI-HIGH
006250                END-IF
006260             END-IF
006270         WHEN 'PRIMED  ='
006280             IF PARM-RECORD(10:3) IS NUMERIC
006290                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
006300                IF WS-PARM-NUM3 > 0
006310                   MOVE WS-PARM-NUM3   TO WS-PRI-MED
006320                END-IF
006330             END-IF
006340         WHEN OTHER
006350             DISPLAY 'DUPPARMS CARD IGNORED: ' PARM-RECORD(1:40)
006360     END-EVALUATE
006370     .
006380 1100-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410 1300-MARK-RUN-START.
006420*----------------------------------------------------------------*
006430     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
006440     READ RUN-CONTROL
006450     IF WS-RUNC-STATUS NOT = '00'
006460        MOVE SPACES          TO RUN-CONTROL-RECORD
006470        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
006480     END-IF
006490     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
006500     MOVE WS-RUN-TIME        TO RUNC-START-TIME
006510     MOVE SPACES             TO RUNC-END-TIME
006520     SET  RUNC-RUNNING       TO TRUE
006530     MOVE ZEROES             TO RUNC-RECORD-COUNT
006540     IF WS-RUNC-STATUS = '00'
006550        REWRITE RUN-CONTROL-RECORD
006560     ELSE
006570        WRITE RUN-CONTROL-RECORD
006580     END-IF
006590     .
006600 1300-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------*
006630 1400-MARK-RUN-END.
006640*----------------------------------------------------------------*
006650     IF RUN-CONTROL-AVAILABLE
006660        ACCEPT WS-RUN-TIME   FROM TIME
006670        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
006680        READ RUN-CONTROL
006690        MOVE WS-RUN-TIME     TO RUNC-END-TIME
006700        SET  RUNC-COMPLETE   TO TRUE
006710        MOVE WS-RPT-REVIEWED TO RUNC-RECORD-COUNT
006720        REWRITE RUN-CONTROL-RECORD
006730        IF WS-RUNC-STATUS NOT = '00'
006740           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
006750        END-IF
006760     END-IF
006770     .
006780 1400-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------*
006810*    ONE DECISION FROM THE FRAUD TEAM'S REVIEW OF A CLUSTER.     *
006820*    EVERY DECISION IS LISTED, APPLIED OR WITH ITS REASON.       *
006830*----------------------------------------------------------------*
006840 2000-APPLY-NEXT-DECISION.
006850*----------------------------------------------------------------*
006860     READ DECISION-FILE
006870         AT END
006880             SET DECISIONS-DONE TO TRUE
006890             GO TO 2000-EXIT
006900     END-READ
006910     ADD 1 TO WS-RPT-DECISIONS
006920     MOVE SPACES                  TO WS-REJECT-REASON
006930     MOVE DCN-ANALYST             TO WS-GRP-ANALYST
006940     MOVE DCN-DECISION-DATE       TO WS-GRP-DATE
006950     IF WS-GRP-DATE = SPACES
006960        MOVE WS-TODAY-CCYYMMDD    TO WS-GRP-DATE
006970     END-IF
006980     EVALUATE TRUE
006990         WHEN NOT LINK-FILE-AVAILABLE
007000            MOVE 'CUSTLINK NOT AVAILABLE' TO WS-REJECT-REASON
007010         WHEN DCN-CUST-ID NOT NUMERIC OR DCN-CUST-ID = ZERO
007020            MOVE 'CUSTOMER ID NOT VALID'  TO WS-REJECT-REASON
007030         WHEN NOT DCN-CONFIRM AND NOT DCN-UNLINK
007040            MOVE 'ACTION NOT C OR U'      TO WS-REJECT-REASON
007050         WHEN DCN-CONFIRM
007060          AND (DCN-PRIMARY-CUST-ID NOT NUMERIC
007070               OR DCN-PRIMARY-CUST-ID = ZERO
007080               OR DCN-PRIMARY-CUST-ID = DCN-CUST-ID)
007090            MOVE 'PRIMARY CUSTOMER ID NOT VALID'
007100                                          TO WS-REJECT-REASON
007110         WHEN DCN-CONFIRM
007120            PERFORM 2100-CONFIRM-DUPLICATE THRU 2100-EXIT
007130         WHEN OTHER
007140            PERFORM 2200-UNLINK-CUSTOMER   THRU 2200-EXIT
007150     END-EVALUATE
007160*
007170     MOVE SPACES TO WS-PRINT-LINE
007180     IF WS-REJECT-REASON = SPACES
007190        STRING '  ' DCN-ACTION ' CUSTOMER ' DCN-CUST-ID
007200               '  PRIMARY ' WS-GRP-PRIMARY
007210               '  BY ' DCN-ANALYST '  APPLIED'
007220               DELIMITED BY SIZE INTO WS-PRINT-LINE
007230        END-STRING
007240     ELSE
007250        ADD 1 TO WS-RPT-DCN-REJECTED
007260        SET RUN-HAS-WARNINGS      TO TRUE
007270        STRING '  ' DCN-ACTION ' CUSTOMER ' DCN-CUST-ID
007280               '  PRIMARY ' DCN-PRIMARY-CUST-ID
007290               '  BY ' DCN-ANALYST '  REJECTED - '
007300               WS-REJECT-REASON
007310               DELIMITED BY SIZE INTO WS-PRINT-LINE
007320        END-STRING
007330     END-IF
007340     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
007350     .
007360 2000-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------*
007390*    CONFIRMED DUPLICATE: THE CUSTOMER JOINS THE PRIMARY'S GROUP *
007400*    (THE GROUP OF WHICHEVER GROUP THE NAMED PRIMARY IS IN), AND *
007410*    EVERY MEMBER'S ROW IS WRITTEN WITH THE NEW MEMBER LIST.     *
007420*----------------------------------------------------------------*
007430 2100-CONFIRM-DUPLICATE.
007440*----------------------------------------------------------------*
007450     MOVE DCN-CUST-ID             TO CUST-ID
007460     READ CUST-FILE
007470     IF NOT CUST-FOUND
007480        MOVE 'CUSTOMER NOT ON CUSTDAT' TO WS-REJECT-REASON
007490        GO TO 2100-EXIT
007500     END-IF
007510     MOVE DCN-PRIMARY-CUST-ID     TO CUST-ID
007520     READ CUST-FILE
007530     IF NOT CUST-FOUND
007540        MOVE 'PRIMARY NOT ON CUSTDAT'  TO WS-REJECT-REASON
007550        GO TO 2100-EXIT
007560     END-IF
007570*
007580     MOVE DCN-PRIMARY-CUST-ID     TO CLK-CUST-ID
007590     READ LINK-FILE
007600     IF LINK-FOUND
007610        PERFORM 2300-LOAD-GROUP   THRU 2300-EXIT
007620     ELSE
007630        MOVE DCN-PRIMARY-CUST-ID  TO WS-GRP-PRIMARY
007640                                     WS-GRP-MEMBER(1)
007650        MOVE 1                    TO WS-GRP-COUNT
007660     END-IF
007670*
007680     MOVE DCN-CUST-ID             TO CLK-CUST-ID
007690     READ LINK-FILE
007700     IF LINK-FOUND
007710        IF CLK-PRIMARY-CUST-ID = WS-GRP-PRIMARY
007720           MOVE 'ALREADY IN THIS GROUP'   TO WS-REJECT-REASON
007730        ELSE
007740           MOVE 'IN ANOTHER GROUP - UNLINK FIRST'
007750                                          TO WS-REJECT-REASON
007760        END-IF
007770        GO TO 2100-EXIT
007780     END-IF
007790     IF WS-GRP-COUNT NOT < WS-GRP-MAX
007800        MOVE 'GROUP ALREADY HAS 10 MEMBERS' TO WS-REJECT-REASON
007810        GO TO 2100-EXIT
007820     END-IF
007830*
007840     ADD 1                        TO WS-GRP-COUNT
007850     MOVE DCN-CUST-ID             TO WS-GRP-MEMBER(WS-GRP-COUNT)
007860     PERFORM 2400-WRITE-GROUP-ROW THRU 2400-EXIT
007870         VARYING WS-GRP-SUB FROM 1 BY 1
007880         UNTIL WS-GRP-SUB > WS-GRP-COUNT
007890     ADD 1 TO WS-RPT-DCN-LINKED
007900     .
007910 2100-EXIT.
007920     EXIT.
007930*----------------------------------------------------------------*
007940*    NOT A DUPLICATE AFTER ALL: THE CUSTOMER LEAVES ITS GROUP. A *
007950*    GROUP LEFT WITH ONE MEMBER, OR WHOSE PRIMARY IS UNLINKED,   *
007960*    NO LONGER EXISTS.                                           *
007970*----------------------------------------------------------------*
007980 2200-UNLINK-CUSTOMER.
007990*----------------------------------------------------------------*
008000     MOVE DCN-CUST-ID             TO CLK-CUST-ID
008010     READ LINK-FILE
008020     IF NOT LINK-FOUND
008030        MOVE 'CUSTOMER NOT IN A GROUP' TO WS-REJECT-REASON
008040        GO TO 2200-EXIT
008050     END-IF
008060     PERFORM 2300-LOAD-GROUP      THRU 2300-EXIT
008070     MOVE 0                       TO WS-GRP-KEEP-COUNT
008080     IF DCN-CUST-ID NOT = WS-GRP-PRIMARY
008090        PERFORM 2210-KEEP-OTHER-MEMBER THRU 2210-EXIT
008100            VARYING WS-GRP-SUB FROM 1 BY 1
008110            UNTIL WS-GRP-SUB > WS-GRP-COUNT
008120     END-IF
008130     IF WS-GRP-KEEP-COUNT < 2
008140        PERFORM 2500-DELETE-GROUP-ROW THRU 2500-EXIT
008150            VARYING WS-GRP-SUB FROM 1 BY 1
008160            UNTIL WS-GRP-SUB > WS-GRP-COUNT
008170        ADD 1 TO WS-RPT-DCN-DISSOLVED
008180        GO TO 2200-EXIT
008190     END-IF
008200     MOVE DCN-CUST-ID             TO CLK-CUST-ID
008210     DELETE LINK-FILE RECORD
008220     MOVE WS-GRP-KEEP-COUNT       TO WS-GRP-COUNT
008230     PERFORM 2220-TAKE-KEPT-MEMBER THRU 2220-EXIT
008240         VARYING WS-GRP-SUB FROM 1 BY 1
008250         UNTIL WS-GRP-SUB > WS-GRP-COUNT
008260     PERFORM 2400-WRITE-GROUP-ROW THRU 2400-EXIT
008270         VARYING WS-GRP-SUB FROM 1 BY 1
008280         UNTIL WS-GRP-SUB > WS-GRP-COUNT
008290     ADD 1 TO WS-RPT-DCN-UNLINKED
008300     .
008310 2200-EXIT.
008320     EXIT.
008330*----------------------------------------------------------------*
008340 2210-KEEP-OTHER-MEMBER.
008350*----------------------------------------------------------------*
008360     IF WS-GRP-MEMBER(WS-GRP-SUB) NOT = DCN-CUST-ID
008370        ADD 1                     TO WS-GRP-KEEP-COUNT
008380        MOVE WS-GRP-MEMBER(WS-GRP-SUB)
008390          TO WS-GRP-KEEP(WS-GRP-KEEP-COUNT)
008400     END-IF
008410     .
008420 2210-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------*
008450 2220-TAKE-KEPT-MEMBER.
008460*----------------------------------------------------------------*
008470     MOVE WS-GRP-KEEP(WS-GRP-SUB) TO WS-GRP-MEMBER(WS-GRP-SUB)
008480     .
008490 2220-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------*
008520 2300-LOAD-GROUP.
008530*----------------------------------------------------------------*
008540     MOVE CLK-PRIMARY-CUST-ID     TO WS-GRP-PRIMARY
008550     MOVE CLK-MEMBER-COUNT        TO WS-GRP-COUNT
008560     IF WS-GRP-COUNT > WS-GRP-MAX
008570        MOVE WS-GRP-MAX           TO WS-GRP-COUNT
008580     END-IF
008590     PERFORM 2310-LOAD-MEMBER     THRU 2310-EXIT
008600         VARYING WS-GRP-SUB FROM 1 BY 1
008610         UNTIL WS-GRP-SUB > WS-GRP-MAX
008620     .
008630 2300-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------*
008660 2310-LOAD-MEMBER.
008670*----------------------------------------------------------------*
008680     MOVE CLK-MEMBER-ID(WS-GRP-SUB) TO WS-GRP-MEMBER(WS-GRP-SUB)
008690     .
008700 2310-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------*
008730*    ONE MEMBER'S ROW, CARRYING THE WHOLE GROUP.                 *
008740*----------------------------------------------------------------*
008750 2400-WRITE-GROUP-ROW.
008760*----------------------------------------------------------------*
008770     MOVE SPACES                  TO CUSTOMER-LINK-RECORD
008780     MOVE WS-GRP-MEMBER(WS-GRP-SUB) TO CLK-CUST-ID
008790     MOVE WS-GRP-PRIMARY          TO CLK-PRIMARY-CUST-ID
008800     MOVE WS-GRP-COUNT            TO CLK-MEMBER-COUNT
008810     PERFORM 2410-SET-ROW-MEMBER  THRU 2410-EXIT
008820         VARYING WS-MB-SUB FROM 1 BY 1
008830         UNTIL WS-MB-SUB > WS-GRP-MAX
008840     MOVE WS-GRP-ANALYST          TO CLK-CONFIRMED-BY
008850     MOVE WS-GRP-DATE             TO CLK-CONFIRMED-DATE
008860     WRITE CUSTOMER-LINK-RECORD
008870     IF LINK-DUPLICATE
008880        REWRITE CUSTOMER-LINK-RECORD
008890     END-IF
008900     IF WS-LINK-STATUS NOT = '00'
008910        DISPLAY 'ERROR WRITING CUSTLINK ' CLK-CUST-ID
008920                ' STATUS ' WS-LINK-STATUS
008930        SET RUN-HAS-WARNINGS      TO TRUE
008940     END-IF
008950     .
008960 2400-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------*
008990 2410-SET-ROW-MEMBER.
009000*----------------------------------------------------------------*
009010     IF WS-MB-SUB > WS-GRP-COUNT
009020        MOVE ZERO                 TO CLK-MEMBER-ID(WS-MB-SUB)
009030     ELSE
009040        MOVE WS-GRP-MEMBER(WS-MB-SUB) TO CLK-MEMBER-ID(WS-MB-SUB)
009050     END-IF
009060     .
009070 2410-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------*
009100 2500-DELETE-GROUP-ROW.
009110*----------------------------------------------------------------*
009120     MOVE WS-GRP-MEMBER(WS-GRP-SUB) TO CLK-CUST-ID
009130     DELETE LINK-FILE RECORD
009140     IF WS-LINK-STATUS NOT = '00' AND NOT LINK-NOT-FOUND
009150        DISPLAY 'ERROR DELETING CUSTLINK ' CLK-CUST-ID
009160                ' STATUS ' WS-LINK-STATUS
009170        SET RUN-HAS-WARNINGS      TO TRUE
009180     END-IF
009190     .
009200 2500-EXIT.
009210     EXIT.
009220*----------------------------------------------------------------*
009230*    THE DECISIONS READ CUSTDAT AT RANDOM - THE MATCH PASS       *
009240*    STARTS AGAIN FROM THE FIRST CUSTOMER.                       *
009250*----------------------------------------------------------------*
009260 2900-START-CUSTOMER-PASS.
009270*----------------------------------------------------------------*
009280     MOVE ZERO                    TO CUST-ID
009290     START CUST-FILE KEY IS NOT LESS THAN CUST-ID
009300     IF WS-CUST-STATUS NOT = '00'
009310        DISPLAY 'NO CUSTOMERS ON CUSTDAT:' WS-CUST-STATUS
009320        SET CUSTOMERS-DONE        TO TRUE
009330     END-IF
009340     .
009350 2900-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------*
009380*    ONE CUSTOMER: EACH USABLE NORMALISED IDENTIFIER IS LOOKED   *
009390*    UP ON THE WORK CLUSTER. A NEW ONE IS FILED UNDER THIS       *
009400*    CUSTOMER; ONE ALREADY FILED LINKS THIS CUSTOMER TO ITS      *
009410*    HOLDER.                                                     *
009420*----------------------------------------------------------------*
009430 3000-INDEX-NEXT-CUSTOMER.
009440*----------------------------------------------------------------*
009450     READ CUST-FILE NEXT
009460         AT END
009470             SET CUSTOMERS-DONE TO TRUE
009480             GO TO 3000-EXIT
009490     END-READ
009500     IF WS-CUST-STATUS NOT = '00'
009510        DISPLAY 'ERROR READING CUSTDAT:' WS-CUST-STATUS
009520        SET RUN-HAS-WARNINGS      TO TRUE
009530        SET CUSTOMERS-DONE        TO TRUE
009540        GO TO 3000-EXIT
009550     END-IF
009560     ADD 1 TO WS-RPT-CUSTS-READ
009570     PERFORM 3100-NORMALISE-CUSTOMER THRU 3100-EXIT
009580     IF WS-EMAIL-KEY = SPACES AND WS-PHONE-KEY = SPACES
009590        AND WS-ADDR-KEY = SPACES AND WS-NAME-ZIP-KEY = SPACES
009600        ADD 1 TO WS-RPT-NO-IDENTIFIER
009610        GO TO 3000-EXIT
009620     END-IF
009630     IF WS-EMAIL-KEY NOT = SPACES
009640        SET KEY-TYPE-EMAIL        TO TRUE
009650        MOVE WS-EMAIL-KEY         TO WS-KEY-VALUE
009660        PERFORM 3200-REGISTER-KEY THRU 3200-EXIT
009670     END-IF
009680     IF WS-PHONE-KEY NOT = SPACES
009690        SET KEY-TYPE-PHONE        TO TRUE
009700        MOVE WS-PHONE-KEY         TO WS-KEY-VALUE
009710        PERFORM 3200-REGISTER-KEY THRU 3200-EXIT
009720     END-IF
009730     IF WS-ADDR-KEY NOT = SPACES
009740        SET KEY-TYPE-ADDR         TO TRUE
009750        MOVE WS-ADDR-KEY          TO WS-KEY-VALUE
009760        PERFORM 3200-REGISTER-KEY THRU 3200-EXIT
009770     END-IF
009780     IF WS-NAME-ZIP-KEY NOT = SPACES
009790        SET KEY-TYPE-NAME-ZIP     TO TRUE
009800        MOVE WS-NAME-ZIP-KEY      TO WS-KEY-VALUE
009810        PERFORM 3200-REGISTER-KEY THRU 3200-EXIT
009820     END-IF
009830     .
009840 3000-EXIT.
009850     EXIT.
009860*----------------------------------------------------------------*
009870*    NORMALISED FORMS. AN IDENTIFIER TOO SHORT OR TOO GENERIC TO *
009880*    TELL PEOPLE APART IS LEFT BLANK AND NOT MATCHED ON.         *
009890*----------------------------------------------------------------*
009900 3100-NORMALISE-CUSTOMER.
009910*----------------------------------------------------------------*
009920     MOVE SPACES                  TO WS-CUSTOMER-KEYS
009930*    NAME - LETTERS ONLY, FIRST NAME THEN LAST.
009940     MOVE SPACES                  TO WS-RAW
009950     MOVE CUST-FIRST-NAME         TO WS-RAW(1:25)
009960     MOVE CUST-LAST-NAME          TO WS-RAW(26:25)
009970     MOVE 50                      TO WS-RAW-LEN
009980     SET KEEP-LETTERS             TO TRUE
009990     PERFORM 3150-FILTER-RAW      THRU 3150-EXIT
010000     IF WS-NORM-LEN > 2
010010        MOVE WS-NORM              TO WS-NAME-KEY
010020     END-IF
010030*    ZIP - THE FIVE-DIGIT ZIP, USED WITH THE STREET AND THE NAME.
010040     MOVE SPACES                  TO WS-ZIP5
010050     IF CUST-ADDR-ZIP(1:5) IS NUMERIC
010060        AND CUST-ADDR-ZIP(1:5) NOT = '00000'
010070        MOVE CUST-ADDR-ZIP(1:5)   TO WS-ZIP5
010080     END-IF
010090*    PHONE - DIGITS ONLY, A LEADING COUNTRY CODE 1 DROPPED.
010100     MOVE SPACES                  TO WS-RAW
010110     MOVE CUST-PHONE-NUM-1        TO WS-RAW
010120     MOVE 15                      TO WS-RAW-LEN
010130     SET KEEP-DIGITS              TO TRUE
010140     PERFORM 3150-FILTER-RAW      THRU 3150-EXIT
010150     IF WS-NORM-LEN = 11 AND WS-NORM(1:1) = '1'
010160        MOVE WS-NORM(2:10)        TO WS-RAW
010170        MOVE SPACES               TO WS-NORM
010180        MOVE WS-RAW(1:10)         TO WS-NORM
010190        MOVE 10                   TO WS-NORM-LEN
010200     END-IF
010210     IF WS-NORM-LEN > 6
010220        MOVE 0                    TO WS-TALLY
010230        INSPECT WS-NORM(1:WS-NORM-LEN)
010240            TALLYING WS-TALLY FOR ALL WS-NORM(1:1)
010250        IF WS-TALLY < WS-NORM-LEN
010260           MOVE WS-NORM           TO WS-PHONE-KEY
010270        END-IF
010280     END-IF
010290*    EMAIL - UPPER CASE, NO SPACES; IN THE MAILBOX NAME DOTS AND
010300*    ANY +TAG ARE DROPPED, SO ONE MAILBOX GIVES ONE KEY.
010310     MOVE SPACES                  TO WS-RAW
010320     MOVE CUST-EMAIL-ADDRESS      TO WS-RAW
010330     MOVE 50                      TO WS-RAW-LEN
010340     MOVE 0                       TO WS-TALLY
010350     INSPECT WS-RAW TALLYING WS-TALLY FOR ALL '@'
010360     IF WS-TALLY = 1
010370        SET KEEP-EMAIL            TO TRUE
010380        SET EMAIL-MAILBOX         TO TRUE
010390        PERFORM 3150-FILTER-RAW   THRU 3150-EXIT
010400        IF WS-NORM(1:1) NOT = '@'
010410           AND WS-NORM(WS-NORM-LEN:1) NOT = '@'
010420           MOVE WS-NORM           TO WS-EMAIL-KEY
010430        END-IF
010440     END-IF
010450*    ADDRESS - STREET NUMBER AND ZIP5 TOGETHER.
010460     IF WS-ZIP5 NOT = SPACES
010470        MOVE SPACES               TO WS-RAW
010480        MOVE CUST-ADDR-STREET-NUM TO WS-RAW
010490        MOVE 5                    TO WS-RAW-LEN
010500        SET KEEP-ALPHANUMERIC     TO TRUE
010510        PERFORM 3150-FILTER-RAW   THRU 3150-EXIT
010520        IF WS-NORM-LEN > 0
010530           MOVE WS-NORM(1:10)     TO WS-STREET-KEY
010540           STRING WS-STREET-KEY DELIMITED BY SPACE
010550                  '/' WS-ZIP5 DELIMITED BY SIZE
010560                  INTO WS-ADDR-KEY
010570           END-STRING
010580        END-IF
010590        IF WS-NAME-KEY NOT = SPACES
010600           STRING WS-NAME-KEY(1:44) DELIMITED BY SPACE
010610                  '/' WS-ZIP5 DELIMITED BY SIZE
010620                  INTO WS-NAME-ZIP-KEY
010630           END-STRING
010640        END-IF
010650     END-IF
010660     .
010670 3100-EXIT.
010680     EXIT.
010690*----------------------------------------------------------------*
010700*    COPIES THE CHARACTERS OF WS-RAW THE KEEP CLASS ALLOWS, IN   *
010710*    UPPER CASE, TO WS-NORM; WS-NORM-LEN IS HOW MANY WERE KEPT.  *
010720*----------------------------------------------------------------*
010730 3150-FILTER-RAW.
010740*----------------------------------------------------------------*
010750     INSPECT WS-RAW CONVERTING 'abcdefghijklmnopqrstuvwxyz'
010760                            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
010770     MOVE SPACES                  TO WS-NORM
010780     MOVE 0                       TO WS-NORM-LEN
010790     PERFORM 3160-FILTER-CHAR     THRU 3160-EXIT
010800         VARYING WS-CH-SUB FROM 1 BY 1
010810         UNTIL WS-CH-SUB > WS-RAW-LEN
010820     .
010830 3150-EXIT.
010840     EXIT.
010850*----------------------------------------------------------------*
010860 3160-FILTER-CHAR.
010870*----------------------------------------------------------------*
010880     MOVE WS-RAW(WS-CH-SUB:1)     TO WS-CH
010890     IF WS-CH = SPACE
010900        GO TO 3160-EXIT
010910     END-IF
010920     EVALUATE TRUE
010930         WHEN KEEP-LETTERS
010940            IF NOT CH-LETTER
010950               GO TO 3160-EXIT
010960            END-IF
010970         WHEN KEEP-DIGITS
010980            IF NOT CH-DIGIT
010990               GO TO 3160-EXIT
011000            END-IF
011010         WHEN KEEP-ALPHANUMERIC
011020            IF NOT CH-LETTER AND NOT CH-DIGIT
011030               GO TO 3160-EXIT
011040            END-IF
011050         WHEN KEEP-EMAIL
011060            EVALUATE TRUE
011070                WHEN WS-CH = '@'
011080                   SET EMAIL-DOMAIN    TO TRUE
011090                WHEN EMAIL-DOMAIN
011100                   CONTINUE
011110                WHEN WS-CH = '+'
011120                   SET EMAIL-TAG       TO TRUE
011130                   GO TO 3160-EXIT
011140                WHEN EMAIL-TAG OR WS-CH = '.'
011150                   GO TO 3160-EXIT
011160            END-EVALUATE
011170     END-EVALUATE
011180     IF WS-NORM-LEN < 50
011190        ADD 1                     TO WS-NORM-LEN
011200        MOVE WS-CH                TO WS-NORM(WS-NORM-LEN:1)
011210     END-IF
011220     .
011230 3160-EXIT.
011240     EXIT.
011250*----------------------------------------------------------------*
011260 3200-REGISTER-KEY.
011270*----------------------------------------------------------------*
011280     MOVE WS-KEY-TYPE             TO DKW-ID-TYPE
011290     MOVE WS-KEY-VALUE            TO DKW-ID-VALUE
011300     READ KEY-WORK
011310     EVALUATE TRUE
011320         WHEN KEY-NEW
011330            MOVE CUST-ID          TO DKW-CUST-ID
011340            MOVE WS-NAME-KEY      TO DKW-NAME-KEY
011350            WRITE DUP-KEY-RECORD
011360            IF WS-DKW-STATUS NOT = '00'
011370               DISPLAY 'ERROR WRITING DUPKEYWK:' WS-DKW-STATUS
011380               SET RUN-HAS-WARNINGS TO TRUE
011390            ELSE
011400               ADD 1 TO WS-RPT-KEYS-INDEXED
011410            END-IF
011420         WHEN KEY-HELD
011430            ADD 1 TO WS-RPT-SHARED-KEYS
011440            PERFORM 3300-ADD-LINK THRU 3300-EXIT
011450         WHEN OTHER
011460            DISPLAY 'ERROR READING DUPKEYWK:' WS-DKW-STATUS
011470            SET RUN-HAS-WARNINGS  TO TRUE
011480     END-EVALUATE
011490     .
011500 3200-EXIT.
011510     EXIT.
011520*----------------------------------------------------------------*
011530*    THE IDENTIFIER'S HOLDER AND THIS CUSTOMER ARE BOTH PUT ON   *
011540*    THE NODE TABLE, THE PAIR IS RECORDED, AND THEIR CLUSTERS    *
011550*    ARE JOINED.                                                 *
011560*----------------------------------------------------------------*
011570 3300-ADD-LINK.
011580*----------------------------------------------------------------*
011590     MOVE DKW-CUST-ID             TO WS-FIND-CUST-ID
011600     MOVE DKW-NAME-KEY            TO WS-FIND-NAME-KEY
011610     PERFORM 3400-FIND-OR-ADD-NODE THRU 3400-EXIT
011620     MOVE WS-FOUND-SUB            TO WS-NODE-A
011630     MOVE CUST-ID                 TO WS-FIND-CUST-ID
011640     MOVE WS-NAME-KEY             TO WS-FIND-NAME-KEY
011650     PERFORM 3400-FIND-OR-ADD-NODE THRU 3400-EXIT
011660     MOVE WS-FOUND-SUB            TO WS-NODE-B
011670     IF WS-NODE-A = 0 OR WS-NODE-B = 0
011680        GO TO 3300-EXIT
011690     END-IF
011700     IF WS-LK-COUNT < WS-LK-TABLE-MAX
011710        ADD 1                     TO WS-LK-COUNT
011720        MOVE WS-NODE-A            TO WS-LK-NODE-A(WS-LK-COUNT)
011730        MOVE WS-NODE-B            TO WS-LK-NODE-B(WS-LK-COUNT)
011740        MOVE WS-KEY-TYPE          TO WS-LK-TYPE(WS-LK-COUNT)
011750     ELSE
011760        ADD 1 TO WS-RPT-LINK-OVERFLOW
011770        SET RUN-HAS-WARNINGS      TO TRUE
011780     END-IF
011790*
011800     MOVE WS-NODE-A               TO WS-UF-SUB
011810     PERFORM 3500-FIND-ROOT       THRU 3500-EXIT
011820     MOVE WS-UF-SUB               TO WS-ROOT-A
011830     MOVE WS-NODE-B               TO WS-UF-SUB
011840     PERFORM 3500-FIND-ROOT       THRU 3500-EXIT
011850     MOVE WS-UF-SUB               TO WS-ROOT-B
011860     EVALUATE TRUE
011870         WHEN WS-ROOT-A < WS-ROOT-B
011880            MOVE WS-ROOT-A        TO WS-ND-PARENT(WS-ROOT-B)
011890         WHEN WS-ROOT-B < WS-ROOT-A
011900            MOVE WS-ROOT-B        TO WS-ND-PARENT(WS-ROOT-A)
011910         WHEN OTHER
011920            CONTINUE
011930     END-EVALUATE
011940     .
011950 3300-EXIT.
011960     EXIT.
011970*----------------------------------------------------------------*
011980*    WS-FOUND-SUB IS THE CUSTOMER'S NODE, OR ZERO WHEN THE TABLE *
011990*    IS FULL.                                                    *
012000*----------------------------------------------------------------*
012010 3400-FIND-OR-ADD-NODE.
012020*----------------------------------------------------------------*
012030     MOVE 0                       TO WS-FOUND-SUB
012040     SET WS-ND-IDX TO 1
012050     SEARCH WS-ND-ENTRY
012060         AT END
012070             ADD 1 TO WS-RPT-NODE-OVERFLOW
012080             SET RUN-HAS-WARNINGS TO TRUE
012090         WHEN WS-ND-IDX > WS-ND-COUNT
012100             IF WS-ND-COUNT < WS-ND-TABLE-MAX
012110                ADD 1 TO WS-ND-COUNT
012120                MOVE WS-FIND-CUST-ID  TO WS-ND-CUST-ID(WS-ND-IDX)
012130                MOVE WS-FIND-NAME-KEY TO WS-ND-NAME-KEY(WS-ND-IDX)
012140                MOVE WS-ND-COUNT      TO WS-ND-PARENT(WS-ND-IDX)
012150                MOVE 0 TO WS-ND-CLUSTER(WS-ND-IDX)
012160                          WS-ND-LINKED-PRIMARY(WS-ND-IDX)
012170                          WS-ND-EXPOSURE-AMT(WS-ND-IDX)
012180                          WS-ND-ACCT-COUNT(WS-ND-IDX)
012190                SET WS-FOUND-SUB      TO WS-ND-IDX
012200             ELSE
012210                ADD 1 TO WS-RPT-NODE-OVERFLOW
012220                SET RUN-HAS-WARNINGS  TO TRUE
012230             END-IF
012240         WHEN WS-ND-CUST-ID(WS-ND-IDX) = WS-FIND-CUST-ID
012250             SET WS-FOUND-SUB         TO WS-ND-IDX
012260     END-SEARCH
012270     .
012280 3400-EXIT.
012290     EXIT.
012300*----------------------------------------------------------------*
012310 3500-FIND-ROOT.
012320*----------------------------------------------------------------*
012330     PERFORM 3510-CLIMB-TO-PARENT THRU 3510-EXIT
012340         UNTIL WS-ND-PARENT(WS-UF-SUB) = WS-UF-SUB
012350     .
012360 3500-EXIT.
012370     EXIT.
012380*----------------------------------------------------------------*
012390 3510-CLIMB-TO-PARENT.
012400*----------------------------------------------------------------*
012410     MOVE WS-ND-PARENT(WS-UF-SUB) TO WS-UF-SUB
012420     .
012430 3510-EXIT.
012440     EXIT.
012450*----------------------------------------------------------------*
012460*    EVERY NODE JOINS ITS ROOT'S CLUSTER, THEN EACH RECORDED     *
012470*    PAIR MARKS WHAT ITS CLUSTER'S MEMBERS SHARE.                *
012480*----------------------------------------------------------------*
012490 4000-BUILD-CLUSTERS.
012500*----------------------------------------------------------------*
012510     PERFORM 4100-PLACE-NODE      THRU 4100-EXIT
012520         VARYING WS-ND-SUB FROM 1 BY 1
012530         UNTIL WS-ND-SUB > WS-ND-COUNT
012540     PERFORM 4200-FLAG-LINK       THRU 4200-EXIT
012550         VARYING WS-LK-SUB FROM 1 BY 1
012560         UNTIL WS-LK-SUB > WS-LK-COUNT
012570     MOVE WS-CL-COUNT             TO WS-RPT-CLUSTERS
012580     .
012590 4000-EXIT.
012600     EXIT.
012610*----------------------------------------------------------------*
012620 4100-PLACE-NODE.
012630*----------------------------------------------------------------*
012640     MOVE WS-ND-SUB               TO WS-UF-SUB
012650     PERFORM 3500-FIND-ROOT       THRU 3500-EXIT
012660     IF WS-ND-CLUSTER(WS-UF-SUB) = 0
012670        IF WS-CL-COUNT NOT < WS-CL-TABLE-MAX
012680           ADD 1 TO WS-RPT-CLUSTER-OVERFLOW
012690           SET RUN-HAS-WARNINGS   TO TRUE
012700           GO TO 4100-EXIT
012710        END-IF
012720        ADD 1                     TO WS-CL-COUNT
012730        MOVE WS-CL-COUNT          TO WS-ND-CLUSTER(WS-UF-SUB)
012740        MOVE 0      TO WS-CL-MEMBER-COUNT(WS-CL-COUNT)
012750                       WS-CL-LISTED(WS-CL-COUNT)
012760        MOVE 'N'    TO WS-CL-EMAIL-SW(WS-CL-COUNT)
012770                       WS-CL-PHONE-SW(WS-CL-COUNT)
012780                       WS-CL-ADDR-SW(WS-CL-COUNT)
012790                       WS-CL-NAME-ZIP-SW(WS-CL-COUNT)
012800     END-IF
012810     MOVE WS-ND-CLUSTER(WS-UF-SUB) TO WS-CL-SUB
012820     MOVE WS-CL-SUB               TO WS-ND-CLUSTER(WS-ND-SUB)
012830     ADD 1                        TO WS-CL-MEMBER-COUNT(WS-CL-SUB)
012840     IF WS-CL-LISTED(WS-CL-SUB) < WS-CL-LIST-MAX
012850        ADD 1                     TO WS-CL-LISTED(WS-CL-SUB)
012860        MOVE WS-ND-SUB  TO WS-CL-MEMBER-NODE(WS-CL-SUB,
012870                                     WS-CL-LISTED(WS-CL-SUB))
012880     END-IF
012890     .
012900 4100-EXIT.
012910     EXIT.
012920*----------------------------------------------------------------*
012930 4200-FLAG-LINK.
012940*----------------------------------------------------------------*
012950     MOVE WS-ND-CLUSTER(WS-LK-NODE-A(WS-LK-SUB)) TO WS-CL-SUB
012960     IF WS-CL-SUB = 0
012970        GO TO 4200-EXIT
012980     END-IF
012990     EVALUATE WS-LK-TYPE(WS-LK-SUB)
013000         WHEN 'EM'
013010            MOVE 'Y'              TO WS-CL-EMAIL-SW(WS-CL-SUB)
013020         WHEN 'PH'
013030            MOVE 'Y'              TO WS-CL-PHONE-SW(WS-CL-SUB)
013040         WHEN 'AD'
013050            MOVE 'Y'              TO WS-CL-ADDR-SW(WS-CL-SUB)
013060         WHEN 'NZ'
013070            MOVE 'Y'              TO WS-CL-NAME-ZIP-SW(WS-CL-SUB)
013080     END-EVALUATE
013090     .
013100 4200-EXIT.
013110     EXIT.
013120*----------------------------------------------------------------*
013130*    ONE PASS OF THE CROSS-REFERENCE GIVES EACH CLUSTERED        *
013140*    CUSTOMER THE ACCOUNTS BEHIND THEIR LIVE CARD LINKS.         *
013150*----------------------------------------------------------------*
013160 4500-COLLECT-ACCOUNTS.
013170*----------------------------------------------------------------*
013180     IF WS-ND-COUNT = 0
013190        GO TO 4500-EXIT
013200     END-IF
013210     PERFORM 4510-NEXT-XREF       THRU 4510-EXIT
013220         UNTIL XREF-EOF
013230     .
013240 4500-EXIT.
013250     EXIT.
013260*----------------------------------------------------------------*
013270 4510-NEXT-XREF.
013280*----------------------------------------------------------------*
013290     READ XREF-FILE NEXT
013300         AT END
013310             SET XREF-EOF TO TRUE
013320             GO TO 4510-EXIT
013330     END-READ
013340     IF XREF-END-DATE NOT = SPACES
013350        AND XREF-END-DATE < WS-TODAY-CCYYMMDD
013360        GO TO 4510-EXIT
013370     END-IF
013380     SET WS-ND-IDX TO 1
013390     SEARCH WS-ND-ENTRY
013400         AT END
013410             GO TO 4510-EXIT
013420         WHEN WS-ND-IDX > WS-ND-COUNT
013430             GO TO 4510-EXIT
013440         WHEN WS-ND-CUST-ID(WS-ND-IDX) = XREF-CUST-ID
013450             SET WS-ND-SUB TO WS-ND-IDX
013460     END-SEARCH
013470     MOVE 'N'                     TO WS-LISTED-SW
013480     PERFORM 4520-CHECK-NODE-ACCT THRU 4520-EXIT
013490         VARYING WS-ACCT-SUB FROM 1 BY 1
013500         UNTIL WS-ACCT-SUB > WS-ND-ACCT-COUNT(WS-ND-SUB)
013510            OR ALREADY-LISTED
013520     IF ALREADY-LISTED
013530        GO TO 4510-EXIT
013540     END-IF
013550     IF WS-ND-ACCT-COUNT(WS-ND-SUB) < WS-ND-ACCT-MAX
013560        ADD 1                     TO WS-ND-ACCT-COUNT(WS-ND-SUB)
013570        MOVE XREF-ACCT-ID         TO WS-ND-ACCT-ID(WS-ND-SUB,
013580                                     WS-ND-ACCT-COUNT(WS-ND-SUB))
013590     ELSE
013600        ADD 1 TO WS-RPT-ACCT-OVERFLOW
013610     END-IF
013620     .
013630 4510-EXIT.
013640     EXIT.
013650*----------------------------------------------------------------*
013660 4520-CHECK-NODE-ACCT.
013670*----------------------------------------------------------------*
013680     IF WS-ND-ACCT-ID(WS-ND-SUB, WS-ACCT-SUB) = XREF-ACCT-ID
013690        SET ALREADY-LISTED        TO TRUE
013700     END-IF
013710     .
013720 4520-EXIT.
013730     EXIT.
013740*----------------------------------------------------------------*
013750*    ONE CLUSTER: CONFIRMED-GROUP CHECK, EXPOSURE, SCORE, AND    *
013760*    THE REVIEW LINES.                                           *
013770*----------------------------------------------------------------*
013780 5000-REVIEW-CLUSTER.
013790*----------------------------------------------------------------*
013800     IF WS-CL-LISTED(WS-CL-SUB) < 2
013810        GO TO 5000-EXIT
013820     END-IF
013830     PERFORM 5100-CHECK-CONFIRMED THRU 5100-EXIT
013840     IF WHOLLY-CONFIRMED
013850        ADD 1 TO WS-RPT-CONFIRMED
013860        GO TO 5000-EXIT
013870     END-IF
013880     PERFORM 5200-CLUSTER-EXPOSURE THRU 5200-EXIT
013890     PERFORM 5300-SCORE-CLUSTER   THRU 5300-EXIT
013900     IF PATTERN-DUPLICATE
013910        ADD 1 TO WS-RPT-DUPLICATES
013920     ELSE
013930        ADD 1 TO WS-RPT-RINGS
013940     END-IF
013950     IF WS-ID-SCORE < WS-MIN-SCORE
013960        ADD 1 TO WS-RPT-BELOW-MIN
013970        GO TO 5000-EXIT
013980     END-IF
013990     ADD 1                        TO WS-CLUSTER-ID
014000                                     WS-RPT-REVIEWED
014010     ADD WS-CL-EXPOSURE-AMT       TO WS-RPT-REVIEW-EXPOSURE
014020     IF WS-PRIORITY = 'H'
014030        ADD 1 TO WS-RPT-HIGH
014040     END-IF
014050     PERFORM 5400-WRITE-CLUSTER   THRU 5400-EXIT
014060     PERFORM 5500-WRITE-MEMBER    THRU 5500-EXIT
014070         VARYING WS-MB-SUB FROM 1 BY 1
014080         UNTIL WS-MB-SUB > WS-CL-LISTED(WS-CL-SUB)
014090     .
014100 5000-EXIT.
014110     EXIT.
014120*----------------------------------------------------------------*
014130*    EACH MEMBER'S CUSTLINK GROUP, IF ANY. WHEN EVERY MEMBER IS  *
014140*    ALREADY IN ONE CONFIRMED GROUP THERE IS NOTHING TO REVIEW.  *
014150*    THE SUGGESTED PRIMARY IS THAT GROUP'S PRIMARY WHEN A MEMBER *
014160*    HAS ONE, ELSE THE LOWEST (OLDEST) CUST-ID.                  *
014170*----------------------------------------------------------------*
014180 5100-CHECK-CONFIRMED.
014190*----------------------------------------------------------------*
014200     SET WHOLLY-CONFIRMED         TO TRUE
014210     MOVE ZERO                    TO WS-FIRST-LINKED
014220     MOVE 999999999               TO WS-SUGGESTED-PRIMARY
014230     PERFORM 5110-CHECK-MEMBER-LINK THRU 5110-EXIT
014240         VARYING WS-MB-SUB FROM 1 BY 1
014250         UNTIL WS-MB-SUB > WS-CL-LISTED(WS-CL-SUB)
014260     IF WS-CL-MEMBER-COUNT(WS-CL-SUB) > WS-CL-LISTED(WS-CL-SUB)
014270        MOVE 'N'                  TO WS-CONFIRMED-SW
014280     END-IF
014290     IF WS-FIRST-LINKED NOT = ZERO
014300        MOVE WS-FIRST-LINKED      TO WS-SUGGESTED-PRIMARY
014310     END-IF
014320     .
014330 5100-EXIT.
014340     EXIT.
014350*----------------------------------------------------------------*
014360 5110-CHECK-MEMBER-LINK.
014370*----------------------------------------------------------------*
014380     MOVE WS-CL-MEMBER-NODE(WS-CL-SUB, WS-MB-SUB) TO WS-MB-NODE
014390     IF WS-ND-CUST-ID(WS-MB-NODE) < WS-SUGGESTED-PRIMARY
014400        MOVE WS-ND-CUST-ID(WS-MB-NODE) TO WS-SUGGESTED-PRIMARY
014410     END-IF
014420     MOVE ZERO TO WS-ND-LINKED-PRIMARY(WS-MB-NODE)
014430     IF LINK-FILE-AVAILABLE
014440        MOVE WS-ND-CUST-ID(WS-MB-NODE) TO CLK-CUST-ID
014450        READ LINK-FILE
014460        IF LINK-FOUND
014470           MOVE CLK-PRIMARY-CUST-ID
014480                          TO WS-ND-LINKED-PRIMARY(WS-MB-NODE)
014490        END-IF
014500     END-IF
014510     IF WS-ND-LINKED-PRIMARY(WS-MB-NODE) = ZERO
014520        MOVE 'N'                  TO WS-CONFIRMED-SW
014530        GO TO 5110-EXIT
014540     END-IF
014550     IF WS-FIRST-LINKED = ZERO
014560        MOVE WS-ND-LINKED-PRIMARY(WS-MB-NODE) TO WS-FIRST-LINKED
014570     END-IF
014580     IF WS-ND-LINKED-PRIMARY(WS-MB-NODE) NOT = WS-FIRST-LINKED
014590        MOVE 'N'                  TO WS-CONFIRMED-SW
014600     END-IF
014610     .
014620 5110-EXIT.
014630     EXIT.
014640*----------------------------------------------------------------*
014650*    CLUSTER EXPOSURE COUNTS EACH ACCOUNT ONCE, HOWEVER MANY     *
014660*    MEMBERS HOLD IT; A MEMBER'S OWN FIGURE COUNTS ALL OF THEIRS.*
014670*----------------------------------------------------------------*
014680 5200-CLUSTER-EXPOSURE.
014690*----------------------------------------------------------------*
014700     MOVE ZERO                    TO WS-CL-EXPOSURE-AMT
014710                                     WS-CL-LIMIT-AMT
014720                                     WS-CX-COUNT
014730     PERFORM 5210-MEMBER-EXPOSURE THRU 5210-EXIT
014740         VARYING WS-MB-SUB FROM 1 BY 1
014750         UNTIL WS-MB-SUB > WS-CL-LISTED(WS-CL-SUB)
014760     .
014770 5200-EXIT.
014780     EXIT.
014790*----------------------------------------------------------------*
014800 5210-MEMBER-EXPOSURE.
014810*----------------------------------------------------------------*
014820     MOVE WS-CL-MEMBER-NODE(WS-CL-SUB, WS-MB-SUB) TO WS-MB-NODE
014830     MOVE ZERO TO WS-ND-EXPOSURE-AMT(WS-MB-NODE)
014840     PERFORM 5220-ACCOUNT-EXPOSURE THRU 5220-EXIT
014850         VARYING WS-ACCT-SUB FROM 1 BY 1
014860         UNTIL WS-ACCT-SUB > WS-ND-ACCT-COUNT(WS-MB-NODE)
014870     .
014880 5210-EXIT.
014890     EXIT.
014900*----------------------------------------------------------------*
014910 5220-ACCOUNT-EXPOSURE.
014920*----------------------------------------------------------------*
014930     MOVE WS-ND-ACCT-ID(WS-MB-NODE, WS-ACCT-SUB) TO WS-DUP-ACCT-ID
014940     MOVE 'N'                     TO WS-LISTED-SW
014950     PERFORM 5230-FIND-CLUSTER-ACCT THRU 5230-EXIT
014960         VARYING WS-CX-SUB FROM 1 BY 1
014970         UNTIL WS-CX-SUB > WS-CX-COUNT
014980            OR ALREADY-LISTED
014990     IF ALREADY-LISTED
015000        SUBTRACT 1 FROM WS-CX-SUB
015010        ADD WS-CX-EXPOSURE-AMT(WS-CX-SUB)
015020                          TO WS-ND-EXPOSURE-AMT(WS-MB-NODE)
015030        GO TO 5220-EXIT
015040     END-IF
015050*
015060     MOVE ZERO                    TO WS-ACCT-EXPOSURE-AMT
015070     IF ACCT-FILE-AVAILABLE
015080        MOVE WS-DUP-ACCT-ID       TO ACCT-ID
015090        READ ACCT-FILE
015100        IF ACCT-FOUND
015110           ADD ACCT-CURR-BAL      TO WS-ACCT-EXPOSURE-AMT
015120           ADD ACCT-CREDIT-LIMIT  TO WS-CL-LIMIT-AMT
015130        END-IF
015140     END-IF
015150     EXEC DLI GU USING PCB(PAUT-PCB-NUM)
015160          SEGMENT (PAUTSMRY (PA-ACCOUNT-ID = WS-DUP-ACCT-ID))
015170          INTO   (PENDING-AUTH-SUMMARY)
015180     END-EXEC
015190     MOVE DIBSTAT                 TO IMS-RETURN-CODE
015200     IF STATUS-OK
015210        ADD PA-APPROVED-AUTH-AMT  TO WS-ACCT-EXPOSURE-AMT
015220     END-IF
015230     ADD WS-ACCT-EXPOSURE-AMT TO WS-CL-EXPOSURE-AMT
015240                                 WS-ND-EXPOSURE-AMT(WS-MB-NODE)
015250     IF WS-CX-COUNT < WS-CX-MAX
015260        ADD 1                     TO WS-CX-COUNT
015270        MOVE WS-DUP-ACCT-ID       TO WS-CX-ACCT-ID(WS-CX-COUNT)
015280        MOVE WS-ACCT-EXPOSURE-AMT
015290          TO WS-CX-EXPOSURE-AMT(WS-CX-COUNT)
015300     END-IF
015310     .
015320 5220-EXIT.
015330     EXIT.
015340*----------------------------------------------------------------*
015350 5230-FIND-CLUSTER-ACCT.
015360*----------------------------------------------------------------*
015370     IF WS-CX-ACCT-ID(WS-CX-SUB) = WS-DUP-ACCT-ID
015380        SET ALREADY-LISTED        TO TRUE
015390     END-IF
015400     .
015410 5230-EXIT.
015420     EXIT.
015430*----------------------------------------------------------------*
015440*    IDENTITY SCORE (0-100): THE POLICY WEIGHT OF EACH KIND OF   *
015450*    IDENTIFIER SHARED IN THE CLUSTER, PLUS 10 FOR EACH MEMBER   *
015460*    PAST TWO AND, FOR A RING, 10 FOR EACH NAME PAST TWO (EACH   *
015470*    ADDITION AT MOST 30). THE PRIORITY SCORE IS THE IDENTITY    *
015480*    SCORE TIMES 1, 2 OR 3 BY THE CLUSTER'S EXPOSURE BAND.       *
015490*----------------------------------------------------------------*
015500 5300-SCORE-CLUSTER.
015510*----------------------------------------------------------------*
015520     MOVE 0                       TO WS-NAME-COUNT
015530     PERFORM 5310-COUNT-NAME      THRU 5310-EXIT
015540         VARYING WS-MB-SUB FROM 1 BY 1
015550         UNTIL WS-MB-SUB > WS-CL-LISTED(WS-CL-SUB)
015560     IF WS-NAME-COUNT > 1
015570        SET PATTERN-RING          TO TRUE
015580     ELSE
015590        SET PATTERN-DUPLICATE     TO TRUE
015600     END-IF
015610*
015620     MOVE 0                       TO WS-ID-SCORE
015630     IF WS-CL-EMAIL-SW(WS-CL-SUB) = 'Y'
015640        ADD WS-WGT-EMAIL          TO WS-ID-SCORE
015650     END-IF
015660     IF WS-CL-PHONE-SW(WS-CL-SUB) = 'Y'
015670        ADD WS-WGT-PHONE          TO WS-ID-SCORE
015680     END-IF
015690     IF WS-CL-ADDR-SW(WS-CL-SUB) = 'Y'
015700        ADD WS-WGT-ADDR           TO WS-ID-SCORE
015710     END-IF
015720     IF WS-CL-NAME-ZIP-SW(WS-CL-SUB) = 'Y'
015730        ADD WS-WGT-NAME-ZIP       TO WS-ID-SCORE
015740     END-IF
015750     COMPUTE WS-EXTRA-SCORE =
015760             (WS-CL-MEMBER-COUNT(WS-CL-SUB) - 2) * 10
015770     IF WS-EXTRA-SCORE > 30
015780        MOVE 30                   TO WS-EXTRA-SCORE
015790     END-IF
015800     ADD WS-EXTRA-SCORE           TO WS-ID-SCORE
015810     IF PATTERN-RING AND WS-NAME-COUNT > 2
015820        COMPUTE WS-EXTRA-SCORE = (WS-NAME-COUNT - 2) * 10
015830        IF WS-EXTRA-SCORE > 30
015840           MOVE 30                TO WS-EXTRA-SCORE
015850        END-IF
015860        ADD WS-EXTRA-SCORE        TO WS-ID-SCORE
015870     END-IF
015880     IF WS-ID-SCORE > 100
015890        MOVE 100                  TO WS-ID-SCORE
015900     END-IF
015910*
015920     EVALUATE TRUE
015930         WHEN WS-CL-EXPOSURE-AMT NOT < WS-EXP-HIGH-AMT
015940            MOVE 3                TO WS-EXP-FACTOR
015950         WHEN WS-CL-EXPOSURE-AMT NOT < WS-EXP-MED-AMT
015960            MOVE 2                TO WS-EXP-FACTOR
015970         WHEN OTHER
015980            MOVE 1                TO WS-EXP-FACTOR
015990     END-EVALUATE
016000     COMPUTE WS-PRIORITY-SCORE = WS-ID-SCORE * WS-EXP-FACTOR
016010     EVALUATE TRUE
016020         WHEN WS-PRIORITY-SCORE NOT < WS-PRI-HIGH
016030            MOVE 'H'              TO WS-PRIORITY
016040         WHEN WS-PRIORITY-SCORE NOT < WS-PRI-MED
016050            MOVE 'M'              TO WS-PRIORITY
016060         WHEN OTHER
016070            MOVE 'L'              TO WS-PRIORITY
016080     END-EVALUATE
016090     .
016100 5300-EXIT.
016110     EXIT.
016120*----------------------------------------------------------------*
016130*    A MEMBER'S NAME COUNTS ONCE, AGAINST THE MEMBERS BEFORE IT. *
016140*----------------------------------------------------------------*
016150 5310-COUNT-NAME.
016160*----------------------------------------------------------------*
016170     MOVE WS-CL-MEMBER-NODE(WS-CL-SUB, WS-MB-SUB) TO WS-MB-NODE
016180     SET NEW-NAME                 TO TRUE
016190     PERFORM 5320-COMPARE-NAME    THRU 5320-EXIT
016200         VARYING WS-MB-SUB2 FROM 1 BY 1
016210         UNTIL WS-MB-SUB2 NOT < WS-MB-SUB
016220            OR NOT NEW-NAME
016230     IF NEW-NAME
016240        ADD 1                     TO WS-NAME-COUNT
016250     END-IF
016260     .
016270 5310-EXIT.
016280     EXIT.
016290*----------------------------------------------------------------*
016300 5320-COMPARE-NAME.
016310*----------------------------------------------------------------*
016320     IF WS-ND-NAME-KEY(WS-CL-MEMBER-NODE(WS-CL-SUB, WS-MB-SUB2))
016330        = WS-ND-NAME-KEY(WS-MB-NODE)
016340        MOVE 'N'                  TO WS-NEW-NAME-SW
016350     END-IF
016360     .
016370 5320-EXIT.
016380     EXIT.
016390*----------------------------------------------------------------*
016400 5400-WRITE-CLUSTER.
016410*----------------------------------------------------------------*
016420     MOVE SPACES                  TO DUP-REVIEW-RECORD
016430     SET DRV-CLUSTER              TO TRUE
016440     MOVE WS-CLUSTER-ID           TO DRV-CLUSTER-ID
016450     MOVE WS-TODAY-CCYYMMDD       TO DRV-RUN-DATE
016460     MOVE WS-PATTERN              TO DRV-PATTERN
016470     MOVE WS-CL-MEMBER-COUNT(WS-CL-SUB) TO DRV-MEMBER-COUNT
016480     MOVE WS-NAME-COUNT           TO DRV-NAME-COUNT
016490     MOVE WS-CL-EMAIL-SW(WS-CL-SUB)    TO DRV-SHARED-EMAIL-SW
016500     MOVE WS-CL-PHONE-SW(WS-CL-SUB)    TO DRV-SHARED-PHONE-SW
016510     MOVE WS-CL-ADDR-SW(WS-CL-SUB)     TO DRV-SHARED-ADDR-SW
016520     MOVE WS-CL-NAME-ZIP-SW(WS-CL-SUB) TO DRV-SHARED-NAME-ZIP-SW
016530     MOVE WS-ID-SCORE             TO DRV-IDENTITY-SCORE
016540     MOVE WS-CX-COUNT             TO DRV-ACCT-COUNT
016550     MOVE WS-CL-EXPOSURE-AMT      TO DRV-EXPOSURE-AMT
016560     MOVE WS-CL-LIMIT-AMT         TO DRV-CREDIT-LIMIT-AMT
016570     MOVE WS-PRIORITY-SCORE       TO DRV-PRIORITY-SCORE
016580     MOVE WS-PRIORITY             TO DRV-PRIORITY
016590     MOVE WS-SUGGESTED-PRIMARY    TO DRV-SUGGESTED-PRIMARY
016600     WRITE REVIEW-LINE FROM DUP-REVIEW-RECORD
016610*
016620     IF PATTERN-DUPLICATE
016630        MOVE 'LIKELY DUPLICATE'   TO WS-PATTERN-DIS
016640     ELSE
016650        MOVE 'SUSPECTED RING'     TO WS-PATTERN-DIS
016660     END-IF
016670     MOVE SPACES                  TO WS-SHARED-DIS
016680     MOVE 1                       TO WS-SHARED-PTR
016690     IF WS-CL-EMAIL-SW(WS-CL-SUB) = 'Y'
016700        STRING 'EMAIL ' DELIMITED BY SIZE
016710               INTO WS-SHARED-DIS WITH POINTER WS-SHARED-PTR
016720        END-STRING
016730     END-IF
016740     IF WS-CL-PHONE-SW(WS-CL-SUB) = 'Y'
016750        STRING 'PHONE ' DELIMITED BY SIZE
016760               INTO WS-SHARED-DIS WITH POINTER WS-SHARED-PTR
016770        END-STRING
016780     END-IF
016790     IF WS-CL-ADDR-SW(WS-CL-SUB) = 'Y'
016800        STRING 'ADDRESS ' DELIMITED BY SIZE
016810               INTO WS-SHARED-DIS WITH POINTER WS-SHARED-PTR
016820        END-STRING
016830     END-IF
016840     IF WS-CL-NAME-ZIP-SW(WS-CL-SUB) = 'Y'
016850        STRING 'NAME+ZIP' DELIMITED BY SIZE
016860               INTO WS-SHARED-DIS WITH POINTER WS-SHARED-PTR
016870        END-STRING
016880     END-IF
016890     MOVE SPACES TO WS-PRINT-LINE
016900     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
016910     MOVE WS-CL-MEMBER-COUNT(WS-CL-SUB) TO WS-SMALL-DIS
016920     STRING 'CLUSTER ' WS-CLUSTER-ID '  ' WS-PATTERN-DIS
016930            ' MEMBERS ' WS-SMALL-DIS
016940            DELIMITED BY SIZE INTO WS-PRINT-LINE
016950     END-STRING
016960     MOVE WS-NAME-COUNT           TO WS-SMALL-DIS
016970     STRING '  NAMES ' WS-SMALL-DIS '  SHARED: ' WS-SHARED-DIS
016980            DELIMITED BY SIZE INTO WS-PRINT-LINE(50:)
016990     END-STRING
017000     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017010     MOVE SPACES TO WS-PRINT-LINE
017020     MOVE WS-ID-SCORE             TO WS-SMALL-DIS
017030     MOVE WS-CL-EXPOSURE-AMT      TO WS-AMT-DIS
017040     MOVE WS-CL-LIMIT-AMT         TO WS-AMT2-DIS
017050     MOVE WS-PRIORITY-SCORE       TO WS-SCORE-DIS
017060     STRING '    SCORE ' WS-SMALL-DIS '  EXPOSURE ' WS-AMT-DIS
017070            '  CREDIT LINES ' WS-AMT2-DIS
017080            '  PRIORITY ' WS-PRIORITY ' (' WS-SCORE-DIS ')'
017090            DELIMITED BY SIZE INTO WS-PRINT-LINE
017100     END-STRING
017110     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017120     .
017130 5400-EXIT.
017140     EXIT.
017150*----------------------------------------------------------------*
017160 5500-WRITE-MEMBER.
017170*----------------------------------------------------------------*
017180     MOVE WS-CL-MEMBER-NODE(WS-CL-SUB, WS-MB-SUB) TO WS-MB-NODE
017190     MOVE WS-ND-CUST-ID(WS-MB-NODE) TO CUST-ID
017200     READ CUST-FILE
017210     IF NOT CUST-FOUND
017220        MOVE SPACES               TO CUSTOMER-RECORD
017230        MOVE WS-ND-CUST-ID(WS-MB-NODE) TO CUST-ID
017240     END-IF
017250     MOVE SPACES                  TO DUP-REVIEW-MEMBER
017260     MOVE 'M'                     TO DRVM-REC-TYPE
017270     MOVE WS-CLUSTER-ID           TO DRVM-CLUSTER-ID
017280     MOVE CUST-ID                 TO DRVM-CUST-ID
017290     MOVE CUST-FIRST-NAME         TO DRVM-FIRST-NAME
017300     MOVE CUST-LAST-NAME          TO DRVM-LAST-NAME
017310     MOVE CUST-PHONE-NUM-1        TO DRVM-PHONE-NUM
017320     MOVE CUST-EMAIL-ADDRESS      TO DRVM-EMAIL-ADDRESS
017330     MOVE CUST-ADDR-STREET-NUM    TO DRVM-ADDR-STREET-NUM
017340     MOVE CUST-ADDR-ZIP           TO DRVM-ADDR-ZIP
017350     MOVE CUST-SENSITIVE-FLAG     TO DRVM-SENSITIVE-FLAG
017360     MOVE WS-ND-ACCT-COUNT(WS-MB-NODE) TO DRVM-ACCT-COUNT
017370     MOVE WS-ND-EXPOSURE-AMT(WS-MB-NODE) TO DRVM-EXPOSURE-AMT
017380     MOVE WS-ND-LINKED-PRIMARY(WS-MB-NODE) TO DRVM-LINKED-PRIMARY
017390     WRITE REVIEW-LINE FROM DUP-REVIEW-MEMBER
017400*
017410     MOVE SPACES TO WS-PRINT-LINE
017420     MOVE WS-ND-ACCT-COUNT(WS-MB-NODE) TO WS-SMALL-DIS
017430     MOVE WS-ND-EXPOSURE-AMT(WS-MB-NODE) TO WS-AMT-DIS
017440     STRING '    ' CUST-ID ' ' CUST-FIRST-NAME(1:15) ' '
017450            CUST-LAST-NAME(1:20) ' ' CUST-PHONE-NUM-1 ' '
017460            CUST-EMAIL-ADDRESS(1:30) ' ACCTS ' WS-SMALL-DIS
017470            WS-AMT-DIS
017480            DELIMITED BY SIZE INTO WS-PRINT-LINE
017490     END-STRING
017500     IF WS-ND-LINKED-PRIMARY(WS-MB-NODE) NOT = ZERO
017510        STRING ' GRP ' WS-ND-LINKED-PRIMARY(WS-MB-NODE)
017520               DELIMITED BY SIZE INTO WS-PRINT-LINE(118:)
017530        END-STRING
017540     END-IF
017550     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017560     .
017570 5500-EXIT.
017580     EXIT.
017590*----------------------------------------------------------------*
017600 8000-PRINT-RUN-SUMMARY.
017610*----------------------------------------------------------------*
017620     MOVE SPACES TO WS-PRINT-LINE
017630     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017640     MOVE 'RUN SUMMARY' TO WS-PRINT-LINE
017650     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017660*
017670     MOVE WS-RPT-DECISIONS TO WS-CNT-DIS
017680     MOVE SPACES TO WS-PRINT-LINE
017690     STRING 'DECISIONS READ ....................: ' WS-CNT-DIS
017700            DELIMITED BY SIZE INTO WS-PRINT-LINE
017710     END-STRING
017720     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017730     MOVE WS-RPT-DCN-LINKED TO WS-CNT-DIS
017740     MOVE SPACES TO WS-PRINT-LINE
017750     STRING '  DUPLICATES LINKED ...............: ' WS-CNT-DIS
017760            DELIMITED BY SIZE INTO WS-PRINT-LINE
017770     END-STRING
017780     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017790     MOVE WS-RPT-DCN-UNLINKED TO WS-CNT-DIS
017800     MOVE SPACES TO WS-PRINT-LINE
017810     STRING '  CUSTOMERS UNLINKED ..............: ' WS-CNT-DIS
017820            DELIMITED BY SIZE INTO WS-PRINT-LINE
017830     END-STRING
017840     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017850     MOVE WS-RPT-DCN-DISSOLVED TO WS-CNT-DIS
017860     MOVE SPACES TO WS-PRINT-LINE
017870     STRING '  GROUPS DISSOLVED ................: ' WS-CNT-DIS
017880            DELIMITED BY SIZE INTO WS-PRINT-LINE
017890     END-STRING
017900     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017910     MOVE WS-RPT-DCN-REJECTED TO WS-CNT-DIS
017920     MOVE SPACES TO WS-PRINT-LINE
017930     STRING '  REJECTED ........................: ' WS-CNT-DIS
017940            DELIMITED BY SIZE INTO WS-PRINT-LINE
017950     END-STRING
017960     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
017970*
017980     MOVE WS-RPT-CUSTS-READ TO WS-CNT-DIS
017990     MOVE SPACES TO WS-PRINT-LINE
018000     STRING 'CUSTOMERS READ ....................: ' WS-CNT-DIS
018010            DELIMITED BY SIZE INTO WS-PRINT-LINE
018020     END-STRING
018030     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018040     MOVE WS-RPT-NO-IDENTIFIER TO WS-CNT-DIS
018050     MOVE SPACES TO WS-PRINT-LINE
018060     STRING '  NO USABLE IDENTIFIER ............: ' WS-CNT-DIS
018070            DELIMITED BY SIZE INTO WS-PRINT-LINE
018080     END-STRING
018090     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018100     MOVE WS-RPT-KEYS-INDEXED TO WS-CNT-DIS
018110     MOVE SPACES TO WS-PRINT-LINE
018120     STRING 'DISTINCT IDENTIFIERS INDEXED ......: ' WS-CNT-DIS
018130            DELIMITED BY SIZE INTO WS-PRINT-LINE
018140     END-STRING
018150     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018160     MOVE WS-RPT-SHARED-KEYS TO WS-CNT-DIS
018170     MOVE SPACES TO WS-PRINT-LINE
018180     STRING '  IDENTIFIERS FOUND SHARED ........: ' WS-CNT-DIS
018190            DELIMITED BY SIZE INTO WS-PRINT-LINE
018200     END-STRING
018210     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018220     MOVE WS-ND-COUNT TO WS-CNT-DIS
018230     MOVE SPACES TO WS-PRINT-LINE
018240     STRING 'CUSTOMERS SHARING AN IDENTIFIER ...: ' WS-CNT-DIS
018250            DELIMITED BY SIZE INTO WS-PRINT-LINE
018260     END-STRING
018270     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018280     MOVE WS-RPT-CLUSTERS TO WS-CNT-DIS
018290     MOVE SPACES TO WS-PRINT-LINE
018300     STRING 'CLUSTERS FOUND ....................: ' WS-CNT-DIS
018310            DELIMITED BY SIZE INTO WS-PRINT-LINE
018320     END-STRING
018330     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018340     MOVE WS-RPT-CONFIRMED TO WS-CNT-DIS
018350     MOVE SPACES TO WS-PRINT-LINE
018360     STRING '  ALREADY ONE CONFIRMED GROUP .....: ' WS-CNT-DIS
018370            DELIMITED BY SIZE INTO WS-PRINT-LINE
018380     END-STRING
018390     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018400     MOVE WS-RPT-DUPLICATES TO WS-CNT-DIS
018410     MOVE SPACES TO WS-PRINT-LINE
018420     STRING '  LIKELY DUPLICATES ...............: ' WS-CNT-DIS
018430            DELIMITED BY SIZE INTO WS-PRINT-LINE
018440     END-STRING
018450     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018460     MOVE WS-RPT-RINGS TO WS-CNT-DIS
018470     MOVE SPACES TO WS-PRINT-LINE
018480     STRING '  SUSPECTED RINGS .................: ' WS-CNT-DIS
018490            DELIMITED BY SIZE INTO WS-PRINT-LINE
018500     END-STRING
018510     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018520     MOVE WS-RPT-BELOW-MIN TO WS-CNT-DIS
018530     MOVE SPACES TO WS-PRINT-LINE
018540     STRING '  BELOW MINIMUM SCORE .............: ' WS-CNT-DIS
018550            DELIMITED BY SIZE INTO WS-PRINT-LINE
018560     END-STRING
018570     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018580     MOVE WS-RPT-REVIEWED TO WS-CNT-DIS
018590     MOVE SPACES TO WS-PRINT-LINE
018600     STRING '  WRITTEN FOR REVIEW ..............: ' WS-CNT-DIS
018610            DELIMITED BY SIZE INTO WS-PRINT-LINE
018620     END-STRING
018630     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018640     MOVE WS-RPT-HIGH TO WS-CNT-DIS
018650     MOVE SPACES TO WS-PRINT-LINE
018660     STRING '    OF WHICH HIGH PRIORITY ........: ' WS-CNT-DIS
018670            DELIMITED BY SIZE INTO WS-PRINT-LINE
018680     END-STRING
018690     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018700     MOVE WS-RPT-REVIEW-EXPOSURE TO WS-AMT-DIS
018710     MOVE SPACES TO WS-PRINT-LINE
018720     STRING '  EXPOSURE UNDER REVIEW ...........: ' WS-AMT-DIS
018730            DELIMITED BY SIZE INTO WS-PRINT-LINE
018740     END-STRING
018750     WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018760*
018770     IF WS-RPT-NODE-OVERFLOW > 0 OR WS-RPT-LINK-OVERFLOW > 0
018780        OR WS-RPT-CLUSTER-OVERFLOW > 0
018790        MOVE SPACES TO WS-PRINT-LINE
018800        MOVE '** MATCH TABLES FULL - SOME SHARED IDENTIFIERS NOT '
018810          TO WS-PRINT-LINE
018820        MOVE 'CLUSTERED'          TO WS-PRINT-LINE(52:)
018830        WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018840     END-IF
018850     IF WS-RPT-ACCT-OVERFLOW > 0
018860        MOVE WS-RPT-ACCT-OVERFLOW TO WS-CNT-DIS
018870        MOVE SPACES TO WS-PRINT-LINE
018880        STRING '** ACCOUNTS PAST 10 PER CUSTOMER NOT WEIGHTED: '
018890               WS-CNT-DIS
018900               DELIMITED BY SIZE INTO WS-PRINT-LINE
018910        END-STRING
018920        WRITE DUP-REPORT-LINE FROM WS-PRINT-LINE
018930     END-IF
018940     .
018950 8000-EXIT.
018960     EXIT.
018970*----------------------------------------------------------------*
018980 9000-FILE-CLOSE.
018990*----------------------------------------------------------------*
019000     IF RUN-CONTROL-AVAILABLE
019010        CLOSE RUN-CONTROL
019020     END-IF
019030     IF DECISION-FILE-AVAILABLE
019040        CLOSE DECISION-FILE
019050     END-IF
019060     IF LINK-FILE-AVAILABLE
019070        CLOSE LINK-FILE
019080     END-IF
019090     IF ACCT-FILE-AVAILABLE
019100        CLOSE ACCT-FILE
019110     END-IF
019120     CLOSE CUST-FILE
019130     CLOSE XREF-FILE
019140     CLOSE KEY-WORK
019150     CLOSE REVIEW-FILE
019160     CLOSE DUP-REPORT
019170     .
019180 9000-EXIT.
019190     EXIT.
019200*----------------------------------------------------------------*
019210 9999-ABEND.
019220*----------------------------------------------------------------*
019230     DISPLAY 'CBDUPCUS ABENDING DUE TO FILE OPEN ERROR'
019240     MOVE 16 TO RETURN-CODE
019250     GOBACK
019260     .
019270 9999-EXIT.
019280     EXIT.
