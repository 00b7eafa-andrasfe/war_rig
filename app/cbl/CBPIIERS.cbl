000180*    PRESERVED THROUGHOUT. EVERY REQUEST - ELIGIBLE OR NOT -   *
000190*    PRINTS A CERTIFICATE OF WHAT WAS ERASED WHERE, SUITABLE   *
000200*    FOR THE REGULATOR.                                        *
000201*    CSR CONTACT NOTES ON THE CUSTOMER'S ACCOUNTS LOSE THEIR   *
000202*    FREE TEXT AND CUSTOMER LINK.                              *
000210*----------------------------------------------------------------*
000220*                MODIFICATION HISTORY                            *
000230* DATE       INIT DESCRIPTION                                    *
000240* 2026-05-31  JGM INITIAL VERSION                                *
000241* 2027-09-19  ABF A CUSTOMER UNDER LEGAL HOLD (LEGLHOLD),        *
000242*                 DIRECTLY OR THROUGH A LINKED ACCOUNT, IS NOT   *
000243*                 ERASED AND IS REPORTED                         *
000244* 2027-10-10  ABF CSR CONTACT NOTES (CSRNOTES) ON THE CUSTOMER'S *
000245*                 ACCOUNTS HAVE THEIR TEXT ERASED AND ARE        *
000246*                 CERTIFIED                                      *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000680         ACCESS MODE  IS SEQUENTIAL
000690         RECORD KEY   IS ARCX-KEY
000700         FILE STATUS  IS WS-ARCX-STATUS.
000701*
000702     SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE  IS SEQUENTIAL
000705         RECORD KEY   IS LGH-KEY
000706         FILE STATUS  IS WS-LH-STATUS.
000707*
000708     SELECT CSR-NOTES      ASSIGN TO CSRNOTES
000709         ORGANIZATION IS INDEXED
000710         ACCESS MODE  IS DYNAMIC
000711         RECORD KEY   IS NOTE-KEY
000712         FILE STATUS  IS WS-NOTE-STATUS.
000713*
000720     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE  IS RANDOM
001140 FD  ARCHIVE-INDEX
001150     RECORDING MODE IS F.
001160 COPY CVARCIXY.
001161*
001162 FD  LEGAL-HOLD-FILE
001163     RECORDING MODE IS F.
001164 COPY CVLGHLDY.
001165*
001166 FD  CSR-NOTES
001167     RECORDING MODE IS F.
001168 COPY CVCSRNTY.
001170*
001180 FD  RUN-CONTROL
001190     RECORDING MODE IS F.
001450     05  WS-TOKV-STATUS             PIC X(02).
001451         88  TOKV-ROW-FOUND                  VALUE '00'.
001460     05  WS-ARCX-STATUS             PIC X(02).
001461     05  WS-NOTE-STATUS             PIC X(02).
001470     05  WS-RUNC-STATUS             PIC X(02).
001480     05  WS-CERT-STATUS             PIC X(02).
001490*
001560         88  ARCX-EOF                        VALUE 'Y'.
001570     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
001580         88  PARM-EOF                        VALUE 'Y'.
001581     05  WS-NOTE-EOF-SW             PIC X(01) VALUE 'N'.
001582         88  NOTE-EOF                        VALUE 'Y'.
001590     05  WS-ELIGIBLE-SW             PIC X(01) VALUE 'N'.
001600         88  REQUEST-ELIGIBLE                VALUE 'Y'.
001601         88  REQUEST-ON-HOLD                 VALUE 'H'.
001610     05  WS-FRDCRD-EOF-SW           PIC X(01) VALUE 'N'.
001620         88  FRDCRD-EOF                      VALUE 'Y'.
001630     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
001730     05  WS-RUN-REQUESTS            PIC S9(9) COMP-3 VALUE 0.
001740     05  WS-RUN-ELIGIBLE            PIC S9(9) COMP-3 VALUE 0.
001750     05  WS-RUN-RETAINED            PIC S9(9) COMP-3 VALUE 0.
001751     05  WS-RUN-ON-HOLD             PIC S9(9) COMP-3 VALUE 0.
001760*
001770 01  WS-REQUEST-COUNTERS.
001780     05  WS-REQ-CUST-ERASED         PIC S9(9) COMP    VALUE 0.
001800     05  WS-REQ-HIST-ROWS           PIC S9(9) COMP    VALUE 0.
001810     05  WS-REQ-VAULT-ROWS          PIC S9(9) COMP    VALUE 0.
001820     05  WS-REQ-ARCX-ROWS           PIC S9(9) COMP    VALUE 0.
001821     05  WS-REQ-NOTE-ROWS           PIC S9(9) COMP    VALUE 0.
001822*
001823*    THE CUSTOMER'S ACCOUNTS, GATHERED ON THE CROSS-REFERENCE
001824*    SCAN, FOR THE CSR-NOTE SCRUB.
001825 01  WS-ERQ-ACCOUNTS.
001826     05  WS-ERQ-ACCT-MAX            PIC S9(4) COMP    VALUE 50.
001827     05  WS-ERQ-ACCT-COUNT          PIC S9(4) COMP    VALUE 0.
001828     05  WS-ERQ-ACCT-IDX            PIC S9(4) COMP    VALUE 0.
001829     05  WS-ERQ-ACCT-FOUND-SW       PIC X(01)         VALUE 'N'.
001830         88  ERQ-ACCT-LISTED                 VALUE 'Y'.
001831     05  WS-ERQ-ACCT-ID             PIC 9(11)
001832             OCCURS 50 TIMES.
001833*
001840 01  WS-PRINT-LINE                  PIC X(132).
001850 01  WS-DISPLAY-FIELDS.
001860     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001870     05  WS-SQLCODE                 PIC -9(8).
001871*----------------------------------------------------------------*
001872*    LEGAL HOLDS IN FORCE
001873*----------------------------------------------------------------*
001874 COPY CSLGHLDY.
001880*----------------------------------------------------------------*
001890 EXEC SQL
001900     INCLUDE SQLCA
002310     OPEN I-O    PAN-VAULT
002320     OPEN I-O    TOKEN-VAULT
002330     OPEN I-O    ARCHIVE-INDEX
002331     OPEN I-O    CSR-NOTES
002340     OPEN OUTPUT CERT-REPORT
002350*
002360     PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
002361     PERFORM 1700-LOAD-LEGAL-HOLDS THRU 1700-EXIT
002370*
002380     OPEN I-O RUN-CONTROL
002390     IF WS-RUNC-STATUS = '00'
003640               WS-REQ-HIST-ROWS
003650               WS-REQ-VAULT-ROWS
003660               WS-REQ-ARCX-ROWS
003661               WS-REQ-NOTE-ROWS
003662               WS-ERQ-ACCT-COUNT
003670*
003680     PERFORM 3000-CHECK-ELIGIBILITY THRU 3000-EXIT
003681     IF REQUEST-ELIGIBLE
003682        PERFORM 3100-CHECK-LEGAL-HOLD THRU 3100-EXIT
003683     END-IF
003690     IF REQUEST-ELIGIBLE
003700        ADD 1 TO WS-RUN-ELIGIBLE
003710        PERFORM 4000-SCRUB-CUSTOMER-MASTER THRU 4000-EXIT
003720        PERFORM 4100-SCRUB-FRAUD-TABLES    THRU 4100-EXIT
003730        PERFORM 4200-SHRED-TOKEN-VAULT     THRU 4200-EXIT
003740        PERFORM 4300-SCRUB-ARCHIVE-INDEX   THRU 4300-EXIT
003741        PERFORM 4400-SCRUB-CSR-NOTES       THRU 4400-EXIT
003750     ELSE
003751        IF REQUEST-ON-HOLD
003752           ADD 1 TO WS-RUN-ON-HOLD
003753        ELSE
003760           ADD 1 TO WS-RUN-RETAINED
003761        END-IF
003770     END-IF
003780     PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT
003790     .
004010        SET REQUEST-ELIGIBLE TO TRUE
004020     END-IF
004030     .
004031 3000-EXIT.
004032     EXIT.
004033*----------------------------------------------------------------*
004034*    A LEGAL HOLD OVERRIDES RETENTION. THE CUSTOMER IS HELD WHEN
004035*    A HOLD NAMES THE CUSTOMER OR ANY ACCOUNT ONE OF THEIR CARDS
004036*    IS LINKED TO - ERASING THE CUSTOMER WOULD STRIP THOSE
004037*    ACCOUNTS' RECORDS TOO. NOTHING AT ALL IS ERASED FOR A HELD
004038*    CUSTOMER; THE REQUEST STAYS ON THE FILE AND IS ERASED BY
004039*    THE FIRST RUN AFTER THE HOLD IS RELEASED.
004040*----------------------------------------------------------------*
004041 3100-CHECK-LEGAL-HOLD.
004042*----------------------------------------------------------------*
004043     MOVE ERQ-CUST-ID            TO WS-LH-CHECK-CUST-ID
004044     MOVE ZEROES                 TO WS-LH-CHECK-ACCT-ID
004045     PERFORM 1720-CHECK-LEGAL-HOLD THRU 1720-EXIT
004046     IF LEGAL-HOLD-NOT-FOUND
004047        MOVE 'N'                 TO WS-XREF-EOF-SW
004048        CLOSE XREF-FILE
004049        OPEN INPUT XREF-FILE
004050        PERFORM 3150-CHECK-ONE-XREF-HOLD THRU 3150-EXIT
004051            UNTIL XREF-EOF
004052               OR LEGAL-HOLD-FOUND
004053     END-IF
004054     IF LEGAL-HOLD-FOUND
004055        SET REQUEST-ON-HOLD      TO TRUE
004056     END-IF
004057     .
004058 3100-EXIT.
004059     EXIT.
004060*----------------------------------------------------------------*
004061 3150-CHECK-ONE-XREF-HOLD.
004062*----------------------------------------------------------------*
004063     READ XREF-FILE NEXT
004064         AT END
004065             SET XREF-EOF TO TRUE
004066             GO TO 3150-EXIT
004067     END-READ
004068     IF XREF-CUST-ID NOT = ERQ-CUST-ID
004069        GO TO 3150-EXIT
004070     END-IF
004071     MOVE XREF-ACCT-ID           TO WS-LH-CHECK-ACCT-ID
004072     PERFORM 1720-CHECK-LEGAL-HOLD THRU 1720-EXIT
004073     .
004074 3150-EXIT.
004075     EXIT.
004076*----------------------------------------------------------------*
004077*    THE MASTER ROW IS KEPT - REPORTING STILL COUNTS THE
004080*    CUSTOMER - BUT EVERY IDENTIFYING FIELD ON IT IS
004090*    OVERWRITTEN.
004100*----------------------------------------------------------------*
005440     END-READ
005450     IF XREF-CUST-ID NOT = ERQ-CUST-ID
005460        GO TO 4250-EXIT
005463     END-IF
005466     PERFORM 4260-LIST-ACCOUNT   THRU 4260-EXIT
005469*    THE CROSS-REFERENCE IS TOKEN-KEYED, SO THE TOKEN SIDE OF
005472*    THE VAULT IS READ FIRST TO RECOVER THE CLEAR PAN THAT
005473*    KEYS THE OTHER SIDE. A PRE-TOKENIZATION ROW STILL CARRIES
005474*    THE CLEAR NUMBER AND IS LOOKED UP ON THE PAN SIDE DIRECT.
005580     END-IF
005590     .
005600 4250-EXIT.
005601     EXIT.
005602*----------------------------------------------------------------*
005603*    EACH OF THE CUSTOMER'S ACCOUNTS IS LISTED ONCE FOR THE
005604*    CSR-NOTE SCRUB (4400).
005605*----------------------------------------------------------------*
005606 4260-LIST-ACCOUNT.
005607*----------------------------------------------------------------*
005608     MOVE 'N'                    TO WS-ERQ-ACCT-FOUND-SW
005609     PERFORM 4270-CHECK-LISTED   THRU 4270-EXIT
005610         VARYING WS-ERQ-ACCT-IDX FROM 1 BY 1
005611         UNTIL WS-ERQ-ACCT-IDX > WS-ERQ-ACCT-COUNT
005612            OR ERQ-ACCT-LISTED
005613     IF ERQ-ACCT-LISTED
005614        OR WS-ERQ-ACCT-COUNT NOT < WS-ERQ-ACCT-MAX
005615        GO TO 4260-EXIT
005616     END-IF
005617     ADD 1                       TO WS-ERQ-ACCT-COUNT
005618     MOVE XREF-ACCT-ID
005619                 TO WS-ERQ-ACCT-ID(WS-ERQ-ACCT-COUNT)
005620     .
005621 4260-EXIT.
005622     EXIT.
005623*----------------------------------------------------------------*
005624 4270-CHECK-LISTED.
005625*----------------------------------------------------------------*
005626     IF WS-ERQ-ACCT-ID(WS-ERQ-ACCT-IDX) = XREF-ACCT-ID
005627        SET ERQ-ACCT-LISTED      TO TRUE
005628     END-IF
005629     .
005630 4270-EXIT.
005631     EXIT.
005632*----------------------------------------------------------------*
005633*    THE ARCHIVE INDEX CARRIES A FULL SEGMENT IMAGE PER
005640*    ARCHIVED AUTH - THE IMAGE'S CUSTOMER AND ACCOUNT IDS ARE
005650*    ZEROED IN PLACE, AMOUNTS AND MERCHANT DATA LEFT FOR THE
005660*    REPORTING THE INDEX EXISTS TO SERVE.
005950     IF WS-ARCX-STATUS = '00'
005960        ADD 1 TO WS-REQ-ARCX-ROWS
005970     END-IF
005971     .
005972 4350-EXIT.
005973     EXIT.
005974*----------------------------------------------------------------*
005975*    CSR CONTACT NOTES ARE KEYED BY ACCOUNT. EACH ACCOUNT THE
005976*    CROSS-REFERENCE SCAN FOUND FOR THE CUSTOMER IS BROWSED AND
005977*    EVERY NOTE ON IT LOSES ITS FREE TEXT (WHICH MAY NAME OR
005978*    DESCRIBE THE CUSTOMER) AND ITS CUSTOMER ID. THE STAMP, USER
005979*    AND TRANSACTION/CASE LINK STAY SO THE CONTACT HISTORY STILL
005980*    COUNTS; NOTE-ERASED-DATE SHOWS WHEN. A NOTE ALREADY ERASED
005981*    IS NOT COUNTED AGAIN.
005982*----------------------------------------------------------------*
005983 4400-SCRUB-CSR-NOTES.
005984*----------------------------------------------------------------*
005985     PERFORM 4450-SCRUB-ACCOUNT-NOTES THRU 4450-EXIT
005986         VARYING WS-ERQ-ACCT-IDX FROM 1 BY 1
005987         UNTIL WS-ERQ-ACCT-IDX > WS-ERQ-ACCT-COUNT
005988     .
005989 4400-EXIT.
005990     EXIT.
005991*----------------------------------------------------------------*
005992 4450-SCRUB-ACCOUNT-NOTES.
005993*----------------------------------------------------------------*
005994     MOVE 'N'                    TO WS-NOTE-EOF-SW
005995     MOVE WS-ERQ-ACCT-ID(WS-ERQ-ACCT-IDX) TO NOTE-ACCT-ID
005996     MOVE ZEROES                 TO NOTE-REV-STAMP
005997                                    NOTE-SEQ
005998     START CSR-NOTES KEY IS NOT LESS THAN NOTE-KEY
005999     IF WS-NOTE-STATUS NOT = '00'
006000        GO TO 4450-EXIT
006001     END-IF
006002     PERFORM 4460-SCRUB-ONE-NOTE THRU 4460-EXIT
006003         UNTIL NOTE-EOF
006004     .
006005 4450-EXIT.
006006     EXIT.
006007*----------------------------------------------------------------*
006008 4460-SCRUB-ONE-NOTE.
006009*----------------------------------------------------------------*
006010     READ CSR-NOTES NEXT
006011         AT END
006012             SET NOTE-EOF TO TRUE
006013             GO TO 4460-EXIT
006014     END-READ
006015     IF NOTE-ACCT-ID NOT = WS-ERQ-ACCT-ID(WS-ERQ-ACCT-IDX)
006016        SET NOTE-EOF TO TRUE
006017        GO TO 4460-EXIT
006018     END-IF
006019     IF NOTE-ERASED-DATE NOT = SPACES
006020        GO TO 4460-EXIT
006021     END-IF
006022     MOVE SPACES                 TO NOTE-TEXT
006023     MOVE ZEROES                 TO NOTE-CUST-ID
006024     MOVE WS-TODAY-YYYYMMDD      TO NOTE-ERASED-DATE
006025     REWRITE CSR-NOTE-RECORD
006026     IF WS-NOTE-STATUS = '00'
006027        ADD 1 TO WS-REQ-NOTE-ROWS
006028     END-IF
006029     .
006030 4460-EXIT.
006031     EXIT.
006032*----------------------------------------------------------------*
006033 5000-PRINT-CERTIFICATE.
006034*----------------------------------------------------------------*
006040     MOVE SPACES TO WS-PRINT-LINE
006050     STRING 'CERTIFICATE OF ERASURE - CUSTOMER ' ERQ-CUST-ID
006060            '  RUN DATE ' WS-TODAY-YYYYMMDD
006150     END-STRING
006160     WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
006170*
006171     IF REQUEST-ON-HOLD
006172        MOVE SPACES TO WS-PRINT-LINE
006173        STRING '  UNDER LEGAL HOLD - MATTER ' WS-LH-MATTER-REF
006174               ' - NOTHING ERASED, REQUEST KEPT FOR RELEASE'
006175               DELIMITED BY SIZE INTO WS-PRINT-LINE
006176        END-STRING
006177        WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
006178        MOVE SPACES TO WS-PRINT-LINE
006179        WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
006180        GO TO 5000-EXIT
006181     END-IF
006182*
006183     IF NOT REQUEST-ELIGIBLE
006190        MOVE SPACES TO WS-PRINT-LINE
006200        STRING '  NOT YET ELIGIBLE - RETAINED UNTIL '
006210               WS-CUTOFF-YYYYMMDD
006680            DELIMITED BY SIZE INTO WS-PRINT-LINE
006690     END-STRING
006700     WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
006702*
006704     MOVE WS-REQ-NOTE-ROWS TO WS-CNT-DIS
006706     MOVE SPACES TO WS-PRINT-LINE
006708     STRING '  CSR CONTACT NOTES (CSRNOTES) ....: ' WS-CNT-DIS
006710            ' TEXT ERASED'
006712            DELIMITED BY SIZE INTO WS-PRINT-LINE
006714     END-STRING
006716     WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
006718*
006720     MOVE '  AMOUNTS AND COUNTS PRESERVED FOR REPORTING'
006730         TO WS-PRINT-LINE
006740     WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
007070            DELIMITED BY SIZE INTO WS-PRINT-LINE
007080     END-STRING
007090     WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
007091*
007092     MOVE WS-RUN-ON-HOLD TO WS-CNT-DIS
007093     MOVE SPACES TO WS-PRINT-LINE
007094     STRING '  WITHHELD UNDER LEGAL HOLD .......: ' WS-CNT-DIS
007095            DELIMITED BY SIZE INTO WS-PRINT-LINE
007096     END-STRING
007097     WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
007098     IF LH-REGISTRY-UNAVAILABLE
007099        MOVE '  *** LEGLHOLD UNREADABLE - NOTHING ERASED'
007100            TO WS-PRINT-LINE
007101        WRITE CERT-REPORT-LINE FROM WS-PRINT-LINE
007102     END-IF
007103     PERFORM 8100-PRINT-HOLD-APPLIED THRU 8100-EXIT
007104         VARYING WS-LH-IDX FROM 1 BY 1
007105         UNTIL WS-LH-IDX > WS-LH-COUNT
007106            OR WS-LH-IDX > WS-LH-TABLE-MAX
007107     .
007110 8000-EXIT.
007120     EXIT.
007121*----------------------------------------------------------------*
007122 8100-PRINT-HOLD-APPLIED.
007123*----------------------------------------------------------------*
007124     IF WS-LH-HITS(WS-LH-IDX) > 0
007125        PERFORM 1730-FORMAT-HOLD-LINE THRU 1730-EXIT
007126        WRITE CERT-REPORT-LINE FROM WS-LH-PRINT-LINE
007127     END-IF
007128     .
007129 8100-EXIT.
007130     EXIT.
007131*----------------------------------------------------------------*
007140 9000-FILE-CLOSE.
007150*----------------------------------------------------------------*
007160     PERFORM 1400-MARK-RUN-END THRU 1400-EXIT
007230     CLOSE PAN-VAULT
007240     CLOSE TOKEN-VAULT
007250     CLOSE ARCHIVE-INDEX
007251     CLOSE CSR-NOTES
007260     CLOSE CERT-REPORT
007270     .
007280 9000-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------*
007310*    LEGAL-HOLD LOAD AND CHECK
007320*----------------------------------------------------------------*
007330 COPY CSLGHLDP.
