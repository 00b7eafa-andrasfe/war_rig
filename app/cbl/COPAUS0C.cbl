000090*    CICS/IMS PSEUDO-CONVERSATIONAL TRANSACTION. LISTS THE        
000100*    PENDING-AUTH DETAIL SEGMENTS FOR AN ACCOUNT, FIVE TO A       
000110*    PAGE, WITH FILTERING, SORTING AND ACCOUNT-LEVEL TOTALS.      
000111*    THE NEWEST CSR CONTACT NOTE ON THE ACCOUNT IS FLAGGED ON
000112*    THE HEADER.
000120*----------------------------------------------------------------*
000130*                MODIFICATION HISTORY                            *
000140* DATE       INIT DESCRIPTION                                    *
000144* 2026-11-15  ABF INSTITUTION SCOPING - THE ACCOUNT'S INST     *
000145*                 MUST BE GRANTED TO THE USER AS AN INSTNNN     *
000146*                 FUNCTION OR THE LIST COMES BACK EMPTY         *
000147* 2027-09-26  JGM STAFF, VIP AND PROTECTED CUSTOMERS JOURNALED ON*
000148*                 VIEW (CVWL); A USER IS REFUSED THEIR OWN       *
000149*                 ACCOUNT (USRCUST)                              *
000150* 2027-10-10  ABF NEWEST CSR CONTACT NOTE (CSRNOTES) FLAGGED ON  *
000151*                 THE HEADER                                     *
000160*----------------------------------------------------------------*
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000333     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000334     05  WS-ENT-TODAY               PIC X(08).
000280     05  WS-TRANID                  PIC X(04) VALUE 'CPAL'.
000282     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000284     05  WS-PGM-PAUDTL              PIC X(08) VALUE 'COPAUS1C'.
000286     05  WS-ENTTLFILENAME           PIC X(08) VALUE 'PAUENTTL'.
000288     05  WS-NOTEFILENAME            PIC X(08) VALUE 'CSRNOTES'.
000290     05  WS-ENT-ABS-TIME            PIC S9(15) COMP-3.
000292     05  WS-ENT-ALLOWED-SW          PIC X(01).
000294         88  USER-IS-ENTITLED               VALUE 'Y'.
000296         88  USER-NOT-ENTITLED              VALUE 'N'.
000300     05  WS-ACCT-ID                 PIC 9(11).
000310     05  WS-AUTH-KEY                PIC X(08).
001143*----------------------------------------------------------------*
001144 COPY CVENTTLY.
001145 COPY CVENTVLY.
001146*----------------------------------------------------------------*
001147*    SENSITIVE-CUSTOMER VIEW CHECK - USER MAPPING, JOURNAL       *
001148*----------------------------------------------------------------*
001149 COPY CVUSRCUY.
001150 COPY CVVWLOGY.
001151 COPY CSVWLOGY.
001152*----------------------------------------------------------------*
001153*    CSR CONTACT NOTE - NEWEST NOTE FLAG ON THE HEADER
001154*----------------------------------------------------------------*
001155 COPY CVCSRNTY.
001156*----------------------------------------------------------------*
001160*    COMMON CARDDEMO WORK AREAS                                   
001170*----------------------------------------------------------------*
001180 COPY CSMSG01Y.
002530               UNTIL AUTHS-EOF
002540           PERFORM 1300-SORT-TABLE  THRU 1300-EXIT
002541           PERFORM 1080-CHECK-INST-SCOPE THRU 1080-EXIT
002542           PERFORM 1090-CHECK-SENSITIVE-VIEW THRU 1090-EXIT
002550        END-IF
002560        SET IMS-PSB-NOT-SCHD        TO TRUE
002570        EXEC DLI TERM
002655     .
002656 1080-EXIT.
002657     EXIT.
002658*----------------------------------------------------------------*
002659 1090-CHECK-SENSITIVE-VIEW.
002661*----------------------------------------------------------------*
002662*    A STAFF, VIP OR PROTECTED CUSTOMER'S LIST IS JOURNALED EACH *
002663*    TIME IT IS SHOWN. A USER MAPPED TO THE ACCOUNT'S CUSTOMER   *
002664*    ON USRCUST IS REFUSED THEIR OWN ACCOUNT - THE GATHERED LIST *
002665*    IS EMPTIED AS FOR AN INSTITUTION OUT OF SCOPE.              *
002666*----------------------------------------------------------------*
002667     IF WS-AUTH-TAB-COUNT = 0
002668        GO TO 1090-EXIT
002669     END-IF
002671     MOVE PA-CUST-ID                TO WS-VW-CUST-ID
002672     MOVE WS-ACCT-ID                TO WS-VW-ACCT-ID
002673     PERFORM CHECK-SENSITIVE-VIEW   THRU CHECK-SENSITIVE-VIEW-EXIT
002674     IF WS-VW-VIEW-BLOCKED
002675        MOVE 0                      TO WS-AUTH-TAB-COUNT
002676                                       WS-TOT-APPR-CNT
002677                                       WS-TOT-APPR-AMT
002678                                       WS-TOT-DECL-CNT
002679                                       WS-TOT-DECL-AMT
002681        SET ERR-FLG-ON              TO TRUE
002682        MOVE WS-VW-BLOCK-MSG        TO WS-MESSAGE
002683        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU0AO
002684     END-IF
002685     .
002686 1090-EXIT.
002687     EXIT.
002630*----------------------------------------------------------------*
002640 1050-SCHEDULE-PSB.
002650*----------------------------------------------------------------*
005060     MOVE WS-TOTAMT-DIS             TO DECLAMTO OF COPAU0AO
005070     MOVE CDEMO-CPVS-FILTER         TO FILTERO OF COPAU0AO
005080     MOVE CDEMO-CPVS-SORTBY         TO SORTBYO OF COPAU0AO
005081     PERFORM 2050-FLAG-NEWEST-NOTE  THRU 2050-EXIT
005090     .
005091 2000-EXIT.
005092     EXIT.
005093*----------------------------------------------------------------*
005094*    THE NEWEST CSR CONTACT NOTE ON THE ACCOUNT IS THE FIRST ROW
005095*    AT OR AFTER THE ACCOUNT'S LOW KEY (THE NOTE STAMP IS STORED
005096*    INVERTED). NOT SHOWN WHEN THE LIST ITSELF WAS REFUSED.
005097*----------------------------------------------------------------*
005098 2050-FLAG-NEWEST-NOTE.
005099*----------------------------------------------------------------*
005100     MOVE SPACES                    TO NOTEFLGO OF COPAU0AO
005101     IF WS-ACCT-ID NOT NUMERIC
005102        OR WS-ACCT-ID = ZERO
005103        OR WS-VW-VIEW-BLOCKED
005104        OR ERR-FLG-ON
005105        GO TO 2050-EXIT
005106     END-IF
005107     MOVE LOW-VALUES                TO NOTE-KEY
005108     MOVE WS-ACCT-ID                TO NOTE-ACCT-ID
005109     MOVE ZERO                      TO NOTE-REV-STAMP
005110                                       NOTE-SEQ
005111     EXEC CICS READ
005112          DATASET   (WS-NOTEFILENAME)
005113          RIDFLD    (NOTE-KEY)
005114          KEYLENGTH (LENGTH OF NOTE-KEY)
005115          INTO      (CSR-NOTE-RECORD)
005116          LENGTH    (LENGTH OF CSR-NOTE-RECORD)
005117          GTEQ
005118          RESP      (WS-RESP-CD)
005119          RESP2     (WS-REAS-CD)
005120     END-EXEC
005121     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
005122        OR NOTE-ACCT-ID NOT = WS-ACCT-ID
005123        GO TO 2050-EXIT
005124     END-IF
005125     IF NOTE-ERASED-DATE NOT = SPACES
005126        MOVE '(ERASED)'             TO NOTE-TEXT-LINE1
005127     END-IF
005128     STRING 'LAST NOTE ' NOTE-DATE(1:4) '-' NOTE-DATE(5:2) '-'
005129            NOTE-DATE(7:2) ' ' NOTE-USER-ID ': ' NOTE-TEXT-LINE1
005130            DELIMITED BY SIZE
005131            INTO NOTEFLGO OF COPAU0AO
005132     END-STRING
005133     .
005134 2050-EXIT.
005135     EXIT.
005136*----------------------------------------------------------------*
005137*    CARD NUMBER MASKING BY USER AUTHORITY. ONLY
005140*    ADMIN USERS (OR USERS WITH MASKING EXPLICITLY TURNED OFF)    
005150*    SEE THE FULL PAN; EVERYONE ELSE SEES THE LAST FOUR DIGITS.   
005160*----------------------------------------------------------------*
008600     .
008610 9700-EXIT.
008620     EXIT.
008630*----------------------------------------------------------------*
008640*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
008650*----------------------------------------------------------------*
008660 COPY CSVWLOGP.
