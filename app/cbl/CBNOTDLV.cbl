000205*                 DP FROM COPAUS5C) GET THEIR OWN TEMPLATES     *
000206* 2027-02-21  JGM CARD-EXPIRY SUBSCRIPTION MESSAGES (RESP CODE  *
000207*                 EX FROM CBCRDUPD) GET THEIR OWN TEMPLATES     *
000208* 2027-12-19  JGM CARD FREEZE / UNFREEZE CONFIRMATIONS (RESP    *
000209*                 CODE FZ FROM COPAUSZC) GET THEIR OWN          *
000210*                 TEMPLATES AND IGNORE THE QUIET WINDOW         *
000211* 2028-01-09  JGM DORMANT-CARD WARNING AND RESTRICTION NOTICES   *
000212*                 (RESP CODE DM FROM CBDRMCRD) GET THEIR OWN     *
000213*                 TEMPLATES                                      *
000214* 2028-01-16  RKA COMPROMISED-CARD NOTICES (RESP CODE CP FROM    *
000215*                 CBCPPRSS) GET THEIR OWN TEMPLATES              *
000216* 2028-02-13  RKA EVERY MESSAGE HANDED TO A GATEWAY IS KEPT ON     *
000217*                 THE NOTIFHST HISTORY FOR THE EVIDENCE PACK     *
000218*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-ZOS.
000580         ACCESS MODE  IS SEQUENTIAL
000590         FILE STATUS  IS WS-SMS-STATUS.
000600*
000601     SELECT HIST-FILE      ASSIGN TO NOTIFHST
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE  IS RANDOM
000604         RECORD KEY   IS NTH-KEY
000605         FILE STATUS  IS WS-HIST-STATUS.
000606*
000610     SELECT DISPO-REPORT   ASSIGN TO NOTDLVRP
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE  IS SEQUENTIAL
001010     05  SMS-MESSAGE-TEXT        PIC X(120).
001020     05  SMS-RUN-DATE            PIC 9(06).
001030*
001031 FD  HIST-FILE
001032     RECORDING MODE IS F.
001033 COPY CVNTFHSY.
001034*
001040 FD  DISPO-REPORT
001050     RECORDING MODE IS F.
001060 01  DISPO-REPORT-LINE           PIC X(132).
001130     05  WS-TIME-NOW                PIC 9(08).
001140     05  WS-HHMM-NOW                PIC 9(04).
001150     05  WS-MESSAGE-TEXT            PIC X(120).
001151     05  WS-TODAY-CCYYMMDD          PIC X(08).
001152     05  WS-HIST-SEQ                PIC S9(04) COMP VALUE 0.
001160*
001170 01  WS-FILE-STATUSES.
001180     05  WS-XREF-STATUS             PIC X(02).
001260     05  WS-EML-STATUS              PIC X(02).
001270     05  WS-SMS-STATUS              PIC X(02).
001280     05  WS-RPT-STATUS              PIC X(02).
001281     05  WS-HIST-STATUS             PIC X(02).
001282 01  WS-HIST-AVAIL-SW               PIC X(01) VALUE 'N'.
001283     88  HIST-FILE-AVAILABLE                VALUE 'Y'.
001290*----------------------------------------------------------------*
001300*    MESSAGE TEMPLATES, LOADED ONCE FROM NOTTMPLT. THE CARD'S    *
001310*    LAST FOUR DIGITS AND THE AMOUNT ARE APPENDED TO THE TEXT.   *
001376         'YOUR CARD EXPIRES SOON - UPDATE YOUR SUBSCRIPTION.'.
001377     05  WS-TPL-EXP-SMS             PIC X(75) VALUE
001378         'CARD EXPIRES SOON - UPDATE SUBSCRIPTION.'.
001379     05  WS-TPL-FRZ-EMAIL           PIC X(75) VALUE
001380         'YOUR CARD HAS BEEN FROZEN. CALL US IF IT WAS NOT YOU.'.
001381     05  WS-TPL-FRZ-SMS             PIC X(75) VALUE
001382         'CARD FROZEN. CALL US IF NOT YOU.'.
001383     05  WS-TPL-UFZ-EMAIL           PIC X(75) VALUE
001384         'YOUR CARD IS UNFROZEN. CALL US IF IT WAS NOT YOU.'.
001385     05  WS-TPL-UFZ-SMS             PIC X(75) VALUE
001386         'CARD UNFROZEN. CALL US IF NOT YOU.'.
001387     05  WS-TPL-FRZ-PICKED          PIC X(75).
001388     05  WS-TPL-DRW-EMAIL           PIC X(75) VALUE
001389         'UNUSED CARD - USE IT SOON OR IT WILL BE RESTRICTED.'.
001390     05  WS-TPL-DRW-SMS             PIC X(75) VALUE
001391         'UNUSED CARD - USE IT OR IT WILL BE RESTRICTED.'.
001392     05  WS-TPL-DRR-EMAIL           PIC X(75) VALUE
001393         'YOUR UNUSED CARD IS RESTRICTED. CALL US TO REACTIVATE.'.
001394     05  WS-TPL-DRR-SMS             PIC X(75) VALUE
001395         'UNUSED CARD RESTRICTED. CALL US TO REACTIVATE.'.
001396     05  WS-TPL-DRM-PICKED          PIC X(75).
001397     05  WS-TPL-CPR-EMAIL           PIC X(75) VALUE
001398         'CARD AT RISK - NOW BLOCKED. A NEW CARD IS ON ITS WAY.'.
001399     05  WS-TPL-CPR-SMS             PIC X(75) VALUE
001400         'CARD AT RISK - BLOCKED, NEW CARD ON ITS WAY.'.
001401     05  WS-TPL-CPC-EMAIL           PIC X(75) VALUE
001402         'CARD AT RISK - ONLINE AND PHONE USE IS NOW BLOCKED.'.
001403     05  WS-TPL-CPC-SMS             PIC X(75) VALUE
001404         'CARD AT RISK - ONLINE/PHONE USE BLOCKED.'.
001405     05  WS-TPL-CMP-PICKED          PIC X(75).
001406*----------------------------------------------------------------*
001407*    QUIET-WINDOW CHECK RESULT                                   *
001408*----------------------------------------------------------------*
001410 01  WS-QUIET-SW                    PIC X(01).
001420     88  IN-QUIET-HOURS                     VALUE 'Y'.
001430*----------------------------------------------------------------*
001900     05  WS-RPT-QUIET-HOURS         PIC S9(9) COMP-3 VALUE 0.
001910     05  WS-RPT-NO-CONTACT          PIC S9(9) COMP-3 VALUE 0.
001920     05  WS-RPT-UNKNOWN-CARD        PIC S9(9) COMP-3 VALUE 0.
001921     05  WS-RPT-HIST-ERRORS         PIC S9(9) COMP-3 VALUE 0.
001930*----------------------------------------------------------------*
001940 01  WS-PRINT-LINE                 PIC X(132).
001950 01  WS-DISPLAY-FIELDS.
002130 1000-INITIALIZE.
002140*----------------------------------------------------------------*
002150     ACCEPT CURRENT-DATE     FROM DATE
002151     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002152     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002160*
002170     OPEN INPUT  XREF-FILE
002180     OPEN INPUT  CUST-FILE
002200     OPEN OUTPUT EMAIL-EXTRACT
002210     OPEN OUTPUT SMS-EXTRACT
002220     OPEN OUTPUT DISPO-REPORT
002221     OPEN I-O    HIST-FILE
002222     IF WS-HIST-STATUS = SPACES OR '00'
002223        SET HIST-FILE-AVAILABLE TO TRUE
002224     ELSE
002225        DISPLAY 'NOTIFHST NOT AVAILABLE - HISTORY NOT KEPT:'
002226                WS-HIST-STATUS
002227     END-IF
002230*
002240     OPEN INPUT  TEMPLATE-FILE
002250     IF WS-TMPL-STATUS = '00'
002726                 MOVE TPL-TEXT TO WS-TPL-EXP-EMAIL
002727             WHEN 'EXPSM'
002728                 MOVE TPL-TEXT TO WS-TPL-EXP-SMS
002729             WHEN 'FRZEM'
002730                 MOVE TPL-TEXT TO WS-TPL-FRZ-EMAIL
002731             WHEN 'FRZSM'
002732                 MOVE TPL-TEXT TO WS-TPL-FRZ-SMS
002733             WHEN 'UFZEM'
002734                 MOVE TPL-TEXT TO WS-TPL-UFZ-EMAIL
002735             WHEN 'UFZSM'
002736                 MOVE TPL-TEXT TO WS-TPL-UFZ-SMS
002737             WHEN 'DRWEM'
002738                 MOVE TPL-TEXT TO WS-TPL-DRW-EMAIL
002739             WHEN 'DRWSM'
002740                 MOVE TPL-TEXT TO WS-TPL-DRW-SMS
002741             WHEN 'DRREM'
002742                 MOVE TPL-TEXT TO WS-TPL-DRR-EMAIL
002743             WHEN 'DRRSM'
002744                 MOVE TPL-TEXT TO WS-TPL-DRR-SMS
002745             WHEN 'CPREM'
002746                 MOVE TPL-TEXT TO WS-TPL-CPR-EMAIL
002747             WHEN 'CPRSM'
002748                 MOVE TPL-TEXT TO WS-TPL-CPR-SMS
002749             WHEN 'CPCEM'
002750                 MOVE TPL-TEXT TO WS-TPL-CPC-EMAIL
002751             WHEN 'CPCSM'
002752                 MOVE TPL-TEXT TO WS-TPL-CPC-SMS
002753             WHEN OTHER
002754                 CONTINUE
002755         END-EVALUATE
002760         READ TEMPLATE-FILE
002770             AT END CONTINUE
002780         END-READ
003447     END-IF
003450*
003460     PERFORM 3100-CHECK-QUIET-HOURS THRU 3100-EXIT
003461*    A FREEZE CONFIRMATION IS SENT AT ONCE WHATEVER THE HOUR - AN
003462*    UNFREEZE THE CARDHOLDER DID NOT ASK FOR CANNOT WAIT.
003470     IF IN-QUIET-HOURS AND NFY-RESP-CODE NOT = 'FZ'
003480        ADD 1 TO WS-RPT-QUIET-HOURS
003490        GO TO 3000-EXIT
003500     END-IF
004005        END-IF
004006        GO TO 3200-EXIT
004007     END-IF
004008*    FREEZE CONFIRMATIONS (RESP CODE FZ FROM COPAUSZC) - THE
004009*    REASON SAYS WHICH WAY THE CARD WENT (FRZN / UNFZ).
004011     IF NFY-RESP-CODE = 'FZ'
004012        IF NFY-RESP-REASON = 'UNFZ'
004013           MOVE WS-TPL-UFZ-EMAIL    TO WS-TPL-FRZ-PICKED
004014           IF NTF-CHANNEL-SMS
004015              MOVE WS-TPL-UFZ-SMS   TO WS-TPL-FRZ-PICKED
004016           END-IF
004017        ELSE
004018           MOVE WS-TPL-FRZ-EMAIL    TO WS-TPL-FRZ-PICKED
004019           IF NTF-CHANNEL-SMS
004021              MOVE WS-TPL-FRZ-SMS   TO WS-TPL-FRZ-PICKED
004022           END-IF
004023        END-IF
004024        STRING WS-TPL-FRZ-PICKED
004025               ' CARD *' NFY-CARD-NUM(13:4)
004026               DELIMITED BY SIZE
004027               INTO WS-MESSAGE-TEXT
004028        END-STRING
004029        GO TO 3200-EXIT
004031     END-IF
004032*    DORMANT-CARD NOTICES (RESP CODE DM FROM CBDRMCRD) - THE
004033*    REASON SAYS WHETHER IT IS THE ADVANCE WARNING (DWRN) OR
004034*    THE RESTRICTION ITSELF (DRST).
004035     IF NFY-RESP-CODE = 'DM'
004036        IF NFY-RESP-REASON = 'DRST'
004037           MOVE WS-TPL-DRR-EMAIL    TO WS-TPL-DRM-PICKED
004038           IF NTF-CHANNEL-SMS
004039              MOVE WS-TPL-DRR-SMS   TO WS-TPL-DRM-PICKED
004041           END-IF
004042        ELSE
004043           MOVE WS-TPL-DRW-EMAIL    TO WS-TPL-DRM-PICKED
004044           IF NTF-CHANNEL-SMS
004045              MOVE WS-TPL-DRW-SMS   TO WS-TPL-DRM-PICKED
004046           END-IF
004047        END-IF
004048        STRING WS-TPL-DRM-PICKED
004049               ' CARD *' NFY-CARD-NUM(13:4)
004051               DELIMITED BY SIZE
004052               INTO WS-MESSAGE-TEXT
004053        END-STRING
004054        GO TO 3200-EXIT
004055     END-IF
004056*    COMPROMISED-CARD NOTICES (RESP CODE CP FROM CBCPPRSS) - THE
004057*    REASON SAYS WHETHER THE CARD IS BEING REPLACED (CRIS) OR
004058*    ONLY BARRED FROM CARD-NOT-PRESENT USE (CCNP).
004059     IF NFY-RESP-CODE = 'CP'
004061        IF NFY-RESP-REASON = 'CRIS'
004062           MOVE WS-TPL-CPR-EMAIL    TO WS-TPL-CMP-PICKED
004063           IF NTF-CHANNEL-SMS
004064              MOVE WS-TPL-CPR-SMS   TO WS-TPL-CMP-PICKED
004065           END-IF
004066        ELSE
004067           MOVE WS-TPL-CPC-EMAIL    TO WS-TPL-CMP-PICKED
004068           IF NTF-CHANNEL-SMS
004069              MOVE WS-TPL-CPC-SMS   TO WS-TPL-CMP-PICKED
004071           END-IF
004072        END-IF
004073        STRING WS-TPL-CMP-PICKED
004074               ' CARD *' NFY-CARD-NUM(13:4)
004075               DELIMITED BY SIZE
004076               INTO WS-MESSAGE-TEXT
004077        END-STRING
004078        GO TO 3200-EXIT
004079     END-IF
003980     IF NTF-CHANNEL-SMS
003990        STRING WS-TPL-SMS
004000               ' CARD *' NFY-CARD-NUM(13:4)
004220     MOVE CURRENT-DATE              TO EML-RUN-DATE
004230     WRITE EMAIL-EXTRACT-RECORD
004240     ADD 1 TO WS-RPT-EMAILED
004241     MOVE 'E'                       TO NTH-CHANNEL
004242     PERFORM 4200-WRITE-HISTORY     THRU 4200-EXIT
004250     .
004260 4000-EXIT.
004270     EXIT.
004340     MOVE CURRENT-DATE              TO SMS-RUN-DATE
004350     WRITE SMS-EXTRACT-RECORD
004360     ADD 1 TO WS-RPT-SMSED
004361     MOVE 'S'                       TO NTH-CHANNEL
004362     PERFORM 4200-WRITE-HISTORY     THRU 4200-EXIT
004370     .
004380 4100-EXIT.
004381     EXIT.
004382*----------------------------------------------------------------*
004383*    THE MESSAGE AS SENT, WITH THE CARD AND TRANSACTION IT WAS    *
004384*    ABOUT, SO A DISPUTE CAN SHOW WHAT THE CARDHOLDER WAS TOLD.   *
004385*    THE RUN SEQUENCE KEEPS MESSAGES IN THE SAME SECOND APART.    *
004386*----------------------------------------------------------------*
004387 4200-WRITE-HISTORY.
004388*----------------------------------------------------------------*
004389     IF NOT HIST-FILE-AVAILABLE
004390        GO TO 4200-EXIT
004391     END-IF
004392     ACCEPT WS-TIME-NOW             FROM TIME
004393     IF WS-HIST-SEQ < 9999
004394        ADD 1                       TO WS-HIST-SEQ
004395     ELSE
004396        MOVE 1                      TO WS-HIST-SEQ
004397     END-IF
004398     MOVE CUST-ID                   TO NTH-CUST-ID
004399     MOVE WS-TODAY-CCYYMMDD         TO NTH-SENT-DATE
004400     MOVE WS-TIME-NOW(1:6)          TO NTH-SENT-TIME
004401     MOVE WS-HIST-SEQ               TO NTH-SEQ
004402     MOVE NFY-CARD-NUM              TO NTH-CARD-NUM
004403     MOVE NFY-TRANSACTION-ID        TO NTH-TRANSACTION-ID
004404     MOVE NFY-RESP-CODE             TO NTH-RESP-CODE
004405     MOVE NFY-RESP-REASON           TO NTH-RESP-REASON
004406     MOVE WS-MESSAGE-TEXT           TO NTH-MESSAGE-TEXT
004407     WRITE NOTIFY-HISTORY-RECORD
004408     IF WS-HIST-STATUS NOT = '00'
004409        ADD 1 TO WS-RPT-HIST-ERRORS
004410     END-IF
004411     .
004412 4200-EXIT.
004413     EXIT.
004414*----------------------------------------------------------------*
004415 8000-PRINT-DISPOSITIONS.
004420*----------------------------------------------------------------*
004430     MOVE SPACES TO WS-PRINT-LINE
004440     STRING 'CBNOTDLV DELIVERY DISPOSITIONS - RUN DATE '
004950            DELIMITED BY SIZE INTO WS-PRINT-LINE
004960     END-STRING
004970     WRITE DISPO-REPORT-LINE FROM WS-PRINT-LINE
004971*
004972     MOVE WS-RPT-HIST-ERRORS TO WS-CNT-DIS
004973     MOVE SPACES TO WS-PRINT-LINE
004974     STRING 'HISTORY ROWS NOT WRITTEN (NOTIFHST) : ' WS-CNT-DIS
004975            DELIMITED BY SIZE INTO WS-PRINT-LINE
004976     END-STRING
004977     WRITE DISPO-REPORT-LINE FROM WS-PRINT-LINE
004980     .
004990 8000-EXIT.
005000     EXIT.
005160     CLOSE EMAIL-EXTRACT
005170     CLOSE SMS-EXTRACT
005180     CLOSE DISPO-REPORT
005181     IF HIST-FILE-AVAILABLE
005182        CLOSE HIST-FILE
005183     END-IF
005190     .
005200 9000-EXIT.
005210     EXIT.
