000150*    SCREENS KEEP FINDING THEM, AND HOT-LISTS THE OLD NUMBER     *
000160*    ON CARDSTAT. EVERYTHING MOVED IS PRINTED SO THE CSR DESK    *
000170*    CAN STOP RE-KEYING CONTROLS BY HAND AND FORGETTING ONE.     *
000173*    THE NEW NUMBER IS WRITTEN TO CARDSTAT AS ISSUED BUT NOT     *
000176*    ACTIVATED, SO THE PLASTIC IS DEAD WHILE IT IS IN THE MAIL.  *
000177*    AN OLD CARD ON THE COMPROMISED CARD REGISTER (COMPREG) IS   *
000178*    MARKED REPLACED THERE, CLOSING THE LOOP FOR CBCPPRSS.       *
000180*    (RECURREG AND ALERTPRF ARE ACCOUNT-KEYED IN THIS SHOP AND   *
000190*    FOLLOW THE ACCOUNT, NOT THE PLASTIC - NOTHING TO MOVE.)     *
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2026-07-19  RKA INITIAL VERSION                                *
000231* 2027-05-16  ABF NEW NUMBER WRITTEN TO CARDSTAT AS ISSUED-NOT-  *
000232*                 ACTIVATED (N) UNTIL THE CARDHOLDER ACTIVATES   *
000233* 2028-01-16  RKA A REPLACED CARD ON THE COMPROMISED CARD        *
000234*                 REGISTER (COMPREG) IS MARKED REPLACED, AND A   *
000235*                 CNP BLOCK CBCPPRSS PLACED IS LIFTED FROM THE   *
000236*                 NEW CARD'S CONTROLS                            *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000630         RECORD KEY   IS CRDST-CARD-NUM
000640         FILE STATUS  IS WS-CRDST-STATUS.
000650*
000651     SELECT COMPROMISE-REGISTER ASSIGN TO COMPREG
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE  IS RANDOM
000654         RECORD KEY   IS CMPR-CARD-NUM
000655         FILE STATUS  IS WS-CMPR-STATUS.
000656*
000660     SELECT REISSUE-REPORT ASSIGN TO RISSRPT
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE  IS SEQUENTIAL
000960     RECORDING MODE IS F.
000970 COPY CVCRDSTY.
000980*
000985 FD  COMPROMISE-REGISTER
000986     RECORDING MODE IS F.
000987 COPY CVCMPRGY.
000988*
000990 FD  REISSUE-REPORT
001000     RECORDING MODE IS F.
001010 01  REISSUE-REPORT-LINE         PIC X(132).
001280         88  CCTL-FOUND                     VALUE '00'.
001290     05  WS-CRDST-STATUS            PIC X(02).
001300         88  CRDST-FOUND                    VALUE '00'.
001305     05  WS-CMPR-STATUS             PIC X(02).
001306         88  CMPR-FOUND                     VALUE '00'.
001310     05  WS-RPT-STATUS              PIC X(02).
001320*----------------------------------------------------------------*
001330*    TOKEN ASSIGNMENT WORK - SAME '99' RESERVED BIN AND CLAIM-   *
001530     05  WS-DETAIL-EOF-SW           PIC X(01).
001540         88  DETAIL-SEG-EOF                 VALUE 'Y'.
001550     05  WS-HOLDS-MOVED             PIC S9(4) COMP.
001555     05  WS-CMPR-AVAIL-SW           PIC X(01) VALUE 'N'.
001556         88  COMPROMISE-REG-AVAILABLE       VALUE 'Y'.
001560*----------------------------------------------------------------*
001570*    RUN ACCUMULATORS                                            *
001580*----------------------------------------------------------------*
001640     05  WS-RPT-CTRL-MOVED          PIC S9(9) COMP-3 VALUE 0.
001650     05  WS-RPT-HOLDS-MOVED         PIC S9(9) COMP-3 VALUE 0.
001660     05  WS-RPT-OLD-HOTLISTED       PIC S9(9) COMP-3 VALUE 0.
001665     05  WS-RPT-NEW-PENDING         PIC S9(9) COMP-3 VALUE 0.
001666     05  WS-RPT-COMPROMISE-CLOSED   PIC S9(9) COMP-3 VALUE 0.
001667     05  WS-RPT-CNP-LIFTED          PIC S9(9) COMP-3 VALUE 0.
001670*----------------------------------------------------------------*
001680 01  WS-PRINT-LINE                 PIC X(132).
001690 01  WS-DISPLAY-FIELDS.
002310     OPEN I-O    CARD-CONTROLS
002320     OPEN I-O    CARD-STATUS
002330     OPEN OUTPUT REISSUE-REPORT
002331     OPEN I-O    COMPROMISE-REGISTER
002332     IF WS-CMPR-STATUS = SPACES OR '00'
002333        SET COMPROMISE-REG-AVAILABLE TO TRUE
002334     ELSE
002335        DISPLAY 'COMPREG NOT AVAILABLE - REGISTER NOT UPDATED'
002336     END-IF
002340*
002350     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002360     DISPLAY '*-------------------------------------*'
002860     PERFORM 4100-CARRY-CARD-CONTROLS THRU 4100-EXIT
002870     PERFORM 4300-REKEY-OPEN-HOLDS  THRU 4300-EXIT
002880     PERFORM 5000-HOTLIST-OLD-CARD  THRU 5000-EXIT
002885     PERFORM 5100-PEND-NEW-CARD     THRU 5100-EXIT
002886     IF COMPROMISE-REG-AVAILABLE
002887        PERFORM 5200-CLOSE-COMPROMISE THRU 5200-EXIT
002888     END-IF
002890     PERFORM 7000-WRITE-MOVE-LINE   THRU 7000-EXIT
002900     ADD 1 TO WS-RPT-REISSUES-DONE
002910     .
005140        WRITE CARD-STATUS-RECORD
005150     END-IF
005160     ADD 1 TO WS-RPT-OLD-HOTLISTED
005161     .
005162 5000-EXIT.
005163     EXIT.
005164*----------------------------------------------------------------*
005165*    THE NEW NUMBER GOES ON THE FILE AS ISSUED BUT NOT ACTIVATED *
005166*    (EFFECTIVE TODAY = ISSUE DATE) SO THE INTAKE DECLINES IT    *
005167*    4500 UNTIL THE CARDHOLDER ACTIVATES THE PLASTIC. A NUMBER   *
005168*    THAT ALREADY HAS A ROW (A RERUN OF THE SAME FEED, OR A      *
005169*    CARD ALREADY ACTIVATED OR HOT-LISTED) IS LEFT AS IT IS.     *
005170*----------------------------------------------------------------*
005171 5100-PEND-NEW-CARD.
005172*----------------------------------------------------------------*
005173     MOVE WS-NEW-TOKEN              TO CRDST-CARD-NUM
005174     READ CARD-STATUS
005175     IF CRDST-FOUND
005176        GO TO 5100-EXIT
005177     END-IF
005178     MOVE SPACES                    TO CARD-STATUS-RECORD
005179     MOVE WS-NEW-TOKEN              TO CRDST-CARD-NUM
005180     SET CRDST-NOT-ACTIVATED        TO TRUE
005181     MOVE WS-TODAY-CCYYMMDD         TO CRDST-EFF-DATE
005182     MOVE WS-PGMNAME                TO CRDST-UPDATED-BY
005183     MOVE WS-TODAY-CCYYMMDD         TO CRDST-UPDATED-DATE
005184     WRITE CARD-STATUS-RECORD
005185     ADD 1 TO WS-RPT-NEW-PENDING
005186     .
005187 5100-EXIT.
005188     EXIT.
005189*----------------------------------------------------------------*
005190*    AN OLD CARD CBCPPRSS REGISTERED AS COMPROMISED IS NOW OFF   *
005191*    THE STREET - THE ROW IS MARKED REPLACED SO IT DROPS OFF THE *
005192*    NOT-REPLACED LIST. A CNP BLOCK THAT JOB PLACED WAS CARRIED  *
005193*    OVER WITH THE CONTROLS ABOVE; THE NEW NUMBER IS NOT         *
005194*    COMPROMISED, SO THE BLOCK IS LIFTED FROM IT.                *
005195*----------------------------------------------------------------*
005196 5200-CLOSE-COMPROMISE.
005197*----------------------------------------------------------------*
005198     MOVE WS-OLD-TOKEN              TO CMPR-CARD-NUM
005199     READ COMPROMISE-REGISTER
005200     IF NOT CMPR-FOUND
005201        OR CMPR-REPLACED-DATE NOT = SPACES
005202        GO TO 5200-EXIT
005203     END-IF
005204     MOVE RIS-REISSUE-DATE          TO CMPR-REPLACED-DATE
005205     IF RIS-REISSUE-DATE = SPACES
005206        MOVE WS-TODAY-CCYYMMDD      TO CMPR-REPLACED-DATE
005207     END-IF
005208     MOVE WS-NEW-TOKEN              TO CMPR-NEW-CARD-NUM
005209     REWRITE COMPROMISED-CARD-RECORD
005210     IF WS-CMPR-STATUS NOT = '00'
005211        DISPLAY 'ERROR REWRITING COMPREG:' WS-CMPR-STATUS
005212        GO TO 5200-EXIT
005213     END-IF
005214     ADD 1 TO WS-RPT-COMPROMISE-CLOSED
005215     IF NOT CMPR-CNP-PLACED
005216        GO TO 5200-EXIT
005217     END-IF
005218     MOVE WS-NEW-TOKEN              TO CCTL-CARD-NUM
005219     READ CARD-CONTROLS
005220     IF CCTL-FOUND AND CCTL-CNP-BLOCKED
005221        MOVE 'N'                    TO CCTL-CNP-BLOCK-SW
005222        MOVE WS-PGMNAME             TO CCTL-UPDATED-BY
005223        MOVE WS-TODAY-CCYYMMDD      TO CCTL-UPDATED-DATE
005224        REWRITE CARD-CONTROLS-RECORD
005225        IF CCTL-FOUND
005226           ADD 1 TO WS-RPT-CNP-LIFTED
005227        END-IF
005228     END-IF
005229     .
005230 5200-EXIT.
005231     EXIT.
005232*----------------------------------------------------------------*
005233 7000-WRITE-MOVE-LINE.
005234*----------------------------------------------------------------*
005235     MOVE WS-HOLDS-MOVED            TO WS-CNT2-DIS
005240     MOVE SPACES                    TO WS-PRINT-LINE
005250     STRING 'MOVED  OLD:' WS-OLD-TOKEN
005260            ' NEW:' WS-NEW-TOKEN
006040     STRING '  OLD NUMBERS HOT-LISTED ...........: ' WS-CNT-DIS
006050            DELIMITED BY SIZE INTO WS-PRINT-LINE
006060     END-STRING
006061     WRITE REISSUE-REPORT-LINE FROM WS-PRINT-LINE
006062*
006063     MOVE WS-RPT-NEW-PENDING TO WS-CNT-DIS
006064     MOVE SPACES TO WS-PRINT-LINE
006065     STRING '  NEW NUMBERS PENDING ACTIVATION ...: ' WS-CNT-DIS
006066            DELIMITED BY SIZE INTO WS-PRINT-LINE
006067     END-STRING
006068     WRITE REISSUE-REPORT-LINE FROM WS-PRINT-LINE
006069*
006070     MOVE WS-RPT-COMPROMISE-CLOSED TO WS-CNT-DIS
006071     MOVE SPACES TO WS-PRINT-LINE
006072     STRING '  COMPROMISED CARDS NOW REPLACED ...: ' WS-CNT-DIS
006073            DELIMITED BY SIZE INTO WS-PRINT-LINE
006074     END-STRING
006075     WRITE REISSUE-REPORT-LINE FROM WS-PRINT-LINE
006076*
006077     MOVE WS-RPT-CNP-LIFTED TO WS-CNT-DIS
006078     MOVE SPACES TO WS-PRINT-LINE
006079     STRING '  COMPROMISE CNP BLOCKS LIFTED .....: ' WS-CNT-DIS
006080            DELIMITED BY SIZE INTO WS-PRINT-LINE
006081     END-STRING
006082     WRITE REISSUE-REPORT-LINE FROM WS-PRINT-LINE
006083     .
006090 8000-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------*
006180     CLOSE CARD-CONTROLS
006190     CLOSE CARD-STATUS
006200     CLOSE REISSUE-REPORT
006201     IF COMPROMISE-REG-AVAILABLE
006202        CLOSE COMPROMISE-REGISTER
006203     END-IF
006210     .
006220 9000-EXIT.
006230     EXIT.
