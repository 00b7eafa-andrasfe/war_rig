000160*    CARDSTAT NEGATIVE FILE THE WAY CBSTFRPL RE-CHECKS OUR OWN   *
000170*    STAND-IN WORK, AND REPORTS THE ADVICES WE WOULD HAVE        *
000180*    DECLINED. EACH INSERT IS JOURNALED TO THE CDCOUT FEED SO    *
000190*    THE WAREHOUSE SEES THE HOLDS TOO. AN ADVICE FOR A REQUEST   *
000191*    THE INTAKE ANSWERED TIMED OUT (LATEREQ) IS MATCHED BACK TO  *
000192*    IT AND COUNTED BY CHANNEL - THE HOLD IT NEVER TOOK.         *
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000235*                 THE STANDING SEGMENT MATCHES THE ADVICE -      *
000236*                 OTHERWISE THE KEY IS RE-MINTED AND RETRIED     *
000237* 2027-04-26  ABF FRESH ROOTS ZERO THE REFUND COUNTERS TOO       *
000238* 2028-01-23  ABF MATCH ADVICES TO THE INTAKE'S LATE REQUESTS    *
000239*                 (LATEREQ) AND COUNT THEM BY CHANNEL            *
000240* 2028-03-28  ABF FROZEN AND DORMANT CARDS ARE CALLED OUT AS     *
000241*                 WOULD-DECLINE ALONGSIDE HOT-LISTED AND DEAD    *
000242*                 CARDS                                          *
000243*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-ZOS.
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-RPT-STATUS.
000621*
000622     SELECT LATE-REQUEST-FILE ASSIGN TO LATEREQ
000623         ORGANIZATION IS INDEXED
000624         ACCESS MODE  IS RANDOM
000625         RECORD KEY   IS LATR-KEY
000626         FILE STATUS  IS WS-LATR-STATUS.
000630*----------------------------------------------------------------*
000640 DATA DIVISION.
000650*----------------------------------------------------------------*
000880 FD  ADVICE-REPORT
000890     RECORDING MODE IS F.
000900 01  ADVICE-REPORT-LINE          PIC X(132).
000901*
000902 FD  LATE-REQUEST-FILE
000903     RECORDING MODE IS F.
000904 COPY CVLATRQY.
000910*----------------------------------------------------------------*
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------*
001120         88  CRDST-FOUND                    VALUE '00'.
001130     05  WS-CDC-STATUS              PIC X(02).
001140     05  WS-RPT-STATUS              PIC X(02).
001141     05  WS-LATR-STATUS             PIC X(02).
001142         88  LATR-FOUND                     VALUE '00'.
001143     05  WS-LATEREQ-SW              PIC X(01) VALUE 'N'.
001144         88  LATEREQ-AVAILABLE              VALUE 'Y'.
001150*----------------------------------------------------------------*
001160 01  WS-REPORT-COUNTERS.
001170     05  WS-RPT-ADVICES-READ        PIC S9(9) COMP-3 VALUE 0.
001200     05  WS-RPT-NO-CARD             PIC S9(9) COMP-3 VALUE 0.
001210     05  WS-RPT-IMS-ERRORS          PIC S9(9) COMP-3 VALUE 0.
001212     05  WS-RPT-RERUN-SKIPPED       PIC S9(9) COMP-3 VALUE 0.
001213     05  WS-RPT-LATE-MATCHED        PIC S9(9) COMP-3 VALUE 0.
001214*----------------------------------------------------------------*
001215*    LATE REQUESTS MATCHED THIS RUN, BY MESSAGE SOURCE
001216*----------------------------------------------------------------*
001217 01  WS-LATE-CHANNEL-TABLE.
001218     05  WS-LATE-CHN-ENTRY          OCCURS 20 TIMES
001219                                    INDEXED BY WS-LATE-IDX.
001220         10  WS-LATE-CHN-SOURCE     PIC X(02).
001221         10  WS-LATE-CHN-COUNT      PIC S9(7) COMP-3.
001222*----------------------------------------------------------------*
001230 01  WS-PRINT-LINE                 PIC X(132).
001240 01  WS-DISPLAY-FIELDS.
001250     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001255     05  WS-AGE-DIS                 PIC Z,ZZZ,ZZ9.
001260     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
001270*----------------------------------------------------------------*
001280*    DLI / PCB CONTROL INFORMATION                               *
001840     OPEN INPUT  CRDST-FILE
001850     OPEN OUTPUT CDC-FILE
001860     OPEN OUTPUT ADVICE-REPORT
001861*    LATEREQ IS OPTIONAL - WITHOUT IT THE ADVICES STILL LOAD,
001862*    THEY ARE JUST NOT MATCHED TO THE INTAKE'S LATE REQUESTS.
001863     OPEN I-O    LATE-REQUEST-FILE
001864     IF WS-LATR-STATUS = '00'
001865        SET LATEREQ-AVAILABLE   TO TRUE
001866     ELSE
001867        DISPLAY 'LATEREQ NOT AVAILABLE - NO LATE MATCHING:'
001868            ' ' WS-LATR-STATUS
001869     END-IF
001870     INITIALIZE WS-LATE-CHANNEL-TABLE
001871*
001880     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001890     DISPLAY '*-------------------------------------*'
001900     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
001980         AT END GO TO 2000-EXIT
001990     END-READ
002000     ADD 1 TO WS-RPT-ADVICES-READ
002005     PERFORM 2500-MATCH-LATE-REQUEST THRU 2500-EXIT
002010*    RESOLVE THE NETWORK'S CLEAR CARD NUMBER TO THE TOKEN THE
002020*    STORES CARRY, AND FROM THERE TO THE ACCOUNT.
002030     IF ADV-CARD-NUM(1:2) = '99'
002210     MOVE XREF-ACCT-ID           TO WS-ACCT-ID
002220     MOVE XREF-CUST-ID           TO WS-CUST-ID
002230*    THE NETWORK DOES NOT KNOW OUR NEGATIVE FILE - AN ADVICE
002240*    ON A HOT-LISTED, FROZEN, DORMANT OR DEAD CARD STILL LOADS
002250*    (THE MONEY HAS MOVED), BUT IT IS CALLED OUT FOR THE FRAUD
002255*    DESK.
002260     MOVE WS-CARD-TOKEN          TO CRDST-CARD-NUM
002270     READ CRDST-FILE
002280     IF CRDST-FOUND
002290        AND (CRDST-HOT-LISTED OR CRDST-NOT-USABLE
002295             OR CRDST-FROZEN OR CRDST-DORMANT)
002300        ADD 1 TO WS-RPT-WOULD-DECLINE
002310        PERFORM 5000-WRITE-DECLINE-LINE THRU 5000-EXIT
002320     END-IF
002330     PERFORM 3000-BUILD-SEGMENT  THRU 3000-EXIT
002340     PERFORM 4000-INSERT-INTO-PAUTB THRU 4000-EXIT
002350     .
002351 2000-EXIT.
002352     EXIT.
002353*----------------------------------------------------------------*
002354*    THE INTAKE ANSWERS A REQUEST ALREADY PAST ITS CHANNEL'S     *
002355*    TIMEOUT 'TIMED OUT' AND TAKES NO HOLD, LEAVING A LATEREQ    *
002356*    ROW KEYED BY TRANSACTION ID AND ORIGINATION DATE. THE       *
002357*    NETWORK STOOD IN FOR THAT REQUEST, SO ITS ADVICE IS THE     *
002358*    HOLD - THE ROW IS MARKED MATCHED AND COUNTED BY CHANNEL. A  *
002359*    ROW ALREADY MATCHED (A RERUN) IS LEFT ALONE.                *
002360*----------------------------------------------------------------*
002361 2500-MATCH-LATE-REQUEST.
002362*----------------------------------------------------------------*
002363     IF NOT LATEREQ-AVAILABLE
002364        GO TO 2500-EXIT
002365     END-IF
002366     MOVE ADV-TRANSACTION-ID     TO LATR-TRANSACTION-ID
002367     MOVE ADV-AUTH-DATE          TO LATR-ORIG-DATE
002368     READ LATE-REQUEST-FILE
002369     IF NOT LATR-FOUND
002370        OR LATR-MATCHED
002371        GO TO 2500-EXIT
002372     END-IF
002373     SET  LATR-MATCHED           TO TRUE
002374     MOVE WS-TODAY-CCYYMMDD      TO LATR-MATCH-DATE
002375     MOVE ADV-APPROVED-AMT       TO LATR-ADVICE-AMT
002376     REWRITE LATE-REQUEST-RECORD
002377     ADD 1 TO WS-RPT-LATE-MATCHED
002378     SET WS-LATE-IDX             TO 1
002379     SEARCH WS-LATE-CHN-ENTRY
002380         AT END
002381             CONTINUE
002382         WHEN WS-LATE-CHN-SOURCE(WS-LATE-IDX)
002383                                  = LATR-MESSAGE-SOURCE
002384             ADD 1 TO WS-LATE-CHN-COUNT(WS-LATE-IDX)
002385         WHEN WS-LATE-CHN-SOURCE(WS-LATE-IDX) = SPACES
002386             MOVE LATR-MESSAGE-SOURCE
002387                              TO WS-LATE-CHN-SOURCE(WS-LATE-IDX)
002388             MOVE 1           TO WS-LATE-CHN-COUNT(WS-LATE-IDX)
002389     END-SEARCH
002390     MOVE ADV-APPROVED-AMT       TO WS-AMT-DIS
002391     MOVE LATR-AGE-SECS          TO WS-AGE-DIS
002392     MOVE SPACES                 TO WS-PRINT-LINE
002393     STRING 'LATE REQUEST MATCHED TRAN:' ADV-TRANSACTION-ID
002394            ' SOURCE:' LATR-MESSAGE-SOURCE
002395            ' AGE SECS:' WS-AGE-DIS
002396            ' ADVICE AMT:' WS-AMT-DIS
002397            DELIMITED BY SIZE
002398            INTO WS-PRINT-LINE
002399     END-STRING
002400     WRITE ADVICE-REPORT-LINE FROM WS-PRINT-LINE
002401     .
002402 2500-EXIT.
002403     EXIT.
002404*----------------------------------------------------------------*
002405 3000-BUILD-SEGMENT.
002406*----------------------------------------------------------------*
002410     ADD 1 TO WS-SEQ
002420     MOVE SPACES                 TO PENDING-AUTH-DETAILS
002422*    THE KEY FOLDS THE RUN DATE IN (9S-COMPLEMENT YYDDD, THE
003970            DELIMITED BY SIZE INTO WS-PRINT-LINE
003980     END-STRING
003990     WRITE ADVICE-REPORT-LINE FROM WS-PRINT-LINE
003991*
003992     MOVE WS-RPT-LATE-MATCHED TO WS-CNT-DIS
003993     MOVE SPACES TO WS-PRINT-LINE
003994     STRING '  LATE REQUESTS MATCHED ............: ' WS-CNT-DIS
003995            DELIMITED BY SIZE INTO WS-PRINT-LINE
003996     END-STRING
003997     WRITE ADVICE-REPORT-LINE FROM WS-PRINT-LINE
003998     PERFORM 8100-PRINT-LATE-CHANNEL THRU 8100-EXIT
003999         VARYING WS-LATE-IDX FROM 1 BY 1
004000         UNTIL WS-LATE-IDX > 20
004001     .
004010 8000-EXIT.
004020     EXIT.
004021*----------------------------------------------------------------*
004022 8100-PRINT-LATE-CHANNEL.
004023*----------------------------------------------------------------*
004024     IF WS-LATE-CHN-SOURCE(WS-LATE-IDX) = SPACES
004025        GO TO 8100-EXIT
004026     END-IF
004027     MOVE WS-LATE-CHN-COUNT(WS-LATE-IDX) TO WS-CNT-DIS
004028     MOVE SPACES TO WS-PRINT-LINE
004029     STRING '    FROM MESSAGE SOURCE '
004030            WS-LATE-CHN-SOURCE(WS-LATE-IDX)
004031            ' ..........: ' WS-CNT-DIS
004032            DELIMITED BY SIZE INTO WS-PRINT-LINE
004033     END-STRING
004034     WRITE ADVICE-REPORT-LINE FROM WS-PRINT-LINE
004035     .
004036 8100-EXIT.
004037     EXIT.
004038*----------------------------------------------------------------*
004040 9000-FILE-CLOSE.
004050*----------------------------------------------------------------*
004060     CLOSE ADVICE-FILE
004090     CLOSE CRDST-FILE
004100     CLOSE CDC-FILE
004110     CLOSE ADVICE-REPORT
004111     IF LATEREQ-AVAILABLE
004112        CLOSE LATE-REQUEST-FILE
004113     END-IF
004120     .
004130 9000-EXIT.
004140     EXIT.
