000150*    IT THEN SKIPS THE SCREEN AND ONLY RAISES A CONSOLE ALERT
000160*    WHEN REQUEST-QUEUE DEPTH OR DLQ DEPTH EXCEEDS THE
000170*    PARM-DRIVEN LIMITS ON PAUOPCFG.
000172*    EACH CHANNEL'S MESSAGES IN THE CURRENT MINUTE (CHANRATE)
000174*    IS LISTED AGAINST ITS CHANLMST QUOTA, AND A CHANNEL THE
000176*    INTAKE IS THROTTLING TURNS THE ROLLUP AMBER.
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2024-11-10  RKA INITIAL VERSION                                *
000211* 2027-06-27  ABF CHANNEL RATE / QUOTA / THROTTLING LINES        *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000350     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000360     05  WS-OPCFGFILENAME           PIC X(08) VALUE 'PAUOPCFG'.
000370     05  WS-RUNCFILENAME            PIC X(08) VALUE 'PAURUNCT'.
000373     05  WS-CHNMSFILENAME           PIC X(08) VALUE 'CHANLMST'.
000376     05  WS-CHNRTFILENAME           PIC X(08) VALUE 'CHANRATE'.
000380     05  WS-INTAKE-PGM              PIC X(08) VALUE 'COPAUA0C'.
000390     05  WS-JOB-PURGE               PIC X(08) VALUE 'CBPAUP0C'.
000400     05  WS-JOB-UNLOAD              PIC X(08) VALUE 'DBUNLDGS'.
000490         88  RAG-RED                        VALUE 'R'.
000500     05  WS-BACKGROUND-SW           PIC X(01) VALUE 'N'.
000510         88  BACKGROUND-CHECK-MODE          VALUE 'Y'.
000511     05  WS-CHR-BROWSE-SW           PIC X(01) VALUE 'N'.
000512         88  CHR-BROWSE-DONE                VALUE 'Y'.
000513     05  WS-CHN-SUB                 PIC S9(04) COMP.
000514     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000515     05  WS-NOW-DATE                PIC X(08).
000516     05  WS-NOW-TIME                PIC X(06).
000517     05  WS-NOW-MINUTE              PIC X(12).
000518     05  WS-CHN-RATE                PIC S9(07) COMP-3.
000519     05  WS-RATE-DIS                PIC Z(06)9.
000520*----------------------------------------------------------------*
000530*    PARM-DRIVEN ALERT THRESHOLDS (PAUOPCFG, COPAUA0C ROW)
000540*----------------------------------------------------------------*
000970*----------------------------------------------------------------*
000980 COPY CVOPCFGY.
000990 COPY CVRUNCTY.
000993 COPY CVCHNMSY.
000996 COPY CVCHNRTY.
001000*----------------------------------------------------------------*
001010*    COMMON CARDDEMO WORK AREAS
001020*----------------------------------------------------------------*
001410     PERFORM GATHER-QUEUE-DEPTHS    THRU GATHER-QUEUE-DEPTHS-EXIT
001420     PERFORM PROBE-PSB-SCHEDULE     THRU PROBE-PSB-SCHEDULE-EXIT
001430     PERFORM GATHER-JOB-RESULTS     THRU GATHER-JOB-RESULTS-EXIT
001435     PERFORM GATHER-CHANNEL-RATES   THRU GATHER-CHANNEL-RATES-EXIT
001440     PERFORM ROLL-UP-RAG-STATUS     THRU ROLL-UP-RAG-STATUS-EXIT
001450     PERFORM CHECK-ALERT-THRESHOLDS
001460                                THRU CHECK-ALERT-THRESHOLDS-EXIT
003420           SET RAG-RED              TO TRUE
003430        END-IF
003440     ELSE
003441        MOVE 'NO RUN RECORDED'      TO WS-ALERT-LINE
003442     END-IF
003443     .
003444 READ-RUN-CONTROL-EXIT.
003445     EXIT.
003446*----------------------------------------------------------------*
003447*    ONE LINE PER CHANNEL FROM THE INTAKE'S CHANRATE COUNTERS:
003448*    MESSAGES SO FAR THIS CLOCK MINUTE (A ROW LAST TOUCHED IN AN
003449*    EARLIER MINUTE IS IDLE NOW), THE CHANLMST QUOTA, AND
003450*    WHETHER THE INTAKE IS TURNING ITS TRAFFIC AWAY.
003451*----------------------------------------------------------------*
003452 GATHER-CHANNEL-RATES.
003453*----------------------------------------------------------------*
003454     PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
003455         UNTIL WS-CHN-SUB > 6
003456         MOVE SPACES TO CHNRT01O OF COPAU5AO(WS-CHN-SUB)
003457     END-PERFORM
003458     EXEC CICS ASKTIME
003459          ABSTIME(WS-ABS-TIME)
003460          NOHANDLE
003461     END-EXEC
003462     EXEC CICS FORMATTIME
003463          ABSTIME(WS-ABS-TIME)
003464          YYYYMMDD(WS-NOW-DATE)
003465          TIME(WS-NOW-TIME)
003466          NOHANDLE
003467     END-EXEC
003468     MOVE WS-NOW-DATE               TO WS-NOW-MINUTE(1:8)
003469     MOVE WS-NOW-TIME(1:4)          TO WS-NOW-MINUTE(9:4)
003470     MOVE LOW-VALUES                TO CHR-SOURCE-CODE
003471     EXEC CICS STARTBR
003472          DATASET   (WS-CHNRTFILENAME)
003473          RIDFLD    (CHR-SOURCE-CODE)
003474          KEYLENGTH (LENGTH OF CHR-SOURCE-CODE)
003475          GTEQ
003476          RESP      (WS-RESP-CD)
003477     END-EXEC
003478     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
003479        GO TO GATHER-CHANNEL-RATES-EXIT
003480     END-IF
003481     MOVE 'N'                       TO WS-CHR-BROWSE-SW
003482     MOVE 0                         TO WS-CHN-SUB
003483     PERFORM READ-NEXT-RATE-ROW     THRU READ-NEXT-RATE-ROW-EXIT
003484         UNTIL WS-CHN-SUB >= 6
003485            OR CHR-BROWSE-DONE
003486     EXEC CICS ENDBR
003487          DATASET (WS-CHNRTFILENAME)
003488          RESP    (WS-RESP-CD)
003489     END-EXEC
003490     .
003491 GATHER-CHANNEL-RATES-EXIT.
003492     EXIT.
003493*----------------------------------------------------------------*
003494 READ-NEXT-RATE-ROW.
003495*----------------------------------------------------------------*
003496     EXEC CICS READNEXT
003497          DATASET   (WS-CHNRTFILENAME)
003498          RIDFLD    (CHR-SOURCE-CODE)
003499          KEYLENGTH (LENGTH OF CHR-SOURCE-CODE)
003500          INTO      (CHANNEL-RATE-RECORD)
003501          LENGTH    (LENGTH OF CHANNEL-RATE-RECORD)
003502          RESP      (WS-RESP-CD)
003503     END-EXEC
003504     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
003505        SET CHR-BROWSE-DONE         TO TRUE
003506        GO TO READ-NEXT-RATE-ROW-EXIT
003507     END-IF
003508     ADD 1                          TO WS-CHN-SUB
003509     MOVE CHR-SOURCE-CODE           TO
003510          CHSRCO OF COPAU5AO(WS-CHN-SUB)
003511     MOVE CHR-SOURCE-CODE           TO CHN-SOURCE-CODE
003512     EXEC CICS READ
003513          DATASET   (WS-CHNMSFILENAME)
003514          RIDFLD    (CHN-SOURCE-CODE)
003515          KEYLENGTH (LENGTH OF CHN-SOURCE-CODE)
003516          INTO      (CHANNEL-MASTER-RECORD)
003517          LENGTH    (LENGTH OF CHANNEL-MASTER-RECORD)
003518          RESP      (WS-RESP-CD)
003519     END-EXEC
003520     IF WS-RESP-CD = DFHRESP(NORMAL)
003521        MOVE CHN-NAME               TO
003522             CHNAMEO OF COPAU5AO(WS-CHN-SUB)
003523        IF CHN-RATE-QUOTA NUMERIC AND CHN-RATE-QUOTA > 0
003524           MOVE CHN-RATE-QUOTA      TO WS-RATE-DIS
003525           MOVE WS-RATE-DIS         TO
003526                CHQUOTAO OF COPAU5AO(WS-CHN-SUB)
003527        ELSE
003528           MOVE '   NONE'           TO
003529                CHQUOTAO OF COPAU5AO(WS-CHN-SUB)
003530        END-IF
003531     ELSE
003532        MOVE 'NOT REGISTERED'       TO
003533             CHNAMEO OF COPAU5AO(WS-CHN-SUB)
003534     END-IF
003535     IF CHR-MINUTE = WS-NOW-MINUTE
003536        COMPUTE WS-CHN-RATE = CHR-MINUTE-COUNT
003537                            + CHR-THROTTLED-COUNT
003538     ELSE
003539        MOVE 0                      TO WS-CHN-RATE
003540     END-IF
003541     MOVE WS-CHN-RATE               TO WS-RATE-DIS
003542     MOVE WS-RATE-DIS               TO
003543          CHRATEO OF COPAU5AO(WS-CHN-SUB)
003544     IF CHR-MINUTE = WS-NOW-MINUTE
003545        AND CHR-THROTTLED-COUNT > 0
003546        MOVE 'THROTTLING'           TO
003547             CHTHRTO OF COPAU5AO(WS-CHN-SUB)
003548        IF NOT RAG-RED
003549           SET RAG-AMBER            TO TRUE
003550        END-IF
003551     END-IF
003552     .
003553 READ-NEXT-RATE-ROW-EXIT.
003554     EXIT.
003555*----------------------------------------------------------------*
003556 ROLL-UP-RAG-STATUS.
003557*----------------------------------------------------------------*
003558     IF NOT RAG-RED
003559        IF WS-DLQ-DEPTH > WS-DLQ-DEPTH-MAX
003560           SET RAG-RED              TO TRUE
003561        ELSE
003570           IF WS-REQ-DEPTH > WS-REQQ-DEPTH-MAX
003580              SET RAG-AMBER         TO TRUE
003590           END-IF
