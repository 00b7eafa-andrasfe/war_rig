000320* DATE       INIT DESCRIPTION                                    *
000330* 2027-04-05  ABF INITIAL VERSION                                *
000331* 2027-04-19  ABF EXPORT FILE CLOSED AFTER THE APPLY PASS       *
000333* 2028-03-27  RKA PAUOPCFG COMPARED OVER ITS FULL RECORD;       *
000335*                 FIELD MAP NAMES THE PIN-TRY, DECLINE-         *
000337*                 RETRY, DELINQUENCY AND GMT-OFFSET FIELDS      *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
002470     05  FILLER PIC X(19) VALUE 'ODECL-RATE   024004'.
002480     05  FILLER PIC X(19) VALUE 'OFAILSAFE-SW 028001'.
002490     05  FILLER PIC X(19) VALUE 'OCAPTURE-SW  029001'.
002491     05  FILLER PIC X(19) VALUE 'OPIN-TRY-MAX 030002'.
002492     05  FILLER PIC X(19) VALUE 'ODECL-RTRY-MX032002'.
002493     05  FILLER PIC X(19) VALUE 'ODELINQ-TRT30034001'.
002494     05  FILLER PIC X(19) VALUE 'ODELINQ-TRT60035001'.
002495     05  FILLER PIC X(19) VALUE 'ODELINQ-TRT90036001'.
002496     05  FILLER PIC X(19) VALUE 'OGMT-OFFSET  037002'.
002500     05  FILLER PIC X(19) VALUE 'TCHANNEL     001005'.
002510     05  FILLER PIC X(19) VALUE 'TTEXT        006075'.
002520     05  FILLER PIC X(19) VALUE 'SCOUNTRY-CODE001003'.
002530     05  FILLER PIC X(19) VALUE 'SACTION      004001'.
002540     05  FILLER PIC X(19) VALUE 'SLIST-DATE   005008'.
002550 01  WS-FIELD-MAP REDEFINES WS-FIELD-MAP-VALUES.
002560     05  WS-FIELD-ENTRY OCCURS 31 TIMES.
002570         10  WS-FLD-STORE           PIC X(01).
002580         10  WS-FLD-NAME            PIC X(12).
002590         10  WS-FLD-OFF-9           PIC 9(03).
002600         10  WS-FLD-LEN-9           PIC 9(03).
002610 01  WS-FIELD-MAP-MAX               PIC S9(4) COMP VALUE 31.
002620*----------------------------------------------------------------*
002630*    OLD-TEMPLATE TABLE FOR THE APPLY - NOTTMPLT IS A
002640*    SEQUENTIAL SET, SO THE NEW GENERATION IS WRITTEN WHOLE
008250     END-READ
008260     IF LIVE-ROW-FOUND
008270        MOVE SPACES           TO WS-LIVE-IMAGE
008276        MOVE OPS-CONFIG-RECORD
008282          TO WS-LIVE-IMAGE(1:LENGTH OF OPS-CONFIG-RECORD)
008290        IF WS-LIVE-IMAGE = WS-EXP-IMAGE
008300           ADD 1 TO WS-RPT-UNCHANGED
008310           GO TO 4300-EXIT
009740                NOT INVALID KEY
009750                   SET LIVE-ROW-FOUND TO TRUE
009760                   MOVE OPS-CONFIG-RECORD
009770                 TO WS-LIVE-IMAGE(1:LENGTH OF OPS-CONFIG-RECORD)
009780            END-READ
009790         WHEN EXP-IS-TEMPLATE
009800            PERFORM VARYING WS-SUB FROM 1 BY 1
