000192*                 - THE CONTROLS FILE IS TOKEN-KEYED NOW         *
000193* 2027-03-08  RKA CARD NUMBER PRE-FILLED FROM THE COMMAREA ON    *
000194*                 ENTRY (CUSTOMER 360 PF-KEY TRANSFERS)          *
000195* 2027-11-21  ABF CATEGORY BLOCKS (QUASI-CASH, GAMBLING, HIGH-   *
000196*                 RISK, TRAVEL) ADDED; BLOCKED MCCS CHECKED      *
000197*                 AGAINST THE MCC REFERENCE MASTER (MCCREF)      *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000330     05  WS-PGM-MENU                PIC X(08) VALUE 'COMEN01C'.
000340     05  WS-CRDCTFILENAME           PIC X(08) VALUE 'CARDCTRL'.
000341     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000344     05  WS-MCCRFFILENAME           PIC X(08) VALUE 'MCCREF  '.
000347     05  WS-CARD-KEY                PIC X(16).
000350     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000360     05  WS-TODAY-CCYYMMDD          PIC X(08).
000370     05  WS-SUB                     PIC S9(04) COMP.
000500*----------------------------------------------------------------*
000510 COPY CVCRDCTY.
000511 COPY CVTOKPVY.
000515 COPY CVMCCRFY.
000520*----------------------------------------------------------------*
000530*    COMMON CARDDEMO WORK AREAS
000540*----------------------------------------------------------------*
002070           SET CONTROL-FIELDS-ENTERED TO TRUE
002080        END-IF
002090     END-PERFORM
002091     IF BLKQCI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002092        OR BLKGMI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002093        OR BLKHRI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002094        OR BLKTVI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002095        SET CONTROL-FIELDS-ENTERED  TO TRUE
002096     END-IF
002100     .
002110 CHECK-CONTROL-FIELDS-EXIT.
002120     EXIT.
002750           MOVE BLKMCCI OF COPAU3AI(WS-SUB)
002760                                    TO CCTL-BLOCKED-MCC(WS-SUB)
002770        END-IF
002771     END-PERFORM
002772     PERFORM CHECK-BLOCKED-MCC      THRU CHECK-BLOCKED-MCC-EXIT
002773         VARYING WS-SUB FROM 1 BY 1
002774         UNTIL WS-SUB > 5 OR ERR-FLG-ON
002775     IF ERR-FLG-ON
002776        GO TO APPLY-CONTROLS-EXIT
002777     END-IF
002778     IF (BLKQCI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002779         AND BLKQCI OF COPAU3AI NOT = 'Y' AND 'N')
002780     OR (BLKGMI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002781         AND BLKGMI OF COPAU3AI NOT = 'Y' AND 'N')
002782     OR (BLKHRI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002783         AND BLKHRI OF COPAU3AI NOT = 'Y' AND 'N')
002784     OR (BLKTVI OF COPAU3AI NOT = SPACES AND LOW-VALUES
002785         AND BLKTVI OF COPAU3AI NOT = 'Y' AND 'N')
002786        SET ERR-FLG-ON              TO TRUE
002787        MOVE 'CATEGORY BLOCKS MUST BE Y OR N.' TO WS-MESSAGE
002788        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3AO
002789        GO TO APPLY-CONTROLS-EXIT
002790     END-IF
002791     PERFORM MOVE-CATEGORY-BLOCKS   THRU MOVE-CATEGORY-BLOCKS-EXIT
002792     MOVE CDEMO-USER-ID             TO CCTL-UPDATED-BY
002800     MOVE WS-TODAY-CCYYMMDD         TO CCTL-UPDATED-DATE
002810
002820     IF CCTL-ROW-FOUND
002920        MOVE 'CARD CONTROLS UPDATED.' TO WS-MESSAGE
002930        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3AO
002940     END-IF
002941     .
002942 APPLY-CONTROLS-EXIT.
002943     EXIT.
002944*----------------------------------------------------------------*
002945*    A BLOCKED MCC MUST BE A CODE THE MCC REFERENCE MASTER KNOWS -
002946*    A MISTYPED CODE WOULD OTHERWISE BLOCK NOTHING. MCCREF BEING
002947*    UNAVAILABLE DOES NOT STOP THE CUSTOMER'S CONTROL GOING ON.
002948*----------------------------------------------------------------*
002949 CHECK-BLOCKED-MCC.
002950*----------------------------------------------------------------*
002951     IF BLKMCCI OF COPAU3AI(WS-SUB) = SPACES OR LOW-VALUES
002952        GO TO CHECK-BLOCKED-MCC-EXIT
002953     END-IF
002954     MOVE BLKMCCI OF COPAU3AI(WS-SUB) TO MCCR-MCC
002955     EXEC CICS READ
002956          DATASET   (WS-MCCRFFILENAME)
002957          RIDFLD    (MCCR-MCC)
002958          KEYLENGTH (LENGTH OF MCCR-MCC)
002959          INTO      (MCC-REFERENCE-RECORD)
002960          LENGTH    (LENGTH OF MCC-REFERENCE-RECORD)
002961          RESP      (WS-RESP-CD)
002962          RESP2     (WS-REAS-CD)
002963     END-EXEC
002964     IF WS-RESP-CD = DFHRESP(NOTFND)
002965        SET ERR-FLG-ON              TO TRUE
002966        MOVE SPACES                 TO WS-MESSAGE
002967        STRING 'BLOCKED MCC ' MCCR-MCC
002968               ' IS NOT ON THE MCC REFERENCE.'
002969               DELIMITED BY SIZE INTO WS-MESSAGE
002970        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU3AO
002971     END-IF
002972     .
002973 CHECK-BLOCKED-MCC-EXIT.
002974     EXIT.
002975*----------------------------------------------------------------*
002976*    A BLANK CATEGORY FIELD LEAVES THAT BLOCK AS IT WAS.
002977*----------------------------------------------------------------*
002978 MOVE-CATEGORY-BLOCKS.
002979*----------------------------------------------------------------*
002980     IF BLKQCI OF COPAU3AI = 'Y' OR 'N'
002981        MOVE BLKQCI OF COPAU3AI     TO CCTL-BLOCK-QUASI-CASH-SW
002982     END-IF
002983     IF BLKGMI OF COPAU3AI = 'Y' OR 'N'
002984        MOVE BLKGMI OF COPAU3AI     TO CCTL-BLOCK-GAMBLING-SW
002985     END-IF
002986     IF BLKHRI OF COPAU3AI = 'Y' OR 'N'
002987        MOVE BLKHRI OF COPAU3AI     TO CCTL-BLOCK-HIGH-RISK-SW
002988     END-IF
002989     IF BLKTVI OF COPAU3AI = 'Y' OR 'N'
002990        MOVE BLKTVI OF COPAU3AI     TO CCTL-BLOCK-TRAVEL-SW
002991     END-IF
002992     .
002993 MOVE-CATEGORY-BLOCKS-EXIT.
002994     EXIT.
002995*----------------------------------------------------------------*
002996 WRITE-CARD-CONTROLS.
003000*----------------------------------------------------------------*
003010     EXEC CICS WRITE
003020          DATASET   (WS-CRDCTFILENAME)
003460                                    TO CCTL-BLOCKED-MCC(WS-SUB)
003470        END-IF
003480     END-PERFORM
003485     PERFORM MOVE-CATEGORY-BLOCKS   THRU MOVE-CATEGORY-BLOCKS-EXIT
003490     MOVE CDEMO-USER-ID             TO CCTL-UPDATED-BY
003500     MOVE WS-TODAY-CCYYMMDD         TO CCTL-UPDATED-DATE
003510     EXEC CICS REWRITE
003740        MOVE CCTL-BLOCKED-MCC(WS-SUB)
003750             TO BLKMCCO OF COPAU3AO(WS-SUB)
003760     END-PERFORM
003762     MOVE CCTL-BLOCK-QUASI-CASH-SW  TO BLKQCO OF COPAU3AO
003764     MOVE CCTL-BLOCK-GAMBLING-SW    TO BLKGMO OF COPAU3AO
003766     MOVE CCTL-BLOCK-HIGH-RISK-SW   TO BLKHRO OF COPAU3AO
003768     MOVE CCTL-BLOCK-TRAVEL-SW      TO BLKTVO OF COPAU3AO
003770     MOVE CCTL-UPDATED-BY           TO UPDBYO OF COPAU3AO
003780     .
003790 POPULATE-CONTROL-FIELDS-EXIT.
