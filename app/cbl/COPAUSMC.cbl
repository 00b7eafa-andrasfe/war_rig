000160*    BEFORE ANYTHING IS WRITTEN, AND EVERY APPLIED UPDATE IS
000170*    JOURNALED (WHO, WHEN, BEFORE/AFTER IMAGES) TO THE CXRF TD
000180*    QUEUE, HARDENED TO THE XRFAUDIT FILE - THE SAME SHAPE THE
000185*    OTHER MAINTENANCE SCREENS USE. A NEWLY ENROLLED CARD IS
000190*    WRITTEN TO CARDSTAT AS ISSUED BUT NOT ACTIVATED, SO IT
000195*    DECLINES UNTIL THE CARDHOLDER ACTIVATES IT.
000200*----------------------------------------------------------------*
000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000233*                 ACCESS, AND AN ADD FOR AN UNVAULTED CARD       *
000234*                 MINTS ITS TOKEN CLAIM-FIRST - LINKS WRITTEN    *
000235*                 HERE ARE NOW THE ONES THE INTAKE FINDS         *
000236* 2027-05-16  ABF ENROLLMENT (ACTION A) WRITES THE CARD TO       *
000237*                 CARDSTAT AS ISSUED-NOT-ACTIVATED (N)           *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000400     05  WS-CUSTFILENAME            PIC X(08) VALUE 'CUSTDAT '.
000401     05  WS-PANVFILENAME            PIC X(08) VALUE 'PANVAULT'.
000402     05  WS-TOKVFILENAME            PIC X(08) VALUE 'TOKNVALT'.
000404     05  WS-CRDSTFILENAME           PIC X(08) VALUE 'CARDSTAT'.
000406     05  WS-CARD-KEY                PIC X(16).
000410     05  WS-ABS-TIME                PIC S9(15) COMP-3.
000411     05  WS-ABS-TIME-DIGITS         PIC 9(15).
000420     05  WS-TODAY-CCYYMMDD          PIC X(08).
000550 COPY CVACT03Y.
000551 COPY CVTOKPVY.
000552 COPY CVTOKNVY.
000556 COPY CVCRDSTY.
000560 01  WS-OLD-XREF-IMAGE              PIC X(50).
000570 COPY CVACT01Y.
000580 COPY CVCUS01Y.
003030        MOVE 'A'                    TO XRFA-ACTION
003040        PERFORM JOURNAL-XREF-CHANGE
003050                                THRU JOURNAL-XREF-CHANGE-EXIT
003054        PERFORM PEND-CARD-ACTIVATION
003058                                THRU PEND-CARD-ACTIVATION-EXIT
003062        MOVE 'CARD ENROLLED AND JOURNALED - PENDING ACTIVATION.'
003066                                    TO WS-MESSAGE
003070     ELSE
003080        SET ERR-FLG-ON              TO TRUE
003090        MOVE 'UNABLE TO WRITE THE LINK.' TO WS-MESSAGE
003110     MOVE WS-MESSAGE                TO ERRMSGO OF COPAU0MO
003120     .
003130 ADD-XREF-LINK-EXIT.
003131     EXIT.
003132*----------------------------------------------------------------*
003133*    A NEWLY ENROLLED CARD STARTS LIFE ISSUED BUT NOT ACTIVATED  *
003134*    (EFFECTIVE TODAY = ISSUE DATE). A CARD THAT ALREADY HAS A   *
003135*    CARDSTAT ROW KEEPS IT - THE WRITE JUST COMES BACK DUPREC.   *
003136*----------------------------------------------------------------*
003137 PEND-CARD-ACTIVATION.
003138*----------------------------------------------------------------*
003139     MOVE SPACES                    TO CARD-STATUS-RECORD
003140     MOVE WS-CARD-KEY               TO CRDST-CARD-NUM
003141     SET CRDST-NOT-ACTIVATED        TO TRUE
003142     MOVE WS-TODAY-CCYYMMDD         TO CRDST-EFF-DATE
003143     MOVE CDEMO-USER-ID             TO CRDST-UPDATED-BY
003144     MOVE WS-TODAY-CCYYMMDD         TO CRDST-UPDATED-DATE
003145     EXEC CICS WRITE
003146          DATASET   (WS-CRDSTFILENAME)
003147          RIDFLD    (CRDST-CARD-NUM)
003148          KEYLENGTH (LENGTH OF CRDST-CARD-NUM)
003149          FROM      (CARD-STATUS-RECORD)
003150          LENGTH    (LENGTH OF CARD-STATUS-RECORD)
003151          RESP      (WS-RESP-CD)
003152          RESP2     (WS-REAS-CD)
003153     END-EXEC
003154     .
003155 PEND-CARD-ACTIVATION-EXIT.
003156     EXIT.
003157*----------------------------------------------------------------*
003160 MOVE-XREF-LINK.
003170*----------------------------------------------------------------*
003180     IF NOT XREF-ROW-FOUND
