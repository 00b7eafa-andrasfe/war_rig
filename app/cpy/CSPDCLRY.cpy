           10   PIC X(20) VALUE '3100INVALID CARD'.
           10   PIC X(20) VALUE '3200NO ORIGINAL AUTH'.
           10   PIC X(20) VALUE '4100INSUFFICNT FUND'.
           10   PIC X(20) VALUE '4150INCORRECT PIN'.
           10   PIC X(20) VALUE '4160PIN TRIES EXCEED'.
           10   PIC X(20) VALUE '4170DO NOT RETRY'.
           10   PIC X(20) VALUE '4200CARD NOT ACTIVE'.
           10   PIC X(20) VALUE '4300ACCOUNT CLOSED'.
           10   PIC X(20) VALUE '4400EXCED DAILY LMT'.
           10   PIC X(20) VALUE '4500NOT ACTIVATED'.
           10   PIC X(20) VALUE '4510CARD FROZEN'.
           10   PIC X(20) VALUE '4520DORMANT CARD'.
           10   PIC X(20) VALUE '4600CARDHOLDER CTRL'.
           10   PIC X(20) VALUE '4700RECURRING STOPD'.
           10   PIC X(20) VALUE '4800CVV2 MISMATCH'.
           10   PIC X(20) VALUE '5200MERCHANT FRAUD'.
           10   PIC X(20) VALUE '5300LOST CARD'.
           10   PIC X(20) VALUE '5400SANCTION COUNTRY'.
           10   PIC X(20) VALUE '5410SANCTION ENTITY'.
           10   PIC X(20) VALUE '5500MERCHANT CAP'.
           10   PIC X(20) VALUE '5600BEHAVIOR REFER'.
           10   PIC X(20) VALUE '5700WATCH LIST'.
           10   PIC X(20) VALUE '5800CASH LIMIT'.
           10   PIC X(20) VALUE '5900CUSTOMER LIMIT'.
           10   PIC X(20) VALUE '9000UNKNOWN'.
           10   PIC X(20) VALUE '9100STAND-IN DECLINE'.
           10   PIC X(20) VALUE '9200SYSTEM BUSY'.
           10   PIC X(20) VALUE '9210TIMED OUT'.
           10   PIC X(20) VALUE '9700BIN MISMATCH'.
           10   PIC X(20) VALUE '9710UNKNOWN MCC'.
           10   PIC X(20) VALUE '9800CHANNEL UNKNOWN'.
       01  WS-DECLINE-REASON-TAB REDEFINES WS-DECLINE-REASON-TABLE
                             OCCURS 34 TIMES
                             ASCENDING KEY IS DECL-CODE
                             INDEXED BY WS-DECL-RSN-IDX.
           10 DECL-CODE                PIC X(4).
