000200* 2025-02-23  RKA INITIAL VERSION                                *
000201* 2027-03-08  RKA CUSTOMER ID PRE-FILLED FROM THE COMMAREA ON    *
000202*                 ENTRY (CUSTOMER 360 PF-KEY TRANSFERS)          *
000203* 2027-09-26  JGM STAFF, VIP AND PROTECTED CUSTOMERS JOURNALED ON*
000204*                 VIEW (CVWL); A USER IS REFUSED THEIR OWN       *
000205*                 ACCOUNT (USRCUST)                              *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000600 01  AUTHFRDS-HOST-VARS.
000610 COPY CVAUTFDY.
000620 01  WS-FETCHED-AUTH-TS             PIC X(26).
000621*----------------------------------------------------------------*
000622*    SENSITIVE-CUSTOMER VIEW CHECK - USER MAPPING, JOURNAL
000623*----------------------------------------------------------------*
000624 COPY CVUSRCUY.
000625 COPY CVVWLOGY.
000626 COPY CSVWLOGY.
000630*----------------------------------------------------------------*
000640*    COMMON CARDDEMO WORK AREAS
000650*----------------------------------------------------------------*
002790         MOVE ZERO   TO CDEMO-CPCF-ROW-ACCT(WS-LINE-SUB)
002800         MOVE SPACES TO CDEMO-CPCF-ROW-KEY(WS-LINE-SUB)
002810     END-PERFORM
002811*    A STAFF, VIP OR PROTECTED CUSTOMER IS JOURNALED FOR EACH PAGE
002812*    SHOWN; A USER'S OWN CUSTOMER IS NOT LISTED AND IS DROPPED
002813*    FROM THE COMMAREA SO PAGING CANNOT BRING IT BACK.
002814     MOVE CDEMO-CPCF-CUST-ID        TO WS-VW-CUST-ID
002815     MOVE 0                         TO WS-VW-ACCT-ID
002816     PERFORM CHECK-SENSITIVE-VIEW   THRU CHECK-SENSITIVE-VIEW-EXIT
002817     IF WS-VW-VIEW-BLOCKED
002818        MOVE ZERO                   TO CDEMO-CPCF-CUST-ID
002819        MOVE SPACES                 TO TOTCNTO OF COPAU7AO
002820                                       TOTAMTO OF COPAU7AO
002821        SET ERR-FLG-ON              TO TRUE
002822        MOVE WS-VW-BLOCK-MSG        TO WS-MESSAGE
002823        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU7AO
002824        GO TO BUILD-FRAUD-LIST-EXIT
002825     END-IF
002826     EXEC SQL
002830         DECLARE CUSTFR-CURSOR CURSOR FOR
002840             SELECT CARD_NUM, CHAR(AUTH_TS),
002850                    MERCHANT_NAME, TRANSACTION_AMT,
003960     .
003970 RETURN-TO-PREV-SCREEN-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
004010*----------------------------------------------------------------*
004020 COPY CSVWLOGP.
